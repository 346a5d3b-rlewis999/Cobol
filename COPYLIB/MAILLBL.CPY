      *****************************************************
      *  RECORD LAYOUT FOR MAILLBL.DAT, THE MAILING LABEL
      *  FILE WRITTEN BY THE STANDING LETTER JOB.  ONE
      *  LABEL PER LETTER THAT HAS A GOOD ADDRESS, IN THE
      *  SAME ORDER AS THE LETTERS ON LETTERS.PRT.
      *  ML-LETTER-SEQ IS THE LETTER'S PAGE NUMBER IN THE
      *  LETTER RUN, SO EACH LABEL CAN BE MATCHED TO ITS
      *  LETTER.  ML-LETTER-TYPE IS 'D' (DEAN'S LIST) OR
      *  'P' (PROBATION).
      *****************************************************
       01  ML-REC.
           05 ML-LETTER-SEQ     PIC 9(5).
           05 ML-LETTER-TYPE    PIC X.
           05 ML-ID             PIC X(7).
           05 ML-NAME           PIC X(40).
           05 ML-LINE-1         PIC X(30).
           05 ML-LINE-2         PIC X(30).
           05 ML-CITY-LINE      PIC X(40).
