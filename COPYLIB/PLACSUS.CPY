      *****************************************************
      *  SUSPENSE RECORD LAYOUT FOR PLACSUS.DAT, THE
      *  HOLDING FILE FOR PLACEMENT TRANSACTIONS THAT
      *  FAILED THE PLACEMENT EDIT.  PX-DATE-ADDED IS THE
      *  DATE THE TRANSACTION FIRST SUSPENDED (YYYYMMDD)
      *  AND IS CARRIED FORWARD UNCHANGED WHEN A STILL-BAD
      *  RECORD RECYCLES.  PX-TRAN HOLDS THE ORIGINAL
      *  TRANSACTION IMAGE IN PLACTRN LAYOUT SO A
      *  CORRECTED RECORD CAN RE-ENTER THE EDIT WITHOUT
      *  BEING REKEYED.
      *
      *  REASON CODES:
      *    01 - ACTION NOT A, C OR D
      *    02 - STUDENT ID NOT NUMERIC
      *    03 - STUDENT NOT ON THE MASTER OR THE HISTORY
      *    04 - EMPLOYMENT TYPE NOT FT, PT, GS OR SK
      *    05 - SOURCE NOT S, E OR R
      *    06 - EMPLOYER OR SCHOOL BLANK
      *    07 - SALARY NOT NUMERIC
      *    08 - SALARY GIVEN FOR GRAD SCHOOL OR SEEKING
      *    09 - CONFIRMED DATE NOT A VALID YYYYMMDD
      *    10 - CONFIRMED DATE IS LATER THAN TODAY
      *****************************************************
       01  PX-REC.
           05 PX-DATE-ADDED     PIC 9(8).
           05 PX-REASON         PIC XX.
           05 PX-TRAN           PIC X(82).
