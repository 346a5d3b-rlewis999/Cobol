      *****************************************************
      *  SUSPENSE RECORD LAYOUT FOR ACCTSUS.DAT, THE
      *  HOLDING FILE FOR PAYMENT AND ADJUSTMENT
      *  TRANSACTIONS THAT FAILED THE STUDENT ACCOUNT
      *  EDIT.  AS-DATE-ADDED IS THE DATE THE TRANSACTION
      *  FIRST SUSPENDED (YYYYMMDD) AND IS CARRIED FORWARD
      *  UNCHANGED WHEN A STILL-BAD RECORD RECYCLES.
      *  AS-TRAN HOLDS THE ORIGINAL TRANSACTION IMAGE IN
      *  ACCTTRN LAYOUT SO A CORRECTED RECORD CAN RE-ENTER
      *  THE EDIT WITHOUT BEING REKEYED.
      *
      *  REASON CODES:
      *    01 - TYPE NOT P OR A
      *    02 - STUDENT ID NOT NUMERIC
      *    03 - STUDENT NOT ON THE MASTER
      *    04 - DATE NOT A VALID YYYYMMDD
      *    05 - DATE IS LATER THAN TODAY
      *    06 - AMOUNT NOT NUMERIC
      *    07 - AMOUNT IS ZERO
      *    08 - ADJUSTMENT NOT MARKED D OR C
      *    09 - ADJUSTMENT DESCRIPTION BLANK
      *****************************************************
       01  AS-REC.
           05 AS-DATE-ADDED     PIC 9(8).
           05 AS-REASON         PIC XX.
           05 AS-TRAN           PIC X(46).
