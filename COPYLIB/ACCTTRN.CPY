      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR ACCTTRN.DAT, THE
      *  PAYMENT AND ADJUSTMENT INPUT TO THE STUDENT
      *  ACCOUNT EDIT.  AT-TYPE IS 'P' (PAYMENT) OR 'A'
      *  (ADJUSTMENT).  AT-AMOUNT IS ALWAYS UNSIGNED - A
      *  PAYMENT ALWAYS LOWERS THE BALANCE, AND AN
      *  ADJUSTMENT RAISES IT WHEN AT-DRCR IS 'D' (DEBIT)
      *  AND LOWERS IT WHEN AT-DRCR IS 'C' (CREDIT).
      *  AT-DATE IS THE DATE THE PAYMENT WAS RECEIVED OR
      *  THE ADJUSTMENT WAS MADE (YYYYMMDD).  THE -X
      *  REDEFINITION LETS A REJECTED AMOUNT PRINT AS KEYED.
      *****************************************************
       01  AT-REC.
           05 AT-TYPE           PIC X.
           05 AT-ID             PIC X(7).
           05 AT-DATE.
              10   AT-YY        PIC 9(4).
              10   AT-MM        PIC 99.
              10   AT-DD        PIC 99.
           05 AT-AMOUNT         PIC 9(7)V99.
           05 AT-AMOUNT-X       REDEFINES AT-AMOUNT
                                PIC X(9).
           05 AT-DRCR           PIC X.
           05 AT-DESC           PIC X(20).
