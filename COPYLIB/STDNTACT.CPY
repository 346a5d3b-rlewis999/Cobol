      *****************************************************
      *  SHARED RECORD LAYOUT FOR STDNTACT.DAT, THE
      *  STUDENT ACCOUNT FILE.  ONE RECORD PER STUDENT,
      *  KEYED ON AC-ID (THE STUDENT MASTER ID).
      *  AC-BALANCE IS THE AMOUNT OWED - A NEGATIVE
      *  BALANCE IS A CREDIT ON THE ACCOUNT.  EVERY
      *  AMOUNT THAT MOVES THE BALANCE IS ALSO WRITTEN TO
      *  THE ACCOUNT LEDGER ACCTLED.DAT, SO THE LEDGER
      *  ALWAYS NETS TO THE BALANCE HERE.
      *    AC-LAST-TERM      - LAST TERM BILLED (COBTB00)
      *    AC-LAST-BILL-DATE - DATE OF THAT BILLING RUN
      *    AC-LAST-PAY-DATE  - DATE OF THE LAST PAYMENT
      *    AC-AGED-DATE      - DATE OF THE LAST AGING RUN
      *    AC-OVER-90        - PART OF THE BALANCE MORE
      *                        THAN 90 DAYS OLD AS OF THE
      *                        AGING RUN, LESS ANY PAYMENTS
      *                        AND CREDITS POSTED SINCE
      *    AC-PAST-DUE       - 'Y' WHILE AC-OVER-90 IS
      *                        ABOVE ZERO, ELSE 'N'
      *****************************************************
       01  AC-REC.
           05 AC-ID             PIC X(7).
           05 AC-BALANCE        PIC S9(7)V99.
           05 AC-LAST-TERM      PIC X(5).
           05 AC-LAST-BILL-DATE PIC 9(8).
           05 AC-LAST-PAY-DATE  PIC 9(8).
           05 AC-AGED-DATE      PIC 9(8).
           05 AC-OVER-90        PIC S9(5)V99.
           05 AC-PAST-DUE       PIC X.
