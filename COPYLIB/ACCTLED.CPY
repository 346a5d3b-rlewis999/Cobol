      *****************************************************
      *  SHARED RECORD LAYOUT FOR ACCTLED.DAT, THE
      *  PERMANENT STUDENT ACCOUNT LEDGER.  ONE RECORD
      *  FOR EVERY AMOUNT POSTED TO A STUDENT ACCOUNT, IN
      *  THE ORDER IT WAS POSTED.  THE FILE IS ONLY EVER
      *  EXTENDED.
      *    AL-POST-DATE - DATE THE AMOUNT BEGINS TO AGE
      *                   (THE BILLING DATE FOR A CHARGE,
      *                   THE DATE RECEIVED FOR A PAYMENT)
      *    AL-TYPE      - 'T' TUITION, 'F' FLAT FEE,
      *                   'P' PAYMENT, 'A' ADJUSTMENT
      *    AL-TERM      - TERM BILLED (SPACES FOR A PAYMENT
      *                   OR ADJUSTMENT)
      *    AL-AMOUNT    - POSITIVE RAISES THE BALANCE,
      *                   NEGATIVE LOWERS IT
      *****************************************************
       01  AL-REC.
           05 AL-ID             PIC X(7).
           05 AL-POST-DATE      PIC 9(8).
           05 AL-TYPE           PIC X.
           05 AL-TERM           PIC X(5).
           05 AL-DESC           PIC X(20).
           05 AL-AMOUNT         PIC S9(7)V99.
