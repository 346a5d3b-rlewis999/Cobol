       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBAP00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  STUDENT ACCOUNT PAYMENT AND ADJUSTMENT POSTING.
      *  THIS PROGRAM APPLIES THE CLEAN TRANSACTION FILE
      *  ACCTTRC.DAT WRITTEN BY THE ACCOUNT EDIT (COBAE00)
      *  DIRECTLY BY KEY AGAINST THE INDEXED STUDENT
      *  ACCOUNT FILE STDNTACT.DAT:
      *    P - PAYMENT - LOWERS THE BALANCE
      *    A - ADJUSTMENT - RAISES THE BALANCE WHEN
      *        MARKED 'D' (DEBIT), LOWERS IT WHEN MARKED
      *        'C' (CREDIT)
      *  EVERY AMOUNT POSTED IS WRITTEN TO THE PERMANENT
      *  ACCOUNT LEDGER ACCTLED.DAT DATED WITH THE DATE
      *  ON THE TRANSACTION, EVERY ACCOUNT CHANGE WRITES
      *  ITS BEFORE AND AFTER IMAGES TO CHGAUDIT.DAT, AND
      *  A LINE IS LOGGED TO ACCTLOG.PRT FOR EVERY
      *  TRANSACTION.  A PAYMENT FOR A STUDENT WHO HAS
      *  NEVER BEEN BILLED OPENS THE ACCOUNT WITH A
      *  CREDIT BALANCE.
      *
      *  A PAYMENT OR CREDIT COMES OFF THE OLDEST CHARGES
      *  FIRST, SO IT ALSO COMES OFF THE PAST-DUE AMOUNT
      *  LEFT BY THE LAST AGING RUN (COBAG00).  WHEN THAT
      *  AMOUNT REACHES ZERO THE PAST-DUE FLAG IS TURNED
      *  OFF WITHOUT WAITING FOR THE NEXT AGING RUN.
      *
      *  STEP RETURN CODES:
      *    0 - EVERY TRANSACTION POSTED
      *    4 - TRANSACTIONS REJECTED (WARNING)
      *    8 - THE LEDGER OR AUDIT TRAIL COULD NOT BE
      *        WRITTEN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\ACCTTRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-FILE
               ASSIGN TO 'E:\COBOL\STDNTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID.

           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'E:\COBOL\ACCTLED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCTLOG
               ASSIGN TO 'E:\COBOL\ACCTLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AT-REC
           RECORD CONTAINS 46 CHARACTERS.

           COPY ACCTTRN.

       FD  ACCOUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTACT.

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       FD  ACCTLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  WS-ACCT-FOUND     PIC X       VALUE 'N'.
           05  WS-POST-AMT       PIC S9(7)V99 VALUE 0.
           05  WS-TRAN-DATE      PIC 9(8)    VALUE 0.
           05  WS-LEDGER-STATUS  PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-PAYCTR          PIC 9(5)    VALUE 0.
           05  C-DEBCTR          PIC 9(5)    VALUE 0.
           05  C-CRDCTR          PIC 9(5)    VALUE 0.
           05  C-REJCTR          PIC 9(5)    VALUE 0.
           05  C-PAY-TOT         PIC 9(9)V99 VALUE 0.
           05  C-DEB-TOT         PIC 9(9)V99 VALUE 0.
           05  C-CRD-TOT         PIC 9(9)V99 VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).
       01  WS-TODAY REDEFINES CURRENT-DATE-AND-TIME.
           05  WS-TODAY-YMD      PIC 9(8).
           05  FILLER            PIC X(11).

       01  LOG-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'STUDENT ACCOUNT POSTING LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TYPE'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'DATED'.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(14)   VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'NEW BALANCE'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(39)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-ID             PIC X(7).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  LG-TYPE           PIC X(2).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  LG-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  LG-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  LG-YY             PIC 9(4).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-DESC           PIC X(20).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  LG-BALANCE-X      REDEFINES LG-BALANCE
                                 PIC X(13).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-ACTION         PIC X(30).
           05  FILLER            PIC X(15)   VALUE SPACES.

       01  LOG-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'PAYMENTS:'.
           05  O-PAYCTR          PIC ZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  O-PAY-TOT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'DEBITS:'.
           05  O-DEBCTR          PIC ZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  O-DEB-TOT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'CREDITS:'.
           05  O-CRDCTR          PIC ZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  O-CRD-TOT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJCTR          PIC ZZZZ9.
           05  FILLER            PIC X(9)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-TRANS
               UNTIL MORE-TRANS = 'YES'.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN OUTPUT ACCTLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

      *  THE LEDGER AND THE CHANGE AUDIT TRAIL ARE BOTH
      *  PERMANENT.  THE SELECTS ARE OPTIONAL, SO OPEN
      *  EXTEND CREATES EITHER FILE ON ITS FIRST USE
      *  (STATUS '05'); NEITHER IS EVER OPENED OUTPUT,
      *  AND A RUN THAT CANNOT RECORD ITS POSTINGS IS
      *  NOT ALLOWED TO POST ANYTHING.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00' AND
                   WS-LEDGER-STATUS NOT = '05'
               PERFORM 1250-ABORT-LEDGER-OPEN
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '05'
               PERFORM 1300-ABORT-AUDIT-OPEN
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 9010-READ-TRANS.

       1250-ABORT-LEDGER-OPEN.
           DISPLAY 'COBAP00: ACCOUNT LEDGER OPEN FAILED - STATUS '
               WS-LEDGER-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION POSTED'.
           CLOSE TRANS-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE ACCTLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBAP00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION POSTED'.
           CLOSE TRANS-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE ACCTLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *  THE EDIT HAS ALREADY PASSED EVERY FIELD, SO THE
      *  ONLY REJECT HERE IS A TYPE OR MARK THE EDIT WOULD
      *  NEVER HAVE LET THROUGH - A CLEAN FILE THAT WAS
      *  HAND-BUILT OR DAMAGED.
       2000-APPLY-TRANS.
           PERFORM 2050-LOG-TRAN-VALUES.

           EVALUATE TRUE
               WHEN AT-TYPE = 'P'
                   COMPUTE WS-POST-AMT = 0 - AT-AMOUNT
                   MOVE 'P ' TO LG-TYPE
                   MOVE 'PAYMENT POSTED' TO LG-ACTION
                   ADD 1 TO C-PAYCTR
                   ADD AT-AMOUNT TO C-PAY-TOT
                   PERFORM 2100-POST-AMOUNT
               WHEN AT-TYPE = 'A' AND AT-DRCR = 'D'
                   MOVE AT-AMOUNT TO WS-POST-AMT
                   MOVE 'AD' TO LG-TYPE
                   MOVE 'DEBIT ADJUSTMENT POSTED' TO LG-ACTION
                   ADD 1 TO C-DEBCTR
                   ADD AT-AMOUNT TO C-DEB-TOT
                   PERFORM 2100-POST-AMOUNT
               WHEN AT-TYPE = 'A' AND AT-DRCR = 'C'
                   COMPUTE WS-POST-AMT = 0 - AT-AMOUNT
                   MOVE 'AC' TO LG-TYPE
                   MOVE 'CREDIT ADJUSTMENT POSTED' TO LG-ACTION
                   ADD 1 TO C-CRDCTR
                   ADD AT-AMOUNT TO C-CRD-TOT
                   PERFORM 2100-POST-AMOUNT
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TYPE' TO LG-ACTION
                   ADD 1 TO C-REJCTR
           END-EVALUATE.

           PERFORM 9200-WRITE-LOG.
           PERFORM 9010-READ-TRANS.

       2050-LOG-TRAN-VALUES.
           MOVE AT-ID TO LG-ID.
           MOVE AT-TYPE TO LG-TYPE.
           MOVE AT-MM TO LG-MM.
           MOVE AT-DD TO LG-DD.
           MOVE AT-YY TO LG-YY.
           MOVE AT-AMOUNT TO LG-AMOUNT.
           MOVE AT-DESC TO LG-DESC.
           MOVE SPACES TO LG-BALANCE-X.

       2100-POST-AMOUNT.
           PERFORM 8000-READ-ACCOUNT.

           MOVE 'P' TO AL-TYPE.
           IF AT-TYPE = 'A'
               MOVE 'A' TO AL-TYPE
           END-IF.
           MOVE AT-DESC TO AL-DESC.
           IF AL-DESC = SPACES
               MOVE 'PAYMENT' TO AL-DESC
           END-IF.
           MOVE AT-ID TO AL-ID.
           MOVE AT-DATE TO AL-POST-DATE.
           MOVE SPACES TO AL-TERM.
           MOVE WS-POST-AMT TO AL-AMOUNT.
           WRITE AL-REC.
           IF WS-LEDGER-STATUS NOT = '00'
               PERFORM 9800-ABORT-LEDGER-WRITE
           END-IF.

           PERFORM 2200-UPDATE-ACCOUNT.
           MOVE AC-BALANCE TO LG-BALANCE.

      *  A CREDIT OF ANY KIND COMES OFF THE PAST-DUE
      *  AMOUNT FIRST, THE SAME OLDEST-FIRST RULE THE
      *  AGING RUN USES.
       2200-UPDATE-ACCOUNT.
           MOVE SPACES TO CA-BEFORE.
           IF WS-ACCT-FOUND = 'Y'
               MOVE AC-REC TO CA-BEFORE
           END-IF.

           ADD WS-POST-AMT TO AC-BALANCE.
           IF AT-TYPE = 'P'
               MOVE AT-DATE TO WS-TRAN-DATE
               IF WS-TRAN-DATE > AC-LAST-PAY-DATE
                   MOVE WS-TRAN-DATE TO AC-LAST-PAY-DATE
               END-IF
           END-IF.
           IF WS-POST-AMT < 0
               ADD WS-POST-AMT TO AC-OVER-90
               IF AC-OVER-90 NOT > 0
                   MOVE 0 TO AC-OVER-90
                   MOVE 'N' TO AC-PAST-DUE
               END-IF
           END-IF.

           IF WS-ACCT-FOUND = 'Y'
               REWRITE AC-REC
           ELSE
               WRITE AC-REC
           END-IF.

           MOVE AC-REC TO CA-AFTER.
           PERFORM 2250-WRITE-AUDIT.

      *  EVERY ACCOUNT CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBAP00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'STDNTACT' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE AC-ID TO CA-KEY(1:7).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

       4000-CLOSING.
           MOVE C-PAYCTR TO O-PAYCTR.
           MOVE C-PAY-TOT TO O-PAY-TOT.
           MOVE C-DEBCTR TO O-DEBCTR.
           MOVE C-DEB-TOT TO O-DEB-TOT.
           MOVE C-CRDCTR TO O-CRDCTR.
           MOVE C-CRD-TOT TO O-CRD-TOT.
           MOVE C-REJCTR TO O-REJCTR.
           WRITE LOGLINE FROM LOG-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ACCTLOG.

      *  STEP RETURN CODE:
      *    0 - EVERY TRANSACTION POSTED
      *    4 - TRANSACTIONS REJECTED (WARNING)
       6000-SET-RETURN-CODE.
           IF C-REJCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  AN ACCOUNT NOT YET ON FILE IS SET UP EMPTY SO THE
      *  POSTING LOGIC IS THE SAME EITHER WAY.
       8000-READ-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND.
           MOVE AT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND = 'N'
               MOVE AT-ID TO AC-ID
               MOVE 0 TO AC-BALANCE
               MOVE SPACES TO AC-LAST-TERM
               MOVE 0 TO AC-LAST-BILL-DATE
               MOVE 0 TO AC-LAST-PAY-DATE
               MOVE 0 TO AC-AGED-DATE
               MOVE 0 TO AC-OVER-90
               MOVE 'N' TO AC-PAST-DUE
           END-IF.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE LOGLINE FROM LOG-TITLE
               AFTER ADVANCING PAGE.
           WRITE LOGLINE FROM LOG-COL
               AFTER ADVANCING 2 LINES.

       9200-WRITE-LOG.
           WRITE LOGLINE FROM LOG-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  AN AMOUNT WHOSE LEDGER RECORD CANNOT BE WRITTEN
      *  MUST NOT REACH THE ACCOUNT.  THE RUN STOPS HERE,
      *  BEFORE THE ACCOUNT FOR THIS TRANSACTION IS
      *  UPDATED.
       9800-ABORT-LEDGER-WRITE.
           DISPLAY 'COBAP00: ACCOUNT LEDGER WRITE FAILED - STATUS '
               WS-LEDGER-STATUS ' - RUN ABORTED AT ' AT-ID.
           CLOSE TRANS-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ACCTLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBAP00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED AT ' AT-ID.
           CLOSE TRANS-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ACCTLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
