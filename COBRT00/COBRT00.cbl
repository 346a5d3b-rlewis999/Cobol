       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRT00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM MAINTAINS THE TUITION RATE TABLE
      *  TUITRATE.DAT, WHICH CARRIES THE PER-CREDIT-HOUR
      *  TUITION RATE AND ANY FLAT FEE FOR A DEPARTMENT
      *  IN A TERM.  IT LOADS THE RATES, APPLIES
      *  ADD/CHANGE/DELETE TRANSACTIONS FROM TUITTRN.DAT
      *  KEYED ON DEPARTMENT CODE PLUS TERM, AND WRITES
      *  THE RATES BACK OUT.  THE DEPARTMENT ON AN ADD
      *  MUST BE AN ACTIVE CODE ON DEPTTBL.DAT.  A LINE
      *  IS LOGGED TO RATELOG.PRT FOR EVERY TRANSACTION
      *  APPLIED, REJECTED, OR NOT FOUND, AND EVERY
      *  APPLIED CHANGE WRITES ITS BEFORE AND AFTER
      *  RECORD IMAGES TO THE PERMANENT CHANGE AUDIT
      *  TRAIL CHGAUDIT.DAT.  THE TERM BILLING JOB
      *  (COBTB00) PRICES EACH STUDENT'S ENROLLMENTS
      *  FROM THE TABLE THIS PROGRAM MAINTAINS.
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO 'E:\COBOL\TUITRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\TUITTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-RATE-FILE
               ASSIGN TO 'E:\COBOL\TUITRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATELOG
               ASSIGN TO 'E:\COBOL\RATELOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY TUITRATE.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 43 CHARACTERS.

           COPY TUITTRN.

       FD  NEW-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-TR-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  NEW-TR-REC               PIC X(42).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY DEPTREC.

       FD  RATELOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE                  PIC X(132).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-RATES        PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  WS-RATE-FOUND     PIC X       VALUE 'N'.
           05  WS-RATE-IDX       PIC 999     VALUE 0.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-DEPT-ACTIVE    PIC X       VALUE 'N'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 999     VALUE 0.
           05  C-CHGCTR          PIC 999     VALUE 0.
           05  C-DELCTR          PIC 999     VALUE 0.
           05  C-REJCTR          PIC 999     VALUE 0.
           05  C-NFCTR           PIC 999     VALUE 0.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 500 TIMES INDEXED BY RTX.
               10  TB-TR-KEY.
                   15  TB-TR-DEPT    PIC X(4).
                   15  TB-TR-TERM    PIC X(5).
               10  TB-TR-RATE        PIC 9(4)V99.
               10  TB-TR-FEE-DESC    PIC X(20).
               10  TB-TR-FEE-AMT     PIC 9(5)V99.
       01  RATE-COUNT            PIC 999     VALUE 0.

       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX.
               10  TB-CODE       PIC X(4).
               10  TB-NAME       PIC X(25).
               10  TB-ACTIVE     PIC X.
       01  DEPT-COUNT            PIC 999     VALUE 0.

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
                               VALUE 'TUITION RATE MAINTENANCE LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TERM'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'PER HOUR'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'FLAT FEE'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'FEE DESCRIPTION'.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(60)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-DEPT           PIC X(4).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-TERM           PIC X(5).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-RATE           PIC X(9).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-FEE            PIC X(9).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-FEE-DESC       PIC X(20).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-ACTION         PIC X(30).
           05  FILLER            PIC X(37)   VALUE SPACES.

       01  LOG-AMOUNTS.
           05  LG-RATE-NUM       PIC Z,ZZ9.99.
           05  LG-FEE-NUM        PIC ZZ,ZZ9.99.

       01  LOG-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'ADDED:'.
           05  O-ADDCTR          PIC ZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'CHANGED:'.
           05  O-CHGCTR          PIC ZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'DELETED:'.
           05  O-DELCTR          PIC ZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJCTR          PIC ZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'NOT FOUND:'.
           05  O-NFCTR           PIC ZZ9.
           05  FILLER            PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-TRANS
               UNTIL MORE-TRANS = 'YES'.
           PERFORM 3000-WRITE-RATES.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT RATELOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-DEPT-TABLE.

      *  THE SELECT IS OPTIONAL, SO OPEN EXTEND CREATES
      *  THE AUDIT TRAIL ON ITS FIRST USE (STATUS '05').
      *  THE FILE IS NEVER OPENED OUTPUT, AND A RUN THAT
      *  CANNOT RECORD BEFORE/AFTER IMAGES IS NOT
      *  ALLOWED TO APPLY CHANGES.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '05'
               PERFORM 1300-ABORT-AUDIT-OPEN
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 9010-READ-TRANS.

       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           PERFORM 9000-READ-RATE.
           PERFORM UNTIL MORE-RATES = 'YES'
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE TR-REC TO RATE-ENTRY (RATE-COUNT)
               END-IF
               PERFORM 9000-READ-RATE
           END-PERFORM.
           CLOSE RATE-FILE.

       1200-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           PERFORM 9020-READ-DEPT.
           PERFORM UNTIL MORE-DEPTS = 'YES'
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DP-CODE TO TB-CODE (DEPT-COUNT)
                   MOVE DP-NAME TO TB-NAME (DEPT-COUNT)
                   MOVE DP-ACTIVE TO TB-ACTIVE (DEPT-COUNT)
               END-IF
               PERFORM 9020-READ-DEPT
           END-PERFORM.
           CLOSE DEPT-FILE.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBRT00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE RATELOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-APPLY-TRANS.
           PERFORM 8000-FIND-RATE.
           PERFORM 2080-EDIT-TRAN.

           PERFORM 9010-READ-TRANS.

       2080-EDIT-TRAN.
           IF (TX-ACTION = 'A' OR TX-ACTION = 'C')
                   AND TX-CREDIT-RATE NOT NUMERIC
               MOVE 'REJECTED - INVALID CREDIT RATE' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               IF (TX-ACTION = 'A' OR TX-ACTION = 'C')
                       AND TX-FEE-AMT NOT NUMERIC
                   MOVE 'REJECTED - INVALID FLAT FEE' TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
               ELSE
                   PERFORM 2050-APPLY-ACTION
               END-IF
           END-IF.

       2050-APPLY-ACTION.
           EVALUATE TX-ACTION
               WHEN 'A'
                   IF WS-RATE-FOUND = 'Y'
                       MOVE 'REJECTED - DUPLICATE RATE'
                           TO LG-ACTION
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 7000-CHECK-DEPT
                       IF WS-DEPT-FOUND = 'N'
                           MOVE 'REJECTED - UNKNOWN DEPT CODE'
                               TO LG-ACTION
                           PERFORM 2900-LOG-REJECT
                       ELSE
                           IF WS-DEPT-ACTIVE NOT = 'A'
                               MOVE 'REJECTED - INACTIVE DEPT CODE'
                                   TO LG-ACTION
                               PERFORM 2900-LOG-REJECT
                           ELSE
                               PERFORM 2100-APPLY-ADD
                           END-IF
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-RATE-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2200-APPLY-CHANGE
                   END-IF
               WHEN 'D'
                   IF WS-RATE-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2300-APPLY-DELETE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE' TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE.

       2100-APPLY-ADD.
           IF RATE-COUNT = 500
               MOVE 'REJECTED - RATE TABLE IS FULL' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               ADD 1 TO RATE-COUNT
               MOVE TX-KEY TO TB-TR-KEY (RATE-COUNT)
               MOVE TX-CREDIT-RATE TO TB-TR-RATE (RATE-COUNT)
               MOVE TX-FEE-DESC TO TB-TR-FEE-DESC (RATE-COUNT)
               MOVE TX-FEE-AMT TO TB-TR-FEE-AMT (RATE-COUNT)
               ADD 1 TO C-ADDCTR
               MOVE 'ADDED' TO LG-ACTION
               PERFORM 2800-LOG-APPLIED
           END-IF.

       2200-APPLY-CHANGE.
           MOVE SPACES TO CA-BEFORE.
           MOVE RATE-ENTRY (WS-RATE-IDX) TO CA-BEFORE(1:42).
           MOVE TX-CREDIT-RATE TO TB-TR-RATE (WS-RATE-IDX).
           MOVE TX-FEE-DESC TO TB-TR-FEE-DESC (WS-RATE-IDX).
           MOVE TX-FEE-AMT TO TB-TR-FEE-AMT (WS-RATE-IDX).
           MOVE SPACES TO CA-AFTER.
           MOVE RATE-ENTRY (WS-RATE-IDX) TO CA-AFTER(1:42).
           PERFORM 2250-WRITE-AUDIT.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

      *  EVERY APPLIED CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBRT00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'TUITRATE' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE TX-KEY TO CA-KEY(1:9).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

      *  THE DELETED ENTRY IS OVERLAID WITH THE LAST
      *  RATE ENTRY, WHICH KEEPS THE TABLE DENSE.  THE
      *  BILLING JOB SCANS THE WHOLE TABLE, SO ORDER DOES
      *  NOT MATTER.
       2300-APPLY-DELETE.
           IF WS-RATE-IDX < RATE-COUNT
               MOVE RATE-ENTRY (RATE-COUNT)
                   TO RATE-ENTRY (WS-RATE-IDX)
           END-IF.
           SUBTRACT 1 FROM RATE-COUNT.
           ADD 1 TO C-DELCTR.
           MOVE 'DELETED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

       2800-LOG-APPLIED.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2850-LOG-TRAN-VALUES.
           MOVE TX-DEPT TO LG-DEPT.
           MOVE TX-TERM TO LG-TERM.
           IF TX-CREDIT-RATE NUMERIC
               MOVE TX-CREDIT-RATE TO LG-RATE-NUM
               MOVE LG-RATE-NUM TO LG-RATE
           ELSE
               MOVE TX-CREDIT-RATE-X TO LG-RATE
           END-IF.
           IF TX-FEE-AMT NUMERIC
               MOVE TX-FEE-AMT TO LG-FEE-NUM
               MOVE LG-FEE-NUM TO LG-FEE
           ELSE
               MOVE TX-FEE-AMT-X TO LG-FEE
           END-IF.
           MOVE TX-FEE-DESC TO LG-FEE-DESC.

       2900-LOG-REJECT.
           ADD 1 TO C-REJCTR.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2950-LOG-NOT-FOUND.
           ADD 1 TO C-NFCTR.
           PERFORM 2850-LOG-TRAN-VALUES.
           MOVE 'NOT FOUND - RATE NOT ON FILE' TO LG-ACTION.
           PERFORM 9200-WRITE-LOG.

       3000-WRITE-RATES.
           OPEN OUTPUT NEW-RATE-FILE.
           MOVE 0 TO WS-RATE-IDX.
           PERFORM 3100-WRITE-ENTRY
               UNTIL WS-RATE-IDX = RATE-COUNT.
           CLOSE NEW-RATE-FILE.

       3100-WRITE-ENTRY.
           ADD 1 TO WS-RATE-IDX.
           MOVE RATE-ENTRY (WS-RATE-IDX) TO NEW-TR-REC.
           WRITE NEW-TR-REC.

       4000-CLOSING.
           MOVE C-ADDCTR TO O-ADDCTR.
           MOVE C-CHGCTR TO O-CHGCTR.
           MOVE C-DELCTR TO O-DELCTR.
           MOVE C-REJCTR TO O-REJCTR.
           MOVE C-NFCTR TO O-NFCTR.
           WRITE LOGLINE FROM LOG-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RATELOG.

      *  AN EMPTY TABLE MEANS THE REFERENCE FILE HAS NOT
      *  BEEN BUILT YET - NOTHING IS REJECTED FOR IT.
       7000-CHECK-DEPT.
           IF DEPT-COUNT = 0
               MOVE 'Y' TO WS-DEPT-FOUND
               MOVE 'A' TO WS-DEPT-ACTIVE
           ELSE
               MOVE 'N' TO WS-DEPT-FOUND
               MOVE 'N' TO WS-DEPT-ACTIVE
               PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
                   IF TB-CODE (DX) = TX-DEPT
                       MOVE 'Y' TO WS-DEPT-FOUND
                       MOVE TB-ACTIVE (DX) TO WS-DEPT-ACTIVE
                   END-IF
               END-PERFORM
           END-IF.

       8000-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE 0 TO WS-RATE-IDX.
           PERFORM VARYING RTX FROM 1 BY 1
               UNTIL RTX > RATE-COUNT OR WS-RATE-FOUND = 'Y'
               IF TB-TR-KEY (RTX) = TX-KEY
                   MOVE 'Y' TO WS-RATE-FOUND
                   SET WS-RATE-IDX TO RTX
               END-IF
           END-PERFORM.

       9000-READ-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'YES' TO MORE-RATES
           END-READ.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9020-READ-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'YES' TO MORE-DEPTS
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

      *  A CHANGE WHOSE AUDIT RECORD CANNOT BE WRITTEN
      *  MUST NOT STAND.  THE RUN STOPS HERE BEFORE THE
      *  RATES ARE WRITTEN BACK, SO TUITRATE.DAT IS LEFT
      *  UNTOUCHED.
       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBRT00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED, RATES NOT WRITTEN'.
           CLOSE TRANS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RATELOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
