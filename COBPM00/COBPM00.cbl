       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBPM00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  GRADUATE PLACEMENT MAINTENANCE.  THIS PROGRAM
      *  APPLIES THE CLEAN TRANSACTION FILE PLACTRC.DAT
      *  WRITTEN BY THE PLACEMENT EDIT (COBPE00) BY KEY
      *  AGAINST THE INDEXED PLACEMENT FILE PLACEMNT.DAT:
      *    A - ADDS A GRADUATE'S OUTCOME
      *    C - REPLACES THE OUTCOME (FOR EXAMPLE TO
      *        CONFIRM IT OR RECORD A NEW JOB)
      *    D - REMOVES THE OUTCOME
      *  THE GRADUATE'S DEPARTMENT IS TAKEN FROM THE
      *  STUDENT MASTER, OR FROM THE HISTORY FILE FOR A
      *  GRADUATE ALREADY DELETED, WHEN THE OUTCOME IS
      *  ADDED, SO THE OUTCOMES REPORT STILL PLACES THE
      *  GRADUATE AFTER THE MASTER RECORD IS GONE.  EVERY
      *  ADD, CHANGE AND DELETE WRITES ITS BEFORE AND
      *  AFTER IMAGES TO CHGAUDIT.DAT, AND A LINE IS
      *  LOGGED TO PLACLOG.PRT FOR EVERY TRANSACTION.
      *
      *  A CONFIRMED FULL-TIME OR PART-TIME OUTCOME WITH
      *  A SALARY THAT DIFFERS FROM THE STARTING SALARY
      *  ON THE STUDENT MASTER IS NOT POSTED TO THE
      *  MASTER HERE.  A SALARY-ONLY 'S' TRANSACTION WITH
      *  THE NEW SALARY IS ADDED TO STDNTTRN.DAT, SO THE
      *  CHANGE GOES THROUGH THE STUDENT EDIT (COBTE00)
      *  AND MASTER MAINTENANCE (COBMT00) AND IS AUDITED
      *  THERE LIKE ANY OTHER MASTER CHANGE.  WHEN
      *  STDNTTRN.DAT ALREADY HOLDS A TRANSACTION FOR THE
      *  STUDENT THE SALARY CHANGE IS NOT QUEUED BEHIND
      *  IT - IT IS LOGGED FOR THE OPERATOR TO KEY ONCE
      *  THE PENDING TRANSACTION HAS BEEN APPLIED.
      *
      *  STEP RETURN CODES:
      *    0 - EVERY TRANSACTION APPLIED
      *    4 - TRANSACTIONS REJECTED, OR A SALARY CHANGE
      *        NOT QUEUED (WARNING)
      *    8 - THE AUDIT TRAIL OR THE STUDENT TRANSACTION
      *        FILE COULD NOT BE WRITTEN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\PLACTRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO 'E:\COBOL\PLACEMNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STUDENT-TRANS
               ASSIGN TO 'E:\COBOL\STDNTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRAN-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PLACLOG
               ASSIGN TO 'E:\COBOL\PLACLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY PLACTRN.

       FD  PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTREC.

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS H-REC
           RECORD CONTAINS 75 CHARACTERS.

           COPY STDNTHST.

       FD  STUDENT-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-REC
           RECORD CONTAINS 54 CHARACTERS.

           COPY STDNTTRN.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       FD  PLACLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  MORE-HIST         PIC XXX     VALUE 'NO'.
           05  MORE-STRAN        PIC XXX     VALUE 'NO'.
           05  WS-TRAN-PENDING   PIC X       VALUE 'N'.
           05  WS-PLAC-FOUND     PIC X       VALUE 'N'.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-HIST-FOUND     PIC X       VALUE 'N'.
           05  WS-HIST-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-STRAN-STATUS   PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 9(5)    VALUE 0.
           05  C-CHGCTR          PIC 9(5)    VALUE 0.
           05  C-DELCTR          PIC 9(5)    VALUE 0.
           05  C-SALCTR          PIC 9(5)    VALUE 0.
           05  C-HELDCTR         PIC 9(5)    VALUE 0.
           05  C-REJCTR          PIC 9(5)    VALUE 0.

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
                               VALUE 'GRADUATE PLACEMENT POSTING LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE 'ACT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TYPE'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(30)   VALUE 'EMPLOYER OR SCHOOL'.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'SALARY'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'CONFIRMED'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE 'SRC'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(44)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-ID             PIC X(7).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-ACTION-CODE    PIC X.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-TYPE           PIC XX.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-EMPLOYER       PIC X(30).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  LG-SALARY         PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  LG-CONFIRM        PIC X(10).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-SOURCE         PIC X.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-ACTION         PIC X(39).
           05  FILLER            PIC X(11)   VALUE SPACES.

       01  LOG-CONFIRM.
           05  LC-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  LC-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  LC-YY             PIC 9(4).

       01  LOG-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'ADDED:'.
           05  O-ADDCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'CHANGED:'.
           05  O-CHGCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'DELETED:'.
           05  O-DELCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(24)
                               VALUE 'SALARY CHANGES QUEUED:'.
           05  O-SALCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'NOT QUEUED:'.
           05  O-HELDCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJCTR          PIC ZZZZ9.
           05  FILLER            PIC X(5)    VALUE SPACES.

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
           OPEN I-O PLACEMENT-FILE.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PLACLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

      *  THE CHANGE AUDIT TRAIL IS PERMANENT AND THE
      *  STUDENT TRANSACTION FILE MAY ALREADY HOLD THE
      *  DAY'S KEYED TRANSACTIONS, SO BOTH ARE EXTENDED,
      *  NEVER OPENED OUTPUT.  THE SELECTS ARE OPTIONAL,
      *  SO OPEN EXTEND CREATES EITHER FILE ON ITS FIRST
      *  USE (STATUS '05').
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '05'
               PERFORM 1300-ABORT-AUDIT-OPEN
           END-IF.

           OPEN EXTEND STUDENT-TRANS.
           IF WS-STRAN-STATUS NOT = '00' AND
                   WS-STRAN-STATUS NOT = '05'
               PERFORM 1350-ABORT-STRAN-OPEN
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 9010-READ-TRANS.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBPM00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE PLACLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1350-ABORT-STRAN-OPEN.
           DISPLAY 'COBPM00: STUDENT TRANSACTION FILE OPEN FAILED - '
               'STATUS ' WS-STRAN-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE PLACLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-APPLY-TRANS.
           PERFORM 2050-LOG-TRAN-VALUES.
           PERFORM 8000-READ-PLACEMENT.

           EVALUATE TRUE
               WHEN PT-ACTION = 'A'
                   PERFORM 3100-APPLY-ADD
               WHEN PT-ACTION = 'C'
                   PERFORM 3200-APPLY-CHANGE
               WHEN PT-ACTION = 'D'
                   PERFORM 3300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION' TO LG-ACTION
                   ADD 1 TO C-REJCTR
           END-EVALUATE.

           PERFORM 9200-WRITE-LOG.
           PERFORM 9010-READ-TRANS.

       2050-LOG-TRAN-VALUES.
           MOVE PT-ID TO LG-ID.
           MOVE PT-ACTION TO LG-ACTION-CODE.
           MOVE PT-EMP-TYPE TO LG-TYPE.
           MOVE PT-EMPLOYER TO LG-EMPLOYER.
           MOVE PT-SOURCE TO LG-SOURCE.
           MOVE 0 TO LG-SALARY.
           IF PT-SALARY NUMERIC
               MOVE PT-SALARY TO LG-SALARY
           END-IF.
           MOVE SPACES TO LG-CONFIRM.
           IF PT-CONFIRM-DATE NUMERIC AND PT-YY > 0
               MOVE PT-MM TO LC-MM
               MOVE PT-DD TO LC-DD
               MOVE PT-YY TO LC-YY
               MOVE LOG-CONFIRM TO LG-CONFIRM
           END-IF.

       3100-APPLY-ADD.
           IF WS-PLAC-FOUND = 'Y'
               MOVE 'REJECTED - ALREADY ON FILE' TO LG-ACTION
               ADD 1 TO C-REJCTR
           ELSE
               PERFORM 8100-READ-MASTER
               IF WS-MST-FOUND = 'Y'
                   MOVE I-DEPT-CODE TO PL-DEPT
               ELSE
                   PERFORM 8200-SEARCH-HISTORY
                   MOVE WS-HIST-DEPT TO PL-DEPT
               END-IF
               MOVE PT-ID TO PL-ID
               PERFORM 3400-MOVE-FIELDS
               WRITE PL-REC
               MOVE SPACES TO CA-BEFORE
               MOVE SPACES TO CA-AFTER
               MOVE PL-REC(8:53) TO CA-AFTER
               PERFORM 2250-WRITE-AUDIT
               MOVE 'ADDED' TO LG-ACTION
               ADD 1 TO C-ADDCTR
               PERFORM 3500-CHECK-SALARY
           END-IF.

      *  THE DEPARTMENT RECORDED AT THE ADD IS KEPT, SO A
      *  LATER CHANGE OF MAJOR DOES NOT MOVE AN OUTCOME
      *  ALREADY REPORTED UNDER THE DEPARTMENT THE
      *  STUDENT GRADUATED FROM.
       3200-APPLY-CHANGE.
           IF WS-PLAC-FOUND = 'N'
               MOVE 'REJECTED - NOT ON FILE' TO LG-ACTION
               ADD 1 TO C-REJCTR
           ELSE
               MOVE SPACES TO CA-BEFORE
               MOVE PL-REC(8:53) TO CA-BEFORE
               PERFORM 3400-MOVE-FIELDS
               REWRITE PL-REC
               MOVE SPACES TO CA-AFTER
               MOVE PL-REC(8:53) TO CA-AFTER
               PERFORM 2250-WRITE-AUDIT
               MOVE 'CHANGED' TO LG-ACTION
               ADD 1 TO C-CHGCTR
               PERFORM 8100-READ-MASTER
               PERFORM 3500-CHECK-SALARY
           END-IF.

       3300-APPLY-DELETE.
           IF WS-PLAC-FOUND = 'N'
               MOVE 'REJECTED - NOT ON FILE' TO LG-ACTION
               ADD 1 TO C-REJCTR
           ELSE
               MOVE SPACES TO CA-BEFORE
               MOVE PL-REC(8:53) TO CA-BEFORE
               DELETE PLACEMENT-FILE
               MOVE SPACES TO CA-AFTER
               PERFORM 2250-WRITE-AUDIT
               MOVE 'DELETED' TO LG-ACTION
               ADD 1 TO C-DELCTR
           END-IF.

       3400-MOVE-FIELDS.
           MOVE PT-EMP-TYPE TO PL-EMP-TYPE.
           MOVE PT-SALARY TO PL-SALARY.
           MOVE 0 TO PL-CONFIRM-DATE.
           IF PT-CONFIRM-DATE NUMERIC
               MOVE PT-CONFIRM-DATE TO PL-CONFIRM-DATE
           END-IF.
           MOVE PT-SOURCE TO PL-SOURCE.
           MOVE PT-EMPLOYER TO PL-EMPLOYER.
           MOVE PT-JOB-TITLE TO PL-JOB-TITLE.

      *  ONLY A CONFIRMED JOB WITH A DISCLOSED SALARY
      *  REPLACES THE MASTER STARTING SALARY, AND ONLY
      *  WHILE THE STUDENT IS STILL ON THE MASTER.  THE
      *  'S' TRANSACTION CARRIES THE MASTER'S NAME AND
      *  OTHER FIELDS FOR THE LOGS ONLY - THE MASTER
      *  MAINTENANCE TAKES NOTHING BUT THE SALARY FROM IT.
       3500-CHECK-SALARY.
           IF (PL-EMP-TYPE = 'FT' OR PL-EMP-TYPE = 'PT')
                   AND PL-SALARY > 0 AND PL-CONFIRM-DATE > 0
                   AND WS-MST-FOUND = 'Y'
                   AND PL-SALARY NOT = I-START-SALARY
               PERFORM 3550-CHECK-PENDING
               IF WS-TRAN-PENDING = 'Y'
                   MOVE 'SALARY CHANGE NOT QUEUED - PENDING TRAN'
                       TO LG-ACTION
                   ADD 1 TO C-HELDCTR
               ELSE
                   PERFORM 3600-QUEUE-SALARY
               END-IF
           END-IF.

      *  A TRANSACTION ALREADY WAITING ON STDNTTRN.DAT FOR
      *  THE STUDENT IS APPLIED FIRST BY THE NEXT MASTER
      *  MAINTENANCE, SO THE FILE IS READ THROUGH FOR ONE
      *  BEFORE THE SALARY CHANGE IS QUEUED.  THE FILE IS
      *  THEN EXTENDED AGAIN FOR THE REST OF THE RUN.
       3550-CHECK-PENDING.
           MOVE 'N' TO WS-TRAN-PENDING.
           MOVE 'NO' TO MORE-STRAN.
           CLOSE STUDENT-TRANS.
           OPEN INPUT STUDENT-TRANS.
           PERFORM 9030-READ-STRAN.
           PERFORM UNTIL MORE-STRAN = 'YES'
               IF T-ID = I-ID
                   MOVE 'Y' TO WS-TRAN-PENDING
               END-IF
               PERFORM 9030-READ-STRAN
           END-PERFORM.
           CLOSE STUDENT-TRANS.

           OPEN EXTEND STUDENT-TRANS.
           IF WS-STRAN-STATUS NOT = '00' AND
                   WS-STRAN-STATUS NOT = '05'
               PERFORM 9800-ABORT-STRAN-WRITE
           END-IF.

       3600-QUEUE-SALARY.
           MOVE 'S' TO T-ACTION.
           MOVE I-ID TO T-ID.
           MOVE I-LNAME TO T-LNAME.
           MOVE I-FNAME TO T-FNAME.
           MOVE I-INIT TO T-INIT.
           MOVE I-GPA TO T-GPA.
           MOVE PL-SALARY TO T-START-SALARY.
           MOVE I-DEPT-CODE TO T-DEPT-CODE.
           WRITE T-REC.
           IF WS-STRAN-STATUS NOT = '00'
               PERFORM 9800-ABORT-STRAN-WRITE
           END-IF.
           ADD 1 TO C-SALCTR.
           IF PT-ACTION = 'A'
               MOVE 'ADDED - SALARY CHANGE QUEUED' TO LG-ACTION
           ELSE
               MOVE 'CHANGED - SALARY CHANGE QUEUED'
                   TO LG-ACTION
           END-IF.

      *  EVERY PLACEMENT CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.  AN ADD
      *  HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.
      *  THE IMAGE IS THE RECORD WITHOUT ITS KEY AND JOB
      *  TITLE, WHICH DO NOT FIT THE AUDIT RECORD.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBPM00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'PLACEMNT' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE PT-ID TO CA-KEY(1:7).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

       4000-CLOSING.
           MOVE C-ADDCTR TO O-ADDCTR.
           MOVE C-CHGCTR TO O-CHGCTR.
           MOVE C-DELCTR TO O-DELCTR.
           MOVE C-SALCTR TO O-SALCTR.
           MOVE C-HELDCTR TO O-HELDCTR.
           MOVE C-REJCTR TO O-REJCTR.
           WRITE LOGLINE FROM LOG-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-TRANS.
           CLOSE AUDIT-FILE.
           CLOSE PLACLOG.

      *  STEP RETURN CODE:
      *    0 - EVERY TRANSACTION APPLIED
      *    4 - TRANSACTIONS REJECTED, OR A SALARY CHANGE
      *        NOT QUEUED (WARNING)
       6000-SET-RETURN-CODE.
           IF C-REJCTR > 0 OR C-HELDCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       8000-READ-PLACEMENT.
           MOVE 'Y' TO WS-PLAC-FOUND.
           MOVE PT-ID TO PL-ID.
           READ PLACEMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PLAC-FOUND
           END-READ.

       8100-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE PT-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

      *  A GRADUATE DELETED MORE THAN ONCE (RE-ADMITTED)
      *  TAKES THE DEPARTMENT FROM THE LATEST HISTORY
      *  RECORD, SO THE WHOLE FILE IS READ.
       8200-SEARCH-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE SPACES TO WS-HIST-DEPT.
           MOVE 'NO' TO MORE-HIST.
           OPEN INPUT HISTORY-FILE.
           PERFORM 9020-READ-HIST.
           PERFORM UNTIL MORE-HIST = 'YES'
               IF H-MASTER (1:7) = PT-ID
                   MOVE 'Y' TO WS-HIST-FOUND
                   MOVE H-MASTER (50:4) TO WS-HIST-DEPT
               END-IF
               PERFORM 9020-READ-HIST
           END-PERFORM.
           CLOSE HISTORY-FILE.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9020-READ-HIST.
           READ HISTORY-FILE
               AT END
                   MOVE 'YES' TO MORE-HIST
           END-READ.

       9030-READ-STRAN.
           READ STUDENT-TRANS
               AT END
                   MOVE 'YES' TO MORE-STRAN
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

      *  THE PLACEMENT IS ALREADY APPLIED AND AUDITED BUT
      *  ITS SALARY CHANGE COULD NOT BE QUEUED.  THE RUN
      *  STOPS SO THE OPERATOR CAN RE-KEY THE CHANGE.
       9800-ABORT-STRAN-WRITE.
           DISPLAY 'COBPM00: STUDENT TRANSACTION WRITE FAILED - '
               'STATUS ' WS-STRAN-STATUS ' - RUN ABORTED AT ' PT-ID.
           CLOSE TRANS-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-TRANS.
           CLOSE AUDIT-FILE.
           CLOSE PLACLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBPM00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED AT ' PT-ID.
           CLOSE TRANS-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-TRANS.
           CLOSE AUDIT-FILE.
           CLOSE PLACLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
