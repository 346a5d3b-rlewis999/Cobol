       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDR00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM MAINTAINS THE DEGREE REQUIREMENTS
      *  REFERENCE FILE DEGREQ.DAT.  IT LOADS THE
      *  REQUIREMENTS, APPLIES ADD/CHANGE/DELETE
      *  TRANSACTIONS FROM DEGRTRN.DAT KEYED ON THE
      *  DEPARTMENT CODE PLUS COURSE CODE, AND WRITES THE
      *  REQUIREMENTS BACK OUT.  EACH DEPARTMENT HAS ONE
      *  MINIMUMS LINE (COURSE CODE OF SPACES) CARRYING
      *  THE MINIMUM TOTAL GRADED HOURS, THE MINIMUM
      *  IN-DEPARTMENT HOURS AND THE MINIMUM CUMULATIVE
      *  GPA, AND ONE LINE PER REQUIRED COURSE.  THE
      *  DEPARTMENT CODE IS CHECKED AGAINST THE
      *  DEPARTMENT TABLE DEPTTBL.DAT AND A REQUIRED
      *  COURSE AGAINST THE COURSE CATALOG CRSCTLG.DAT
      *  THE SAME WAY THE OTHER MAINTENANCE JOBS CHECK
      *  THEM.  A LINE IS LOGGED TO DEGLOG.PRT FOR EVERY
      *  TRANSACTION APPLIED, REJECTED, OR NOT FOUND, AND
      *  EVERY APPLIED CHANGE WRITES ITS BEFORE AND AFTER
      *  RECORD IMAGES TO THE PERMANENT CHANGE AUDIT
      *  TRAIL CHGAUDIT.DAT.  THE DEGREE AUDIT JOB
      *  (COBDA00) CERTIFIES STUDENTS AGAINST THE FILE
      *  THIS PROGRAM MAINTAINS.
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DEGREQ-FILE
               ASSIGN TO 'E:\COBOL\DEGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\DEGRTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-DEGREQ-FILE
               ASSIGN TO 'E:\COBOL\DEGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'E:\COBOL\CRSCTLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEGLOG
               ASSIGN TO 'E:\COBOL\DEGLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEGREQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 19 CHARACTERS.

           COPY DEGREQ.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DQ-REC
           RECORD CONTAINS 20 CHARACTERS.

           COPY DEGRTRN.

       FD  NEW-DEGREQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-DR-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  NEW-DR-REC               PIC X(19).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY DEPTREC.

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 38 CHARACTERS.

           COPY CRSCAT.

       FD  DEGLOG
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
           05  MORE-REQS         PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  WS-REQ-FOUND      PIC X       VALUE 'N'.
           05  WS-REQ-IDX        PIC 999     VALUE 0.
           05  WS-DEPT-OK        PIC X       VALUE 'Y'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-DEPT-ACTIVE    PIC X       VALUE 'N'.
           05  WS-CAT-OK         PIC X       VALUE 'Y'.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.
           05  WS-CAT-ACTIVE     PIC X       VALUE 'N'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 999     VALUE 0.
           05  C-CHGCTR          PIC 999     VALUE 0.
           05  C-DELCTR          PIC 999     VALUE 0.
           05  C-REJCTR          PIC 999     VALUE 0.
           05  C-NFCTR           PIC 999     VALUE 0.

       01  REQ-TABLE.
           05  REQ-ENTRY OCCURS 500 TIMES INDEXED BY RQX.
               10  TB-RQ-KEY.
                   15  TB-RQ-DEPT    PIC X(4).
                   15  TB-RQ-COURSE  PIC X(6).
               10  TB-RQ-MIN-HOURS   PIC 9(3).
               10  TB-RQ-MIN-DEPT    PIC 9(3).
               10  TB-RQ-MIN-GPA     PIC 9V99.
       01  REQ-COUNT             PIC 999     VALUE 0.

       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX.
               10  TB-CODE       PIC X(4).
               10  TB-NAME       PIC X(25).
               10  TB-DP-ACTIVE  PIC X.
       01  DEPT-COUNT            PIC 999     VALUE 0.

       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAX.
               10  TB-COURSE     PIC X(6).
               10  TB-TITLE      PIC X(25).
               10  TB-CREDITS    PIC 99.
               10  TB-DEPT       PIC X(4).
               10  TB-ACTIVE     PIC X.
       01  CATALOG-COUNT         PIC 999     VALUE 0.

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
                               VALUE 'DEGREE REQUIREMENTS MAINT LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'COURSE'.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'MIN HOURS'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'DEPT HRS'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'MIN GPA'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(68)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-DEPT           PIC X(4).
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  LG-COURSE         PIC X(6).
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  LG-MIN-HOURS      PIC ZZ9.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  LG-MIN-DEPT       PIC ZZ9.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  LG-MIN-GPA        PIC Z.99.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  LG-ACTION         PIC X(36).
           05  FILLER            PIC X(40)   VALUE SPACES.

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
           PERFORM 3000-WRITE-REQUIREMENTS.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT DEGLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-REQUIREMENTS.
           PERFORM 1200-LOAD-DEPT-TABLE.
           PERFORM 1250-LOAD-CATALOG.

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

       1100-LOAD-REQUIREMENTS.
           OPEN INPUT DEGREQ-FILE.
           PERFORM 9000-READ-REQUIREMENT.
           PERFORM UNTIL MORE-REQS = 'YES'
               IF REQ-COUNT < 500
                   ADD 1 TO REQ-COUNT
                   MOVE DR-DEPT TO TB-RQ-DEPT (REQ-COUNT)
                   MOVE DR-COURSE TO TB-RQ-COURSE (REQ-COUNT)
                   MOVE DR-MIN-HOURS TO TB-RQ-MIN-HOURS (REQ-COUNT)
                   MOVE DR-MIN-DEPT-HRS TO TB-RQ-MIN-DEPT (REQ-COUNT)
                   MOVE DR-MIN-GPA TO TB-RQ-MIN-GPA (REQ-COUNT)
               END-IF
               PERFORM 9000-READ-REQUIREMENT
           END-PERFORM.
           CLOSE DEGREQ-FILE.

       1200-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           PERFORM 9020-READ-DEPT.
           PERFORM UNTIL MORE-DEPTS = 'YES'
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DP-CODE TO TB-CODE (DEPT-COUNT)
                   MOVE DP-NAME TO TB-NAME (DEPT-COUNT)
                   MOVE DP-ACTIVE TO TB-DP-ACTIVE (DEPT-COUNT)
               END-IF
               PERFORM 9020-READ-DEPT
           END-PERFORM.
           CLOSE DEPT-FILE.

       1250-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 9030-READ-CATALOG.
           PERFORM UNTIL MORE-CATS = 'YES'
               IF CATALOG-COUNT < 200
                   ADD 1 TO CATALOG-COUNT
                   MOVE CC-COURSE TO TB-COURSE (CATALOG-COUNT)
                   MOVE CC-TITLE TO TB-TITLE (CATALOG-COUNT)
                   MOVE CC-CREDITS TO TB-CREDITS (CATALOG-COUNT)
                   MOVE CC-DEPT TO TB-DEPT (CATALOG-COUNT)
                   MOVE CC-ACTIVE TO TB-ACTIVE (CATALOG-COUNT)
               END-IF
               PERFORM 9030-READ-CATALOG
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBDR00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE DEGLOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-APPLY-TRANS.
           PERFORM 8000-FIND-REQUIREMENT.
           PERFORM 2080-EDIT-TRAN.

           PERFORM 9010-READ-TRANS.

      *  THE MINIMUMS LINE MUST CARRY NUMERIC HOURS AND A
      *  GPA ON THE 4.00 SCALE.  A REQUIRED COURSE LINE
      *  CARRIES NO VALUES OF ITS OWN, SO THERE IS
      *  NOTHING ON IT TO CHANGE.
       2080-EDIT-TRAN.
           IF DQ-COURSE = SPACES
                   AND (DQ-ACTION = 'A' OR DQ-ACTION = 'C')
                   AND (DQ-MIN-HOURS NOT NUMERIC
                        OR DQ-MIN-DEPT-HRS NOT NUMERIC)
               MOVE 'REJECTED - INVALID MINIMUM HOURS' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               IF DQ-COURSE = SPACES
                       AND (DQ-ACTION = 'A' OR DQ-ACTION = 'C')
                       AND (DQ-MIN-GPA NOT NUMERIC
                            OR DQ-MIN-GPA > 4.00)
                   MOVE 'REJECTED - INVALID MINIMUM GPA'
                       TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
               ELSE
                   IF DQ-COURSE NOT = SPACES AND DQ-ACTION = 'C'
                       MOVE 'REJECTED - NOTHING TO CHANGE'
                           TO LG-ACTION
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 2050-APPLY-ACTION
                   END-IF
               END-IF
           END-IF.

       2050-APPLY-ACTION.
           EVALUATE DQ-ACTION
               WHEN 'A'
                   IF WS-REQ-FOUND = 'Y'
                       MOVE 'REJECTED - DUPLICATE REQUIREMENT'
                           TO LG-ACTION
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 7000-CHECK-DEPT
                       IF WS-DEPT-OK = 'Y'
                           PERFORM 7100-CHECK-COURSE
                           IF WS-CAT-OK = 'Y'
                               PERFORM 2100-APPLY-ADD
                           ELSE
                               PERFORM 2900-LOG-REJECT
                           END-IF
                       ELSE
                           PERFORM 2900-LOG-REJECT
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-REQ-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2200-APPLY-CHANGE
                   END-IF
               WHEN 'D'
                   IF WS-REQ-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2300-APPLY-DELETE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE' TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE.

       2100-APPLY-ADD.
           IF REQ-COUNT = 500
               MOVE 'REJECTED - REQUIREMENTS FILE FULL' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               ADD 1 TO REQ-COUNT
               MOVE DQ-DEPT TO TB-RQ-DEPT (REQ-COUNT)
               MOVE DQ-COURSE TO TB-RQ-COURSE (REQ-COUNT)
               IF DQ-COURSE = SPACES
                   MOVE DQ-MIN-HOURS TO TB-RQ-MIN-HOURS (REQ-COUNT)
                   MOVE DQ-MIN-DEPT-HRS TO TB-RQ-MIN-DEPT (REQ-COUNT)
                   MOVE DQ-MIN-GPA TO TB-RQ-MIN-GPA (REQ-COUNT)
               ELSE
                   MOVE 0 TO TB-RQ-MIN-HOURS (REQ-COUNT)
                   MOVE 0 TO TB-RQ-MIN-DEPT (REQ-COUNT)
                   MOVE 0 TO TB-RQ-MIN-GPA (REQ-COUNT)
               END-IF
               MOVE REQ-COUNT TO WS-REQ-IDX
               ADD 1 TO C-ADDCTR
               MOVE 'ADDED' TO LG-ACTION
               PERFORM 2800-LOG-APPLIED
           END-IF.

       2200-APPLY-CHANGE.
           MOVE SPACES TO CA-BEFORE.
           MOVE REQ-ENTRY (WS-REQ-IDX) TO CA-BEFORE(1:19).
           MOVE DQ-MIN-HOURS TO TB-RQ-MIN-HOURS (WS-REQ-IDX).
           MOVE DQ-MIN-DEPT-HRS TO TB-RQ-MIN-DEPT (WS-REQ-IDX).
           MOVE DQ-MIN-GPA TO TB-RQ-MIN-GPA (WS-REQ-IDX).
           MOVE SPACES TO CA-AFTER.
           MOVE REQ-ENTRY (WS-REQ-IDX) TO CA-AFTER(1:19).
           PERFORM 2250-WRITE-AUDIT.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

      *  EVERY APPLIED CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBDR00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'DEGREQ' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE DQ-KEY TO CA-KEY(1:10).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

      *  THE DELETED ENTRY IS OVERLAID WITH THE LAST
      *  ENTRY, WHICH KEEPS THE TABLE DENSE.  THE DEGREE
      *  AUDIT SCANS THE WHOLE TABLE, SO THE ORDER THE
      *  FILE IS WRITTEN BACK IN DOES NOT MATTER.
       2300-APPLY-DELETE.
           MOVE TB-RQ-MIN-HOURS (WS-REQ-IDX) TO DQ-MIN-HOURS.
           MOVE TB-RQ-MIN-DEPT (WS-REQ-IDX) TO DQ-MIN-DEPT-HRS.
           MOVE TB-RQ-MIN-GPA (WS-REQ-IDX) TO DQ-MIN-GPA.
           IF WS-REQ-IDX < REQ-COUNT
               MOVE REQ-ENTRY (REQ-COUNT)
                   TO REQ-ENTRY (WS-REQ-IDX)
           END-IF.
           SUBTRACT 1 FROM REQ-COUNT.
           ADD 1 TO C-DELCTR.
           MOVE 'DELETED' TO LG-ACTION.
           PERFORM 2850-LOG-TRAN-VALUES.

       2800-LOG-APPLIED.
           MOVE DQ-DEPT TO LG-DEPT.
           MOVE DQ-COURSE TO LG-COURSE.
           MOVE TB-RQ-MIN-HOURS (WS-REQ-IDX) TO LG-MIN-HOURS.
           MOVE TB-RQ-MIN-DEPT (WS-REQ-IDX) TO LG-MIN-DEPT.
           MOVE TB-RQ-MIN-GPA (WS-REQ-IDX) TO LG-MIN-GPA.
           PERFORM 9200-WRITE-LOG.

       2900-LOG-REJECT.
           ADD 1 TO C-REJCTR.
           PERFORM 2850-LOG-TRAN-VALUES.

       2850-LOG-TRAN-VALUES.
           MOVE DQ-DEPT TO LG-DEPT.
           MOVE DQ-COURSE TO LG-COURSE.
           IF DQ-MIN-HOURS NUMERIC
               MOVE DQ-MIN-HOURS TO LG-MIN-HOURS
           ELSE
               MOVE 0 TO LG-MIN-HOURS
           END-IF.
           IF DQ-MIN-DEPT-HRS NUMERIC
               MOVE DQ-MIN-DEPT-HRS TO LG-MIN-DEPT
           ELSE
               MOVE 0 TO LG-MIN-DEPT
           END-IF.
           IF DQ-MIN-GPA NUMERIC
               MOVE DQ-MIN-GPA TO LG-MIN-GPA
           ELSE
               MOVE 0 TO LG-MIN-GPA
           END-IF.
           PERFORM 9200-WRITE-LOG.

       2950-LOG-NOT-FOUND.
           ADD 1 TO C-NFCTR.
           MOVE 'NOT FOUND - REQUIREMENT NOT ON FILE' TO LG-ACTION.
           PERFORM 2850-LOG-TRAN-VALUES.

       3000-WRITE-REQUIREMENTS.
           OPEN OUTPUT NEW-DEGREQ-FILE.
           MOVE 0 TO WS-REQ-IDX.
           PERFORM 3100-WRITE-ENTRY
               UNTIL WS-REQ-IDX = REQ-COUNT.
           CLOSE NEW-DEGREQ-FILE.

       3100-WRITE-ENTRY.
           ADD 1 TO WS-REQ-IDX.
           MOVE REQ-ENTRY (WS-REQ-IDX) TO NEW-DR-REC.
           WRITE NEW-DR-REC.

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
           CLOSE DEGLOG.

      *  AN EMPTY DEPARTMENT TABLE MEANS THE REFERENCE
      *  FILE HAS NOT BEEN BUILT YET - NOTHING IS
      *  REJECTED FOR IT.  WHEN THE CODE IS BAD THE
      *  REJECT TEXT IS LEFT IN LG-ACTION FOR
      *  2900-LOG-REJECT TO LOG.
       7000-CHECK-DEPT.
           MOVE 'Y' TO WS-DEPT-OK.
           IF DEPT-COUNT = 0
               CONTINUE
           ELSE
               MOVE 'N' TO WS-DEPT-FOUND
               MOVE 'N' TO WS-DEPT-ACTIVE
               PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
                   IF TB-CODE (DX) = DQ-DEPT
                       MOVE 'Y' TO WS-DEPT-FOUND
                       MOVE TB-DP-ACTIVE (DX) TO WS-DEPT-ACTIVE
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = 'N'
                   MOVE 'N' TO WS-DEPT-OK
                   MOVE 'REJECTED - UNKNOWN DEPT CODE' TO LG-ACTION
               ELSE
                   IF WS-DEPT-ACTIVE NOT = 'A'
                       MOVE 'N' TO WS-DEPT-OK
                       MOVE 'REJECTED - INACTIVE DEPT CODE'
                           TO LG-ACTION
                   END-IF
               END-IF
           END-IF.

      *  A REQUIRED COURSE MUST BE AN ACTIVE CATALOG
      *  COURSE.  THE MINIMUMS LINE HAS NO COURSE, AND AN
      *  EMPTY CATALOG MEANS THE REFERENCE FILE HAS NOT
      *  BEEN BUILT YET - NEITHER REJECTS HERE.
       7100-CHECK-COURSE.
           MOVE 'Y' TO WS-CAT-OK.
           IF DQ-COURSE = SPACES OR CATALOG-COUNT = 0
               CONTINUE
           ELSE
               MOVE 'N' TO WS-CAT-FOUND
               MOVE 'N' TO WS-CAT-ACTIVE
               PERFORM VARYING CAX FROM 1 BY 1
                   UNTIL CAX > CATALOG-COUNT OR WS-CAT-FOUND = 'Y'
                   IF TB-COURSE (CAX) = DQ-COURSE
                       MOVE 'Y' TO WS-CAT-FOUND
                       MOVE TB-ACTIVE (CAX) TO WS-CAT-ACTIVE
                   END-IF
               END-PERFORM
               IF WS-CAT-FOUND = 'N'
                   MOVE 'N' TO WS-CAT-OK
                   MOVE 'REJECTED - UNKNOWN COURSE CODE'
                       TO LG-ACTION
               ELSE
                   IF WS-CAT-ACTIVE NOT = 'A'
                       MOVE 'N' TO WS-CAT-OK
                       MOVE 'REJECTED - INACTIVE COURSE'
                           TO LG-ACTION
                   END-IF
               END-IF
           END-IF.

       8000-FIND-REQUIREMENT.
           MOVE 'N' TO WS-REQ-FOUND.
           MOVE 0 TO WS-REQ-IDX.
           PERFORM VARYING RQX FROM 1 BY 1
               UNTIL RQX > REQ-COUNT OR WS-REQ-FOUND = 'Y'
               IF TB-RQ-KEY (RQX) = DQ-KEY
                   MOVE 'Y' TO WS-REQ-FOUND
                   SET WS-REQ-IDX TO RQX
               END-IF
           END-PERFORM.

       9000-READ-REQUIREMENT.
           READ DEGREQ-FILE
               AT END
                   MOVE 'YES' TO MORE-REQS
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

       9030-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'YES' TO MORE-CATS
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
      *  REQUIREMENTS ARE WRITTEN BACK, SO DEGREQ.DAT IS
      *  LEFT UNTOUCHED.
       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBDR00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED, REQUIREMENTS NOT '
               'WRITTEN'.
           CLOSE TRANS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE DEGLOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
