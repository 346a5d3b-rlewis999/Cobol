       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBSE00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM MAINTAINS THE COURSE SECTION
      *  REFERENCE FILE CRSSECT.DAT, WHICH CARRIES THE
      *  SEAT LIMIT FOR A COURSE IN A TERM.  IT LOADS
      *  THE SECTIONS, APPLIES ADD/CHANGE/DELETE
      *  TRANSACTIONS FROM CRSSTRN.DAT KEYED ON COURSE
      *  CODE PLUS TERM, AND WRITES THE SECTIONS BACK
      *  OUT.  THE COURSE ON AN ADD MUST BE AN ACTIVE
      *  COURSE IN THE CATALOG CRSCTLG.DAT.  A SEAT
      *  LIMIT OF ZERO IS ALLOWED AND CLOSES THE
      *  SECTION - EVERY NEW ADD GOES TO THE WAITLIST.
      *  DELETING A SECTION REMOVES THE LIMIT.  A LINE
      *  IS LOGGED TO SECTLOG.PRT FOR EVERY TRANSACTION
      *  APPLIED, REJECTED, OR NOT FOUND, AND EVERY
      *  APPLIED CHANGE WRITES ITS BEFORE AND AFTER
      *  RECORD IMAGES TO THE PERMANENT CHANGE AUDIT
      *  TRAIL CHGAUDIT.DAT.  THE COURSE AND GRADE
      *  MAINTENANCE JOB (COBCM00) HOLDS ENROLLMENTS TO
      *  THE LIMITS THIS PROGRAM MAINTAINS, AND FILLS
      *  ANY SEATS A RAISED LIMIT OPENS FROM THE
      *  WAITLIST ON ITS NEXT RUN.
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SECTION-FILE
               ASSIGN TO 'E:\COBOL\CRSSECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\CRSSTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-SECTION-FILE
               ASSIGN TO 'E:\COBOL\CRSSECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'E:\COBOL\CRSCTLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECTLOG
               ASSIGN TO 'E:\COBOL\SECTLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SECTION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-REC
           RECORD CONTAINS 14 CHARACTERS.

           COPY CRSSECT.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SX-REC
           RECORD CONTAINS 15 CHARACTERS.

           COPY CRSSTRN.

       FD  NEW-SECTION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-SN-REC
           RECORD CONTAINS 14 CHARACTERS.

       01  NEW-SN-REC               PIC X(14).

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 38 CHARACTERS.

           COPY CRSCAT.

       FD  SECTLOG
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
           05  MORE-SECTS        PIC XXX     VALUE 'NO'.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  WS-SECT-FOUND     PIC X       VALUE 'N'.
           05  WS-SECT-IDX       PIC 999     VALUE 0.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.
           05  WS-CAT-ACTIVE     PIC X       VALUE 'N'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 999     VALUE 0.
           05  C-CHGCTR          PIC 999     VALUE 0.
           05  C-DELCTR          PIC 999     VALUE 0.
           05  C-REJCTR          PIC 999     VALUE 0.
           05  C-NFCTR           PIC 999     VALUE 0.

       01  SECT-TABLE.
           05  SECT-ENTRY OCCURS 500 TIMES INDEXED BY SNX.
               10  TB-SN-KEY.
                   15  TB-SN-COURSE  PIC X(6).
                   15  TB-SN-TERM    PIC X(5).
               10  TB-SN-CAPACITY    PIC 9(3).
       01  SECT-COUNT            PIC 999     VALUE 0.

       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES INDEXED BY CX.
               10  TB-COURSE     PIC X(6).
               10  TB-TITLE      PIC X(25).
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
                               VALUE 'COURSE SECTION MAINTENANCE LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(6)    VALUE 'COURSE'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TERM'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'SEATS'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(97)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-COURSE         PIC X(6).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-TERM           PIC X(5).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-CAPACITY       PIC X(5).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  LG-ACTION         PIC X(30).
           05  FILLER            PIC X(73)   VALUE SPACES.

       01  LOG-CAPACITY.
           05  FILLER            PIC XX      VALUE SPACES.
           05  LG-CAP-NUM        PIC ZZ9.

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
           PERFORM 3000-WRITE-SECTIONS.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT SECTLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-SECTIONS.
           PERFORM 1200-LOAD-CATALOG.

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

       1100-LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE.
           PERFORM 9000-READ-SECTION.
           PERFORM UNTIL MORE-SECTS = 'YES'
               IF SECT-COUNT < 500
                   ADD 1 TO SECT-COUNT
                   MOVE SN-KEY TO TB-SN-KEY (SECT-COUNT)
                   MOVE SN-CAPACITY TO TB-SN-CAPACITY (SECT-COUNT)
               END-IF
               PERFORM 9000-READ-SECTION
           END-PERFORM.
           CLOSE SECTION-FILE.

       1200-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 9020-READ-CATALOG.
           PERFORM UNTIL MORE-CATS = 'YES'
               IF CATALOG-COUNT < 200
                   ADD 1 TO CATALOG-COUNT
                   MOVE CC-COURSE TO TB-COURSE (CATALOG-COUNT)
                   MOVE CC-TITLE TO TB-TITLE (CATALOG-COUNT)
                   MOVE CC-ACTIVE TO TB-ACTIVE (CATALOG-COUNT)
               END-IF
               PERFORM 9020-READ-CATALOG
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBSE00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE SECTLOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-APPLY-TRANS.
           PERFORM 8000-FIND-SECTION.
           PERFORM 2080-EDIT-TRAN.

           PERFORM 9010-READ-TRANS.

       2080-EDIT-TRAN.
           IF (SX-ACTION = 'A' OR SX-ACTION = 'C')
                   AND SX-CAPACITY NOT NUMERIC
               MOVE 'REJECTED - INVALID SEAT LIMIT' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2050-APPLY-ACTION
           END-IF.

       2050-APPLY-ACTION.
           EVALUATE SX-ACTION
               WHEN 'A'
                   IF WS-SECT-FOUND = 'Y'
                       MOVE 'REJECTED - DUPLICATE SECTION'
                           TO LG-ACTION
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 7000-CHECK-COURSE
                       IF WS-CAT-FOUND = 'N'
                           MOVE 'REJECTED - COURSE NOT IN CATALOG'
                               TO LG-ACTION
                           PERFORM 2900-LOG-REJECT
                       ELSE
                           IF WS-CAT-ACTIVE NOT = 'A'
                               MOVE 'REJECTED - COURSE IS INACTIVE'
                                   TO LG-ACTION
                               PERFORM 2900-LOG-REJECT
                           ELSE
                               PERFORM 2100-APPLY-ADD
                           END-IF
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-SECT-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2200-APPLY-CHANGE
                   END-IF
               WHEN 'D'
                   IF WS-SECT-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 2300-APPLY-DELETE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE' TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE.

       2100-APPLY-ADD.
           IF SECT-COUNT = 500
               MOVE 'REJECTED - SECTION FILE IS FULL' TO LG-ACTION
               PERFORM 2900-LOG-REJECT
           ELSE
               ADD 1 TO SECT-COUNT
               MOVE SX-KEY TO TB-SN-KEY (SECT-COUNT)
               MOVE SX-CAPACITY TO TB-SN-CAPACITY (SECT-COUNT)
               ADD 1 TO C-ADDCTR
               MOVE 'ADDED' TO LG-ACTION
               PERFORM 2800-LOG-APPLIED
           END-IF.

       2200-APPLY-CHANGE.
           MOVE SPACES TO CA-BEFORE.
           MOVE SECT-ENTRY (WS-SECT-IDX) TO CA-BEFORE(1:14).
           MOVE SX-CAPACITY TO TB-SN-CAPACITY (WS-SECT-IDX).
           MOVE SPACES TO CA-AFTER.
           MOVE SECT-ENTRY (WS-SECT-IDX) TO CA-AFTER(1:14).
           PERFORM 2250-WRITE-AUDIT.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

      *  EVERY APPLIED CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBSE00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'CRSSECT' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE SX-KEY TO CA-KEY(1:11).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

      *  THE DELETED ENTRY IS OVERLAID WITH THE LAST
      *  SECTION ENTRY, WHICH KEEPS THE TABLE DENSE.  THE
      *  LOOKUPS IN THE OTHER JOBS SCAN THE WHOLE TABLE,
      *  SO ORDER DOES NOT MATTER.
       2300-APPLY-DELETE.
           IF WS-SECT-IDX < SECT-COUNT
               MOVE SECT-ENTRY (SECT-COUNT)
                   TO SECT-ENTRY (WS-SECT-IDX)
           END-IF.
           SUBTRACT 1 FROM SECT-COUNT.
           ADD 1 TO C-DELCTR.
           MOVE 'DELETED - NO SEAT LIMIT' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

       2800-LOG-APPLIED.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2850-LOG-TRAN-VALUES.
           MOVE SX-COURSE TO LG-COURSE.
           MOVE SX-TERM TO LG-TERM.
           IF SX-CAPACITY NUMERIC
               MOVE SX-CAPACITY TO LG-CAP-NUM
               MOVE LOG-CAPACITY TO LG-CAPACITY
           ELSE
               MOVE SX-CAPACITY TO LG-CAPACITY
           END-IF.

       2900-LOG-REJECT.
           ADD 1 TO C-REJCTR.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2950-LOG-NOT-FOUND.
           ADD 1 TO C-NFCTR.
           PERFORM 2850-LOG-TRAN-VALUES.
           MOVE 'NOT FOUND - SECTION NOT ON FILE' TO LG-ACTION.
           PERFORM 9200-WRITE-LOG.

       3000-WRITE-SECTIONS.
           OPEN OUTPUT NEW-SECTION-FILE.
           MOVE 0 TO WS-SECT-IDX.
           PERFORM 3100-WRITE-ENTRY
               UNTIL WS-SECT-IDX = SECT-COUNT.
           CLOSE NEW-SECTION-FILE.

       3100-WRITE-ENTRY.
           ADD 1 TO WS-SECT-IDX.
           MOVE SECT-ENTRY (WS-SECT-IDX) TO NEW-SN-REC.
           WRITE NEW-SN-REC.

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
           CLOSE SECTLOG.

      *  AN EMPTY CATALOG MEANS THE REFERENCE FILE HAS
      *  NOT BEEN BUILT YET - NOTHING IS REJECTED FOR IT.
       7000-CHECK-COURSE.
           IF CATALOG-COUNT = 0
               MOVE 'Y' TO WS-CAT-FOUND
               MOVE 'A' TO WS-CAT-ACTIVE
           ELSE
               MOVE 'N' TO WS-CAT-FOUND
               MOVE 'N' TO WS-CAT-ACTIVE
               PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > CATALOG-COUNT OR WS-CAT-FOUND = 'Y'
                   IF TB-COURSE (CX) = SX-COURSE
                       MOVE 'Y' TO WS-CAT-FOUND
                       MOVE TB-ACTIVE (CX) TO WS-CAT-ACTIVE
                   END-IF
               END-PERFORM
           END-IF.

       8000-FIND-SECTION.
           MOVE 'N' TO WS-SECT-FOUND.
           MOVE 0 TO WS-SECT-IDX.
           PERFORM VARYING SNX FROM 1 BY 1
               UNTIL SNX > SECT-COUNT OR WS-SECT-FOUND = 'Y'
               IF TB-SN-KEY (SNX) = SX-KEY
                   MOVE 'Y' TO WS-SECT-FOUND
                   SET WS-SECT-IDX TO SNX
               END-IF
           END-PERFORM.

       9000-READ-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE 'YES' TO MORE-SECTS
           END-READ.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9020-READ-CATALOG.
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
      *  SECTIONS ARE WRITTEN BACK, SO CRSSECT.DAT IS
      *  LEFT UNTOUCHED.
       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBSE00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED, SECTIONS NOT WRITTEN'.
           CLOSE TRANS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SECTLOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
