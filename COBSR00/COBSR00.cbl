       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBSR00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  SEAT AVAILABILITY AND WAITLIST REPORT.  THIS
      *  PROGRAM PRINTS ONE LINE PER COURSE SECTION ON
      *  SEATRPT.PRT IN COURSE / TERM ORDER WITH THE
      *  SEAT LIMIT FROM CRSSECT.DAT, THE SEATS TAKEN
      *  COUNTED FROM CRSGRD.DAT, THE SEATS STILL
      *  AVAILABLE, AND THE NUMBER OF STUDENTS WAITING
      *  ON CRSWAIT.DAT.  UNDER EACH SECTION THE
      *  WAITLIST IS LISTED IN THE ORDER SEATS WILL BE
      *  HANDED OUT - OLDEST ARRIVAL FIRST - WITH THE
      *  STUDENT'S NAME FROM THE STUDENT MASTER AND THE
      *  DATE AND TIME THE ENTRY ARRIVED.  STUDENTS
      *  STILL WAITING FOR A COURSE AND TERM WHOSE
      *  SECTION HAS BEEN TAKEN OFF THE SECTION FILE
      *  PRINT UNDER A 'NO SEAT LIMIT' LINE - THE NEXT
      *  COURSE AND GRADE MAINTENANCE RUN ENROLLS THEM.
      *  COURSE TITLES COME FROM THE COURSE CATALOG
      *  CRSCTLG.DAT.
      *
      *  COMMAND LINE PARAMETERS:
      *    (NONE)            - EVERY SECTION ON FILE
      *    TERM              - SECTIONS FOR ONE TERM
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SECTION-FILE
               ASSIGN TO 'E:\COBOL\CRSSECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SECTION
               ASSIGN TO 'E:\COBOL\SECTSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT OPTIONAL WAIT-FILE
               ASSIGN TO 'E:\COBOL\CRSWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-WAIT
               ASSIGN TO 'E:\COBOL\WAITSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAIT-SORT-WORK
               ASSIGN TO 'SORTWK02'.

           SELECT COURSE-FILE
               ASSIGN TO 'E:\COBOL\CRSGRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-KEY.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'E:\COBOL\CRSCTLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\SEATRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SECTION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-REC
           RECORD CONTAINS 14 CHARACTERS.

           COPY CRSSECT.

       FD  SORTED-SECTION
           LABEL RECORD IS STANDARD
           DATA RECORD IS SS-REC
           RECORD CONTAINS 14 CHARACTERS.

           COPY CRSSECT REPLACING LEADING ==SN-== BY ==SS-==.

       SD  SORT-WORK
           DATA RECORD IS SW-REC
           RECORD CONTAINS 14 CHARACTERS.

           COPY CRSSECT REPLACING LEADING ==SN-== BY ==SW-==.

       FD  WAIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 36 CHARACTERS.

           COPY CRSWAIT.

       FD  SORTED-WAIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS WQ-REC
           RECORD CONTAINS 36 CHARACTERS.

           COPY CRSWAIT REPLACING LEADING ==WL-== BY ==WQ-==.

       SD  WAIT-SORT-WORK
           DATA RECORD IS WW-REC
           RECORD CONTAINS 36 CHARACTERS.

           COPY CRSWAIT REPLACING LEADING ==WL-== BY ==WW-==.

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTREC.

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 38 CHARACTERS.

           COPY CRSCAT.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-SECTS        PIC XXX     VALUE 'NO'.
           05  MORE-WAIT         PIC XXX     VALUE 'NO'.
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-SECT-FOUND     PIC X       VALUE 'N'.
           05  WS-SECT-IDX       PIC 999     VALUE 0.
           05  WS-WAIT-IDX       PIC 999     VALUE 0.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-CUR-KEY.
               10  WS-CUR-COURSE PIC X(6).
               10  WS-CUR-TERM   PIC X(5).
           05  WS-CUR-WAITING    PIC 999     VALUE 0.
           05  WS-CUR-POSITION   PIC 999     VALUE 0.
           05  WS-AVAILABLE      PIC 9(4)    VALUE 0.

       01  RUN-PARMS.
           05  PARM-TERM         PIC X(5)    VALUE SPACES.

       01  COUNT-AREA.
           05  C-SECTCTR         PIC 9(5)    VALUE 0.
           05  C-FULLCTR         PIC 9(5)    VALUE 0.
           05  C-SEATCTR         PIC 9(5)    VALUE 0.
           05  C-TAKENCTR        PIC 9(5)    VALUE 0.
           05  C-OPENCTR         PIC 9(5)    VALUE 0.
           05  C-WAITCTR         PIC 9(5)    VALUE 0.

       01  SECT-TABLE.
           05  SECT-ENTRY OCCURS 500 TIMES INDEXED BY SNX.
               10  TB-SN-KEY.
                   15  TB-SN-COURSE  PIC X(6).
                   15  TB-SN-TERM    PIC X(5).
               10  TB-SN-CAPACITY    PIC 9(3).
               10  TB-SN-TAKEN       PIC 9(4).
       01  SECT-COUNT            PIC 999     VALUE 0.

      *  THE WAITLIST IN COURSE / TERM / ARRIVAL ORDER.
       01  WAIT-TABLE.
           05  WAIT-ENTRY OCCURS 500 TIMES INDEXED BY WLX.
               10  TB-WL-KEY.
                   15  TB-WL-ID      PIC X(7).
                   15  TB-WL-COURSE  PIC X(6).
                   15  TB-WL-TERM    PIC X(5).
               10  TB-WL-ARR-DATE    PIC 9(8).
               10  TB-WL-ARR-TIME    PIC X(6).
       01  WAIT-COUNT            PIC 999     VALUE 0.

       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAX.
               10  TB-COURSE     PIC X(6).
               10  TB-TITLE      PIC X(25).
       01  CATALOG-COUNT         PIC 999     VALUE 0.

       01  ARRIVAL-DATE.
           05  AD-YY             PIC 9(4).
           05  AD-MM             PIC 99.
           05  AD-DD             PIC 99.

       01  ARRIVAL-TIME.
           05  AT-HH             PIC XX.
           05  AT-MN             PIC XX.
           05  AT-SS             PIC XX.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).

       01  RPT-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'SEAT AVAILABILITY AND WAITLIST'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  RPT-COL.
           05  FILLER            PIC X(6)    VALUE 'COURSE'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'TERM'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(25)   VALUE 'COURSE TITLE'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'SEATS'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'ENROLLED'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'AVAILABLE'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'WAITING'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'STATUS'.
           05  FILLER            PIC X(42)   VALUE SPACES.

       01  SECT-LINE.
           05  SL-COURSE         PIC X(6).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  SL-TERM           PIC X(5).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  SL-TITLE          PIC X(25).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  SL-CAPACITY       PIC ZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SL-TAKEN          PIC ZZZ9.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  SL-AVAILABLE      PIC ZZZ9.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  SL-WAITING        PIC ZZ9.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  SL-STATUS         PIC X(14).
           05  FILLER            PIC X(33)   VALUE SPACES.

       01  WAIT-LINE.
           05  FILLER            PIC X(15)   VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'WAITLIST'.
           05  WT-POSITION       PIC ZZ9.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WT-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WT-LNAME          PIC X(15).
           05  FILLER            PIC X       VALUE SPACES.
           05  WT-FNAME          PIC X(15).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'ARRIVED'.
           05  WT-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  WT-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  WT-YY             PIC 9(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WT-HH             PIC XX.
           05  FILLER            PIC X       VALUE ':'.
           05  WT-MN             PIC XX.
           05  FILLER            PIC X       VALUE ':'.
           05  WT-SS             PIC XX.
           05  FILLER            PIC X(29)   VALUE SPACES.

       01  RPT-TOTAL-1.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'SECTIONS:'.
           05  O-SECTCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'FULL:'.
           05  O-FULLCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'SEATS:'.
           05  O-SEATCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'ENROLLED:'.
           05  O-TAKENCTR        PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'AVAILABLE:'.
           05  O-OPENCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'WAITING:'.
           05  O-WAITCTR         PIC ZZZZ9.
           05  FILLER            PIC X(13)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-PRINT-SECTIONS
               UNTIL WS-SECT-IDX > SECT-COUNT
                   AND WS-WAIT-IDX > WAIT-COUNT.
           PERFORM 4000-CLOSING.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-TERM
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-TERM) TO PARM-TERM
           END-IF.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-SECTIONS.
           PERFORM 1300-COUNT-SEATS.
           PERFORM 1400-LOAD-WAITLIST.

           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADINGS.

           MOVE 1 TO WS-SECT-IDX.
           MOVE 1 TO WS-WAIT-IDX.

       1100-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 9030-READ-CATALOG.
           PERFORM UNTIL MORE-CATS = 'YES'
               IF CATALOG-COUNT < 200
                   ADD 1 TO CATALOG-COUNT
                   MOVE CC-COURSE TO TB-COURSE (CATALOG-COUNT)
                   MOVE CC-TITLE TO TB-TITLE (CATALOG-COUNT)
               END-IF
               PERFORM 9030-READ-CATALOG
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *  THE SECTIONS ARE SORTED INTO COURSE / TERM ORDER
      *  ON THE WAY INTO THE TABLE SO THE REPORT PRINTS
      *  STRAIGHT DOWN IT.
       1200-LOAD-SECTIONS.
           SORT SORT-WORK ON ASCENDING KEY SW-COURSE SW-TERM
               USING SECTION-FILE
               GIVING SORTED-SECTION.

           OPEN INPUT SORTED-SECTION.
           PERFORM 9000-READ-SECTION.
           PERFORM UNTIL MORE-SECTS = 'YES'
               IF SECT-COUNT < 500
                   AND (PARM-TERM = SPACES OR SS-TERM = PARM-TERM)
                   ADD 1 TO SECT-COUNT
                   MOVE SS-KEY TO TB-SN-KEY (SECT-COUNT)
                   MOVE SS-CAPACITY TO TB-SN-CAPACITY (SECT-COUNT)
                   MOVE 0 TO TB-SN-TAKEN (SECT-COUNT)
               END-IF
               PERFORM 9000-READ-SECTION
           END-PERFORM.
           CLOSE SORTED-SECTION.

      *  SEATS TAKEN ARE COUNTED FROM THE ENROLLMENTS THE
      *  SAME WAY THE COURSE AND GRADE MAINTENANCE COUNTS
      *  THEM WHEN IT HOLDS AN ADD TO THE SEAT LIMIT.
       1300-COUNT-SEATS.
           OPEN INPUT COURSE-FILE.
           PERFORM 9020-READ-COURSE.
           PERFORM UNTIL MORE-CRS = 'YES'
               MOVE CG-COURSE TO WS-CUR-COURSE
               MOVE CG-TERM TO WS-CUR-TERM
               PERFORM 8000-FIND-SECTION
               IF WS-SECT-FOUND = 'Y'
                   ADD 1 TO TB-SN-TAKEN (WS-SECT-IDX)
               END-IF
               PERFORM 9020-READ-COURSE
           END-PERFORM.
           CLOSE COURSE-FILE.

       1400-LOAD-WAITLIST.
           SORT WAIT-SORT-WORK
               ON ASCENDING KEY WW-COURSE WW-TERM
                                WW-ARR-DATE WW-ARR-TIME
               USING WAIT-FILE
               GIVING SORTED-WAIT.

           OPEN INPUT SORTED-WAIT.
           PERFORM 9010-READ-WAIT.
           PERFORM UNTIL MORE-WAIT = 'YES'
               IF WAIT-COUNT < 500
                   AND (PARM-TERM = SPACES OR WQ-TERM = PARM-TERM)
                   ADD 1 TO WAIT-COUNT
                   MOVE WQ-KEY TO TB-WL-KEY (WAIT-COUNT)
                   MOVE WQ-ARR-DATE TO TB-WL-ARR-DATE (WAIT-COUNT)
                   MOVE WQ-ARR-TIME TO TB-WL-ARR-TIME (WAIT-COUNT)
               END-IF
               PERFORM 9010-READ-WAIT
           END-PERFORM.
           CLOSE SORTED-WAIT.

      *  THE SECTION TABLE AND THE WAITLIST TABLE ARE
      *  BOTH IN COURSE / TERM ORDER AND ARE MATCHED THE
      *  WAY A MASTER AND ITS DETAIL FILE ARE.  A
      *  WAITLIST KEY LOWER THAN THE NEXT SECTION HAS NO
      *  SECTION ON FILE.
       2000-PRINT-SECTIONS.
           IF WS-SECT-IDX > SECT-COUNT
               PERFORM 2300-NO-LIMIT-LINE
           ELSE
               IF WS-WAIT-IDX > WAIT-COUNT
                   PERFORM 2100-SECTION-LINE
               ELSE
                   IF TB-WL-COURSE (WS-WAIT-IDX) <
                           TB-SN-COURSE (WS-SECT-IDX)
                       OR (TB-WL-COURSE (WS-WAIT-IDX) =
                               TB-SN-COURSE (WS-SECT-IDX)
                           AND TB-WL-TERM (WS-WAIT-IDX) <
                               TB-SN-TERM (WS-SECT-IDX))
                       PERFORM 2300-NO-LIMIT-LINE
                   ELSE
                       PERFORM 2100-SECTION-LINE
                   END-IF
               END-IF
           END-IF.

       2100-SECTION-LINE.
           MOVE TB-SN-KEY (WS-SECT-IDX) TO WS-CUR-KEY.
           PERFORM 8200-COUNT-WAITING.
           PERFORM 8300-LOOKUP-TITLE.
           MOVE WS-CUR-COURSE TO SL-COURSE.
           MOVE WS-CUR-TERM TO SL-TERM.
           MOVE TB-SN-CAPACITY (WS-SECT-IDX) TO SL-CAPACITY.
           MOVE TB-SN-TAKEN (WS-SECT-IDX) TO SL-TAKEN.
           MOVE WS-CUR-WAITING TO SL-WAITING.

           IF TB-SN-TAKEN (WS-SECT-IDX) <
                   TB-SN-CAPACITY (WS-SECT-IDX)
               COMPUTE WS-AVAILABLE = TB-SN-CAPACITY (WS-SECT-IDX)
                   - TB-SN-TAKEN (WS-SECT-IDX)
           ELSE
               MOVE 0 TO WS-AVAILABLE
           END-IF.
           MOVE WS-AVAILABLE TO SL-AVAILABLE.

           EVALUATE TRUE
               WHEN TB-SN-CAPACITY (WS-SECT-IDX) = 0
                   MOVE 'CLOSED' TO SL-STATUS
               WHEN TB-SN-TAKEN (WS-SECT-IDX) >
                       TB-SN-CAPACITY (WS-SECT-IDX)
                   MOVE 'OVER LIMIT' TO SL-STATUS
               WHEN WS-AVAILABLE = 0
                   MOVE 'FULL' TO SL-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO SL-STATUS
           END-EVALUATE.

           ADD 1 TO C-SECTCTR.
           IF WS-AVAILABLE = 0
               ADD 1 TO C-FULLCTR
           END-IF.
           ADD TB-SN-CAPACITY (WS-SECT-IDX) TO C-SEATCTR.
           ADD TB-SN-TAKEN (WS-SECT-IDX) TO C-TAKENCTR.
           ADD WS-AVAILABLE TO C-OPENCTR.

           PERFORM 9200-WRITE-SECTION.
           ADD 1 TO WS-SECT-IDX.
           PERFORM 2500-PRINT-WAITLIST.

      *  A COURSE AND TERM WITH STUDENTS WAITING BUT NO
      *  SECTION ON FILE - THE LIMIT HAS BEEN REMOVED.
       2300-NO-LIMIT-LINE.
           MOVE TB-WL-COURSE (WS-WAIT-IDX) TO WS-CUR-COURSE.
           MOVE TB-WL-TERM (WS-WAIT-IDX) TO WS-CUR-TERM.
           PERFORM 8200-COUNT-WAITING.
           PERFORM 8300-LOOKUP-TITLE.
           MOVE WS-CUR-COURSE TO SL-COURSE.
           MOVE WS-CUR-TERM TO SL-TERM.
           MOVE 0 TO SL-CAPACITY.
           MOVE 0 TO SL-TAKEN.
           MOVE 0 TO SL-AVAILABLE.
           MOVE WS-CUR-WAITING TO SL-WAITING.
           MOVE 'NO SEAT LIMIT' TO SL-STATUS.
           PERFORM 9200-WRITE-SECTION.
           PERFORM 2500-PRINT-WAITLIST.

       2500-PRINT-WAITLIST.
           MOVE 0 TO WS-CUR-POSITION.
           PERFORM 2600-PRINT-WAIT-ENTRY
               UNTIL WS-WAIT-IDX > WAIT-COUNT
                   OR TB-WL-COURSE (WS-WAIT-IDX) NOT = WS-CUR-COURSE
                   OR TB-WL-TERM (WS-WAIT-IDX) NOT = WS-CUR-TERM.

       2600-PRINT-WAIT-ENTRY.
           ADD 1 TO WS-CUR-POSITION.
           ADD 1 TO C-WAITCTR.
           MOVE WS-CUR-POSITION TO WT-POSITION.
           MOVE TB-WL-ID (WS-WAIT-IDX) TO WT-ID.
           PERFORM 8400-READ-MASTER.
           IF WS-MST-FOUND = 'Y'
               MOVE I-LNAME TO WT-LNAME
               MOVE I-FNAME TO WT-FNAME
           ELSE
               MOVE '** NOT ON FILE' TO WT-LNAME
               MOVE SPACES TO WT-FNAME
           END-IF.
           MOVE TB-WL-ARR-DATE (WS-WAIT-IDX) TO ARRIVAL-DATE.
           MOVE AD-MM TO WT-MM.
           MOVE AD-DD TO WT-DD.
           MOVE AD-YY TO WT-YY.
           MOVE TB-WL-ARR-TIME (WS-WAIT-IDX) TO ARRIVAL-TIME.
           MOVE AT-HH TO WT-HH.
           MOVE AT-MN TO WT-MN.
           MOVE AT-SS TO WT-SS.
           WRITE PRTLINE FROM WAIT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD 1 TO WS-WAIT-IDX.

       4000-CLOSING.
           MOVE C-SECTCTR TO O-SECTCTR.
           MOVE C-FULLCTR TO O-FULLCTR.
           MOVE C-SEATCTR TO O-SEATCTR.
           MOVE C-TAKENCTR TO O-TAKENCTR.
           MOVE C-OPENCTR TO O-OPENCTR.
           MOVE C-WAITCTR TO O-WAITCTR.
           WRITE PRTLINE FROM RPT-TOTAL-1
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.

       8000-FIND-SECTION.
           MOVE 'N' TO WS-SECT-FOUND.
           MOVE 0 TO WS-SECT-IDX.
           PERFORM VARYING SNX FROM 1 BY 1
               UNTIL SNX > SECT-COUNT OR WS-SECT-FOUND = 'Y'
               IF TB-SN-KEY (SNX) = WS-CUR-KEY
                   MOVE 'Y' TO WS-SECT-FOUND
                   SET WS-SECT-IDX TO SNX
               END-IF
           END-PERFORM.

       8200-COUNT-WAITING.
           MOVE 0 TO WS-CUR-WAITING.
           PERFORM VARYING WLX FROM WS-WAIT-IDX BY 1
               UNTIL WLX > WAIT-COUNT
               IF TB-WL-COURSE (WLX) = WS-CUR-COURSE
                       AND TB-WL-TERM (WLX) = WS-CUR-TERM
                   ADD 1 TO WS-CUR-WAITING
               END-IF
           END-PERFORM.

      *  AN EMPTY CATALOG MEANS THE REFERENCE FILE HAS
      *  NOT BEEN BUILT YET - THE TITLE COLUMN IS LEFT
      *  BLANK.
       8300-LOOKUP-TITLE.
           MOVE SPACES TO SL-TITLE.
           PERFORM VARYING CAX FROM 1 BY 1
               UNTIL CAX > CATALOG-COUNT
               IF TB-COURSE (CAX) = WS-CUR-COURSE
                   MOVE TB-TITLE (CAX) TO SL-TITLE
               END-IF
           END-PERFORM.

       8400-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE TB-WL-ID (WS-WAIT-IDX) TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

       9000-READ-SECTION.
           READ SORTED-SECTION
               AT END
                   MOVE 'YES' TO MORE-SECTS
           END-READ.

       9010-READ-WAIT.
           READ SORTED-WAIT
               AT END
                   MOVE 'YES' TO MORE-WAIT
           END-READ.

       9020-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 'YES' TO MORE-CRS
           END-READ.

       9030-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'YES' TO MORE-CATS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM RPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-COL
               AFTER ADVANCING 2 LINES.

       9200-WRITE-SECTION.
           WRITE PRTLINE FROM SECT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
