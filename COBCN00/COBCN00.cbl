       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCN00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  TERM ENROLLMENT CENSUS AND RETENTION REPORT.
      *  THIS PROGRAM COUNTS, FOR ONE CENSUS TERM, WHO
      *  WAS ENROLLED AND WHO WAS LOST, AND PRINTS THREE
      *  SECTIONS ON CENSUS.PRT:
      *    - HEADCOUNT AND TOTAL CREDIT HOURS BY
      *      DEPARTMENT FOR THE CENSUS TERM, SPLIT INTO
      *      NEW STUDENTS (NO EARLIER TERM ON FILE),
      *      CONTINUING STUDENTS (ENROLLED IN THE PRIOR
      *      TERM) AND RETURNING STUDENTS (ENROLLED
      *      BEFORE, BUT NOT IN THE PRIOR TERM)
      *    - TERM-TO-TERM RETENTION BY DEPARTMENT: OF THE
      *      STUDENTS ENROLLED IN THE PRIOR TERM, HOW MANY
      *      CAME BACK IN THE CENSUS TERM, HOW MANY WERE
      *      DELETED FROM THE MASTER (THEY ARE ON
      *      STDNTHST.DAT AND NO LONGER ON STDNTMST.DAT),
      *      AND HOW MANY SIMPLY STOPPED ENROLLING
      *    - A COHORT TABLE THAT FOLLOWS THE STUDENTS OF
      *      EACH ENTERING TERM FORWARD, SHOWING HOW MANY
      *      WERE STILL ENROLLED ONE TO EIGHT TERMS LATER,
      *      UP TO THE CENSUS TERM
      *
      *  THE TERMS A STUDENT WAS ENROLLED IN COME FROM
      *  THE COURSE AND GRADE FILE CRSGRD.DAT PLUS EVERY
      *  RECORD THE ARCHIVE JOB HAS PURGED TO
      *  CRSGARC.DAT, SO EARLY TERMS STILL COUNT AFTER
      *  THE RETENTION CUTOFF HAS MOVED THEM OFF THE
      *  LIVE FILE.  ANY ENROLLMENT IN A TERM, WHATEVER
      *  ITS GRADE, PUTS THE STUDENT IN THAT TERM, AND
      *  ITS CREDIT HOURS COUNT TOWARD THE TERM'S HOURS.
      *  THE TERMS ARE TAKEN IN TERM CODE ORDER, THE SAME
      *  ORDER THE ARCHIVE CUTOFF USES; THE PRIOR TERM IS
      *  THE LATEST TERM ON FILE BEFORE THE CENSUS TERM,
      *  AND 'ONE TERM LATER' IN THE COHORT TABLE IS THE
      *  NEXT TERM ON FILE.
      *
      *  A STUDENT IS REPORTED UNDER THEIR DEPARTMENT ON
      *  THE MASTER, OR, WHEN THEY HAVE BEEN DELETED, THE
      *  DEPARTMENT ON THEIR LATEST HISTORY RECORD.  THE
      *  HISTORY FILE STDNTHST.DAT IS SORTED INTO STUDENT
      *  ID ORDER, LATEST DELETION FIRST, AND MATCHED
      *  AGAINST THE COURSEWORK THE SAME WAY THE MASTER
      *  IS, SO EVERY DELETION ON FILE IS SEEN.
      *  DEPARTMENT NAMES COME FROM DEPTTBL.DAT.
      *
      *  COMMAND LINE PARAMETER:
      *    (NONE)            - CENSUS OF THE LATEST TERM
      *                        ON FILE
      *    TERM              - CENSUS OF THE TERM GIVEN
      *
      *  STEP RETURN CODES:
      *    0 - REPORT PRINTED
      *    4 - REPORT PRINTED, BUT AN ENROLLED STUDENT WAS
      *        ON NEITHER THE MASTER NOR THE HISTORY FILE
      *        (COUNTED UNDER NO DEPARTMENT), OR THERE WERE
      *        MORE TERMS ON FILE THAN THE TERM TABLE HOLDS
      *    8 - THE TERM ASKED FOR HAS NO ENROLLMENTS ON
      *        FILE - NOTHING PRINTED
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COURSE-FILE
               ASSIGN TO 'E:\COBOL\CRSGRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-KEY.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO 'E:\COBOL\CRSGARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-EXTRACT
               ASSIGN TO 'E:\COBOL\CENEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-COURSE
               ASSIGN TO 'E:\COBOL\CENSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-ID.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-HISTORY
               ASSIGN TO 'E:\COBOL\CENHSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-SORT-WORK
               ASSIGN TO 'SORTWK03'.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-FILE
               ASSIGN TO 'E:\COBOL\CENWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-CENSUS
               ASSIGN TO 'E:\COBOL\CENWSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-SORT-WORK
               ASSIGN TO 'SORTWK02'.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\CENSUS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD.

       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS A-REC
           RECORD CONTAINS 44 CHARACTERS.

           COPY CRSGARC.

       FD  ARCHIVE-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS AX-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD REPLACING LEADING ==CG-== BY ==AX-==.

       FD  SORTED-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD REPLACING LEADING ==CG-== BY ==SR-==.

       SD  SORT-WORK
           DATA RECORD IS SW-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD REPLACING LEADING ==CG-== BY ==SW-==.

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

       FD  SORTED-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-REC
           RECORD CONTAINS 75 CHARACTERS.

           COPY STDNTHST REPLACING LEADING ==H-== BY ==HS-==.

       SD  HIST-SORT-WORK
           DATA RECORD IS HW-REC
           RECORD CONTAINS 75 CHARACTERS.

       01  HW-REC.
           05  HW-DEL-DATE       PIC 9(8).
           05  HW-RUN-PGM        PIC X(8).
           05  HW-RUN-TIME       PIC X(6).
           05  HW-ID             PIC X(7).
           05  FILLER            PIC X(46).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY DEPTREC.

      *  ONE RECORD PER STUDENT ENROLLED IN THE CENSUS
      *  TERM OR THE PRIOR TERM, SORTED INTO DEPARTMENT
      *  ORDER FOR THE CENSUS AND RETENTION SECTIONS.
      *    CN-STATUS  - N NEW, C CONTINUING, R RETURNING,
      *                 SPACE WHEN NOT IN THE CENSUS TERM
      *    CN-PRIOR   - Y WHEN ENROLLED IN THE PRIOR TERM
      *    CN-OUTCOME - FOR A PRIOR-TERM STUDENT: B CAME
      *                 BACK, D DELETED, S STOPPED
       FD  CENSUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CN-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  CN-REC.
           05  CN-DEPT           PIC X(4).
           05  CN-ID             PIC X(7).
           05  CN-STATUS         PIC X.
           05  CN-HOURS          PIC 9(4).
           05  CN-PRIOR          PIC X.
           05  CN-OUTCOME        PIC X.

       FD  SORTED-CENSUS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  CS-REC.
           05  CS-DEPT           PIC X(4).
           05  CS-ID             PIC X(7).
           05  CS-STATUS         PIC X.
           05  CS-HOURS          PIC 9(4).
           05  CS-PRIOR          PIC X.
           05  CS-OUTCOME        PIC X.

       SD  CENSUS-SORT-WORK
           DATA RECORD IS CX-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  CX-REC.
           05  CX-DEPT           PIC X(4).
           05  CX-ID             PIC X(7).
           05  FILLER            PIC X(7).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  MORE-MST          PIC XXX     VALUE 'NO'.
           05  MORE-HIST         PIC XXX     VALUE 'NO'.
           05  MORE-ARC          PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  MORE-CEN          PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-SECTION        PIC X       VALUE SPACE.
      *        C = CENSUS, R = RETENTION, H = COHORT
           05  WS-HOLD-ID        PIC X(7)    VALUE SPACES.
           05  WS-HOLD-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-LAST-TERM      PIC X(5)    VALUE SPACES.
           05  WS-FIRST-DEPT     PIC X       VALUE 'Y'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-HIST-FOUND     PIC X       VALUE 'N'.
           05  WS-HIST-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-TERM-FOUND     PIC X       VALUE 'N'.
           05  WS-IN-CENSUS      PIC X       VALUE 'N'.
           05  WS-IN-PRIOR       PIC X       VALUE 'N'.
           05  WS-IN-EARLIER     PIC X       VALUE 'N'.
           05  WS-CEN-HOURS      PIC 9(4)    VALUE 0.
           05  WS-PCT            PIC 999V9   VALUE 0.
           05  WS-CO-PCT         PIC 999     VALUE 0.

       01  RUN-PARMS.
           05  PARM-TERM         PIC X(5)    VALUE SPACES.
           05  WS-CEN-TERM       PIC X(5)    VALUE SPACES.
           05  WS-PRIOR-TERM     PIC X(5)    VALUE SPACES.

      *  SUBSCRIPTS INTO THE TERM TABLE.
       01  TERM-SUBSCRIPTS.
           05  WS-CEN-IX         PIC 99      VALUE 0.
           05  WS-ENTRY-IX       PIC 99      VALUE 0.
           05  WS-TERM-IX        PIC 99      VALUE 0.
           05  WS-SHIFT-IX       PIC 99      VALUE 0.
           05  WS-OFFSET         PIC 99      VALUE 0.
           05  WS-CO-SUB         PIC 99      VALUE 0.
           05  WS-COL            PIC 99      VALUE 0.

       01  COUNT-AREA.
           05  C-CRSCTR          PIC 9(7)    VALUE 0.
           05  C-ARCCTR          PIC 9(7)    VALUE 0.
           05  C-STUCTR          PIC 9(7)    VALUE 0.
           05  C-CENCTR          PIC 9(7)    VALUE 0.
           05  C-NODEPTCTR       PIC 9(7)    VALUE 0.
           05  C-TERMOVER        PIC 9(5)    VALUE 0.

      *  ONE SET OF COUNTERS FOR THE DEPARTMENT BEING
      *  PRINTED AND ONE FOR ALL DEPARTMENTS, FOR EACH OF
      *  THE CENSUS AND RETENTION SECTIONS.
       01  CENSUS-COUNTS.
           05  DEPT-CENSUS.
               10  DC-NEW        PIC 9(5)    VALUE 0.
               10  DC-NEW-HRS    PIC 9(6)    VALUE 0.
               10  DC-CONT       PIC 9(5)    VALUE 0.
               10  DC-CONT-HRS   PIC 9(6)    VALUE 0.
               10  DC-RET        PIC 9(5)    VALUE 0.
               10  DC-RET-HRS    PIC 9(6)    VALUE 0.
           05  GRAND-CENSUS.
               10  GC-NEW        PIC 9(5)    VALUE 0.
               10  GC-NEW-HRS    PIC 9(6)    VALUE 0.
               10  GC-CONT       PIC 9(5)    VALUE 0.
               10  GC-CONT-HRS   PIC 9(6)    VALUE 0.
               10  GC-RET        PIC 9(5)    VALUE 0.
               10  GC-RET-HRS    PIC 9(6)    VALUE 0.

      *  THE LINE BEING PRINTED - SAME LAYOUT AS ABOVE.
       01  PRINT-CENSUS.
           05  PC-NEW            PIC 9(5).
           05  PC-NEW-HRS        PIC 9(6).
           05  PC-CONT           PIC 9(5).
           05  PC-CONT-HRS       PIC 9(6).
           05  PC-RET            PIC 9(5).
           05  PC-RET-HRS        PIC 9(6).

       01  RETENTION-COUNTS.
           05  DEPT-RETENTION.
               10  DR-PRIOR      PIC 9(5)    VALUE 0.
               10  DR-BACK       PIC 9(5)    VALUE 0.
               10  DR-DELETED    PIC 9(5)    VALUE 0.
               10  DR-STOPPED    PIC 9(5)    VALUE 0.
           05  GRAND-RETENTION.
               10  GR-PRIOR      PIC 9(5)    VALUE 0.
               10  GR-BACK       PIC 9(5)    VALUE 0.
               10  GR-DELETED    PIC 9(5)    VALUE 0.
               10  GR-STOPPED    PIC 9(5)    VALUE 0.

       01  PRINT-RETENTION.
           05  PR-PRIOR          PIC 9(5).
           05  PR-BACK           PIC 9(5).
           05  PR-DELETED        PIC 9(5).
           05  PR-STOPPED        PIC 9(5).

      *  EVERY TERM ON FILE, IN TERM ORDER, WITH ITS
      *  COHORT COUNTS - TB-COHORT (1) IS THE NUMBER OF
      *  STUDENTS WHOSE FIRST TERM IT WAS, TB-COHORT (2)
      *  THROUGH (9) HOW MANY OF THEM WERE ENROLLED ONE
      *  THROUGH EIGHT TERMS LATER.
       01  TERM-TABLE.
           05  TERM-ENTRY OCCURS 60 TIMES INDEXED BY TX.
               10  TB-TERM       PIC X(5).
               10  TB-COHORT     PIC 9(5)    OCCURS 9 TIMES.
       01  TERM-COUNT            PIC 99      VALUE 0.

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

       01  CEN-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                          VALUE 'TERM ENROLLMENT CENSUS'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  CEN-TERM-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'CENSUS TERM:'.
           05  OT-CEN-TERM       PIC X(5).
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'PRIOR TERM:'.
           05  OT-PRIOR-TERM     PIC X(6).
           05  FILLER            PIC X(84)   VALUE SPACES.

       01  CEN-SECT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SECT-TEXT         PIC X(60).
           05  FILLER            PIC X(66)   VALUE SPACES.

       01  CEN-COL-1.
           05  FILLER            PIC X(33)   VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE '      NEW'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE '  CONTINUING'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE '   RETURNING'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE '     TOTAL'.
           05  FILLER            PIC X(27)   VALUE SPACES.

       01  CEN-COL-2.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(25)   VALUE 'DEPARTMENT NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CEN-COL-GRP OCCURS 4 TIMES.
               10  FILLER        PIC X(3)    VALUE SPACES.
               10  FILLER        PIC X(6)    VALUE 'HEADS'.
               10  FILLER        PIC X(2)    VALUE SPACES.
               10  FILLER        PIC X(7)    VALUE '  HOURS'.
           05  FILLER            PIC X(27)   VALUE SPACES.

       01  CEN-DETAIL.
           05  CD-DEPT           PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CD-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CD-GRP OCCURS 4 TIMES.
               10  FILLER        PIC X(3)    VALUE SPACES.
               10  CD-HEADS      PIC ZZ,ZZ9.
               10  FILLER        PIC X(2)    VALUE SPACES.
               10  CD-HOURS      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(27)   VALUE SPACES.

       01  RET-COL-1.
           05  FILLER            PIC X(33)   VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE ' ENROLLED'.
           05  FILLER            PIC X(17)   VALUE '        CAME BACK'.
           05  FILLER            PIC X(17)   VALUE '          DELETED'.
           05  FILLER            PIC X(17)   VALUE '  STOPPED ENROLL.'.
           05  FILLER            PIC X(39)   VALUE SPACES.

       01  RET-COL-2.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(25)   VALUE 'DEPARTMENT NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE '    PRIOR'.
           05  RET-COL-GRP OCCURS 3 TIMES.
               10  FILLER        PIC X(9)    VALUE '    COUNT'.
               10  FILLER        PIC X(8)    VALUE '     PCT'.
           05  FILLER            PIC X(39)   VALUE SPACES.

       01  RET-DETAIL.
           05  RD-DEPT           PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  RD-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-PRIOR          PIC ZZ,ZZ9.
           05  RD-GRP OCCURS 3 TIMES.
               10  FILLER        PIC X(3)    VALUE SPACES.
               10  RD-COUNT      PIC ZZ,ZZ9.
               10  FILLER        PIC X(2)    VALUE SPACES.
               10  RD-PCT        PIC ZZ9.9.
               10  FILLER        PIC X       VALUE '%'.
           05  FILLER            PIC X(39)   VALUE SPACES.

       01  CO-COL-1.
           05  FILLER            PIC X(8)    VALUE 'ENTERING'.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE '      +1 TERM'.
           05  FILLER            PIC X(13)   VALUE '     +2 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +3 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +4 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +5 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +6 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +7 TERMS'.
           05  FILLER            PIC X(13)   VALUE '     +8 TERMS'.
           05  FILLER            PIC X(14)   VALUE SPACES.

       01  CO-COL-2.
           05  FILLER            PIC X(8)    VALUE 'TERM'.
           05  FILLER            PIC X(6)    VALUE ' COUNT'.
           05  CO-COL-GRP OCCURS 8 TIMES.
               10  FILLER        PIC X(8)    VALUE '   COUNT'.
               10  FILLER        PIC X(5)    VALUE '  PCT'.
           05  FILLER            PIC X(14)   VALUE SPACES.

       01  CO-DETAIL.
           05  CO-TERM           PIC X(5).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  CO-ENTERED        PIC ZZ,ZZ9.
           05  CO-CELL OCCURS 8 TIMES.
               10  CO-FILL-1     PIC X(2).
               10  CO-COUNT      PIC ZZ,ZZ9.
               10  CO-FILL-2     PIC X.
               10  CO-PCT        PIC ZZ9.
               10  CO-SIGN       PIC X.
           05  FILLER            PIC X(14)   VALUE SPACES.

       01  CEN-NOTE-1.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE
               'NEW = NO EARLIER TERM ON FILE.  CONTINUI'.
           05  FILLER            PIC X(40)   VALUE
               'NG = ENROLLED IN THE PRIOR TERM.  RETURN'.
           05  FILLER            PIC X(40)   VALUE
               'ING = ENROLLED BEFORE, BUT NOT IN PRIOR.'.
           05  FILLER            PIC X(6)    VALUE SPACES.

       01  RET-NOTE-1.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE
               'PERCENTS ARE OF THE STUDENTS ENROLLED IN'.
           05  FILLER            PIC X(40)   VALUE
               ' THE PRIOR TERM.  DELETED = NOW ON THE H'.
           05  FILLER            PIC X(40)   VALUE
               'ISTORY FILE AND NO LONGER ON THE MASTER.'.
           05  FILLER            PIC X(6)    VALUE SPACES.

       01  CO-NOTE-1.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE
               'EACH ROW IS THE STUDENTS WHOSE FIRST TER'.
           05  FILLER            PIC X(40)   VALUE
               'M ON FILE IT WAS.  PERCENTS ARE OF THE E'.
           05  FILLER            PIC X(40)   VALUE
               'NTERING COUNT.  LATER TERMS ARE BLANK.  '.
           05  FILLER            PIC X(6)    VALUE SPACES.

       01  CEN-COUNT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(20)   VALUE 'ENROLLMENTS READ:'.
           05  O-CRSCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(18)   VALUE 'FROM THE ARCHIVE:'.
           05  O-ARCCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'STUDENTS ON FILE:'.
           05  O-STUCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'NO DEPARTMENT:'.
           05  O-NODEPTCTR       PIC ZZZZZZ9.
           05  FILLER            PIC X(16)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-CRS = 'YES'.
           CLOSE SORTED-COURSE.
           CLOSE STUDENT-MASTER.
           CLOSE SORTED-HISTORY.
           CLOSE CENSUS-FILE.
           PERFORM 3000-CENSUS-SECTION.
           PERFORM 4000-RETENTION-SECTION.
           PERFORM 5000-COHORT-SECTION.
           PERFORM 6000-CLOSING.
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

           PERFORM 1100-LOAD-DEPT-TABLE.
           PERFORM 1200-SORT-HISTORY.
           PERFORM 1300-EXTRACT-ARCHIVE.

           SORT SORT-WORK ON ASCENDING KEY SW-ID SW-TERM SW-COURSE
               USING COURSE-FILE ARCHIVE-EXTRACT
               GIVING SORTED-COURSE.

           PERFORM 1400-BUILD-TERM-TABLE.
           PERFORM 1500-SET-CENSUS-TERM.

           OPEN INPUT SORTED-COURSE.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT SORTED-HISTORY.
           OPEN OUTPUT CENSUS-FILE.
           OPEN OUTPUT PRTOUT.

           MOVE 'NO' TO MORE-CRS.
           PERFORM 9000-READ-COURSE.
           PERFORM 9010-READ-MASTER.
           PERFORM 9030-READ-HIST.

       1100-LOAD-DEPT-TABLE.
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

      *  THE DELETIONS OF ONE ID SORT TOGETHER, LATEST
      *  FIRST, SO THE FIRST ONE MATCHED FOR A STUDENT IS
      *  THEIR LATEST.
       1200-SORT-HISTORY.
           SORT HIST-SORT-WORK
               ON ASCENDING KEY HW-ID
               ON DESCENDING KEY HW-DEL-DATE HW-RUN-TIME
               USING HISTORY-FILE
               GIVING SORTED-HISTORY.

      *  THE ARCHIVE CARRIES THE FULL ENROLLMENT IMAGE
      *  BEHIND ITS ARCHIVE DATE AND RUN STAMP.  THE
      *  IMAGES ARE COPIED OUT TO A WORK FILE IN THE
      *  CRSGRD LAYOUT SO ONE SORT CAN MERGE THEM WITH
      *  THE LIVE FILE.
       1300-EXTRACT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-EXTRACT.
           PERFORM 9040-READ-ARCHIVE.
           PERFORM UNTIL MORE-ARC = 'YES'
               MOVE A-ENROLL TO AX-REC
               WRITE AX-REC
               ADD 1 TO C-ARCCTR
               PERFORM 9040-READ-ARCHIVE
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE ARCHIVE-EXTRACT.

      *  A FIRST PASS OF THE SORTED COURSEWORK COLLECTS
      *  EVERY TERM ON FILE INTO THE TERM TABLE IN TERM
      *  ORDER, SO THE SECOND PASS CAN TELL WHICH TERM IS
      *  THE PRIOR TERM AND HOW MANY TERMS APART TWO
      *  ENROLLMENTS ARE.
       1400-BUILD-TERM-TABLE.
           OPEN INPUT SORTED-COURSE.
           PERFORM 9000-READ-COURSE.
           PERFORM UNTIL MORE-CRS = 'YES'
               ADD 1 TO C-CRSCTR
               IF SR-TERM NOT = WS-LAST-TERM
                   MOVE SR-TERM TO WS-LAST-TERM
                   PERFORM 1450-ADD-TERM
               END-IF
               PERFORM 9000-READ-COURSE
           END-PERFORM.
           CLOSE SORTED-COURSE.

       1450-ADD-TERM.
           PERFORM VARYING TX FROM 1 BY 1
               UNTIL TX > TERM-COUNT
                   OR TB-TERM (TX) NOT < SR-TERM
               CONTINUE
           END-PERFORM.

           IF TX > TERM-COUNT OR TB-TERM (TX) NOT = SR-TERM
               IF TERM-COUNT < 60
                   SET WS-TERM-IX TO TX
                   PERFORM VARYING WS-SHIFT-IX FROM TERM-COUNT BY -1
                       UNTIL WS-SHIFT-IX < WS-TERM-IX
                       MOVE TERM-ENTRY (WS-SHIFT-IX)
                           TO TERM-ENTRY (WS-SHIFT-IX + 1)
                   END-PERFORM
                   INITIALIZE TERM-ENTRY (WS-TERM-IX)
                   MOVE SR-TERM TO TB-TERM (WS-TERM-IX)
                   ADD 1 TO TERM-COUNT
               ELSE
                   ADD 1 TO C-TERMOVER
               END-IF
           END-IF.

      *  NO TERM ON THE COMMAND LINE TAKES THE LATEST
      *  TERM ON FILE.  A TERM WITH NO ENROLLMENTS HAS
      *  NOTHING TO COUNT, SO THE RUN STOPS.
       1500-SET-CENSUS-TERM.
           IF PARM-TERM = SPACES AND TERM-COUNT > 0
               MOVE TB-TERM (TERM-COUNT) TO PARM-TERM
           END-IF.

           MOVE 'N' TO WS-TERM-FOUND.
           PERFORM VARYING TX FROM 1 BY 1
               UNTIL TX > TERM-COUNT OR WS-TERM-FOUND = 'Y'
               IF TB-TERM (TX) = PARM-TERM
                   MOVE 'Y' TO WS-TERM-FOUND
                   SET WS-CEN-IX TO TX
               END-IF
           END-PERFORM.

           IF WS-TERM-FOUND = 'N'
               DISPLAY 'COBCN00: NO ENROLLMENTS ON FILE FOR TERM '
                   PARM-TERM ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PARM-TERM TO WS-CEN-TERM.
           MOVE WS-CEN-TERM TO OT-CEN-TERM.
           IF WS-CEN-IX > 1
               MOVE TB-TERM (WS-CEN-IX - 1) TO WS-PRIOR-TERM
               MOVE WS-PRIOR-TERM TO OT-PRIOR-TERM
           ELSE
               MOVE '(NONE)' TO OT-PRIOR-TERM
           END-IF.

      *  THE SECOND PASS TAKES ONE STUDENT AT A TIME.  THE
      *  COURSEWORK IS IN ID / TERM ORDER, SO THE FIRST
      *  TERM SEEN IS THE STUDENT'S ENTERING TERM.
       2000-MAINLINE.
           ADD 1 TO C-STUCTR.
           MOVE SR-ID TO WS-HOLD-ID.
           MOVE SPACES TO WS-LAST-TERM.
           MOVE 0 TO WS-ENTRY-IX.
           MOVE 'N' TO WS-IN-CENSUS.
           MOVE 'N' TO WS-IN-PRIOR.
           MOVE 'N' TO WS-IN-EARLIER.
           MOVE 0 TO WS-CEN-HOURS.

           PERFORM 2100-ACCUM-ENROLLMENT
               UNTIL MORE-CRS = 'YES' OR SR-ID NOT = WS-HOLD-ID.

           IF WS-IN-CENSUS = 'Y' OR WS-IN-PRIOR = 'Y'
               PERFORM 2200-FIND-DEPT
               PERFORM 2300-WRITE-CENSUS
           END-IF.

       2100-ACCUM-ENROLLMENT.
           IF SR-TERM NOT = WS-LAST-TERM
               MOVE SR-TERM TO WS-LAST-TERM
               PERFORM 2150-COUNT-COHORT
           END-IF.

           EVALUATE TRUE
               WHEN SR-TERM = WS-CEN-TERM
                   MOVE 'Y' TO WS-IN-CENSUS
                   IF SR-CREDITS NUMERIC
                       ADD SR-CREDITS TO WS-CEN-HOURS
                   END-IF
               WHEN WS-PRIOR-TERM NOT = SPACES
                       AND SR-TERM = WS-PRIOR-TERM
                   MOVE 'Y' TO WS-IN-PRIOR
               WHEN SR-TERM < WS-CEN-TERM
                   MOVE 'Y' TO WS-IN-EARLIER
           END-EVALUATE.

           PERFORM 9000-READ-COURSE.

      *  EACH TERM THE STUDENT WAS ENROLLED IN, UP TO THE
      *  CENSUS TERM, COUNTS IN THEIR ENTERING COHORT AT
      *  ITS DISTANCE IN TERMS FROM THE ENTERING TERM.
       2150-COUNT-COHORT.
           MOVE 'N' TO WS-TERM-FOUND.
           PERFORM VARYING TX FROM 1 BY 1
               UNTIL TX > TERM-COUNT OR WS-TERM-FOUND = 'Y'
               IF TB-TERM (TX) = SR-TERM
                   MOVE 'Y' TO WS-TERM-FOUND
                   SET WS-TERM-IX TO TX
               END-IF
           END-PERFORM.

           IF WS-TERM-FOUND = 'Y'
               IF WS-ENTRY-IX = 0
                   MOVE WS-TERM-IX TO WS-ENTRY-IX
               END-IF
               COMPUTE WS-OFFSET = WS-TERM-IX - WS-ENTRY-IX
               IF WS-TERM-IX NOT > WS-CEN-IX AND WS-OFFSET < 9
                   COMPUTE WS-CO-SUB = WS-OFFSET + 1
                   ADD 1 TO TB-COHORT (WS-ENTRY-IX, WS-CO-SUB)
               END-IF
           END-IF.

      *  THE MASTER AND THE SORTED HISTORY ARE IN STUDENT
      *  ID ORDER LIKE THE COURSEWORK.  A STUDENT NOT ON
      *  THE MASTER TAKES THE DEPARTMENT FROM THEIR
      *  LATEST DELETION.
       2200-FIND-DEPT.
           PERFORM 9010-READ-MASTER
               UNTIL MORE-MST = 'YES' OR I-ID NOT < WS-HOLD-ID.

           MOVE 'N' TO WS-HIST-FOUND.
           IF MORE-MST = 'NO' AND I-ID = WS-HOLD-ID
               MOVE I-DEPT-CODE TO CN-DEPT
           ELSE
               PERFORM 8200-MATCH-HISTORY
               IF WS-HIST-FOUND = 'Y'
                   MOVE WS-HIST-DEPT TO CN-DEPT
               ELSE
                   MOVE SPACES TO CN-DEPT
                   ADD 1 TO C-NODEPTCTR
               END-IF
           END-IF.

       2300-WRITE-CENSUS.
           MOVE WS-HOLD-ID TO CN-ID.
           MOVE WS-CEN-HOURS TO CN-HOURS.

           MOVE SPACE TO CN-STATUS.
           IF WS-IN-CENSUS = 'Y'
               EVALUATE TRUE
                   WHEN WS-IN-PRIOR = 'Y'
                       MOVE 'C' TO CN-STATUS
                   WHEN WS-IN-EARLIER = 'Y'
                       MOVE 'R' TO CN-STATUS
                   WHEN OTHER
                       MOVE 'N' TO CN-STATUS
               END-EVALUATE
           END-IF.

           MOVE 'N' TO CN-PRIOR.
           MOVE SPACE TO CN-OUTCOME.
           IF WS-IN-PRIOR = 'Y'
               MOVE 'Y' TO CN-PRIOR
               EVALUATE TRUE
                   WHEN WS-IN-CENSUS = 'Y'
                       MOVE 'B' TO CN-OUTCOME
                   WHEN WS-HIST-FOUND = 'Y'
                       MOVE 'D' TO CN-OUTCOME
                   WHEN OTHER
                       MOVE 'S' TO CN-OUTCOME
               END-EVALUATE
           END-IF.

           WRITE CN-REC.
           ADD 1 TO C-CENCTR.

      *  THE CENSUS RECORDS ARE SORTED INTO DEPARTMENT
      *  ORDER AND A LINE IS PRINTED AT EACH CHANGE OF
      *  DEPARTMENT THAT HAD ANYONE IN THE CENSUS TERM.
       3000-CENSUS-SECTION.
           SORT CENSUS-SORT-WORK
               ON ASCENDING KEY CX-DEPT CX-ID
               USING CENSUS-FILE
               GIVING SORTED-CENSUS.

           MOVE 'C' TO WS-SECTION.
           MOVE 'HEADCOUNT AND CREDIT HOURS BY DEPARTMENT'
               TO SECT-TEXT.
           PERFORM 9100-HEADINGS.

           MOVE 'Y' TO WS-FIRST-DEPT.
           MOVE 'NO' TO MORE-CEN.
           OPEN INPUT SORTED-CENSUS.
           PERFORM 9050-READ-CENSUS.
           PERFORM 3100-COUNT-CENSUS
               UNTIL MORE-CEN = 'YES'.
           CLOSE SORTED-CENSUS.

           IF WS-FIRST-DEPT = 'N'
               PERFORM 3200-CENSUS-DEPT-LINE
           END-IF.

           MOVE 'ALL' TO CD-DEPT.
           MOVE 'ALL DEPARTMENTS' TO CD-DEPT-NAME.
           MOVE GRAND-CENSUS TO PRINT-CENSUS.
           PERFORM 3300-FORMAT-CENSUS.
           WRITE PRTLINE FROM CEN-DETAIL
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           WRITE PRTLINE FROM CEN-NOTE-1
               AFTER ADVANCING 3 LINES.

       3100-COUNT-CENSUS.
           IF WS-FIRST-DEPT = 'Y' OR CS-DEPT NOT = WS-HOLD-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 3200-CENSUS-DEPT-LINE
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT
               MOVE CS-DEPT TO WS-HOLD-DEPT
           END-IF.

           EVALUATE CS-STATUS
               WHEN 'N'
                   ADD 1 TO DC-NEW
                   ADD CS-HOURS TO DC-NEW-HRS
               WHEN 'C'
                   ADD 1 TO DC-CONT
                   ADD CS-HOURS TO DC-CONT-HRS
               WHEN 'R'
                   ADD 1 TO DC-RET
                   ADD CS-HOURS TO DC-RET-HRS
           END-EVALUATE.

           PERFORM 9050-READ-CENSUS.

       3200-CENSUS-DEPT-LINE.
           IF DC-NEW + DC-CONT + DC-RET > 0
               PERFORM 8100-LOOKUP-DEPT-NAME
               MOVE WS-HOLD-DEPT TO CD-DEPT
               MOVE RD-DEPT-NAME TO CD-DEPT-NAME
               MOVE DEPT-CENSUS TO PRINT-CENSUS
               PERFORM 3300-FORMAT-CENSUS
               WRITE PRTLINE FROM CEN-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

           ADD DC-NEW TO GC-NEW.
           ADD DC-NEW-HRS TO GC-NEW-HRS.
           ADD DC-CONT TO GC-CONT.
           ADD DC-CONT-HRS TO GC-CONT-HRS.
           ADD DC-RET TO GC-RET.
           ADD DC-RET-HRS TO GC-RET-HRS.
           INITIALIZE DEPT-CENSUS.

       3300-FORMAT-CENSUS.
           MOVE PC-NEW TO CD-HEADS (1).
           MOVE PC-NEW-HRS TO CD-HOURS (1).
           MOVE PC-CONT TO CD-HEADS (2).
           MOVE PC-CONT-HRS TO CD-HOURS (2).
           MOVE PC-RET TO CD-HEADS (3).
           MOVE PC-RET-HRS TO CD-HOURS (3).
           COMPUTE CD-HEADS (4) = PC-NEW + PC-CONT + PC-RET.
           COMPUTE CD-HOURS (4) =
               PC-NEW-HRS + PC-CONT-HRS + PC-RET-HRS.

      *  THE SORTED CENSUS RECORDS ARE READ AGAIN FOR THE
      *  STUDENTS OF THE PRIOR TERM.
       4000-RETENTION-SECTION.
           MOVE 'R' TO WS-SECTION.
           MOVE SPACES TO SECT-TEXT.
           STRING 'RETENTION FROM PRIOR TERM ' DELIMITED BY SIZE
                  OT-PRIOR-TERM    DELIMITED BY SPACE
                  ' TO CENSUS TERM ' DELIMITED BY SIZE
                  WS-CEN-TERM      DELIMITED BY SPACE
               INTO SECT-TEXT
           END-STRING.
           PERFORM 9100-HEADINGS.

           MOVE 'Y' TO WS-FIRST-DEPT.
           MOVE 'NO' TO MORE-CEN.
           OPEN INPUT SORTED-CENSUS.
           PERFORM 9050-READ-CENSUS.
           PERFORM 4100-COUNT-RETENTION
               UNTIL MORE-CEN = 'YES'.
           CLOSE SORTED-CENSUS.

           IF WS-FIRST-DEPT = 'N'
               PERFORM 4200-RETENTION-DEPT-LINE
           END-IF.

           MOVE 'ALL' TO RD-DEPT.
           MOVE 'ALL DEPARTMENTS' TO RD-DEPT-NAME.
           MOVE GRAND-RETENTION TO PRINT-RETENTION.
           PERFORM 4300-FORMAT-RETENTION.
           WRITE PRTLINE FROM RET-DETAIL
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           WRITE PRTLINE FROM RET-NOTE-1
               AFTER ADVANCING 3 LINES.

       4100-COUNT-RETENTION.
           IF WS-FIRST-DEPT = 'Y' OR CS-DEPT NOT = WS-HOLD-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 4200-RETENTION-DEPT-LINE
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT
               MOVE CS-DEPT TO WS-HOLD-DEPT
           END-IF.

           IF CS-PRIOR = 'Y'
               ADD 1 TO DR-PRIOR
               EVALUATE CS-OUTCOME
                   WHEN 'B'
                       ADD 1 TO DR-BACK
                   WHEN 'D'
                       ADD 1 TO DR-DELETED
                   WHEN 'S'
                       ADD 1 TO DR-STOPPED
               END-EVALUATE
           END-IF.

           PERFORM 9050-READ-CENSUS.

       4200-RETENTION-DEPT-LINE.
           IF DR-PRIOR > 0
               PERFORM 8100-LOOKUP-DEPT-NAME
               MOVE WS-HOLD-DEPT TO RD-DEPT
               MOVE DEPT-RETENTION TO PRINT-RETENTION
               PERFORM 4300-FORMAT-RETENTION
               WRITE PRTLINE FROM RET-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

           ADD DR-PRIOR TO GR-PRIOR.
           ADD DR-BACK TO GR-BACK.
           ADD DR-DELETED TO GR-DELETED.
           ADD DR-STOPPED TO GR-STOPPED.
           INITIALIZE DEPT-RETENTION.

       4300-FORMAT-RETENTION.
           MOVE PR-PRIOR TO RD-PRIOR.
           MOVE PR-BACK TO RD-COUNT (1).
           MOVE PR-DELETED TO RD-COUNT (2).
           MOVE PR-STOPPED TO RD-COUNT (3).

           MOVE 0 TO RD-PCT (1).
           MOVE 0 TO RD-PCT (2).
           MOVE 0 TO RD-PCT (3).
           IF PR-PRIOR > 0
               COMPUTE WS-PCT ROUNDED = (PR-BACK * 100) / PR-PRIOR
               MOVE WS-PCT TO RD-PCT (1)
               COMPUTE WS-PCT ROUNDED =
                   (PR-DELETED * 100) / PR-PRIOR
               MOVE WS-PCT TO RD-PCT (2)
               COMPUTE WS-PCT ROUNDED =
                   (PR-STOPPED * 100) / PR-PRIOR
               MOVE WS-PCT TO RD-PCT (3)
           END-IF.

      *  ONE ROW PER ENTERING TERM UP TO THE CENSUS TERM.
      *  A COLUMN PAST THE CENSUS TERM HAS NOT HAPPENED
      *  YET AND PRINTS BLANK.
       5000-COHORT-SECTION.
           MOVE 'H' TO WS-SECTION.
           MOVE 'ENTERING COHORTS FOLLOWED FORWARD' TO SECT-TEXT.
           PERFORM 9100-HEADINGS.

           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-CEN-IX
               PERFORM 5100-COHORT-LINE
           END-PERFORM.

           WRITE PRTLINE FROM CO-NOTE-1
               AFTER ADVANCING 3 LINES.

       5100-COHORT-LINE.
           MOVE TB-TERM (WS-ENTRY-IX) TO CO-TERM.
           MOVE TB-COHORT (WS-ENTRY-IX, 1) TO CO-ENTERED.

           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 8
               MOVE SPACES TO CO-CELL (WS-COL)
               IF WS-ENTRY-IX + WS-COL NOT > WS-CEN-IX
                   COMPUTE WS-CO-SUB = WS-COL + 1
                   MOVE TB-COHORT (WS-ENTRY-IX, WS-CO-SUB)
                       TO CO-COUNT (WS-COL)
                   MOVE 0 TO WS-CO-PCT
                   IF TB-COHORT (WS-ENTRY-IX, 1) > 0
                       COMPUTE WS-CO-PCT ROUNDED =
                           (TB-COHORT (WS-ENTRY-IX, WS-CO-SUB) * 100)
                               / TB-COHORT (WS-ENTRY-IX, 1)
                   END-IF
                   MOVE WS-CO-PCT TO CO-PCT (WS-COL)
                   MOVE '%' TO CO-SIGN (WS-COL)
               END-IF
           END-PERFORM.

           WRITE PRTLINE FROM CO-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       6000-CLOSING.
           MOVE C-CRSCTR TO O-CRSCTR.
           MOVE C-ARCCTR TO O-ARCCTR.
           MOVE C-STUCTR TO O-STUCTR.
           MOVE C-NODEPTCTR TO O-NODEPTCTR.
           WRITE PRTLINE FROM CEN-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.

           DISPLAY 'COBCN00: CENSUS OF TERM ' WS-CEN-TERM
               ' PRINTED TO CENSUS.PRT'.
           IF C-NODEPTCTR > 0
               DISPLAY 'COBCN00: ' C-NODEPTCTR ' STUDENT(S) ON '
                   'NEITHER THE MASTER NOR HISTORY - COUNTED UNDER '
                   'NO DEPARTMENT'
           END-IF.
           IF C-TERMOVER > 0
               DISPLAY 'COBCN00: MORE THAN 60 TERMS ON FILE - '
                   'LATER TERMS LEFT OUT OF THE TERM TABLE'
           END-IF.

           IF C-NODEPTCTR > 0 OR C-TERMOVER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  A STUDENT ON NEITHER THE MASTER NOR THE HISTORY
      *  FILE PRINTS UNDER A BLANK CODE.  THE NAME IS LEFT
      *  IN RD-DEPT-NAME FOR EITHER SECTION.
       8100-LOOKUP-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACES TO RD-DEPT-NAME.
           IF WS-HOLD-DEPT = SPACES
               MOVE 'Y' TO WS-DEPT-FOUND
               MOVE 'NO DEPARTMENT RECORDED' TO RD-DEPT-NAME
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF TB-CODE (DX) = WS-HOLD-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE TB-NAME (DX) TO RD-DEPT-NAME
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               MOVE '*UNKNOWN DEPARTMENT*' TO RD-DEPT-NAME
           END-IF.

      *  THE SORTED HISTORY IS ONLY READ FORWARD PAST
      *  EARLIER IDS, SO AN ID'S FIRST (LATEST) DELETION
      *  STAYS CURRENT UNTIL A LATER ID IS LOOKED FOR.
       8200-MATCH-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE SPACES TO WS-HIST-DEPT.
           PERFORM 9030-READ-HIST
               UNTIL MORE-HIST = 'YES'
                   OR HS-MASTER (1:7) NOT < WS-HOLD-ID.
           IF MORE-HIST = 'NO' AND HS-MASTER (1:7) = WS-HOLD-ID
               MOVE 'Y' TO WS-HIST-FOUND
               MOVE HS-MASTER (50:4) TO WS-HIST-DEPT
           END-IF.

       9000-READ-COURSE.
           READ SORTED-COURSE
               AT END
                   MOVE 'YES' TO MORE-CRS
           END-READ.

       9010-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE 'YES' TO MORE-MST
           END-READ.

       9020-READ-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'YES' TO MORE-DEPTS
           END-READ.

       9030-READ-HIST.
           READ SORTED-HISTORY
               AT END
                   MOVE 'YES' TO MORE-HIST
           END-READ.

       9040-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO MORE-ARC
           END-READ.

       9050-READ-CENSUS.
           READ SORTED-CENSUS
               AT END
                   MOVE 'YES' TO MORE-CEN
           END-READ.

      *  EVERY SECTION STARTS ON A NEW PAGE; AN OVERFLOW
      *  PAGE REPEATS THE SECTION'S COLUMN HEADINGS.
       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM CEN-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM CEN-TERM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CEN-SECT-LINE
               AFTER ADVANCING 2 LINES.

           EVALUATE WS-SECTION
               WHEN 'C'
                   WRITE PRTLINE FROM CEN-COL-1
                       AFTER ADVANCING 2 LINES
                   WRITE PRTLINE FROM CEN-COL-2
                       AFTER ADVANCING 1 LINE
               WHEN 'R'
                   WRITE PRTLINE FROM RET-COL-1
                       AFTER ADVANCING 2 LINES
                   WRITE PRTLINE FROM RET-COL-2
                       AFTER ADVANCING 1 LINE
               WHEN 'H'
                   WRITE PRTLINE FROM CO-COL-1
                       AFTER ADVANCING 2 LINES
                   WRITE PRTLINE FROM CO-COL-2
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
