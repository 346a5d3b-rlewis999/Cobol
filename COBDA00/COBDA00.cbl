       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDA00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  DEGREE AUDIT AND GRADUATION ELIGIBILITY REPORT.
      *  THIS PROGRAM CERTIFIES EVERY STUDENT ON THE
      *  MASTER AGAINST THE DEGREE REQUIREMENTS ON FILE
      *  FOR THE STUDENT'S DEPARTMENT (DEGREQ.DAT,
      *  MAINTAINED BY COBDR00) AND PRINTS ONE AUDIT PER
      *  STUDENT ON DEGAUD.PRT - THE MINIMUM TOTAL GRADED
      *  HOURS, THE MINIMUM HOURS IN COURSES THE
      *  DEPARTMENT OWNS, AND THE MINIMUM CUMULATIVE GPA,
      *  EACH MARKED MET OR NOT MET, THEN EVERY REQUIRED
      *  COURSE MARKED COMPLETED, IN PROGRESS OR
      *  OUTSTANDING, AND AN ELIGIBLE / NOT ELIGIBLE
      *  LINE.  THE LAST PAGES LIST THE ELIGIBLE
      *  CANDIDATES BY DEPARTMENT WITH A COUNT OF
      *  STUDENTS AUDITED AND ELIGIBLE PER DEPARTMENT.
      *
      *  A STUDENT'S COURSEWORK IS THE COURSE AND GRADE
      *  FILE CRSGRD.DAT PLUS EVERY RECORD THE ARCHIVE
      *  JOB HAS PURGED TO CRSGARC.DAT, SO EARLY TERMS
      *  STILL COUNT AFTER THE RETENTION CUTOFF HAS
      *  MOVED THEM OFF THE LIVE FILE.  A PASSING LETTER
      *  GRADE (A+ THROUGH D-) OR A P EARNS THE CREDIT
      *  HOURS; AN F OR NP EARNS NONE AND LEAVES A
      *  REQUIRED COURSE OUTSTANDING; AN UNGRADED OR
      *  INCOMPLETE (I) ENROLLMENT IS IN PROGRESS; A
      *  WITHDRAWAL (W) COUNTS FOR NOTHING.  WHEN A
      *  COURSE HAS BEEN TAKEN MORE THAN ONCE ONLY THE
      *  LATEST GRADED ATTEMPT EARNS HOURS, THE SAME
      *  GRADE-REPLACEMENT RULE THE GPA DERIVATION
      *  APPLIES.  A COURSE COUNTS AS IN-DEPARTMENT
      *  WHEN THE COURSE CATALOG CRSCTLG.DAT SHOWS IT
      *  OWNED BY THE STUDENT'S DEPARTMENT.  THE GPA
      *  TESTED IS I-GPA ON THE MASTER, AS LAST APPLIED
      *  BY THE GPA DERIVATION.  A DEPARTMENT WITH NO
      *  MINIMUMS LINE ON DEGREQ.DAT CANNOT CERTIFY
      *  ANYONE, SO ITS STUDENTS PRINT NOT ELIGIBLE WITH
      *  THE REASON.
      *
      *  COMMAND LINE PARAMETER:
      *    (NONE)            - AUDIT EVERY STUDENT
      *    DEPT-CODE         - AUDIT ONE DEPARTMENT ONLY
      *
      *  STEP RETURN CODES:
      *    0 - EVERY STUDENT AUDITED HAD REQUIREMENTS
      *        ON FILE
      *    4 - STUDENTS WERE FOUND IN A DEPARTMENT WITH
      *        NO DEGREE REQUIREMENTS ON FILE
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
               ASSIGN TO 'E:\COBOL\DEGEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-COURSE
               ASSIGN TO 'E:\COBOL\DEGSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-ID.

           SELECT OPTIONAL DEGREQ-FILE
               ASSIGN TO 'E:\COBOL\DEGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'E:\COBOL\CRSCTLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAND-FILE
               ASSIGN TO 'E:\COBOL\DEGCAND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-CAND
               ASSIGN TO 'E:\COBOL\DEGCSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAND-SORT-WORK
               ASSIGN TO 'SORTWK02'.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\DEGAUD.PRT'
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

       FD  DEGREQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 19 CHARACTERS.

           COPY DEGREQ.

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

      *  ONE RECORD PER ELIGIBLE CANDIDATE, SORTED INTO
      *  DEPARTMENT AND NAME ORDER FOR THE CANDIDATE
      *  LISTING AT THE END OF THE REPORT.
       FD  CAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  CD-REC.
           05  CD-DEPT           PIC X(4).
           05  CD-LNAME          PIC X(15).
           05  CD-FNAME          PIC X(15).
           05  CD-INIT           PIC X.
           05  CD-ID             PIC X(7).
           05  CD-GPA            PIC 9V99.
           05  CD-HOURS          PIC 9(4).

       FD  SORTED-CAND
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-CAND-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  SC-CAND-REC.
           05  SD-DEPT           PIC X(4).
           05  SD-LNAME          PIC X(15).
           05  SD-FNAME          PIC X(15).
           05  SD-INIT           PIC X.
           05  SD-ID             PIC X(7).
           05  SD-GPA            PIC 9V99.
           05  SD-HOURS          PIC 9(4).

       SD  CAND-SORT-WORK
           DATA RECORD IS CW-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  CW-REC.
           05  CW-DEPT           PIC X(4).
           05  CW-LNAME          PIC X(15).
           05  CW-FNAME          PIC X(15).
           05  FILLER            PIC X(15).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-MST          PIC XXX     VALUE 'NO'.
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  MORE-ARC          PIC XXX     VALUE 'NO'.
           05  MORE-REQS         PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  MORE-CAND         PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.
           05  WS-CAT-DEPT       PIC X(4)    VALUE SPACES.
           05  WS-LOOKUP-COURSE  PIC X(6)    VALUE SPACES.
           05  WS-HAS-REQS       PIC X       VALUE 'N'.
           05  WS-ELIGIBLE       PIC X       VALUE 'N'.
           05  WS-GRADE-CLASS    PIC X       VALUE SPACE.
      *        P = PASSED, F = FAILED, I = IN PROGRESS,
      *        X = NOT A GRADE THE AUDIT RECOGNISES
           05  WS-HOLD-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-DS-IDX         PIC 999     VALUE 0.

       01  RUN-PARMS.
           05  PARM-DEPT         PIC X(4)    VALUE SPACES.
      *        BLANK AUDITS EVERY DEPARTMENT

       01  AUDIT-WORK.
           05  WS-MIN-HOURS      PIC 9(3)    VALUE 0.
           05  WS-MIN-DEPT-HRS   PIC 9(3)    VALUE 0.
           05  WS-MIN-GPA        PIC 9V99    VALUE 0.
           05  WS-TOT-HOURS      PIC 9(4)    VALUE 0.
           05  WS-DEPT-HOURS     PIC 9(4)    VALUE 0.
           05  WS-OPEN-CTR       PIC 99      VALUE 0.
           05  WS-HOURS-ED       PIC ZZZ9.
           05  WS-GPA-ED         PIC Z.99.

      *  THE REQUIRED COURSES OF THE STUDENT'S DEPARTMENT,
      *  WITH HOW FAR THE STUDENT HAS GOT WITH EACH -
      *  O = OUTSTANDING, I = IN PROGRESS, C = COMPLETED.
       01  STUDENT-REQS.
           05  SQ-ENTRY OCCURS 40 TIMES INDEXED BY SQX.
               10  SQ-COURSE     PIC X(6).
               10  SQ-STATUS     PIC X.
               10  SQ-TERM       PIC X(5).
               10  SQ-GRADE      PIC XX.
       01  SQ-COUNT              PIC 99      VALUE 0.

      *  THE LATEST GRADED ATTEMPT AT EACH COURSE THE
      *  STUDENT HAS TAKEN - SK-CLASS P OR F - SO A
      *  REPEATED COURSE EARNS ITS HOURS ONCE.
       01  STUDENT-CRS.
           05  SK-ENTRY OCCURS 150 TIMES INDEXED BY SKX.
               10  SK-COURSE     PIC X(6).
               10  SK-CLASS      PIC X.
               10  SK-CREDITS    PIC 99.
       01  SK-COUNT              PIC 999     VALUE 0.

       01  COUNT-AREA.
           05  C-STUCTR          PIC 9(5)    VALUE 0.
           05  C-ELIGCTR         PIC 9(5)    VALUE 0.
           05  C-NOTCTR          PIC 9(5)    VALUE 0.
           05  C-NOREQCTR        PIC 9(5)    VALUE 0.
           05  C-ARCCTR          PIC 9(5)    VALUE 0.
           05  C-DEPT-CANDS      PIC 9(5)    VALUE 0.

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
               10  TB-ACTIVE     PIC X.
       01  DEPT-COUNT            PIC 999     VALUE 0.

       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAX.
               10  TB-COURSE     PIC X(6).
               10  TB-TITLE      PIC X(25).
               10  TB-CREDITS    PIC 99.
               10  TB-DEPT       PIC X(4).
               10  TB-CAT-ACTIVE PIC X.
       01  CATALOG-COUNT         PIC 999     VALUE 0.

      *  STUDENTS AUDITED AND ELIGIBLE PER DEPARTMENT
      *  CODE, IN THE ORDER THE CODES WERE FIRST MET.
       01  DEPT-SUMMARY.
           05  DS-ENTRY OCCURS 100 TIMES INDEXED BY DSX.
               10  DS-CODE       PIC X(4).
               10  DS-AUDITED    PIC 9(5).
               10  DS-ELIGIBLE   PIC 9(5).
       01  DS-COUNT              PIC 999     VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).

       01  AUD-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'DEGREE AUDIT - GRADUATION REVIEW'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  AUD-STUDENT-LINE.
           05  FILLER            PIC X(9)    VALUE 'STUDENT:'.
           05  AS-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  AS-LNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AS-FNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AS-INIT           PIC X.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'DEPARTMENT:'.
           05  AS-DEPT-CODE      PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AS-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(29)   VALUE SPACES.

       01  AUD-MIN-COL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'REQUIREMENT'.
           05  FILLER            PIC X(23)   VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'REQUIRED'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'ACHIEVED'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'STATUS'.
           05  FILLER            PIC X(62)   VALUE SPACES.

       01  AUD-MIN-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AM-LABEL          PIC X(30).
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AM-REQUIRED       PIC X(4).
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  AM-ACHIEVED       PIC X(4).
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AM-STATUS         PIC X(7).
           05  FILLER            PIC X(61)   VALUE SPACES.

       01  AUD-CRS-COL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'REQUIRED COURSE'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'COURSE TITLE'.
           05  FILLER            PIC X(17)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'STATUS'.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TERM'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'GRADE'.
           05  FILLER            PIC X(50)   VALUE SPACES.

       01  AUD-CRS-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AC-COURSE         PIC X(6).
           05  FILLER            PIC X(13)   VALUE SPACES.
           05  AC-TITLE          PIC X(25).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AC-STATUS         PIC X(11).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AC-TERM           PIC X(5).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AC-GRADE          PIC XX.
           05  FILLER            PIC X(52)   VALUE SPACES.

       01  AUD-NOTE-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AN-TEXT           PIC X(60).
           05  FILLER            PIC X(66)   VALUE SPACES.

       01  AUD-RESULT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'RESULT:'.
           05  AU-RESULT         PIC X(16).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AU-REASON         PIC X(26).
           05  AU-OPEN           PIC ZZ.
           05  FILLER            PIC X(70)   VALUE SPACES.

       01  CAND-SECTION.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(36)
                        VALUE 'ELIGIBLE GRADUATION CANDIDATES'.
           05  FILLER            PIC X(90)   VALUE SPACES.

       01  CAND-DEPT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'DEPARTMENT:'.
           05  CL-DEPT-CODE      PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CL-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(83)   VALUE SPACES.

       01  CAND-COL.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(2)    VALUE 'ID'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'LAST NAME'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'FIRST NAME'.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE 'GPA'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'HOURS'.
           05  FILLER            PIC X(63)   VALUE SPACES.

       01  CAND-DETAIL.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  CN-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  CN-LNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CN-FNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CN-INIT           PIC X.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CN-GPA            PIC Z.99.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  CN-HOURS          PIC ZZZ9.
           05  FILLER            PIC X(62)   VALUE SPACES.

       01  CAND-DEPT-TOTAL.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(21)
                                 VALUE 'CANDIDATES IN DEPT:'.
           05  CT-DEPT-CANDS     PIC ZZZZ9.
           05  FILLER            PIC X(96)   VALUE SPACES.

       01  SUM-SECTION.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(36)
                        VALUE 'ELIGIBILITY SUMMARY BY DEPARTMENT'.
           05  FILLER            PIC X(90)   VALUE SPACES.

       01  SUM-COL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'DEPARTMENT NAME'.
           05  FILLER            PIC X(14)   VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'AUDITED'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'ELIGIBLE'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'NOT ELIGIBLE'.
           05  FILLER            PIC X(54)   VALUE SPACES.

       01  SUM-DETAIL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SM-DEPT-CODE      PIC X(4).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  SM-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SM-AUDITED        PIC ZZZZ9.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  SM-ELIGIBLE       PIC ZZZZ9.
           05  FILLER            PIC X(11)   VALUE SPACES.
           05  SM-NOT-ELIG       PIC ZZZZ9.
           05  FILLER            PIC X(54)   VALUE SPACES.

       01  AUD-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'STUDENTS AUDITED:'.
           05  O-STUCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'ELIGIBLE:'.
           05  O-ELIGCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(14)   VALUE 'NOT ELIGIBLE:'.
           05  O-NOTCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(22)
                                 VALUE 'NO REQUIREMENTS FILE:'.
           05  O-NOREQCTR        PIC ZZZZ9.
           05  FILLER            PIC X(31)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-MST = 'YES'.
           PERFORM 3000-CANDIDATE-LISTING.
           PERFORM 3500-DEPT-SUMMARY.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-DEPT
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-DEPT)
                   TO PARM-DEPT
           END-IF.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-DEPT-TABLE.
           PERFORM 1150-LOAD-CATALOG.
           PERFORM 1200-LOAD-REQUIREMENTS.
           PERFORM 1300-EXTRACT-ARCHIVE.

           SORT SORT-WORK ON ASCENDING KEY SW-ID SW-TERM SW-COURSE
               USING COURSE-FILE ARCHIVE-EXTRACT
               GIVING SORTED-COURSE.

           OPEN INPUT SORTED-COURSE.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT CAND-FILE.
           OPEN OUTPUT PRTOUT.

           PERFORM 9000-READ-COURSE.
           PERFORM 9010-READ-MASTER.

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

       1150-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 9030-READ-CATALOG.
           PERFORM UNTIL MORE-CATS = 'YES'
               IF CATALOG-COUNT < 200
                   ADD 1 TO CATALOG-COUNT
                   MOVE CC-COURSE TO TB-COURSE (CATALOG-COUNT)
                   MOVE CC-TITLE TO TB-TITLE (CATALOG-COUNT)
                   MOVE CC-CREDITS TO TB-CREDITS (CATALOG-COUNT)
                   MOVE CC-DEPT TO TB-DEPT (CATALOG-COUNT)
                   MOVE CC-ACTIVE TO TB-CAT-ACTIVE (CATALOG-COUNT)
               END-IF
               PERFORM 9030-READ-CATALOG
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1200-LOAD-REQUIREMENTS.
           OPEN INPUT DEGREQ-FILE.
           PERFORM 9040-READ-REQUIREMENT.
           PERFORM UNTIL MORE-REQS = 'YES'
               IF REQ-COUNT < 500
                   ADD 1 TO REQ-COUNT
                   MOVE DR-DEPT TO TB-RQ-DEPT (REQ-COUNT)
                   MOVE DR-COURSE TO TB-RQ-COURSE (REQ-COUNT)
                   MOVE DR-MIN-HOURS TO TB-RQ-MIN-HOURS (REQ-COUNT)
                   MOVE DR-MIN-DEPT-HRS TO TB-RQ-MIN-DEPT (REQ-COUNT)
                   MOVE DR-MIN-GPA TO TB-RQ-MIN-GPA (REQ-COUNT)
               END-IF
               PERFORM 9040-READ-REQUIREMENT
           END-PERFORM.
           CLOSE DEGREQ-FILE.

      *  THE ARCHIVE CARRIES THE FULL ENROLLMENT IMAGE
      *  BEHIND ITS ARCHIVE DATE AND RUN STAMP.  THE
      *  IMAGES ARE COPIED OUT TO A WORK FILE IN THE
      *  CRSGRD LAYOUT SO ONE SORT CAN MERGE THEM WITH
      *  THE LIVE FILE.
       1300-EXTRACT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-EXTRACT.
           PERFORM 9050-READ-ARCHIVE.
           PERFORM UNTIL MORE-ARC = 'YES'
               MOVE A-ENROLL TO AX-REC
               WRITE AX-REC
               ADD 1 TO C-ARCCTR
               PERFORM 9050-READ-ARCHIVE
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE ARCHIVE-EXTRACT.

      *  THE MASTER AND THE SORTED COURSEWORK ARE BOTH IN
      *  STUDENT ID ORDER.  COURSEWORK FOR AN ID NOT ON
      *  THE MASTER, OR FOR A STUDENT OUTSIDE THE
      *  DEPARTMENT ASKED FOR, IS PASSED OVER.
       2000-MAINLINE.
           PERFORM 9000-READ-COURSE
               UNTIL MORE-CRS = 'YES' OR SR-ID NOT < I-ID.

           IF PARM-DEPT = SPACES OR I-DEPT-CODE = PARM-DEPT
               PERFORM 2100-START-STUDENT
               PERFORM 2200-ACCUM-COURSE
                   UNTIL MORE-CRS = 'YES' OR SR-ID NOT = I-ID
               PERFORM 2300-TOTAL-HOURS
               PERFORM 2500-PRINT-AUDIT
               PERFORM 2600-RECORD-RESULT
           END-IF.

           PERFORM 9010-READ-MASTER.

      *  THE DEPARTMENT'S MINIMUMS LINE SETS THE THREE
      *  THRESHOLDS AND EVERY REQUIRED COURSE LINE OPENS
      *  AS OUTSTANDING UNTIL THE COURSEWORK SAYS OTHERWISE.
       2100-START-STUDENT.
           ADD 1 TO C-STUCTR.
           MOVE 0 TO WS-TOT-HOURS.
           MOVE 0 TO WS-DEPT-HOURS.
           MOVE 0 TO WS-MIN-HOURS.
           MOVE 0 TO WS-MIN-DEPT-HRS.
           MOVE 0 TO WS-MIN-GPA.
           MOVE 'N' TO WS-HAS-REQS.
           MOVE 0 TO SQ-COUNT.
           MOVE 0 TO SK-COUNT.

           PERFORM VARYING RQX FROM 1 BY 1
               UNTIL RQX > REQ-COUNT
               IF TB-RQ-DEPT (RQX) = I-DEPT-CODE
                   IF TB-RQ-COURSE (RQX) = SPACES
                       MOVE 'Y' TO WS-HAS-REQS
                       MOVE TB-RQ-MIN-HOURS (RQX) TO WS-MIN-HOURS
                       MOVE TB-RQ-MIN-DEPT (RQX) TO WS-MIN-DEPT-HRS
                       MOVE TB-RQ-MIN-GPA (RQX) TO WS-MIN-GPA
                   ELSE
                       IF SQ-COUNT < 40
                           ADD 1 TO SQ-COUNT
                           MOVE TB-RQ-COURSE (RQX)
                               TO SQ-COURSE (SQ-COUNT)
                           MOVE 'O' TO SQ-STATUS (SQ-COUNT)
                           MOVE SPACES TO SQ-TERM (SQ-COUNT)
                           MOVE SPACES TO SQ-GRADE (SQ-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  THE COURSEWORK ARRIVES IN TERM ORDER, SO A LATER
      *  ATTEMPT AT A COURSE OVERWRITES AN EARLIER ONE -
      *  EXCEPT THAT A REQUIRED COURSE ALREADY COMPLETED
      *  STAYS COMPLETED WHILE A RETAKE IS IN PROGRESS.
      *  THE HOURS ARE TOTALLED FROM THE LATEST GRADED
      *  ATTEMPTS WHEN THE STUDENT'S COURSEWORK ENDS.
       2200-ACCUM-COURSE.
           PERFORM 7000-GRADE-CLASS.

           IF (WS-GRADE-CLASS = 'P' OR WS-GRADE-CLASS = 'F')
                   AND SR-CREDITS NUMERIC
               PERFORM 2250-KEEP-LATEST-ATTEMPT
           END-IF.

           PERFORM VARYING SQX FROM 1 BY 1
               UNTIL SQX > SQ-COUNT
               IF SQ-COURSE (SQX) = SR-COURSE
                   EVALUATE TRUE
                       WHEN WS-GRADE-CLASS = 'P'
                           MOVE 'C' TO SQ-STATUS (SQX)
                           MOVE SR-TERM TO SQ-TERM (SQX)
                           MOVE SR-GRADE TO SQ-GRADE (SQX)
                       WHEN WS-GRADE-CLASS = 'F'
                           MOVE 'O' TO SQ-STATUS (SQX)
                           MOVE SR-TERM TO SQ-TERM (SQX)
                           MOVE SR-GRADE TO SQ-GRADE (SQX)
                       WHEN WS-GRADE-CLASS = 'I'
                               AND SQ-STATUS (SQX) NOT = 'C'
                           MOVE 'I' TO SQ-STATUS (SQX)
                           MOVE SR-TERM TO SQ-TERM (SQX)
                           MOVE SR-GRADE TO SQ-GRADE (SQX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM 9000-READ-COURSE.

       2250-KEEP-LATEST-ATTEMPT.
           PERFORM VARYING SKX FROM 1 BY 1
               UNTIL SKX > SK-COUNT
                   OR SK-COURSE (SKX) = SR-COURSE
               CONTINUE
           END-PERFORM.
           IF SKX > SK-COUNT
               IF SK-COUNT < 150
                   ADD 1 TO SK-COUNT
                   SET SKX TO SK-COUNT
                   MOVE SR-COURSE TO SK-COURSE (SKX)
               END-IF
           END-IF.
           IF SKX NOT > SK-COUNT
               MOVE WS-GRADE-CLASS TO SK-CLASS (SKX)
               MOVE SR-CREDITS TO SK-CREDITS (SKX)
           END-IF.

       2300-TOTAL-HOURS.
           PERFORM VARYING SKX FROM 1 BY 1
               UNTIL SKX > SK-COUNT
               IF SK-CLASS (SKX) = 'P'
                   ADD SK-CREDITS (SKX) TO WS-TOT-HOURS
                   MOVE SK-COURSE (SKX) TO WS-LOOKUP-COURSE
                   PERFORM 8100-LOOKUP-COURSE-DEPT
                   IF WS-CAT-DEPT = I-DEPT-CODE
                       ADD SK-CREDITS (SKX) TO WS-DEPT-HOURS
                   END-IF
               END-IF
           END-PERFORM.

      *  EVERY AUDIT STARTS ON ITS OWN PAGE UNDER THE
      *  STUDENT IDENTIFICATION, THE SAME WAY THE
      *  TRANSCRIPT DOES.
       2500-PRINT-AUDIT.
           MOVE I-ID TO AS-ID.
           MOVE I-LNAME TO AS-LNAME.
           MOVE I-FNAME TO AS-FNAME.
           MOVE I-INIT TO AS-INIT.
           MOVE I-DEPT-CODE TO AS-DEPT-CODE.
           PERFORM 8000-LOOKUP-DEPT-NAME.
           MOVE 0 TO WS-OPEN-CTR.
           PERFORM 9100-HEADINGS.

           IF WS-HAS-REQS = 'N'
               MOVE 'NO DEGREE REQUIREMENTS ON FILE FOR THE DEPARTMENT'
                   TO AN-TEXT
               WRITE PRTLINE FROM AUD-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO C-NOREQCTR
               MOVE 'N' TO WS-ELIGIBLE
               MOVE 'NO REQUIREMENTS ON FILE' TO AU-REASON
               MOVE 0 TO AU-OPEN
           ELSE
               WRITE PRTLINE FROM AUD-MIN-COL
                   AFTER ADVANCING 2 LINES
               PERFORM 2510-PRINT-MINIMUMS
               IF SQ-COUNT > 0
                   WRITE PRTLINE FROM AUD-CRS-COL
                       AFTER ADVANCING 2 LINES
                   PERFORM 2520-PRINT-REQ-COURSE
                       VARYING SQX FROM 1 BY 1
                       UNTIL SQX > SQ-COUNT
               END-IF
               MOVE WS-OPEN-CTR TO AU-OPEN
               IF WS-OPEN-CTR = 0
                   MOVE 'Y' TO WS-ELIGIBLE
                   MOVE SPACES TO AU-REASON
               ELSE
                   MOVE 'N' TO WS-ELIGIBLE
                   MOVE 'REQUIREMENTS NOT YET MET:' TO AU-REASON
               END-IF
           END-IF.

           IF WS-ELIGIBLE = 'Y'
               MOVE '** ELIGIBLE **' TO AU-RESULT
           ELSE
               MOVE 'NOT ELIGIBLE' TO AU-RESULT
           END-IF.
           WRITE PRTLINE FROM AUD-RESULT-LINE
               AFTER ADVANCING 2 LINES.

       2510-PRINT-MINIMUMS.
           MOVE 'MINIMUM TOTAL GRADED HOURS' TO AM-LABEL.
           MOVE WS-MIN-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO AM-REQUIRED.
           MOVE WS-TOT-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO AM-ACHIEVED.
           IF WS-TOT-HOURS < WS-MIN-HOURS
               MOVE 'NOT MET' TO AM-STATUS
               ADD 1 TO WS-OPEN-CTR
           ELSE
               MOVE 'MET' TO AM-STATUS
           END-IF.
           WRITE PRTLINE FROM AUD-MIN-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'MINIMUM IN-DEPARTMENT HOURS' TO AM-LABEL.
           MOVE WS-MIN-DEPT-HRS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO AM-REQUIRED.
           MOVE WS-DEPT-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO AM-ACHIEVED.
           IF WS-DEPT-HOURS < WS-MIN-DEPT-HRS
               MOVE 'NOT MET' TO AM-STATUS
               ADD 1 TO WS-OPEN-CTR
           ELSE
               MOVE 'MET' TO AM-STATUS
           END-IF.
           WRITE PRTLINE FROM AUD-MIN-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'MINIMUM CUMULATIVE GPA' TO AM-LABEL.
           MOVE WS-MIN-GPA TO WS-GPA-ED.
           MOVE WS-GPA-ED TO AM-REQUIRED.
           MOVE I-GPA TO WS-GPA-ED.
           MOVE WS-GPA-ED TO AM-ACHIEVED.
           IF I-GPA < WS-MIN-GPA
               MOVE 'NOT MET' TO AM-STATUS
               ADD 1 TO WS-OPEN-CTR
           ELSE
               MOVE 'MET' TO AM-STATUS
           END-IF.
           WRITE PRTLINE FROM AUD-MIN-LINE
               AFTER ADVANCING 1 LINE.

       2520-PRINT-REQ-COURSE.
           MOVE SQ-COURSE (SQX) TO AC-COURSE.
           PERFORM 8200-LOOKUP-COURSE-TITLE.
           MOVE SQ-TERM (SQX) TO AC-TERM.
           MOVE SQ-GRADE (SQX) TO AC-GRADE.
           EVALUATE SQ-STATUS (SQX)
               WHEN 'C'
                   MOVE 'COMPLETED' TO AC-STATUS
               WHEN 'I'
                   MOVE 'IN PROGRESS' TO AC-STATUS
                   ADD 1 TO WS-OPEN-CTR
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO AC-STATUS
                   ADD 1 TO WS-OPEN-CTR
           END-EVALUATE.
           WRITE PRTLINE FROM AUD-CRS-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2600-RECORD-RESULT.
           PERFORM 8300-FIND-DEPT-SUMMARY.
           ADD 1 TO DS-AUDITED (WS-DS-IDX).

           IF WS-ELIGIBLE = 'Y'
               ADD 1 TO C-ELIGCTR
               ADD 1 TO DS-ELIGIBLE (WS-DS-IDX)
               MOVE I-DEPT-CODE TO CD-DEPT
               MOVE I-LNAME TO CD-LNAME
               MOVE I-FNAME TO CD-FNAME
               MOVE I-INIT TO CD-INIT
               MOVE I-ID TO CD-ID
               MOVE I-GPA TO CD-GPA
               MOVE WS-TOT-HOURS TO CD-HOURS
               WRITE CD-REC
           ELSE
               ADD 1 TO C-NOTCTR
           END-IF.

      *  THE ELIGIBLE CANDIDATES ARE SORTED INTO
      *  DEPARTMENT AND NAME ORDER AND LISTED WITH A
      *  COUNT PER DEPARTMENT - THE LIST THE REGISTRAR
      *  SENDS EACH DEPARTMENT FOR SIGN-OFF.
       3000-CANDIDATE-LISTING.
           CLOSE CAND-FILE.
           SORT CAND-SORT-WORK ON ASCENDING KEY CW-DEPT CW-LNAME
                   CW-FNAME
               USING CAND-FILE
               GIVING SORTED-CAND.

           MOVE SPACES TO AS-ID AS-LNAME AS-FNAME AS-INIT
               AS-DEPT-CODE AS-DEPT-NAME.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM CAND-SECTION
               AFTER ADVANCING 2 LINES.

           OPEN INPUT SORTED-CAND.
           PERFORM 9060-READ-CAND.
           MOVE SPACES TO WS-HOLD-DEPT.
           PERFORM 3100-LIST-CANDIDATE
               UNTIL MORE-CAND = 'YES'.
           IF WS-HOLD-DEPT NOT = SPACES
               PERFORM 3300-END-CAND-DEPT
           ELSE
               MOVE 'NO STUDENT IS ELIGIBLE TO GRADUATE' TO AN-TEXT
               WRITE PRTLINE FROM AUD-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE SORTED-CAND.

       3100-LIST-CANDIDATE.
           IF SD-DEPT NOT = WS-HOLD-DEPT
               IF WS-HOLD-DEPT NOT = SPACES
                   PERFORM 3300-END-CAND-DEPT
               END-IF
               PERFORM 3200-START-CAND-DEPT
           END-IF.

           ADD 1 TO C-DEPT-CANDS.
           MOVE SD-ID TO CN-ID.
           MOVE SD-LNAME TO CN-LNAME.
           MOVE SD-FNAME TO CN-FNAME.
           MOVE SD-INIT TO CN-INIT.
           MOVE SD-GPA TO CN-GPA.
           MOVE SD-HOURS TO CN-HOURS.
           WRITE PRTLINE FROM CAND-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE PRTLINE FROM CAND-COL
                           AFTER ADVANCING 2 LINES
                       END-WRITE
           END-WRITE.

           PERFORM 9060-READ-CAND.

       3200-START-CAND-DEPT.
           MOVE SD-DEPT TO WS-HOLD-DEPT.
           MOVE 0 TO C-DEPT-CANDS.
           MOVE SD-DEPT TO CL-DEPT-CODE.
           MOVE SD-DEPT TO AS-DEPT-CODE.
           PERFORM 8000-LOOKUP-DEPT-NAME.
           MOVE AS-DEPT-NAME TO CL-DEPT-NAME.
           MOVE SPACES TO AS-DEPT-CODE AS-DEPT-NAME.
           WRITE PRTLINE FROM CAND-DEPT-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM CAND-COL
               AFTER ADVANCING 2 LINES.

       3300-END-CAND-DEPT.
           MOVE C-DEPT-CANDS TO CT-DEPT-CANDS.
           WRITE PRTLINE FROM CAND-DEPT-TOTAL
               AFTER ADVANCING 2 LINES.

       3500-DEPT-SUMMARY.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SUM-SECTION
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUM-COL
               AFTER ADVANCING 2 LINES.
           PERFORM 3600-PRINT-DEPT-SUMMARY
               VARYING DSX FROM 1 BY 1
               UNTIL DSX > DS-COUNT.

       3600-PRINT-DEPT-SUMMARY.
           MOVE DS-CODE (DSX) TO SM-DEPT-CODE.
           MOVE DS-CODE (DSX) TO AS-DEPT-CODE.
           PERFORM 8000-LOOKUP-DEPT-NAME.
           MOVE AS-DEPT-NAME TO SM-DEPT-NAME.
           MOVE DS-AUDITED (DSX) TO SM-AUDITED.
           MOVE DS-ELIGIBLE (DSX) TO SM-ELIGIBLE.
           COMPUTE SM-NOT-ELIG = DS-AUDITED (DSX) - DS-ELIGIBLE (DSX).
           WRITE PRTLINE FROM SUM-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE PRTLINE FROM SUM-COL
                           AFTER ADVANCING 2 LINES
                       END-WRITE
           END-WRITE.

       4000-CLOSING.
           MOVE C-STUCTR TO O-STUCTR.
           MOVE C-ELIGCTR TO O-ELIGCTR.
           MOVE C-NOTCTR TO O-NOTCTR.
           MOVE C-NOREQCTR TO O-NOREQCTR.
           WRITE PRTLINE FROM AUD-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE SORTED-COURSE.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           DISPLAY 'COBDA00: ' C-STUCTR ' STUDENTS AUDITED, '
               C-ELIGCTR ' ELIGIBLE, ' C-ARCCTR
               ' ARCHIVED ENROLLMENTS INCLUDED'.

      *  STEP RETURN CODE:
      *    0 - EVERY STUDENT AUDITED HAD REQUIREMENTS
      *    4 - A DEPARTMENT HAS NO REQUIREMENTS ON FILE,
      *        SO ITS STUDENTS COULD NOT BE CERTIFIED
       6000-SET-RETURN-CODE.
           IF C-NOREQCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  GRADE CLASSES FOR THE AUDIT.  A PASSING LETTER
      *  GRADE OR A P EARNS THE HOURS; AN F OR NP EARNS
      *  NOTHING; AN UNGRADED OR INCOMPLETE ENROLLMENT IS
      *  STILL IN PROGRESS; A WITHDRAWAL COUNTS FOR
      *  NOTHING AT ALL.
       7000-GRADE-CLASS.
           EVALUATE SR-GRADE
               WHEN 'A+'
               WHEN 'A '
               WHEN 'A-'
               WHEN 'B+'
               WHEN 'B '
               WHEN 'B-'
               WHEN 'C+'
               WHEN 'C '
               WHEN 'C-'
               WHEN 'D+'
               WHEN 'D '
               WHEN 'D-'
               WHEN 'P '
                   MOVE 'P' TO WS-GRADE-CLASS
               WHEN 'F '
               WHEN 'NP'
                   MOVE 'F' TO WS-GRADE-CLASS
               WHEN '  '
               WHEN 'I '
                   MOVE 'I' TO WS-GRADE-CLASS
               WHEN OTHER
                   MOVE 'X' TO WS-GRADE-CLASS
           END-EVALUATE.

      *  THE DEPARTMENT CODE TO LOOK UP IS LEFT IN
      *  AS-DEPT-CODE AND THE NAME COMES BACK IN
      *  AS-DEPT-NAME.
       8000-LOOKUP-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACES TO AS-DEPT-NAME.
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF TB-CODE (DX) = AS-DEPT-CODE
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE TB-NAME (DX) TO AS-DEPT-NAME
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               MOVE '*UNKNOWN DEPARTMENT*' TO AS-DEPT-NAME
           END-IF.

      *  A COURSE NOT ON THE CATALOG HAS NO OWNING
      *  DEPARTMENT, SO IT NEVER COUNTS AS IN-DEPARTMENT.
       8100-LOOKUP-COURSE-DEPT.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE SPACES TO WS-CAT-DEPT.
           PERFORM VARYING CAX FROM 1 BY 1
               UNTIL CAX > CATALOG-COUNT OR WS-CAT-FOUND = 'Y'
               IF TB-COURSE (CAX) = WS-LOOKUP-COURSE
                   MOVE 'Y' TO WS-CAT-FOUND
                   MOVE TB-DEPT (CAX) TO WS-CAT-DEPT
               END-IF
           END-PERFORM.

      *  AN EMPTY CATALOG MEANS THE REFERENCE FILE HAS
      *  NOT BEEN BUILT YET - THE TITLE COLUMN IS LEFT
      *  BLANK RATHER THAN FLAGGED.
       8200-LOOKUP-COURSE-TITLE.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE SPACES TO AC-TITLE.
           PERFORM VARYING CAX FROM 1 BY 1
               UNTIL CAX > CATALOG-COUNT OR WS-CAT-FOUND = 'Y'
               IF TB-COURSE (CAX) = SQ-COURSE (SQX)
                   MOVE 'Y' TO WS-CAT-FOUND
                   MOVE TB-TITLE (CAX) TO AC-TITLE
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 'N' AND CATALOG-COUNT > 0
               MOVE '*NOT ON CATALOG*' TO AC-TITLE
           END-IF.

       8300-FIND-DEPT-SUMMARY.
           MOVE 0 TO WS-DS-IDX.
           PERFORM VARYING DSX FROM 1 BY 1
               UNTIL DSX > DS-COUNT OR WS-DS-IDX > 0
               IF DS-CODE (DSX) = I-DEPT-CODE
                   SET WS-DS-IDX TO DSX
               END-IF
           END-PERFORM.
           IF WS-DS-IDX = 0
               IF DS-COUNT < 100
                   ADD 1 TO DS-COUNT
                   MOVE I-DEPT-CODE TO DS-CODE (DS-COUNT)
                   MOVE 0 TO DS-AUDITED (DS-COUNT)
                   MOVE 0 TO DS-ELIGIBLE (DS-COUNT)
               END-IF
               MOVE DS-COUNT TO WS-DS-IDX
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

       9030-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'YES' TO MORE-CATS
           END-READ.

       9040-READ-REQUIREMENT.
           READ DEGREQ-FILE
               AT END
                   MOVE 'YES' TO MORE-REQS
           END-READ.

       9050-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO MORE-ARC
           END-READ.

       9060-READ-CAND.
           READ SORTED-CAND
               AT END
                   MOVE 'YES' TO MORE-CAND
           END-READ.

      *  EVERY PAGE REPEATS THE STUDENT IDENTIFICATION
      *  UNDER THE REPORT TITLE; ON THE CANDIDATE AND
      *  SUMMARY PAGES THE LINE IS LEFT BLANK.
       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM AUD-TITLE
               AFTER ADVANCING PAGE.
           IF AS-ID NOT = SPACES
               WRITE PRTLINE FROM AUD-STUDENT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
