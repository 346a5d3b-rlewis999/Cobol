       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBTB00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  TERM TUITION BILLING.  THIS PROGRAM READS
      *  CRSGRD.DAT IN STUDENT ORDER AND, FOR EVERY
      *  STUDENT ENROLLED IN THE TERM BEING BILLED,
      *  PRICES EACH ENROLLMENT AT THE PER-CREDIT-HOUR
      *  RATE ON THE TUITION RATE TABLE TUITRATE.DAT FOR
      *  THE STUDENT'S DEPARTMENT AND THE TERM, ADDS THE
      *  DEPARTMENT'S FLAT FEE FOR THE TERM, AND POSTS
      *  THE CHARGES TO THE STUDENT ACCOUNT FILE
      *  STDNTACT.DAT.  EVERY ENROLLMENT IN THE TERM IS
      *  BILLED WHATEVER ITS GRADE - A WITHDRAWAL AFTER
      *  BILLING IS SETTLED BY AN ADJUSTMENT THROUGH THE
      *  ACCOUNT EDIT.
      *
      *  EACH CHARGE IS WRITTEN TO THE PERMANENT ACCOUNT
      *  LEDGER ACCTLED.DAT, EACH ACCOUNT CHANGE WRITES
      *  ITS BEFORE AND AFTER IMAGES TO CHGAUDIT.DAT, AND
      *  A STATEMENT OF ACCOUNT IS PRINTED FOR EACH
      *  STUDENT BILLED ON STMTACT.PRT.  THE BILLING
      *  REGISTER BILLREG.PRT LISTS EVERY STUDENT FOUND
      *  IN THE TERM, BILLED OR NOT, WITH RUN TOTALS.
      *
      *  A STUDENT WHO ALREADY HAS A TUITION CHARGE FOR
      *  THE TERM ON THE LEDGER IS NOT BILLED AGAIN, SO A
      *  RERUN OF ANY TERM, NOT ONLY THE LATEST ONE BILLED,
      *  PICKS UP ONLY STUDENTS MISSED THE FIRST TIME.  A
      *  STUDENT NOT ON THE MASTER, OR WHOSE DEPARTMENT HAS
      *  NO RATE FOR THE TERM, IS LISTED ON THE REGISTER
      *  AND NOT BILLED, AS IS ANY ENROLLMENT BEYOND THE
      *  40 A STUDENT CAN BE BILLED FOR IN ONE TERM.
      *
      *  COMMAND LINE PARAMETER:
      *    POSITION 1 - THE TERM TO BILL (REQUIRED)
      *
      *  STEP RETURN CODES:
      *    0 - EVERY STUDENT IN THE TERM BILLED
      *    4 - STUDENTS OR ENROLLMENTS LISTED AS NOT
      *        BILLED (WARNING)
      *    8 - NO TERM GIVEN, OR THE LEDGER OR AUDIT
      *        TRAIL COULD NOT BE WRITTEN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT OPTIONAL ACCOUNT-FILE
               ASSIGN TO 'E:\COBOL\STDNTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO 'E:\COBOL\TUITRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'E:\COBOL\ACCTLED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BILLED-EXTRACT
               ASSIGN TO 'E:\COBOL\TBBEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILLED-SORTED
               ASSIGN TO 'E:\COBOL\TBBSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILLED-SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STMTOUT
               ASSIGN TO 'E:\COBOL\STMTACT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REGOUT
               ASSIGN TO 'E:\COBOL\BILLREG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ACCOUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTACT.

       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY TUITRATE.

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY DEPTREC.

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED.

      *  THE TUITION CHARGES ALREADY ON THE LEDGER FOR
      *  THE TERM BEING BILLED, SORTED INTO STUDENT ORDER
      *  TO MATCH CRSGRD.DAT.
       FD  BILLED-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BX-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED REPLACING LEADING ==AL-== BY ==BX-==.

       FD  BILLED-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED REPLACING LEADING ==AL-== BY ==BS-==.

       SD  BILLED-SORT-WORK
           DATA RECORD IS BW-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED REPLACING LEADING ==AL-== BY ==BW-==.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       FD  STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  STMTLINE                 PIC X(132).

       FD  REGOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  REGLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  C-SPCTR           PIC 9(4)    VALUE ZERO.
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  MORE-RATES        PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  MORE-LEDGER       PIC XXX     VALUE 'NO'.
           05  MORE-BILLED       PIC XXX     VALUE 'NO'.
           05  WS-TERM-BILLED    PIC X       VALUE 'N'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-HOLD-ID        PIC X(7)    VALUE SPACES.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-ACCT-FOUND     PIC X       VALUE 'N'.
           05  WS-RATE-FOUND     PIC X       VALUE 'N'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-LEDGER-STATUS  PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  RUN-PARMS.
           05  PARM-TERM         PIC X(5)    VALUE SPACES.

       01  COUNT-AREA.
           05  C-BILLCTR         PIC 9(5)    VALUE 0.
           05  C-SKIPCTR         PIC 9(5)    VALUE 0.
           05  C-DUPCTR          PIC 9(5)    VALUE 0.

       01  AMOUNT-AREA.
           05  WS-HOURS          PIC 9(3)       VALUE 0.
           05  WS-RATE           PIC 9(4)V99    VALUE 0.
           05  WS-FEE            PIC 9(5)V99    VALUE 0.
           05  WS-FEE-DESC       PIC X(20)      VALUE SPACES.
           05  WS-LINE-AMT       PIC 9(6)V99    VALUE 0.
           05  WS-TUITION        PIC 9(7)V99    VALUE 0.
           05  WS-CHARGES        PIC 9(7)V99    VALUE 0.
           05  WS-PREV-BAL       PIC S9(7)V99   VALUE 0.
           05  C-TUITION-TOT     PIC 9(9)V99    VALUE 0.
           05  C-FEE-TOT         PIC 9(9)V99    VALUE 0.

      *  THE TERM ENROLLMENTS OF THE STUDENT BEING READ.
       01  ENROLL-TABLE.
           05  ENROLL-ENTRY OCCURS 40 TIMES INDEXED BY ENX.
               10  TB-EN-COURSE  PIC X(6).
               10  TB-EN-CREDITS PIC 99.
       01  ENROLL-COUNT          PIC 99      VALUE 0.

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

       01  REG-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'TERM TUITION BILLING REGISTER'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  REG-TERM-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'TERM BILLED:'.
           05  RT-TERM           PIC X(5).
           05  FILLER            PIC X(108)  VALUE SPACES.

       01  REG-COL.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'HOURS'.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'TUITION'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'FLAT FEE'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'TOTAL'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'STATUS'.
           05  FILLER            PIC X(29)   VALUE SPACES.

       01  REG-DETAIL.
           05  RG-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RG-LNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  RG-FNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  RG-DEPT           PIC X(4).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  RG-HOURS          PIC ZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  RG-TUITION        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RG-FEE            PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RG-TOTAL          PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RG-STATUS         PIC X(25).
           05  FILLER            PIC X(10)   VALUE SPACES.

       01  REG-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'STUDENTS BILLED:'.
           05  O-BILLCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'TUITION:'.
           05  O-TUITION-TOT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'FEES:'.
           05  O-FEE-TOT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(16)   VALUE 'ALREADY BILLED:'.
           05  O-DUPCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'NOT BILLED:'.
           05  O-SKIPCTR         PIC ZZZZ9.
           05  FILLER            PIC X(9)    VALUE SPACES.

       01  STMT-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  SM-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  SM-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  SM-YY             PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'STATEMENT OF ACCOUNT'.
           05  FILLER            PIC X(37)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  SM-PCTR           PIC ZZZ9.

       01  STMT-NAME-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'STUDENT:'.
           05  SN-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  SN-LNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  SN-FNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  SN-INIT           PIC X.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'DEPARTMENT:'.
           05  SN-DEPT           PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  SN-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(25)   VALUE SPACES.

       01  STMT-TERM-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'TERM BILLED:'.
           05  ST-TERM           PIC X(5).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(22)
                               VALUE 'RATE PER CREDIT HOUR:'.
           05  ST-RATE           PIC Z,ZZ9.99.
           05  FILLER            PIC X(74)   VALUE SPACES.

       01  STMT-COL.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(21)   VALUE SPACES.
           05  FILLER            PIC X(5)    VALUE 'HOURS'.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER            PIC X(69)   VALUE SPACES.

       01  STMT-CHARGE-LINE.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  SC-DESC           PIC X(30).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  SC-HOURS          PIC ZZZ.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SC-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(69)   VALUE SPACES.

       01  STMT-SUM-LINE.
           05  FILLER            PIC X(30)   VALUE SPACES.
           05  SS-LABEL          PIC X(22).
           05  SS-AMOUNT         PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(69)   VALUE SPACES.

       01  STMT-NOTE-LINE.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  SP-TEXT           PIC X(70).
           05  FILLER            PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-COURSE
               UNTIL MORE-CRS = 'YES'.
           IF WS-HOLD-ID NOT = SPACES
               PERFORM 3000-BILL-STUDENT
           END-IF.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-TERM
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-TERM)
                   TO PARM-TERM
           END-IF.

           IF PARM-TERM = SPACES
               DISPLAY 'COBTB00: A TERM TO BILL IS REQUIRED - RUN '
                   'ABORTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INIT.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT STUDENT-MASTER.
           OPEN I-O ACCOUNT-FILE.
           OPEN OUTPUT STMTOUT.
           OPEN OUTPUT REGOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO SM-YY.
           MOVE I-DD TO SM-DD.
           MOVE I-MM TO SM-MM.
           MOVE PARM-TERM TO RT-TERM.
           MOVE PARM-TERM TO ST-TERM.

           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-DEPT-TABLE.
           PERFORM 1220-EXTRACT-BILLED.

           SORT BILLED-SORT-WORK ON ASCENDING KEY BW-ID
               USING BILLED-EXTRACT
               GIVING BILLED-SORTED.

           OPEN INPUT BILLED-SORTED.
           PERFORM 9030-READ-BILLED.

      *  THE LEDGER AND THE CHANGE AUDIT TRAIL ARE BOTH
      *  PERMANENT.  THE SELECTS ARE OPTIONAL, SO OPEN
      *  EXTEND CREATES EITHER FILE ON ITS FIRST USE
      *  (STATUS '05'); NEITHER IS EVER OPENED OUTPUT,
      *  AND A RUN THAT CANNOT RECORD ITS POSTINGS IS
      *  NOT ALLOWED TO BILL ANYONE.
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
           PERFORM 9000-READ-COURSE.

       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           PERFORM 9010-READ-RATE.
           PERFORM UNTIL MORE-RATES = 'YES'
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE TR-REC TO RATE-ENTRY (RATE-COUNT)
               END-IF
               PERFORM 9010-READ-RATE
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

      *  THE LEDGER IS READ FOR THE TERM'S TUITION
      *  CHARGES BEFORE IT IS OPENED FOR THIS RUN'S
      *  POSTINGS.
       1220-EXTRACT-BILLED.
           OPEN INPUT LEDGER-FILE.
           OPEN OUTPUT BILLED-EXTRACT.
           PERFORM 9040-READ-LEDGER.
           PERFORM UNTIL MORE-LEDGER = 'YES'
               IF AL-TYPE = 'T' AND AL-TERM = PARM-TERM
                   WRITE BX-REC FROM AL-REC
               END-IF
               PERFORM 9040-READ-LEDGER
           END-PERFORM.
           CLOSE LEDGER-FILE.
           CLOSE BILLED-EXTRACT.

       1250-ABORT-LEDGER-OPEN.
           DISPLAY 'COBTB00: ACCOUNT LEDGER OPEN FAILED - STATUS '
               WS-LEDGER-STATUS ' - RUN ABORTED BEFORE ANY '
               'STUDENT BILLED'.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ACCOUNT-FILE.
           CLOSE BILLED-SORTED.
           CLOSE STMTOUT.
           CLOSE REGOUT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBTB00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'STUDENT BILLED'.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE BILLED-SORTED.
           CLOSE STMTOUT.
           CLOSE REGOUT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *  CRSGRD.DAT IS IN ID/COURSE/TERM ORDER, SO ALL OF
      *  A STUDENT'S ENROLLMENTS ARE CONTIGUOUS.  THE TERM
      *  ENROLLMENTS ARE HELD UNTIL THE ID CHANGES, THEN
      *  THE STUDENT IS BILLED FOR THEM IN ONE POSTING.
       2000-PROCESS-COURSE.
           IF CG-ID NOT = WS-HOLD-ID
               IF WS-HOLD-ID NOT = SPACES
                   PERFORM 3000-BILL-STUDENT
               END-IF
               MOVE CG-ID TO WS-HOLD-ID
               MOVE 0 TO ENROLL-COUNT
           END-IF.

           IF CG-TERM = PARM-TERM
               IF ENROLL-COUNT < 40
                   ADD 1 TO ENROLL-COUNT
                   MOVE CG-COURSE TO TB-EN-COURSE (ENROLL-COUNT)
                   MOVE CG-CREDITS TO TB-EN-CREDITS (ENROLL-COUNT)
               ELSE
                   PERFORM 2100-LIST-OVERFLOW
               END-IF
           END-IF.

           PERFORM 9000-READ-COURSE.

      *  AN ENROLLMENT BEYOND THE 40 THE TABLE HOLDS IS
      *  NOT PRICED.  IT IS LISTED SO THE BUSINESS OFFICE
      *  CAN BILL IT BY ADJUSTMENT.
       2100-LIST-OVERFLOW.
           MOVE SPACES TO REG-DETAIL.
           MOVE CG-ID TO RG-ID.
           MOVE CG-CREDITS TO RG-HOURS.
           STRING 'NOT BILLED - ' DELIMITED BY SIZE
                  CG-COURSE DELIMITED BY SIZE
               INTO RG-STATUS
           END-STRING.
           ADD 1 TO C-SKIPCTR.
           PERFORM 9200-WRITE-REGISTER.

       3000-BILL-STUDENT.
           IF ENROLL-COUNT = 0
               CONTINUE
           ELSE
               PERFORM 3050-TOTAL-HOURS
               PERFORM 3060-CHECK-STUDENT
           END-IF.

       3050-TOTAL-HOURS.
           MOVE 0 TO WS-HOURS.
           PERFORM VARYING ENX FROM 1 BY 1
               UNTIL ENX > ENROLL-COUNT
               ADD TB-EN-CREDITS (ENX) TO WS-HOURS
           END-PERFORM.

           MOVE SPACES TO REG-DETAIL.
           MOVE WS-HOLD-ID TO RG-ID.
           MOVE WS-HOURS TO RG-HOURS.

      *  A STUDENT IS BILLED ONLY WHEN THEY ARE ON THE
      *  MASTER, THEIR DEPARTMENT HAS A RATE FOR THE TERM,
      *  AND THERE IS NO TUITION CHARGE FOR THE TERM ON
      *  THE LEDGER OR THE ACCOUNT.  ANYTHING ELSE IS
      *  LISTED AND SKIPPED.
       3060-CHECK-STUDENT.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE WS-HOLD-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

           IF WS-MST-FOUND = 'N'
               MOVE 'NOT BILLED - NOT ON MASTER' TO RG-STATUS
               ADD 1 TO C-SKIPCTR
               PERFORM 9200-WRITE-REGISTER
           ELSE
               MOVE I-LNAME TO RG-LNAME
               MOVE I-FNAME TO RG-FNAME
               MOVE I-DEPT-CODE TO RG-DEPT
               PERFORM 8000-FIND-RATE
               IF WS-RATE-FOUND = 'N'
                   MOVE 'NOT BILLED - NO RATE' TO RG-STATUS
                   ADD 1 TO C-SKIPCTR
                   PERFORM 9200-WRITE-REGISTER
               ELSE
                   PERFORM 8200-READ-ACCOUNT
                   PERFORM 8300-CHECK-TERM-BILLED
                   IF WS-TERM-BILLED = 'Y'
                       MOVE 'ALREADY BILLED FOR TERM' TO RG-STATUS
                       ADD 1 TO C-DUPCTR
                       PERFORM 9200-WRITE-REGISTER
                   ELSE
                       PERFORM 3100-POST-CHARGES
                   END-IF
               END-IF
           END-IF.

      *  EACH ENROLLMENT IS PRICED AND ROUNDED ON ITS OWN
      *  SO THE STATEMENT LINES ADD UP TO THE TUITION
      *  CHARGE TO THE PENNY.
       3100-POST-CHARGES.
           PERFORM 9150-STATEMENT-HEADING.

           MOVE 0 TO WS-TUITION.
           PERFORM VARYING ENX FROM 1 BY 1
               UNTIL ENX > ENROLL-COUNT
               COMPUTE WS-LINE-AMT ROUNDED =
                   TB-EN-CREDITS (ENX) * WS-RATE
               ADD WS-LINE-AMT TO WS-TUITION
               PERFORM 3350-PRINT-COURSE-LINE
           END-PERFORM.

           MOVE 'T' TO AL-TYPE.
           MOVE 'TUITION' TO AL-DESC.
           MOVE WS-TUITION TO AL-AMOUNT.
           PERFORM 3150-WRITE-LEDGER.
           MOVE WS-TUITION TO WS-CHARGES.

           IF WS-FEE > 0
               MOVE 'F' TO AL-TYPE
               MOVE WS-FEE-DESC TO AL-DESC
               MOVE WS-FEE TO AL-AMOUNT
               PERFORM 3150-WRITE-LEDGER
               ADD WS-FEE TO WS-CHARGES
               MOVE SPACES TO STMT-CHARGE-LINE
               MOVE WS-FEE-DESC TO SC-DESC
               MOVE WS-FEE TO SC-AMOUNT
               WRITE STMTLINE FROM STMT-CHARGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 3200-UPDATE-ACCOUNT.
           PERFORM 3300-PRINT-SUMMARY.

           ADD 1 TO C-BILLCTR.
           ADD WS-TUITION TO C-TUITION-TOT.
           ADD WS-FEE TO C-FEE-TOT.
           MOVE WS-TUITION TO RG-TUITION.
           MOVE WS-FEE TO RG-FEE.
           MOVE WS-CHARGES TO RG-TOTAL.
           MOVE 'BILLED' TO RG-STATUS.
           PERFORM 9200-WRITE-REGISTER.

       3150-WRITE-LEDGER.
           MOVE WS-HOLD-ID TO AL-ID.
           MOVE WS-TODAY-YMD TO AL-POST-DATE.
           MOVE PARM-TERM TO AL-TERM.
           WRITE AL-REC.
           IF WS-LEDGER-STATUS NOT = '00'
               PERFORM 9800-ABORT-LEDGER-WRITE
           END-IF.

      *  A STUDENT BILLED FOR THE FIRST TIME GETS A NEW
      *  ACCOUNT RECORD; ITS AUDIT ENTRY HAS A BLANK
      *  BEFORE IMAGE.
       3200-UPDATE-ACCOUNT.
           MOVE AC-BALANCE TO WS-PREV-BAL.
           MOVE SPACES TO CA-BEFORE.
           IF WS-ACCT-FOUND = 'Y'
               MOVE AC-REC TO CA-BEFORE
           END-IF.

           ADD WS-CHARGES TO AC-BALANCE.
           MOVE PARM-TERM TO AC-LAST-TERM.
           MOVE WS-TODAY-YMD TO AC-LAST-BILL-DATE.

           IF WS-ACCT-FOUND = 'Y'
               REWRITE AC-REC
           ELSE
               WRITE AC-REC
           END-IF.

           MOVE AC-REC TO CA-AFTER.
           PERFORM 3250-WRITE-AUDIT.

      *  EVERY ACCOUNT CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       3250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBTB00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'STDNTACT' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE AC-ID TO CA-KEY(1:7).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

       3300-PRINT-SUMMARY.
           MOVE 'PREVIOUS BALANCE' TO SS-LABEL.
           MOVE WS-PREV-BAL TO SS-AMOUNT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CHARGES THIS TERM' TO SS-LABEL.
           MOVE WS-CHARGES TO SS-AMOUNT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW BALANCE DUE' TO SS-LABEL.
           MOVE AC-BALANCE TO SS-AMOUNT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 2 LINES.

           IF AC-PAST-DUE = 'Y'
               MOVE 'PAST DUE OVER 90 DAYS' TO SS-LABEL
               MOVE AC-OVER-90 TO SS-AMOUNT
               WRITE STMTLINE FROM STMT-SUM-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'OVER 90 DAYS PAST DUE - PLEASE REMIT AT ONCE'
                   TO SP-TEXT
               WRITE STMTLINE FROM STMT-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       3350-PRINT-COURSE-LINE.
           MOVE SPACES TO STMT-CHARGE-LINE.
           STRING 'TUITION - ' DELIMITED BY SIZE
                  TB-EN-COURSE (ENX) DELIMITED BY SIZE
               INTO SC-DESC
           END-STRING.
           MOVE TB-EN-CREDITS (ENX) TO SC-HOURS.
           MOVE WS-LINE-AMT TO SC-AMOUNT.
           WRITE STMTLINE FROM STMT-CHARGE-LINE
               AFTER ADVANCING 1 LINE.

       4000-CLOSING.
           MOVE C-BILLCTR TO O-BILLCTR.
           MOVE C-TUITION-TOT TO O-TUITION-TOT.
           MOVE C-FEE-TOT TO O-FEE-TOT.
           MOVE C-DUPCTR TO O-DUPCTR.
           MOVE C-SKIPCTR TO O-SKIPCTR.
           WRITE REGLINE FROM REG-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BILLED-SORTED.
           CLOSE STMTOUT.
           CLOSE REGOUT.

           DISPLAY 'COBTB00: TERM ' PARM-TERM ' - ' C-BILLCTR
               ' STUDENTS BILLED, ' C-SKIPCTR ' NOT BILLED'.

      *  STEP RETURN CODE:
      *    0 - EVERY STUDENT IN THE TERM BILLED
      *    4 - STUDENTS OR ENROLLMENTS NOT BILLED
      *        (WARNING) - A STUDENT
      *        ALREADY BILLED FOR THE TERM IS NOT A WARNING
       6000-SET-RETURN-CODE.
           IF C-SKIPCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  THE RATE IS TAKEN FROM THE STUDENT'S HOME
      *  DEPARTMENT ON THE MASTER, NOT THE DEPARTMENT
      *  THAT OFFERS EACH COURSE.  A FEE WITH NO WORDING
      *  ON THE RATE TABLE PRINTS AS 'FLAT FEE'.
       8000-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM VARYING RTX FROM 1 BY 1
               UNTIL RTX > RATE-COUNT OR WS-RATE-FOUND = 'Y'
               IF TB-TR-DEPT (RTX) = I-DEPT-CODE
                       AND TB-TR-TERM (RTX) = PARM-TERM
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE TB-TR-RATE (RTX) TO WS-RATE
                   MOVE TB-TR-FEE-AMT (RTX) TO WS-FEE
                   MOVE TB-TR-FEE-DESC (RTX) TO WS-FEE-DESC
               END-IF
           END-PERFORM.
           IF WS-FEE-DESC = SPACES
               MOVE 'FLAT FEE' TO WS-FEE-DESC
           END-IF.

       8100-LOOKUP-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACES TO SN-DEPT-NAME.
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF TB-CODE (DX) = I-DEPT-CODE
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE TB-NAME (DX) TO SN-DEPT-NAME
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N' AND DEPT-COUNT > 0
               MOVE '*UNKNOWN DEPARTMENT*' TO SN-DEPT-NAME
           END-IF.

      *  AN ACCOUNT NOT YET ON FILE IS SET UP EMPTY SO THE
      *  POSTING LOGIC IS THE SAME EITHER WAY.
       8200-READ-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND.
           MOVE WS-HOLD-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND = 'N'
               MOVE WS-HOLD-ID TO AC-ID
               MOVE 0 TO AC-BALANCE
               MOVE SPACES TO AC-LAST-TERM
               MOVE 0 TO AC-LAST-BILL-DATE
               MOVE 0 TO AC-LAST-PAY-DATE
               MOVE 0 TO AC-AGED-DATE
               MOVE 0 TO AC-OVER-90
               MOVE 'N' TO AC-PAST-DUE
           END-IF.

      *  THE SORTED CHARGES AND CRSGRD.DAT ARE BOTH IN
      *  STUDENT ORDER, SO THE CHARGES ARE READ FORWARD
      *  TO THE STUDENT BEING BILLED.  THE ACCOUNT'S LAST
      *  TERM BILLED IS CHECKED AS WELL.
       8300-CHECK-TERM-BILLED.
           PERFORM UNTIL MORE-BILLED = 'YES'
                   OR BS-ID NOT < WS-HOLD-ID
               PERFORM 9030-READ-BILLED
           END-PERFORM.

           MOVE 'N' TO WS-TERM-BILLED.
           IF MORE-BILLED = 'NO' AND BS-ID = WS-HOLD-ID
               MOVE 'Y' TO WS-TERM-BILLED
           END-IF.
           IF WS-ACCT-FOUND = 'Y' AND AC-LAST-TERM = PARM-TERM
               MOVE 'Y' TO WS-TERM-BILLED
           END-IF.

       9000-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 'YES' TO MORE-CRS
           END-READ.

       9010-READ-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'YES' TO MORE-RATES
           END-READ.

       9020-READ-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'YES' TO MORE-DEPTS
           END-READ.

       9030-READ-BILLED.
           READ BILLED-SORTED
               AT END
                   MOVE 'YES' TO MORE-BILLED
           END-READ.

       9040-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE 'YES' TO MORE-LEDGER
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE REGLINE FROM REG-TITLE
               AFTER ADVANCING PAGE.
           WRITE REGLINE FROM REG-TERM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REGLINE FROM REG-COL
               AFTER ADVANCING 2 LINES.

      *  EVERY STATEMENT STARTS ON A NEW PAGE SO THE
      *  STATEMENTS CAN BE BURST AND MAILED.
       9150-STATEMENT-HEADING.
           ADD 1 TO C-SPCTR.
           MOVE C-SPCTR TO SM-PCTR.

           WRITE STMTLINE FROM STMT-TITLE
               AFTER ADVANCING PAGE.

           MOVE I-ID TO SN-ID.
           MOVE I-LNAME TO SN-LNAME.
           MOVE I-FNAME TO SN-FNAME.
           MOVE I-INIT TO SN-INIT.
           MOVE I-DEPT-CODE TO SN-DEPT.
           PERFORM 8100-LOOKUP-DEPT-NAME.
           WRITE STMTLINE FROM STMT-NAME-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-RATE TO ST-RATE.
           WRITE STMTLINE FROM STMT-TERM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-COL
               AFTER ADVANCING 2 LINES.

       9200-WRITE-REGISTER.
           WRITE REGLINE FROM REG-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  A CHARGE WHOSE LEDGER RECORD CANNOT BE WRITTEN
      *  MUST NOT REACH THE ACCOUNT.  THE RUN STOPS HERE,
      *  BEFORE THE ACCOUNT FOR THIS STUDENT IS UPDATED.
       9800-ABORT-LEDGER-WRITE.
           DISPLAY 'COBTB00: ACCOUNT LEDGER WRITE FAILED - STATUS '
               WS-LEDGER-STATUS ' - RUN ABORTED AT ' WS-HOLD-ID.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BILLED-SORTED.
           CLOSE STMTOUT.
           CLOSE REGOUT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBTB00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED AT ' WS-HOLD-ID.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ACCOUNT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BILLED-SORTED.
           CLOSE STMTOUT.
           CLOSE REGOUT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
