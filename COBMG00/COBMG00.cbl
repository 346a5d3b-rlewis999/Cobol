       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBMG00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  STUDENT ID MERGE.  WHEN THE REGISTRAR CONFIRMS
      *  THAT TWO STUDENT IDS ON THE DUPLICATE REPORT
      *  (COBDP00) ARE ONE STUDENT, THIS PROGRAM FOLDS
      *  THE LOSING ID INTO THE SURVIVING ID:
      *    - EVERY CRSGRD.DAT ENROLLMENT UNDER THE LOSING
      *      ID IS MOVED TO THE SURVIVING ID
      *    - EVERY GPAHIST.DAT SNAPSHOT UNDER THE LOSING
      *      ID IS MOVED TO THE SURVIVING ID
      *    - THE LOSING MASTER RECORD IS DELETED FROM
      *      STDNTMST.DAT TO THE HISTORY FILE STDNTHST.DAT
      *  EVERY RECORD MOVED AND THE MASTER DELETION WRITE
      *  THEIR BEFORE AND AFTER IMAGES TO CHGAUDIT.DAT,
      *  ALL UNDER THE LOSING ID'S KEY, SO THE CHANGE
      *  INQUIRY FOR THAT ID SHOWS THE WHOLE MERGE.
      *  THE THREE FILES ARE COPIED TO CRSGNEW.DAT,
      *  GPANEW.DAT AND STDNTNEW.DAT WITH THE MERGE
      *  APPLIED, AND A BALANCING STEP PROVES ON
      *  MRGBAL.PRT, THE WAY THE MASTER MAINTENANCE
      *  PROVES ITS NEW MASTER ON BALRPT.PRT, THAT
      *  NOTHING WAS LOST OR ADDED - RECORD COUNTS AND
      *  CREDIT HOURS UNCHANGED, THE SURVIVING ID NOW
      *  HOLDING BOTH IDS' RECORDS, NOTHING LEFT UNDER
      *  THE LOSING ID, AND THE MASTER SHORT BY EXACTLY
      *  THE LOSING RECORD AND ITS GPA AND SALARY.  ONLY
      *  A RUN IN BALANCE PROMOTES THE NEW FILES.
      *  THE SURVIVING MASTER RECORD IS NOT CHANGED - ITS
      *  GPA TAKES IN THE MOVED COURSEWORK AT THE NEXT
      *  GPA DERIVATION (COBGP00).  ARCHIVED ENROLLMENTS
      *  ON CRSGARC.DAT, WHICH IS NEVER REWRITTEN, STAY
      *  UNDER THE LOSING ID.
      *  A PAIR THAT BOTH HAVE THE SAME COURSE IN THE
      *  SAME TERM CANNOT BE MERGED - ONE ENROLLMENT
      *  WOULD OVERWRITE THE OTHER - SO THE RUN LISTS
      *  THEM AND CHANGES NOTHING.  THE REGISTRAR SETTLES
      *  WHICH IS RIGHT THROUGH THE COURSE AND GRADE
      *  MAINTENANCE (COBCM00) AND RUNS THE MERGE AGAIN.
      *  NOR IS A LOSING ID MERGED WHILE IT STILL HAS A
      *  STUDENT ACCOUNT (STDNTACT.DAT), A MAILING
      *  ADDRESS (STDNTADR.DAT), A PLACEMENT OUTCOME
      *  (PLACEMNT.DAT) OR AN ENTRY ON THE ENROLLMENT
      *  WAITLIST (CRSWAIT.DAT) - DELETING ITS MASTER
      *  WOULD LEAVE THE RECORD UNDER AN ID THAT NO
      *  LONGER EXISTS, A BALANCE DUE WOULD BE LOST TO THE
      *  SURVIVOR, AND A WAITLIST PROMOTION WOULD PUT AN
      *  ENROLLMENT BACK ONTO CRSGRD.DAT UNDER THE DELETED
      *  ID.  THE RUN LISTS EACH ONE AND CHANGES NOTHING.
      *  THE OFFICE THAT KEEPS THE FILE MOVES THE RECORD
      *  TO THE SURVIVING ID THROUGH ITS OWN MAINTENANCE
      *  (A WAITLIST ENTRY IS DROPPED AND RE-ENTERED
      *  UNDER THE SURVIVING ID), AND THE MERGE IS RUN
      *  AGAIN.
      *  THE GPA DERIVATION WRITES ONE SNAPSHOT PER
      *  STUDENT PER RUN, SO A TERM CLOSED WHILE BOTH IDS
      *  HAD COURSEWORK HAS A SNAPSHOT UNDER EACH, EACH
      *  WITH ONLY PART OF THE TERM.  THOSE SNAPSHOTS ARE
      *  PERMANENT HISTORY AND ARE MOVED LIKE ANY OTHER,
      *  BUT EVERY SUCH TERM IS LISTED ON MRGBAL.PRT WITH
      *  THE DATE OF ITS LATEST SNAPSHOT.  THE TERM MUST
      *  BE RE-DERIVED BY RUNNING COBGP00 FOR IT ON A
      *  LATER DATE, SO A SNAPSHOT OF THE WHOLE TERM UNDER
      *  THE SURVIVING ID RESTATES BOTH AND IS THE ONE THE
      *  GPA TREND REPORT (COBGT00) LETS STAND.
      *
      *  COMMAND LINE PARAMETERS:
      *    SURVIVING-ID LOSING-ID  - BOTH REQUIRED, AND
      *                              BOTH MUST BE ON THE
      *                              MASTER
      *
      *  STEP RETURN CODES:
      *    0 - MERGED, IN BALANCE, FILES PROMOTED
      *    4 - MERGED, IN BALANCE, FILES PROMOTED, BUT A
      *        TERM HAS SNAPSHOTS UNDER BOTH IDS AND MUST
      *        BE RE-DERIVED - SEE MRGBAL.PRT
      *    8 - MERGE REJECTED (BAD IDS, AN ENROLLMENT ON
      *        BOTH IDS, OR AN ACCOUNT, ADDRESS, PLACEMENT
      *        OR WAITLIST ENTRY STILL UNDER THE LOSING
      *        ID), OR THE HISTORY OR
      *        AUDIT FILE COULD NOT BE WRITTEN - NOTHING
      *        PROMOTED
      *   12 - OUT OF BALANCE - NOTHING PROMOTED
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT NEW-MASTER
               ASSIGN TO 'E:\COBOL\STDNTNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ID.

           SELECT PROMOTED-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID.

           SELECT COURSE-FILE
               ASSIGN TO 'E:\COBOL\CRSGRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-KEY.

           SELECT NEW-COURSE
               ASSIGN TO 'E:\COBOL\CRSGNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-KEY.

           SELECT PROMOTED-COURSE
               ASSIGN TO 'E:\COBOL\CRSGRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY.

           SELECT OPTIONAL GPA-FILE
               ASSIGN TO 'E:\COBOL\GPAHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-GPA
               ASSIGN TO 'E:\COBOL\GPANEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMOTED-GPA
               ASSIGN TO 'E:\COBOL\GPAHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-FILE
               ASSIGN TO 'E:\COBOL\STDNTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN TO 'E:\COBOL\STDNTADR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID.

           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO 'E:\COBOL\PLACEMNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID.

           SELECT OPTIONAL WAIT-FILE
               ASSIGN TO 'E:\COBOL\CRSWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BALRPT
               ASSIGN TO 'E:\COBOL\MRGBAL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTREC.

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  NEW-REC.
           05  NEW-ID               PIC X(7).
           05  FILLER               PIC X(46).

       FD  PROMOTED-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMOTED-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  PROMOTED-REC.
           05  PM-ID                PIC X(7).
           05  FILLER               PIC X(46).

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD.

       FD  NEW-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NC-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY CRSGRD REPLACING LEADING ==CG-== BY ==NC-==.

       FD  PROMOTED-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMOTED-CRS-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  PROMOTED-CRS-REC.
           05  PC-KEY               PIC X(18).
           05  FILLER               PIC X(4).

       FD  GPA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY GPAHIST.

       FD  NEW-GPA
           LABEL RECORD IS STANDARD
           DATA RECORD IS NG-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY GPAHIST REPLACING LEADING ==GH-== BY ==NG-==.

       FD  PROMOTED-GPA
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMOTED-GPA-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  PROMOTED-GPA-REC         PIC X(30).

       FD  ACCOUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTACT.

       FD  ADDRESS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-REC
           RECORD CONTAINS 166 CHARACTERS.

           COPY STDNTADR.

       FD  PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT.

       FD  WAIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 36 CHARACTERS.

           COPY CRSWAIT.

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS H-REC
           RECORD CONTAINS 75 CHARACTERS.

           COPY STDNTHST.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       FD  BALRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BALLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  BALLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  MORE-GPA          PIC XXX     VALUE 'NO'.
           05  MORE-MST          PIC XXX     VALUE 'NO'.
           05  MORE-WAIT         PIC XXX     VALUE 'NO'.
           05  MORE-NEW-RECS     PIC XXX     VALUE 'NO'.
           05  MORE-BAL-RECS     PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-PROMOTE-OK     PIC X       VALUE 'Y'.
           05  WS-REJECTED       PIC X       VALUE 'N'.
           05  WS-FOUND          PIC X       VALUE 'N'.
           05  WS-MERGE-PASS     PIC X       VALUE SPACE.
           05  WS-HIST-STATUS    PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  RUN-PARMS.
           05  PARM-SURVIVOR     PIC X(7)    VALUE SPACES.
           05  PARM-LOSER        PIC X(7)    VALUE SPACES.

       01  COUNT-AREA.
           05  C-CRSMOVED        PIC 9(5)    VALUE 0.
           05  C-GPAMOVED        PIC 9(5)    VALUE 0.
           05  C-HISTCTR         PIC 9(5)    VALUE 0.
           05  C-AUDITCTR        PIC 9(5)    VALUE 0.
           05  C-CONFLICTS       PIC 9(5)    VALUE 0.
           05  C-RESTATE         PIC 9(5)    VALUE 0.

      *  BALANCING CONTROLS - EACH FILE IS COUNTED AS IT
      *  IS COPIED AND AGAIN FROM THE NEW FILE, IN TOTAL
      *  AND FOR EACH OF THE TWO IDS.
       01  BALANCE-AREA.
           05  C-CRS-BEFORE      PIC 9(7)      VALUE 0.
           05  C-CRS-AFTER       PIC 9(7)      VALUE 0.
           05  C-HRS-BEFORE      PIC 9(9)      VALUE 0.
           05  C-HRS-AFTER       PIC 9(9)      VALUE 0.
           05  C-CRS-SV-BEFORE   PIC 9(5)      VALUE 0.
           05  C-CRS-SV-AFTER    PIC 9(5)      VALUE 0.
           05  C-CRS-LS-BEFORE   PIC 9(5)      VALUE 0.
           05  C-CRS-LS-AFTER    PIC 9(5)      VALUE 0.
           05  C-GPA-BEFORE      PIC 9(7)      VALUE 0.
           05  C-GPA-AFTER       PIC 9(7)      VALUE 0.
           05  C-GPA-SV-BEFORE   PIC 9(5)      VALUE 0.
           05  C-GPA-SV-AFTER    PIC 9(5)      VALUE 0.
           05  C-GPA-LS-BEFORE   PIC 9(5)      VALUE 0.
           05  C-GPA-LS-AFTER    PIC 9(5)      VALUE 0.
           05  C-MST-BEFORE      PIC 9(7)      VALUE 0.
           05  C-MST-AFTER       PIC 9(7)      VALUE 0.
           05  C-MST-LS-AFTER    PIC 9(5)      VALUE 0.
           05  C-OLD-GPA-HASH    PIC 9(7)V99   VALUE 0.
           05  C-NEW-GPA-HASH    PIC 9(7)V99   VALUE 0.
           05  C-OLD-SAL-HASH    PIC 9(11)V99  VALUE 0.
           05  C-NEW-SAL-HASH    PIC 9(11)V99  VALUE 0.

      *  ONE BALANCING LINE - THE PARAGRAPH THAT PRINTS
      *  IT TURNS OFF WS-PROMOTE-OK ON A MISMATCH.
       01  BALANCE-LINE-WORK.
           05  WS-BAL-BEFORE     PIC 9(11)V99  VALUE 0.
           05  WS-BAL-EXPECT     PIC S9(11)V99 VALUE 0.
           05  WS-BAL-AFTER      PIC 9(11)V99  VALUE 0.

      *  THE COURSE AND TERM OF EVERY ENROLLMENT UNDER
      *  EACH ID, TO FIND ANY THE TWO IDS SHARE.
       01  SURVIVOR-TABLE.
           05  SV-ENTRY OCCURS 300 TIMES INDEXED BY SVX.
               10  TB-SV-CRS-TERM   PIC X(11).
       01  SURVIVOR-COUNT        PIC 999     VALUE 0.

       01  LOSER-TABLE.
           05  LS-ENTRY OCCURS 300 TIMES INDEXED BY LSX.
               10  TB-LS-CRS-TERM   PIC X(11).
       01  LOSER-COUNT           PIC 999     VALUE 0.

      *  THE TERMS OF THE GPAHIST.DAT SNAPSHOTS UNDER EACH
      *  ID, WITH THE LATEST RUN DATE FOR EACH TERM, TO
      *  FIND ANY TERM SNAPSHOTTED UNDER BOTH.
       01  SNAP-SV-TABLE.
           05  GS-ENTRY OCCURS 100 TIMES INDEXED BY GSX.
               10  TB-GS-TERM       PIC X(5).
               10  TB-GS-DATE       PIC 9(8).
       01  SNAP-SV-COUNT         PIC 999     VALUE 0.

       01  SNAP-LS-TABLE.
           05  GL-ENTRY OCCURS 100 TIMES INDEXED BY GLX.
               10  TB-GL-TERM       PIC X(5).
               10  TB-GL-DATE       PIC 9(8).
               10  TB-GL-BOTH       PIC X.
       01  SNAP-LS-COUNT         PIC 999     VALUE 0.
       01  SNAP-OVERFLOW         PIC X       VALUE 'N'.

       01  DATE-WORK.
           05  DW-YY             PIC 9(4).
           05  DW-MM             PIC 99.
           05  DW-DD             PIC 99.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).
       01  WS-TODAY REDEFINES CURRENT-DATE-AND-TIME.
           05  WS-TODAY-YMD      PIC 9(8).
           05  FILLER            PIC X(11).

           COPY STDNTREC REPLACING LEADING ==I-== BY ==SV-==.

           COPY STDNTREC REPLACING LEADING ==I-== BY ==LS-==.

       01  BAL-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  BM-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  BM-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  BM-YY             PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'STUDENT ID MERGE BALANCING'.
           05  FILLER            PIC X(47)   VALUE SPACES.

       01  BAL-ID-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  BI-LABEL          PIC X(14).
           05  BI-ID             PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  BI-LNAME          PIC X(15).
           05  FILLER            PIC X       VALUE SPACE.
           05  BI-FNAME          PIC X(15).
           05  FILLER            PIC X       VALUE SPACE.
           05  BI-INIT           PIC X.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'DEPT:'.
           05  BI-DEPT           PIC X(4).
           05  FILLER            PIC X(56)   VALUE SPACES.

       01  BAL-CONFLICT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(33)
                          VALUE 'ENROLLED UNDER BOTH IDS - COURSE:'.
           05  FILLER            PIC X       VALUE SPACE.
           05  BK-COURSE         PIC X(6).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'TERM:'.
           05  BK-TERM           PIC X(5).
           05  FILLER            PIC X(72)   VALUE SPACES.

       01  BAL-OTHER-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(33)
                          VALUE 'LOSING ID STILL HAS A RECORD ON:'.
           05  FILLER            PIC X       VALUE SPACE.
           05  BO-FILE           PIC X(12).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  BO-TEXT           PIC X(40).
           05  FILLER            PIC X(37)   VALUE SPACES.

       01  BAL-OTHER-ACCOUNT.
           05  FILLER            PIC X(24)
                                 VALUE 'STUDENT ACCOUNT BALANCE '.
           05  BO-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(3)    VALUE SPACES.

       01  BAL-OTHER-WAIT.
           05  FILLER            PIC X(16)
                                 VALUE 'WAITLIST COURSE '.
           05  BW-COURSE         PIC X(6).
           05  FILLER            PIC X(7)    VALUE '  TERM '.
           05  BW-TERM           PIC X(5).
           05  FILLER            PIC X(6)    VALUE SPACES.

       01  BAL-RESTATE-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(32)
                          VALUE 'SNAPSHOTS UNDER BOTH IDS - TERM:'.
           05  FILLER            PIC X       VALUE SPACE.
           05  BR-TERM           PIC X(5).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'LATEST RUN:'.
           05  BR-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  BR-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  BR-YY             PIC 9(4).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(44)   VALUE
               'RE-RUN COBGP00 FOR THE TERM AFTER THIS DATE'.
           05  FILLER            PIC X(16)   VALUE SPACES.

       01  BAL-COUNT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  BC-LABEL          PIC X(30).
           05  FILLER            PIC X(8)    VALUE 'BEFORE:'.
           05  BC-BEFORE         PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'EXPECTED:'.
           05  BC-EXPECT         PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'ACTUAL:'.
           05  BC-AFTER          PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  BC-STATUS         PIC X(14).
           05  FILLER            PIC X(23)   VALUE SPACES.

       01  BAL-HASH-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  BH-LABEL          PIC X(30).
           05  FILLER            PIC X(8)    VALUE 'BEFORE:'.
           05  BH-BEFORE         PIC ZZZZZZZZZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'EXPECTED:'.
           05  BH-EXPECT         PIC ZZZZZZZZZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'ACTUAL:'.
           05  BH-AFTER          PIC ZZZZZZZZZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  BH-STATUS         PIC X(14).
           05  FILLER            PIC X(2)    VALUE SPACES.

       01  BAL-STEP-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(19)   VALUE 'ENROLLMENTS MOVED:'.
           05  BS-CRSMOVED       PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'SNAPSHOTS MOVED:'.
           05  BS-GPAMOVED       PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(25)
                                 VALUE 'HISTORY RECORDS WRITTEN:'.
           05  BS-HISTCTR        PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(23)
                                 VALUE 'AUDIT RECORDS WRITTEN:'.
           05  BS-AUDITCTR       PIC ZZZZ9.
           05  FILLER            PIC X(10)   VALUE SPACES.

       01  BAL-FINAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  BF-TEXT           PIC X(70).
           05  FILLER            PIC X(56)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-MERGE-COURSE.
           PERFORM 2100-MERGE-GPAHIST.
           PERFORM 2200-MERGE-MASTER.
           PERFORM 4000-CLOSING.
           PERFORM 4500-BALANCE.
           IF WS-PROMOTE-OK = 'Y'
               PERFORM 5000-PROMOTE-FILES
           ELSE
               DISPLAY 'COBMG00: RUN IS OUT OF BALANCE - NOTHING '
                   'PROMOTED - SEE MRGBAL.PRT'
           END-IF.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-SURVIVOR PARM-LOSER
               END-UNSTRING
           END-IF.

           IF PARM-SURVIVOR NOT NUMERIC OR PARM-LOSER NOT NUMERIC
               DISPLAY 'COBMG00: A SURVIVING ID AND A LOSING ID ARE '
                   'REQUIRED - RUN ABORTED, NOTHING MERGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF PARM-SURVIVOR = PARM-LOSER
               DISPLAY 'COBMG00: THE SURVIVING AND LOSING IDS ARE '
                   'THE SAME - RUN ABORTED, NOTHING MERGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO BM-MM.
           MOVE I-DD TO BM-DD.
           MOVE I-YY TO BM-YY.

           OPEN OUTPUT BALRPT.
           WRITE BALLINE FROM BAL-TITLE
               AFTER ADVANCING PAGE.

           PERFORM 1100-CHECK-MASTER.
           IF WS-REJECTED = 'N'
               PERFORM 1200-CHECK-ENROLLMENTS
               PERFORM 1400-CHECK-OTHER-FILES
               PERFORM 1500-CHECK-SNAPSHOTS
           END-IF.
           IF WS-REJECTED = 'Y'
               PERFORM 1900-REJECT-MERGE
           END-IF.

      *  THE HISTORY FILE AND THE AUDIT TRAIL ARE NEVER
      *  OPENED OUTPUT, AND A RUN THAT CANNOT RECORD THE
      *  DELETION AND EVERY RECORD IT MOVES IS NOT
      *  ALLOWED TO MOVE ANY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00' AND
                   WS-HIST-STATUS NOT = '05'
               PERFORM 1300-ABORT-HISTORY-OPEN
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '05'
               PERFORM 1350-ABORT-AUDIT-OPEN
           END-IF.

      *  BOTH IDS MUST BE ON THE MASTER.  THEIR RECORDS
      *  HEAD THE BALANCING REPORT SO THE PAIR MERGED IS
      *  ON RECORD WITH THE PROOF.
       1100-CHECK-MASTER.
           OPEN INPUT OLD-MASTER.

           MOVE PARM-SURVIVOR TO I-ID.
           PERFORM 8000-READ-MASTER-KEY.
           MOVE 'SURVIVING ID:' TO BI-LABEL.
           MOVE PARM-SURVIVOR TO BI-ID.
           IF WS-FOUND = 'Y'
               MOVE I-REC TO SV-REC
               PERFORM 1150-PRINT-ID-LINE
           ELSE
               MOVE 'Y' TO WS-REJECTED
               PERFORM 1160-PRINT-NOT-FOUND
           END-IF.

           MOVE PARM-LOSER TO I-ID.
           PERFORM 8000-READ-MASTER-KEY.
           MOVE 'LOSING ID:' TO BI-LABEL.
           MOVE PARM-LOSER TO BI-ID.
           IF WS-FOUND = 'Y'
               MOVE I-REC TO LS-REC
               PERFORM 1150-PRINT-ID-LINE
           ELSE
               MOVE 'Y' TO WS-REJECTED
               PERFORM 1160-PRINT-NOT-FOUND
           END-IF.

           CLOSE OLD-MASTER.

       1150-PRINT-ID-LINE.
           MOVE I-LNAME TO BI-LNAME.
           MOVE I-FNAME TO BI-FNAME.
           MOVE I-INIT TO BI-INIT.
           MOVE I-DEPT-CODE TO BI-DEPT.
           WRITE BALLINE FROM BAL-ID-LINE
               AFTER ADVANCING 2 LINES.

       1160-PRINT-NOT-FOUND.
           MOVE '*NOT ON FILE*' TO BI-LNAME.
           MOVE SPACES TO BI-FNAME.
           MOVE SPACES TO BI-INIT.
           MOVE SPACES TO BI-DEPT.
           WRITE BALLINE FROM BAL-ID-LINE
               AFTER ADVANCING 2 LINES.

      *  ONE PASS OF CRSGRD.DAT COLLECTS THE COURSE AND
      *  TERM OF EVERY ENROLLMENT UNDER EITHER ID.  ANY
      *  COURSE AND TERM UNDER BOTH WOULD COLLIDE ON THE
      *  SURVIVING ID, SO EACH IS LISTED AND THE MERGE IS
      *  REJECTED.  SO IS A STUDENT WITH MORE ENROLLMENTS
      *  THAN THE TABLES HOLD.
       1200-CHECK-ENROLLMENTS.
           OPEN INPUT COURSE-FILE.
           MOVE 'NO' TO MORE-CRS.
           PERFORM 9000-READ-COURSE.
           PERFORM UNTIL MORE-CRS = 'YES'
               EVALUATE CG-ID
                   WHEN PARM-SURVIVOR
                       ADD 1 TO C-CRS-SV-BEFORE
                       IF SURVIVOR-COUNT < 300
                           ADD 1 TO SURVIVOR-COUNT
                           MOVE CG-KEY(8:11)
                               TO TB-SV-CRS-TERM (SURVIVOR-COUNT)
                       END-IF
                   WHEN PARM-LOSER
                       ADD 1 TO C-CRS-LS-BEFORE
                       IF LOSER-COUNT < 300
                           ADD 1 TO LOSER-COUNT
                           MOVE CG-KEY(8:11)
                               TO TB-LS-CRS-TERM (LOSER-COUNT)
                       END-IF
               END-EVALUATE
               PERFORM 9000-READ-COURSE
           END-PERFORM.
           CLOSE COURSE-FILE.

           IF C-CRS-SV-BEFORE > 300 OR C-CRS-LS-BEFORE > 300
               MOVE 'Y' TO WS-REJECTED
               MOVE 'MORE THAN 300 ENROLLMENTS UNDER ONE ID'
                   TO BF-TEXT
               WRITE BALLINE FROM BAL-FINAL
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM VARYING LSX FROM 1 BY 1
               UNTIL LSX > LOSER-COUNT
               PERFORM VARYING SVX FROM 1 BY 1
                   UNTIL SVX > SURVIVOR-COUNT
                   IF TB-LS-CRS-TERM (LSX) = TB-SV-CRS-TERM (SVX)
                       PERFORM 1250-PRINT-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM.

       1250-PRINT-CONFLICT.
           MOVE 'Y' TO WS-REJECTED.
           ADD 1 TO C-CONFLICTS.
           MOVE TB-LS-CRS-TERM (LSX)(1:6) TO BK-COURSE.
           MOVE TB-LS-CRS-TERM (LSX)(7:5) TO BK-TERM.
           IF C-CONFLICTS = 1
               WRITE BALLINE FROM BAL-CONFLICT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE BALLINE FROM BAL-CONFLICT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1300-ABORT-HISTORY-OPEN.
           DISPLAY 'COBMG00: HISTORY FILE OPEN FAILED - STATUS '
               WS-HIST-STATUS ' - RUN ABORTED, NOTHING MERGED'.
           MOVE 'RUN ABORTED - HISTORY FILE COULD NOT BE OPENED'
               TO BF-TEXT.
           WRITE BALLINE FROM BAL-FINAL
               AFTER ADVANCING 2 LINES.
           CLOSE BALRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1350-ABORT-AUDIT-OPEN.
           DISPLAY 'COBMG00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED, NOTHING MERGED'.
           MOVE 'RUN ABORTED - CHANGE AUDIT FILE COULD NOT BE OPENED'
               TO BF-TEXT.
           WRITE BALLINE FROM BAL-FINAL
               AFTER ADVANCING 2 LINES.
           CLOSE HISTORY-FILE.
           CLOSE BALRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *  THE LOSING ID MUST HAVE NOTHING LEFT ON THE
      *  STUDENT-KEYED FILES THE MERGE DOES NOT CARRY
      *  OVER, OR ITS MASTER CANNOT BE DELETED.
       1400-CHECK-OTHER-FILES.
           OPEN INPUT ACCOUNT-FILE.
           MOVE PARM-LOSER TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'STDNTACT.DAT' TO BO-FILE
                   MOVE AC-BALANCE TO BO-BALANCE
                   MOVE BAL-OTHER-ACCOUNT TO BO-TEXT
                   PERFORM 1450-PRINT-OTHER-FILE
           END-READ.
           CLOSE ACCOUNT-FILE.

           OPEN INPUT ADDRESS-FILE.
           MOVE PARM-LOSER TO MA-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'STDNTADR.DAT' TO BO-FILE
                   MOVE 'MAILING ADDRESS' TO BO-TEXT
                   PERFORM 1450-PRINT-OTHER-FILE
           END-READ.
           CLOSE ADDRESS-FILE.

           OPEN INPUT PLACEMENT-FILE.
           MOVE PARM-LOSER TO PL-ID.
           READ PLACEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PLACEMNT.DAT' TO BO-FILE
                   MOVE 'PLACEMENT OUTCOME' TO BO-TEXT
                   PERFORM 1450-PRINT-OTHER-FILE
           END-READ.
           CLOSE PLACEMENT-FILE.

           OPEN INPUT WAIT-FILE.
           MOVE 'NO' TO MORE-WAIT.
           PERFORM 9030-READ-WAIT.
           PERFORM UNTIL MORE-WAIT = 'YES'
               IF WL-ID = PARM-LOSER
                   MOVE 'CRSWAIT.DAT' TO BO-FILE
                   MOVE WL-COURSE TO BW-COURSE
                   MOVE WL-TERM TO BW-TERM
                   MOVE BAL-OTHER-WAIT TO BO-TEXT
                   PERFORM 1450-PRINT-OTHER-FILE
               END-IF
               PERFORM 9030-READ-WAIT
           END-PERFORM.
           CLOSE WAIT-FILE.

       1450-PRINT-OTHER-FILE.
           MOVE 'Y' TO WS-REJECTED.
           WRITE BALLINE FROM BAL-OTHER-LINE
               AFTER ADVANCING 2 LINES.

      *  ONE PASS OF GPAHIST.DAT TABLES THE TERMS
      *  SNAPSHOTTED UNDER EACH ID WITH THE LATEST RUN
      *  DATE FOR EACH.  A TERM UNDER BOTH DOES NOT STOP
      *  THE MERGE - THE SNAPSHOTS ARE HISTORY - BUT IS
      *  MARKED TO BE LISTED FOR RE-DERIVATION ONCE THE
      *  MERGE IS PROMOTED.  A STUDENT WITH MORE TERMS
      *  THAN THE TABLES HOLD IS REJECTED.
       1500-CHECK-SNAPSHOTS.
           OPEN INPUT GPA-FILE.
           MOVE 'NO' TO MORE-GPA.
           PERFORM 9010-READ-GPA.
           PERFORM UNTIL MORE-GPA = 'YES'
               EVALUATE GH-ID
                   WHEN PARM-SURVIVOR
                       PERFORM 1510-TABLE-SV-SNAPSHOT
                   WHEN PARM-LOSER
                       PERFORM 1520-TABLE-LS-SNAPSHOT
               END-EVALUATE
               PERFORM 9010-READ-GPA
           END-PERFORM.
           CLOSE GPA-FILE.
           MOVE 'NO' TO MORE-GPA.

           IF SNAP-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'MORE THAN 100 SNAPSHOT TERMS UNDER ONE ID'
                   TO BF-TEXT
               WRITE BALLINE FROM BAL-FINAL
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM VARYING GLX FROM 1 BY 1
               UNTIL GLX > SNAP-LS-COUNT
               PERFORM VARYING GSX FROM 1 BY 1
                   UNTIL GSX > SNAP-SV-COUNT
                   IF TB-GL-TERM (GLX) = TB-GS-TERM (GSX)
                       MOVE 'Y' TO TB-GL-BOTH (GLX)
                       ADD 1 TO C-RESTATE
                       IF TB-GS-DATE (GSX) > TB-GL-DATE (GLX)
                           MOVE TB-GS-DATE (GSX)
                               TO TB-GL-DATE (GLX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       1510-TABLE-SV-SNAPSHOT.
           PERFORM VARYING GSX FROM 1 BY 1
               UNTIL GSX > SNAP-SV-COUNT
                   OR TB-GS-TERM (GSX) = GH-TERM
               CONTINUE
           END-PERFORM.
           IF GSX > SNAP-SV-COUNT
               IF SNAP-SV-COUNT < 100
                   ADD 1 TO SNAP-SV-COUNT
                   MOVE GH-TERM TO TB-GS-TERM (SNAP-SV-COUNT)
                   MOVE GH-RUN-DATE TO TB-GS-DATE (SNAP-SV-COUNT)
               ELSE
                   MOVE 'Y' TO SNAP-OVERFLOW
               END-IF
           ELSE
               IF GH-RUN-DATE > TB-GS-DATE (GSX)
                   MOVE GH-RUN-DATE TO TB-GS-DATE (GSX)
               END-IF
           END-IF.

       1520-TABLE-LS-SNAPSHOT.
           PERFORM VARYING GLX FROM 1 BY 1
               UNTIL GLX > SNAP-LS-COUNT
                   OR TB-GL-TERM (GLX) = GH-TERM
               CONTINUE
           END-PERFORM.
           IF GLX > SNAP-LS-COUNT
               IF SNAP-LS-COUNT < 100
                   ADD 1 TO SNAP-LS-COUNT
                   MOVE GH-TERM TO TB-GL-TERM (SNAP-LS-COUNT)
                   MOVE GH-RUN-DATE TO TB-GL-DATE (SNAP-LS-COUNT)
                   MOVE 'N' TO TB-GL-BOTH (SNAP-LS-COUNT)
               ELSE
                   MOVE 'Y' TO SNAP-OVERFLOW
               END-IF
           ELSE
               IF GH-RUN-DATE > TB-GL-DATE (GLX)
                   MOVE GH-RUN-DATE TO TB-GL-DATE (GLX)
               END-IF
           END-IF.

       1900-REJECT-MERGE.
           DISPLAY 'COBMG00: MERGE OF ' PARM-LOSER ' INTO '
               PARM-SURVIVOR ' REJECTED - NOTHING MERGED - SEE '
               'MRGBAL.PRT'.
           MOVE 'MERGE REJECTED - NOTHING CHANGED' TO BF-TEXT.
           WRITE BALLINE FROM BAL-FINAL
               AFTER ADVANCING 2 LINES.
           CLOSE BALRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *  THE NEW COURSE FILE IS WRITTEN BY KEY - A MOVED
      *  ENROLLMENT TAKES ITS PLACE AMONG THE SURVIVING
      *  ID'S, NOT WHERE IT WAS READ.
       2000-MERGE-COURSE.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT NEW-COURSE.
           MOVE 'C' TO WS-MERGE-PASS.
           MOVE 'NO' TO MORE-CRS.
           PERFORM 9000-READ-COURSE.
           PERFORM UNTIL MORE-CRS = 'YES'
               ADD 1 TO C-CRS-BEFORE
               IF CG-CREDITS NUMERIC
                   ADD CG-CREDITS TO C-HRS-BEFORE
               END-IF
               MOVE CG-REC TO NC-REC
               IF CG-ID = PARM-LOSER
                   PERFORM 2050-MOVE-ENROLLMENT
               END-IF
               WRITE NC-REC
                   INVALID KEY
                       DISPLAY 'COBMG00: ENROLLMENT ' NC-KEY
                           ' COULD NOT BE WRITTEN TO CRSGNEW.DAT'
               END-WRITE
               PERFORM 9000-READ-COURSE
           END-PERFORM.
           CLOSE COURSE-FILE.
           CLOSE NEW-COURSE.

       2050-MOVE-ENROLLMENT.
           MOVE PARM-SURVIVOR TO NC-ID.
           MOVE 'CRSGRD' TO CA-FILE-ID.
           MOVE CG-KEY TO CA-KEY.
           MOVE SPACES TO CA-BEFORE.
           MOVE CG-REC TO CA-BEFORE(1:22).
           MOVE SPACES TO CA-AFTER.
           MOVE NC-REC TO CA-AFTER(1:22).
           PERFORM 3000-WRITE-AUDIT.
           ADD 1 TO C-CRSMOVED.

      *  EVERY SNAPSHOT UNDER THE LOSING ID MOVES, EVEN
      *  FOR A TERM THE SURVIVING ID ALSO HAS - THOSE
      *  TERMS WERE MARKED BY 1500-CHECK-SNAPSHOTS AND ARE
      *  LISTED FOR RE-DERIVATION ON MRGBAL.PRT.
       2100-MERGE-GPAHIST.
           OPEN INPUT GPA-FILE.
           OPEN OUTPUT NEW-GPA.
           MOVE 'G' TO WS-MERGE-PASS.
           PERFORM 9010-READ-GPA.
           PERFORM UNTIL MORE-GPA = 'YES'
               ADD 1 TO C-GPA-BEFORE
               MOVE GH-REC TO NG-REC
               EVALUATE GH-ID
                   WHEN PARM-SURVIVOR
                       ADD 1 TO C-GPA-SV-BEFORE
                   WHEN PARM-LOSER
                       ADD 1 TO C-GPA-LS-BEFORE
                       PERFORM 2150-MOVE-SNAPSHOT
               END-EVALUATE
               WRITE NG-REC
               PERFORM 9010-READ-GPA
           END-PERFORM.
           CLOSE GPA-FILE.
           CLOSE NEW-GPA.

       2150-MOVE-SNAPSHOT.
           MOVE PARM-SURVIVOR TO NG-ID.
           MOVE 'GPAHIST' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE GH-ID TO CA-KEY(1:7).
           MOVE GH-TERM TO CA-KEY(8:5).
           MOVE SPACES TO CA-BEFORE.
           MOVE GH-REC TO CA-BEFORE(1:30).
           MOVE SPACES TO CA-AFTER.
           MOVE NG-REC TO CA-AFTER(1:30).
           PERFORM 3000-WRITE-AUDIT.
           ADD 1 TO C-GPAMOVED.

      *  THE LOSING MASTER RECORD IS LEFT OFF THE NEW
      *  MASTER AND PRESERVED ON THE HISTORY FILE, THE
      *  SAME AS A DELETE THROUGH THE MASTER MAINTENANCE.
       2200-MERGE-MASTER.
           OPEN INPUT OLD-MASTER.
           OPEN OUTPUT NEW-MASTER.
           MOVE 'M' TO WS-MERGE-PASS.
           MOVE 'NO' TO MORE-MST.
           PERFORM 9020-READ-MASTER.
           PERFORM UNTIL MORE-MST = 'YES'
               ADD 1 TO C-MST-BEFORE
               ADD I-GPA TO C-OLD-GPA-HASH
               ADD I-START-SALARY TO C-OLD-SAL-HASH
               IF I-ID = PARM-LOSER
                   PERFORM 2250-DELETE-LOSER
               ELSE
                   WRITE NEW-REC FROM I-REC
               END-IF
               PERFORM 9020-READ-MASTER
           END-PERFORM.
           CLOSE OLD-MASTER.
           CLOSE NEW-MASTER.

       2250-DELETE-LOSER.
           MOVE WS-TODAY-YMD TO H-DEL-DATE.
           MOVE 'COBMG00' TO H-RUN-PGM.
           MOVE I-TIME(1:6) TO H-RUN-TIME.
           MOVE I-REC TO H-MASTER.
           WRITE H-REC.
           IF WS-HIST-STATUS NOT = '00'
               PERFORM 9800-ABORT-HISTORY-WRITE
           END-IF.
           ADD 1 TO C-HISTCTR.

           MOVE 'STDNTMST' TO CA-FILE-ID.
           MOVE SPACES TO CA-KEY.
           MOVE I-ID TO CA-KEY(1:7).
           MOVE I-REC TO CA-BEFORE.
           MOVE SPACES TO CA-AFTER.
           PERFORM 3000-WRITE-AUDIT.

      *  EVERY RECORD THE MERGE MOVES OR DELETES CARRIES
      *  ITS BEFORE AND AFTER IMAGES TO THE PERMANENT
      *  AUDIT TRAIL WITH THE DATE AND THE RUN.
       3000-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBMG00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.
           ADD 1 TO C-AUDITCTR.

       4000-CLOSING.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.

      *  THE BALANCING STEP PROVES THE MERGE MOVED
      *  RECORDS AND LOST NONE BEFORE THE NEW FILES ARE
      *  ALLOWED TO REPLACE THE CURRENT ONES.  ANY
      *  MISMATCH TURNS OFF WS-PROMOTE-OK AND NOTHING IS
      *  PROMOTED.
       4500-BALANCE.
           PERFORM 4510-TALLY-NEW-COURSE.
           PERFORM 4520-TALLY-NEW-GPA.
           PERFORM 4530-TALLY-NEW-MASTER.

           MOVE 'CRSGRD ENROLLMENTS' TO BC-LABEL.
           MOVE C-CRS-BEFORE TO WS-BAL-BEFORE.
           MOVE C-CRS-BEFORE TO WS-BAL-EXPECT.
           MOVE C-CRS-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  CREDIT HOURS' TO BC-LABEL.
           MOVE C-HRS-BEFORE TO WS-BAL-BEFORE.
           MOVE C-HRS-BEFORE TO WS-BAL-EXPECT.
           MOVE C-HRS-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  UNDER THE SURVIVING ID' TO BC-LABEL.
           MOVE C-CRS-SV-BEFORE TO WS-BAL-BEFORE.
           COMPUTE WS-BAL-EXPECT = C-CRS-SV-BEFORE + C-CRS-LS-BEFORE.
           MOVE C-CRS-SV-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  UNDER THE LOSING ID' TO BC-LABEL.
           MOVE C-CRS-LS-BEFORE TO WS-BAL-BEFORE.
           MOVE 0 TO WS-BAL-EXPECT.
           MOVE C-CRS-LS-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE 'GPAHIST SNAPSHOTS' TO BC-LABEL.
           MOVE C-GPA-BEFORE TO WS-BAL-BEFORE.
           MOVE C-GPA-BEFORE TO WS-BAL-EXPECT.
           MOVE C-GPA-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  UNDER THE SURVIVING ID' TO BC-LABEL.
           MOVE C-GPA-SV-BEFORE TO WS-BAL-BEFORE.
           COMPUTE WS-BAL-EXPECT = C-GPA-SV-BEFORE + C-GPA-LS-BEFORE.
           MOVE C-GPA-SV-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  UNDER THE LOSING ID' TO BC-LABEL.
           MOVE C-GPA-LS-BEFORE TO WS-BAL-BEFORE.
           MOVE 0 TO WS-BAL-EXPECT.
           MOVE C-GPA-LS-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE 'STDNTMST RECORDS' TO BC-LABEL.
           MOVE C-MST-BEFORE TO WS-BAL-BEFORE.
           COMPUTE WS-BAL-EXPECT = C-MST-BEFORE - 1.
           MOVE C-MST-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE '  UNDER THE LOSING ID' TO BC-LABEL.
           MOVE 1 TO WS-BAL-BEFORE.
           MOVE 0 TO WS-BAL-EXPECT.
           MOVE C-MST-LS-AFTER TO WS-BAL-AFTER.
           PERFORM 4600-PRINT-COUNT-LINE.

           MOVE 'STDNTMST GPA HASH' TO BH-LABEL.
           MOVE C-OLD-GPA-HASH TO WS-BAL-BEFORE.
           COMPUTE WS-BAL-EXPECT = C-OLD-GPA-HASH - LS-GPA.
           MOVE C-NEW-GPA-HASH TO WS-BAL-AFTER.
           PERFORM 4650-PRINT-HASH-LINE.

           MOVE 'STDNTMST SALARY HASH' TO BH-LABEL.
           MOVE C-OLD-SAL-HASH TO WS-BAL-BEFORE.
           COMPUTE WS-BAL-EXPECT =
               C-OLD-SAL-HASH - LS-START-SALARY.
           MOVE C-NEW-SAL-HASH TO WS-BAL-AFTER.
           PERFORM 4650-PRINT-HASH-LINE.

           MOVE C-CRSMOVED TO BS-CRSMOVED.
           MOVE C-GPAMOVED TO BS-GPAMOVED.
           MOVE C-HISTCTR TO BS-HISTCTR.
           MOVE C-AUDITCTR TO BS-AUDITCTR.
           WRITE BALLINE FROM BAL-STEP-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-PROMOTE-OK = 'Y'
               MOVE 'MERGE IS IN BALANCE - NEW FILES PROMOTED'
                   TO BF-TEXT
           ELSE
               MOVE 'MERGE IS OUT OF BALANCE - NOTHING PROMOTED'
                   TO BF-TEXT
           END-IF.
           WRITE BALLINE FROM BAL-FINAL
               AFTER ADVANCING 2 LINES.

           IF WS-PROMOTE-OK = 'Y' AND C-RESTATE > 0
               PERFORM 4700-PRINT-RESTATE
                   VARYING GLX FROM 1 BY 1
                   UNTIL GLX > SNAP-LS-COUNT
           END-IF.

           CLOSE BALRPT.

       4510-TALLY-NEW-COURSE.
           OPEN INPUT NEW-COURSE.
           MOVE 'NO' TO MORE-BAL-RECS.
           PERFORM UNTIL MORE-BAL-RECS = 'YES'
               READ NEW-COURSE NEXT RECORD
                   AT END
                       MOVE 'YES' TO MORE-BAL-RECS
                   NOT AT END
                       ADD 1 TO C-CRS-AFTER
                       IF NC-CREDITS NUMERIC
                           ADD NC-CREDITS TO C-HRS-AFTER
                       END-IF
                       IF NC-ID = PARM-SURVIVOR
                           ADD 1 TO C-CRS-SV-AFTER
                       END-IF
                       IF NC-ID = PARM-LOSER
                           ADD 1 TO C-CRS-LS-AFTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEW-COURSE.

       4520-TALLY-NEW-GPA.
           OPEN INPUT NEW-GPA.
           MOVE 'NO' TO MORE-BAL-RECS.
           PERFORM UNTIL MORE-BAL-RECS = 'YES'
               READ NEW-GPA
                   AT END
                       MOVE 'YES' TO MORE-BAL-RECS
                   NOT AT END
                       ADD 1 TO C-GPA-AFTER
                       IF NG-ID = PARM-SURVIVOR
                           ADD 1 TO C-GPA-SV-AFTER
                       END-IF
                       IF NG-ID = PARM-LOSER
                           ADD 1 TO C-GPA-LS-AFTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEW-GPA.

       4530-TALLY-NEW-MASTER.
           OPEN INPUT NEW-MASTER.
           MOVE 'NO' TO MORE-BAL-RECS.
           PERFORM UNTIL MORE-BAL-RECS = 'YES'
               READ NEW-MASTER INTO I-REC
                   AT END
                       MOVE 'YES' TO MORE-BAL-RECS
                   NOT AT END
                       ADD 1 TO C-MST-AFTER
                       ADD I-GPA TO C-NEW-GPA-HASH
                       ADD I-START-SALARY TO C-NEW-SAL-HASH
                       IF I-ID = PARM-LOSER
                           ADD 1 TO C-MST-LS-AFTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEW-MASTER.

       4600-PRINT-COUNT-LINE.
           MOVE WS-BAL-BEFORE TO BC-BEFORE.
           MOVE WS-BAL-EXPECT TO BC-EXPECT.
           MOVE WS-BAL-AFTER TO BC-AFTER.
           IF WS-BAL-EXPECT = WS-BAL-AFTER
               MOVE 'IN BALANCE' TO BC-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO BC-STATUS
               MOVE 'N' TO WS-PROMOTE-OK
           END-IF.
           IF BC-LABEL(1:1) = SPACE
               WRITE BALLINE FROM BAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE BALLINE FROM BAL-COUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       4650-PRINT-HASH-LINE.
           MOVE WS-BAL-BEFORE TO BH-BEFORE.
           MOVE WS-BAL-EXPECT TO BH-EXPECT.
           MOVE WS-BAL-AFTER TO BH-AFTER.
           IF WS-BAL-EXPECT = WS-BAL-AFTER
               MOVE 'IN BALANCE' TO BH-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO BH-STATUS
               MOVE 'N' TO WS-PROMOTE-OK
           END-IF.
           WRITE BALLINE FROM BAL-HASH-LINE
               AFTER ADVANCING 1 LINE.

      *  A TERM SNAPSHOTTED UNDER BOTH IDS NOW HAS TWO
      *  PARTIAL SNAPSHOTS UNDER THE SURVIVING ID.  IT IS
      *  LISTED WITH THE LATER OF THE TWO RUN DATES SO THE
      *  REGISTRAR RE-DERIVES IT ON A LATER DATE.
       4700-PRINT-RESTATE.
           IF TB-GL-BOTH (GLX) = 'Y'
               MOVE TB-GL-TERM (GLX) TO BR-TERM
               MOVE TB-GL-DATE (GLX) TO DATE-WORK
               MOVE DW-MM TO BR-MM
               MOVE DW-DD TO BR-DD
               MOVE DW-YY TO BR-YY
               WRITE BALLINE FROM BAL-RESTATE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *  THE THREE NEW FILES REPLACE THE CURRENT ONES.
      *  THE AUDIT TRAIL HOLDS THE BEFORE IMAGE OF EVERY
      *  RECORD THE MERGE CHANGED, SO A MERGE OF THE
      *  WRONG PAIR CAN BE BACKED OUT FROM IT.
       5000-PROMOTE-FILES.
           OPEN INPUT NEW-COURSE.
           OPEN OUTPUT PROMOTED-COURSE.
           MOVE 'NO' TO MORE-NEW-RECS.
           PERFORM UNTIL MORE-NEW-RECS = 'YES'
               READ NEW-COURSE NEXT RECORD
                   AT END
                       MOVE 'YES' TO MORE-NEW-RECS
                   NOT AT END
                       WRITE PROMOTED-CRS-REC FROM NC-REC
               END-READ
           END-PERFORM.
           CLOSE NEW-COURSE.
           CLOSE PROMOTED-COURSE.

           OPEN INPUT NEW-GPA.
           OPEN OUTPUT PROMOTED-GPA.
           MOVE 'NO' TO MORE-NEW-RECS.
           PERFORM UNTIL MORE-NEW-RECS = 'YES'
               READ NEW-GPA
                   AT END
                       MOVE 'YES' TO MORE-NEW-RECS
                   NOT AT END
                       WRITE PROMOTED-GPA-REC FROM NG-REC
               END-READ
           END-PERFORM.
           CLOSE NEW-GPA.
           CLOSE PROMOTED-GPA.

           OPEN INPUT NEW-MASTER.
           OPEN OUTPUT PROMOTED-MASTER.
           MOVE 'NO' TO MORE-NEW-RECS.
           PERFORM UNTIL MORE-NEW-RECS = 'YES'
               READ NEW-MASTER
                   AT END
                       MOVE 'YES' TO MORE-NEW-RECS
                   NOT AT END
                       WRITE PROMOTED-REC FROM NEW-REC
               END-READ
           END-PERFORM.
           CLOSE NEW-MASTER.
           CLOSE PROMOTED-MASTER.

           DISPLAY 'COBMG00: ' PARM-LOSER ' MERGED INTO '
               PARM-SURVIVOR ' - ' C-CRSMOVED ' ENROLLMENTS AND '
               C-GPAMOVED ' GPA SNAPSHOTS MOVED'.
           IF C-RESTATE > 0
               DISPLAY 'COBMG00: ' C-RESTATE ' TERM(S) HAVE GPA '
                   'SNAPSHOTS FROM BOTH IDS - RE-RUN COBGP00 FOR '
                   'EACH - SEE MRGBAL.PRT'
           END-IF.

       6000-SET-RETURN-CODE.
           IF WS-PROMOTE-OK = 'Y'
               IF C-RESTATE > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       8000-READ-MASTER-KEY.
           MOVE 'Y' TO WS-FOUND.
           READ OLD-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
           END-READ.

       9000-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 'YES' TO MORE-CRS
           END-READ.

       9010-READ-GPA.
           READ GPA-FILE
               AT END
                   MOVE 'YES' TO MORE-GPA
           END-READ.

       9020-READ-MASTER.
           READ OLD-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO MORE-MST
           END-READ.

       9030-READ-WAIT.
           READ WAIT-FILE
               AT END
                   MOVE 'YES' TO MORE-WAIT
           END-READ.

      *  A MERGE WHOSE HISTORY OR AUDIT RECORD CANNOT BE
      *  WRITTEN MUST NOT STAND.  THE RUN STOPS HERE,
      *  NOTHING IS PROMOTED, AND THE CURRENT FILES ARE
      *  LEFT UNTOUCHED.
       9800-ABORT-HISTORY-WRITE.
           DISPLAY 'COBMG00: HISTORY FILE WRITE FAILED - STATUS '
               WS-HIST-STATUS ' - RUN ABORTED, NOTHING PROMOTED'.
           CLOSE OLD-MASTER.
           CLOSE NEW-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BALRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBMG00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED, NOTHING PROMOTED'.
           EVALUATE WS-MERGE-PASS
               WHEN 'C'
                   CLOSE COURSE-FILE
                   CLOSE NEW-COURSE
               WHEN 'G'
                   CLOSE GPA-FILE
                   CLOSE NEW-GPA
               WHEN 'M'
                   CLOSE OLD-MASTER
                   CLOSE NEW-MASTER
           END-EVALUATE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BALRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
