      *  CRSCTLG.DAT SO THE READER SEES MORE THAN BARE
      *  COURSE CODES.  AN UNGRADED ENROLLMENT PRINTS AS
      *  'IN PROGRESS' RATHER THAN BEING DROPPED THE WAY
      *  THE GPA DERIVATION LEAVES IT OUT.  P, NP, W AND I
      *  PRINT WITH THEIR GRADE AND NO QUALITY POINTS.
      *
      *  A COURSE TAKEN IN MORE THAN ONE TERM COUNTS IN
      *  THE CUMULATIVE GPA ONLY ON ITS LATEST GRADED
      *  ATTEMPT (A LETTER GRADE, P OR NP), THE SAME
      *  GRADE-REPLACEMENT RULE THE GPA DERIVATION
      *  APPLIES.  EVERY EARLIER GRADED ATTEMPT STILL
      *  PRINTS IN ITS OWN TERM AND COUNTS IN THAT TERM'S
      *  GPA, BUT IS MARKED 'REPEATED - EXCLUDED' AND
      *  LEFT OUT OF THE CUMULATIVE GPA.  THE REPLACED
      *  ATTEMPTS ARE FOUND IN A FIRST PASS OF CRSGRD.DAT
      *  IN ITS OWN ID / COURSE / TERM ORDER BEFORE THE
      *  FILE IS SORTED FOR PRINTING.  THE TABLE OF
      *  REPLACED ATTEMPTS HOLDS 1000 ENTRIES; ANY MORE
      *  ARE COUNTED AND REPORTED ON THE CONSOLE, AND
      *  THOSE ATTEMPTS STAY IN THE CUMULATIVE GPA.
      *
      *  EVERY RUN IS RECORDED ON THE PERMANENT ACCESS
      *  LOG ACCLOG.DAT - WHO ASKED, WHY, WHAT WAS
      *  SELECTED, AND EACH STUDENT WHOSE TRANSCRIPT
      *  PRINTED - SO THE ACCESS LOG INQUIRY (COBLQ00)
      *  CAN SHOW WHO HAS VIEWED A STUDENT'S RECORD.
      *
      *  COMMAND LINE PARAMETERS:
      *    REQUESTER PURPOSE - ALWAYS REQUIRED, FIRST: THE
      *                        REQUESTER'S USER ID AND A
      *                        PURPOSE CODE (ADVS, REGS,
      *                        FINA, AUDT, STUD, LEGL OR
      *                        SYST - SEE ACCLOG.CPY)
      *  FOLLOWED BY THE SELECTION:
      *    (NONE)            - TRANSCRIPT FOR EVERY
      *                        STUDENT ON THE FILE
      *    I STUDENT-ID      - TRANSCRIPT FOR ONE STUDENT
               ASSIGN TO 'E:\COBOL\TRNSCRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL ACCESS-LOG
               ASSIGN TO 'E:\COBOL\ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  PRTLINE                  PIC X(132).

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-ACCLOG-STATUS  PIC XX      VALUE SPACES.
           05  WS-PARM-PTR       PIC 99      VALUE 1.
           05  WS-HOLD-ID        PIC X(7)    VALUE SPACES.
           05  WS-HOLD-TERM      PIC X(5)    VALUE SPACES.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-GRADED         PIC X       VALUE 'N'.
           05  WS-ATTEMPT        PIC X       VALUE 'N'.
           05  WS-EXCLUDED       PIC X       VALUE 'N'.
           05  WS-HOLD-COURSE    PIC X(6)    VALUE SPACES.
           05  WS-PEND-KEY       PIC X(18)   VALUE SPACES.

       01  RUN-PARMS.
           05  PARM-INQ-MODE     PIC X       VALUE 'A'.
           05  C-CRSCTR          PIC 9(5)    VALUE 0.
           05  C-DIFCTR          PIC 9(5)    VALUE 0.
           05  C-NFCTR           PIC 9(5)    VALUE 0.
           05  C-RPOVER          PIC 9(5)    VALUE 0.

      *  THE KEYS OF EVERY ATTEMPT REPLACED BY A LATER
      *  GRADED ATTEMPT AT THE SAME COURSE, IN CRSGRD KEY
      *  ORDER.
       01  REPEAT-TABLE.
           05  RP-ENTRY OCCURS 1000 TIMES INDEXED BY RPX.
               10  TB-RP-KEY     PIC X(18).
       01  REPEAT-COUNT          PIC 9(4)    VALUE 0.

           COPY ACCLOG REPLACING LEADING ==LA-== BY ==AL-==.

       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX.
           05  TD-GRADE          PIC X(11).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  TD-QPOINTS        PIC X(6).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  TD-REMARK         PIC X(20).
           05  FILLER            PIC X(29)   VALUE SPACES.

       01  TRN-TERM-GPA-LINE.
           05  FILLER            PIC X(10)   VALUE SPACES.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO AL-REC.
           MOVE 1 TO WS-PARM-PTR.

      *  THE REQUESTER AND PURPOSE COME FIRST AND ARE
      *  REQUIRED ON EVERY RUN - THE REST OF THE LINE IS
      *  THE SELECTION AND IS LOGGED AS GIVEN.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO AL-REQUESTER AL-PURPOSE
               WITH POINTER WS-PARM-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(AL-REQUESTER) TO AL-REQUESTER.
           MOVE FUNCTION UPPER-CASE(AL-PURPOSE) TO AL-PURPOSE.

           IF AL-REQUESTER = SPACES OR NOT AL-VALID-PURPOSE
               DISPLAY 'COBTR00: A REQUESTER ID AND A VALID PURPOSE '
                   'CODE ARE REQUIRED - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-PARM-PTR NOT > 80
               MOVE WS-COMMAND-LINE(WS-PARM-PTR:) TO AL-SELECTION
           END-IF.

           IF AL-SELECTION NOT = SPACES
               UNSTRING AL-SELECTION DELIMITED BY ALL SPACE
                   INTO PARM-INQ-MODE PARM-STUDENT-ID
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-INQ-MODE)
                       DISPLAY 'COBTR00: MODE I NEEDS A STUDENT ID - '
                           'RUN ABORTED'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'COBTR00: TRANSCRIPT MODE MUST BE A OR I '
                       '- RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1000-INIT.
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACCLOG-STATUS NOT = '00' AND NOT = '05'
               PERFORM 1400-ABORT-ACCLOG-OPEN
           END-IF.

           PERFORM 1200-FIND-REPEATS.

           SORT SORT-WORK ON ASCENDING KEY SW-ID SW-TERM SW-COURSE
               USING COURSE-FILE
               GIVING SORTED-COURSE.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1050-LOG-RUN.
           PERFORM 1100-LOAD-DEPT-TABLE.
           PERFORM 1150-LOAD-CATALOG.

           PERFORM 9000-READ-COURSE.

      *  ONE RUN RECORD GOES TO THE ACCESS LOG BEFORE
      *  ANYTHING PRINTS, AND ONE STUDENT RECORD AS EACH
      *  TRANSCRIPT STARTS (9700-LOG-STUDENT).
       1050-LOG-RUN.
           MOVE I-DATE TO AL-DATE.
           MOVE I-TIME(1:6) TO AL-TIME.
           MOVE 'COBTR00' TO AL-PGM.
           MOVE 'R' TO AL-REC-TYPE.
           MOVE SPACES TO AL-STUDENT-ID.
           PERFORM 9750-WRITE-ACCESS-LOG.

       1100-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           PERFORM 9020-READ-DEPT.
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *  CRSGRD.DAT READS IN ID / COURSE / TERM ORDER, SO
      *  THE ATTEMPTS AT A COURSE ARE TOGETHER, OLDEST
      *  TERM FIRST.  EACH GRADED ATTEMPT IS HELD UNTIL
      *  THE NEXT GRADED ATTEMPT AT THE SAME COURSE
      *  REPLACES IT, AND THE ONE IT REPLACED IS TABLED.
      *  ONCE THE TABLE IS FULL A REPLACED ATTEMPT IS
      *  ONLY COUNTED.
       1200-FIND-REPEATS.
           OPEN INPUT COURSE-FILE.
           PERFORM 9040-READ-COURSE-FILE.
           PERFORM UNTIL MORE-CRS = 'YES'
               IF CG-ID NOT = WS-HOLD-ID
                       OR CG-COURSE NOT = WS-HOLD-COURSE
                   MOVE CG-ID TO WS-HOLD-ID
                   MOVE CG-COURSE TO WS-HOLD-COURSE
                   MOVE SPACES TO WS-PEND-KEY
               END-IF
               PERFORM 7100-CHECK-ATTEMPT
               IF WS-ATTEMPT = 'Y'
                   IF WS-PEND-KEY NOT = SPACES
                       IF REPEAT-COUNT < 1000
                           ADD 1 TO REPEAT-COUNT
                           MOVE WS-PEND-KEY
                               TO TB-RP-KEY (REPEAT-COUNT)
                       ELSE
                           ADD 1 TO C-RPOVER
                       END-IF
                   END-IF
                   MOVE CG-KEY TO WS-PEND-KEY
               END-IF
               PERFORM 9040-READ-COURSE-FILE
           END-PERFORM.
           CLOSE COURSE-FILE.
           MOVE 'NO' TO MORE-CRS.
           MOVE SPACES TO WS-HOLD-ID.
           IF C-RPOVER > 0
               DISPLAY 'COBTR00: MORE THAN 1000 REPEATED ATTEMPTS - '
                   C-RPOVER ' LEFT OUT OF THE REPEAT TABLE AND '
                   'COUNTED IN THE CUMULATIVE GPA'
           END-IF.

       1400-ABORT-ACCLOG-OPEN.
           DISPLAY 'COBTR00: ACCESS LOG OPEN FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED BEFORE ANY '
               'RECORD PRINTED'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-MAINLINE.
           IF PARM-INQ-MODE = 'I' AND SR-ID NOT = PARM-STUDENT-ID
               CONTINUE
      *  AN UNGRADED ENROLLMENT PRINTS AS 'IN PROGRESS'
      *  WITH NO QUALITY POINTS, SO THE READER SEES IT
      *  INSTEAD OF THE DERIVATION SILENTLY DROPPING IT.
      *  A REPLACED ATTEMPT COUNTS IN ITS TERM BUT NOT IN
      *  THE CUMULATIVE GPA.
       2100-PRINT-COURSE.
           ADD 1 TO C-CRSCTR.
           PERFORM 7000-GRADE-POINTS.
           PERFORM 8500-CHECK-REPEAT.
           IF WS-EXCLUDED = 'Y'
               MOVE 'REPEATED - EXCLUDED' TO TD-REMARK
           ELSE
               MOVE SPACES TO TD-REMARK
           END-IF.

           MOVE SR-COURSE TO TD-COURSE.
           PERFORM 8400-LOOKUP-COURSE-TITLE.
                   COMPUTE WS-TERM-QPOINTS =
                       WS-TERM-QPOINTS + WS-COURSE-QP
                   ADD SR-CREDITS TO WS-TERM-CREDITS
                   IF WS-EXCLUDED = 'N'
                       COMPUTE WS-CUM-QPOINTS =
                           WS-CUM-QPOINTS + WS-COURSE-QP
                       ADD SR-CREDITS TO WS-CUM-CREDITS
                   END-IF
               ELSE
                   MOVE SPACES TO TD-QPOINTS
               END-IF
           MOVE 0 TO WS-CUM-CREDITS.

           PERFORM 8000-READ-MASTER.
           PERFORM 9700-LOG-STUDENT.
           PERFORM 9100-HEADINGS.
           PERFORM 3150-START-TERM.

               MOVE WS-TERM-CREDITS TO TG-CREDITS
               WRITE PRTLINE FROM TRN-TERM-GPA-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM TRN-TERM-NOGPA-LINE
                   AFTER ADVANCING 2 LINES
           CLOSE SORTED-COURSE.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           CLOSE ACCESS-LOG.

      *  STEP RETURN CODE FOR THE NIGHTLY STREAM DRIVER:
      *    0 - EVERY TRANSCRIPT RECONCILED CLEAN
      *    4 - A CUMULATIVE GPA DISAGREED WITH THE MASTER
      *        OR A STUDENT WAS NOT ON THE MASTER, OR THE
      *        REPEAT TABLE OVERFLOWED
       6000-SET-RETURN-CODE.
           IF C-DIFCTR > 0 OR C-NFCTR > 0 OR C-RPOVER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *  QUALITY POINT SCALE, SAME AS THE GPA DERIVATION.
      *  P, NP, W AND I CARRY NO QUALITY POINTS.
       7000-GRADE-POINTS.
           MOVE 'Y' TO WS-GRADED.
           EVALUATE SR-GRADE
                   MOVE 'N' TO WS-GRADED
           END-EVALUATE.

      *  A GRADED ATTEMPT IS A LETTER GRADE, P OR NP.  A
      *  W, I OR UNGRADED ENROLLMENT REPLACES NOTHING.
       7100-CHECK-ATTEMPT.
           EVALUATE CG-GRADE
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
               WHEN 'F '
               WHEN 'P '
               WHEN 'NP'
                   MOVE 'Y' TO WS-ATTEMPT
               WHEN OTHER
                   MOVE 'N' TO WS-ATTEMPT
           END-EVALUATE.

       8000-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE WS-HOLD-ID TO I-ID.
               MOVE '*NOT ON CATALOG*' TO TD-TITLE
           END-IF.

       8500-CHECK-REPEAT.
           MOVE 'N' TO WS-EXCLUDED.
           PERFORM VARYING RPX FROM 1 BY 1
               UNTIL RPX > REPEAT-COUNT OR WS-EXCLUDED = 'Y'
               IF TB-RP-KEY (RPX) = SR-KEY
                   MOVE 'Y' TO WS-EXCLUDED
               END-IF
           END-PERFORM.

       9000-READ-COURSE.
           READ SORTED-COURSE
               AT END
                   MOVE 'YES' TO MORE-CATS
           END-READ.

       9040-READ-COURSE-FILE.
           READ COURSE-FILE
               AT END
                   MOVE 'YES' TO MORE-CRS
           END-READ.

      *  EVERY TRANSCRIPT STARTS ON ITS OWN PAGE WITH THE
      *  STUDENT IDENTIFICATION UNDER THE REPORT TITLE;
      *  AN OVERFLOW PAGE REPEATS BOTH.
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM TRN-STUDENT-LINE
               AFTER ADVANCING 2 LINES.

      *  THE SORTED FILE IS IN STUDENT ID ORDER, SO EACH
      *  STUDENT IS LOGGED ONCE, AS THEIR TRANSCRIPT STARTS.
       9700-LOG-STUDENT.
           MOVE 'S' TO AL-REC-TYPE.
           MOVE SR-ID TO AL-STUDENT-ID.
           PERFORM 9750-WRITE-ACCESS-LOG.

       9750-WRITE-ACCESS-LOG.
           WRITE LA-REC FROM AL-REC.
           IF WS-ACCLOG-STATUS NOT = '00'
               PERFORM 9860-ABORT-ACCLOG-WRITE
           END-IF.

       9860-ABORT-ACCLOG-WRITE.
           DISPLAY 'COBTR00: ACCESS LOG WRITE FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED'.
           CLOSE SORTED-COURSE.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           CLOSE ACCESS-LOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
