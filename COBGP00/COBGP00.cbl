      *  AND THE AMOUNT OF THE CHANGE.  UNGRADED
      *  ENROLLMENTS (GRADE OF SPACES) ARE LEFT OUT OF
      *  THE DERIVATION, AND A STUDENT WITH NO GRADED
      *  CREDIT HOURS IS LEFT ALONE.  P AND NP (PASS /
      *  NO PASS), W (WITHDRAWN) AND I (INCOMPLETE)
      *  CARRY NO QUALITY POINTS AND ARE LEFT OUT OF THE
      *  GPA THE SAME WAY.
      *
      *  GRADE REPLACEMENT: WHEN A STUDENT HAS TAKEN THE
      *  SAME COURSE IN MORE THAN ONE TERM, ONLY THE
      *  LATEST GRADED ATTEMPT (A LETTER GRADE, P OR NP)
      *  COUNTS IN THE CUMULATIVE GPA.  THE FILE ARRIVES
      *  IN ID / COURSE / TERM ORDER, SO THE ATTEMPTS AT
      *  A COURSE ARE TOGETHER AND THE LAST GRADED ONE
      *  READ IS THE LATEST.  A W, I OR UNGRADED RETAKE
      *  DOES NOT REPLACE AN EARLIER GRADE.  THE TERM GPA
      *  ON THE HISTORY SNAPSHOT IS STILL EVERY LETTER
      *  GRADE EARNED IN THE TERM BEING CLOSED.
      *
      *  EACH RUN ALSO APPENDS ONE SNAPSHOT RECORD PER
      *  STUDENT TO THE PERMANENT HISTORY FILE
           05  MORE-CRS          PIC XXX     VALUE 'NO'.
           05  WS-HOLD-ID        PIC X(7)    VALUE SPACES.
           05  WS-GRADED         PIC X       VALUE 'N'.
           05  WS-ATTEMPT        PIC X       VALUE 'N'.
           05  WS-HOLD-COURSE    PIC X(6)    VALUE SPACES.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-GHIST-STATUS   PIC XX      VALUE '00'.

           05  WS-NEW-GPA        PIC 9V99    VALUE 0.
           05  WS-GPA-CHANGE     PIC S9V99   VALUE 0.

      *  THE LATEST GRADED ATTEMPT AT THE COURSE IN
      *  WS-HOLD-COURSE, HELD UNTIL THE COURSE CHANGES.
       01  PENDING-ATTEMPT.
           05  WS-PEND-ATTEMPT   PIC X       VALUE 'N'.
           05  WS-PEND-GRADED    PIC X       VALUE 'N'.
           05  WS-PEND-POINTS    PIC 9V99    VALUE 0.
           05  WS-PEND-CREDITS   PIC 99      VALUE 0.

       01  COUNT-AREA.
           05  C-STUCTR          PIC 9(5)    VALUE 0.
           05  C-CHGCTR          PIC 9(5)    VALUE 0.
           05  C-NFCTR           PIC 9(5)    VALUE 0.
           05  C-NOGRDCTR        PIC 9(5)    VALUE 0.
           05  C-SNAPCTR         PIC 9(5)    VALUE 0.
           05  C-RPTCTR          PIC 9(5)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
           05  O-NOGRDCTR        PIC ZZZZ9.
           05  FILLER            PIC X(24)   VALUE SPACES.

       01  CHG-REPEAT-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(28)
                               VALUE 'REPEATED ATTEMPTS EXCLUDED:'.
           05  O-RPTCTR          PIC ZZZZ9.
           05  FILLER            PIC X(93)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           END-IF.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
      *  GOBACK RATHER THAN STOP RUN - THIS PROGRAM ALSO
      *  RUNS AS A CALLED STEP OF THE TERM-END STREAM
      *  (COBJS00), WHERE STOP RUN WOULD END THE STREAM.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           CLOSE STUDENT-MASTER.
           CLOSE CHGRPT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-MAINLINE.
           IF CG-ID NOT = WS-HOLD-ID

      *  QUALITY POINT SCALE.  SPACES IS AN UNGRADED
      *  ENROLLMENT AND IS LEFT OUT OF THE DERIVATION.
      *  P AND NP ARE GRADED ATTEMPTS WITH NO QUALITY
      *  POINTS; W AND I ARE NOT GRADED ATTEMPTS AT ALL.
       2100-ACCUM-GRADE.
           IF CG-COURSE NOT = WS-HOLD-COURSE
               PERFORM 2200-POST-ATTEMPT
               MOVE CG-COURSE TO WS-HOLD-COURSE
           END-IF.

           MOVE 'Y' TO WS-GRADED.
           MOVE 'Y' TO WS-ATTEMPT.
           EVALUATE CG-GRADE
               WHEN 'A+'
                   MOVE 4.00 TO WS-POINTS
                   MOVE 0.70 TO WS-POINTS
               WHEN 'F '
                   MOVE 0.00 TO WS-POINTS
               WHEN 'P '
               WHEN 'NP'
                   MOVE 0.00 TO WS-POINTS
                   MOVE 'N' TO WS-GRADED
               WHEN OTHER
                   MOVE 'N' TO WS-GRADED
                   MOVE 'N' TO WS-ATTEMPT
           END-EVALUATE.

           IF WS-ATTEMPT = 'Y' AND CG-CREDITS NUMERIC
               IF WS-PEND-ATTEMPT = 'Y'
                   ADD 1 TO C-RPTCTR
               END-IF
               MOVE 'Y' TO WS-PEND-ATTEMPT
               MOVE WS-GRADED TO WS-PEND-GRADED
               MOVE WS-POINTS TO WS-PEND-POINTS
               MOVE CG-CREDITS TO WS-PEND-CREDITS
           END-IF.

           IF WS-GRADED = 'Y' AND CG-CREDITS NUMERIC
               IF CG-TERM = PARM-TERM
                   COMPUTE WS-TRM-QPOINTS =
                       WS-TRM-QPOINTS + (WS-POINTS * CG-CREDITS)
               END-IF
           END-IF.

      *  THE ATTEMPT LEFT HOLDING WHEN THE COURSE OR THE
      *  STUDENT CHANGES IS THE LATEST GRADED ONE, AND
      *  ONLY IT GOES INTO THE CUMULATIVE GPA.
       2200-POST-ATTEMPT.
           IF WS-PEND-ATTEMPT = 'Y' AND WS-PEND-GRADED = 'Y'
               COMPUTE WS-QPOINTS =
                   WS-QPOINTS + (WS-PEND-POINTS * WS-PEND-CREDITS)
               ADD WS-PEND-CREDITS TO WS-CREDITS
           END-IF.
           MOVE 'N' TO WS-PEND-ATTEMPT.
           MOVE 'N' TO WS-PEND-GRADED.

       3000-APPLY-STUDENT.
           PERFORM 2200-POST-ATTEMPT.
           MOVE SPACES TO WS-HOLD-COURSE.
           ADD 1 TO C-STUCTR.

           IF WS-CREDITS = 0
           MOVE C-NOGRDCTR TO O-NOGRDCTR.
           WRITE CHGLINE FROM CHG-TOTAL
               AFTER ADVANCING 2 LINES.
           MOVE C-RPTCTR TO O-RPTCTR.
           WRITE CHGLINE FROM CHG-REPEAT-TOTAL
               AFTER ADVANCING 1 LINE.

           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE CHGRPT.
           CLOSE GPA-HISTORY.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       9000-READ-COURSE.
           READ COURSE-FILE
