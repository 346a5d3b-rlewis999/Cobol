      *  CRSGRD.DAT INTO COURSE-WITHIN-TERM ORDER AND
      *  PRINTS, FOR EACH COURSE AND TERM, THE
      *  ENROLLMENT COUNT, THE COUNT OF EACH LETTER
      *  GRADE A+ THROUGH F, THE COUNT OF EACH OF THE
      *  NON-GPA GRADES P, NP, W AND I ON A SECOND
      *  DISTRIBUTION LINE, THE UNGRADED COUNT, THE
      *  TOTAL CREDIT HOURS, AND THE AVERAGE GRADE POINT
      *  EARNED IN THE COURSE, ON GRDDIST.PRT.  COURSE
      *  TITLES AND THE OWNING DEPARTMENT COME FROM THE
           05  WS-CRS-AVG        PIC 9V99    VALUE 0.
           05  WS-POINTS         PIC 9V99    VALUE 0.
           05  GRADE-COUNTS.
               10  GC-CNT OCCURS 17 TIMES
                                 PIC 9(4).

       01  GRADE-LABEL-TABLE.
           05  FILLER            PIC X(26)
                          VALUE 'A+A A-B+B B-C+C C-D+D D-F '.
           05  FILLER            PIC X(8)
                          VALUE 'P NPW I '.
       01  GRADE-LABELS REDEFINES GRADE-LABEL-TABLE.
           05  GL-GRADE OCCURS 17 TIMES
                                 PIC XX.

       01  COUNT-AREA.
               10  FILLER        PIC XX      VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE SPACES.

       01  DST-GRADE-LINE-2.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  DG2-GRP OCCURS 4 TIMES.
               10  DG2-LABEL     PIC XX.
               10  FILLER        PIC X       VALUE ':'.
               10  DG2-CNT       PIC ZZZ9.
               10  FILLER        PIC XX      VALUE SPACES.
           05  FILLER            PIC X(90)   VALUE SPACES.

       01  DST-RU-HEADER.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(30)
       1300-SET-GRADE-LABELS.
           MOVE 0 TO WS-GRADE-IX.
           PERFORM 1310-SET-ONE-LABEL
               UNTIL WS-GRADE-IX = 17.

       1310-SET-ONE-LABEL.
           ADD 1 TO WS-GRADE-IX.
           IF WS-GRADE-IX > 13
               MOVE GL-GRADE (WS-GRADE-IX)
                   TO DG2-LABEL (WS-GRADE-IX - 13)
           ELSE
               MOVE GL-GRADE (WS-GRADE-IX) TO DG-LABEL (WS-GRADE-IX)
           END-IF.

       2000-MAINLINE.
           IF SR-TERM NOT = WS-HOLD-TERM
               ADD 1 TO WS-CRS-UNGRADED
           ELSE
               PERFORM 7000-GRADE-POINTS
               IF WS-GRADE-IX > 0
                   ADD 1 TO GC-CNT (WS-GRADE-IX)
               END-IF
               IF WS-GRADED = 'Y'
                   COMPUTE WS-CRS-QPOINTS = WS-CRS-QPOINTS
                       + (WS-POINTS * SR-CREDITS)
                   ADD SR-CREDITS TO WS-CRS-GRD-CR

           MOVE 0 TO WS-GRADE-IX.
           PERFORM 3220-MOVE-ONE-COUNT
               UNTIL WS-GRADE-IX = 17.
           WRITE PRTLINE FROM DST-GRADE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM DST-GRADE-LINE-2
               AFTER ADVANCING 1 LINE.

       3220-MOVE-ONE-COUNT.
           ADD 1 TO WS-GRADE-IX.
           IF WS-GRADE-IX > 13
               MOVE GC-CNT (WS-GRADE-IX)
                   TO DG2-CNT (WS-GRADE-IX - 13)
           ELSE
               MOVE GC-CNT (WS-GRADE-IX) TO DG-CNT (WS-GRADE-IX)
           END-IF.

       3250-ROLL-UP-COURSE.
           PERFORM 8500-FIND-ROLLUP-DEPT.

      *  QUALITY POINT SCALE, SAME AS THE GPA DERIVATION.
      *  THE GRADE INDEX ORDERS THE DISTRIBUTION COLUMNS
      *  A+ (1) THROUGH F (13), THEN P (14), NP (15),
      *  W (16) AND I (17), WHICH CARRY NO GRADE POINTS
      *  AND STAY OUT OF THE AVERAGE.
       7000-GRADE-POINTS.
           MOVE 'Y' TO WS-GRADED.
           MOVE 0 TO WS-GRADE-IX.
           EVALUATE SR-GRADE
               WHEN 'A+'
                   MOVE 4.00 TO WS-POINTS
               WHEN 'F '
                   MOVE 0.00 TO WS-POINTS
                   MOVE 13 TO WS-GRADE-IX
               WHEN 'P '
                   MOVE 'N' TO WS-GRADED
                   MOVE 14 TO WS-GRADE-IX
               WHEN 'NP'
                   MOVE 'N' TO WS-GRADED
                   MOVE 15 TO WS-GRADE-IX
               WHEN 'W '
                   MOVE 'N' TO WS-GRADED
                   MOVE 16 TO WS-GRADE-IX
               WHEN 'I '
                   MOVE 'N' TO WS-GRADED
                   MOVE 17 TO WS-GRADE-IX
               WHEN OTHER
                   MOVE 'N' TO WS-GRADED
           END-EVALUATE.
