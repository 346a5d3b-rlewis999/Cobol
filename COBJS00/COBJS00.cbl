      *  DISPLAYED ON THE CONSOLE (THE LOG IT ARCHIVES
      *  IS ALREADY CLOSED BY THEN).  THE DRIVER ENDS
      *  WITH THE HIGHEST STEP RETURN CODE.
      *
      *  THE SAME DRIVER RUNS THE TERM-END STREAM, WHICH
      *  USED TO BE RUN BY HAND FROM A CHECKLIST - GRADE
      *  POSTING (COBCM00), GPA RECALCULATION (COBGP00)
      *  WITH THE CLOSING TERM, GPA TREND (COBGT00),
      *  TRANSCRIPTS (COBTR00), GRADE DISTRIBUTION
      *  (COBGD00), ARCHIVE AND PURGE (COBAR00) WITH THE
      *  CUTOFF TERM, THE ACADEMIC STANDING REPORT
      *  (COBRL00 MODE S) AND THE STANDING LETTERS
      *  (COBLT00) - UNDER THE SAME RETURN CODE GATING.
      *  THE TWO TERMS ARE KEYED ONCE ON THE DRIVER'S
      *  COMMAND LINE AND HANDED TO EACH STEP AS THAT
      *  STEP'S OWN COMMAND LINE.  THE TRANSCRIPT STEP
      *  IS RECORDED ON THE STUDENT RECORD ACCESS LOG
      *  UNDER REQUESTER TERMEND, PURPOSE SYST.  THE
      *  REPORT ARCHIVE STEP BELONGS TO THE NIGHTLY
      *  STREAM ONLY.
      *
      *  STEP CHECKPOINT: EVERY STEP THAT ENDS CLEAN OR
      *  WITH WARNINGS IS RECORDED ON STRMCKP.DAT AS
      *  SOON AS IT ENDS.  WHEN A STREAM STOPS ON A FATAL
      *  STEP THE CHECKPOINT IS KEPT, AND THE NEXT RUN OF
      *  THE SAME STREAM SKIPS THE STEPS ALREADY RECORDED
      *  AND RESUMES AT THE STEP THAT FAILED - SO A RERUN
      *  NEVER REPLAYS A STEP THAT ALREADY UPDATED THE
      *  MASTER OR EXTENDED GPAHIST.DAT OR CRSGARC.DAT.
      *  WHEN EVERY STEP OF A STREAM HAS RUN, THAT
      *  STREAM'S CHECKPOINT ENTRIES ARE CLEARED, SO AN
      *  INTERRUPTED NIGHTLY CYCLE IS ALWAYS FINISHED ON
      *  THE NEXT RUN BEFORE A NEW CYCLE STARTS.  A
      *  TERM-END CHECKPOINT IS ONLY HONOURED FOR THE SAME
      *  CLOSING AND CUTOFF TERMS; A RERUN WITH DIFFERENT
      *  TERMS IS REFUSED WHILE ONE IS OUTSTANDING.
      *
      *  COMMAND LINE PARAMETERS:
      *    POSITION 1 - STREAM: NIGHTLY (THE DEFAULT WHEN
      *                 BLANK) OR TERMEND
      *    POSITION 2 - CLOSING TERM (TERMEND, REQUIRED)
      *    POSITION 3 - CUTOFF TERM FOR THE ARCHIVE AND
      *                 PURGE (TERMEND, REQUIRED)
      *
      *  STEP RETURN CODES:
      *    THE HIGHEST RETURN CODE OF ANY STEP, INCLUDING
      *    STEPS COMPLETED IN AN EARLIER RUN
      *    8 - BAD PARAMETERS OR A CHECKPOINT FOR OTHER
      *        TERMS - NO STEP RUN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'E:\COBOL\STRMCKP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT STRMLOG
               ASSIGN TO 'E:\COBOL\STRMLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHECKPOINT-REC
           RECORD CONTAINS 44 CHARACTERS.

       01  CHECKPOINT-REC.
           05  CKPT-STREAM          PIC X(8).
           05  CKPT-STEP            PIC X(8).
           05  CKPT-RC              PIC 9(4).
           05  CKPT-CLOSE-TERM      PIC X(5).
           05  CKPT-CUTOFF-TERM     PIC X(5).
           05  CKPT-DATE            PIC 9(8).
           05  CKPT-TIME            PIC X(6).

       FD  STRMLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  WS-MAX-RC         PIC 9(4)    VALUE 0.
           05  WS-STOPPED        PIC X       VALUE 'N'.
           05  WS-FAIL-STEP      PIC X(8)    VALUE SPACES.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-STREAM         PIC X(8)    VALUE 'NIGHTLY'.
           05  WS-STEP-PARMS     PIC X(80)   VALUE SPACES.
           05  WS-STEP-DONE      PIC X       VALUE 'N'.
           05  WS-CKPT-STATUS    PIC XX      VALUE '00'.
           05  WS-TERMS-DIFFER   PIC X       VALUE 'N'.
           05  MORE-CKPT         PIC XXX     VALUE 'NO'.
           05  WS-DONE-COUNT     PIC 99      VALUE 0.

       01  RUN-PARMS.
           05  PARM-STREAM       PIC X(8)    VALUE SPACES.
           05  PARM-CLOSE-TERM   PIC X(5)    VALUE SPACES.
           05  PARM-CUTOFF-TERM  PIC X(5)    VALUE SPACES.

      *  THE CHECKPOINT AS IT STOOD WHEN THIS RUN STARTED,
      *  BOTH STREAMS.
       01  CKPT-TABLE.
           05  CKPT-ENTRY OCCURS 40 TIMES INDEXED BY KX.
               10  TB-CK-STREAM      PIC X(8).
               10  TB-CK-STEP        PIC X(8).
               10  TB-CK-RC          PIC 9(4).
               10  TB-CK-CLOSE-TERM  PIC X(5).
               10  TB-CK-CUTOFF-TERM PIC X(5).
               10  TB-CK-DATE        PIC 9(8).
               10  TB-CK-TIME        PIC X(6).
       01  CKPT-COUNT            PIC 99      VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  ST-TITLE          PIC X(34)
                               VALUE 'NIGHTLY JOB STREAM LOG'.
           05  FILLER            PIC X(47)   VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.

           IF WS-STREAM = 'TERMEND'
               PERFORM 6000-TERM-END-STREAM
           ELSE
               PERFORM 1900-NIGHTLY-STREAM
           END-IF.

           PERFORM 5000-END-OF-STREAM.
           IF WS-STREAM = 'NIGHTLY'
               PERFORM 5500-RUN-REPORT-ARCHIVE
           END-IF.
           MOVE WS-MAX-RC TO RETURN-CODE.
           GOBACK.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-STREAM PARM-CLOSE-TERM
                       PARM-CUTOFF-TERM
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-STREAM)
                   TO PARM-STREAM
               MOVE FUNCTION UPPER-CASE(PARM-CLOSE-TERM)
                   TO PARM-CLOSE-TERM
               MOVE FUNCTION UPPER-CASE(PARM-CUTOFF-TERM)
                   TO PARM-CUTOFF-TERM
           END-IF.

           EVALUATE PARM-STREAM
               WHEN SPACES
               WHEN 'NIGHTLY'
                   MOVE 'NIGHTLY' TO WS-STREAM
               WHEN 'TERMEND'
                   MOVE 'TERMEND' TO WS-STREAM
                   IF PARM-CLOSE-TERM = SPACES OR
                           PARM-CUTOFF-TERM = SPACES
                       DISPLAY 'COBJS00: TERMEND NEEDS THE CLOSING '
                           'TERM AND THE CUTOFF TERM - STREAM NOT RUN'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'COBJS00: STREAM MUST BE NIGHTLY OR '
                       'TERMEND - STREAM NOT RUN'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1000-INIT.
           OPEN OUTPUT STRMLOG.

           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           IF WS-STREAM = 'TERMEND'
               MOVE 'TERM-END JOB STREAM LOG' TO ST-TITLE
           END-IF.
           WRITE STRMLINE FROM STRM-TITLE
               AFTER ADVANCING PAGE.

           IF WS-STREAM = 'TERMEND'
               MOVE SPACES TO SE-TEXT
               STRING 'CLOSING TERM: '     DELIMITED BY SIZE
                      PARM-CLOSE-TERM      DELIMITED BY SIZE
                      '    CUTOFF TERM: '  DELIMITED BY SIZE
                      PARM-CUTOFF-TERM     DELIMITED BY SIZE
                   INTO SE-TEXT
               END-STRING
               WRITE STRMLINE FROM STRM-END-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 1100-LOAD-CHECKPOINT.

      *  THE WHOLE CHECKPOINT IS HELD IN THE TABLE SO THE
      *  OTHER STREAM'S ENTRIES CAN BE WRITTEN BACK WHEN
      *  THIS STREAM'S ENTRIES ARE CLEARED.
       1100-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00' OR WS-CKPT-STATUS = '05'
               PERFORM 9000-READ-CHECKPOINT
               PERFORM UNTIL MORE-CKPT = 'YES'
                   IF CKPT-COUNT < 40
                       ADD 1 TO CKPT-COUNT
                       MOVE CHECKPOINT-REC
                           TO CKPT-ENTRY (CKPT-COUNT)
                   END-IF
                   PERFORM 9000-READ-CHECKPOINT
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CKPT-COUNT
               IF TB-CK-STREAM (KX) = WS-STREAM
                   ADD 1 TO WS-DONE-COUNT
                   IF WS-STREAM = 'TERMEND' AND
                       (TB-CK-CLOSE-TERM (KX) NOT = PARM-CLOSE-TERM
                     OR TB-CK-CUTOFF-TERM (KX) NOT = PARM-CUTOFF-TERM)
                       MOVE 'Y' TO WS-TERMS-DIFFER
                       MOVE TB-CK-CLOSE-TERM (KX) TO PARM-CLOSE-TERM
                       MOVE TB-CK-CUTOFF-TERM (KX)
                           TO PARM-CUTOFF-TERM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TERMS-DIFFER = 'Y'
               PERFORM 1200-ABORT-CHECKPOINT-TERMS
           END-IF.

           IF WS-DONE-COUNT > 0
               MOVE SPACES TO SE-TEXT
               STRING 'RESUMING FROM CHECKPOINT - '
                                           DELIMITED BY SIZE
                      WS-DONE-COUNT        DELIMITED BY SIZE
                      ' STEP(S) ALREADY COMPLETED'
                                           DELIMITED BY SIZE
                   INTO SE-TEXT
               END-STRING
               WRITE STRMLINE FROM STRM-END-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'COBJS00: ' SE-TEXT
           END-IF.

      *  AN UNFINISHED TERM-END STREAM FOR OTHER TERMS
      *  MUST BE FINISHED FIRST - STARTING A DIFFERENT
      *  TERM ON TOP OF IT WOULD SKIP STEPS THAT NEVER
      *  RAN FOR THE NEW TERMS.
       1200-ABORT-CHECKPOINT-TERMS.
           MOVE SPACES TO SE-TEXT.
           STRING 'CHECKPOINT HOLDS AN UNFINISHED TERM-END RUN FOR '
                                           DELIMITED BY SIZE
                  PARM-CLOSE-TERM          DELIMITED BY SIZE
                  ' / '                    DELIMITED BY SIZE
                  PARM-CUTOFF-TERM         DELIMITED BY SIZE
                  ' - NOT RUN'             DELIMITED BY SIZE
               INTO SE-TEXT
           END-STRING.
           WRITE STRMLINE FROM STRM-END-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBJS00: ' SE-TEXT.
           CLOSE STRMLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       1900-NIGHTLY-STREAM.
           PERFORM 2000-RUN-EDIT.
           IF WS-STOPPED = 'N'
               PERFORM 2500-RUN-TRAN-EDIT
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 3000-RUN-MAINTENANCE
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 3500-RUN-AUDIT
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 4000-RUN-ROSTER
           END-IF.

       2000-RUN-EDIT.
           MOVE 'COBED00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBED00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       2500-RUN-TRAN-EDIT.
           MOVE 'COBTE00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBTE00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       3000-RUN-MAINTENANCE.
           MOVE 'COBMT00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBMT00'
               PERFORM 8000-STEP-RESULT
           END-IF.

      *  THE AUDIT RUNS AFTER MAINTENANCE SO A CORRUPTED
      *  CROSS-FILE RELATIONSHIP STOPS THE STREAM BEFORE
      *  THE REPORTS AND THE SIS EXTRACT PROPAGATE IT.
       3500-RUN-AUDIT.
           MOVE 'COBAU00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBAU00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       4000-RUN-ROSTER.
           MOVE 'COBRL00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBRL00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       5000-END-OF-STREAM.
           MOVE SPACES TO SE-TEXT.
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBJS00: ' SE-TEXT.

           IF WS-STOPPED = 'Y'
               MOVE SPACES TO SE-TEXT
               STRING 'CHECKPOINT KEPT - A RERUN RESUMES AT '
                                           DELIMITED BY SIZE
                      WS-FAIL-STEP         DELIMITED BY SIZE
                   INTO SE-TEXT
               END-STRING
               WRITE STRMLINE FROM STRM-END-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'COBJS00: ' SE-TEXT
           ELSE
               PERFORM 7300-CLEAR-CHECKPOINT
           END-IF.

           CLOSE STRMLOG.

      *  THE REPORT ARCHIVE RUNS LAST, AFTER STRMLOG.PRT
           END-IF.
           DISPLAY 'COBJS00: STEP COBRA00  ENDED RC=' WS-STEP-RC.

      *  THE TERM-END STREAM.  GRADES ARE POSTED AND THE
      *  GPA RECALCULATED FOR THE CLOSING TERM BEFORE ANY
      *  REPORT READS THEM; THE ARCHIVE AND PURGE RUNS
      *  AFTER THE TRANSCRIPTS AND GRADE DISTRIBUTION SO
      *  THEY STILL SEE THE PURGED TERMS; THE STANDING
      *  REPORT RUNS BEFORE THE LETTERS BECAUSE COBLT00
      *  BALANCES AGAINST THE CONTROL FILE IT WRITES.
       6000-TERM-END-STREAM.
           PERFORM 6100-RUN-GRADE-POSTING.
           IF WS-STOPPED = 'N'
               PERFORM 6200-RUN-GPA
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6300-RUN-GPA-TREND
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6400-RUN-TRANSCRIPTS
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6500-RUN-GRADE-DIST
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6600-RUN-ARCHIVE
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6700-RUN-STANDING
           END-IF.
           IF WS-STOPPED = 'N'
               PERFORM 6800-RUN-LETTERS
           END-IF.

       6100-RUN-GRADE-POSTING.
           MOVE 'COBCM00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBCM00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6200-RUN-GPA.
           MOVE 'COBGP00' TO SL-STEP.
           MOVE PARM-CLOSE-TERM TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBGP00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6300-RUN-GPA-TREND.
           MOVE 'COBGT00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBGT00'
               PERFORM 8000-STEP-RESULT
           END-IF.

      *  THE TRANSCRIPT RUN NEEDS A REQUESTER AND PURPOSE
      *  FOR THE ACCESS LOG AHEAD OF ITS OWN MODE.
       6400-RUN-TRANSCRIPTS.
           MOVE 'COBTR00' TO SL-STEP.
           MOVE 'TERMEND SYST A' TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBTR00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6500-RUN-GRADE-DIST.
           MOVE 'COBGD00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBGD00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6600-RUN-ARCHIVE.
           MOVE 'COBAR00' TO SL-STEP.
           MOVE PARM-CUTOFF-TERM TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBAR00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6700-RUN-STANDING.
           MOVE 'COBRL00' TO SL-STEP.
           MOVE 'S' TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBRL00'
               PERFORM 8000-STEP-RESULT
           END-IF.

       6800-RUN-LETTERS.
           MOVE 'COBLT00' TO SL-STEP.
           MOVE SPACES TO WS-STEP-PARMS.
           PERFORM 7000-CHECK-STEP.
           IF WS-STEP-DONE = 'N'
               CALL 'COBLT00'
               PERFORM 8000-STEP-RESULT
           END-IF.

      *  A STEP ALREADY ON THE CHECKPOINT FOR THIS STREAM
      *  IS LOGGED AS SKIPPED WITH THE RETURN CODE IT
      *  ENDED WITH.  OTHERWISE THE STEP'S PARAMETERS
      *  BECOME THE COMMAND LINE IT WILL ACCEPT.
       7000-CHECK-STEP.
           MOVE 'N' TO WS-STEP-DONE.
           PERFORM VARYING KX FROM 1 BY 1
               UNTIL KX > CKPT-COUNT OR WS-STEP-DONE = 'Y'
               IF TB-CK-STREAM (KX) = WS-STREAM AND
                       TB-CK-STEP (KX) = SL-STEP
                   MOVE 'Y' TO WS-STEP-DONE
                   MOVE TB-CK-RC (KX) TO WS-STEP-RC
               END-IF
           END-PERFORM.

           IF WS-STEP-DONE = 'Y'
               PERFORM 7100-LOG-SKIPPED-STEP
           ELSE
               DISPLAY WS-STEP-PARMS UPON COMMAND-LINE
           END-IF.

       7100-LOG-SKIPPED-STEP.
           MOVE WS-STEP-RC TO SL-RC.
           MOVE 'COMPLETED IN AN EARLIER RUN - SKIPPED'
               TO SL-STATUS.
           IF WS-STEP-RC > WS-MAX-RC
               MOVE WS-STEP-RC TO WS-MAX-RC
           END-IF.

           WRITE STRMLINE FROM STRM-STEP-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBJS00: STEP ' SL-STEP ' RC=' SL-RC
               ' ' SL-STATUS.

      *  WRITTEN AND CLOSED AS EACH STEP ENDS, SO THE
      *  ENTRY SURVIVES EVEN IF A LATER STEP ABENDS THE
      *  WHOLE RUN.  A CHECKPOINT THAT CANNOT BE WRITTEN
      *  DOES NOT STOP THE STREAM - IT ONLY MEANS A RERUN
      *  WOULD REPEAT THE STEP - BUT THE OPERATOR IS TOLD.
       7200-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE WS-STREAM TO CKPT-STREAM.
           MOVE SL-STEP TO CKPT-STEP.
           MOVE WS-STEP-RC TO CKPT-RC.
           IF WS-STREAM = 'TERMEND'
               MOVE PARM-CLOSE-TERM TO CKPT-CLOSE-TERM
               MOVE PARM-CUTOFF-TERM TO CKPT-CUTOFF-TERM
           ELSE
               MOVE SPACES TO CKPT-CLOSE-TERM
               MOVE SPACES TO CKPT-CUTOFF-TERM
           END-IF.
           MOVE I-DATE TO CKPT-DATE.
           MOVE I-TIME (1:6) TO CKPT-TIME.

           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00' AND
                   WS-CKPT-STATUS NOT = '05'
               DISPLAY 'COBJS00: CHECKPOINT OPEN FAILED - STATUS '
                   WS-CKPT-STATUS ' - STEP ' SL-STEP
                   ' NOT RECORDED'
           ELSE
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
           END-IF.

      *  THE STREAM RAN TO THE END - ITS ENTRIES ARE
      *  DROPPED AND ONLY THE OTHER STREAM'S ARE KEPT.
       7300-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CKPT-COUNT
               IF TB-CK-STREAM (KX) NOT = WS-STREAM
                   MOVE CKPT-ENTRY (KX) TO CHECKPOINT-REC
                   WRITE CHECKPOINT-REC
               END-IF
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

      *  EVERY STEP SETS ITS OWN RETURN CODE AND THE
      *  DRIVER RESETS THE REGISTER SO ONE STEP'S CODE
      *  NEVER BLEEDS INTO THE NEXT.  ANY CODE ABOVE 4
      *  STOPS THE STREAM; ANY OTHER CODE IS RECORDED ON
      *  THE CHECKPOINT.
       8000-STEP-RESULT.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC > 4
               MOVE 'Y' TO WS-STOPPED
               MOVE SL-STEP TO WS-FAIL-STEP
           ELSE
               PERFORM 7200-WRITE-CHECKPOINT
           END-IF.

           WRITE STRMLINE FROM STRM-STEP-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBJS00: STEP ' SL-STEP ' ENDED RC=' SL-RC
               ' ' SL-STATUS.

       9000-READ-CHECKPOINT.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'YES' TO MORE-CKPT
           END-READ.
