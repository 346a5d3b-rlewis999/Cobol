      *  EVERY APPLIED CHANGE WRITES ITS BEFORE AND
      *  AFTER RECORD IMAGES TO THE PERMANENT CHANGE
      *  AUDIT TRAIL CHGAUDIT.DAT.
      *  SEAT LIMITS COME FROM THE COURSE SECTION FILE
      *  CRSSECT.DAT (MAINTAINED BY COBSE00).  THE SEATS
      *  TAKEN IN EACH SECTION ARE COUNTED FROM CRSGRD.DAT
      *  AT THE START OF THE RUN, AND AN 'A' THAT WOULD
      *  TAKE A SECTION OVER ITS LIMIT GOES ONTO THE
      *  WAITLIST CRSWAIT.DAT WITH THE DATE AND TIME IT
      *  ARRIVED INSTEAD OF ONTO CRSGRD.DAT.  A 'D' THAT
      *  FREES A SEAT PROMOTES THE OLDEST WAITLISTED
      *  STUDENT FOR THAT COURSE AND TERM INTO IT, AND A
      *  'D' FOR A STUDENT WHO IS ONLY WAITLISTED TAKES
      *  THEM OFF THE WAITLIST.  AT THE END OF THE RUN ANY
      *  SEAT STILL OPEN (A RAISED LIMIT, OR A SECTION
      *  TAKEN OFF THE SECTION FILE) IS FILLED FROM THE
      *  WAITLIST THE SAME WAY.  EVERY PROMOTION IS LOGGED
      *  TO CRSLOG.PRT AND WRITES THE WAITLIST ENTRY AND
      *  THE NEW ENROLLMENT TO CHGAUDIT.DAT AS ITS BEFORE
      *  AND AFTER IMAGES.
      *  THE END-OF-TERM GPA DERIVATION JOB (COBGP00)
      *  READS THE FILE THIS PROGRAM MAINTAINS.
      ************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SECTION-FILE
               ASSIGN TO 'E:\COBOL\CRSSECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WAIT-FILE
               ASSIGN TO 'E:\COBOL\CRSWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-WAIT-FILE
               ASSIGN TO 'E:\COBOL\CRSWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY CHGAUD.

       FD  SECTION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-REC
           RECORD CONTAINS 14 CHARACTERS.

           COPY CRSSECT.

       FD  WAIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 36 CHARACTERS.

           COPY CRSWAIT.

       FD  NEW-WAIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-WL-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  NEW-WL-REC               PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  WS-CAT-ACTIVE     PIC X       VALUE 'N'.
           05  WS-CAT-CREDITS    PIC 99      VALUE 0.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.
           05  MORE-SECTS        PIC XXX     VALUE 'NO'.
           05  MORE-WAIT         PIC XXX     VALUE 'NO'.
           05  MORE-SCAN         PIC XXX     VALUE 'NO'.
           05  WS-SECT-FOUND     PIC X       VALUE 'N'.
           05  WS-SECT-IDX       PIC 999     VALUE 0.
           05  WS-WAIT-IDX       PIC 999     VALUE 0.
           05  WS-FIND-COURSE    PIC X(6)    VALUE SPACES.
           05  WS-FIND-TERM      PIC X(5)    VALUE SPACES.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 9(5)    VALUE 0.
           05  C-DELCTR          PIC 9(5)    VALUE 0.
           05  C-REJCTR          PIC 9(5)    VALUE 0.
           05  C-NFCTR           PIC 9(5)    VALUE 0.
           05  C-WAITCTR         PIC 9(5)    VALUE 0.
           05  C-PROMCTR         PIC 9(5)    VALUE 0.
           05  C-UNWAITCTR       PIC 9(5)    VALUE 0.
           05  C-WLDROPCTR       PIC 9(5)    VALUE 0.

      *  SEAT LIMIT AND SEATS TAKEN PER SECTION.
       01  SECT-TABLE.
           05  SECT-ENTRY OCCURS 500 TIMES INDEXED BY SNX.
               10  TB-SN-KEY.
                   15  TB-SN-COURSE  PIC X(6).
                   15  TB-SN-TERM    PIC X(5).
               10  TB-SN-CAPACITY    PIC 9(3).
               10  TB-SN-TAKEN       PIC 9(4).
       01  SECT-COUNT            PIC 999     VALUE 0.

      *  THE WAITLIST IN ARRIVAL ORDER, OLDEST FIRST.  AN
      *  ENTRY THAT LEAVES THE LIST CLOSES THE GAP BEHIND
      *  IT SO THE ORDER IS NEVER DISTURBED.
       01  WAIT-TABLE.
           05  WAIT-ENTRY OCCURS 500 TIMES INDEXED BY WLX.
               10  TB-WL-ENROLL.
                   15  TB-WL-KEY.
                       20  TB-WL-ID      PIC X(7).
                       20  TB-WL-COURSE  PIC X(6).
                       20  TB-WL-TERM    PIC X(5).
                   15  TB-WL-CREDITS     PIC 99.
                   15  TB-WL-GRADE       PIC XX.
               10  TB-WL-ARR-DATE        PIC 9(8).
               10  TB-WL-ARR-TIME        PIC X(6).
       01  WAIT-COUNT            PIC 999     VALUE 0.

       01  ARRIVAL-STAMP.
           05  AR-DATE           PIC 9(8).
           05  AR-TIME           PIC X(6).
           05  FILLER            PIC X(7).

       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAX.
           05  O-NFCTR           PIC ZZZZ9.
           05  FILLER            PIC X(31)   VALUE SPACES.

       01  LOG-WAIT-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'WAITLISTED:'.
           05  O-WAITCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'PROMOTED:'.
           05  O-PROMCTR         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(23)
                                 VALUE 'REMOVED FROM WAITLIST:'.
           05  O-UNWAITCTR       PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(16)   VALUE 'STILL WAITING:'.
           05  O-WAITING         PIC ZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'DROPPED:'.
           05  O-WLDROPCTR       PIC ZZZZ9.
           05  FILLER            PIC X(7)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-TRANS
               UNTIL MORE-TRANS = 'YES'.
           PERFORM 3700-FILL-OPEN-SEATS.
           PERFORM 3800-WRITE-WAITLIST.
           PERFORM 4000-CLOSING.
      *  GOBACK RATHER THAN STOP RUN - THIS PROGRAM ALSO
      *  RUNS AS A CALLED STEP OF THE TERM-END STREAM
      *  (COBJS00), WHERE STOP RUN WOULD END THE STREAM.
           GOBACK.

       1000-INIT.
           OPEN I-O COURSE-FILE.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1150-LOAD-SECTIONS.
           PERFORM 1170-COUNT-SEATS.
           PERFORM 1180-LOAD-WAITLIST.

      *  THE SELECT IS OPTIONAL, SO OPEN EXTEND CREATES
      *  THE AUDIT TRAIL ON ITS FIRST USE (STATUS '05').
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1150-LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE.
           PERFORM 9030-READ-SECTION.
           PERFORM UNTIL MORE-SECTS = 'YES'
               IF SECT-COUNT < 500
                   ADD 1 TO SECT-COUNT
                   MOVE SN-KEY TO TB-SN-KEY (SECT-COUNT)
                   MOVE SN-CAPACITY TO TB-SN-CAPACITY (SECT-COUNT)
                   MOVE 0 TO TB-SN-TAKEN (SECT-COUNT)
               END-IF
               PERFORM 9030-READ-SECTION
           END-PERFORM.
           CLOSE SECTION-FILE.

      *  THE SEATS TAKEN ARE COUNTED FROM THE ENROLLMENTS
      *  THEMSELVES, NOT CARRIED ON THE SECTION FILE, SO
      *  THE COUNT CAN NEVER DRIFT FROM CRSGRD.DAT.  WITH
      *  NO SECTIONS ON FILE THERE IS NOTHING TO COUNT.
       1170-COUNT-SEATS.
           IF SECT-COUNT > 0
               PERFORM 9040-READ-NEXT-COURSE
               PERFORM UNTIL MORE-SCAN = 'YES'
                   MOVE CG-COURSE TO WS-FIND-COURSE
                   MOVE CG-TERM TO WS-FIND-TERM
                   PERFORM 8400-FIND-SECTION
                   IF WS-SECT-FOUND = 'Y'
                       ADD 1 TO TB-SN-TAKEN (WS-SECT-IDX)
                   END-IF
                   PERFORM 9040-READ-NEXT-COURSE
               END-PERFORM
           END-IF.

       1180-LOAD-WAITLIST.
           OPEN INPUT WAIT-FILE.
           PERFORM 9050-READ-WAIT.
           PERFORM UNTIL MORE-WAIT = 'YES'
               IF WAIT-COUNT < 500
                   ADD 1 TO WAIT-COUNT
                   MOVE WL-ENROLL TO TB-WL-ENROLL (WAIT-COUNT)
                   MOVE WL-ARR-DATE TO TB-WL-ARR-DATE (WAIT-COUNT)
                   MOVE WL-ARR-TIME TO TB-WL-ARR-TIME (WAIT-COUNT)
               END-IF
               PERFORM 9050-READ-WAIT
           END-PERFORM.
           CLOSE WAIT-FILE.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBCM00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
           CLOSE TRANS-FILE.
           CLOSE CRSLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-APPLY-TRANS.
           PERFORM 2100-EDIT-TRAN.

      *  SPACES IS A VALID GRADE - AN ENROLLMENT THAT HAS
      *  NOT BEEN GRADED YET.  COBGP00 LEAVES IT OUT OF
      *  THE GPA DERIVATION.  BESIDES THE LETTER GRADES,
      *  P AND NP (PASS / NO PASS) EARN CREDIT OR NOT
      *  WITHOUT TOUCHING THE GPA, AND W (WITHDRAWN) AND
      *  I (INCOMPLETE) CARRY NO CREDIT AND NO GPA EFFECT.
       2200-CHECK-GRADE.
           EVALUATE CT-GRADE
               WHEN 'A+'
               WHEN 'D '
               WHEN 'D-'
               WHEN 'F '
               WHEN 'P '
               WHEN 'NP'
               WHEN 'W '
               WHEN 'I '
               WHEN '  '
                   CONTINUE
               WHEN OTHER
           MOVE CT-TERM TO LG-TERM.
           PERFORM 9200-WRITE-LOG.

      *  A SECTION WITH EVERY SEAT TAKEN SENDS THE ADD TO
      *  THE WAITLIST.  A COURSE AND TERM WITH NO SECTION
      *  ON FILE HAS NO LIMIT.
       3100-APPLY-ADD.
           MOVE CT-COURSE TO WS-FIND-COURSE.
           MOVE CT-TERM TO WS-FIND-TERM.
           PERFORM 8400-FIND-SECTION.
           IF WS-SECT-FOUND = 'Y'
               IF TB-SN-TAKEN (WS-SECT-IDX) NOT <
                       TB-SN-CAPACITY (WS-SECT-IDX)
                   PERFORM 3150-ADD-TO-WAITLIST
               ELSE
                   PERFORM 3110-WRITE-ENROLLMENT
               END-IF
           ELSE
               PERFORM 3110-WRITE-ENROLLMENT
           END-IF.

       3110-WRITE-ENROLLMENT.
           MOVE CT-KEY TO CG-KEY.
           MOVE CT-CREDITS TO CG-CREDITS.
           MOVE CT-GRADE TO CG-GRADE.
                   PERFORM 9210-LOG-TRAN-KEY
               NOT INVALID KEY
                   ADD 1 TO C-ADDCTR
                   IF WS-SECT-FOUND = 'Y'
                       ADD 1 TO TB-SN-TAKEN (WS-SECT-IDX)
                   END-IF
                   MOVE 'ADDED' TO LG-ACTION
                   PERFORM 9210-LOG-TRAN-KEY
           END-WRITE.

      *  A STUDENT ALREADY ENROLLED, OR ALREADY WAITING,
      *  IS NOT PUT ON THE WAITLIST A SECOND TIME.  THE
      *  ENTRY IS STAMPED WITH THE DATE AND TIME IT
      *  ARRIVED AND GOES ON THE END OF THE LIST.
       3150-ADD-TO-WAITLIST.
           PERFORM 8000-READ-BY-KEY.
           IF WS-CRS-FOUND = 'Y'
               ADD 1 TO C-REJCTR
               MOVE 'REJECTED - DUPLICATE ENROLLMENT' TO LG-ACTION
               PERFORM 9210-LOG-TRAN-KEY
           ELSE
               PERFORM 8500-FIND-WAITLIST
               EVALUATE TRUE
                   WHEN WS-WAIT-IDX > 0
                       ADD 1 TO C-REJCTR
                       MOVE 'REJECTED - ALREADY WAITLISTED'
                           TO LG-ACTION
                       PERFORM 9210-LOG-TRAN-KEY
                   WHEN WAIT-COUNT = 500
                       ADD 1 TO C-REJCTR
                       MOVE 'REJECTED - WAITLIST IS FULL'
                           TO LG-ACTION
                       PERFORM 9210-LOG-TRAN-KEY
                   WHEN OTHER
                       MOVE FUNCTION CURRENT-DATE TO ARRIVAL-STAMP
                       ADD 1 TO WAIT-COUNT
                       MOVE CT-KEY TO TB-WL-KEY (WAIT-COUNT)
                       MOVE CT-CREDITS TO TB-WL-CREDITS (WAIT-COUNT)
                       MOVE CT-GRADE TO TB-WL-GRADE (WAIT-COUNT)
                       MOVE AR-DATE TO TB-WL-ARR-DATE (WAIT-COUNT)
                       MOVE AR-TIME TO TB-WL-ARR-TIME (WAIT-COUNT)
                       ADD 1 TO C-WAITCTR
                       MOVE 'WAITLISTED - SECTION FULL'
                           TO LG-ACTION
                       PERFORM 9210-LOG-TRAN-KEY
               END-EVALUATE
           END-IF.

       3200-APPLY-CHANGE.
           PERFORM 8000-READ-BY-KEY.
           IF WS-CRS-FOUND = 'N'
           MOVE 'COBCM00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'CRSGRD' TO CA-FILE-ID.
           MOVE CG-KEY TO CA-KEY.
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

      *  A DELETED ENROLLMENT FREES A SEAT, WHICH GOES TO
      *  THE OLDEST STUDENT WAITING FOR THAT COURSE AND
      *  TERM.  A STUDENT WHO IS ONLY ON THE WAITLIST IS
      *  TAKEN OFF IT.
       3300-APPLY-DELETE.
           PERFORM 8000-READ-BY-KEY.
           IF WS-CRS-FOUND = 'N'
               PERFORM 8500-FIND-WAITLIST
               IF WS-WAIT-IDX > 0
                   PERFORM 3350-REMOVE-WAIT-ENTRY
                   ADD 1 TO C-UNWAITCTR
                   MOVE 'REMOVED FROM WAITLIST' TO LG-ACTION
                   PERFORM 9210-LOG-TRAN-KEY
               ELSE
                   PERFORM 3500-LOG-NOT-FOUND
               END-IF
           ELSE
               DELETE COURSE-FILE RECORD
               ADD 1 TO C-DELCTR
               MOVE 'DELETED' TO LG-ACTION
               PERFORM 9210-LOG-TRAN-KEY
               MOVE CT-COURSE TO WS-FIND-COURSE
               MOVE CT-TERM TO WS-FIND-TERM
               PERFORM 8400-FIND-SECTION
               IF WS-SECT-FOUND = 'Y'
                   IF TB-SN-TAKEN (WS-SECT-IDX) > 0
                       SUBTRACT 1 FROM TB-SN-TAKEN (WS-SECT-IDX)
                   END-IF
               END-IF
               PERFORM 3400-PROMOTE-WAITLIST
           END-IF.

       3350-REMOVE-WAIT-ENTRY.
           PERFORM VARYING WLX FROM WS-WAIT-IDX BY 1
               UNTIL WLX NOT < WAIT-COUNT
               MOVE WAIT-ENTRY (WLX + 1) TO WAIT-ENTRY (WLX)
           END-PERFORM.
           SUBTRACT 1 FROM WAIT-COUNT.

      *  SEATS ARE HANDED OUT OLDEST FIRST FOR THE COURSE
      *  AND TERM IN WS-FIND-COURSE / WS-FIND-TERM UNTIL
      *  THE SECTION IS FULL OR NOBODY IS LEFT WAITING.
       3400-PROMOTE-WAITLIST.
           PERFORM 8600-FIND-OLDEST-WAITING.
           PERFORM UNTIL WS-WAIT-IDX = 0
               IF WS-SECT-FOUND = 'Y'
                   IF TB-SN-TAKEN (WS-SECT-IDX) NOT <
                           TB-SN-CAPACITY (WS-SECT-IDX)
                       MOVE 0 TO WS-WAIT-IDX
                   END-IF
               END-IF
               IF WS-WAIT-IDX > 0
                   PERFORM 3450-PROMOTE-ENTRY
                   PERFORM 8600-FIND-OLDEST-WAITING
               END-IF
           END-PERFORM.

      *  THE PROMOTION IS AN ADD THE RUN MAKES ON ITS OWN,
      *  SO IT GOES TO THE AUDIT TRAIL - THE WAITLIST
      *  ENTRY AS THE BEFORE IMAGE AND THE NEW ENROLLMENT
      *  AS THE AFTER IMAGE.  A STUDENT WHO HAS BEEN
      *  ENROLLED SOME OTHER WAY SINCE THEY WERE
      *  WAITLISTED IS DROPPED FROM THE LIST.
       3450-PROMOTE-ENTRY.
           MOVE TB-WL-ENROLL (WS-WAIT-IDX) TO CG-REC.
           MOVE SPACES TO CA-BEFORE.
           MOVE WAIT-ENTRY (WS-WAIT-IDX) TO CA-BEFORE(1:36).

           WRITE CG-REC
               INVALID KEY
                   ADD 1 TO C-WLDROPCTR
                   MOVE 'WAITLIST DROPPED - ENROLLED' TO LG-ACTION
                   PERFORM 9220-LOG-ENROLL-KEY
               NOT INVALID KEY
                   ADD 1 TO C-PROMCTR
                   IF WS-SECT-FOUND = 'Y'
                       ADD 1 TO TB-SN-TAKEN (WS-SECT-IDX)
                   END-IF
                   MOVE SPACES TO CA-AFTER
                   MOVE CG-REC TO CA-AFTER(1:22)
                   PERFORM 3250-WRITE-AUDIT
                   MOVE 'PROMOTED FROM WAITLIST' TO LG-ACTION
                   PERFORM 9220-LOG-ENROLL-KEY
           END-WRITE.

           PERFORM 3350-REMOVE-WAIT-ENTRY.

       3500-LOG-NOT-FOUND.
           ADD 1 TO C-NFCTR.
           MOVE 'NOT FOUND - ENROLLMENT DOES NOT EXIST' TO LG-ACTION.
           PERFORM 9210-LOG-TRAN-KEY.

      *  A SEAT CAN STILL BE OPEN AT THE END OF THE RUN
      *  WHEN THE REGISTRAR HAS RAISED A SEAT LIMIT OR
      *  TAKEN A SECTION OFF THE SECTION FILE.  EVERY
      *  COURSE AND TERM WITH STUDENTS WAITING IS OFFERED
      *  ITS OPEN SEATS, OLDEST ENTRY FIRST.
       3700-FILL-OPEN-SEATS.
           MOVE 1 TO WS-WAIT-IDX.
           PERFORM UNTIL WS-WAIT-IDX > WAIT-COUNT
               MOVE TB-WL-COURSE (WS-WAIT-IDX) TO WS-FIND-COURSE
               MOVE TB-WL-TERM (WS-WAIT-IDX) TO WS-FIND-TERM
               PERFORM 8400-FIND-SECTION
               IF WS-SECT-FOUND = 'N'
                   PERFORM 3400-PROMOTE-WAITLIST
                   MOVE 1 TO WS-WAIT-IDX
               ELSE
                   IF TB-SN-TAKEN (WS-SECT-IDX) <
                           TB-SN-CAPACITY (WS-SECT-IDX)
                       PERFORM 3400-PROMOTE-WAITLIST
                       MOVE 1 TO WS-WAIT-IDX
                   ELSE
                       ADD 1 TO WS-WAIT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       3800-WRITE-WAITLIST.
           OPEN OUTPUT NEW-WAIT-FILE.
           PERFORM VARYING WLX FROM 1 BY 1
               UNTIL WLX > WAIT-COUNT
               MOVE WAIT-ENTRY (WLX) TO NEW-WL-REC
               WRITE NEW-WL-REC
           END-PERFORM.
           CLOSE NEW-WAIT-FILE.

       4000-CLOSING.
           MOVE C-ADDCTR TO O-ADDCTR.
           MOVE C-CHGCTR TO O-CHGCTR.
           MOVE C-NFCTR TO O-NFCTR.
           WRITE LOGLINE FROM LOG-TOTAL
               AFTER ADVANCING 2 LINES.
           MOVE C-WAITCTR TO O-WAITCTR.
           MOVE C-PROMCTR TO O-PROMCTR.
           MOVE C-UNWAITCTR TO O-UNWAITCTR.
           MOVE WAIT-COUNT TO O-WAITING.
           MOVE C-WLDROPCTR TO O-WLDROPCTR.
           WRITE LOGLINE FROM LOG-WAIT-TOTAL
               AFTER ADVANCING 1 LINE.

           CLOSE COURSE-FILE.
           CLOSE TRANS-FILE.
                   MOVE 'N' TO WS-CRS-FOUND
           END-READ.

       8400-FIND-SECTION.
           MOVE 'N' TO WS-SECT-FOUND.
           MOVE 0 TO WS-SECT-IDX.
           PERFORM VARYING SNX FROM 1 BY 1
               UNTIL SNX > SECT-COUNT OR WS-SECT-FOUND = 'Y'
               IF TB-SN-COURSE (SNX) = WS-FIND-COURSE
                       AND TB-SN-TERM (SNX) = WS-FIND-TERM
                   MOVE 'Y' TO WS-SECT-FOUND
                   SET WS-SECT-IDX TO SNX
               END-IF
           END-PERFORM.

       8500-FIND-WAITLIST.
           MOVE 0 TO WS-WAIT-IDX.
           PERFORM VARYING WLX FROM 1 BY 1
               UNTIL WLX > WAIT-COUNT OR WS-WAIT-IDX > 0
               IF TB-WL-KEY (WLX) = CT-KEY
                   SET WS-WAIT-IDX TO WLX
               END-IF
           END-PERFORM.

      *  THE TABLE IS IN ARRIVAL ORDER, SO THE FIRST
      *  ENTRY FOR THE COURSE AND TERM IS THE OLDEST.
       8600-FIND-OLDEST-WAITING.
           MOVE 0 TO WS-WAIT-IDX.
           PERFORM VARYING WLX FROM 1 BY 1
               UNTIL WLX > WAIT-COUNT OR WS-WAIT-IDX > 0
               IF TB-WL-COURSE (WLX) = WS-FIND-COURSE
                       AND TB-WL-TERM (WLX) = WS-FIND-TERM
                   SET WS-WAIT-IDX TO WLX
               END-IF
           END-PERFORM.

       8300-LOOKUP-COURSE.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 'N' TO WS-CAT-ACTIVE.
                   MOVE 'YES' TO MORE-CATS
           END-READ.

       9030-READ-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE 'YES' TO MORE-SECTS
           END-READ.

       9040-READ-NEXT-COURSE.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO MORE-SCAN
           END-READ.

       9050-READ-WAIT.
           READ WAIT-FILE
               AT END
                   MOVE 'YES' TO MORE-WAIT
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE CT-TERM TO LG-TERM.
           PERFORM 9200-WRITE-LOG.

       9220-LOG-ENROLL-KEY.
           MOVE CG-ID TO LG-ID.
           MOVE CG-COURSE TO LG-COURSE.
           MOVE CG-TERM TO LG-TERM.
           PERFORM 9200-WRITE-LOG.

      *  A CHANGE WHOSE AUDIT RECORD CANNOT BE WRITTEN
      *  MUST NOT STAND.  THE RUN STOPS HERE.
       9850-ABORT-AUDIT-WRITE.
           CLOSE AUDIT-FILE.
           CLOSE CRSLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
