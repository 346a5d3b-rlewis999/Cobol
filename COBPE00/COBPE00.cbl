       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBPE00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM EDITS THE GRADUATE PLACEMENT
      *  TRANSACTION FILE PLACTRN.DAT BEFORE IT REACHES
      *  THE PLACEMENT MAINTENANCE JOB (COBPM00).
      *  TRANSACTIONS THAT PASS EVERY FIELD EDIT ARE
      *  WRITTEN TO PLACTRC.DAT, THE CLEAN TRANSACTION
      *  FILE THE MAINTENANCE JOB READS.  TRANSACTIONS
      *  THAT FAIL ARE WRITTEN TO THE SUSPENSE FILE
      *  PLACSUS.DAT WITH A REASON CODE AND THE DATE
      *  THEY FIRST SUSPENDED.
      *
      *  RECORDS ALREADY ON THE SUSPENSE FILE ARE RECYCLED
      *  THROUGH THE SAME EDITS AHEAD OF THE NEW BATCH, SO
      *  A CORRECTED SUSPENSE RECORD FLOWS INTO THE CLEAN
      *  FILE WITHOUT BEING REKEYED AND A STILL-BAD RECORD
      *  CARRIES FORWARD WITH ITS ORIGINAL SUSPENSE DATE.
      *  AN AGING LISTING ON PLACSUS.PRT SHOWS EVERY RECORD
      *  LEFT ON SUSPENSE AND HOW LONG IT HAS SAT UNFIXED.
      *
      *  THE STUDENT ON AN ADD OR CHANGE MUST BE ON THE
      *  STUDENT MASTER OR, FOR A GRADUATE WHO HAS SINCE
      *  BEEN DELETED, ON THE HISTORY FILE STDNTHST.DAT.
      *  GRADUATE SCHOOL AND SEEKING OUTCOMES CARRY NO
      *  SALARY.  AN OUTCOME MAY BE LOADED BEFORE IT IS
      *  CONFIRMED (CONFIRMED DATE LEFT BLANK) AND
      *  CONFIRMED LATER WITH A CHANGE.
      *
      *  STEP RETURN CODES:
      *    0 - EVERY TRANSACTION PASSED EDIT AND NOTHING
      *        IS LEFT ON SUSPENSE
      *    4 - TRANSACTIONS SUSPENDED THIS RUN OR CARRIED
      *        FORWARD UNFIXED (WARNING)
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\PLACTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OLD-SUSPENSE
               ASSIGN TO 'E:\COBOL\PLACSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEAN-TRANS
               ASSIGN TO 'E:\COBOL\PLACTRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-SUSPENSE
               ASSIGN TO 'E:\COBOL\PLACSWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMOTED-SUSPENSE
               ASSIGN TO 'E:\COBOL\PLACSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGELIST
               ASSIGN TO 'E:\COBOL\PLACSUS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY PLACTRN.

       FD  OLD-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PX-REC
           RECORD CONTAINS 92 CHARACTERS.

           COPY PLACSUS.

       FD  CLEAN-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLEAN-TRAN
           RECORD CONTAINS 82 CHARACTERS.

       01  CLEAN-TRAN               PIC X(82).

       FD  NEW-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-SUS-REC
           RECORD CONTAINS 92 CHARACTERS.

       01  NEW-SUS-REC.
           05 NS-DATE-ADDED      PIC 9(8).
           05 NS-REASON          PIC XX.
           05 NS-TRAN            PIC X(82).

       FD  PROMOTED-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMOTED-SUS-REC
           RECORD CONTAINS 92 CHARACTERS.

       01  PROMOTED-SUS-REC         PIC X(92).

       FD  AGELIST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGELINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  AGELINE                  PIC X(132).

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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  MORE-SUS          PIC XXX     VALUE 'NO'.
           05  MORE-NEW-SUS      PIC XXX     VALUE 'NO'.
           05  MORE-HIST         PIC XXX     VALUE 'NO'.
           05  WS-VALID-TRAN     PIC XXX     VALUE 'YES'.
           05  WS-REASON         PIC XX      VALUE SPACES.
           05  WS-SUS-DATE       PIC 9(8)    VALUE ZERO.
           05  WS-TRAN-DATE      PIC 9(8)    VALUE ZERO.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-HIST-FOUND     PIC X       VALUE 'N'.

       01  COUNT-AREA.
           05  C-TCTR            PIC 9(5)    VALUE 0.
           05  C-GCTR            PIC 9(5)    VALUE 0.
           05  C-SCTR            PIC 9(5)    VALUE 0.
           05  C-RCYCTR          PIC 9(5)    VALUE 0.
           05  C-CARRYCTR        PIC 9(5)    VALUE 0.

       01  AGE-WORK.
           05  WS-TODAY-INT      PIC 9(7)    VALUE 0.
           05  WS-SUS-INT        PIC 9(7)    VALUE 0.
           05  WS-DAYS-OLD       PIC 9(5)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).
       01  WS-TODAY REDEFINES CURRENT-DATE-AND-TIME.
           05  WS-TODAY-YMD      PIC 9(8).
           05  FILLER            PIC X(11).

           COPY PLACTRN REPLACING LEADING ==PT-== BY ==E-==.

       01  AGE-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(33)   VALUE SPACES.
           05  FILLER            PIC X(36)
                           VALUE 'PLACEMENT SUSPENSE AGING LISTING'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  AGE-COL.
           05  FILLER            PIC X(5)    VALUE '   ID'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TYPE'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(20)   VALUE 'EMPLOYER'.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'SALARY'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'REASON'.
           05  FILLER            PIC X(28)   VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'SUSPENDED'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'DAYS OLD'.
           05  FILLER            PIC X(20)   VALUE SPACES.

       01  AGE-DETAIL.
           05  AG-ID             PIC X(7).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AG-ACTION         PIC X.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  AG-TYPE           PIC XX.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AG-EMPLOYER       PIC X(20).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AG-SALARY         PIC X(10).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  AG-REASON         PIC X(30).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AG-SUS-MM         PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  AG-SUS-DD         PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  AG-SUS-YY         PIC 9(4).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  AG-DAYS           PIC ZZZZ9.
           05  FILLER            PIC X(22)   VALUE SPACES.

       01  AGE-SALARY.
           05  AG-SALARY-NUM     PIC ZZZ,ZZ9.99.

       01  AGE-SUS-DATE.
           05  AG-W-YY           PIC 9(4).
           05  AG-W-MM           PIC 99.
           05  AG-W-DD           PIC 99.

       01  AGE-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'READ:'.
           05  O-TCTR            PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'RECYCLED:'.
           05  O-RCYCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'PASSED:'.
           05  O-GCTR            PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'SUSPENDED:'.
           05  O-SCTR            PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(20)
                               VALUE 'CARRIED ON SUSPENSE:'.
           05  O-CARRYCTR        PIC ZZZZ9.
           05  FILLER            PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-RECYCLE-SUSPENSE
               UNTIL MORE-SUS = 'YES'.
           PERFORM 3000-EDIT-NEW-TRANS
               UNTIL MORE-TRANS = 'YES'.
           PERFORM 4000-CLOSING.
           PERFORM 5000-PROMOTE-SUSPENSE.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT OLD-SUSPENSE.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT CLEAN-TRANS.
           OPEN OUTPUT NEW-SUSPENSE.
           OPEN OUTPUT AGELIST.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).

           PERFORM 9100-HEADINGS.
           PERFORM 9000-READ-SUS.
           PERFORM 9010-READ-TRANS.

       2000-RECYCLE-SUSPENSE.
           ADD 1 TO C-RCYCTR.
           MOVE PX-TRAN TO E-REC.
           MOVE PX-DATE-ADDED TO WS-SUS-DATE.
           PERFORM 2100-EDIT-TRAN.

           IF WS-VALID-TRAN = 'YES'
               ADD 1 TO C-GCTR
               WRITE CLEAN-TRAN FROM E-REC
           ELSE
               ADD 1 TO C-CARRYCTR
               PERFORM 8000-WRITE-SUSPENSE
           END-IF.

           PERFORM 9000-READ-SUS.

       2100-EDIT-TRAN.
           MOVE 'YES' TO WS-VALID-TRAN.
           MOVE SPACES TO WS-REASON.

           PERFORM 2110-CHECK-ACTION.
           PERFORM 2120-CHECK-ID.
           PERFORM 2130-CHECK-TYPE.
           PERFORM 2140-CHECK-SOURCE.
           PERFORM 2150-CHECK-EMPLOYER.
           PERFORM 2160-CHECK-SALARY.
           PERFORM 2170-CHECK-DATE.

       2110-CHECK-ACTION.
           IF E-ACTION NOT = 'A' AND E-ACTION NOT = 'C'
                   AND E-ACTION NOT = 'D'
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '01' TO WS-REASON
               END-IF
           END-IF.

      *  A DELETE ONLY HAS TO NAME A PLACEMENT RECORD -
      *  THE MAINTENANCE JOB REPORTS ONE THAT IS NOT
      *  THERE - SO THE STUDENT IS ONLY LOOKED UP FOR AN
      *  ADD OR CHANGE.
       2120-CHECK-ID.
           IF E-ID NOT NUMERIC
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '02' TO WS-REASON
               END-IF
           ELSE
               IF E-ACTION NOT = 'D'
                   PERFORM 8300-READ-MASTER
                   IF WS-MST-FOUND = 'N'
                       PERFORM 8400-SEARCH-HISTORY
                   END-IF
                   IF WS-MST-FOUND = 'N' AND WS-HIST-FOUND = 'N'
                       MOVE 'NO' TO WS-VALID-TRAN
                       IF WS-REASON = SPACES
                           MOVE '03' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  DELETES CARRY ONLY THE ID, SO THE REPLACEMENT
      *  FIELDS ARE NOT EDITED ON A 'D' TRANSACTION.
       2130-CHECK-TYPE.
           IF E-ACTION = 'D'
               CONTINUE
           ELSE
               IF E-EMP-TYPE NOT = 'FT' AND E-EMP-TYPE NOT = 'PT'
                       AND E-EMP-TYPE NOT = 'GS'
                       AND E-EMP-TYPE NOT = 'SK'
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '04' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       2140-CHECK-SOURCE.
           IF E-ACTION = 'D'
               CONTINUE
           ELSE
               IF E-SOURCE NOT = 'S' AND E-SOURCE NOT = 'E'
                       AND E-SOURCE NOT = 'R'
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '05' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

      *  EVERY OUTCOME BUT SEEKING NAMES WHERE THE
      *  GRADUATE WENT - THE EMPLOYER, OR THE SCHOOL FOR
      *  GRADUATE SCHOOL.
       2150-CHECK-EMPLOYER.
           IF E-ACTION = 'D' OR E-EMP-TYPE = 'SK'
               CONTINUE
           ELSE
               IF E-EMPLOYER = SPACES
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '06' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

      *  A SALARY IS OPTIONAL FOR FULL-TIME AND PART-TIME
      *  (ZERO WHEN THE GRADUATE DID NOT DISCLOSE IT) AND
      *  NOT ALLOWED FOR GRADUATE SCHOOL OR SEEKING.
       2160-CHECK-SALARY.
           IF E-ACTION = 'D'
               CONTINUE
           ELSE
               IF E-SALARY NOT NUMERIC
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '07' TO WS-REASON
                   END-IF
               ELSE
                   IF E-SALARY > 0 AND
                       (E-EMP-TYPE = 'GS' OR E-EMP-TYPE = 'SK')
                       MOVE 'NO' TO WS-VALID-TRAN
                       IF WS-REASON = SPACES
                           MOVE '08' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  A BLANK OR ZERO CONFIRMED DATE MEANS THE OUTCOME
      *  IS NOT CONFIRMED YET, WHICH IS ALLOWED.
       2170-CHECK-DATE.
           IF E-ACTION = 'D' OR E-CONFIRM-DATE-X = SPACES
               CONTINUE
           ELSE
               IF E-CONFIRM-DATE NOT NUMERIC
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '09' TO WS-REASON
                   END-IF
               ELSE
                   MOVE E-CONFIRM-DATE TO WS-TRAN-DATE
                   IF WS-TRAN-DATE = 0
                       CONTINUE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRAN-DATE)
                               NOT = 0
                           MOVE 'NO' TO WS-VALID-TRAN
                           IF WS-REASON = SPACES
                               MOVE '09' TO WS-REASON
                           END-IF
                       ELSE
                           IF WS-TRAN-DATE > WS-TODAY-YMD
                               MOVE 'NO' TO WS-VALID-TRAN
                               IF WS-REASON = SPACES
                                   MOVE '10' TO WS-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-EDIT-NEW-TRANS.
           ADD 1 TO C-TCTR.
           MOVE PT-REC TO E-REC.
           MOVE WS-TODAY-YMD TO WS-SUS-DATE.
           PERFORM 2100-EDIT-TRAN.

           IF WS-VALID-TRAN = 'YES'
               ADD 1 TO C-GCTR
               WRITE CLEAN-TRAN FROM E-REC
           ELSE
               ADD 1 TO C-SCTR
               PERFORM 8000-WRITE-SUSPENSE
           END-IF.

           PERFORM 9010-READ-TRANS.

       4000-CLOSING.
           MOVE C-TCTR TO O-TCTR.
           MOVE C-RCYCTR TO O-RCYCTR.
           MOVE C-GCTR TO O-GCTR.
           MOVE C-SCTR TO O-SCTR.
           MOVE C-CARRYCTR TO O-CARRYCTR.
           WRITE AGELINE FROM AGE-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE.
           CLOSE OLD-SUSPENSE.
           CLOSE STUDENT-MASTER.
           CLOSE CLEAN-TRANS.
           CLOSE NEW-SUSPENSE.
           CLOSE AGELIST.

       5000-PROMOTE-SUSPENSE.
           OPEN INPUT NEW-SUSPENSE.
           OPEN OUTPUT PROMOTED-SUSPENSE.

           MOVE 'NO' TO MORE-NEW-SUS.
           PERFORM UNTIL MORE-NEW-SUS = 'YES'
               READ NEW-SUSPENSE
                   AT END
                       MOVE 'YES' TO MORE-NEW-SUS
                   NOT AT END
                       WRITE PROMOTED-SUS-REC FROM NEW-SUS-REC
               END-READ
           END-PERFORM.

           CLOSE NEW-SUSPENSE.
           CLOSE PROMOTED-SUSPENSE.

      *  STEP RETURN CODE:
      *    0 - EVERY TRANSACTION PASSED EDIT AND NOTHING
      *        IS LEFT ON SUSPENSE
      *    4 - TRANSACTIONS SUSPENDED THIS RUN OR CARRIED
      *        FORWARD UNFIXED (WARNING)
       6000-SET-RETURN-CODE.
           IF C-SCTR > 0 OR C-CARRYCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       8000-WRITE-SUSPENSE.
           MOVE WS-SUS-DATE TO NS-DATE-ADDED.
           MOVE WS-REASON TO NS-REASON.
           MOVE E-REC TO NS-TRAN.
           WRITE NEW-SUS-REC.
           PERFORM 8100-WRITE-AGE-LINE.

       8100-WRITE-AGE-LINE.
           MOVE E-ID TO AG-ID.
           MOVE E-ACTION TO AG-ACTION.
           MOVE E-EMP-TYPE TO AG-TYPE.
           MOVE E-EMPLOYER TO AG-EMPLOYER.
           IF E-SALARY NUMERIC
               MOVE E-SALARY TO AG-SALARY-NUM
               MOVE AGE-SALARY TO AG-SALARY
           ELSE
               MOVE E-SALARY-X TO AG-SALARY
           END-IF.
           PERFORM 8200-REASON-TEXT.

           MOVE WS-SUS-DATE TO AGE-SUS-DATE.
           MOVE AG-W-MM TO AG-SUS-MM.
           MOVE AG-W-DD TO AG-SUS-DD.
           MOVE AG-W-YY TO AG-SUS-YY.

           COMPUTE WS-SUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-SUS-DATE).
           COMPUTE WS-DAYS-OLD = WS-TODAY-INT - WS-SUS-INT.
           MOVE WS-DAYS-OLD TO AG-DAYS.

           WRITE AGELINE FROM AGE-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       8200-REASON-TEXT.
           EVALUATE WS-REASON
               WHEN '01'
                   MOVE 'INVALID ACTION CODE' TO AG-REASON
               WHEN '02'
                   MOVE 'ID NOT NUMERIC' TO AG-REASON
               WHEN '03'
                   MOVE 'NOT ON MASTER OR HISTORY' TO AG-REASON
               WHEN '04'
                   MOVE 'TYPE NOT FT, PT, GS OR SK' TO AG-REASON
               WHEN '05'
                   MOVE 'SOURCE NOT S, E OR R' TO AG-REASON
               WHEN '06'
                   MOVE 'EMPLOYER OR SCHOOL BLANK' TO AG-REASON
               WHEN '07'
                   MOVE 'SALARY NOT NUMERIC' TO AG-REASON
               WHEN '08'
                   MOVE 'NO SALARY FOR GS OR SK' TO AG-REASON
               WHEN '09'
                   MOVE 'INVALID CONFIRMED DATE' TO AG-REASON
               WHEN '10'
                   MOVE 'CONFIRMED DATE AFTER TODAY' TO AG-REASON
               WHEN OTHER
                   MOVE 'UNKNOWN REASON' TO AG-REASON
           END-EVALUATE.

       8300-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE E-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

      *  ONLY REACHED FOR A STUDENT NO LONGER ON THE
      *  MASTER, SO THE HISTORY FILE IS SCANNED RATHER
      *  THAN HELD IN A TABLE.
       8400-SEARCH-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE 'NO' TO MORE-HIST.
           OPEN INPUT HISTORY-FILE.
           PERFORM 9020-READ-HIST.
           PERFORM UNTIL MORE-HIST = 'YES' OR WS-HIST-FOUND = 'Y'
               IF H-MASTER (1:7) = E-ID
                   MOVE 'Y' TO WS-HIST-FOUND
               ELSE
                   PERFORM 9020-READ-HIST
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

       9000-READ-SUS.
           READ OLD-SUSPENSE
               AT END
                   MOVE 'YES' TO MORE-SUS
           END-READ.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9020-READ-HIST.
           READ HISTORY-FILE
               AT END
                   MOVE 'YES' TO MORE-HIST
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE AGELINE FROM AGE-TITLE
               AFTER ADVANCING PAGE.
           WRITE AGELINE FROM AGE-COL
               AFTER ADVANCING 2 LINES.
