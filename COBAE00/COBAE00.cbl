       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBAE00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM EDITS THE STUDENT ACCOUNT PAYMENT
      *  AND ADJUSTMENT FILE ACCTTRN.DAT BEFORE IT
      *  REACHES THE ACCOUNT POSTING JOB (COBAP00).
      *  TRANSACTIONS THAT PASS EVERY FIELD EDIT ARE
      *  WRITTEN TO ACCTTRC.DAT, THE CLEAN TRANSACTION
      *  FILE THE POSTING JOB READS.  TRANSACTIONS THAT
      *  FAIL ARE WRITTEN TO THE SUSPENSE FILE
      *  ACCTSUS.DAT WITH A REASON CODE AND THE DATE
      *  THEY FIRST SUSPENDED.
      *
      *  RECORDS ALREADY ON THE SUSPENSE FILE ARE RECYCLED
      *  THROUGH THE SAME EDITS AHEAD OF THE NEW BATCH, SO
      *  A CORRECTED SUSPENSE RECORD FLOWS INTO THE CLEAN
      *  FILE WITHOUT BEING REKEYED AND A STILL-BAD RECORD
      *  CARRIES FORWARD WITH ITS ORIGINAL SUSPENSE DATE.
      *  AN AGING LISTING ON ACCTSUS.PRT SHOWS EVERY RECORD
      *  LEFT ON SUSPENSE AND HOW LONG IT HAS SAT UNFIXED.
      *  THE STUDENT ON EVERY TRANSACTION MUST BE ON THE
      *  STUDENT MASTER, SO MONEY IS NEVER POSTED TO AN
      *  ACCOUNT NOBODY OWNS.
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
               ASSIGN TO 'E:\COBOL\ACCTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OLD-SUSPENSE
               ASSIGN TO 'E:\COBOL\ACCTSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEAN-TRANS
               ASSIGN TO 'E:\COBOL\ACCTTRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-SUSPENSE
               ASSIGN TO 'E:\COBOL\ACCTSWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMOTED-SUSPENSE
               ASSIGN TO 'E:\COBOL\ACCTSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGELIST
               ASSIGN TO 'E:\COBOL\ACCTSUS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AT-REC
           RECORD CONTAINS 46 CHARACTERS.

           COPY ACCTTRN.

       FD  OLD-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AS-REC
           RECORD CONTAINS 56 CHARACTERS.

           COPY ACCTSUS.

       FD  CLEAN-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLEAN-TRAN
           RECORD CONTAINS 46 CHARACTERS.

       01  CLEAN-TRAN               PIC X(46).

       FD  NEW-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-SUS-REC
           RECORD CONTAINS 56 CHARACTERS.

       01  NEW-SUS-REC.
           05 NS-DATE-ADDED      PIC 9(8).
           05 NS-REASON          PIC XX.
           05 NS-TRAN            PIC X(46).

       FD  PROMOTED-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMOTED-SUS-REC
           RECORD CONTAINS 56 CHARACTERS.

       01  PROMOTED-SUS-REC         PIC X(56).

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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  MORE-SUS          PIC XXX     VALUE 'NO'.
           05  MORE-NEW-SUS      PIC XXX     VALUE 'NO'.
           05  WS-VALID-TRAN     PIC XXX     VALUE 'YES'.
           05  WS-REASON         PIC XX      VALUE SPACES.
           05  WS-SUS-DATE       PIC 9(8)    VALUE ZERO.
           05  WS-TRAN-DATE      PIC 9(8)    VALUE ZERO.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.

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

           COPY ACCTTRN REPLACING LEADING ==AT-== BY ==E-==.

       01  AGE-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(33)   VALUE SPACES.
           05  FILLER            PIC X(36)
                           VALUE 'ACCOUNT SUSPENSE AGING LISTING'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  AGE-COL.
           05  FILLER            PIC X(5)    VALUE '   ID'.
           05  FILLER            PIC X(12)   VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TYPE'.
           05  FILLER            PIC X(12)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'REASON'.
           05  FILLER            PIC X(28)   VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'SUSPENDED'.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'DAYS OLD'.
           05  FILLER            PIC X(30)   VALUE SPACES.

       01  AGE-DETAIL.
           05  AG-ID             PIC X(7).
           05  FILLER            PIC X(11)   VALUE SPACES.
           05  AG-TYPE           PIC X.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  AG-AMOUNT         PIC X(13).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AG-REASON         PIC X(30).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  AG-SUS-MM         PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  AG-SUS-DD         PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  AG-SUS-YY         PIC 9(4).
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  AG-DAYS           PIC ZZZZ9.
           05  FILLER            PIC X(30)   VALUE SPACES.

       01  AGE-AMOUNT.
           05  AG-AMOUNT-NUM     PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X       VALUE SPACES.

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
           MOVE AS-TRAN TO E-REC.
           MOVE AS-DATE-ADDED TO WS-SUS-DATE.
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

           PERFORM 2110-CHECK-TYPE.
           PERFORM 2120-CHECK-ID.
           PERFORM 2130-CHECK-DATE.
           PERFORM 2140-CHECK-AMOUNT.
           PERFORM 2150-CHECK-ADJUSTMENT.

       2110-CHECK-TYPE.
           IF E-TYPE NOT = 'P' AND E-TYPE NOT = 'A'
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '01' TO WS-REASON
               END-IF
           END-IF.

      *  THE MASTER IS ONLY READ FOR A NUMERIC ID - A
      *  NON-NUMERIC ID ALREADY HAS ITS OWN REASON.
       2120-CHECK-ID.
           IF E-ID NOT NUMERIC
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '02' TO WS-REASON
               END-IF
           ELSE
               PERFORM 8300-READ-MASTER
               IF WS-MST-FOUND = 'N'
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '03' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       2130-CHECK-DATE.
           IF E-DATE NOT NUMERIC
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '04' TO WS-REASON
               END-IF
           ELSE
               MOVE E-DATE TO WS-TRAN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRAN-DATE) NOT = 0
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '04' TO WS-REASON
                   END-IF
               ELSE
                   IF WS-TRAN-DATE > WS-TODAY-YMD
                       MOVE 'NO' TO WS-VALID-TRAN
                       IF WS-REASON = SPACES
                           MOVE '05' TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2140-CHECK-AMOUNT.
           IF E-AMOUNT NOT NUMERIC
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '06' TO WS-REASON
               END-IF
           ELSE
               IF E-AMOUNT = 0
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '07' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

      *  A PAYMENT ALWAYS LOWERS THE BALANCE, SO ONLY AN
      *  ADJUSTMENT CARRIES A DEBIT/CREDIT MARK, AND IT
      *  MUST SAY WHAT IT IS FOR.
       2150-CHECK-ADJUSTMENT.
           IF E-TYPE NOT = 'A'
               CONTINUE
           ELSE
               IF E-DRCR NOT = 'D' AND E-DRCR NOT = 'C'
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '08' TO WS-REASON
                   END-IF
               END-IF
               IF E-DESC = SPACES
                   MOVE 'NO' TO WS-VALID-TRAN
                   IF WS-REASON = SPACES
                       MOVE '09' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       3000-EDIT-NEW-TRANS.
           ADD 1 TO C-TCTR.
           MOVE AT-REC TO E-REC.
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
           MOVE E-TYPE TO AG-TYPE.
           IF E-AMOUNT NUMERIC
               MOVE E-AMOUNT TO AG-AMOUNT-NUM
               MOVE AGE-AMOUNT TO AG-AMOUNT
           ELSE
               MOVE E-AMOUNT-X TO AG-AMOUNT
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
                   MOVE 'TYPE NOT P OR A' TO AG-REASON
               WHEN '02'
                   MOVE 'ID NOT NUMERIC' TO AG-REASON
               WHEN '03'
                   MOVE 'STUDENT NOT ON MASTER' TO AG-REASON
               WHEN '04'
                   MOVE 'INVALID DATE' TO AG-REASON
               WHEN '05'
                   MOVE 'DATE LATER THAN TODAY' TO AG-REASON
               WHEN '06'
                   MOVE 'AMOUNT NOT NUMERIC' TO AG-REASON
               WHEN '07'
                   MOVE 'AMOUNT IS ZERO' TO AG-REASON
               WHEN '08'
                   MOVE 'ADJUSTMENT NOT MARKED D OR C' TO AG-REASON
               WHEN '09'
                   MOVE 'ADJUSTMENT DESCRIPTION BLANK' TO AG-REASON
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

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE AGELINE FROM AGE-TITLE
               AFTER ADVANCING PAGE.
           WRITE AGELINE FROM AGE-COL
               AFTER ADVANCING 2 LINES.
