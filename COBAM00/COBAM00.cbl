       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBAM00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  STUDENT MAILING ADDRESS MAINTENANCE.  THIS
      *  PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS
      *  FROM ADDRTRN.DAT BY KEY AGAINST THE INDEXED
      *  STUDENT ADDRESS FILE STDNTADR.DAT.  AN ADD MUST
      *  BE FOR A STUDENT ON THE STUDENT MASTER.  ADDS
      *  AND CHANGES MUST CARRY A FIRST ADDRESS LINE,
      *  CITY, TWO-LETTER STATE AND POSTAL CODE; AN EMAIL
      *  ADDRESS IS OPTIONAL BUT MUST CONTAIN AN '@'.
      *  SETTING THE RETURNED-MAIL FLAG RECORDS THE DATE
      *  IT WAS SET; A CHANGE THAT SUPPLIES A NEW ADDRESS
      *  CLEARS IT BY CARRYING 'N'.
      *
      *  A LINE IS LOGGED TO ADDRLOG.PRT FOR EVERY
      *  TRANSACTION APPLIED, REJECTED OR NOT FOUND.
      *  EVERY ADD, CHANGE AND DELETE WRITES ITS BEFORE
      *  AND AFTER IMAGES TO THE PERMANENT CHANGE AUDIT
      *  TRAIL CHGAUDIT.DAT - THREE RECORDS PER
      *  TRANSACTION, ONE FOR EACH 53-CHARACTER PART OF
      *  THE ADDRESS RECORD, KEYED ON THE ID AND PART.
      *  THE STANDING LETTER JOB (COBLT00) ADDRESSES ITS
      *  LETTERS FROM THIS FILE.
      *
      *  STEP RETURN CODES:
      *    0 - EVERY TRANSACTION APPLIED
      *    4 - TRANSACTIONS REJECTED OR NOT FOUND
      *        (WARNING)
      *    8 - THE AUDIT TRAIL COULD NOT BE WRITTEN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-FILE
               ASSIGN TO 'E:\COBOL\ADDRTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN TO 'E:\COBOL\STDNTADR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'E:\COBOL\CHGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ADDRLOG
               ASSIGN TO 'E:\COBOL\ADDRLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MT-REC
           RECORD CONTAINS 151 CHARACTERS.

           COPY ADDRTRN.

       FD  ADDRESS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-REC
           RECORD CONTAINS 166 CHARACTERS.

           COPY STDNTADR.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTREC.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 154 CHARACTERS.

           COPY CHGAUD.

       FD  ADDRLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-TRANS        PIC XXX     VALUE 'NO'.
           05  WS-ADDR-FOUND     PIC X       VALUE 'N'.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-AT-COUNT       PIC 99      VALUE 0.
           05  WS-AUDIT-STATUS   PIC XX      VALUE '00'.

       01  COUNT-AREA.
           05  C-ADDCTR          PIC 9(5)    VALUE 0.
           05  C-CHGCTR          PIC 9(5)    VALUE 0.
           05  C-DELCTR          PIC 9(5)    VALUE 0.
           05  C-REJCTR          PIC 9(5)    VALUE 0.
           05  C-NFCTR           PIC 9(5)    VALUE 0.

      *  THE ADDRESS RECORD AS IT STOOD BEFORE THE
      *  TRANSACTION, FOR THE BEFORE IMAGES.
           COPY STDNTADR REPLACING LEADING ==MA-== BY ==MB-==.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).
       01  WS-TODAY REDEFINES CURRENT-DATE-AND-TIME.
           05  WS-TODAY-YMD      PIC 9(8).
           05  FILLER            PIC X(11).

       01  LOG-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                               VALUE 'STUDENT ADDRESS MAINTENANCE LOG'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  LOG-COL.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE 'ACT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(30)   VALUE 'ADDRESS LINE 1'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(20)   VALUE 'CITY'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(2)    VALUE 'ST'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'POSTAL'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE 'RTN'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'ACTION'.
           05  FILLER            PIC X(36)   VALUE SPACES.

       01  LOG-DETAIL.
           05  LG-ID             PIC X(7).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  LG-ACTION-CODE    PIC X.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-LINE-1         PIC X(30).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  LG-CITY           PIC X(20).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  LG-STATE          PIC XX.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  LG-POSTAL         PIC X(10).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-RETURNED       PIC X.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  LG-ACTION         PIC X(35).
           05  FILLER            PIC X(7)    VALUE SPACES.

       01  LOG-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'ADDED:'.
           05  O-ADDCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'CHANGED:'.
           05  O-CHGCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'DELETED:'.
           05  O-DELCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'NOT FOUND:'.
           05  O-NFCTR           PIC ZZZZ9.
           05  FILLER            PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-TRANS
               UNTIL MORE-TRANS = 'YES'.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       1000-INIT.
           OPEN INPUT TRANS-FILE.
           OPEN I-O ADDRESS-FILE.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT ADDRLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

      *  THE SELECT IS OPTIONAL, SO OPEN EXTEND CREATES
      *  THE AUDIT TRAIL ON ITS FIRST USE (STATUS '05').
      *  THE FILE IS NEVER OPENED OUTPUT, AND A RUN THAT
      *  CANNOT RECORD BEFORE/AFTER IMAGES IS NOT
      *  ALLOWED TO APPLY CHANGES.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '05'
               PERFORM 1300-ABORT-AUDIT-OPEN
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 9010-READ-TRANS.

       1300-ABORT-AUDIT-OPEN.
           DISPLAY 'COBAM00: CHANGE AUDIT FILE OPEN FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED BEFORE ANY '
               'TRANSACTION APPLIED'.
           CLOSE TRANS-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE ADDRLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-APPLY-TRANS.
           MOVE SPACES TO LG-ACTION.
           PERFORM 8000-READ-ADDRESS.

           IF (MT-ACTION = 'A' OR MT-ACTION = 'C')
               PERFORM 2100-EDIT-FIELDS
           END-IF.

           IF LG-ACTION NOT = SPACES
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2050-APPLY-ACTION
           END-IF.

           PERFORM 9010-READ-TRANS.

       2050-APPLY-ACTION.
           EVALUATE MT-ACTION
               WHEN 'A'
                   IF WS-ADDR-FOUND = 'Y'
                       MOVE 'REJECTED - ALREADY ON FILE' TO LG-ACTION
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 8100-READ-MASTER
                       IF WS-MST-FOUND = 'N'
                           MOVE 'REJECTED - NOT ON STUDENT MASTER'
                               TO LG-ACTION
                           PERFORM 2900-LOG-REJECT
                       ELSE
                           PERFORM 3100-APPLY-ADD
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-ADDR-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 3200-APPLY-CHANGE
                   END-IF
               WHEN 'D'
                   IF WS-ADDR-FOUND = 'N'
                       PERFORM 2950-LOG-NOT-FOUND
                   ELSE
                       PERFORM 3300-APPLY-DELETE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE' TO LG-ACTION
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE.

      *  THE FIRST FIELD IN ERROR IS THE ONE LOGGED.
       2100-EDIT-FIELDS.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT MT-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
               WHEN MT-ID NOT NUMERIC
                   MOVE 'REJECTED - ID NOT NUMERIC' TO LG-ACTION
               WHEN MT-LINE-1 = SPACES
                   MOVE 'REJECTED - ADDRESS LINE 1 BLANK'
                       TO LG-ACTION
               WHEN MT-CITY = SPACES
                   MOVE 'REJECTED - CITY BLANK' TO LG-ACTION
               WHEN MT-STATE NOT ALPHABETIC-UPPER
                       OR MT-STATE(1:1) = SPACE
                       OR MT-STATE(2:1) = SPACE
                   MOVE 'REJECTED - STATE NOT TWO LETTERS'
                       TO LG-ACTION
               WHEN MT-POSTAL = SPACES
                   MOVE 'REJECTED - POSTAL CODE BLANK' TO LG-ACTION
               WHEN MT-RETURNED NOT = 'Y' AND MT-RETURNED NOT = 'N'
                       AND MT-RETURNED NOT = SPACE
                   MOVE 'REJECTED - RETURNED FLAG NOT Y OR N'
                       TO LG-ACTION
               WHEN MT-EMAIL NOT = SPACES AND WS-AT-COUNT NOT = 1
                   MOVE 'REJECTED - INVALID EMAIL ADDRESS'
                       TO LG-ACTION
           END-EVALUATE.

       3100-APPLY-ADD.
           INITIALIZE MA-REC.
           MOVE MT-ID TO MA-ID.
           MOVE 'N' TO MA-RETURNED.
           MOVE 0 TO MA-RETURNED-DATE.
           PERFORM 3400-MOVE-FIELDS.
           WRITE MA-REC.
           MOVE SPACES TO MB-REC.
           PERFORM 3500-AUDIT-PARTS.
           ADD 1 TO C-ADDCTR.
           MOVE 'ADDED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

       3200-APPLY-CHANGE.
           MOVE MA-REC TO MB-REC.
           PERFORM 3400-MOVE-FIELDS.
           REWRITE MA-REC.
           PERFORM 3500-AUDIT-PARTS.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

       3300-APPLY-DELETE.
           MOVE MA-REC TO MB-REC.
           DELETE ADDRESS-FILE.
           MOVE SPACES TO MA-PART-1.
           MOVE SPACES TO MA-PART-2.
           MOVE SPACES TO MA-PART-3.
           PERFORM 3500-AUDIT-PARTS.
           MOVE MB-LINE-1 TO MT-LINE-1.
           MOVE MB-CITY TO MT-CITY.
           MOVE MB-STATE TO MT-STATE.
           MOVE MB-POSTAL TO MT-POSTAL.
           MOVE MB-RETURNED TO MT-RETURNED.
           ADD 1 TO C-DELCTR.
           MOVE 'DELETED' TO LG-ACTION.
           PERFORM 2800-LOG-APPLIED.

      *  THE RETURNED DATE IS SET ONLY WHEN THE FLAG
      *  TURNS ON, SO IT SHOWS HOW LONG THE ADDRESS HAS
      *  BEEN KNOWN BAD.
       3400-MOVE-FIELDS.
           MOVE MT-LINE-1 TO MA-LINE-1.
           MOVE MT-LINE-2 TO MA-LINE-2.
           MOVE MT-CITY TO MA-CITY.
           MOVE MT-STATE TO MA-STATE.
           MOVE MT-POSTAL TO MA-POSTAL.
           MOVE MT-EMAIL TO MA-EMAIL.
           IF MT-RETURNED = 'Y'
               IF MA-RETURNED NOT = 'Y'
                   MOVE WS-TODAY-YMD TO MA-RETURNED-DATE
               END-IF
               MOVE 'Y' TO MA-RETURNED
           ELSE
               MOVE 'N' TO MA-RETURNED
               MOVE 0 TO MA-RETURNED-DATE
           END-IF.

      *  ONE AUDIT RECORD PER PART OF THE ADDRESS RECORD.
      *  AN ADD HAS NO BEFORE IMAGES AND A DELETE NO
      *  AFTER IMAGES.
       3500-AUDIT-PARTS.
           MOVE SPACES TO CA-KEY.
           MOVE MB-PART-1 TO CA-BEFORE.
           MOVE MA-PART-1 TO CA-AFTER.
           MOVE 'PART 1' TO CA-KEY(9:6).
           PERFORM 2250-WRITE-AUDIT.
           MOVE MB-PART-2 TO CA-BEFORE.
           MOVE MA-PART-2 TO CA-AFTER.
           MOVE 'PART 2' TO CA-KEY(9:6).
           PERFORM 2250-WRITE-AUDIT.
           MOVE MB-PART-3 TO CA-BEFORE.
           MOVE MA-PART-3 TO CA-AFTER.
           MOVE 'PART 3' TO CA-KEY(9:6).
           PERFORM 2250-WRITE-AUDIT.

      *  EVERY APPLIED CHANGE CARRIES ITS BEFORE AND
      *  AFTER IMAGES TO THE PERMANENT AUDIT TRAIL WITH
      *  THE DATE AND THE RUN THAT APPLIED IT.
       2250-WRITE-AUDIT.
           MOVE WS-TODAY-YMD TO CA-CHG-DATE.
           MOVE 'COBAM00' TO CA-RUN-PGM.
           MOVE I-TIME(1:6) TO CA-RUN-TIME.
           MOVE 'STDNTADR' TO CA-FILE-ID.
           MOVE MT-ID TO CA-KEY(1:7).
           WRITE CA-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9850-ABORT-AUDIT-WRITE
           END-IF.

       2800-LOG-APPLIED.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2850-LOG-TRAN-VALUES.
           MOVE MT-ID TO LG-ID.
           MOVE MT-ACTION TO LG-ACTION-CODE.
           MOVE MT-LINE-1 TO LG-LINE-1.
           MOVE MT-CITY TO LG-CITY.
           MOVE MT-STATE TO LG-STATE.
           MOVE MT-POSTAL TO LG-POSTAL.
           MOVE MT-RETURNED TO LG-RETURNED.

       2900-LOG-REJECT.
           ADD 1 TO C-REJCTR.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       2950-LOG-NOT-FOUND.
           ADD 1 TO C-NFCTR.
           MOVE 'NOT FOUND' TO LG-ACTION.
           PERFORM 2850-LOG-TRAN-VALUES.
           PERFORM 9200-WRITE-LOG.

       4000-CLOSING.
           MOVE C-ADDCTR TO O-ADDCTR.
           MOVE C-CHGCTR TO O-CHGCTR.
           MOVE C-DELCTR TO O-DELCTR.
           MOVE C-REJCTR TO O-REJCTR.
           MOVE C-NFCTR TO O-NFCTR.
           WRITE LOGLINE FROM LOG-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE ADDRLOG.

      *  STEP RETURN CODE:
      *    0 - EVERY TRANSACTION APPLIED
      *    4 - TRANSACTIONS REJECTED OR NOT FOUND
      *        (WARNING)
       6000-SET-RETURN-CODE.
           IF C-REJCTR > 0 OR C-NFCTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       8000-READ-ADDRESS.
           MOVE 'Y' TO WS-ADDR-FOUND.
           MOVE MT-ID TO MA-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADDR-FOUND
           END-READ.

       8100-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE MT-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

       9010-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'YES' TO MORE-TRANS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE LOGLINE FROM LOG-TITLE
               AFTER ADVANCING PAGE.
           WRITE LOGLINE FROM LOG-COL
               AFTER ADVANCING 2 LINES.

       9200-WRITE-LOG.
           WRITE LOGLINE FROM LOG-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9850-ABORT-AUDIT-WRITE.
           DISPLAY 'COBAM00: CHANGE AUDIT WRITE FAILED - STATUS '
               WS-AUDIT-STATUS ' - RUN ABORTED AT ' MT-ID.
           CLOSE TRANS-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE ADDRLOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
