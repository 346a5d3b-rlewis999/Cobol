      *  COUNT AND THE STANDING REPORT'S BUCKET COUNT IS
      *  FLAGGED, AS IS A MISSING OR STALE CONTROL FILE
      *  (RUN THE STANDING REPORT FIRST, THE SAME DAY).
      *
      *  EACH LETTER IS ADDRESSED FROM THE STUDENT
      *  ADDRESS FILE STDNTADR.DAT, AND A MAILING LABEL
      *  FOR IT IS WRITTEN TO MAILLBL.DAT IN LETTER
      *  ORDER.  A STUDENT WITH NO ADDRESS ON FILE, OR
      *  WHOSE ADDRESS IS FLAGGED FOR RETURNED MAIL, GETS
      *  THE LETTER BUT NO LABEL AND IS LISTED AS A
      *  MAILING EXCEPTION ON LTRCTL.PRT, WITH THE EMAIL
      *  ADDRESS ON FILE, SO EVERY LETTER IS ACCOUNTED
      *  FOR AS EITHER LABELED OR HANDLED BY HAND.
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'E:\COBOL\STDGCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN TO 'E:\COBOL\STDNTADR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID.

           SELECT LABEL-FILE
               ASSIGN TO 'E:\COBOL\MAILLBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-WORK
               ASSIGN TO 'E:\COBOL\LTREXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY STDGCTL.

       FD  ADDRESS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-REC
           RECORD CONTAINS 166 CHARACTERS.

           COPY STDNTADR.

       FD  LABEL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ML-REC
           RECORD CONTAINS 153 CHARACTERS.

           COPY MAILLBL.

      *  ONE RECORD PER LETTER THAT COULD NOT BE LABELED,
      *  HELD UNTIL THE CONTROL LISTING IS PRINTED.
       FD  EXCEPTION-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS EX-REC
           RECORD CONTAINS 112 CHARACTERS.

       01  EX-REC.
           05  EX-LETTER-SEQ     PIC 9(5).
           05  EX-LETTER-TYPE    PIC X.
           05  EX-ID             PIC X(7).
           05  EX-NAME           PIC X(40).
           05  EX-REASON         PIC X.
           05  EX-RETURNED-DATE  PIC 9(8).
           05  EX-EMAIL          PIC X(50).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-RECS         PIC XXX     VALUE 'NO'.
           05  WS-CTL-STATE      PIC X       VALUE 'M'.
      *        O = CONTROL FILE READ AND DATED TODAY,
      *        S = CONTROL FILE STALE, M = MISSING/EMPTY
           05  MORE-EXC          PIC XXX     VALUE 'NO'.
           05  WS-LETTER-TYPE    PIC X       VALUE SPACE.
           05  WS-ADDR-FOUND     PIC X       VALUE 'N'.
           05  WS-MAIL-MISMATCH  PIC X       VALUE 'N'.

       01  COUNT-AREA.
           05  C-DEAN-LTR        PIC 9(5)    VALUE 0.
           05  C-PROB-LTR        PIC 9(5)    VALUE 0.
           05  C-DEAN-BKT        PIC 9(5)    VALUE 0.
           05  C-PROB-BKT        PIC 9(5)    VALUE 0.
           05  C-LETTER-SEQ      PIC 9(5)    VALUE 0.
           05  C-DEAN-LBL        PIC 9(5)    VALUE 0.
           05  C-PROB-LBL        PIC 9(5)    VALUE 0.
           05  C-DEAN-EXC        PIC 9(5)    VALUE 0.
           05  C-PROB-EXC        PIC 9(5)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
           05  CT-STATUS         PIC X(30).
           05  FILLER            PIC X(35)   VALUE SPACES.

       01  CTL-MAIL-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  CM-TYPE           PIC X(20).
           05  FILLER            PIC X(9)    VALUE 'LETTERS:'.
           05  CM-LTRCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'LABELS:'.
           05  CM-LBLCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'EXCEPTIONS:'.
           05  CM-EXCCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  CM-STATUS         PIC X(30).
           05  FILLER            PIC X(20)   VALUE SPACES.

       01  CTL-EXC-HEAD.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(50)   VALUE
               'MAILING EXCEPTIONS - NO LABEL PRODUCED, ADDRESS BY'.
           05  FILLER            PIC X(50)   VALUE
               ' HAND BEFORE MAILING                              '.
           05  FILLER            PIC X(26)   VALUE SPACES.

       01  CTL-EXC-COL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'LETTER'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'TYPE'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(30)   VALUE 'NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(24)   VALUE 'EXCEPTION'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE 'EMAIL ON FILE'.

       01  CTL-EXC-DETAIL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  CE-LETTER-SEQ     PIC ZZZZ9.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  CE-TYPE           PIC X(9).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CE-ID             PIC X(7).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CE-NAME           PIC X(30).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CE-REASON         PIC X(24).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  CE-EMAIL          PIC X(40).

       01  CE-RETURNED-TEXT.
           05  FILLER            PIC X(14)   VALUE 'RETURNED MAIL '.
           05  CR-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  CR-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  CR-YY             PIC 9(4).

       01  CE-RETURNED-DATE.
           05  CR-W-YY           PIC 9(4).
           05  CR-W-MM           PIC 99.
           05  CR-W-DD           PIC 99.

       01  CTL-FLAG-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  CF-TEXT           PIC X(75).
           PERFORM 3000-READ-STANDING-CTL.
           PERFORM 4000-CONTROL-LISTING.
           PERFORM 5000-CLOSING.
      *  GOBACK RATHER THAN STOP RUN - THIS PROGRAM ALSO
      *  RUNS AS A CALLED STEP OF THE TERM-END STREAM
      *  (COBJS00), WHERE STOP RUN WOULD END THE STREAM.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT LETTERS.
           OPEN OUTPUT CTLLIST.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT EXCEPTION-WORK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO LD-MM O-MM.
               EVALUATE TRUE
                   WHEN I-GPA >= 3.50
                       ADD 1 TO C-DEAN-LTR
                       MOVE 'D' TO WS-LETTER-TYPE
                       PERFORM 2100-DEANS-LETTER
                   WHEN I-GPA < 2.00
                       ADD 1 TO C-PROB-LTR
                       MOVE 'P' TO WS-LETTER-TYPE
                       PERFORM 2200-PROBATION-LETTER
               END-EVALUATE
               PERFORM 9000-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           CLOSE ADDRESS-FILE.
           CLOSE LABEL-FILE.
           CLOSE EXCEPTION-WORK.

       2100-DEANS-LETTER.
           PERFORM 2500-LETTER-HEADING.
           WRITE LTRLINE FROM LTR-NAME-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 2550-ADDRESS-BLOCK.

      *  THE ADDRESS PRINTS UNDER THE NAME, LINED UP
      *  AFTER THE 'TO: '.  A RETURNED-MAIL ADDRESS STILL
      *  PRINTS SO WHOEVER HANDLES THE EXCEPTION CAN SEE
      *  WHAT IS ON FILE, BUT IT GETS NO LABEL.
       2550-ADDRESS-BLOCK.
           ADD 1 TO C-LETTER-SEQ.
           MOVE 'Y' TO WS-ADDR-FOUND.
           MOVE I-ID TO MA-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADDR-FOUND
           END-READ.

           IF WS-ADDR-FOUND = 'Y'
               MOVE SPACES TO ML-REC
               MOVE LN-TEXT(5:) TO ML-NAME
               MOVE SPACES TO LN-TEXT
               MOVE MA-LINE-1 TO LN-TEXT(5:)
               MOVE MA-LINE-1 TO ML-LINE-1
               WRITE LTRLINE FROM LTR-NAME-LINE
                   AFTER ADVANCING 1 LINE
               IF MA-LINE-2 NOT = SPACES
                   MOVE SPACES TO LN-TEXT
                   MOVE MA-LINE-2 TO LN-TEXT(5:)
                   MOVE MA-LINE-2 TO ML-LINE-2
                   WRITE LTRLINE FROM LTR-NAME-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO LN-TEXT
               STRING FUNCTION TRIM(MA-CITY TRAILING)
                               DELIMITED BY SIZE
                      ', '     DELIMITED BY SIZE
                      MA-STATE DELIMITED BY SIZE
                      '  '     DELIMITED BY SIZE
                      MA-POSTAL DELIMITED BY SIZE
                   INTO ML-CITY-LINE
               END-STRING
               MOVE ML-CITY-LINE TO LN-TEXT(5:)
               WRITE LTRLINE FROM LTR-NAME-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-ADDR-FOUND = 'Y' AND MA-RETURNED NOT = 'Y'
               MOVE C-LETTER-SEQ TO ML-LETTER-SEQ
               MOVE WS-LETTER-TYPE TO ML-LETTER-TYPE
               MOVE I-ID TO ML-ID
               WRITE ML-REC
               IF WS-LETTER-TYPE = 'D'
                   ADD 1 TO C-DEAN-LBL
               ELSE
                   ADD 1 TO C-PROB-LBL
               END-IF
           ELSE
               PERFORM 2560-WRITE-EXCEPTION
           END-IF.

       2560-WRITE-EXCEPTION.
           MOVE C-LETTER-SEQ TO EX-LETTER-SEQ.
           MOVE WS-LETTER-TYPE TO EX-LETTER-TYPE.
           MOVE I-ID TO EX-ID.
           MOVE SPACES TO EX-NAME.
           STRING FUNCTION TRIM(I-FNAME TRAILING) DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(I-LNAME TRAILING) DELIMITED BY SIZE
               INTO EX-NAME
           END-STRING.
           IF WS-ADDR-FOUND = 'Y'
               MOVE 'R' TO EX-REASON
               MOVE MA-RETURNED-DATE TO EX-RETURNED-DATE
               MOVE MA-EMAIL TO EX-EMAIL
           ELSE
               MOVE 'M' TO EX-REASON
               MOVE 0 TO EX-RETURNED-DATE
               MOVE SPACES TO EX-EMAIL
           END-IF.
           WRITE EX-REC.
           IF WS-LETTER-TYPE = 'D'
               ADD 1 TO C-DEAN-EXC
           ELSE
               ADD 1 TO C-PROB-EXC
           END-IF.

       2600-GPA-SENTENCE.
           MOVE SPACES TO LT-TEXT.
           STRING 'FOR THE TERM ENDING ' DELIMITED BY SIZE
           WRITE CTLLINE FROM CTL-FLAG-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 4500-MAILING-CONTROL.

           IF WS-MISMATCH = 'Y'
               DISPLAY 'COBLT00: LETTER COUNTS DO NOT MATCH STANDING '
                   'BUCKETS - SEE LTRCTL.PRT'
           END-IF.

      *  EVERY LETTER MUST BE EITHER LABELED OR LISTED AS
      *  AN EXCEPTION, SO THE PROBATION LETTERS PROVEN
      *  AGAINST THE STANDING REPORT ABOVE ARE ALSO
      *  PROVEN MAILED.
       4500-MAILING-CONTROL.
           MOVE 'DEAN''S LIST' TO CM-TYPE.
           MOVE C-DEAN-LTR TO CM-LTRCTR.
           MOVE C-DEAN-LBL TO CM-LBLCTR.
           MOVE C-DEAN-EXC TO CM-EXCCTR.
           IF C-DEAN-LTR = C-DEAN-LBL + C-DEAN-EXC
               MOVE 'ALL LETTERS ACCOUNTED FOR' TO CM-STATUS
           ELSE
               MOVE '*** LETTERS UNACCOUNTED ***' TO CM-STATUS
               MOVE 'Y' TO WS-MAIL-MISMATCH
           END-IF.
           WRITE CTLLINE FROM CTL-MAIL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'ACADEMIC PROBATION' TO CM-TYPE.
           MOVE C-PROB-LTR TO CM-LTRCTR.
           MOVE C-PROB-LBL TO CM-LBLCTR.
           MOVE C-PROB-EXC TO CM-EXCCTR.
           IF C-PROB-LTR = C-PROB-LBL + C-PROB-EXC
               MOVE 'ALL LETTERS ACCOUNTED FOR' TO CM-STATUS
           ELSE
               MOVE '*** LETTERS UNACCOUNTED ***' TO CM-STATUS
               MOVE 'Y' TO WS-MAIL-MISMATCH
           END-IF.
           WRITE CTLLINE FROM CTL-MAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-MAIL-MISMATCH = 'Y'
               DISPLAY 'COBLT00: LETTERS WITH NEITHER A LABEL NOR AN '
                   'EXCEPTION - SEE LTRCTL.PRT'
           END-IF.

           PERFORM 4600-EXCEPTION-HEADING.
           IF C-DEAN-EXC + C-PROB-EXC = 0
               MOVE 'NONE - EVERY LETTER HAS A MAILING LABEL'
                   TO CF-TEXT
               WRITE CTLLINE FROM CTL-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN INPUT EXCEPTION-WORK
               MOVE 'NO' TO MORE-EXC
               PERFORM 9010-READ-EXCEPTION
               PERFORM 4700-PRINT-EXCEPTION
                   UNTIL MORE-EXC = 'YES'
               CLOSE EXCEPTION-WORK
           END-IF.

       4600-EXCEPTION-HEADING.
           WRITE CTLLINE FROM CTL-EXC-HEAD
               AFTER ADVANCING 3 LINES.
           WRITE CTLLINE FROM CTL-EXC-COL
               AFTER ADVANCING 2 LINES.

       4700-PRINT-EXCEPTION.
           MOVE EX-LETTER-SEQ TO CE-LETTER-SEQ.
           IF EX-LETTER-TYPE = 'D'
               MOVE 'DEAN''S' TO CE-TYPE
           ELSE
               MOVE 'PROBATION' TO CE-TYPE
           END-IF.
           MOVE EX-ID TO CE-ID.
           MOVE EX-NAME TO CE-NAME.
           IF EX-REASON = 'R'
               MOVE EX-RETURNED-DATE TO CE-RETURNED-DATE
               MOVE CR-W-MM TO CR-MM
               MOVE CR-W-DD TO CR-DD
               MOVE CR-W-YY TO CR-YY
               MOVE CE-RETURNED-TEXT TO CE-REASON
           ELSE
               MOVE 'NO ADDRESS ON FILE' TO CE-REASON
           END-IF.
           MOVE EX-EMAIL TO CE-EMAIL.
           WRITE CTLLINE FROM CTL-EXC-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       WRITE CTLLINE FROM CTL-TITLE
                           AFTER ADVANCING PAGE
                       PERFORM 4600-EXCEPTION-HEADING.

           PERFORM 9010-READ-EXCEPTION.

       5000-CLOSING.
           CLOSE LETTERS.
           CLOSE CTLLIST.

           DISPLAY 'COBLT00: ' C-DEAN-LTR ' DEAN''S LIST AND '
               C-PROB-LTR ' PROBATION LETTERS PRODUCED'.
           DISPLAY 'COBLT00: ' C-DEAN-LBL ' AND ' C-PROB-LBL
               ' MAILING LABELS, ' C-DEAN-EXC ' AND ' C-PROB-EXC
               ' MAILING EXCEPTIONS'.

       9000-READ.
           READ STUDENT-MASTER
               AT END
                   MOVE 'YES' TO MORE-RECS
           END-READ.

       9010-READ-EXCEPTION.
           READ EXCEPTION-WORK
               AT END
                   MOVE 'YES' TO MORE-EXC
           END-READ.
