       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLQ00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  STUDENT RECORD ACCESS LOG INQUIRY.  THIS
      *  PROGRAM READS THE PERMANENT ACCESS LOG
      *  ACCLOG.DAT WRITTEN BY THE STUDENT INQUIRY AND
      *  TRANSCRIPT PROGRAMS (COBSQ00, COBTR00, COBCQ00,
      *  COBHQ00 AND COBAQ00) AND PRINTS AN INQUIRY
      *  REPORT ON ACCRPT.PRT SO THE REGISTRAR AND THE
      *  AUDITORS CAN ANSWER 'WHO HAS VIEWED STUDENT
      *  1234567 THIS YEAR' AND 'EVERYTHING REQUESTER X
      *  VIEWED IN THIS DATE RANGE'.  EACH LINE SHOWS
      *  WHEN, WHICH PROGRAM, WHO, FOR WHAT PURPOSE, THE
      *  STUDENT ID, AND THE SELECTION THE RUN WAS GIVEN.
      *  THE LOG IS READ IN THE ORDER IT WAS WRITTEN, SO
      *  THE REPORT IS IN DATE AND TIME ORDER.
      *
      *  COMMAND LINE PARAMETERS:
      *    S STUDENT-ID [FROM TO]
      *                      - EVERY RUN THAT PRINTED THE
      *                        STUDENT
      *    R REQUESTER [FROM TO]
      *                      - EVERY RUN BY THE REQUESTER
      *                        AND EVERY STUDENT IT PRINTED
      *    FROM AND TO ARE DATES AS YYYYMMDD.  LEFT OFF,
      *    THE RANGE IS JANUARY 1 OF THIS YEAR THROUGH
      *    TODAY.
      *
      *  STEP RETURN CODES:
      *    0 - REPORT PRINTED
      *    8 - BAD PARAMETERS - NOTHING PRINTED
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ACCESS-LOG
               ASSIGN TO 'E:\COBOL\ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRPT
               ASSIGN TO 'E:\COBOL\ACCRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY ACCLOG.

       FD  ACCRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RPTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-LOG          PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.

       01  RUN-PARMS.
           05  PARM-INQ-MODE     PIC X       VALUE SPACES.
      *        S = ONE STUDENT, R = ONE REQUESTER
           05  PARM-ARG1         PIC X(8)    VALUE SPACES.
           05  PARM-FROM-DATE    PIC X(8)    VALUE SPACES.
           05  PARM-TO-DATE      PIC X(8)    VALUE SPACES.
           05  PARM-STUDENT-ID   PIC X(7)    VALUE SPACES.
           05  PARM-REQUESTER    PIC X(8)    VALUE SPACES.
           05  WS-FROM-DATE      PIC 9(8)    VALUE 0.
           05  WS-TO-DATE        PIC 9(8)    VALUE 0.

       01  COUNT-AREA.
           05  C-RDCTR           PIC 9(7)    VALUE 0.
           05  C-RUNCTR          PIC 9(7)    VALUE 0.
           05  C-STUCTR          PIC 9(7)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).

       01  FROM-DATE-WORK.
           05  FW-YY             PIC 9(4).
           05  FW-MM             PIC 99.
           05  FW-DD             PIC 99.
       01  FROM-DATE-NUM REDEFINES FROM-DATE-WORK
                                 PIC 9(8).

       01  LOG-DATE-WORK.
           05  LW-YY             PIC 9(4).
           05  LW-MM             PIC 99.
           05  LW-DD             PIC 99.

       01  LOG-TIME-WORK.
           05  LT-HH             PIC XX.
           05  LT-MN             PIC XX.
           05  LT-SS             PIC XX.

       01  RPT-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                      VALUE 'STUDENT RECORD ACCESS INQUIRY'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  RPT-SEL-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'SELECTION:'.
           05  SEL-TEXT          PIC X(60).
           05  FILLER            PIC X(55)   VALUE SPACES.

       01  RPT-COL.
           05  FILLER            PIC X(4)    VALUE 'DATE'.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(4)    VALUE 'TIME'.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'PROGRAM'.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'REQUESTER'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'PURPOSE'.
           05  FILLER            PIC X(23)   VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'STUDENT'.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'RUN SELECTION'.
           05  FILLER            PIC X(33)   VALUE SPACES.

       01  RPT-DETAIL.
           05  RD-MM             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  RD-DD             PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  RD-YY             PIC 9(4).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-HH             PIC XX.
           05  FILLER            PIC X       VALUE ':'.
           05  RD-MN             PIC XX.
           05  FILLER            PIC X       VALUE ':'.
           05  RD-SS             PIC XX.
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-PGM            PIC X(8).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-REQUESTER      PIC X(8).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-PURPOSE        PIC X(4).
           05  FILLER            PIC X       VALUE SPACES.
           05  RD-PURPOSE-TEXT   PIC X(22).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-STUDENT        PIC X(7).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  RD-SELECTION      PIC X(40).
           05  FILLER            PIC X(6)    VALUE SPACES.

       01  RPT-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(18)   VALUE 'LOG RECORDS READ:'.
           05  O-RDCTR           PIC ZZZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'RUNS LISTED:'.
           05  O-RUNCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'STUDENTS LISTED:'.
           05  O-STUCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(45)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-LOG = 'YES'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       0100-GET-PARMS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO PARM-INQ-MODE PARM-ARG1 PARM-FROM-DATE
                        PARM-TO-DATE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-INQ-MODE)
                   TO PARM-INQ-MODE
               MOVE FUNCTION UPPER-CASE(PARM-ARG1) TO PARM-ARG1
           END-IF.

           EVALUATE PARM-INQ-MODE
               WHEN 'S'
                   MOVE PARM-ARG1(1:7) TO PARM-STUDENT-ID
                   IF PARM-STUDENT-ID = SPACES
                       DISPLAY 'COBLQ00: MODE S NEEDS A STUDENT ID - '
                           'RUN ABORTED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'R'
                   MOVE PARM-ARG1 TO PARM-REQUESTER
                   IF PARM-REQUESTER = SPACES
                       DISPLAY 'COBLQ00: MODE R NEEDS A REQUESTER ID '
                           '- RUN ABORTED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'COBLQ00: INQUIRY MODE MUST BE S OR R - '
                       'RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF PARM-FROM-DATE NOT = SPACES
               IF PARM-FROM-DATE NOT NUMERIC
                       OR PARM-TO-DATE NOT NUMERIC
                   DISPLAY 'COBLQ00: FROM AND TO DATES MUST BOTH BE '
                       'GIVEN AS YYYYMMDD - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.

       1000-INIT.
           OPEN INPUT ACCESS-LOG.
           OPEN OUTPUT ACCRPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1050-DEFAULT-RANGE.
           PERFORM 1100-SET-SELECTION.
           PERFORM 9100-HEADINGS.
           PERFORM 9000-READ-LOG.

      *  NO DATES ON THE COMMAND LINE MEANS THIS YEAR TO
      *  DATE.
       1050-DEFAULT-RANGE.
           IF PARM-FROM-DATE = SPACES
               MOVE I-YY TO FW-YY
               MOVE 1 TO FW-MM
               MOVE 1 TO FW-DD
               MOVE FROM-DATE-NUM TO WS-FROM-DATE
               MOVE I-DATE TO WS-TO-DATE
               MOVE WS-FROM-DATE TO PARM-FROM-DATE
               MOVE WS-TO-DATE TO PARM-TO-DATE
           END-IF.

       1100-SET-SELECTION.
           MOVE SPACES TO SEL-TEXT.
           EVALUATE PARM-INQ-MODE
               WHEN 'S'
                   STRING 'ACCESS TO STUDENT ' DELIMITED BY SIZE
                          PARM-STUDENT-ID  DELIMITED BY SIZE
                          ' FROM '         DELIMITED BY SIZE
                          PARM-FROM-DATE   DELIMITED BY SIZE
                          ' THROUGH '      DELIMITED BY SIZE
                          PARM-TO-DATE     DELIMITED BY SIZE
                       INTO SEL-TEXT
                   END-STRING
               WHEN 'R'
                   STRING 'ACCESS BY REQUESTER ' DELIMITED BY SIZE
                          PARM-REQUESTER   DELIMITED BY SPACE
                          ' FROM '         DELIMITED BY SIZE
                          PARM-FROM-DATE   DELIMITED BY SIZE
                          ' THROUGH '      DELIMITED BY SIZE
                          PARM-TO-DATE     DELIMITED BY SIZE
                       INTO SEL-TEXT
                   END-STRING
           END-EVALUATE.

      *  A STUDENT INQUIRY LISTS ONLY THE STUDENT RECORDS
      *  FOR THAT ID.  A REQUESTER INQUIRY LISTS THE RUN
      *  RECORDS TOO, SO EACH STUDENT IT PRINTED FOLLOWS
      *  THE SELECTION THE RUN WAS GIVEN.
       2000-MAINLINE.
           ADD 1 TO C-RDCTR.

           IF LA-DATE NOT < WS-FROM-DATE
                   AND LA-DATE NOT > WS-TO-DATE
               EVALUATE PARM-INQ-MODE
                   WHEN 'S'
                       IF LA-REC-TYPE = 'S'
                               AND LA-STUDENT-ID = PARM-STUDENT-ID
                           PERFORM 2100-PRINT-ACCESS
                       END-IF
                   WHEN 'R'
                       IF LA-REQUESTER = PARM-REQUESTER
                           PERFORM 2100-PRINT-ACCESS
                       END-IF
               END-EVALUATE
           END-IF.

           PERFORM 9000-READ-LOG.

       2100-PRINT-ACCESS.
           MOVE LA-DATE TO LOG-DATE-WORK.
           MOVE LW-MM TO RD-MM.
           MOVE LW-DD TO RD-DD.
           MOVE LW-YY TO RD-YY.
           MOVE LA-TIME TO LOG-TIME-WORK.
           MOVE LT-HH TO RD-HH.
           MOVE LT-MN TO RD-MN.
           MOVE LT-SS TO RD-SS.
           MOVE LA-PGM TO RD-PGM.
           MOVE LA-REQUESTER TO RD-REQUESTER.
           MOVE LA-PURPOSE TO RD-PURPOSE.
           PERFORM 8100-PURPOSE-TEXT.
           MOVE LA-SELECTION TO RD-SELECTION.

           IF LA-REC-TYPE = 'R'
               ADD 1 TO C-RUNCTR
               MOVE '*RUN*' TO RD-STUDENT
               WRITE RPTLINE FROM RPT-DETAIL
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
           ELSE
               ADD 1 TO C-STUCTR
               MOVE LA-STUDENT-ID TO RD-STUDENT
               WRITE RPTLINE FROM RPT-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

       3000-CLOSING.
           MOVE C-RDCTR TO O-RDCTR.
           MOVE C-RUNCTR TO O-RUNCTR.
           MOVE C-STUCTR TO O-STUCTR.
           WRITE RPTLINE FROM RPT-TOTAL
               AFTER ADVANCING 3 LINES.

           CLOSE ACCESS-LOG.
           CLOSE ACCRPT.

           DISPLAY 'COBLQ00: ' C-STUCTR ' STUDENT ACCESSES LISTED '
               'TO ACCRPT.PRT'.

      *  THE PURPOSE CODES ARE THE ONES THE INQUIRY
      *  PROGRAMS ACCEPT (SEE ACCLOG.CPY).
       8100-PURPOSE-TEXT.
           EVALUATE LA-PURPOSE
               WHEN 'ADVS'
                   MOVE 'ACADEMIC ADVISING' TO RD-PURPOSE-TEXT
               WHEN 'REGS'
                   MOVE 'REGISTRAR RECORDS' TO RD-PURPOSE-TEXT
               WHEN 'FINA'
                   MOVE 'FINANCIAL AID/ACCOUNT' TO RD-PURPOSE-TEXT
               WHEN 'AUDT'
                   MOVE 'AUDIT' TO RD-PURPOSE-TEXT
               WHEN 'STUD'
                   MOVE 'STUDENT REQUEST' TO RD-PURPOSE-TEXT
               WHEN 'LEGL'
                   MOVE 'LEGAL REQUEST' TO RD-PURPOSE-TEXT
               WHEN 'SYST'
                   MOVE 'SCHEDULED BATCH' TO RD-PURPOSE-TEXT
               WHEN OTHER
                   MOVE '*UNKNOWN PURPOSE*' TO RD-PURPOSE-TEXT
           END-EVALUATE.

       9000-READ-LOG.
           READ ACCESS-LOG
               AT END
                   MOVE 'YES' TO MORE-LOG
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE RPTLINE FROM RPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE RPTLINE FROM RPT-SEL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-COL
               AFTER ADVANCING 2 LINES.
