      *  TERMS CAN STILL BE ANSWERED AFTER THE PURGE.
      *  COURSE TITLES COME FROM THE COURSE CATALOG.
      *
      *  EVERY RUN IS RECORDED ON THE PERMANENT ACCESS
      *  LOG ACCLOG.DAT - WHO ASKED, WHY, WHAT WAS
      *  SELECTED, AND EACH STUDENT ID THAT PRINTED - SO
      *  THE ACCESS LOG INQUIRY (COBLQ00) CAN SHOW WHO
      *  HAS VIEWED A STUDENT'S RECORD.
      *
      *  COMMAND LINE PARAMETERS:
      *    REQUESTER PURPOSE - ALWAYS REQUIRED, FIRST: THE
      *                        REQUESTER'S USER ID AND A
      *                        PURPOSE CODE (ADVS, REGS,
      *                        FINA, AUDT, STUD, LEGL OR
      *                        SYST - SEE ACCLOG.CPY)
      *  FOLLOWED BY THE SELECTION:
      *    (NONE)            - LIST EVERY ARCHIVED RECORD
      *    I STUDENT-ID      - RECORDS FOR ONE STUDENT
      *    T TERM            - RECORDS FOR ONE TERM
               ASSIGN TO 'E:\COBOL\ARCRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL ACCESS-LOG
               ASSIGN TO 'E:\COBOL\ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  RPTLINE                  PIC X(132).

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-ARC          PIC XXX     VALUE 'NO'.
           05  MORE-CATS         PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-ACCLOG-STATUS  PIC XX      VALUE SPACES.
           05  WS-PARM-PTR       PIC 99      VALUE 1.
           05  WS-LOG-ID         PIC X(7)    VALUE SPACES.
           05  WS-LOGGED         PIC X       VALUE 'N'.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.

       01  RUN-PARMS.
               10  TB-CAT-ACTIVE PIC X.
       01  CATALOG-COUNT         PIC 999     VALUE 0.

      *  EVERY STUDENT ID THIS RUN HAS ALREADY WRITTEN TO
      *  THE ACCESS LOG, SO AN ID THAT PRINTS MORE THAN
      *  ONCE IS LOGGED ONCE.  PAST 5000 IDS THE LOG
      *  SIMPLY TAKES THE REPEATS.
       01  LOGGED-TABLE.
           05  LOGGED-ENTRY OCCURS 5000 TIMES INDEXED BY LGX.
               10  TB-LOGGED-ID  PIC X(7).
       01  LOGGED-COUNT          PIC 9(4)    VALUE 0.

           COPY ACCLOG REPLACING LEADING ==LA-== BY ==AL-==.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).

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
               DISPLAY 'COBAQ00: A REQUESTER ID AND A VALID PURPOSE '
                   'CODE ARE REQUIRED - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-PTR NOT > 80
               MOVE WS-COMMAND-LINE(WS-PARM-PTR:) TO AL-SELECTION
           END-IF.

           IF AL-SELECTION NOT = SPACES
               UNSTRING AL-SELECTION DELIMITED BY ALL SPACE
                   INTO PARM-INQ-MODE PARM-ARG1 PARM-ARG2
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PARM-INQ-MODE)
           END-EVALUATE.

       1000-INIT.
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACCLOG-STATUS NOT = '00' AND NOT = '05'
               PERFORM 1400-ABORT-ACCLOG-OPEN
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT ARCRPT.

           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1050-LOG-RUN.
           PERFORM 1100-SET-SELECTION.
           PERFORM 1150-LOAD-CATALOG.
           PERFORM 9100-HEADINGS.
           PERFORM 9000-READ-ARCHIVE.

      *  ONE RUN RECORD GOES TO THE ACCESS LOG BEFORE
      *  ANYTHING PRINTS, AND ONE STUDENT RECORD FOR EACH
      *  ID AS IT PRINTS (9700-LOG-STUDENT).
       1050-LOG-RUN.
           MOVE I-DATE TO AL-DATE.
           MOVE I-TIME(1:6) TO AL-TIME.
           MOVE 'COBAQ00' TO AL-PGM.
           MOVE 'R' TO AL-REC-TYPE.
           MOVE SPACES TO AL-STUDENT-ID.
           PERFORM 9750-WRITE-ACCESS-LOG.

       1100-SET-SELECTION.
           EVALUATE PARM-INQ-MODE
               WHEN 'A'
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1400-ABORT-ACCLOG-OPEN.
           DISPLAY 'COBAQ00: ACCESS LOG OPEN FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED BEFORE ANY '
               'RECORD PRINTED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-MAINLINE.
           ADD 1 TO C-RDCTR.
           MOVE A-ENROLL TO AE-REC.
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE AE-ID TO WS-LOG-ID.
           PERFORM 9700-LOG-STUDENT.

       3000-CLOSING.
           MOVE C-RDCTR TO O-RDCTR.
           MOVE C-PRTCTR TO O-PRTCTR.

           CLOSE ARCHIVE-FILE.
           CLOSE ARCRPT.
           CLOSE ACCESS-LOG.

      *  AN EMPTY CATALOG MEANS THE REFERENCE FILE HAS
      *  NOT BEEN BUILT YET - THE TITLE COLUMN IS LEFT
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-COL
               AFTER ADVANCING 2 LINES.

       9700-LOG-STUDENT.
           MOVE 'N' TO WS-LOGGED.
           PERFORM VARYING LGX FROM 1 BY 1
               UNTIL LGX > LOGGED-COUNT OR WS-LOGGED = 'Y'
               IF TB-LOGGED-ID (LGX) = WS-LOG-ID
                   MOVE 'Y' TO WS-LOGGED
               END-IF
           END-PERFORM.

           IF WS-LOGGED = 'N'
               IF LOGGED-COUNT < 5000
                   ADD 1 TO LOGGED-COUNT
                   SET LGX TO LOGGED-COUNT
                   MOVE WS-LOG-ID TO TB-LOGGED-ID (LGX)
               END-IF
               MOVE 'S' TO AL-REC-TYPE
               MOVE WS-LOG-ID TO AL-STUDENT-ID
               PERFORM 9750-WRITE-ACCESS-LOG
           END-IF.

       9750-WRITE-ACCESS-LOG.
           WRITE LA-REC FROM AL-REC.
           IF WS-ACCLOG-STATUS NOT = '00'
               PERFORM 9860-ABORT-ACCLOG-WRITE
           END-IF.

       9860-ABORT-ACCLOG-WRITE.
           DISPLAY 'COBAQ00: ACCESS LOG WRITE FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED'.
           CLOSE ARCHIVE-FILE.
           CLOSE ARCRPT.
           CLOSE ACCESS-LOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
