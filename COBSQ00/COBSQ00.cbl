      *      SUSPENSE FILE STDNTSUS.DAT
      *    - ANY DELETION ON THE HISTORY FILE
      *      STDNTHST.DAT
      *    - THE STUDENT ACCOUNT ON STDNTACT.DAT - BALANCE,
      *      LAST TERM BILLED, LAST PAYMENT AND LAST AGING.
      *      A BALANCE MORE THAN 90 DAYS PAST DUE AS OF THE
      *      LAST AGING RUN IS FLAGGED UNDER THE BALANCE
      *
      *  EVERY RUN IS RECORDED ON THE PERMANENT ACCESS
      *  LOG ACCLOG.DAT - WHO ASKED, WHY, WHAT WAS
      *  SELECTED, AND THE STUDENT ID PROFILED - SO
      *  THE ACCESS LOG INQUIRY (COBLQ00) CAN SHOW WHO
      *  HAS VIEWED A STUDENT'S RECORD.
      *
      *  COMMAND LINE PARAMETERS:
      *    REQUESTER PURPOSE - ALWAYS REQUIRED, FIRST: THE
      *                        REQUESTER'S USER ID AND A
      *                        PURPOSE CODE (ADVS, REGS,
      *                        FINA, AUDT, STUD, LEGL OR
      *                        SYST - SEE ACCLOG.CPY)
      *    STUDENT-ID        - THE STUDENT TO PROFILE
      *                        (REQUIRED)
      *
      *  STEP RETURN CODES:
      *    0 - STUDENT IS ON THE MASTER
      *    4 - STUDENT NOT ON THE MASTER - WHATEVER THE
      *        OTHER FILES HOLD IS STILL PRINTED
      *    8 - NO STUDENT ID, REQUESTER OR PURPOSE GIVEN,
      *        OR THE ACCESS LOG COULD NOT BE WRITTEN
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'E:\COBOL\STDNTSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-FILE
               ASSIGN TO 'E:\COBOL\STDNTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'E:\COBOL\STUPROF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL ACCESS-LOG
               ASSIGN TO 'E:\COBOL\ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.


           COPY STDNTHST.

       FD  ACCOUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTACT.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       01  PRTLINE                  PIC X(132).

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-REC
           RECORD CONTAINS 82 CHARACTERS.

           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-SUS          PIC XXX     VALUE 'NO'.
           05  MORE-HIST         PIC XXX     VALUE 'NO'.
           05  WS-COMMAND-LINE   PIC X(80)   VALUE SPACES.
           05  WS-ACCLOG-STATUS  PIC XX      VALUE SPACES.
           05  WS-PARM-PTR       PIC 99      VALUE 1.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-CAT-FOUND      PIC X       VALUE 'N'.
           05  WS-ACCT-FOUND     PIC X       VALUE 'N'.

       01  RUN-PARMS.
           05  PARM-STUDENT-ID   PIC X(7)    VALUE SPACES.

           COPY STDNTREC REPLACING LEADING ==I-== BY ==HM-==.

           COPY ACCLOG REPLACING LEADING ==LA-== BY ==AL-==.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
           05  PH-LNAME          PIC X(15).
           05  FILLER            PIC X(47)   VALUE SPACES.

       01  PRO-ACCT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'BALANCE:'.
           05  PA-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(18)
                      VALUE 'LAST TERM BILLED:'.
           05  PA-TERM           PIC X(5).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(14)   VALUE 'LAST PAYMENT:'.
           05  PA-PAY-DATE.
               10  PA-PAY-MM     PIC 99.
               10  FILLER        PIC X       VALUE '/'.
               10  PA-PAY-DD     PIC 99.
               10  FILLER        PIC X       VALUE '/'.
               10  PA-PAY-YY     PIC 9(4).
           05  PA-PAY-DATE-X REDEFINES PA-PAY-DATE
                                 PIC X(10).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'AGED:'.
           05  PA-AGED-DATE.
               10  PA-AGED-MM    PIC 99.
               10  FILLER        PIC X       VALUE '/'.
               10  PA-AGED-DD    PIC 99.
               10  FILLER        PIC X       VALUE '/'.
               10  PA-AGED-YY    PIC 9(4).
           05  PA-AGED-DATE-X REDEFINES PA-AGED-DATE
                                 PIC X(10).
           05  FILLER            PIC X(29)   VALUE SPACES.

       01  PRO-PAST-DUE-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(32)
                      VALUE '*** ACCOUNT PAST DUE 90+ DAYS:'.
           05  PP-OVER-90        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4)    VALUE ' ***'.
           05  FILLER            PIC X(77)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARMS.
           PERFORM 1000-INIT.
           PERFORM 2000-MASTER-SECTION.
           PERFORM 2500-ACCOUNT-SECTION.
           PERFORM 3000-ENROLLMENT-SECTION.
           PERFORM 4000-SUSPENSE-SECTION.
           PERFORM 5000-HISTORY-SECTION.

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
               DISPLAY 'COBSQ00: A REQUESTER ID AND A VALID PURPOSE '
                   'CODE ARE REQUIRED - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-PTR NOT > 80
               MOVE WS-COMMAND-LINE(WS-PARM-PTR:) TO AL-SELECTION
           END-IF.

           IF AL-SELECTION NOT = SPACES
               UNSTRING AL-SELECTION DELIMITED BY ALL SPACE
                   INTO PARM-STUDENT-ID
               END-UNSTRING
           END-IF.
           END-IF.

       1000-INIT.
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACCLOG-STATUS NOT = '00' AND NOT = '05'
               PERFORM 1400-ABORT-ACCLOG-OPEN
           END-IF.

           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1050-LOG-RUN.
           PERFORM 1100-LOAD-DEPT-TABLE.
           PERFORM 1150-LOAD-CATALOG.

           PERFORM 9100-HEADINGS.

      *  THE RUN RECORD AND THE STUDENT RECORD FOR THE ID
      *  BEING PROFILED GO TO THE ACCESS LOG BEFORE
      *  ANYTHING PRINTS.
       1050-LOG-RUN.
           MOVE I-DATE TO AL-DATE.
           MOVE I-TIME(1:6) TO AL-TIME.
           MOVE 'COBSQ00' TO AL-PGM.
           MOVE 'R' TO AL-REC-TYPE.
           MOVE SPACES TO AL-STUDENT-ID.
           PERFORM 9750-WRITE-ACCESS-LOG.

           MOVE 'S' TO AL-REC-TYPE.
           MOVE PARM-STUDENT-ID TO AL-STUDENT-ID.
           PERFORM 9750-WRITE-ACCESS-LOG.

       1100-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           PERFORM 9020-READ-DEPT.
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1400-ABORT-ACCLOG-OPEN.
           DISPLAY 'COBSQ00: ACCESS LOG OPEN FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED BEFORE ANY '
               'RECORD PRINTED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *  SECTION ONE - THE MASTER RECORD WITH THE
      *  DEPARTMENT NAME FILLED IN AND THE STANDING
      *  BUCKET UNDER THE SAME GPA RULES AS THE STANDING

           CLOSE STUDENT-MASTER.

       2100-READ-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE.
           MOVE 'Y' TO WS-ACCT-FOUND.
           MOVE PARM-STUDENT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.
           CLOSE ACCOUNT-FILE.

      *  SECTION ONE-A - THE STUDENT ACCOUNT, AS LEFT BY
      *  THE LAST BILLING, POSTING AND AGING RUNS.
       2500-ACCOUNT-SECTION.
           MOVE 'STUDENT ACCOUNT' TO SEC-TEXT.
           WRITE PRTLINE FROM PRO-SECTION
               AFTER ADVANCING 2 LINES.

           PERFORM 2100-READ-ACCOUNT.

           IF WS-ACCT-FOUND = 'N'
               MOVE 'NO STUDENT ACCOUNT ON FILE' TO PN-TEXT
               WRITE PRTLINE FROM PRO-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE AC-BALANCE TO PA-BALANCE
               MOVE AC-LAST-TERM TO PA-TERM
               IF AC-LAST-PAY-DATE = 0
                   MOVE 'NONE' TO PA-PAY-DATE-X
               ELSE
                   MOVE AC-LAST-PAY-DATE TO DATE-WORK
                   MOVE '  /  /    ' TO PA-PAY-DATE-X
                   MOVE DW-MM TO PA-PAY-MM
                   MOVE DW-DD TO PA-PAY-DD
                   MOVE DW-YY TO PA-PAY-YY
               END-IF
               IF AC-AGED-DATE = 0
                   MOVE 'NOT AGED' TO PA-AGED-DATE-X
               ELSE
                   MOVE AC-AGED-DATE TO DATE-WORK
                   MOVE '  /  /    ' TO PA-AGED-DATE-X
                   MOVE DW-MM TO PA-AGED-MM
                   MOVE DW-DD TO PA-AGED-DD
                   MOVE DW-YY TO PA-AGED-YY
               END-IF
               WRITE PRTLINE FROM PRO-ACCT-LINE
                   AFTER ADVANCING 1 LINE
               IF AC-PAST-DUE = 'Y'
                   MOVE AC-OVER-90 TO PP-OVER-90
                   WRITE PRTLINE FROM PRO-PAST-DUE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *  SECTION TWO - THE STUDENT'S ENROLLMENTS, READ
      *  DIRECTLY BY KEY FROM THE INDEXED COURSE FILE.
       3000-ENROLLMENT-SECTION.

       7000-CLOSING.
           CLOSE PRTOUT.
           CLOSE ACCESS-LOG.

           DISPLAY 'COBSQ00: PROFILE FOR ' PARM-STUDENT-ID
               ' PRINTED TO STUPROF.PRT'.

           WRITE PRTLINE FROM PRO-TITLE
               AFTER ADVANCING PAGE.

       9750-WRITE-ACCESS-LOG.
           WRITE LA-REC FROM AL-REC.
           IF WS-ACCLOG-STATUS NOT = '00'
               PERFORM 9860-ABORT-ACCLOG-WRITE
           END-IF.

       9860-ABORT-ACCLOG-WRITE.
           DISPLAY 'COBSQ00: ACCESS LOG WRITE FAILED - STATUS '
               WS-ACCLOG-STATUS ' - RUN ABORTED'.
           CLOSE PRTOUT.
           CLOSE ACCESS-LOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
