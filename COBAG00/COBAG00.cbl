       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBAG00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  AGED RECEIVABLES BY DEPARTMENT.  THIS PROGRAM
      *  AGES EVERY STUDENT ACCOUNT FROM THE PERMANENT
      *  ACCOUNT LEDGER ACCTLED.DAT AND PRINTS THE
      *  BUSINESS OFFICE REPORT AGEDAR.PRT - EACH STUDENT
      *  OWING OR HOLDING A CREDIT, GROUPED BY THE
      *  DEPARTMENT ON THE STUDENT MASTER WITH THE
      *  DEPARTMENT NAME FROM DEPTTBL.DAT, IN FOUR
      *  BUCKETS WITH DEPARTMENT AND GRAND TOTALS:
      *    CURRENT  - UP TO 30 DAYS OLD
      *    30 DAYS  - 31 TO 60 DAYS OLD
      *    60 DAYS  - 61 TO 90 DAYS OLD
      *    90+ DAYS - MORE THAN 90 DAYS OLD
      *  A CHARGE AGES FROM ITS LEDGER POSTING DATE.
      *  PAYMENTS AND CREDITS ARE APPLIED TO THE OLDEST
      *  CHARGES FIRST, AND A CREDIT LEFT OVER AFTER
      *  EVERY CHARGE IS PAID SHOWS AS A NEGATIVE CURRENT
      *  AMOUNT.
      *
      *  THE AMOUNT OVER 90 DAYS IS WRITTEN BACK TO EACH
      *  ACCOUNT ON STDNTACT.DAT WITH THE AGING DATE, AND
      *  THE PAST-DUE FLAG IS SET WHILE IT IS ABOVE ZERO -
      *  THE SINGLE-STUDENT INQUIRY (COBSQ00) SHOWS THE
      *  FLAG ON THE STUDENT PROFILE.  THE LEDGER FOR
      *  EVERY STUDENT IS ALSO PROVED AGAINST THE ACCOUNT
      *  BALANCE; A STUDENT WHOSE LEDGER DOES NOT NET TO
      *  THE BALANCE IS MARKED OUT OF BALANCE.
      *
      *  STEP RETURN CODES:
      *    0 - EVERY ACCOUNT AGED AND IN BALANCE
      *   12 - ONE OR MORE ACCOUNTS OUT OF BALANCE WITH
      *        THE LEDGER
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'E:\COBOL\ACCTLED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-SORTED
               ASSIGN TO 'E:\COBOL\LEDSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT AGE-WORK-FILE
               ASSIGN TO 'E:\COBOL\AGEWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-SORTED
               ASSIGN TO 'E:\COBOL\AGESRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-SORT-WORK
               ASSIGN TO 'SORTWK02'.

           SELECT OPTIONAL ACCOUNT-FILE
               ASSIGN TO 'E:\COBOL\STDNTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\AGEDAR.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED.

       FD  LEDGER-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS LS-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED REPLACING LEADING ==AL-== BY ==LS-==.

       SD  SORT-WORK
           DATA RECORD IS SW-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY ACCTLED REPLACING LEADING ==AL-== BY ==SW-==.

       FD  AGE-WORK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AG-REC
           RECORD CONTAINS 87 CHARACTERS.

           COPY ACCTAGE.

       FD  AGE-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AQ-REC
           RECORD CONTAINS 87 CHARACTERS.

           COPY ACCTAGE REPLACING LEADING ==AG-== BY ==AQ-==.

       SD  AGE-SORT-WORK
           DATA RECORD IS AX-REC
           RECORD CONTAINS 87 CHARACTERS.

           COPY ACCTAGE REPLACING LEADING ==AG-== BY ==AX-==.

       FD  ACCOUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTACT.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

           COPY STDNTREC.

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

           COPY DEPTREC.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-LEDGER       PIC XXX     VALUE 'NO'.
           05  MORE-AGED         PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  WS-HOLD-ID        PIC X(7)    VALUE SPACES.
           05  WS-HOLD-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-FIRST-DEPT     PIC X       VALUE 'Y'.
           05  WS-ACCT-FOUND     PIC X       VALUE 'N'.
           05  WS-MST-FOUND      PIC X       VALUE 'N'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.

       01  COUNT-AREA.
           05  C-AGEDCTR         PIC 9(5)    VALUE 0.
           05  C-PASTCTR         PIC 9(5)    VALUE 0.
           05  C-OOBCTR          PIC 9(5)    VALUE 0.
           05  C-DEPTCTR         PIC 9(5)    VALUE 0.

       01  AGE-WORK.
           05  WS-TODAY-INT      PIC 9(7)       VALUE 0.
           05  WS-CHARGE-INT     PIC 9(7)       VALUE 0.
           05  WS-DAYS-OLD       PIC 9(5)       VALUE 0.
           05  WS-CREDITS        PIC S9(9)V99   VALUE 0.
           05  WS-LEDGER-NET     PIC S9(9)V99   VALUE 0.

      *  THE CHARGES OF THE STUDENT BEING AGED, OLDEST
      *  FIRST.  IF A STUDENT EVER HAS MORE CHARGES THAN
      *  THE TABLE HOLDS, THE EXTRA AMOUNTS ARE ADDED TO
      *  THE NEWEST ENTRY, WHICH CAN ONLY MAKE THE ACCOUNT
      *  LOOK YOUNGER THAN IT IS, NEVER OLDER.
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 300 TIMES INDEXED BY CHX.
               10  TB-CH-DATE    PIC 9(8).
               10  TB-CH-AMT     PIC S9(7)V99.
       01  CHARGE-COUNT          PIC 999     VALUE 0.

       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX.
               10  TB-CODE       PIC X(4).
               10  TB-NAME       PIC X(25).
               10  TB-ACTIVE     PIC X.
       01  DEPT-COUNT            PIC 999     VALUE 0.

       01  BUCKET-TOTALS.
           05  DEPT-TOTALS.
               10  DT-CURRENT    PIC S9(9)V99   VALUE 0.
               10  DT-OVER-30    PIC S9(9)V99   VALUE 0.
               10  DT-OVER-60    PIC S9(9)V99   VALUE 0.
               10  DT-OVER-90    PIC S9(9)V99   VALUE 0.
               10  DT-BALANCE    PIC S9(9)V99   VALUE 0.
           05  GRAND-TOTALS.
               10  GT-CURRENT    PIC S9(9)V99   VALUE 0.
               10  GT-OVER-30    PIC S9(9)V99   VALUE 0.
               10  GT-OVER-60    PIC S9(9)V99   VALUE 0.
               10  GT-OVER-90    PIC S9(9)V99   VALUE 0.
               10  GT-BALANCE    PIC S9(9)V99   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).
       01  WS-TODAY REDEFINES CURRENT-DATE-AND-TIME.
           05  WS-TODAY-YMD      PIC 9(8).
           05  FILLER            PIC X(11).

       01  AGE-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                           VALUE 'AGED RECEIVABLES BY DEPARTMENT'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  AGE-COL.
           05  FILLER            PIC X(7)    VALUE '   ID'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER            PIC X(1)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'CURRENT'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE '30 DAYS'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE '60 DAYS'.
           05  FILLER            PIC X(7)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE '90+ DAYS'.
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'BALANCE'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'NOTE'.

       01  AGE-DEPT-LINE.
           05  FILLER            PIC X(12)   VALUE 'DEPARTMENT:'.
           05  AD-DEPT           PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AD-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(89)   VALUE SPACES.

       01  AGE-DETAIL.
           05  AL-ID-OUT         PIC X(7).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-LNAME          PIC X(15).
           05  FILLER            PIC X(1)    VALUE SPACES.
           05  AL-FNAME          PIC X(15).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-CURRENT        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-OVER-30        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-OVER-60        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-OVER-90        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AL-NOTE           PIC X(15).

       01  AGE-TOTAL-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  AT-LABEL          PIC X(36).
           05  AT-CURRENT        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AT-OVER-30        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AT-OVER-60        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AT-OVER-90        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  AT-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(17)   VALUE SPACES.

       01  AGE-COUNT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'ACCOUNTS AGED:'.
           05  O-AGEDCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(24)
                               VALUE 'PAST DUE OVER 90 DAYS:'.
           05  O-PASTCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(16)   VALUE 'OUT OF BALANCE:'.
           05  O-OOBCTR          PIC ZZZZ9.
           05  FILLER            PIC X(48)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-AGE-ACCOUNTS.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 4000-CLOSING.
           PERFORM 6000-SET-RETURN-CODE.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).

           PERFORM 1100-LOAD-DEPT-TABLE.

       1100-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           PERFORM 9020-READ-DEPT.
           PERFORM UNTIL MORE-DEPTS = 'YES'
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DP-CODE TO TB-CODE (DEPT-COUNT)
                   MOVE DP-NAME TO TB-NAME (DEPT-COUNT)
                   MOVE DP-ACTIVE TO TB-ACTIVE (DEPT-COUNT)
               END-IF
               PERFORM 9020-READ-DEPT
           END-PERFORM.
           CLOSE DEPT-FILE.

      *  PASS ONE - THE LEDGER IS SORTED INTO STUDENT /
      *  POSTING DATE ORDER, EACH STUDENT'S CHARGES ARE
      *  AGED, THE ACCOUNT IS UPDATED, AND ONE AGED RECORD
      *  PER STUDENT GOES TO THE WORK FILE.
       2000-AGE-ACCOUNTS.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ID SW-POST-DATE
               USING LEDGER-FILE
               GIVING LEDGER-SORTED.

           OPEN INPUT LEDGER-SORTED.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT AGE-WORK-FILE.

           PERFORM 9000-READ-LEDGER.
           PERFORM 2100-PROCESS-LEDGER
               UNTIL MORE-LEDGER = 'YES'.
           IF WS-HOLD-ID NOT = SPACES
               PERFORM 2200-AGE-STUDENT
           END-IF.

           CLOSE LEDGER-SORTED.
           CLOSE ACCOUNT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AGE-WORK-FILE.

       2100-PROCESS-LEDGER.
           IF LS-ID NOT = WS-HOLD-ID
               IF WS-HOLD-ID NOT = SPACES
                   PERFORM 2200-AGE-STUDENT
               END-IF
               MOVE LS-ID TO WS-HOLD-ID
               MOVE 0 TO CHARGE-COUNT
               MOVE 0 TO WS-CREDITS
               MOVE 0 TO WS-LEDGER-NET
           END-IF.

           ADD LS-AMOUNT TO WS-LEDGER-NET.
           IF LS-AMOUNT > 0
               IF CHARGE-COUNT < 300
                   ADD 1 TO CHARGE-COUNT
                   MOVE LS-POST-DATE TO TB-CH-DATE (CHARGE-COUNT)
                   MOVE LS-AMOUNT TO TB-CH-AMT (CHARGE-COUNT)
               ELSE
                   ADD LS-AMOUNT TO TB-CH-AMT (CHARGE-COUNT)
               END-IF
           ELSE
               SUBTRACT LS-AMOUNT FROM WS-CREDITS
           END-IF.

           PERFORM 9000-READ-LEDGER.

       2200-AGE-STUDENT.
           PERFORM 2210-APPLY-CREDITS.

           MOVE SPACES TO AG-REC.
           MOVE WS-HOLD-ID TO AG-ID.
           MOVE 0 TO AG-CURRENT.
           MOVE 0 TO AG-OVER-30.
           MOVE 0 TO AG-OVER-60.
           MOVE 0 TO AG-OVER-90.
           PERFORM 2220-BUCKET-CHARGE
               VARYING CHX FROM 1 BY 1
               UNTIL CHX > CHARGE-COUNT.
           SUBTRACT WS-CREDITS FROM AG-CURRENT.
           COMPUTE AG-BALANCE = AG-CURRENT + AG-OVER-30
               + AG-OVER-60 + AG-OVER-90.

           PERFORM 2230-READ-MASTER.
           PERFORM 2240-UPDATE-ACCOUNT.

           IF AG-BALANCE NOT = 0 OR AG-OOB = 'Y'
               WRITE AG-REC
           END-IF.

      *  CREDITS PAY OFF THE OLDEST CHARGES FIRST.
      *  WHATEVER IS LEFT IN WS-CREDITS AFTERWARD IS A
      *  CREDIT BALANCE ON THE ACCOUNT.
       2210-APPLY-CREDITS.
           PERFORM VARYING CHX FROM 1 BY 1
               UNTIL CHX > CHARGE-COUNT OR WS-CREDITS = 0
               IF WS-CREDITS NOT < TB-CH-AMT (CHX)
                   SUBTRACT TB-CH-AMT (CHX) FROM WS-CREDITS
                   MOVE 0 TO TB-CH-AMT (CHX)
               ELSE
                   SUBTRACT WS-CREDITS FROM TB-CH-AMT (CHX)
                   MOVE 0 TO WS-CREDITS
               END-IF
           END-PERFORM.

       2220-BUCKET-CHARGE.
           COMPUTE WS-CHARGE-INT =
               FUNCTION INTEGER-OF-DATE(TB-CH-DATE (CHX)).
           IF WS-CHARGE-INT > WS-TODAY-INT
               MOVE 0 TO WS-DAYS-OLD
           ELSE
               COMPUTE WS-DAYS-OLD = WS-TODAY-INT - WS-CHARGE-INT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OLD NOT > 30
                   ADD TB-CH-AMT (CHX) TO AG-CURRENT
               WHEN WS-DAYS-OLD NOT > 60
                   ADD TB-CH-AMT (CHX) TO AG-OVER-30
               WHEN WS-DAYS-OLD NOT > 90
                   ADD TB-CH-AMT (CHX) TO AG-OVER-60
               WHEN OTHER
                   ADD TB-CH-AMT (CHX) TO AG-OVER-90
           END-EVALUATE.

       2230-READ-MASTER.
           MOVE 'Y' TO WS-MST-FOUND.
           MOVE WS-HOLD-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND
           END-READ.

           IF WS-MST-FOUND = 'Y'
               MOVE I-DEPT-CODE TO AG-DEPT
               MOVE I-LNAME TO AG-LNAME
               MOVE I-FNAME TO AG-FNAME
           ELSE
               MOVE SPACES TO AG-DEPT
               MOVE '*NOT ON MASTER*' TO AG-LNAME
           END-IF.

      *  THE AGING RESULT IS A DERIVED FIGURE, REFRESHED
      *  IN PLACE ON EVERY RUN, SO IT IS NOT WRITTEN TO
      *  THE CHANGE AUDIT TRAIL.
       2240-UPDATE-ACCOUNT.
           MOVE 'N' TO AG-OOB.
           MOVE 'Y' TO WS-ACCT-FOUND.
           MOVE WS-HOLD-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.

           IF WS-ACCT-FOUND = 'N'
               MOVE 'Y' TO AG-OOB
           ELSE
               IF AC-BALANCE NOT = WS-LEDGER-NET
                   MOVE 'Y' TO AG-OOB
               END-IF
               MOVE WS-TODAY-YMD TO AC-AGED-DATE
               IF AG-OVER-90 > 0
                   MOVE AG-OVER-90 TO AC-OVER-90
                   MOVE 'Y' TO AC-PAST-DUE
               ELSE
                   MOVE 0 TO AC-OVER-90
                   MOVE 'N' TO AC-PAST-DUE
               END-IF
               REWRITE AC-REC
           END-IF.

      *  PASS TWO - THE AGED RECORDS ARE SORTED INTO
      *  DEPARTMENT / STUDENT ORDER AND PRINTED WITH A
      *  TOTAL AT EACH CHANGE OF DEPARTMENT.
       3000-PRINT-REPORT.
           SORT AGE-SORT-WORK
               ON ASCENDING KEY AX-DEPT AX-ID
               USING AGE-WORK-FILE
               GIVING AGE-SORTED.

           PERFORM 9100-HEADINGS.

           OPEN INPUT AGE-SORTED.
           PERFORM 9010-READ-AGED.
           PERFORM 3100-PRINT-STUDENT
               UNTIL MORE-AGED = 'YES'.
           CLOSE AGE-SORTED.

           IF WS-FIRST-DEPT = 'N'
               PERFORM 3300-DEPT-TOTAL
           END-IF.

           MOVE 'GRAND TOTAL' TO AT-LABEL.
           MOVE GT-CURRENT TO AT-CURRENT.
           MOVE GT-OVER-30 TO AT-OVER-30.
           MOVE GT-OVER-60 TO AT-OVER-60.
           MOVE GT-OVER-90 TO AT-OVER-90.
           MOVE GT-BALANCE TO AT-BALANCE.
           WRITE PRTLINE FROM AGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3100-PRINT-STUDENT.
           IF WS-FIRST-DEPT = 'Y' OR AQ-DEPT NOT = WS-HOLD-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 3300-DEPT-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT
               MOVE AQ-DEPT TO WS-HOLD-DEPT
               PERFORM 3200-DEPT-HEADING
           END-IF.

           MOVE AQ-ID TO AL-ID-OUT.
           MOVE AQ-LNAME TO AL-LNAME.
           MOVE AQ-FNAME TO AL-FNAME.
           MOVE AQ-CURRENT TO AL-CURRENT.
           MOVE AQ-OVER-30 TO AL-OVER-30.
           MOVE AQ-OVER-60 TO AL-OVER-60.
           MOVE AQ-OVER-90 TO AL-OVER-90.
           MOVE AQ-BALANCE TO AL-BALANCE.
           MOVE SPACES TO AL-NOTE.
           IF AQ-OVER-90 > 0
               MOVE 'PAST DUE' TO AL-NOTE
               ADD 1 TO C-PASTCTR
           END-IF.
           IF AQ-OOB = 'Y'
               MOVE 'OUT OF BALANCE' TO AL-NOTE
               ADD 1 TO C-OOBCTR
           END-IF.
           WRITE PRTLINE FROM AGE-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD 1 TO C-AGEDCTR.
           ADD 1 TO C-DEPTCTR.
           ADD AQ-CURRENT TO DT-CURRENT.
           ADD AQ-OVER-30 TO DT-OVER-30.
           ADD AQ-OVER-60 TO DT-OVER-60.
           ADD AQ-OVER-90 TO DT-OVER-90.
           ADD AQ-BALANCE TO DT-BALANCE.

           PERFORM 9010-READ-AGED.

       3200-DEPT-HEADING.
           MOVE WS-HOLD-DEPT TO AD-DEPT.
           PERFORM 8100-LOOKUP-DEPT-NAME.
           WRITE PRTLINE FROM AGE-DEPT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3300-DEPT-TOTAL.
           MOVE SPACES TO AT-LABEL.
           STRING 'TOTAL DEPARTMENT ' DELIMITED BY SIZE
                  WS-HOLD-DEPT DELIMITED BY SIZE
               INTO AT-LABEL
           END-STRING.
           MOVE DT-CURRENT TO AT-CURRENT.
           MOVE DT-OVER-30 TO AT-OVER-30.
           MOVE DT-OVER-60 TO AT-OVER-60.
           MOVE DT-OVER-90 TO AT-OVER-90.
           MOVE DT-BALANCE TO AT-BALANCE.
           WRITE PRTLINE FROM AGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD DT-CURRENT TO GT-CURRENT.
           ADD DT-OVER-30 TO GT-OVER-30.
           ADD DT-OVER-60 TO GT-OVER-60.
           ADD DT-OVER-90 TO GT-OVER-90.
           ADD DT-BALANCE TO GT-BALANCE.
           INITIALIZE DEPT-TOTALS.
           MOVE 0 TO C-DEPTCTR.

       4000-CLOSING.
           MOVE C-AGEDCTR TO O-AGEDCTR.
           MOVE C-PASTCTR TO O-PASTCTR.
           MOVE C-OOBCTR TO O-OOBCTR.
           WRITE PRTLINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.

      *  STEP RETURN CODE:
      *    0 - EVERY ACCOUNT IN BALANCE WITH THE LEDGER
      *   12 - ACCOUNTS OUT OF BALANCE - THE BUSINESS
      *        OFFICE MUST RECONCILE BEFORE THE REPORT
      *        IS RELIED ON
       6000-SET-RETURN-CODE.
           IF C-OOBCTR > 0
               DISPLAY 'COBAG00: ' C-OOBCTR ' ACCOUNTS OUT OF '
                   'BALANCE WITH THE LEDGER - SEE AGEDAR.PRT'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       8100-LOOKUP-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACES TO AD-DEPT-NAME.
           IF WS-HOLD-DEPT = SPACES
               MOVE 'Y' TO WS-DEPT-FOUND
               MOVE 'STUDENT NOT ON MASTER' TO AD-DEPT-NAME
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF TB-CODE (DX) = WS-HOLD-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE TB-NAME (DX) TO AD-DEPT-NAME
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               MOVE '*UNKNOWN DEPARTMENT*' TO AD-DEPT-NAME
           END-IF.

       9000-READ-LEDGER.
           READ LEDGER-SORTED
               AT END
                   MOVE 'YES' TO MORE-LEDGER
           END-READ.

       9010-READ-AGED.
           READ AGE-SORTED
               AT END
                   MOVE 'YES' TO MORE-AGED
           END-READ.

       9020-READ-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'YES' TO MORE-DEPTS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM AGE-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM AGE-COL
               AFTER ADVANCING 2 LINES.
