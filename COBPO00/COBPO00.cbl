       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBPO00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  GRADUATE OUTCOMES BY DEPARTMENT.  THIS PROGRAM
      *  READS THE GRADUATE PLACEMENT FILE PLACEMNT.DAT
      *  AND PRINTS THE CAREER OUTCOMES REPORT
      *  OUTCOME.PRT - ONE LINE PER DEPARTMENT, WITH THE
      *  DEPARTMENT NAME FROM DEPTTBL.DAT, AND A LINE FOR
      *  ALL DEPARTMENTS TOGETHER:
      *    OUTCOMES  - GRADUATES WITH AN OUTCOME ON FILE
      *    CONFIRMED - OUTCOMES WITH A CONFIRMED DATE
      *    FULL-TIME, PART-TIME, GRAD SCH, SEEKING -
      *                CONFIRMED OUTCOMES BY TYPE
      *    PLACED    - FULL-TIME, PART-TIME AND GRADUATE
      *                SCHOOL AS A PERCENT OF CONFIRMED
      *    LOW, MEDIAN, HIGH - STARTING SALARY OVER THE
      *                CONFIRMED FULL-TIME AND PART-TIME
      *                OUTCOMES THAT REPORTED A SALARY
      *  AN UNCONFIRMED OUTCOME IS COUNTED ON FILE BUT
      *  LEFT OUT OF EVERY RATE AND SALARY FIGURE.  THE
      *  DEPARTMENT IS THE ONE RECORDED WHEN THE OUTCOME
      *  WAS LOADED.
      *
      *  STEP RETURN CODES:
      *    0 - REPORT PRINTED
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO 'E:\COBOL\PLACEMNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-ID.

           SELECT PLACEMENT-SORTED
               ASSIGN TO 'E:\COBOL\PLCSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT SALARY-SORTED
               ASSIGN TO 'E:\COBOL\PLCSAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALARY-SORT-WORK
               ASSIGN TO 'SORTWK02'.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO 'E:\COBOL\DEPTTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\OUTCOME.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT.

       FD  PLACEMENT-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PS-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT REPLACING LEADING ==PL-== BY ==PS-==.

       SD  SORT-WORK
           DATA RECORD IS SW-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT REPLACING LEADING ==PL-== BY ==SW-==.

       FD  SALARY-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT REPLACING LEADING ==PL-== BY ==PQ-==.

       SD  SALARY-SORT-WORK
           DATA RECORD IS SX-REC
           RECORD CONTAINS 85 CHARACTERS.

           COPY PLACEMNT REPLACING LEADING ==PL-== BY ==SX-==.

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
           05  MORE-PLAC         PIC XXX     VALUE 'NO'.
           05  MORE-SAL          PIC XXX     VALUE 'NO'.
           05  MORE-DEPTS        PIC XXX     VALUE 'NO'.
           05  WS-HOLD-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-FIRST-DEPT     PIC X       VALUE 'Y'.
           05  WS-DEPT-FOUND     PIC X       VALUE 'N'.
           05  WS-PLACED         PIC 9(5)    VALUE 0.
           05  WS-RATE           PIC 999V9   VALUE 0.
           05  WS-MID            PIC 9(5)    VALUE 0.
           05  WS-MID-POS        PIC 9(5)    VALUE 0.
           05  WS-MID-LOW        PIC 9(6)V99 VALUE 0.
           05  WS-MEDIAN         PIC 9(6)V99 VALUE 0.

      *  ONE SET OF COUNTERS FOR THE DEPARTMENT BEING
      *  PRINTED AND ONE FOR ALL DEPARTMENTS.
       01  OUTCOME-COUNTS.
           05  DEPT-COUNTS.
               10  DC-OUTCOMES   PIC 9(5)       VALUE 0.
               10  DC-CONFIRMED  PIC 9(5)       VALUE 0.
               10  DC-FT         PIC 9(5)       VALUE 0.
               10  DC-PT         PIC 9(5)       VALUE 0.
               10  DC-GS         PIC 9(5)       VALUE 0.
               10  DC-SK         PIC 9(5)       VALUE 0.
               10  DC-SALCTR     PIC 9(5)       VALUE 0.
               10  DC-LOW        PIC 9(6)V99    VALUE 0.
               10  DC-HIGH       PIC 9(6)V99    VALUE 0.
           05  GRAND-COUNTS.
               10  GC-OUTCOMES   PIC 9(5)       VALUE 0.
               10  GC-CONFIRMED  PIC 9(5)       VALUE 0.
               10  GC-FT         PIC 9(5)       VALUE 0.
               10  GC-PT         PIC 9(5)       VALUE 0.
               10  GC-GS         PIC 9(5)       VALUE 0.
               10  GC-SK         PIC 9(5)       VALUE 0.
               10  GC-SALCTR     PIC 9(5)       VALUE 0.
               10  GC-LOW        PIC 9(6)V99    VALUE 0.
               10  GC-HIGH       PIC 9(6)V99    VALUE 0.
           05  C-DEPTCTR         PIC 9(5)       VALUE 0.

      *  THE LINE BEING PRINTED, DEPARTMENT OR ALL
      *  DEPARTMENTS - SAME LAYOUT AS THE GROUPS ABOVE.
       01  PRINT-COUNTS.
           05  PC-OUTCOMES       PIC 9(5).
           05  PC-CONFIRMED      PIC 9(5).
           05  PC-FT             PIC 9(5).
           05  PC-PT             PIC 9(5).
           05  PC-GS             PIC 9(5).
           05  PC-SK             PIC 9(5).
           05  PC-SALCTR         PIC 9(5).
           05  PC-LOW            PIC 9(6)V99.
           05  PC-HIGH           PIC 9(6)V99.

      *  THE REPORTED SALARIES OF THE DEPARTMENT BEING
      *  PRINTED, LOWEST FIRST (THE SORT ORDER), FOR ITS
      *  MEDIAN.  A DEPARTMENT WITH MORE SALARIES THAN THE
      *  TABLE HOLDS STILL COUNTS THEM ALL IN ITS HIGH;
      *  ITS MEDIAN IS TAKEN OVER THE FIRST 5000.
       01  SALARY-TABLE.
           05  SALARY-ENTRY OCCURS 5000 TIMES INDEXED BY SX.
               10  TB-SALARY     PIC 9(6)V99.
       01  SALARY-COUNT          PIC 9(5)    VALUE 0.

       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DX.
               10  TB-CODE       PIC X(4).
               10  TB-NAME       PIC X(25).
               10  TB-ACTIVE     PIC X.
       01  DEPT-COUNT            PIC 999     VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).

       01  PO-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                          VALUE 'GRADUATE OUTCOMES BY DEPARTMENT'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  PO-COL.
           05  FILLER            PIC X(4)    VALUE 'DEPT'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(25)   VALUE 'DEPARTMENT NAME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'OUTCOMES'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'CONFIRMED'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'FULL-TIME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE 'PART-TIME'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'GRAD SCH'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE 'SEEKING'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PLACED'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE '     LOW'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE '  MEDIAN'.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE '    HIGH'.
           05  FILLER            PIC X(1)    VALUE SPACES.

       01  PO-DETAIL.
           05  OD-DEPT           PIC X(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-DEPT-NAME      PIC X(25).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-OUTCOMES       PIC ZZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-CONFIRMED      PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-FT             PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-PT             PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-GS             PIC ZZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-SK             PIC ZZZZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-RATE           PIC ZZ9.9.
           05  OD-RATE-X         REDEFINES OD-RATE
                                 PIC X(5).
           05  OD-PCT            PIC X.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-LOW            PIC $ZZZ,ZZ9.
           05  OD-LOW-X          REDEFINES OD-LOW
                                 PIC X(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-MEDIAN         PIC $ZZZ,ZZ9.
           05  OD-MEDIAN-X       REDEFINES OD-MEDIAN
                                 PIC X(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  OD-HIGH           PIC $ZZZ,ZZ9.
           05  OD-HIGH-X         REDEFINES OD-HIGH
                                 PIC X(8).
           05  FILLER            PIC X(1)    VALUE SPACES.

       01  PO-NOTE-1.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(42)   VALUE
               'FULL-TIME THROUGH SEEKING COUNT CONFIRMED '.
           05  FILLER            PIC X(42)   VALUE
               'OUTCOMES ONLY.  PLACED IS FULL-TIME, PART-'.
           05  FILLER            PIC X(42)   VALUE
               'TIME AND GRADUATE SCHOOL AS A PERCENT OF  '.

       01  PO-NOTE-2.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE
               'CONFIRMED.  SALARIES ARE OVER CONFIRMED '.
           05  FILLER            PIC X(38)   VALUE
               'FULL-TIME AND PART-TIME OUTCOMES THAT '.
           05  FILLER            PIC X(18)   VALUE
               'REPORTED A SALARY.'.
           05  FILLER            PIC X(30)   VALUE SPACES.

       01  PO-COUNT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(22)
                               VALUE 'DEPARTMENTS REPORTED:'.
           05  O-DEPTCTR         PIC ZZZZ9.
           05  FILLER            PIC X(99)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PRINT-DEPARTMENTS.
           PERFORM 3000-PRINT-ALL-DEPARTMENTS.
           PERFORM 4000-CLOSING.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

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

      *  THE OUTCOMES ARE SORTED INTO DEPARTMENT ORDER,
      *  LOWEST SALARY FIRST WITHIN EACH DEPARTMENT, SO
      *  THE SALARIES REACH THE TABLE ALREADY IN ORDER AND
      *  A LINE IS PRINTED AT EACH CHANGE OF DEPARTMENT.
       2000-PRINT-DEPARTMENTS.
           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT SW-SALARY
               USING PLACEMENT-FILE
               GIVING PLACEMENT-SORTED.

           PERFORM 9100-HEADINGS.

           OPEN INPUT PLACEMENT-SORTED.
           PERFORM 9000-READ-PLACEMENT.
           PERFORM 2100-COUNT-OUTCOME
               UNTIL MORE-PLAC = 'YES'.
           CLOSE PLACEMENT-SORTED.

           IF WS-FIRST-DEPT = 'N'
               PERFORM 2300-DEPT-LINE
           END-IF.

       2100-COUNT-OUTCOME.
           IF WS-FIRST-DEPT = 'Y' OR PS-DEPT NOT = WS-HOLD-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 2300-DEPT-LINE
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT
               MOVE PS-DEPT TO WS-HOLD-DEPT
           END-IF.

           ADD 1 TO DC-OUTCOMES.
           IF PS-CONFIRM-DATE > 0
               ADD 1 TO DC-CONFIRMED
               EVALUATE PS-EMP-TYPE
                   WHEN 'FT'
                       ADD 1 TO DC-FT
                   WHEN 'PT'
                       ADD 1 TO DC-PT
                   WHEN 'GS'
                       ADD 1 TO DC-GS
                   WHEN 'SK'
                       ADD 1 TO DC-SK
               END-EVALUATE
               IF (PS-EMP-TYPE = 'FT' OR PS-EMP-TYPE = 'PT')
                       AND PS-SALARY > 0
                   PERFORM 2200-ADD-SALARY
               END-IF
           END-IF.

           PERFORM 9000-READ-PLACEMENT.

       2200-ADD-SALARY.
           ADD 1 TO DC-SALCTR.
           IF DC-SALCTR = 1
               MOVE PS-SALARY TO DC-LOW
           END-IF.
           MOVE PS-SALARY TO DC-HIGH.
           IF SALARY-COUNT < 5000
               ADD 1 TO SALARY-COUNT
               MOVE PS-SALARY TO TB-SALARY (SALARY-COUNT)
           END-IF.

       2300-DEPT-LINE.
           MOVE WS-HOLD-DEPT TO OD-DEPT.
           PERFORM 8100-LOOKUP-DEPT-NAME.

      *  AN EVEN NUMBER OF SALARIES TAKES THE MEAN OF THE
      *  TWO MIDDLE ONES.
           MOVE 0 TO WS-MEDIAN.
           IF SALARY-COUNT > 0
               DIVIDE SALARY-COUNT BY 2 GIVING WS-MID
               IF WS-MID * 2 = SALARY-COUNT
                   COMPUTE WS-MEDIAN ROUNDED =
                       (TB-SALARY (WS-MID) +
                        TB-SALARY (WS-MID + 1)) / 2
               ELSE
                   MOVE TB-SALARY (WS-MID + 1) TO WS-MEDIAN
               END-IF
           END-IF.

           MOVE DEPT-COUNTS TO PRINT-COUNTS.
           PERFORM 2400-FORMAT-COUNTS.
           WRITE PRTLINE FROM PO-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD 1 TO C-DEPTCTR.
           ADD DC-OUTCOMES TO GC-OUTCOMES.
           ADD DC-CONFIRMED TO GC-CONFIRMED.
           ADD DC-FT TO GC-FT.
           ADD DC-PT TO GC-PT.
           ADD DC-GS TO GC-GS.
           ADD DC-SK TO GC-SK.
           IF DC-SALCTR > 0
               IF GC-SALCTR = 0 OR DC-LOW < GC-LOW
                   MOVE DC-LOW TO GC-LOW
               END-IF
               IF DC-HIGH > GC-HIGH
                   MOVE DC-HIGH TO GC-HIGH
               END-IF
           END-IF.
           ADD DC-SALCTR TO GC-SALCTR.
           INITIALIZE DEPT-COUNTS.
           MOVE 0 TO SALARY-COUNT.

       2400-FORMAT-COUNTS.
           MOVE PC-OUTCOMES TO OD-OUTCOMES.
           MOVE PC-CONFIRMED TO OD-CONFIRMED.
           MOVE PC-FT TO OD-FT.
           MOVE PC-PT TO OD-PT.
           MOVE PC-GS TO OD-GS.
           MOVE PC-SK TO OD-SK.

           IF PC-CONFIRMED > 0
               COMPUTE WS-PLACED = PC-FT + PC-PT + PC-GS
               COMPUTE WS-RATE ROUNDED =
                   (WS-PLACED * 100) / PC-CONFIRMED
               MOVE WS-RATE TO OD-RATE
               MOVE '%' TO OD-PCT
           ELSE
               MOVE SPACES TO OD-RATE-X
               MOVE SPACE TO OD-PCT
           END-IF.

           IF PC-SALCTR > 0
               MOVE PC-LOW TO OD-LOW
               MOVE WS-MEDIAN TO OD-MEDIAN
               MOVE PC-HIGH TO OD-HIGH
           ELSE
               MOVE SPACES TO OD-LOW-X
               MOVE SPACES TO OD-MEDIAN-X
               MOVE SPACES TO OD-HIGH-X
           END-IF.

      *  THE MEDIAN OVER ALL DEPARTMENTS CANNOT BE BUILT
      *  FROM THE DEPARTMENT MEDIANS, SO THE OUTCOMES ARE
      *  SORTED AGAIN ON SALARY ALONE AND READ UP TO THE
      *  MIDDLE OF THE SALARIES COUNTED ON THE FIRST PASS.
       3000-PRINT-ALL-DEPARTMENTS.
           MOVE 0 TO WS-MEDIAN.
           IF GC-SALCTR > 0
               PERFORM 3100-OVERALL-MEDIAN
           END-IF.

           MOVE 'ALL' TO OD-DEPT.
           MOVE 'ALL DEPARTMENTS' TO OD-DEPT-NAME.
           MOVE GRAND-COUNTS TO PRINT-COUNTS.
           PERFORM 2400-FORMAT-COUNTS.
           WRITE PRTLINE FROM PO-DETAIL
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           WRITE PRTLINE FROM PO-NOTE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PO-NOTE-2
               AFTER ADVANCING 1 LINE.

       3100-OVERALL-MEDIAN.
           SORT SALARY-SORT-WORK
               ON ASCENDING KEY SX-SALARY
               USING PLACEMENT-FILE
               GIVING SALARY-SORTED.

           DIVIDE GC-SALCTR BY 2 GIVING WS-MID.
           MOVE 0 TO WS-MID-POS.
           MOVE 0 TO WS-MID-LOW.
           MOVE 'NO' TO MORE-SAL.
           OPEN INPUT SALARY-SORTED.
           PERFORM 9010-READ-SALARY.
           PERFORM UNTIL MORE-SAL = 'YES'
                   OR WS-MID-POS > WS-MID
               IF PQ-CONFIRM-DATE > 0 AND PQ-SALARY > 0 AND
                       (PQ-EMP-TYPE = 'FT' OR PQ-EMP-TYPE = 'PT')
                   ADD 1 TO WS-MID-POS
                   IF WS-MID-POS = WS-MID
                       MOVE PQ-SALARY TO WS-MID-LOW
                   END-IF
                   IF WS-MID-POS = WS-MID + 1
                       MOVE PQ-SALARY TO WS-MEDIAN
                   END-IF
               END-IF
               PERFORM 9010-READ-SALARY
           END-PERFORM.
           CLOSE SALARY-SORTED.

           IF WS-MID * 2 = GC-SALCTR
               COMPUTE WS-MEDIAN ROUNDED =
                   (WS-MID-LOW + WS-MEDIAN) / 2
           END-IF.

       4000-CLOSING.
           MOVE C-DEPTCTR TO O-DEPTCTR.
           WRITE PRTLINE FROM PO-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.

      *  OUTCOMES LOADED WITHOUT A DEPARTMENT (THE
      *  GRADUATE WAS ON NEITHER THE MASTER NOR HISTORY
      *  WHEN LOADED) PRINT UNDER A BLANK CODE.
       8100-LOOKUP-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE SPACES TO OD-DEPT-NAME.
           IF WS-HOLD-DEPT = SPACES
               MOVE 'Y' TO WS-DEPT-FOUND
               MOVE 'NO DEPARTMENT RECORDED' TO OD-DEPT-NAME
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF TB-CODE (DX) = WS-HOLD-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE TB-NAME (DX) TO OD-DEPT-NAME
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               MOVE '*UNKNOWN DEPARTMENT*' TO OD-DEPT-NAME
           END-IF.

       9000-READ-PLACEMENT.
           READ PLACEMENT-SORTED
               AT END
                   MOVE 'YES' TO MORE-PLAC
           END-READ.

       9010-READ-SALARY.
           READ SALARY-SORTED
               AT END
                   MOVE 'YES' TO MORE-SAL
           END-READ.

       9020-READ-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'YES' TO MORE-DEPTS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM PO-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PO-COL
               AFTER ADVANCING 2 LINES.
