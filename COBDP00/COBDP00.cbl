       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDP00.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  DUPLICATE STUDENT DETECTION.  A STUDENT WHO IS
      *  READMITTED, OR WHO COMES IN TWICE THROUGH THE
      *  SIS FEED, CAN END UP ON STDNTMST.DAT UNDER TWO
      *  STUDENT IDS, WITH THEIR ENROLLMENTS SPLIT ACROSS
      *  BOTH.  THIS PROGRAM CHANGES NOTHING - IT PRINTS
      *  THE LIKELY DUPLICATES ON DUPRPT.PRT FOR THE
      *  REGISTRAR TO REVIEW, ONE PAIR OF IDS PER LINE,
      *  IN THREE SECTIONS:
      *    - SAME NAME: TWO MASTER RECORDS WITH THE SAME
      *      LAST NAME, FIRST NAME AND MIDDLE INITIAL, IN
      *      ANY DEPARTMENT
      *    - NEAR MATCH: TWO MASTER RECORDS IN THE SAME
      *      DEPARTMENT WHOSE NAMES DIFFER THE WAY A
      *      KEYING ERROR OR A SHORT FORM MAKES THEM
      *      DIFFER - THE SAME LAST NAME WITH ONE FIRST
      *      NAME THE START OF THE OTHER (A DIFFERENT OR
      *      MISSING MIDDLE INITIAL, OR CHRIS FOR
      *      CHRISTOPHER), ONE NAME ONE KEYSTROKE AWAY
      *      FROM THE OTHER WITH THE OTHER NAME THE SAME
      *      (ONE LETTER WRONG, ADDED OR DROPPED, OR TWO
      *      LETTERS TRANSPOSED), OR THE FIRST AND LAST
      *      NAMES SWAPPED
      *    - DELETED STUDENT: A MASTER RECORD WITH THE
      *      SAME FULL NAME AS A STUDENT DELETED TO
      *      STDNTHST.DAT UNDER A DIFFERENT ID THAT IS NO
      *      LONGER ON THE MASTER - USUALLY A READMITTED
      *      STUDENT GIVEN A NEW ID
      *  A PAIR THE REGISTRAR CONFIRMS IS MERGED BY THE
      *  ID MERGE UTILITY (COBMG00).
      *
      *  COMMAND LINE PARAMETER:  (NONE)
      *
      *  STEP RETURN CODES:
      *    0 - NO POSSIBLE DUPLICATES FOUND
      *    4 - POSSIBLE DUPLICATES PRINTED FOR REVIEW, OR
      *        A DEPARTMENT WAS TOO LARGE TO COMPARE IN
      *        FULL (SEE THE TOTALS LINE)
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'E:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'E:\COBOL\STDNTHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-WORK
               ASSIGN TO 'E:\COBOL\DUPWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAME-SORTED
               ASSIGN TO 'E:\COBOL\DUPNSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-SORTED
               ASSIGN TO 'E:\COBOL\DUPDSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK01'.

           SELECT PRTOUT
               ASSIGN TO 'E:\COBOL\DUPRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *  ONE RECORD PER MASTER STUDENT (DW-SOURCE 'M') AND
      *  ONE PER DELETION WHOSE ID IS NO LONGER ON THE
      *  MASTER (DW-SOURCE 'H'), SORTED ONCE BY NAME AND
      *  ONCE BY DEPARTMENT.
       FD  DUP-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS DW-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  DW-REC.
           05  DW-LNAME          PIC X(15).
           05  DW-FNAME          PIC X(15).
           05  DW-INIT           PIC X.
           05  DW-SOURCE         PIC X.
           05  DW-ID             PIC X(7).
           05  DW-DEPT           PIC X(4).
           05  DW-DEL-DATE       PIC 9(8).

       FD  NAME-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS NS-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  NS-REC.
           05  NS-LNAME          PIC X(15).
           05  NS-FNAME          PIC X(15).
           05  NS-INIT           PIC X.
           05  NS-SOURCE         PIC X.
           05  NS-ID             PIC X(7).
           05  NS-DEPT           PIC X(4).
           05  NS-DEL-DATE       PIC 9(8).

       FD  DEPT-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS DD-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  DD-REC.
           05  DD-LNAME          PIC X(15).
           05  DD-FNAME          PIC X(15).
           05  DD-INIT           PIC X.
           05  DD-SOURCE         PIC X.
           05  DD-ID             PIC X(7).
           05  DD-DEPT           PIC X(4).
           05  DD-DEL-DATE       PIC 9(8).

       SD  SORT-WORK
           DATA RECORD IS DS-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  DS-REC.
           05  DS-LNAME          PIC X(15).
           05  DS-FNAME          PIC X(15).
           05  DS-INIT           PIC X.
           05  DS-SOURCE         PIC X.
           05  DS-ID             PIC X(7).
           05  DS-DEPT           PIC X(4).
           05  DS-DEL-DATE       PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR            PIC 99      VALUE ZERO.
           05  MORE-MST          PIC XXX     VALUE 'NO'.
           05  MORE-HIST         PIC XXX     VALUE 'NO'.
           05  MORE-SRT          PIC XXX     VALUE 'NO'.
           05  WS-SECTION        PIC X       VALUE SPACE.
      *        S = SAME NAME, N = NEAR MATCH, D = DELETED
           05  WS-ON-MASTER      PIC X       VALUE 'N'.
           05  WS-HOLD-NAME      PIC X(31)   VALUE SPACES.
           05  WS-HOLD-DEPT      PIC X(4)    VALUE SPACES.
           05  WS-NEAR-REASON    PIC X(28)   VALUE SPACES.
           05  WS-ONE-OFF        PIC X       VALUE 'N'.
           05  WS-PREFIX         PIC X       VALUE 'N'.

      *  THE TWO NAMES BEING COMPARED BY 8400 AND 8500,
      *  AND THE WORK FIELDS BEHIND THE COMPARISON.
       01  COMPARE-AREA.
           05  WS-CMP-A          PIC X(15)   VALUE SPACES.
           05  WS-CMP-B          PIC X(15)   VALUE SPACES.
           05  WS-CMP-SHORT      PIC X(15)   VALUE SPACES.
           05  WS-CMP-LONG       PIC X(15)   VALUE SPACES.
           05  WS-LEN-A          PIC 99      VALUE 0.
           05  WS-LEN-B          PIC 99      VALUE 0.
           05  WS-LEN-SHORT      PIC 99      VALUE 0.
           05  WS-CHAR-IX        PIC 99      VALUE 0.
           05  WS-DIFF-IX        PIC 99      VALUE 0.
           05  WS-DIFFS          PIC 99      VALUE 0.
           05  WS-REST-LEN       PIC 99      VALUE 0.

       01  COUNT-AREA.
           05  C-MSTCTR          PIC 9(7)    VALUE 0.
           05  C-HISTCTR         PIC 9(7)    VALUE 0.
           05  C-SAMECTR         PIC 9(5)    VALUE 0.
           05  C-NEARCTR         PIC 9(5)    VALUE 0.
           05  C-DELCTR          PIC 9(5)    VALUE 0.
           05  C-SKIPCTR         PIC 9(5)    VALUE 0.

      *  THE STUDENTS SHARING ONE FULL NAME - MASTER AND
      *  DELETED ALIKE.  A STUDENT DELETED MORE THAN ONCE
      *  IS HELD ONCE, WITH THE LATEST DELETION DATE.
       01  NAME-GROUP.
           05  NAME-ENTRY OCCURS 100 TIMES INDEXED BY NX NY.
               10  TB-NG-SOURCE  PIC X.
               10  TB-NG-ID      PIC X(7).
               10  TB-NG-DEPT    PIC X(4).
               10  TB-NG-DATE    PIC 9(8).
       01  NAME-COUNT            PIC 999     VALUE 0.

      *  THE MASTER STUDENTS OF ONE DEPARTMENT.  STUDENTS
      *  PAST THE 2000TH ARE NOT COMPARED AND ARE COUNTED
      *  ON THE TOTALS LINE.
       01  DEPT-GROUP.
           05  DEPT-ENTRY OCCURS 2000 TIMES INDEXED BY GX GY.
               10  TB-DG-ID      PIC X(7).
               10  TB-DG-LNAME   PIC X(15).
               10  TB-DG-FNAME   PIC X(15).
               10  TB-DG-INIT    PIC X.
       01  DEPT-COUNT            PIC 9(4)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY          PIC 9(4).
               10  I-MM          PIC 99.
               10  I-DD          PIC 99.
           05  I-TIME            PIC X(11).

           COPY STDNTREC REPLACING LEADING ==I-== BY ==HM-==.

       01  DEL-DATE-WORK         PIC 9(8)    VALUE 0.
       01  DEL-DATE-PARTS REDEFINES DEL-DATE-WORK.
           05  DEL-YY            PIC 9(4).
           05  DEL-MM            PIC 99.
           05  DEL-DD            PIC 99.

       01  DUP-TITLE.
           05  FILLER            PIC X(6)    VALUE 'DATE:'.
           05  O-MM              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-DD              PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  O-YY              PIC 9(4).
           05  FILLER            PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(34)
                          VALUE 'POSSIBLE DUPLICATE STUDENTS'.
           05  FILLER            PIC X(39)   VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR            PIC Z9.

       01  DUP-SECT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  SECT-TEXT         PIC X(70).
           05  FILLER            PIC X(56)   VALUE SPACES.

       01  DUP-COL-1.
           05  FILLER            PIC X(52)   VALUE 'STUDENT'.
           05  DC-SIDE-2         PIC X(52).
           05  FILLER            PIC X(28)   VALUE 'REASON'.

       01  DUP-COL-2.
           05  DUP-COL-SIDE OCCURS 2 TIMES.
               10  FILLER        PIC X(9)    VALUE '   ID'.
               10  FILLER        PIC X(16)   VALUE 'LAST NAME'.
               10  FILLER        PIC X(16)   VALUE 'FIRST NAME'.
               10  FILLER        PIC X(3)    VALUE 'I'.
               10  FILLER        PIC X(8)    VALUE 'DEPT'.
           05  FILLER            PIC X(28)   VALUE SPACES.

       01  DUP-DETAIL.
           05  DL-SIDE OCCURS 2 TIMES.
               10  DL-ID         PIC X(7).
               10  FILLER        PIC X(2)    VALUE SPACES.
               10  DL-LNAME      PIC X(15).
               10  FILLER        PIC X       VALUE SPACE.
               10  DL-FNAME      PIC X(15).
               10  FILLER        PIC X       VALUE SPACE.
               10  DL-INIT       PIC X.
               10  FILLER        PIC X(2)    VALUE SPACES.
               10  DL-DEPT       PIC X(4).
               10  FILLER        PIC X(4)    VALUE SPACES.
           05  DL-REASON         PIC X(28).

       01  DL-DELETED-TEXT.
           05  FILLER            PIC X(8)    VALUE 'DELETED'.
           05  DLD-MM            PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  DLD-DD            PIC 99.
           05  FILLER            PIC X       VALUE '/'.
           05  DLD-YY            PIC 9(4).
           05  FILLER            PIC X(10)   VALUE SPACES.

       01  DUP-NONE-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(30)
                               VALUE 'NONE FOUND'.
           05  FILLER            PIC X(96)   VALUE SPACES.

       01  DUP-NOTE-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(40)   VALUE
               'A CONFIRMED PAIR IS MERGED WITH COBMG00 '.
           05  FILLER            PIC X(40)   VALUE
               'SURVIVING-ID LOSING-ID.                 '.
           05  FILLER            PIC X(46)   VALUE SPACES.

       01  DUP-TOTAL.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE 'SAME NAME:'.
           05  O-SAMECTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE 'NEAR MATCH:'.
           05  O-NEARCTR         PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(17)   VALUE 'DELETED STUDENT:'.
           05  O-DELCTR          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE 'MASTER READ:'.
           05  O-MSTCTR          PIC ZZZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'NOT COMPARED:'.
           05  O-SKIPCTR         PIC ZZZZ9.
           05  FILLER            PIC X(15)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SAME-NAME-SECTION.
           PERFORM 3000-NEAR-MATCH-SECTION.
           PERFORM 4000-DELETED-SECTION.
           PERFORM 5000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT DUP-WORK.
           PERFORM 1100-EXTRACT-MASTER.
           PERFORM 1200-EXTRACT-HISTORY.
           CLOSE DUP-WORK.
           CLOSE STUDENT-MASTER.

           SORT SORT-WORK
               ON ASCENDING KEY DS-LNAME DS-FNAME DS-INIT
                                DS-SOURCE DS-ID
               ON DESCENDING KEY DS-DEL-DATE
               USING DUP-WORK
               GIVING NAME-SORTED.

           SORT SORT-WORK
               ON ASCENDING KEY DS-DEPT DS-LNAME DS-FNAME DS-ID
               USING DUP-WORK
               GIVING DEPT-SORTED.

           OPEN OUTPUT PRTOUT.

       1100-EXTRACT-MASTER.
           PERFORM 9000-READ-MASTER.
           PERFORM UNTIL MORE-MST = 'YES'
               ADD 1 TO C-MSTCTR
               MOVE I-LNAME TO DW-LNAME
               MOVE I-FNAME TO DW-FNAME
               MOVE I-INIT TO DW-INIT
               MOVE 'M' TO DW-SOURCE
               MOVE I-ID TO DW-ID
               MOVE I-DEPT-CODE TO DW-DEPT
               MOVE 0 TO DW-DEL-DATE
               WRITE DW-REC
               PERFORM 9000-READ-MASTER
           END-PERFORM.

      *  A DELETED ID THAT IS BACK ON THE MASTER IS THE
      *  SAME STUDENT READMITTED UNDER THEIR OLD ID - NOT
      *  A DUPLICATE - SO ONLY IDS GONE FROM THE MASTER
      *  ARE KEPT.
       1200-EXTRACT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           PERFORM 9010-READ-HIST.
           PERFORM UNTIL MORE-HIST = 'YES'
               ADD 1 TO C-HISTCTR
               MOVE H-MASTER TO HM-REC
               PERFORM 8000-CHECK-MASTER
               IF WS-ON-MASTER = 'N'
                   MOVE HM-LNAME TO DW-LNAME
                   MOVE HM-FNAME TO DW-FNAME
                   MOVE HM-INIT TO DW-INIT
                   MOVE 'H' TO DW-SOURCE
                   MOVE HM-ID TO DW-ID
                   MOVE HM-DEPT-CODE TO DW-DEPT
                   MOVE H-DEL-DATE TO DW-DEL-DATE
                   WRITE DW-REC
               END-IF
               PERFORM 9010-READ-HIST
           END-PERFORM.
           CLOSE HISTORY-FILE.

      *  THE NAME-SORTED FILE IS READ ONE FULL NAME AT A
      *  TIME.  EVERY TWO MASTER RECORDS IN A GROUP ARE A
      *  PAIR.
       2000-SAME-NAME-SECTION.
           MOVE 'S' TO WS-SECTION.
           MOVE 'SAME LAST NAME, FIRST NAME AND INITIAL ON THE MASTER'
               TO SECT-TEXT.
           MOVE 'POSSIBLE DUPLICATE' TO DC-SIDE-2.
           PERFORM 9100-HEADINGS.
           PERFORM 2100-READ-NAME-GROUPS.
           IF C-SAMECTR = 0
               WRITE PRTLINE FROM DUP-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2100-READ-NAME-GROUPS.
           OPEN INPUT NAME-SORTED.
           MOVE 'NO' TO MORE-SRT.
           MOVE 0 TO NAME-COUNT.
           PERFORM 9020-READ-NAME.
           IF MORE-SRT = 'NO'
               MOVE NS-REC(1:31) TO WS-HOLD-NAME
           END-IF.
           PERFORM UNTIL MORE-SRT = 'YES'
               IF NS-REC(1:31) NOT = WS-HOLD-NAME
                   PERFORM 2200-CHECK-NAME-GROUP
                   MOVE NS-REC(1:31) TO WS-HOLD-NAME
                   MOVE 0 TO NAME-COUNT
               END-IF
               PERFORM 2150-ADD-TO-NAME-GROUP
               PERFORM 9020-READ-NAME
           END-PERFORM.
           PERFORM 2200-CHECK-NAME-GROUP.
           CLOSE NAME-SORTED.

      *  THE DELETIONS OF ONE ID SORT TOGETHER, LATEST
      *  FIRST, SO ONLY THE FIRST IS KEPT.
       2150-ADD-TO-NAME-GROUP.
           IF NAME-COUNT > 0
               IF NS-SOURCE = TB-NG-SOURCE (NAME-COUNT)
                       AND NS-ID = TB-NG-ID (NAME-COUNT)
                   CONTINUE
               ELSE
                   PERFORM 2160-STORE-NAME-ENTRY
               END-IF
           ELSE
               PERFORM 2160-STORE-NAME-ENTRY
           END-IF.

       2160-STORE-NAME-ENTRY.
           IF NAME-COUNT < 100
               ADD 1 TO NAME-COUNT
               MOVE NS-SOURCE TO TB-NG-SOURCE (NAME-COUNT)
               MOVE NS-ID TO TB-NG-ID (NAME-COUNT)
               MOVE NS-DEPT TO TB-NG-DEPT (NAME-COUNT)
               MOVE NS-DEL-DATE TO TB-NG-DATE (NAME-COUNT)
           END-IF.

      *  A BLANK LAST NAME IS NOT A NAME, SO THOSE
      *  RECORDS ARE NEVER PAIRED.
       2200-CHECK-NAME-GROUP.
           IF NAME-COUNT > 1 AND WS-HOLD-NAME(1:15) NOT = SPACES
               PERFORM 2250-PAIR-NAME-GROUP
           END-IF.

       2250-PAIR-NAME-GROUP.
           PERFORM VARYING NX FROM 1 BY 1
               UNTIL NX > NAME-COUNT
               PERFORM VARYING NY FROM 1 BY 1
                   UNTIL NY > NAME-COUNT
                   IF WS-SECTION = 'S'
                       IF TB-NG-SOURCE (NX) = 'M'
                               AND TB-NG-SOURCE (NY) = 'M'
                               AND NY > NX
                           PERFORM 2300-PRINT-SAME-PAIR
                       END-IF
                   ELSE
                       IF TB-NG-SOURCE (NX) = 'M'
                               AND TB-NG-SOURCE (NY) = 'H'
                           PERFORM 4100-PRINT-DELETED-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       2300-PRINT-SAME-PAIR.
           MOVE TB-NG-ID (NX) TO DL-ID (1).
           MOVE TB-NG-DEPT (NX) TO DL-DEPT (1).
           MOVE TB-NG-ID (NY) TO DL-ID (2).
           MOVE TB-NG-DEPT (NY) TO DL-DEPT (2).
           PERFORM 2400-MOVE-GROUP-NAME.
           IF TB-NG-DEPT (NX) = TB-NG-DEPT (NY)
               MOVE 'SAME NAME, SAME DEPARTMENT' TO DL-REASON
           ELSE
               MOVE 'SAME NAME, OTHER DEPARTMENT' TO DL-REASON
           END-IF.
           PERFORM 9200-WRITE-DETAIL.
           ADD 1 TO C-SAMECTR.

       2400-MOVE-GROUP-NAME.
           MOVE WS-HOLD-NAME(1:15) TO DL-LNAME (1).
           MOVE WS-HOLD-NAME(16:15) TO DL-FNAME (1).
           MOVE WS-HOLD-NAME(31:1) TO DL-INIT (1).
           MOVE WS-HOLD-NAME(1:15) TO DL-LNAME (2).
           MOVE WS-HOLD-NAME(16:15) TO DL-FNAME (2).
           MOVE WS-HOLD-NAME(31:1) TO DL-INIT (2).

      *  THE DEPARTMENT-SORTED FILE IS READ ONE
      *  DEPARTMENT AT A TIME AND EVERY TWO MASTER
      *  RECORDS IN IT ARE COMPARED.
       3000-NEAR-MATCH-SECTION.
           MOVE 'N' TO WS-SECTION.
           MOVE 'NEAR-MATCHING NAMES IN THE SAME DEPARTMENT'
               TO SECT-TEXT.
           MOVE 'POSSIBLE DUPLICATE' TO DC-SIDE-2.
           PERFORM 9100-HEADINGS.

           OPEN INPUT DEPT-SORTED.
           MOVE 'NO' TO MORE-SRT.
           MOVE 0 TO DEPT-COUNT.
           PERFORM 9030-READ-DEPT-SORTED.
           IF MORE-SRT = 'NO'
               MOVE DD-DEPT TO WS-HOLD-DEPT
           END-IF.
           PERFORM UNTIL MORE-SRT = 'YES'
               IF DD-DEPT NOT = WS-HOLD-DEPT
                   PERFORM 3200-CHECK-DEPT-GROUP
                   MOVE DD-DEPT TO WS-HOLD-DEPT
                   MOVE 0 TO DEPT-COUNT
               END-IF
               IF DD-SOURCE = 'M'
                   IF DEPT-COUNT < 2000
                       ADD 1 TO DEPT-COUNT
                       MOVE DD-ID TO TB-DG-ID (DEPT-COUNT)
                       MOVE DD-LNAME TO TB-DG-LNAME (DEPT-COUNT)
                       MOVE DD-FNAME TO TB-DG-FNAME (DEPT-COUNT)
                       MOVE DD-INIT TO TB-DG-INIT (DEPT-COUNT)
                   ELSE
                       ADD 1 TO C-SKIPCTR
                   END-IF
               END-IF
               PERFORM 9030-READ-DEPT-SORTED
           END-PERFORM.
           PERFORM 3200-CHECK-DEPT-GROUP.
           CLOSE DEPT-SORTED.

           IF C-NEARCTR = 0
               WRITE PRTLINE FROM DUP-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3200-CHECK-DEPT-GROUP.
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > DEPT-COUNT
               PERFORM VARYING GY FROM GX BY 1
                   UNTIL GY > DEPT-COUNT
                   IF GY > GX
                       PERFORM 3300-COMPARE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *  AN EXACT MATCH IS ALREADY IN THE SAME NAME
      *  SECTION, AND A BLANK NAME MATCHES NOTHING.
       3300-COMPARE-PAIR.
           MOVE SPACES TO WS-NEAR-REASON.

           EVALUATE TRUE
               WHEN TB-DG-LNAME (GX) = SPACES
                       OR TB-DG-LNAME (GY) = SPACES
                   CONTINUE
               WHEN TB-DG-LNAME (GX) = TB-DG-LNAME (GY)
                       AND TB-DG-FNAME (GX) = TB-DG-FNAME (GY)
                       AND TB-DG-INIT (GX) = TB-DG-INIT (GY)
                   CONTINUE
               WHEN TB-DG-LNAME (GX) = TB-DG-FNAME (GY)
                       AND TB-DG-FNAME (GX) = TB-DG-LNAME (GY)
                   MOVE 'FIRST AND LAST NAME SWAPPED'
                       TO WS-NEAR-REASON
               WHEN TB-DG-LNAME (GX) = TB-DG-LNAME (GY)
                   MOVE TB-DG-FNAME (GX) TO WS-CMP-A
                   MOVE TB-DG-FNAME (GY) TO WS-CMP-B
                   PERFORM 8500-CHECK-PREFIX
                   IF WS-PREFIX = 'Y'
                       IF TB-DG-FNAME (GX) = TB-DG-FNAME (GY)
                           MOVE 'MIDDLE INITIAL DIFFERS'
                               TO WS-NEAR-REASON
                       ELSE
                           MOVE 'FIRST NAME SHORTENED'
                               TO WS-NEAR-REASON
                       END-IF
                   ELSE
                       PERFORM 8400-CHECK-ONE-OFF
                       IF WS-ONE-OFF = 'Y'
                           MOVE 'FIRST NAME ONE KEYSTROKE OFF'
                               TO WS-NEAR-REASON
                       END-IF
                   END-IF
               WHEN TB-DG-FNAME (GX) = TB-DG-FNAME (GY)
                   MOVE TB-DG-LNAME (GX) TO WS-CMP-A
                   MOVE TB-DG-LNAME (GY) TO WS-CMP-B
                   PERFORM 8400-CHECK-ONE-OFF
                   IF WS-ONE-OFF = 'Y'
                       MOVE 'LAST NAME ONE KEYSTROKE OFF'
                           TO WS-NEAR-REASON
                   END-IF
           END-EVALUATE.

           IF WS-NEAR-REASON NOT = SPACES
               PERFORM 3400-PRINT-NEAR-PAIR
           END-IF.

       3400-PRINT-NEAR-PAIR.
           MOVE TB-DG-ID (GX) TO DL-ID (1).
           MOVE TB-DG-LNAME (GX) TO DL-LNAME (1).
           MOVE TB-DG-FNAME (GX) TO DL-FNAME (1).
           MOVE TB-DG-INIT (GX) TO DL-INIT (1).
           MOVE WS-HOLD-DEPT TO DL-DEPT (1).
           MOVE TB-DG-ID (GY) TO DL-ID (2).
           MOVE TB-DG-LNAME (GY) TO DL-LNAME (2).
           MOVE TB-DG-FNAME (GY) TO DL-FNAME (2).
           MOVE TB-DG-INIT (GY) TO DL-INIT (2).
           MOVE WS-HOLD-DEPT TO DL-DEPT (2).
           MOVE WS-NEAR-REASON TO DL-REASON.
           PERFORM 9200-WRITE-DETAIL.
           ADD 1 TO C-NEARCTR.

      *  THE NAME-SORTED FILE IS READ AGAIN.  EVERY
      *  MASTER RECORD IN A GROUP IS PAIRED WITH EVERY
      *  DELETED STUDENT IN IT.
       4000-DELETED-SECTION.
           MOVE 'D' TO WS-SECTION.
           MOVE 'SAME NAME AS A STUDENT DELETED UNDER ANOTHER ID'
               TO SECT-TEXT.
           MOVE 'DELETED STUDENT' TO DC-SIDE-2.
           PERFORM 9100-HEADINGS.
           PERFORM 2100-READ-NAME-GROUPS.
           IF C-DELCTR = 0
               WRITE PRTLINE FROM DUP-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       4100-PRINT-DELETED-PAIR.
           MOVE TB-NG-ID (NX) TO DL-ID (1).
           MOVE TB-NG-DEPT (NX) TO DL-DEPT (1).
           MOVE TB-NG-ID (NY) TO DL-ID (2).
           MOVE TB-NG-DEPT (NY) TO DL-DEPT (2).
           PERFORM 2400-MOVE-GROUP-NAME.
           MOVE TB-NG-DATE (NY) TO DEL-DATE-WORK.
           MOVE DEL-MM TO DLD-MM.
           MOVE DEL-DD TO DLD-DD.
           MOVE DEL-YY TO DLD-YY.
           MOVE DL-DELETED-TEXT TO DL-REASON.
           PERFORM 9200-WRITE-DETAIL.
           ADD 1 TO C-DELCTR.

       5000-CLOSING.
           WRITE PRTLINE FROM DUP-NOTE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-SAMECTR TO O-SAMECTR.
           MOVE C-NEARCTR TO O-NEARCTR.
           MOVE C-DELCTR TO O-DELCTR.
           MOVE C-MSTCTR TO O-MSTCTR.
           MOVE C-SKIPCTR TO O-SKIPCTR.
           WRITE PRTLINE FROM DUP-TOTAL
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.

           IF C-SAMECTR + C-NEARCTR + C-DELCTR > 0
                   OR C-SKIPCTR > 0
               DISPLAY 'COBDP00: POSSIBLE DUPLICATES PRINTED TO '
                   'DUPRPT.PRT FOR REVIEW'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'COBDP00: NO POSSIBLE DUPLICATES FOUND'
               MOVE 0 TO RETURN-CODE
           END-IF.

       8000-CHECK-MASTER.
           MOVE 'Y' TO WS-ON-MASTER.
           MOVE HM-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ.

      *  WS-CMP-A AND WS-CMP-B ARE ONE KEYSTROKE APART
      *  WHEN, OF THE SAME LENGTH, THEY DIFFER IN ONE
      *  LETTER OR IN TWO SIDE-BY-SIDE LETTERS SWAPPED,
      *  OR WHEN THE LONGER IS THE SHORTER WITH ONE LETTER
      *  ADDED.  NAMES UNDER THREE LETTERS ARE TOO SHORT
      *  TO TELL A KEYING ERROR FROM A DIFFERENT NAME.
       8400-CHECK-ONE-OFF.
           MOVE 'N' TO WS-ONE-OFF.
           PERFORM 8600-NAME-LENGTHS.
           IF WS-LEN-A > 2 AND WS-LEN-B > 2
               EVALUATE TRUE
                   WHEN WS-LEN-A = WS-LEN-B
                       PERFORM 8410-SAME-LENGTH
                   WHEN WS-LEN-A = WS-LEN-B + 1
                       MOVE WS-CMP-B TO WS-CMP-SHORT
                       MOVE WS-CMP-A TO WS-CMP-LONG
                       MOVE WS-LEN-B TO WS-LEN-SHORT
                       PERFORM 8420-ONE-LETTER-ADDED
                   WHEN WS-LEN-B = WS-LEN-A + 1
                       MOVE WS-CMP-A TO WS-CMP-SHORT
                       MOVE WS-CMP-B TO WS-CMP-LONG
                       MOVE WS-LEN-A TO WS-LEN-SHORT
                       PERFORM 8420-ONE-LETTER-ADDED
               END-EVALUATE
           END-IF.

       8410-SAME-LENGTH.
           MOVE 0 TO WS-DIFFS.
           MOVE 0 TO WS-DIFF-IX.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > WS-LEN-A
               IF WS-CMP-A(WS-CHAR-IX:1) NOT =
                       WS-CMP-B(WS-CHAR-IX:1)
                   ADD 1 TO WS-DIFFS
                   IF WS-DIFF-IX = 0
                       MOVE WS-CHAR-IX TO WS-DIFF-IX
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-DIFFS = 1
                   MOVE 'Y' TO WS-ONE-OFF
               WHEN WS-DIFFS = 2 AND WS-DIFF-IX < WS-LEN-A
                   IF WS-CMP-A(WS-DIFF-IX:1) =
                           WS-CMP-B(WS-DIFF-IX + 1:1)
                       AND WS-CMP-A(WS-DIFF-IX + 1:1) =
                           WS-CMP-B(WS-DIFF-IX:1)
                       MOVE 'Y' TO WS-ONE-OFF
                   END-IF
           END-EVALUATE.

      *  THE FIRST LETTER THAT DIFFERS IS THE ONE ADDED;
      *  EVERYTHING AFTER IT MUST LINE UP ONE PLACE ON.
       8420-ONE-LETTER-ADDED.
           MOVE 0 TO WS-DIFF-IX.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > WS-LEN-SHORT OR WS-DIFF-IX > 0
               IF WS-CMP-SHORT(WS-CHAR-IX:1) NOT =
                       WS-CMP-LONG(WS-CHAR-IX:1)
                   MOVE WS-CHAR-IX TO WS-DIFF-IX
               END-IF
           END-PERFORM.

           IF WS-DIFF-IX = 0
               MOVE 'Y' TO WS-ONE-OFF
           ELSE
               COMPUTE WS-REST-LEN = WS-LEN-SHORT - WS-DIFF-IX + 1
               IF WS-CMP-SHORT(WS-DIFF-IX:WS-REST-LEN) =
                       WS-CMP-LONG(WS-DIFF-IX + 1:WS-REST-LEN)
                   MOVE 'Y' TO WS-ONE-OFF
               END-IF
           END-IF.

      *  ONE FIRST NAME IS THE START OF THE OTHER (EQUAL
      *  NAMES INCLUDED), AT LEAST THREE LETTERS LONG.
       8500-CHECK-PREFIX.
           MOVE 'N' TO WS-PREFIX.
           PERFORM 8600-NAME-LENGTHS.
           IF WS-LEN-A < WS-LEN-B
               MOVE WS-LEN-A TO WS-LEN-SHORT
           ELSE
               MOVE WS-LEN-B TO WS-LEN-SHORT
           END-IF.
           IF WS-LEN-SHORT > 2
               IF WS-CMP-A(1:WS-LEN-SHORT) = WS-CMP-B(1:WS-LEN-SHORT)
                   MOVE 'Y' TO WS-PREFIX
               END-IF
           END-IF.

       8600-NAME-LENGTHS.
           PERFORM VARYING WS-LEN-A FROM 15 BY -1
               UNTIL WS-LEN-A = 0
                   OR WS-CMP-A(WS-LEN-A:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-LEN-B FROM 15 BY -1
               UNTIL WS-LEN-B = 0
                   OR WS-CMP-B(WS-LEN-B:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       9000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'YES' TO MORE-MST
           END-READ.

       9010-READ-HIST.
           READ HISTORY-FILE
               AT END
                   MOVE 'YES' TO MORE-HIST
           END-READ.

       9020-READ-NAME.
           READ NAME-SORTED
               AT END
                   MOVE 'YES' TO MORE-SRT
           END-READ.

       9030-READ-DEPT-SORTED.
           READ DEPT-SORTED
               AT END
                   MOVE 'YES' TO MORE-SRT
           END-READ.

      *  EVERY SECTION STARTS ON A NEW PAGE; AN OVERFLOW
      *  PAGE REPEATS THE SECTION'S HEADINGS.
       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM DUP-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DUP-SECT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM DUP-COL-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM DUP-COL-2
               AFTER ADVANCING 1 LINE.

       9200-WRITE-DETAIL.
           WRITE PRTLINE FROM DUP-DETAIL
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
