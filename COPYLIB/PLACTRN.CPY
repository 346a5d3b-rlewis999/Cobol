      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR PLACTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE GRADUATE PLACEMENT
      *  EDIT.  PT-ACTION IS 'A', 'C' OR 'D'.  FOR 'C'
      *  TRANSACTIONS THE REMAINING FIELDS CARRY THE FULL
      *  REPLACEMENT VALUES FOR THE RECORD; A 'D' CARRIES
      *  ONLY THE ID.  PT-CONFIRM-DATE IS ZEROS OR SPACES
      *  FOR AN OUTCOME NOT YET CONFIRMED.  THE -X
      *  REDEFINITION LETS A REJECTED SALARY PRINT AS
      *  KEYED.
      *****************************************************
       01  PT-REC.
           05 PT-ACTION         PIC X.
           05 PT-ID             PIC X(7).
           05 PT-EMP-TYPE       PIC XX.
           05 PT-SALARY         PIC 9(6)V99.
           05 PT-SALARY-X       REDEFINES PT-SALARY
                                PIC X(8).
           05 PT-CONFIRM-DATE.
              10   PT-YY        PIC 9(4).
              10   PT-MM        PIC 99.
              10   PT-DD        PIC 99.
           05 PT-CONFIRM-DATE-X REDEFINES PT-CONFIRM-DATE
                                PIC X(8).
           05 PT-SOURCE         PIC X.
           05 PT-EMPLOYER       PIC X(30).
           05 PT-JOB-TITLE      PIC X(25).
