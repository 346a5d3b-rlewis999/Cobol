      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR CRSSTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE COURSE SECTION
      *  MAINTENANCE JOB.  SX-ACTION IS 'A', 'C' OR 'D'.
      *  THE KEY IS COURSE CODE PLUS TERM; FOR 'C'
      *  TRANSACTIONS THE SEAT LIMIT CARRIES THE FULL
      *  REPLACEMENT VALUE.
      *****************************************************
       01  SX-REC.
           05 SX-ACTION         PIC X.
           05 SX-KEY.
              10   SX-COURSE    PIC X(6).
              10   SX-TERM      PIC X(5).
           05 SX-CAPACITY       PIC 9(3).
