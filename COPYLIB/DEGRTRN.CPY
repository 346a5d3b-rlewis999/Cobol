      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR DEGRTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE DEGREE
      *  REQUIREMENTS MAINTENANCE JOB.  DQ-ACTION IS 'A',
      *  'C' OR 'D'.  THE KEY IS DEPARTMENT CODE PLUS
      *  COURSE CODE - A COURSE CODE OF SPACES ADDRESSES
      *  THE DEPARTMENT'S MINIMUMS LINE, WHOSE 'C'
      *  TRANSACTIONS CARRY THE FULL REPLACEMENT HOURS
      *  AND GPA.  A REQUIRED COURSE LINE IS ONLY EVER
      *  ADDED OR DELETED.
      *****************************************************
       01  DQ-REC.
           05 DQ-ACTION         PIC X.
           05 DQ-KEY.
              10   DQ-DEPT      PIC X(4).
              10   DQ-COURSE    PIC X(6).
           05 DQ-MIN-HOURS      PIC 9(3).
           05 DQ-MIN-DEPT-HRS   PIC 9(3).
           05 DQ-MIN-GPA        PIC 9V99.
