      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR STDNTTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE STUDENT MASTER
      *  MAINTENANCE JOB.  T-ACTION IS 'A', 'C', 'D' OR
      *  'S'.  FOR 'C' TRANSACTIONS THE NAME/GPA/SALARY
      *  FIELDS CARRY THE FULL REPLACEMENT VALUES FOR THE
      *  RECORD.  AN 'S' TRANSACTION REPLACES ONLY THE
      *  STARTING SALARY - ITS OTHER FIELDS ARE IGNORED.
      *****************************************************
       01  T-REC.
           05 T-ACTION         PIC X.
