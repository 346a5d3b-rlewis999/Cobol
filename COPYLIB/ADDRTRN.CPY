      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR ADDRTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE STUDENT ADDRESS
      *  MAINTENANCE JOB.  MT-ACTION IS 'A', 'C' OR 'D'.
      *  FOR 'C' TRANSACTIONS THE ADDRESS FIELDS CARRY
      *  THE FULL REPLACEMENT VALUES.  MT-RETURNED IS 'Y'
      *  WHEN MAIL HAS COME BACK, 'N' OR BLANK OTHERWISE.
      *****************************************************
       01  MT-REC.
           05 MT-ACTION         PIC X.
           05 MT-ID             PIC X(7).
           05 MT-LINE-1         PIC X(30).
           05 MT-LINE-2         PIC X(30).
           05 MT-CITY           PIC X(20).
           05 MT-STATE          PIC XX.
           05 MT-POSTAL         PIC X(10).
           05 MT-EMAIL          PIC X(50).
           05 MT-RETURNED       PIC X.
