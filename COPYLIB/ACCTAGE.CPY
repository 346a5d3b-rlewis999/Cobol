      *****************************************************
      *  WORK RECORD LAYOUT FOR AGEWK.DAT, ONE AGED STUDENT
      *  ACCOUNT PER RECORD, WRITTEN BY THE AGING PASS OF
      *  THE AGED RECEIVABLES JOB AND SORTED INTO
      *  DEPARTMENT ORDER FOR PRINTING.  THE FOUR BUCKETS
      *  ADD UP TO AG-BALANCE, THE NET OF THE STUDENT'S
      *  LEDGER.  AG-DEPT IS SPACES FOR A STUDENT NO
      *  LONGER ON THE MASTER.  AG-OOB IS 'Y' WHEN THE
      *  LEDGER DOES NOT NET TO THE BALANCE ON THE ACCOUNT
      *  FILE (OR THERE IS NO ACCOUNT RECORD AT ALL).
      *****************************************************
       01  AG-REC.
           05 AG-DEPT           PIC X(4).
           05 AG-ID             PIC X(7).
           05 AG-LNAME          PIC X(15).
           05 AG-FNAME          PIC X(15).
           05 AG-CURRENT        PIC S9(7)V99.
           05 AG-OVER-30        PIC S9(7)V99.
           05 AG-OVER-60        PIC S9(7)V99.
           05 AG-OVER-90        PIC S9(7)V99.
           05 AG-BALANCE        PIC S9(7)V99.
           05 AG-OOB            PIC X.
