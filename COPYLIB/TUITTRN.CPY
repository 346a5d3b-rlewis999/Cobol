      *****************************************************
      *  TRANSACTION RECORD LAYOUT FOR TUITTRN.DAT, THE
      *  ADD/CHANGE/DELETE INPUT TO THE TUITION RATE
      *  MAINTENANCE JOB.  TX-ACTION IS 'A', 'C' OR 'D'.
      *  THE KEY IS DEPARTMENT CODE PLUS TERM; FOR 'C'
      *  TRANSACTIONS THE RATE AND FEE FIELDS CARRY THE
      *  FULL REPLACEMENT VALUES.  THE -X REDEFINITIONS
      *  LET A REJECTED AMOUNT PRINT AS KEYED.
      *****************************************************
       01  TX-REC.
           05 TX-ACTION         PIC X.
           05 TX-KEY.
              10   TX-DEPT      PIC X(4).
              10   TX-TERM      PIC X(5).
           05 TX-CREDIT-RATE    PIC 9(4)V99.
           05 TX-CREDIT-RATE-X  REDEFINES TX-CREDIT-RATE
                                PIC X(6).
           05 TX-FEE-DESC       PIC X(20).
           05 TX-FEE-AMT        PIC 9(5)V99.
           05 TX-FEE-AMT-X      REDEFINES TX-FEE-AMT
                                PIC X(7).
