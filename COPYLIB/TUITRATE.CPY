      *****************************************************
      *  SHARED RECORD LAYOUT FOR TUITRATE.DAT, THE
      *  TUITION RATE TABLE.  ONE RECORD PER DEPARTMENT
      *  PER TERM, KEYED ON TR-KEY.  TR-CREDIT-RATE IS THE
      *  TUITION CHARGED PER CREDIT HOUR TO A STUDENT
      *  WHOSE MASTER RECORD CARRIES THAT DEPARTMENT CODE.
      *  TR-FEE-AMT IS A FLAT FEE CHARGED ONCE PER TERM TO
      *  EVERY BILLED STUDENT IN THE DEPARTMENT (ZERO FOR
      *  NONE) AND TR-FEE-DESC IS THE WORDING THAT PRINTS
      *  FOR IT ON THE STATEMENT OF ACCOUNT.
      *****************************************************
       01  TR-REC.
           05 TR-KEY.
              10   TR-DEPT      PIC X(4).
              10   TR-TERM      PIC X(5).
           05 TR-CREDIT-RATE    PIC 9(4)V99.
           05 TR-FEE-DESC       PIC X(20).
           05 TR-FEE-AMT        PIC 9(5)V99.
