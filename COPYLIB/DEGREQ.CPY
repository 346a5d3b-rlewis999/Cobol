      *****************************************************
      *  SHARED RECORD LAYOUT FOR DEGREQ.DAT, THE DEGREE
      *  REQUIREMENTS REFERENCE FILE.  THE FILE HOLDS TWO
      *  KINDS OF RECORD PER DEPARTMENT CODE, BOTH KEYED
      *  ON DR-KEY:
      *    MINIMUMS LINE   - DR-COURSE IS SPACES AND THE
      *                      RECORD CARRIES THE MINIMUM
      *                      TOTAL GRADED HOURS, THE
      *                      MINIMUM HOURS IN COURSES THE
      *                      DEPARTMENT OWNS, AND THE
      *                      MINIMUM CUMULATIVE GPA.
      *    REQUIRED COURSE - ONE RECORD PER COURSE CODE
      *                      THE DEGREE REQUIRES.  THE
      *                      MINIMUM FIELDS ARE ZERO.
      *  A DEPARTMENT WITH NO MINIMUMS LINE HAS NO DEGREE
      *  REQUIREMENTS ON FILE AND NO STUDENT IN IT CAN BE
      *  CERTIFIED ELIGIBLE BY THE DEGREE AUDIT.
      *****************************************************
       01  DR-REC.
           05 DR-KEY.
              10   DR-DEPT      PIC X(4).
              10   DR-COURSE    PIC X(6).
           05 DR-MIN-HOURS      PIC 9(3).
           05 DR-MIN-DEPT-HRS   PIC 9(3).
           05 DR-MIN-GPA        PIC 9V99.
