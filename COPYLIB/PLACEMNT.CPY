      *****************************************************
      *  SHARED RECORD LAYOUT FOR PLACEMNT.DAT, THE
      *  GRADUATE PLACEMENT FILE, INDEXED ON PL-ID.  ONE
      *  RECORD PER STUDENT HOLDS THEIR REPORTED OUTCOME:
      *    PL-EMP-TYPE  - 'FT' FULL-TIME, 'PT' PART-TIME,
      *                   'GS' GRADUATE SCHOOL, 'SK' SEEKING
      *    PL-SALARY    - ANNUAL SALARY, ZERO WHEN NOT
      *                   REPORTED (ALWAYS ZERO FOR GS/SK)
      *    PL-CONFIRM-DATE - DATE THE OUTCOME WAS CONFIRMED
      *                   (YYYYMMDD), ZERO WHILE UNCONFIRMED
      *    PL-SOURCE    - 'S' SURVEY, 'E' EMPLOYER,
      *                   'R' SELF-REPORT
      *    PL-DEPT      - THE STUDENT'S DEPARTMENT WHEN THE
      *                   PLACEMENT WAS FIRST LOADED, SO THE
      *                   OUTCOMES REPORT STILL PLACES A
      *                   GRADUATE WHO HAS LEFT THE MASTER
      *    PL-EMPLOYER  - EMPLOYER, OR THE SCHOOL FOR GS
      *  THE 53 CHARACTERS AFTER THE ID (EVERYTHING BUT
      *  THE JOB TITLE) ARE THE IMAGE WRITTEN TO THE
      *  CHANGE AUDIT TRAIL.
      *****************************************************
       01  PL-REC.
           05 PL-ID             PIC X(7).
           05 PL-EMP-TYPE       PIC XX.
           05 PL-SALARY         PIC 9(6)V99.
           05 PL-CONFIRM-DATE   PIC 9(8).
           05 PL-SOURCE         PIC X.
           05 PL-DEPT           PIC X(4).
           05 PL-EMPLOYER       PIC X(30).
           05 PL-JOB-TITLE      PIC X(25).
