      *****************************************************
      *  RECORD LAYOUT FOR CRSWAIT.DAT, THE ENROLLMENT
      *  WAITLIST.  THE COURSE AND GRADE MAINTENANCE JOB
      *  WRITES AN 'A' TRANSACTION HERE INSTEAD OF ONTO
      *  CRSGRD.DAT WHEN THE SECTION FOR THE COURSE AND
      *  TERM IS FULL, STAMPED WITH THE DATE (YYYYMMDD)
      *  AND TIME (HHMMSS) IT ARRIVED.  WL-ENROLL CARRIES
      *  THE ENROLLMENT EXACTLY AS IT WILL GO ONTO
      *  CRSGRD.DAT (CRSGRD LAYOUT) WHEN A SEAT FREES UP
      *  AND THE STUDENT IS PROMOTED.  ENTRIES ARE HELD IN
      *  ARRIVAL ORDER, OLDEST FIRST.
      *****************************************************
       01  WL-REC.
           05 WL-ENROLL.
              10   WL-KEY.
                   15   WL-ID       PIC X(7).
                   15   WL-COURSE   PIC X(6).
                   15   WL-TERM     PIC X(5).
              10   WL-CREDITS   PIC 99.
              10   WL-GRADE     PIC XX.
           05 WL-ARR-DATE       PIC 9(8).
           05 WL-ARR-TIME       PIC X(6).
