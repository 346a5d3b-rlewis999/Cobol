      *****************************************************
      *  SHARED RECORD LAYOUT FOR CRSSECT.DAT, THE COURSE
      *  SECTION REFERENCE FILE.  ONE RECORD PER COURSE
      *  PER TERM, KEYED ON SN-KEY, CARRYING THE SEAT
      *  LIMIT FOR THE SECTION.  SN-COURSE IS A COURSE
      *  CODE FROM THE COURSE CATALOG CRSCTLG.DAT.  A
      *  COURSE AND TERM WITH NO RECORD HERE HAS NO SEAT
      *  LIMIT.  THE NUMBER OF SEATS TAKEN IS NOT HELD
      *  HERE - IT IS ALWAYS COUNTED FROM CRSGRD.DAT.
      *****************************************************
       01  SN-REC.
           05 SN-KEY.
              10   SN-COURSE    PIC X(6).
              10   SN-TERM      PIC X(5).
           05 SN-CAPACITY       PIC 9(3).
