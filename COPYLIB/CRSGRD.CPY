      *  SHARED RECORD LAYOUT FOR CRSGRD.DAT, THE COURSE
      *  ENROLLMENT AND GRADE FILE.  ONE RECORD PER
      *  STUDENT PER COURSE PER TERM, KEYED ON CG-KEY.
      *  CG-GRADE IS A LETTER GRADE (A+ THROUGH F), P OR
      *  NP (PASS / NO PASS), W (WITHDRAWN) OR I
      *  (INCOMPLETE).  P AND NP CARRY NO QUALITY POINTS
      *  BUT COUNT AS A GRADED ATTEMPT FOR A REPEATED
      *  COURSE.  W AND I ARE LEFT OUT OF THE GPA.  AN
      *  UNGRADED ENROLLMENT CARRIES SPACES IN CG-GRADE
      *  AND IS LEFT OUT OF THE GPA DERIVATION.
      *****************************************************
