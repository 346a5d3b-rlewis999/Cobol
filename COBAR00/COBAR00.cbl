      *  TERM.  THIS PROGRAM MOVES GRADED RECORDS WHOSE
      *  TERM IS OLDER THAN THE RETENTION CUTOFF OUT OF
      *  CRSGRD.DAT AND ONTO THE PERMANENT ARCHIVE
      *  CRSGARC.DAT.  UNGRADED RECORDS, INCOMPLETES
      *  (GRADE I - STILL WAITING FOR A FINAL GRADE) AND
      *  RECORDS AT OR AFTER THE CUTOFF TERM ARE NEVER
      *  TOUCHED.
      *  RETAINED RECORDS ARE COPIED TO CRSGNEW.DAT AND
      *  A BALANCING STEP PROVES RECORDS IN EQUALS
      *  RECORDS RETAINED PLUS RECORDS ARCHIVED, THE WAY
               DISPLAY 'COBAR00: A CUTOFF TERM IS REQUIRED - RUN '
                   'ABORTED, NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INIT.

      *  ONE PASS SPLITS THE FILE - GRADED RECORDS OLDER
      *  THAN THE CUTOFF TERM GO TO THE ARCHIVE, AND
      *  EVERYTHING ELSE (UNGRADED, INCOMPLETE, OR CUTOFF
      *  TERM AND LATER) IS RETAINED ON THE NEW FILE.
       2000-SPLIT-FILE.
           ADD 1 TO C-INCTR.

           IF CG-GRADE NOT = SPACES AND CG-GRADE NOT = 'I ' AND
                   CG-TERM < PARM-CUTOFF-TERM
               PERFORM 2100-ARCHIVE-RECORD
           ELSE
