      *  AND EVERY APPLIED CHANGE WRITES ITS BEFORE AND
      *  AFTER RECORD IMAGES TO THE PERMANENT CHANGE
      *  AUDIT TRAIL CHGAUDIT.DAT.
      *  AN 'S' TRANSACTION, QUEUED BY THE PLACEMENT
      *  MAINTENANCE (COBPM00) FOR A CONFIRMED SALARY,
      *  REPLACES ONLY THE STARTING SALARY AND LEAVES
      *  EVERY OTHER FIELD AS IT STANDS.
      *  ONCE THE NEW MASTER IS COMPLETE IT IS PROMOTED
      *  OVER STDNTMST.DAT.
      ************************************************
                   END-IF
               WHEN 'D'
                   PERFORM 3300-APPLY-DELETE
               WHEN 'S'
                   PERFORM 3700-APPLY-SALARY
               WHEN OTHER
                   PERFORM 3400-REJECT-INVALID-ACTION
           END-EVALUATE.
           MOVE T-FNAME TO LG-FNAME.
           PERFORM 9200-WRITE-LOG.

      *  A SALARY-ONLY CHANGE TAKES NOTHING BUT THE
      *  STARTING SALARY FROM THE TRANSACTION, SO A NAME
      *  OR DEPARTMENT CHANGE APPLIED EARLIER IN THE RUN
      *  IS NOT UNDONE.  IT IS COUNTED AND AUDITED AS A
      *  CHANGE.
       3700-APPLY-SALARY.
           PERFORM 8000-READ-BY-KEY.
           IF WS-TRAN-FOUND = 'N'
               PERFORM 3500-LOG-NOT-FOUND
           ELSE
               MOVE M-REC TO CA-BEFORE
               SUBTRACT M-START-SALARY FROM C-SAL-DELTA
               MOVE T-START-SALARY TO M-START-SALARY
               ADD M-START-SALARY TO C-SAL-DELTA
               REWRITE NEW-REC FROM M-REC
               MOVE M-REC TO CA-AFTER
               PERFORM 3250-WRITE-AUDIT
               ADD 1 TO C-CHGCTR
               MOVE M-ID TO LG-ID
               MOVE M-LNAME TO LG-LNAME
               MOVE M-FNAME TO LG-FNAME
               MOVE 'SALARY CHANGED' TO LG-ACTION
               PERFORM 9200-WRITE-LOG
           END-IF.

       4000-CLOSING.
           MOVE C-ADDCTR TO O-ADDCTR.
           MOVE C-CHGCTR TO O-CHGCTR.
