
       2110-CHECK-ACTION.
           IF E-ACTION NOT = 'A' AND E-ACTION NOT = 'C'
                   AND E-ACTION NOT = 'D' AND E-ACTION NOT = 'S'
               MOVE 'NO' TO WS-VALID-TRAN
               IF WS-REASON = SPACES
                   MOVE '01' TO WS-REASON
           END-IF.

      *  DELETES CARRY ONLY THE ID, SO THE REPLACEMENT
      *  FIELDS ARE NOT EDITED ON A 'D' TRANSACTION.  A
      *  SALARY-ONLY 'S' TRANSACTION REPLACES NOTHING BUT
      *  THE STARTING SALARY, SO ONLY THE SALARY IS
      *  EDITED ON IT.
       2130-CHECK-GPA.
           IF E-ACTION = 'D' OR E-ACTION = 'S'
               CONTINUE
           ELSE
               IF E-GPA NOT NUMERIC
           END-IF.

       2150-CHECK-NAMES.
           IF E-ACTION = 'D' OR E-ACTION = 'S'
               CONTINUE
           ELSE
               IF E-LNAME = SPACES
      *  AN EMPTY TABLE MEANS THE REFERENCE FILE HAS NOT
      *  BEEN BUILT YET - NOTHING IS REJECTED FOR IT.
       2160-CHECK-DEPT.
           IF E-ACTION = 'D' OR E-ACTION = 'S' OR DEPT-COUNT = 0
               CONTINUE
           ELSE
               PERFORM 8300-LOOKUP-DEPT
