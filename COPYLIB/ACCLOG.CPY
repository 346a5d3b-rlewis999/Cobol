      *****************************************************
      *  RECORD LAYOUT FOR ACCLOG.DAT, THE PERMANENT LOG
      *  OF WHO LOOKED AT STUDENT RECORDS AND WHY.  EVERY
      *  RUN OF A STUDENT INQUIRY OR TRANSCRIPT PROGRAM
      *  EXTENDS THIS FILE - IT IS NEVER OVERWRITTEN:
      *    LA-REC-TYPE  - 'R' ONE RECORD FOR THE RUN,
      *                   CARRYING THE SELECTION ASKED FOR
      *                   IN LA-SELECTION
      *                   'S' ONE RECORD FOR EACH STUDENT ID
      *                   THE RUN PRINTED, IN LA-STUDENT-ID
      *    LA-REQUESTER - WHO ASKED FOR THE RUN (USER ID)
      *    LA-PURPOSE   - WHY, ONE OF:
      *                   ADVS ACADEMIC ADVISING
      *                   REGS REGISTRAR RECORDS WORK
      *                   FINA FINANCIAL AID / ACCOUNTS
      *                   AUDT INTERNAL OR EXTERNAL AUDIT
      *                   STUD REQUEST FROM THE STUDENT
      *                   LEGL SUBPOENA OR LEGAL REQUEST
      *                   SYST SCHEDULED BATCH PROCESSING
      *  THE ACCESS LOG INQUIRY READS THIS FILE TO ANSWER
      *  'WHO HAS VIEWED THIS STUDENT' AND 'WHAT HAS THIS
      *  REQUESTER VIEWED' QUESTIONS.
      *****************************************************
       01  LA-REC.
           05 LA-DATE           PIC 9(8).
           05 LA-TIME           PIC X(6).
           05 LA-PGM            PIC X(8).
           05 LA-REQUESTER      PIC X(8).
           05 LA-PURPOSE        PIC X(4).
              88   LA-VALID-PURPOSE
                                VALUE 'ADVS' 'REGS' 'FINA' 'AUDT'
                                      'STUD' 'LEGL' 'SYST'.
           05 LA-REC-TYPE       PIC X.
           05 LA-STUDENT-ID     PIC X(7).
           05 LA-SELECTION      PIC X(40).
