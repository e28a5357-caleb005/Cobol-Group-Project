      *================================================================*
      *  CKPREC.CPY                                                    *
      *  RESTART CHECKPOINT RECORD FOR A BATCH JOB THAT WALKS LEDMSTR  *
      *  IN SSN ORDER - REFUND-PGM (REFCKPT), AGING-PGM (AGECKPT) AND  *
      *  BILLING-STATEMENT-PGM (STMCKPT).  EACH JOB REPLACES ITS OWN   *
      *  CHECKPOINT FILE AFTER EVERY ACCOUNT IT FINISHES WITH THE LAST *
      *  SSN DONE AND ITS RUNNING COUNTS AND TOTALS, AND EMPTIES THE   *
      *  FILE ON A CLEAN FINISH.  WHEN RUN-CONTROL-PGM FINDS THE JOB   *
      *  LEFT RUNNING BY AN ABEND, A CHECKPOINT FOR THE SAME JOB AND   *
      *  BUSINESS DATE MEANS THE RESTART RESUMES AFTER THAT SSN WITH   *
      *  THE COUNTS AND TOTALS PUT BACK.  WHICH COUNT AND TOTAL SLOT   *
      *  HOLDS WHAT IS UP TO EACH JOB.                                 *
      *================================================================*
       01  JOB-CHECKPOINT-RECORD.
           05  CKP-JOB-NAME                PIC X(08).
           05  CKP-BUS-DATE                PIC 9(08).
           05  CKP-LAST-SNO                PIC 9(09).
           05  CKP-COUNT                   PIC 9(07)
                                           OCCURS 4 TIMES.
           05  CKP-TOTAL                   PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE
                                           OCCURS 4 TIMES.
           05  FILLER                      PIC X(10).
