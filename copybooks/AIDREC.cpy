      *  FINANCIAL AID AWARD RECORD LAYOUT - KEYED ON SSN/SEQUENCE.    *
      *  ONE RECORD PER AWARD (GRANT, LOAN OR SCHOLARSHIP) PER TERM.   *
      *  USED BY FINANCIAL-AID-PGM.                                    *
      *  A RETURN OF TITLE IV AID ON WITHDRAWAL (AID-RETURN-PGM) IS    *
      *  ITS OWN RECORD - STATUS R, SAME TYPE AND TERM AS THE AWARD,   *
      *  THE AMOUNT SENT BACK, DATED THE DAY IT WAS CALCULATED, AND    *
      *  POINTING AT THE AWARD THROUGH AID-ORIG-SEQ-NO.                *
      *================================================================*
       01  AID-RECORD.
           05  AID-KEY.
               88  AID-STAT-DISBURSED      VALUE 'D'.
               88  AID-STAT-CANCELLED      VALUE 'X'.
               88  AID-STAT-HELD           VALUE 'H'.
               88  AID-STAT-RETURNED       VALUE 'R'.
           05  AID-ORIG-SEQ-NO             PIC 9(04).
           05  FILLER                      PIC X(06).
