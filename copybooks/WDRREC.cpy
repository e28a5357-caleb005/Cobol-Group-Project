      *================================================================*
      *  WDRREC.CPY                                                    *
      *  TERM WITHDRAWAL RECORD LAYOUT - KEYED ON SSN/TERM.  ONE       *
      *  RECORD PER STUDENT WHO LEAVES A TERM, WRITTEN WHEN THE        *
      *  ENROLLMENT STATUS IS SET TO WITHDRAWN (STUDENT-MAINT-PGM) OR  *
      *  THE LAST SECTION OF THE CURRENT TERM IS DROPPED               *
      *  (DROP-CLASS-PGM).  IT STAYS PENDING UNTIL AID-RETURN-PGM HAS  *
      *  CALCULATED THE RETURN OF TITLE IV AID FOR THE TERM.           *
      *================================================================*
       01  WITHDRAWAL-RECORD.
           05  WDR-KEY.
               10  WDR-SSN             PIC 9(09).
               10  WDR-TERM            PIC X(06).
           05  WDR-WITHDRAW-DATE.
               10  WDR-WD-CC           PIC 9(02).
               10  WDR-WD-YY           PIC 9(02).
               10  WDR-WD-MM           PIC 9(02).
               10  WDR-WD-DD           PIC 9(02).
           05  WDR-SOURCE                  PIC X(01).
               88  WDR-SRC-STATUS-CHANGE   VALUE 'S'.
               88  WDR-SRC-LAST-DROP       VALUE 'D'.
           05  WDR-STATUS                  PIC X(01).
               88  WDR-STAT-PENDING        VALUE 'P'.
               88  WDR-STAT-CALCULATED     VALUE 'C'.
      *    FILLED IN BY AID-RETURN-PGM WHEN THE RETURN IS CALCULATED.
           05  WDR-CALC-DATE.
               10  WDR-CALC-CC         PIC 9(02).
               10  WDR-CALC-YY         PIC 9(02).
               10  WDR-CALC-MM         PIC 9(02).
               10  WDR-CALC-DD         PIC 9(02).
           05  WDR-PCT-COMPLETED           PIC 9(03)V9.
           05  WDR-RETURN-TOTAL            PIC 9(07)V99.
           05  FILLER                      PIC X(10).
