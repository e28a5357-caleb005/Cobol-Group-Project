      *================================================================*
      *  SPNPARM.CPY                                                   *
      *  CALLING PARAMETERS FOR SPONSOR-POST-PGM.  FUNCTION C OFFERS   *
      *  A NEW ENROLLMENT'S TUITION AND FEES TO THE STUDENT'S SPONSOR  *
      *  FOR THE TERM; FUNCTION D OFFERS A DROP'S TUITION AND FEE      *
      *  REFUNDS BACK.  THE REPLY SAYS WHETHER ANY OF IT WAS MOVED,    *
      *  AND SP-SPONSOR-AMT HOW MUCH - THE CALLER ADDS IT TO (CHARGE)  *
      *  OR SUBTRACTS IT FROM (CREDIT) LED-SPONSOR-TOTAL ON THE        *
      *  STUDENT LEDGER AND WRITES THE GL EXTRACT.                     *
      *================================================================*
       01  SPONSOR-POST-PARMS.
           05  SP-FUNCTION                 PIC X(01).
               88  SP-FUNC-CHARGE          VALUE 'C'.
               88  SP-FUNC-CREDIT          VALUE 'D'.
           05  SP-SSN                      PIC 9(09).
           05  SP-TERM                     PIC X(06).
           05  SP-REFERENCE                PIC X(11).
           05  SP-TUITION-AMT              PIC S9(07)V99.
           05  SP-FEES-AMT                 PIC S9(07)V99.
           05  SP-SPONSOR-CODE             PIC X(06).
           05  SP-SPONSOR-AMT              PIC S9(07)V99.
           05  SP-REPLY                    PIC X(01).
               88  SP-SPONSOR-POSTED       VALUE 'Y'.
               88  SP-NOTHING-POSTED       VALUE 'N'.
