      *  STUDENT LEDGER MASTER RECORD - ONE PER STUDENT, KEYED ON SSN. *
      *  CARRIES THE RUNNING BALANCE (CHARGES LESS CREDITS AND AID)    *
      *  AND THE REGISTRAR HOLD FLAG CHECKED BY PROJ-ENROLLMENT.       *
      *  CHARGES MOVED TO A THIRD-PARTY SPONSOR (SPONSOR-POST-PGM) ARE *
      *  CARRIED IN LED-SPONSOR-TOTAL AND TAKEN OUT OF THE BALANCE AS  *
      *  AID IS, SO LED-BALANCE IS WHAT THE STUDENT PERSONALLY OWES.   *
      *  LED-COLLECT-STATUS MARKS AN ACCOUNT PLACED WITH THE OUTSIDE   *
      *  COLLECTION AGENCY OR WRITTEN OFF TO BAD DEBT (COLMSTR).  A    *
      *  WRITE-OFF IS POSTED AS A CREDIT TO LED-CREDITS-TOTAL, AND A   *
      *  LATER RECOVERY BACKS IT OUT AGAIN, SO THE BALANCE FORMULA     *
      *  NEVER CHANGES.                                                *
      *================================================================*
       01  LEDGER-RECORD.
           05  LED-SSN                     PIC 9(09).
               88  LED-ON-HOLD             VALUE 'Y'.
               88  LED-NOT-ON-HOLD         VALUE 'N'.
           05  LED-HOLD-REASON             PIC X(30).
           05  LED-SPONSOR-TOTAL           PIC S9(07)V99.
           05  LED-COLLECT-STATUS          PIC X(01).
               88  LED-IN-COLLECTIONS      VALUE 'P' 'W'.
               88  LED-COLL-PLACED         VALUE 'P'.
               88  LED-COLL-WRITTEN-OFF    VALUE 'W'.
