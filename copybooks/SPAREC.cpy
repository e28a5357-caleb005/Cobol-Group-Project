      *================================================================*
      *  SPAREC.CPY                                                    *
      *  SPONSORSHIP AUTHORIZATION RECORD - KEYED ON SSN/TERM.  ONE    *
      *  PER SPONSORED STUDENT PER TERM, NAMING THE SPONSOR, THE CAP   *
      *  ON WHAT THE SPONSOR WILL PAY FOR THE TERM AND THE CHARGES IT  *
      *  COVERS - TUITION ONLY, OR TUITION PLUS THE FEE SCHEDULE       *
      *  (FEEDTL) FEES.  SPA-BILLED-AMT IS THE NET AMOUNT MOVED TO THE *
      *  SPONSOR SO FAR FOR THE TERM (COVERED CHARGES LESS DROP        *
      *  CREDITS) AND IS WHAT THE CAP IS TESTED AGAINST.  MAINTAINED   *
      *  BY SPONSOR-MAINT-PGM; POSTED BY SPONSOR-POST-PGM.             *
      *================================================================*
       01  SPONSOR-AUTH-RECORD.
           05  SPA-KEY.
               10  SPA-SSN             PIC 9(09).
               10  SPA-TERM            PIC X(06).
           05  SPA-SPONSOR-CODE            PIC X(06).
           05  SPA-CAP-AMT                 PIC 9(07)V99.
           05  SPA-COVERAGE                PIC X(01).
               88  SPA-COVERS-TUITION      VALUE 'T'.
               88  SPA-COVERS-TUITION-FEES VALUE 'F'.
           05  SPA-BILLED-AMT              PIC S9(07)V99.
           05  SPA-STATUS                  PIC X(01).
               88  SPA-STAT-ACTIVE         VALUE 'A'.
               88  SPA-STAT-CANCELLED      VALUE 'X'.
           05  FILLER                      PIC X(10).
