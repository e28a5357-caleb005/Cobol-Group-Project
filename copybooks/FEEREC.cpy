      *  EVERY COURSE, OTHERWISE ONLY TO THE ONE NAMED.  A PER-TERM    *
      *  FEE POSTS ONCE PER STUDENT PER TERM; A PER-ENROLLMENT FEE     *
      *  POSTS WITH EVERY ENROLLMENT.  EACH FEE FEEDS THE GL EXTRACT   *
      *  UNDER ITS OWN ACCOUNT.  A RETURNED-ITEM FEE (FREQUENCY R) IS  *
      *  NEVER ASSESSED AT ENROLLMENT - RETURNED-PAYMENT-PGM CHARGES   *
      *  IT WHEN A RECEIPT COMES BACK FROM THE BANK.                   *
      *================================================================*
       01  FEE-RECORD.
           05  FEE-CODE                    PIC X(04).
           05  FEE-FREQUENCY               PIC X(01).
               88  FEE-PER-TERM            VALUE 'T'.
               88  FEE-PER-ENROLLMENT      VALUE 'E'.
               88  FEE-PER-RETURNED-ITEM   VALUE 'R'.
           05  FEE-COURSE-NO               PIC X(08).
           05  FEE-GL-ACCOUNT              PIC X(10).
           05  FILLER                      PIC X(10).
