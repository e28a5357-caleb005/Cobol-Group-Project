      *================================================================*
      *  DEGPARM.CPY                                                   *
      *  CALLING PARAMETERS FOR DEGREE-AUDIT-PGM.  THE CALLER PASSES   *
      *  THE STUDENT'S SSN AND DECLARED PROGRAM CODE, AND A TERM WHEN  *
      *  IT WANTS TO KNOW WHETHER THE STUDENT IS ENROLLED IN IT (THE   *
      *  GRADUATION TERM).  THE REPLY SAYS WHETHER THE AUDIT IS        *
      *  COMPLETE, AND DA-LINE CARRIES ONE READY-TO-PRINT LINE PER     *
      *  REQUIREMENT WITH ITS MET (M), IN PROGRESS (P) OR MISSING (X)  *
      *  STATUS, SO THE ON-DEMAND REPORT AND THE GRADUATION RUN PRINT  *
      *  THE SAME AUDIT.                                               *
      *================================================================*
       01  DEGREE-AUDIT-PARMS.
           05  DA-SSN                      PIC 9(09).
           05  DA-PROGRAM-CODE             PIC X(06).
           05  DA-TERM                     PIC X(06).
           05  DA-PROGRAM-TITLE            PIC X(30).
           05  DA-REPLY                    PIC X(01).
               88  DA-AUDIT-COMPLETE       VALUE 'C'.
               88  DA-AUDIT-INCOMPLETE     VALUE 'I'.
               88  DA-NO-PROGRAM           VALUE 'N'.
               88  DA-PROGRAM-NOT-FOUND    VALUE 'P'.
           05  DA-IN-TERM-SW               PIC X(01).
               88  DA-ENROLLED-IN-TERM     VALUE 'Y'.
           05  DA-NOT-MET-COUNT            PIC 9(02).
           05  DA-IN-PROGRESS-COUNT        PIC 9(02).
           05  DA-HOURS-EARNED             PIC 9(03).
           05  DA-GPA                      PIC 9V99.
           05  DA-LINE-COUNT               PIC 9(02).
           05  DA-LINE OCCURS 25 TIMES.
               10  DA-LINE-STATUS      PIC X(01).
                   88  DA-LINE-MET             VALUE 'M'.
                   88  DA-LINE-IN-PROGRESS     VALUE 'P'.
                   88  DA-LINE-MISSING         VALUE 'X'.
               10  DA-LINE-TEXT        PIC X(78).
