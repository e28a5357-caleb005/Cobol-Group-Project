      *  STUREC.CPY                                                    *
      *  STUDENT MASTER RECORD LAYOUT - KEYED ON SSN.                  *
      *  USED BY PROJ-ADD-STUDENT AND ANY PROGRAM THAT MUST LOOK UP    *
      *  OR MAINTAIN STUDENT DEMOGRAPHIC DATA.  STU-PROGRAM-CODE IS    *
      *  THE DECLARED PROGRAM OF STUDY (PRGMSTR), KEYED THROUGH        *
      *  STUDENT-MAINT-PGM - BLANK UNTIL THE STUDENT DECLARES ONE.     *
      *================================================================*
       01  STUDENT-RECORD.
           05  STU-SSN                 PIC 9(09).
               88  STU-STAT-INACTIVE       VALUE 'I'.
               88  STU-STAT-GRADUATED      VALUE 'G'.
               88  STU-STAT-WITHDRAWN      VALUE 'W'.
           05  STU-PROGRAM-CODE            PIC X(06).
           05  FILLER                      PIC X(04).
