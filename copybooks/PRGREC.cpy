      *================================================================*
      *  PRGREC.CPY                                                    *
      *  PROGRAM OF STUDY MASTER RECORD - ONE PER DEGREE PROGRAM,      *
      *  KEYED ON THE PROGRAM CODE A STUDENT DECLARES (STU-PROGRAM-    *
      *  CODE).  MAINTAINED BY PROGRAM-STUDY-PGM AND READ BY DEGREE-   *
      *  AUDIT-PGM.  EVERY REQUIRED COURSE MUST BE PASSED; EACH        *
      *  ELECTIVE POOL NEEDS ITS MINIMUM CREDIT HOURS FROM THE POOL'S  *
      *  COURSES, WHERE A POOL ENTRY SHORTER THAN EIGHT CHARACTERS IS  *
      *  A PREFIX (HIST3 TAKES ANY HIST3XX COURSE).  A COURSE COUNTS   *
      *  TOWARD ONE REQUIREMENT ONLY.  BLANK SLOTS ARE UNUSED.         *
      *================================================================*
       01  PROGRAM-RECORD.
           05  PRG-CODE                    PIC X(06).
           05  PRG-TITLE                   PIC X(30).
           05  PRG-STATUS                  PIC X(01).
               88  PRG-STAT-ACTIVE         VALUE 'A'.
               88  PRG-STAT-INACTIVE       VALUE 'I'.
           05  PRG-TOTAL-HOURS             PIC 9(03).
           05  PRG-MIN-GPA                 PIC 9V99.
           05  PRG-REQUIRED OCCURS 18 TIMES.
               10  PRG-REQ-COURSE      PIC X(08).
           05  PRG-POOL OCCURS 3 TIMES.
               10  PRG-POOL-NAME       PIC X(20).
               10  PRG-POOL-MIN-HOURS  PIC 9(02).
               10  PRG-POOL-COURSE     PIC X(08) OCCURS 6 TIMES.
           05  FILLER                      PIC X(10).
