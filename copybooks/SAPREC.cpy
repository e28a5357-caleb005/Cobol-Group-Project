      *  COMPLETION RATE AT LEAST 67 PERCENT AND THE TERM GPA AT       *
      *  LEAST 2.00; SUSPENDED WHEN THE CUMULATIVE GPA FALLS BELOW     *
      *  1.50 OR THE COMPLETION RATE BELOW 50 PERCENT; WARNING IN      *
      *  BETWEEN.  A GRADE CHANGE OR INCOMPLETE LAPSE IN A TERM THE    *
      *  RUN HAS ALREADY EVALUATED SETS SAP-RECOMPUTE-FLAG, AND THE    *
      *  NEXT ACADEMIC-PROGRESS-PGM RUN RE-EVALUATES THE STUDENT       *
      *  AGAINST SAP-TERM AND CLEARS IT.                               *
      *================================================================*
       01  SAP-RECORD.
           05  SAP-SSN                     PIC 9(09).
               10  SAP-RUN-YY          PIC 9(02).
               10  SAP-RUN-MM          PIC 9(02).
               10  SAP-RUN-DD          PIC 9(02).
           05  SAP-RECOMPUTE-FLAG          PIC X(01).
               88  SAP-RECOMPUTE-NEEDED    VALUE 'Y'.
           05  FILLER                      PIC X(09).
