      *  MORNING LOG PRINTS MEANS THE JOB ABENDED MID-RUN (OR IS       *
      *  STILL GOING); A COMPLETED RECORD BLOCKS A SECOND RUN OF THE   *
      *  SAME JOB FOR THE SAME DATE UNLESS A SUPERVISOR FORCES IT.     *
      *  A JOB THAT KEEPS A RESTART CHECKPOINT AND RESUMED FROM IT     *
      *  AFTER AN ABEND IS FLAGGED RESTARTED, WITH THE LAST SSN THE    *
      *  ABENDED RUN HAD FINISHED.                                     *
      *================================================================*
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               88  RUN-STAT-COMPLETE       VALUE 'C'.
           05  RUN-FORCED-FLAG             PIC X(01).
               88  RUN-WAS-FORCED          VALUE 'Y'.
           05  RUN-RESTART-FLAG            PIC X(01).
               88  RUN-WAS-RESTARTED       VALUE 'Y'.
           05  RUN-RESTART-SNO             PIC 9(09).
