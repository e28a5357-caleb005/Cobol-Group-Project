      *  STOPS IF THE REPLY COMES BACK DENIED, THEN CALLS WITH         *
      *  FUNCTION E AS ITS LAST ACT SO THE RUN CONTROL RECORD SHOWS A  *
      *  CLEAN COMPLETION.                                             *
      *  A REPLY OF R MEANS THE JOB WAS LEFT RUNNING BY AN ABEND AND   *
      *  THIS IS THE RESTART; A JOB THAT KEEPS A CHECKPOINT THEN       *
      *  RESUMES FROM IT AND CALLS WITH FUNCTION R AND THE SSN IT      *
      *  RESUMES AFTER SO THE RUN LOG SHOWS THE RESTART.               *
      *================================================================*
       01  RUN-CONTROL-PARMS.
           05  RC-FUNCTION                 PIC X(01).
               88  RC-FUNC-START           VALUE 'S'.
               88  RC-FUNC-END             VALUE 'E'.
               88  RC-FUNC-RESTART         VALUE 'R'.
           05  RC-JOB-NAME                 PIC X(08).
           05  RC-REPLY                    PIC X(01).
               88  RC-RUN-MAY-PROCEED      VALUE 'Y' 'R'.
               88  RC-RUN-DENIED           VALUE 'N'.
               88  RC-RUN-IS-RESTART       VALUE 'R'.
           05  RC-RESTART-SNO              PIC 9(09).
