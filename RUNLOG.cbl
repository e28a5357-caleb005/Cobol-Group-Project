001500*                WAS A FORCED RERUN, AND WHETHER IT COMPLETED -
001600*                A JOB STILL MARKED RUNNING ABENDED MID-RUN OR
001700*                IS STILL GOING.  PRINTS TO RUNLOGR.
001710* 10/15/26  DWH  A JOB THAT RESUMED FROM ITS RESTART CHECKPOINT
001720*                AFTER AN ABEND GETS A SECOND LINE SAYING SO AND
001730*                NAMING THE SSN IT RESUMED AFTER.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005400         10  WS-JOB-END       PIC 9(06).
005500         10  WS-JOB-STATUS    PIC X(01).
005600         10  WS-JOB-FORCED    PIC X(01).
005610         10  WS-JOB-RESTART   PIC X(01).
005620         10  WS-JOB-RESTART-SNO PIC 9(09).
005700 77  WS-JOB-COUNT             PIC 9(02)  COMP VALUE ZERO.
005800 77  WS-JOB-IX                PIC 9(02)  COMP VALUE ZERO.
005900 77  WS-JOB-JX                PIC 9(02)  COMP VALUE ZERO.
014100     MOVE RUN-END-TIME TO WS-JOB-END(WS-JOB-IX)
014200     MOVE RUN-STATUS TO WS-JOB-STATUS(WS-JOB-IX)
014300     MOVE RUN-FORCED-FLAG TO WS-JOB-FORCED(WS-JOB-IX)
014310     MOVE RUN-RESTART-FLAG TO WS-JOB-RESTART(WS-JOB-IX)
014320     MOVE RUN-RESTART-SNO TO WS-JOB-RESTART-SNO(WS-JOB-IX)
014400     ADD 1 TO WS-JOB-COUNT.
014500 2100-COLLECT-ONE-JOB-EXIT.
014600     EXIT.
014700
014800*================================================================*
014900* 3000-PRINT-LOG - ONE LINE PER JOB IN THE ORDER THE WINDOW RAN, *
014910* AND UNDER A JOB THAT RESUMED FROM ITS CHECKPOINT AFTER AN      *
014920* ABEND, THE SSN IT RESUMED AFTER.                               *
015000*================================================================*
015100 3000-PRINT-LOG.
015200     IF WS-JOB-COUNT = ZERO
018300         WS-FORCED-DESC DELIMITED BY SIZE
018400         INTO LOG-LINE
018500     WRITE LOG-LINE
018510     IF WS-JOB-RESTART(WS-JOB-IX) = 'Y'
018520         MOVE SPACES TO LOG-LINE
018530         STRING '           RESTARTED FROM CHECKPOINT AFTER SSN '
018540             DELIMITED BY SIZE
018550             WS-JOB-RESTART-SNO(WS-JOB-IX) DELIMITED BY SIZE
018560             INTO LOG-LINE
018570         WRITE LOG-LINE
018580     END-IF
018600     ADD 1 TO WS-JOB-IX.
018700 3100-PRINT-ONE-JOB-EXIT.
018800     EXIT.
