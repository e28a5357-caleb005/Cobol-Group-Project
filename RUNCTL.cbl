002100*                RESTART ALLOWED.  FUNCTION E STAMPS THE CLEAN
002200*                COMPLETION.  RUN-LOG-PGM PRINTS THE MORNING LOG
002300*                FROM THE SAME FILE.
002310* 10/15/26  DWH  A RESTART OF A RUN LEFT RUNNING BY AN ABEND NOW
002320*                REPLIES R, AND NEW FUNCTION R LETS A JOB THAT
002330*                RESUMED FROM ITS CHECKPOINT (REFUND-PGM,
002340*                AGING-PGM, BILLING-STATEMENT-PGM) RECORD THE
002350*                RESTART AND THE SSN IT RESUMED AFTER FOR
002360*                RUN-LOG-PGM.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006100             PERFORM 2000-START-JOB THRU 2000-START-JOB-EXIT
006200         WHEN RC-FUNC-END
006300             PERFORM 3000-END-JOB THRU 3000-END-JOB-EXIT
006310         WHEN RC-FUNC-RESTART
006320             PERFORM 4000-NOTE-RESTART THRU 4000-NOTE-RESTART-EXIT
006400         WHEN OTHER
006500             MOVE 'N' TO RC-REPLY
006600     END-EVALUATE.
008700* 2000-START-JOB - FETCHES TODAY'S RECORD FOR THE JOB.  NO       *
008800* RECORD STARTS CLEAN; A COMPLETED RECORD IS REFUSED UNLESS THE  *
008900* SUPERVISOR FORCES IT AT THE CONSOLE; A RECORD STILL MARKED     *
009000* RUNNING MEANS THE PRIOR RUN ABENDED MID-RUN, WHICH IS REPORTED *
009100* AND THE RESTART ALLOWED WITH A REPLY OF R SO A JOB THAT KEEPS  *
009110* A CHECKPOINT KNOWS TO RESUME FROM IT.                          *
009200*================================================================*
009300 2000-START-JOB.
009400     MOVE 'Y' TO RC-REPLY
010900         MOVE ZERO TO RUN-END-TIME
011000         MOVE 'R' TO RUN-STATUS
011100         MOVE 'N' TO RUN-FORCED-FLAG
011110         MOVE 'N' TO RUN-RESTART-FLAG
011120         MOVE ZERO TO RUN-RESTART-SNO
011200         WRITE RUN-CONTROL-RECORD
011300         GO TO 2000-START-JOB-EXIT.
011400     IF RUN-STAT-COMPLETE
012100             MOVE ZERO TO RUN-END-TIME
012200             MOVE 'R' TO RUN-STATUS
012300             MOVE 'Y' TO RUN-FORCED-FLAG
012310             MOVE 'N' TO RUN-RESTART-FLAG
012320             MOVE ZERO TO RUN-RESTART-SNO
012400             REWRITE RUN-CONTROL-RECORD
012500         ELSE
012600             MOVE 'N' TO RC-REPLY
013200     MOVE WS-NOW-HHMMSS TO RUN-START-TIME
013300     MOVE ZERO TO RUN-END-TIME
013400     MOVE 'R' TO RUN-STATUS
013410     MOVE 'R' TO RC-REPLY
013500     REWRITE RUN-CONTROL-RECORD.
013600 2000-START-JOB-EXIT.
013700     EXIT.
015200     REWRITE RUN-CONTROL-RECORD.
015300 3000-END-JOB-EXIT.
015400     EXIT.
015410
015420*================================================================*
015430* 4000-NOTE-RESTART - A JOB RESUMING FROM ITS CHECKPOINT FLAGS   *
015440* TODAY'S RECORD RESTARTED, WITH THE LAST SSN THE ABENDED RUN    *
015450* FINISHED, FOR THE RUN LOG.                                     *
015460*================================================================*
015470 4000-NOTE-RESTART.
015480     MOVE 'Y' TO RC-REPLY
015490     MOVE RC-JOB-NAME TO RUN-JOB-NAME
015500     MOVE WS-TODAY TO RUN-BUS-DATE
015510     READ RUN-CONTROL-FILE
015520         INVALID KEY
015530             GO TO 4000-NOTE-RESTART-EXIT
015540     END-READ.
015550     MOVE 'Y' TO RUN-RESTART-FLAG
015560     MOVE RC-RESTART-SNO TO RUN-RESTART-SNO
015570     REWRITE RUN-CONTROL-RECORD.
015580 4000-NOTE-RESTART-EXIT.
015590     EXIT.
