002020*                ON A SECOND CALL IN ONE MENU SESSION THEY KEPT
002030*                ACCUMULATING AND THE RESULT MESSAGE DISAGREED
002040*                WITH THAT RUN'S CHECK REGISTER.
002050* 10/15/26  DWH  THE LEDGER BALANCE NOW ALSO NETS OUT
002060*                LED-SPONSOR-TOTAL, THE SHARE OF THE CHARGES
002070*                MOVED TO A THIRD-PARTY SPONSOR.
002076* 10/15/26  DWH  AN ACCOUNT PLACED WITH OR WRITTEN OFF TO THE
002082*                COLLECTION AGENCY IS NOT REFUNDED - A CREDIT
002088*                THERE IS A RECOVERY STILL TO BE SETTLED BY
002094*                COLLECTION-RECOVERY-PGM.
002104* 10/15/26  DWH  THE RUN NOW CHECKS IN WITH RUN-CONTROL-PGM (JOB
002114*                REFUNDPG) AND CHECKPOINTS THE LAST SSN REFUNDED
002124*                WITH THE RUNNING COUNT AND TOTAL TO REFCKPT AFTER
002134*                EACH REFUND.  A RESTART AFTER AN ABEND RESUMES
002144*                AFTER THAT SSN AND ADDS ON TO THE SAME CHKREG
002154*                REGISTER, SO THE FIRST HALF'S CHECKS ARE NOT LOST
002164*                AND THE TOTALS COVER BOTH PARTS.
002174*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
004300     SELECT REGISTER-FILE ASSIGN TO "CHKREG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REG-FS.
004510     SELECT CHECKPOINT-FILE ASSIGN TO "REFCKPT"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS WS-CKP-FS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LEDGER-FILE.
005500     COPY GLXREC.
005600 FD  REGISTER-FILE.
005700 01  REGISTER-LINE                PIC X(90).
005710 FD  CHECKPOINT-FILE.
005720     COPY CKPREC.
005800 WORKING-STORAGE SECTION.
005900 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
006000     88  LEDGER-FS-OK                     VALUE '00'.
006800 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
006900     88  GLX-FS-OK                        VALUE '00'.
007000 01  WS-REG-FS                PIC X(02)  VALUE '00'.
007010 01  WS-CKP-FS                PIC X(02)  VALUE '00'.
007020     88  CKP-FS-NOT-FOUND                 VALUE '35'.
007100
007200 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
007300     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
009000 01  WS-TOTAL-EDIT            PIC Z(6)9.99 VALUE ZERO.
009100 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
009200 01  WS-ACK                   PIC X(01)  VALUE SPACE.
009207*----------------------------------------------------------------
009214* RESTART - A RUN LEFT RUNNING BY AN ABEND RESUMES AFTER THE LAST
009221* SSN ON THE REFCKPT CHECKPOINT, WHICH CARRIES THE REFUND COUNT
009228* (COUNT 1) AND TOTAL (TOTAL 1) SO FAR.
009235*----------------------------------------------------------------
009242 01  WS-RESTART-SW            PIC X      VALUE 'N'.
009249     88  RUN-IS-RESTART                   VALUE 'Y'.
009256 01  WS-RESTART-SNO           PIC 9(09)  VALUE ZERO.
009263*----------------------------------------------------------------
009270* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
009277*----------------------------------------------------------------
009284 COPY RUNPARM.
009300 SCREEN SECTION.
009400 01  CLEAR-SCREEN.
009500     05  BLANK SCREEN.
010300* 0000-MAINLINE                                                  *
010400*================================================================*
010500 0000-MAINLINE.
010510     MOVE 'REFUNDPG' TO RC-JOB-NAME
010520     MOVE 'S' TO RC-FUNCTION
010530     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
010540     IF RC-RUN-DENIED
010550         MOVE 'REFUND RUN REFUSED BY RUN CONTROL' TO WS-MESSAGE
010560         DISPLAY CLEAR-SCREEN
010570         DISPLAY RESULT-SCREEN
010580         ACCEPT RESULT-SCREEN
010590         GOBACK.
010600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010700     PERFORM 2000-FIND-NEXT-CHECK-NO
010800         THRU 2000-FIND-NEXT-CHECK-NO-EXIT.
011700     DISPLAY RESULT-SCREEN
011800     ACCEPT RESULT-SCREEN.
011900     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
011910     MOVE 'E' TO RC-FUNCTION
011920     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
012000     GOBACK.
012100
012200*================================================================*
012300* 1000-INITIALIZE - OPEN THE MASTERS, THE GL EXTRACT FEED AND    *
012400* THIS RUN'S CHECK REGISTER - A RESTART ADDS ON TO THE REGISTER  *
012410* THE ABENDED RUN LEFT.                                          *
012500*================================================================*
012600 1000-INITIALIZE.
012700     OPEN I-O LEDGER-FILE.
014400         CLOSE GLX-FILE
014500         OPEN EXTEND GLX-FILE
014600     END-IF.
014610     MOVE ZERO TO WS-REFUND-COUNT
014620     MOVE ZERO TO WS-REFUND-TOTAL
014630     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014640     PERFORM 1100-CHECK-RESTART THRU 1100-CHECK-RESTART-EXIT.
014650     IF RUN-IS-RESTART
014660         OPEN EXTEND REGISTER-FILE
014670         MOVE SPACES TO REGISTER-LINE
014680         STRING 'RUN RESTARTED AFTER SSN ' DELIMITED BY SIZE
014690             WS-RESTART-SNO DELIMITED BY SIZE
014700             INTO REGISTER-LINE
014710         WRITE REGISTER-LINE
014720     ELSE
014730         OPEN OUTPUT REGISTER-FILE
014740         MOVE 'REFUND CHECK REGISTER' TO REGISTER-LINE
014750         WRITE REGISTER-LINE
014760     END-IF.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015202
015204*================================================================*
015206* 1100-CHECK-RESTART - WHEN RUN CONTROL FOUND THIS JOB LEFT      *
015208* RUNNING BY AN ABEND, A CHECKPOINT FROM THE SAME BUSINESS DATE  *
015210* GIVES THE LAST SSN FINISHED AND THE COUNT AND TOTAL SO FAR,    *
015212* AND THE RESTART IS RECORDED FOR THE RUN LOG.  NO CHECKPOINT    *
015214* MEANS NOTHING WAS REFUNDED AND THE RUN STARTS OVER.            *
015216*================================================================*
015218 1100-CHECK-RESTART.
015220     MOVE 'N' TO WS-RESTART-SW
015222     MOVE ZERO TO WS-RESTART-SNO
015224     IF NOT RC-RUN-IS-RESTART
015226         GO TO 1100-CHECK-RESTART-EXIT.
015228     OPEN INPUT CHECKPOINT-FILE.
015230     IF CKP-FS-NOT-FOUND
015232         GO TO 1100-CHECK-RESTART-EXIT.
015234     READ CHECKPOINT-FILE
015236         AT END
015238             MOVE SPACES TO CKP-JOB-NAME
015240     END-READ.
015242     CLOSE CHECKPOINT-FILE.
015244     IF CKP-JOB-NAME NOT = RC-JOB-NAME
015246         GO TO 1100-CHECK-RESTART-EXIT.
015248     IF CKP-BUS-DATE NOT = WS-TODAY
015250         GO TO 1100-CHECK-RESTART-EXIT.
015252     MOVE 'Y' TO WS-RESTART-SW
015254     MOVE CKP-LAST-SNO TO WS-RESTART-SNO
015256     MOVE CKP-COUNT(1) TO WS-REFUND-COUNT
015258     MOVE CKP-TOTAL(1) TO WS-REFUND-TOTAL
015260     MOVE 'R' TO RC-FUNCTION
015262     MOVE WS-RESTART-SNO TO RC-RESTART-SNO
015264     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS.
015266 1100-CHECK-RESTART-EXIT.
015268     EXIT.
015300
015400*================================================================*
015500* 2000-FIND-NEXT-CHECK-NO - SCANS THE REFUND FILE FOR THE        *
018500
018600*================================================================*
018700* 3000-WALK-LEDGERS - EVERY LEDGER RECORD WITH A CREDIT          *
018800* (NEGATIVE) BALANCE GETS A REFUND, EXCEPT AN ACCOUNT IN         *
018810* COLLECTIONS, WHOSE CREDIT IS SETTLED BY                        *
018820* COLLECTION-RECOVERY-PGM.                                       *
018900*================================================================*
019000 3000-WALK-LEDGERS.
019100     MOVE 'N' TO WS-LED-EOF-SW
019110     IF RUN-IS-RESTART
019120         MOVE WS-RESTART-SNO TO LED-SSN
019130         START LEDGER-FILE KEY IS GREATER THAN LED-SSN
019140             INVALID KEY
019150                 MOVE 'Y' TO WS-LED-EOF-SW
019160         END-START
019170     ELSE
019180         MOVE LOW-VALUES TO LED-SSN
019190         START LEDGER-FILE KEY IS NOT LESS THAN LED-SSN
019200             INVALID KEY
019210                 MOVE 'Y' TO WS-LED-EOF-SW
019220         END-START
019230     END-IF.
019700     PERFORM 3100-ONE-LEDGER THRU 3100-ONE-LEDGER-EXIT
019800         UNTIL LEDGER-SCAN-DONE.
019900 3000-WALK-LEDGERS-EXIT.
020600     END-READ.
020700     IF LEDGER-SCAN-DONE
020800         GO TO 3100-ONE-LEDGER-EXIT.
020810     IF LED-IN-COLLECTIONS
020820         GO TO 3100-ONE-LEDGER-EXIT.
020900     IF LED-BALANCE < ZERO
021000         MOVE LED-SSN TO WS-REFUND-SNO
021100         COMPUTE WS-REFUND-AMT = ZERO - LED-BALANCE
023600     SUBTRACT WS-REFUND-AMT FROM LED-CREDITS-TOTAL
023700     COMPUTE LED-BALANCE =
023800         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
023810             - LED-SPONSOR-TOTAL
023900     REWRITE LEDGER-RECORD.
024000     PERFORM 4200-WRITE-GL-EXTRACT
024100         THRU 4200-WRITE-GL-EXTRACT-EXIT.
024400     ADD 1 TO WS-REFUND-COUNT
024500     ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
024600     ADD 1 TO WS-NEXT-CHECK-NO.
024610     PERFORM 5000-WRITE-CHECKPOINT
024620         THRU 5000-WRITE-CHECKPOINT-EXIT.
024700 4000-CUT-ONE-REFUND-EXIT.
024800     EXIT.
024900
033300     WRITE REGISTER-LINE.
033400 4300-WRITE-REGISTER-LINE-EXIT.
033500     EXIT.
033504
033508*================================================================*
033512* 5000-WRITE-CHECKPOINT - REPLACES THE CHECKPOINT AFTER EACH     *
033516* REFUND WITH THE SSN JUST REFUNDED AND THE COUNT AND TOTAL SO   *
033520* FAR.  LIKE MENU-BATCH'S, THE FILE IS LINE SEQUENTIAL AND       *
033524* WRITTEN WHOLE EACH TIME.                                       *
033528*================================================================*
033532 5000-WRITE-CHECKPOINT.
033536     OPEN OUTPUT CHECKPOINT-FILE.
033540     INITIALIZE JOB-CHECKPOINT-RECORD
033544     MOVE RC-JOB-NAME TO CKP-JOB-NAME
033548     MOVE WS-TODAY TO CKP-BUS-DATE
033552     MOVE WS-REFUND-SNO TO CKP-LAST-SNO
033556     MOVE WS-REFUND-COUNT TO CKP-COUNT(1)
033560     MOVE WS-REFUND-TOTAL TO CKP-TOTAL(1)
033564     WRITE JOB-CHECKPOINT-RECORD.
033568     CLOSE CHECKPOINT-FILE.
033572 5000-WRITE-CHECKPOINT-EXIT.
033576     EXIT.
033600
033700*================================================================*
033800* 9999-TERMINATE - A CLEAN FINISH EMPTIES THE RESTART            *
033810* CHECKPOINT.                                                    *
033900*================================================================*
034000 9999-TERMINATE.
034100     CLOSE LEDGER-FILE.
034300     CLOSE STUDENT-FILE.
034400     CLOSE GLX-FILE.
034500     CLOSE REGISTER-FILE.
034510     OPEN OUTPUT CHECKPOINT-FILE.
034520     CLOSE CHECKPOINT-FILE.
034600 9999-TERMINATE-EXIT.
034700     EXIT.
