002506*                COMPLETION AFTER - A SECOND START ON THE SAME
002508*                BUSINESS DATE ONCE SENT DUPLICATE PAST-DUE
002510*                NOTICES AND RE-PLACED LIFTED HOLDS.
002520* 10/15/26  DWH  A RECEIPT RETURNED BY THE BANK (MARKED BY
002530*                RETURNED-PAYMENT-PGM) NO LONGER COUNTS TOWARD A
002540*                PAYMENT PLAN'S PAID AMOUNT.
002541* 10/15/26  DWH  CHARGES MOVED TO A THIRD-PARTY SPONSOR
002542*                (LED-SPONSOR-TOTAL) NO LONGER AGE AGAINST THE
002543*                STUDENT - THE SPONSOR'S SHARE COMES OFF THE
002544*                NEWEST CHARGES BEFORE THE CREDITS ARE APPLIED,
002545*                AND ONLY A BALANCE THE STUDENT PERSONALLY OWES
002546*                DRAWS A NOTICE OR A HOLD.
002552* 10/15/26  DWH  THE LAST SSN AGED IS CHECKPOINTED TO AGECKPT WITH
002558*                THE RUNNING COUNTS AND COLUMN TOTALS AFTER EACH
002564*                ACCOUNT.  A RESTART OF A RUN LEFT RUNNING BY AN
002570*                ABEND RESUMES AFTER THAT SSN AND ADDS ON TO THE
002576*                SAME AGEDTB AND DUNNOTC FILES, SO NO NOTICE GOES
002582*                OUT TWICE AND THE GRAND TOTALS COVER BOTH PARTS.
002588*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
005475         ACCESS MODE IS DYNAMIC
005480         RECORD KEY IS RCP-KEY
005490         FILE STATUS IS WS-RCP-FS.
005492     SELECT CHECKPOINT-FILE ASSIGN TO "AGECKPT"
005494         ORGANIZATION IS LINE SEQUENTIAL
005496         FILE STATUS IS WS-CKP-FS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LEDGER-FILE.
006600 01  TRIAL-BALANCE-LINE           PIC X(110).
006700 FD  NOTICE-FILE.
006800 01  NOTICE-LINE                  PIC X(90).
006810 FD  CHECKPOINT-FILE.
006820     COPY CKPREC.
006900 WORKING-STORAGE SECTION.
007000 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
007100     88  LEDGER-FS-OK                     VALUE '00'.
008344     88  RCP-FS-OK                        VALUE '00'.
008346     88  RCP-FILE-ABSENT                  VALUE '35'.
008348     88  RCP-FS-NOT-FOUND                 VALUE '23' '35'.
008358 01  WS-CKP-FS                PIC X(02)  VALUE '00'.
008368     88  CKP-FS-NOT-FOUND                 VALUE '35'.
008400
008500 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
008600     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
010400 01  WS-NEW-DATE              PIC 9(08)  VALUE ZERO.
010500 01  WS-NEW-AMT               PIC S9(07)V99 VALUE ZERO.
010600 01  WS-REMAIN-CREDITS        PIC S9(09)V99 VALUE ZERO.
010610 01  WS-SPONSOR-REMAIN        PIC S9(09)V99 VALUE ZERO.
010700 01  WS-APPLIED-AMT           PIC S9(07)V99 VALUE ZERO.
010800 01  WS-UNPAID-AMT            PIC S9(07)V99 VALUE ZERO.
010900 01  WS-AGE-DAYS              PIC S9(05)  VALUE ZERO.
011962 77  WS-INST-IX               PIC 9(02)  COMP VALUE ZERO.
011963 77  WS-MISS-COUNT            PIC 9(02)  VALUE ZERO.
011964 77  WS-PLANS-BROKEN          PIC 9(06)  VALUE ZERO.
011966*----------------------------------------------------------------
011968* RESTART - A RUN LEFT RUNNING BY AN ABEND RESUMES AFTER THE LAST
011970* SSN ON THE AGECKPT CHECKPOINT, WHICH CARRIES THE NOTICE, HOLD
011972* AND BROKEN PLAN COUNTS (COUNTS 1-3) AND THE CURRENT/30/60/90
011974* COLUMN TOTALS (TOTALS 1-4) SO FAR.
011976*----------------------------------------------------------------
011978 01  WS-RESTART-SW            PIC X      VALUE 'N'.
011980     88  RUN-IS-RESTART                   VALUE 'Y'.
011982 01  WS-RESTART-SNO           PIC 9(09)  VALUE ZERO.
011984*----------------------------------------------------------------
011986* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
011988*----------------------------------------------------------------
011990 COPY RUNPARM.
012000 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
012100 01  WS-TODAY-INT             PIC 9(08)  COMP VALUE ZERO.
012200 01  WS-CHG-INT               PIC 9(08)  COMP VALUE ZERO.
013800     STOP RUN.
013900
014000*================================================================*
014100* 1000-INITIALIZE - A RESTART ADDS ON TO THE TRIAL BALANCE AND   *
014110* NOTICE FILES THE ABENDED RUN LEFT INSTEAD OF STARTING THEM     *
014120* OVER.                                                          *
014200*================================================================*
014300 1000-INITIALIZE.
014400     OPEN I-O LEDGER-FILE.
014500     OPEN INPUT STUDENT-FILE.
014600     OPEN INPUT ENROLLMENT-FILE.
014700     OPEN INPUT ARCHIVE-FILE.
014950     OPEN I-O PAYPLAN-FILE.
014960     OPEN INPUT RECEIPT-FILE.
015000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
015100     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
015110     PERFORM 1100-CHECK-RESTART THRU 1100-CHECK-RESTART-EXIT.
015120     IF RUN-IS-RESTART
015130         OPEN EXTEND TRIAL-BALANCE-FILE
015140         OPEN EXTEND NOTICE-FILE
015150         MOVE SPACES TO TRIAL-BALANCE-LINE
015160         STRING 'RUN RESTARTED AFTER SSN ' DELIMITED BY SIZE
015170             WS-RESTART-SNO DELIMITED BY SIZE
015180             INTO TRIAL-BALANCE-LINE
015190         WRITE TRIAL-BALANCE-LINE
015200         DISPLAY 'AGING-PGM - RESTARTING AFTER SSN '
015210             WS-RESTART-SNO
015220     ELSE
015230         OPEN OUTPUT TRIAL-BALANCE-FILE
015240         OPEN OUTPUT NOTICE-FILE
015250         MOVE 'AGED TRIAL BALANCE - CURRENT/30/60/90'
015260             TO TRIAL-BALANCE-LINE
015270         WRITE TRIAL-BALANCE-LINE
015280     END-IF.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015602
015604*================================================================*
015606* 1100-CHECK-RESTART - WHEN RUN CONTROL FOUND THIS JOB LEFT      *
015608* RUNNING BY AN ABEND, A CHECKPOINT FROM THE SAME BUSINESS DATE  *
015610* GIVES THE LAST SSN FINISHED AND THE COUNTS AND TOTALS SO FAR,  *
015612* AND THE RESTART IS RECORDED FOR THE RUN LOG.  NO CHECKPOINT    *
015614* MEANS NO ACCOUNT WAS FINISHED AND THE RUN STARTS OVER.         *
015616*================================================================*
015618 1100-CHECK-RESTART.
015620     MOVE 'N' TO WS-RESTART-SW
015622     MOVE ZERO TO WS-RESTART-SNO
015624     IF NOT RC-RUN-IS-RESTART
015626         GO TO 1100-CHECK-RESTART-EXIT.
015628     OPEN INPUT CHECKPOINT-FILE.
015630     IF CKP-FS-NOT-FOUND
015632         GO TO 1100-CHECK-RESTART-EXIT.
015634     READ CHECKPOINT-FILE
015636         AT END
015638             MOVE SPACES TO CKP-JOB-NAME
015640     END-READ.
015642     CLOSE CHECKPOINT-FILE.
015644     IF CKP-JOB-NAME NOT = RC-JOB-NAME
015646         GO TO 1100-CHECK-RESTART-EXIT.
015648     IF CKP-BUS-DATE NOT = WS-TODAY
015650         GO TO 1100-CHECK-RESTART-EXIT.
015652     MOVE 'Y' TO WS-RESTART-SW
015654     MOVE CKP-LAST-SNO TO WS-RESTART-SNO
015656     MOVE CKP-COUNT(1) TO WS-NOTICE-COUNT
015658     MOVE CKP-COUNT(2) TO WS-HOLDS-PLACED
015660     MOVE CKP-COUNT(3) TO WS-PLANS-BROKEN
015662     MOVE CKP-TOTAL(1) TO WS-TOT-CURRENT
015664     MOVE CKP-TOTAL(2) TO WS-TOT-30
015666     MOVE CKP-TOTAL(3) TO WS-TOT-60
015668     MOVE CKP-TOTAL(4) TO WS-TOT-90
015670     MOVE 'R' TO RC-FUNCTION
015672     MOVE WS-RESTART-SNO TO RC-RESTART-SNO
015674     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS.
015676 1100-CHECK-RESTART-EXIT.
015678     EXIT.
015700
015800*================================================================*
015900* 2000-WALK-LEDGERS - EVERY LEDGER RECORD WITH A BALANCE OWED    *
016000* GETS AGED - ON A RESTART, EVERY ONE AFTER THE CHECKPOINTED     *
016010* SSN.                                                           *
016100*================================================================*
016200 2000-WALK-LEDGERS.
016300     MOVE 'N' TO WS-LED-EOF-SW
016600         WRITE TRIAL-BALANCE-LINE
016700         MOVE 'Y' TO WS-LED-EOF-SW
016800     ELSE
016810         IF RUN-IS-RESTART
016820             MOVE WS-RESTART-SNO TO LED-SSN
016830             START LEDGER-FILE KEY IS GREATER THAN LED-SSN
016840                 INVALID KEY
016850                     MOVE 'Y' TO WS-LED-EOF-SW
016860             END-START
016870         ELSE
016880             MOVE LOW-VALUES TO LED-SSN
016890             START LEDGER-FILE KEY IS NOT LESS THAN LED-SSN
016900                 INVALID KEY
016910                     MOVE 'Y' TO WS-LED-EOF-SW
016920             END-START
016930         END-IF
017400     END-IF.
017500     PERFORM 2100-AGE-ONE-LEDGER
017600         THRU 2100-AGE-ONE-LEDGER-EXIT
020200             PERFORM 7000-PLACE-AGING-HOLD
020300                 THRU 7000-PLACE-AGING-HOLD-EXIT
020400         END-IF
020410         PERFORM 8500-WRITE-CHECKPOINT
020420             THRU 8500-WRITE-CHECKPOINT-EXIT
020500     END-IF.
020600 2100-AGE-ONE-LEDGER-EXIT.
020700     EXIT.
020742     END-IF.
020744 2500-FETCH-PAYMENT-PLAN-EXIT.
020746     EXIT.
020747
020748*================================================================*
020749* 2600-ADVANCE-PLAN-PAID - SUMS THE RCPMSTR RECEIPTS DATED ON OR *
020750* AFTER THE PLAN'S SETUP DATE AND STORES THEM (CAPPED AT THE     *
020751* PLAN TOTAL) ON PLN-PAID-AMT - THE COVERAGE THE SCHEDULE IS     *
020752* JUDGED AGAINST, UNTOUCHED BY CHARGES POSTED AFTER SETUP.  A    *
020753* RECEIPT RETURNED BY THE BANK COVERS NOTHING.                   *
020754*================================================================*
020755 2600-ADVANCE-PLAN-PAID.
020756     MOVE ZERO TO WS-PLAN-RECEIPTS
020789         GO TO 2610-SUM-ONE-RECEIPT-EXIT.
020790     MOVE RCP-TRANS-DATE TO WS-RCP-DATE
020791     IF WS-RCP-DATE NOT LESS THAN WS-SETUP-DATE
020792         AND NOT RCP-STAT-RETURNED
020793         ADD RCP-AMOUNT TO WS-PLAN-RECEIPTS
020794     END-IF.
020795 2610-SUM-ONE-RECEIPT-EXIT.
020796     EXIT.
020800
020900*================================================================*
021000* 3000-COLLECT-CHARGES - LOADS THE STUDENT'S CHARGES INTO THE    *
032700     IF WS-REMAIN-CREDITS < ZERO
032800         MOVE ZERO TO WS-REMAIN-CREDITS
032900     END-IF.
032910     IF LED-SPONSOR-TOTAL > ZERO
032920         MOVE LED-SPONSOR-TOTAL TO WS-SPONSOR-REMAIN
032930         PERFORM 4050-APPLY-SPONSOR-SHARE
032940             THRU 4050-APPLY-SPONSOR-SHARE-EXIT
032950             VARYING WS-CHG-IX FROM WS-CHG-COUNT BY -1
032960             UNTIL WS-CHG-IX < 1 OR WS-SPONSOR-REMAIN = ZERO
032970     END-IF.
033000     MOVE 1 TO WS-CHG-IX
033100     PERFORM 4100-AGE-ONE-CHARGE
033200         THRU 4100-AGE-ONE-CHARGE-EXIT
033400 4000-BUCKET-BALANCE-EXIT.
033500     EXIT.
033600
033604*================================================================*
033608* 4050-APPLY-SPONSOR-SHARE - THE SHARE OF THE CHARGES MOVED TO A *
033612* THIRD-PARTY SPONSOR (LED-SPONSOR-TOTAL) IS THE SPONSOR'S TO    *
033616* PAY, NOT THE STUDENT'S, AND NEVER AGES AGAINST THE STUDENT.  A *
033620* SPONSORSHIP COVERS THE TERM THE STUDENT IS ENROLLING IN, SO IT *
033624* COMES OFF THE NEWEST CHARGES FIRST, LEAVING ANY OLDER PERSONAL *
033628* DEBT TO AGE FROM ITS OWN DATES.                                *
033632*================================================================*
033636 4050-APPLY-SPONSOR-SHARE.
033640     IF WS-SPONSOR-REMAIN NOT LESS THAN
033644         WS-CHG-AMT(WS-CHG-IX)
033648         SUBTRACT WS-CHG-AMT(WS-CHG-IX) FROM WS-SPONSOR-REMAIN
033652         MOVE ZERO TO WS-CHG-AMT(WS-CHG-IX)
033656     ELSE
033660         SUBTRACT WS-SPONSOR-REMAIN FROM WS-CHG-AMT(WS-CHG-IX)
033664         MOVE ZERO TO WS-SPONSOR-REMAIN
033668     END-IF.
033672 4050-APPLY-SPONSOR-SHARE-EXIT.
033676     EXIT.
033680
033700 4100-AGE-ONE-CHARGE.
033800     IF WS-REMAIN-CREDITS NOT LESS THAN
033900         WS-CHG-AMT(WS-CHG-IX)
049300     WRITE TRIAL-BALANCE-LINE.
049400 8000-GRAND-TOTALS-EXIT.
049500     EXIT.
049504
049508*================================================================*
049512* 8500-WRITE-CHECKPOINT - REPLACES THE CHECKPOINT AFTER EACH     *
049516* ACCOUNT AGED WITH ITS SSN AND THE COUNTS AND TOTALS SO FAR.    *
049520* LIKE MENU-BATCH'S, THE FILE IS LINE SEQUENTIAL AND WRITTEN     *
049524* WHOLE EACH TIME.                                               *
049528*================================================================*
049532 8500-WRITE-CHECKPOINT.
049536     OPEN OUTPUT CHECKPOINT-FILE.
049540     INITIALIZE JOB-CHECKPOINT-RECORD
049544     MOVE RC-JOB-NAME TO CKP-JOB-NAME
049548     MOVE WS-TODAY TO CKP-BUS-DATE
049552     MOVE WS-AGING-SNO TO CKP-LAST-SNO
049556     MOVE WS-NOTICE-COUNT TO CKP-COUNT(1)
049560     MOVE WS-HOLDS-PLACED TO CKP-COUNT(2)
049564     MOVE WS-PLANS-BROKEN TO CKP-COUNT(3)
049568     MOVE WS-TOT-CURRENT TO CKP-TOTAL(1)
049572     MOVE WS-TOT-30 TO CKP-TOTAL(2)
049576     MOVE WS-TOT-60 TO CKP-TOTAL(3)
049580     MOVE WS-TOT-90 TO CKP-TOTAL(4)
049584     WRITE JOB-CHECKPOINT-RECORD.
049588     CLOSE CHECKPOINT-FILE.
049592 8500-WRITE-CHECKPOINT-EXIT.
049596     EXIT.
049600
049700*================================================================*
049800* 9000-TERMINATE - A CLEAN FINISH EMPTIES THE RESTART            *
049810* CHECKPOINT.                                                    *
049900*================================================================*
050000 9000-TERMINATE.
050100     CLOSE LEDGER-FILE.
050600     CLOSE NOTICE-FILE.
050650     CLOSE PAYPLAN-FILE.
050660     CLOSE RECEIPT-FILE.
050670     OPEN OUTPUT CHECKPOINT-FILE.
050680     CLOSE CHECKPOINT-FILE.
050700     DISPLAY 'AGING-PGM COMPLETE - NOTICES: ' WS-NOTICE-COUNT
050800         '  HOLDS PLACED: ' WS-HOLDS-PLACED
050850         '  PLANS BROKEN: ' WS-PLANS-BROKEN.
