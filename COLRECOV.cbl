000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COLLECTION-RECOVERY-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - COLLECTION RECOVERY RUN.  FOR EVERY
001100*                ACCOUNT PLACED WITH OR WRITTEN OFF TO THE
001200*                COLLECTION AGENCY THE RECEIPTS DATED ON OR AFTER
001300*                PLACEMENT (LESS BANK RETURNS) ARE TOTALLED AND
001400*                WHAT IS NEW SINCE THE LAST RUN IS A RECOVERY: THE
001500*                AGENCY'S COMMISSION ON IT IS ACCRUED ON THE
001600*                COLLECTION ACCOUNT, AND ON A WRITTEN-OFF ACCOUNT
001700*                THE PART BEYOND THE PAYMENTS ALREADY NETTED INTO
001800*                THE WRITE-OFF REVERSES BAD DEBT EXPENSE - THE
001900*                WRITE-OFF CREDIT COMES BACK OFF LED-CREDITS-TOTAL
002000*                AND A NEGATIVE TYPE W GL EXTRACT IS WRITTEN.
002100*                BECAUSE THE RUN WORKS FROM THE RECEIPT TOTAL AND
002200*                NOT FROM INDIVIDUAL RECEIPTS, RERUNNING IT POSTS
002300*                NOTHING TWICE AND A RETURNED RECEIPT TAKES ITS
002400*                RECOVERY BACK.  AN ACCOUNT PAID OUT IS CLOSED.
002500*                LISTS THE ACTIVITY ON THE RECOVERY REGISTER
002600*                (RCVYREG).  THE RUN CHECKS IN WITH
002700*                RUN-CONTROL-PGM (JOB COLRECOV).
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT COLLECTION-FILE ASSIGN TO "COLMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS COL-SSN
003600         FILE STATUS IS WS-COL-FS.
003700     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LED-SSN
004100         FILE STATUS IS WS-LEDGER-FS.
004200     SELECT RECEIPT-FILE ASSIGN TO "RCPMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RCP-KEY
004600         FILE STATUS IS WS-RCP-FS.
004700     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GLX-FS.
005000     SELECT REGISTER-FILE ASSIGN TO "RCVYREG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REG-FS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  COLLECTION-FILE.
005600     COPY COLREC.
005700 FD  LEDGER-FILE.
005800     COPY LEDREC.
005900 FD  RECEIPT-FILE.
006000     COPY RCPREC.
006100 FD  GLX-FILE.
006200     COPY GLXREC.
006300 FD  REGISTER-FILE.
006400 01  REGISTER-LINE                PIC X(100).
006500 WORKING-STORAGE SECTION.
006600 01  WS-COL-FS                PIC X(02)  VALUE '00'.
006700     88  COL-FS-NOT-FOUND                 VALUE '23' '35'.
006800 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
006900     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
007000 01  WS-RCP-FS                PIC X(02)  VALUE '00'.
007100     88  RCP-FILE-ABSENT                  VALUE '35'.
007200 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
007300     88  GLX-FS-OK                        VALUE '00'.
007400 01  WS-REG-FS                PIC X(02)  VALUE '00'.
007500
007600 01  WS-COL-EOF-SW            PIC X      VALUE 'N'.
007700     88  COLLECTION-SCAN-DONE             VALUE 'Y'.
007800 01  WS-RCP-EOF-SW            PIC X      VALUE 'N'.
007900     88  RECEIPT-SCAN-DONE                VALUE 'Y'.
008000 01  WS-CLOSE-SW              PIC X      VALUE 'N'.
008100     88  ACCOUNT-IS-PAID-OUT              VALUE 'Y'.
008200
008300 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
008400 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
008500     05  WS-TODAY-CC          PIC 9(02).
008600     05  WS-TODAY-YY          PIC 9(02).
008700     05  WS-TODAY-MM          PIC 9(02).
008800     05  WS-TODAY-DD          PIC 9(02).
008900 01  WS-PLACE-DATE            PIC 9(08)  VALUE ZERO.
009000 01  WS-RCP-DATE              PIC 9(08)  VALUE ZERO.
009100
009200*----------------------------------------------------------------
009300* ONE ACCOUNT'S RECOVERY WORK FIELDS.
009400*----------------------------------------------------------------
009500 01  WS-RCPT-SINCE            PIC S9(07)V99 VALUE ZERO.
009600 01  WS-RECOVERY-DELTA        PIC S9(07)V99 VALUE ZERO.
009700 01  WS-COMMISSION-DELTA      PIC S9(07)V99 VALUE ZERO.
009800 01  WS-WO-TARGET             PIC S9(07)V99 VALUE ZERO.
009900 01  WS-WO-REVERSAL           PIC S9(07)V99 VALUE ZERO.
010000
010100*----------------------------------------------------------------
010200* RUN TOTALS.
010300*----------------------------------------------------------------
010400 77  WS-ACCOUNT-COUNT         PIC 9(06)  VALUE ZERO.
010500 77  WS-ACTIVITY-COUNT        PIC 9(06)  VALUE ZERO.
010600 77  WS-CLOSED-COUNT          PIC 9(06)  VALUE ZERO.
010700 01  WS-RECOVERY-TOTAL        PIC S9(09)V99 VALUE ZERO.
010800 01  WS-COMMISSION-TOTAL      PIC S9(09)V99 VALUE ZERO.
010900 01  WS-REVERSAL-TOTAL        PIC S9(09)V99 VALUE ZERO.
011000
011100*----------------------------------------------------------------
011200* ONE LINE OF THE RECOVERY REGISTER.
011300*----------------------------------------------------------------
011400 01  WS-RCVY-LINE.
011500     05  WS-RL-SSN            PIC 9(09).
011600     05  FILLER               PIC X(02)  VALUE SPACES.
011700     05  WS-RL-AGENCY         PIC X(06).
011800     05  FILLER               PIC X(02)  VALUE SPACES.
011900     05  WS-RL-STATUS         PIC X(01).
012000     05  FILLER               PIC X(02)  VALUE SPACES.
012100     05  WS-RL-RECOVERED      PIC -(6)9.99.
012200     05  FILLER               PIC X(02)  VALUE SPACES.
012300     05  WS-RL-COMMISSION     PIC -(6)9.99.
012400     05  FILLER               PIC X(02)  VALUE SPACES.
012500     05  WS-RL-REVERSAL       PIC -(6)9.99.
012600     05  FILLER               PIC X(02)  VALUE SPACES.
012700     05  WS-RL-NOTE           PIC X(06).
012800 01  WS-AMT-EDIT              PIC -(8)9.99 VALUE ZERO.
012900*----------------------------------------------------------------
013000* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
013100*----------------------------------------------------------------
013200 COPY RUNPARM.
013300 PROCEDURE DIVISION.
013400*================================================================*
013500* 0000-MAINLINE                                                  *
013600*================================================================*
013700 0000-MAINLINE.
013800     MOVE 'COLRECOV' TO RC-JOB-NAME
013900     MOVE 'S' TO RC-FUNCTION
014000     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
014100     IF RC-RUN-DENIED
014200         DISPLAY 'COLLECTION-RECOVERY-PGM - '
014300             'RUN REFUSED BY RUN CONTROL'
014400         STOP RUN.
014500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014600     IF COL-FS-NOT-FOUND OR LEDGER-FS-NOT-FOUND
014700         MOVE 'NOTHING DONE - NO COLLECTION ACCOUNTS ON FILE'
014800             TO REGISTER-LINE
014900         WRITE REGISTER-LINE
015000     ELSE
015100         PERFORM 2000-WALK-ACCOUNTS THRU 2000-WALK-ACCOUNTS-EXIT
015200     END-IF.
015300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
015400     MOVE 'E' TO RC-FUNCTION
015500     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
015600     STOP RUN.
015700
015800*================================================================*
015900* 1000-INITIALIZE                                                *
016000*================================================================*
016100 1000-INITIALIZE.
016200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016300     OPEN I-O COLLECTION-FILE.
016400     OPEN I-O LEDGER-FILE.
016500     OPEN INPUT RECEIPT-FILE.
016600     OPEN EXTEND GLX-FILE.
016700     IF NOT GLX-FS-OK
016800         CLOSE GLX-FILE
016900         OPEN OUTPUT GLX-FILE
017000         CLOSE GLX-FILE
017100         OPEN EXTEND GLX-FILE
017200     END-IF.
017300     OPEN OUTPUT REGISTER-FILE.
017400     MOVE SPACES TO REGISTER-LINE
017500     STRING 'COLLECTION RECOVERY REGISTER - RUN DATE '
017600         DELIMITED BY SIZE
017700         WS-TODAY DELIMITED BY SIZE
017800         INTO REGISTER-LINE
017900     WRITE REGISTER-LINE.
018000     MOVE SPACES TO REGISTER-LINE
018100     WRITE REGISTER-LINE.
018200     MOVE 'SSN        AGENCY  S   RECOVERED  COMMISSION'
018300         TO REGISTER-LINE
018400     MOVE 'BAD DEBT REV' TO REGISTER-LINE(48:12)
018500     WRITE REGISTER-LINE.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800
018900*================================================================*
019000* 2000-WALK-ACCOUNTS - EVERY COLLECTION ACCOUNT STILL OPEN,      *
019100* PLACED OR WRITTEN OFF, IS BROUGHT UP TO DATE.                  *
019200*================================================================*
019300 2000-WALK-ACCOUNTS.
019400     MOVE 'N' TO WS-COL-EOF-SW
019500     MOVE LOW-VALUES TO COL-SSN
019600     START COLLECTION-FILE KEY IS NOT LESS THAN COL-SSN
019700         INVALID KEY
019800             MOVE 'Y' TO WS-COL-EOF-SW
019900     END-START.
020000     PERFORM 2100-RECOVER-ONE-ACCOUNT
020100         THRU 2100-RECOVER-ONE-ACCOUNT-EXIT
020200         UNTIL COLLECTION-SCAN-DONE.
020300 2000-WALK-ACCOUNTS-EXIT.
020400     EXIT.
020500
020600 2100-RECOVER-ONE-ACCOUNT.
020700     READ COLLECTION-FILE NEXT RECORD
020800         AT END
020900             MOVE 'Y' TO WS-COL-EOF-SW
021000     END-READ.
021100     IF COLLECTION-SCAN-DONE
021200         GO TO 2100-RECOVER-ONE-ACCOUNT-EXIT.
021300     IF NOT COL-STAT-OPEN
021400         GO TO 2100-RECOVER-ONE-ACCOUNT-EXIT.
021500     MOVE COL-SSN TO LED-SSN
021600     READ LEDGER-FILE
021700         INVALID KEY
021800             GO TO 2100-RECOVER-ONE-ACCOUNT-EXIT
021900     END-READ.
022000     ADD 1 TO WS-ACCOUNT-COUNT
022100     PERFORM 2200-SUM-RECEIPTS-SINCE
022200         THRU 2200-SUM-RECEIPTS-SINCE-EXIT.
022300     COMPUTE WS-RECOVERY-DELTA = WS-RCPT-SINCE - COL-RECOVERED-AMT
022400     COMPUTE WS-COMMISSION-DELTA ROUNDED =
022500         WS-RECOVERY-DELTA * COL-COMMISSION-PCT / 100
022600     ADD WS-RECOVERY-DELTA TO COL-RECOVERED-AMT
022700     ADD WS-COMMISSION-DELTA TO COL-COMMISSION-AMT
022800     MOVE ZERO TO WS-WO-REVERSAL
022900     IF COL-STAT-WRITTEN-OFF
023000         PERFORM 2300-REVERSE-WRITE-OFF
023100             THRU 2300-REVERSE-WRITE-OFF-EXIT
023200     END-IF.
023300     PERFORM 2400-CHECK-PAID-OUT THRU 2400-CHECK-PAID-OUT-EXIT.
023400     REWRITE COLLECTION-RECORD.
023500     IF WS-RECOVERY-DELTA NOT = ZERO OR WS-WO-REVERSAL NOT = ZERO
023600         OR ACCOUNT-IS-PAID-OUT
023700         PERFORM 2500-WRITE-REGISTER-LINE
023800             THRU 2500-WRITE-REGISTER-LINE-EXIT
023900     END-IF.
024000 2100-RECOVER-ONE-ACCOUNT-EXIT.
024100     EXIT.
024200
024300*================================================================*
024400* 2200-SUM-RECEIPTS-SINCE - THE RECEIPTS DATED ON OR AFTER       *
024500* PLACEMENT, LESS ANY THE BANK RETURNED.                         *
024600*================================================================*
024700 2200-SUM-RECEIPTS-SINCE.
024800     MOVE ZERO TO WS-RCPT-SINCE
024900     MOVE COL-PLACE-DATE TO WS-PLACE-DATE
025000     MOVE 'N' TO WS-RCP-EOF-SW
025100     IF RCP-FILE-ABSENT
025200         GO TO 2200-SUM-RECEIPTS-SINCE-EXIT.
025300     MOVE COL-SSN TO RCP-SSN
025400     MOVE ZERO TO RCP-SEQ-NO
025500     START RECEIPT-FILE KEY IS NOT LESS THAN RCP-KEY
025600         INVALID KEY
025700             MOVE 'Y' TO WS-RCP-EOF-SW
025800     END-START.
025900     PERFORM 2210-SUM-ONE-RECEIPT
026000         THRU 2210-SUM-ONE-RECEIPT-EXIT
026100         UNTIL RECEIPT-SCAN-DONE.
026200 2200-SUM-RECEIPTS-SINCE-EXIT.
026300     EXIT.
026400
026500 2210-SUM-ONE-RECEIPT.
026600     READ RECEIPT-FILE NEXT RECORD
026700         AT END
026800             MOVE 'Y' TO WS-RCP-EOF-SW
026900     END-READ.
027000     IF RECEIPT-SCAN-DONE
027100         GO TO 2210-SUM-ONE-RECEIPT-EXIT.
027200     IF RCP-SSN NOT = COL-SSN
027300         MOVE 'Y' TO WS-RCP-EOF-SW
027400         GO TO 2210-SUM-ONE-RECEIPT-EXIT.
027500     MOVE RCP-TRANS-DATE TO WS-RCP-DATE
027600     IF WS-RCP-DATE NOT LESS THAN WS-PLACE-DATE
027700         AND NOT RCP-STAT-RETURNED
027800         ADD RCP-AMOUNT TO WS-RCPT-SINCE
027900     END-IF.
028000 2210-SUM-ONE-RECEIPT-EXIT.
028100     EXIT.
028200
028300*================================================================*
028400* 2300-REVERSE-WRITE-OFF - RECEIPTS BEYOND THOSE ALREADY NETTED  *
028500* INTO THE WRITE-OFF, UP TO THE AMOUNT WRITTEN OFF, COME BACK    *
028600* OUT OF BAD DEBT.  THE WRITE-OFF CREDIT IS REDUCED BY THE SAME  *
028700* AMOUNT SO THE RECEIPT ITSELF CLEARS THE BALANCE IT REOPENS.    *
028800*================================================================*
028900 2300-REVERSE-WRITE-OFF.
029000     COMPUTE WS-WO-TARGET = WS-RCPT-SINCE - COL-WOFF-BASE-RCPT
029100     IF WS-WO-TARGET < ZERO
029200         MOVE ZERO TO WS-WO-TARGET.
029300     IF WS-WO-TARGET > COL-WRITEOFF-AMT
029400         MOVE COL-WRITEOFF-AMT TO WS-WO-TARGET.
029500     COMPUTE WS-WO-REVERSAL = WS-WO-TARGET - COL-WO-RECOVERED-AMT
029600     IF WS-WO-REVERSAL = ZERO
029700         GO TO 2300-REVERSE-WRITE-OFF-EXIT.
029800     MOVE WS-WO-TARGET TO COL-WO-RECOVERED-AMT
029900     SUBTRACT WS-WO-REVERSAL FROM LED-CREDITS-TOTAL
030000     COMPUTE LED-BALANCE =
030100         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
030200             - LED-SPONSOR-TOTAL
030300     REWRITE LEDGER-RECORD.
030400     MOVE SPACES TO GL-EXTRACT-RECORD
030500     MOVE 'W' TO GLX-TRANS-TYPE
030600     MOVE COL-SSN TO GLX-SSN
030700     MOVE WS-TODAY-CC TO GLX-DATE-CC
030800     MOVE WS-TODAY-YY TO GLX-DATE-YY
030900     MOVE WS-TODAY-MM TO GLX-DATE-MM
031000     MOVE WS-TODAY-DD TO GLX-DATE-DD
031100     STRING 'RCVY' DELIMITED BY SIZE
031200         COL-AGENCY-CODE DELIMITED BY SIZE
031300         INTO GLX-REFERENCE
031400     COMPUTE GLX-AMOUNT = ZERO - WS-WO-REVERSAL
031500     MOVE '6800-BADDT' TO GLX-GL-ACCOUNT
031600     WRITE GL-EXTRACT-RECORD.
031700     ADD WS-WO-REVERSAL TO WS-REVERSAL-TOTAL.
031800 2300-REVERSE-WRITE-OFF-EXIT.
031900     EXIT.
032000
032100*================================================================*
032200* 2400-CHECK-PAID-OUT - A PLACED ACCOUNT IS DONE WHEN THE LEDGER *
032300* NO LONGER OWES; A WRITTEN-OFF ACCOUNT ALSO NEEDS ITS WHOLE     *
032400* WRITE-OFF RECOVERED.  THE COLLECTION ACCOUNT IS CLOSED AND THE *
032500* LEDGER COMES OUT OF COLLECTIONS.                               *
032600*================================================================*
032700 2400-CHECK-PAID-OUT.
032800     MOVE 'N' TO WS-CLOSE-SW
032900     IF LED-BALANCE > ZERO
033000         GO TO 2400-CHECK-PAID-OUT-EXIT.
033100     IF COL-STAT-WRITTEN-OFF
033200         AND COL-WO-RECOVERED-AMT < COL-WRITEOFF-AMT
033300         GO TO 2400-CHECK-PAID-OUT-EXIT.
033400     MOVE 'Y' TO WS-CLOSE-SW
033500     MOVE 'C' TO COL-STATUS
033600     MOVE WS-TODAY-CC TO COL-CLOSE-CC
033700     MOVE WS-TODAY-YY TO COL-CLOSE-YY
033800     MOVE WS-TODAY-MM TO COL-CLOSE-MM
033900     MOVE WS-TODAY-DD TO COL-CLOSE-DD
034000     MOVE SPACE TO LED-COLLECT-STATUS
034100     REWRITE LEDGER-RECORD.
034200     ADD 1 TO WS-CLOSED-COUNT.
034300 2400-CHECK-PAID-OUT-EXIT.
034400     EXIT.
034500
034600 2500-WRITE-REGISTER-LINE.
034700     MOVE COL-SSN TO WS-RL-SSN
034800     MOVE COL-AGENCY-CODE TO WS-RL-AGENCY
034900     MOVE COL-STATUS TO WS-RL-STATUS
035000     MOVE WS-RECOVERY-DELTA TO WS-RL-RECOVERED
035100     MOVE WS-COMMISSION-DELTA TO WS-RL-COMMISSION
035200     MOVE WS-WO-REVERSAL TO WS-RL-REVERSAL
035300     MOVE SPACES TO WS-RL-NOTE
035400     IF ACCOUNT-IS-PAID-OUT
035500         MOVE 'CLOSED' TO WS-RL-NOTE
035600     END-IF.
035700     MOVE WS-RCVY-LINE TO REGISTER-LINE
035800     WRITE REGISTER-LINE.
035900     ADD 1 TO WS-ACTIVITY-COUNT
036000     ADD WS-RECOVERY-DELTA TO WS-RECOVERY-TOTAL
036100     ADD WS-COMMISSION-DELTA TO WS-COMMISSION-TOTAL.
036200 2500-WRITE-REGISTER-LINE-EXIT.
036300     EXIT.
036400
036500*================================================================*
036600* 9000-TERMINATE - FOOTS THE REGISTER AND CLOSES UP.             *
036700*================================================================*
036800 9000-TERMINATE.
036900     MOVE SPACES TO REGISTER-LINE
037000     WRITE REGISTER-LINE.
037100     MOVE SPACES TO REGISTER-LINE
037200     STRING 'OPEN ACCOUNTS READ: ' DELIMITED BY SIZE
037300         WS-ACCOUNT-COUNT DELIMITED BY SIZE
037400         '  WITH ACTIVITY: ' DELIMITED BY SIZE
037500         WS-ACTIVITY-COUNT DELIMITED BY SIZE
037600         '  CLOSED: ' DELIMITED BY SIZE
037700         WS-CLOSED-COUNT DELIMITED BY SIZE
037800         INTO REGISTER-LINE
037900     WRITE REGISTER-LINE.
038000     MOVE WS-RECOVERY-TOTAL TO WS-AMT-EDIT
038100     MOVE SPACES TO REGISTER-LINE
038200     STRING 'RECOVERED:            ' DELIMITED BY SIZE
038300         WS-AMT-EDIT DELIMITED BY SIZE
038400         INTO REGISTER-LINE
038500     WRITE REGISTER-LINE.
038600     MOVE WS-COMMISSION-TOTAL TO WS-AMT-EDIT
038700     MOVE SPACES TO REGISTER-LINE
038800     STRING 'AGENCY COMMISSION:    ' DELIMITED BY SIZE
038900         WS-AMT-EDIT DELIMITED BY SIZE
039000         INTO REGISTER-LINE
039100     WRITE REGISTER-LINE.
039200     MOVE WS-REVERSAL-TOTAL TO WS-AMT-EDIT
039300     MOVE SPACES TO REGISTER-LINE
039400     STRING 'BAD DEBT REVERSED:    ' DELIMITED BY SIZE
039500         WS-AMT-EDIT DELIMITED BY SIZE
039600         INTO REGISTER-LINE
039700     WRITE REGISTER-LINE.
039800     CLOSE COLLECTION-FILE.
039900     CLOSE LEDGER-FILE.
040000     CLOSE RECEIPT-FILE.
040100     CLOSE GLX-FILE.
040200     CLOSE REGISTER-FILE.
040300     MOVE WS-RECOVERY-TOTAL TO WS-AMT-EDIT
040400     DISPLAY 'COLLECTION-RECOVERY-PGM COMPLETE - RECOVERED: '
040500         WS-AMT-EDIT '  CLOSED: ' WS-CLOSED-COUNT.
040600 9000-TERMINATE-EXIT.
040700     EXIT.
