000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAD-DEBT-WRITEOFF-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - BAD DEBT WRITE-OFF RUN.  AN ACCOUNT
001100*                PLACED WITH THE COLLECTION AGENCY
001200*                (COLLECTION-PLACE-PGM) THAT IS STILL OWING AFTER
001300*                THE WAIT THE OPERATOR KEYS (BLANK OR ZERO MEANS
001400*                180 DAYS FROM PLACEMENT) HAS ITS REMAINING
001500*                BALANCE WRITTEN OFF: THE AMOUNT IS POSTED AS A
001600*                CREDIT TO LED-CREDITS-TOTAL SO THE BALANCE COMES
001700*                TO ZERO, THE LEDGER AND COLLECTION ACCOUNT ARE
001800*                MARKED WRITTEN OFF, A TYPE W GL EXTRACT MOVES THE
001900*                AMOUNT TO BAD DEBT EXPENSE, AND THE ACCOUNT IS
002000*                LISTED ON THE WRITE-OFF REGISTER (WOFFREG).  THE
002100*                OPERATOR MAY INSTEAD KEY ONE SSN TO WRITE OFF AT
002200*                ONCE, WAIT OR NO WAIT.  THE RECEIPTS SINCE
002300*                PLACEMENT AT THE TIME OF WRITE-OFF ARE KEPT ON
002400*                THE COLLECTION ACCOUNT SO COLLECTION-RECOVERY-PGM
002500*                CAN TELL A LATER RECOVERY FROM A PAYMENT ALREADY
002600*                NETTED INTO THE AMOUNT WRITTEN OFF.  THE RUN
002700*                CHECKS IN WITH RUN-CONTROL-PGM (JOB BADDEBT).
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
004700     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS STU-SSN
005100         FILE STATUS IS WS-STUDENT-FS.
005200     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GLX-FS.
005500     SELECT REGISTER-FILE ASSIGN TO "WOFFREG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REG-FS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  COLLECTION-FILE.
006100     COPY COLREC.
006200 FD  LEDGER-FILE.
006300     COPY LEDREC.
006400 FD  RECEIPT-FILE.
006500     COPY RCPREC.
006600 FD  STUDENT-FILE.
006700     COPY STUREC.
006800 FD  GLX-FILE.
006900     COPY GLXREC.
007000 FD  REGISTER-FILE.
007100 01  REGISTER-LINE                PIC X(100).
007200 WORKING-STORAGE SECTION.
007300 01  WS-COL-FS                PIC X(02)  VALUE '00'.
007400     88  COL-FS-NOT-FOUND                 VALUE '23' '35'.
007500 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
007600     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
007700 01  WS-RCP-FS                PIC X(02)  VALUE '00'.
007800     88  RCP-FILE-ABSENT                  VALUE '35'.
007900 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
008000     88  STUDENT-FILE-ABSENT              VALUE '35'.
008100 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
008200     88  GLX-FS-OK                        VALUE '00'.
008300 01  WS-REG-FS                PIC X(02)  VALUE '00'.
008400
008500 01  WS-COL-EOF-SW            PIC X      VALUE 'N'.
008600     88  COLLECTION-SCAN-DONE             VALUE 'Y'.
008700 01  WS-RCP-EOF-SW            PIC X      VALUE 'N'.
008800     88  RECEIPT-SCAN-DONE                VALUE 'Y'.
008900 01  WS-VALID-SW              PIC X      VALUE 'N'.
009000     88  PROMPTS-ARE-VALID                VALUE 'Y'.
009100 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
009200
009300*----------------------------------------------------------------
009400* THE OPERATOR'S WRITE-OFF TERMS.
009500*----------------------------------------------------------------
009600 01  WS-WAIT-DAYS             PIC 9(03)  VALUE ZERO.
009700 01  WS-DEFAULT-WAIT-DAYS     PIC 9(03)  VALUE 180.
009800 01  WS-ONE-SNO               PIC 9(09)  VALUE ZERO.
009900 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
010000 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
010100     05  WS-TODAY-CC          PIC 9(02).
010200     05  WS-TODAY-YY          PIC 9(02).
010300     05  WS-TODAY-MM          PIC 9(02).
010400     05  WS-TODAY-DD          PIC 9(02).
010500 01  WS-TODAY-INT             PIC 9(08)  COMP VALUE ZERO.
010600 01  WS-PLACE-DATE            PIC 9(08)  VALUE ZERO.
010700 01  WS-PLACE-INT             PIC 9(08)  COMP VALUE ZERO.
010800 01  WS-DAYS-PLACED           PIC S9(05) VALUE ZERO.
010900 01  WS-RCP-DATE              PIC 9(08)  VALUE ZERO.
011000 01  WS-RCPT-SINCE            PIC S9(07)V99 VALUE ZERO.
011100 01  WS-WOFF-AMT              PIC S9(07)V99 VALUE ZERO.
011200
011300*----------------------------------------------------------------
011400* RUN TOTALS.
011500*----------------------------------------------------------------
011600 77  WS-WOFF-COUNT            PIC 9(06)  VALUE ZERO.
011700 77  WS-NOT-DUE-COUNT         PIC 9(06)  VALUE ZERO.
011800 77  WS-NOTHING-OWED-COUNT    PIC 9(06)  VALUE ZERO.
011900 01  WS-WOFF-TOTAL            PIC 9(09)V99 VALUE ZERO.
012000
012100*----------------------------------------------------------------
012200* ONE LINE OF THE WRITE-OFF REGISTER.
012300*----------------------------------------------------------------
012400 01  WS-WOFF-LINE.
012500     05  WS-WL-SSN            PIC 9(09).
012600     05  FILLER               PIC X(01)  VALUE SPACE.
012700     05  WS-WL-NAME           PIC X(25).
012800     05  FILLER               PIC X(01)  VALUE SPACE.
012900     05  WS-WL-AGENCY         PIC X(06).
013000     05  FILLER               PIC X(02)  VALUE SPACES.
013100     05  WS-WL-PLACE-DATE     PIC 9(08).
013200     05  FILLER               PIC X(02)  VALUE SPACES.
013300     05  WS-WL-PLACED-AMT     PIC Z(6)9.99.
013400     05  FILLER               PIC X(02)  VALUE SPACES.
013500     05  WS-WL-WOFF-AMT       PIC Z(6)9.99.
013600 01  WS-AMT-EDIT              PIC Z(8)9.99 VALUE ZERO.
013700*----------------------------------------------------------------
013800* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
013900*----------------------------------------------------------------
014000 COPY RUNPARM.
014100 PROCEDURE DIVISION.
014200*================================================================*
014300* 0000-MAINLINE                                                  *
014400*================================================================*
014500 0000-MAINLINE.
014600     MOVE 'BADDEBT' TO RC-JOB-NAME
014700     MOVE 'S' TO RC-FUNCTION
014800     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
014900     IF RC-RUN-DENIED
015000         DISPLAY 'BAD-DEBT-WRITEOFF-PGM - '
015100             'RUN REFUSED BY RUN CONTROL'
015200         STOP RUN.
015300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015400     PERFORM 1500-VALIDATE-PROMPTS
015500         THRU 1500-VALIDATE-PROMPTS-EXIT.
015600     IF PROMPTS-ARE-VALID
015700         IF WS-ONE-SNO = ZERO
015800             PERFORM 2000-WALK-PLACEMENTS
015900                 THRU 2000-WALK-PLACEMENTS-EXIT
016000         ELSE
016100             PERFORM 3000-WRITE-OFF-ACCOUNT
016200                 THRU 3000-WRITE-OFF-ACCOUNT-EXIT
016300         END-IF
016400     ELSE
016500         MOVE SPACES TO REGISTER-LINE
016600         STRING 'NOTHING WRITTEN OFF - ' DELIMITED BY SIZE
016700             WS-REFUSE-REASON DELIMITED BY SIZE
016800             INTO REGISTER-LINE
016900         WRITE REGISTER-LINE
017000         DISPLAY 'BAD-DEBT-WRITEOFF-PGM - ' WS-REFUSE-REASON
017100     END-IF.
017200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
017300     MOVE 'E' TO RC-FUNCTION
017400     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
017500     STOP RUN.
017600
017700*================================================================*
017800* 1000-INITIALIZE - OPENS THE FILES AND ASKS FOR ONE SSN TO      *
017900* WRITE OFF, OR FAILING THAT THE WAIT AFTER PLACEMENT.           *
018000*================================================================*
018100 1000-INITIALIZE.
018200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018300     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
018400     OPEN I-O COLLECTION-FILE.
018500     OPEN I-O LEDGER-FILE.
018600     OPEN INPUT RECEIPT-FILE.
018700     OPEN INPUT STUDENT-FILE.
018800     OPEN EXTEND GLX-FILE.
018900     IF NOT GLX-FS-OK
019000         CLOSE GLX-FILE
019100         OPEN OUTPUT GLX-FILE
019200         CLOSE GLX-FILE
019300         OPEN EXTEND GLX-FILE
019400     END-IF.
019500     OPEN OUTPUT REGISTER-FILE.
019600     DISPLAY 'BAD-DEBT-WRITEOFF-PGM - ENTER ONE SSN TO WRITE OFF '
019700         'NOW (BLANK = ALL PLACED ACCOUNTS PAST THE WAIT):'
019800     ACCEPT WS-ONE-SNO.
019900     IF WS-ONE-SNO = ZERO
020000         DISPLAY 'BAD-DEBT-WRITEOFF-PGM - ENTER DAYS AFTER '
020100             'PLACEMENT BEFORE WRITE-OFF (BLANK = 180):'
020200         ACCEPT WS-WAIT-DAYS
020300         IF WS-WAIT-DAYS = ZERO
020400             MOVE WS-DEFAULT-WAIT-DAYS TO WS-WAIT-DAYS
020500         END-IF
020600     END-IF.
020700     MOVE SPACES TO REGISTER-LINE
020800     STRING 'BAD DEBT WRITE-OFF REGISTER - RUN DATE '
020900         DELIMITED BY SIZE
021000         WS-TODAY DELIMITED BY SIZE
021100         INTO REGISTER-LINE
021200     WRITE REGISTER-LINE.
021300     MOVE SPACES TO REGISTER-LINE
021400     IF WS-ONE-SNO = ZERO
021500         STRING '  PLACED ACCOUNTS STILL OWING ' DELIMITED BY SIZE
021600             WS-WAIT-DAYS DELIMITED BY SIZE
021700             ' DAYS AFTER PLACEMENT' DELIMITED BY SIZE
021800             INTO REGISTER-LINE
021900     ELSE
022000         STRING '  ONE ACCOUNT - SSN ' DELIMITED BY SIZE
022100             WS-ONE-SNO DELIMITED BY SIZE
022200             INTO REGISTER-LINE
022300     END-IF.
022400     WRITE REGISTER-LINE.
022500     MOVE SPACES TO REGISTER-LINE
022600     WRITE REGISTER-LINE.
022700     MOVE 'SSN       NAME' TO REGISTER-LINE
022800     MOVE 'AGENCY  PLACED      PLACED AMT  WRITTEN OFF'
022900         TO REGISTER-LINE(37:43)
023000     WRITE REGISTER-LINE.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400*================================================================*
023500* 1500-VALIDATE-PROMPTS - A SINGLE SSN MUST BE ON FILE AND STILL *
023600* PLACED; A FULL RUN NEEDS A COLLECTION ACCOUNT MASTER.          *
023700*================================================================*
023800 1500-VALIDATE-PROMPTS.
023900     MOVE 'N' TO WS-VALID-SW
024000     IF COL-FS-NOT-FOUND
024100         MOVE 'NO COLLECTION ACCOUNTS ON FILE' TO WS-REFUSE-REASON
024200         GO TO 1500-VALIDATE-PROMPTS-EXIT.
024300     IF LEDGER-FS-NOT-FOUND
024400         MOVE 'NO LEDGER RECORDS ON FILE' TO WS-REFUSE-REASON
024500         GO TO 1500-VALIDATE-PROMPTS-EXIT.
024600     IF WS-ONE-SNO NOT = ZERO
024700         MOVE WS-ONE-SNO TO COL-SSN
024800         READ COLLECTION-FILE
024900             INVALID KEY
025000                 MOVE 'SSN IS NOT IN COLLECTIONS'
025100                     TO WS-REFUSE-REASON
025200                 GO TO 1500-VALIDATE-PROMPTS-EXIT
025300         END-READ
025400         IF NOT COL-STAT-PLACED
025500             MOVE 'ACCOUNT IS ALREADY WRITTEN OFF OR CLOSED'
025600                 TO WS-REFUSE-REASON
025700             GO TO 1500-VALIDATE-PROMPTS-EXIT
025800         END-IF
025900     END-IF.
026000     MOVE 'Y' TO WS-VALID-SW.
026100 1500-VALIDATE-PROMPTS-EXIT.
026200     EXIT.
026300
026400*================================================================*
026500* 2000-WALK-PLACEMENTS - EVERY ACCOUNT STILL PLACED WITH THE     *
026600* AGENCY PAST THE WAIT IS WRITTEN OFF.                           *
026700*================================================================*
026800 2000-WALK-PLACEMENTS.
026900     MOVE 'N' TO WS-COL-EOF-SW
027000     MOVE LOW-VALUES TO COL-SSN
027100     START COLLECTION-FILE KEY IS NOT LESS THAN COL-SSN
027200         INVALID KEY
027300             MOVE 'Y' TO WS-COL-EOF-SW
027400     END-START.
027500     PERFORM 2100-CHECK-ONE-PLACEMENT
027600         THRU 2100-CHECK-ONE-PLACEMENT-EXIT
027700         UNTIL COLLECTION-SCAN-DONE.
027800 2000-WALK-PLACEMENTS-EXIT.
027900     EXIT.
028000
028100 2100-CHECK-ONE-PLACEMENT.
028200     READ COLLECTION-FILE NEXT RECORD
028300         AT END
028400             MOVE 'Y' TO WS-COL-EOF-SW
028500     END-READ.
028600     IF COLLECTION-SCAN-DONE
028700         GO TO 2100-CHECK-ONE-PLACEMENT-EXIT.
028800     IF NOT COL-STAT-PLACED
028900         GO TO 2100-CHECK-ONE-PLACEMENT-EXIT.
029000     MOVE COL-PLACE-DATE TO WS-PLACE-DATE
029100     COMPUTE WS-PLACE-INT =
029200         FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE)
029300     COMPUTE WS-DAYS-PLACED = WS-TODAY-INT - WS-PLACE-INT
029400     IF WS-DAYS-PLACED < WS-WAIT-DAYS
029500         ADD 1 TO WS-NOT-DUE-COUNT
029600         GO TO 2100-CHECK-ONE-PLACEMENT-EXIT.
029700     PERFORM 3000-WRITE-OFF-ACCOUNT
029800         THRU 3000-WRITE-OFF-ACCOUNT-EXIT.
029900 2100-CHECK-ONE-PLACEMENT-EXIT.
030000     EXIT.
030100
030200*================================================================*
030300* 3000-WRITE-OFF-ACCOUNT - THE COLLECTION ACCOUNT IN THE RECORD  *
030400* AREA HAS ITS LEDGER BALANCE WRITTEN OFF.  AN ACCOUNT WITH      *
030500* NOTHING LEFT OWING IS LEFT FOR COLLECTION-RECOVERY-PGM TO      *
030600* CLOSE.                                                         *
030700*================================================================*
030800 3000-WRITE-OFF-ACCOUNT.
030900     MOVE COL-SSN TO LED-SSN
031000     READ LEDGER-FILE
031100         INVALID KEY
031200             ADD 1 TO WS-NOTHING-OWED-COUNT
031300             GO TO 3000-WRITE-OFF-ACCOUNT-EXIT
031400     END-READ.
031500     IF LED-BALANCE NOT > ZERO
031600         ADD 1 TO WS-NOTHING-OWED-COUNT
031700         GO TO 3000-WRITE-OFF-ACCOUNT-EXIT.
031800     MOVE LED-BALANCE TO WS-WOFF-AMT
031900     PERFORM 3100-SUM-RECEIPTS-SINCE
032000         THRU 3100-SUM-RECEIPTS-SINCE-EXIT.
032100     ADD WS-WOFF-AMT TO LED-CREDITS-TOTAL
032200     COMPUTE LED-BALANCE =
032300         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
032400             - LED-SPONSOR-TOTAL
032500     MOVE 'W' TO LED-COLLECT-STATUS
032600     REWRITE LEDGER-RECORD.
032700     MOVE 'W' TO COL-STATUS
032800     MOVE WS-TODAY-CC TO COL-WOFF-CC
032900     MOVE WS-TODAY-YY TO COL-WOFF-YY
033000     MOVE WS-TODAY-MM TO COL-WOFF-MM
033100     MOVE WS-TODAY-DD TO COL-WOFF-DD
033200     MOVE WS-WOFF-AMT TO COL-WRITEOFF-AMT
033300     MOVE WS-RCPT-SINCE TO COL-WOFF-BASE-RCPT
033400     MOVE ZERO TO COL-WO-RECOVERED-AMT
033500     REWRITE COLLECTION-RECORD.
033600     PERFORM 3200-WRITE-GL-EXTRACT
033700         THRU 3200-WRITE-GL-EXTRACT-EXIT.
033800     PERFORM 3300-WRITE-REGISTER-LINE
033900         THRU 3300-WRITE-REGISTER-LINE-EXIT.
034000     ADD 1 TO WS-WOFF-COUNT
034100     ADD WS-WOFF-AMT TO WS-WOFF-TOTAL.
034200 3000-WRITE-OFF-ACCOUNT-EXIT.
034300     EXIT.
034400
034500*================================================================*
034600* 3100-SUM-RECEIPTS-SINCE - THE RECEIPTS DATED ON OR AFTER       *
034700* PLACEMENT, LESS ANY THE BANK RETURNED.  THEY HAVE ALREADY COME *
034800* OFF THE BALANCE BEING WRITTEN OFF, SO ONLY WHAT ARRIVES BEYOND *
034900* THEM LATER IS A RECOVERY OF BAD DEBT.                          *
035000*================================================================*
035100 3100-SUM-RECEIPTS-SINCE.
035200     MOVE ZERO TO WS-RCPT-SINCE
035300     MOVE COL-PLACE-DATE TO WS-PLACE-DATE
035400     MOVE 'N' TO WS-RCP-EOF-SW
035500     IF RCP-FILE-ABSENT
035600         GO TO 3100-SUM-RECEIPTS-SINCE-EXIT.
035700     MOVE COL-SSN TO RCP-SSN
035800     MOVE ZERO TO RCP-SEQ-NO
035900     START RECEIPT-FILE KEY IS NOT LESS THAN RCP-KEY
036000         INVALID KEY
036100             MOVE 'Y' TO WS-RCP-EOF-SW
036200     END-START.
036300     PERFORM 3110-SUM-ONE-RECEIPT
036400         THRU 3110-SUM-ONE-RECEIPT-EXIT
036500         UNTIL RECEIPT-SCAN-DONE.
036600 3100-SUM-RECEIPTS-SINCE-EXIT.
036700     EXIT.
036800
036900 3110-SUM-ONE-RECEIPT.
037000     READ RECEIPT-FILE NEXT RECORD
037100         AT END
037200             MOVE 'Y' TO WS-RCP-EOF-SW
037300     END-READ.
037400     IF RECEIPT-SCAN-DONE
037500         GO TO 3110-SUM-ONE-RECEIPT-EXIT.
037600     IF RCP-SSN NOT = COL-SSN
037700         MOVE 'Y' TO WS-RCP-EOF-SW
037800         GO TO 3110-SUM-ONE-RECEIPT-EXIT.
037900     MOVE RCP-TRANS-DATE TO WS-RCP-DATE
038000     IF WS-RCP-DATE NOT LESS THAN WS-PLACE-DATE
038100         AND NOT RCP-STAT-RETURNED
038200         ADD RCP-AMOUNT TO WS-RCPT-SINCE
038300     END-IF.
038400 3110-SUM-ONE-RECEIPT-EXIT.
038500     EXIT.
038600
038700*================================================================*
038800* 3200-WRITE-GL-EXTRACT - THE WRITE-OFF MOVES THE RECEIVABLE TO  *
038900* BAD DEBT EXPENSE UNDER ITS OWN TRANSACTION TYPE.               *
039000*================================================================*
039100 3200-WRITE-GL-EXTRACT.
039200     MOVE SPACES TO GL-EXTRACT-RECORD
039300     MOVE 'W' TO GLX-TRANS-TYPE
039400     MOVE COL-SSN TO GLX-SSN
039500     MOVE WS-TODAY-CC TO GLX-DATE-CC
039600     MOVE WS-TODAY-YY TO GLX-DATE-YY
039700     MOVE WS-TODAY-MM TO GLX-DATE-MM
039800     MOVE WS-TODAY-DD TO GLX-DATE-DD
039900     STRING 'WOFF' DELIMITED BY SIZE
040000         COL-AGENCY-CODE DELIMITED BY SIZE
040100         INTO GLX-REFERENCE
040200     MOVE WS-WOFF-AMT TO GLX-AMOUNT
040300     MOVE '6800-BADDT' TO GLX-GL-ACCOUNT
040400     WRITE GL-EXTRACT-RECORD.
040500 3200-WRITE-GL-EXTRACT-EXIT.
040600     EXIT.
040700
040800 3300-WRITE-REGISTER-LINE.
040900     MOVE SPACES TO STUDENT-RECORD
041000     IF NOT STUDENT-FILE-ABSENT
041100         MOVE COL-SSN TO STU-SSN
041200         READ STUDENT-FILE
041300             INVALID KEY
041400                 MOVE SPACES TO STUDENT-RECORD
041500         END-READ
041600     END-IF.
041700     MOVE COL-SSN TO WS-WL-SSN
041800     MOVE SPACES TO WS-WL-NAME
041900     STRING STU-LAST-NAME DELIMITED BY '  '
042000         ', ' DELIMITED BY SIZE
042100         STU-FIRST-NAME DELIMITED BY '  '
042200         INTO WS-WL-NAME
042300     MOVE COL-AGENCY-CODE TO WS-WL-AGENCY
042400     MOVE COL-PLACE-DATE TO WS-WL-PLACE-DATE
042500     MOVE COL-PLACED-AMT TO WS-WL-PLACED-AMT
042600     MOVE WS-WOFF-AMT TO WS-WL-WOFF-AMT
042700     MOVE WS-WOFF-LINE TO REGISTER-LINE
042800     WRITE REGISTER-LINE.
042900 3300-WRITE-REGISTER-LINE-EXIT.
043000     EXIT.
043100
043200*================================================================*
043300* 9000-TERMINATE - FOOTS THE REGISTER AND CLOSES UP.             *
043400*================================================================*
043500 9000-TERMINATE.
043600     MOVE SPACES TO REGISTER-LINE
043700     WRITE REGISTER-LINE.
043800     MOVE WS-WOFF-TOTAL TO WS-AMT-EDIT
043900     MOVE SPACES TO REGISTER-LINE
044000     STRING 'ACCOUNTS WRITTEN OFF: ' DELIMITED BY SIZE
044100         WS-WOFF-COUNT DELIMITED BY SIZE
044200         '  AMOUNT: ' DELIMITED BY SIZE
044300         WS-AMT-EDIT DELIMITED BY SIZE
044400         INTO REGISTER-LINE
044500     WRITE REGISTER-LINE.
044600     MOVE SPACES TO REGISTER-LINE
044700     STRING 'NOT YET DUE: ' DELIMITED BY SIZE
044800         WS-NOT-DUE-COUNT DELIMITED BY SIZE
044900         '  NOTHING LEFT OWING: ' DELIMITED BY SIZE
045000         WS-NOTHING-OWED-COUNT DELIMITED BY SIZE
045100         INTO REGISTER-LINE
045200     WRITE REGISTER-LINE.
045300     CLOSE COLLECTION-FILE.
045400     CLOSE LEDGER-FILE.
045500     CLOSE RECEIPT-FILE.
045600     CLOSE STUDENT-FILE.
045700     CLOSE GLX-FILE.
045800     CLOSE REGISTER-FILE.
045900     DISPLAY 'BAD-DEBT-WRITEOFF-PGM COMPLETE - WRITTEN OFF: '
046000         WS-WOFF-COUNT '  AMOUNT: ' WS-AMT-EDIT.
046100 9000-TERMINATE-EXIT.
046200     EXIT.
