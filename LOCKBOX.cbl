000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOCKBOX-IMPORT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - OVERNIGHT IMPORT OF THE BANK'S LOCKBOX
001100*                AND CARD SETTLEMENT FILE (LBXFILE).  EVERY
001200*                PAYMENT USED TO BE KEYED ONE AT A TIME THROUGH
001300*                MENU OPTION R, AND MENU-BATCH COULD NOT HELP
001400*                SINCE ITS TRANSACTIONS CARRY NO AMOUNT.  EACH
001500*                DETAIL ITEM'S SSN GETS THE SAME EDIT MENU
001600*                APPLIES AT THE TERMINAL AND MUST BE ON THE
001700*                STUDENT MASTER.  A GOOD ITEM POSTS TO RCPMSTR,
001800*                LEDMSTR AND GLXTRACT EXACTLY AS ADD-RECEIPTS-
001900*                PGM POSTS A KEYED RECEIPT, DATED THE DAY THE
002000*                BANK DEPOSITED IT.  ANY OTHER ITEM GOES TO THE
002100*                SUSPENSE FILE (LBXSUSP) WITH ITS REASON FOR THE
002200*                BURSAR TO RESEARCH - NOTHING IS EVER POSTED TO A
002300*                GUESSED STUDENT.  THE DEPOSIT REPORT (LBXRPT)
002400*                LISTS EVERY ITEM UNDER ITS BANK BATCH WITH BATCH
002500*                AND GRAND TOTALS, PROVED AGAINST THE BANK'S
002600*                TRAILER RECORD.  THE RUN CHECKS IN WITH RUN-
002700*                CONTROL-PGM (JOB LOCKBOX) BEFORE DOING ANY WORK
002800*                AND STAMPS ITS COMPLETION AFTER.
002810* 10/15/26  DWH  THE LEDGER BALANCE NOW ALSO NETS OUT
002820*                LED-SPONSOR-TOTAL, THE SHARE OF THE CHARGES
002830*                MOVED TO A THIRD-PARTY SPONSOR.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOCKBOX-FILE ASSIGN TO "LBXFILE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-LBX-FS.
003600     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS STU-SSN
004000         FILE STATUS IS WS-STUDENT-FS.
004100     SELECT RECEIPT-FILE ASSIGN TO "RCPMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS RCP-KEY
004500         FILE STATUS IS WS-RCP-FS.
004600     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LED-SSN
005000         FILE STATUS IS WS-LEDGER-FS.
005100     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-GLX-FS.
005400     SELECT SUSPENSE-FILE ASSIGN TO "LBXSUSP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SUS-FS.
005700     SELECT REPORT-FILE ASSIGN TO "LBXRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LOCKBOX-FILE.
006300     COPY LBXREC.
006400 FD  STUDENT-FILE.
006500     COPY STUREC.
006600 FD  RECEIPT-FILE.
006700     COPY RCPREC.
006800 FD  LEDGER-FILE.
006900     COPY LEDREC.
007000 FD  GLX-FILE.
007100     COPY GLXREC.
007200 FD  SUSPENSE-FILE.
007300     COPY SUSREC.
007400 FD  REPORT-FILE.
007500 01  REPORT-LINE                  PIC X(100).
007600 WORKING-STORAGE SECTION.
007700 01  WS-LBX-FS                PIC X(02)  VALUE '00'.
007800     88  LBX-FS-OK                        VALUE '00'.
007900     88  LBX-FILE-ABSENT                  VALUE '35'.
008000 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
008100     88  STUDENT-FS-OK                    VALUE '00'.
008200     88  STUDENT-FILE-ABSENT              VALUE '35'.
008300     88  STUDENT-FS-NOT-FOUND             VALUE '23' '35'.
008400 01  WS-RCP-FS                PIC X(02)  VALUE '00'.
008500     88  RCP-FS-OK                        VALUE '00'.
008600     88  RCP-FS-NOT-FOUND                 VALUE '23' '35'.
008700 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
008800     88  LEDGER-FS-OK                     VALUE '00'.
008900     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
009000 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
009100     88  GLX-FS-OK                        VALUE '00'.
009200 01  WS-SUS-FS                PIC X(02)  VALUE '00'.
009300     88  SUS-FS-OK                        VALUE '00'.
009400 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
009500
009600 01  WS-LBX-EOF-SW            PIC X      VALUE 'N'.
009700     88  LOCKBOX-EOF                      VALUE 'Y'.
009800 01  WS-RCP-EOF-SW            PIC X      VALUE 'N'.
009900     88  RCP-SCAN-DONE                    VALUE 'Y'.
010000 01  WS-TRAILER-SW            PIC X      VALUE 'N'.
010100     88  TRAILER-WAS-READ                 VALUE 'Y'.
010200 01  WS-BATCH-OPEN-SW         PIC X      VALUE 'N'.
010300     88  BATCH-IS-OPEN                    VALUE 'Y'.
010400 01  WS-BALANCE-SW            PIC X      VALUE 'N'.
010500     88  DEPOSIT-IN-BALANCE               VALUE 'Y'.
010600
010700*----------------------------------------------------------------
010800* SSN EDIT - THE SAME TESTS MENU APPLIES AT THE TERMINAL.
010900*----------------------------------------------------------------
011000 01  WS-SNO                   PIC 9(09)  VALUE ZERO.
011100 01  WS-SNO-GROUPS REDEFINES WS-SNO.
011200     05  WS-SNO-AREA          PIC 9(03).
011300     05  WS-SNO-GROUP         PIC 9(02).
011400     05  WS-SNO-SERIAL        PIC 9(04).
011500 01  WS-SNO-VALID-SW          PIC X      VALUE 'N'.
011600     88  SNO-IS-VALID                    VALUE 'Y'.
011700 01  WS-REPDIGIT-SW           PIC X      VALUE 'N'.
011800     88  SNO-IS-REPDIGIT                 VALUE 'Y'.
011900 77  WS-CHK-DIGIT             PIC 9(02)  VALUE ZERO.
012000 77  WS-CHK-VALUE             PIC 9(09)  VALUE ZERO.
012100
012200 01  WS-NEXT-SEQ              PIC 9(04)  VALUE ZERO.
012300 01  WS-ITEM-AMOUNT           PIC 9(07)V99 VALUE ZERO.
012400 01  WS-CUR-BATCH             PIC X(06)  VALUE SPACES.
012500 01  WS-REASON-CODE           PIC X(02)  VALUE SPACES.
012600 01  WS-REASON-TEXT           PIC X(30)  VALUE SPACES.
012700 01  WS-DISPOSITION           PIC X(42)  VALUE SPACES.
012800
012900*----------------------------------------------------------------
013000* BANK BATCH, GRAND AND TRAILER TOTALS.  AN ITEM COUNTS TOWARD THE
013100* DEPOSIT WHETHER IT POSTED OR WENT TO SUSPENSE - THE BANK HAS THE
013200* MONEY EITHER WAY, AND THE TRAILER COUNTS EVERY ITEM.
013300*----------------------------------------------------------------
013400 77  WS-BAT-POSTED-COUNT      PIC 9(06)  VALUE ZERO.
013500 77  WS-BAT-SUSP-COUNT        PIC 9(06)  VALUE ZERO.
013600 77  WS-BAT-ITEM-COUNT        PIC 9(06)  VALUE ZERO.
013700 01  WS-BAT-POSTED-AMT        PIC 9(09)V99 VALUE ZERO.
013800 01  WS-BAT-SUSP-AMT          PIC 9(09)V99 VALUE ZERO.
013900 01  WS-BAT-ITEM-AMT          PIC 9(09)V99 VALUE ZERO.
014000 77  WS-GRD-BATCH-COUNT       PIC 9(04)  VALUE ZERO.
014100 77  WS-GRD-POSTED-COUNT      PIC 9(06)  VALUE ZERO.
014200 77  WS-GRD-SUSP-COUNT        PIC 9(06)  VALUE ZERO.
014300 77  WS-GRD-ITEM-COUNT        PIC 9(06)  VALUE ZERO.
014400 01  WS-GRD-POSTED-AMT        PIC 9(09)V99 VALUE ZERO.
014500 01  WS-GRD-SUSP-AMT          PIC 9(09)V99 VALUE ZERO.
014600 01  WS-GRD-ITEM-AMT          PIC 9(09)V99 VALUE ZERO.
014700 77  WS-TRL-BATCH-COUNT       PIC 9(04)  VALUE ZERO.
014800 77  WS-TRL-ITEM-COUNT        PIC 9(06)  VALUE ZERO.
014900 01  WS-TRL-AMOUNT            PIC 9(09)V99 VALUE ZERO.
015000 01  WS-DIFF-AMOUNT           PIC S9(09)V99 VALUE ZERO.
015100
015200 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
015300 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
015400     05  WS-TODAY-CC          PIC 9(02).
015500     05  WS-TODAY-YY          PIC 9(02).
015600     05  WS-TODAY-MM          PIC 9(02).
015700     05  WS-TODAY-DD          PIC 9(02).
015800 01  WS-AMT-EDIT              PIC Z(6)9.99 VALUE ZERO.
015900 01  WS-TOTAL-EDIT            PIC Z(8)9.99 VALUE ZERO.
016000 01  WS-DIFF-EDIT             PIC -(9)9.99 VALUE ZERO.
016100 01  WS-COUNT-EDIT            PIC Z(5)9  VALUE ZERO.
016200 01  WS-BATCH-EDIT            PIC Z(3)9  VALUE ZERO.
016300 01  WS-TOTAL-LABEL           PIC X(20)  VALUE SPACES.
016400*----------------------------------------------------------------
016500* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
016600*----------------------------------------------------------------
016700 COPY RUNPARM.
016800 PROCEDURE DIVISION.
016900*================================================================*
017000* 0000-MAINLINE                                                  *
017100*================================================================*
017200 0000-MAINLINE.
017300     MOVE 'LOCKBOX' TO RC-JOB-NAME
017400     MOVE 'S' TO RC-FUNCTION
017500     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
017600     IF RC-RUN-DENIED
017700         DISPLAY 'LOCKBOX-IMPORT-PGM - RUN REFUSED BY RUN CONTROL'
017800         STOP RUN.
017900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018000     PERFORM 2000-READ-LOCKBOX THRU 2000-READ-LOCKBOX-EXIT.
018100     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
018200         UNTIL LOCKBOX-EOF.
018300     PERFORM 6100-PRINT-BATCH-TOTAL
018400         THRU 6100-PRINT-BATCH-TOTAL-EXIT.
018500     PERFORM 7000-PRINT-GRAND-TOTALS
018600         THRU 7000-PRINT-GRAND-TOTALS-EXIT.
018700     PERFORM 7100-RECONCILE-TRAILER
018800         THRU 7100-RECONCILE-TRAILER-EXIT.
018900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019000     MOVE 'E' TO RC-FUNCTION
019100     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
019200     STOP RUN.
019300
019400*================================================================*
019500* 1000-INITIALIZE - OPENS THE BANK FILE, THE MASTERS THE ITEMS   *
019600* POST TO, THE GL FEED AND SUSPENSE FILE (BOTH APPENDED TO) AND  *
019700* THIS RUN'S DEPOSIT REPORT.  NO BANK FILE MEANS NOTHING TO POST *
019800* - THE REPORT SAYS SO AND THE TRAILER CHECK FAILS.              *
019900*================================================================*
020000 1000-INITIALIZE.
020100     OPEN INPUT LOCKBOX-FILE.
020200     OPEN INPUT STUDENT-FILE.
020300     OPEN I-O RECEIPT-FILE.
020400     IF RCP-FS-NOT-FOUND
020500         OPEN OUTPUT RECEIPT-FILE
020600         CLOSE RECEIPT-FILE
020700         OPEN I-O RECEIPT-FILE
020800     END-IF.
020900     OPEN I-O LEDGER-FILE.
021000     IF LEDGER-FS-NOT-FOUND
021100         OPEN OUTPUT LEDGER-FILE
021200         CLOSE LEDGER-FILE
021300         OPEN I-O LEDGER-FILE
021400     END-IF.
021500     OPEN EXTEND GLX-FILE.
021600     IF NOT GLX-FS-OK
021700         CLOSE GLX-FILE
021800         OPEN OUTPUT GLX-FILE
021900         CLOSE GLX-FILE
022000         OPEN EXTEND GLX-FILE
022100     END-IF.
022200     OPEN EXTEND SUSPENSE-FILE.
022300     IF NOT SUS-FS-OK
022400         CLOSE SUSPENSE-FILE
022500         OPEN OUTPUT SUSPENSE-FILE
022600         CLOSE SUSPENSE-FILE
022700         OPEN EXTEND SUSPENSE-FILE
022800     END-IF.
022900     OPEN OUTPUT REPORT-FILE.
023000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
023100     MOVE ZERO TO WS-GRD-BATCH-COUNT
023200     MOVE ZERO TO WS-GRD-POSTED-COUNT WS-GRD-POSTED-AMT
023300     MOVE ZERO TO WS-GRD-SUSP-COUNT WS-GRD-SUSP-AMT
023400     MOVE SPACES TO REPORT-LINE
023500     STRING 'LOCKBOX / CARD SETTLEMENT DEPOSIT REPORT - RUN DATE '
023600         DELIMITED BY SIZE
023700         WS-TODAY DELIMITED BY SIZE
023800         INTO REPORT-LINE
023900     WRITE REPORT-LINE.
024000     MOVE '  SSN       M DEPOSIT      AMOUNT  DISPOSITION'
024100         TO REPORT-LINE
024200     WRITE REPORT-LINE.
024300     IF LBX-FILE-ABSENT
024400         MOVE 'NO LOCKBOX FILE RECEIVED FROM THE BANK'
024500             TO REPORT-LINE
024600         WRITE REPORT-LINE
024700         MOVE 'Y' TO WS-LBX-EOF-SW
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200*================================================================*
025300* 2000-READ-LOCKBOX - NEXT RECORD FROM THE BANK FILE.            *
025400*================================================================*
025500 2000-READ-LOCKBOX.
025600     IF LOCKBOX-EOF
025700         GO TO 2000-READ-LOCKBOX-EXIT.
025800     READ LOCKBOX-FILE
025900         AT END
026000             MOVE 'Y' TO WS-LBX-EOF-SW
026100     END-READ.
026200 2000-READ-LOCKBOX-EXIT.
026300     EXIT.
026400
026500*================================================================*
026600* 3000-PROCESS-RECORD - THE TRAILER IS HELD FOR THE CLOSING      *
026700* RECONCILIATION; ANYTHING ELSE IS A PAYMENT ITEM.               *
026800*================================================================*
026900 3000-PROCESS-RECORD.
027000     IF LBX-TRAILER
027100         MOVE 'Y' TO WS-TRAILER-SW
027200         MOVE LBX-TRL-BATCH-COUNT TO WS-TRL-BATCH-COUNT
027300         MOVE LBX-TRL-ITEM-COUNT TO WS-TRL-ITEM-COUNT
027400         MOVE LBX-TRL-AMOUNT TO WS-TRL-AMOUNT
027500     ELSE
027600         PERFORM 3100-ONE-ITEM THRU 3100-ONE-ITEM-EXIT
027700     END-IF.
027800     PERFORM 2000-READ-LOCKBOX THRU 2000-READ-LOCKBOX-EXIT.
027900 3000-PROCESS-RECORD-EXIT.
028000     EXIT.
028100
028200*================================================================*
028300* 3100-ONE-ITEM - A NEW BANK BATCH NUMBER CLOSES THE BATCH       *
028400* BEFORE IT.  THE ITEM IS EDITED, THEN POSTED OR SUSPENDED, AND  *
028500* LISTED ON THE DEPOSIT REPORT EITHER WAY.                       *
028600*================================================================*
028700 3100-ONE-ITEM.
028800     IF NOT BATCH-IS-OPEN OR LBX-RAW-BATCH NOT = WS-CUR-BATCH
028900         PERFORM 3200-START-BATCH THRU 3200-START-BATCH-EXIT
029000     END-IF.
029100     MOVE ZERO TO WS-ITEM-AMOUNT
029200     IF LBX-AMOUNT NUMERIC
029300         MOVE LBX-AMOUNT TO WS-ITEM-AMOUNT
029400     END-IF.
029500     PERFORM 3300-EDIT-ITEM THRU 3300-EDIT-ITEM-EXIT.
029600     IF WS-REASON-CODE = SPACES
029700         PERFORM 4000-POST-ITEM THRU 4000-POST-ITEM-EXIT
029800     ELSE
029900         PERFORM 5000-WRITE-SUSPENSE THRU 5000-WRITE-SUSPENSE-EXIT
030000     END-IF.
030100     PERFORM 6000-PRINT-DETAIL-LINE
030200         THRU 6000-PRINT-DETAIL-LINE-EXIT.
030300 3100-ONE-ITEM-EXIT.
030400     EXIT.
030500
030600*================================================================*
030700* 3200-START-BATCH - PRINTS THE TOTALS OF THE BATCH JUST ENDED   *
030800* AND OPENS THE NEXT ONE UNDER ITS BANK BATCH NUMBER.            *
030900*================================================================*
031000 3200-START-BATCH.
031100     PERFORM 6100-PRINT-BATCH-TOTAL
031200         THRU 6100-PRINT-BATCH-TOTAL-EXIT.
031300     MOVE LBX-RAW-BATCH TO WS-CUR-BATCH
031400     MOVE ZERO TO WS-BAT-POSTED-COUNT WS-BAT-POSTED-AMT
031500     MOVE ZERO TO WS-BAT-SUSP-COUNT WS-BAT-SUSP-AMT
031600     MOVE 'Y' TO WS-BATCH-OPEN-SW
031700     ADD 1 TO WS-GRD-BATCH-COUNT
031800     MOVE SPACES TO REPORT-LINE
031900     WRITE REPORT-LINE.
031950     MOVE SPACES TO REPORT-LINE
032000     STRING 'BANK BATCH ' DELIMITED BY SIZE
032100         WS-CUR-BATCH DELIMITED BY SIZE
032200         INTO REPORT-LINE
032300     WRITE REPORT-LINE.
032400 3200-START-BATCH-EXIT.
032500     EXIT.
032600
032700*================================================================*
032800* 3300-EDIT-ITEM - LEAVES WS-REASON-CODE BLANK FOR AN ITEM THAT  *
032900* MAY POST, OR SETS THE SUSPENSE REASON FOR THE FIRST EDIT IT    *
033000* FAILS.  THE SSN MUST PASS MENU'S EDIT AND BE ON THE STUDENT    *
033100* MASTER; THE BANK SENDS ONLY CHECKS (K) AND CARD SETTLEMENTS    *
033200* (R) - CASH NEVER COMES THROUGH THE LOCKBOX.                    *
033300*================================================================*
033400 3300-EDIT-ITEM.
033500     MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT
033600     IF NOT LBX-DETAIL
033700         MOVE 'RT' TO WS-REASON-CODE
033800         MOVE 'UNRECOGNIZED RECORD TYPE' TO WS-REASON-TEXT
033900         GO TO 3300-EDIT-ITEM-EXIT.
034000     IF LBX-SSN NOT NUMERIC
034100         MOVE 'SE' TO WS-REASON-CODE
034200         MOVE 'SSN NOT NUMERIC' TO WS-REASON-TEXT
034300         GO TO 3300-EDIT-ITEM-EXIT.
034400     MOVE LBX-SSN TO WS-SNO
034500     PERFORM 3310-EDIT-STUDENT-NUMBER
034600         THRU 3310-EDIT-STUDENT-NUMBER-EXIT.
034700     IF NOT SNO-IS-VALID
034800         MOVE 'SE' TO WS-REASON-CODE
034900         MOVE 'SSN FAILS EDIT' TO WS-REASON-TEXT
035000         GO TO 3300-EDIT-ITEM-EXIT.
035100     IF LBX-AMOUNT NOT NUMERIC OR WS-ITEM-AMOUNT = ZERO
035200         MOVE 'AM' TO WS-REASON-CODE
035300         MOVE 'AMOUNT MISSING OR NOT NUMERIC' TO WS-REASON-TEXT
035400         GO TO 3300-EDIT-ITEM-EXIT.
035500     IF NOT LBX-PAY-CHECK AND NOT LBX-PAY-CARD
035600         MOVE 'PM' TO WS-REASON-CODE
035700         MOVE 'PAY METHOD NOT K OR R' TO WS-REASON-TEXT
035800         GO TO 3300-EDIT-ITEM-EXIT.
035900     IF LBX-DEPOSIT-DATE NOT NUMERIC
036000         OR LBX-DEP-MM < 1 OR LBX-DEP-MM > 12
036100         OR LBX-DEP-DD < 1 OR LBX-DEP-DD > 31
036200         MOVE 'DT' TO WS-REASON-CODE
036300         MOVE 'DEPOSIT DATE INVALID' TO WS-REASON-TEXT
036400         GO TO 3300-EDIT-ITEM-EXIT.
036500     IF STUDENT-FILE-ABSENT
036600         MOVE 'SN' TO WS-REASON-CODE
036700         MOVE 'SSN NOT ON STUDENT MASTER' TO WS-REASON-TEXT
036800         GO TO 3300-EDIT-ITEM-EXIT.
036900     MOVE WS-SNO TO STU-SSN
037000     READ STUDENT-FILE
037100         INVALID KEY
037200             MOVE 'SN' TO WS-REASON-CODE
037300             MOVE 'SSN NOT ON STUDENT MASTER' TO WS-REASON-TEXT
037400     END-READ.
037500 3300-EDIT-ITEM-EXIT.
037600     EXIT.
037700
037800*================================================================*
037900* 3310-EDIT-STUDENT-NUMBER - SAME SSN EDIT MENU APPLIES AT THE   *
038000* TERMINAL: NOT NINE OF ONE DIGIT, AND NO ALL-ZERO AREA, GROUP   *
038100* OR SERIAL NUMBER.                                              *
038200*================================================================*
038300 3310-EDIT-STUDENT-NUMBER.
038400     MOVE 'Y' TO WS-SNO-VALID-SW
038500     PERFORM 3320-CHECK-REPEATING-DIGITS
038600         THRU 3320-CHECK-REPEATING-DIGITS-EXIT.
038700     IF SNO-IS-REPDIGIT
038800         MOVE 'N' TO WS-SNO-VALID-SW
038900     ELSE
039000     IF WS-SNO-AREA = ZERO
039100         MOVE 'N' TO WS-SNO-VALID-SW
039200     ELSE
039300     IF WS-SNO-GROUP = ZERO
039400         MOVE 'N' TO WS-SNO-VALID-SW
039500     ELSE
039600     IF WS-SNO-SERIAL = ZERO
039700         MOVE 'N' TO WS-SNO-VALID-SW
039800     END-IF
039900     END-IF
040000     END-IF
040100     END-IF.
040200 3310-EDIT-STUDENT-NUMBER-EXIT.
040300     EXIT.
040400
040500*================================================================*
040600* 3320-CHECK-REPEATING-DIGITS - TRUE WHEN WS-SNO IS NINE COPIES  *
040700* OF THE SAME DIGIT, SAME CHECK MENU APPLIES AT THE TERMINAL.    *
040800*================================================================*
040900 3320-CHECK-REPEATING-DIGITS.
041000     MOVE 'N' TO WS-REPDIGIT-SW
041100     PERFORM 3330-TRY-ONE-DIGIT THRU 3330-TRY-ONE-DIGIT-EXIT
041200         VARYING WS-CHK-DIGIT FROM 0 BY 1
041300         UNTIL WS-CHK-DIGIT > 9 OR SNO-IS-REPDIGIT.
041400 3320-CHECK-REPEATING-DIGITS-EXIT.
041500     EXIT.
041600
041700 3330-TRY-ONE-DIGIT.
041800     COMPUTE WS-CHK-VALUE = WS-CHK-DIGIT * 111111111
041900     IF WS-SNO = WS-CHK-VALUE
042000         MOVE 'Y' TO WS-REPDIGIT-SW
042100     END-IF.
042200 3330-TRY-ONE-DIGIT-EXIT.
042300     EXIT.
042400
042500*================================================================*
042600* 4000-POST-ITEM - POSTS THE PAYMENT EXACTLY AS ADD-RECEIPTS-PGM *
042700* POSTS A KEYED RECEIPT: A RECEIPT DETAIL RECORD UNDER THE NEXT  *
042800* SEQUENCE NUMBER, A CREDIT TO THE LEDGER (CREATED IF THE        *
042900* STUDENT HAS NONE YET) AND A RECEIPT GL EXTRACT.  THE RECEIPT   *
043000* CARRIES THE BANK'S DEPOSIT DATE, SO IT LANDS IN THE RIGHT      *
043100* PAYMENT YEAR AND STAYS OUT OF THE CASHIER'S DRAWER TOTALS.     *
043200*================================================================*
043300 4000-POST-ITEM.
043400     MOVE WS-SNO TO LED-SSN
043500     READ LEDGER-FILE
043600         INVALID KEY
043700             INITIALIZE LEDGER-RECORD
043800             MOVE WS-SNO TO LED-SSN
043900             MOVE 'N' TO LED-HOLD-FLAG
044000             WRITE LEDGER-RECORD
044100     END-READ.
044200     PERFORM 4100-FIND-NEXT-SEQ THRU 4100-FIND-NEXT-SEQ-EXIT.
044300     MOVE SPACES TO RECEIPT-RECORD
044400     MOVE WS-SNO TO RCP-SSN
044500     MOVE WS-NEXT-SEQ TO RCP-SEQ-NO
044600     MOVE LBX-DEP-CC TO RCP-DATE-CC
044700     MOVE LBX-DEP-YY TO RCP-DATE-YY
044800     MOVE LBX-DEP-MM TO RCP-DATE-MM
044900     MOVE LBX-DEP-DD TO RCP-DATE-DD
045000     MOVE LBX-PAY-METHOD TO RCP-PAY-METHOD
045100     MOVE WS-ITEM-AMOUNT TO RCP-AMOUNT
045200     MOVE 'P' TO RCP-STATUS
045300     MOVE ZERO TO RCP-RETURN-DATE
045400     WRITE RECEIPT-RECORD.
045500
045600     ADD WS-ITEM-AMOUNT TO LED-CREDITS-TOTAL
045700     COMPUTE LED-BALANCE =
045800         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
045810             - LED-SPONSOR-TOTAL
045900     REWRITE LEDGER-RECORD.
046000     PERFORM 4200-WRITE-GL-EXTRACT
046100         THRU 4200-WRITE-GL-EXTRACT-EXIT.
046200     ADD 1 TO WS-BAT-POSTED-COUNT
046300     ADD WS-ITEM-AMOUNT TO WS-BAT-POSTED-AMT
046400     MOVE SPACES TO WS-DISPOSITION
046500     STRING 'POSTED - RECEIPT ' DELIMITED BY SIZE
046600         RCP-SEQ-NO DELIMITED BY SIZE
046700         INTO WS-DISPOSITION.
046800 4000-POST-ITEM-EXIT.
046900     EXIT.
047000
047100*================================================================*
047200* 4100-FIND-NEXT-SEQ - SCANS THE RECEIPT FILE FOR THE HIGHEST    *
047300* EXISTING SEQUENCE NUMBER UNDER THIS SSN AND RETURNS ONE MORE.  *
047400*================================================================*
047500 4100-FIND-NEXT-SEQ.
047600     MOVE ZERO TO WS-NEXT-SEQ
047700     MOVE 'N' TO WS-RCP-EOF-SW
047800     MOVE WS-SNO TO RCP-SSN
047900     MOVE ZERO TO RCP-SEQ-NO
048000     START RECEIPT-FILE KEY IS NOT LESS THAN RCP-KEY
048100         INVALID KEY
048200             MOVE 'Y' TO WS-RCP-EOF-SW
048300     END-START.
048400     PERFORM 4110-SCAN-ONE-SEQ THRU 4110-SCAN-ONE-SEQ-EXIT
048500         UNTIL RCP-SCAN-DONE.
048600     ADD 1 TO WS-NEXT-SEQ.
048700 4100-FIND-NEXT-SEQ-EXIT.
048800     EXIT.
048900
049000 4110-SCAN-ONE-SEQ.
049100     READ RECEIPT-FILE NEXT RECORD
049200         AT END
049300             MOVE 'Y' TO WS-RCP-EOF-SW
049400         NOT AT END
049500             IF RCP-SSN NOT = WS-SNO
049600                 MOVE 'Y' TO WS-RCP-EOF-SW
049700             ELSE
049800                 MOVE RCP-SEQ-NO TO WS-NEXT-SEQ
049900             END-IF
050000     END-READ.
050100 4110-SCAN-ONE-SEQ-EXIT.
050200     EXIT.
050300
050400*================================================================*
050500* 4200-WRITE-GL-EXTRACT - THE SAME RECEIPT GL EXTRACT ADD-       *
050600* RECEIPTS-PGM APPENDS, FOR NIGHTLY PICKUP BY THE GL FEED.       *
050700*================================================================*
050800 4200-WRITE-GL-EXTRACT.
050900     MOVE SPACES TO GL-EXTRACT-RECORD
051000     MOVE 'R' TO GLX-TRANS-TYPE
051100     MOVE WS-SNO TO GLX-SSN
051200     MOVE RCP-DATE-CC TO GLX-DATE-CC
051300     MOVE RCP-DATE-YY TO GLX-DATE-YY
051400     MOVE RCP-DATE-MM TO GLX-DATE-MM
051500     MOVE RCP-DATE-DD TO GLX-DATE-DD
051600     STRING 'RCPT' DELIMITED BY SIZE
051700         RCP-SEQ-NO DELIMITED BY SIZE
051800         INTO GLX-REFERENCE
051900     MOVE WS-ITEM-AMOUNT TO GLX-AMOUNT
052000     MOVE '1000-CASH' TO GLX-GL-ACCOUNT
052100     WRITE GL-EXTRACT-RECORD.
052200 4200-WRITE-GL-EXTRACT-EXIT.
052300     EXIT.
052400
052500*================================================================*
052600* 5000-WRITE-SUSPENSE - THE ITEM AS THE BANK SENT IT, WITH THE   *
052700* REASON, OPEN FOR THE BURSAR TO RESEARCH AND APPLY BY HAND.     *
052800*================================================================*
052900 5000-WRITE-SUSPENSE.
053000     MOVE SPACES TO SUSPENSE-RECORD
053100     MOVE WS-TODAY-CC TO SUS-RUN-CC
053200     MOVE WS-TODAY-YY TO SUS-RUN-YY
053300     MOVE WS-TODAY-MM TO SUS-RUN-MM
053400     MOVE WS-TODAY-DD TO SUS-RUN-DD
053500     MOVE LBX-RAW-BATCH TO SUS-BANK-BATCH
053600     MOVE LBX-RAW-SSN TO SUS-SSN
053700     MOVE LBX-RAW-AMOUNT TO SUS-AMOUNT
053800     MOVE LBX-RAW-PAY-METHOD TO SUS-PAY-METHOD
053900     MOVE LBX-RAW-DEP-DATE TO SUS-DEPOSIT-DATE
054000     MOVE WS-REASON-CODE TO SUS-REASON-CODE
054100     MOVE WS-REASON-TEXT TO SUS-REASON-TEXT
054200     MOVE 'O' TO SUS-STATUS
054300     WRITE SUSPENSE-RECORD.
054400     ADD 1 TO WS-BAT-SUSP-COUNT
054500     ADD WS-ITEM-AMOUNT TO WS-BAT-SUSP-AMT
054600     MOVE SPACES TO WS-DISPOSITION
054700     STRING 'SUSPENSE - ' DELIMITED BY SIZE
054800         WS-REASON-TEXT DELIMITED BY SIZE
054900         INTO WS-DISPOSITION.
055000 5000-WRITE-SUSPENSE-EXIT.
055100     EXIT.
055200
055300*================================================================*
055400* 6000-PRINT-DETAIL-LINE - ONE LINE PER ITEM ON THE DEPOSIT      *
055500* REPORT, SHOWING WHERE IT WENT.                                 *
055600*================================================================*
055700 6000-PRINT-DETAIL-LINE.
055800     MOVE WS-ITEM-AMOUNT TO WS-AMT-EDIT
055900     MOVE SPACES TO REPORT-LINE
056000     STRING '  ' DELIMITED BY SIZE
056100         LBX-RAW-SSN DELIMITED BY SIZE
056200         ' ' DELIMITED BY SIZE
056300         LBX-RAW-PAY-METHOD DELIMITED BY SIZE
056400         ' ' DELIMITED BY SIZE
056500         LBX-RAW-DEP-DATE DELIMITED BY SIZE
056600         ' ' DELIMITED BY SIZE
056700         WS-AMT-EDIT DELIMITED BY SIZE
056800         '  ' DELIMITED BY SIZE
056900         WS-DISPOSITION DELIMITED BY SIZE
057000         INTO REPORT-LINE
057100     WRITE REPORT-LINE.
057200 6000-PRINT-DETAIL-LINE-EXIT.
057300     EXIT.
057400
057500*================================================================*
057600* 6100-PRINT-BATCH-TOTAL - POSTED, SUSPENDED AND DEPOSIT TOTALS  *
057700* FOR THE BANK BATCH JUST ENDED, ROLLED INTO THE GRAND TOTALS.   *
057800*================================================================*
057900 6100-PRINT-BATCH-TOTAL.
058000     IF NOT BATCH-IS-OPEN
058100         GO TO 6100-PRINT-BATCH-TOTAL-EXIT.
058200     MOVE 'N' TO WS-BATCH-OPEN-SW
058300     COMPUTE WS-BAT-ITEM-COUNT =
058400         WS-BAT-POSTED-COUNT + WS-BAT-SUSP-COUNT
058500     COMPUTE WS-BAT-ITEM-AMT =
058600         WS-BAT-POSTED-AMT + WS-BAT-SUSP-AMT
058700     ADD WS-BAT-POSTED-COUNT TO WS-GRD-POSTED-COUNT
058800     ADD WS-BAT-POSTED-AMT TO WS-GRD-POSTED-AMT
058900     ADD WS-BAT-SUSP-COUNT TO WS-GRD-SUSP-COUNT
059000     ADD WS-BAT-SUSP-AMT TO WS-GRD-SUSP-AMT
059100     MOVE '  BATCH POSTED' TO WS-TOTAL-LABEL
059200     MOVE WS-BAT-POSTED-COUNT TO WS-COUNT-EDIT
059300     MOVE WS-BAT-POSTED-AMT TO WS-TOTAL-EDIT
059400     PERFORM 6200-PRINT-TOTAL-LINE
059500         THRU 6200-PRINT-TOTAL-LINE-EXIT.
059600     MOVE '  BATCH SUSPENDED' TO WS-TOTAL-LABEL
059700     MOVE WS-BAT-SUSP-COUNT TO WS-COUNT-EDIT
059800     MOVE WS-BAT-SUSP-AMT TO WS-TOTAL-EDIT
059900     PERFORM 6200-PRINT-TOTAL-LINE
060000         THRU 6200-PRINT-TOTAL-LINE-EXIT.
060100     MOVE '  BATCH DEPOSIT' TO WS-TOTAL-LABEL
060200     MOVE WS-BAT-ITEM-COUNT TO WS-COUNT-EDIT
060300     MOVE WS-BAT-ITEM-AMT TO WS-TOTAL-EDIT
060400     PERFORM 6200-PRINT-TOTAL-LINE
060500         THRU 6200-PRINT-TOTAL-LINE-EXIT.
060600 6100-PRINT-BATCH-TOTAL-EXIT.
060700     EXIT.
060800
060900 6200-PRINT-TOTAL-LINE.
061000     MOVE SPACES TO REPORT-LINE
061100     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
061200         ' ITEMS ' DELIMITED BY SIZE
061300         WS-COUNT-EDIT DELIMITED BY SIZE
061400         '  AMOUNT ' DELIMITED BY SIZE
061500         WS-TOTAL-EDIT DELIMITED BY SIZE
061600         INTO REPORT-LINE
061700     WRITE REPORT-LINE.
061800 6200-PRINT-TOTAL-LINE-EXIT.
061900     EXIT.
062000
062100*================================================================*
062200* 7000-PRINT-GRAND-TOTALS - THE WHOLE FILE ACROSS ALL BATCHES.   *
062300*================================================================*
062400 7000-PRINT-GRAND-TOTALS.
062500     COMPUTE WS-GRD-ITEM-COUNT =
062600         WS-GRD-POSTED-COUNT + WS-GRD-SUSP-COUNT
062700     COMPUTE WS-GRD-ITEM-AMT =
062800         WS-GRD-POSTED-AMT + WS-GRD-SUSP-AMT
062900     MOVE SPACES TO REPORT-LINE
063000     WRITE REPORT-LINE.
063100     MOVE WS-GRD-BATCH-COUNT TO WS-BATCH-EDIT
063150     MOVE SPACES TO REPORT-LINE
063200     STRING 'GRAND TOTALS - BANK BATCHES ' DELIMITED BY SIZE
063300         WS-BATCH-EDIT DELIMITED BY SIZE
063400         INTO REPORT-LINE
063500     WRITE REPORT-LINE.
063600     MOVE '  POSTED' TO WS-TOTAL-LABEL
063700     MOVE WS-GRD-POSTED-COUNT TO WS-COUNT-EDIT
063800     MOVE WS-GRD-POSTED-AMT TO WS-TOTAL-EDIT
063900     PERFORM 6200-PRINT-TOTAL-LINE
064000         THRU 6200-PRINT-TOTAL-LINE-EXIT.
064100     MOVE '  SUSPENDED' TO WS-TOTAL-LABEL
064200     MOVE WS-GRD-SUSP-COUNT TO WS-COUNT-EDIT
064300     MOVE WS-GRD-SUSP-AMT TO WS-TOTAL-EDIT
064400     PERFORM 6200-PRINT-TOTAL-LINE
064500         THRU 6200-PRINT-TOTAL-LINE-EXIT.
064600     MOVE '  DEPOSIT' TO WS-TOTAL-LABEL
064700     MOVE WS-GRD-ITEM-COUNT TO WS-COUNT-EDIT
064800     MOVE WS-GRD-ITEM-AMT TO WS-TOTAL-EDIT
064900     PERFORM 6200-PRINT-TOTAL-LINE
065000         THRU 6200-PRINT-TOTAL-LINE-EXIT.
065100 7000-PRINT-GRAND-TOTALS-EXIT.
065200     EXIT.
065300
065400*================================================================*
065500* 7100-RECONCILE-TRAILER - THE DEPOSIT IS PROVED ONLY WHEN THE   *
065600* BATCH COUNT, ITEM COUNT AND DOLLAR TOTAL ALL AGREE WITH THE    *
065700* BANK'S TRAILER.  A MISSING TRAILER CANNOT BE PROVED AT ALL.    *
065800* THE BURSAR DOES NOT SIGN OFF AN OUT-OF-BALANCE DEPOSIT.        *
065900*================================================================*
066000 7100-RECONCILE-TRAILER.
066100     MOVE 'N' TO WS-BALANCE-SW
066200     MOVE SPACES TO REPORT-LINE
066300     WRITE REPORT-LINE.
066400     IF NOT TRAILER-WAS-READ
066500         MOVE '*** NO BANK TRAILER - DEPOSIT NOT PROVED ***'
066600             TO REPORT-LINE
066700         WRITE REPORT-LINE
066800         GO TO 7100-RECONCILE-TRAILER-EXIT.
066900     MOVE '  BANK TRAILER' TO WS-TOTAL-LABEL
067000     MOVE WS-TRL-ITEM-COUNT TO WS-COUNT-EDIT
067100     MOVE WS-TRL-AMOUNT TO WS-TOTAL-EDIT
067200     MOVE WS-TRL-BATCH-COUNT TO WS-BATCH-EDIT
067300     MOVE SPACES TO REPORT-LINE
067400     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
067500         ' ITEMS ' DELIMITED BY SIZE
067600         WS-COUNT-EDIT DELIMITED BY SIZE
067700         '  AMOUNT ' DELIMITED BY SIZE
067800         WS-TOTAL-EDIT DELIMITED BY SIZE
067900         '  BATCHES ' DELIMITED BY SIZE
068000         WS-BATCH-EDIT DELIMITED BY SIZE
068100         INTO REPORT-LINE
068200     WRITE REPORT-LINE.
068300     IF WS-TRL-BATCH-COUNT = WS-GRD-BATCH-COUNT
068400         AND WS-TRL-ITEM-COUNT = WS-GRD-ITEM-COUNT
068500         AND WS-TRL-AMOUNT = WS-GRD-ITEM-AMT
068600         MOVE 'Y' TO WS-BALANCE-SW
068700         MOVE 'DEPOSIT AGREES WITH BANK TRAILER' TO REPORT-LINE
068800         WRITE REPORT-LINE
068900         GO TO 7100-RECONCILE-TRAILER-EXIT.
069000     COMPUTE WS-DIFF-AMOUNT = WS-GRD-ITEM-AMT - WS-TRL-AMOUNT
069100     MOVE WS-DIFF-AMOUNT TO WS-DIFF-EDIT
069200     MOVE SPACES TO REPORT-LINE
069300     STRING '*** DEPOSIT OUT OF BALANCE WITH BANK TRAILER - '
069400         DELIMITED BY SIZE
069500         'DIFFERENCE ' DELIMITED BY SIZE
069600         WS-DIFF-EDIT DELIMITED BY SIZE
069700         ' ***' DELIMITED BY SIZE
069800         INTO REPORT-LINE
069900     WRITE REPORT-LINE.
070000 7100-RECONCILE-TRAILER-EXIT.
070100     EXIT.
070200
070300*================================================================*
070400* 9000-TERMINATE                                                 *
070500*================================================================*
070600 9000-TERMINATE.
070700     CLOSE LOCKBOX-FILE.
070800     CLOSE STUDENT-FILE.
070900     CLOSE RECEIPT-FILE.
071000     CLOSE LEDGER-FILE.
071100     CLOSE GLX-FILE.
071200     CLOSE SUSPENSE-FILE.
071300     CLOSE REPORT-FILE.
071400     DISPLAY 'LOCKBOX-IMPORT-PGM COMPLETE - POSTED: '
071500         WS-GRD-POSTED-COUNT
071600         '  SUSPENDED: ' WS-GRD-SUSP-COUNT.
071700     IF NOT DEPOSIT-IN-BALANCE
071800         DISPLAY 'LOCKBOX-IMPORT-PGM - DEPOSIT NOT PROVED '
071900             'AGAINST BANK TRAILER - SEE LBXRPT'
072000     END-IF.
072100 9000-TERMINATE-EXIT.
072200     EXIT.
