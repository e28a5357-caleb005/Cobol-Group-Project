000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RETURNED-PAYMENT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - REVERSES A RECEIPT THE BANK HAS SENT
001100*                BACK (BOUNCED CHECK OR CARD CHARGEBACK).  UNTIL
001200*                NOW ADD-RECEIPTS-PGM COULD ONLY POST, SO THE
001300*                BURSAR OFFSET LED-CREDITS-TOTAL BY HAND AND THE
001400*                NIGHTLY LEDGER AUDIT FLAGGED THE ACCOUNT FOREVER
001500*                AFTER.  THE ORIGINAL RCPMSTR RECEIPT IS PICKED BY
001600*                SSN AND SEQUENCE NUMBER AND MARKED RETURNED, ITS
001700*                AMOUNT IS BACKED OUT OF THE LEDGER CREDITS WITH A
001800*                REVERSING GL EXTRACT, THE RETURNED-ITEM FEE ON
001900*                THE FEE SCHEDULE (FREQUENCY R) IS CHARGED THROUGH
002000*                FEEDTL WITH ITS OWN GL EXTRACT, AND A REGISTRAR
002100*                HOLD IS PLACED WITH REASON RETURNED PAYMENT.
002110* 10/15/26  DWH  THE LEDGER BALANCE NOW ALSO NETS OUT
002120*                LED-SPONSOR-TOTAL, THE SHARE OF THE CHARGES
002130*                MOVED TO A THIRD-PARTY SPONSOR.
002140* 10/15/26  DWH  A RETURN FEE WHOSE FEEDTL WRITE FAILS IS NO
002150*                LONGER REPORTED AS CHARGED.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RECEIPT-FILE ASSIGN TO "RCPMSTR"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS RCP-KEY
003000         FILE STATUS IS WS-RCP-FS.
003100     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS LED-SSN
003500         FILE STATUS IS WS-LEDGER-FS.
003600     SELECT FEE-FILE ASSIGN TO "FEEMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS FEE-CODE
004000         FILE STATUS IS WS-FEE-FS.
004100     SELECT FEE-DETAIL-FILE ASSIGN TO "FEEDTL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS FDT-KEY
004500         FILE STATUS IS WS-FDT-FS.
004600     SELECT TERM-FILE ASSIGN TO "TRMCAL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS TRM-CODE
005000         FILE STATUS IS WS-TRM-FS.
005100     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-GLX-FS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RECEIPT-FILE.
005700     COPY RCPREC.
005800 FD  LEDGER-FILE.
005900     COPY LEDREC.
006000 FD  FEE-FILE.
006100     COPY FEEREC.
006200 FD  FEE-DETAIL-FILE.
006300     COPY FDTREC.
006400 FD  TERM-FILE.
006500     COPY TRMREC.
006600 FD  GLX-FILE.
006700     COPY GLXREC.
006800 WORKING-STORAGE SECTION.
006900 01  WS-RCP-FS                PIC X(02)  VALUE '00'.
007000     88  RCP-FS-OK                        VALUE '00'.
007100     88  RCP-FS-NOT-FOUND                 VALUE '23' '35'.
007200 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
007300     88  LEDGER-FS-OK                     VALUE '00'.
007400     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
007500 01  WS-FEE-FS                PIC X(02)  VALUE '00'.
007600     88  FEE-FS-OK                        VALUE '00'.
007700     88  FEE-FILE-ABSENT                  VALUE '35'.
007800     88  FEE-FS-NOT-FOUND                 VALUE '23' '35'.
007900 01  WS-FDT-FS                PIC X(02)  VALUE '00'.
008000     88  FDT-FS-OK                        VALUE '00'.
008100     88  FDT-FS-NOT-FOUND                 VALUE '23' '35'.
008200 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
008300     88  TRM-FS-OK                        VALUE '00'.
008400     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
008500 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
008600     88  GLX-FS-OK                        VALUE '00'.
008700
008800 01  WS-RCP-FOUND-SW          PIC X      VALUE 'N'.
008900     88  RECEIPT-IS-ON-FILE               VALUE 'Y'.
009000 01  WS-FEE-EOF-SW            PIC X      VALUE 'N'.
009100     88  FEE-SCAN-DONE                    VALUE 'Y'.
009200 01  WS-FEE-FOUND-SW          PIC X      VALUE 'N'.
009300     88  RETURN-FEE-FOUND                 VALUE 'Y'.
009400 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
009500     88  TERM-SCAN-DONE                   VALUE 'Y'.
009600 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
009700 01  WS-RTN-SEQ-NO            PIC 9(04)  VALUE ZERO.
009800 01  WS-RTN-AMOUNT            PIC 9(07)V99 VALUE ZERO.
009900 01  WS-RTN-FEE-AMOUNT        PIC 9(05)V99 VALUE ZERO.
010000 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
010100 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
010200     05  WS-TODAY-CC          PIC 9(02).
010300     05  WS-TODAY-YY          PIC 9(02).
010400     05  WS-TODAY-MM          PIC 9(02).
010500     05  WS-TODAY-DD          PIC 9(02).
010600*----------------------------------------------------------------
010700* THE RETURNED-ITEM FEE DETAIL IS KEYED UNDER THE RECEIPT IT
010800* BELONGS TO ('RCPT' + SEQUENCE IN THE COURSE SLOT) SO TWO
010900* RETURNS IN ONE TERM EACH CARRY THEIR OWN FEE LINE.
011000*----------------------------------------------------------------
011100 01  WS-FEE-RCPT-REF.
011200     05  FILLER               PIC X(04)  VALUE 'RCPT'.
011300     05  WS-FEE-RCPT-SEQ      PIC 9(04)  VALUE ZERO.
011400 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
011500 01  WS-ACK                   PIC X(01)  VALUE SPACE.
011600
011700 LINKAGE SECTION.
011800 01  LK-SNO                   PIC 9(09).
011900 SCREEN SECTION.
012000 01  CLEAR-SCREEN.
012100     05  BLANK SCREEN.
012200 01  RETURNED-PAYMENT-SCREEN.
012300     05  LINE 3  COL 28 VALUE "RETURNED PAYMENT".
012400     05  LINE 5  COL 10 VALUE "RECEIPT SEQ NUMBER : ".
012500     05  LINE 5  COL 32 PIC 9(04) TO WS-RTN-SEQ-NO.
012600     05  LINE 10 COL 10 PIC X(50) FROM WS-MESSAGE.
012700 01  RESULT-SCREEN.
012800     05  LINE 7  COL 10 VALUE "RECEIPT AMOUNT     : ".
012900     05  LINE 7  COL 32 PIC Z(06)9.99 FROM WS-RTN-AMOUNT.
013000     05  LINE 8  COL 10 VALUE "RETURNED ITEM FEE  : ".
013100     05  LINE 8  COL 32 PIC Z(04)9.99 FROM WS-RTN-FEE-AMOUNT.
013200     05  LINE 10 COL 10 PIC X(50) FROM WS-MESSAGE.
013300     05  LINE 12 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
013400     05  LINE 12 COL 38 PIC X(01) TO WS-ACK.
013500 PROCEDURE DIVISION USING LK-SNO.
013600*================================================================*
013700* 0000-MAINLINE                                                  *
013800*================================================================*
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014100     PERFORM 2000-PROMPT-FOR-RECEIPT
014200         THRU 2000-PROMPT-FOR-RECEIPT-EXIT.
014300     PERFORM 3000-FIND-RECEIPT THRU 3000-FIND-RECEIPT-EXIT.
014400     IF NOT RECEIPT-IS-ON-FILE
014500         MOVE 'RECEIPT NOT ON FILE - NOTHING REVERSED'
014600             TO WS-MESSAGE
014700     ELSE
014800     IF RCP-STAT-RETURNED
014900         MOVE 'RECEIPT ALREADY RETURNED - NOTHING REVERSED'
015000             TO WS-MESSAGE
015100     ELSE
015200         PERFORM 4000-REVERSE-RECEIPT
015300             THRU 4000-REVERSE-RECEIPT-EXIT
015400         PERFORM 5000-CHARGE-RETURN-FEE
015500             THRU 5000-CHARGE-RETURN-FEE-EXIT
015600         PERFORM 6000-PLACE-HOLD THRU 6000-PLACE-HOLD-EXIT
015700     END-IF
015800     END-IF.
015900     DISPLAY CLEAR-SCREEN
016000     DISPLAY RESULT-SCREEN
016100     ACCEPT RESULT-SCREEN.
016200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
016300     GOBACK.
016400
016500*================================================================*
016600* 1000-INITIALIZE - OPEN THE RECEIPT, LEDGER AND FEE FILES, FIND *
016700* THE CURRENT TERM FOR THE FEE DETAIL, AND FETCH (OR CREATE) THE *
016800* STUDENT'S LEDGER RECORD.                                       *
016900*================================================================*
017000 1000-INITIALIZE.
017100     OPEN I-O RECEIPT-FILE.
017200     IF RCP-FS-NOT-FOUND
017300         OPEN OUTPUT RECEIPT-FILE
017400         CLOSE RECEIPT-FILE
017500         OPEN I-O RECEIPT-FILE
017600     END-IF.
017700     OPEN I-O LEDGER-FILE.
017800     IF LEDGER-FS-NOT-FOUND
017900         OPEN OUTPUT LEDGER-FILE
018000         CLOSE LEDGER-FILE
018100         OPEN I-O LEDGER-FILE
018200     END-IF.
018300     OPEN INPUT FEE-FILE.
018400     OPEN I-O FEE-DETAIL-FILE.
018500     IF FDT-FS-NOT-FOUND
018600         OPEN OUTPUT FEE-DETAIL-FILE
018700         CLOSE FEE-DETAIL-FILE
018800         OPEN I-O FEE-DETAIL-FILE
018900     END-IF.
019000     OPEN EXTEND GLX-FILE.
019100     IF NOT GLX-FS-OK
019200         CLOSE GLX-FILE
019300         OPEN OUTPUT GLX-FILE
019400         CLOSE GLX-FILE
019500         OPEN EXTEND GLX-FILE
019600     END-IF.
019700     OPEN INPUT TERM-FILE.
019800     PERFORM 1100-FIND-CURRENT-TERM
019900         THRU 1100-FIND-CURRENT-TERM-EXIT.
020000     MOVE LK-SNO TO LED-SSN
020100     READ LEDGER-FILE
020200         INVALID KEY
020300             INITIALIZE LEDGER-RECORD
020400             MOVE LK-SNO TO LED-SSN
020500             MOVE 'N' TO LED-HOLD-FLAG
020600             WRITE LEDGER-RECORD
020700     END-READ.
020800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100
021200*================================================================*
021300* 1100-FIND-CURRENT-TERM - SCANS THE TERM CALENDAR FOR THE ONE   *
021400* TERM FLAGGED CURRENT, AS PROJ-ENROLLMENT DOES.  NO CALENDAR    *
021500* STAMPS THE FEE DETAIL WITH A BLANK TERM.                       *
021600*================================================================*
021700 1100-FIND-CURRENT-TERM.
021800     MOVE SPACES TO WS-CURRENT-TERM
021900     MOVE 'N' TO WS-TRM-EOF-SW
022000     IF TRM-FS-NOT-FOUND
022100         MOVE 'Y' TO WS-TRM-EOF-SW
022200     END-IF.
022300     IF NOT TERM-SCAN-DONE
022400         MOVE LOW-VALUES TO TRM-CODE
022500         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
022600             INVALID KEY
022700                 MOVE 'Y' TO WS-TRM-EOF-SW
022800         END-START
022900     END-IF.
023000     PERFORM 1110-SCAN-ONE-TERM THRU 1110-SCAN-ONE-TERM-EXIT
023100         UNTIL TERM-SCAN-DONE.
023200 1100-FIND-CURRENT-TERM-EXIT.
023300     EXIT.
023400
023500 1110-SCAN-ONE-TERM.
023600     READ TERM-FILE NEXT RECORD
023700         AT END
023800             MOVE 'Y' TO WS-TRM-EOF-SW
023900         NOT AT END
024000             IF TRM-IS-CURRENT
024100                 MOVE TRM-CODE TO WS-CURRENT-TERM
024200                 MOVE 'Y' TO WS-TRM-EOF-SW
024300             END-IF
024400     END-READ.
024500 1110-SCAN-ONE-TERM-EXIT.
024600     EXIT.
024700
024800*================================================================*
024900* 2000-PROMPT-FOR-RECEIPT                                        *
025000*================================================================*
025100 2000-PROMPT-FOR-RECEIPT.
025200     MOVE SPACES TO WS-MESSAGE
025300     MOVE ZERO TO WS-RTN-SEQ-NO
025400     DISPLAY CLEAR-SCREEN
025500     DISPLAY RETURNED-PAYMENT-SCREEN
025600     ACCEPT RETURNED-PAYMENT-SCREEN.
025700 2000-PROMPT-FOR-RECEIPT-EXIT.
025800     EXIT.
025900
026000*================================================================*
026100* 3000-FIND-RECEIPT - READS THE ORIGINAL RECEIPT BY SSN AND THE  *
026200* KEYED SEQUENCE NUMBER.                                         *
026300*================================================================*
026400 3000-FIND-RECEIPT.
026500     MOVE 'N' TO WS-RCP-FOUND-SW
026600     MOVE ZERO TO WS-RTN-AMOUNT WS-RTN-FEE-AMOUNT
026700     MOVE LK-SNO TO RCP-SSN
026800     MOVE WS-RTN-SEQ-NO TO RCP-SEQ-NO
026900     READ RECEIPT-FILE
027000         INVALID KEY
027100             GO TO 3000-FIND-RECEIPT-EXIT
027200     END-READ.
027300     MOVE 'Y' TO WS-RCP-FOUND-SW
027400     MOVE RCP-AMOUNT TO WS-RTN-AMOUNT.
027500 3000-FIND-RECEIPT-EXIT.
027600     EXIT.
027700
027800*================================================================*
027900* 4000-REVERSE-RECEIPT - MARKS THE RECEIPT RETURNED WITH TODAY'S *
028000* DATE, BACKS ITS AMOUNT OUT OF THE LEDGER CREDITS, AND APPENDS  *
028100* THE REVERSING GL EXTRACT.  THE RECEIPT STAYS ON FILE SO THE    *
028200* HISTORY SHOWS WHAT WAS PAID AND WHAT CAME BACK.                *
028300*================================================================*
028400 4000-REVERSE-RECEIPT.
028500     MOVE 'R' TO RCP-STATUS
028600     MOVE WS-TODAY-CC TO RCP-RTN-DATE-CC
028700     MOVE WS-TODAY-YY TO RCP-RTN-DATE-YY
028800     MOVE WS-TODAY-MM TO RCP-RTN-DATE-MM
028900     MOVE WS-TODAY-DD TO RCP-RTN-DATE-DD
029000     REWRITE RECEIPT-RECORD.
029100
029200     SUBTRACT WS-RTN-AMOUNT FROM LED-CREDITS-TOTAL
029300     PERFORM 4100-WRITE-REVERSING-GLX
029400         THRU 4100-WRITE-REVERSING-GLX-EXIT.
029500 4000-REVERSE-RECEIPT-EXIT.
029600     EXIT.
029700
029800*================================================================*
029900* 4100-WRITE-REVERSING-GLX - THE RECEIPT'S GL EXTRACT WITH A     *
030000* NEGATIVE AMOUNT, SAME TYPE, REFERENCE AND ACCOUNT AS POSTED.   *
030100*================================================================*
030200 4100-WRITE-REVERSING-GLX.
030300     MOVE SPACES TO GL-EXTRACT-RECORD
030400     MOVE 'R' TO GLX-TRANS-TYPE
030500     MOVE LK-SNO TO GLX-SSN
030600     MOVE WS-TODAY-CC TO GLX-DATE-CC
030700     MOVE WS-TODAY-YY TO GLX-DATE-YY
030800     MOVE WS-TODAY-MM TO GLX-DATE-MM
030900     MOVE WS-TODAY-DD TO GLX-DATE-DD
031000     STRING 'RCPT' DELIMITED BY SIZE
031100         RCP-SEQ-NO DELIMITED BY SIZE
031200         INTO GLX-REFERENCE
031300     COMPUTE GLX-AMOUNT = ZERO - WS-RTN-AMOUNT
031400     MOVE '1000-CASH' TO GLX-GL-ACCOUNT
031500     WRITE GL-EXTRACT-RECORD.
031600 4100-WRITE-REVERSING-GLX-EXIT.
031700     EXIT.
031800
031900*================================================================*
032000* 5000-CHARGE-RETURN-FEE - FINDS THE RETURNED-ITEM FEE ON THE    *
032100* FEE SCHEDULE (THE FIRST FEE WITH FREQUENCY R) AND CHARGES IT:  *
032200* A FEE DETAIL RECORD FOR THE STATEMENT AND THE NIGHTLY AUDIT,   *
032300* THE LEDGER CHARGE, AND A GL EXTRACT UNDER THE FEE'S ACCOUNT.   *
032400* A SCHEDULE WITH NO R FEE REVERSES THE RECEIPT WITHOUT A FEE.   *
032500*================================================================*
032600 5000-CHARGE-RETURN-FEE.
032700     MOVE 'N' TO WS-FEE-FOUND-SW
032800     MOVE 'N' TO WS-FEE-EOF-SW
032900     IF FEE-FILE-ABSENT
033000         MOVE 'Y' TO WS-FEE-EOF-SW
033100     END-IF.
033200     IF NOT FEE-SCAN-DONE
033300         MOVE LOW-VALUES TO FEE-CODE
033400         START FEE-FILE KEY IS NOT LESS THAN FEE-CODE
033500             INVALID KEY
033600                 MOVE 'Y' TO WS-FEE-EOF-SW
033700         END-START
033800     END-IF.
033900     PERFORM 5100-SCAN-ONE-FEE THRU 5100-SCAN-ONE-FEE-EXIT
034000         UNTIL FEE-SCAN-DONE.
034100     IF NOT RETURN-FEE-FOUND
034200         GO TO 5000-CHARGE-RETURN-FEE-EXIT.
034300     MOVE SPACES TO FEE-DETAIL-RECORD
034400     MOVE LK-SNO TO FDT-SSN
034500     MOVE WS-CURRENT-TERM TO FDT-TERM
034600     MOVE RCP-SEQ-NO TO WS-FEE-RCPT-SEQ
034700     MOVE WS-FEE-RCPT-REF TO FDT-COURSE-NO
034800     MOVE SPACES TO FDT-SECTION
034900     MOVE FEE-CODE TO FDT-FEE-CODE
035000     MOVE FEE-DESC TO FDT-DESC
035100     MOVE WS-TODAY-CC TO FDT-DATE-CC
035200     MOVE WS-TODAY-YY TO FDT-DATE-YY
035300     MOVE WS-TODAY-MM TO FDT-DATE-MM
035400     MOVE WS-TODAY-DD TO FDT-DATE-DD
035500     MOVE FEE-AMOUNT TO FDT-AMOUNT
035600     MOVE FEE-GL-ACCOUNT TO FDT-GL-ACCOUNT
035700     WRITE FEE-DETAIL-RECORD
035800         INVALID KEY
035810             MOVE 'N' TO WS-FEE-FOUND-SW
035900             GO TO 5000-CHARGE-RETURN-FEE-EXIT
036000     END-WRITE.
036100     MOVE FEE-AMOUNT TO WS-RTN-FEE-AMOUNT
036200     ADD FEE-AMOUNT TO LED-CHARGES-TOTAL
036300     PERFORM 5200-WRITE-FEE-GL-EXTRACT
036400         THRU 5200-WRITE-FEE-GL-EXTRACT-EXIT.
036500 5000-CHARGE-RETURN-FEE-EXIT.
036600     EXIT.
036700
036800 5100-SCAN-ONE-FEE.
036900     READ FEE-FILE NEXT RECORD
037000         AT END
037100             MOVE 'Y' TO WS-FEE-EOF-SW
037200         NOT AT END
037300             IF FEE-PER-RETURNED-ITEM
037400                 MOVE 'Y' TO WS-FEE-FOUND-SW
037500                 MOVE 'Y' TO WS-FEE-EOF-SW
037600             END-IF
037700     END-READ.
037800 5100-SCAN-ONE-FEE-EXIT.
037900     EXIT.
038000
038100*================================================================*
038200* 5200-WRITE-FEE-GL-EXTRACT - ONE GL EXTRACT RECORD FOR THE      *
038300* RETURNED-ITEM FEE, UNDER THE FEE'S OWN GL ACCOUNT.             *
038400*================================================================*
038500 5200-WRITE-FEE-GL-EXTRACT.
038600     MOVE SPACES TO GL-EXTRACT-RECORD
038700     MOVE 'E' TO GLX-TRANS-TYPE
038800     MOVE LK-SNO TO GLX-SSN
038900     MOVE WS-TODAY-CC TO GLX-DATE-CC
039000     MOVE WS-TODAY-YY TO GLX-DATE-YY
039100     MOVE WS-TODAY-MM TO GLX-DATE-MM
039200     MOVE WS-TODAY-DD TO GLX-DATE-DD
039300     STRING 'FEE ' DELIMITED BY SIZE
039400         FEE-CODE DELIMITED BY SIZE
039500         INTO GLX-REFERENCE
039600     MOVE FEE-AMOUNT TO GLX-AMOUNT
039700     MOVE FEE-GL-ACCOUNT TO GLX-GL-ACCOUNT
039800     WRITE GL-EXTRACT-RECORD.
039900 5200-WRITE-FEE-GL-EXTRACT-EXIT.
040000     EXIT.
040100
040200*================================================================*
040300* 6000-PLACE-HOLD - PUTS THE REGISTRAR HOLD ON THE ACCOUNT SO    *
040400* PROJ-ENROLLMENT REFUSES THE STUDENT UNTIL THE BURSAR CLEARS IT *
040500* THROUGH REGISTRAR-HOLD-PGM, RECOMPUTES THE BALANCE FROM THE    *
040600* REVERSED CREDIT AND THE FEE, AND REWRITES THE LEDGER.          *
040700*================================================================*
040800 6000-PLACE-HOLD.
040900     MOVE 'Y' TO LED-HOLD-FLAG
041000     MOVE 'RETURNED PAYMENT' TO LED-HOLD-REASON
041100     COMPUTE LED-BALANCE =
041200         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
041210             - LED-SPONSOR-TOTAL
041300     REWRITE LEDGER-RECORD.
041400     IF RETURN-FEE-FOUND
041500         MOVE 'PAYMENT RETURNED - FEE CHARGED AND HOLD PLACED'
041600             TO WS-MESSAGE
041700     ELSE
041800         MOVE 'PAYMENT RETURNED - HOLD PLACED, NO FEE SCHEDULED'
041900             TO WS-MESSAGE
042000     END-IF.
042100 6000-PLACE-HOLD-EXIT.
042200     EXIT.
042300
042400*================================================================*
042500* 9999-TERMINATE                                                 *
042600*================================================================*
042700 9999-TERMINATE.
042800     CLOSE RECEIPT-FILE.
042900     CLOSE LEDGER-FILE.
043000     CLOSE FEE-FILE.
043100     CLOSE FEE-DETAIL-FILE.
043200     CLOSE TERM-FILE.
043300     CLOSE GLX-FILE.
043400 9999-TERMINATE-EXIT.
043500     EXIT.
