000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COLLECTION-PLACE-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - COLLECTION AGENCY PLACEMENT RUN.  AN
001100*                ACCOUNT OWING PAST THE 90-DAY COLUMN OF THE AGED
001200*                TRIAL BALANCE USED TO SIT THERE FOREVER.  THIS
001300*                RUN PICKS EVERY LEDGER WITH A BALANCE OWED THAT
001400*                IS NOT ALREADY IN COLLECTIONS, HAS NO ACTIVE
001500*                PAYMENT PLAN (PLNMSTR) AND NO ACTIVE SPONSOR
001600*                AUTHORIZATION (SPAMSTR), HAS AN UNPAID CHARGE
001700*                OLDER THAN THE PLACEMENT AGE (AGED AS AGING-PGM
001800*                AGES IT - CREDITS AGAINST THE OLDEST CHARGES
001900*                FIRST) AND HAS HAD NO PAYMENT IN THAT TIME.  EACH
002000*                ONE IS WRITTEN TO THE AGENCY PLACEMENT FILE
002100*                (COLPLCMT), OPENED ON THE COLLECTION ACCOUNT
002200*                MASTER (COLMSTR) WITH THE AGENCY AND ITS
002300*                COMMISSION RATE, MARKED PLACED ON THE LEDGER AND
002400*                LISTED ON COLPRPT.  THE OPERATOR KEYS THE AGE
002500*                (BLANK OR ZERO MEANS 120 DAYS), THE AGENCY CODE
002600*                AND THE COMMISSION PERCENT.  THE RUN CHECKS IN
002700*                WITH RUN-CONTROL-PGM (JOB COLPLACE).
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS LED-SSN
003600         FILE STATUS IS WS-LEDGER-FS.
003700     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS STU-SSN
004100         FILE STATUS IS WS-STUDENT-FS.
004200     SELECT ENROLLMENT-FILE ASSIGN TO "ENRMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ENR-KEY
004600         FILE STATUS IS WS-ENR-FS.
004700     SELECT ARCHIVE-FILE ASSIGN TO "ENRARCH"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ARC-KEY
005100         FILE STATUS IS WS-ARC-FS.
005200     SELECT PAYPLAN-FILE ASSIGN TO "PLNMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PLN-SSN
005600         FILE STATUS IS WS-PLN-FS.
005700     SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPAMSTR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SPA-KEY
006100         FILE STATUS IS WS-SPA-FS.
006200     SELECT RECEIPT-FILE ASSIGN TO "RCPMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RCP-KEY
006600         FILE STATUS IS WS-RCP-FS.
006700     SELECT COLLECTION-FILE ASSIGN TO "COLMSTR"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS COL-SSN
007100         FILE STATUS IS WS-COL-FS.
007200     SELECT PLACEMENT-FILE ASSIGN TO "COLPLCMT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PLC-FS.
007500     SELECT REPORT-FILE ASSIGN TO "COLPRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RPT-FS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  LEDGER-FILE.
008100     COPY LEDREC.
008200 FD  STUDENT-FILE.
008300     COPY STUREC.
008400 FD  ENROLLMENT-FILE.
008500     COPY ENRREC.
008600 FD  ARCHIVE-FILE.
008700     COPY ARCREC.
008800 FD  PAYPLAN-FILE.
008900     COPY PLNREC.
009000 FD  SPONSOR-AUTH-FILE.
009100     COPY SPAREC.
009200 FD  RECEIPT-FILE.
009300     COPY RCPREC.
009400 FD  COLLECTION-FILE.
009500     COPY COLREC.
009600 FD  PLACEMENT-FILE.
009700     COPY PLCREC.
009800 FD  REPORT-FILE.
009900 01  REPORT-LINE                  PIC X(100).
010000 WORKING-STORAGE SECTION.
010100 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
010200     88  LEDGER-FS-OK                     VALUE '00'.
010300     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
010400 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
010500     88  STUDENT-FS-OK                    VALUE '00'.
010600     88  STUDENT-FILE-ABSENT              VALUE '35'.
010700 01  WS-ENR-FS                PIC X(02)  VALUE '00'.
010800     88  ENR-FILE-ABSENT                  VALUE '35'.
010900 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
011000     88  ARC-FILE-ABSENT                  VALUE '35'.
011100 01  WS-PLN-FS                PIC X(02)  VALUE '00'.
011200     88  PLN-FILE-ABSENT                  VALUE '35'.
011300 01  WS-SPA-FS                PIC X(02)  VALUE '00'.
011400     88  SPA-FILE-ABSENT                  VALUE '35'.
011500 01  WS-RCP-FS                PIC X(02)  VALUE '00'.
011600     88  RCP-FILE-ABSENT                  VALUE '35'.
011700 01  WS-COL-FS                PIC X(02)  VALUE '00'.
011800     88  COL-FS-NOT-FOUND                 VALUE '23' '35'.
011900 01  WS-PLC-FS                PIC X(02)  VALUE '00'.
012000 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
012100
012200 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
012300     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
012400 01  WS-DETAIL-EOF-SW         PIC X      VALUE 'N'.
012500     88  DETAIL-SCAN-DONE                 VALUE 'Y'.
012600 01  WS-VALID-SW              PIC X      VALUE 'N'.
012700     88  PROMPTS-ARE-VALID                VALUE 'Y'.
012800 01  WS-EXCLUDE-SW            PIC X      VALUE 'N'.
012900     88  ACCOUNT-EXCLUDED                 VALUE 'Y'.
013000 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
013100
013200*----------------------------------------------------------------
013300* THE OPERATOR'S PLACEMENT TERMS.
013400*----------------------------------------------------------------
013500 01  WS-PLACE-DAYS            PIC 9(03)  VALUE ZERO.
013600 01  WS-DEFAULT-PLACE-DAYS    PIC 9(03)  VALUE 120.
013700 01  WS-AGENCY-CODE           PIC X(06)  VALUE SPACES.
013800 01  WS-COMMISSION-PCT        PIC 9(02)  VALUE ZERO.
013900 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
014000 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
014100     05  WS-TODAY-CC          PIC 9(02).
014200     05  WS-TODAY-YY          PIC 9(02).
014300     05  WS-TODAY-MM          PIC 9(02).
014400     05  WS-TODAY-DD          PIC 9(02).
014500 01  WS-TODAY-INT             PIC 9(08)  COMP VALUE ZERO.
014600
014700*----------------------------------------------------------------
014800* ONE STUDENT'S CHARGES, COLLECTED FROM THE ARCHIVE AND THE LIVE
014900* MASTER IN CHARGE-DATE ORDER AND AGED THE WAY AGING-PGM AGES
015000* THEM, SO AN ACCOUNT IS PLACED ON THE SAME FIGURES THE AGED
015100* TRIAL BALANCE SHOWS.
015200*----------------------------------------------------------------
015300 01  WS-CHARGE-TABLE.
015400     05  WS-CHARGE-ENTRY OCCURS 200 TIMES.
015500         10  WS-CHG-DATE      PIC 9(08).
015600         10  WS-CHG-AMT       PIC S9(07)V99.
015700 77  WS-CHG-COUNT             PIC 9(03)  COMP VALUE ZERO.
015800 77  WS-CHG-IX                PIC 9(03)  COMP VALUE ZERO.
015900 77  WS-CHG-JX                PIC 9(03)  COMP VALUE ZERO.
016000 01  WS-PLACE-SNO             PIC 9(09)  VALUE ZERO.
016100 01  WS-NEW-DATE              PIC 9(08)  VALUE ZERO.
016200 01  WS-NEW-AMT               PIC S9(07)V99 VALUE ZERO.
016300 01  WS-REMAIN-CREDITS        PIC S9(09)V99 VALUE ZERO.
016400 01  WS-SPONSOR-REMAIN        PIC S9(09)V99 VALUE ZERO.
016500 01  WS-APPLIED-AMT           PIC S9(07)V99 VALUE ZERO.
016600 01  WS-UNPAID-AMT            PIC S9(07)V99 VALUE ZERO.
016700 01  WS-PAST-AGE-AMT          PIC S9(09)V99 VALUE ZERO.
016800 01  WS-OLDEST-UNPAID         PIC 9(08)  VALUE ZERO.
016900 01  WS-AGE-DAYS              PIC S9(05)  VALUE ZERO.
017000 01  WS-CHG-INT               PIC 9(08)  COMP VALUE ZERO.
017100 01  WS-LAST-PAY-DATE         PIC 9(08)  VALUE ZERO.
017200 01  WS-RCP-DATE              PIC 9(08)  VALUE ZERO.
017300
017400*----------------------------------------------------------------
017500* RUN TOTALS.
017600*----------------------------------------------------------------
017700 77  WS-PLACED-COUNT          PIC 9(06)  VALUE ZERO.
017800 77  WS-PLAN-COUNT            PIC 9(06)  VALUE ZERO.
017900 77  WS-SPONSOR-COUNT         PIC 9(06)  VALUE ZERO.
018000 77  WS-PAID-COUNT            PIC 9(06)  VALUE ZERO.
018100 01  WS-PLACED-TOTAL          PIC 9(09)V99 VALUE ZERO.
018200
018300*----------------------------------------------------------------
018400* ONE LINE OF THE PLACEMENT REPORT.
018500*----------------------------------------------------------------
018600 01  WS-PLACE-LINE.
018700     05  WS-PL-SSN            PIC 9(09).
018800     05  FILLER               PIC X(01)  VALUE SPACE.
018900     05  WS-PL-NAME           PIC X(25).
019000     05  FILLER               PIC X(01)  VALUE SPACE.
019100     05  WS-PL-AMOUNT         PIC Z(6)9.99.
019200     05  FILLER               PIC X(02)  VALUE SPACES.
019300     05  WS-PL-OLDEST         PIC 9(08).
019400     05  FILLER               PIC X(02)  VALUE SPACES.
019500     05  WS-PL-LAST-PAY       PIC X(08).
019600 01  WS-AMT-EDIT              PIC Z(8)9.99 VALUE ZERO.
019700*----------------------------------------------------------------
019800* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
019900*----------------------------------------------------------------
020000 COPY RUNPARM.
020100 PROCEDURE DIVISION.
020200*================================================================*
020300* 0000-MAINLINE                                                  *
020400*================================================================*
020500 0000-MAINLINE.
020600     MOVE 'COLPLACE' TO RC-JOB-NAME
020700     MOVE 'S' TO RC-FUNCTION
020800     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
020900     IF RC-RUN-DENIED
021000         DISPLAY 'COLLECTION-PLACE-PGM - '
021100             'RUN REFUSED BY RUN CONTROL'
021200         STOP RUN.
021300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021400     PERFORM 1500-VALIDATE-PROMPTS
021500         THRU 1500-VALIDATE-PROMPTS-EXIT.
021600     IF PROMPTS-ARE-VALID
021700         PERFORM 2000-WALK-LEDGERS THRU 2000-WALK-LEDGERS-EXIT
021800     ELSE
021900         MOVE SPACES TO REPORT-LINE
022000         STRING 'NO ACCOUNTS PLACED - ' DELIMITED BY SIZE
022100             WS-REFUSE-REASON DELIMITED BY SIZE
022200             INTO REPORT-LINE
022300         WRITE REPORT-LINE
022400         DISPLAY 'COLLECTION-PLACE-PGM - ' WS-REFUSE-REASON
022500     END-IF.
022600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
022700     MOVE 'E' TO RC-FUNCTION
022800     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
022900     STOP RUN.
023000
023100*================================================================*
023200* 1000-INITIALIZE - OPENS THE FILES, CREATING THE COLLECTION     *
023300* ACCOUNT MASTER ON THE FIRST RUN, AND ASKS FOR THE PLACEMENT    *
023400* AGE, THE AGENCY AND ITS COMMISSION RATE.  A DETAIL FILE THAT   *
023500* DOES NOT EXIST SIMPLY CONTRIBUTES NOTHING.                     *
023600*================================================================*
023700 1000-INITIALIZE.
023800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
023900     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
024000     OPEN I-O LEDGER-FILE.
024100     OPEN INPUT STUDENT-FILE.
024200     OPEN INPUT ENROLLMENT-FILE.
024300     OPEN INPUT ARCHIVE-FILE.
024400     OPEN INPUT PAYPLAN-FILE.
024500     OPEN INPUT SPONSOR-AUTH-FILE.
024600     OPEN INPUT RECEIPT-FILE.
024700     OPEN I-O COLLECTION-FILE.
024800     IF COL-FS-NOT-FOUND
024900         OPEN OUTPUT COLLECTION-FILE
025000         CLOSE COLLECTION-FILE
025100         OPEN I-O COLLECTION-FILE
025200     END-IF.
025300     OPEN OUTPUT PLACEMENT-FILE.
025400     OPEN OUTPUT REPORT-FILE.
025500     DISPLAY 'COLLECTION-PLACE-PGM - ENTER DAYS PAST DUE WITH NO '
025600         'PAYMENT BEFORE PLACEMENT (BLANK = 120):'
025700     ACCEPT WS-PLACE-DAYS.
025800     IF WS-PLACE-DAYS = ZERO
025900         MOVE WS-DEFAULT-PLACE-DAYS TO WS-PLACE-DAYS
026000     END-IF.
026100     DISPLAY 'COLLECTION-PLACE-PGM - ENTER AGENCY CODE:'
026200     ACCEPT WS-AGENCY-CODE.
026300     DISPLAY 'COLLECTION-PLACE-PGM - ENTER AGENCY COMMISSION '
026400         'PERCENT (WHOLE NUMBER):'
026500     ACCEPT WS-COMMISSION-PCT.
026600     MOVE SPACES TO REPORT-LINE
026700     STRING 'COLLECTION AGENCY PLACEMENTS - RUN DATE '
026800         DELIMITED BY SIZE
026900         WS-TODAY DELIMITED BY SIZE
027000         '  AGENCY ' DELIMITED BY SIZE
027100         WS-AGENCY-CODE DELIMITED BY SIZE
027200         '  COMMISSION ' DELIMITED BY SIZE
027300         WS-COMMISSION-PCT DELIMITED BY SIZE
027400         '%' DELIMITED BY SIZE
027500         INTO REPORT-LINE
027600     WRITE REPORT-LINE.
027700     MOVE SPACES TO REPORT-LINE
027800     STRING '  UNPAID PAST ' DELIMITED BY SIZE
027900         WS-PLACE-DAYS DELIMITED BY SIZE
028000         ' DAYS WITH NO PAYMENT IN THAT TIME' DELIMITED BY SIZE
028100         INTO REPORT-LINE
028200     WRITE REPORT-LINE.
028300     MOVE SPACES TO REPORT-LINE
028400     WRITE REPORT-LINE.
028500     MOVE 'SSN       NAME' TO REPORT-LINE
028600     MOVE 'PLACED AMT  OLDEST    LAST PAY'
028700         TO REPORT-LINE(40:30)
028800     WRITE REPORT-LINE.
028900 1000-INITIALIZE-EXIT.
029000     EXIT.
029100
029200*================================================================*
029300* 1500-VALIDATE-PROMPTS - NOTHING IS PLACED WITHOUT AN AGENCY TO *
029400* PLACE IT WITH, OR WITHOUT A LEDGER TO PLACE FROM.              *
029500*================================================================*
029600 1500-VALIDATE-PROMPTS.
029700     MOVE 'N' TO WS-VALID-SW
029800     IF WS-AGENCY-CODE = SPACES
029900         MOVE 'NO AGENCY CODE ENTERED' TO WS-REFUSE-REASON
030000         GO TO 1500-VALIDATE-PROMPTS-EXIT.
030100     IF LEDGER-FS-NOT-FOUND
030200         MOVE 'NO LEDGER RECORDS ON FILE' TO WS-REFUSE-REASON
030300         GO TO 1500-VALIDATE-PROMPTS-EXIT.
030400     MOVE 'Y' TO WS-VALID-SW.
030500 1500-VALIDATE-PROMPTS-EXIT.
030600     EXIT.
030700
030800*================================================================*
030900* 2000-WALK-LEDGERS - EVERY LEDGER RECORD IS TRIED FOR           *
031000* PLACEMENT.                                                     *
031100*================================================================*
031200 2000-WALK-LEDGERS.
031300     MOVE 'N' TO WS-LED-EOF-SW
031400     MOVE LOW-VALUES TO LED-SSN
031500     START LEDGER-FILE KEY IS NOT LESS THAN LED-SSN
031600         INVALID KEY
031700             MOVE 'Y' TO WS-LED-EOF-SW
031800     END-START.
031900     PERFORM 2100-SELECT-ONE-LEDGER
032000         THRU 2100-SELECT-ONE-LEDGER-EXIT
032100         UNTIL LEDGER-SCAN-DONE.
032200 2000-WALK-LEDGERS-EXIT.
032300     EXIT.
032400
032500*================================================================*
032600* 2100-SELECT-ONE-LEDGER - A BALANCE OWED, NOT ALREADY IN        *
032700* COLLECTIONS, NOT UNDER AN ACTIVE PAYMENT PLAN OR SPONSOR       *
032800* AUTHORIZATION, NO PAYMENT INSIDE THE PLACEMENT AGE, AND SOME   *
032900* OF THE BALANCE UNPAID LONGER THAN THAT.  THE EXCLUSIONS ARE    *
033000* COUNTED FOR THE FOOT OF THE REPORT.                            *
033100*================================================================*
033200 2100-SELECT-ONE-LEDGER.
033300     READ LEDGER-FILE NEXT RECORD
033400         AT END
033500             MOVE 'Y' TO WS-LED-EOF-SW
033600     END-READ.
033700     IF LEDGER-SCAN-DONE
033800         GO TO 2100-SELECT-ONE-LEDGER-EXIT.
033900     IF LED-BALANCE NOT > ZERO
034000         GO TO 2100-SELECT-ONE-LEDGER-EXIT.
034100     IF LED-IN-COLLECTIONS
034200         GO TO 2100-SELECT-ONE-LEDGER-EXIT.
034300     MOVE LED-SSN TO WS-PLACE-SNO
034400     PERFORM 2200-CHECK-PAYMENT-PLAN
034500         THRU 2200-CHECK-PAYMENT-PLAN-EXIT.
034600     IF ACCOUNT-EXCLUDED
034700         ADD 1 TO WS-PLAN-COUNT
034800         GO TO 2100-SELECT-ONE-LEDGER-EXIT.
034900     PERFORM 2300-CHECK-SPONSOR-COVERAGE
035000         THRU 2300-CHECK-SPONSOR-COVERAGE-EXIT.
035100     IF ACCOUNT-EXCLUDED
035200         ADD 1 TO WS-SPONSOR-COUNT
035300         GO TO 2100-SELECT-ONE-LEDGER-EXIT.
035400     PERFORM 2400-FIND-LAST-PAYMENT
035500         THRU 2400-FIND-LAST-PAYMENT-EXIT.
035600     IF WS-LAST-PAY-DATE NOT = ZERO
035700         COMPUTE WS-CHG-INT =
035800             FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE)
035900         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHG-INT
036000         IF WS-AGE-DAYS < WS-PLACE-DAYS
036100             ADD 1 TO WS-PAID-COUNT
036200             GO TO 2100-SELECT-ONE-LEDGER-EXIT
036300         END-IF
036400     END-IF.
036500     PERFORM 3000-COLLECT-CHARGES THRU 3000-COLLECT-CHARGES-EXIT.
036600     PERFORM 4000-FIND-PAST-AGE-AMOUNT
036700         THRU 4000-FIND-PAST-AGE-AMOUNT-EXIT.
036800     IF WS-PAST-AGE-AMT > ZERO
036900         PERFORM 5000-PLACE-ACCOUNT THRU 5000-PLACE-ACCOUNT-EXIT
037000     END-IF.
037100 2100-SELECT-ONE-LEDGER-EXIT.
037200     EXIT.
037300
037400*================================================================*
037500* 2200-CHECK-PAYMENT-PLAN - AN ACTIVE PAYMENT PLAN IS BEING      *
037600* WORKED WITH THE BURSAR AND IS NEVER PLACED.                    *
037700*================================================================*
037800 2200-CHECK-PAYMENT-PLAN.
037900     MOVE 'N' TO WS-EXCLUDE-SW
038000     IF PLN-FILE-ABSENT
038100         GO TO 2200-CHECK-PAYMENT-PLAN-EXIT.
038200     MOVE WS-PLACE-SNO TO PLN-SSN
038300     READ PAYPLAN-FILE
038400         INVALID KEY
038500             GO TO 2200-CHECK-PAYMENT-PLAN-EXIT
038600     END-READ.
038700     IF PLN-STAT-ACTIVE
038800         MOVE 'Y' TO WS-EXCLUDE-SW
038900     END-IF.
039000 2200-CHECK-PAYMENT-PLAN-EXIT.
039100     EXIT.
039200
039300*================================================================*
039400* 2300-CHECK-SPONSOR-COVERAGE - A STUDENT WITH AN ACTIVE SPONSOR *
039500* AUTHORIZATION FOR ANY TERM HAS A THIRD PARTY ON THE HOOK AND   *
039600* IS LEFT FOR THE SPONSOR BILLING TO SETTLE.                     *
039700*================================================================*
039800 2300-CHECK-SPONSOR-COVERAGE.
039900     MOVE 'N' TO WS-EXCLUDE-SW
040000     MOVE 'N' TO WS-DETAIL-EOF-SW
040100     IF SPA-FILE-ABSENT
040200         GO TO 2300-CHECK-SPONSOR-COVERAGE-EXIT.
040300     MOVE WS-PLACE-SNO TO SPA-SSN
040400     MOVE LOW-VALUES TO SPA-TERM
040500     START SPONSOR-AUTH-FILE KEY IS NOT LESS THAN SPA-KEY
040600         INVALID KEY
040700             MOVE 'Y' TO WS-DETAIL-EOF-SW
040800     END-START.
040900     PERFORM 2310-CHECK-ONE-AUTHORIZATION
041000         THRU 2310-CHECK-ONE-AUTHORIZATION-EXIT
041100         UNTIL DETAIL-SCAN-DONE.
041200 2300-CHECK-SPONSOR-COVERAGE-EXIT.
041300     EXIT.
041400
041500 2310-CHECK-ONE-AUTHORIZATION.
041600     READ SPONSOR-AUTH-FILE NEXT RECORD
041700         AT END
041800             MOVE 'Y' TO WS-DETAIL-EOF-SW
041900     END-READ.
042000     IF DETAIL-SCAN-DONE
042100         GO TO 2310-CHECK-ONE-AUTHORIZATION-EXIT.
042200     IF SPA-SSN NOT = WS-PLACE-SNO
042300         MOVE 'Y' TO WS-DETAIL-EOF-SW
042400         GO TO 2310-CHECK-ONE-AUTHORIZATION-EXIT.
042500     IF SPA-STAT-ACTIVE
042600         MOVE 'Y' TO WS-EXCLUDE-SW
042700         MOVE 'Y' TO WS-DETAIL-EOF-SW
042800     END-IF.
042900 2310-CHECK-ONE-AUTHORIZATION-EXIT.
043000     EXIT.
043100
043200*================================================================*
043300* 2400-FIND-LAST-PAYMENT - THE DATE OF THE STUDENT'S LATEST      *
043400* RECEIPT, ZERO WHEN THERE IS NONE.  A RECEIPT RETURNED BY THE   *
043500* BANK WAS NEVER PAID AND DOES NOT COUNT.                        *
043600*================================================================*
043700 2400-FIND-LAST-PAYMENT.
043800     MOVE ZERO TO WS-LAST-PAY-DATE
043900     MOVE 'N' TO WS-DETAIL-EOF-SW
044000     IF RCP-FILE-ABSENT
044100         GO TO 2400-FIND-LAST-PAYMENT-EXIT.
044200     MOVE WS-PLACE-SNO TO RCP-SSN
044300     MOVE ZERO TO RCP-SEQ-NO
044400     START RECEIPT-FILE KEY IS NOT LESS THAN RCP-KEY
044500         INVALID KEY
044600             MOVE 'Y' TO WS-DETAIL-EOF-SW
044700     END-START.
044800     PERFORM 2410-CHECK-ONE-RECEIPT
044900         THRU 2410-CHECK-ONE-RECEIPT-EXIT
045000         UNTIL DETAIL-SCAN-DONE.
045100 2400-FIND-LAST-PAYMENT-EXIT.
045200     EXIT.
045300
045400 2410-CHECK-ONE-RECEIPT.
045500     READ RECEIPT-FILE NEXT RECORD
045600         AT END
045700             MOVE 'Y' TO WS-DETAIL-EOF-SW
045800     END-READ.
045900     IF DETAIL-SCAN-DONE
046000         GO TO 2410-CHECK-ONE-RECEIPT-EXIT.
046100     IF RCP-SSN NOT = WS-PLACE-SNO
046200         MOVE 'Y' TO WS-DETAIL-EOF-SW
046300         GO TO 2410-CHECK-ONE-RECEIPT-EXIT.
046400     MOVE RCP-TRANS-DATE TO WS-RCP-DATE
046500     IF NOT RCP-STAT-RETURNED
046600         AND WS-RCP-DATE > WS-LAST-PAY-DATE
046700         MOVE WS-RCP-DATE TO WS-LAST-PAY-DATE
046800     END-IF.
046900 2410-CHECK-ONE-RECEIPT-EXIT.
047000     EXIT.
047100
047200*================================================================*
047300* 3000-COLLECT-CHARGES - LOADS THE STUDENT'S CHARGES INTO THE    *
047400* CHARGE TABLE IN CHARGE-DATE ORDER, THE ARCHIVE FIRST, AS       *
047500* AGING-PGM DOES.                                                *
047600*================================================================*
047700 3000-COLLECT-CHARGES.
047800     MOVE ZERO TO WS-CHG-COUNT
047900     MOVE 'N' TO WS-DETAIL-EOF-SW
048000     IF ARC-FILE-ABSENT
048100         MOVE 'Y' TO WS-DETAIL-EOF-SW
048200     END-IF.
048300     IF NOT DETAIL-SCAN-DONE
048400         MOVE WS-PLACE-SNO TO ARC-SSN
048500         MOVE LOW-VALUES TO ARC-TERM ARC-COURSE-NO ARC-SECTION
048600         START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
048700             INVALID KEY
048800                 MOVE 'Y' TO WS-DETAIL-EOF-SW
048900         END-START
049000     END-IF.
049100     PERFORM 3200-LOAD-ONE-ARCHIVED-CHARGE
049200         THRU 3200-LOAD-ONE-ARCHIVED-CHARGE-EXIT
049300         UNTIL DETAIL-SCAN-DONE.
049400     MOVE 'N' TO WS-DETAIL-EOF-SW
049500     IF ENR-FILE-ABSENT
049600         MOVE 'Y' TO WS-DETAIL-EOF-SW
049700     END-IF.
049800     IF NOT DETAIL-SCAN-DONE
049900         MOVE WS-PLACE-SNO TO ENR-SSN
050000         MOVE LOW-VALUES TO ENR-COURSE-NO ENR-SECTION
050100         START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
050200             INVALID KEY
050300                 MOVE 'Y' TO WS-DETAIL-EOF-SW
050400         END-START
050500     END-IF.
050600     PERFORM 3100-LOAD-ONE-LIVE-CHARGE
050700         THRU 3100-LOAD-ONE-LIVE-CHARGE-EXIT
050800         UNTIL DETAIL-SCAN-DONE.
050900 3000-COLLECT-CHARGES-EXIT.
051000     EXIT.
051100
051200 3100-LOAD-ONE-LIVE-CHARGE.
051300     READ ENROLLMENT-FILE NEXT RECORD
051400         AT END
051500             MOVE 'Y' TO WS-DETAIL-EOF-SW
051600     END-READ.
051700     IF DETAIL-SCAN-DONE
051800         GO TO 3100-LOAD-ONE-LIVE-CHARGE-EXIT.
051900     IF ENR-SSN NOT = WS-PLACE-SNO
052000         MOVE 'Y' TO WS-DETAIL-EOF-SW
052100         GO TO 3100-LOAD-ONE-LIVE-CHARGE-EXIT.
052200     IF ENR-CHARGE-AMT > ZERO
052300         MOVE ENR-TRANS-DATE TO WS-NEW-DATE
052400         MOVE ENR-CHARGE-AMT TO WS-NEW-AMT
052500         PERFORM 3300-INSERT-CHARGE
052600             THRU 3300-INSERT-CHARGE-EXIT
052700     END-IF.
052800 3100-LOAD-ONE-LIVE-CHARGE-EXIT.
052900     EXIT.
053000
053100 3200-LOAD-ONE-ARCHIVED-CHARGE.
053200     READ ARCHIVE-FILE NEXT RECORD
053300         AT END
053400             MOVE 'Y' TO WS-DETAIL-EOF-SW
053500     END-READ.
053600     IF DETAIL-SCAN-DONE
053700         GO TO 3200-LOAD-ONE-ARCHIVED-CHARGE-EXIT.
053800     IF ARC-SSN NOT = WS-PLACE-SNO
053900         MOVE 'Y' TO WS-DETAIL-EOF-SW
054000         GO TO 3200-LOAD-ONE-ARCHIVED-CHARGE-EXIT.
054100     IF ARC-CHARGE-AMT > ZERO
054200         MOVE ARC-TRANS-DATE TO WS-NEW-DATE
054300         MOVE ARC-CHARGE-AMT TO WS-NEW-AMT
054400         PERFORM 3300-INSERT-CHARGE
054500             THRU 3300-INSERT-CHARGE-EXIT
054600     END-IF.
054700 3200-LOAD-ONE-ARCHIVED-CHARGE-EXIT.
054800     EXIT.
054900
055000*================================================================*
055100* 3300-INSERT-CHARGE - SLOTS THE NEW CHARGE INTO THE TABLE IN    *
055200* DATE ORDER, SHIFTING LATER ENTRIES DOWN.  A FULL TABLE DROPS   *
055300* THE NEWEST CHARGES, NEVER THE OLD ONES PLACEMENT KEYS ON.      *
055400*================================================================*
055500 3300-INSERT-CHARGE.
055600     IF WS-CHG-COUNT = 200
055700         GO TO 3300-INSERT-CHARGE-EXIT.
055800     MOVE 1 TO WS-CHG-IX
055900     PERFORM 3310-FIND-SLOT THRU 3310-FIND-SLOT-EXIT
056000         UNTIL WS-CHG-IX > WS-CHG-COUNT
056100         OR WS-CHG-DATE(WS-CHG-IX) > WS-NEW-DATE.
056200     MOVE WS-CHG-COUNT TO WS-CHG-JX
056300     PERFORM 3320-SHIFT-ONE-DOWN THRU 3320-SHIFT-ONE-DOWN-EXIT
056400         UNTIL WS-CHG-JX < WS-CHG-IX.
056500     MOVE WS-NEW-DATE TO WS-CHG-DATE(WS-CHG-IX)
056600     MOVE WS-NEW-AMT TO WS-CHG-AMT(WS-CHG-IX)
056700     ADD 1 TO WS-CHG-COUNT.
056800 3300-INSERT-CHARGE-EXIT.
056900     EXIT.
057000
057100 3310-FIND-SLOT.
057200     ADD 1 TO WS-CHG-IX.
057300 3310-FIND-SLOT-EXIT.
057400     EXIT.
057500
057600 3320-SHIFT-ONE-DOWN.
057700     MOVE WS-CHARGE-ENTRY(WS-CHG-JX)
057800         TO WS-CHARGE-ENTRY(WS-CHG-JX + 1)
057900     SUBTRACT 1 FROM WS-CHG-JX.
058000 3320-SHIFT-ONE-DOWN-EXIT.
058100     EXIT.
058200
058300*================================================================*
058400* 4000-FIND-PAST-AGE-AMOUNT - TAKES THE SPONSOR SHARE OFF THE    *
058500* NEWEST CHARGES AND APPLIES THE CREDITS AND AID AGAINST THE     *
058600* OLDEST, AS AGING-PGM DOES, THEN TOTALS THE UNPAID REMAINDER    *
058700* OLDER THAN THE PLACEMENT AGE AND NOTES THE DATE OF THE OLDEST  *
058800* CHARGE STILL UNPAID.                                           *
058900*================================================================*
059000 4000-FIND-PAST-AGE-AMOUNT.
059100     MOVE ZERO TO WS-PAST-AGE-AMT
059200     MOVE ZERO TO WS-OLDEST-UNPAID
059300     COMPUTE WS-REMAIN-CREDITS =
059400         LED-CREDITS-TOTAL + LED-AID-TOTAL.
059500     IF WS-REMAIN-CREDITS < ZERO
059600         MOVE ZERO TO WS-REMAIN-CREDITS
059700     END-IF.
059800     IF LED-SPONSOR-TOTAL > ZERO
059900         MOVE LED-SPONSOR-TOTAL TO WS-SPONSOR-REMAIN
060000         PERFORM 4050-APPLY-SPONSOR-SHARE
060100             THRU 4050-APPLY-SPONSOR-SHARE-EXIT
060200             VARYING WS-CHG-IX FROM WS-CHG-COUNT BY -1
060300             UNTIL WS-CHG-IX < 1 OR WS-SPONSOR-REMAIN = ZERO
060400     END-IF.
060500     MOVE 1 TO WS-CHG-IX
060600     PERFORM 4100-AGE-ONE-CHARGE
060700         THRU 4100-AGE-ONE-CHARGE-EXIT
060800         UNTIL WS-CHG-IX > WS-CHG-COUNT.
060900 4000-FIND-PAST-AGE-AMOUNT-EXIT.
061000     EXIT.
061100
061200 4050-APPLY-SPONSOR-SHARE.
061300     IF WS-SPONSOR-REMAIN NOT LESS THAN
061400         WS-CHG-AMT(WS-CHG-IX)
061500         SUBTRACT WS-CHG-AMT(WS-CHG-IX) FROM WS-SPONSOR-REMAIN
061600         MOVE ZERO TO WS-CHG-AMT(WS-CHG-IX)
061700     ELSE
061800         SUBTRACT WS-SPONSOR-REMAIN FROM WS-CHG-AMT(WS-CHG-IX)
061900         MOVE ZERO TO WS-SPONSOR-REMAIN
062000     END-IF.
062100 4050-APPLY-SPONSOR-SHARE-EXIT.
062200     EXIT.
062300
062400 4100-AGE-ONE-CHARGE.
062500     IF WS-REMAIN-CREDITS NOT LESS THAN
062600         WS-CHG-AMT(WS-CHG-IX)
062700         MOVE WS-CHG-AMT(WS-CHG-IX) TO WS-APPLIED-AMT
062800     ELSE
062900         MOVE WS-REMAIN-CREDITS TO WS-APPLIED-AMT
063000     END-IF.
063100     SUBTRACT WS-APPLIED-AMT FROM WS-REMAIN-CREDITS.
063200     COMPUTE WS-UNPAID-AMT =
063300         WS-CHG-AMT(WS-CHG-IX) - WS-APPLIED-AMT.
063400     IF WS-UNPAID-AMT > ZERO
063500         IF WS-OLDEST-UNPAID = ZERO
063600             MOVE WS-CHG-DATE(WS-CHG-IX) TO WS-OLDEST-UNPAID
063700         END-IF
063800         IF WS-CHG-DATE(WS-CHG-IX) = ZERO
063900             MOVE ZERO TO WS-AGE-DAYS
064000         ELSE
064100             COMPUTE WS-CHG-INT =
064200                 FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(WS-CHG-IX))
064300             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHG-INT
064400         END-IF
064500         IF WS-AGE-DAYS NOT LESS THAN WS-PLACE-DAYS
064600             ADD WS-UNPAID-AMT TO WS-PAST-AGE-AMT
064700         END-IF
064800     END-IF.
064900     ADD 1 TO WS-CHG-IX.
065000 4100-AGE-ONE-CHARGE-EXIT.
065100     EXIT.
065200
065300*================================================================*
065400* 5000-PLACE-ACCOUNT - THE WHOLE BALANCE GOES TO THE AGENCY.     *
065500* THE COLLECTION ACCOUNT IS OPENED (A CLOSED ONE FROM AN EARLIER *
065600* PLACEMENT IS REUSED), THE LEDGER IS MARKED PLACED, AND THE     *
065700* ACCOUNT GOES ON THE PLACEMENT FILE AND THE REPORT.             *
065800*================================================================*
065900 5000-PLACE-ACCOUNT.
066000     MOVE WS-PLACE-SNO TO COL-SSN
066100     READ COLLECTION-FILE
066200         INVALID KEY
066300             MOVE SPACES TO COL-STATUS
066400     END-READ.
066500     IF COL-STAT-OPEN
066600         MOVE COL-STATUS TO LED-COLLECT-STATUS
066700         REWRITE LEDGER-RECORD
066800         GO TO 5000-PLACE-ACCOUNT-EXIT.
066900     MOVE SPACES TO COLLECTION-RECORD
067000     MOVE WS-PLACE-SNO TO COL-SSN
067100     MOVE 'P' TO COL-STATUS
067200     MOVE WS-AGENCY-CODE TO COL-AGENCY-CODE
067300     MOVE WS-COMMISSION-PCT TO COL-COMMISSION-PCT
067400     MOVE WS-TODAY-CC TO COL-PLACE-CC
067500     MOVE WS-TODAY-YY TO COL-PLACE-YY
067600     MOVE WS-TODAY-MM TO COL-PLACE-MM
067700     MOVE WS-TODAY-DD TO COL-PLACE-DD
067800     MOVE LED-BALANCE TO COL-PLACED-AMT
067900     MOVE ZERO TO COL-WRITEOFF-DATE
068000     MOVE ZERO TO COL-WRITEOFF-AMT
068100     MOVE ZERO TO COL-WOFF-BASE-RCPT
068200     MOVE ZERO TO COL-RECOVERED-AMT
068300     MOVE ZERO TO COL-COMMISSION-AMT
068400     MOVE ZERO TO COL-WO-RECOVERED-AMT
068500     MOVE ZERO TO COL-CLOSE-DATE
068600     IF COL-FS-NOT-FOUND
068700         WRITE COLLECTION-RECORD
068800     ELSE
068900         REWRITE COLLECTION-RECORD
069000     END-IF.
069100     MOVE 'P' TO LED-COLLECT-STATUS
069200     REWRITE LEDGER-RECORD.
069300     PERFORM 5100-FETCH-STUDENT THRU 5100-FETCH-STUDENT-EXIT.
069400     PERFORM 5200-WRITE-PLACEMENT THRU 5200-WRITE-PLACEMENT-EXIT.
069500     PERFORM 5300-WRITE-REPORT-LINE
069600         THRU 5300-WRITE-REPORT-LINE-EXIT.
069700     ADD 1 TO WS-PLACED-COUNT
069800     ADD LED-BALANCE TO WS-PLACED-TOTAL.
069900 5000-PLACE-ACCOUNT-EXIT.
070000     EXIT.
070100
070200 5100-FETCH-STUDENT.
070300     MOVE SPACES TO STUDENT-RECORD
070400     IF STUDENT-FILE-ABSENT
070500         GO TO 5100-FETCH-STUDENT-EXIT.
070600     MOVE WS-PLACE-SNO TO STU-SSN
070700     READ STUDENT-FILE
070800         INVALID KEY
070900             MOVE SPACES TO STUDENT-RECORD
071000     END-READ.
071100 5100-FETCH-STUDENT-EXIT.
071200     EXIT.
071300
071400*================================================================*
071500* 5200-WRITE-PLACEMENT - ONE DETAIL RECORD FOR THE AGENCY.       *
071600*================================================================*
071700 5200-WRITE-PLACEMENT.
071800     MOVE SPACES TO PLACEMENT-RECORD
071900     MOVE 'D' TO PLC-REC-TYPE
072000     MOVE WS-AGENCY-CODE TO PLC-AGENCY-CODE
072100     MOVE WS-TODAY TO PLC-PLACE-DATE
072200     MOVE WS-PLACE-SNO TO PLC-SSN
072300     MOVE STU-LAST-NAME TO PLC-LAST-NAME
072400     MOVE STU-FIRST-NAME TO PLC-FIRST-NAME
072500     MOVE STU-MI TO PLC-MI
072600     MOVE STU-STREET TO PLC-STREET
072700     MOVE STU-CITY TO PLC-CITY
072800     MOVE STU-STATE TO PLC-STATE
072900     MOVE STU-ZIP TO PLC-ZIP
073000     MOVE STU-PHONE TO PLC-PHONE
073100     MOVE LED-BALANCE TO PLC-PLACED-AMT
073200     MOVE WS-OLDEST-UNPAID TO PLC-OLDEST-CHG-DATE
073300     MOVE WS-LAST-PAY-DATE TO PLC-LAST-PAY-DATE
073400     WRITE PLACEMENT-RECORD.
073500 5200-WRITE-PLACEMENT-EXIT.
073600     EXIT.
073700
073800 5300-WRITE-REPORT-LINE.
073900     MOVE WS-PLACE-SNO TO WS-PL-SSN
074000     MOVE SPACES TO WS-PL-NAME
074100     STRING STU-LAST-NAME DELIMITED BY '  '
074200         ', ' DELIMITED BY SIZE
074300         STU-FIRST-NAME DELIMITED BY '  '
074400         INTO WS-PL-NAME
074500     MOVE LED-BALANCE TO WS-PL-AMOUNT
074600     MOVE WS-OLDEST-UNPAID TO WS-PL-OLDEST
074700     IF WS-LAST-PAY-DATE = ZERO
074800         MOVE 'NONE' TO WS-PL-LAST-PAY
074900     ELSE
075000         MOVE WS-LAST-PAY-DATE TO WS-PL-LAST-PAY
075100     END-IF.
075200     MOVE WS-PLACE-LINE TO REPORT-LINE
075300     WRITE REPORT-LINE.
075400 5300-WRITE-REPORT-LINE-EXIT.
075500     EXIT.
075600
075700*================================================================*
075800* 9000-TERMINATE - CLOSES THE PLACEMENT FILE WITH ITS TRAILER,   *
075900* FOOTS THE REPORT AND CLOSES UP.                                *
076000*================================================================*
076100 9000-TERMINATE.
076200     MOVE SPACES TO PLACEMENT-RECORD
076300     MOVE 'T' TO PLC-REC-TYPE
076400     MOVE WS-AGENCY-CODE TO PLC-AGENCY-CODE
076500     MOVE WS-TODAY TO PLC-PLACE-DATE
076600     MOVE WS-PLACED-COUNT TO PLC-TRL-COUNT
076700     MOVE WS-PLACED-TOTAL TO PLC-TRL-AMOUNT
076800     WRITE PLACEMENT-RECORD.
076900     MOVE SPACES TO REPORT-LINE
077000     WRITE REPORT-LINE.
077100     MOVE WS-PLACED-TOTAL TO WS-AMT-EDIT
077200     MOVE SPACES TO REPORT-LINE
077300     STRING 'ACCOUNTS PLACED: ' DELIMITED BY SIZE
077400         WS-PLACED-COUNT DELIMITED BY SIZE
077500         '  AMOUNT PLACED: ' DELIMITED BY SIZE
077600         WS-AMT-EDIT DELIMITED BY SIZE
077700         INTO REPORT-LINE
077800     WRITE REPORT-LINE.
077900     MOVE SPACES TO REPORT-LINE
078000     STRING 'LEFT OUT - PAYMENT PLAN: ' DELIMITED BY SIZE
078100         WS-PLAN-COUNT DELIMITED BY SIZE
078200         '  SPONSOR: ' DELIMITED BY SIZE
078300         WS-SPONSOR-COUNT DELIMITED BY SIZE
078400         '  RECENT PAYMENT: ' DELIMITED BY SIZE
078500         WS-PAID-COUNT DELIMITED BY SIZE
078600         INTO REPORT-LINE
078700     WRITE REPORT-LINE.
078800     CLOSE LEDGER-FILE.
078900     CLOSE STUDENT-FILE.
079000     CLOSE ENROLLMENT-FILE.
079100     CLOSE ARCHIVE-FILE.
079200     CLOSE PAYPLAN-FILE.
079300     CLOSE SPONSOR-AUTH-FILE.
079400     CLOSE RECEIPT-FILE.
079500     CLOSE COLLECTION-FILE.
079600     CLOSE PLACEMENT-FILE.
079700     CLOSE REPORT-FILE.
079800     DISPLAY 'COLLECTION-PLACE-PGM COMPLETE - PLACED: '
079900         WS-PLACED-COUNT
080000         '  AMOUNT: ' WS-AMT-EDIT.
080100 9000-TERMINATE-EXIT.
080200     EXIT.
