000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPONSOR-INVOICE-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - SPONSOR INVOICE RUN.  WALKS THE
001100*                SPONSOR RECEIVABLE DETAIL (SPRDTL) IN SPONSOR,
001200*                STUDENT ORDER AND BILLS EVERY ITEM NOT YET ON AN
001300*                INVOICE - THE COVERED CHARGES PROJ-ENROLLMENT AND
001400*                THE WAITLIST PROMOTIONS MOVED TO THE SPONSOR AND
001500*                THE DROP CREDITS GIVEN BACK.  EACH SPONSOR WITH
001600*                ANYTHING NEW GETS ONE INVOICE LISTING EACH
001700*                SPONSORED STUDENT'S ITEMS BY TERM AND COURSE,
001800*                WITH A SUBTOTAL PER STUDENT AND THE INVOICE
001900*                TOTAL, PRINTED TO SPNINVC.  THE INVOICE IS
002000*                RECORDED IN SPIMSTR FOR SPONSOR-PAYMENT-PGM, THE
002100*                ITEMS ARE STAMPED WITH ITS NUMBER SO THEY ARE
002200*                NEVER BILLED TWICE, AND THE SPONSOR'S INVOICED
002300*                TOTAL IS RAISED.  AN INVOICE WHOSE CREDITS
002400*                OUTWEIGH ITS CHARGES GOES OUT AS A CREDIT MEMO.
002500*                CHECKS IN WITH RUN-CONTROL-PGM AS JOB SPNINV.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SPONSOR-DETAIL-FILE ASSIGN TO "SPRDTL"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SPR-KEY
003400         FILE STATUS IS WS-SPR-FS.
003500     SELECT INVOICE-FILE ASSIGN TO "SPIMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SPI-INVOICE-NO
003900         FILE STATUS IS WS-SPI-FS.
004000     SELECT SPONSOR-FILE ASSIGN TO "SPNMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SPN-CODE
004400         FILE STATUS IS WS-SPN-FS.
004500     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS STU-SSN
004900         FILE STATUS IS WS-STUDENT-FS.
005000     SELECT REPORT-FILE ASSIGN TO "SPNINVC"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SPONSOR-DETAIL-FILE.
005600     COPY SPRREC.
005700 FD  INVOICE-FILE.
005800     COPY SPIREC.
005900 FD  SPONSOR-FILE.
006000     COPY SPNREC.
006100 FD  STUDENT-FILE.
006200     COPY STUREC.
006300 FD  REPORT-FILE.
006400 01  REPORT-LINE                  PIC X(100).
006500 WORKING-STORAGE SECTION.
006600 01  WS-SPR-FS                PIC X(02)  VALUE '00'.
006700     88  SPR-FS-OK                        VALUE '00'.
006800     88  SPR-FILE-ABSENT                  VALUE '35'.
006900 01  WS-SPI-FS                PIC X(02)  VALUE '00'.
007000     88  SPI-FS-OK                        VALUE '00'.
007100     88  SPI-FS-NOT-FOUND                 VALUE '23' '35'.
007200 01  WS-SPN-FS                PIC X(02)  VALUE '00'.
007300     88  SPN-FS-OK                        VALUE '00'.
007400     88  SPN-FS-NOT-FOUND                 VALUE '23' '35'.
007500 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
007600     88  STUDENT-FS-OK                    VALUE '00'.
007700     88  STUDENT-FILE-ABSENT              VALUE '35'.
007800 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
007900
008000 01  WS-SPR-EOF-SW            PIC X      VALUE 'N'.
008100     88  DETAIL-SCAN-DONE                 VALUE 'Y'.
008200 01  WS-SPI-EOF-SW            PIC X      VALUE 'N'.
008300     88  INVOICE-SCAN-DONE                VALUE 'Y'.
008400 01  WS-INVOICE-OPEN-SW       PIC X      VALUE 'N'.
008500     88  INVOICE-IS-OPEN                  VALUE 'Y'.
008600 01  WS-STUDENT-OPEN-SW       PIC X      VALUE 'N'.
008700     88  STUDENT-IS-OPEN                  VALUE 'Y'.
008800
008900 01  WS-CUR-SPONSOR           PIC X(06)  VALUE SPACES.
009000 01  WS-CUR-SSN               PIC 9(09)  VALUE ZERO.
009100 01  WS-CUR-INVOICE-NO        PIC 9(06)  VALUE ZERO.
009200 01  WS-LAST-INVOICE-NO       PIC 9(06)  VALUE ZERO.
009300 01  WS-STUDENT-NAME          PIC X(25)  VALUE SPACES.
009400 01  WS-TYPE-TEXT             PIC X(07)  VALUE SPACES.
009500 01  WS-SPONSOR-TYPE-TEXT     PIC X(18)  VALUE SPACES.
009600
009700*----------------------------------------------------------------
009800* STUDENT SUBTOTAL, INVOICE AND GRAND TOTALS.
009900*----------------------------------------------------------------
010000 01  WS-STU-AMT               PIC S9(07)V99 VALUE ZERO.
010100 01  WS-INV-AMT               PIC S9(07)V99 VALUE ZERO.
010200 77  WS-INV-ITEM-COUNT        PIC 9(06)  VALUE ZERO.
010300 77  WS-GRD-INVOICE-COUNT     PIC 9(06)  VALUE ZERO.
010400 77  WS-GRD-MEMO-COUNT        PIC 9(06)  VALUE ZERO.
010500 77  WS-GRD-ITEM-COUNT        PIC 9(06)  VALUE ZERO.
010600 01  WS-GRD-INVOICED-AMT      PIC S9(09)V99 VALUE ZERO.
010700 01  WS-GRD-CREDITED-AMT      PIC S9(09)V99 VALUE ZERO.
010800
010900 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
011000 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
011100     05  WS-TODAY-CC          PIC 9(02).
011200     05  WS-TODAY-YY          PIC 9(02).
011300     05  WS-TODAY-MM          PIC 9(02).
011400     05  WS-TODAY-DD          PIC 9(02).
011500 01  WS-AMT-EDIT              PIC -(7)9.99 VALUE ZERO.
011600 01  WS-TOTAL-EDIT            PIC -(9)9.99 VALUE ZERO.
011700 01  WS-COUNT-EDIT            PIC Z(5)9  VALUE ZERO.
011800 01  WS-TOTAL-LABEL           PIC X(20)  VALUE SPACES.
011900*----------------------------------------------------------------
012000* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
012100*----------------------------------------------------------------
012200 COPY RUNPARM.
012300 PROCEDURE DIVISION.
012400*================================================================*
012500* 0000-MAINLINE                                                  *
012600*================================================================*
012700 0000-MAINLINE.
012800     MOVE 'SPNINV' TO RC-JOB-NAME
012900     MOVE 'S' TO RC-FUNCTION
013000     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
013100     IF RC-RUN-DENIED
013200         DISPLAY 'SPONSOR-INVOICE-PGM - RUN REFUSED BY '
013300             'RUN CONTROL'
013400         STOP RUN.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013600     PERFORM 3000-PROCESS-DETAIL THRU 3000-PROCESS-DETAIL-EXIT
013700         UNTIL DETAIL-SCAN-DONE.
013800     PERFORM 4000-CLOSE-INVOICE THRU 4000-CLOSE-INVOICE-EXIT.
013900     PERFORM 7000-PRINT-GRAND-TOTALS
014000         THRU 7000-PRINT-GRAND-TOTALS-EXIT.
014100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
014200     MOVE 'E' TO RC-FUNCTION
014300     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
014400     STOP RUN.
014500
014600*================================================================*
014700* 1000-INITIALIZE - OPENS THE RECEIVABLE DETAIL, THE INVOICE AND *
014800* SPONSOR MASTERS (CREATED IF MISSING), THE STUDENT MASTER FOR   *
014900* NAMES AND THIS RUN'S INVOICE REGISTER, FINDS THE LAST INVOICE  *
015000* NUMBER USED AND POSITIONS AT THE FRONT OF THE DETAIL.  NO      *
015100* DETAIL FILE MEANS NO SPONSOR HAS BEEN CHARGED YET.             *
015200*================================================================*
015300 1000-INITIALIZE.
015400     OPEN I-O SPONSOR-DETAIL-FILE.
015500     OPEN I-O INVOICE-FILE.
015600     IF SPI-FS-NOT-FOUND
015700         OPEN OUTPUT INVOICE-FILE
015800         CLOSE INVOICE-FILE
015900         OPEN I-O INVOICE-FILE
016000     END-IF.
016100     OPEN I-O SPONSOR-FILE.
016200     IF SPN-FS-NOT-FOUND
016300         OPEN OUTPUT SPONSOR-FILE
016400         CLOSE SPONSOR-FILE
016500         OPEN I-O SPONSOR-FILE
016600     END-IF.
016700     OPEN INPUT STUDENT-FILE.
016800     OPEN OUTPUT REPORT-FILE.
016900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
017000     PERFORM 1100-FIND-LAST-INVOICE
017100         THRU 1100-FIND-LAST-INVOICE-EXIT.
017200     MOVE SPACES TO REPORT-LINE
017300     STRING 'SPONSOR INVOICE REGISTER - RUN DATE '
017400         DELIMITED BY SIZE
017500         WS-TODAY DELIMITED BY SIZE
017600         INTO REPORT-LINE
017700     WRITE REPORT-LINE.
017800     MOVE 'N' TO WS-SPR-EOF-SW
017900     IF SPR-FILE-ABSENT
018000         MOVE 'NO SPONSOR RECEIVABLE DETAIL ON FILE'
018100             TO REPORT-LINE
018200         WRITE REPORT-LINE
018300         MOVE 'Y' TO WS-SPR-EOF-SW
018400     ELSE
018500         MOVE LOW-VALUES TO SPR-KEY
018600         START SPONSOR-DETAIL-FILE KEY IS NOT LESS THAN SPR-KEY
018700             INVALID KEY
018800                 MOVE 'Y' TO WS-SPR-EOF-SW
018900         END-START
019000     END-IF.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300
019400*================================================================*
019500* 1100-FIND-LAST-INVOICE - THE INVOICE MASTER IS KEYED ON THE    *
019600* INVOICE NUMBER, SO THE LAST RECORD READ CARRIES THE HIGHEST    *
019700* NUMBER ISSUED.  THIS RUN NUMBERS ON FROM IT.                   *
019800*================================================================*
019900 1100-FIND-LAST-INVOICE.
020000     MOVE ZERO TO WS-LAST-INVOICE-NO
020100     MOVE 'N' TO WS-SPI-EOF-SW
020200     MOVE ZERO TO SPI-INVOICE-NO
020300     START INVOICE-FILE KEY IS NOT LESS THAN SPI-INVOICE-NO
020400         INVALID KEY
020500             MOVE 'Y' TO WS-SPI-EOF-SW
020600     END-START.
020700     PERFORM 1110-READ-ONE-INVOICE THRU 1110-READ-ONE-INVOICE-EXIT
020800         UNTIL INVOICE-SCAN-DONE.
020900 1100-FIND-LAST-INVOICE-EXIT.
021000     EXIT.
021100
021200 1110-READ-ONE-INVOICE.
021300     READ INVOICE-FILE NEXT RECORD
021400         AT END
021500             MOVE 'Y' TO WS-SPI-EOF-SW
021600         NOT AT END
021700             MOVE SPI-INVOICE-NO TO WS-LAST-INVOICE-NO
021800     END-READ.
021900 1110-READ-ONE-INVOICE-EXIT.
022000     EXIT.
022100
022200*================================================================*
022300* 3000-PROCESS-DETAIL - NEXT RECEIVABLE ITEM.  ONE ALREADY ON AN *
022400* INVOICE IS PASSED OVER.  A NEW SPONSOR CLOSES THE INVOICE      *
022500* BEFORE IT AND OPENS THE NEXT; A NEW STUDENT CLOSES THE         *
022600* STUDENT BEFORE IT.  THE ITEM IS LISTED, ADDED TO THE TOTALS    *
022700* AND STAMPED WITH THE INVOICE NUMBER.                           *
022800*================================================================*
022900 3000-PROCESS-DETAIL.
023000     READ SPONSOR-DETAIL-FILE NEXT RECORD
023100         AT END
023200             MOVE 'Y' TO WS-SPR-EOF-SW
023300     END-READ.
023400     IF DETAIL-SCAN-DONE
023500         GO TO 3000-PROCESS-DETAIL-EXIT.
023600     IF NOT SPR-NOT-INVOICED
023700         GO TO 3000-PROCESS-DETAIL-EXIT.
023800     IF NOT INVOICE-IS-OPEN
023900         OR SPR-SPONSOR-CODE NOT = WS-CUR-SPONSOR
024000         PERFORM 4000-CLOSE-INVOICE THRU 4000-CLOSE-INVOICE-EXIT
024100         PERFORM 3100-START-INVOICE THRU 3100-START-INVOICE-EXIT
024200     END-IF.
024300     IF NOT STUDENT-IS-OPEN
024400         OR SPR-SSN NOT = WS-CUR-SSN
024500         PERFORM 4100-CLOSE-STUDENT THRU 4100-CLOSE-STUDENT-EXIT
024600         PERFORM 3200-START-STUDENT THRU 3200-START-STUDENT-EXIT
024700     END-IF.
024800     IF SPR-TYPE-DROP-CREDIT
024900         MOVE 'DROP CR' TO WS-TYPE-TEXT
025000     ELSE
025100         MOVE 'CHARGE' TO WS-TYPE-TEXT
025200     END-IF.
025300     MOVE SPR-AMOUNT TO WS-AMT-EDIT
025400     MOVE SPACES TO REPORT-LINE
025500     STRING '      ' DELIMITED BY SIZE
025600         SPR-TERM DELIMITED BY SIZE
025700         '  ' DELIMITED BY SIZE
025800         SPR-REFERENCE DELIMITED BY SIZE
025900         '  ' DELIMITED BY SIZE
026000         WS-TYPE-TEXT DELIMITED BY SIZE
026100         '  ' DELIMITED BY SIZE
026200         SPR-DATE-MM DELIMITED BY SIZE
026300         '/' DELIMITED BY SIZE
026400         SPR-DATE-DD DELIMITED BY SIZE
026500         '/' DELIMITED BY SIZE
026600         SPR-DATE-CC DELIMITED BY SIZE
026700         SPR-DATE-YY DELIMITED BY SIZE
026800         '  ' DELIMITED BY SIZE
026900         WS-AMT-EDIT DELIMITED BY SIZE
027000         INTO REPORT-LINE
027100     WRITE REPORT-LINE.
027200     ADD SPR-AMOUNT TO WS-STU-AMT
027300     ADD SPR-AMOUNT TO WS-INV-AMT
027400     ADD 1 TO WS-INV-ITEM-COUNT
027500     MOVE WS-CUR-INVOICE-NO TO SPR-INVOICE-NO
027600     REWRITE SPONSOR-CHARGE-RECORD.
027700 3000-PROCESS-DETAIL-EXIT.
027800     EXIT.
027900
028000*================================================================*
028100* 3100-START-INVOICE - NUMBERS THE SPONSOR'S INVOICE AND PRINTS  *
028200* ITS HEADING WITH THE SPONSOR'S NAME, TYPE, BILLING ADDRESS AND *
028300* CONTACT FROM THE SPONSOR MASTER.                               *
028400*================================================================*
028500 3100-START-INVOICE.
028600     ADD 1 TO WS-LAST-INVOICE-NO
028700     MOVE WS-LAST-INVOICE-NO TO WS-CUR-INVOICE-NO
028800     MOVE SPR-SPONSOR-CODE TO WS-CUR-SPONSOR
028900     MOVE ZERO TO WS-INV-AMT
029000     MOVE ZERO TO WS-INV-ITEM-COUNT
029100     MOVE 'Y' TO WS-INVOICE-OPEN-SW
029200     MOVE 'N' TO WS-STUDENT-OPEN-SW
029300     MOVE WS-CUR-SPONSOR TO SPN-CODE
029400     READ SPONSOR-FILE
029500         INVALID KEY
029600             INITIALIZE SPONSOR-RECORD
029700             MOVE WS-CUR-SPONSOR TO SPN-CODE
029800             MOVE '** SPONSOR NOT ON FILE **' TO SPN-NAME
029900     END-READ.
030000     EVALUATE TRUE
030100         WHEN SPN-TYPE-EMPLOYER
030200             MOVE 'EMPLOYER' TO WS-SPONSOR-TYPE-TEXT
030300         WHEN SPN-TYPE-AGENCY
030400             MOVE 'WORKFORCE AGENCY' TO WS-SPONSOR-TYPE-TEXT
030500         WHEN SPN-TYPE-GOVERNMENT
030600             MOVE 'GOVERNMENT/EMBASSY' TO WS-SPONSOR-TYPE-TEXT
030700         WHEN OTHER
030800             MOVE SPACES TO WS-SPONSOR-TYPE-TEXT
030900     END-EVALUATE.
031000     MOVE SPACES TO REPORT-LINE
031100     WRITE REPORT-LINE.
031200     MOVE SPACES TO REPORT-LINE
031300     STRING 'INVOICE ' DELIMITED BY SIZE
031400         WS-CUR-INVOICE-NO DELIMITED BY SIZE
031500         '  SPONSOR ' DELIMITED BY SIZE
031600         WS-CUR-SPONSOR DELIMITED BY SIZE
031700         '  ' DELIMITED BY SIZE
031800         SPN-NAME DELIMITED BY SIZE
031900         '  ' DELIMITED BY SIZE
032000         WS-SPONSOR-TYPE-TEXT DELIMITED BY SIZE
032100         INTO REPORT-LINE
032200     WRITE REPORT-LINE.
032300     MOVE SPACES TO REPORT-LINE
032400     STRING '        ' DELIMITED BY SIZE
032500         SPN-STREET DELIMITED BY SIZE
032600         ' ' DELIMITED BY SIZE
032700         SPN-CITY DELIMITED BY SIZE
032800         ' ' DELIMITED BY SIZE
032900         SPN-STATE DELIMITED BY SIZE
033000         ' ' DELIMITED BY SIZE
033100         SPN-ZIP DELIMITED BY SIZE
033200         INTO REPORT-LINE
033300     WRITE REPORT-LINE.
033400     MOVE SPACES TO REPORT-LINE
033500     STRING '        ATTN: ' DELIMITED BY SIZE
033600         SPN-CONTACT DELIMITED BY SIZE
033700         ' ' DELIMITED BY SIZE
033800         SPN-PHONE DELIMITED BY SIZE
033900         INTO REPORT-LINE
034000     WRITE REPORT-LINE.
034100     MOVE SPACES TO REPORT-LINE
034200     STRING '      TERM    COURSE/SEC   TYPE     '
034300         DELIMITED BY SIZE
034400         'POSTED           AMOUNT' DELIMITED BY SIZE
034500         INTO REPORT-LINE
034600     WRITE REPORT-LINE.
034700 3100-START-INVOICE-EXIT.
034800     EXIT.
034900
035000*================================================================*
035100* 3200-START-STUDENT - PRINTS THE SPONSORED STUDENT'S SSN AND    *
035200* NAME AHEAD OF THE STUDENT'S ITEMS.                             *
035300*================================================================*
035400 3200-START-STUDENT.
035500     MOVE SPR-SSN TO WS-CUR-SSN
035600     MOVE ZERO TO WS-STU-AMT
035700     MOVE 'Y' TO WS-STUDENT-OPEN-SW
035800     MOVE '** NOT ON STUDENT MASTER **' TO WS-STUDENT-NAME
035900     IF NOT STUDENT-FILE-ABSENT
036000         MOVE WS-CUR-SSN TO STU-SSN
036100         READ STUDENT-FILE
036200             INVALID KEY
036300                 CONTINUE
036400             NOT INVALID KEY
036500                 MOVE SPACES TO WS-STUDENT-NAME
036600                 STRING STU-LAST-NAME DELIMITED BY SPACE
036700                     ', ' DELIMITED BY SIZE
036800                     STU-FIRST-NAME DELIMITED BY SPACE
036900                     INTO WS-STUDENT-NAME
037000         END-READ
037100     END-IF.
037200     MOVE SPACES TO REPORT-LINE
037300     STRING '    STUDENT ' DELIMITED BY SIZE
037400         WS-CUR-SSN DELIMITED BY SIZE
037500         '  ' DELIMITED BY SIZE
037600         WS-STUDENT-NAME DELIMITED BY SIZE
037700         INTO REPORT-LINE
037800     WRITE REPORT-LINE.
037900 3200-START-STUDENT-EXIT.
038000     EXIT.
038100
038200*================================================================*
038300* 4000-CLOSE-INVOICE - PRINTS THE LAST STUDENT'S SUBTOTAL AND    *
038400* THE INVOICE TOTAL, RECORDS THE INVOICE IN SPIMSTR - OPEN FOR   *
038500* PAYMENT, OR A CREDIT MEMO WHEN THE CREDITS OUTWEIGH THE        *
038600* CHARGES, OR SETTLED WHEN THEY NET TO ZERO - AND RAISES THE     *
038700* SPONSOR'S INVOICED TOTAL.                                      *
038800*================================================================*
038900 4000-CLOSE-INVOICE.
039000     IF NOT INVOICE-IS-OPEN
039100         GO TO 4000-CLOSE-INVOICE-EXIT.
039200     PERFORM 4100-CLOSE-STUDENT THRU 4100-CLOSE-STUDENT-EXIT.
039300     MOVE WS-INV-AMT TO WS-TOTAL-EDIT
039400     MOVE WS-INV-ITEM-COUNT TO WS-COUNT-EDIT
039500     MOVE SPACES TO REPORT-LINE
039600     STRING '  INVOICE ' DELIMITED BY SIZE
039700         WS-CUR-INVOICE-NO DELIMITED BY SIZE
039800         ' TOTAL - ITEMS ' DELIMITED BY SIZE
039900         WS-COUNT-EDIT DELIMITED BY SIZE
040000         '  AMOUNT DUE ' DELIMITED BY SIZE
040100         WS-TOTAL-EDIT DELIMITED BY SIZE
040200         INTO REPORT-LINE
040300     WRITE REPORT-LINE.
040400     INITIALIZE SPONSOR-INVOICE-RECORD
040500     MOVE WS-CUR-INVOICE-NO TO SPI-INVOICE-NO
040600     MOVE WS-CUR-SPONSOR TO SPI-SPONSOR-CODE
040700     MOVE WS-TODAY-CC TO SPI-DATE-CC
040800     MOVE WS-TODAY-YY TO SPI-DATE-YY
040900     MOVE WS-TODAY-MM TO SPI-DATE-MM
041000     MOVE WS-TODAY-DD TO SPI-DATE-DD
041100     MOVE WS-INV-AMT TO SPI-AMOUNT
041200     MOVE ZERO TO SPI-PAID-AMT
041300     EVALUATE TRUE
041400         WHEN WS-INV-AMT > ZERO
041500             MOVE 'O' TO SPI-STATUS
041600             ADD WS-INV-AMT TO WS-GRD-INVOICED-AMT
041700         WHEN WS-INV-AMT < ZERO
041800             MOVE 'C' TO SPI-STATUS
041900             ADD 1 TO WS-GRD-MEMO-COUNT
042000             ADD WS-INV-AMT TO WS-GRD-CREDITED-AMT
042100             MOVE '  ISSUED AS A CREDIT MEMO - NO PAYMENT DUE'
042200                 TO REPORT-LINE
042300             WRITE REPORT-LINE
042400         WHEN OTHER
042500             MOVE 'P' TO SPI-STATUS
042600     END-EVALUATE.
042700     WRITE SPONSOR-INVOICE-RECORD.
042800     MOVE WS-CUR-SPONSOR TO SPN-CODE
042900     READ SPONSOR-FILE
043000         INVALID KEY
043100             CONTINUE
043200         NOT INVALID KEY
043300             ADD WS-INV-AMT TO SPN-INVOICED-TOTAL
043400             REWRITE SPONSOR-RECORD
043500     END-READ.
043600     ADD 1 TO WS-GRD-INVOICE-COUNT
043700     ADD WS-INV-ITEM-COUNT TO WS-GRD-ITEM-COUNT
043800     MOVE 'N' TO WS-INVOICE-OPEN-SW.
043900 4000-CLOSE-INVOICE-EXIT.
044000     EXIT.
044100
044200*================================================================*
044300* 4100-CLOSE-STUDENT - THE SUBTOTAL FOR THE STUDENT JUST ENDED.  *
044400*================================================================*
044500 4100-CLOSE-STUDENT.
044600     IF NOT STUDENT-IS-OPEN
044700         GO TO 4100-CLOSE-STUDENT-EXIT.
044800     MOVE WS-STU-AMT TO WS-AMT-EDIT
044900     MOVE SPACES TO REPORT-LINE
045000     STRING '    STUDENT SUBTOTAL ' DELIMITED BY SIZE
045100         WS-CUR-SSN DELIMITED BY SIZE
045200         '                  ' DELIMITED BY SIZE
045300         WS-AMT-EDIT DELIMITED BY SIZE
045400         INTO REPORT-LINE
045500     WRITE REPORT-LINE.
045600     MOVE 'N' TO WS-STUDENT-OPEN-SW.
045700 4100-CLOSE-STUDENT-EXIT.
045800     EXIT.
045900
046000*================================================================*
046100* 7000-PRINT-GRAND-TOTALS - THE WHOLE RUN ACROSS ALL SPONSORS.   *
046200*================================================================*
046300 7000-PRINT-GRAND-TOTALS.
046400     MOVE SPACES TO REPORT-LINE
046500     WRITE REPORT-LINE.
046600     MOVE 'GRAND TOTALS' TO REPORT-LINE
046700     WRITE REPORT-LINE.
046800     MOVE '  INVOICES ISSUED' TO WS-TOTAL-LABEL
046900     MOVE WS-GRD-INVOICE-COUNT TO WS-COUNT-EDIT
047000     COMPUTE WS-TOTAL-EDIT =
047100         WS-GRD-INVOICED-AMT + WS-GRD-CREDITED-AMT
047200     PERFORM 7100-PRINT-TOTAL-LINE
047300         THRU 7100-PRINT-TOTAL-LINE-EXIT.
047400     MOVE '  AMOUNT DUE' TO WS-TOTAL-LABEL
047500     COMPUTE WS-COUNT-EDIT =
047600         WS-GRD-INVOICE-COUNT - WS-GRD-MEMO-COUNT
047700     MOVE WS-GRD-INVOICED-AMT TO WS-TOTAL-EDIT
047800     PERFORM 7100-PRINT-TOTAL-LINE
047900         THRU 7100-PRINT-TOTAL-LINE-EXIT.
048000     MOVE '  CREDIT MEMOS' TO WS-TOTAL-LABEL
048100     MOVE WS-GRD-MEMO-COUNT TO WS-COUNT-EDIT
048200     MOVE WS-GRD-CREDITED-AMT TO WS-TOTAL-EDIT
048300     PERFORM 7100-PRINT-TOTAL-LINE
048400         THRU 7100-PRINT-TOTAL-LINE-EXIT.
048500     MOVE '  ITEMS BILLED' TO WS-TOTAL-LABEL
048600     MOVE WS-GRD-ITEM-COUNT TO WS-COUNT-EDIT
048700     COMPUTE WS-TOTAL-EDIT =
048800         WS-GRD-INVOICED-AMT + WS-GRD-CREDITED-AMT
048900     PERFORM 7100-PRINT-TOTAL-LINE
049000         THRU 7100-PRINT-TOTAL-LINE-EXIT.
049100 7000-PRINT-GRAND-TOTALS-EXIT.
049200     EXIT.
049300
049400 7100-PRINT-TOTAL-LINE.
049500     MOVE SPACES TO REPORT-LINE
049600     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
049700         ' COUNT ' DELIMITED BY SIZE
049800         WS-COUNT-EDIT DELIMITED BY SIZE
049900         '  AMOUNT ' DELIMITED BY SIZE
050000         WS-TOTAL-EDIT DELIMITED BY SIZE
050100         INTO REPORT-LINE
050200     WRITE REPORT-LINE.
050300 7100-PRINT-TOTAL-LINE-EXIT.
050400     EXIT.
050500
050600*================================================================*
050700* 9000-TERMINATE                                                 *
050800*================================================================*
050900 9000-TERMINATE.
051000     IF NOT SPR-FILE-ABSENT
051100         CLOSE SPONSOR-DETAIL-FILE
051200     END-IF.
051300     CLOSE INVOICE-FILE.
051400     CLOSE SPONSOR-FILE.
051500     CLOSE STUDENT-FILE.
051600     CLOSE REPORT-FILE.
051700     DISPLAY 'SPONSOR-INVOICE-PGM COMPLETE - INVOICES: '
051800         WS-GRD-INVOICE-COUNT
051900         '  ITEMS: ' WS-GRD-ITEM-COUNT.
052000 9000-TERMINATE-EXIT.
052100     EXIT.
