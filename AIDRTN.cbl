000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AID-RETURN-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - RETURN OF TITLE IV AID FOR A STUDENT
001100*                WHO WITHDREW FROM A TERM.  STUDENT-MAINT-PGM
001200*                (STATUS SET TO W) AND DROP-CLASS-PGM (LAST
001300*                CURRENT-TERM SECTION DROPPED) LOG THE WITHDRAWAL
001400*                ON WDRMSTR AS PENDING; THIS PROGRAM TAKES THE
001500*                STUDENT'S OLDEST PENDING WITHDRAWAL, WORKS THE
001600*                PERCENT OF THE TERM COMPLETED FROM THE TRMCAL
001700*                START AND END DATES (OVER 60 PERCENT IS FULLY
001800*                EARNED), AND ON THE AID OFFICER'S CONFIRMATION
001900*                POSTS THE UNEARNED PART OF EACH GRANT AND LOAN
002000*                DISBURSED FOR THE TERM AS A RETURN RECORD ON
002100*                AIDMSTR.  THE RETURNS COME OFF LED-AID-TOTAL SO
002200*                THE STUDENT OWES THE DIFFERENCE, EACH ONE GOES
002300*                TO THE GL EXTRACT (TYPE A), AND A WORKSHEET FOR
002400*                THE STUDENT'S AID FILE IS APPENDED TO AIDRTWKS.
002500*                THE WITHDRAWAL IS THEN MARKED CALCULATED AND
002600*                DROPS OFF THE PENDING LIST (PRINT-REPORT-PGM).
002610* 10/15/26  DWH  THE LEDGER BALANCE NOW ALSO NETS OUT
002620*                LED-SPONSOR-TOTAL, THE SHARE OF THE CHARGES
002630*                MOVED TO A THIRD-PARTY SPONSOR.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT WITHDRAWAL-FILE ASSIGN TO "WDRMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS WDR-KEY
003500         FILE STATUS IS WS-WDR-FS.
003600     SELECT AID-FILE ASSIGN TO "AIDMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS AID-KEY
004000         FILE STATUS IS WS-AID-FS.
004100     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LED-SSN
004500         FILE STATUS IS WS-LEDGER-FS.
004600     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS STU-SSN
005000         FILE STATUS IS WS-STUDENT-FS.
005100     SELECT TERM-FILE ASSIGN TO "TRMCAL"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TRM-CODE
005500         FILE STATUS IS WS-TRM-FS.
005600     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GLX-FS.
005900     SELECT WORKSHEET-FILE ASSIGN TO "AIDRTWKS"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-WKS-FS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  WITHDRAWAL-FILE.
006500     COPY WDRREC.
006600 FD  AID-FILE.
006700     COPY AIDREC.
006800 FD  LEDGER-FILE.
006900     COPY LEDREC.
007000 FD  STUDENT-FILE.
007100     COPY STUREC.
007200 FD  TERM-FILE.
007300     COPY TRMREC.
007400 FD  GLX-FILE.
007500     COPY GLXREC.
007600 FD  WORKSHEET-FILE.
007700 01  WORKSHEET-LINE               PIC X(80).
007800 WORKING-STORAGE SECTION.
007900 01  WS-WDR-FS                PIC X(02)  VALUE '00'.
008000     88  WDR-FS-OK                        VALUE '00'.
008100     88  WDR-FS-NOT-FOUND                 VALUE '23' '35'.
008200 01  WS-AID-FS                PIC X(02)  VALUE '00'.
008300     88  AID-FS-OK                        VALUE '00'.
008400     88  AID-FS-NOT-FOUND                 VALUE '23' '35'.
008500 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
008600     88  LEDGER-FS-OK                     VALUE '00'.
008700     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
008800 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
008900     88  STUDENT-FS-OK                    VALUE '00'.
009000     88  STUDENT-FS-NOT-FOUND             VALUE '23' '35'.
009100 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
009200     88  TRM-FS-OK                        VALUE '00'.
009300     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
009400 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
009500     88  GLX-FS-OK                        VALUE '00'.
009600 01  WS-WKS-FS                PIC X(02)  VALUE '00'.
009700     88  WKS-FS-OK                        VALUE '00'.
009800
009900 01  WS-WDR-EOF-SW            PIC X      VALUE 'N'.
010000     88  WITHDRAWAL-SCAN-DONE             VALUE 'Y'.
010100 01  WS-WDR-FOUND-SW          PIC X      VALUE 'N'.
010200     88  PENDING-WITHDRAWAL-FOUND         VALUE 'Y'.
010300 01  WS-AID-EOF-SW            PIC X      VALUE 'N'.
010400     88  AID-SCAN-DONE                    VALUE 'Y'.
010500 01  WS-CALC-OK-SW            PIC X      VALUE 'N'.
010600     88  CALCULATION-IS-POSSIBLE          VALUE 'Y'.
010700 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.
010800 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
010900 01  WS-ACK                   PIC X(01)  VALUE SPACE.
011000*----------------------------------------------------------------
011100* PERCENT OF THE TERM COMPLETED - CALENDAR DAYS FROM THE TERM
011200* START THROUGH THE WITHDRAWAL DATE OVER THE DAYS IN THE TERM.
011300* A WITHDRAWAL BEFORE THE TERM STARTS HAS EARNED NOTHING; PAST
011400* 60 PERCENT THE AID IS EARNED IN FULL.
011500*----------------------------------------------------------------
011600 01  WS-TERM-START            PIC 9(08)  VALUE ZERO.
011700 01  WS-TERM-END              PIC 9(08)  VALUE ZERO.
011800 01  WS-WITHDRAW-DATE         PIC 9(08)  VALUE ZERO.
011900 01  WS-START-INT             PIC 9(08)  COMP VALUE ZERO.
012000 01  WS-END-INT               PIC 9(08)  COMP VALUE ZERO.
012100 01  WS-WITHDRAW-INT          PIC 9(08)  COMP VALUE ZERO.
012200 01  WS-TERM-DAYS             PIC 9(04)  VALUE ZERO.
012300 01  WS-DAYS-COMPLETED        PIC 9(04)  VALUE ZERO.
012400 01  WS-PCT-COMPLETED         PIC 9(03)V9 VALUE ZERO.
012500 01  WS-PCT-EARNED            PIC 9(03)V9 VALUE ZERO.
012600 01  WS-FULL-EARN-PCT         PIC 9(03)V9 VALUE 60.0.
012700*----------------------------------------------------------------
012800* THE STUDENT'S GRANTS AND LOANS DISBURSED FOR THE TERM, EACH
012900* NET OF ANY RETURN ALREADY POSTED AGAINST IT.
013000*----------------------------------------------------------------
013100 01  WS-AWARD-TABLE.
013200     05  WS-AWD-ENTRY OCCURS 50 TIMES.
013300         10  WS-AWD-SEQ-NO    PIC 9(04).
013400         10  WS-AWD-TYPE      PIC X(01).
013500         10  WS-AWD-AMOUNT    PIC 9(07)V99.
013600         10  WS-AWD-RETURNED  PIC 9(07)V99.
013700 77  WS-AWD-COUNT             PIC 9(03)  COMP VALUE ZERO.
013800 77  WS-AWD-IX                PIC 9(03)  COMP VALUE ZERO.
013900 01  WS-NEXT-SEQ              PIC 9(04)  VALUE ZERO.
014000 01  WS-NET-DISBURSED         PIC 9(07)V99 VALUE ZERO.
014100 01  WS-EARNED-AMT            PIC 9(07)V99 VALUE ZERO.
014200 01  WS-UNEARNED-AMT          PIC 9(07)V99 VALUE ZERO.
014300 01  WS-DISBURSED-TOTAL       PIC 9(07)V99 VALUE ZERO.
014400 01  WS-EARNED-TOTAL          PIC 9(07)V99 VALUE ZERO.
014500 01  WS-RETURN-TOTAL          PIC 9(07)V99 VALUE ZERO.
014600 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
014700 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
014800     05  WS-TODAY-CC          PIC 9(02).
014900     05  WS-TODAY-YY          PIC 9(02).
015000     05  WS-TODAY-MM          PIC 9(02).
015100     05  WS-TODAY-DD          PIC 9(02).
015200 01  WS-AIDR-REF.
015300     05  FILLER               PIC X(04)  VALUE 'AIDR'.
015400     05  WS-AIDR-SEQ          PIC 9(04)  VALUE ZERO.
015500*----------------------------------------------------------------
015600* WORKSHEET EDIT FIELDS.
015700*----------------------------------------------------------------
015800 01  WS-DAYS-EDIT             PIC ZZZ9   VALUE ZERO.
015900 01  WS-TDAYS-EDIT            PIC ZZZ9   VALUE ZERO.
016000 01  WS-PCT-EDIT              PIC ZZ9.9  VALUE ZERO.
016100 01  WS-AMT-EDIT              PIC Z(6)9.99 VALUE ZERO.
016200 01  WS-EARN-EDIT             PIC Z(6)9.99 VALUE ZERO.
016300 01  WS-RTN-EDIT              PIC Z(6)9.99 VALUE ZERO.
016400 01  WS-BAL-EDIT              PIC -(7)9.99 VALUE ZERO.
016500 01  WS-TYPE-DESC             PIC X(05)  VALUE SPACES.
016600 01  WS-SOURCE-DESC           PIC X(22)  VALUE SPACES.
016700
016800 LINKAGE SECTION.
016900 01  LK-SNO                   PIC 9(09).
017000 SCREEN SECTION.
017100 01  CLEAR-SCREEN.
017200     05  BLANK SCREEN.
017300 01  AID-RETURN-SCREEN.
017400     05  LINE 3  COL 24 VALUE "RETURN OF TITLE IV AID".
017500     05  LINE 5  COL 10 VALUE "TERM               : ".
017600     05  LINE 5  COL 32 PIC X(06) FROM WDR-TERM.
017700     05  LINE 6  COL 10 VALUE "WITHDRAWAL DATE    : ".
017800     05  LINE 6  COL 32 PIC 9(08) FROM WS-WITHDRAW-DATE.
017900     05  LINE 7  COL 10 VALUE "PERCENT COMPLETED  : ".
018000     05  LINE 7  COL 32 PIC ZZ9.9 FROM WS-PCT-COMPLETED.
018100     05  LINE 8  COL 10 VALUE "PERCENT EARNED     : ".
018200     05  LINE 8  COL 32 PIC ZZ9.9 FROM WS-PCT-EARNED.
018300     05  LINE 10 COL 10 VALUE "POST THE RETURN (Y/N): ".
018400     05  LINE 10 COL 33 PIC X(01) TO WS-CONFIRM.
018500 01  RESULT-SCREEN.
018600     05  LINE 12 COL 10 VALUE "AID RETURNED       : ".
018700     05  LINE 12 COL 32 PIC Z(06)9.99 FROM WS-RETURN-TOTAL.
018800     05  LINE 14 COL 10 PIC X(50) FROM WS-MESSAGE.
018900     05  LINE 16 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
019000     05  LINE 16 COL 38 PIC X(01) TO WS-ACK.
019100 PROCEDURE DIVISION USING LK-SNO.
019200*================================================================*
019300* 0000-MAINLINE                                                  *
019400*================================================================*
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019700     PERFORM 2000-FIND-PENDING THRU 2000-FIND-PENDING-EXIT.
019800     IF NOT PENDING-WITHDRAWAL-FOUND
019900         MOVE 'NO PENDING WITHDRAWAL FOR THIS STUDENT'
020000             TO WS-MESSAGE
020100     ELSE
020200         PERFORM 3000-COMPUTE-PERCENT
020300             THRU 3000-COMPUTE-PERCENT-EXIT
020400         IF CALCULATION-IS-POSSIBLE
020500             PERFORM 4000-CONFIRM-RETURN
020600                 THRU 4000-CONFIRM-RETURN-EXIT
020700         END-IF
020800     END-IF.
020900     DISPLAY CLEAR-SCREEN
021000     DISPLAY RESULT-SCREEN
021100     ACCEPT RESULT-SCREEN.
021200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
021300     GOBACK.
021400
021500*================================================================*
021600* 1000-INITIALIZE - OPEN THE WITHDRAWAL, AID AND LEDGER MASTERS, *
021700* THE GL EXTRACT FEED AND THE WORKSHEET FILE, AND FETCH (OR      *
021800* CREATE) THE STUDENT'S LEDGER RECORD.                           *
021900*================================================================*
022000 1000-INITIALIZE.
022100     OPEN I-O WITHDRAWAL-FILE.
022200     IF WDR-FS-NOT-FOUND
022300         OPEN OUTPUT WITHDRAWAL-FILE
022400         CLOSE WITHDRAWAL-FILE
022500         OPEN I-O WITHDRAWAL-FILE
022600     END-IF.
022700     OPEN I-O AID-FILE.
022800     IF AID-FS-NOT-FOUND
022900         OPEN OUTPUT AID-FILE
023000         CLOSE AID-FILE
023100         OPEN I-O AID-FILE
023200     END-IF.
023300     OPEN I-O LEDGER-FILE.
023400     IF LEDGER-FS-NOT-FOUND
023500         OPEN OUTPUT LEDGER-FILE
023600         CLOSE LEDGER-FILE
023700         OPEN I-O LEDGER-FILE
023800     END-IF.
023900     OPEN INPUT STUDENT-FILE.
024000     OPEN INPUT TERM-FILE.
024100     OPEN EXTEND GLX-FILE.
024200     IF NOT GLX-FS-OK
024300         CLOSE GLX-FILE
024400         OPEN OUTPUT GLX-FILE
024500         CLOSE GLX-FILE
024600         OPEN EXTEND GLX-FILE
024700     END-IF.
024800     OPEN EXTEND WORKSHEET-FILE.
024900     IF NOT WKS-FS-OK
025000         CLOSE WORKSHEET-FILE
025100         OPEN OUTPUT WORKSHEET-FILE
025200         CLOSE WORKSHEET-FILE
025300         OPEN EXTEND WORKSHEET-FILE
025400     END-IF.
025500     MOVE LK-SNO TO LED-SSN
025600     READ LEDGER-FILE
025700         INVALID KEY
025800             INITIALIZE LEDGER-RECORD
025900             MOVE LK-SNO TO LED-SSN
026000             MOVE 'N' TO LED-HOLD-FLAG
026100             WRITE LEDGER-RECORD
026200     END-READ.
026300     MOVE SPACES TO STU-NAME
026400     MOVE LK-SNO TO STU-SSN
026500     READ STUDENT-FILE
026600         INVALID KEY
026700             MOVE 'NOT ON STUDENT MASTER' TO STU-LAST-NAME
026800     END-READ.
026900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027000 1000-INITIALIZE-EXIT.
027100     EXIT.
027200
027300*================================================================*
027400* 2000-FIND-PENDING - THE STUDENT'S FIRST WITHDRAWAL STILL       *
027500* PENDING (LOWEST TERM CODE).  THE RECORD STAYS IN THE BUFFER    *
027600* FOR THE REWRITE ONCE THE RETURN IS POSTED.                     *
027700*================================================================*
027800 2000-FIND-PENDING.
027900     MOVE 'N' TO WS-WDR-FOUND-SW
028000     MOVE 'N' TO WS-WDR-EOF-SW
028100     MOVE LK-SNO TO WDR-SSN
028200     MOVE LOW-VALUES TO WDR-TERM
028300     START WITHDRAWAL-FILE KEY IS NOT LESS THAN WDR-KEY
028400         INVALID KEY
028500             MOVE 'Y' TO WS-WDR-EOF-SW
028600     END-START.
028700     PERFORM 2100-SCAN-ONE-WITHDRAWAL
028800         THRU 2100-SCAN-ONE-WITHDRAWAL-EXIT
028900         UNTIL WITHDRAWAL-SCAN-DONE.
029000 2000-FIND-PENDING-EXIT.
029100     EXIT.
029200
029300 2100-SCAN-ONE-WITHDRAWAL.
029400     READ WITHDRAWAL-FILE NEXT RECORD
029500         AT END
029600             MOVE 'Y' TO WS-WDR-EOF-SW
029700         NOT AT END
029800             IF WDR-SSN NOT = LK-SNO
029900                 MOVE 'Y' TO WS-WDR-EOF-SW
030000             ELSE
030100                 IF WDR-STAT-PENDING
030200                     MOVE 'Y' TO WS-WDR-FOUND-SW
030300                     MOVE 'Y' TO WS-WDR-EOF-SW
030400                 END-IF
030500             END-IF
030600     END-READ.
030700 2100-SCAN-ONE-WITHDRAWAL-EXIT.
030800     EXIT.
030900
031000*================================================================*
031100* 3000-COMPUTE-PERCENT - PERCENT OF THE TERM COMPLETED AND       *
031200* EARNED.  A TERM MISSING FROM THE CALENDAR, OR ONE WHOSE END    *
031300* DATE IS NOT AFTER ITS START, LEAVES THE WITHDRAWAL PENDING     *
031400* UNTIL TERM-MAINT-PGM HAS IT RIGHT.                             *
031500*================================================================*
031600 3000-COMPUTE-PERCENT.
031700     MOVE 'N' TO WS-CALC-OK-SW
031800     MOVE WDR-WITHDRAW-DATE TO WS-WITHDRAW-DATE
031900     IF TRM-FS-NOT-FOUND
032000         MOVE 'TERM NOT ON CALENDAR - LEFT PENDING' TO WS-MESSAGE
032100         GO TO 3000-COMPUTE-PERCENT-EXIT.
032200     MOVE WDR-TERM TO TRM-CODE
032300     READ TERM-FILE
032400         INVALID KEY
032500             MOVE 'TERM NOT ON CALENDAR - LEFT PENDING'
032600                 TO WS-MESSAGE
032700             GO TO 3000-COMPUTE-PERCENT-EXIT
032800     END-READ.
032900     MOVE TRM-START-DATE TO WS-TERM-START
033000     MOVE TRM-END-DATE TO WS-TERM-END
033100     IF WS-TERM-START = ZERO
033200         OR WS-TERM-END NOT > WS-TERM-START
033300         MOVE 'TERM DATES NOT VALID - LEFT PENDING' TO WS-MESSAGE
033400         GO TO 3000-COMPUTE-PERCENT-EXIT.
033500     COMPUTE WS-START-INT =
033600         FUNCTION INTEGER-OF-DATE(WS-TERM-START).
033700     COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TERM-END).
033800     COMPUTE WS-WITHDRAW-INT =
033900         FUNCTION INTEGER-OF-DATE(WS-WITHDRAW-DATE).
034000     COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT + 1.
034100     IF WS-WITHDRAW-INT < WS-START-INT
034200         MOVE ZERO TO WS-DAYS-COMPLETED
034300     ELSE
034400     IF WS-WITHDRAW-INT > WS-END-INT
034500         MOVE WS-TERM-DAYS TO WS-DAYS-COMPLETED
034600     ELSE
034700         COMPUTE WS-DAYS-COMPLETED =
034800             WS-WITHDRAW-INT - WS-START-INT + 1
034900     END-IF
035000     END-IF.
035100     COMPUTE WS-PCT-COMPLETED ROUNDED =
035200         WS-DAYS-COMPLETED * 100 / WS-TERM-DAYS.
035300     IF WS-PCT-COMPLETED > WS-FULL-EARN-PCT
035400         MOVE 100 TO WS-PCT-EARNED
035500     ELSE
035600         MOVE WS-PCT-COMPLETED TO WS-PCT-EARNED
035700     END-IF.
035800     MOVE 'Y' TO WS-CALC-OK-SW.
035900 3000-COMPUTE-PERCENT-EXIT.
036000     EXIT.
036100
036200*================================================================*
036300* 4000-CONFIRM-RETURN - SHOWS THE PERCENTAGES AND, ON THE AID    *
036400* OFFICER'S Y, LOADS THE TERM'S AWARDS, POSTS THE RETURNS, AND   *
036500* CLOSES OUT THE WITHDRAWAL.                                     *
036600*================================================================*
036700 4000-CONFIRM-RETURN.
036800     MOVE SPACE TO WS-CONFIRM
036900     DISPLAY CLEAR-SCREEN
037000     DISPLAY AID-RETURN-SCREEN
037100     ACCEPT AID-RETURN-SCREEN.
037200     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
037300         MOVE 'RETURN NOT POSTED - WITHDRAWAL LEFT PENDING'
037400             TO WS-MESSAGE
037500         GO TO 4000-CONFIRM-RETURN-EXIT.
037600     PERFORM 5000-LOAD-AWARDS THRU 5000-LOAD-AWARDS-EXIT.
037700     PERFORM 6000-WORKSHEET-HEADING
037800         THRU 6000-WORKSHEET-HEADING-EXIT.
037900     MOVE ZERO TO WS-DISBURSED-TOTAL WS-EARNED-TOTAL
038000                  WS-RETURN-TOTAL
038100     PERFORM 7000-RETURN-ONE-AWARD
038200         THRU 7000-RETURN-ONE-AWARD-EXIT
038300         VARYING WS-AWD-IX FROM 1 BY 1
038400         UNTIL WS-AWD-IX > WS-AWD-COUNT.
038500     PERFORM 8000-UPDATE-LEDGER THRU 8000-UPDATE-LEDGER-EXIT.
038600     PERFORM 6200-WORKSHEET-TOTALS
038700         THRU 6200-WORKSHEET-TOTALS-EXIT.
038800     MOVE 'C' TO WDR-STATUS
038900     MOVE WS-TODAY TO WDR-CALC-DATE
039000     MOVE WS-PCT-COMPLETED TO WDR-PCT-COMPLETED
039100     MOVE WS-RETURN-TOTAL TO WDR-RETURN-TOTAL
039200     REWRITE WITHDRAWAL-RECORD.
039300     IF WS-AWD-COUNT = ZERO
039400         MOVE 'NO TITLE IV AID FOR TERM - WITHDRAWAL CLOSED'
039500             TO WS-MESSAGE
039600     ELSE
039700     IF WS-RETURN-TOTAL = ZERO
039800         MOVE 'AID FULLY EARNED - NOTHING RETURNED' TO WS-MESSAGE
039900     ELSE
040000         MOVE 'AID RETURN POSTED - WORKSHEET WRITTEN'
040100             TO WS-MESSAGE
040200     END-IF
040300     END-IF.
040400 4000-CONFIRM-RETURN-EXIT.
040500     EXIT.
040600
040700*================================================================*
040800* 5000-LOAD-AWARDS - ONE PASS OVER THE STUDENT'S AID RECORDS.    *
040900* DISBURSED GRANTS AND LOANS FOR THE TERM GO INTO THE TABLE;     *
041000* A RETURN ALREADY ON FILE IS APPLIED TO ITS AWARD, WHICH IS     *
041100* ALWAYS EARLIER IN SEQUENCE.  SCHOLARSHIPS ARE NOT TITLE IV.    *
041200* THE HIGHEST SEQUENCE SEEN NUMBERS THE NEW RETURN RECORDS.      *
041300*================================================================*
041400 5000-LOAD-AWARDS.
041500     MOVE ZERO TO WS-AWD-COUNT
041600     MOVE ZERO TO WS-NEXT-SEQ
041700     MOVE 'N' TO WS-AID-EOF-SW
041800     MOVE LK-SNO TO AID-SSN
041900     MOVE ZERO TO AID-SEQ-NO
042000     START AID-FILE KEY IS NOT LESS THAN AID-KEY
042100         INVALID KEY
042200             MOVE 'Y' TO WS-AID-EOF-SW
042300     END-START.
042400     PERFORM 5100-LOAD-ONE-AWARD THRU 5100-LOAD-ONE-AWARD-EXIT
042500         UNTIL AID-SCAN-DONE.
042600 5000-LOAD-AWARDS-EXIT.
042700     EXIT.
042800
042900 5100-LOAD-ONE-AWARD.
043000     READ AID-FILE NEXT RECORD
043100         AT END
043200             MOVE 'Y' TO WS-AID-EOF-SW
043300             GO TO 5100-LOAD-ONE-AWARD-EXIT
043400     END-READ.
043500     IF AID-SSN NOT = LK-SNO
043600         MOVE 'Y' TO WS-AID-EOF-SW
043700         GO TO 5100-LOAD-ONE-AWARD-EXIT.
043800     MOVE AID-SEQ-NO TO WS-NEXT-SEQ
043900     IF AID-TERM NOT = WDR-TERM
044000         GO TO 5100-LOAD-ONE-AWARD-EXIT.
044100     IF AID-STAT-RETURNED
044200         PERFORM 5200-APPLY-PRIOR-RETURN
044300             THRU 5200-APPLY-PRIOR-RETURN-EXIT
044400             VARYING WS-AWD-IX FROM 1 BY 1
044500             UNTIL WS-AWD-IX > WS-AWD-COUNT
044600         GO TO 5100-LOAD-ONE-AWARD-EXIT.
044700     IF NOT AID-STAT-DISBURSED
044800         OR AID-TYPE-SCHOLARSHIP
044900         OR WS-AWD-COUNT NOT < 50
045000         GO TO 5100-LOAD-ONE-AWARD-EXIT.
045100     ADD 1 TO WS-AWD-COUNT
045200     MOVE AID-SEQ-NO TO WS-AWD-SEQ-NO(WS-AWD-COUNT)
045300     MOVE AID-TYPE TO WS-AWD-TYPE(WS-AWD-COUNT)
045400     MOVE AID-AMOUNT TO WS-AWD-AMOUNT(WS-AWD-COUNT)
045500     MOVE ZERO TO WS-AWD-RETURNED(WS-AWD-COUNT).
045600 5100-LOAD-ONE-AWARD-EXIT.
045700     EXIT.
045800
045900 5200-APPLY-PRIOR-RETURN.
046000     IF WS-AWD-SEQ-NO(WS-AWD-IX) = AID-ORIG-SEQ-NO
046100         ADD AID-AMOUNT TO WS-AWD-RETURNED(WS-AWD-IX)
046200     END-IF.
046300 5200-APPLY-PRIOR-RETURN-EXIT.
046400     EXIT.
046500
046600*================================================================*
046700* 6000-WORKSHEET-HEADING - STUDENT, TERM, WITHDRAWAL AND THE     *
046800* PERCENTAGE WORK, AHEAD OF THE AWARD LINES.                     *
046900*================================================================*
047000 6000-WORKSHEET-HEADING.
047100     MOVE SPACES TO WORKSHEET-LINE
047200     WRITE WORKSHEET-LINE.
047300     MOVE SPACES TO WORKSHEET-LINE
047400     STRING 'RETURN OF TITLE IV AID WORKSHEET  CALCULATED '
047500         DELIMITED BY SIZE
047600         WS-TODAY DELIMITED BY SIZE
047700         INTO WORKSHEET-LINE
047800     WRITE WORKSHEET-LINE.
047900     MOVE SPACES TO WORKSHEET-LINE
048000     STRING 'STUDENT ' DELIMITED BY SIZE
048100         LK-SNO DELIMITED BY SIZE
048200         '  ' DELIMITED BY SIZE
048300         STU-LAST-NAME DELIMITED BY '  '
048400         ', ' DELIMITED BY SIZE
048500         STU-FIRST-NAME DELIMITED BY '  '
048600         INTO WORKSHEET-LINE
048700     WRITE WORKSHEET-LINE.
048800     MOVE SPACES TO WORKSHEET-LINE
048900     STRING 'TERM ' DELIMITED BY SIZE
049000         WDR-TERM DELIMITED BY SIZE
049100         '  STARTS ' DELIMITED BY SIZE
049200         WS-TERM-START DELIMITED BY SIZE
049300         '  ENDS ' DELIMITED BY SIZE
049400         WS-TERM-END DELIMITED BY SIZE
049500         INTO WORKSHEET-LINE
049600     WRITE WORKSHEET-LINE.
049700     IF WDR-SRC-LAST-DROP
049800         MOVE 'LAST SECTION DROPPED' TO WS-SOURCE-DESC
049900     ELSE
050000         MOVE 'STATUS SET TO WITHDRAWN' TO WS-SOURCE-DESC
050100     END-IF.
050200     MOVE SPACES TO WORKSHEET-LINE
050300     STRING 'WITHDRAWN ' DELIMITED BY SIZE
050400         WS-WITHDRAW-DATE DELIMITED BY SIZE
050500         ' - ' DELIMITED BY SIZE
050600         WS-SOURCE-DESC DELIMITED BY '  '
050700         INTO WORKSHEET-LINE
050800     WRITE WORKSHEET-LINE.
050900     MOVE WS-DAYS-COMPLETED TO WS-DAYS-EDIT
051000     MOVE WS-TERM-DAYS TO WS-TDAYS-EDIT
051100     MOVE WS-PCT-COMPLETED TO WS-PCT-EDIT
051200     MOVE SPACES TO WORKSHEET-LINE
051300     STRING 'DAYS COMPLETED ' DELIMITED BY SIZE
051400         WS-DAYS-EDIT DELIMITED BY SIZE
051500         ' OF ' DELIMITED BY SIZE
051600         WS-TDAYS-EDIT DELIMITED BY SIZE
051700         '  PERCENT COMPLETED ' DELIMITED BY SIZE
051800         WS-PCT-EDIT DELIMITED BY SIZE
051900         INTO WORKSHEET-LINE
052000     WRITE WORKSHEET-LINE.
052100     MOVE WS-PCT-EARNED TO WS-PCT-EDIT
052200     MOVE SPACES TO WORKSHEET-LINE
052300     IF WS-PCT-COMPLETED > WS-FULL-EARN-PCT
052400         STRING 'PERCENT EARNED ' DELIMITED BY SIZE
052500             WS-PCT-EDIT DELIMITED BY SIZE
052600             '  (PAST 60 PERCENT - FULLY EARNED)'
052700             DELIMITED BY SIZE
052800             INTO WORKSHEET-LINE
052900     ELSE
053000         STRING 'PERCENT EARNED ' DELIMITED BY SIZE
053100             WS-PCT-EDIT DELIMITED BY SIZE
053200             INTO WORKSHEET-LINE
053300     END-IF.
053400     WRITE WORKSHEET-LINE.
053500     MOVE SPACES TO WORKSHEET-LINE
053600     STRING '  AWARD TYPE       DISBURSED      EARNED'
053700         DELIMITED BY SIZE
053800         '    RETURNED' DELIMITED BY SIZE
053900         INTO WORKSHEET-LINE
054000     WRITE WORKSHEET-LINE.
054100     IF WS-AWD-COUNT = ZERO
054200         MOVE '  NO GRANTS OR LOANS DISBURSED FOR THE TERM'
054300             TO WORKSHEET-LINE
054400         WRITE WORKSHEET-LINE
054500     END-IF.
054600 6000-WORKSHEET-HEADING-EXIT.
054700     EXIT.
054800
054900*================================================================*
055000* 6100-WORKSHEET-AWARD-LINE - ONE AWARD'S DISBURSED, EARNED AND  *
055100* RETURNED AMOUNTS.                                              *
055200*================================================================*
055300 6100-WORKSHEET-AWARD-LINE.
055400     IF WS-AWD-TYPE(WS-AWD-IX) = 'G'
055500         MOVE 'GRANT' TO WS-TYPE-DESC
055600     ELSE
055700         MOVE 'LOAN ' TO WS-TYPE-DESC
055800     END-IF.
055900     MOVE WS-NET-DISBURSED TO WS-AMT-EDIT
056000     MOVE WS-EARNED-AMT TO WS-EARN-EDIT
056100     MOVE WS-UNEARNED-AMT TO WS-RTN-EDIT
056200     MOVE SPACES TO WORKSHEET-LINE
056300     STRING '  ' DELIMITED BY SIZE
056400         WS-AWD-SEQ-NO(WS-AWD-IX) DELIMITED BY SIZE
056500         '  ' DELIMITED BY SIZE
056600         WS-TYPE-DESC DELIMITED BY SIZE
056700         '  ' DELIMITED BY SIZE
056800         WS-AMT-EDIT DELIMITED BY SIZE
056900         '  ' DELIMITED BY SIZE
057000         WS-EARN-EDIT DELIMITED BY SIZE
057100         '  ' DELIMITED BY SIZE
057200         WS-RTN-EDIT DELIMITED BY SIZE
057300         INTO WORKSHEET-LINE
057400     WRITE WORKSHEET-LINE.
057500 6100-WORKSHEET-AWARD-LINE-EXIT.
057600     EXIT.
057700
057800*================================================================*
057900* 6200-WORKSHEET-TOTALS - AWARD TOTALS AND THE LEDGER BALANCE    *
058000* THE STUDENT NOW OWES.                                          *
058100*================================================================*
058200 6200-WORKSHEET-TOTALS.
058300     MOVE WS-DISBURSED-TOTAL TO WS-AMT-EDIT
058400     MOVE WS-EARNED-TOTAL TO WS-EARN-EDIT
058500     MOVE WS-RETURN-TOTAL TO WS-RTN-EDIT
058600     MOVE SPACES TO WORKSHEET-LINE
058700     STRING '  TOTAL       ' DELIMITED BY SIZE
058800         WS-AMT-EDIT DELIMITED BY SIZE
058900         '  ' DELIMITED BY SIZE
059000         WS-EARN-EDIT DELIMITED BY SIZE
059100         '  ' DELIMITED BY SIZE
059200         WS-RTN-EDIT DELIMITED BY SIZE
059300         INTO WORKSHEET-LINE
059400     WRITE WORKSHEET-LINE.
059500     MOVE LED-BALANCE TO WS-BAL-EDIT
059600     MOVE SPACES TO WORKSHEET-LINE
059700     STRING 'LEDGER BALANCE AFTER RETURN ' DELIMITED BY SIZE
059800         WS-BAL-EDIT DELIMITED BY SIZE
059900         INTO WORKSHEET-LINE
060000     WRITE WORKSHEET-LINE.
060100 6200-WORKSHEET-TOTALS-EXIT.
060200     EXIT.
060300
060400*================================================================*
060500* 7000-RETURN-ONE-AWARD - THE UNEARNED PART OF ONE AWARD, NET    *
060600* OF EARLIER RETURNS, IS POSTED AS A RETURN RECORD ON AIDMSTR    *
060700* AND A GL EXTRACT.  A FULLY EARNED AWARD ONLY PRINTS.           *
060800*================================================================*
060900 7000-RETURN-ONE-AWARD.
061000     COMPUTE WS-NET-DISBURSED =
061100         WS-AWD-AMOUNT(WS-AWD-IX) - WS-AWD-RETURNED(WS-AWD-IX).
061200     COMPUTE WS-UNEARNED-AMT ROUNDED =
061300         WS-NET-DISBURSED * (100 - WS-PCT-EARNED) / 100.
061400     COMPUTE WS-EARNED-AMT = WS-NET-DISBURSED - WS-UNEARNED-AMT.
061500     ADD WS-NET-DISBURSED TO WS-DISBURSED-TOTAL
061600     ADD WS-EARNED-AMT TO WS-EARNED-TOTAL
061700     PERFORM 6100-WORKSHEET-AWARD-LINE
061800         THRU 6100-WORKSHEET-AWARD-LINE-EXIT.
061900     IF WS-UNEARNED-AMT = ZERO
062000         GO TO 7000-RETURN-ONE-AWARD-EXIT.
062100     ADD 1 TO WS-NEXT-SEQ
062200     INITIALIZE AID-RECORD
062300     MOVE LK-SNO TO AID-SSN
062400     MOVE WS-NEXT-SEQ TO AID-SEQ-NO
062500     MOVE WS-AWD-TYPE(WS-AWD-IX) TO AID-TYPE
062600     MOVE WDR-TERM TO AID-TERM
062700     MOVE WS-UNEARNED-AMT TO AID-AMOUNT
062800     MOVE WS-TODAY TO AID-DISBURSE-DATE
062900     MOVE 'R' TO AID-STATUS
063000     MOVE WS-AWD-SEQ-NO(WS-AWD-IX) TO AID-ORIG-SEQ-NO
063100     WRITE AID-RECORD.
063200     ADD WS-UNEARNED-AMT TO WS-RETURN-TOTAL
063300     PERFORM 7100-WRITE-GL-EXTRACT
063400         THRU 7100-WRITE-GL-EXTRACT-EXIT.
063500 7000-RETURN-ONE-AWARD-EXIT.
063600     EXIT.
063700
063800*================================================================*
063900* 7100-WRITE-GL-EXTRACT - ONE TYPE A RECORD PER RETURN, POSITIVE *
064000* BECAUSE THE STUDENT NOW OWES IT, TO THE TITLE IV RETURN        *
064100* ACCOUNT FOR GRANTS OR LOANS.                                   *
064200*================================================================*
064300 7100-WRITE-GL-EXTRACT.
064400     MOVE SPACES TO GL-EXTRACT-RECORD
064500     MOVE 'A' TO GLX-TRANS-TYPE
064600     MOVE LK-SNO TO GLX-SSN
064700     MOVE WS-TODAY-CC TO GLX-DATE-CC
064800     MOVE WS-TODAY-YY TO GLX-DATE-YY
064900     MOVE WS-TODAY-MM TO GLX-DATE-MM
065000     MOVE WS-TODAY-DD TO GLX-DATE-DD
065100     MOVE WS-NEXT-SEQ TO WS-AIDR-SEQ
065200     MOVE WS-AIDR-REF TO GLX-REFERENCE
065300     MOVE WS-UNEARNED-AMT TO GLX-AMOUNT
065400     IF WS-AWD-TYPE(WS-AWD-IX) = 'G'
065500         MOVE '2310-T4GRT' TO GLX-GL-ACCOUNT
065600     ELSE
065700         MOVE '2320-T4LN' TO GLX-GL-ACCOUNT
065800     END-IF.
065900     WRITE GL-EXTRACT-RECORD.
066000 7100-WRITE-GL-EXTRACT-EXIT.
066100     EXIT.
066200
066300*================================================================*
066400* 8000-UPDATE-LEDGER - THE RETURNED AID COMES BACK OFF THE AID   *
066500* TOTAL, LEAVING THE STUDENT OWING THE DIFFERENCE.               *
066600*================================================================*
066700 8000-UPDATE-LEDGER.
066800     IF WS-RETURN-TOTAL = ZERO
066900         GO TO 8000-UPDATE-LEDGER-EXIT.
067000     SUBTRACT WS-RETURN-TOTAL FROM LED-AID-TOTAL
067100     COMPUTE LED-BALANCE =
067200         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
067210             - LED-SPONSOR-TOTAL
067300     REWRITE LEDGER-RECORD.
067400 8000-UPDATE-LEDGER-EXIT.
067500     EXIT.
067600
067700*================================================================*
067800* 9999-TERMINATE                                                 *
067900*================================================================*
068000 9999-TERMINATE.
068100     CLOSE WITHDRAWAL-FILE.
068200     CLOSE AID-FILE.
068300     CLOSE LEDGER-FILE.
068400     CLOSE STUDENT-FILE.
068500     CLOSE TERM-FILE.
068600     CLOSE GLX-FILE.
068700     CLOSE WORKSHEET-FILE.
068800 9999-TERMINATE-EXIT.
068900     EXIT.
