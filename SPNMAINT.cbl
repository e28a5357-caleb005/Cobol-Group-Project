000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPONSOR-MAINT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - MAINTAINS THE THIRD-PARTY SPONSOR
001100*                MASTER (SPNMSTR) - EMPLOYERS, WORKFORCE
001200*                AGENCIES AND FOREIGN GOVERNMENTS - AND THE
001300*                PER-STUDENT, PER-TERM SPONSORSHIP AUTHORIZATION
001400*                (SPAMSTR) NAMING THE SPONSOR, THE TERM'S CAP AND
001500*                WHETHER IT COVERS TUITION ONLY OR TUITION PLUS
001600*                THE FEE SCHEDULE FEES.  KEYING A CODE OR AN
001700*                SSN/TERM ALREADY ON FILE REPLACES THE ENTRY BUT
001800*                KEEPS THE AMOUNTS ALREADY BILLED AND PAID, WHICH
001900*                ONLY THE POSTING PROGRAMS CHANGE.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT SPONSOR-FILE ASSIGN TO "SPNMSTR"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS SPN-CODE
002800         FILE STATUS IS WS-SPN-FS.
002900     SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPAMSTR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SPA-KEY
003300         FILE STATUS IS WS-SPA-FS.
003400     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS STU-SSN
003800         FILE STATUS IS WS-STUDENT-FS.
003900     SELECT TERM-FILE ASSIGN TO "TRMCAL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS TRM-CODE
004300         FILE STATUS IS WS-TRM-FS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SPONSOR-FILE.
004700     COPY SPNREC.
004800 FD  SPONSOR-AUTH-FILE.
004900     COPY SPAREC.
005000 FD  STUDENT-FILE.
005100     COPY STUREC.
005200 FD  TERM-FILE.
005300     COPY TRMREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-SPN-FS                PIC X(02)  VALUE '00'.
005600     88  SPN-FS-OK                        VALUE '00'.
005700     88  SPN-FS-NOT-FOUND                 VALUE '23' '35'.
005800 01  WS-SPA-FS                PIC X(02)  VALUE '00'.
005900     88  SPA-FS-OK                        VALUE '00'.
006000     88  SPA-FS-NOT-FOUND                 VALUE '23' '35'.
006100 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
006200     88  STUDENT-FS-OK                    VALUE '00'.
006300     88  STUDENT-FS-NOT-FOUND             VALUE '23' '35'.
006400 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
006500     88  TRM-FS-OK                        VALUE '00'.
006600     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
006700
006800 01  WS-FUNCTION              PIC X(01)  VALUE SPACE.
006900     88  FUNC-SPONSOR                     VALUE 'S'.
007000     88  FUNC-AUTHORIZATION               VALUE 'A'.
007100 01  WS-STUDENT-OPEN-SW       PIC X      VALUE 'N'.
007200     88  STUDENT-FILE-OPEN                VALUE 'Y'.
007300 01  WS-TERM-OPEN-SW          PIC X      VALUE 'N'.
007400     88  TERM-FILE-OPEN                   VALUE 'Y'.
007500
007600*----------------------------------------------------------------
007700* WORKING COPIES OF THE SPONSOR AND AUTHORIZATION LAYOUTS FOR THE
007800* ENTRY BEING KEYED, KEPT SEPARATE FROM THE FD RECORDS THE SAME
007900* WAY THE SIBLING MAINTENANCE PROGRAMS KEEP THEIRS.
008000*----------------------------------------------------------------
008100 COPY SPNREC REPLACING ==SPONSOR-RECORD==
008200                    BY ==WS-NEW-SPONSOR-RECORD==
008300                      LEADING ==SPN-== BY ==NSP-==.
008400 COPY SPAREC REPLACING ==SPONSOR-AUTH-RECORD==
008500                    BY ==WS-NEW-AUTH-RECORD==
008600                      LEADING ==SPA-== BY ==NSA-==.
008700
008800 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
008900 01  WS-ACK                   PIC X(01)  VALUE SPACE.
009000 SCREEN SECTION.
009100 01  CLEAR-SCREEN.
009200     05  BLANK SCREEN.
009300 01  FUNCTION-SCREEN.
009400     05  LINE 3  COL 27 VALUE "SPONSOR MAINTENANCE".
009500     05  LINE 5  COL 10 VALUE "S  SPONSOR MASTER".
009600     05  LINE 6  COL 10 VALUE "A  STUDENT AUTHORIZATION".
009700     05  LINE 8  COL 10 VALUE "FUNCTION: ".
009800     05  LINE 8  COL 21 PIC X(01) TO WS-FUNCTION.
009900 01  SPONSOR-SCREEN.
010000     05  LINE 3  COL 28 VALUE "SPONSOR MASTER ENTRY".
010100     05  LINE 5  COL 10 VALUE "SPONSOR CODE       : ".
010200     05  LINE 5  COL 34 PIC X(06) TO NSP-CODE.
010300     05  LINE 6  COL 10 VALUE "NAME               : ".
010400     05  LINE 6  COL 34 PIC X(30) TO NSP-NAME.
010500     05  LINE 7  COL 10 VALUE "TYPE (E/A/G)       : ".
010600     05  LINE 7  COL 34 PIC X(01) TO NSP-TYPE.
010700     05  LINE 8  COL 10 VALUE "STREET             : ".
010800     05  LINE 8  COL 34 PIC X(25) TO NSP-STREET.
010900     05  LINE 9  COL 10 VALUE "CITY               : ".
011000     05  LINE 9  COL 34 PIC X(15) TO NSP-CITY.
011100     05  LINE 10 COL 10 VALUE "STATE              : ".
011200     05  LINE 10 COL 34 PIC X(02) TO NSP-STATE.
011300     05  LINE 11 COL 10 VALUE "ZIP                : ".
011400     05  LINE 11 COL 34 PIC X(09) TO NSP-ZIP.
011500     05  LINE 12 COL 10 VALUE "BILLING CONTACT    : ".
011600     05  LINE 12 COL 34 PIC X(25) TO NSP-CONTACT.
011700     05  LINE 13 COL 10 VALUE "PHONE              : ".
011800     05  LINE 13 COL 34 PIC X(10) TO NSP-PHONE.
011900     05  LINE 14 COL 10 VALUE "STATUS (A/I)       : ".
012000     05  LINE 14 COL 34 PIC X(01) TO NSP-STATUS.
012100 01  AUTH-SCREEN.
012200     05  LINE 3  COL 22 VALUE "SPONSORSHIP AUTHORIZATION ENTRY".
012300     05  LINE 5  COL 10 VALUE "STUDENT SSN        : ".
012400     05  LINE 5  COL 34 PIC 9(09) TO NSA-SSN.
012500     05  LINE 6  COL 10 VALUE "TERM               : ".
012600     05  LINE 6  COL 34 PIC X(06) TO NSA-TERM.
012700     05  LINE 7  COL 10 VALUE "SPONSOR CODE       : ".
012800     05  LINE 7  COL 34 PIC X(06) TO NSA-SPONSOR-CODE.
012900     05  LINE 8  COL 10 VALUE "TERM CAP           : ".
013000     05  LINE 8  COL 34 PIC 9(07)V99 TO NSA-CAP-AMT.
013100     05  LINE 9  COL 10 VALUE "COVERS (T/F)       : ".
013200     05  LINE 9  COL 34 PIC X(01) TO NSA-COVERAGE.
013300     05  LINE 10 COL 12 VALUE "T=TUITION ONLY  F=TUITION+FEES".
013400     05  LINE 11 COL 10 VALUE "STATUS (A/X)       : ".
013500     05  LINE 11 COL 34 PIC X(01) TO NSA-STATUS.
013600 01  RESULT-SCREEN.
013700     05  LINE 17 COL 10 PIC X(50) FROM WS-MESSAGE.
013800     05  LINE 19 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
013900     05  LINE 19 COL 38 PIC X(01) TO WS-ACK.
014000 PROCEDURE DIVISION.
014100*================================================================*
014200* 0000-MAINLINE                                                  *
014300*================================================================*
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014600     PERFORM 2000-GET-FUNCTION THRU 2000-GET-FUNCTION-EXIT.
014700     EVALUATE TRUE
014800         WHEN FUNC-SPONSOR
014900             PERFORM 3000-MAINTAIN-SPONSOR
015000                 THRU 3000-MAINTAIN-SPONSOR-EXIT
015100         WHEN FUNC-AUTHORIZATION
015200             PERFORM 4000-MAINTAIN-AUTHORIZATION
015300                 THRU 4000-MAINTAIN-AUTHORIZATION-EXIT
015400         WHEN OTHER
015500             MOVE 'UNRECOGNIZED FUNCTION' TO WS-MESSAGE
015600     END-EVALUATE.
015700     DISPLAY CLEAR-SCREEN
015800     DISPLAY RESULT-SCREEN
015900     ACCEPT RESULT-SCREEN.
016000     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
016100     GOBACK.
016200
016300*================================================================*
016400* 1000-INITIALIZE - OPEN THE SPONSOR AND AUTHORIZATION MASTERS,  *
016500* CREATING THEM ON THE FIRST RUN IF THEY DO NOT YET EXIST, AND   *
016600* THE STUDENT MASTER AND TERM CALENDAR FOR THE LOOKUPS.          *
016700*================================================================*
016800 1000-INITIALIZE.
016900     OPEN I-O SPONSOR-FILE.
017000     IF SPN-FS-NOT-FOUND
017100         OPEN OUTPUT SPONSOR-FILE
017200         CLOSE SPONSOR-FILE
017300         OPEN I-O SPONSOR-FILE
017400     END-IF.
017500     OPEN I-O SPONSOR-AUTH-FILE.
017600     IF SPA-FS-NOT-FOUND
017700         OPEN OUTPUT SPONSOR-AUTH-FILE
017800         CLOSE SPONSOR-AUTH-FILE
017900         OPEN I-O SPONSOR-AUTH-FILE
018000     END-IF.
018100     OPEN INPUT STUDENT-FILE.
018200     IF STUDENT-FS-OK
018300         MOVE 'Y' TO WS-STUDENT-OPEN-SW
018400     END-IF.
018500     OPEN INPUT TERM-FILE.
018600     IF TRM-FS-OK
018700         MOVE 'Y' TO WS-TERM-OPEN-SW
018800     END-IF.
018900 1000-INITIALIZE-EXIT.
019000     EXIT.
019100
019200*================================================================*
019300* 2000-GET-FUNCTION                                              *
019400*================================================================*
019500 2000-GET-FUNCTION.
019600     MOVE SPACES TO WS-MESSAGE
019700     MOVE SPACE TO WS-FUNCTION
019800     DISPLAY CLEAR-SCREEN
019900     DISPLAY FUNCTION-SCREEN
020000     ACCEPT FUNCTION-SCREEN.
020100 2000-GET-FUNCTION-EXIT.
020200     EXIT.
020300
020400*================================================================*
020500* 3000-MAINTAIN-SPONSOR - COLLECTS AND EDITS A SPONSOR MASTER    *
020600* ENTRY.  A NEW CODE IS ADDED WITH ZERO INVOICED AND PAID        *
020700* TOTALS; A CODE ALREADY ON FILE IS REPLACED WITH ITS TOTALS     *
020800* CARRIED OVER.  A BLANK STATUS IS TAKEN AS ACTIVE.              *
020900*================================================================*
021000 3000-MAINTAIN-SPONSOR.
021100     INITIALIZE WS-NEW-SPONSOR-RECORD
021200     DISPLAY CLEAR-SCREEN
021300     DISPLAY SPONSOR-SCREEN
021400     ACCEPT SPONSOR-SCREEN.
021500     IF NSP-STATUS = SPACE
021600         MOVE 'A' TO NSP-STATUS
021700     END-IF.
021800     IF NSP-CODE = SPACES
021900         MOVE 'SPONSOR CODE REQUIRED - NOTHING ADDED'
022000             TO WS-MESSAGE
022100         GO TO 3000-MAINTAIN-SPONSOR-EXIT.
022200     IF NSP-NAME = SPACES
022300         MOVE 'SPONSOR NAME REQUIRED - NOTHING ADDED'
022400             TO WS-MESSAGE
022500         GO TO 3000-MAINTAIN-SPONSOR-EXIT.
022600     IF NOT NSP-TYPE-EMPLOYER AND NOT NSP-TYPE-AGENCY
022700         AND NOT NSP-TYPE-GOVERNMENT
022800         MOVE 'TYPE MUST BE E, A OR G - NOTHING ADDED'
022900             TO WS-MESSAGE
023000         GO TO 3000-MAINTAIN-SPONSOR-EXIT.
023100     IF NOT NSP-STAT-ACTIVE AND NOT NSP-STAT-INACTIVE
023200         MOVE 'STATUS MUST BE A OR I - NOTHING ADDED'
023300             TO WS-MESSAGE
023400         GO TO 3000-MAINTAIN-SPONSOR-EXIT.
023500     MOVE NSP-CODE TO SPN-CODE
023600     READ SPONSOR-FILE
023700         INVALID KEY
023800             MOVE ZERO TO NSP-INVOICED-TOTAL
023900             MOVE ZERO TO NSP-PAID-TOTAL
024000             MOVE WS-NEW-SPONSOR-RECORD TO SPONSOR-RECORD
024100             WRITE SPONSOR-RECORD
024200             MOVE 'SPONSOR ADDED' TO WS-MESSAGE
024300         NOT INVALID KEY
024400             MOVE SPN-INVOICED-TOTAL TO NSP-INVOICED-TOTAL
024500             MOVE SPN-PAID-TOTAL TO NSP-PAID-TOTAL
024600             MOVE WS-NEW-SPONSOR-RECORD TO SPONSOR-RECORD
024700             REWRITE SPONSOR-RECORD
024800             MOVE 'SPONSOR REPLACED' TO WS-MESSAGE
024900     END-READ.
025000 3000-MAINTAIN-SPONSOR-EXIT.
025100     EXIT.
025200
025300*================================================================*
025400* 4000-MAINTAIN-AUTHORIZATION - COLLECTS AND EDITS A STUDENT'S   *
025500* SPONSORSHIP FOR A TERM.  THE STUDENT, THE TERM AND AN ACTIVE   *
025600* SPONSOR MUST ALL BE ON FILE AND THE CAP MUST BE MORE THAN      *
025700* ZERO.  A REPLACEMENT KEEPS THE AMOUNT ALREADY BILLED TO THE    *
025800* SPONSOR, SO THE CAP MAY NOT DROP BELOW IT, AND ONCE ANYTHING   *
025900* HAS BEEN BILLED THE SPONSOR CAN NO LONGER BE CHANGED - DROP    *
026000* CREDITS MUST GO BACK TO THE SPONSOR THAT WAS CHARGED.  STATUS  *
026100* X CANCELS THE AUTHORIZATION FOR FUTURE ENROLLMENTS.            *
026200*================================================================*
026300 4000-MAINTAIN-AUTHORIZATION.
026400     INITIALIZE WS-NEW-AUTH-RECORD
026500     DISPLAY CLEAR-SCREEN
026600     DISPLAY AUTH-SCREEN
026700     ACCEPT AUTH-SCREEN.
026800     IF NSA-STATUS = SPACE
026900         MOVE 'A' TO NSA-STATUS
027000     END-IF.
027100     IF NSA-TERM = SPACES
027200         MOVE 'TERM REQUIRED - NOTHING ADDED' TO WS-MESSAGE
027300         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
027400     IF NOT NSA-COVERS-TUITION AND NOT NSA-COVERS-TUITION-FEES
027500         MOVE 'COVERAGE MUST BE T OR F - NOTHING ADDED'
027600             TO WS-MESSAGE
027700         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
027800     IF NOT NSA-STAT-ACTIVE AND NOT NSA-STAT-CANCELLED
027900         MOVE 'STATUS MUST BE A OR X - NOTHING ADDED'
028000             TO WS-MESSAGE
028100         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
028200     IF NSA-CAP-AMT NOT > ZERO
028300         MOVE 'CAP MUST BE MORE THAN ZERO - NOTHING ADDED'
028400             TO WS-MESSAGE
028500         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
028600     PERFORM 4100-CHECK-STUDENT-AND-TERM
028700         THRU 4100-CHECK-STUDENT-AND-TERM-EXIT.
028800     IF WS-MESSAGE NOT = SPACES
028900         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
029000     MOVE NSA-SPONSOR-CODE TO SPN-CODE
029100     READ SPONSOR-FILE
029200         INVALID KEY
029300             MOVE 'SPONSOR NOT ON FILE - NOTHING ADDED'
029400                 TO WS-MESSAGE
029500     END-READ.
029600     IF WS-MESSAGE NOT = SPACES
029700         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
029800     IF NSA-STAT-ACTIVE AND NOT SPN-STAT-ACTIVE
029900         MOVE 'SPONSOR IS INACTIVE - NOTHING ADDED' TO WS-MESSAGE
030000         GO TO 4000-MAINTAIN-AUTHORIZATION-EXIT.
030100     MOVE NSA-KEY TO SPA-KEY
030200     READ SPONSOR-AUTH-FILE
030300         INVALID KEY
030400             MOVE ZERO TO NSA-BILLED-AMT
030500             MOVE WS-NEW-AUTH-RECORD TO SPONSOR-AUTH-RECORD
030600             WRITE SPONSOR-AUTH-RECORD
030700             MOVE 'AUTHORIZATION ADDED' TO WS-MESSAGE
030800         NOT INVALID KEY
030900             PERFORM 4200-REPLACE-AUTHORIZATION
031000                 THRU 4200-REPLACE-AUTHORIZATION-EXIT
031100     END-READ.
031200 4000-MAINTAIN-AUTHORIZATION-EXIT.
031300     EXIT.
031400
031500*================================================================*
031600* 4100-CHECK-STUDENT-AND-TERM - THE SSN MUST BE ON THE STUDENT   *
031700* MASTER AND THE TERM ON THE TERM CALENDAR.  LEAVES A REFUSAL IN *
031800* WS-MESSAGE, OR SPACES WHEN BOTH ARE FOUND.                     *
031900*================================================================*
032000 4100-CHECK-STUDENT-AND-TERM.
032100     MOVE SPACES TO WS-MESSAGE
032200     IF NOT STUDENT-FILE-OPEN
032300         MOVE 'STUDENT NOT ON FILE - NOTHING ADDED' TO WS-MESSAGE
032400         GO TO 4100-CHECK-STUDENT-AND-TERM-EXIT.
032500     MOVE NSA-SSN TO STU-SSN
032600     READ STUDENT-FILE
032700         INVALID KEY
032800             MOVE 'STUDENT NOT ON FILE - NOTHING ADDED'
032900                 TO WS-MESSAGE
033000     END-READ.
033100     IF WS-MESSAGE NOT = SPACES
033200         GO TO 4100-CHECK-STUDENT-AND-TERM-EXIT.
033300     IF NOT TERM-FILE-OPEN
033400         MOVE 'TERM NOT ON CALENDAR - NOTHING ADDED' TO WS-MESSAGE
033500         GO TO 4100-CHECK-STUDENT-AND-TERM-EXIT.
033600     MOVE NSA-TERM TO TRM-CODE
033700     READ TERM-FILE
033800         INVALID KEY
033900             MOVE 'TERM NOT ON CALENDAR - NOTHING ADDED'
034000                 TO WS-MESSAGE
034100     END-READ.
034200 4100-CHECK-STUDENT-AND-TERM-EXIT.
034300     EXIT.
034400
034500*================================================================*
034600* 4200-REPLACE-AUTHORIZATION - THE SSN/TERM IS ALREADY ON FILE.  *
034700* CARRIES THE AMOUNT BILLED SO FAR INTO THE REPLACEMENT AND      *
034800* REFUSES A CAP BELOW IT OR A SPONSOR CHANGE AFTER BILLING.      *
034900*================================================================*
035000 4200-REPLACE-AUTHORIZATION.
035100     IF SPA-BILLED-AMT NOT = ZERO
035200         AND NSA-SPONSOR-CODE NOT = SPA-SPONSOR-CODE
035300         MOVE 'SPONSOR ALREADY BILLED - CANNOT CHANGE SPONSOR'
035400             TO WS-MESSAGE
035500         GO TO 4200-REPLACE-AUTHORIZATION-EXIT.
035600     IF NSA-CAP-AMT < SPA-BILLED-AMT
035700         MOVE 'CAP IS BELOW THE AMOUNT ALREADY BILLED'
035800             TO WS-MESSAGE
035900         GO TO 4200-REPLACE-AUTHORIZATION-EXIT.
036000     MOVE SPA-BILLED-AMT TO NSA-BILLED-AMT
036100     MOVE WS-NEW-AUTH-RECORD TO SPONSOR-AUTH-RECORD
036200     REWRITE SPONSOR-AUTH-RECORD
036300     MOVE 'AUTHORIZATION REPLACED' TO WS-MESSAGE.
036400 4200-REPLACE-AUTHORIZATION-EXIT.
036500     EXIT.
036600
036700*================================================================*
036800* 9999-TERMINATE                                                 *
036900*================================================================*
037000 9999-TERMINATE.
037100     CLOSE SPONSOR-FILE.
037200     CLOSE SPONSOR-AUTH-FILE.
037300     IF STUDENT-FILE-OPEN
037400         CLOSE STUDENT-FILE
037500     END-IF.
037600     IF TERM-FILE-OPEN
037700         CLOSE TERM-FILE
037800     END-IF.
037900 9999-TERMINATE-EXIT.
038000     EXIT.
