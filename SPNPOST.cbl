000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPONSOR-POST-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - MOVES A SPONSORED STUDENT'S COVERED
001100*                CHARGES TO THE SPONSOR RECEIVABLE.  EMPLOYER,
001200*                AGENCY AND EMBASSY-PAID STUDENTS CARRIED THE
001300*                SPONSOR'S CHARGES ON THEIR OWN LEDGER BALANCE,
001400*                SO AGING-PGM SENT THEM PAST-DUE NOTICES AND
001500*                HOLDS FOR MONEY THE SPONSOR OWED.  PROJ-
001600*                ENROLLMENT AND THE WAITLIST PROMOTIONS CALL
001700*                HERE WITH FUNCTION C AFTER POSTING A NEW
001800*                ENROLLMENT: WHEN THE STUDENT HOLDS AN ACTIVE
001900*                AUTHORIZATION (SPAMSTR) FOR THE TERM, THE
002000*                TUITION - PLUS THE FEES WHEN THE AUTHORIZATION
002100*                COVERS THEM - MOVES TO THE SPONSOR UP TO WHAT IS
002200*                LEFT OF THE TERM'S CAP, AND A RECEIVABLE DETAIL
002300*                RECORD (SPRDTL) IS WRITTEN FOR THE NEXT SPONSOR
002400*                INVOICE RUN.  DROP-CLASS-PGM CALLS WITH FUNCTION
002500*                D: THE DROP'S REFUND GOES BACK TO THE SPONSOR
002600*                FIRST, UP TO WHAT THE SPONSOR WAS NET BILLED FOR
002700*                THAT COURSE AND SECTION, AND ONLY THE REST TO THE
002800*                STUDENT.  THE CALLER CARRIES THE AMOUNT MOVED
002900*                INTO LED-SPONSOR-TOTAL AND THE GL EXTRACT.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPAMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SPA-KEY
003800         FILE STATUS IS WS-SPA-FS.
003900     SELECT SPONSOR-DETAIL-FILE ASSIGN TO "SPRDTL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SPR-KEY
004300         FILE STATUS IS WS-SPR-FS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SPONSOR-AUTH-FILE.
004700     COPY SPAREC.
004800 FD  SPONSOR-DETAIL-FILE.
004900     COPY SPRREC.
005000 WORKING-STORAGE SECTION.
005100 01  WS-SPA-FS                PIC X(02)  VALUE '00'.
005200     88  SPA-FS-OK                        VALUE '00'.
005300     88  SPA-FS-NOT-FOUND                 VALUE '23' '35'.
005400 01  WS-SPR-FS                PIC X(02)  VALUE '00'.
005500     88  SPR-FS-OK                        VALUE '00'.
005600     88  SPR-FS-NOT-FOUND                 VALUE '23' '35'.
005700
005800 01  WS-AUTH-FOUND-SW         PIC X      VALUE 'N'.
005900     88  AUTHORIZATION-FOUND              VALUE 'Y'.
006000 01  WS-SPR-EOF-SW            PIC X      VALUE 'N'.
006100     88  DETAIL-SCAN-DONE                 VALUE 'Y'.
006200 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
006300 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
006400     05  WS-TODAY-CC          PIC 9(02).
006500     05  WS-TODAY-YY          PIC 9(02).
006600     05  WS-TODAY-MM          PIC 9(02).
006700     05  WS-TODAY-DD          PIC 9(02).
006800*----------------------------------------------------------------
006900* THE STUDENT'S DETAIL UNDER THE SPONSOR IS SCANNED FOR THE LAST
007000* SEQUENCE NUMBER IN USE AND THE NET ALREADY BILLED FOR THE SAME
007100* TERM AND COURSE/SECTION, WHICH BOUNDS A DROP CREDIT.
007200*----------------------------------------------------------------
007300 01  WS-LAST-SEQ              PIC 9(04)  VALUE ZERO.
007400 01  WS-REF-NET               PIC S9(07)V99 VALUE ZERO.
007500 01  WS-COVERED-BASE          PIC S9(07)V99 VALUE ZERO.
007600 01  WS-CAP-LEFT              PIC S9(07)V99 VALUE ZERO.
007700 01  WS-MOVE-AMT              PIC S9(07)V99 VALUE ZERO.
007800
007900 LINKAGE SECTION.
008000 COPY SPNPARM.
008100 PROCEDURE DIVISION USING SPONSOR-POST-PARMS.
008200*================================================================*
008300* 0000-MAINLINE                                                  *
008400*================================================================*
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008700     PERFORM 2000-FETCH-AUTHORIZATION
008800         THRU 2000-FETCH-AUTHORIZATION-EXIT.
008900     IF AUTHORIZATION-FOUND
009000         PERFORM 3000-SCAN-SPONSOR-DETAIL
009100             THRU 3000-SCAN-SPONSOR-DETAIL-EXIT
009200         EVALUATE TRUE
009300             WHEN SP-FUNC-CHARGE
009400                 PERFORM 4000-POST-CHARGE
009500                     THRU 4000-POST-CHARGE-EXIT
009600             WHEN SP-FUNC-CREDIT
009700                 PERFORM 5000-POST-CREDIT
009800                     THRU 5000-POST-CREDIT-EXIT
009900             WHEN OTHER
010000                 CONTINUE
010100         END-EVALUATE
010200     END-IF.
010300     CLOSE SPONSOR-AUTH-FILE.
010400     CLOSE SPONSOR-DETAIL-FILE.
010500     GOBACK.
010600
010700*================================================================*
010800* 1000-INITIALIZE - OPEN THE AUTHORIZATION AND RECEIVABLE DETAIL *
010900* FILES, CREATING THEM ON THE FIRST CALL IF THEY DO NOT YET      *
011000* EXIST, AND CLEAR THE REPLY.                                    *
011100*================================================================*
011200 1000-INITIALIZE.
011300     MOVE 'N' TO SP-REPLY
011400     MOVE ZERO TO SP-SPONSOR-AMT
011500     MOVE SPACES TO SP-SPONSOR-CODE
011600     OPEN I-O SPONSOR-AUTH-FILE.
011700     IF SPA-FS-NOT-FOUND
011800         OPEN OUTPUT SPONSOR-AUTH-FILE
011900         CLOSE SPONSOR-AUTH-FILE
012000         OPEN I-O SPONSOR-AUTH-FILE
012100     END-IF.
012200     OPEN I-O SPONSOR-DETAIL-FILE.
012300     IF SPR-FS-NOT-FOUND
012400         OPEN OUTPUT SPONSOR-DETAIL-FILE
012500         CLOSE SPONSOR-DETAIL-FILE
012600         OPEN I-O SPONSOR-DETAIL-FILE
012700     END-IF.
012800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012900 1000-INITIALIZE-EXIT.
013000     EXIT.
013100
013200*================================================================*
013300* 2000-FETCH-AUTHORIZATION - THE STUDENT'S AUTHORIZATION FOR THE *
013400* TERM.  A NEW CHARGE NEEDS AN ACTIVE ONE; A DROP CREDIT IS GIVEN*
013500* BACK EVEN AFTER THE AUTHORIZATION IS CANCELLED, SINCE THE      *
013600* SPONSOR WAS BILLED FOR THE CHARGE.  NO TERM, NO SPONSOR.       *
013700*================================================================*
013800 2000-FETCH-AUTHORIZATION.
013900     MOVE 'N' TO WS-AUTH-FOUND-SW
014000     IF SP-TERM = SPACES
014100         GO TO 2000-FETCH-AUTHORIZATION-EXIT.
014200     MOVE SP-SSN TO SPA-SSN
014300     MOVE SP-TERM TO SPA-TERM
014400     READ SPONSOR-AUTH-FILE
014500         INVALID KEY
014600             GO TO 2000-FETCH-AUTHORIZATION-EXIT
014700     END-READ.
014800     IF SP-FUNC-CHARGE AND NOT SPA-STAT-ACTIVE
014900         GO TO 2000-FETCH-AUTHORIZATION-EXIT.
015000     MOVE 'Y' TO WS-AUTH-FOUND-SW
015100     MOVE SPA-SPONSOR-CODE TO SP-SPONSOR-CODE.
015200 2000-FETCH-AUTHORIZATION-EXIT.
015300     EXIT.
015400
015500*================================================================*
015600* 3000-SCAN-SPONSOR-DETAIL - WALKS THE STUDENT'S RECEIVABLE      *
015700* DETAIL UNDER THIS SPONSOR FOR THE LAST SEQUENCE NUMBER AND THE *
015800* NET BILLED FOR THIS TERM AND COURSE/SECTION.                   *
015900*================================================================*
016000 3000-SCAN-SPONSOR-DETAIL.
016100     MOVE ZERO TO WS-LAST-SEQ
016200     MOVE ZERO TO WS-REF-NET
016300     MOVE 'N' TO WS-SPR-EOF-SW
016400     MOVE SPA-SPONSOR-CODE TO SPR-SPONSOR-CODE
016500     MOVE SP-SSN TO SPR-SSN
016600     MOVE ZERO TO SPR-SEQ-NO
016700     START SPONSOR-DETAIL-FILE KEY IS NOT LESS THAN SPR-KEY
016800         INVALID KEY
016900             MOVE 'Y' TO WS-SPR-EOF-SW
017000     END-START.
017100     PERFORM 3100-SCAN-ONE-DETAIL THRU 3100-SCAN-ONE-DETAIL-EXIT
017200         UNTIL DETAIL-SCAN-DONE.
017300 3000-SCAN-SPONSOR-DETAIL-EXIT.
017400     EXIT.
017500
017600 3100-SCAN-ONE-DETAIL.
017700     READ SPONSOR-DETAIL-FILE NEXT RECORD
017800         AT END
017900             MOVE 'Y' TO WS-SPR-EOF-SW
018000     END-READ.
018100     IF DETAIL-SCAN-DONE
018200         GO TO 3100-SCAN-ONE-DETAIL-EXIT.
018300     IF SPR-SPONSOR-CODE NOT = SPA-SPONSOR-CODE
018400         OR SPR-SSN NOT = SP-SSN
018500         MOVE 'Y' TO WS-SPR-EOF-SW
018600         GO TO 3100-SCAN-ONE-DETAIL-EXIT.
018700     MOVE SPR-SEQ-NO TO WS-LAST-SEQ
018800     IF SPR-TERM = SP-TERM AND SPR-REFERENCE = SP-REFERENCE
018900         ADD SPR-AMOUNT TO WS-REF-NET
019000     END-IF.
019100 3100-SCAN-ONE-DETAIL-EXIT.
019200     EXIT.
019300
019400*================================================================*
019500* 4000-POST-CHARGE - THE COVERED PART OF A NEW ENROLLMENT (THE   *
019600* TUITION, PLUS THE FEES UNDER A TUITION-AND-FEES AUTHORIZATION) *
019700* MOVES TO THE SPONSOR UP TO WHAT IS LEFT OF THE TERM'S CAP.     *
019800* ANYTHING OVER THE CAP STAYS WITH THE STUDENT.                  *
019900*================================================================*
020000 4000-POST-CHARGE.
020100     MOVE SP-TUITION-AMT TO WS-COVERED-BASE
020200     IF SPA-COVERS-TUITION-FEES
020300         ADD SP-FEES-AMT TO WS-COVERED-BASE
020400     END-IF.
020500     COMPUTE WS-CAP-LEFT = SPA-CAP-AMT - SPA-BILLED-AMT.
020600     IF WS-COVERED-BASE NOT > ZERO OR WS-CAP-LEFT NOT > ZERO
020700         GO TO 4000-POST-CHARGE-EXIT.
020800     IF WS-COVERED-BASE > WS-CAP-LEFT
020900         MOVE WS-CAP-LEFT TO WS-MOVE-AMT
021000     ELSE
021100         MOVE WS-COVERED-BASE TO WS-MOVE-AMT
021200     END-IF.
021300     MOVE 'C' TO SPR-TYPE
021400     MOVE WS-MOVE-AMT TO SPR-AMOUNT
021500     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
021600     ADD WS-MOVE-AMT TO SPA-BILLED-AMT
021700     REWRITE SPONSOR-AUTH-RECORD.
021800     MOVE WS-MOVE-AMT TO SP-SPONSOR-AMT
021900     MOVE 'Y' TO SP-REPLY.
022000 4000-POST-CHARGE-EXIT.
022100     EXIT.
022200
022300*================================================================*
022400* 5000-POST-CREDIT - A DROP'S REFUND OF COVERED CHARGES GOES BACK*
022500* TO THE SPONSOR, UP TO THE NET THE SPONSOR WAS BILLED FOR THE   *
022600* SAME TERM AND COURSE/SECTION; ONLY THE REST REACHES THE        *
022700* STUDENT.  THE CREDIT ALSO FREES THAT MUCH OF THE TERM'S CAP.   *
022800*================================================================*
022900 5000-POST-CREDIT.
023000     MOVE SP-TUITION-AMT TO WS-COVERED-BASE
023100     IF SPA-COVERS-TUITION-FEES
023200         ADD SP-FEES-AMT TO WS-COVERED-BASE
023300     END-IF.
023400     IF WS-COVERED-BASE NOT > ZERO OR WS-REF-NET NOT > ZERO
023500         GO TO 5000-POST-CREDIT-EXIT.
023600     IF WS-COVERED-BASE > WS-REF-NET
023700         MOVE WS-REF-NET TO WS-MOVE-AMT
023800     ELSE
023900         MOVE WS-COVERED-BASE TO WS-MOVE-AMT
024000     END-IF.
024100     MOVE 'D' TO SPR-TYPE
024200     COMPUTE SPR-AMOUNT = ZERO - WS-MOVE-AMT
024300     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
024400     SUBTRACT WS-MOVE-AMT FROM SPA-BILLED-AMT
024500     REWRITE SPONSOR-AUTH-RECORD.
024600     MOVE WS-MOVE-AMT TO SP-SPONSOR-AMT
024700     MOVE 'Y' TO SP-REPLY.
024800 5000-POST-CREDIT-EXIT.
024900     EXIT.
025000
025100*================================================================*
025200* 6000-WRITE-DETAIL - WRITES THE RECEIVABLE DETAIL RECORD AT THE *
025300* NEXT SEQUENCE NUMBER, NOT YET INVOICED.  THE CALLER HAS SET    *
025400* THE TYPE AND THE SIGNED AMOUNT.                                *
025500*================================================================*
025600 6000-WRITE-DETAIL.
025700     ADD 1 TO WS-LAST-SEQ
025800     MOVE SPA-SPONSOR-CODE TO SPR-SPONSOR-CODE
025900     MOVE SP-SSN TO SPR-SSN
026000     MOVE WS-LAST-SEQ TO SPR-SEQ-NO
026100     MOVE SP-TERM TO SPR-TERM
026200     MOVE SP-REFERENCE TO SPR-REFERENCE
026300     MOVE WS-TODAY-CC TO SPR-DATE-CC
026400     MOVE WS-TODAY-YY TO SPR-DATE-YY
026500     MOVE WS-TODAY-MM TO SPR-DATE-MM
026600     MOVE WS-TODAY-DD TO SPR-DATE-DD
026700     MOVE ZERO TO SPR-INVOICE-NO
026800     WRITE SPONSOR-CHARGE-RECORD.
026900 6000-WRITE-DETAIL-EXIT.
027000     EXIT.
