000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROGRAM-STUDY-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - MAINTAINS THE PROGRAM OF STUDY MASTER
001100*                (PRGMSTR): FOR EACH DEGREE PROGRAM, UP TO 18
001200*                REQUIRED CATALOG COURSES, UP TO THREE ELECTIVE
001300*                POOLS EACH WITH A MINIMUM OF CREDIT HOURS, THE
001400*                TOTAL CREDIT HOURS AND THE MINIMUM CUMULATIVE GPA
001500*                FOR THE DEGREE.  DEGREE-AUDIT-PGM CHECKS A
001600*                STUDENT'S DECLARED PROGRAM AGAINST THESE.  A
001700*                REQUIRED COURSE NOT IN THE CATALOG REFUSES THE
001800*                ENTRY; A POOL ENTRY MAY BE A COURSE NUMBER PREFIX
001900*                AND IS NOT CHECKED.  KEYING A PROGRAM CODE
002000*                ALREADY ON FILE REPLACES THE ENTRY.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PROGRAM-FILE ASSIGN TO "PRGMSTR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS PRG-CODE
002900         FILE STATUS IS WS-PRG-FS.
003000     SELECT CATALOG-FILE ASSIGN TO "CATMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CAT-COURSE-NO
003400         FILE STATUS IS WS-CAT-FS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PROGRAM-FILE.
003800     COPY PRGREC.
003900 FD  CATALOG-FILE.
004000     COPY CATREC.
004100 WORKING-STORAGE SECTION.
004200 01  WS-PRG-FS                PIC X(02)  VALUE '00'.
004300     88  PRG-FS-OK                        VALUE '00'.
004400     88  PRG-FS-NOT-FOUND                 VALUE '23' '35'.
004500 01  WS-CAT-FS                PIC X(02)  VALUE '00'.
004600     88  CAT-FS-NOT-FOUND                 VALUE '23' '35'.
004700
004800*----------------------------------------------------------------
004900* WORKING COPY OF THE PROGRAM LAYOUT FOR THE ENTRY BEING KEYED,
005000* KEPT SEPARATE FROM THE FD RECORD THE SAME WAY COURSE-CATALOG-
005100* PGM KEEPS ITS NEW-ENTRY COPY.
005200*----------------------------------------------------------------
005300 COPY PRGREC REPLACING ==PROGRAM-RECORD== BY ==WS-NEW-PRG-RECORD==
005400                      LEADING ==PRG-== BY ==NPR-==.
005500
005600 01  WS-ENTRY-OK-SW           PIC X      VALUE 'Y'.
005700     88  ENTRY-IS-VALID                   VALUE 'Y'.
005800 77  WS-REQ-IX                PIC 9(02)  COMP VALUE ZERO.
005900 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
006000 01  WS-ACK                   PIC X(01)  VALUE SPACE.
006100 SCREEN SECTION.
006200 01  CLEAR-SCREEN.
006300     05  BLANK SCREEN.
006400 01  PROGRAM-SCREEN.
006500     05  LINE 3  COL 26 VALUE "PROGRAM OF STUDY ENTRY".
006600     05  LINE 5  COL 10 VALUE "PROGRAM CODE  : ".
006700     05  LINE 5  COL 30 PIC X(06) TO NPR-CODE.
006800     05  LINE 6  COL 10 VALUE "TITLE         : ".
006900     05  LINE 6  COL 30 PIC X(30) TO NPR-TITLE.
007000     05  LINE 7  COL 10 VALUE "TOTAL HOURS   : ".
007100     05  LINE 7  COL 30 PIC 9(03) TO NPR-TOTAL-HOURS.
007200     05  LINE 7  COL 45 VALUE "MIN GPA: ".
007300     05  LINE 7  COL 54 PIC 9.99 TO NPR-MIN-GPA.
007400     05  LINE 8  COL 10 VALUE "STATUS (A/I)  : ".
007500     05  LINE 8  COL 30 PIC X(01) TO NPR-STATUS.
007600     05  LINE 9  COL 10 VALUE "REQUIRED COURSES:".
007700     05  LINE 10 COL 10 PIC X(08)
007800         TO NPR-REQ-COURSE(1).
007900     05  LINE 10 COL 20 PIC X(08)
008000         TO NPR-REQ-COURSE(2).
008100     05  LINE 10 COL 30 PIC X(08)
008200         TO NPR-REQ-COURSE(3).
008300     05  LINE 10 COL 40 PIC X(08)
008400         TO NPR-REQ-COURSE(4).
008500     05  LINE 10 COL 50 PIC X(08)
008600         TO NPR-REQ-COURSE(5).
008700     05  LINE 10 COL 60 PIC X(08)
008800         TO NPR-REQ-COURSE(6).
008900     05  LINE 11 COL 10 PIC X(08)
009000         TO NPR-REQ-COURSE(7).
009100     05  LINE 11 COL 20 PIC X(08)
009200         TO NPR-REQ-COURSE(8).
009300     05  LINE 11 COL 30 PIC X(08)
009400         TO NPR-REQ-COURSE(9).
009500     05  LINE 11 COL 40 PIC X(08)
009600         TO NPR-REQ-COURSE(10).
009700     05  LINE 11 COL 50 PIC X(08)
009800         TO NPR-REQ-COURSE(11).
009900     05  LINE 11 COL 60 PIC X(08)
010000         TO NPR-REQ-COURSE(12).
010100     05  LINE 12 COL 10 PIC X(08)
010200         TO NPR-REQ-COURSE(13).
010300     05  LINE 12 COL 20 PIC X(08)
010400         TO NPR-REQ-COURSE(14).
010500     05  LINE 12 COL 30 PIC X(08)
010600         TO NPR-REQ-COURSE(15).
010700     05  LINE 12 COL 40 PIC X(08)
010800         TO NPR-REQ-COURSE(16).
010900     05  LINE 12 COL 50 PIC X(08)
011000         TO NPR-REQ-COURSE(17).
011100     05  LINE 12 COL 60 PIC X(08)
011200         TO NPR-REQ-COURSE(18).
011300     05  LINE 14 COL 10 VALUE "POOL 1 NAME: ".
011400     05  LINE 14 COL 23 PIC X(20) TO NPR-POOL-NAME(1).
011500     05  LINE 14 COL 45 VALUE "MIN HRS: ".
011600     05  LINE 14 COL 54 PIC 9(02)
011700         TO NPR-POOL-MIN-HOURS(1).
011800     05  LINE 15 COL 10 PIC X(08)
011900         TO NPR-POOL-COURSE(1, 1).
012000     05  LINE 15 COL 20 PIC X(08)
012100         TO NPR-POOL-COURSE(1, 2).
012200     05  LINE 15 COL 30 PIC X(08)
012300         TO NPR-POOL-COURSE(1, 3).
012400     05  LINE 15 COL 40 PIC X(08)
012500         TO NPR-POOL-COURSE(1, 4).
012600     05  LINE 15 COL 50 PIC X(08)
012700         TO NPR-POOL-COURSE(1, 5).
012800     05  LINE 15 COL 60 PIC X(08)
012900         TO NPR-POOL-COURSE(1, 6).
013000     05  LINE 16 COL 10 VALUE "POOL 2 NAME: ".
013100     05  LINE 16 COL 23 PIC X(20) TO NPR-POOL-NAME(2).
013200     05  LINE 16 COL 45 VALUE "MIN HRS: ".
013300     05  LINE 16 COL 54 PIC 9(02)
013400         TO NPR-POOL-MIN-HOURS(2).
013500     05  LINE 17 COL 10 PIC X(08)
013600         TO NPR-POOL-COURSE(2, 1).
013700     05  LINE 17 COL 20 PIC X(08)
013800         TO NPR-POOL-COURSE(2, 2).
013900     05  LINE 17 COL 30 PIC X(08)
014000         TO NPR-POOL-COURSE(2, 3).
014100     05  LINE 17 COL 40 PIC X(08)
014200         TO NPR-POOL-COURSE(2, 4).
014300     05  LINE 17 COL 50 PIC X(08)
014400         TO NPR-POOL-COURSE(2, 5).
014500     05  LINE 17 COL 60 PIC X(08)
014600         TO NPR-POOL-COURSE(2, 6).
014700     05  LINE 18 COL 10 VALUE "POOL 3 NAME: ".
014800     05  LINE 18 COL 23 PIC X(20) TO NPR-POOL-NAME(3).
014900     05  LINE 18 COL 45 VALUE "MIN HRS: ".
015000     05  LINE 18 COL 54 PIC 9(02)
015100         TO NPR-POOL-MIN-HOURS(3).
015200     05  LINE 19 COL 10 PIC X(08)
015300         TO NPR-POOL-COURSE(3, 1).
015400     05  LINE 19 COL 20 PIC X(08)
015500         TO NPR-POOL-COURSE(3, 2).
015600     05  LINE 19 COL 30 PIC X(08)
015700         TO NPR-POOL-COURSE(3, 3).
015800     05  LINE 19 COL 40 PIC X(08)
015900         TO NPR-POOL-COURSE(3, 4).
016000     05  LINE 19 COL 50 PIC X(08)
016100         TO NPR-POOL-COURSE(3, 5).
016200     05  LINE 19 COL 60 PIC X(08)
016300         TO NPR-POOL-COURSE(3, 6).
016400     05  LINE 21 COL 10 PIC X(50) FROM WS-MESSAGE.
016500 01  RESULT-SCREEN.
016600     05  LINE 21 COL 10 PIC X(50) FROM WS-MESSAGE.
016700     05  LINE 23 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
016800     05  LINE 23 COL 38 PIC X(01) TO WS-ACK.
016900 PROCEDURE DIVISION.
017000*================================================================*
017100* 0000-MAINLINE                                                  *
017200*================================================================*
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017500     PERFORM 2000-PROMPT-FOR-ENTRY
017600         THRU 2000-PROMPT-FOR-ENTRY-EXIT.
017700     PERFORM 2500-VALIDATE-ENTRY THRU 2500-VALIDATE-ENTRY-EXIT.
017800     IF ENTRY-IS-VALID
017900         PERFORM 3000-WRITE-ENTRY THRU 3000-WRITE-ENTRY-EXIT
018000     END-IF.
018100     DISPLAY CLEAR-SCREEN
018200     DISPLAY RESULT-SCREEN
018300     ACCEPT RESULT-SCREEN.
018400     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
018500     GOBACK.
018600
018700*================================================================*
018800* 1000-INITIALIZE - OPEN THE PROGRAM MASTER, CREATING IT ON THE  *
018900* FIRST RUN IF IT DOES NOT YET EXIST, AND THE CATALOG.           *
019000*================================================================*
019100 1000-INITIALIZE.
019200     OPEN I-O PROGRAM-FILE.
019300     IF PRG-FS-NOT-FOUND
019400         OPEN OUTPUT PROGRAM-FILE
019500         CLOSE PROGRAM-FILE
019600         OPEN I-O PROGRAM-FILE
019700     END-IF.
019800     OPEN INPUT CATALOG-FILE.
019900 1000-INITIALIZE-EXIT.
020000     EXIT.
020100
020200*================================================================*
020300* 2000-PROMPT-FOR-ENTRY - COLLECTS THE PROGRAM ENTRY FROM THE    *
020400* OPERATOR.                                                      *
020500*================================================================*
020600 2000-PROMPT-FOR-ENTRY.
020700     INITIALIZE WS-NEW-PRG-RECORD
020800     MOVE SPACES TO WS-MESSAGE
020900     DISPLAY CLEAR-SCREEN
021000     DISPLAY PROGRAM-SCREEN
021100     ACCEPT PROGRAM-SCREEN.
021200 2000-PROMPT-FOR-ENTRY-EXIT.
021300     EXIT.
021400
021500*================================================================*
021600* 2500-VALIDATE-ENTRY - THE CODE IS REQUIRED, A BLANK STATUS     *
021700* MEANS ACTIVE, AND EVERY REQUIRED COURSE MUST BE IN THE         *
021800* CATALOG.                                                       *
021900*================================================================*
022000 2500-VALIDATE-ENTRY.
022100     MOVE 'N' TO WS-ENTRY-OK-SW
022200     IF NPR-CODE = SPACES
022300         MOVE 'PROGRAM CODE REQUIRED - NOTHING ADDED'
022400             TO WS-MESSAGE
022500         GO TO 2500-VALIDATE-ENTRY-EXIT.
022600     IF NPR-STATUS = SPACE
022700         MOVE 'A' TO NPR-STATUS
022800     END-IF.
022900     IF NOT NPR-STAT-ACTIVE AND NOT NPR-STAT-INACTIVE
023000         MOVE 'STATUS MUST BE A OR I - NOTHING ADDED'
023100             TO WS-MESSAGE
023200         GO TO 2500-VALIDATE-ENTRY-EXIT.
023300     MOVE 'Y' TO WS-ENTRY-OK-SW
023400     PERFORM 2510-CHECK-ONE-REQUIRED
023500         THRU 2510-CHECK-ONE-REQUIRED-EXIT
023600         VARYING WS-REQ-IX FROM 1 BY 1
023700         UNTIL WS-REQ-IX > 18 OR NOT ENTRY-IS-VALID.
023800 2500-VALIDATE-ENTRY-EXIT.
023900     EXIT.
024000
024100 2510-CHECK-ONE-REQUIRED.
024200     IF NPR-REQ-COURSE(WS-REQ-IX) = SPACES
024300         GO TO 2510-CHECK-ONE-REQUIRED-EXIT.
024400     MOVE NPR-REQ-COURSE(WS-REQ-IX) TO CAT-COURSE-NO
024500     IF CAT-FS-NOT-FOUND
024600         MOVE 'N' TO WS-ENTRY-OK-SW
024700     ELSE
024800         READ CATALOG-FILE
024900             INVALID KEY
025000                 MOVE 'N' TO WS-ENTRY-OK-SW
025100         END-READ
025200     END-IF.
025300     IF NOT ENTRY-IS-VALID
025400         STRING 'COURSE ' DELIMITED BY SIZE
025500             NPR-REQ-COURSE(WS-REQ-IX) DELIMITED BY SIZE
025600             ' NOT IN CATALOG - NOTHING ADDED' DELIMITED BY SIZE
025700             INTO WS-MESSAGE
025800     END-IF.
025900 2510-CHECK-ONE-REQUIRED-EXIT.
026000     EXIT.
026100
026200*================================================================*
026300* 3000-WRITE-ENTRY - WRITES THE PROGRAM RECORD; A PROGRAM        *
026400* ALREADY ON FILE IS REPLACED WITH THE KEYED ENTRY.              *
026500*================================================================*
026600 3000-WRITE-ENTRY.
026700     MOVE WS-NEW-PRG-RECORD TO PROGRAM-RECORD
026800     WRITE PROGRAM-RECORD
026900         INVALID KEY
027000             REWRITE PROGRAM-RECORD
027100             MOVE 'PROGRAM ENTRY REPLACED' TO WS-MESSAGE
027200         NOT INVALID KEY
027300             MOVE 'PROGRAM ENTRY ADDED' TO WS-MESSAGE
027400     END-WRITE.
027500 3000-WRITE-ENTRY-EXIT.
027600     EXIT.
027700
027800*================================================================*
027900* 9999-TERMINATE                                                 *
028000*================================================================*
028100 9999-TERMINATE.
028200     CLOSE PROGRAM-FILE.
028300     CLOSE CATALOG-FILE.
028400 9999-TERMINATE-EXIT.
028500     EXIT.
