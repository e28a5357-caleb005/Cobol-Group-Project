000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPONSOR-PAYMENT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - POSTS A SPONSOR'S PAYMENT AGAINST ONE
001100*                OF ITS INVOICES (SPIMSTR).  THE BURSAR KEYS THE
001200*                INVOICE NUMBER FROM THE REMITTANCE AND THE
001300*                AMOUNT; THE INVOICE MUST BE OPEN AND THE PAYMENT
001400*                MAY NOT EXCEED WHAT IS STILL OWED ON IT.  THE
001500*                INVOICE IS MARKED PAID WHEN IT IS PAID IN FULL,
001600*                THE SPONSOR'S PAID TOTAL (SPNMSTR) IS RAISED AND
001700*                A RECEIPT GL EXTRACT IS WRITTEN.  THE SPONSORED
001800*                STUDENTS' LEDGERS ARE NOT TOUCHED - THE CHARGES
001900*                LEFT THEIR BALANCES WHEN THEY WERE MOVED TO THE
002000*                SPONSOR.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INVOICE-FILE ASSIGN TO "SPIMSTR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS SPI-INVOICE-NO
002900         FILE STATUS IS WS-SPI-FS.
003000     SELECT SPONSOR-FILE ASSIGN TO "SPNMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SPN-CODE
003400         FILE STATUS IS WS-SPN-FS.
003500     SELECT GLX-FILE ASSIGN TO "GLXTRACT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-GLX-FS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  INVOICE-FILE.
004100     COPY SPIREC.
004200 FD  SPONSOR-FILE.
004300     COPY SPNREC.
004400 FD  GLX-FILE.
004500     COPY GLXREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-SPI-FS                PIC X(02)  VALUE '00'.
004800     88  SPI-FS-OK                        VALUE '00'.
004900     88  SPI-FS-NOT-FOUND                 VALUE '23' '35'.
005000 01  WS-SPN-FS                PIC X(02)  VALUE '00'.
005100     88  SPN-FS-OK                        VALUE '00'.
005200     88  SPN-FS-NOT-FOUND                 VALUE '23' '35'.
005300 01  WS-GLX-FS                PIC X(02)  VALUE '00'.
005400     88  GLX-FS-OK                        VALUE '00'.
005500
005600 01  WS-INVOICE-NO            PIC 9(06)  VALUE ZERO.
005700 01  WS-PAY-AMOUNT            PIC 9(07)V99 VALUE ZERO.
005800 01  WS-OPEN-AMT              PIC S9(07)V99 VALUE ZERO.
005900 01  WS-OPEN-EDIT             PIC Z(6)9.99.
006000 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
006100 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
006200     05  WS-TODAY-CC          PIC 9(02).
006300     05  WS-TODAY-YY          PIC 9(02).
006400     05  WS-TODAY-MM          PIC 9(02).
006500     05  WS-TODAY-DD          PIC 9(02).
006600 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
006700 01  WS-ACK                   PIC X(01)  VALUE SPACE.
006800 SCREEN SECTION.
006900 01  CLEAR-SCREEN.
007000     05  BLANK SCREEN.
007100 01  SPONSOR-PAYMENT-SCREEN.
007200     05  LINE 3  COL 27 VALUE "SPONSOR PAYMENT".
007300     05  LINE 5  COL 10 VALUE "INVOICE NUMBER     : ".
007400     05  LINE 5  COL 34 PIC 9(06) TO WS-INVOICE-NO.
007500     05  LINE 6  COL 10 VALUE "AMOUNT RECEIVED    : ".
007600     05  LINE 6  COL 34 PIC 9(07)V99 TO WS-PAY-AMOUNT.
007700 01  RESULT-SCREEN.
007800     05  LINE 10 COL 10 PIC X(50) FROM WS-MESSAGE.
007900     05  LINE 12 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
008000     05  LINE 12 COL 38 PIC X(01) TO WS-ACK.
008100 PROCEDURE DIVISION.
008200*================================================================*
008300* 0000-MAINLINE                                                  *
008400*================================================================*
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008700     PERFORM 2000-GET-PAYMENT THRU 2000-GET-PAYMENT-EXIT.
008800     PERFORM 3000-POST-PAYMENT THRU 3000-POST-PAYMENT-EXIT.
008900     DISPLAY CLEAR-SCREEN
009000     DISPLAY RESULT-SCREEN
009100     ACCEPT RESULT-SCREEN.
009200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
009300     GOBACK.
009400
009500*================================================================*
009600* 1000-INITIALIZE - OPEN THE INVOICE AND SPONSOR MASTERS,        *
009700* CREATING THEM ON THE FIRST RUN IF THEY DO NOT YET EXIST, AND   *
009800* THE GL EXTRACT FEED.                                           *
009900*================================================================*
010000 1000-INITIALIZE.
010100     OPEN I-O INVOICE-FILE.
010200     IF SPI-FS-NOT-FOUND
010300         OPEN OUTPUT INVOICE-FILE
010400         CLOSE INVOICE-FILE
010500         OPEN I-O INVOICE-FILE
010600     END-IF.
010700     OPEN I-O SPONSOR-FILE.
010800     IF SPN-FS-NOT-FOUND
010900         OPEN OUTPUT SPONSOR-FILE
011000         CLOSE SPONSOR-FILE
011100         OPEN I-O SPONSOR-FILE
011200     END-IF.
011300     OPEN EXTEND GLX-FILE.
011400     IF NOT GLX-FS-OK
011500         CLOSE GLX-FILE
011600         OPEN OUTPUT GLX-FILE
011700         CLOSE GLX-FILE
011800         OPEN EXTEND GLX-FILE
011900     END-IF.
012000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
012300
012400*================================================================*
012500* 2000-GET-PAYMENT                                               *
012600*================================================================*
012700 2000-GET-PAYMENT.
012800     MOVE SPACES TO WS-MESSAGE
012900     MOVE ZERO TO WS-INVOICE-NO
013000     MOVE ZERO TO WS-PAY-AMOUNT
013100     DISPLAY CLEAR-SCREEN
013200     DISPLAY SPONSOR-PAYMENT-SCREEN
013300     ACCEPT SPONSOR-PAYMENT-SCREEN.
013400 2000-GET-PAYMENT-EXIT.
013500     EXIT.
013600
013700*================================================================*
013800* 3000-POST-PAYMENT - EDITS THE PAYMENT AGAINST THE INVOICE AND  *
013900* POSTS IT.  A CREDIT MEMO OR AN INVOICE ALREADY PAID TAKES NO   *
014000* PAYMENT, AND AN OVERPAYMENT IS REFUSED WITH THE OPEN AMOUNT    *
014100* SHOWN SO THE BURSAR CAN POST THE INVOICE IN FULL AND RETURN    *
014200* THE EXCESS TO THE SPONSOR.                                     *
014300*================================================================*
014400 3000-POST-PAYMENT.
014500     IF WS-PAY-AMOUNT NOT > ZERO
014600         MOVE 'PAYMENT AMOUNT REQUIRED - NOTHING POSTED'
014700             TO WS-MESSAGE
014800         GO TO 3000-POST-PAYMENT-EXIT.
014900     MOVE WS-INVOICE-NO TO SPI-INVOICE-NO
015000     READ INVOICE-FILE
015100         INVALID KEY
015200             MOVE 'INVOICE NOT ON FILE - NOTHING POSTED'
015300                 TO WS-MESSAGE
015400     END-READ.
015500     IF WS-MESSAGE NOT = SPACES
015600         GO TO 3000-POST-PAYMENT-EXIT.
015700     IF NOT SPI-STAT-OPEN
015800         MOVE 'INVOICE IS NOT OPEN - NOTHING POSTED' TO WS-MESSAGE
015900         GO TO 3000-POST-PAYMENT-EXIT.
016000     COMPUTE WS-OPEN-AMT = SPI-AMOUNT - SPI-PAID-AMT.
016100     IF WS-PAY-AMOUNT > WS-OPEN-AMT
016200         MOVE WS-OPEN-AMT TO WS-OPEN-EDIT
016300         STRING 'PAYMENT EXCEEDS OPEN AMOUNT OF '
016400             DELIMITED BY SIZE
016500             WS-OPEN-EDIT DELIMITED BY SIZE
016600             INTO WS-MESSAGE
016700         GO TO 3000-POST-PAYMENT-EXIT.
016800     ADD WS-PAY-AMOUNT TO SPI-PAID-AMT
016900     MOVE WS-TODAY-CC TO SPI-PAY-CC
017000     MOVE WS-TODAY-YY TO SPI-PAY-YY
017100     MOVE WS-TODAY-MM TO SPI-PAY-MM
017200     MOVE WS-TODAY-DD TO SPI-PAY-DD
017300     IF SPI-PAID-AMT = SPI-AMOUNT
017400         MOVE 'P' TO SPI-STATUS
017500         MOVE 'PAYMENT POSTED - INVOICE PAID IN FULL'
017600             TO WS-MESSAGE
017700     ELSE
017800         MOVE 'PAYMENT POSTED - INVOICE STILL OPEN' TO WS-MESSAGE
017900     END-IF.
018000     REWRITE SPONSOR-INVOICE-RECORD.
018100     MOVE SPI-SPONSOR-CODE TO SPN-CODE
018200     READ SPONSOR-FILE
018300         INVALID KEY
018400             CONTINUE
018500         NOT INVALID KEY
018600             ADD WS-PAY-AMOUNT TO SPN-PAID-TOTAL
018700             REWRITE SPONSOR-RECORD
018800     END-READ.
018900     PERFORM 3100-WRITE-GL-EXTRACT
019000         THRU 3100-WRITE-GL-EXTRACT-EXIT.
019100 3000-POST-PAYMENT-EXIT.
019200     EXIT.
019300
019400*================================================================*
019500* 3100-WRITE-GL-EXTRACT - APPENDS ONE RECEIPT GL EXTRACT RECORD  *
019600* FOR THE PAYMENT.  IT BELONGS TO NO STUDENT, SO THE SSN IS ZERO *
019700* AND THE REFERENCE IS THE SPONSOR INVOICE NUMBER.               *
019800*================================================================*
019900 3100-WRITE-GL-EXTRACT.
020000     MOVE SPACES TO GL-EXTRACT-RECORD
020100     MOVE 'R' TO GLX-TRANS-TYPE
020200     MOVE ZERO TO GLX-SSN
020300     MOVE WS-TODAY-CC TO GLX-DATE-CC
020400     MOVE WS-TODAY-YY TO GLX-DATE-YY
020500     MOVE WS-TODAY-MM TO GLX-DATE-MM
020600     MOVE WS-TODAY-DD TO GLX-DATE-DD
020700     STRING 'SPI' DELIMITED BY SIZE
020800         SPI-INVOICE-NO DELIMITED BY SIZE
020900         INTO GLX-REFERENCE
021000     MOVE WS-PAY-AMOUNT TO GLX-AMOUNT
021100     MOVE '1000-CASH' TO GLX-GL-ACCOUNT
021200     WRITE GL-EXTRACT-RECORD.
021300 3100-WRITE-GL-EXTRACT-EXIT.
021400     EXIT.
021500
021600*================================================================*
021700* 9999-TERMINATE                                                 *
021800*================================================================*
021900 9999-TERMINATE.
022000     CLOSE INVOICE-FILE.
022100     CLOSE SPONSOR-FILE.
022200     CLOSE GLX-FILE.
022300 9999-TERMINATE-EXIT.
022400     EXIT.
