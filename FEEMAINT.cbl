001800*                ASSESSES THE SCHEDULE AUTOMATICALLY AT
001900*                ENROLLMENT TIME.  KEYING A FEE CODE ALREADY ON
002000*                FILE REPLACES THE ENTRY.
002010* 10/15/26  DWH  ACCEPTS FREQUENCY R FOR THE RETURNED-ITEM FEE
002020*                RETURNED-PAYMENT-PGM CHARGES WHEN A RECEIPT
002030*                BOUNCES - ENROLLMENT NEVER ASSESSES AN R FEE.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
005700     05  LINE 6  COL 34 PIC X(20) TO NFE-DESC.
005800     05  LINE 7  COL 10 VALUE "AMOUNT             : ".
005900     05  LINE 7  COL 34 PIC 9(05)V99 TO NFE-AMOUNT.
006000     05  LINE 8  COL 10 VALUE "FREQUENCY (T/E/R)  : ".
006100     05  LINE 8  COL 34 PIC X(01) TO NFE-FREQUENCY.
006200     05  LINE 9  COL 10 VALUE "COURSE (BLANK=ALL) : ".
006300     05  LINE 9  COL 34 PIC X(08) TO NFE-COURSE-NO.
007900         MOVE 'FEE CODE REQUIRED - NOTHING ADDED' TO WS-MESSAGE
008000     ELSE
008100     IF NFE-FREQUENCY NOT = 'T' AND NFE-FREQUENCY NOT = 'E'
008110         AND NFE-FREQUENCY NOT = 'R'
008200         MOVE 'FREQUENCY MUST BE T, E OR R - NOTHING ADDED'
008300             TO WS-MESSAGE
008400     ELSE
008500         PERFORM 3000-WRITE-FEE THRU 3000-WRITE-FEE-EXIT
