001480*                INSTRUCTOR BOOKED INTO TWO SECTIONS MEETING AT
001482*                THE SAME TIME, NOT JUST TWO SECTIONS SHARING A
001484*                ROOM.
001486* 10/15/26  DWH  THE SECTION IS NOW ADDED TO ONE TERM'S SCHEDULE -
001488*                THE OPERATOR KEYS THE TERM, WHICH MUST BE ON THE
001490*                TERM CALENDAR (TRMCAL), AND IT LEADS THE CLASS
001492*                KEY.  THE ROOM AND INSTRUCTOR CONFLICT SCAN LOOKS
001494*                ONLY AT THE SAME TERM'S SECTIONS.
001500*================================================================
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002380         ACCESS MODE IS DYNAMIC
002390         RECORD KEY IS INS-ID
002395         FILE STATUS IS WS-INS-FS.
002405     SELECT TERM-FILE ASSIGN TO "TRMCAL"
002415         ORGANIZATION IS INDEXED
002425         ACCESS MODE IS DYNAMIC
002435         RECORD KEY IS TRM-CODE
002445         FILE STATUS IS WS-TRM-FS.
002455 DATA DIVISION.
002500 FILE SECTION.
002600 FD  CLASS-FILE.
002700     COPY CLSREC.
002720     COPY CATREC.
002730 FD  INSTRUCTOR-FILE.
002740     COPY INSREC.
002750 FD  TERM-FILE.
002760     COPY TRMREC.
002800 WORKING-STORAGE SECTION.
002900 01  WS-CLASS-FS             PIC X(02)  VALUE '00'.
003000     88  CLASS-FS-OK                     VALUE '00'.
003260     88  INS-FS-OK                       VALUE '00'.
003270     88  INS-FILE-ABSENT                 VALUE '35'.
003280     88  INS-FS-NOT-FOUND                VALUE '23' '35'.
003284 01  WS-TRM-FS               PIC X(02)  VALUE '00'.
003288     88  TRM-FS-OK                       VALUE '00'.
003292     88  TRM-FILE-ABSENT                 VALUE '35'.
003296     88  TRM-FS-NOT-FOUND                VALUE '23' '35'.
003300
003400*----------------------------------------------------------------
003500* WORKING COPY OF THE CLASS LAYOUT FOR THE SECTION BEING ADDED,
004820     88  COURSE-IN-CATALOG               VALUE 'Y'.
004830 01  WS-INS-OK-SW             PIC X      VALUE 'N'.
004840     88  INSTRUCTOR-IS-VALID             VALUE 'Y'.
004850 01  WS-TRM-OK-SW             PIC X      VALUE 'N'.
004860     88  TERM-ON-CALENDAR                VALUE 'Y'.
004900 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
004910 01  WS-ACK                   PIC X(01)  VALUE SPACE.
005000 SCREEN SECTION.
005200     05  BLANK SCREEN.
005300 01  ADD-CLASS-SCREEN.
005400     05  LINE 3  COL 30 VALUE "ADD CLASS SECTION".
005410     05  LINE 4  COL 10 VALUE "TERM          : ".
005420     05  LINE 4  COL 30 PIC X(06) TO NCL-TERM.
005500     05  LINE 5  COL 10 VALUE "COURSE NUMBER : ".
005600     05  LINE 5  COL 30 PIC X(08) TO NCL-COURSE-NO.
005700     05  LINE 5  COL 45 VALUE "SECTION: ".
009100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009150     PERFORM 2000-PROMPT-FOR-CLASS
009180         THRU 2000-PROMPT-FOR-CLASS-EXIT.
009183     PERFORM 2400-CHECK-TERM THRU 2400-CHECK-TERM-EXIT.
009186     IF NOT TERM-ON-CALENDAR
009189         MOVE 'TERM NOT ON CALENDAR - CLASS REJECTED'
009192             TO WS-MESSAGE
009195     ELSE
009200         PERFORM 2500-CHECK-CATALOG THRU 2500-CHECK-CATALOG-EXIT
009250         IF NOT COURSE-IN-CATALOG
009260             MOVE 'COURSE NOT IN CATALOG - CLASS REJECTED'
009270                 TO WS-MESSAGE
009280         ELSE
009282         PERFORM 2600-CHECK-INSTRUCTOR
009284             THRU 2600-CHECK-INSTRUCTOR-EXIT
009286         IF NOT INSTRUCTOR-IS-VALID
009288             MOVE 'INSTRUCTOR ID NOT ON FILE - CLASS REJECTED'
009290                 TO WS-MESSAGE
009292         ELSE
009300         PERFORM 3000-CHECK-CONFLICT THRU 3000-CHECK-CONFLICT-EXIT
009400         IF CONFLICT-FOUND
009450             MOVE 'ROOM OR INSTRUCTOR CONFLICT - CLASS REJECTED'
009460                 TO WS-MESSAGE
009700         ELSE
009800             PERFORM 4000-WRITE-CLASS THRU 4000-WRITE-CLASS-EXIT
009900         END-IF
009930         END-IF
009950         END-IF
009960     END-IF.
010000     DISPLAY CLEAR-SCREEN
010100     DISPLAY RESULT-SCREEN
010110     ACCEPT RESULT-SCREEN.
011500     END-IF.
011510     OPEN INPUT CATALOG-FILE.
011520     OPEN INPUT INSTRUCTOR-FILE.
011530     OPEN INPUT TERM-FILE.
011600 1000-INITIALIZE-EXIT.
011700     EXIT.
011705
011710*================================================================*
011715* 2400-CHECK-TERM - THE SECTION IS ADDED TO ONE TERM'S SCHEDULE, *
011720* AND THE TERM MUST BE ON THE TERM CALENDAR (TRMCAL).  A SITE    *
011725* THAT HAS NOT SET THE CALENDAR UP YET REFUSES EVERY ADD UNTIL   *
011730* TERM-MAINT-PGM HAS BEEN RUN.                                   *
011735*================================================================*
011740 2400-CHECK-TERM.
011745     MOVE 'N' TO WS-TRM-OK-SW
011750     IF TRM-FILE-ABSENT OR NCL-TERM = SPACES
011755         GO TO 2400-CHECK-TERM-EXIT.
011760     MOVE NCL-TERM TO TRM-CODE
011765     READ TERM-FILE
011770         INVALID KEY
011775             CONTINUE
011780         NOT INVALID KEY
011785             MOVE 'Y' TO WS-TRM-OK-SW
011790     END-READ.
011795 2400-CHECK-TERM-EXIT.
011800     EXIT.
011805
011810*================================================================*
011820* 2500-CHECK-CATALOG - THE NEW SECTION'S COURSE NUMBER MUST BE   *
011830* ON THE COURSE CATALOG.  A SITE THAT HAS NOT SET THE CATALOG UP *
013100
013200*================================================================*
013300* 3000-CHECK-CONFLICT - SCANS THE ENTIRE CLASS MASTER FOR A      *
013400* SECTION OF THE SAME TERM THAT SHARES THE SAME ROOM - OR THE    *
013500* SAME INSTRUCTOR - ON AN OVERLAPPING DAY AND TIME RANGE AS THE  *
013550* SECTION BEING ADDED.  OTHER TERMS' SECTIONS NEVER CONFLICT.    *
013600*================================================================*
013700 3000-CHECK-CONFLICT.
013800     MOVE 'N' TO WS-CONFLICT-SW
013900     MOVE 'N' TO WS-EOF-SW
014000     MOVE NCL-TERM TO CLS-TERM
014010     MOVE LOW-VALUES TO CLS-COURSE-NO CLS-SECTION
014100     START CLASS-FILE KEY IS NOT LESS THAN CLS-KEY
014200         INVALID KEY
014300             MOVE 'Y' TO WS-EOF-SW
015100     READ CLASS-FILE NEXT RECORD
015200         AT END
015300             MOVE 'Y' TO WS-EOF-SW
015310     END-READ.
015320     IF CLASS-FILE-EOF
015330         GO TO 3100-SCAN-ONE-CLASS-EXIT.
015340     IF CLS-TERM NOT = NCL-TERM
015350         MOVE 'Y' TO WS-EOF-SW
015360         GO TO 3100-SCAN-ONE-CLASS-EXIT.
015500     IF (CLS-ROOM = NCL-ROOM
015520         OR (CLS-INSTRUCTOR-ID = NCL-INSTRUCTOR-ID
015540             AND NCL-INSTRUCTOR-ID NOT = SPACES))
015600         AND CLS-START-TIME < NCL-END-TIME
015700         AND NCL-START-TIME < CLS-END-TIME
015800         AND ((CLS-DAY-MON = 'Y' AND NCL-DAY-MON = 'Y')
015900          OR  (CLS-DAY-TUE = 'Y' AND NCL-DAY-TUE = 'Y')
016000          OR  (CLS-DAY-WED = 'Y' AND NCL-DAY-WED = 'Y')
016100          OR  (CLS-DAY-THU = 'Y' AND NCL-DAY-THU = 'Y')
016200          OR  (CLS-DAY-FRI = 'Y' AND NCL-DAY-FRI = 'Y')
016300          OR  (CLS-DAY-SAT = 'Y' AND NCL-DAY-SAT = 'Y')
016400          OR  (CLS-DAY-SUN = 'Y' AND NCL-DAY-SUN = 'Y'))
016500         MOVE 'Y' TO WS-CONFLICT-SW
016600     END-IF.
016800 3100-SCAN-ONE-CLASS-EXIT.
016900     EXIT.
017000
017700     MOVE ZERO TO CLS-SEATS-FILLED
017800     WRITE CLASS-RECORD
017900         INVALID KEY
018000             MOVE 'DUPLICATE TERM/COURSE/SECTION - NOT ADDED'
018100                 TO WS-MESSAGE
018200         NOT INVALID KEY
018300             MOVE 'CLASS SECTION ADDED' TO WS-MESSAGE
019200     CLOSE CLASS-FILE.
019250     CLOSE CATALOG-FILE.
019260     CLOSE INSTRUCTOR-FILE.
019270     CLOSE TERM-FILE.
019300 9999-TERMINATE-EXIT.
019400     EXIT.
