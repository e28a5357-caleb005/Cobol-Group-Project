001900*                AND AN OPERATOR CONFIRMATION FIRST.  EVERY PASS
002000*                LANDS IN AUDTRAIL THROUGH THE MENU LOOP LIKE ANY
002100*                OTHER TRANSACTION.
002110* 10/15/26  DWH  SETTING A STUDENT TO WITHDRAWN LOGS A PENDING
002120*                WITHDRAWAL FOR THE CURRENT TERM ON WDRMSTR SO THE
002130*                AID OFFICE CALCULATES THE RETURN OF TITLE IV AID.
002140* 10/15/26  DWH  THE STUDENT'S DECLARED PROGRAM OF STUDY
002150*                (STU-PROGRAM-CODE) SHOWS ON INQUIRY AND IS KEYED
002160*                ON THE CHANGE SCREEN; THE CODE MUST BE AN ACTIVE
002170*                PROGRAM ON PRGMSTR OR THE CHANGE IS REFUSED.
002180* 10/15/26  DWH  NO WITHDRAWAL IS LOGGED ON WDRMSTR UNDER A BLANK
002190*                TERM WHEN THE CALENDAR HAS NO CURRENT TERM.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS LED-SSN
004000         FILE STATUS IS WS-LEDGER-FS.
004009     SELECT TERM-FILE ASSIGN TO "TRMCAL"
004018         ORGANIZATION IS INDEXED
004027         ACCESS MODE IS DYNAMIC
004036         RECORD KEY IS TRM-CODE
004045         FILE STATUS IS WS-TRM-FS.
004054     SELECT WITHDRAWAL-FILE ASSIGN TO "WDRMSTR"
004063         ORGANIZATION IS INDEXED
004072         ACCESS MODE IS DYNAMIC
004081         RECORD KEY IS WDR-KEY
004090         FILE STATUS IS WS-WDR-FS.
004091     SELECT PROGRAM-FILE ASSIGN TO "PRGMSTR"
004092         ORGANIZATION IS INDEXED
004093         ACCESS MODE IS DYNAMIC
004094         RECORD KEY IS PRG-CODE
004095         FILE STATUS IS WS-PRG-FS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  STUDENT-FILE.
004600     COPY ENRREC.
004700 FD  LEDGER-FILE.
004800     COPY LEDREC.
004810 FD  TERM-FILE.
004820     COPY TRMREC.
004830 FD  WITHDRAWAL-FILE.
004840     COPY WDRREC.
004850 FD  PROGRAM-FILE.
004860     COPY PRGREC.
004900 WORKING-STORAGE SECTION.
005000 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
005100     88  STUDENT-FS-OK                    VALUE '00'.
005600 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
005700     88  LEDGER-FS-OK                     VALUE '00'.
005800     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
005810 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
005820     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
005830 01  WS-WDR-FS                PIC X(02)  VALUE '00'.
005840     88  WDR-FS-OK                        VALUE '00'.
005850     88  WDR-FS-NOT-FOUND                 VALUE '23' '35'.
005860 01  WS-PRG-FS                PIC X(02)  VALUE '00'.
005870     88  PRG-FS-NOT-FOUND                 VALUE '23' '35'.
005900
006000*----------------------------------------------------------------
006100* WORKING COPY OF THE STUDENT LAYOUT FOR THE CORRECTIONS BEING
008200 01  WS-BALANCE-EDIT          PIC -(6)9.99 VALUE ZERO.
008300 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
008400 01  WS-ACK                   PIC X(01)  VALUE SPACE.
008410*----------------------------------------------------------------
008420* A WITHDRAWAL IS LOGGED AGAINST THE CURRENT TERM FOR THE AID
008430* OFFICE'S RETURN OF TITLE IV AID CALCULATION.
008440*----------------------------------------------------------------
008450 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
008460     88  TERM-SCAN-DONE                   VALUE 'Y'.
008470 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
008500
008600 LINKAGE SECTION.
008700 01  LK-SNO                   PIC 9(09).
011700     05  LINE 11 COL 30 PIC X(10) FROM STU-PHONE.
011800     05  LINE 12 COL 10 VALUE "STATUS    : ".
011900     05  LINE 12 COL 30 PIC X(01) FROM STU-ENROLL-STATUS.
011910     05  LINE 13 COL 10 VALUE "PROGRAM   : ".
011920     05  LINE 13 COL 30 PIC X(06) FROM STU-PROGRAM-CODE.
012000 01  CHANGE-SCREEN.
012100     05  LINE 3  COL 22 VALUE "STUDENT CHANGE - BLANK KEEPS".
012200     05  LINE 3  COL 51 VALUE " CURRENT".
014400     05  LINE 12 COL 10 VALUE "PHONE     : ".
014500     05  LINE 12 COL 22 PIC X(10) FROM STU-PHONE.
014600     05  LINE 12 COL 45 PIC X(10) TO NST-PHONE.
014610     05  LINE 13 COL 10 VALUE "PROGRAM   : ".
014620     05  LINE 13 COL 22 PIC X(06) FROM STU-PROGRAM-CODE.
014630     05  LINE 13 COL 45 PIC X(06) TO NST-PROGRAM-CODE.
014700 01  STATUS-SCREEN.
014800     05  LINE 3  COL 25 VALUE "STUDENT STATUS CHANGE".
014900     05  LINE 5  COL 10 VALUE "CURRENT STATUS     : ".
019700     END-IF.
019800     OPEN INPUT ENROLLMENT-FILE.
019900     OPEN INPUT LEDGER-FILE.
019910     OPEN INPUT TERM-FILE.
019920     OPEN I-O WITHDRAWAL-FILE.
019930     IF WDR-FS-NOT-FOUND
019940         OPEN OUTPUT WITHDRAWAL-FILE
019950         CLOSE WITHDRAWAL-FILE
019960         OPEN I-O WITHDRAWAL-FILE
019970     END-IF.
019975     OPEN INPUT PROGRAM-FILE.
020000     MOVE 'N' TO WS-STUDENT-FOUND-SW
020100     MOVE LK-SNO TO STU-SSN
020200     READ STUDENT-FILE
024200     DISPLAY CLEAR-SCREEN
024300     DISPLAY CHANGE-SCREEN
024400     ACCEPT CHANGE-SCREEN
024410     IF NST-PROGRAM-CODE NOT = SPACES
024420         PERFORM 4100-CHECK-PROGRAM-CODE
024430             THRU 4100-CHECK-PROGRAM-CODE-EXIT
024440         IF WS-MESSAGE NOT = SPACES
024450             GO TO 4000-CHANGE-EXIT
024460         END-IF
024470     END-IF.
024500     IF NST-LAST-NAME NOT = SPACES
024600         MOVE NST-LAST-NAME TO STU-LAST-NAME
024700     END-IF
026600     IF NST-PHONE NOT = SPACES
026700         MOVE NST-PHONE TO STU-PHONE
026800     END-IF
026810     IF NST-PROGRAM-CODE NOT = SPACES
026820         MOVE NST-PROGRAM-CODE TO STU-PROGRAM-CODE
026830     END-IF
026900     REWRITE STUDENT-RECORD
027000     MOVE 'STUDENT RECORD CHANGED' TO WS-MESSAGE.
027100 4000-CHANGE-EXIT.
027200     EXIT.
027204
027208*================================================================*
027212* 4100-CHECK-PROGRAM-CODE - A DECLARED PROGRAM MUST BE ON THE    *
027216* PROGRAM OF STUDY MASTER AND STILL ACTIVE; OTHERWISE NOTHING ON *
027220* THE CHANGE SCREEN IS APPLIED.                                  *
027224*================================================================*
027228 4100-CHECK-PROGRAM-CODE.
027232     IF PRG-FS-NOT-FOUND
027236         MOVE 'PROGRAM CODE NOT ON FILE - NOT CHANGED'
027240             TO WS-MESSAGE
027244         GO TO 4100-CHECK-PROGRAM-CODE-EXIT.
027248     MOVE NST-PROGRAM-CODE TO PRG-CODE
027252     READ PROGRAM-FILE
027256         INVALID KEY
027260             MOVE 'PROGRAM CODE NOT ON FILE - NOT CHANGED'
027264                 TO WS-MESSAGE
027268             GO TO 4100-CHECK-PROGRAM-CODE-EXIT
027272     END-READ.
027276     IF NOT PRG-STAT-ACTIVE
027280         MOVE 'PROGRAM IS INACTIVE - NOT CHANGED' TO WS-MESSAGE
027284     END-IF.
027288 4100-CHECK-PROGRAM-CODE-EXIT.
027292     EXIT.
027300
027400*================================================================*
027500* 5000-STATUS-CHANGE - MOVES STU-ENROLL-STATUS TO A/I/G/W.       *
029900             END-IF
030000         END-IF
030100     END-IF.
030110     IF WS-NEW-STATUS = 'W' AND STU-ENROLL-STATUS NOT = 'W'
030120         PERFORM 5200-RECORD-WITHDRAWAL
030130             THRU 5200-RECORD-WITHDRAWAL-EXIT
030140     END-IF.
030200     MOVE WS-NEW-STATUS TO STU-ENROLL-STATUS
030300     REWRITE STUDENT-RECORD
030400     MOVE 'STUDENT STATUS CHANGED' TO WS-MESSAGE.
035900             END-IF
036000     END-READ.
036100 5110-SCAN-ONE-ENROLLMENT-EXIT.
036110     EXIT.
036120
036130*================================================================*
036140* 5200-RECORD-WITHDRAWAL - LOGS THE WITHDRAWAL ON WDRMSTR AS     *
036150* PENDING SO THE AID OFFICE CALCULATES THE RETURN OF TITLE IV    *
036160* AID FOR THE CURRENT TERM.  A WITHDRAWAL ALREADY LOGGED FOR THE *
036170* TERM (THE LAST SECTION WAS DROPPED FIRST) KEEPS ITS DATE.      *
036180* WITH NO CURRENT TERM ON THE CALENDAR NOTHING IS LOGGED.        *
036184*================================================================*
036188 5200-RECORD-WITHDRAWAL.
036192     PERFORM 5210-FIND-CURRENT-TERM
036196         THRU 5210-FIND-CURRENT-TERM-EXIT.
036200     IF WS-CURRENT-TERM = SPACES
036204         GO TO 5200-RECORD-WITHDRAWAL-EXIT.
036211     INITIALIZE WITHDRAWAL-RECORD
036212     MOVE LK-SNO TO WDR-SSN
036213     MOVE WS-CURRENT-TERM TO WDR-TERM
036214     ACCEPT WDR-WITHDRAW-DATE FROM DATE YYYYMMDD
036215     MOVE 'S' TO WDR-SOURCE
036216     MOVE 'P' TO WDR-STATUS
036217     WRITE WITHDRAWAL-RECORD
036218         INVALID KEY
036219             CONTINUE
036220     END-WRITE.
036221 5200-RECORD-WITHDRAWAL-EXIT.
036222     EXIT.
036223
036224 5210-FIND-CURRENT-TERM.
036225     MOVE SPACES TO WS-CURRENT-TERM
036226     MOVE 'N' TO WS-TRM-EOF-SW
036227     IF TRM-FS-NOT-FOUND
036228         MOVE 'Y' TO WS-TRM-EOF-SW
036229     END-IF.
036230     IF NOT TERM-SCAN-DONE
036231         MOVE LOW-VALUES TO TRM-CODE
036232         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
036233             INVALID KEY
036234                 MOVE 'Y' TO WS-TRM-EOF-SW
036235         END-START
036236     END-IF.
036237     PERFORM 5220-SCAN-ONE-TERM THRU 5220-SCAN-ONE-TERM-EXIT
036238         UNTIL TERM-SCAN-DONE.
036239 5210-FIND-CURRENT-TERM-EXIT.
036240     EXIT.
036241
036242 5220-SCAN-ONE-TERM.
036243     READ TERM-FILE NEXT RECORD
036244         AT END
036245             MOVE 'Y' TO WS-TRM-EOF-SW
036246         NOT AT END
036247             IF TRM-IS-CURRENT
036248                 MOVE TRM-CODE TO WS-CURRENT-TERM
036249                 MOVE 'Y' TO WS-TRM-EOF-SW
036250             END-IF
036251     END-READ.
036252 5220-SCAN-ONE-TERM-EXIT.
036253     EXIT.
036300
036400*================================================================*
036500* 9999-TERMINATE                                                 *
036800     CLOSE STUDENT-FILE.
036900     CLOSE ENROLLMENT-FILE.
037000     CLOSE LEDGER-FILE.
037010     CLOSE TERM-FILE.
037020     CLOSE WITHDRAWAL-FILE.
037030     CLOSE PROGRAM-FILE.
037100 9999-TERMINATE-EXIT.
037200     EXIT.
