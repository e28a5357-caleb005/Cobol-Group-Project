000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRADE-CHANGE-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - GRADE CHANGE AGAINST A CLOSED TERM.
001100*                ONCE TERM-END-PGM HAS MOVED A TERM TO ENRARCH,
001200*                GRADE-ENTRY-PGM CAN NO LONGER REACH IT, SO A
001300*                FACULTY CORRECTION, A COMPLETED INCOMPLETE OR A
001400*                GRADE APPEAL IS KEYED HERE BY THE REGISTRAR.  THE
001500*                OPERATOR PICKS THE ARCHIVED ENROLLMENT FOR THE
001600*                STUDENT SELECTED ON THE MENU AND KEYS THE NEW
001700*                GRADE, A REASON CODE AND THE APPROVING OPERATOR
001800*                ID.  THE ARCHIVE RECORD IS REWRITTEN AND THE OLD
001900*                AND NEW GRADES GO TO THE GRADE CHANGE HISTORY
002000*                FILE (GCHMSTR) THE TRANSCRIPT FOOTNOTES FROM.  A
002100*                CHANGE IN A TERM ACADEMIC-PROGRESS-PGM HAS
002200*                ALREADY EVALUATED FLAGS THE STUDENT'S SAPMSTR
002300*                RECORD FOR RECOMPUTE.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ARCHIVE-FILE ASSIGN TO "ENRARCH"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ARC-KEY
003200         FILE STATUS IS WS-ARC-FS.
003300     SELECT GRADE-CHANGE-FILE ASSIGN TO "GCHMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS GCH-KEY
003700         FILE STATUS IS WS-GCH-FS.
003800     SELECT SAP-FILE ASSIGN TO "SAPMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SAP-SSN
004200         FILE STATUS IS WS-SAP-FS.
004300     SELECT TERM-FILE ASSIGN TO "TRMCAL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TRM-CODE
004700         FILE STATUS IS WS-TRM-FS.
004800     SELECT OPERATOR-FILE ASSIGN TO "OPRMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS OPR-ID
005200         FILE STATUS IS WS-OPR-FS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ARCHIVE-FILE.
005600     COPY ARCREC.
005700 FD  GRADE-CHANGE-FILE.
005800     COPY GCHREC.
005900 FD  SAP-FILE.
006000     COPY SAPREC.
006100 FD  TERM-FILE.
006200     COPY TRMREC.
006300 FD  OPERATOR-FILE.
006400     COPY OPRREC.
006500 WORKING-STORAGE SECTION.
006600 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
006700     88  ARC-FS-OK                        VALUE '00'.
006800     88  ARC-FS-NOT-FOUND                 VALUE '23' '35'.
006900 01  WS-GCH-FS                PIC X(02)  VALUE '00'.
007000     88  GCH-FS-OK                        VALUE '00'.
007100     88  GCH-FS-NOT-FOUND                 VALUE '23' '35'.
007200 01  WS-SAP-FS                PIC X(02)  VALUE '00'.
007300     88  SAP-FS-OK                        VALUE '00'.
007400     88  SAP-FS-NOT-FOUND                 VALUE '23' '35'.
007500 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
007600     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
007700 01  WS-OPR-FS                PIC X(02)  VALUE '00'.
007800     88  OPR-FS-OK                        VALUE '00'.
007900     88  OPR-FILE-ABSENT                  VALUE '35'.
008000
008100 01  WS-ARC-OPEN-SW           PIC X      VALUE 'N'.
008200     88  ARCHIVE-IS-OPEN                  VALUE 'Y'.
008300 01  WS-SAP-OPEN-SW           PIC X      VALUE 'N'.
008400     88  SAP-FILE-IS-OPEN                 VALUE 'Y'.
008500 01  WS-TRM-OPEN-SW           PIC X      VALUE 'N'.
008600     88  CALENDAR-IS-OPEN                 VALUE 'Y'.
008700 01  WS-SECURITY-SW           PIC X      VALUE 'N'.
008800     88  SECURITY-IS-ACTIVE               VALUE 'Y'.
008900 01  WS-FOUND-SW              PIC X      VALUE 'N'.
009000     88  ENROLLMENT-FOUND                 VALUE 'Y'.
009100 01  WS-EDIT-DONE-SW          PIC X      VALUE 'N'.
009200     88  CHANGE-EDIT-DONE                 VALUE 'Y'.
009300 01  WS-CONFIRM-SW            PIC X      VALUE 'N'.
009400     88  CHANGE-CONFIRMED                 VALUE 'Y'.
009500 01  WS-SAP-FLAG-SW           PIC X      VALUE 'N'.
009600     88  SAP-FLAG-NEEDED                  VALUE 'Y'.
009700 01  WS-GCH-EOF-SW            PIC X      VALUE 'N'.
009800     88  HISTORY-SCAN-DONE                VALUE 'Y'.
009900
010000 01  WS-CHG-TERM              PIC X(06)  VALUE SPACES.
010100 01  WS-CHG-COURSE-NO         PIC X(08)  VALUE SPACES.
010200 01  WS-CHG-SECTION           PIC X(03)  VALUE SPACES.
010300 01  WS-OLD-GRADE             PIC X(02)  VALUE SPACES.
010400 01  WS-NEW-GRADE             PIC X(02)  VALUE SPACES.
010500 01  WS-REASON                PIC X(02)  VALUE SPACES.
010600 01  WS-APPROVER              PIC X(08)  VALUE SPACES.
010700 01  WS-CHG-TERM-START        PIC X(08)  VALUE SPACES.
010800 01  WS-LAST-SEQ-NO           PIC 9(02)  VALUE ZERO.
010900 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
011000 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
011100     05  WS-TODAY-CC          PIC 9(02).
011200     05  WS-TODAY-YY          PIC 9(02).
011300     05  WS-TODAY-MM          PIC 9(02).
011400     05  WS-TODAY-DD          PIC 9(02).
011500 01  WS-MESSAGE               PIC X(50)  VALUE SPACES.
011600 01  WS-ACK                   PIC X(01)  VALUE SPACE.
011700
011800 LINKAGE SECTION.
011900 01  LK-SNO                   PIC 9(09).
012000 SCREEN SECTION.
012100 01  CLEAR-SCREEN.
012200     05  BLANK SCREEN.
012300 01  ENROLLMENT-SELECT-SCREEN.
012400     05  LINE 3  COL 30 VALUE "GRADE CHANGE".
012500     05  LINE 5  COL 10 VALUE "STUDENT SSN        : ".
012600     05  LINE 5  COL 32 PIC 9(09) FROM LK-SNO.
012700     05  LINE 6  COL 10 VALUE "TERM (BLANK=CANCEL): ".
012800     05  LINE 6  COL 32 PIC X(06) TO WS-CHG-TERM.
012900     05  LINE 7  COL 10 VALUE "COURSE NUMBER      : ".
013000     05  LINE 7  COL 32 PIC X(08) TO WS-CHG-COURSE-NO.
013100     05  LINE 8  COL 10 VALUE "SECTION            : ".
013200     05  LINE 8  COL 32 PIC X(03) TO WS-CHG-SECTION.
013300 01  CHANGE-DETAIL-SCREEN.
013400     05  LINE 3  COL 30 VALUE "GRADE CHANGE".
013500     05  LINE 5  COL 10 VALUE "STUDENT SSN        : ".
013600     05  LINE 5  COL 32 PIC 9(09) FROM LK-SNO.
013700     05  LINE 6  COL 10 VALUE "TERM/COURSE/SECTION: ".
013800     05  LINE 6  COL 32 PIC X(06) FROM WS-CHG-TERM.
013900     05  LINE 6  COL 39 PIC X(08) FROM WS-CHG-COURSE-NO.
014000     05  LINE 6  COL 48 PIC X(03) FROM WS-CHG-SECTION.
014100     05  LINE 7  COL 10 VALUE "CURRENT GRADE      : ".
014200     05  LINE 7  COL 32 PIC X(02) FROM WS-OLD-GRADE.
014300     05  LINE 9  COL 10 VALUE "NEW GRADE (A-F,I,W): ".
014400     05  LINE 9  COL 32 PIC X(02) TO WS-NEW-GRADE.
014500     05  LINE 9  COL 40 VALUE "(BLANK = CANCEL)".
014600     05  LINE 10 COL 10 VALUE "REASON CODE        : ".
014700     05  LINE 10 COL 32 PIC X(02) TO WS-REASON.
014800     05  LINE 10 COL 40 VALUE "CE CALCULATION ERROR".
014900     05  LINE 11 COL 40 VALUE "IC INCOMPLETE COMPLETED".
015000     05  LINE 12 COL 40 VALUE "GA GRADE APPEAL".
015100     05  LINE 13 COL 40 VALUE "AC ADMINISTRATIVE".
015200     05  LINE 11 COL 10 VALUE "APPROVED BY        : ".
015300     05  LINE 11 COL 32 PIC X(08) TO WS-APPROVER.
015400     05  LINE 15 COL 10 PIC X(50) FROM WS-MESSAGE.
015500 01  RESULT-SCREEN.
015600     05  LINE 15 COL 10 PIC X(50) FROM WS-MESSAGE.
015700     05  LINE 17 COL 10 VALUE "PRESS ENTER TO CONTINUE...".
015800     05  LINE 17 COL 38 PIC X(01) TO WS-ACK.
015900 PROCEDURE DIVISION USING LK-SNO.
016000*================================================================*
016100* 0000-MAINLINE                                                  *
016200*================================================================*
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016500     PERFORM 2000-SELECT-ENROLLMENT
016600         THRU 2000-SELECT-ENROLLMENT-EXIT.
016700     IF ENROLLMENT-FOUND
016800         PERFORM 3000-GET-CHANGE THRU 3000-GET-CHANGE-EXIT
016900     END-IF.
017000     IF CHANGE-CONFIRMED
017100         PERFORM 4000-APPLY-CHANGE THRU 4000-APPLY-CHANGE-EXIT
017200     END-IF.
017300     DISPLAY CLEAR-SCREEN
017400     DISPLAY RESULT-SCREEN
017500     ACCEPT RESULT-SCREEN.
017600     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
017700     GOBACK.
017800
017900*================================================================*
018000* 1000-INITIALIZE - OPENS THE ARCHIVE AND THE GRADE CHANGE       *
018100* HISTORY, CREATING THE HISTORY ON THE FIRST RUN.  SAPMSTR IS    *
018200* UPDATED ONLY WHEN IT EXISTS - NO STANDING ON FILE MEANS        *
018300* NOTHING TO RECOMPUTE.  THE APPROVING OPERATOR IS CHECKED       *
018400* AGAINST THE OPERATOR MASTER THE WAY MENU'S SIGN-ON IS, SO      *
018500* WHILE THAT FILE IS ABSENT OR EMPTY ANY NONBLANK ID STANDS.     *
018600*================================================================*
018700 1000-INITIALIZE.
018800     MOVE 'N' TO WS-FOUND-SW
018900     MOVE 'N' TO WS-CONFIRM-SW
019000     MOVE SPACES TO WS-MESSAGE
019100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
019200     OPEN I-O ARCHIVE-FILE.
019300     IF ARC-FS-OK
019400         MOVE 'Y' TO WS-ARC-OPEN-SW
019500     ELSE
019600         MOVE 'N' TO WS-ARC-OPEN-SW
019700     END-IF.
019800     OPEN I-O GRADE-CHANGE-FILE.
019900     IF GCH-FS-NOT-FOUND
020000         OPEN OUTPUT GRADE-CHANGE-FILE
020100         CLOSE GRADE-CHANGE-FILE
020200         OPEN I-O GRADE-CHANGE-FILE
020300     END-IF.
020400     OPEN I-O SAP-FILE.
020500     IF SAP-FS-OK
020600         MOVE 'Y' TO WS-SAP-OPEN-SW
020700     ELSE
020800         MOVE 'N' TO WS-SAP-OPEN-SW
020900     END-IF.
021000     OPEN INPUT TERM-FILE.
021100     IF TRM-FS-NOT-FOUND
021200         MOVE 'N' TO WS-TRM-OPEN-SW
021300     ELSE
021400         MOVE 'Y' TO WS-TRM-OPEN-SW
021500     END-IF.
021600     OPEN INPUT OPERATOR-FILE.
021700     PERFORM 1050-CHECK-SECURITY-MODE
021800         THRU 1050-CHECK-SECURITY-MODE-EXIT.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100
022200*================================================================*
022300* 1050-CHECK-SECURITY-MODE - THE APPROVER IS VALIDATED ONLY ONCE *
022400* THE OPERATOR MASTER EXISTS AND HOLDS AT LEAST ONE RECORD, THE  *
022500* SAME RULE MENU'S SIGN-ON FOLLOWS.                              *
022600*================================================================*
022700 1050-CHECK-SECURITY-MODE.
022800     MOVE 'N' TO WS-SECURITY-SW
022900     IF OPR-FILE-ABSENT
023000         GO TO 1050-CHECK-SECURITY-MODE-EXIT.
023100     MOVE LOW-VALUES TO OPR-ID
023200     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
023300         INVALID KEY
023400             GO TO 1050-CHECK-SECURITY-MODE-EXIT
023500     END-START.
023600     READ OPERATOR-FILE NEXT RECORD
023700         AT END
023800             GO TO 1050-CHECK-SECURITY-MODE-EXIT
023900     END-READ.
024000     MOVE 'Y' TO WS-SECURITY-SW.
024100 1050-CHECK-SECURITY-MODE-EXIT.
024200     EXIT.
024300
024400*================================================================*
024500* 2000-SELECT-ENROLLMENT - THE OPERATOR KEYS THE TERM, COURSE    *
024600* AND SECTION OF THE STUDENT'S ARCHIVED ENROLLMENT.  A LIVE      *
024700* TERM'S GRADES ARE STILL KEYED THROUGH GRADE-ENTRY-PGM, AND A   *
024800* DROPPED ENROLLMENT HAS NO GRADE TO CHANGE.                     *
024900*================================================================*
025000 2000-SELECT-ENROLLMENT.
025100     IF NOT ARCHIVE-IS-OPEN
025200         MOVE 'NO CLOSED TERMS ON THE ENROLLMENT ARCHIVE'
025300             TO WS-MESSAGE
025400         GO TO 2000-SELECT-ENROLLMENT-EXIT.
025500     MOVE SPACES TO WS-CHG-TERM
025600     MOVE SPACES TO WS-CHG-COURSE-NO
025700     MOVE SPACES TO WS-CHG-SECTION
025800     DISPLAY CLEAR-SCREEN
025900     DISPLAY ENROLLMENT-SELECT-SCREEN
026000     ACCEPT ENROLLMENT-SELECT-SCREEN.
026100     IF WS-CHG-TERM = SPACES
026200         MOVE 'GRADE CHANGE CANCELLED' TO WS-MESSAGE
026300         GO TO 2000-SELECT-ENROLLMENT-EXIT.
026400     MOVE LK-SNO TO ARC-SSN
026500     MOVE WS-CHG-TERM TO ARC-TERM
026600     MOVE WS-CHG-COURSE-NO TO ARC-COURSE-NO
026700     MOVE WS-CHG-SECTION TO ARC-SECTION
026800     READ ARCHIVE-FILE
026900         INVALID KEY
027000             MOVE 'NO ARCHIVED ENROLLMENT FOR THAT TERM/COURSE'
027100                 TO WS-MESSAGE
027200             GO TO 2000-SELECT-ENROLLMENT-EXIT
027300     END-READ.
027400     IF ARC-STAT-DROPPED
027500         MOVE 'ENROLLMENT WAS DROPPED - NO GRADE TO CHANGE'
027600             TO WS-MESSAGE
027700         GO TO 2000-SELECT-ENROLLMENT-EXIT.
027800     MOVE ARC-GRADE TO WS-OLD-GRADE
027900     MOVE 'Y' TO WS-FOUND-SW.
028000 2000-SELECT-ENROLLMENT-EXIT.
028100     EXIT.
028200
028300*================================================================*
028400* 3000-GET-CHANGE - RE-PROMPTS THE CHANGE SCREEN, WITH AN ERROR  *
028500* LINE, UNTIL THE CHANGE EDITS CLEAN OR THE OPERATOR BLANKS THE  *
028600* NEW GRADE TO CANCEL.                                           *
028700*================================================================*
028800 3000-GET-CHANGE.
028900     MOVE SPACES TO WS-NEW-GRADE
029000     MOVE SPACES TO WS-REASON
029100     MOVE SPACES TO WS-APPROVER
029200     MOVE 'N' TO WS-EDIT-DONE-SW
029300     PERFORM 3100-ACCEPT-AND-EDIT THRU 3100-ACCEPT-AND-EDIT-EXIT
029400         UNTIL CHANGE-EDIT-DONE.
029500 3000-GET-CHANGE-EXIT.
029600     EXIT.
029700
029800*================================================================*
029900* 3100-ACCEPT-AND-EDIT - THE NEW GRADE FOLLOWS GRADE-ENTRY-PGM'S *
030000* EDIT (A-F WITH AN OPTIONAL + OR -, OR I OR W) AND MUST DIFFER  *
030100* FROM THE CURRENT ONE.  IC (INCOMPLETE COMPLETED) IS ONLY FOR   *
030200* REPLACING AN I.  THE APPROVER MUST BE AN ACTIVE OPERATOR.      *
030300*================================================================*
030400 3100-ACCEPT-AND-EDIT.
030500     DISPLAY CLEAR-SCREEN
030600     DISPLAY CHANGE-DETAIL-SCREEN
030700     ACCEPT CHANGE-DETAIL-SCREEN.
030800     IF WS-NEW-GRADE = SPACES
030900         MOVE 'GRADE CHANGE CANCELLED' TO WS-MESSAGE
031000         MOVE 'Y' TO WS-EDIT-DONE-SW
031100         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
031200     PERFORM 3200-EDIT-NEW-GRADE THRU 3200-EDIT-NEW-GRADE-EXIT.
031300     IF WS-MESSAGE NOT = SPACES
031400         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
031500     IF WS-NEW-GRADE = WS-OLD-GRADE
031600         MOVE 'NEW GRADE IS THE SAME AS THE CURRENT GRADE'
031700             TO WS-MESSAGE
031800         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
031900     MOVE WS-REASON TO GCH-REASON
032000     IF NOT GCH-RSN-KEYABLE
032100         MOVE 'REASON CODE MUST BE CE, IC, GA OR AC' TO WS-MESSAGE
032200         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
032300     IF GCH-RSN-INC-COMPLETED AND WS-OLD-GRADE NOT = 'I '
032400         MOVE 'REASON IC APPLIES ONLY TO AN I GRADE' TO WS-MESSAGE
032500         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
032600     PERFORM 3300-EDIT-APPROVER THRU 3300-EDIT-APPROVER-EXIT.
032700     IF WS-MESSAGE NOT = SPACES
032800         GO TO 3100-ACCEPT-AND-EDIT-EXIT.
032900     MOVE 'Y' TO WS-CONFIRM-SW
033000     MOVE 'Y' TO WS-EDIT-DONE-SW.
033100 3100-ACCEPT-AND-EDIT-EXIT.
033200     EXIT.
033300
033400 3200-EDIT-NEW-GRADE.
033500     MOVE SPACES TO WS-MESSAGE
033600     IF (WS-NEW-GRADE(1:1) = 'A' OR WS-NEW-GRADE(1:1) = 'B'
033700         OR WS-NEW-GRADE(1:1) = 'C' OR WS-NEW-GRADE(1:1) = 'D'
033800         OR WS-NEW-GRADE(1:1) = 'F')
033900         AND (WS-NEW-GRADE(2:1) = SPACE
034000             OR WS-NEW-GRADE(2:1) = '+'
034100             OR WS-NEW-GRADE(2:1) = '-')
034200         GO TO 3200-EDIT-NEW-GRADE-EXIT.
034300     IF (WS-NEW-GRADE(1:1) = 'I' OR WS-NEW-GRADE(1:1) = 'W')
034400         AND WS-NEW-GRADE(2:1) = SPACE
034500         GO TO 3200-EDIT-NEW-GRADE-EXIT.
034600     MOVE 'GRADE MUST BE A-F (+/- OK), I OR W' TO WS-MESSAGE.
034700 3200-EDIT-NEW-GRADE-EXIT.
034800     EXIT.
034900
035000 3300-EDIT-APPROVER.
035100     IF WS-APPROVER = SPACES
035200         MOVE 'APPROVING OPERATOR ID IS REQUIRED' TO WS-MESSAGE
035300         GO TO 3300-EDIT-APPROVER-EXIT.
035400     IF NOT SECURITY-IS-ACTIVE
035500         GO TO 3300-EDIT-APPROVER-EXIT.
035600     MOVE WS-APPROVER TO OPR-ID
035700     READ OPERATOR-FILE
035800         INVALID KEY
035900             MOVE 'APPROVING OPERATOR NOT ON FILE' TO WS-MESSAGE
036000             GO TO 3300-EDIT-APPROVER-EXIT
036100     END-READ.
036200     IF NOT OPR-STAT-ACTIVE
036300         MOVE 'APPROVING OPERATOR IS NOT ACTIVE' TO WS-MESSAGE
036400     END-IF.
036500 3300-EDIT-APPROVER-EXIT.
036600     EXIT.
036700
036800*================================================================*
036900* 4000-APPLY-CHANGE - REWRITES THE ARCHIVED GRADE, FLAGS THE     *
037000* STUDENT'S ACADEMIC PROGRESS STANDING WHEN THE TERM HAS ALREADY *
037100* BEEN EVALUATED, AND LOGS THE CHANGE.                           *
037200*================================================================*
037300 4000-APPLY-CHANGE.
037400     MOVE WS-NEW-GRADE TO ARC-GRADE
037500     REWRITE ARCHIVE-RECORD.
037600     PERFORM 5000-FLAG-SAP-RECOMPUTE
037700         THRU 5000-FLAG-SAP-RECOMPUTE-EXIT.
037800     PERFORM 4100-WRITE-HISTORY THRU 4100-WRITE-HISTORY-EXIT.
037900     IF SAP-FLAG-NEEDED
038000         MOVE 'GRADE CHANGED - SAP STANDING FLAGGED FOR RECOMPUTE'
038100             TO WS-MESSAGE
038200     ELSE
038300         MOVE 'GRADE CHANGED AND LOGGED' TO WS-MESSAGE
038400     END-IF.
038500 4000-APPLY-CHANGE-EXIT.
038600     EXIT.
038700
038800*================================================================*
038900* 4100-WRITE-HISTORY - THE NEXT SEQUENCE NUMBER FOR THIS         *
039000* ENROLLMENT IS ONE PAST THE LAST CHANGE ALREADY ON FILE.        *
039100*================================================================*
039200 4100-WRITE-HISTORY.
039300     MOVE ZERO TO WS-LAST-SEQ-NO
039400     MOVE 'N' TO WS-GCH-EOF-SW
039500     MOVE ARC-SSN TO GCH-SSN
039600     MOVE ARC-TERM TO GCH-TERM
039700     MOVE ARC-COURSE-NO TO GCH-COURSE-NO
039800     MOVE ARC-SECTION TO GCH-SECTION
039900     MOVE ZERO TO GCH-SEQ-NO
040000     START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCH-KEY
040100         INVALID KEY
040200             MOVE 'Y' TO WS-GCH-EOF-SW
040300     END-START.
040400     PERFORM 4110-FIND-LAST-SEQ THRU 4110-FIND-LAST-SEQ-EXIT
040500         UNTIL HISTORY-SCAN-DONE.
040600     MOVE SPACES TO GRADE-CHANGE-RECORD
040700     MOVE ARC-SSN TO GCH-SSN
040800     MOVE ARC-TERM TO GCH-TERM
040900     MOVE ARC-COURSE-NO TO GCH-COURSE-NO
041000     MOVE ARC-SECTION TO GCH-SECTION
041100     ADD 1 TO WS-LAST-SEQ-NO GIVING GCH-SEQ-NO
041200     MOVE WS-OLD-GRADE TO GCH-OLD-GRADE
041300     MOVE WS-NEW-GRADE TO GCH-NEW-GRADE
041400     MOVE WS-REASON TO GCH-REASON
041500     MOVE WS-APPROVER TO GCH-OPERATOR-ID
041600     MOVE WS-TODAY-CC TO GCH-CHANGE-CC
041700     MOVE WS-TODAY-YY TO GCH-CHANGE-YY
041800     MOVE WS-TODAY-MM TO GCH-CHANGE-MM
041900     MOVE WS-TODAY-DD TO GCH-CHANGE-DD
042000     MOVE WS-SAP-FLAG-SW TO GCH-SAP-FLAGGED
042100     WRITE GRADE-CHANGE-RECORD.
042200 4100-WRITE-HISTORY-EXIT.
042300     EXIT.
042400
042500 4110-FIND-LAST-SEQ.
042600     READ GRADE-CHANGE-FILE NEXT RECORD
042700         AT END
042800             MOVE 'Y' TO WS-GCH-EOF-SW
042900     END-READ.
043000     IF HISTORY-SCAN-DONE
043100         GO TO 4110-FIND-LAST-SEQ-EXIT.
043200     IF GCH-SSN NOT = ARC-SSN
043300         OR GCH-TERM NOT = ARC-TERM
043400         OR GCH-COURSE-NO NOT = ARC-COURSE-NO
043500         OR GCH-SECTION NOT = ARC-SECTION
043600         MOVE 'Y' TO WS-GCH-EOF-SW
043700         GO TO 4110-FIND-LAST-SEQ-EXIT.
043800     MOVE GCH-SEQ-NO TO WS-LAST-SEQ-NO.
043900 4110-FIND-LAST-SEQ-EXIT.
044000     EXIT.
044100
044200*================================================================*
044300* 5000-FLAG-SAP-RECOMPUTE - THE STUDENT'S STANDING NEEDS A       *
044400* RECOMPUTE WHEN ACADEMIC-PROGRESS-PGM HAS ALREADY EVALUATED THE *
044500* CHANGED TERM - THE STANDING'S OWN TERM OR ANY TERM THAT        *
044600* STARTED BEFORE IT ON THE CALENDAR.  A TERM MISSING FROM THE    *
044700* CALENDAR CANNOT BE PLACED, SO IT FLAGS TO BE SAFE.             *
044800*================================================================*
044900 5000-FLAG-SAP-RECOMPUTE.
045000     MOVE 'N' TO WS-SAP-FLAG-SW
045100     IF NOT SAP-FILE-IS-OPEN
045200         GO TO 5000-FLAG-SAP-RECOMPUTE-EXIT.
045300     MOVE ARC-SSN TO SAP-SSN
045400     READ SAP-FILE
045500         INVALID KEY
045600             GO TO 5000-FLAG-SAP-RECOMPUTE-EXIT
045700     END-READ.
045800     IF SAP-TERM = ARC-TERM
045900         MOVE 'Y' TO WS-SAP-FLAG-SW
046000     ELSE
046100         PERFORM 5100-COMPARE-TERMS THRU 5100-COMPARE-TERMS-EXIT
046200     END-IF.
046300     IF SAP-FLAG-NEEDED
046400         MOVE 'Y' TO SAP-RECOMPUTE-FLAG
046500         REWRITE SAP-RECORD
046600     END-IF.
046700 5000-FLAG-SAP-RECOMPUTE-EXIT.
046800     EXIT.
046900
047000 5100-COMPARE-TERMS.
047100     MOVE 'Y' TO WS-SAP-FLAG-SW
047200     IF NOT CALENDAR-IS-OPEN
047300         GO TO 5100-COMPARE-TERMS-EXIT.
047400     MOVE ARC-TERM TO TRM-CODE
047500     READ TERM-FILE
047600         INVALID KEY
047700             GO TO 5100-COMPARE-TERMS-EXIT
047800     END-READ.
047900     MOVE TRM-START-DATE TO WS-CHG-TERM-START
048000     MOVE SAP-TERM TO TRM-CODE
048100     READ TERM-FILE
048200         INVALID KEY
048300             GO TO 5100-COMPARE-TERMS-EXIT
048400     END-READ.
048500     IF WS-CHG-TERM-START > TRM-START-DATE
048600         MOVE 'N' TO WS-SAP-FLAG-SW
048700     END-IF.
048800 5100-COMPARE-TERMS-EXIT.
048900     EXIT.
049000
049100*================================================================*
049200* 9999-TERMINATE                                                 *
049300*================================================================*
049400 9999-TERMINATE.
049500     IF ARCHIVE-IS-OPEN
049600         CLOSE ARCHIVE-FILE
049700     END-IF.
049800     CLOSE GRADE-CHANGE-FILE.
049900     IF SAP-FILE-IS-OPEN
050000         CLOSE SAP-FILE
050100     END-IF.
050200     IF CALENDAR-IS-OPEN
050300         CLOSE TERM-FILE
050400     END-IF.
050500     CLOSE OPERATOR-FILE.
050600 9999-TERMINATE-EXIT.
050700     EXIT.
