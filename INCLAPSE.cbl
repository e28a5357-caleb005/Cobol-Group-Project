000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INCOMPLETE-LAPSE-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - NIGHTLY INCOMPLETE LAPSE.  AN I GRADE
001100*                GIVES THE STUDENT A SET NUMBER OF DAYS AFTER THE
001200*                TERM'S END DATE ON TRMCAL TO FINISH THE WORK.
001300*                ANY I STILL OPEN PAST THAT - ON THE ENRARCH
001400*                ARCHIVE OR, FOR A TERM NOT YET CLOSED, THE LIVE
001500*                ENRMSTR - BECOMES AN F.  EACH LAPSE IS LOGGED TO
001600*                THE GRADE CHANGE HISTORY (GCHMSTR) WITH REASON
001700*                LP, SIGNED WITH THE JOB NAME, FLAGS THE STUDENT'S
001800*                SAPMSTR STANDING FOR RECOMPUTE WHEN
001900*                ACADEMIC-PROGRESS-PGM HAS ALREADY EVALUATED THE
002000*                TERM, AND IS LISTED ON LAPSRPT FOR THE REGISTRAR.
002100*                THE OPERATOR KEYS THE NUMBER OF DAYS; BLANK OR
002200*                ZERO MEANS 120.  THE RUN CHECKS IN WITH
002300*                RUN-CONTROL-PGM (JOB INCLAPSE).
002310* 10/15/26  DWH  A LIVE I GRADE WITH NO TERM STAMP IS LAPSED
002320*                AGAINST THE CURRENT TERM'S END DATE INSTEAD OF
002330*                BEING SKIPPED.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TERM-FILE ASSIGN TO "TRMCAL"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS TRM-CODE
003200         FILE STATUS IS WS-TRM-FS.
003300     SELECT ARCHIVE-FILE ASSIGN TO "ENRARCH"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ARC-KEY
003700         FILE STATUS IS WS-ARC-FS.
003800     SELECT ENROLLMENT-FILE ASSIGN TO "ENRMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ENR-KEY
004200         FILE STATUS IS WS-ENR-FS.
004300     SELECT GRADE-CHANGE-FILE ASSIGN TO "GCHMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS GCH-KEY
004700         FILE STATUS IS WS-GCH-FS.
004800     SELECT SAP-FILE ASSIGN TO "SAPMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SAP-SSN
005200         FILE STATUS IS WS-SAP-FS.
005300     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS STU-SSN
005700         FILE STATUS IS WS-STUDENT-FS.
005800     SELECT LAPSE-REPORT-FILE ASSIGN TO "LAPSRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TERM-FILE.
006400     COPY TRMREC.
006500 FD  ARCHIVE-FILE.
006600     COPY ARCREC.
006700 FD  ENROLLMENT-FILE.
006800     COPY ENRREC.
006900 FD  GRADE-CHANGE-FILE.
007000     COPY GCHREC.
007100 FD  SAP-FILE.
007200     COPY SAPREC.
007300 FD  STUDENT-FILE.
007400     COPY STUREC.
007500 FD  LAPSE-REPORT-FILE.
007600 01  LAPSE-REPORT-LINE            PIC X(100).
007700 WORKING-STORAGE SECTION.
007800 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
007900     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
008000 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
008100     88  ARC-FS-OK                        VALUE '00'.
008200     88  ARC-FS-NOT-FOUND                 VALUE '23' '35'.
008300 01  WS-ENR-FS                PIC X(02)  VALUE '00'.
008400     88  ENR-FS-OK                        VALUE '00'.
008500     88  ENR-FS-NOT-FOUND                 VALUE '23' '35'.
008600 01  WS-GCH-FS                PIC X(02)  VALUE '00'.
008700     88  GCH-FS-NOT-FOUND                 VALUE '23' '35'.
008800 01  WS-SAP-FS                PIC X(02)  VALUE '00'.
008900     88  SAP-FS-OK                        VALUE '00'.
009000 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
009100     88  STUDENT-FS-OK                    VALUE '00'.
009200 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
009300
009400 01  WS-TRM-OPEN-SW           PIC X      VALUE 'N'.
009500     88  CALENDAR-IS-OPEN                 VALUE 'Y'.
009600 01  WS-ARC-OPEN-SW           PIC X      VALUE 'N'.
009700     88  ARCHIVE-IS-OPEN                  VALUE 'Y'.
009800 01  WS-ENR-OPEN-SW           PIC X      VALUE 'N'.
009900     88  ENROLLMENT-IS-OPEN               VALUE 'Y'.
010000 01  WS-SAP-OPEN-SW           PIC X      VALUE 'N'.
010100     88  SAP-FILE-IS-OPEN                 VALUE 'Y'.
010200 01  WS-STU-OPEN-SW           PIC X      VALUE 'N'.
010300     88  STUDENT-FILE-IS-OPEN             VALUE 'Y'.
010400 01  WS-EOF-SW                PIC X      VALUE 'N'.
010500     88  SCAN-DONE                        VALUE 'Y'.
010600 01  WS-GCH-EOF-SW            PIC X      VALUE 'N'.
010700     88  HISTORY-SCAN-DONE                VALUE 'Y'.
010710 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
010720     88  TERM-SCAN-DONE                   VALUE 'Y'.
010800 01  WS-DUE-SW                PIC X      VALUE 'N'.
010900     88  INCOMPLETE-HAS-LAPSED            VALUE 'Y'.
011000 01  WS-SAP-FLAG-SW           PIC X      VALUE 'N'.
011100     88  SAP-FLAG-NEEDED                  VALUE 'Y'.
011200
011300*----------------------------------------------------------------
011400* THE LAPSE WINDOW.  THE LAST TERM LOOKED UP IS KEPT SO A RUN OF
011500* RECORDS IN ONE TERM READS THE CALENDAR ONCE.
011600*----------------------------------------------------------------
011700 01  WS-LAPSE-DAYS            PIC 9(03)  VALUE ZERO.
011800 01  WS-DEFAULT-LAPSE-DAYS    PIC 9(03)  VALUE 120.
011900 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
012000 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
012100     05  WS-TODAY-CC          PIC 9(02).
012200     05  WS-TODAY-YY          PIC 9(02).
012300     05  WS-TODAY-MM          PIC 9(02).
012400     05  WS-TODAY-DD          PIC 9(02).
012500 01  WS-TODAY-INT             PIC 9(08)  COMP VALUE ZERO.
012600 01  WS-CACHED-TERM           PIC X(06)  VALUE LOW-VALUES.
012700 01  WS-CACHED-TERM-SW        PIC X      VALUE 'N'.
012800     88  CACHED-TERM-ON-FILE              VALUE 'Y'.
012900 01  WS-TERM-END              PIC 9(08)  VALUE ZERO.
013000 01  WS-TERM-END-GROUP REDEFINES WS-TERM-END.
013100     05  WS-TERM-END-CC       PIC 9(02).
013200     05  WS-TERM-END-YY       PIC 9(02).
013300     05  WS-TERM-END-MM       PIC 9(02).
013400     05  WS-TERM-END-DD       PIC 9(02).
013500 01  WS-LAPSE-INT             PIC 9(08)  COMP VALUE ZERO.
013600 01  WS-REC-TERM-START        PIC X(08)  VALUE SPACES.
013700
013800*----------------------------------------------------------------
013900* THE ENROLLMENT BEING LAPSED, FROM EITHER THE ARCHIVE OR THE
014000* LIVE MASTER.
014100*----------------------------------------------------------------
014200 01  WS-REC-SSN               PIC 9(09)  VALUE ZERO.
014300 01  WS-REC-TERM              PIC X(06)  VALUE SPACES.
014310 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
014400 01  WS-REC-COURSE-NO         PIC X(08)  VALUE SPACES.
014500 01  WS-REC-SECTION           PIC X(03)  VALUE SPACES.
014600 01  WS-REC-CREDITS           PIC 9(02)  VALUE ZERO.
014700 01  WS-LAST-SEQ-NO           PIC 9(02)  VALUE ZERO.
014800 01  WS-SOURCE                PIC X(07)  VALUE SPACES.
014900
015000*----------------------------------------------------------------
015100* ONE LINE OF THE LAPSE LIST.
015200*----------------------------------------------------------------
015300 01  WS-LAPSE-LINE.
015400     05  WS-LL-SSN            PIC 9(09).
015500     05  FILLER               PIC X(01)  VALUE SPACE.
015600     05  WS-LL-NAME           PIC X(25).
015700     05  FILLER               PIC X(01)  VALUE SPACE.
015800     05  WS-LL-TERM           PIC X(06).
015900     05  FILLER               PIC X(01)  VALUE SPACE.
016000     05  WS-LL-COURSE-NO      PIC X(08).
016100     05  FILLER               PIC X(01)  VALUE SPACE.
016200     05  WS-LL-SECTION        PIC X(03).
016300     05  FILLER               PIC X(02)  VALUE SPACES.
016400     05  WS-LL-TERM-END       PIC X(10).
016500     05  FILLER               PIC X(02)  VALUE SPACES.
016600     05  WS-LL-CREDITS        PIC Z9.
016700     05  FILLER               PIC X(02)  VALUE SPACES.
016800     05  WS-LL-SOURCE         PIC X(07).
016900     05  FILLER               PIC X(01)  VALUE SPACE.
017000     05  WS-LL-SAP-NOTE       PIC X(13).
017100 77  WS-OPEN-COUNT            PIC 9(06)  VALUE ZERO.
017200 77  WS-LAPSED-COUNT          PIC 9(06)  VALUE ZERO.
017300 77  WS-SAP-FLAGGED-COUNT     PIC 9(06)  VALUE ZERO.
017400 77  WS-NO-TERM-COUNT         PIC 9(06)  VALUE ZERO.
017500*----------------------------------------------------------------
017600* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
017700*----------------------------------------------------------------
017800 COPY RUNPARM.
017900 PROCEDURE DIVISION.
018000*================================================================*
018100* 0000-MAINLINE                                                  *
018200*================================================================*
018300 0000-MAINLINE.
018400     MOVE 'INCLAPSE' TO RC-JOB-NAME
018500     MOVE 'S' TO RC-FUNCTION
018600     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
018700     IF RC-RUN-DENIED
018800         DISPLAY 'INCOMPLETE-LAPSE-PGM - '
018900             'RUN REFUSED BY RUN CONTROL'
019000         STOP RUN.
019100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019200     PERFORM 2000-SCAN-ARCHIVE THRU 2000-SCAN-ARCHIVE-EXIT.
019300     PERFORM 2500-SCAN-LIVE THRU 2500-SCAN-LIVE-EXIT.
019400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019500     MOVE 'E' TO RC-FUNCTION
019600     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
019700     STOP RUN.
019800
019900*================================================================*
020000* 1000-INITIALIZE - OPENS THE FILES, CREATING THE GRADE CHANGE   *
020100* HISTORY ON THE FIRST RUN, ASKS FOR THE LAPSE WINDOW AND HEADS  *
020200* THE LIST.  SAPMSTR AND THE STUDENT MASTER ARE USED ONLY WHEN   *
020300* THEY EXIST.  THE CURRENT TERM IS FOUND FOR LIVE ENROLLMENTS    *
020310* THAT CARRY NO TERM STAMP.                                      *
020400*================================================================*
020500 1000-INITIALIZE.
020600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020700     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
020800     OPEN INPUT TERM-FILE.
020900     IF TRM-FS-NOT-FOUND
021000         MOVE 'N' TO WS-TRM-OPEN-SW
021100     ELSE
021200         MOVE 'Y' TO WS-TRM-OPEN-SW
021300     END-IF.
021310     PERFORM 1100-FIND-CURRENT-TERM
021320         THRU 1100-FIND-CURRENT-TERM-EXIT.
021400     OPEN I-O ARCHIVE-FILE.
021500     IF ARC-FS-OK
021600         MOVE 'Y' TO WS-ARC-OPEN-SW
021700     ELSE
021800         MOVE 'N' TO WS-ARC-OPEN-SW
021900     END-IF.
022000     OPEN I-O ENROLLMENT-FILE.
022100     IF ENR-FS-OK
022200         MOVE 'Y' TO WS-ENR-OPEN-SW
022300     ELSE
022400         MOVE 'N' TO WS-ENR-OPEN-SW
022500     END-IF.
022600     OPEN I-O GRADE-CHANGE-FILE.
022700     IF GCH-FS-NOT-FOUND
022800         OPEN OUTPUT GRADE-CHANGE-FILE
022900         CLOSE GRADE-CHANGE-FILE
023000         OPEN I-O GRADE-CHANGE-FILE
023100     END-IF.
023200     OPEN I-O SAP-FILE.
023300     IF SAP-FS-OK
023400         MOVE 'Y' TO WS-SAP-OPEN-SW
023500     ELSE
023600         MOVE 'N' TO WS-SAP-OPEN-SW
023700     END-IF.
023800     OPEN INPUT STUDENT-FILE.
023900     IF STUDENT-FS-OK
024000         MOVE 'Y' TO WS-STU-OPEN-SW
024100     ELSE
024200         MOVE 'N' TO WS-STU-OPEN-SW
024300     END-IF.
024400     OPEN OUTPUT LAPSE-REPORT-FILE.
024500     DISPLAY 'INCOMPLETE-LAPSE-PGM - ENTER DAYS AFTER TERM END '
024600         'BEFORE AN I LAPSES (BLANK = 120):'
024700     ACCEPT WS-LAPSE-DAYS.
024800     IF WS-LAPSE-DAYS = ZERO
024900         MOVE WS-DEFAULT-LAPSE-DAYS TO WS-LAPSE-DAYS
025000     END-IF.
025100     MOVE SPACES TO LAPSE-REPORT-LINE
025200     STRING 'INCOMPLETE GRADES LAPSED TO F - RUN DATE '
025300         DELIMITED BY SIZE
025400         WS-TODAY DELIMITED BY SIZE
025500         '  LAPSE WINDOW ' DELIMITED BY SIZE
025600         WS-LAPSE-DAYS DELIMITED BY SIZE
025700         ' DAYS AFTER TERM END' DELIMITED BY SIZE
025800         INTO LAPSE-REPORT-LINE
025900     WRITE LAPSE-REPORT-LINE.
026000     MOVE SPACES TO LAPSE-REPORT-LINE
026100     WRITE LAPSE-REPORT-LINE.
026200     MOVE 'SSN       NAME' TO LAPSE-REPORT-LINE
026300     MOVE 'TERM   COURSE   SEC' TO LAPSE-REPORT-LINE(37:19)
026400     MOVE 'TERM END   HRS  FILE' TO LAPSE-REPORT-LINE(58:20)
026500     WRITE LAPSE-REPORT-LINE.
026600     IF NOT CALENDAR-IS-OPEN
026700         MOVE 'NO TERM CALENDAR ON FILE - NOTHING CAN LAPSE'
026800             TO LAPSE-REPORT-LINE
026900         WRITE LAPSE-REPORT-LINE
027000     END-IF.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.
027202
027204*================================================================*
027206* 1100-FIND-CURRENT-TERM - SCANS THE TERM CALENDAR FOR THE ONE   *
027208* TERM FLAGGED CURRENT.  A LIVE ENROLLMENT WITH A BLANK TERM     *
027210* BELONGS TO IT, AS THE TERM-END CLOSE TREATS IT.  NO CALENDAR,  *
027212* OR NO CURRENT TERM ON IT, LEAVES THE TERM BLANK.               *
027214*================================================================*
027216 1100-FIND-CURRENT-TERM.
027218     MOVE SPACES TO WS-CURRENT-TERM
027220     MOVE 'N' TO WS-TRM-EOF-SW
027222     IF NOT CALENDAR-IS-OPEN
027224         MOVE 'Y' TO WS-TRM-EOF-SW
027226     END-IF.
027228     IF NOT TERM-SCAN-DONE
027230         MOVE LOW-VALUES TO TRM-CODE
027232         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
027234             INVALID KEY
027236                 MOVE 'Y' TO WS-TRM-EOF-SW
027238         END-START
027240     END-IF.
027242     PERFORM 1110-SCAN-ONE-TERM THRU 1110-SCAN-ONE-TERM-EXIT
027244         UNTIL TERM-SCAN-DONE.
027246 1100-FIND-CURRENT-TERM-EXIT.
027248     EXIT.
027250
027252 1110-SCAN-ONE-TERM.
027254     READ TERM-FILE NEXT RECORD
027256         AT END
027258             MOVE 'Y' TO WS-TRM-EOF-SW
027260         NOT AT END
027262             IF TRM-IS-CURRENT
027264                 MOVE TRM-CODE TO WS-CURRENT-TERM
027266                 MOVE 'Y' TO WS-TRM-EOF-SW
027268             END-IF
027270     END-READ.
027272 1110-SCAN-ONE-TERM-EXIT.
027274     EXIT.
027300
027400*================================================================*
027500* 2000-SCAN-ARCHIVE - EVERY CLOSED TERM'S ENROLLMENTS.  AN       *
027600* ENROLLED RECORD STILL CARRYING AN I IS LAPSED ONCE ITS TERM'S  *
027700* WINDOW HAS PASSED.                                             *
027800*================================================================*
027900 2000-SCAN-ARCHIVE.
028000     IF NOT ARCHIVE-IS-OPEN OR NOT CALENDAR-IS-OPEN
028100         GO TO 2000-SCAN-ARCHIVE-EXIT.
028200     MOVE 'N' TO WS-EOF-SW
028300     MOVE LOW-VALUES TO ARC-KEY
028400     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
028500         INVALID KEY
028600             MOVE 'Y' TO WS-EOF-SW
028700     END-START.
028800     PERFORM 2100-ONE-ARCHIVE-REC THRU 2100-ONE-ARCHIVE-REC-EXIT
028900         UNTIL SCAN-DONE.
029000 2000-SCAN-ARCHIVE-EXIT.
029100     EXIT.
029200
029300 2100-ONE-ARCHIVE-REC.
029400     READ ARCHIVE-FILE NEXT RECORD
029500         AT END
029600             MOVE 'Y' TO WS-EOF-SW
029700     END-READ.
029800     IF SCAN-DONE
029900         GO TO 2100-ONE-ARCHIVE-REC-EXIT.
030000     IF NOT ARC-STAT-ENROLLED OR ARC-GRADE NOT = 'I '
030100         GO TO 2100-ONE-ARCHIVE-REC-EXIT.
030200     MOVE ARC-SSN TO WS-REC-SSN
030300     MOVE ARC-TERM TO WS-REC-TERM
030400     MOVE ARC-COURSE-NO TO WS-REC-COURSE-NO
030500     MOVE ARC-SECTION TO WS-REC-SECTION
030600     MOVE ARC-CREDIT-HOURS TO WS-REC-CREDITS
030700     PERFORM 3000-CHECK-LAPSE THRU 3000-CHECK-LAPSE-EXIT.
030800     IF NOT INCOMPLETE-HAS-LAPSED
030900         GO TO 2100-ONE-ARCHIVE-REC-EXIT.
031000     MOVE 'F ' TO ARC-GRADE
031100     REWRITE ARCHIVE-RECORD.
031200     MOVE 'ENRARCH' TO WS-SOURCE
031300     PERFORM 4000-RECORD-LAPSE THRU 4000-RECORD-LAPSE-EXIT.
031400 2100-ONE-ARCHIVE-REC-EXIT.
031500     EXIT.
031600
031700*================================================================*
031800* 2500-SCAN-LIVE - A TERM THAT ENDED BUT HAS NOT YET BEEN CLOSED *
031900* TO THE ARCHIVE STILL HAS ITS GRADES ON ENRMSTR.                *
032000*================================================================*
032100 2500-SCAN-LIVE.
032200     IF NOT ENROLLMENT-IS-OPEN OR NOT CALENDAR-IS-OPEN
032300         GO TO 2500-SCAN-LIVE-EXIT.
032400     MOVE 'N' TO WS-EOF-SW
032500     MOVE LOW-VALUES TO ENR-KEY
032600     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
032700         INVALID KEY
032800             MOVE 'Y' TO WS-EOF-SW
032900     END-START.
033000     PERFORM 2600-ONE-LIVE-REC THRU 2600-ONE-LIVE-REC-EXIT
033100         UNTIL SCAN-DONE.
033200 2500-SCAN-LIVE-EXIT.
033300     EXIT.
033400
033500 2600-ONE-LIVE-REC.
033600     READ ENROLLMENT-FILE NEXT RECORD
033700         AT END
033800             MOVE 'Y' TO WS-EOF-SW
033900     END-READ.
034000     IF SCAN-DONE
034100         GO TO 2600-ONE-LIVE-REC-EXIT.
034200     IF NOT ENR-STAT-ENROLLED OR ENR-GRADE NOT = 'I '
034300         GO TO 2600-ONE-LIVE-REC-EXIT.
034400     MOVE ENR-SSN TO WS-REC-SSN
034500     MOVE ENR-TERM TO WS-REC-TERM
034510     IF WS-REC-TERM = SPACES
034520         MOVE WS-CURRENT-TERM TO WS-REC-TERM
034530     END-IF.
034600     MOVE ENR-COURSE-NO TO WS-REC-COURSE-NO
034700     MOVE ENR-SECTION TO WS-REC-SECTION
034800     MOVE ENR-CREDIT-HOURS TO WS-REC-CREDITS
034900     PERFORM 3000-CHECK-LAPSE THRU 3000-CHECK-LAPSE-EXIT.
035000     IF NOT INCOMPLETE-HAS-LAPSED
035100         GO TO 2600-ONE-LIVE-REC-EXIT.
035200     MOVE 'F ' TO ENR-GRADE
035300     REWRITE ENROLLMENT-RECORD.
035400     MOVE 'ENRMSTR' TO WS-SOURCE
035500     PERFORM 4000-RECORD-LAPSE THRU 4000-RECORD-LAPSE-EXIT.
035600 2600-ONE-LIVE-REC-EXIT.
035700     EXIT.
035800
035900*================================================================*
036000* 3000-CHECK-LAPSE - AN I LAPSES WHEN TODAY IS PAST THE TERM'S   *
036100* END DATE PLUS THE LAPSE WINDOW.  A TERM MISSING FROM THE       *
036200* CALENDAR, OR ONE WITH NO END DATE, IS LEFT OPEN AND COUNTED.   *
036300*================================================================*
036400 3000-CHECK-LAPSE.
036500     MOVE 'N' TO WS-DUE-SW
036600     IF WS-REC-TERM NOT = WS-CACHED-TERM
036700         PERFORM 3100-LOOK-UP-TERM THRU 3100-LOOK-UP-TERM-EXIT
036800     END-IF.
036900     IF NOT CACHED-TERM-ON-FILE
037000         ADD 1 TO WS-NO-TERM-COUNT
037100         GO TO 3000-CHECK-LAPSE-EXIT.
037200     IF WS-TODAY-INT > WS-LAPSE-INT
037300         MOVE 'Y' TO WS-DUE-SW
037400     ELSE
037500         ADD 1 TO WS-OPEN-COUNT
037600     END-IF.
037700 3000-CHECK-LAPSE-EXIT.
037800     EXIT.
037900
038000 3100-LOOK-UP-TERM.
038100     MOVE WS-REC-TERM TO WS-CACHED-TERM
038200     MOVE 'N' TO WS-CACHED-TERM-SW
038300     MOVE ZERO TO WS-TERM-END
038400     MOVE WS-REC-TERM TO TRM-CODE
038500     READ TERM-FILE
038600         INVALID KEY
038700             GO TO 3100-LOOK-UP-TERM-EXIT
038800     END-READ.
038900     MOVE TRM-END-DATE TO WS-TERM-END
039000     IF WS-TERM-END = ZERO
039100         GO TO 3100-LOOK-UP-TERM-EXIT.
039200     COMPUTE WS-LAPSE-INT =
039300         FUNCTION INTEGER-OF-DATE(WS-TERM-END) + WS-LAPSE-DAYS
039400     MOVE 'Y' TO WS-CACHED-TERM-SW.
039500 3100-LOOK-UP-TERM-EXIT.
039600     EXIT.
039700
039800*================================================================*
039900* 4000-RECORD-LAPSE - THE GRADE HAS BEEN REWRITTEN TO F; FLAG    *
040000* THE STANDING, LOG THE CHANGE AND LIST IT.                      *
040100*================================================================*
040200 4000-RECORD-LAPSE.
040300     ADD 1 TO WS-LAPSED-COUNT
040400     PERFORM 5000-FLAG-SAP-RECOMPUTE
040500         THRU 5000-FLAG-SAP-RECOMPUTE-EXIT.
040600     PERFORM 4100-WRITE-HISTORY THRU 4100-WRITE-HISTORY-EXIT.
040700     PERFORM 4300-WRITE-LAPSE-LINE
040800         THRU 4300-WRITE-LAPSE-LINE-EXIT.
040900 4000-RECORD-LAPSE-EXIT.
041000     EXIT.
041100
041200*================================================================*
041300* 4100-WRITE-HISTORY - THE NEXT SEQUENCE NUMBER FOR THIS         *
041400* ENROLLMENT IS ONE PAST THE LAST CHANGE ALREADY ON FILE.        *
041500*================================================================*
041600 4100-WRITE-HISTORY.
041700     MOVE ZERO TO WS-LAST-SEQ-NO
041800     MOVE 'N' TO WS-GCH-EOF-SW
041900     MOVE WS-REC-SSN TO GCH-SSN
042000     MOVE WS-REC-TERM TO GCH-TERM
042100     MOVE WS-REC-COURSE-NO TO GCH-COURSE-NO
042200     MOVE WS-REC-SECTION TO GCH-SECTION
042300     MOVE ZERO TO GCH-SEQ-NO
042400     START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCH-KEY
042500         INVALID KEY
042600             MOVE 'Y' TO WS-GCH-EOF-SW
042700     END-START.
042800     PERFORM 4110-FIND-LAST-SEQ THRU 4110-FIND-LAST-SEQ-EXIT
042900         UNTIL HISTORY-SCAN-DONE.
043000     MOVE SPACES TO GRADE-CHANGE-RECORD
043100     MOVE WS-REC-SSN TO GCH-SSN
043200     MOVE WS-REC-TERM TO GCH-TERM
043300     MOVE WS-REC-COURSE-NO TO GCH-COURSE-NO
043400     MOVE WS-REC-SECTION TO GCH-SECTION
043500     ADD 1 TO WS-LAST-SEQ-NO GIVING GCH-SEQ-NO
043600     MOVE 'I ' TO GCH-OLD-GRADE
043700     MOVE 'F ' TO GCH-NEW-GRADE
043800     MOVE 'LP' TO GCH-REASON
043900     MOVE 'INCLAPSE' TO GCH-OPERATOR-ID
044000     MOVE WS-TODAY-CC TO GCH-CHANGE-CC
044100     MOVE WS-TODAY-YY TO GCH-CHANGE-YY
044200     MOVE WS-TODAY-MM TO GCH-CHANGE-MM
044300     MOVE WS-TODAY-DD TO GCH-CHANGE-DD
044400     MOVE WS-SAP-FLAG-SW TO GCH-SAP-FLAGGED
044500     WRITE GRADE-CHANGE-RECORD.
044600 4100-WRITE-HISTORY-EXIT.
044700     EXIT.
044800
044900 4110-FIND-LAST-SEQ.
045000     READ GRADE-CHANGE-FILE NEXT RECORD
045100         AT END
045200             MOVE 'Y' TO WS-GCH-EOF-SW
045300     END-READ.
045400     IF HISTORY-SCAN-DONE
045500         GO TO 4110-FIND-LAST-SEQ-EXIT.
045600     IF GCH-SSN NOT = WS-REC-SSN
045700         OR GCH-TERM NOT = WS-REC-TERM
045800         OR GCH-COURSE-NO NOT = WS-REC-COURSE-NO
045900         OR GCH-SECTION NOT = WS-REC-SECTION
046000         MOVE 'Y' TO WS-GCH-EOF-SW
046100         GO TO 4110-FIND-LAST-SEQ-EXIT.
046200     MOVE GCH-SEQ-NO TO WS-LAST-SEQ-NO.
046300 4110-FIND-LAST-SEQ-EXIT.
046400     EXIT.
046500
046600 4300-WRITE-LAPSE-LINE.
046700     MOVE WS-REC-SSN TO WS-LL-SSN
046800     MOVE SPACES TO WS-LL-NAME
046900     IF STUDENT-FILE-IS-OPEN
047000         MOVE WS-REC-SSN TO STU-SSN
047100         READ STUDENT-FILE
047200             INVALID KEY
047300                 MOVE '(NOT ON STUDENT MASTER)' TO WS-LL-NAME
047400             NOT INVALID KEY
047500                 STRING STU-LAST-NAME DELIMITED BY '  '
047600                     ', ' DELIMITED BY SIZE
047700                     STU-FIRST-NAME DELIMITED BY '  '
047800                     INTO WS-LL-NAME
047900         END-READ
048000     END-IF.
048100     MOVE WS-REC-TERM TO WS-LL-TERM
048200     MOVE WS-REC-COURSE-NO TO WS-LL-COURSE-NO
048300     MOVE WS-REC-SECTION TO WS-LL-SECTION
048400     MOVE SPACES TO WS-LL-TERM-END
048500     STRING WS-TERM-END-MM DELIMITED BY SIZE
048600         '/' DELIMITED BY SIZE
048700         WS-TERM-END-DD DELIMITED BY SIZE
048800         '/' DELIMITED BY SIZE
048900         WS-TERM-END-CC DELIMITED BY SIZE
049000         WS-TERM-END-YY DELIMITED BY SIZE
049100         INTO WS-LL-TERM-END
049200     MOVE WS-REC-CREDITS TO WS-LL-CREDITS
049300     MOVE WS-SOURCE TO WS-LL-SOURCE
049400     IF SAP-FLAG-NEEDED
049500         MOVE 'SAP RECOMPUTE' TO WS-LL-SAP-NOTE
049600     ELSE
049700         MOVE SPACES TO WS-LL-SAP-NOTE
049800     END-IF.
049900     MOVE WS-LAPSE-LINE TO LAPSE-REPORT-LINE
050000     WRITE LAPSE-REPORT-LINE.
050100 4300-WRITE-LAPSE-LINE-EXIT.
050200     EXIT.
050300
050400*================================================================*
050500* 5000-FLAG-SAP-RECOMPUTE - THE SAME TEST GRADE-CHANGE-PGM       *
050600* MAKES: THE STUDENT'S STANDING NEEDS A RECOMPUTE WHEN           *
050700* ACADEMIC-PROGRESS-PGM HAS ALREADY EVALUATED THE LAPSED TERM -  *
050800* THE STANDING'S OWN TERM OR ANY TERM THAT STARTED BEFORE IT ON  *
050900* THE CALENDAR.                                                  *
051000*================================================================*
051100 5000-FLAG-SAP-RECOMPUTE.
051200     MOVE 'N' TO WS-SAP-FLAG-SW
051300     IF NOT SAP-FILE-IS-OPEN
051400         GO TO 5000-FLAG-SAP-RECOMPUTE-EXIT.
051500     MOVE WS-REC-SSN TO SAP-SSN
051600     READ SAP-FILE
051700         INVALID KEY
051800             GO TO 5000-FLAG-SAP-RECOMPUTE-EXIT
051900     END-READ.
052000     IF SAP-TERM = WS-REC-TERM
052100         MOVE 'Y' TO WS-SAP-FLAG-SW
052200     ELSE
052300         PERFORM 5100-COMPARE-TERMS THRU 5100-COMPARE-TERMS-EXIT
052400     END-IF.
052500     IF SAP-FLAG-NEEDED
052600         MOVE 'Y' TO SAP-RECOMPUTE-FLAG
052700         REWRITE SAP-RECORD
052800         ADD 1 TO WS-SAP-FLAGGED-COUNT
052900     END-IF.
053000 5000-FLAG-SAP-RECOMPUTE-EXIT.
053100     EXIT.
053200
053300 5100-COMPARE-TERMS.
053400     MOVE 'Y' TO WS-SAP-FLAG-SW
053500     MOVE WS-REC-TERM TO TRM-CODE
053600     READ TERM-FILE
053700         INVALID KEY
053800             GO TO 5100-COMPARE-TERMS-EXIT
053900     END-READ.
054000     MOVE TRM-START-DATE TO WS-REC-TERM-START
054100     MOVE SAP-TERM TO TRM-CODE
054200     READ TERM-FILE
054300         INVALID KEY
054400             GO TO 5100-COMPARE-TERMS-EXIT
054500     END-READ.
054600     IF WS-REC-TERM-START > TRM-START-DATE
054700         MOVE 'N' TO WS-SAP-FLAG-SW
054800     END-IF.
054900 5100-COMPARE-TERMS-EXIT.
055000     EXIT.
055100
055200*================================================================*
055300* 9000-TERMINATE - RUN TOTALS TO THE LIST AND THE OPERATOR'S     *
055400* LOG, THEN CLOSES THE FILES.                                    *
055500*================================================================*
055600 9000-TERMINATE.
055700     MOVE SPACES TO LAPSE-REPORT-LINE
055800     WRITE LAPSE-REPORT-LINE.
055900     MOVE SPACES TO LAPSE-REPORT-LINE
056000     STRING 'INCOMPLETES LAPSED: ' DELIMITED BY SIZE
056100         WS-LAPSED-COUNT DELIMITED BY SIZE
056200         '  SAP FLAGGED: ' DELIMITED BY SIZE
056300         WS-SAP-FLAGGED-COUNT DELIMITED BY SIZE
056400         '  STILL OPEN: ' DELIMITED BY SIZE
056500         WS-OPEN-COUNT DELIMITED BY SIZE
056600         '  TERM NOT ON CALENDAR: ' DELIMITED BY SIZE
056700         WS-NO-TERM-COUNT DELIMITED BY SIZE
056800         INTO LAPSE-REPORT-LINE
056900     WRITE LAPSE-REPORT-LINE.
057000     IF CALENDAR-IS-OPEN
057100         CLOSE TERM-FILE
057200     END-IF.
057300     IF ARCHIVE-IS-OPEN
057400         CLOSE ARCHIVE-FILE
057500     END-IF.
057600     IF ENROLLMENT-IS-OPEN
057700         CLOSE ENROLLMENT-FILE
057800     END-IF.
057900     CLOSE GRADE-CHANGE-FILE.
058000     IF SAP-FILE-IS-OPEN
058100         CLOSE SAP-FILE
058200     END-IF.
058300     IF STUDENT-FILE-IS-OPEN
058400         CLOSE STUDENT-FILE
058500     END-IF.
058600     CLOSE LAPSE-REPORT-FILE.
058700     DISPLAY 'INCOMPLETE-LAPSE-PGM COMPLETE - LAPSED: '
058800         WS-LAPSED-COUNT
058900         '  SAP FLAGGED: ' WS-SAP-FLAGGED-COUNT
059000         '  STILL OPEN: ' WS-OPEN-COUNT.
059100 9000-TERMINATE-EXIT.
059200     EXIT.
