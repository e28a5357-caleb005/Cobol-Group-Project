000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRADUATION-CLEAR-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - DEGREE AUDIT AND GRADUATION CLEARANCE
001100*                FOR A GRADUATION TERM.  EVERY ACTIVE STUDENT WITH
001200*                A DECLARED PROGRAM OF STUDY AND AN ENROLLMENT IN
001300*                THE TERM IS AUDITED THROUGH DEGREE-AUDIT-PGM AND
001400*                THE AUDIT PRINTED ON DEGAUDT.  WHEN THE OPERATOR
001500*                ASKS FOR CLEARANCE, A STUDENT WHOSE AUDIT IS
001600*                COMPLETE AND WHO HAS NO REGISTRAR HOLD ON THE
001700*                LEDGER IS SET TO GRADUATED ON THE STUDENT MASTER;
001800*                EVERYONE ELSE IS REFUSED.  GRADLST LISTS EACH
001900*                STUDENT'S DISPOSITION WITH EVERY REASON FOR A
002000*                REFUSAL.  WITHOUT CLEARANCE THE SAME LIST SHOWS
002100*                WHO WOULD CLEAR AND NOTHING IS CHANGED.  THE RUN
002200*                CHECKS IN WITH RUN-CONTROL-PGM (JOB GRADCLR).
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TERM-FILE ASSIGN TO "TRMCAL"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS TRM-CODE
003100         FILE STATUS IS WS-TRM-FS.
003200     SELECT STUDENT-FILE ASSIGN TO "STUMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS STU-SSN
003600         FILE STATUS IS WS-STUDENT-FS.
003700     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LED-SSN
004100         FILE STATUS IS WS-LEDGER-FS.
004200     SELECT AUDIT-REPORT-FILE ASSIGN TO "DEGAUDT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUD-RPT-FS.
004500     SELECT CLEAR-REPORT-FILE ASSIGN TO "GRADLST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CLR-RPT-FS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TERM-FILE.
005100     COPY TRMREC.
005200 FD  STUDENT-FILE.
005300     COPY STUREC.
005400 FD  LEDGER-FILE.
005500     COPY LEDREC.
005600 FD  AUDIT-REPORT-FILE.
005700 01  AUDIT-REPORT-LINE            PIC X(100).
005800 FD  CLEAR-REPORT-FILE.
005900 01  CLEAR-REPORT-LINE            PIC X(100).
006000 WORKING-STORAGE SECTION.
006100 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
006200     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
006300 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
006400     88  STUDENT-FS-OK                    VALUE '00'.
006500     88  STUDENT-FS-NOT-FOUND             VALUE '23' '35'.
006600 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
006700     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
006800 01  WS-AUD-RPT-FS            PIC X(02)  VALUE '00'.
006900 01  WS-CLR-RPT-FS            PIC X(02)  VALUE '00'.
007000
007100 01  WS-EOF-SW                PIC X      VALUE 'N'.
007200     88  STUDENT-SCAN-DONE                VALUE 'Y'.
007300 01  WS-TERM-OK-SW            PIC X      VALUE 'N'.
007400     88  TERM-IS-VALID                    VALUE 'Y'.
007500 01  WS-CLEAR-SW              PIC X      VALUE 'N'.
007600     88  CLEARANCE-REQUESTED              VALUE 'Y'.
007700 01  WS-HOLD-SW               PIC X      VALUE 'N'.
007800     88  STUDENT-ON-HOLD                  VALUE 'Y'.
007900 01  WS-REFUSED-SW            PIC X      VALUE 'N'.
008000     88  STUDENT-REFUSED                  VALUE 'Y'.
008100
008200 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
008300 01  WS-GRAD-TERM             PIC X(06)  VALUE SPACES.
008400 01  WS-CLEAR-ANSWER          PIC X(01)  VALUE SPACE.
008500 01  WS-HOLD-REASON           PIC X(30)  VALUE SPACES.
008600 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
008700 01  WS-DISPOSITION           PIC X(08)  VALUE SPACES.
008800 01  WS-GPA-EDIT              PIC 9.99   VALUE ZERO.
008900 01  WS-HOURS-EDIT            PIC ZZ9    VALUE ZERO.
009000 01  WS-MISSING-EDIT          PIC Z9     VALUE ZERO.
009100 01  WS-IN-PROG-EDIT          PIC Z9     VALUE ZERO.
009200*----------------------------------------------------------------
009300* ONE LINE OF THE CLEARANCE LIST.
009400*----------------------------------------------------------------
009500 01  WS-CLEAR-LINE.
009600     05  WS-CL-SSN            PIC 9(09).
009700     05  FILLER               PIC X(01)  VALUE SPACE.
009800     05  WS-CL-NAME           PIC X(25).
009900     05  FILLER               PIC X(01)  VALUE SPACE.
010000     05  WS-CL-PROGRAM        PIC X(06).
010100     05  FILLER               PIC X(01)  VALUE SPACE.
010200     05  WS-CL-DISPOSITION    PIC X(08).
010300     05  FILLER               PIC X(01)  VALUE SPACE.
010400     05  WS-CL-REASON         PIC X(48).
010500 77  WS-DA-IX                 PIC 9(02)  COMP VALUE ZERO.
010600 77  WS-STUDENTS-READ         PIC 9(06)  VALUE ZERO.
010700 77  WS-CANDIDATES            PIC 9(06)  VALUE ZERO.
010800 77  WS-CLEARED-COUNT         PIC 9(06)  VALUE ZERO.
010900 77  WS-REFUSED-COUNT         PIC 9(06)  VALUE ZERO.
011000*----------------------------------------------------------------
011100* DEGREE-AUDIT-PGM CALLING PARAMETERS.
011200*----------------------------------------------------------------
011300 COPY DEGPARM.
011400*----------------------------------------------------------------
011500* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
011600*----------------------------------------------------------------
011700 COPY RUNPARM.
011800 PROCEDURE DIVISION.
011900*================================================================*
012000* 0000-MAINLINE                                                  *
012100*================================================================*
012200 0000-MAINLINE.
012300     MOVE 'GRADCLR' TO RC-JOB-NAME
012400     MOVE 'S' TO RC-FUNCTION
012500     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
012600     IF RC-RUN-DENIED
012700         DISPLAY 'GRADUATION-CLEAR-PGM - '
012800             'RUN REFUSED BY RUN CONTROL'
012900         STOP RUN.
013000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013100     IF TERM-IS-VALID
013200         PERFORM 2000-PROCESS-STUDENT
013300             THRU 2000-PROCESS-STUDENT-EXIT
013400             UNTIL STUDENT-SCAN-DONE
013500     END-IF.
013600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
013700     MOVE 'E' TO RC-FUNCTION
013800     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
013900     STOP RUN.
014000
014100*================================================================*
014200* 1000-INITIALIZE - OPENS THE FILES, ASKS FOR THE GRADUATION     *
014300* TERM AND WHETHER TO CLEAR, AND HEADS BOTH REPORTS.  A TERM NOT *
014400* ON THE CALENDAR STOPS THE RUN BEFORE ANY STUDENT IS TOUCHED.   *
014500*================================================================*
014600 1000-INITIALIZE.
014700     OPEN INPUT TERM-FILE.
014800     OPEN I-O STUDENT-FILE.
014900     OPEN INPUT LEDGER-FILE.
015000     OPEN OUTPUT AUDIT-REPORT-FILE.
015100     OPEN OUTPUT CLEAR-REPORT-FILE.
015200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
015300     DISPLAY 'GRADUATION-CLEAR-PGM - ENTER GRADUATION TERM:'
015400     ACCEPT WS-GRAD-TERM.
015500     DISPLAY 'GRADUATION-CLEAR-PGM - CLEAR STUDENTS (Y/N):'
015600     ACCEPT WS-CLEAR-ANSWER.
015700     IF WS-CLEAR-ANSWER = 'Y' OR WS-CLEAR-ANSWER = 'y'
015800         MOVE 'Y' TO WS-CLEAR-SW
015900     END-IF.
016000     MOVE SPACES TO AUDIT-REPORT-LINE
016100     STRING 'DEGREE AUDIT - GRADUATION TERM ' DELIMITED BY SIZE
016200         WS-GRAD-TERM DELIMITED BY SIZE
016300         '  RUN DATE ' DELIMITED BY SIZE
016400         WS-TODAY DELIMITED BY SIZE
016500         INTO AUDIT-REPORT-LINE
016600     WRITE AUDIT-REPORT-LINE.
016700     MOVE SPACES TO CLEAR-REPORT-LINE
016800     IF CLEARANCE-REQUESTED
016900         STRING 'GRADUATION CLEARANCE - TERM ' DELIMITED BY SIZE
017000             WS-GRAD-TERM DELIMITED BY SIZE
017100             '  RUN DATE ' DELIMITED BY SIZE
017200             WS-TODAY DELIMITED BY SIZE
017300             INTO CLEAR-REPORT-LINE
017400     ELSE
017500         STRING 'GRADUATION CLEARANCE PREVIEW - TERM '
017600             DELIMITED BY SIZE
017700             WS-GRAD-TERM DELIMITED BY SIZE
017800             '  RUN DATE ' DELIMITED BY SIZE
017900             WS-TODAY DELIMITED BY SIZE
018000             '  - NO STATUS CHANGED' DELIMITED BY SIZE
018100             INTO CLEAR-REPORT-LINE
018200     END-IF.
018300     WRITE CLEAR-REPORT-LINE.
018400     MOVE 'SSN       NAME' TO CLEAR-REPORT-LINE
018500     MOVE 'PROGRM STATUS   REASON' TO CLEAR-REPORT-LINE(37:22)
018600     WRITE CLEAR-REPORT-LINE.
018700     MOVE 'N' TO WS-TERM-OK-SW
018800     MOVE 'Y' TO WS-EOF-SW
018900     IF WS-GRAD-TERM = SPACES OR TRM-FS-NOT-FOUND
019000         MOVE 'GRADUATION TERM NOT ON CALENDAR - NOTHING DONE'
019100             TO CLEAR-REPORT-LINE
019200         WRITE CLEAR-REPORT-LINE
019300         GO TO 1000-INITIALIZE-EXIT.
019400     MOVE WS-GRAD-TERM TO TRM-CODE
019500     READ TERM-FILE
019600         INVALID KEY
019700             MOVE 'GRADUATION TERM NOT ON CALENDAR - NOTHING DONE'
019800                 TO CLEAR-REPORT-LINE
019900             WRITE CLEAR-REPORT-LINE
020000             GO TO 1000-INITIALIZE-EXIT
020100     END-READ.
020200     MOVE 'Y' TO WS-TERM-OK-SW
020300     IF STUDENT-FS-NOT-FOUND
020400         GO TO 1000-INITIALIZE-EXIT.
020500     MOVE 'N' TO WS-EOF-SW
020600     MOVE LOW-VALUES TO STU-SSN
020700     START STUDENT-FILE KEY IS NOT LESS THAN STU-SSN
020800         INVALID KEY
020900             MOVE 'Y' TO WS-EOF-SW
021000     END-START.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300
021400*================================================================*
021500* 2000-PROCESS-STUDENT - ONE STUDENT MASTER RECORD.  ONLY AN     *
021600* ACTIVE STUDENT WITH A DECLARED PROGRAM AND AN ENROLLMENT IN    *
021700* THE GRADUATION TERM IS A CANDIDATE.                            *
021800*================================================================*
021900 2000-PROCESS-STUDENT.
022000     READ STUDENT-FILE NEXT RECORD
022100         AT END
022200             MOVE 'Y' TO WS-EOF-SW
022300     END-READ.
022400     IF STUDENT-SCAN-DONE
022500         GO TO 2000-PROCESS-STUDENT-EXIT.
022600     ADD 1 TO WS-STUDENTS-READ
022700     IF NOT STU-STAT-ACTIVE OR STU-PROGRAM-CODE = SPACES
022800         GO TO 2000-PROCESS-STUDENT-EXIT.
022900     MOVE STU-SSN TO DA-SSN
023000     MOVE STU-PROGRAM-CODE TO DA-PROGRAM-CODE
023100     MOVE WS-GRAD-TERM TO DA-TERM
023200     CALL 'DEGREE-AUDIT-PGM' USING DEGREE-AUDIT-PARMS
023300     IF NOT DA-ENROLLED-IN-TERM
023400         GO TO 2000-PROCESS-STUDENT-EXIT.
023500     ADD 1 TO WS-CANDIDATES
023600     PERFORM 3000-PRINT-AUDIT THRU 3000-PRINT-AUDIT-EXIT.
023700     PERFORM 4000-CLEAR-STUDENT THRU 4000-CLEAR-STUDENT-EXIT.
023800 2000-PROCESS-STUDENT-EXIT.
023900     EXIT.
024000
024100*================================================================*
024200* 3000-PRINT-AUDIT - THE STUDENT'S AUDIT AS DEGREE-AUDIT-PGM     *
024300* RETURNED IT, THE SAME LINES THE ON-DEMAND REPORT PRINTS.       *
024400*================================================================*
024500 3000-PRINT-AUDIT.
024600     MOVE SPACES TO AUDIT-REPORT-LINE
024700     WRITE AUDIT-REPORT-LINE.
024800     MOVE SPACES TO AUDIT-REPORT-LINE
024900     STRING STU-SSN DELIMITED BY SIZE
025000         ' ' DELIMITED BY SIZE
025100         STU-LAST-NAME DELIMITED BY SIZE
025200         ', ' DELIMITED BY SIZE
025300         STU-FIRST-NAME DELIMITED BY SIZE
025400         '  PROGRAM ' DELIMITED BY SIZE
025500         STU-PROGRAM-CODE DELIMITED BY SIZE
025600         ' ' DELIMITED BY SIZE
025700         DA-PROGRAM-TITLE DELIMITED BY SIZE
025800         INTO AUDIT-REPORT-LINE
025900     WRITE AUDIT-REPORT-LINE.
026000     IF DA-PROGRAM-NOT-FOUND
026100         MOVE '  PROGRAM NOT ON THE PROGRAM MASTER'
026200             TO AUDIT-REPORT-LINE
026300         WRITE AUDIT-REPORT-LINE
026400         GO TO 3000-PRINT-AUDIT-EXIT.
026500     PERFORM 3100-AUDIT-LINE THRU 3100-AUDIT-LINE-EXIT
026600         VARYING WS-DA-IX FROM 1 BY 1
026700         UNTIL WS-DA-IX > DA-LINE-COUNT.
026800     MOVE DA-GPA TO WS-GPA-EDIT
026900     MOVE DA-HOURS-EARNED TO WS-HOURS-EDIT
027000     MOVE SPACES TO AUDIT-REPORT-LINE
027100     IF DA-AUDIT-COMPLETE
027200         STRING '  AUDIT COMPLETE' DELIMITED BY SIZE
027300             '  HOURS EARNED ' DELIMITED BY SIZE
027400             WS-HOURS-EDIT DELIMITED BY SIZE
027500             '  GPA ' DELIMITED BY SIZE
027600             WS-GPA-EDIT DELIMITED BY SIZE
027700             INTO AUDIT-REPORT-LINE
027800     ELSE
027900         STRING '  AUDIT NOT COMPLETE' DELIMITED BY SIZE
028000             '  HOURS EARNED ' DELIMITED BY SIZE
028100             WS-HOURS-EDIT DELIMITED BY SIZE
028200             '  GPA ' DELIMITED BY SIZE
028300             WS-GPA-EDIT DELIMITED BY SIZE
028400             INTO AUDIT-REPORT-LINE
028500     END-IF.
028600     WRITE AUDIT-REPORT-LINE.
028700 3000-PRINT-AUDIT-EXIT.
028800     EXIT.
028900
029000 3100-AUDIT-LINE.
029100     MOVE DA-LINE-TEXT(WS-DA-IX) TO AUDIT-REPORT-LINE
029200     WRITE AUDIT-REPORT-LINE.
029300 3100-AUDIT-LINE-EXIT.
029400     EXIT.
029500
029600*================================================================*
029700* 4000-CLEAR-STUDENT - A COMPLETE AUDIT AND NO REGISTRAR HOLD    *
029800* CLEARS THE STUDENT (SET TO GRADUATED WHEN CLEARANCE WAS ASKED  *
029900* FOR).  OTHERWISE EVERY REASON FOR THE REFUSAL IS LISTED.       *
030000*================================================================*
030100 4000-CLEAR-STUDENT.
030200     PERFORM 4100-CHECK-HOLD THRU 4100-CHECK-HOLD-EXIT.
030300     MOVE 'N' TO WS-REFUSED-SW
030400     MOVE 'REFUSED' TO WS-DISPOSITION
030500     IF DA-PROGRAM-NOT-FOUND
030600         MOVE SPACES TO WS-REFUSE-REASON
030700         STRING 'PROGRAM ' DELIMITED BY SIZE
030800             DA-PROGRAM-CODE DELIMITED BY SIZE
030900             ' NOT ON THE PROGRAM MASTER' DELIMITED BY SIZE
031000             INTO WS-REFUSE-REASON
031100         PERFORM 4200-WRITE-CLEAR-LINE
031200             THRU 4200-WRITE-CLEAR-LINE-EXIT
031300     END-IF.
031400     IF DA-AUDIT-INCOMPLETE
031500         MOVE DA-NOT-MET-COUNT TO WS-MISSING-EDIT
031600         MOVE DA-IN-PROGRESS-COUNT TO WS-IN-PROG-EDIT
031700         MOVE SPACES TO WS-REFUSE-REASON
031800         STRING 'AUDIT NOT COMPLETE - ' DELIMITED BY SIZE
031900             WS-MISSING-EDIT DELIMITED BY SIZE
032000             ' MISSING, ' DELIMITED BY SIZE
032100             WS-IN-PROG-EDIT DELIMITED BY SIZE
032200             ' IN PROGRESS' DELIMITED BY SIZE
032300             INTO WS-REFUSE-REASON
032400         PERFORM 4200-WRITE-CLEAR-LINE
032500             THRU 4200-WRITE-CLEAR-LINE-EXIT
032600     END-IF.
032700     IF STUDENT-ON-HOLD
032800         MOVE SPACES TO WS-REFUSE-REASON
032900         STRING 'REGISTRAR HOLD - ' DELIMITED BY SIZE
033000             WS-HOLD-REASON DELIMITED BY SIZE
033100             INTO WS-REFUSE-REASON
033200         PERFORM 4200-WRITE-CLEAR-LINE
033300             THRU 4200-WRITE-CLEAR-LINE-EXIT
033400     END-IF.
033500     IF STUDENT-REFUSED
033600         ADD 1 TO WS-REFUSED-COUNT
033700         GO TO 4000-CLEAR-STUDENT-EXIT.
033800     ADD 1 TO WS-CLEARED-COUNT
033900     MOVE SPACES TO WS-REFUSE-REASON
034000     IF CLEARANCE-REQUESTED
034100         MOVE 'G' TO STU-ENROLL-STATUS
034200         REWRITE STUDENT-RECORD
034300         MOVE 'CLEARED' TO WS-DISPOSITION
034400         MOVE 'STATUS SET TO GRADUATED' TO WS-REFUSE-REASON
034500     ELSE
034600         MOVE 'ELIGIBLE' TO WS-DISPOSITION
034700     END-IF.
034800     PERFORM 4200-WRITE-CLEAR-LINE
034900         THRU 4200-WRITE-CLEAR-LINE-EXIT.
035000 4000-CLEAR-STUDENT-EXIT.
035100     EXIT.
035200
035300*================================================================*
035400* 4100-CHECK-HOLD - A STUDENT WITH NO LEDGER RECORD HAS NO HOLD. *
035500*================================================================*
035600 4100-CHECK-HOLD.
035700     MOVE 'N' TO WS-HOLD-SW
035800     MOVE SPACES TO WS-HOLD-REASON
035900     IF LEDGER-FS-NOT-FOUND
036000         GO TO 4100-CHECK-HOLD-EXIT.
036100     MOVE STU-SSN TO LED-SSN
036200     READ LEDGER-FILE
036300         INVALID KEY
036400             GO TO 4100-CHECK-HOLD-EXIT
036500     END-READ.
036600     IF LED-ON-HOLD
036700         MOVE 'Y' TO WS-HOLD-SW
036800         MOVE LED-HOLD-REASON TO WS-HOLD-REASON
036900     END-IF.
037000 4100-CHECK-HOLD-EXIT.
037100     EXIT.
037200
037300 4200-WRITE-CLEAR-LINE.
037400     IF WS-DISPOSITION = 'REFUSED'
037500         MOVE 'Y' TO WS-REFUSED-SW
037600     END-IF.
037700     MOVE STU-SSN TO WS-CL-SSN
037800     MOVE SPACES TO WS-CL-NAME
037900     STRING STU-LAST-NAME DELIMITED BY SPACE
038000         ', ' DELIMITED BY SIZE
038100         STU-FIRST-NAME DELIMITED BY SPACE
038200         INTO WS-CL-NAME
038300     MOVE STU-PROGRAM-CODE TO WS-CL-PROGRAM
038400     MOVE WS-DISPOSITION TO WS-CL-DISPOSITION
038500     MOVE WS-REFUSE-REASON TO WS-CL-REASON
038600     MOVE WS-CLEAR-LINE TO CLEAR-REPORT-LINE
038700     WRITE CLEAR-REPORT-LINE.
038800 4200-WRITE-CLEAR-LINE-EXIT.
038900     EXIT.
039000
039100*================================================================*
039200* 9000-TERMINATE - RUN TOTALS ON THE CLEARANCE LIST AND THE      *
039300* OPERATOR'S LOG, THEN CLOSES THE FILES.                         *
039400*================================================================*
039500 9000-TERMINATE.
039600     MOVE SPACES TO CLEAR-REPORT-LINE
039700     WRITE CLEAR-REPORT-LINE.
039800     MOVE SPACES TO CLEAR-REPORT-LINE
039900     IF CLEARANCE-REQUESTED
040000         STRING 'CANDIDATES: ' DELIMITED BY SIZE
040100             WS-CANDIDATES DELIMITED BY SIZE
040200             '  CLEARED: ' DELIMITED BY SIZE
040300             WS-CLEARED-COUNT DELIMITED BY SIZE
040400             '  REFUSED: ' DELIMITED BY SIZE
040500             WS-REFUSED-COUNT DELIMITED BY SIZE
040600             INTO CLEAR-REPORT-LINE
040700     ELSE
040800         STRING 'CANDIDATES: ' DELIMITED BY SIZE
040900             WS-CANDIDATES DELIMITED BY SIZE
041000             '  ELIGIBLE: ' DELIMITED BY SIZE
041100             WS-CLEARED-COUNT DELIMITED BY SIZE
041200             '  REFUSED: ' DELIMITED BY SIZE
041300             WS-REFUSED-COUNT DELIMITED BY SIZE
041400             INTO CLEAR-REPORT-LINE
041500     END-IF.
041600     WRITE CLEAR-REPORT-LINE.
041700     CLOSE TERM-FILE.
041800     CLOSE STUDENT-FILE.
041900     CLOSE LEDGER-FILE.
042000     CLOSE AUDIT-REPORT-FILE.
042100     CLOSE CLEAR-REPORT-FILE.
042200     DISPLAY 'GRADUATION-CLEAR-PGM COMPLETE - CANDIDATES: '
042300         WS-CANDIDATES '  CLEARED: ' WS-CLEARED-COUNT
042400         '  REFUSED: ' WS-REFUSED-COUNT.
042500 9000-TERMINATE-EXIT.
042600     EXIT.
