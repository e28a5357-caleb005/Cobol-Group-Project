000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SCHEDULE-BUILD-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - BUILDS A NEW TERM'S CLASS SCHEDULE BY
001100*                COPYING EVERY SECTION OF A CHOSEN PRIOR TERM ON
001200*                CLSMSTR INTO THE NEW TERM WITH ZERO SEATS FILLED
001300*                (SAME DAYS, TIMES, ROOM, INSTRUCTOR, CAPACITY AND
001400*                TUITION).  A SECTION THE NEW TERM ALREADY HAS IS
001500*                LEFT ALONE, SO THE JOB CAN BE RERUN AFTER THE
001600*                REGISTRAR ADDS SECTIONS BY HAND.  THE NEW TERM'S
001700*                SCHEDULE IS THEN CHECKED FOR ROOM AND INSTRUCTOR
001800*                DOUBLE-BOOKINGS - THE SAME DAY/TIME OVERLAP TEST
001900*                ADD-CLASS-PGM MAKES - AND EVERY CLASH IS LISTED
002000*                ON SCHDRPT FOR THE REGISTRAR TO RESOLVE THROUGH
002100*                CLASS-MAINT-PGM.  THE RUN CHECKS IN WITH
002200*                RUN-CONTROL-PGM (JOB SCHDBLD).
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TERM-FILE ASSIGN TO "TRMCAL"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS TRM-CODE
003100         FILE STATUS IS WS-TRM-FS.
003200     SELECT CLASS-FILE ASSIGN TO "CLSMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CLS-KEY
003600         FILE STATUS IS WS-CLASS-FS.
003700     SELECT REPORT-FILE ASSIGN TO "SCHDRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TERM-FILE.
004300     COPY TRMREC.
004400 FD  CLASS-FILE.
004500     COPY CLSREC.
004600 FD  REPORT-FILE.
004700 01  REPORT-LINE                  PIC X(100).
004800 WORKING-STORAGE SECTION.
004900 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
005000     88  TRM-FS-OK                        VALUE '00'.
005100     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
005200 01  WS-CLASS-FS              PIC X(02)  VALUE '00'.
005300     88  CLASS-FS-OK                      VALUE '00'.
005400     88  CLASS-FS-NOT-FOUND               VALUE '23' '35'.
005500 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
005600
005700 01  WS-CLS-EOF-SW            PIC X      VALUE 'N'.
005800     88  CLASS-SCAN-DONE                  VALUE 'Y'.
005900 01  WS-PAIR-EOF-SW           PIC X      VALUE 'N'.
006000     88  PAIR-SCAN-DONE                   VALUE 'Y'.
006100 01  WS-TERMS-OK-SW           PIC X      VALUE 'N'.
006200     88  TERMS-ARE-VALID                  VALUE 'Y'.
006300 01  WS-DAY-OVERLAP-SW        PIC X      VALUE 'N'.
006400     88  DAYS-OVERLAP                     VALUE 'Y'.
006500
006600 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
006700 01  WS-FROM-TERM             PIC X(06)  VALUE SPACES.
006800 01  WS-TO-TERM               PIC X(06)  VALUE SPACES.
006900 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
007000 01  WS-CLASH-TYPE            PIC X(10)  VALUE SPACES.
007100*----------------------------------------------------------------
007200* BOTH PASSES WALK ONE TERM OF THE CLASS MASTER WHILE WRITING OR
007300* READING PAST OTHER RECORDS, SO EACH STEP RE-POSITIONS JUST PAST
007400* THE LAST KEY HANDLED RATHER THAN TRUSTING THE FILE POSITION.
007500*----------------------------------------------------------------
007600 01  WS-LAST-KEY.
007700     05  WS-LAST-TERM         PIC X(06)  VALUE SPACES.
007800     05  WS-LAST-COURSE-NO    PIC X(08)  VALUE SPACES.
007900     05  WS-LAST-SECTION      PIC X(03)  VALUE SPACES.
008000*----------------------------------------------------------------
008100* THE NEW-TERM SECTION BEING CHECKED FOR CLASHES IS HELD HERE
008200* WHILE THE REST OF THE TERM'S SCHEDULE IS READ PAST IT.
008300*----------------------------------------------------------------
008400     COPY CLSREC REPLACING
008500                  ==CLASS-RECORD== BY ==HOLD-CLASS-RECORD==
008600                  LEADING ==CLS-== BY ==HLD-==.
008700
008800 77  WS-SECTIONS-READ         PIC 9(06)  VALUE ZERO.
008900 77  WS-SECTIONS-COPIED       PIC 9(06)  VALUE ZERO.
009000 77  WS-SECTIONS-SKIPPED      PIC 9(06)  VALUE ZERO.
009100 77  WS-SECTIONS-CHECKED      PIC 9(06)  VALUE ZERO.
009200 77  WS-CLASH-COUNT           PIC 9(06)  VALUE ZERO.
009300*----------------------------------------------------------------
009400* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
009500*----------------------------------------------------------------
009600 COPY RUNPARM.
009700 PROCEDURE DIVISION.
009800*================================================================*
009900* 0000-MAINLINE                                                  *
010000*================================================================*
010100 0000-MAINLINE.
010200     MOVE 'SCHDBLD' TO RC-JOB-NAME
010300     MOVE 'S' TO RC-FUNCTION
010400     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
010500     IF RC-RUN-DENIED
010600         DISPLAY 'SCHEDULE-BUILD-PGM - RUN REFUSED BY RUN CONTROL'
010700         STOP RUN.
010800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010900     PERFORM 1500-VALIDATE-TERMS THRU 1500-VALIDATE-TERMS-EXIT.
011000     IF TERMS-ARE-VALID
011100         PERFORM 2000-COPY-SECTIONS THRU 2000-COPY-SECTIONS-EXIT
011200         PERFORM 3000-CHECK-DOUBLE-BOOKINGS
011300             THRU 3000-CHECK-DOUBLE-BOOKINGS-EXIT
011400     ELSE
011500         MOVE SPACES TO REPORT-LINE
011600         STRING 'SCHEDULE NOT BUILT - ' DELIMITED BY SIZE
011700             WS-REFUSE-REASON DELIMITED BY SIZE
011800             INTO REPORT-LINE
011900         WRITE REPORT-LINE
012000         DISPLAY 'SCHEDULE-BUILD-PGM - ' WS-REFUSE-REASON
012100     END-IF.
012200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
012300     MOVE 'E' TO RC-FUNCTION
012400     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
012500     STOP RUN.
012600
012700*================================================================*
012800* 1000-INITIALIZE - OPENS THE CALENDAR, THE CLASS MASTER AND THE *
012900* RUN REPORT AND ASKS THE OPERATOR FOR THE TERM TO COPY FROM AND *
013000* THE NEW TERM TO BUILD.                                         *
013100*================================================================*
013200 1000-INITIALIZE.
013300     OPEN INPUT TERM-FILE.
013400     OPEN I-O CLASS-FILE.
013500     IF CLASS-FS-NOT-FOUND
013600         OPEN OUTPUT CLASS-FILE
013700         CLOSE CLASS-FILE
013800         OPEN I-O CLASS-FILE
013900     END-IF.
014000     OPEN OUTPUT REPORT-FILE.
014100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014200     DISPLAY 'SCHEDULE-BUILD-PGM - ENTER PRIOR TERM TO COPY FROM:'
014300     ACCEPT WS-FROM-TERM.
014400     DISPLAY 'SCHEDULE-BUILD-PGM - ENTER NEW TERM TO BUILD:'
014500     ACCEPT WS-TO-TERM.
014600     MOVE SPACES TO REPORT-LINE
014700     STRING 'NEW TERM SCHEDULE BUILD - RUN DATE '
014800         DELIMITED BY SIZE
014900         WS-TODAY DELIMITED BY SIZE
015000         INTO REPORT-LINE
015100     WRITE REPORT-LINE.
015200     MOVE SPACES TO REPORT-LINE
015300     STRING '  COPY FROM TERM ' DELIMITED BY SIZE
015400         WS-FROM-TERM DELIMITED BY SIZE
015500         '  TO TERM ' DELIMITED BY SIZE
015600         WS-TO-TERM DELIMITED BY SIZE
015700         INTO REPORT-LINE
015800     WRITE REPORT-LINE.
015900 1000-INITIALIZE-EXIT.
016000     EXIT.
016100
016200*================================================================*
016300* 1500-VALIDATE-TERMS - BOTH TERMS MUST BE ON THE CALENDAR AND   *
016400* DIFFERENT, AND THE PRIOR TERM MUST HAVE AT LEAST ONE SECTION   *
016500* ON THE CLASS MASTER.  ANY FAILURE REFUSES THE WHOLE BUILD WITH *
016600* THE REASON ON THE REPORT AND THE OPERATOR'S LOG.               *
016700*================================================================*
016800 1500-VALIDATE-TERMS.
016900     MOVE 'N' TO WS-TERMS-OK-SW
017000     IF WS-FROM-TERM = SPACES OR WS-TO-TERM = SPACES
017100         MOVE 'BOTH TERMS MUST BE ENTERED' TO WS-REFUSE-REASON
017200         GO TO 1500-VALIDATE-TERMS-EXIT.
017300     IF WS-FROM-TERM = WS-TO-TERM
017400         MOVE 'NEW TERM IS THE SAME AS THE PRIOR TERM'
017500             TO WS-REFUSE-REASON
017600         GO TO 1500-VALIDATE-TERMS-EXIT.
017700     IF TRM-FS-NOT-FOUND
017800         MOVE 'NO TERM CALENDAR ON FILE' TO WS-REFUSE-REASON
017900         GO TO 1500-VALIDATE-TERMS-EXIT.
018000     MOVE WS-FROM-TERM TO TRM-CODE
018100     READ TERM-FILE
018200         INVALID KEY
018300             MOVE 'PRIOR TERM NOT ON CALENDAR' TO WS-REFUSE-REASON
018400             GO TO 1500-VALIDATE-TERMS-EXIT
018500     END-READ.
018600     MOVE WS-TO-TERM TO TRM-CODE
018700     READ TERM-FILE
018800         INVALID KEY
018900             MOVE 'NEW TERM NOT ON CALENDAR' TO WS-REFUSE-REASON
019000             GO TO 1500-VALIDATE-TERMS-EXIT
019100     END-READ.
019200     MOVE WS-FROM-TERM TO CLS-TERM
019300     MOVE LOW-VALUES TO CLS-COURSE-NO CLS-SECTION
019400     START CLASS-FILE KEY IS NOT LESS THAN CLS-KEY
019500         INVALID KEY
019600             MOVE 'PRIOR TERM HAS NO SECTIONS ON FILE'
019700                 TO WS-REFUSE-REASON
019800             GO TO 1500-VALIDATE-TERMS-EXIT
019900     END-START.
020000     READ CLASS-FILE NEXT RECORD
020100         AT END
020200             MOVE SPACES TO CLS-TERM
020300     END-READ.
020400     IF CLS-TERM NOT = WS-FROM-TERM
020500         MOVE 'PRIOR TERM HAS NO SECTIONS ON FILE'
020600             TO WS-REFUSE-REASON
020700         GO TO 1500-VALIDATE-TERMS-EXIT.
020800     MOVE 'Y' TO WS-TERMS-OK-SW.
020900 1500-VALIDATE-TERMS-EXIT.
021000     EXIT.
021100
021200*================================================================*
021300* 2000-COPY-SECTIONS - EVERY PRIOR-TERM SECTION IS WRITTEN AGAIN *
021400* UNDER THE NEW TERM WITH ZERO SEATS FILLED.  ONE THE NEW TERM   *
021500* ALREADY HAS IS LEFT AS IT IS AND LISTED.                       *
021600*================================================================*
021700 2000-COPY-SECTIONS.
021800     MOVE SPACES TO REPORT-LINE
021900     WRITE REPORT-LINE.
022000     MOVE '  COURSE   SEC DISPOSITION' TO REPORT-LINE
022100     WRITE REPORT-LINE.
022200     MOVE 'N' TO WS-CLS-EOF-SW
022300     MOVE WS-FROM-TERM TO WS-LAST-TERM
022400     MOVE LOW-VALUES TO WS-LAST-COURSE-NO WS-LAST-SECTION
022500     PERFORM 2100-COPY-ONE-SECTION THRU 2100-COPY-ONE-SECTION-EXIT
022600         UNTIL CLASS-SCAN-DONE.
022700 2000-COPY-SECTIONS-EXIT.
022800     EXIT.
022900
023000 2100-COPY-ONE-SECTION.
023100     MOVE WS-LAST-KEY TO CLS-KEY
023200     START CLASS-FILE KEY IS GREATER THAN CLS-KEY
023300         INVALID KEY
023400             MOVE 'Y' TO WS-CLS-EOF-SW
023500     END-START.
023600     IF CLASS-SCAN-DONE
023700         GO TO 2100-COPY-ONE-SECTION-EXIT.
023800     READ CLASS-FILE NEXT RECORD
023900         AT END
024000             MOVE 'Y' TO WS-CLS-EOF-SW
024100     END-READ.
024200     IF CLASS-SCAN-DONE
024300         GO TO 2100-COPY-ONE-SECTION-EXIT.
024400     IF CLS-TERM NOT = WS-FROM-TERM
024500         MOVE 'Y' TO WS-CLS-EOF-SW
024600         GO TO 2100-COPY-ONE-SECTION-EXIT.
024700     MOVE CLS-KEY TO WS-LAST-KEY
024800     ADD 1 TO WS-SECTIONS-READ
024900     MOVE WS-TO-TERM TO CLS-TERM
025000     MOVE ZERO TO CLS-SEATS-FILLED
025100     MOVE SPACES TO REPORT-LINE
025200     STRING '  ' DELIMITED BY SIZE
025300         CLS-COURSE-NO DELIMITED BY SIZE
025400         ' ' DELIMITED BY SIZE
025500         CLS-SECTION DELIMITED BY SIZE
025600         INTO REPORT-LINE
025700     WRITE CLASS-RECORD
025800         INVALID KEY
025900             ADD 1 TO WS-SECTIONS-SKIPPED
026000             MOVE 'ALREADY IN NEW TERM - LEFT AS IS'
026100                 TO REPORT-LINE(16:32)
026200         NOT INVALID KEY
026300             ADD 1 TO WS-SECTIONS-COPIED
026400             MOVE 'COPIED' TO REPORT-LINE(16:6)
026500     END-WRITE.
026600     WRITE REPORT-LINE.
026700 2100-COPY-ONE-SECTION-EXIT.
026800     EXIT.
026900
027000*================================================================*
027100* 3000-CHECK-DOUBLE-BOOKINGS - EVERY PAIR OF NEW-TERM SECTIONS   *
027200* MEETING ON A COMMON DAY WITH OVERLAPPING TIMES IS LISTED WHEN  *
027300* THEY SHARE A ROOM OR AN INSTRUCTOR.  EACH SECTION IS COMPARED  *
027400* ONLY WITH THE SECTIONS KEYED AFTER IT, SO A CLASH PRINTS ONCE. *
027500* SECTIONS ADDED BY HAND BEFORE THE BUILD ARE CHECKED TOO.       *
027600*================================================================*
027700 3000-CHECK-DOUBLE-BOOKINGS.
027800     MOVE SPACES TO REPORT-LINE
027900     WRITE REPORT-LINE.
028000     MOVE SPACES TO REPORT-LINE
028100     STRING 'ROOM AND INSTRUCTOR DOUBLE-BOOKINGS - TERM '
028200         DELIMITED BY SIZE
028300         WS-TO-TERM DELIMITED BY SIZE
028400         INTO REPORT-LINE
028500     WRITE REPORT-LINE.
028600     MOVE 'N' TO WS-CLS-EOF-SW
028700     MOVE WS-TO-TERM TO WS-LAST-TERM
028800     MOVE LOW-VALUES TO WS-LAST-COURSE-NO WS-LAST-SECTION
028900     PERFORM 3100-CHECK-ONE-SECTION
029000         THRU 3100-CHECK-ONE-SECTION-EXIT
029100         UNTIL CLASS-SCAN-DONE.
029200     IF WS-CLASH-COUNT = ZERO
029300         MOVE '  NONE FOUND' TO REPORT-LINE
029400         WRITE REPORT-LINE
029500     END-IF.
029600 3000-CHECK-DOUBLE-BOOKINGS-EXIT.
029700     EXIT.
029800
029900 3100-CHECK-ONE-SECTION.
030000     MOVE WS-LAST-KEY TO CLS-KEY
030100     START CLASS-FILE KEY IS GREATER THAN CLS-KEY
030200         INVALID KEY
030300             MOVE 'Y' TO WS-CLS-EOF-SW
030400     END-START.
030500     IF CLASS-SCAN-DONE
030600         GO TO 3100-CHECK-ONE-SECTION-EXIT.
030700     READ CLASS-FILE NEXT RECORD
030800         AT END
030900             MOVE 'Y' TO WS-CLS-EOF-SW
031000     END-READ.
031100     IF CLASS-SCAN-DONE
031200         GO TO 3100-CHECK-ONE-SECTION-EXIT.
031300     IF CLS-TERM NOT = WS-TO-TERM
031400         MOVE 'Y' TO WS-CLS-EOF-SW
031500         GO TO 3100-CHECK-ONE-SECTION-EXIT.
031600     MOVE CLS-KEY TO WS-LAST-KEY
031700     ADD 1 TO WS-SECTIONS-CHECKED
031800     MOVE CLASS-RECORD TO HOLD-CLASS-RECORD
031900     MOVE 'N' TO WS-PAIR-EOF-SW
032000     PERFORM 3200-COMPARE-ONE-SECTION
032100         THRU 3200-COMPARE-ONE-SECTION-EXIT
032200         UNTIL PAIR-SCAN-DONE.
032300 3100-CHECK-ONE-SECTION-EXIT.
032400     EXIT.
032500
032600*================================================================*
032700* 3200-COMPARE-ONE-SECTION - THE NEXT LATER SECTION OF THE TERM  *
032800* AGAINST THE HELD ONE: THE SAME OVERLAP TEST ADD-CLASS-PGM      *
032900* MAKES BEFORE IT ADDS A SECTION.  A SECTION WITH NO ROOM OR NO  *
033000* INSTRUCTOR YET ASSIGNED CANNOT CLASH ON THAT COUNT.            *
033100*================================================================*
033200 3200-COMPARE-ONE-SECTION.
033300     READ CLASS-FILE NEXT RECORD
033400         AT END
033500             MOVE 'Y' TO WS-PAIR-EOF-SW
033600     END-READ.
033700     IF PAIR-SCAN-DONE
033800         GO TO 3200-COMPARE-ONE-SECTION-EXIT.
033900     IF CLS-TERM NOT = WS-TO-TERM
034000         MOVE 'Y' TO WS-PAIR-EOF-SW
034100         GO TO 3200-COMPARE-ONE-SECTION-EXIT.
034200     IF CLS-START-TIME NOT < HLD-END-TIME
034300         OR HLD-START-TIME NOT < CLS-END-TIME
034400         GO TO 3200-COMPARE-ONE-SECTION-EXIT.
034500     MOVE 'N' TO WS-DAY-OVERLAP-SW
034600     IF (CLS-DAY-MON = 'Y' AND HLD-DAY-MON = 'Y')
034700      OR (CLS-DAY-TUE = 'Y' AND HLD-DAY-TUE = 'Y')
034800      OR (CLS-DAY-WED = 'Y' AND HLD-DAY-WED = 'Y')
034900      OR (CLS-DAY-THU = 'Y' AND HLD-DAY-THU = 'Y')
035000      OR (CLS-DAY-FRI = 'Y' AND HLD-DAY-FRI = 'Y')
035100      OR (CLS-DAY-SAT = 'Y' AND HLD-DAY-SAT = 'Y')
035200      OR (CLS-DAY-SUN = 'Y' AND HLD-DAY-SUN = 'Y')
035300         MOVE 'Y' TO WS-DAY-OVERLAP-SW
035400     END-IF.
035500     IF NOT DAYS-OVERLAP
035600         GO TO 3200-COMPARE-ONE-SECTION-EXIT.
035700     IF CLS-ROOM = HLD-ROOM
035800         AND CLS-ROOM NOT = SPACES
035900         MOVE 'ROOM' TO WS-CLASH-TYPE
036000         PERFORM 3300-WRITE-CLASH-LINE
036100             THRU 3300-WRITE-CLASH-LINE-EXIT
036200     END-IF.
036300     IF CLS-INSTRUCTOR-ID = HLD-INSTRUCTOR-ID
036400         AND CLS-INSTRUCTOR-ID NOT = SPACES
036500         MOVE 'INSTRUCTOR' TO WS-CLASH-TYPE
036600         PERFORM 3300-WRITE-CLASH-LINE
036700             THRU 3300-WRITE-CLASH-LINE-EXIT
036800     END-IF.
036900 3200-COMPARE-ONE-SECTION-EXIT.
037000     EXIT.
037100
037200 3300-WRITE-CLASH-LINE.
037300     ADD 1 TO WS-CLASH-COUNT
037400     MOVE SPACES TO REPORT-LINE
037500     STRING '  ' DELIMITED BY SIZE
037600         WS-CLASH-TYPE DELIMITED BY SIZE
037700         ' ' DELIMITED BY SIZE
037800         HLD-COURSE-NO DELIMITED BY SIZE
037900         ' SEC ' DELIMITED BY SIZE
038000         HLD-SECTION DELIMITED BY SIZE
038100         ' ' DELIMITED BY SIZE
038200         HLD-START-TIME DELIMITED BY SIZE
038300         '-' DELIMITED BY SIZE
038400         HLD-END-TIME DELIMITED BY SIZE
038500         ' WITH ' DELIMITED BY SIZE
038600         CLS-COURSE-NO DELIMITED BY SIZE
038700         ' SEC ' DELIMITED BY SIZE
038800         CLS-SECTION DELIMITED BY SIZE
038900         ' ' DELIMITED BY SIZE
039000         CLS-START-TIME DELIMITED BY SIZE
039100         '-' DELIMITED BY SIZE
039200         CLS-END-TIME DELIMITED BY SIZE
039300         ' RM ' DELIMITED BY SIZE
039400         CLS-ROOM DELIMITED BY SIZE
039500         ' INSTR ' DELIMITED BY SIZE
039600         CLS-INSTRUCTOR-ID DELIMITED BY SIZE
039700         INTO REPORT-LINE
039800     WRITE REPORT-LINE.
039900 3300-WRITE-CLASH-LINE-EXIT.
040000     EXIT.
040100
040200*================================================================*
040300* 9000-TERMINATE - RUN TOTALS ON THE REPORT AND THE OPERATOR'S   *
040400* LOG, THEN CLOSES THE FILES.                                    *
040500*================================================================*
040600 9000-TERMINATE.
040700     MOVE SPACES TO REPORT-LINE
040800     WRITE REPORT-LINE.
040900     MOVE SPACES TO REPORT-LINE
041000     STRING 'PRIOR TERM SECTIONS: ' DELIMITED BY SIZE
041100         WS-SECTIONS-READ DELIMITED BY SIZE
041200         '  COPIED: ' DELIMITED BY SIZE
041300         WS-SECTIONS-COPIED DELIMITED BY SIZE
041400         '  ALREADY ON FILE: ' DELIMITED BY SIZE
041500         WS-SECTIONS-SKIPPED DELIMITED BY SIZE
041600         INTO REPORT-LINE
041700     WRITE REPORT-LINE.
041800     MOVE SPACES TO REPORT-LINE
041900     STRING 'NEW TERM SECTIONS CHECKED: ' DELIMITED BY SIZE
042000         WS-SECTIONS-CHECKED DELIMITED BY SIZE
042100         '  DOUBLE-BOOKINGS: ' DELIMITED BY SIZE
042200         WS-CLASH-COUNT DELIMITED BY SIZE
042300         INTO REPORT-LINE
042400     WRITE REPORT-LINE.
042500     CLOSE TERM-FILE.
042600     CLOSE CLASS-FILE.
042700     CLOSE REPORT-FILE.
042800     DISPLAY 'SCHEDULE-BUILD-PGM COMPLETE - SECTIONS COPIED: '
042900         WS-SECTIONS-COPIED
043000         '  DOUBLE-BOOKINGS: ' WS-CLASH-COUNT.
043100 9000-TERMINATE-EXIT.
043200     EXIT.
