000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MASTER-CONVERT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - ONE-TIME CONVERSION OF THE MASTERS
001100*                WHOSE LAYOUTS CHANGED FOR SPONSOR BILLING,
001200*                COLLECTIONS AND TERM-KEYED SCHEDULES.
001300*                LEDMSTR IS UPDATED IN PLACE - THE OLD TEN-BYTE
001400*                FILLER NOW HOLDING LED-SPONSOR-TOTAL AND
001500*                LED-COLLECT-STATUS IS SET TO ZERO AND SPACE.
001600*                CLSMSTR AND WLSMSTR GAINED THE TERM AT THE FRONT
001700*                OF THEIR KEYS, SO THEY ARE RELOADED FROM THE OLD
001800*                FILES STAMPED WITH THE CURRENT TERM ON TRMCAL.
001900*                THE RUN CHECKS IN WITH RUN-CONTROL-PGM (JOB
002000*                MASTCONV).
002100*
002200*                OPERATING PROCEDURE - BEFORE THE RUN, RENAME THE
002300*                EXISTING CLASS MASTER TO CLSOLD AND THE EXISTING
002400*                WAITLIST TO WLSOLD; THE NEW CLSMSTR AND WLSMSTR
002500*                ARE CREATED BY THE RUN.  LEDMSTR STAYS WHERE IT
002600*                IS.  THE TERM CALENDAR MUST ALREADY CARRY THE
002700*                CURRENT TERM.  THE JOB CAN BE RERUN SAFELY - A
002800*                LEDGER WHOSE SPONSOR TOTAL IS ALREADY NUMERIC IS
002900*                LEFT ALONE AND A RECORD ALREADY ON A NEW MASTER
003000*                IS COUNTED AS REJECTED, NOT REPLACED.  THE
003100*                CONTROL TOTALS ON CONVRPT MUST BALANCE BEFORE THE
003200*                OLD FILES ARE SCRATCHED.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TERM-FILE ASSIGN TO "TRMCAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS TRM-CODE
004100         FILE STATUS IS WS-TRM-FS.
004200     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LED-SSN
004600         FILE STATUS IS WS-LEDGER-FS.
004700     SELECT OLD-CLASS-FILE ASSIGN TO "CLSOLD"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OCL-KEY
005100         FILE STATUS IS WS-OCL-FS.
005200     SELECT CLASS-FILE ASSIGN TO "CLSMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CLS-KEY
005600         FILE STATUS IS WS-CLASS-FS.
005700     SELECT OLD-WAITLIST-FILE ASSIGN TO "WLSOLD"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS OWL-KEY
006100         FILE STATUS IS WS-OWL-FS.
006200     SELECT WAITLIST-FILE ASSIGN TO "WLSMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS WLS-KEY
006600         FILE STATUS IS WS-WLS-FS.
006700     SELECT REPORT-FILE ASSIGN TO "CONVRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RPT-FS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  TERM-FILE.
007300     COPY TRMREC.
007400 FD  LEDGER-FILE.
007500     COPY LEDREC.
007600*----------------------------------------------------------------
007700* THE CLASS MASTER AS IT WAS BEFORE THE TERM JOINED THE KEY -
007800* COURSE/SECTION KEY, SAME FIELDS, FOUR BYTES OF FILLER.
007900*----------------------------------------------------------------
008000 FD  OLD-CLASS-FILE.
008100 01  OLD-CLASS-RECORD.
008200     05  OCL-KEY.
008300         10  OCL-COURSE-NO           PIC X(08).
008400         10  OCL-SECTION             PIC X(03).
008500     05  OCL-DAYS.
008600         10  OCL-DAY-MON             PIC X(01).
008700         10  OCL-DAY-TUE             PIC X(01).
008800         10  OCL-DAY-WED             PIC X(01).
008900         10  OCL-DAY-THU             PIC X(01).
009000         10  OCL-DAY-FRI             PIC X(01).
009100         10  OCL-DAY-SAT             PIC X(01).
009200         10  OCL-DAY-SUN             PIC X(01).
009300     05  OCL-START-TIME              PIC 9(04).
009400     05  OCL-END-TIME                PIC 9(04).
009500     05  OCL-ROOM                    PIC X(08).
009600     05  OCL-INSTRUCTOR              PIC X(20).
009700     05  OCL-MAX-SEATS               PIC 9(03).
009800     05  OCL-SEATS-FILLED            PIC 9(03).
009900     05  OCL-TUITION-AMT             PIC 9(05)V99.
010000     05  OCL-INSTRUCTOR-ID           PIC X(06).
010100     05  FILLER                      PIC X(04).
010200 FD  CLASS-FILE.
010300     COPY CLSREC.
010400*----------------------------------------------------------------
010500* THE WAITLIST AS IT WAS BEFORE THE TERM JOINED THE KEY - SIX
010600* OF THE TEN FILLER BYTES WENT TO THE TERM, SO THE LENGTH IS THE
010700* SAME.
010800*----------------------------------------------------------------
010900 FD  OLD-WAITLIST-FILE.
011000 01  OLD-WAITLIST-RECORD.
011100     05  OWL-KEY.
011200         10  OWL-COURSE-NO           PIC X(08).
011300         10  OWL-SECTION             PIC X(03).
011400         10  OWL-POSITION            PIC 9(04).
011500     05  OWL-SSN                     PIC 9(09).
011600     05  OWL-TRANS-DATE              PIC X(08).
011700     05  FILLER                      PIC X(10).
011800 FD  WAITLIST-FILE.
011900     COPY WLSREC.
012000 FD  REPORT-FILE.
012100 01  REPORT-LINE                  PIC X(100).
012200 WORKING-STORAGE SECTION.
012300 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
012400     88  TRM-FS-OK                        VALUE '00'.
012500     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
012600 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
012700     88  LEDGER-FS-OK                     VALUE '00'.
012800     88  LEDGER-FS-NOT-FOUND              VALUE '23' '35'.
012900 01  WS-OCL-FS                PIC X(02)  VALUE '00'.
013000     88  OCL-FS-OK                        VALUE '00'.
013100     88  OCL-FS-NOT-FOUND                 VALUE '23' '35'.
013200 01  WS-CLASS-FS              PIC X(02)  VALUE '00'.
013300     88  CLASS-FS-OK                      VALUE '00'.
013400     88  CLASS-FS-NOT-FOUND               VALUE '23' '35'.
013500 01  WS-OWL-FS                PIC X(02)  VALUE '00'.
013600     88  OWL-FS-OK                        VALUE '00'.
013700     88  OWL-FS-NOT-FOUND                 VALUE '23' '35'.
013800 01  WS-WLS-FS                PIC X(02)  VALUE '00'.
013900     88  WLS-FS-OK                        VALUE '00'.
014000     88  WLS-FS-NOT-FOUND                 VALUE '23' '35'.
014100 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
014200
014300 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
014400     88  TERM-SCAN-DONE                   VALUE 'Y'.
014500 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
014600     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
014700 01  WS-OCL-EOF-SW            PIC X      VALUE 'N'.
014800     88  OLD-CLASS-SCAN-DONE              VALUE 'Y'.
014900 01  WS-OWL-EOF-SW            PIC X      VALUE 'N'.
015000     88  OLD-WAITLIST-SCAN-DONE           VALUE 'Y'.
015100 01  WS-OCL-OPEN-SW           PIC X      VALUE 'N'.
015200     88  OLD-CLASS-IS-OPEN                VALUE 'Y'.
015300 01  WS-OWL-OPEN-SW           PIC X      VALUE 'N'.
015400     88  OLD-WAITLIST-IS-OPEN             VALUE 'Y'.
015500
015600 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
015700 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
015800 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
015900 01  WS-BALANCE-MSG           PIC X(14)  VALUE SPACES.
016000*----------------------------------------------------------------
016100* CONTROL TOTALS.  FOR EACH MASTER THE RECORDS READ MUST EQUAL
016200* THOSE CONVERTED PLUS THOSE LEFT ALONE OR REJECTED, AND FOR THE
016300* CLASS MASTER THE SEATS FILLED WRITTEN MUST EQUAL THE SEATS
016400* FILLED READ LESS THOSE ON REJECTED SECTIONS.
016500*----------------------------------------------------------------
016600 77  WS-LED-READ              PIC 9(07)  VALUE ZERO.
016700 77  WS-LED-CONVERTED         PIC 9(07)  VALUE ZERO.
016800 77  WS-LED-ALREADY           PIC 9(07)  VALUE ZERO.
016900 77  WS-CLS-READ              PIC 9(07)  VALUE ZERO.
017000 77  WS-CLS-WRITTEN           PIC 9(07)  VALUE ZERO.
017100 77  WS-CLS-REJECTED          PIC 9(07)  VALUE ZERO.
017200 77  WS-SEATS-READ            PIC 9(09)  VALUE ZERO.
017300 77  WS-SEATS-WRITTEN         PIC 9(09)  VALUE ZERO.
017400 77  WS-SEATS-REJECTED        PIC 9(09)  VALUE ZERO.
017500 77  WS-WLS-READ              PIC 9(07)  VALUE ZERO.
017600 77  WS-WLS-WRITTEN           PIC 9(07)  VALUE ZERO.
017700 77  WS-WLS-REJECTED          PIC 9(07)  VALUE ZERO.
017800 77  WS-OUT-OF-BALANCE        PIC 9(01)  VALUE ZERO.
017900*----------------------------------------------------------------
018000* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
018100*----------------------------------------------------------------
018200 COPY RUNPARM.
018300 PROCEDURE DIVISION.
018400*================================================================*
018500* 0000-MAINLINE                                                  *
018600*================================================================*
018700 0000-MAINLINE.
018800     MOVE 'MASTCONV' TO RC-JOB-NAME
018900     MOVE 'S' TO RC-FUNCTION
019000     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
019100     IF RC-RUN-DENIED
019200         DISPLAY 'MASTER-CONVERT-PGM - RUN REFUSED BY RUN CONTROL'
019300         STOP RUN.
019400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019500     PERFORM 1100-FIND-CURRENT-TERM
019600         THRU 1100-FIND-CURRENT-TERM-EXIT.
019700     IF WS-CURRENT-TERM = SPACES
019800         MOVE 'NO CURRENT TERM ON THE CALENDAR'
019900             TO WS-REFUSE-REASON
020000         MOVE SPACES TO REPORT-LINE
020100         STRING 'MASTERS NOT CONVERTED - ' DELIMITED BY SIZE
020200             WS-REFUSE-REASON DELIMITED BY SIZE
020300             INTO REPORT-LINE
020400         WRITE REPORT-LINE
020500         DISPLAY 'MASTER-CONVERT-PGM - ' WS-REFUSE-REASON
020600     ELSE
020700         PERFORM 2000-CONVERT-LEDGERS
020800             THRU 2000-CONVERT-LEDGERS-EXIT
020900         PERFORM 3000-CONVERT-CLASSES
021000             THRU 3000-CONVERT-CLASSES-EXIT
021100         PERFORM 4000-CONVERT-WAITLISTS
021200             THRU 4000-CONVERT-WAITLISTS-EXIT
021300         PERFORM 8000-WRITE-CONTROL-TOTALS
021400             THRU 8000-WRITE-CONTROL-TOTALS-EXIT
021500     END-IF.
021600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021700     MOVE 'E' TO RC-FUNCTION
021800     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
021900     STOP RUN.
022000
022100*================================================================*
022200* 1000-INITIALIZE - OPENS THE CALENDAR, THE LEDGER MASTER FOR    *
022300* UPDATE, THE OLD CLASS AND WAITLIST FILES FOR INPUT AND THE NEW *
022400* ONES FOR LOADING (CREATING THEM THE FIRST TIME), AND THE       *
022500* CONTROL REPORT.  AN OLD FILE THAT IS NOT THERE IS NOTED AND    *
022600* ITS CONVERSION SKIPPED.                                        *
022700*================================================================*
022800 1000-INITIALIZE.
022900     OPEN INPUT TERM-FILE.
023000     OPEN I-O LEDGER-FILE.
023100     OPEN INPUT OLD-CLASS-FILE.
023200     IF OCL-FS-NOT-FOUND
023300         MOVE 'N' TO WS-OCL-OPEN-SW
023400     ELSE
023500         MOVE 'Y' TO WS-OCL-OPEN-SW
023600     END-IF.
023700     OPEN I-O CLASS-FILE.
023800     IF CLASS-FS-NOT-FOUND
023900         OPEN OUTPUT CLASS-FILE
024000         CLOSE CLASS-FILE
024100         OPEN I-O CLASS-FILE
024200     END-IF.
024300     OPEN INPUT OLD-WAITLIST-FILE.
024400     IF OWL-FS-NOT-FOUND
024500         MOVE 'N' TO WS-OWL-OPEN-SW
024600     ELSE
024700         MOVE 'Y' TO WS-OWL-OPEN-SW
024800     END-IF.
024900     OPEN I-O WAITLIST-FILE.
025000     IF WLS-FS-NOT-FOUND
025100         OPEN OUTPUT WAITLIST-FILE
025200         CLOSE WAITLIST-FILE
025300         OPEN I-O WAITLIST-FILE
025400     END-IF.
025500     OPEN OUTPUT REPORT-FILE.
025600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025700     MOVE SPACES TO REPORT-LINE
025800     STRING 'MASTER FILE CONVERSION - RUN DATE ' DELIMITED BY SIZE
025900         WS-TODAY DELIMITED BY SIZE
026000         INTO REPORT-LINE
026100     WRITE REPORT-LINE.
026200 1000-INITIALIZE-EXIT.
026300     EXIT.
026400
026500*================================================================*
026600* 1100-FIND-CURRENT-TERM - SCANS THE TERM CALENDAR FOR THE ONE   *
026700* TERM FLAGGED CURRENT, WHICH EVERY RELOADED SECTION AND         *
026800* WAITLIST ENTRY IS STAMPED WITH.  NO CALENDAR OR NO CURRENT     *
026900* TERM REFUSES THE WHOLE RUN, SO THE THREE MASTERS ARE ALWAYS    *
027000* CONVERTED TOGETHER.                                            *
027100*================================================================*
027200 1100-FIND-CURRENT-TERM.
027300     MOVE SPACES TO WS-CURRENT-TERM
027400     MOVE 'N' TO WS-TRM-EOF-SW
027500     IF TRM-FS-NOT-FOUND
027600         MOVE 'Y' TO WS-TRM-EOF-SW
027700     END-IF.
027800     IF NOT TERM-SCAN-DONE
027900         MOVE LOW-VALUES TO TRM-CODE
028000         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
028100             INVALID KEY
028200                 MOVE 'Y' TO WS-TRM-EOF-SW
028300         END-START
028400     END-IF.
028500     PERFORM 1110-SCAN-ONE-TERM THRU 1110-SCAN-ONE-TERM-EXIT
028600         UNTIL TERM-SCAN-DONE.
028700     IF WS-CURRENT-TERM NOT = SPACES
028800         MOVE SPACES TO REPORT-LINE
028900         STRING '  CLASS AND WAITLIST RECORDS STAMPED WITH TERM '
029000             DELIMITED BY SIZE
029100             WS-CURRENT-TERM DELIMITED BY SIZE
029200             INTO REPORT-LINE
029300         WRITE REPORT-LINE
029400     END-IF.
029500 1100-FIND-CURRENT-TERM-EXIT.
029600     EXIT.
029700
029800 1110-SCAN-ONE-TERM.
029900     READ TERM-FILE NEXT RECORD
030000         AT END
030100             MOVE 'Y' TO WS-TRM-EOF-SW
030200         NOT AT END
030300             IF TRM-IS-CURRENT
030400                 MOVE TRM-CODE TO WS-CURRENT-TERM
030500                 MOVE 'Y' TO WS-TRM-EOF-SW
030600             END-IF
030700     END-READ.
030800 1110-SCAN-ONE-TERM-EXIT.
030900     EXIT.
031000
031100*================================================================*
031200* 2000-CONVERT-LEDGERS - EVERY LEDGER IS READ IN SSN ORDER.  ONE *
031300* STILL CARRYING THE OLD FILLER (A SPONSOR TOTAL THAT IS NOT     *
031400* NUMERIC) GETS A ZERO SPONSOR TOTAL AND A BLANK COLLECTION      *
031500* STATUS AND IS REWRITTEN.  THE BALANCE ITSELF IS UNCHANGED,     *
031600* SINCE A ZERO SPONSOR TOTAL TAKES NOTHING OUT OF IT.            *
031700*================================================================*
031800 2000-CONVERT-LEDGERS.
031900     MOVE 'N' TO WS-LED-EOF-SW
032000     IF LEDGER-FS-NOT-FOUND
032100         MOVE '  LEDMSTR NOT ON FILE - NO LEDGERS CONVERTED'
032200             TO REPORT-LINE
032300         WRITE REPORT-LINE
032400         MOVE 'Y' TO WS-LED-EOF-SW
032500     ELSE
032600         MOVE LOW-VALUES TO LED-SSN
032700         START LEDGER-FILE KEY IS NOT LESS THAN LED-SSN
032800             INVALID KEY
032900                 MOVE 'Y' TO WS-LED-EOF-SW
033000         END-START
033100     END-IF.
033200     PERFORM 2100-CONVERT-ONE-LEDGER
033300         THRU 2100-CONVERT-ONE-LEDGER-EXIT
033400         UNTIL LEDGER-SCAN-DONE.
033500 2000-CONVERT-LEDGERS-EXIT.
033600     EXIT.
033700
033800 2100-CONVERT-ONE-LEDGER.
033900     READ LEDGER-FILE NEXT RECORD
034000         AT END
034100             MOVE 'Y' TO WS-LED-EOF-SW
034200     END-READ.
034300     IF LEDGER-SCAN-DONE
034400         GO TO 2100-CONVERT-ONE-LEDGER-EXIT.
034500     ADD 1 TO WS-LED-READ
034600     IF LED-SPONSOR-TOTAL IS NUMERIC
034700         ADD 1 TO WS-LED-ALREADY
034800         GO TO 2100-CONVERT-ONE-LEDGER-EXIT.
034900     MOVE ZERO TO LED-SPONSOR-TOTAL
035000     MOVE SPACE TO LED-COLLECT-STATUS
035100     REWRITE LEDGER-RECORD
035200     ADD 1 TO WS-LED-CONVERTED.
035300 2100-CONVERT-ONE-LEDGER-EXIT.
035400     EXIT.
035500
035600*================================================================*
035700* 3000-CONVERT-CLASSES - EVERY SECTION ON THE OLD CLASS MASTER   *
035800* IS WRITTEN TO THE NEW ONE UNDER THE CURRENT TERM, FIELD FOR    *
035900* FIELD, SEATS FILLED AND ALL.  A SECTION THE NEW MASTER ALREADY *
036000* HAS IS LEFT AS IT IS AND LISTED AS REJECTED.                   *
036100*================================================================*
036200 3000-CONVERT-CLASSES.
036300     MOVE SPACES TO REPORT-LINE
036400     WRITE REPORT-LINE.
036500     MOVE 'N' TO WS-OCL-EOF-SW
036600     IF NOT OLD-CLASS-IS-OPEN
036700         MOVE '  CLSOLD NOT ON FILE - NO SECTIONS CONVERTED'
036800             TO REPORT-LINE
036900         WRITE REPORT-LINE
037000         MOVE 'Y' TO WS-OCL-EOF-SW
037100     ELSE
037200         MOVE LOW-VALUES TO OCL-KEY
037300         START OLD-CLASS-FILE KEY IS NOT LESS THAN OCL-KEY
037400             INVALID KEY
037500                 MOVE 'Y' TO WS-OCL-EOF-SW
037600         END-START
037700     END-IF.
037800     PERFORM 3100-CONVERT-ONE-CLASS
037900         THRU 3100-CONVERT-ONE-CLASS-EXIT
038000         UNTIL OLD-CLASS-SCAN-DONE.
038100 3000-CONVERT-CLASSES-EXIT.
038200     EXIT.
038300
038400 3100-CONVERT-ONE-CLASS.
038500     READ OLD-CLASS-FILE NEXT RECORD
038600         AT END
038700             MOVE 'Y' TO WS-OCL-EOF-SW
038800     END-READ.
038900     IF OLD-CLASS-SCAN-DONE
039000         GO TO 3100-CONVERT-ONE-CLASS-EXIT.
039100     ADD 1 TO WS-CLS-READ
039200     ADD OCL-SEATS-FILLED TO WS-SEATS-READ
039300     MOVE SPACES TO CLASS-RECORD
039400     MOVE WS-CURRENT-TERM TO CLS-TERM
039500     MOVE OCL-COURSE-NO TO CLS-COURSE-NO
039600     MOVE OCL-SECTION TO CLS-SECTION
039700     MOVE OCL-DAY-MON TO CLS-DAY-MON
039800     MOVE OCL-DAY-TUE TO CLS-DAY-TUE
039900     MOVE OCL-DAY-WED TO CLS-DAY-WED
040000     MOVE OCL-DAY-THU TO CLS-DAY-THU
040100     MOVE OCL-DAY-FRI TO CLS-DAY-FRI
040200     MOVE OCL-DAY-SAT TO CLS-DAY-SAT
040300     MOVE OCL-DAY-SUN TO CLS-DAY-SUN
040400     MOVE OCL-START-TIME TO CLS-START-TIME
040500     MOVE OCL-END-TIME TO CLS-END-TIME
040600     MOVE OCL-ROOM TO CLS-ROOM
040700     MOVE OCL-INSTRUCTOR TO CLS-INSTRUCTOR
040800     MOVE OCL-MAX-SEATS TO CLS-MAX-SEATS
040900     MOVE OCL-SEATS-FILLED TO CLS-SEATS-FILLED
041000     MOVE OCL-TUITION-AMT TO CLS-TUITION-AMT
041100     MOVE OCL-INSTRUCTOR-ID TO CLS-INSTRUCTOR-ID
041200     WRITE CLASS-RECORD
041300         INVALID KEY
041400             ADD 1 TO WS-CLS-REJECTED
041500             ADD OCL-SEATS-FILLED TO WS-SEATS-REJECTED
041600             MOVE SPACES TO REPORT-LINE
041700             STRING '  SECTION ALREADY ON CLSMSTR - '
041800                 DELIMITED BY SIZE
041900                 OCL-COURSE-NO DELIMITED BY SIZE
042000                 ' SEC ' DELIMITED BY SIZE
042100                 OCL-SECTION DELIMITED BY SIZE
042200                 INTO REPORT-LINE
042300             WRITE REPORT-LINE
042400             END-WRITE
042500         NOT INVALID KEY
042600             ADD 1 TO WS-CLS-WRITTEN
042700             ADD CLS-SEATS-FILLED TO WS-SEATS-WRITTEN
042800     END-WRITE.
042900 3100-CONVERT-ONE-CLASS-EXIT.
043000     EXIT.
043100
043200*================================================================*
043300* 4000-CONVERT-WAITLISTS - EVERY ENTRY ON THE OLD WAITLIST IS    *
043400* WRITTEN TO THE NEW ONE UNDER THE CURRENT TERM, KEEPING ITS     *
043500* POSITION, STUDENT AND DATE, SO EACH SECTION'S LIST KEEPS ITS   *
043600* FIRST-COME-FIRST-SERVED ORDER.  AN ENTRY ALREADY ON THE NEW    *
043700* FILE IS LISTED AS REJECTED.                                    *
043800*================================================================*
043900 4000-CONVERT-WAITLISTS.
044000     MOVE SPACES TO REPORT-LINE
044100     WRITE REPORT-LINE.
044200     MOVE 'N' TO WS-OWL-EOF-SW
044300     IF NOT OLD-WAITLIST-IS-OPEN
044400         MOVE '  WLSOLD NOT ON FILE - NO ENTRIES CONVERTED'
044500             TO REPORT-LINE
044600         WRITE REPORT-LINE
044700         MOVE 'Y' TO WS-OWL-EOF-SW
044800     ELSE
044900         MOVE LOW-VALUES TO OWL-KEY
045000         START OLD-WAITLIST-FILE KEY IS NOT LESS THAN OWL-KEY
045100             INVALID KEY
045200                 MOVE 'Y' TO WS-OWL-EOF-SW
045300         END-START
045400     END-IF.
045500     PERFORM 4100-CONVERT-ONE-ENTRY
045600         THRU 4100-CONVERT-ONE-ENTRY-EXIT
045700         UNTIL OLD-WAITLIST-SCAN-DONE.
045800 4000-CONVERT-WAITLISTS-EXIT.
045900     EXIT.
046000
046100 4100-CONVERT-ONE-ENTRY.
046200     READ OLD-WAITLIST-FILE NEXT RECORD
046300         AT END
046400             MOVE 'Y' TO WS-OWL-EOF-SW
046500     END-READ.
046600     IF OLD-WAITLIST-SCAN-DONE
046700         GO TO 4100-CONVERT-ONE-ENTRY-EXIT.
046800     ADD 1 TO WS-WLS-READ
046900     MOVE SPACES TO WAITLIST-RECORD
047000     MOVE WS-CURRENT-TERM TO WLS-TERM
047100     MOVE OWL-COURSE-NO TO WLS-COURSE-NO
047200     MOVE OWL-SECTION TO WLS-SECTION
047300     MOVE OWL-POSITION TO WLS-POSITION
047400     MOVE OWL-SSN TO WLS-SSN
047500     MOVE OWL-TRANS-DATE TO WLS-TRANS-DATE
047600     WRITE WAITLIST-RECORD
047700         INVALID KEY
047800             ADD 1 TO WS-WLS-REJECTED
047900             MOVE SPACES TO REPORT-LINE
048000             STRING '  ENTRY ALREADY ON WLSMSTR - '
048100                 DELIMITED BY SIZE
048200                 OWL-COURSE-NO DELIMITED BY SIZE
048300                 ' SEC ' DELIMITED BY SIZE
048400                 OWL-SECTION DELIMITED BY SIZE
048500                 ' POS ' DELIMITED BY SIZE
048600                 OWL-POSITION DELIMITED BY SIZE
048700                 INTO REPORT-LINE
048800             WRITE REPORT-LINE
048900             END-WRITE
049000         NOT INVALID KEY
049100             ADD 1 TO WS-WLS-WRITTEN
049200     END-WRITE.
049300 4100-CONVERT-ONE-ENTRY-EXIT.
049400     EXIT.
049500
049600*================================================================*
049700* 8000-WRITE-CONTROL-TOTALS - ONE BLOCK PER MASTER: RECORDS      *
049800* READ, CONVERTED AND LEFT ALONE OR REJECTED, AND WHETHER THEY   *
049900* FOOT.  THE CLASS MASTER ALSO CARRIES A SEATS-FILLED HASH SO A  *
050000* SECTION THAT LOST ITS SEAT COUNT ON THE WAY ACROSS SHOWS UP.   *
050100* ANY BLOCK OUT OF BALANCE IS FLAGGED ON THE OPERATOR'S LOG AS   *
050200* WELL.                                                          *
050300*================================================================*
050400 8000-WRITE-CONTROL-TOTALS.
050500     MOVE SPACES TO REPORT-LINE
050600     WRITE REPORT-LINE.
050700     MOVE 'CONTROL TOTALS' TO REPORT-LINE
050800     WRITE REPORT-LINE.
050900     IF WS-LED-READ = WS-LED-CONVERTED + WS-LED-ALREADY
051000         MOVE 'IN BALANCE' TO WS-BALANCE-MSG
051100     ELSE
051200         MOVE 'OUT OF BALANCE' TO WS-BALANCE-MSG
051300         MOVE 1 TO WS-OUT-OF-BALANCE
051400     END-IF.
051500     MOVE SPACES TO REPORT-LINE
051600     STRING '  LEDMSTR  READ: ' DELIMITED BY SIZE
051700         WS-LED-READ DELIMITED BY SIZE
051800         '  CONVERTED: ' DELIMITED BY SIZE
051900         WS-LED-CONVERTED DELIMITED BY SIZE
052000         '  ALREADY CONVERTED: ' DELIMITED BY SIZE
052100         WS-LED-ALREADY DELIMITED BY SIZE
052200         '  ' DELIMITED BY SIZE
052300         WS-BALANCE-MSG DELIMITED BY SIZE
052400         INTO REPORT-LINE
052500     WRITE REPORT-LINE.
052600     IF WS-CLS-READ = WS-CLS-WRITTEN + WS-CLS-REJECTED
052700         AND WS-SEATS-READ = WS-SEATS-WRITTEN + WS-SEATS-REJECTED
052800         MOVE 'IN BALANCE' TO WS-BALANCE-MSG
052900     ELSE
053000         MOVE 'OUT OF BALANCE' TO WS-BALANCE-MSG
053100         MOVE 1 TO WS-OUT-OF-BALANCE
053200     END-IF.
053300     MOVE SPACES TO REPORT-LINE
053400     STRING '  CLSMSTR  READ: ' DELIMITED BY SIZE
053500         WS-CLS-READ DELIMITED BY SIZE
053600         '  WRITTEN: ' DELIMITED BY SIZE
053700         WS-CLS-WRITTEN DELIMITED BY SIZE
053800         '  REJECTED: ' DELIMITED BY SIZE
053900         WS-CLS-REJECTED DELIMITED BY SIZE
054000         '  ' DELIMITED BY SIZE
054100         WS-BALANCE-MSG DELIMITED BY SIZE
054200         INTO REPORT-LINE
054300     WRITE REPORT-LINE.
054400     MOVE SPACES TO REPORT-LINE
054500     STRING '           SEATS FILLED READ: ' DELIMITED BY SIZE
054600         WS-SEATS-READ DELIMITED BY SIZE
054700         '  WRITTEN: ' DELIMITED BY SIZE
054800         WS-SEATS-WRITTEN DELIMITED BY SIZE
054900         '  REJECTED: ' DELIMITED BY SIZE
055000         WS-SEATS-REJECTED DELIMITED BY SIZE
055100         INTO REPORT-LINE
055200     WRITE REPORT-LINE.
055300     IF WS-WLS-READ = WS-WLS-WRITTEN + WS-WLS-REJECTED
055400         MOVE 'IN BALANCE' TO WS-BALANCE-MSG
055500     ELSE
055600         MOVE 'OUT OF BALANCE' TO WS-BALANCE-MSG
055700         MOVE 1 TO WS-OUT-OF-BALANCE
055800     END-IF.
055900     MOVE SPACES TO REPORT-LINE
056000     STRING '  WLSMSTR  READ: ' DELIMITED BY SIZE
056100         WS-WLS-READ DELIMITED BY SIZE
056200         '  WRITTEN: ' DELIMITED BY SIZE
056300         WS-WLS-WRITTEN DELIMITED BY SIZE
056400         '  REJECTED: ' DELIMITED BY SIZE
056500         WS-WLS-REJECTED DELIMITED BY SIZE
056600         '  ' DELIMITED BY SIZE
056700         WS-BALANCE-MSG DELIMITED BY SIZE
056800         INTO REPORT-LINE
056900     WRITE REPORT-LINE.
057000     IF WS-OUT-OF-BALANCE NOT = ZERO
057100         DISPLAY 'MASTER-CONVERT-PGM - CONTROL TOTALS OUT OF '
057200             'BALANCE - SEE CONVRPT'
057300     END-IF.
057400 8000-WRITE-CONTROL-TOTALS-EXIT.
057500     EXIT.
057600
057700*================================================================*
057800* 9000-TERMINATE - CLOSES THE FILES AND LEAVES THE RUN TOTALS ON *
057900* THE OPERATOR'S LOG.                                            *
058000*================================================================*
058100 9000-TERMINATE.
058200     CLOSE TERM-FILE.
058300     CLOSE LEDGER-FILE.
058400     IF OLD-CLASS-IS-OPEN
058500         CLOSE OLD-CLASS-FILE
058600     END-IF.
058700     CLOSE CLASS-FILE.
058800     IF OLD-WAITLIST-IS-OPEN
058900         CLOSE OLD-WAITLIST-FILE
059000     END-IF.
059100     CLOSE WAITLIST-FILE.
059200     CLOSE REPORT-FILE.
059300     DISPLAY 'MASTER-CONVERT-PGM COMPLETE - LEDGERS: '
059400         WS-LED-CONVERTED
059500         '  SECTIONS: ' WS-CLS-WRITTEN
059600         '  WAITLIST: ' WS-WLS-WRITTEN.
059700 9000-TERMINATE-EXIT.
059800     EXIT.
