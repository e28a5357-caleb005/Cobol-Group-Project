000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SECTION-ANALYSIS-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - SECTION ENROLLMENT AND REVENUE
001100*                ANALYSIS FOR THE DEAN'S OFFICE.  FOR A CHOSEN
001200*                TERM (BLANK = CURRENT TERM) EVERY SECTION ON
001300*                CLSMSTR IS LISTED WITH SEATS OFFERED AGAINST
001400*                SEATS FILLED AND THE FILL PERCENT, THE WAITLIST
001500*                DEPTH (WLSMSTR), THE DROPS AND DROP RATE FROM
001600*                THE TERM'S ENROLLMENTS (ENRMSTR, OR ENRARCH FOR A
001700*                CLOSED TERM) AND THE TUITION AND FEE REVENUE
001800*                STILL CARRIED AFTER DROPS (ENR-CHARGE-AMT AND
001900*                FEEDTL).  SECTIONS ARE GROUPED BY THE DEPARTMENT
002000*                OF THEIR INSTRUCTOR (INS-DEPT ON INSMSTR) AND BY
002100*                COURSE (TITLE FROM CATMSTR), WITH COURSE,
002200*                DEPARTMENT AND COLLEGE TOTALS.  A SECTION FILLED
002300*                BELOW THE MINIMUM PERCENT THE OPERATOR KEYS
002400*                (BLANK OR ZERO MEANS 50) IS FLAGGED AS A
002500*                CANCELLATION CANDIDATE, AND A COURSE WHOSE
002600*                SECTIONS ARE ALL FULL WITH STUDENTS STILL
002700*                WAITLISTED IS FLAGGED FOR ANOTHER SECTION.  THE
002800*                REPORT GOES TO SECTRPT AND THE SAME FIGURES TO
002900*                THE COMMA-DELIMITED SECTEXT EXTRACT FOR LOADING
003000*                INTO A SPREADSHEET.  THE RUN CHECKS IN WITH
003100*                RUN-CONTROL-PGM (JOB SECTANL).
003110* 10/15/26  DWH  THE COLLEGE ADD-SECTION CANDIDATE COUNT, ON THE
003120*                REPORT AND THE RUN LOG, COUNTS EACH COURSE ONCE
003130*                RATHER THAN ONCE PER DEPARTMENT IT SHOWS UNDER.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TERM-FILE ASSIGN TO "TRMCAL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TRM-CODE
004000         FILE STATUS IS WS-TRM-FS.
004100     SELECT CLASS-FILE ASSIGN TO "CLSMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CLS-KEY
004500         FILE STATUS IS WS-CLASS-FS.
004600     SELECT ENROLLMENT-FILE ASSIGN TO "ENRMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ENR-KEY
005000         FILE STATUS IS WS-ENR-FS.
005100     SELECT ARCHIVE-FILE ASSIGN TO "ENRARCH"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ARC-KEY
005500         FILE STATUS IS WS-ARC-FS.
005600     SELECT WAITLIST-FILE ASSIGN TO "WLSMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS WLS-KEY
006000         FILE STATUS IS WS-WLS-FS.
006100     SELECT FEE-DETAIL-FILE ASSIGN TO "FEEDTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS FDT-KEY
006500         FILE STATUS IS WS-FDT-FS.
006600     SELECT CATALOG-FILE ASSIGN TO "CATMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CAT-COURSE-NO
007000         FILE STATUS IS WS-CAT-FS.
007100     SELECT INSTRUCTOR-FILE ASSIGN TO "INSMSTR"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS INS-ID
007500         FILE STATUS IS WS-INS-FS.
007600     SELECT REPORT-FILE ASSIGN TO "SECTRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-RPT-FS.
007900     SELECT EXTRACT-FILE ASSIGN TO "SECTEXT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-EXT-FS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TERM-FILE.
008500     COPY TRMREC.
008600 FD  CLASS-FILE.
008700     COPY CLSREC.
008800 FD  ENROLLMENT-FILE.
008900     COPY ENRREC.
009000 FD  ARCHIVE-FILE.
009100     COPY ARCREC.
009200 FD  WAITLIST-FILE.
009300     COPY WLSREC.
009400 FD  FEE-DETAIL-FILE.
009500     COPY FDTREC.
009600 FD  CATALOG-FILE.
009700     COPY CATREC.
009800 FD  INSTRUCTOR-FILE.
009900     COPY INSREC.
010000 FD  REPORT-FILE.
010100 01  REPORT-LINE                  PIC X(132).
010200 FD  EXTRACT-FILE.
010300 01  EXTRACT-LINE                 PIC X(200).
010400 WORKING-STORAGE SECTION.
010500 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
010600     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
010700 01  WS-CLASS-FS              PIC X(02)  VALUE '00'.
010800     88  CLASS-FILE-ABSENT                VALUE '35'.
010900 01  WS-ENR-FS                PIC X(02)  VALUE '00'.
011000     88  ENR-FILE-ABSENT                  VALUE '35'.
011100 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
011200     88  ARC-FILE-ABSENT                  VALUE '35'.
011300 01  WS-WLS-FS                PIC X(02)  VALUE '00'.
011400     88  WLS-FILE-ABSENT                  VALUE '35'.
011500 01  WS-FDT-FS                PIC X(02)  VALUE '00'.
011600     88  FDT-FILE-ABSENT                  VALUE '35'.
011700 01  WS-CAT-FS                PIC X(02)  VALUE '00'.
011800     88  CAT-FILE-ABSENT                  VALUE '35'.
011900 01  WS-INS-FS                PIC X(02)  VALUE '00'.
012000     88  INS-FILE-ABSENT                  VALUE '35'.
012100 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
012200 01  WS-EXT-FS                PIC X(02)  VALUE '00'.
012300
012400 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
012500     88  TERM-SCAN-DONE                   VALUE 'Y'.
012600 01  WS-CLS-EOF-SW            PIC X      VALUE 'N'.
012700     88  CLASS-SCAN-DONE                  VALUE 'Y'.
012800 01  WS-DETAIL-EOF-SW         PIC X      VALUE 'N'.
012900     88  DETAIL-SCAN-DONE                 VALUE 'Y'.
013000 01  WS-VALID-SW              PIC X      VALUE 'N'.
013100     88  PROMPTS-ARE-VALID                VALUE 'Y'.
013200 01  WS-CURRENT-SW            PIC X      VALUE 'N'.
013300     88  TERM-IS-CURRENT                  VALUE 'Y'.
013400*    THE CATALOG AND INSTRUCTOR MASTERS ARE ONLY LOOKED UP, SO A
013500*    MISSING ONE IS NOTED AT OPEN AND LEFT UNREAD.
013600 01  WS-CAT-OPEN-SW           PIC X      VALUE 'N'.
013700     88  CATALOG-IS-OPEN                  VALUE 'Y'.
013800 01  WS-INS-OPEN-SW           PIC X      VALUE 'N'.
013900     88  INSTRUCTORS-ARE-OPEN             VALUE 'Y'.
014000 01  WS-ALL-FULL-SW           PIC X      VALUE 'N'.
014100     88  ALL-SECTIONS-FULL                VALUE 'Y'.
014110 01  WS-FIRST-SEC-SW          PIC X      VALUE 'N'.
014120     88  FIRST-SECTION-OF-COURSE          VALUE 'Y'.
014200 01  WS-REFUSE-REASON         PIC X(50)  VALUE SPACES.
014300
014400*----------------------------------------------------------------
014500* THE OPERATOR'S SELECTIONS.
014600*----------------------------------------------------------------
014700 01  WS-SEL-TERM              PIC X(06)  VALUE SPACES.
014800 01  WS-MIN-FILL-PCT          PIC 9(03)  VALUE ZERO.
014900 01  WS-DEFAULT-MIN-FILL      PIC 9(03)  VALUE 50.
015000 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
015100
015200*----------------------------------------------------------------
015300* THE TERM'S SECTIONS, LOADED IN CLASS MASTER (COURSE/SECTION)
015400* ORDER, WITH THE ENROLLMENT, WAITLIST AND FEE FIGURES GATHERED
015500* AGAINST EACH.  THE DEPARTMENT IS THE SECTION INSTRUCTOR'S
015600* INS-DEPT - SPACES WHEN THE SECTION HAS NO INSTRUCTOR ON THE
015700* MASTER.  THE ADD FLAG BELONGS TO THE COURSE AND IS CARRIED ON
015800* EVERY ONE OF ITS SECTIONS.
015900*----------------------------------------------------------------
016000 01  WS-SECTION-TABLE.
016100     05  WS-SEC-ENTRY OCCURS 999 TIMES.
016200         10  WS-SEC-COURSE    PIC X(08).
016300         10  WS-SEC-SECTION   PIC X(03).
016400         10  WS-SEC-INSTR-ID  PIC X(06).
016500         10  WS-SEC-DEPT      PIC X(04).
016600         10  WS-SEC-SEATS     PIC 9(03).
016700         10  WS-SEC-FILLED    PIC 9(03).
016800         10  WS-SEC-WAIT      PIC 9(04).
016900         10  WS-SEC-ENROLLS   PIC 9(04).
017000         10  WS-SEC-DROPS     PIC 9(04).
017100         10  WS-SEC-TUITION   PIC 9(07)V99.
017200         10  WS-SEC-FEES      PIC 9(07)V99.
017300         10  WS-SEC-CANCEL-SW PIC X(01).
017400             88  SEC-CANCEL-CANDIDATE     VALUE 'Y'.
017500         10  WS-SEC-ADD-SW    PIC X(01).
017600             88  SEC-ADD-CANDIDATE        VALUE 'Y'.
017700 77  WS-SEC-COUNT             PIC 9(04)  COMP VALUE ZERO.
017800 77  WS-SEC-IX                PIC 9(04)  COMP VALUE ZERO.
017900 77  WS-SEC-JX                PIC 9(04)  COMP VALUE ZERO.
018000 77  WS-SEC-MATCH             PIC 9(04)  COMP VALUE ZERO.
018100 77  WS-SECTIONS-DROPPED      PIC 9(04)  VALUE ZERO.
018110 77  WS-ADD-COURSES           PIC 9(04)  VALUE ZERO.
018200 01  WS-FIND-COURSE           PIC X(08)  VALUE SPACES.
018300 01  WS-FIND-SECTION          PIC X(03)  VALUE SPACES.
018400 01  WS-COURSE-WAIT           PIC 9(06)  VALUE ZERO.
018500
018600*----------------------------------------------------------------
018700* THE DEPARTMENTS THE TERM'S SECTIONS FALL UNDER, KEPT IN CODE
018800* ORDER AS THEY ARE FOUND SO THE REPORT PRINTS ONE DEPARTMENT
018900* AFTER ANOTHER.
019000*----------------------------------------------------------------
019100 01  WS-DEPT-TABLE.
019200     05  WS-DEPT-CODE         PIC X(04)  OCCURS 100 TIMES.
019300 77  WS-DEPT-COUNT            PIC 9(03)  COMP VALUE ZERO.
019400 77  WS-DEPT-IX               PIC 9(03)  COMP VALUE ZERO.
019500 77  WS-DEPT-JX               PIC 9(03)  COMP VALUE ZERO.
019600 77  WS-DEPT-MATCH            PIC 9(03)  COMP VALUE ZERO.
019700 01  WS-NEW-DEPT              PIC X(04)  VALUE SPACES.
019800 01  WS-PREV-COURSE           PIC X(08)  VALUE SPACES.
019900
020000*----------------------------------------------------------------
020100* FIGURES FOR ONE LINE OF THE REPORT AND THE RUNNING COURSE,
020200* DEPARTMENT AND COLLEGE TOTALS - ALL FOUR LAID OUT ALIKE.
020300*----------------------------------------------------------------
020400 01  WS-LINE-TOTALS.
020500     05  WS-LIN-SECTIONS      PIC 9(04).
020600     05  WS-LIN-SEATS         PIC 9(06).
020700     05  WS-LIN-FILLED        PIC 9(06).
020800     05  WS-LIN-WAIT          PIC 9(06).
020900     05  WS-LIN-ENROLLS       PIC 9(06).
021000     05  WS-LIN-DROPS         PIC 9(06).
021100     05  WS-LIN-TUITION       PIC 9(09)V99.
021200     05  WS-LIN-FEES          PIC 9(09)V99.
021300     05  WS-LIN-CANCELS       PIC 9(04).
021400     05  WS-LIN-ADDS          PIC 9(04).
021500 01  WS-COURSE-TOTALS.
021600     05  WS-CRS-SECTIONS      PIC 9(04).
021700     05  WS-CRS-SEATS         PIC 9(06).
021800     05  WS-CRS-FILLED        PIC 9(06).
021900     05  WS-CRS-WAIT          PIC 9(06).
022000     05  WS-CRS-ENROLLS       PIC 9(06).
022100     05  WS-CRS-DROPS         PIC 9(06).
022200     05  WS-CRS-TUITION       PIC 9(09)V99.
022300     05  WS-CRS-FEES          PIC 9(09)V99.
022400     05  WS-CRS-CANCELS       PIC 9(04).
022500     05  WS-CRS-ADDS          PIC 9(04).
022600 01  WS-DEPT-TOTALS.
022700     05  WS-DPT-SECTIONS      PIC 9(04).
022800     05  WS-DPT-SEATS         PIC 9(06).
022900     05  WS-DPT-FILLED        PIC 9(06).
023000     05  WS-DPT-WAIT          PIC 9(06).
023100     05  WS-DPT-ENROLLS       PIC 9(06).
023200     05  WS-DPT-DROPS         PIC 9(06).
023300     05  WS-DPT-TUITION       PIC 9(09)V99.
023400     05  WS-DPT-FEES          PIC 9(09)V99.
023500     05  WS-DPT-CANCELS       PIC 9(04).
023600     05  WS-DPT-ADDS          PIC 9(04).
023700 01  WS-COLLEGE-TOTALS.
023800     05  WS-CLG-SECTIONS      PIC 9(04).
023900     05  WS-CLG-SEATS         PIC 9(06).
024000     05  WS-CLG-FILLED        PIC 9(06).
024100     05  WS-CLG-WAIT          PIC 9(06).
024200     05  WS-CLG-ENROLLS       PIC 9(06).
024300     05  WS-CLG-DROPS         PIC 9(06).
024400     05  WS-CLG-TUITION       PIC 9(09)V99.
024500     05  WS-CLG-FEES          PIC 9(09)V99.
024600     05  WS-CLG-CANCELS       PIC 9(04).
024700     05  WS-CLG-ADDS          PIC 9(04).
024800 01  WS-FILL-PCT              PIC 9(03)  VALUE ZERO.
024900 01  WS-DROP-PCT              PIC 9(03)  VALUE ZERO.
025000 01  WS-NET-AMT               PIC 9(09)V99 VALUE ZERO.
025100 01  WS-LABEL-TEXT            PIC X(16)  VALUE SPACES.
025200 01  WS-LABEL-COUNT           PIC ZZZ9.
025300 01  WS-COUNT-EDIT            PIC ZZZ9.
025400 01  WS-COUNT-EDIT-2          PIC ZZZ9.
025500
025600*----------------------------------------------------------------
025700* REPORT LINES.
025800*----------------------------------------------------------------
025900 01  WS-COLUMN-HEADINGS.
026000     05  FILLER               PIC X(29)
026100                              VALUE 'COURSE   SEC INSTR'.
026200     05  FILLER               PIC X(08)  VALUE '  SEATS '.
026300     05  FILLER               PIC X(08)  VALUE ' FILLED '.
026400     05  FILLER               PIC X(05)  VALUE 'FILL '.
026500     05  FILLER               PIC X(08)  VALUE '   WAIT '.
026600     05  FILLER               PIC X(08)  VALUE '  DROPS '.
026700     05  FILLER               PIC X(05)  VALUE 'DROP '.
026800     05  FILLER               PIC X(15)
026900                              VALUE '       TUITION '.
027000     05  FILLER               PIC X(15)
027100                              VALUE '          FEES '.
027200     05  FILLER               PIC X(15)
027300                              VALUE '   NET REVENUE '.
027400     05  FILLER               PIC X(16)  VALUE 'FLAG'.
027500 01  WS-DETAIL-LINE.
027600     05  DL-LABEL             PIC X(29).
027700     05  DL-SEATS             PIC ZZZ,ZZ9.
027800     05  FILLER               PIC X(01).
027900     05  DL-FILLED            PIC ZZZ,ZZ9.
028000     05  FILLER               PIC X(01).
028100     05  DL-FILL-PCT          PIC ZZ9.
028200     05  DL-FILL-SIGN         PIC X(01).
028300     05  FILLER               PIC X(01).
028400     05  DL-WAIT              PIC ZZZ,ZZ9.
028500     05  FILLER               PIC X(01).
028600     05  DL-DROPS             PIC ZZZ,ZZ9.
028700     05  FILLER               PIC X(01).
028800     05  DL-DROP-PCT          PIC ZZ9.
028900     05  DL-DROP-SIGN         PIC X(01).
029000     05  FILLER               PIC X(01).
029100     05  DL-TUITION           PIC ZZZ,ZZZ,ZZ9.99.
029200     05  FILLER               PIC X(01).
029300     05  DL-FEES              PIC ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER               PIC X(01).
029500     05  DL-NET               PIC ZZZ,ZZZ,ZZ9.99.
029600     05  FILLER               PIC X(01).
029700     05  DL-FLAG              PIC X(16).
029800
029900*----------------------------------------------------------------
030000* EXTRACT ROW - ONE PER SECTION (TYPE S) AND PER COURSE (C),
030100* DEPARTMENT (D) AND COLLEGE (T) TOTAL, COMMA-DELIMITED IN THE
030200* ORDER OF THE HEADER ROW.  AMOUNTS CARRY AN ACTUAL DECIMAL POINT
030300* AND THE FLAGS ARE Y OR N (BLANK WHERE THEY DO NOT APPLY).
030400*----------------------------------------------------------------
030500 01  WS-EXTRACT-ROW.
030600     05  SX-REC-TYPE          PIC X(01).
030700     05  FILLER               PIC X(01)  VALUE ','.
030800     05  SX-TERM              PIC X(06).
030900     05  FILLER               PIC X(01)  VALUE ','.
031000     05  SX-DEPT              PIC X(04).
031100     05  FILLER               PIC X(01)  VALUE ','.
031200     05  SX-COURSE            PIC X(08).
031300     05  FILLER               PIC X(01)  VALUE ','.
031400     05  SX-SECTION           PIC X(03).
031500     05  FILLER               PIC X(01)  VALUE ','.
031600     05  SX-INSTR-ID          PIC X(06).
031700     05  FILLER               PIC X(01)  VALUE ','.
031800     05  SX-SECTIONS          PIC 9(04).
031900     05  FILLER               PIC X(01)  VALUE ','.
032000     05  SX-SEATS             PIC 9(06).
032100     05  FILLER               PIC X(01)  VALUE ','.
032200     05  SX-FILLED            PIC 9(06).
032300     05  FILLER               PIC X(01)  VALUE ','.
032400     05  SX-FILL-PCT          PIC 9(03).
032500     05  FILLER               PIC X(01)  VALUE ','.
032600     05  SX-WAIT              PIC 9(06).
032700     05  FILLER               PIC X(01)  VALUE ','.
032800     05  SX-ENROLLS           PIC 9(06).
032900     05  FILLER               PIC X(01)  VALUE ','.
033000     05  SX-DROPS             PIC 9(06).
033100     05  FILLER               PIC X(01)  VALUE ','.
033200     05  SX-DROP-PCT          PIC 9(03).
033300     05  FILLER               PIC X(01)  VALUE ','.
033400     05  SX-TUITION           PIC 9(09).99.
033500     05  FILLER               PIC X(01)  VALUE ','.
033600     05  SX-FEES              PIC 9(09).99.
033700     05  FILLER               PIC X(01)  VALUE ','.
033800     05  SX-NET               PIC 9(09).99.
033900     05  FILLER               PIC X(01)  VALUE ','.
034000     05  SX-CANCEL-FLAG       PIC X(01).
034100     05  FILLER               PIC X(01)  VALUE ','.
034200     05  SX-ADD-FLAG          PIC X(01).
034300 77  WS-EXTRACT-COUNT         PIC 9(06)  VALUE ZERO.
034400*----------------------------------------------------------------
034500* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
034600*----------------------------------------------------------------
034700 COPY RUNPARM.
034800 PROCEDURE DIVISION.
034900*================================================================*
035000* 0000-MAINLINE                                                  *
035100*================================================================*
035200 0000-MAINLINE.
035300     MOVE 'SECTANL' TO RC-JOB-NAME
035400     MOVE 'S' TO RC-FUNCTION
035500     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
035600     IF RC-RUN-DENIED
035700         DISPLAY 'SECTION-ANALYSIS-PGM - '
035800             'RUN REFUSED BY RUN CONTROL'
035900         STOP RUN.
036000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
036100     PERFORM 1500-VALIDATE-PROMPTS
036200         THRU 1500-VALIDATE-PROMPTS-EXIT.
036300     IF PROMPTS-ARE-VALID
036400         PERFORM 2000-LOAD-SECTIONS THRU 2000-LOAD-SECTIONS-EXIT
036500     END-IF.
036600     IF PROMPTS-ARE-VALID
036700         PERFORM 3000-TALLY-ENROLLMENTS
036800             THRU 3000-TALLY-ENROLLMENTS-EXIT
036900         PERFORM 3200-TALLY-ARCHIVE THRU 3200-TALLY-ARCHIVE-EXIT
037000         PERFORM 3400-TALLY-WAITLIST
037100             THRU 3400-TALLY-WAITLIST-EXIT
037200         PERFORM 3600-TALLY-FEES THRU 3600-TALLY-FEES-EXIT
037300         PERFORM 4000-MARK-CANDIDATES
037400             THRU 4000-MARK-CANDIDATES-EXIT
037500         PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT
037600     ELSE
037700         MOVE SPACES TO REPORT-LINE
037800         STRING 'NO ANALYSIS PRODUCED - ' DELIMITED BY SIZE
037900             WS-REFUSE-REASON DELIMITED BY SIZE
038000             INTO REPORT-LINE
038100         WRITE REPORT-LINE
038200         DISPLAY 'SECTION-ANALYSIS-PGM - ' WS-REFUSE-REASON
038300     END-IF.
038400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
038500     MOVE 'E' TO RC-FUNCTION
038600     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
038700     STOP RUN.
038800
038900*================================================================*
039000* 1000-INITIALIZE - OPENS THE MASTERS, THE REPORT AND THE        *
039100* EXTRACT AND ASKS THE OPERATOR FOR THE TERM AND THE MINIMUM     *
039200* FILL PERCENT BELOW WHICH A SECTION IS A CANCELLATION           *
039300* CANDIDATE.                                                     *
039400*================================================================*
039500 1000-INITIALIZE.
039600     OPEN INPUT TERM-FILE.
039700     OPEN INPUT CLASS-FILE.
039800     OPEN INPUT ENROLLMENT-FILE.
039900     OPEN INPUT ARCHIVE-FILE.
040000     OPEN INPUT WAITLIST-FILE.
040100     OPEN INPUT FEE-DETAIL-FILE.
040200     OPEN INPUT CATALOG-FILE.
040300     IF NOT CAT-FILE-ABSENT
040400         MOVE 'Y' TO WS-CAT-OPEN-SW
040500     END-IF.
040600     OPEN INPUT INSTRUCTOR-FILE.
040700     IF NOT INS-FILE-ABSENT
040800         MOVE 'Y' TO WS-INS-OPEN-SW
040900     END-IF.
041000     OPEN OUTPUT REPORT-FILE.
041100     OPEN OUTPUT EXTRACT-FILE.
041200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041300     DISPLAY 'SECTION-ANALYSIS-PGM - ENTER TERM TO ANALYZE '
041400         '(BLANK = CURRENT TERM):'
041500     ACCEPT WS-SEL-TERM.
041600     DISPLAY 'SECTION-ANALYSIS-PGM - ENTER MINIMUM FILL PERCENT '
041700         'TO KEEP A SECTION (BLANK = 50):'
041800     ACCEPT WS-MIN-FILL-PCT.
041900     IF WS-MIN-FILL-PCT = ZERO
042000         MOVE WS-DEFAULT-MIN-FILL TO WS-MIN-FILL-PCT
042100     END-IF.
042200 1000-INITIALIZE-EXIT.
042300     EXIT.
042400
042500*================================================================*
042600* 1500-VALIDATE-PROMPTS - A BLANK TERM MEANS THE TERM CARRYING   *
042700* THE CURRENT FLAG ON THE CALENDAR; A KEYED ONE MUST BE ON THE   *
042800* CALENDAR.  ENROLLMENTS WITH NO TERM STAMP ARE COUNTED ONLY     *
042900* WHEN THE TERM ANALYZED IS THE CURRENT ONE, AS THE TERM-END     *
043000* CLOSE TREATS THEM.  THE MINIMUM FILL CANNOT PASS 100 PERCENT.  *
043100* THE REPORT HEADING GOES OUT ONCE THE TERM IS SETTLED.          *
043200*================================================================*
043300 1500-VALIDATE-PROMPTS.
043400     MOVE 'N' TO WS-VALID-SW
043500     MOVE 'N' TO WS-CURRENT-SW
043600     IF TRM-FS-NOT-FOUND
043700         MOVE 'NO TERM CALENDAR ON FILE' TO WS-REFUSE-REASON
043800         GO TO 1500-VALIDATE-PROMPTS-EXIT.
043900     IF WS-MIN-FILL-PCT > 100
044000         MOVE 'MINIMUM FILL PERCENT IS OVER 100'
044100             TO WS-REFUSE-REASON
044200         GO TO 1500-VALIDATE-PROMPTS-EXIT.
044300     IF WS-SEL-TERM = SPACES
044400         MOVE 'N' TO WS-TRM-EOF-SW
044500         MOVE LOW-VALUES TO TRM-CODE
044600         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
044700             INVALID KEY
044800                 MOVE 'Y' TO WS-TRM-EOF-SW
044900         END-START
045000         PERFORM 1510-SCAN-ONE-TERM THRU 1510-SCAN-ONE-TERM-EXIT
045100             UNTIL TERM-SCAN-DONE
045200         IF WS-SEL-TERM = SPACES
045300             MOVE 'NO CURRENT TERM ON CALENDAR'
045400                 TO WS-REFUSE-REASON
045500             GO TO 1500-VALIDATE-PROMPTS-EXIT
045600         END-IF
045700     ELSE
045800         MOVE WS-SEL-TERM TO TRM-CODE
045900         READ TERM-FILE
046000             INVALID KEY
046100                 MOVE 'TERM NOT ON CALENDAR' TO WS-REFUSE-REASON
046200                 GO TO 1500-VALIDATE-PROMPTS-EXIT
046300         END-READ
046400         IF TRM-IS-CURRENT
046500             MOVE 'Y' TO WS-CURRENT-SW
046600         END-IF
046700     END-IF.
046800     MOVE 'Y' TO WS-VALID-SW
046900     MOVE SPACES TO REPORT-LINE
047000     STRING 'SECTION ENROLLMENT AND REVENUE ANALYSIS - TERM '
047100         DELIMITED BY SIZE
047200         WS-SEL-TERM DELIMITED BY SIZE
047300         '  RUN DATE ' DELIMITED BY SIZE
047400         WS-TODAY DELIMITED BY SIZE
047500         INTO REPORT-LINE
047600     WRITE REPORT-LINE.
047700     MOVE SPACES TO REPORT-LINE
047800     STRING '  CANCELLATION CANDIDATE - FILLED BELOW '
047900         DELIMITED BY SIZE
048000         WS-MIN-FILL-PCT DELIMITED BY SIZE
048100         '%.  ADD-SECTION CANDIDATE - EVERY SECTION OF THE '
048200         DELIMITED BY SIZE
048300         'COURSE FULL WITH A WAITLIST.' DELIMITED BY SIZE
048400         INTO REPORT-LINE
048500     WRITE REPORT-LINE.
048600 1500-VALIDATE-PROMPTS-EXIT.
048700     EXIT.
048800
048900 1510-SCAN-ONE-TERM.
049000     READ TERM-FILE NEXT RECORD
049100         AT END
049200             MOVE 'Y' TO WS-TRM-EOF-SW
049300         NOT AT END
049400             IF TRM-IS-CURRENT
049500                 MOVE TRM-CODE TO WS-SEL-TERM
049600                 MOVE 'Y' TO WS-CURRENT-SW
049700                 MOVE 'Y' TO WS-TRM-EOF-SW
049800             END-IF
049900     END-READ.
050000 1510-SCAN-ONE-TERM-EXIT.
050100     EXIT.
050200
050300*================================================================*
050400* 2000-LOAD-SECTIONS - EVERY SECTION OF THE TERM ON THE CLASS    *
050500* MASTER GOES INTO THE SECTION TABLE WITH ITS SEATS, SEATS       *
050600* FILLED AND INSTRUCTOR, AND ITS INSTRUCTOR'S DEPARTMENT INTO    *
050700* THE DEPARTMENT TABLE.  A TERM WITH NO SECTIONS PRODUCES NO     *
050800* ANALYSIS.                                                      *
050900*================================================================*
051000 2000-LOAD-SECTIONS.
051100     MOVE 'N' TO WS-CLS-EOF-SW
051200     IF CLASS-FILE-ABSENT
051300         MOVE 'Y' TO WS-CLS-EOF-SW
051400     ELSE
051500         MOVE WS-SEL-TERM TO CLS-TERM
051600         MOVE LOW-VALUES TO CLS-COURSE-NO CLS-SECTION
051700         START CLASS-FILE KEY IS NOT LESS THAN CLS-KEY
051800             INVALID KEY
051900                 MOVE 'Y' TO WS-CLS-EOF-SW
052000         END-START
052100     END-IF.
052200     PERFORM 2100-LOAD-ONE-SECTION THRU 2100-LOAD-ONE-SECTION-EXIT
052300         UNTIL CLASS-SCAN-DONE.
052400     IF WS-SEC-COUNT = ZERO
052500         MOVE 'N' TO WS-VALID-SW
052600         MOVE 'TERM HAS NO SECTIONS ON FILE' TO WS-REFUSE-REASON
052700     END-IF.
052800 2000-LOAD-SECTIONS-EXIT.
052900     EXIT.
053000
053100 2100-LOAD-ONE-SECTION.
053200     READ CLASS-FILE NEXT RECORD
053300         AT END
053400             MOVE 'Y' TO WS-CLS-EOF-SW
053500     END-READ.
053600     IF CLASS-SCAN-DONE
053700         GO TO 2100-LOAD-ONE-SECTION-EXIT.
053800     IF CLS-TERM NOT = WS-SEL-TERM
053900         MOVE 'Y' TO WS-CLS-EOF-SW
054000         GO TO 2100-LOAD-ONE-SECTION-EXIT.
054100     IF WS-SEC-COUNT NOT < 999
054200         ADD 1 TO WS-SECTIONS-DROPPED
054300         GO TO 2100-LOAD-ONE-SECTION-EXIT.
054400     ADD 1 TO WS-SEC-COUNT
054500     MOVE WS-SEC-COUNT TO WS-SEC-IX
054600     INITIALIZE WS-SEC-ENTRY(WS-SEC-IX)
054700     MOVE CLS-COURSE-NO TO WS-SEC-COURSE(WS-SEC-IX)
054800     MOVE CLS-SECTION TO WS-SEC-SECTION(WS-SEC-IX)
054900     MOVE CLS-INSTRUCTOR-ID TO WS-SEC-INSTR-ID(WS-SEC-IX)
055000     MOVE CLS-MAX-SEATS TO WS-SEC-SEATS(WS-SEC-IX)
055100     MOVE CLS-SEATS-FILLED TO WS-SEC-FILLED(WS-SEC-IX)
055200     MOVE 'N' TO WS-SEC-CANCEL-SW(WS-SEC-IX)
055300     MOVE 'N' TO WS-SEC-ADD-SW(WS-SEC-IX)
055400     MOVE SPACES TO WS-NEW-DEPT
055500     IF INSTRUCTORS-ARE-OPEN AND CLS-INSTRUCTOR-ID NOT = SPACES
055600         MOVE CLS-INSTRUCTOR-ID TO INS-ID
055700         READ INSTRUCTOR-FILE
055800             INVALID KEY
055900                 MOVE SPACES TO INS-DEPT
056000         END-READ
056100         MOVE INS-DEPT TO WS-NEW-DEPT
056200     END-IF.
056300     MOVE WS-NEW-DEPT TO WS-SEC-DEPT(WS-SEC-IX)
056400     PERFORM 2200-ADD-DEPT THRU 2200-ADD-DEPT-EXIT.
056500 2100-LOAD-ONE-SECTION-EXIT.
056600     EXIT.
056700
056800*================================================================*
056900* 2200-ADD-DEPT - A DEPARTMENT NOT YET IN THE TABLE IS SLOTTED   *
057000* IN AHEAD OF THE FIRST CODE THAT SORTS AFTER IT.  SECTIONS WITH *
057100* NO DEPARTMENT SORT FIRST.                                      *
057200*================================================================*
057300 2200-ADD-DEPT.
057400     MOVE ZERO TO WS-DEPT-MATCH
057500     PERFORM 2210-FIND-DEPT THRU 2210-FIND-DEPT-EXIT
057600         VARYING WS-DEPT-IX FROM 1 BY 1
057700         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
057800             OR WS-DEPT-CODE(WS-DEPT-IX) > WS-NEW-DEPT
057900             OR WS-DEPT-MATCH > ZERO.
058000     IF WS-DEPT-MATCH > ZERO
058100         GO TO 2200-ADD-DEPT-EXIT.
058200     IF WS-DEPT-COUNT NOT < 100
058300         GO TO 2200-ADD-DEPT-EXIT.
058400     PERFORM 2220-SHIFT-DEPT THRU 2220-SHIFT-DEPT-EXIT
058500         VARYING WS-DEPT-JX FROM WS-DEPT-COUNT BY -1
058600         UNTIL WS-DEPT-JX < WS-DEPT-IX.
058700     MOVE WS-NEW-DEPT TO WS-DEPT-CODE(WS-DEPT-IX)
058800     ADD 1 TO WS-DEPT-COUNT.
058900 2200-ADD-DEPT-EXIT.
059000     EXIT.
059100
059200 2210-FIND-DEPT.
059300     IF WS-DEPT-CODE(WS-DEPT-IX) = WS-NEW-DEPT
059400         MOVE WS-DEPT-IX TO WS-DEPT-MATCH
059500     END-IF.
059600 2210-FIND-DEPT-EXIT.
059700     EXIT.
059800
059900 2220-SHIFT-DEPT.
060000     MOVE WS-DEPT-CODE(WS-DEPT-JX)
060100         TO WS-DEPT-CODE(WS-DEPT-JX + 1).
060200 2220-SHIFT-DEPT-EXIT.
060300     EXIT.
060400
060500*================================================================*
060600* 3000-TALLY-ENROLLMENTS - EVERY LIVE ENROLLMENT TAKEN IN THE    *
060700* TERM COUNTS AGAINST ITS SECTION, DROPPED OR NOT, AND ADDS THE  *
060800* TUITION IT STILL CARRIES - ENR-CHARGE-AMT HOLDS ONLY THE       *
060900* RETAINED PORTION ONCE A DROP HAS BEEN REFUNDED, SO THE SUM IS  *
061000* THE TUITION NET OF DROPS.                                      *
061100*================================================================*
061200 3000-TALLY-ENROLLMENTS.
061300     MOVE 'N' TO WS-DETAIL-EOF-SW
061400     IF ENR-FILE-ABSENT
061500         GO TO 3000-TALLY-ENROLLMENTS-EXIT.
061600     MOVE LOW-VALUES TO ENR-KEY
061700     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
061800         INVALID KEY
061900             MOVE 'Y' TO WS-DETAIL-EOF-SW
062000     END-START.
062100     PERFORM 3100-ONE-ENROLLMENT THRU 3100-ONE-ENROLLMENT-EXIT
062200         UNTIL DETAIL-SCAN-DONE.
062300 3000-TALLY-ENROLLMENTS-EXIT.
062400     EXIT.
062500
062600 3100-ONE-ENROLLMENT.
062700     READ ENROLLMENT-FILE NEXT RECORD
062800         AT END
062900             MOVE 'Y' TO WS-DETAIL-EOF-SW
063000     END-READ.
063100     IF DETAIL-SCAN-DONE
063200         GO TO 3100-ONE-ENROLLMENT-EXIT.
063300     IF ENR-TERM NOT = WS-SEL-TERM
063400         IF ENR-TERM NOT = SPACES OR NOT TERM-IS-CURRENT
063500             GO TO 3100-ONE-ENROLLMENT-EXIT.
063600     MOVE ENR-COURSE-NO TO WS-FIND-COURSE
063700     MOVE ENR-SECTION TO WS-FIND-SECTION
063800     PERFORM 3900-FIND-SECTION THRU 3900-FIND-SECTION-EXIT.
063900     IF WS-SEC-MATCH = ZERO
064000         GO TO 3100-ONE-ENROLLMENT-EXIT.
064100     ADD 1 TO WS-SEC-ENROLLS(WS-SEC-MATCH)
064200     IF ENR-STAT-DROPPED
064300         ADD 1 TO WS-SEC-DROPS(WS-SEC-MATCH)
064400     END-IF.
064500     ADD ENR-CHARGE-AMT TO WS-SEC-TUITION(WS-SEC-MATCH).
064600 3100-ONE-ENROLLMENT-EXIT.
064700     EXIT.
064800
064900*================================================================*
065000* 3200-TALLY-ARCHIVE - A CLOSED TERM'S ENROLLMENTS HAVE MOVED TO *
065100* THE ENRARCH ARCHIVE AND ARE COUNTED FROM THERE THE SAME WAY.   *
065200*================================================================*
065300 3200-TALLY-ARCHIVE.
065400     MOVE 'N' TO WS-DETAIL-EOF-SW
065500     IF ARC-FILE-ABSENT
065600         GO TO 3200-TALLY-ARCHIVE-EXIT.
065700     MOVE LOW-VALUES TO ARC-KEY
065800     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
065900         INVALID KEY
066000             MOVE 'Y' TO WS-DETAIL-EOF-SW
066100     END-START.
066200     PERFORM 3300-ONE-ARCHIVED THRU 3300-ONE-ARCHIVED-EXIT
066300         UNTIL DETAIL-SCAN-DONE.
066400 3200-TALLY-ARCHIVE-EXIT.
066500     EXIT.
066600
066700 3300-ONE-ARCHIVED.
066800     READ ARCHIVE-FILE NEXT RECORD
066900         AT END
067000             MOVE 'Y' TO WS-DETAIL-EOF-SW
067100     END-READ.
067200     IF DETAIL-SCAN-DONE
067300         GO TO 3300-ONE-ARCHIVED-EXIT.
067400     IF ARC-TERM NOT = WS-SEL-TERM
067500         GO TO 3300-ONE-ARCHIVED-EXIT.
067600     MOVE ARC-COURSE-NO TO WS-FIND-COURSE
067700     MOVE ARC-SECTION TO WS-FIND-SECTION
067800     PERFORM 3900-FIND-SECTION THRU 3900-FIND-SECTION-EXIT.
067900     IF WS-SEC-MATCH = ZERO
068000         GO TO 3300-ONE-ARCHIVED-EXIT.
068100     ADD 1 TO WS-SEC-ENROLLS(WS-SEC-MATCH)
068200     IF ARC-STAT-DROPPED
068300         ADD 1 TO WS-SEC-DROPS(WS-SEC-MATCH)
068400     END-IF.
068500     ADD ARC-CHARGE-AMT TO WS-SEC-TUITION(WS-SEC-MATCH).
068600 3300-ONE-ARCHIVED-EXIT.
068700     EXIT.
068800
068900*================================================================*
069000* 3400-TALLY-WAITLIST - THE WAITLIST IS KEYED BY TERM FIRST, SO  *
069100* ONLY THE TERM'S OWN ENTRIES ARE READ.  EACH ONE STILL ON FILE  *
069200* IS A STUDENT STILL WAITING.                                    *
069300*================================================================*
069400 3400-TALLY-WAITLIST.
069500     MOVE 'N' TO WS-DETAIL-EOF-SW
069600     IF WLS-FILE-ABSENT
069700         GO TO 3400-TALLY-WAITLIST-EXIT.
069800     MOVE WS-SEL-TERM TO WLS-TERM
069900     MOVE LOW-VALUES TO WLS-COURSE-NO WLS-SECTION
070000     MOVE ZERO TO WLS-POSITION
070100     START WAITLIST-FILE KEY IS NOT LESS THAN WLS-KEY
070200         INVALID KEY
070300             MOVE 'Y' TO WS-DETAIL-EOF-SW
070400     END-START.
070500     PERFORM 3500-ONE-WAITLISTED THRU 3500-ONE-WAITLISTED-EXIT
070600         UNTIL DETAIL-SCAN-DONE.
070700 3400-TALLY-WAITLIST-EXIT.
070800     EXIT.
070900
071000 3500-ONE-WAITLISTED.
071100     READ WAITLIST-FILE NEXT RECORD
071200         AT END
071300             MOVE 'Y' TO WS-DETAIL-EOF-SW
071400     END-READ.
071500     IF DETAIL-SCAN-DONE
071600         GO TO 3500-ONE-WAITLISTED-EXIT.
071700     IF WLS-TERM NOT = WS-SEL-TERM
071800         MOVE 'Y' TO WS-DETAIL-EOF-SW
071900         GO TO 3500-ONE-WAITLISTED-EXIT.
072000     MOVE WLS-COURSE-NO TO WS-FIND-COURSE
072100     MOVE WLS-SECTION TO WS-FIND-SECTION
072200     PERFORM 3900-FIND-SECTION THRU 3900-FIND-SECTION-EXIT.
072300     IF WS-SEC-MATCH > ZERO
072400         ADD 1 TO WS-SEC-WAIT(WS-SEC-MATCH)
072500     END-IF.
072600 3500-ONE-WAITLISTED-EXIT.
072700     EXIT.
072800
072900*================================================================*
073000* 3600-TALLY-FEES - PER-ENROLLMENT FEES POSTED FOR THE TERM      *
073100* COUNT AGAINST THEIR SECTION AT WHAT THE LEDGER STILL CARRIES,  *
073200* WHICH A DROP HAS ALREADY REDUCED.  A PER-TERM FEE (BLANK       *
073300* COURSE) BELONGS TO NO ONE SECTION AND IS LEFT OUT.             *
073400*================================================================*
073500 3600-TALLY-FEES.
073600     MOVE 'N' TO WS-DETAIL-EOF-SW
073700     IF FDT-FILE-ABSENT
073800         GO TO 3600-TALLY-FEES-EXIT.
073900     MOVE LOW-VALUES TO FDT-KEY
074000     START FEE-DETAIL-FILE KEY IS NOT LESS THAN FDT-KEY
074100         INVALID KEY
074200             MOVE 'Y' TO WS-DETAIL-EOF-SW
074300     END-START.
074400     PERFORM 3700-ONE-FEE THRU 3700-ONE-FEE-EXIT
074500         UNTIL DETAIL-SCAN-DONE.
074600 3600-TALLY-FEES-EXIT.
074700     EXIT.
074800
074900 3700-ONE-FEE.
075000     READ FEE-DETAIL-FILE NEXT RECORD
075100         AT END
075200             MOVE 'Y' TO WS-DETAIL-EOF-SW
075300     END-READ.
075400     IF DETAIL-SCAN-DONE
075500         GO TO 3700-ONE-FEE-EXIT.
075600     IF FDT-TERM NOT = WS-SEL-TERM OR FDT-COURSE-NO = SPACES
075700         GO TO 3700-ONE-FEE-EXIT.
075800     MOVE FDT-COURSE-NO TO WS-FIND-COURSE
075900     MOVE FDT-SECTION TO WS-FIND-SECTION
076000     PERFORM 3900-FIND-SECTION THRU 3900-FIND-SECTION-EXIT.
076100     IF WS-SEC-MATCH > ZERO
076200         ADD FDT-AMOUNT TO WS-SEC-FEES(WS-SEC-MATCH)
076300     END-IF.
076400 3700-ONE-FEE-EXIT.
076500     EXIT.
076600
076700*================================================================*
076800* 3900-FIND-SECTION - WS-SEC-MATCH COMES BACK AS THE TABLE ENTRY *
076900* FOR WS-FIND-COURSE/WS-FIND-SECTION, OR ZERO FOR A SECTION NOT  *
077000* IN THE TERM'S SCHEDULE.                                        *
077100*================================================================*
077200 3900-FIND-SECTION.
077300     MOVE ZERO TO WS-SEC-MATCH
077400     PERFORM 3910-MATCH-SECTION THRU 3910-MATCH-SECTION-EXIT
077500         VARYING WS-SEC-IX FROM 1 BY 1
077600         UNTIL WS-SEC-IX > WS-SEC-COUNT OR WS-SEC-MATCH > ZERO.
077700 3900-FIND-SECTION-EXIT.
077800     EXIT.
077900
078000 3910-MATCH-SECTION.
078100     IF WS-SEC-COURSE(WS-SEC-IX) = WS-FIND-COURSE
078200         AND WS-SEC-SECTION(WS-SEC-IX) = WS-FIND-SECTION
078300         MOVE WS-SEC-IX TO WS-SEC-MATCH
078400     END-IF.
078500 3910-MATCH-SECTION-EXIT.
078600     EXIT.
078700
078800*================================================================*
078900* 4000-MARK-CANDIDATES - A SECTION WITH SEATS OFFERED AND FILLED *
079000* BELOW THE MINIMUM PERCENT IS A CANCELLATION CANDIDATE.  A      *
079100* COURSE IS AN ADD-SECTION CANDIDATE WHEN EVERY ONE OF ITS       *
079200* SECTIONS IN THE TERM IS FULL AND STUDENTS ARE WAITLISTED ON    *
079300* ANY OF THEM - THE FLAG IS SET ON EACH OF THE COURSE'S          *
079400* SECTIONS.  THE CANDIDATE COURSE IS COUNTED ONCE, AT ITS FIRST  *
079410* SECTION, FOR THE COLLEGE TOTAL - HOWEVER MANY DEPARTMENTS IT   *
079420* SHOWS UNDER.                                                   *
079500*================================================================*
079600 4000-MARK-CANDIDATES.
079700     PERFORM 4100-MARK-ONE-SECTION THRU 4100-MARK-ONE-SECTION-EXIT
079800         VARYING WS-SEC-IX FROM 1 BY 1
079900         UNTIL WS-SEC-IX > WS-SEC-COUNT.
080000 4000-MARK-CANDIDATES-EXIT.
080100     EXIT.
080200
080300 4100-MARK-ONE-SECTION.
080400     MOVE WS-SEC-SEATS(WS-SEC-IX) TO WS-LIN-SEATS
080500     MOVE WS-SEC-FILLED(WS-SEC-IX) TO WS-LIN-FILLED
080600     PERFORM 6010-COMPUTE-FILL-PCT
080700         THRU 6010-COMPUTE-FILL-PCT-EXIT.
080800     IF WS-SEC-SEATS(WS-SEC-IX) > ZERO
080900         AND WS-FILL-PCT < WS-MIN-FILL-PCT
081000         MOVE 'Y' TO WS-SEC-CANCEL-SW(WS-SEC-IX)
081100     END-IF.
081200     MOVE 'Y' TO WS-ALL-FULL-SW
081210     MOVE 'Y' TO WS-FIRST-SEC-SW
081300     MOVE ZERO TO WS-COURSE-WAIT
081400     PERFORM 4110-CHECK-COURSE-SECTION
081500         THRU 4110-CHECK-COURSE-SECTION-EXIT
081600         VARYING WS-SEC-JX FROM 1 BY 1
081700         UNTIL WS-SEC-JX > WS-SEC-COUNT.
081710     IF ALL-SECTIONS-FULL AND WS-COURSE-WAIT > ZERO
081720         MOVE 'Y' TO WS-SEC-ADD-SW(WS-SEC-IX)
081730         IF FIRST-SECTION-OF-COURSE
081740             ADD 1 TO WS-ADD-COURSES
081750         END-IF
081760     END-IF.
082100 4100-MARK-ONE-SECTION-EXIT.
082200     EXIT.
082300
082400 4110-CHECK-COURSE-SECTION.
082500     IF WS-SEC-COURSE(WS-SEC-JX) NOT = WS-SEC-COURSE(WS-SEC-IX)
082600         GO TO 4110-CHECK-COURSE-SECTION-EXIT.
082610     IF WS-SEC-JX < WS-SEC-IX
082620         MOVE 'N' TO WS-FIRST-SEC-SW
082630     END-IF.
082700     IF WS-SEC-SEATS(WS-SEC-JX) = ZERO
082800         OR WS-SEC-FILLED(WS-SEC-JX) < WS-SEC-SEATS(WS-SEC-JX)
082900         MOVE 'N' TO WS-ALL-FULL-SW
083000     END-IF.
083100     ADD WS-SEC-WAIT(WS-SEC-JX) TO WS-COURSE-WAIT.
083200 4110-CHECK-COURSE-SECTION-EXIT.
083300     EXIT.
083400
083500*================================================================*
083600* 5000-PRINT-REPORT - ONE DEPARTMENT AFTER ANOTHER, AND WITHIN   *
083700* IT THE SECTIONS IN COURSE ORDER WITH A TOTAL AFTER EACH        *
083800* COURSE, A TOTAL FOR THE DEPARTMENT AND A COLLEGE TOTAL AT THE  *
083900* END.  A COURSE TAUGHT BY INSTRUCTORS OF MORE THAN ONE          *
084000* DEPARTMENT SHOWS UNDER EACH WITH THOSE SECTIONS ONLY.  THE     *
084100* EXTRACT TAKES A ROW FOR EVERY LINE OF FIGURES PRINTED.         *
084200*================================================================*
084300 5000-PRINT-REPORT.
084400     MOVE SPACES TO EXTRACT-LINE
084500     STRING 'TYPE,TERM,DEPT,COURSE,SECTION,INSTRUCTOR,SECTIONS,'
084600         DELIMITED BY SIZE
084700         'SEATS,FILLED,FILL_PCT,WAITLIST,ENROLLMENTS,DROPS,'
084800         DELIMITED BY SIZE
084900         'DROP_PCT,TUITION,FEES,NET_REVENUE,CANCEL_CANDIDATE,'
085000         DELIMITED BY SIZE
085100         'ADD_SECTION_CANDIDATE' DELIMITED BY SIZE
085200         INTO EXTRACT-LINE
085300     WRITE EXTRACT-LINE.
085400     INITIALIZE WS-COLLEGE-TOTALS
085500     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-PRINT-ONE-DEPT-EXIT
085600         VARYING WS-DEPT-IX FROM 1 BY 1
085700         UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
085800     PERFORM 5500-PRINT-COLLEGE-TOTAL
085900         THRU 5500-PRINT-COLLEGE-TOTAL-EXIT.
086000 5000-PRINT-REPORT-EXIT.
086100     EXIT.
086200
086300 5100-PRINT-ONE-DEPT.
086400     INITIALIZE WS-DEPT-TOTALS
086500     MOVE SPACES TO WS-PREV-COURSE
086600     MOVE SPACES TO REPORT-LINE
086700     WRITE REPORT-LINE.
086800     MOVE SPACES TO REPORT-LINE
086900     IF WS-DEPT-CODE(WS-DEPT-IX) = SPACES
087000         MOVE 'DEPARTMENT NOT ASSIGNED (NO INSTRUCTOR ON FILE)'
087100             TO REPORT-LINE
087200     ELSE
087300         STRING 'DEPARTMENT ' DELIMITED BY SIZE
087400             WS-DEPT-CODE(WS-DEPT-IX) DELIMITED BY SIZE
087500             INTO REPORT-LINE
087600     END-IF.
087700     WRITE REPORT-LINE.
087800     MOVE WS-COLUMN-HEADINGS TO REPORT-LINE
087900     WRITE REPORT-LINE.
088000     PERFORM 5200-PRINT-ONE-SECTION
088100         THRU 5200-PRINT-ONE-SECTION-EXIT
088200         VARYING WS-SEC-IX FROM 1 BY 1
088300         UNTIL WS-SEC-IX > WS-SEC-COUNT.
088400     IF WS-PREV-COURSE NOT = SPACES
088500         PERFORM 5300-CLOSE-COURSE THRU 5300-CLOSE-COURSE-EXIT
088600     END-IF.
088700     PERFORM 5400-CLOSE-DEPT THRU 5400-CLOSE-DEPT-EXIT.
088800 5100-PRINT-ONE-DEPT-EXIT.
088900     EXIT.
089000
089100 5200-PRINT-ONE-SECTION.
089200     IF WS-SEC-DEPT(WS-SEC-IX) NOT = WS-DEPT-CODE(WS-DEPT-IX)
089300         GO TO 5200-PRINT-ONE-SECTION-EXIT.
089400     IF WS-SEC-COURSE(WS-SEC-IX) NOT = WS-PREV-COURSE
089500         IF WS-PREV-COURSE NOT = SPACES
089600             PERFORM 5300-CLOSE-COURSE THRU 5300-CLOSE-COURSE-EXIT
089700         END-IF
089800         PERFORM 5250-START-COURSE THRU 5250-START-COURSE-EXIT
089900     END-IF.
090000     INITIALIZE WS-LINE-TOTALS
090100     MOVE 1 TO WS-LIN-SECTIONS
090200     MOVE WS-SEC-SEATS(WS-SEC-IX) TO WS-LIN-SEATS
090300     MOVE WS-SEC-FILLED(WS-SEC-IX) TO WS-LIN-FILLED
090400     MOVE WS-SEC-WAIT(WS-SEC-IX) TO WS-LIN-WAIT
090500     MOVE WS-SEC-ENROLLS(WS-SEC-IX) TO WS-LIN-ENROLLS
090600     MOVE WS-SEC-DROPS(WS-SEC-IX) TO WS-LIN-DROPS
090700     MOVE WS-SEC-TUITION(WS-SEC-IX) TO WS-LIN-TUITION
090800     MOVE WS-SEC-FEES(WS-SEC-IX) TO WS-LIN-FEES
090900     IF SEC-CANCEL-CANDIDATE(WS-SEC-IX)
091000         MOVE 1 TO WS-LIN-CANCELS
091100     END-IF.
091200     PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
091300     STRING '  ' DELIMITED BY SIZE
091400         WS-SEC-COURSE(WS-SEC-IX) DELIMITED BY SIZE
091500         ' ' DELIMITED BY SIZE
091600         WS-SEC-SECTION(WS-SEC-IX) DELIMITED BY SIZE
091700         ' ' DELIMITED BY SIZE
091800         WS-SEC-INSTR-ID(WS-SEC-IX) DELIMITED BY SIZE
091900         INTO DL-LABEL
092000     MOVE 'S' TO SX-REC-TYPE
092100     MOVE WS-SEC-DEPT(WS-SEC-IX) TO SX-DEPT
092200     MOVE WS-SEC-COURSE(WS-SEC-IX) TO SX-COURSE
092300     MOVE WS-SEC-SECTION(WS-SEC-IX) TO SX-SECTION
092400     MOVE WS-SEC-INSTR-ID(WS-SEC-IX) TO SX-INSTR-ID
092500     MOVE WS-SEC-CANCEL-SW(WS-SEC-IX) TO SX-CANCEL-FLAG
092600     MOVE WS-SEC-ADD-SW(WS-SEC-IX) TO SX-ADD-FLAG
092700     IF SEC-CANCEL-CANDIDATE(WS-SEC-IX)
092800         MOVE 'CANCEL CANDIDATE' TO DL-FLAG
092900     END-IF.
093000     PERFORM 6100-WRITE-FIGURES THRU 6100-WRITE-FIGURES-EXIT.
093100     ADD WS-LIN-SECTIONS TO WS-CRS-SECTIONS
093200     ADD WS-LIN-SEATS TO WS-CRS-SEATS
093300     ADD WS-LIN-FILLED TO WS-CRS-FILLED
093400     ADD WS-LIN-WAIT TO WS-CRS-WAIT
093500     ADD WS-LIN-ENROLLS TO WS-CRS-ENROLLS
093600     ADD WS-LIN-DROPS TO WS-CRS-DROPS
093700     ADD WS-LIN-TUITION TO WS-CRS-TUITION
093800     ADD WS-LIN-FEES TO WS-CRS-FEES
093900     ADD WS-LIN-CANCELS TO WS-CRS-CANCELS.
094000 5200-PRINT-ONE-SECTION-EXIT.
094100     EXIT.
094200
094300 5250-START-COURSE.
094400     INITIALIZE WS-COURSE-TOTALS
094500     MOVE WS-SEC-COURSE(WS-SEC-IX) TO WS-PREV-COURSE
094600     IF SEC-ADD-CANDIDATE(WS-SEC-IX)
094700         MOVE 1 TO WS-CRS-ADDS
094800     END-IF.
094900     MOVE '(NOT IN CATALOG)' TO CAT-TITLE
095000     IF CATALOG-IS-OPEN
095100         MOVE WS-PREV-COURSE TO CAT-COURSE-NO
095200         READ CATALOG-FILE
095300             INVALID KEY
095400                 MOVE '(NOT IN CATALOG)' TO CAT-TITLE
095500         END-READ
095600     END-IF.
095700     MOVE SPACES TO REPORT-LINE
095800     STRING ' ' DELIMITED BY SIZE
095900         WS-PREV-COURSE DELIMITED BY SIZE
096000         ' ' DELIMITED BY SIZE
096100         CAT-TITLE DELIMITED BY SIZE
096200         INTO REPORT-LINE
096300     WRITE REPORT-LINE.
096400 5250-START-COURSE-EXIT.
096500     EXIT.
096600
096700 5300-CLOSE-COURSE.
096800     MOVE WS-COURSE-TOTALS TO WS-LINE-TOTALS
096900     PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
097000     MOVE '  COURSE TOTAL' TO WS-LABEL-TEXT
097100     MOVE WS-CRS-SECTIONS TO WS-LABEL-COUNT
097200     STRING WS-LABEL-TEXT DELIMITED BY SIZE
097300         WS-LABEL-COUNT DELIMITED BY SIZE
097400         ' SECTIONS' DELIMITED BY SIZE
097500         INTO DL-LABEL
097600     MOVE 'C' TO SX-REC-TYPE
097700     MOVE WS-DEPT-CODE(WS-DEPT-IX) TO SX-DEPT
097800     MOVE WS-PREV-COURSE TO SX-COURSE
097900     MOVE SPACE TO SX-CANCEL-FLAG
098000     IF WS-CRS-ADDS > ZERO
098100         MOVE 'ADD-SECTION CAND' TO DL-FLAG
098200         MOVE 'Y' TO SX-ADD-FLAG
098300     ELSE
098400         MOVE 'N' TO SX-ADD-FLAG
098500     END-IF.
098600     PERFORM 6100-WRITE-FIGURES THRU 6100-WRITE-FIGURES-EXIT.
098700     ADD WS-CRS-SECTIONS TO WS-DPT-SECTIONS
098800     ADD WS-CRS-SEATS TO WS-DPT-SEATS
098900     ADD WS-CRS-FILLED TO WS-DPT-FILLED
099000     ADD WS-CRS-WAIT TO WS-DPT-WAIT
099100     ADD WS-CRS-ENROLLS TO WS-DPT-ENROLLS
099200     ADD WS-CRS-DROPS TO WS-DPT-DROPS
099300     ADD WS-CRS-TUITION TO WS-DPT-TUITION
099400     ADD WS-CRS-FEES TO WS-DPT-FEES
099500     ADD WS-CRS-CANCELS TO WS-DPT-CANCELS
099600     ADD WS-CRS-ADDS TO WS-DPT-ADDS.
099700 5300-CLOSE-COURSE-EXIT.
099800     EXIT.
099900
100000 5400-CLOSE-DEPT.
100100     MOVE WS-DEPT-TOTALS TO WS-LINE-TOTALS
100200     PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
100300     MOVE SPACES TO WS-LABEL-TEXT
100400     IF WS-DEPT-CODE(WS-DEPT-IX) = SPACES
100500         MOVE 'NO DEPT TOTAL' TO WS-LABEL-TEXT
100600     ELSE
100700         STRING 'DEPT ' DELIMITED BY SIZE
100800             WS-DEPT-CODE(WS-DEPT-IX) DELIMITED BY SIZE
100900             ' TOTAL' DELIMITED BY SIZE
101000             INTO WS-LABEL-TEXT
101100     END-IF.
101200     MOVE WS-DPT-SECTIONS TO WS-LABEL-COUNT
101300     STRING WS-LABEL-TEXT DELIMITED BY SIZE
101400         WS-LABEL-COUNT DELIMITED BY SIZE
101500         ' SECTIONS' DELIMITED BY SIZE
101600         INTO DL-LABEL
101700     MOVE 'D' TO SX-REC-TYPE
101800     MOVE WS-DEPT-CODE(WS-DEPT-IX) TO SX-DEPT
101900     PERFORM 6100-WRITE-FIGURES THRU 6100-WRITE-FIGURES-EXIT.
102000     PERFORM 6200-WRITE-CANDIDATE-COUNTS
102100         THRU 6200-WRITE-CANDIDATE-COUNTS-EXIT.
102200     ADD WS-DPT-SECTIONS TO WS-CLG-SECTIONS
102300     ADD WS-DPT-SEATS TO WS-CLG-SEATS
102400     ADD WS-DPT-FILLED TO WS-CLG-FILLED
102500     ADD WS-DPT-WAIT TO WS-CLG-WAIT
102600     ADD WS-DPT-ENROLLS TO WS-CLG-ENROLLS
102700     ADD WS-DPT-DROPS TO WS-CLG-DROPS
102800     ADD WS-DPT-TUITION TO WS-CLG-TUITION
102900     ADD WS-DPT-FEES TO WS-CLG-FEES
102910     ADD WS-DPT-CANCELS TO WS-CLG-CANCELS.
103200 5400-CLOSE-DEPT-EXIT.
103300     EXIT.
103400
103500 5500-PRINT-COLLEGE-TOTAL.
103600     MOVE SPACES TO REPORT-LINE
103700     WRITE REPORT-LINE.
103710     MOVE WS-ADD-COURSES TO WS-CLG-ADDS
103800     MOVE WS-COLLEGE-TOTALS TO WS-LINE-TOTALS
103900     PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
104000     MOVE 'COLLEGE TOTAL' TO WS-LABEL-TEXT
104100     MOVE WS-CLG-SECTIONS TO WS-LABEL-COUNT
104200     STRING WS-LABEL-TEXT DELIMITED BY SIZE
104300         WS-LABEL-COUNT DELIMITED BY SIZE
104400         ' SECTIONS' DELIMITED BY SIZE
104500         INTO DL-LABEL
104600     MOVE 'T' TO SX-REC-TYPE
104700     PERFORM 6100-WRITE-FIGURES THRU 6100-WRITE-FIGURES-EXIT.
104800     PERFORM 6200-WRITE-CANDIDATE-COUNTS
104900         THRU 6200-WRITE-CANDIDATE-COUNTS-EXIT.
105000     IF WS-SECTIONS-DROPPED > ZERO
105100         MOVE SPACES TO REPORT-LINE
105200         STRING '  ' DELIMITED BY SIZE
105300             WS-SECTIONS-DROPPED DELIMITED BY SIZE
105400             ' SECTIONS PAST THE FIRST 999 WERE LEFT OUT OF THE '
105500             DELIMITED BY SIZE
105600             'ANALYSIS' DELIMITED BY SIZE
105700             INTO REPORT-LINE
105800         WRITE REPORT-LINE
105900     END-IF.
106000 5500-PRINT-COLLEGE-TOTAL-EXIT.
106100     EXIT.
106200
106300*================================================================*
106400* 6000-FORMAT-FIGURES - CLEARS THE DETAIL LINE AND THE EXTRACT   *
106500* ROW AND FILLS IN THE FIGURES OF WS-LINE-TOTALS WITH THE FILL   *
106600* AND DROP PERCENTS AND THE NET REVENUE.  THE CALLER ADDS THE    *
106700* LABEL, THE KEYS AND THE FLAGS.                                 *
106800*================================================================*
106900 6000-FORMAT-FIGURES.
107000     PERFORM 6010-COMPUTE-FILL-PCT
107100         THRU 6010-COMPUTE-FILL-PCT-EXIT.
107200     MOVE ZERO TO WS-DROP-PCT
107300     IF WS-LIN-ENROLLS > ZERO
107400         COMPUTE WS-DROP-PCT ROUNDED =
107500             WS-LIN-DROPS * 100 / WS-LIN-ENROLLS
107600     END-IF.
107700     COMPUTE WS-NET-AMT = WS-LIN-TUITION + WS-LIN-FEES
107800     MOVE SPACES TO WS-DETAIL-LINE
107900     MOVE WS-LIN-SEATS TO DL-SEATS
108000     MOVE WS-LIN-FILLED TO DL-FILLED
108100     MOVE WS-FILL-PCT TO DL-FILL-PCT
108200     MOVE '%' TO DL-FILL-SIGN
108300     MOVE WS-LIN-WAIT TO DL-WAIT
108400     MOVE WS-LIN-DROPS TO DL-DROPS
108500     MOVE WS-DROP-PCT TO DL-DROP-PCT
108600     MOVE '%' TO DL-DROP-SIGN
108700     MOVE WS-LIN-TUITION TO DL-TUITION
108800     MOVE WS-LIN-FEES TO DL-FEES
108900     MOVE WS-NET-AMT TO DL-NET
109000     MOVE SPACES TO SX-DEPT SX-COURSE SX-SECTION SX-INSTR-ID
109100         SX-CANCEL-FLAG SX-ADD-FLAG
109200     MOVE WS-SEL-TERM TO SX-TERM
109300     MOVE WS-LIN-SECTIONS TO SX-SECTIONS
109400     MOVE WS-LIN-SEATS TO SX-SEATS
109500     MOVE WS-LIN-FILLED TO SX-FILLED
109600     MOVE WS-FILL-PCT TO SX-FILL-PCT
109700     MOVE WS-LIN-WAIT TO SX-WAIT
109800     MOVE WS-LIN-ENROLLS TO SX-ENROLLS
109900     MOVE WS-LIN-DROPS TO SX-DROPS
110000     MOVE WS-DROP-PCT TO SX-DROP-PCT
110100     MOVE WS-LIN-TUITION TO SX-TUITION
110200     MOVE WS-LIN-FEES TO SX-FEES
110300     MOVE WS-NET-AMT TO SX-NET.
110400 6000-FORMAT-FIGURES-EXIT.
110500     EXIT.
110600
110700 6010-COMPUTE-FILL-PCT.
110800     MOVE ZERO TO WS-FILL-PCT
110900     IF WS-LIN-SEATS > ZERO
111000         COMPUTE WS-FILL-PCT ROUNDED =
111100             WS-LIN-FILLED * 100 / WS-LIN-SEATS
111200             ON SIZE ERROR
111300                 MOVE 999 TO WS-FILL-PCT
111400         END-COMPUTE
111500     END-IF.
111600 6010-COMPUTE-FILL-PCT-EXIT.
111700     EXIT.
111800
111900 6100-WRITE-FIGURES.
112000     MOVE WS-DETAIL-LINE TO REPORT-LINE
112100     WRITE REPORT-LINE.
112200     MOVE WS-EXTRACT-ROW TO EXTRACT-LINE
112300     WRITE EXTRACT-LINE.
112400     ADD 1 TO WS-EXTRACT-COUNT.
112500 6100-WRITE-FIGURES-EXIT.
112600     EXIT.
112700
112800 6200-WRITE-CANDIDATE-COUNTS.
112900     MOVE WS-LIN-CANCELS TO WS-COUNT-EDIT
113000     MOVE WS-LIN-ADDS TO WS-COUNT-EDIT-2
113100     MOVE SPACES TO REPORT-LINE
113200     STRING '    CANCELLATION CANDIDATES: ' DELIMITED BY SIZE
113300         WS-COUNT-EDIT DELIMITED BY SIZE
113400         '   ADD-SECTION CANDIDATES: ' DELIMITED BY SIZE
113500         WS-COUNT-EDIT-2 DELIMITED BY SIZE
113600         INTO REPORT-LINE
113700     WRITE REPORT-LINE.
113800 6200-WRITE-CANDIDATE-COUNTS-EXIT.
113900     EXIT.
114000
114100*================================================================*
114200* 9000-TERMINATE - CLOSES THE FILES AND LOGS THE RUN TOTALS.     *
114300*================================================================*
114400 9000-TERMINATE.
114500     CLOSE TERM-FILE.
114600     CLOSE CLASS-FILE.
114700     CLOSE ENROLLMENT-FILE.
114800     CLOSE ARCHIVE-FILE.
114900     CLOSE WAITLIST-FILE.
115000     CLOSE FEE-DETAIL-FILE.
115100     IF CATALOG-IS-OPEN
115200         CLOSE CATALOG-FILE
115300     END-IF.
115400     IF INSTRUCTORS-ARE-OPEN
115500         CLOSE INSTRUCTOR-FILE
115600     END-IF.
115700     CLOSE REPORT-FILE.
115800     CLOSE EXTRACT-FILE.
115900     DISPLAY 'SECTION-ANALYSIS-PGM COMPLETE - SECTIONS: '
116000         WS-CLG-SECTIONS '  CANCEL CANDIDATES: ' WS-CLG-CANCELS
116100         '  ADD-SECTION CANDIDATES: ' WS-CLG-ADDS.
116200 9000-TERMINATE-EXIT.
116300     EXIT.
