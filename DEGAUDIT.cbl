000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEGREE-AUDIT-PGM.
000300 AUTHOR.        D. HALVERSON.
000400 INSTALLATION.  REGISTRAR AND BURSAR SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DWH  ORIGINAL - AUDITS ONE STUDENT AGAINST THE
001100*                REQUIREMENTS OF THE DECLARED PROGRAM OF STUDY
001200*                (PRGMSTR).  ADVISORS USED TO COMPARE THE
001300*                TRANSCRIPT AGAINST A PAPER CHECKLIST.  THE
001400*                STUDENT'S GRADED HISTORY ON ENRARCH AND CURRENT
001500*                ENRMSTR ENROLLMENTS ARE COLLECTED ONE ENTRY PER
001600*                COURSE (A RETAKE KEEPS THE BEST OUTCOME) AND
001700*                CHECKED AGAINST EACH REQUIRED COURSE, EACH
001800*                ELECTIVE POOL'S MINIMUM HOURS, THE TOTAL HOURS
001900*                AND THE MINIMUM CUMULATIVE GPA.  A PASSING GRADE
002000*                (D OR BETTER) MEETS A REQUIREMENT; AN UNGRADED
002100*                LIVE ENROLLMENT LEAVES IT IN PROGRESS.  THE GPA
002200*                USES THE TRANSCRIPT'S GRADE POINTS (A=4 THROUGH
002300*                F=0, EVERY GRADED ATTEMPT, WEIGHTED BY CREDIT
002400*                HOURS).  CALLED BY PRINT-REPORT-PGM FOR THE
002500*                ON-DEMAND AUDIT AND BY GRADUATION-CLEAR-PGM FOR
002600*                THE GRADUATION TERM RUN; BOTH PRINT THE LINES
002700*                RETURNED IN DEGPARM.
002710* 10/15/26  DWH  A LIVE ENROLLMENT WITH NO TERM STAMP NOW COUNTS
002720*                AS ENROLLED IN THE TERM ASKED ABOUT WHEN THAT
002730*                TERM IS THE CURRENT ONE ON TRMCAL, AS THE REST OF
002740*                THE SYSTEM TREATS IT.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PROGRAM-FILE ASSIGN TO "PRGMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PRG-CODE
003600         FILE STATUS IS WS-PRG-FS.
003700     SELECT CATALOG-FILE ASSIGN TO "CATMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CAT-COURSE-NO
004100         FILE STATUS IS WS-CAT-FS.
004200     SELECT ARCHIVE-FILE ASSIGN TO "ENRARCH"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ARC-KEY
004600         FILE STATUS IS WS-ARC-FS.
004700     SELECT ENROLLMENT-FILE ASSIGN TO "ENRMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ENR-KEY
005100         FILE STATUS IS WS-ENR-FS.
005110     SELECT TERM-FILE ASSIGN TO "TRMCAL"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS TRM-CODE
005150         FILE STATUS IS WS-TRM-FS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PROGRAM-FILE.
005500     COPY PRGREC.
005600 FD  CATALOG-FILE.
005700     COPY CATREC.
005800 FD  ARCHIVE-FILE.
005900     COPY ARCREC.
006000 FD  ENROLLMENT-FILE.
006100     COPY ENRREC.
006110 FD  TERM-FILE.
006120     COPY TRMREC.
006200 WORKING-STORAGE SECTION.
006300 01  WS-PRG-FS                PIC X(02)  VALUE '00'.
006400     88  PRG-FS-OK                        VALUE '00'.
006500     88  PRG-FS-NOT-FOUND                 VALUE '23' '35'.
006600 01  WS-CAT-FS                PIC X(02)  VALUE '00'.
006700     88  CAT-FS-NOT-FOUND                 VALUE '23' '35'.
006800 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
006900     88  ARC-FS-NOT-FOUND                 VALUE '23' '35'.
007000 01  WS-ENR-FS                PIC X(02)  VALUE '00'.
007100     88  ENR-FS-NOT-FOUND                 VALUE '23' '35'.
007110 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
007120     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
007200
007300 01  WS-EOF-SW                PIC X      VALUE 'N'.
007400     88  HISTORY-SCAN-DONE                VALUE 'Y'.
007500 01  WS-PROGRAM-FOUND-SW      PIC X      VALUE 'N'.
007600     88  PROGRAM-ON-FILE                  VALUE 'Y'.
007610*    A LIVE ENROLLMENT WITH NO TERM STAMP BELONGS TO THE CURRENT
007620*    TERM, SO IT COUNTS TOWARD DA-TERM ONLY WHEN DA-TERM IS THE
007630*    TERM CARRYING THE CURRENT FLAG.
007640 01  WS-DA-CURRENT-SW         PIC X      VALUE 'N'.
007650     88  DA-TERM-IS-CURRENT               VALUE 'Y'.
007700*----------------------------------------------------------------
007800* ONE HISTORY ENTRY BEING ADDED, FILLED FROM EITHER THE ARCHIVE
007900* OR THE LIVE ENROLLMENT MASTER.
008000*----------------------------------------------------------------
008100 01  WS-NEW-COURSE            PIC X(08)  VALUE SPACES.
008200 01  WS-NEW-TERM              PIC X(06)  VALUE SPACES.
008300 01  WS-NEW-GRADE             PIC X(02)  VALUE SPACES.
008400 01  WS-NEW-HOURS             PIC 9(02)  VALUE ZERO.
008500 01  WS-NEW-STATE             PIC X(01)  VALUE SPACE.
008600*----------------------------------------------------------------
008700* THE STUDENT'S COURSES, ONE ENTRY PER COURSE NUMBER.  STATE E IS
008800* EARNED (PASSED), P IN PROGRESS (ENROLLED, NOT YET GRADED) AND N
008900* NOT EARNED.  A RETAKE REPLACES THE ENTRY ONLY WITH A BETTER
009000* OUTCOME.  AN ENTRY ONCE COUNTED TOWARD A REQUIREMENT IS FLAGGED
009100* SO IT IS NOT COUNTED TOWARD A SECOND ONE.
009200*----------------------------------------------------------------
009300 01  WS-HISTORY-TABLE.
009400     05  WS-HST-ENTRY OCCURS 150 TIMES.
009500         10  WS-HST-COURSE    PIC X(08).
009600         10  WS-HST-TERM      PIC X(06).
009700         10  WS-HST-GRADE     PIC X(02).
009800         10  WS-HST-HOURS     PIC 9(02).
009900         10  WS-HST-STATE     PIC X(01).
010000             88  HST-EARNED               VALUE 'E'.
010100             88  HST-IN-PROGRESS          VALUE 'P'.
010200         10  WS-HST-USED-SW   PIC X(01).
010300             88  HST-USED                 VALUE 'Y'.
010400 77  WS-HST-COUNT             PIC 9(03)  COMP VALUE ZERO.
010500 77  WS-HST-IX                PIC 9(03)  COMP VALUE ZERO.
010600 77  WS-HST-MATCH             PIC 9(03)  COMP VALUE ZERO.
010700 77  WS-REQ-IX                PIC 9(02)  COMP VALUE ZERO.
010800 77  WS-POOL-IX               PIC 9(02)  COMP VALUE ZERO.
010900 77  WS-PC-IX                 PIC 9(02)  COMP VALUE ZERO.
011000 77  WS-PREFIX-LEN            PIC 9(02)  COMP VALUE ZERO.
011100*----------------------------------------------------------------
011200* REQUIREMENT WORK FIELDS
011300*----------------------------------------------------------------
011400 01  WS-PASS-STATE            PIC X(01)  VALUE SPACE.
011500 01  WS-POOL-MATCH-SW         PIC X      VALUE 'N'.
011600     88  COURSE-IN-POOL                   VALUE 'Y'.
011700 01  WS-NEEDED-HOURS          PIC 9(03)  VALUE ZERO.
011800 01  WS-EARNED-HOURS          PIC 9(03)  VALUE ZERO.
011900 01  WS-IN-PROG-HOURS         PIC 9(03)  VALUE ZERO.
012000 01  WS-HOURS-EDIT            PIC ZZ9    VALUE ZERO.
012100 01  WS-NEEDED-EDIT           PIC ZZ9    VALUE ZERO.
012200*----------------------------------------------------------------
012300* GPA ACCUMULATORS - THE SAME RULES AS THE STUDENT TRANSCRIPT.
012400*----------------------------------------------------------------
012500 01  WS-GRADE-POINTS          PIC 9(01)  VALUE ZERO.
012600 01  WS-GRADE-VALID-SW        PIC X      VALUE 'N'.
012700     88  GRADE-COUNTS-IN-GPA              VALUE 'Y'.
012800 01  WS-QUAL-POINTS           PIC 9(05)V99 VALUE ZERO.
012900 01  WS-GPA-CREDITS           PIC 9(04)  VALUE ZERO.
013000 01  WS-GPA-EDIT              PIC 9.99   VALUE ZERO.
013100 01  WS-MIN-GPA-EDIT          PIC 9.99   VALUE ZERO.
013200*----------------------------------------------------------------
013300* ONE AUDIT LINE AS RETURNED IN DA-LINE-TEXT.
013400*----------------------------------------------------------------
013500 01  WS-AUDIT-LINE.
013600     05  FILLER               PIC X(02)  VALUE SPACES.
013700     05  WS-AL-LABEL          PIC X(10)  VALUE SPACES.
013800     05  FILLER               PIC X(01)  VALUE SPACE.
013900     05  WS-AL-COURSE         PIC X(08)  VALUE SPACES.
014000     05  FILLER               PIC X(01)  VALUE SPACE.
014100     05  WS-AL-DESC           PIC X(30)  VALUE SPACES.
014200     05  FILLER               PIC X(01)  VALUE SPACE.
014300     05  WS-AL-STATUS         PIC X(11)  VALUE SPACES.
014400     05  FILLER               PIC X(01)  VALUE SPACE.
014500     05  WS-AL-DETAIL         PIC X(13)  VALUE SPACES.
014600 01  WS-LINE-STATUS           PIC X(01)  VALUE SPACE.
014700
014800 LINKAGE SECTION.
014900 COPY DEGPARM.
015000 PROCEDURE DIVISION USING DEGREE-AUDIT-PARMS.
015100*================================================================*
015200* 0000-MAINLINE                                                  *
015300*================================================================*
015400 0000-MAINLINE.
015500     MOVE SPACES TO DA-PROGRAM-TITLE
015600     MOVE 'N' TO DA-IN-TERM-SW
015700     MOVE ZERO TO DA-NOT-MET-COUNT DA-IN-PROGRESS-COUNT
015800                  DA-HOURS-EARNED DA-GPA DA-LINE-COUNT
015900     IF DA-PROGRAM-CODE = SPACES
016000         MOVE 'N' TO DA-REPLY
016100         GOBACK.
016200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016300     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT.
016400     IF PROGRAM-ON-FILE
016500         PERFORM 3000-REQUIRED-COURSE
016600             THRU 3000-REQUIRED-COURSE-EXIT
016700             VARYING WS-REQ-IX FROM 1 BY 1
016800             UNTIL WS-REQ-IX > 18
016900         PERFORM 4000-ELECTIVE-POOL THRU 4000-ELECTIVE-POOL-EXIT
017000             VARYING WS-POOL-IX FROM 1 BY 1
017100             UNTIL WS-POOL-IX > 3
017200         PERFORM 5000-TOTAL-HOURS THRU 5000-TOTAL-HOURS-EXIT
017300         PERFORM 6000-MINIMUM-GPA THRU 6000-MINIMUM-GPA-EXIT
017400         IF DA-NOT-MET-COUNT = ZERO
017500             AND DA-IN-PROGRESS-COUNT = ZERO
017600             MOVE 'C' TO DA-REPLY
017700         ELSE
017800             MOVE 'I' TO DA-REPLY
017900         END-IF
018000     ELSE
018100         MOVE 'P' TO DA-REPLY
018200     END-IF.
018300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
018400     GOBACK.
018500
018600*================================================================*
018700* 1000-INITIALIZE - OPENS THE FILES, NOTES WHETHER THE TERM      *
018800* ASKED ABOUT IS THE CURRENT ONE AND FETCHES THE PROGRAM OF      *
018900* STUDY.  A PROGRAM MASTER THAT DOES NOT YET EXIST MEANS NO      *
018910* PROGRAM IS ON FILE.                                            *
019000*================================================================*
019100 1000-INITIALIZE.
019200     MOVE 'N' TO WS-PROGRAM-FOUND-SW
019300     MOVE ZERO TO WS-HST-COUNT
019400     OPEN INPUT PROGRAM-FILE.
019500     OPEN INPUT CATALOG-FILE.
019600     OPEN INPUT ARCHIVE-FILE.
019700     OPEN INPUT ENROLLMENT-FILE.
019707     OPEN INPUT TERM-FILE.
019714     MOVE 'N' TO WS-DA-CURRENT-SW
019721     IF DA-TERM NOT = SPACES AND NOT TRM-FS-NOT-FOUND
019728         MOVE DA-TERM TO TRM-CODE
019735         READ TERM-FILE
019742             INVALID KEY
019749                 MOVE 'N' TO TRM-CURRENT-FLAG
019756         END-READ
019763         IF TRM-IS-CURRENT
019770             MOVE 'Y' TO WS-DA-CURRENT-SW
019777         END-IF
019784     END-IF.
019800     IF PRG-FS-NOT-FOUND
019900         GO TO 1000-INITIALIZE-EXIT.
020000     MOVE DA-PROGRAM-CODE TO PRG-CODE
020100     READ PROGRAM-FILE
020200         INVALID KEY
020300             GO TO 1000-INITIALIZE-EXIT
020400     END-READ.
020500     MOVE PRG-TITLE TO DA-PROGRAM-TITLE
020600     MOVE 'Y' TO WS-PROGRAM-FOUND-SW.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900
021000*================================================================*
021100* 2000-LOAD-HISTORY - THE STUDENT'S ARCHIVED AND LIVE            *
021200* ENROLLMENTS INTO THE HISTORY TABLE, WITH THE CUMULATIVE GPA    *
021300* ACCUMULATED ALONG THE WAY.  DROPPED ENROLLMENTS ARE SKIPPED.   *
021400*================================================================*
021500 2000-LOAD-HISTORY.
021600     MOVE ZERO TO WS-QUAL-POINTS
021700     MOVE ZERO TO WS-GPA-CREDITS
021800     MOVE 'N' TO WS-EOF-SW
021900     IF ARC-FS-NOT-FOUND
022000         MOVE 'Y' TO WS-EOF-SW
022100     END-IF.
022200     IF NOT HISTORY-SCAN-DONE
022300         MOVE DA-SSN TO ARC-SSN
022400         MOVE LOW-VALUES TO ARC-TERM ARC-COURSE-NO ARC-SECTION
022500         START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
022600             INVALID KEY
022700                 MOVE 'Y' TO WS-EOF-SW
022800         END-START
022900     END-IF.
023000     PERFORM 2100-ONE-ARCHIVE-RECORD
023100         THRU 2100-ONE-ARCHIVE-RECORD-EXIT
023200         UNTIL HISTORY-SCAN-DONE.
023300     MOVE 'N' TO WS-EOF-SW
023400     IF ENR-FS-NOT-FOUND
023500         MOVE 'Y' TO WS-EOF-SW
023600     END-IF.
023700     IF NOT HISTORY-SCAN-DONE
023800         MOVE DA-SSN TO ENR-SSN
023900         MOVE LOW-VALUES TO ENR-COURSE-NO ENR-SECTION
024000         START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
024100             INVALID KEY
024200                 MOVE 'Y' TO WS-EOF-SW
024300         END-START
024400     END-IF.
024500     PERFORM 2200-ONE-LIVE-ENROLLMENT
024600         THRU 2200-ONE-LIVE-ENROLLMENT-EXIT
024700         UNTIL HISTORY-SCAN-DONE.
024800 2000-LOAD-HISTORY-EXIT.
024900     EXIT.
025000
025100 2100-ONE-ARCHIVE-RECORD.
025200     READ ARCHIVE-FILE NEXT RECORD
025300         AT END
025400             MOVE 'Y' TO WS-EOF-SW
025500     END-READ.
025600     IF HISTORY-SCAN-DONE
025700         GO TO 2100-ONE-ARCHIVE-RECORD-EXIT.
025800     IF ARC-SSN NOT = DA-SSN
025900         MOVE 'Y' TO WS-EOF-SW
026000         GO TO 2100-ONE-ARCHIVE-RECORD-EXIT.
026100     IF NOT ARC-STAT-ENROLLED
026200         GO TO 2100-ONE-ARCHIVE-RECORD-EXIT.
026300     IF DA-TERM NOT = SPACES AND ARC-TERM = DA-TERM
026400         MOVE 'Y' TO DA-IN-TERM-SW
026500     END-IF.
026600     MOVE ARC-COURSE-NO TO WS-NEW-COURSE
026700     MOVE ARC-TERM TO WS-NEW-TERM
026800     MOVE ARC-GRADE TO WS-NEW-GRADE
026900     MOVE ARC-CREDIT-HOURS TO WS-NEW-HOURS
027000*    A CLOSED TERM'S COURSE WITHOUT A PASSING GRADE IS NOT EARNED.
027100     MOVE 'N' TO WS-NEW-STATE
027200     PERFORM 2300-ADD-TO-HISTORY THRU 2300-ADD-TO-HISTORY-EXIT.
027300 2100-ONE-ARCHIVE-RECORD-EXIT.
027400     EXIT.
027500
027600 2200-ONE-LIVE-ENROLLMENT.
027700     READ ENROLLMENT-FILE NEXT RECORD
027800         AT END
027900             MOVE 'Y' TO WS-EOF-SW
028000     END-READ.
028100     IF HISTORY-SCAN-DONE
028200         GO TO 2200-ONE-LIVE-ENROLLMENT-EXIT.
028300     IF ENR-SSN NOT = DA-SSN
028400         MOVE 'Y' TO WS-EOF-SW
028500         GO TO 2200-ONE-LIVE-ENROLLMENT-EXIT.
028600     IF NOT ENR-STAT-ENROLLED
028700         GO TO 2200-ONE-LIVE-ENROLLMENT-EXIT.
028710     IF DA-TERM NOT = SPACES
028720         AND (ENR-TERM = DA-TERM
028730          OR (ENR-TERM = SPACES AND DA-TERM-IS-CURRENT))
028900         MOVE 'Y' TO DA-IN-TERM-SW
029000     END-IF.
029100     MOVE ENR-COURSE-NO TO WS-NEW-COURSE
029200     MOVE ENR-TERM TO WS-NEW-TERM
029300     MOVE ENR-GRADE TO WS-NEW-GRADE
029400     MOVE ENR-CREDIT-HOURS TO WS-NEW-HOURS
029500*    A LIVE ENROLLMENT NOT YET GRADED IS STILL IN PROGRESS.
029600     IF ENR-GRADE = SPACES
029700         MOVE 'P' TO WS-NEW-STATE
029800     ELSE
029900         MOVE 'N' TO WS-NEW-STATE
030000     END-IF.
030100     PERFORM 2300-ADD-TO-HISTORY THRU 2300-ADD-TO-HISTORY-EXIT.
030200 2200-ONE-LIVE-ENROLLMENT-EXIT.
030300     EXIT.
030400
030500*================================================================*
030600* 2300-ADD-TO-HISTORY - GRADES THE NEW ENTRY THE WAY THE         *
030700* TRANSCRIPT DOES, ADDS IT INTO THE GPA, AND FILES IT UNDER ITS  *
030800* COURSE NUMBER.  A PASSING GRADE IS EARNED.  HOURS NOT YET      *
030900* RECORDED BY GRADE ENTRY COME FROM THE CATALOG.                 *
031000*================================================================*
031100 2300-ADD-TO-HISTORY.
031200     MOVE 'N' TO WS-GRADE-VALID-SW
031300     MOVE ZERO TO WS-GRADE-POINTS
031400     EVALUATE WS-NEW-GRADE(1:1)
031500         WHEN 'A'
031600             MOVE 4 TO WS-GRADE-POINTS
031700             MOVE 'Y' TO WS-GRADE-VALID-SW
031800         WHEN 'B'
031900             MOVE 3 TO WS-GRADE-POINTS
032000             MOVE 'Y' TO WS-GRADE-VALID-SW
032100         WHEN 'C'
032200             MOVE 2 TO WS-GRADE-POINTS
032300             MOVE 'Y' TO WS-GRADE-VALID-SW
032400         WHEN 'D'
032500             MOVE 1 TO WS-GRADE-POINTS
032600             MOVE 'Y' TO WS-GRADE-VALID-SW
032700         WHEN 'F'
032800             MOVE ZERO TO WS-GRADE-POINTS
032900             MOVE 'Y' TO WS-GRADE-VALID-SW
033000         WHEN OTHER
033100             CONTINUE
033200     END-EVALUATE.
033300     IF GRADE-COUNTS-IN-GPA
033400         COMPUTE WS-QUAL-POINTS = WS-QUAL-POINTS
033500             + (WS-GRADE-POINTS * WS-NEW-HOURS)
033600         ADD WS-NEW-HOURS TO WS-GPA-CREDITS
033700         IF WS-GRADE-POINTS > ZERO
033800             MOVE 'E' TO WS-NEW-STATE
033900         END-IF
034000     END-IF.
034100     IF WS-NEW-HOURS = ZERO
034200         PERFORM 2400-CATALOG-HOURS THRU 2400-CATALOG-HOURS-EXIT
034300     END-IF.
034400     MOVE ZERO TO WS-HST-MATCH
034500     PERFORM 2310-FIND-COURSE THRU 2310-FIND-COURSE-EXIT
034600         VARYING WS-HST-IX FROM 1 BY 1
034700         UNTIL WS-HST-IX > WS-HST-COUNT OR WS-HST-MATCH > ZERO.
034800     IF WS-HST-MATCH = ZERO
034900         IF WS-HST-COUNT < 150
035000             ADD 1 TO WS-HST-COUNT
035100             MOVE WS-HST-COUNT TO WS-HST-MATCH
035200             MOVE 'N' TO WS-HST-STATE(WS-HST-MATCH)
035300         ELSE
035400             GO TO 2300-ADD-TO-HISTORY-EXIT
035500         END-IF
035600     END-IF.
035700*    EARNED BEATS IN PROGRESS, WHICH BEATS NOT EARNED.
035800     IF HST-EARNED(WS-HST-MATCH)
035900         GO TO 2300-ADD-TO-HISTORY-EXIT.
036000     IF HST-IN-PROGRESS(WS-HST-MATCH) AND WS-NEW-STATE = 'N'
036100         GO TO 2300-ADD-TO-HISTORY-EXIT.
036200     MOVE WS-NEW-COURSE TO WS-HST-COURSE(WS-HST-MATCH)
036300     MOVE WS-NEW-TERM TO WS-HST-TERM(WS-HST-MATCH)
036400     MOVE WS-NEW-GRADE TO WS-HST-GRADE(WS-HST-MATCH)
036500     MOVE WS-NEW-HOURS TO WS-HST-HOURS(WS-HST-MATCH)
036600     MOVE WS-NEW-STATE TO WS-HST-STATE(WS-HST-MATCH)
036700     MOVE 'N' TO WS-HST-USED-SW(WS-HST-MATCH).
036800 2300-ADD-TO-HISTORY-EXIT.
036900     EXIT.
037000
037100 2310-FIND-COURSE.
037200     IF WS-HST-COURSE(WS-HST-IX) = WS-NEW-COURSE
037300         MOVE WS-HST-IX TO WS-HST-MATCH
037400     END-IF.
037500 2310-FIND-COURSE-EXIT.
037600     EXIT.
037700
037800 2400-CATALOG-HOURS.
037900     IF CAT-FS-NOT-FOUND
038000         GO TO 2400-CATALOG-HOURS-EXIT.
038100     MOVE WS-NEW-COURSE TO CAT-COURSE-NO
038200     READ CATALOG-FILE
038300         INVALID KEY
038400             CONTINUE
038500         NOT INVALID KEY
038600             MOVE CAT-CREDIT-HOURS TO WS-NEW-HOURS
038700     END-READ.
038800 2400-CATALOG-HOURS-EXIT.
038900     EXIT.
039000
039100*================================================================*
039200* 3000-REQUIRED-COURSE - ONE REQUIRED COURSE SLOT: MET WHEN THE  *
039300* COURSE WAS PASSED, IN PROGRESS WHEN THE STUDENT IS ENROLLED IN *
039400* IT NOW, OTHERWISE MISSING WITH ANY FAILING GRADE SHOWN.        *
039500*================================================================*
039600 3000-REQUIRED-COURSE.
039700     IF PRG-REQ-COURSE(WS-REQ-IX) = SPACES
039800         GO TO 3000-REQUIRED-COURSE-EXIT.
039900     MOVE SPACES TO WS-AL-COURSE WS-AL-DESC WS-AL-DETAIL
040000     MOVE 'REQUIRED' TO WS-AL-LABEL
040100     MOVE PRG-REQ-COURSE(WS-REQ-IX) TO WS-AL-COURSE
040200     MOVE 'NOT IN CATALOG' TO WS-AL-DESC
040300     IF NOT CAT-FS-NOT-FOUND
040400         MOVE PRG-REQ-COURSE(WS-REQ-IX) TO CAT-COURSE-NO
040500         READ CATALOG-FILE
040600             INVALID KEY
040700                 CONTINUE
040800             NOT INVALID KEY
040900                 MOVE CAT-TITLE TO WS-AL-DESC
041000         END-READ
041100     END-IF.
041200     MOVE PRG-REQ-COURSE(WS-REQ-IX) TO WS-NEW-COURSE
041300     MOVE ZERO TO WS-HST-MATCH
041400     PERFORM 2310-FIND-COURSE THRU 2310-FIND-COURSE-EXIT
041500         VARYING WS-HST-IX FROM 1 BY 1
041600         UNTIL WS-HST-IX > WS-HST-COUNT OR WS-HST-MATCH > ZERO.
041700     MOVE 'X' TO WS-LINE-STATUS
041800     IF WS-HST-MATCH > ZERO
041900         MOVE WS-HST-GRADE(WS-HST-MATCH) TO WS-AL-DETAIL(1:2)
042000         MOVE WS-HST-TERM(WS-HST-MATCH) TO WS-AL-DETAIL(4:6)
042100         IF HST-EARNED(WS-HST-MATCH)
042200             MOVE 'M' TO WS-LINE-STATUS
042300         END-IF
042400         IF HST-IN-PROGRESS(WS-HST-MATCH)
042500             MOVE 'P' TO WS-LINE-STATUS
042600         END-IF
042700         IF WS-LINE-STATUS NOT = 'X'
042800             MOVE 'Y' TO WS-HST-USED-SW(WS-HST-MATCH)
042900         END-IF
043000     END-IF.
043100     PERFORM 7000-ADD-AUDIT-LINE THRU 7000-ADD-AUDIT-LINE-EXIT.
043200 3000-REQUIRED-COURSE-EXIT.
043300     EXIT.
043400
043500*================================================================*
043600* 4000-ELECTIVE-POOL - ONE ELECTIVE POOL: EARNED COURSES FROM    *
043700* THE POOL ARE COUNTED FIRST, THEN IN-PROGRESS ONES, EACH ONLY   *
043800* UNTIL THE MINIMUM HOURS ARE COVERED, SO A SURPLUS COURSE STAYS *
043900* FREE FOR A LATER POOL.                                         *
044000*================================================================*
044100 4000-ELECTIVE-POOL.
044200     IF PRG-POOL-NAME(WS-POOL-IX) = SPACES
044300         AND PRG-POOL-MIN-HOURS(WS-POOL-IX) = ZERO
044400         GO TO 4000-ELECTIVE-POOL-EXIT.
044500     MOVE PRG-POOL-MIN-HOURS(WS-POOL-IX) TO WS-NEEDED-HOURS
044600     MOVE ZERO TO WS-EARNED-HOURS WS-IN-PROG-HOURS
044700     MOVE 'E' TO WS-PASS-STATE
044800     PERFORM 4100-POOL-ONE-COURSE THRU 4100-POOL-ONE-COURSE-EXIT
044900         VARYING WS-HST-IX FROM 1 BY 1
045000         UNTIL WS-HST-IX > WS-HST-COUNT.
045100     MOVE 'P' TO WS-PASS-STATE
045200     PERFORM 4100-POOL-ONE-COURSE THRU 4100-POOL-ONE-COURSE-EXIT
045300         VARYING WS-HST-IX FROM 1 BY 1
045400         UNTIL WS-HST-IX > WS-HST-COUNT.
045500     MOVE SPACES TO WS-AL-COURSE WS-AL-DESC WS-AL-DETAIL
045600     MOVE 'ELECTIVE' TO WS-AL-LABEL
045700     MOVE PRG-POOL-NAME(WS-POOL-IX) TO WS-AL-DESC
045800     PERFORM 7100-HOURS-STATUS THRU 7100-HOURS-STATUS-EXIT.
045900     PERFORM 7000-ADD-AUDIT-LINE THRU 7000-ADD-AUDIT-LINE-EXIT.
046000 4000-ELECTIVE-POOL-EXIT.
046100     EXIT.
046200
046300 4100-POOL-ONE-COURSE.
046400     IF HST-USED(WS-HST-IX)
046500         OR WS-HST-STATE(WS-HST-IX) NOT = WS-PASS-STATE
046600         GO TO 4100-POOL-ONE-COURSE-EXIT.
046700     IF WS-EARNED-HOURS + WS-IN-PROG-HOURS NOT < WS-NEEDED-HOURS
046800         GO TO 4100-POOL-ONE-COURSE-EXIT.
046900     MOVE 'N' TO WS-POOL-MATCH-SW
047000     PERFORM 4200-MATCH-POOL-ENTRY THRU 4200-MATCH-POOL-ENTRY-EXIT
047100         VARYING WS-PC-IX FROM 1 BY 1
047200         UNTIL WS-PC-IX > 6 OR COURSE-IN-POOL.
047300     IF NOT COURSE-IN-POOL
047400         GO TO 4100-POOL-ONE-COURSE-EXIT.
047500     MOVE 'Y' TO WS-HST-USED-SW(WS-HST-IX)
047600     IF HST-EARNED(WS-HST-IX)
047700         ADD WS-HST-HOURS(WS-HST-IX) TO WS-EARNED-HOURS
047800     ELSE
047900         ADD WS-HST-HOURS(WS-HST-IX) TO WS-IN-PROG-HOURS
048000     END-IF.
048100 4100-POOL-ONE-COURSE-EXIT.
048200     EXIT.
048300
048400*================================================================*
048500* 4200-MATCH-POOL-ENTRY - A POOL ENTRY MATCHES ON AS MANY        *
048600* LEADING CHARACTERS AS IT HAS, SO A SHORT ENTRY ACTS AS A       *
048700* PREFIX.                                                        *
048800*================================================================*
048900 4200-MATCH-POOL-ENTRY.
049000     IF PRG-POOL-COURSE(WS-POOL-IX, WS-PC-IX) = SPACES
049100         GO TO 4200-MATCH-POOL-ENTRY-EXIT.
049200     MOVE 8 TO WS-PREFIX-LEN
049300     PERFORM 4210-TRIM-ONE-SPACE THRU 4210-TRIM-ONE-SPACE-EXIT
049400         UNTIL PRG-POOL-COURSE(WS-POOL-IX, WS-PC-IX)
049500               (WS-PREFIX-LEN:1) NOT = SPACE.
049600     IF WS-HST-COURSE(WS-HST-IX)(1:WS-PREFIX-LEN) =
049700        PRG-POOL-COURSE(WS-POOL-IX, WS-PC-IX)(1:WS-PREFIX-LEN)
049800         MOVE 'Y' TO WS-POOL-MATCH-SW
049900     END-IF.
050000 4200-MATCH-POOL-ENTRY-EXIT.
050100     EXIT.
050200
050300 4210-TRIM-ONE-SPACE.
050400     SUBTRACT 1 FROM WS-PREFIX-LEN.
050500 4210-TRIM-ONE-SPACE-EXIT.
050600     EXIT.
050700
050800*================================================================*
050900* 5000-TOTAL-HOURS - EVERY EARNED COURSE COUNTS TOWARD THE       *
051000* TOTAL, WHETHER OR NOT IT MET ANOTHER REQUIREMENT.              *
051100*================================================================*
051200 5000-TOTAL-HOURS.
051300     MOVE PRG-TOTAL-HOURS TO WS-NEEDED-HOURS
051400     MOVE ZERO TO WS-EARNED-HOURS WS-IN-PROG-HOURS
051500     PERFORM 5100-ADD-COURSE-HOURS THRU 5100-ADD-COURSE-HOURS-EXIT
051600         VARYING WS-HST-IX FROM 1 BY 1
051700         UNTIL WS-HST-IX > WS-HST-COUNT.
051800     MOVE WS-EARNED-HOURS TO DA-HOURS-EARNED
051900     MOVE SPACES TO WS-AL-COURSE WS-AL-DESC WS-AL-DETAIL
052000     MOVE 'TOTAL HRS' TO WS-AL-LABEL
052100     MOVE 'CREDIT HOURS FOR THE DEGREE' TO WS-AL-DESC
052200     PERFORM 7100-HOURS-STATUS THRU 7100-HOURS-STATUS-EXIT.
052300     PERFORM 7000-ADD-AUDIT-LINE THRU 7000-ADD-AUDIT-LINE-EXIT.
052400 5000-TOTAL-HOURS-EXIT.
052500     EXIT.
052600
052700 5100-ADD-COURSE-HOURS.
052800     IF HST-EARNED(WS-HST-IX)
052900         ADD WS-HST-HOURS(WS-HST-IX) TO WS-EARNED-HOURS
053000     END-IF.
053100     IF HST-IN-PROGRESS(WS-HST-IX)
053200         ADD WS-HST-HOURS(WS-HST-IX) TO WS-IN-PROG-HOURS
053300     END-IF.
053400 5100-ADD-COURSE-HOURS-EXIT.
053500     EXIT.
053600
053700*================================================================*
053800* 6000-MINIMUM-GPA - MET WHEN THE CUMULATIVE GPA REACHES THE     *
053900* PROGRAM MINIMUM.  SHORT OF IT, COURSES STILL IN PROGRESS LEAVE *
054000* THE REQUIREMENT IN PROGRESS RATHER THAN MISSING.               *
054100*================================================================*
054200 6000-MINIMUM-GPA.
054300     MOVE ZERO TO DA-GPA
054400     IF WS-GPA-CREDITS > ZERO
054500         COMPUTE DA-GPA ROUNDED = WS-QUAL-POINTS / WS-GPA-CREDITS
054600     END-IF.
054700     MOVE SPACES TO WS-AL-COURSE WS-AL-DESC WS-AL-DETAIL
054800     MOVE 'MIN GPA' TO WS-AL-LABEL
054900     MOVE 'CUMULATIVE GPA' TO WS-AL-DESC
055000     MOVE DA-GPA TO WS-GPA-EDIT
055100     MOVE PRG-MIN-GPA TO WS-MIN-GPA-EDIT
055200     STRING WS-GPA-EDIT DELIMITED BY SIZE
055300         ' MIN ' DELIMITED BY SIZE
055400         WS-MIN-GPA-EDIT DELIMITED BY SIZE
055500         INTO WS-AL-DETAIL
055600     IF DA-GPA NOT < PRG-MIN-GPA
055700         MOVE 'M' TO WS-LINE-STATUS
055800     ELSE
055900         MOVE 'X' TO WS-LINE-STATUS
056000         MOVE ZERO TO WS-IN-PROG-HOURS
056100         PERFORM 5100-ADD-COURSE-HOURS
056200             THRU 5100-ADD-COURSE-HOURS-EXIT
056300             VARYING WS-HST-IX FROM 1 BY 1
056400             UNTIL WS-HST-IX > WS-HST-COUNT
056500         IF WS-IN-PROG-HOURS > ZERO
056600             MOVE 'P' TO WS-LINE-STATUS
056700         END-IF
056800     END-IF.
056900     PERFORM 7000-ADD-AUDIT-LINE THRU 7000-ADD-AUDIT-LINE-EXIT.
057000 6000-MINIMUM-GPA-EXIT.
057100     EXIT.
057200
057300*================================================================*
057400* 7000-ADD-AUDIT-LINE - FILES THE FINISHED LINE IN THE REPLY AND *
057500* COUNTS ITS STATUS.                                             *
057600*================================================================*
057700 7000-ADD-AUDIT-LINE.
057800     EVALUATE WS-LINE-STATUS
057900         WHEN 'M'
058000             MOVE 'MET' TO WS-AL-STATUS
058100         WHEN 'P'
058200             MOVE 'IN PROGRESS' TO WS-AL-STATUS
058300             ADD 1 TO DA-IN-PROGRESS-COUNT
058400         WHEN OTHER
058500             MOVE 'MISSING' TO WS-AL-STATUS
058600             ADD 1 TO DA-NOT-MET-COUNT
058700     END-EVALUATE.
058800     IF DA-LINE-COUNT < 25
058900         ADD 1 TO DA-LINE-COUNT
059000         MOVE WS-LINE-STATUS TO DA-LINE-STATUS(DA-LINE-COUNT)
059100         MOVE WS-AUDIT-LINE TO DA-LINE-TEXT(DA-LINE-COUNT)
059200     END-IF.
059300 7000-ADD-AUDIT-LINE-EXIT.
059400     EXIT.
059500
059600*================================================================*
059700* 7100-HOURS-STATUS - MET WHEN THE EARNED HOURS COVER THE        *
059800* MINIMUM, IN PROGRESS WHEN THE HOURS NOW BEING TAKEN WOULD.     *
059900*================================================================*
060000 7100-HOURS-STATUS.
060100     MOVE WS-EARNED-HOURS TO WS-HOURS-EDIT
060200     MOVE WS-NEEDED-HOURS TO WS-NEEDED-EDIT
060300     STRING 'HRS ' DELIMITED BY SIZE
060400         WS-HOURS-EDIT DELIMITED BY SIZE
060500         ' OF ' DELIMITED BY SIZE
060600         WS-NEEDED-EDIT DELIMITED BY SIZE
060700         INTO WS-AL-DETAIL
060800     IF WS-EARNED-HOURS NOT < WS-NEEDED-HOURS
060900         MOVE 'M' TO WS-LINE-STATUS
061000     ELSE
061100         IF WS-EARNED-HOURS + WS-IN-PROG-HOURS
061200             NOT < WS-NEEDED-HOURS
061300             MOVE 'P' TO WS-LINE-STATUS
061400         ELSE
061500             MOVE 'X' TO WS-LINE-STATUS
061600         END-IF
061700     END-IF.
061800 7100-HOURS-STATUS-EXIT.
061900     EXIT.
062000
062100*================================================================*
062200* 9000-TERMINATE                                                 *
062300*================================================================*
062400 9000-TERMINATE.
062500     CLOSE PROGRAM-FILE.
062600     CLOSE CATALOG-FILE.
062700     CLOSE ARCHIVE-FILE.
062800     CLOSE ENROLLMENT-FILE.
062810     CLOSE TERM-FILE.
062900 9000-TERMINATE-EXIT.
063000     EXIT.
