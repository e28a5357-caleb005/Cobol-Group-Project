001522*                COMPANION TO THE ENROLL-VERIFY-PGM BATCH
001524*                EXTRACT, SO THE LETTER NO LONGER GETS TYPED BY
001526*                HAND FROM THE TRANSCRIPT.
001536* 10/15/26  DWH  ADDED REPORT TYPE 8, PENDING WITHDRAWALS - EVERY
001546*                WDRMSTR WITHDRAWAL STILL AWAITING ITS RETURN OF
001556*                TITLE IV AID CALCULATION, WITH THE DATE THE
001566*                RETURN IS DUE AND THE DAYS LEFT, OVERDUE ONES
001576*                FLAGGED.  THE AID SUMMARY MARKS RETURN RECORDS.
001578* 10/15/26  DWH  THE CLASS ROSTER, SECTION WAITLIST AND TEACHING
001580*                SCHEDULE NOW TAKE A TERM (BLANK = CURRENT TERM)
001582*                AND SHOW ONLY THAT TERM'S SECTIONS.  A CLOSED
001584*                TERM'S ROSTER IS READ FROM THE ENRARCH ARCHIVE.
001586* 10/15/26  DWH  ADDED REPORT TYPE 9, DEGREE AUDIT - THE SELECTED
001588*                STUDENT'S DECLARED PROGRAM OF STUDY WITH EACH
001590*                REQUIREMENT MET, IN PROGRESS OR MISSING, FROM
001592*                DEGREE-AUDIT-PGM.
001593* 10/15/26  DWH  TRANSCRIPT FOOTNOTES GRADE CHANGES FROM GCHMSTR
001594*================================================================
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
004180         ACCESS MODE IS DYNAMIC
004190         RECORD KEY IS ARC-KEY
004195         FILE STATUS IS WS-ARC-FS.
004205     SELECT WITHDRAWAL-FILE ASSIGN TO "WDRMSTR"
004215         ORGANIZATION IS INDEXED
004225         ACCESS MODE IS DYNAMIC
004235         RECORD KEY IS WDR-KEY
004245         FILE STATUS IS WS-WDR-FS.
004246     SELECT GRADE-CHANGE-FILE ASSIGN TO "GCHMSTR"
004247         ORGANIZATION IS INDEXED
004248         ACCESS MODE IS DYNAMIC
004249         RECORD KEY IS GCH-KEY
004250         FILE STATUS IS WS-GCH-FS.
004255 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PRINT-FILE.
004500 01  PRINT-LINE                  PIC X(80).
005320     COPY WLSREC.
005330 FD  ARCHIVE-FILE.
005340     COPY ARCREC.
005350 FD  WITHDRAWAL-FILE.
005360     COPY WDRREC.
005370 FD  GRADE-CHANGE-FILE.
005380     COPY GCHREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-PRT-FS                PIC X(02)  VALUE '00'.
005600 01  WS-STUDENT-FS            PIC X(02)  VALUE '00'.
006386 01  WS-CAT-FS                PIC X(02)  VALUE '00'.
006388     88  CAT-FILE-ABSENT                  VALUE '35'.
006390     88  CAT-FS-NOT-FOUND                 VALUE '23' '35'.
006393 01  WS-WDR-FS                PIC X(02)  VALUE '00'.
006396     88  WDR-FS-NOT-FOUND                 VALUE '23' '35'.
006397 01  WS-GCH-FS                PIC X(02)  VALUE '00'.
006398     88  GCH-FS-NOT-FOUND                 VALUE '23' '35'.
006400
006500 01  WS-EOF-SW                PIC X      VALUE 'N'.
006600     88  MASTER-FILE-EOF                  VALUE 'Y'.
007210     88  RPT-WAITLIST                     VALUE '5'.
007220     88  RPT-TEACHING                     VALUE '6'.
007230     88  RPT-VERIFICATION                 VALUE '7'.
007240     88  RPT-PENDING-WITHDRAWALS          VALUE '8'.
007250     88  RPT-DEGREE-AUDIT                 VALUE '9'.
007300 01  WS-SEL-SNO               PIC 9(09)  VALUE ZERO.
007400 01  WS-SEL-COURSE-NO         PIC X(08)  VALUE SPACES.
007500 01  WS-SEL-SECTION           PIC X(03)  VALUE SPACES.
007510 01  WS-SEL-TERM              PIC X(06)  VALUE SPACES.
007600 01  WS-SEL-FROM-DATE         PIC 9(08)  VALUE ZERO.
007700 01  WS-SEL-TO-DATE           PIC 9(08)  VALUE ZERO.
007800 01  WS-AID-REC-DATE          PIC 9(08)  VALUE ZERO.
008076 01  WS-TERM-POINTS           PIC 9(05)V99 VALUE ZERO.
008077 01  WS-TERM-CREDITS          PIC 9(04)  VALUE ZERO.
008078*----------------------------------------------------------------
008079* GRADE CHANGE FOOTNOTES - A CHANGED GRADE CARRIES A MARKER ON
008080* ITS DETAIL LINE, AND EACH CHANGE ON GCHMSTR PRINTS UNDER THE
008081* MARKER AT THE FOOT OF THE TRANSCRIPT.
008082*----------------------------------------------------------------
008083 01  WS-GCH-OPEN-SW           PIC X      VALUE 'N'.
008084     88  CHANGE-HISTORY-IS-OPEN           VALUE 'Y'.
008085 01  WS-GCH-EOF-SW            PIC X      VALUE 'N'.
008086     88  CHANGE-SCAN-DONE                 VALUE 'Y'.
008087 01  WS-LINE-NOTE             PIC X(04)  VALUE SPACES.
008088 01  WS-NOTE-MARK             PIC X(03)  VALUE SPACES.
008089 01  WS-NOTE-NO               PIC 9(02)  VALUE ZERO.
008090 01  WS-NOTE-REASON           PIC X(22)  VALUE SPACES.
008091 01  WS-NOTE-DATE             PIC X(10)  VALUE SPACES.
008092 77  WS-FN-COUNT              PIC 9(02)  COMP VALUE ZERO.
008093 77  WS-FN-IX                 PIC 9(02)  COMP VALUE ZERO.
008094 01  WS-FOOTNOTE-TABLE.
008095     05  WS-FOOTNOTE          PIC X(80)  OCCURS 30 TIMES.
008096*----------------------------------------------------------------
008097* TEACHING SCHEDULE WORK FIELDS - THE MEETING DAYS BUILD INTO A
008098* READABLE LIST ONE THREE-LETTER CODE AT A TIME.
008099*----------------------------------------------------------------
008100 01  WS-DAYS-EDIT             PIC X(28)  VALUE SPACES.
008101 77  WS-DAY-PTR               PIC 9(02)  COMP VALUE 1.
008102 77  WS-SECTION-COUNT         PIC 9(03)  VALUE ZERO.
008103 77  WS-ROSTER-COUNT          PIC 9(05)  COMP VALUE ZERO.
008104*----------------------------------------------------------------
008105* ENROLLMENT VERIFICATION CERTIFICATE WORK FIELDS - SAME HOURS
008106* TOTAL AND INTENSITY RULES AS THE ENROLL-VERIFY-PGM EXTRACT.
008107*----------------------------------------------------------------
008108 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
008109     88  TERM-SCAN-DONE                   VALUE 'Y'.
008110 01  WS-TERM-FOUND-SW         PIC X      VALUE 'N'.
008111     88  CURRENT-TERM-ON-FILE             VALUE 'Y'.
008112 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
008113 01  WS-VTERM-START           PIC 9(08)  VALUE ZERO.
008114 01  WS-VTERM-END             PIC 9(08)  VALUE ZERO.
008115 01  WS-TOTAL-HOURS           PIC 9(03)  VALUE ZERO.
008116 01  WS-REC-HOURS             PIC 9(02)  VALUE ZERO.
008117 01  WS-INTENSITY-DESC        PIC X(14)  VALUE SPACES.
008118 01  WS-HOURS-EDIT            PIC ZZ9    VALUE ZERO.
008119*----------------------------------------------------------------
008120* PENDING WITHDRAWAL LIST WORK FIELDS - THE RETURN OF TITLE IV
008121* AID IS DUE 45 DAYS AFTER THE WITHDRAWAL.
008122*----------------------------------------------------------------
008124 01  WS-RETURN-DUE-DAYS       PIC 9(03)  VALUE 45.
008129 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
008134 01  WS-TODAY-INT             PIC 9(08)  COMP VALUE ZERO.
008139 01  WS-WD-DATE               PIC 9(08)  VALUE ZERO.
008144 01  WS-DEADLINE-INT          PIC 9(08)  COMP VALUE ZERO.
008149 01  WS-DEADLINE-DATE         PIC 9(08)  VALUE ZERO.
008154 01  WS-DAYS-LEFT             PIC S9(05) VALUE ZERO.
008159 01  WS-DAYS-LEFT-EDIT        PIC ZZZZ9  VALUE ZERO.
008164 01  WS-DEADLINE-DESC         PIC X(14)  VALUE SPACES.
008169 77  WS-PENDING-COUNT         PIC 9(05)  COMP VALUE ZERO.
008174 77  WS-OVERDUE-COUNT         PIC 9(05)  COMP VALUE ZERO.
008179 01  WS-COUNT-EDIT            PIC ZZZZ9  VALUE ZERO.
008181*----------------------------------------------------------------
008183* DEGREE AUDIT - DEGREE-AUDIT-PGM RETURNS THE AUDIT LINES READY
008185* TO PRINT.
008187*----------------------------------------------------------------
008189 COPY DEGPARM.
008191 77  WS-DA-IX                 PIC 9(02)  COMP VALUE ZERO.
008193 01  WS-DA-COUNT-EDIT         PIC Z9     VALUE ZERO.
008195 01  WS-DA-PROG-EDIT          PIC Z9     VALUE ZERO.
008197 SCREEN SECTION.
008200 01  CLEAR-SCREEN.
008300     05  BLANK SCREEN.
008400 01  REPORT-SELECT-SCREEN.
008910     05  LINE 9  COL 10 VALUE "5 SECTION WAITLIST".
008920     05  LINE 8  COL 36 VALUE "6 TEACHING SCHEDULE".
008930     05  LINE 9  COL 36 VALUE "7 ENROLLMENT VERIFICATION".
008940     05  LINE 10 COL 36 VALUE "8 PENDING WITHDRAWALS".
008950     05  LINE 11 COL 36 VALUE "9 DEGREE AUDIT".
009000     05  LINE 10 COL 10 VALUE "REPORT TYPE: ".
009100     05  LINE 10 COL 24 PIC X(01) TO WS-REPORT-TYPE.
009200     05  LINE 12 COL 10 VALUE "SSN (TRANS/VERIF/AUDIT)   : ".
009300     05  LINE 12 COL 40 PIC 9(09) TO WS-SEL-SNO.
009400     05  LINE 13 COL 10 VALUE "COURSE/SECTION (RSTR/WAIT): ".
009500     05  LINE 13 COL 40 PIC X(08) TO WS-SEL-COURSE-NO.
009800     05  LINE 14 COL 42 PIC 9(08) TO WS-SEL-FROM-DATE.
009900     05  LINE 15 COL 10 VALUE "TO DATE CCYYMMDD   (AID/RCPT): ".
010000     05  LINE 15 COL 42 PIC 9(08) TO WS-SEL-TO-DATE.
010010     05  LINE 16 COL 10 VALUE "TERM (RSTR/WAIT/SCHED)    : ".
010020     05  LINE 16 COL 40 PIC X(06) TO WS-SEL-TERM.
010030     05  LINE 16 COL 48 VALUE "(BLANK = CURRENT TERM)".
010100     05  LINE 18 COL 10 PIC X(50) FROM WS-MESSAGE.
010150 01  RESULT-SCREEN.
010160     05  LINE 18 COL 10 PIC X(50) FROM WS-MESSAGE.
010700     PERFORM 1000-GET-SELECTION THRU 1000-GET-SELECTION-EXIT.
010750     PERFORM 1050-DEFAULT-DATE-RANGE
010760         THRU 1050-DEFAULT-DATE-RANGE-EXIT.
010770     PERFORM 1060-DEFAULT-TERM THRU 1060-DEFAULT-TERM-EXIT.
010800     OPEN OUTPUT PRINT-FILE.
010900     EVALUATE TRUE
011000         WHEN RPT-TRANSCRIPT
011970         WHEN RPT-VERIFICATION
011980             PERFORM 8000-VERIFICATION-CERT
011990                 THRU 8000-VERIFICATION-CERT-EXIT
011992         WHEN RPT-PENDING-WITHDRAWALS
011994             PERFORM 9000-PENDING-WITHDRAWALS
011996                 THRU 9000-PENDING-WITHDRAWALS-EXIT
011997         WHEN RPT-DEGREE-AUDIT
011998             PERFORM 9500-DEGREE-AUDIT
011999                 THRU 9500-DEGREE-AUDIT-EXIT
012000         WHEN OTHER
012100             MOVE 'UNRECOGNIZED REPORT TYPE' TO PRINT-LINE
012200             WRITE PRINT-LINE
013910     END-IF.
013920 1050-DEFAULT-DATE-RANGE-EXIT.
013930     EXIT.
013931
013932*================================================================*
013933* 1060-DEFAULT-TERM - THE ROSTER, WAITLIST AND TEACHING          *
013934* SCHEDULE ARE FOR ONE TERM'S SECTIONS.  A BLANK TERM MEANS THE  *
013935* TERM FLAGGED CURRENT ON THE CALENDAR.                          *
013936*================================================================*
013937 1060-DEFAULT-TERM.
013938     IF NOT RPT-ROSTER
013939         AND NOT RPT-WAITLIST
013940         AND NOT RPT-TEACHING
013941         GO TO 1060-DEFAULT-TERM-EXIT.
013942     PERFORM 8100-FIND-CURRENT-TERM
013943         THRU 8100-FIND-CURRENT-TERM-EXIT.
013944     IF WS-SEL-TERM = SPACES
013945         MOVE WS-CURRENT-TERM TO WS-SEL-TERM
013946     END-IF.
013947 1060-DEFAULT-TERM-EXIT.
013948     EXIT.
013949
013950*================================================================*
014000* 2000-STUDENT-TRANSCRIPT - HEADER FROM STUDENT MASTER, DETAIL   *
014100* LINES FROM THE ENROLLMENT MASTER, FOR ONE SSN.                 *
015800         END-READ
015810         CLOSE STUDENT-FILE
015820     END-IF.
015821     OPEN INPUT GRADE-CHANGE-FILE.
015822     IF GCH-FS-NOT-FOUND
015823         MOVE 'N' TO WS-GCH-OPEN-SW
015824     ELSE
015825         MOVE 'Y' TO WS-GCH-OPEN-SW
015826     END-IF.
015827     MOVE ZERO TO WS-NOTE-NO
015828     MOVE ZERO TO WS-FN-COUNT
015830     MOVE ZERO TO WS-QUAL-POINTS
015832     MOVE ZERO TO WS-GPA-CREDITS
015834     MOVE ZERO TO WS-TERM-POINTS
016900     END-IF.
016950     PERFORM 2200-TRANSCRIPT-TOTALS
016960         THRU 2200-TRANSCRIPT-TOTALS-EXIT.
016966     PERFORM 2700-PRINT-FOOTNOTES
016972         THRU 2700-PRINT-FOOTNOTES-EXIT.
016978     IF CHANGE-HISTORY-IS-OPEN
016984         CLOSE GRADE-CHANGE-FILE
016990     END-IF.
017000 2000-STUDENT-TRANSCRIPT-EXIT.
017100     EXIT.
017104
017522     MOVE ARC-STATUS TO WS-LINE-STATUS
017533     MOVE ARC-GRADE TO WS-LINE-GRADE
017544     MOVE ARC-CREDIT-HOURS TO WS-LINE-CREDITS
017547     PERFORM 2800-LOOK-UP-CHANGES
017550         THRU 2800-LOOK-UP-CHANGES-EXIT.
017555     PERFORM 2500-PRINT-AND-ACCUM
017566         THRU 2500-PRINT-AND-ACCUM-EXIT.
017577 2060-ONE-ARCHIVE-LINE-EXIT.
017753     MOVE ENR-STATUS TO WS-LINE-STATUS
017764     MOVE ENR-GRADE TO WS-LINE-GRADE
017775     MOVE ENR-CREDIT-HOURS TO WS-LINE-CREDITS
017778     PERFORM 2800-LOOK-UP-CHANGES
017781         THRU 2800-LOOK-UP-CHANGES-EXIT.
017786     PERFORM 2500-PRINT-AND-ACCUM
017797         THRU 2500-PRINT-AND-ACCUM-EXIT.
017808 2100-TRANSCRIPT-LINE-EXIT.
018127         WS-LINE-GRADE DELIMITED BY SIZE
018138         ' CREDITS ' DELIMITED BY SIZE
018149         WS-CREDITS-EDIT DELIMITED BY SIZE
018152         ' ' DELIMITED BY SIZE
018155         WS-LINE-NOTE DELIMITED BY SIZE
018160         INTO PRINT-LINE
018171     WRITE PRINT-LINE.
018182     PERFORM 2150-ACCUMULATE-GPA
019249     END-IF.
019260 2200-TRANSCRIPT-TOTALS-EXIT.
019271     EXIT.
019272
019273*================================================================*
019274* 2700-PRINT-FOOTNOTES - ONE LINE PER GRADE CHANGE FOUND FOR THE *
019275* TRANSCRIPT'S COURSES, UNDER THE MARKER ITS DETAIL LINE         *
019276* CARRIES.                                                       *
019277*================================================================*
019278 2700-PRINT-FOOTNOTES.
019279     IF WS-FN-COUNT = ZERO
019280         GO TO 2700-PRINT-FOOTNOTES-EXIT.
019281     MOVE SPACES TO PRINT-LINE
019282     WRITE PRINT-LINE.
019283     MOVE '  GRADE CHANGES' TO PRINT-LINE
019284     WRITE PRINT-LINE.
019285     PERFORM 2710-PRINT-ONE-FOOTNOTE
019286         THRU 2710-PRINT-ONE-FOOTNOTE-EXIT
019287         VARYING WS-FN-IX FROM 1 BY 1
019288         UNTIL WS-FN-IX > WS-FN-COUNT.
019289 2700-PRINT-FOOTNOTES-EXIT.
019290     EXIT.
019291
019292 2710-PRINT-ONE-FOOTNOTE.
019293     MOVE WS-FOOTNOTE(WS-FN-IX) TO PRINT-LINE
019294     WRITE PRINT-LINE.
019295 2710-PRINT-ONE-FOOTNOTE-EXIT.
019296     EXIT.
019297
019298*================================================================*
019299* 2800-LOOK-UP-CHANGES - READS THE GRADE CHANGE HISTORY FOR THE  *
019300* ENROLLMENT IN THE WS-LINE FIELDS.  THE FIRST CHANGE FOUND      *
019301* GIVES THE LINE THE NEXT FOOTNOTE MARKER; EVERY CHANGE ADDS A   *
019302* FOOTNOTE UNDER IT, OLDEST FIRST.                               *
019303*================================================================*
019304 2800-LOOK-UP-CHANGES.
019305     MOVE SPACES TO WS-LINE-NOTE
019306     IF NOT CHANGE-HISTORY-IS-OPEN
019307         GO TO 2800-LOOK-UP-CHANGES-EXIT.
019308     MOVE 'N' TO WS-GCH-EOF-SW
019309     MOVE WS-SEL-SNO TO GCH-SSN
019310     MOVE WS-LINE-TERM TO GCH-TERM
019311     MOVE WS-LINE-COURSE-NO TO GCH-COURSE-NO
019312     MOVE WS-LINE-SECTION TO GCH-SECTION
019313     MOVE ZERO TO GCH-SEQ-NO
019314     START GRADE-CHANGE-FILE KEY IS NOT LESS THAN GCH-KEY
019315         INVALID KEY
019316             GO TO 2800-LOOK-UP-CHANGES-EXIT
019317     END-START.
019318     PERFORM 2810-ONE-CHANGE THRU 2810-ONE-CHANGE-EXIT
019319         UNTIL CHANGE-SCAN-DONE.
019320 2800-LOOK-UP-CHANGES-EXIT.
019321     EXIT.
019322
019323 2810-ONE-CHANGE.
019324     READ GRADE-CHANGE-FILE NEXT RECORD
019325         AT END
019326             MOVE 'Y' TO WS-GCH-EOF-SW
019327     END-READ.
019328     IF CHANGE-SCAN-DONE
019329         GO TO 2810-ONE-CHANGE-EXIT.
019330     IF GCH-SSN NOT = WS-SEL-SNO
019331         OR GCH-TERM NOT = WS-LINE-TERM
019332         OR GCH-COURSE-NO NOT = WS-LINE-COURSE-NO
019333         OR GCH-SECTION NOT = WS-LINE-SECTION
019334         MOVE 'Y' TO WS-GCH-EOF-SW
019335         GO TO 2810-ONE-CHANGE-EXIT.
019336     IF WS-LINE-NOTE = SPACES
019337         ADD 1 TO WS-NOTE-NO
019338         MOVE SPACES TO WS-NOTE-MARK
019339         STRING '*' DELIMITED BY SIZE
019340             WS-NOTE-NO DELIMITED BY SIZE
019341             INTO WS-NOTE-MARK
019342         MOVE WS-NOTE-MARK TO WS-LINE-NOTE
019343     END-IF.
019344     IF WS-FN-COUNT NOT < 30
019345         GO TO 2810-ONE-CHANGE-EXIT.
019346     EVALUATE TRUE
019347         WHEN GCH-RSN-CALC-ERROR
019348             MOVE 'CALCULATION ERROR' TO WS-NOTE-REASON
019349         WHEN GCH-RSN-INC-COMPLETED
019350             MOVE 'INCOMPLETE COMPLETED' TO WS-NOTE-REASON
019351         WHEN GCH-RSN-APPEAL
019352             MOVE 'GRADE APPEAL' TO WS-NOTE-REASON
019353         WHEN GCH-RSN-ADMIN-CHANGE
019354             MOVE 'ADMINISTRATIVE CHANGE' TO WS-NOTE-REASON
019355         WHEN GCH-RSN-LAPSED
019356             MOVE 'INCOMPLETE LAPSED' TO WS-NOTE-REASON
019357         WHEN OTHER
019358             MOVE GCH-REASON TO WS-NOTE-REASON
019359     END-EVALUATE.
019360     MOVE SPACES TO WS-NOTE-DATE
019361     STRING GCH-CHANGE-MM DELIMITED BY SIZE
019362         '/' DELIMITED BY SIZE
019363         GCH-CHANGE-DD DELIMITED BY SIZE
019364         '/' DELIMITED BY SIZE
019365         GCH-CHANGE-CC DELIMITED BY SIZE
019366         GCH-CHANGE-YY DELIMITED BY SIZE
019367         INTO WS-NOTE-DATE
019368     ADD 1 TO WS-FN-COUNT
019369     MOVE SPACES TO WS-FOOTNOTE(WS-FN-COUNT)
019370     STRING '  ' DELIMITED BY SIZE
019371         WS-LINE-NOTE DELIMITED BY SIZE
019372         WS-LINE-TERM DELIMITED BY SIZE
019373         ' ' DELIMITED BY SIZE
019374         WS-LINE-COURSE-NO DELIMITED BY SIZE
019375         ' GRADE ' DELIMITED BY SIZE
019376         GCH-OLD-GRADE DELIMITED BY SIZE
019377         ' CHANGED TO ' DELIMITED BY SIZE
019378         GCH-NEW-GRADE DELIMITED BY SIZE
019379         ' ON ' DELIMITED BY SIZE
019380         WS-NOTE-DATE DELIMITED BY SIZE
019381         ' - ' DELIMITED BY SIZE
019382         WS-NOTE-REASON DELIMITED BY SIZE
019383         INTO WS-FOOTNOTE(WS-FN-COUNT).
019384 2810-ONE-CHANGE-EXIT.
019385     EXIT.
019386
019400*================================================================*
019500* 3000-CLASS-ROSTER - EVERY STUDENT IN ONE COURSE/SECTION FOR    *
019600* THE SELECTED TERM.  A LIVE TERM'S ROSTER COMES OFF THE         *
019610* ENROLLMENT MASTER (A BLANK TERM STAMP COUNTS AS CURRENT); A    *
019620* CLOSED TERM'S COMES OFF THE ENRARCH ARCHIVE TERM-END-PGM       *
019630* WRITES.                                                        *
019700*================================================================*
019800 3000-CLASS-ROSTER.
019810     MOVE ZERO TO WS-ROSTER-COUNT
019820     MOVE SPACES TO PRINT-LINE
019900     STRING 'ROSTER FOR ' DELIMITED BY SIZE
020000         WS-SEL-COURSE-NO DELIMITED BY SIZE
020100         ' SEC ' DELIMITED BY SIZE
020200         WS-SEL-SECTION DELIMITED BY SIZE
020210         ' TERM ' DELIMITED BY SIZE
020220         WS-SEL-TERM DELIMITED BY SIZE
020300         INTO PRINT-LINE
020400     WRITE PRINT-LINE.
020410     OPEN INPUT ENROLLMENT-FILE.
020500     MOVE 'N' TO WS-EOF-SW
020510     IF ENR-FS-NOT-FOUND
020520         MOVE 'Y' TO WS-EOF-SW
020530     END-IF.
020540     IF NOT MASTER-FILE-EOF
020600         MOVE LOW-VALUES TO ENR-KEY
020700         START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
020800             INVALID KEY
020900                 MOVE 'Y' TO WS-EOF-SW
021000         END-START
021050     END-IF.
021100     PERFORM 3100-ROSTER-LINE THRU 3100-ROSTER-LINE-EXIT
021200         UNTIL MASTER-FILE-EOF.
021300     CLOSE ENROLLMENT-FILE.
021310     PERFORM 3200-ARCHIVE-ROSTER THRU 3200-ARCHIVE-ROSTER-EXIT.
021320     IF WS-ROSTER-COUNT = ZERO
021330         MOVE '  NO STUDENTS ON FILE FOR THIS SECTION'
021335             TO PRINT-LINE
021340         WRITE PRINT-LINE
021350     END-IF.
021500 3000-CLASS-ROSTER-EXIT.
021600     EXIT.
021700
021900     READ ENROLLMENT-FILE NEXT RECORD
022000         AT END
022100             MOVE 'Y' TO WS-EOF-SW
022200     END-READ.
022210     IF MASTER-FILE-EOF
022220         GO TO 3100-ROSTER-LINE-EXIT.
022300     IF ENR-COURSE-NO NOT = WS-SEL-COURSE-NO
022400         OR ENR-SECTION NOT = WS-SEL-SECTION
022410         GO TO 3100-ROSTER-LINE-EXIT.
022420     MOVE ENR-TERM TO WS-LINE-TERM
022430     IF WS-LINE-TERM = SPACES
022440         MOVE WS-CURRENT-TERM TO WS-LINE-TERM
022450     END-IF.
022460     IF WS-LINE-TERM NOT = WS-SEL-TERM
022470         GO TO 3100-ROSTER-LINE-EXIT.
022480     ADD 1 TO WS-ROSTER-COUNT
022490     MOVE SPACES TO PRINT-LINE
022500     STRING '  SSN ' DELIMITED BY SIZE
022600         ENR-SSN DELIMITED BY SIZE
022700         ' STATUS ' DELIMITED BY SIZE
022800         ENR-STATUS DELIMITED BY SIZE
022900         INTO PRINT-LINE
023000     WRITE PRINT-LINE.
023300 3100-ROSTER-LINE-EXIT.
023400     EXIT.
023402
023404*================================================================*
023406* 3200-ARCHIVE-ROSTER - A CLOSED TERM'S ENROLLMENTS LIVE ON THE  *
023408* ARCHIVE, KEYED SSN FIRST, SO THE WHOLE FILE IS SCANNED FOR THE *
023410* TERM/COURSE/SECTION.  THE GRADE EARNED PRINTS WITH THE         *
023412* STATUS.                                                        *
023414*================================================================*
023416 3200-ARCHIVE-ROSTER.
023418     OPEN INPUT ARCHIVE-FILE.
023420     IF ARC-FS-NOT-FOUND
023422         GO TO 3200-ARCHIVE-ROSTER-EXIT.
023424     MOVE 'N' TO WS-EOF-SW
023426     MOVE LOW-VALUES TO ARC-KEY
023428     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
023430         INVALID KEY
023432             MOVE 'Y' TO WS-EOF-SW
023434     END-START.
023436     PERFORM 3210-ARCHIVE-ROSTER-LINE
023438         THRU 3210-ARCHIVE-ROSTER-LINE-EXIT
023440         UNTIL MASTER-FILE-EOF.
023442     CLOSE ARCHIVE-FILE.
023444 3200-ARCHIVE-ROSTER-EXIT.
023446     EXIT.
023448
023450 3210-ARCHIVE-ROSTER-LINE.
023452     READ ARCHIVE-FILE NEXT RECORD
023454         AT END
023456             MOVE 'Y' TO WS-EOF-SW
023458     END-READ.
023460     IF MASTER-FILE-EOF
023462         GO TO 3210-ARCHIVE-ROSTER-LINE-EXIT.
023464     IF ARC-TERM NOT = WS-SEL-TERM
023466         OR ARC-COURSE-NO NOT = WS-SEL-COURSE-NO
023468         OR ARC-SECTION NOT = WS-SEL-SECTION
023470         GO TO 3210-ARCHIVE-ROSTER-LINE-EXIT.
023472     ADD 1 TO WS-ROSTER-COUNT
023474     MOVE SPACES TO PRINT-LINE
023476     STRING '  SSN ' DELIMITED BY SIZE
023478         ARC-SSN DELIMITED BY SIZE
023480         ' STATUS ' DELIMITED BY SIZE
023482         ARC-STATUS DELIMITED BY SIZE
023484         ' GRADE ' DELIMITED BY SIZE
023486         ARC-GRADE DELIMITED BY SIZE
023488         INTO PRINT-LINE
023490     WRITE PRINT-LINE.
023492 3210-ARCHIVE-ROSTER-LINE-EXIT.
023494     EXIT.
023500
023600*================================================================*
023700* 4000-AID-SUMMARY - SCANS THE ENTIRE AID MASTER FOR AWARDS      *
026900                     ' AMOUNT ' DELIMITED BY SIZE
027000                     AID-AMOUNT DELIMITED BY SIZE
027100                     INTO PRINT-LINE
027110                 IF AID-STAT-RETURNED
027120                     MOVE 'RETURNED' TO PRINT-LINE(45:8)
027130                 END-IF
027200                 WRITE PRINT-LINE
027205                 END-WRITE
027300             END-IF
031800     EXIT.
031900
032000*================================================================*
032100* 6000-SECTION-WAITLIST - PRINTS THE WAITLIST FOR ONE TERM'S     *
032200* COURSE/SECTION IN POSITION ORDER SO THE REGISTRAR CAN ANSWER   *
032300* "WHERE AM I ON THE LIST" CALLS.                                *
032400*================================================================*
033200             WS-SEL-COURSE-NO DELIMITED BY SIZE
033300             ' SEC ' DELIMITED BY SIZE
033400             WS-SEL-SECTION DELIMITED BY SIZE
033410             ' TERM ' DELIMITED BY SIZE
033420             WS-SEL-TERM DELIMITED BY SIZE
033500             INTO PRINT-LINE
033600         WRITE PRINT-LINE
033700         MOVE 'N' TO WS-EOF-SW
033710         MOVE WS-SEL-TERM TO WLS-TERM
033800         MOVE WS-SEL-COURSE-NO TO WLS-COURSE-NO
033900         MOVE WS-SEL-SECTION TO WLS-SECTION
034000         MOVE ZERO TO WLS-POSITION
035400         AT END
035500             MOVE 'Y' TO WS-EOF-SW
035600         NOT AT END
035610             IF WLS-TERM NOT = WS-SEL-TERM
035620                 OR WLS-COURSE-NO NOT = WS-SEL-COURSE-NO
035800                 OR WLS-SECTION NOT = WS-SEL-SECTION
035900                 MOVE 'Y' TO WS-EOF-SW
036000             ELSE
037200
037300*================================================================*
037400* 7000-TEACHING-SCHEDULE - EVERY INSTRUCTOR ON THE INSTRUCTOR    *
037500* MASTER WITH EVERY SECTION IN THE SELECTED TERM CARRYING THAT   *
037600* INSTRUCTOR ID, WITH DAYS, TIMES AND ROOM, SO THE REGISTRAR     *
037700* SEES A TERM'S ASSIGNMENTS IN ONE PLACE.                        *
037800*================================================================*
037900 7000-TEACHING-SCHEDULE.
038000     OPEN INPUT INSTRUCTOR-FILE.
038300         WRITE PRINT-LINE
038400         GO TO 7000-TEACHING-SCHEDULE-EXIT.
038500     OPEN INPUT CLASS-FILE.
038510     MOVE SPACES TO PRINT-LINE
038520     STRING 'TEACHING SCHEDULE - TERM ' DELIMITED BY SIZE
038530         WS-SEL-TERM DELIMITED BY SIZE
038540         INTO PRINT-LINE
038700     WRITE PRINT-LINE.
038800     MOVE 'N' TO WS-EOF-SW
038900     MOVE LOW-VALUES TO INS-ID
041800         MOVE 'Y' TO WS-CLS-EOF-SW
041900     END-IF.
042000     IF NOT CLASS-SCAN-DONE
042010         MOVE WS-SEL-TERM TO CLS-TERM
042020         MOVE LOW-VALUES TO CLS-COURSE-NO CLS-SECTION
042200         START CLASS-FILE KEY IS NOT LESS THAN CLS-KEY
042300             INVALID KEY
042400                 MOVE 'Y' TO WS-CLS-EOF-SW
044100     END-READ.
044200     IF CLASS-SCAN-DONE
044300         GO TO 7200-ONE-SCHEDULE-LINE-EXIT.
044310     IF CLS-TERM NOT = WS-SEL-TERM
044320         MOVE 'Y' TO WS-CLS-EOF-SW
044330         GO TO 7200-ONE-SCHEDULE-LINE-EXIT.
044400     IF CLS-INSTRUCTOR-ID NOT = INS-ID
044500         GO TO 7200-ONE-SCHEDULE-LINE-EXIT.
044600     ADD 1 TO WS-SECTION-COUNT
069300     MOVE CAT-CREDIT-HOURS TO WS-REC-HOURS.
069400 8220-CATALOG-HOURS-EXIT.
069500     EXIT.
069510
069520*================================================================*
069530* 9000-PENDING-WITHDRAWALS - EVERY WDRMSTR WITHDRAWAL STILL      *
069540* WAITING FOR ITS RETURN OF TITLE IV AID CALCULATION, WITH THE   *
069550* DATE THE RETURN IS DUE (45 DAYS AFTER THE WITHDRAWAL) AND THE  *
069560* DAYS LEFT, SO NONE IS MISSED BEFORE THE FEDERAL DEADLINE.      *
069570*================================================================*
069580 9000-PENDING-WITHDRAWALS.
069590     OPEN INPUT WITHDRAWAL-FILE.
069600     IF WDR-FS-NOT-FOUND
069610         MOVE 'NO WITHDRAWALS ON FILE' TO PRINT-LINE
069620         WRITE PRINT-LINE
069630         GO TO 9000-PENDING-WITHDRAWALS-EXIT.
069640     OPEN INPUT STUDENT-FILE.
069650     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
069660     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
069670     MOVE ZERO TO WS-PENDING-COUNT WS-OVERDUE-COUNT
069680     MOVE SPACES TO PRINT-LINE
069690     STRING 'PENDING TITLE IV WITHDRAWALS AS OF '
069700         DELIMITED BY SIZE
069710         WS-TODAY DELIMITED BY SIZE
069720         INTO PRINT-LINE
069730     WRITE PRINT-LINE.
069740     MOVE SPACES TO PRINT-LINE
069750     STRING '  SSN       NAME                 TERM   WITHDRAWN'
069760         DELIMITED BY SIZE
069770         ' S RETURN DUE  DAYS LEFT' DELIMITED BY SIZE
069780         INTO PRINT-LINE
069790     WRITE PRINT-LINE.
069800     MOVE 'N' TO WS-EOF-SW
069810     MOVE LOW-VALUES TO WDR-KEY
069820     START WITHDRAWAL-FILE KEY IS NOT LESS THAN WDR-KEY
069830         INVALID KEY
069840             MOVE 'Y' TO WS-EOF-SW
069850     END-START.
069860     PERFORM 9100-PENDING-LINE THRU 9100-PENDING-LINE-EXIT
069870         UNTIL MASTER-FILE-EOF.
069880     MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
069890     MOVE SPACES TO PRINT-LINE
069900     STRING '  WITHDRAWALS PENDING ' DELIMITED BY SIZE
069910         WS-COUNT-EDIT DELIMITED BY SIZE
069920         INTO PRINT-LINE
069930     WRITE PRINT-LINE.
069940     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
069950     MOVE SPACES TO PRINT-LINE
069960     STRING '  PAST THE RETURN DATE ' DELIMITED BY SIZE
069970         WS-COUNT-EDIT DELIMITED BY SIZE
069980         INTO PRINT-LINE
069990     WRITE PRINT-LINE.
070000     CLOSE STUDENT-FILE.
070010     CLOSE WITHDRAWAL-FILE.
070020 9000-PENDING-WITHDRAWALS-EXIT.
070030     EXIT.
070040
070050 9100-PENDING-LINE.
070060     READ WITHDRAWAL-FILE NEXT RECORD
070070         AT END
070080             MOVE 'Y' TO WS-EOF-SW
070090             GO TO 9100-PENDING-LINE-EXIT
070100     END-READ.
070110     IF NOT WDR-STAT-PENDING
070120         GO TO 9100-PENDING-LINE-EXIT.
070130     ADD 1 TO WS-PENDING-COUNT
070140     MOVE WDR-WITHDRAW-DATE TO WS-WD-DATE
070150     COMPUTE WS-DEADLINE-INT =
070160         FUNCTION INTEGER-OF-DATE(WS-WD-DATE)
070170             + WS-RETURN-DUE-DAYS.
070180     COMPUTE WS-DEADLINE-DATE =
070190         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).
070200     COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-TODAY-INT.
070210     IF WS-DAYS-LEFT < ZERO
070220         ADD 1 TO WS-OVERDUE-COUNT
070230         MOVE '*** OVERDUE' TO WS-DEADLINE-DESC
070240     ELSE
070250         MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT
070260         MOVE WS-DAYS-LEFT-EDIT TO WS-DEADLINE-DESC
070270     END-IF.
070280     MOVE WDR-SSN TO STU-SSN
070290     READ STUDENT-FILE
070300         INVALID KEY
070310             MOVE SPACES TO STU-LAST-NAME
070320     END-READ.
070330     MOVE SPACES TO PRINT-LINE
070340     STRING '  ' DELIMITED BY SIZE
070350         WDR-SSN DELIMITED BY SIZE
070360         ' ' DELIMITED BY SIZE
070370         STU-LAST-NAME DELIMITED BY SIZE
070380         ' ' DELIMITED BY SIZE
070390         WDR-TERM DELIMITED BY SIZE
070400         ' ' DELIMITED BY SIZE
070410         WS-WD-DATE DELIMITED BY SIZE
070420         '  ' DELIMITED BY SIZE
070430         WDR-SOURCE DELIMITED BY SIZE
070440         ' ' DELIMITED BY SIZE
070450         WS-DEADLINE-DATE DELIMITED BY SIZE
070460         '   ' DELIMITED BY SIZE
070470         WS-DEADLINE-DESC DELIMITED BY SIZE
070480         INTO PRINT-LINE
070490     WRITE PRINT-LINE.
070500 9100-PENDING-LINE-EXIT.
070510     EXIT.
070520
070530*================================================================*
070540* 9500-DEGREE-AUDIT - THE SELECTED STUDENT'S DECLARED PROGRAM OF *
070550* STUDY, EACH REQUIREMENT AS MET, IN PROGRESS OR MISSING, AND    *
070560* WHETHER THE AUDIT IS COMPLETE.  DEGREE-AUDIT-PGM DOES THE      *
070570* CHECKING THE GRADUATION RUN USES, SO BOTH READ ALIKE.          *
070580*================================================================*
070590 9500-DEGREE-AUDIT.
070600     OPEN INPUT STUDENT-FILE.
070610     IF STUDENT-FS-NOT-FOUND
070620         MOVE 'NO STUDENT RECORDS ON FILE' TO PRINT-LINE
070630         WRITE PRINT-LINE
070640         GO TO 9500-DEGREE-AUDIT-EXIT.
070650     MOVE WS-SEL-SNO TO STU-SSN
070660     READ STUDENT-FILE
070670         INVALID KEY
070680             MOVE 'STUDENT NOT ON FILE' TO PRINT-LINE
070690             WRITE PRINT-LINE
070700             CLOSE STUDENT-FILE
070710             GO TO 9500-DEGREE-AUDIT-EXIT
070720     END-READ.
070730     CLOSE STUDENT-FILE.
070740     MOVE SPACES TO PRINT-LINE
070750     STRING 'DEGREE AUDIT FOR ' DELIMITED BY SIZE
070760         STU-LAST-NAME DELIMITED BY SIZE
070770         ', ' DELIMITED BY SIZE
070780         STU-FIRST-NAME DELIMITED BY SIZE
070790         ' SSN ' DELIMITED BY SIZE
070800         STU-SSN DELIMITED BY SIZE
070810         INTO PRINT-LINE
070820     WRITE PRINT-LINE.
070830     MOVE STU-SSN TO DA-SSN
070840     MOVE STU-PROGRAM-CODE TO DA-PROGRAM-CODE
070850     MOVE SPACES TO DA-TERM
070860     CALL 'DEGREE-AUDIT-PGM' USING DEGREE-AUDIT-PARMS
070870     IF DA-NO-PROGRAM
070880         MOVE '  NO PROGRAM OF STUDY DECLARED' TO PRINT-LINE
070890         WRITE PRINT-LINE
070900         GO TO 9500-DEGREE-AUDIT-EXIT.
070910     IF DA-PROGRAM-NOT-FOUND
070920         MOVE SPACES TO PRINT-LINE
070930         STRING '  PROGRAM ' DELIMITED BY SIZE
070940             DA-PROGRAM-CODE DELIMITED BY SIZE
070950             ' NOT ON THE PROGRAM MASTER' DELIMITED BY SIZE
070960             INTO PRINT-LINE
070970         WRITE PRINT-LINE
070980         GO TO 9500-DEGREE-AUDIT-EXIT.
070990     MOVE SPACES TO PRINT-LINE
071000     STRING 'PROGRAM ' DELIMITED BY SIZE
071010         DA-PROGRAM-CODE DELIMITED BY SIZE
071020         ' ' DELIMITED BY SIZE
071030         DA-PROGRAM-TITLE DELIMITED BY SIZE
071040         INTO PRINT-LINE
071050     WRITE PRINT-LINE.
071060     MOVE '  TYPE       COURSE   DESCRIPTION' TO PRINT-LINE
071070     MOVE 'STATUS      DETAIL' TO PRINT-LINE(54:18)
071080     WRITE PRINT-LINE.
071090     PERFORM 9510-AUDIT-LINE THRU 9510-AUDIT-LINE-EXIT
071100         VARYING WS-DA-IX FROM 1 BY 1
071110         UNTIL WS-DA-IX > DA-LINE-COUNT.
071120     MOVE SPACES TO PRINT-LINE
071130     IF DA-AUDIT-COMPLETE
071140         MOVE 'AUDIT COMPLETE - ALL REQUIREMENTS MET'
071145             TO PRINT-LINE
071150     ELSE
071160         MOVE DA-NOT-MET-COUNT TO WS-DA-COUNT-EDIT
071170         MOVE DA-IN-PROGRESS-COUNT TO WS-DA-PROG-EDIT
071180         STRING 'AUDIT NOT COMPLETE - ' DELIMITED BY SIZE
071190             WS-DA-COUNT-EDIT DELIMITED BY SIZE
071200             ' MISSING, ' DELIMITED BY SIZE
071210             WS-DA-PROG-EDIT DELIMITED BY SIZE
071220             ' IN PROGRESS' DELIMITED BY SIZE
071230             INTO PRINT-LINE
071240     END-IF.
071250     WRITE PRINT-LINE.
071260 9500-DEGREE-AUDIT-EXIT.
071270     EXIT.
071280
071290 9510-AUDIT-LINE.
071300     MOVE DA-LINE-TEXT(WS-DA-IX) TO PRINT-LINE
071310     WRITE PRINT-LINE.
071320 9510-AUDIT-LINE-EXIT.
071330     EXIT.
