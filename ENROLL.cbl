001733*                (FEEDTL) FOR THE STATEMENT AND ITS OWN GL
001734*                EXTRACT UNDER THE FEE'S ACCOUNT.  A PER-TERM
001735*                FEE POSTS ONCE PER STUDENT PER TERM.
001745* 10/15/26  DWH  A RETURNED-ITEM FEE (FREQUENCY R) ON THE FEE
001755*                SCHEDULE IS SKIPPED - IT IS CHARGED ONLY BY
001765*                RETURNED-PAYMENT-PGM WHEN A RECEIPT BOUNCES.
001766* 10/15/26  DWH  A STUDENT WITH AN ACTIVE SPONSOR AUTHORIZATION
001767*                FOR THE TERM (SPAMSTR) HAS THE COVERED TUITION,
001768*                AND THE FEES WHEN COVERED, MOVED TO THE SPONSOR
001769*                RECEIVABLE UP TO THE TERM'S CAP BY SPONSOR-POST-
001770*                PGM, WITH A TYPE S GL EXTRACT.  THE HOLD CHECK
001771*                LOOKS ONLY AT THE BALANCE THE STUDENT
001772*                PERSONALLY OWES.
001775* 10/15/26  DWH  THE OPERATOR NOW KEYS THE TERM WITH THE COURSE
001778*                AND SECTION (BLANK MEANS THE CURRENT TERM), SO
001781*                REGISTRATION FOR THE NEXT TERM CAN OPEN ONCE ITS
001784*                SCHEDULE IS BUILT.  THE TERM LEADS THE CLASS AND
001787*                WAITLIST KEYS, AND THE ENROLLMENT, ITS FEES AND
001790*                ANY SPONSOR BILLING ARE STAMPED WITH THE TERM
001793*                ENROLLED INTO.
001794* 10/15/26  DWH  AN ENROLLMENT RECORD LEFT FROM ANOTHER TERM FOR
001795*                THE SAME SECTION IS NO LONGER REVIVED INTO THIS
001796*                TERM OR REPORTED AS A DUPLICATE - THE ENROLLMENT
001797*                OR WAITLIST ENTRY IS REFUSED NAMING THE TERM ON
001798*                FILE.
001808* 10/15/26  DWH  THE TERM KEYED ON THE SCREEN MUST BE ON TRMCAL
001818*                AND MUST NOT START BEFORE THE CURRENT TERM - A
001828*                CLOSED TERM'S SECTIONS NO LONGER TAKE
001838*                ENROLLMENTS.
001848*================================================================
001858 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
006910 01  WS-WLS-EOF-SW            PIC X      VALUE 'N'.
006920     88  WAITLIST-SCAN-DONE               VALUE 'Y'.
006930 01  WS-ALREADY-WAITED-SW     PIC X      VALUE 'N'.
006931     88  ALREADY-ON-WAITLIST              VALUE 'Y'.
006932 01  WS-NEXT-POSITION         PIC 9(04)  VALUE ZERO.
006933 01  WS-POSITION-DISPLAY      PIC 9(04)  VALUE ZERO.
006934 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
006935     88  TERM-SCAN-DONE                   VALUE 'Y'.
006936 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
006937 01  WS-ENROLL-TERM           PIC X(06)  VALUE SPACES.
006938 01  WS-CURRENT-START         PIC X(08)  VALUE SPACES.
006939 01  WS-CAL-OPEN-SW           PIC X      VALUE 'N'.
006940     88  CALENDAR-IS-OPEN                 VALUE 'Y'.
006941 01  WS-ENR-TERM-OK-SW        PIC X      VALUE 'Y'.
006942     88  ENROLL-TERM-OK                   VALUE 'Y'.
006950 01  WS-DUP-ENR-SW            PIC X      VALUE 'N'.
006951     88  STUDENT-ALREADY-IN-SECTION       VALUE 'Y'.
006952     88  SECTION-HELD-OTHER-TERM          VALUE 'T'.
006953 01  WS-FILE-TERM             PIC X(06)  VALUE SPACES.
006954 01  WS-ACK                   PIC X(01)  VALUE SPACE.
006955*----------------------------------------------------------------
006957* PREREQUISITE CHECK WORK FIELDS - THE CATALOG ENTRY'S PREREQ
006959* SLOTS ARE TESTED AGAINST THE STUDENT'S GRADED HISTORY ON THE
006999 01  WS-FEE-POSTED-SW         PIC X      VALUE 'N'.
007000     88  FEE-WAS-POSTED                   VALUE 'Y'.
007001 01  WS-FEES-TOTAL            PIC S9(07)V99 VALUE ZERO.
007011*----------------------------------------------------------------
007021* SPONSOR POSTING PARAMETERS - SEE SPONSOR-POST-PGM.
007031*----------------------------------------------------------------
007041 COPY SPNPARM.
007051
007100 LINKAGE SECTION.
007200 01  LK-SNO                   PIC 9(09).
007300 SCREEN SECTION.
007500     05  BLANK SCREEN.
007600 01  ENROLLMENT-SCREEN.
007700     05  LINE 3  COL 30 VALUE "CLASS ENROLLMENT".
007710     05  LINE 4  COL 10 VALUE "TERM         : ".
007720     05  LINE 4  COL 30 PIC X(06) TO WS-ENROLL-TERM.
007730     05  LINE 4  COL 45 VALUE "(BLANK = CURRENT TERM)".
007800     05  LINE 5  COL 10 VALUE "COURSE NUMBER: ".
007900     05  LINE 5  COL 30 PIC X(08) TO WS-COURSE-NO.
008000     05  LINE 5  COL 45 VALUE "SECTION: ".
009400         PERFORM 3000-GET-CLASS-CHOICE
009500             THRU 3000-GET-CLASS-CHOICE-EXIT
009600         PERFORM 4000-CHECK-CLASS THRU 4000-CHECK-CLASS-EXIT
009610         IF NOT CLASS-NOT-ON-FILE AND ENROLL-TERM-OK
009620             PERFORM 4500-CHECK-PREREQS
009630                 THRU 4500-CHECK-PREREQS-EXIT
009640         END-IF
009650         IF NOT ENROLL-TERM-OK
009660             CONTINUE
009670         ELSE
009680         IF CLASS-NOT-ON-FILE
009690             MOVE 'CLASS NOT ON FILE' TO WS-MESSAGE
009700         ELSE
009710         IF PREREQ-NOT-MET
009720             CONTINUE
009730         ELSE
009740         IF SECTION-IS-FULL
009750             PERFORM 6000-ADD-TO-WAITLIST
009760                 THRU 6000-ADD-TO-WAITLIST-EXIT
009770         ELSE
009780             PERFORM 5000-ENROLL-STUDENT
009790                 THRU 5000-ENROLL-STUDENT-EXIT
009800         END-IF
009810         END-IF
009820         END-IF
009830         END-IF
010900     END-IF.
010910     DISPLAY CLEAR-SCREEN
010920     DISPLAY RESULT-SCREEN
013470         CLOSE GLX-FILE
013480         OPEN OUTPUT GLX-FILE
013490         CLOSE GLX-FILE
013491         OPEN EXTEND GLX-FILE
013492     END-IF.
013493     OPEN I-O WAITLIST-FILE.
013494     IF WLS-FS-NOT-FOUND
013495         OPEN OUTPUT WAITLIST-FILE
013496         CLOSE WAITLIST-FILE
013497         OPEN I-O WAITLIST-FILE
013498     END-IF.
013499     OPEN INPUT TERM-FILE.
013500     IF TRM-FS-NOT-FOUND
013501         MOVE 'N' TO WS-CAL-OPEN-SW
013502     ELSE
013503         MOVE 'Y' TO WS-CAL-OPEN-SW
013504     END-IF.
013505     PERFORM 1100-FIND-CURRENT-TERM
013506         THRU 1100-FIND-CURRENT-TERM-EXIT.
013507     OPEN INPUT CATALOG-FILE.
013810*================================================================*
013812 1100-FIND-CURRENT-TERM.
013814     MOVE SPACES TO WS-CURRENT-TERM
013815     MOVE SPACES TO WS-CURRENT-START
013816     MOVE 'N' TO WS-TRM-EOF-SW
013818     IF TRM-FS-NOT-FOUND
013820         MOVE 'Y' TO WS-TRM-EOF-SW
013856         NOT AT END
013858             IF TRM-IS-CURRENT
013860                 MOVE TRM-CODE TO WS-CURRENT-TERM
013861                 MOVE TRM-START-DATE TO WS-CURRENT-START
013862                 MOVE 'Y' TO WS-TRM-EOF-SW
013864             END-IF
013866     END-READ.
016500     EXIT.
016600
016700*================================================================*
016800* 3000-GET-CLASS-CHOICE - THE TERM, COURSE AND SECTION.  A       *
016810* BLANK TERM ENROLLS INTO THE CURRENT TERM; A LATER TERM CAN BE  *
016820* KEYED ONCE ITS SCHEDULE HAS BEEN BUILT, SO REGISTRATION FOR    *
016830* THE NEXT TERM CAN OPEN BEFORE THIS ONE CLOSES.                 *
016900*================================================================*
017000 3000-GET-CLASS-CHOICE.
017100     MOVE SPACES TO WS-MESSAGE
017110     MOVE SPACES TO WS-ENROLL-TERM
017200     DISPLAY CLEAR-SCREEN
017300     DISPLAY ENROLLMENT-SCREEN
017400     ACCEPT ENROLLMENT-SCREEN.
017410     IF WS-ENROLL-TERM = SPACES
017420         MOVE WS-CURRENT-TERM TO WS-ENROLL-TERM
017430     END-IF.
017440     PERFORM 3100-CHECK-TERM THRU 3100-CHECK-TERM-EXIT.
017500 3000-GET-CLASS-CHOICE-EXIT.
017600     EXIT.
017700
017703*================================================================*
017706* 3100-CHECK-TERM - THE TERM ENROLLED INTO MUST BE ON THE        *
017709* CALENDAR AND MUST NOT START BEFORE THE CURRENT TERM.  A CLOSED *
017712* TERM KEEPS ITS SECTIONS ON CLSMSTR, BUT AN ENROLLMENT WRITTEN  *
017715* INTO IT NOW WOULD NEVER BE ARCHIVED AND WOULD HOLD THE         *
017718* STUDENT'S KEY FOR THE SECTION IN EVERY LATER TERM.  WITH NO    *
017721* CALENDAR ON FILE AT ALL THE TERM STAYS BLANK AND IS ACCEPTED,  *
017724* AS BEFORE.                                                     *
017727*================================================================*
017730 3100-CHECK-TERM.
017733     MOVE 'Y' TO WS-ENR-TERM-OK-SW
017736     IF NOT CALENDAR-IS-OPEN
017739         GO TO 3100-CHECK-TERM-EXIT.
017742     MOVE 'N' TO WS-ENR-TERM-OK-SW
017745     IF WS-ENROLL-TERM = SPACES
017748         MOVE 'NO CURRENT TERM ON CALENDAR - KEY THE TERM'
017751             TO WS-MESSAGE
017754         GO TO 3100-CHECK-TERM-EXIT.
017757     MOVE WS-ENROLL-TERM TO TRM-CODE
017760     READ TERM-FILE
017763         INVALID KEY
017765             MOVE 'TERM NOT ON CALENDAR - NOT ENROLLED'
017767                 TO WS-MESSAGE
017769             GO TO 3100-CHECK-TERM-EXIT
017772     END-READ.
017775     IF WS-CURRENT-START NOT = SPACES
017778         AND TRM-START-DATE < WS-CURRENT-START
017781         MOVE 'TERM IS CLOSED - NOT ENROLLED' TO WS-MESSAGE
017784         GO TO 3100-CHECK-TERM-EXIT.
017787     MOVE 'Y' TO WS-ENR-TERM-OK-SW.
017790 3100-CHECK-TERM-EXIT.
017793     EXIT.
017796
017800*================================================================*
017900* 4000-CHECK-CLASS - LOOKS UP THE CLASS AND FLAGS WHETHER IT IS  *
018000* ON FILE AND WHETHER IT HAS AN OPEN SEAT.                       *
018200 4000-CHECK-CLASS.
018300     MOVE 'N' TO WS-CLASS-NOT-FOUND-SW
018400     MOVE 'N' TO WS-CLASS-FULL-SW
018410     MOVE WS-ENROLL-TERM TO CLS-TERM
018500     MOVE WS-COURSE-NO TO CLS-COURSE-NO
018600     MOVE WS-SECTION TO CLS-SECTION
018700     READ CLASS-FILE
021050     MOVE CLS-TUITION-AMT TO ENR-CHARGE-AMT
021060     MOVE SPACES TO ENR-GRADE
021070     MOVE WS-CAT-CREDIT-HOURS TO ENR-CREDIT-HOURS
021080     MOVE WS-ENROLL-TERM TO ENR-TERM
021100     WRITE ENROLLMENT-RECORD
021200         INVALID KEY
021300             PERFORM 5200-REENROLL-DROPPED
022110*================================================================*
022120* 5050-TAKE-SEAT-AND-POST - THE SEAT, THE LEDGER CHARGE, THE     *
022130* MANDATORY FEES AND THE GL EXTRACT FOR AN ENROLLMENT RECORD     *
022140* JUST WRITTEN OR REVIVED, AND THE MOVE OF ANY COVERED PART TO   *
022141* THE STUDENT'S SPONSOR FOR THE TERM.                            *
022142*================================================================*
022150 5050-TAKE-SEAT-AND-POST.
022160     ADD 1 TO CLS-SEATS-FILLED
022175     PERFORM 5500-ASSESS-FEES THRU 5500-ASSESS-FEES-EXIT
022180     ADD CLS-TUITION-AMT TO LED-CHARGES-TOTAL
022185     ADD WS-FEES-TOTAL TO LED-CHARGES-TOTAL
022187     PERFORM 5600-MOVE-TO-SPONSOR THRU 5600-MOVE-TO-SPONSOR-EXIT.
022190     COMPUTE LED-BALANCE =
022200         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL
022210             - LED-AID-TOTAL
022215             - LED-SPONSOR-TOTAL
022220     REWRITE LEDGER-RECORD
022230     PERFORM 5100-WRITE-GL-EXTRACT
022240         THRU 5100-WRITE-GL-EXTRACT-EXIT
022242     IF SP-SPONSOR-POSTED
022244         PERFORM 5610-WRITE-SPONSOR-GL-EXTRACT
022246             THRU 5610-WRITE-SPONSOR-GL-EXTRACT-EXIT
022248         MOVE 'STUDENT ENROLLED - SPONSOR BILLED' TO WS-MESSAGE
022250     ELSE
022252         MOVE 'STUDENT ENROLLED' TO WS-MESSAGE
022254     END-IF.
022260 5050-TAKE-SEAT-AND-POST-EXIT.
022270     EXIT.
022280
022300*================================================================*
022309* 5200-REENROLL-DROPPED - THE WRITE HIT A RECORD ALREADY ON FILE *
022318* FOR THIS SSN/COURSE/SECTION.  A RECORD FROM ANOTHER TERM IS    *
022327* LEFT ALONE AND THE ENROLLMENT REFUSED (5210).  A DROPPED       *
022336* RECORD FOR THIS TERM IS REVIVED: FLIPPED BACK TO ENROLLED,     *
022345* RESTAMPED WITH TODAY, AND POSTED LIKE A NEW ENROLLMENT.  THE   *
022354* NEW TUITION IS ADDED TO ENR-CHARGE-AMT RATHER THAN REPLACING   *
022363* IT - A LATE DROP'S RETAINED PORTION IS STILL ON THE LEDGER AND *
022372* MUST STAY ON THE RECORD SO THE TOTALS FOOT.  ONLY A RECORD     *
022381* GENUINELY STILL ENROLLED IS REPORTED AS A DUPLICATE.           *
022390*================================================================*
022400 5200-REENROLL-DROPPED.
022410     READ ENROLLMENT-FILE
022420         INVALID KEY
022430             MOVE 'ENROLLMENT RECORD UNREADABLE - NOT ENROLLED'
022440                 TO WS-MESSAGE
022444         NOT INVALID KEY
022448             MOVE ENR-TERM TO WS-FILE-TERM
022452             IF WS-FILE-TERM = SPACES
022456                 MOVE WS-CURRENT-TERM TO WS-FILE-TERM
022460             END-IF
022464             IF WS-FILE-TERM NOT = WS-ENROLL-TERM
022468                 PERFORM 5210-OTHER-TERM-MESSAGE
022472                     THRU 5210-OTHER-TERM-MESSAGE-EXIT
022476             ELSE
022480                 IF ENR-STAT-DROPPED
022484                     MOVE 'E' TO ENR-STATUS
022488                     MOVE WS-TODAY-CC TO ENR-DATE-CC
022492                     MOVE WS-TODAY-YY TO ENR-DATE-YY
022496                     MOVE WS-TODAY-MM TO ENR-DATE-MM
022500                     MOVE WS-TODAY-DD TO ENR-DATE-DD
022504                     ADD CLS-TUITION-AMT TO ENR-CHARGE-AMT
022508                     MOVE SPACES TO ENR-GRADE
022512                     MOVE WS-CAT-CREDIT-HOURS TO ENR-CREDIT-HOURS
022516                     MOVE WS-ENROLL-TERM TO ENR-TERM
022520                     REWRITE ENROLLMENT-RECORD
022524                     PERFORM 5050-TAKE-SEAT-AND-POST
022528                         THRU 5050-TAKE-SEAT-AND-POST-EXIT
022532                 ELSE
022535                     MOVE
022538                       'STUDENT ALREADY ENROLLED IN THIS SECTION'
022541                         TO WS-MESSAGE
022544                 END-IF
022548             END-IF
022552     END-READ.
022556 5200-REENROLL-DROPPED-EXIT.
022560     EXIT.
022564
022568*================================================================*
022572* 5210-OTHER-TERM-MESSAGE - THE ENROLLMENT FILE IS KEYED SSN/    *
022576* COURSE/SECTION WITHOUT THE TERM, SO A RECORD LEFT FROM ANOTHER *
022580* TERM (A BLANK TERM COUNTS AS THE CURRENT ONE) CAN NEITHER BE   *
022584* REVIVED NOR SIT BESIDE A NEW ONE.  THE REGISTRAR IS TOLD WHICH *
022588* TERM HOLDS THE KEY.                                            *
022592*================================================================*
022596 5210-OTHER-TERM-MESSAGE.
022600     MOVE SPACES TO WS-MESSAGE
022604     STRING 'SECTION ON FILE FOR TERM ' DELIMITED BY SIZE
022608         WS-FILE-TERM DELIMITED BY SIZE
022612         ' - NOT ENROLLED' DELIMITED BY SIZE
022616         INTO WS-MESSAGE.
022620 5210-OTHER-TERM-MESSAGE-EXIT.
022624     EXIT.
022660
022910*================================================================*
022920* 5100-WRITE-GL-EXTRACT - APPENDS ONE GL EXTRACT RECORD FOR THIS *
023129         AT END
023130             MOVE 'Y' TO WS-FEE-EOF-SW
023131     END-READ.
023132     IF FEE-SCAN-DONE OR FEE-PER-RETURNED-ITEM
023133         GO TO 5510-ASSESS-ONE-FEE-EXIT.
023134     IF FEE-COURSE-NO NOT = SPACES
023135         AND FEE-COURSE-NO NOT = WS-COURSE-NO
023136         GO TO 5510-ASSESS-ONE-FEE-EXIT.
023137     MOVE SPACES TO FEE-DETAIL-RECORD
023138     MOVE LK-SNO TO FDT-SSN
023139     MOVE WS-ENROLL-TERM TO FDT-TERM
023140     IF FEE-PER-TERM
023141         MOVE SPACES TO FDT-COURSE-NO
023142         MOVE SPACES TO FDT-SECTION
023216     EXIT.
023217
023218*================================================================*
023219* 5600-MOVE-TO-SPONSOR - OFFERS THE TUITION AND FEES JUST POSTED *
023220* TO SPONSOR-POST-PGM.  WHEN THE STUDENT HOLDS AN ACTIVE SPONSOR *
023221* AUTHORIZATION FOR THE TERM, THE COVERED PART (UP TO THE CAP)   *
023222* GOES TO THE SPONSOR RECEIVABLE AND INTO LED-SPONSOR-TOTAL, SO  *
023223* IT NEVER SITS IN THE BALANCE THE STUDENT PERSONALLY OWES.      *
023224*================================================================*
023225 5600-MOVE-TO-SPONSOR.
023226     MOVE 'C' TO SP-FUNCTION
023227     MOVE LK-SNO TO SP-SSN
023228     MOVE WS-ENROLL-TERM TO SP-TERM
023229     MOVE SPACES TO SP-REFERENCE
023230     STRING WS-COURSE-NO DELIMITED BY SIZE
023231         WS-SECTION DELIMITED BY SIZE
023232         INTO SP-REFERENCE
023233     MOVE CLS-TUITION-AMT TO SP-TUITION-AMT
023234     MOVE WS-FEES-TOTAL TO SP-FEES-AMT
023235     CALL 'SPONSOR-POST-PGM' USING SPONSOR-POST-PARMS
023236     IF SP-SPONSOR-POSTED
023237         ADD SP-SPONSOR-AMT TO LED-SPONSOR-TOTAL
023238     END-IF.
023239 5600-MOVE-TO-SPONSOR-EXIT.
023240     EXIT.
023241
023242*================================================================*
023243* 5610-WRITE-SPONSOR-GL-EXTRACT - ONE GL EXTRACT RECORD MOVING   *
023244* THE COVERED AMOUNT FROM THE STUDENT RECEIVABLE TO THE SPONSOR  *
023245* RECEIVABLE.                                                    *
023246*================================================================*
023247 5610-WRITE-SPONSOR-GL-EXTRACT.
023248     MOVE SPACES TO GL-EXTRACT-RECORD
023249     MOVE 'S' TO GLX-TRANS-TYPE
023250     MOVE LK-SNO TO GLX-SSN
023251     MOVE WS-TODAY-CC TO GLX-DATE-CC
023252     MOVE WS-TODAY-YY TO GLX-DATE-YY
023253     MOVE WS-TODAY-MM TO GLX-DATE-MM
023254     MOVE WS-TODAY-DD TO GLX-DATE-DD
023255     MOVE SP-REFERENCE TO GLX-REFERENCE
023256     MOVE SP-SPONSOR-AMT TO GLX-AMOUNT
023257     MOVE '1210-SPNAR' TO GLX-GL-ACCOUNT
023258     WRITE GL-EXTRACT-RECORD.
023259 5610-WRITE-SPONSOR-GL-EXTRACT-EXIT.
023260     EXIT.
023261
023262*================================================================*
023263* 6000-ADD-TO-WAITLIST - THE SECTION IS FULL, SO THE OFFER GOES  *
023264* ON THE WAITLIST INSTEAD OF BEING DISCARDED.  SCANS THE         *
023265* SECTION'S WAITLIST FOR THE HIGHEST POSITION IN USE (NOTING AN  *
023266* ENTRY ALREADY ON FILE FOR THIS STUDENT) AND APPENDS THE        *
023267* STUDENT AT THE NEXT POSITION.  DROP-CLASS-PGM ENROLLS FROM     *
023268* POSITION ORDER WHEN A DROP FREES A SEAT.  A STUDENT WHOSE      *
023269* ENROLLMENT RECORD FOR THE SECTION IS FROM ANOTHER TERM COULD   *
023270* NEVER BE PROMOTED, SO IS REFUSED HERE AS IN 5200.              *
023271*================================================================*
023272 6000-ADD-TO-WAITLIST.
023273     MOVE 'N' TO WS-DUP-ENR-SW
023274     MOVE LK-SNO TO ENR-SSN
023275     MOVE WS-COURSE-NO TO ENR-COURSE-NO
023276     MOVE WS-SECTION TO ENR-SECTION
023277     READ ENROLLMENT-FILE
023278         INVALID KEY
023279             CONTINUE
023280         NOT INVALID KEY
023281             MOVE ENR-TERM TO WS-FILE-TERM
023282             IF WS-FILE-TERM = SPACES
023283                 MOVE WS-CURRENT-TERM TO WS-FILE-TERM
023284             END-IF
023285             IF WS-FILE-TERM NOT = WS-ENROLL-TERM
023286                 MOVE 'T' TO WS-DUP-ENR-SW
023287             ELSE
023288                 IF ENR-STAT-ENROLLED
023289                     MOVE 'Y' TO WS-DUP-ENR-SW
023290                 END-IF
023291             END-IF
023292     END-READ.
023293     IF STUDENT-ALREADY-IN-SECTION
023294         MOVE 'STUDENT ALREADY ENROLLED IN THIS SECTION'
023295             TO WS-MESSAGE
023296         GO TO 6000-ADD-TO-WAITLIST-EXIT.
023297     IF SECTION-HELD-OTHER-TERM
023298         PERFORM 5210-OTHER-TERM-MESSAGE
023299             THRU 5210-OTHER-TERM-MESSAGE-EXIT
023300         GO TO 6000-ADD-TO-WAITLIST-EXIT.
023301     MOVE 'N' TO WS-WLS-EOF-SW
023302     MOVE 'N' TO WS-ALREADY-WAITED-SW
023303     MOVE ZERO TO WS-NEXT-POSITION
023304     MOVE WS-ENROLL-TERM TO WLS-TERM
023305     MOVE WS-COURSE-NO TO WLS-COURSE-NO
023306     MOVE WS-SECTION TO WLS-SECTION
023307     MOVE ZERO TO WLS-POSITION
023308     START WAITLIST-FILE KEY IS NOT LESS THAN WLS-KEY
023309         INVALID KEY
023310             MOVE 'Y' TO WS-WLS-EOF-SW
023311     END-START.
023312     PERFORM 6100-SCAN-ONE-WAITLIST-REC
023313         THRU 6100-SCAN-ONE-WAITLIST-REC-EXIT
023314         UNTIL WAITLIST-SCAN-DONE.
023315     IF ALREADY-ON-WAITLIST
023316         STRING 'CLASS FULL - ALREADY WAITLISTED AT '
023317             DELIMITED BY SIZE
023318             WS-POSITION-DISPLAY DELIMITED BY SIZE
023319             INTO WS-MESSAGE
023320     ELSE
023321         MOVE SPACES TO WAITLIST-RECORD
023322         MOVE LK-SNO TO WLS-SSN
023323         MOVE WS-ENROLL-TERM TO WLS-TERM
023324         MOVE WS-COURSE-NO TO WLS-COURSE-NO
023325         MOVE WS-SECTION TO WLS-SECTION
023326         ADD 1 WS-NEXT-POSITION GIVING WLS-POSITION
023327         MOVE WS-TODAY-CC TO WLS-DATE-CC
023328         MOVE WS-TODAY-YY TO WLS-DATE-YY
023329         MOVE WS-TODAY-MM TO WLS-DATE-MM
023330         MOVE WS-TODAY-DD TO WLS-DATE-DD
023331         WRITE WAITLIST-RECORD
023332         MOVE WLS-POSITION TO WS-POSITION-DISPLAY
023333         STRING 'CLASS FULL - WAITLISTED AT POSITION '
023334             DELIMITED BY SIZE
023335             WS-POSITION-DISPLAY DELIMITED BY SIZE
023336             INTO WS-MESSAGE
023337     END-IF.
023338 6000-ADD-TO-WAITLIST-EXIT.
023340     EXIT.
023342
023492         AT END
023500             MOVE 'Y' TO WS-WLS-EOF-SW
023508         NOT AT END
023516             IF WLS-TERM NOT = WS-ENROLL-TERM
023520                 OR WLS-COURSE-NO NOT = WS-COURSE-NO
023524                 OR WLS-SECTION NOT = WS-SECTION
023532                 MOVE 'Y' TO WS-WLS-EOF-SW
023540             ELSE
