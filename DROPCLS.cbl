002214*                ASSESSES THE FEE SCHEDULE (FEEMSTR) THE SAME
002216*                WAY A NORMAL ENROLLMENT DOES, SO A PROMOTED
002218*                STUDENT IS NOT CHARGED LESS THAN A WALK-IN.
002228* 10/15/26  DWH  A WAITLIST PROMOTION SKIPS THE RETURNED-ITEM FEE
002238*                (FREQUENCY R) - IT IS CHARGED ONLY BY
002248*                RETURNED-PAYMENT-PGM WHEN A RECEIPT BOUNCES.
002250* 10/15/26  DWH  DROPPING THE LAST CURRENT-TERM SECTION LOGS A
002252*                PENDING WITHDRAWAL ON WDRMSTR FOR THE RETURN OF
002254*                TITLE IV AID CALCULATION.
002259* 10/15/26  DWH  A DROP'S TUITION AND FEE REFUND NOW CREDITS THE
002264*                STUDENT'S SPONSOR FIRST, UP TO WHAT THE SPONSOR
002269*                WAS NET BILLED FOR THE SECTION, THROUGH SPONSOR-
002274*                POST-PGM - ONLY THE REST CREDITS THE STUDENT.  A
002279*                WAITLIST PROMOTION MOVES ITS COVERED CHARGES TO
002284*                THE SPONSOR THE SAME WAY PROJ-ENROLLMENT DOES.
002289*                EACH MOVE WRITES A TYPE S GL EXTRACT.
002290* 10/15/26  DWH  A DROP NOW WORKS AGAINST THE ENROLLMENT'S OWN
002291*                TERM - THE SEAT GOES BACK TO THAT TERM'S SECTION,
002292*                THE FREE REFUND WINDOW IS THAT TERM'S ADD/DROP
002293*                DEADLINE, AND THE WAITLIST PROMOTION (ENROLLMENT,
002294*                FEES, SPONSOR) IS FOR THAT TERM.
002304* 10/15/26  DWH  A WAITLIST PROMOTION THAT HITS AN ENROLLMENT
002314*                RECORD FROM ANOTHER TERM NO LONGER REVIVES OR
002324*                BLOCKS ON IT - THE ENTRY IS REMOVED WITH A
002334*                NOTICE.  THE SAME-TERM CHECK ON A DROP ALSO
002344*                COUNTS A BLANK-TERM ENROLLMENT AS CURRENT.
002354*================================================================
002364 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
004694         ACCESS MODE IS DYNAMIC
004696         RECORD KEY IS TRM-CODE
004698         FILE STATUS IS WS-TRM-FS.
004708     SELECT WITHDRAWAL-FILE ASSIGN TO "WDRMSTR"
004718         ORGANIZATION IS INDEXED
004728         ACCESS MODE IS DYNAMIC
004738         RECORD KEY IS WDR-KEY
004748         FILE STATUS IS WS-WDR-FS.
004758 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LEDGER-FILE.
005000     COPY LEDREC.
006140 01  NOTICE-LINE                  PIC X(80).
006150 FD  TERM-FILE.
006160     COPY TRMREC.
006170 FD  WITHDRAWAL-FILE.
006180     COPY WDRREC.
006200 WORKING-STORAGE SECTION.
006300 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
006400     88  LEDGER-FS-OK                     VALUE '00'.
009690     88  CURRENT-TERM-ON-FILE             VALUE 'Y'.
009692 01  WS-CAND-HELD-SW          PIC X      VALUE 'N'.
009694     88  CANDIDATE-IS-HELD                VALUE 'Y'.
009697 01  WS-CAND-TERM             PIC X(06)  VALUE SPACES.
009700 01  WS-ACK                   PIC X(01)  VALUE SPACE.
009710*----------------------------------------------------------------
009712* FEE REVERSAL AND PROMOTION FEE ASSESSMENT WORK FIELDS.  A DROP
009718* WAY PROJ-ENROLLMENT DOES.
009720*----------------------------------------------------------------
009722 01  WS-DROP-TERM             PIC X(06)  VALUE SPACES.
009723 01  WS-DROP-DEADLINE         PIC 9(08)  VALUE ZERO.
009724 01  WS-FDT-EOF-SW            PIC X      VALUE 'N'.
009726     88  FEE-DETAIL-SCAN-DONE             VALUE 'Y'.
009728 01  WS-FEE-EOF-SW            PIC X      VALUE 'N'.
009736 01  WS-FEES-TOTAL            PIC S9(07)V99 VALUE ZERO.
009738 01  WS-FEE-REFUND-AMT        PIC 9(05)V99 VALUE ZERO.
009740 01  WS-FEE-REFUND-TOTAL      PIC S9(07)V99 VALUE ZERO.
009745*----------------------------------------------------------------
009750* DROPPING THE LAST CURRENT-TERM SECTION IS A WITHDRAWAL FROM THE
009755* TERM AND IS LOGGED FOR THE RETURN OF TITLE IV AID CALCULATION.
009760*----------------------------------------------------------------
009765 01  WS-WDR-FS                PIC X(02)  VALUE '00'.
009770     88  WDR-FS-OK                        VALUE '00'.
009775     88  WDR-FS-NOT-FOUND                 VALUE '23' '35'.
009780 01  WS-TERM-ENR-EOF-SW       PIC X      VALUE 'N'.
009785     88  TERM-ENR-SCAN-DONE               VALUE 'Y'.
009790 01  WS-TERM-ENR-SW           PIC X      VALUE 'N'.
009795     88  STILL-ENROLLED-IN-TERM           VALUE 'Y'.
009796*----------------------------------------------------------------
009797* SPONSOR POSTING PARAMETERS - SEE SPONSOR-POST-PGM.
009798*----------------------------------------------------------------
009799 COPY SPNPARM.
009800
009900 LINKAGE SECTION.
010000 01  LK-SNO                   PIC 9(09).
012920             PERFORM 6000-PROMOTE-FROM-WAITLIST
012930                 THRU 6000-PROMOTE-FROM-WAITLIST-EXIT
012940         END-IF
012950         PERFORM 5700-CHECK-TERM-WITHDRAWAL
012960             THRU 5700-CHECK-TERM-WITHDRAWAL-EXIT
013000     END-IF.
013100     DISPLAY CLEAR-SCREEN
013200     DISPLAY RESULT-SCREEN
016710     OPEN INPUT TERM-FILE.
016720     PERFORM 1100-FIND-CURRENT-TERM
016730         THRU 1100-FIND-CURRENT-TERM-EXIT.
016740     OPEN I-O WITHDRAWAL-FILE.
016750     IF WDR-FS-NOT-FOUND
016760         OPEN OUTPUT WITHDRAWAL-FILE
016770         CLOSE WITHDRAWAL-FILE
016780         OPEN I-O WITHDRAWAL-FILE
016790     END-IF.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000
019700         NOT INVALID KEY
019800             MOVE 'Y' TO WS-ENR-FOUND-SW
019850             MOVE ENR-TERM TO WS-DROP-TERM
019860             IF WS-DROP-TERM = SPACES
019870                 MOVE WS-CURRENT-TERM TO WS-DROP-TERM
019880             END-IF
019900     END-READ.
020000     IF ENROLLMENT-ON-FILE
020100         IF ENR-STAT-ENROLLED
020800     EXIT.
020900
021000*================================================================*
021100* 4000-GET-REFUND-PCT - A DROP ON OR BEFORE THE ADD/DROP         *
021150* DEADLINE OF THE SECTION'S TERM ALWAYS REFUNDS IN FULL.  AFTER  *
021200* THE DEADLINE (OR WHEN NO CALENDAR IS SET UP) THE BURSAR'S      *
021250* PUBLISHED REFUND SCHEDULE DECIDES: THE PERCENTAGE ON THE       *
021300* LATEST ROW WHOSE EFFECTIVE DATE IS NOT AFTER TODAY.  A MISSING *
021400* SCHEDULE FILE OR ONE WITH NO ROW YET IN EFFECT MEANS A FULL    *
021410* 100 PERCENT REFUND.                                            *
021500*================================================================*
021600 4000-GET-REFUND-PCT.
021700     MOVE 100 TO WS-REFUND-PCT
021710     PERFORM 4050-GET-DROP-DEADLINE
021720         THRU 4050-GET-DROP-DEADLINE-EXIT.
021730     IF WS-TODAY NOT GREATER THAN WS-DROP-DEADLINE
021740         GO TO 4000-GET-REFUND-PCT-EXIT.
021800     MOVE ZERO TO WS-BEST-EFF-DATE
021900     MOVE 'N' TO WS-RFS-EOF-SW
022000     OPEN INPUT REFUND-SCHEDULE-FILE.
022900     END-IF.
023000 4000-GET-REFUND-PCT-EXIT.
023100     EXIT.
023104
023108*================================================================*
023112* 4050-GET-DROP-DEADLINE - THE CURRENT TERM'S DEADLINE WAS       *
023116* KEPT AT START; A DROP FROM A LATER TERM OPENED EARLY FOR       *
023120* REGISTRATION READS THAT TERM'S OWN DEADLINE.  ZERO (NO FREE    *
023124* REFUND WINDOW) WHEN THERE IS NO CALENDAR OR THE TERM IS NOT ON *
023128* IT.                                                            *
023132*================================================================*
023136 4050-GET-DROP-DEADLINE.
023140     MOVE ZERO TO WS-DROP-DEADLINE
023144     IF NOT CURRENT-TERM-ON-FILE
023148         GO TO 4050-GET-DROP-DEADLINE-EXIT.
023152     IF WS-DROP-TERM = WS-CURRENT-TERM
023156         MOVE WS-ADD-DROP-DATE TO WS-DROP-DEADLINE
023160         GO TO 4050-GET-DROP-DEADLINE-EXIT.
023164     MOVE WS-DROP-TERM TO TRM-CODE
023168     READ TERM-FILE
023172         INVALID KEY
023176             GO TO 4050-GET-DROP-DEADLINE-EXIT
023180     END-READ.
023184     MOVE TRM-ADD-DROP-DATE TO WS-DROP-DEADLINE.
023188 4050-GET-DROP-DEADLINE-EXIT.
023192     EXIT.
023200
023300 4100-SCAN-ONE-SCHEDULE-ROW.
023400     READ REFUND-SCHEDULE-FILE
025000* THE LEDGER, AND APPENDS THE REVERSING GL EXTRACT.  THE         *
025100* RETAINED PORTION STAYS IN ENR-CHARGE-AMT SO THE RECORD STILL   *
025200* SHOWS WHAT THE STUDENT WAS LEFT OWING FOR THE SECTION.         *
025210* A REFUND OF CHARGES A SPONSOR WAS BILLED FOR GOES BACK TO THE  *
025220* SPONSOR FIRST (5600) - ONLY THE REST CREDITS THE STUDENT.      *
025300*================================================================*
025400 5000-DROP-STUDENT.
025500     COMPUTE WS-REFUND-AMT ROUNDED =
026000     MOVE WS-RETAINED-AMT TO ENR-CHARGE-AMT
026100     REWRITE ENROLLMENT-RECORD.
026150     PERFORM 5500-REVERSE-FEES THRU 5500-REVERSE-FEES-EXIT.
026160     MOVE WS-DROP-TERM TO CLS-TERM
026200     MOVE WS-COURSE-NO TO CLS-COURSE-NO
026300     MOVE WS-SECTION TO CLS-SECTION
026400     READ CLASS-FILE
027100             REWRITE CLASS-RECORD
027150             MOVE 'Y' TO WS-SEAT-FREED-SW
027200     END-READ.
027210     MOVE 'N' TO SP-REPLY
027300     MOVE LK-SNO TO LED-SSN
027400     READ LEDGER-FILE
027500         INVALID KEY
027800             SUBTRACT WS-REFUND-AMT FROM LED-CHARGES-TOTAL
027850             SUBTRACT WS-FEE-REFUND-TOTAL
027860                 FROM LED-CHARGES-TOTAL
027870             PERFORM 5600-CREDIT-SPONSOR
027880                 THRU 5600-CREDIT-SPONSOR-EXIT
027900             COMPUTE LED-BALANCE =
028000                 LED-CHARGES-TOTAL - LED-CREDITS-TOTAL
028100                     - LED-AID-TOTAL
028110                     - LED-SPONSOR-TOTAL
028200             REWRITE LEDGER-RECORD
028300     END-READ.
028400     PERFORM 5100-WRITE-GL-EXTRACT
028500         THRU 5100-WRITE-GL-EXTRACT-EXIT.
028510     IF SP-SPONSOR-POSTED
028520         PERFORM 5610-WRITE-SPONSOR-GL-EXTRACT
028530             THRU 5610-WRITE-SPONSOR-GL-EXTRACT-EXIT
028540     END-IF.
028600     IF WS-REFUND-PCT = 100
028700         MOVE 'STUDENT DROPPED - CHARGE FULLY REVERSED'
028800             TO WS-MESSAGE
029400 5000-DROP-STUDENT-EXIT.
029500     EXIT.
029600
029602*================================================================*
029604* 5600-CREDIT-SPONSOR - OFFERS THE DROP'S TUITION AND FEE REFUNDS*
029606* TO SPONSOR-POST-PGM.  WHEN A SPONSOR WAS BILLED FOR THIS       *
029608* SECTION IN THE DROP TERM, THE REFUND CREDITS THE SPONSOR UP TO *
029610* WHAT IT WAS NET BILLED AND COMES OFF LED-SPONSOR-TOTAL INSTEAD *
029612* OF THE STUDENT'S OWN BALANCE.                                  *
029614*================================================================*
029616 5600-CREDIT-SPONSOR.
029618     MOVE 'D' TO SP-FUNCTION
029620     MOVE LK-SNO TO SP-SSN
029622     MOVE WS-DROP-TERM TO SP-TERM
029624     MOVE SPACES TO SP-REFERENCE
029626     STRING WS-COURSE-NO DELIMITED BY SIZE
029628         WS-SECTION DELIMITED BY SIZE
029630         INTO SP-REFERENCE
029632     MOVE WS-REFUND-AMT TO SP-TUITION-AMT
029634     MOVE WS-FEE-REFUND-TOTAL TO SP-FEES-AMT
029636     CALL 'SPONSOR-POST-PGM' USING SPONSOR-POST-PARMS
029638     IF SP-SPONSOR-POSTED
029640         SUBTRACT SP-SPONSOR-AMT FROM LED-SPONSOR-TOTAL
029642     END-IF.
029644 5600-CREDIT-SPONSOR-EXIT.
029646     EXIT.
029648
029650*================================================================*
029652* 5610-WRITE-SPONSOR-GL-EXTRACT - ONE GL EXTRACT RECORD FOR THE  *
029654* AMOUNT SPONSOR-POST-PGM JUST MOVED: POSITIVE FOR A PROMOTION'S *
029656* CHARGE MOVED TO THE SPONSOR RECEIVABLE, NEGATIVE FOR A DROP    *
029658* CREDIT GIVEN BACK TO THE SPONSOR.                              *
029660*================================================================*
029662 5610-WRITE-SPONSOR-GL-EXTRACT.
029664     MOVE SPACES TO GL-EXTRACT-RECORD
029666     MOVE 'S' TO GLX-TRANS-TYPE
029668     MOVE SP-SSN TO GLX-SSN
029670     MOVE WS-TODAY-CC TO GLX-DATE-CC
029672     MOVE WS-TODAY-YY TO GLX-DATE-YY
029674     MOVE WS-TODAY-MM TO GLX-DATE-MM
029676     MOVE WS-TODAY-DD TO GLX-DATE-DD
029678     MOVE SP-REFERENCE TO GLX-REFERENCE
029680     IF SP-FUNC-CREDIT
029682         COMPUTE GLX-AMOUNT = ZERO - SP-SPONSOR-AMT
029684     ELSE
029686         MOVE SP-SPONSOR-AMT TO GLX-AMOUNT
029688     END-IF.
029690     MOVE '1210-SPNAR' TO GLX-GL-ACCOUNT
029692     WRITE GL-EXTRACT-RECORD.
029694 5610-WRITE-SPONSOR-GL-EXTRACT-EXIT.
029696     EXIT.
029698
029700*================================================================*
029800* 5100-WRITE-GL-EXTRACT - APPENDS ONE REVERSING GL EXTRACT       *
029900* RECORD, NEGATIVE FOR THE REFUNDED PORTION OF THE CHARGE, SO    *
031940     WRITE GL-EXTRACT-RECORD.
031942 5560-REVERSE-ONE-FEE-EXIT.
031944     EXIT.
031945
031946*================================================================*
031947* 5700-CHECK-TERM-WITHDRAWAL - A DROP FROM A CURRENT-TERM        *
031948* SECTION THAT LEAVES THE STUDENT ENROLLED IN NOTHING ELSE FOR   *
031949* THE TERM IS A WITHDRAWAL.  IT IS LOGGED ON WDRMSTR AS PENDING  *
031950* SO THE AID OFFICE CALCULATES THE RETURN OF TITLE IV AID; ONE   *
031951* ALREADY LOGGED FOR THE TERM KEEPS ITS ORIGINAL DATE.           *
031952*================================================================*
031953 5700-CHECK-TERM-WITHDRAWAL.
031954     IF WS-CURRENT-TERM = SPACES
031955         OR WS-DROP-TERM NOT = WS-CURRENT-TERM
031956         GO TO 5700-CHECK-TERM-WITHDRAWAL-EXIT.
031957     MOVE 'N' TO WS-TERM-ENR-SW
031958     MOVE 'N' TO WS-TERM-ENR-EOF-SW
031959     MOVE LK-SNO TO ENR-SSN
031960     MOVE LOW-VALUES TO ENR-COURSE-NO ENR-SECTION
031961     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
031962         INVALID KEY
031963             MOVE 'Y' TO WS-TERM-ENR-EOF-SW
031964     END-START.
031965     PERFORM 5710-SCAN-ONE-TERM-ENR
031966         THRU 5710-SCAN-ONE-TERM-ENR-EXIT
031967         UNTIL TERM-ENR-SCAN-DONE.
031968     IF STILL-ENROLLED-IN-TERM
031969         GO TO 5700-CHECK-TERM-WITHDRAWAL-EXIT.
031970     INITIALIZE WITHDRAWAL-RECORD
031971     MOVE LK-SNO TO WDR-SSN
031972     MOVE WS-CURRENT-TERM TO WDR-TERM
031973     ACCEPT WDR-WITHDRAW-DATE FROM DATE YYYYMMDD
031974     MOVE 'D' TO WDR-SOURCE
031975     MOVE 'P' TO WDR-STATUS
031976     WRITE WITHDRAWAL-RECORD
031977         INVALID KEY
031978             CONTINUE
031979     END-WRITE.
031980 5700-CHECK-TERM-WITHDRAWAL-EXIT.
031981     EXIT.
031982
031983 5710-SCAN-ONE-TERM-ENR.
031984     READ ENROLLMENT-FILE NEXT RECORD
031985         AT END
031986             MOVE 'Y' TO WS-TERM-ENR-EOF-SW
031987         NOT AT END
031988             IF ENR-SSN NOT = LK-SNO
031989                 MOVE 'Y' TO WS-TERM-ENR-EOF-SW
031990             ELSE
031991                 IF ENR-STAT-ENROLLED
031992                     AND (ENR-TERM = WS-CURRENT-TERM
031993                      OR ENR-TERM = SPACES)
031994                     MOVE 'Y' TO WS-TERM-ENR-SW
031995                     MOVE 'Y' TO WS-TERM-ENR-EOF-SW
031996                 END-IF
031997             END-IF
031998     END-READ.
031999 5710-SCAN-ONE-TERM-ENR-EXIT.
032000     EXIT.
032001
032002*================================================================*
032010* 6000-PROMOTE-FROM-WAITLIST - A SEAT JUST OPENED, SO THE FIRST  *
032020* WAITLISTED STUDENT FOR THE SECTION IS ENROLLED AUTOMATICALLY   *
032030* WITH THE SAME LEDGER POSTING AND GL EXTRACT A NORMAL           *
032150     EXIT.
032160
032170 6100-TRY-ONE-CANDIDATE.
032175     MOVE WS-DROP-TERM TO WLS-TERM
032180     MOVE WS-COURSE-NO TO WLS-COURSE-NO
032190     MOVE WS-SECTION TO WLS-SECTION
032200     MOVE WS-PROMO-POSITION TO WLS-POSITION
032300     END-READ.
032310     IF PROMOTION-SETTLED
032320         GO TO 6100-TRY-ONE-CANDIDATE-EXIT.
032326     IF WLS-TERM NOT = WS-DROP-TERM
032332         OR WLS-COURSE-NO NOT = WS-COURSE-NO
032340         OR WLS-SECTION NOT = WS-SECTION
032350         MOVE 'Y' TO WS-PROMOTE-SW
032360         GO TO 6100-TRY-ONE-CANDIDATE-EXIT.
032470     MOVE CLS-TUITION-AMT TO ENR-CHARGE-AMT
032472     MOVE SPACES TO ENR-GRADE
032474     MOVE ZERO TO ENR-CREDIT-HOURS
032476     MOVE WS-DROP-TERM TO ENR-TERM
032482     WRITE ENROLLMENT-RECORD
032484         INVALID KEY
032486             PERFORM 6150-RECHECK-CANDIDATE
032500     EXIT.
032502
032504*================================================================*
032505* 6150-RECHECK-CANDIDATE - THE WRITE HIT A RECORD ALREADY ON     *
032506* FILE FOR THE CANDIDATE.  A RECORD FROM ANOTHER TERM (A BLANK   *
032507* TERM COUNTS AS THE CURRENT ONE) IS LEFT ALONE AND THE ENTRY    *
032508* REMOVED.  A DROPPED RECORD FOR THIS TERM IS REVIVED - FLIPPED  *
032509* BACK TO ENROLLED, RESTAMPED WITH TODAY AND THE SECTION'S TERM, *
032510* THE NEW TUITION ADDED TO THE RETAINED PORTION STILL ON IT -    *
032511* AND THE PROMOTION COMPLETES NORMALLY.  ONLY A CANDIDATE        *
032512* GENUINELY STILL ENROLLED IS TREATED AS A STALE ENTRY AND       *
032513* REMOVED.                                                       *
032520*================================================================*
032522 6150-RECHECK-CANDIDATE.
032524     READ ENROLLMENT-FILE
032530             END-DELETE
032532             PERFORM 6300-WRITE-STALE-NOTICE
032534                 THRU 6300-WRITE-STALE-NOTICE-EXIT
032535         NOT INVALID KEY
032536             MOVE ENR-TERM TO WS-CAND-TERM
032537             IF WS-CAND-TERM = SPACES
032538                 MOVE WS-CURRENT-TERM TO WS-CAND-TERM
032539             END-IF
032540             IF WS-CAND-TERM NOT = WS-DROP-TERM
032541                 DELETE WAITLIST-FILE RECORD
032542                 END-DELETE
032543                 PERFORM 6310-WRITE-TERM-NOTICE
032544                     THRU 6310-WRITE-TERM-NOTICE-EXIT
032545             ELSE
032546                 IF ENR-STAT-DROPPED
032547                     MOVE 'E' TO ENR-STATUS
032548                     MOVE WS-TODAY-CC TO ENR-DATE-CC
032549                     MOVE WS-TODAY-YY TO ENR-DATE-YY
032550                     MOVE WS-TODAY-MM TO ENR-DATE-MM
032551                     MOVE WS-TODAY-DD TO ENR-DATE-DD
032552                     ADD CLS-TUITION-AMT TO ENR-CHARGE-AMT
032553                     MOVE SPACES TO ENR-GRADE
032554                     MOVE ZERO TO ENR-CREDIT-HOURS
032555                     MOVE WS-DROP-TERM TO ENR-TERM
032556                     REWRITE ENROLLMENT-RECORD
032557                     PERFORM 6160-COMPLETE-PROMOTION
032558                         THRU 6160-COMPLETE-PROMOTION-EXIT
032559                 ELSE
032560                     DELETE WAITLIST-FILE RECORD
032561                     END-DELETE
032562                     PERFORM 6300-WRITE-STALE-NOTICE
032563                         THRU 6300-WRITE-STALE-NOTICE-EXIT
032564                 END-IF
032565             END-IF
032576     END-READ.
032578 6150-RECHECK-CANDIDATE-EXIT.
032580     EXIT.
032824         THRU 6250-ASSESS-PROMO-FEES-EXIT.
032830     ADD CLS-TUITION-AMT TO LED-CHARGES-TOTAL
032835     ADD WS-FEES-TOTAL TO LED-CHARGES-TOTAL
032836     PERFORM 6210-MOVE-PROMO-TO-SPONSOR
032837         THRU 6210-MOVE-PROMO-TO-SPONSOR-EXIT.
032840     COMPUTE LED-BALANCE =
032850         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
032855             - LED-SPONSOR-TOTAL
032860     REWRITE LEDGER-RECORD.
032870     MOVE SPACES TO GL-EXTRACT-RECORD
032880     MOVE 'E' TO GLX-TRANS-TYPE
032960         INTO GLX-REFERENCE
032970     MOVE CLS-TUITION-AMT TO GLX-AMOUNT
032980     MOVE '4000-TUITN' TO GLX-GL-ACCOUNT
032981     WRITE GL-EXTRACT-RECORD.
032982     IF SP-SPONSOR-POSTED
032983         PERFORM 5610-WRITE-SPONSOR-GL-EXTRACT
032984             THRU 5610-WRITE-SPONSOR-GL-EXTRACT-EXIT
032985     END-IF.
032986 6200-POST-PROMOTED-CHARGE-EXIT.
032987     EXIT.
032988
032989*================================================================*
032990* 6210-MOVE-PROMO-TO-SPONSOR - THE SAME SPONSOR POSTING          *
032991* PROJ-ENROLLMENT MAKES: THE COVERED PART OF THE PROMOTED        *
032992* STUDENT'S TUITION AND FEES GOES TO THE SPONSOR FOR THE TERM.   *
032993*================================================================*
032994 6210-MOVE-PROMO-TO-SPONSOR.
032995     MOVE 'C' TO SP-FUNCTION
032996     MOVE WS-PROMO-SNO TO SP-SSN
032997     MOVE WS-DROP-TERM TO SP-TERM
032998     MOVE SPACES TO SP-REFERENCE
032999     STRING WS-COURSE-NO DELIMITED BY SIZE
033000         WS-SECTION DELIMITED BY SIZE
033001         INTO SP-REFERENCE
033002     MOVE CLS-TUITION-AMT TO SP-TUITION-AMT
033003     MOVE WS-FEES-TOTAL TO SP-FEES-AMT
033004     CALL 'SPONSOR-POST-PGM' USING SPONSOR-POST-PARMS
033005     IF SP-SPONSOR-POSTED
033006         ADD SP-SPONSOR-AMT TO LED-SPONSOR-TOTAL
033007     END-IF.
033008 6210-MOVE-PROMO-TO-SPONSOR-EXIT.
033009     EXIT.
033010
033012*================================================================*
033013* 6250-ASSESS-PROMO-FEES - THE SAME FEE SCHEDULE SCAN           *
033014* PROJ-ENROLLMENT RUNS AT ENROLLMENT TIME, RUN FOR THE PROMOTED *
033041         AT END
033042             MOVE 'Y' TO WS-FEE-EOF-SW
033043     END-READ.
033044     IF FEE-SCAN-DONE OR FEE-PER-RETURNED-ITEM
033045         GO TO 6260-ASSESS-ONE-PROMO-FEE-EXIT.
033046     IF FEE-COURSE-NO NOT = SPACES
033047         AND FEE-COURSE-NO NOT = WS-COURSE-NO
033048         GO TO 6260-ASSESS-ONE-PROMO-FEE-EXIT.
033049     MOVE SPACES TO FEE-DETAIL-RECORD
033050     MOVE WS-PROMO-SNO TO FDT-SSN
033051     MOVE WS-DROP-TERM TO FDT-TERM
033052     IF FEE-PER-TERM
033053         MOVE SPACES TO FDT-COURSE-NO
033054         MOVE SPACES TO FDT-SECTION
033158 6300-WRITE-STALE-NOTICE-EXIT.
033160     EXIT.
033162
033163*================================================================*
033164* 6310-WRITE-TERM-NOTICE - THE RECORD ON FILE FOR THE CANDIDATE  *
033165* BELONGS TO ANOTHER TERM.  ENROLLMENT IS KEYED WITHOUT THE TERM *
033166* SO THE OLD RECORD CANNOT BE REVIVED OR REPLACED - THE ENTRY IS *
033167* REMOVED AND THE REGISTRAR REGISTERS THE STUDENT BY HAND.       *
033168*================================================================*
033169 6310-WRITE-TERM-NOTICE.
033170     MOVE SPACES TO NOTICE-LINE
033171     STRING 'WAITLIST ENTRY REMOVED - SSN ' DELIMITED BY SIZE
033172         WS-PROMO-SNO DELIMITED BY SIZE
033173         ' HOLDS ' DELIMITED BY SIZE
033174         WS-COURSE-NO DELIMITED BY SIZE
033175         ' SEC ' DELIMITED BY SIZE
033176         WS-SECTION DELIMITED BY SIZE
033177         ' FROM TERM ' DELIMITED BY SIZE
033178         WS-CAND-TERM DELIMITED BY SIZE
033179         INTO NOTICE-LINE
033180     WRITE NOTICE-LINE.
033181 6310-WRITE-TERM-NOTICE-EXIT.
033182     EXIT.
033183
033184*================================================================*
033185* 6400-WRITE-PROMO-NOTICE - ONE LINE FOR THE REGISTRAR PER       *
033186* AUTOMATIC PROMOTION SO THE STUDENT CAN BE NOTIFIED.            *
033187*================================================================*
033188 6400-WRITE-PROMO-NOTICE.
033189     MOVE SPACES TO NOTICE-LINE
033190     STRING 'PROMOTED FROM WAITLIST - SSN ' DELIMITED BY SIZE
033191         WS-PROMO-SNO DELIMITED BY SIZE
033192         ' ENROLLED IN ' DELIMITED BY SIZE
033193         WS-COURSE-NO DELIMITED BY SIZE
033194         ' SEC ' DELIMITED BY SIZE
033195         WS-SECTION DELIMITED BY SIZE
033196         INTO NOTICE-LINE
033197     WRITE NOTICE-LINE.
033198 6400-WRITE-PROMO-NOTICE-EXIT.
033199     EXIT.
033200
033201*================================================================*
033202* 9999-TERMINATE                                                 *
033203*================================================================*
033204 9999-TERMINATE.
033206     CLOSE LEDGER-FILE.
033208     CLOSE CLASS-FILE.
033218     CLOSE TERM-FILE.
033220     CLOSE FEE-FILE.
033222     CLOSE FEE-DETAIL-FILE.
033223     CLOSE WITHDRAWAL-FILE.
033224 9999-TERMINATE-EXIT.
033490     EXIT.
