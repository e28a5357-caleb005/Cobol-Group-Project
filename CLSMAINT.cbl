002590*                REVERSING GL EXTRACT, AND A WAITLIST PROMOTION
002592*                ASSESSES THE FEE SCHEDULE (FEEMSTR) THE SAME
002594*                WAY PROJ-ENROLLMENT DOES.
002595* 10/15/26  DWH  A WAITLIST PROMOTION SKIPS THE RETURNED-ITEM FEE
002596*                (FREQUENCY R) - IT IS CHARGED ONLY BY
002597*                RETURNED-PAYMENT-PGM WHEN A RECEIPT BOUNCES.
002607* 10/15/26  DWH  A CANCELLATION'S TUITION AND FEE REVERSAL NOW
002617*                CREDITS THE STUDENT'S SPONSOR FIRST, UP TO WHAT
002627*                THE SPONSOR WAS NET BILLED FOR THE SECTION,
002637*                THROUGH SPONSOR-POST-PGM.  A WAITLIST PROMOTION
002647*                MOVES ITS COVERED CHARGES TO THE SPONSOR THE SAME
002657*                WAY PROJ-ENROLLMENT DOES.  EACH MOVE WRITES A
002667*                TYPE S GL EXTRACT.
002668* 10/15/26  DWH  THE OPERATOR NOW KEYS THE TERM WITH THE COURSE
002669*                AND SECTION (BLANK MEANS THE CURRENT TERM), AS
002670*                THE TERM NOW LEADS THE CLASS AND WAITLIST KEYS.
002671*                THE CONFLICT SCAN LOOKS ONLY AT THE SAME TERM, A
002672*                CANCEL DROPS ONLY THAT TERM'S ENROLLMENTS AND
002673*                WAITLIST, AND A PROMOTION IS STAMPED, FEE-
002674*                ASSESSED AND SPONSOR-BILLED IN THE SECTION'S OWN
002675*                TERM.
002681* 10/15/26  DWH  CANCELLING THE CURRENT TERM'S SECTION ALSO DROPS
002687*                ENROLLMENTS STILL CARRYING A BLANK TERM.
002688* 10/15/26  DWH  A SECTION IN A TERM NOT ON TRMCAL, OR IN A TERM
002689*                THAT STARTED BEFORE THE CURRENT TERM, CAN NO
002690*                LONGER BE CHANGED, CANCELLED OR HAVE ITS WAITLIST
002691*                PROMOTED.
002693*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
011360 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
011370     88  TERM-SCAN-DONE                   VALUE 'Y'.
011380 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
011390 01  WS-CLASS-TERM            PIC X(06)  VALUE SPACES.
011391 01  WS-CURRENT-START         PIC X(08)  VALUE SPACES.
011392 01  WS-CAL-OPEN-SW           PIC X      VALUE 'N'.
011393     88  CALENDAR-IS-OPEN                 VALUE 'Y'.
011394 01  WS-CLS-TERM-OK-SW        PIC X      VALUE 'Y'.
011395     88  CLASS-TERM-OK                    VALUE 'Y'.
011400 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
011500 01  WS-TODAY-GROUP REDEFINES WS-TODAY.
011600     05  WS-TODAY-CC          PIC 9(02).
012174 01  WS-FEES-TOTAL            PIC S9(07)V99 VALUE ZERO.
012176 01  WS-FEE-REFUND-AMT        PIC 9(05)V99 VALUE ZERO.
012178 01  WS-FEE-REFUND-TOTAL      PIC S9(07)V99 VALUE ZERO.
012182*----------------------------------------------------------------
012186* SPONSOR POSTING PARAMETERS - SEE SPONSOR-POST-PGM.
012190*----------------------------------------------------------------
012194 COPY SPNPARM.
012200 SCREEN SECTION.
012300 01  CLEAR-SCREEN.
012400     05  BLANK SCREEN.
012500 01  SECTION-SELECT-SCREEN.
012600     05  LINE 3  COL 28 VALUE "CLASS MAINTENANCE".
012610     05  LINE 4  COL 10 VALUE "TERM         : ".
012620     05  LINE 4  COL 30 PIC X(06) TO WS-CLASS-TERM.
012630     05  LINE 4  COL 45 VALUE "(BLANK = CURRENT TERM)".
012700     05  LINE 5  COL 10 VALUE "COURSE NUMBER: ".
012800     05  LINE 5  COL 30 PIC X(08) TO WS-COURSE-NO.
012900     05  LINE 5  COL 45 VALUE "SECTION: ".
022894     END-IF.
022900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022910     OPEN INPUT TERM-FILE.
022911     IF TRM-FS-NOT-FOUND
022912         MOVE 'N' TO WS-CAL-OPEN-SW
022913     ELSE
022914         MOVE 'Y' TO WS-CAL-OPEN-SW
022915     END-IF.
022920     PERFORM 1100-FIND-CURRENT-TERM
022930         THRU 1100-FIND-CURRENT-TERM-EXIT.
023000 1000-INITIALIZE-EXIT.
023110
023112*================================================================*
023114* 1100-FIND-CURRENT-TERM - SCANS THE TERM CALENDAR FOR THE ONE   *
023116* TERM FLAGGED CURRENT, WHICH IS THE TERM MAINTAINED WHEN THE    *
023118* OPERATOR LEAVES THE TERM BLANK.  NO CALENDAR MEANS A BLANK     *
023120* TERM, AS IN PROJ-ENROLLMENT.                                   *
023122*================================================================*
023124 1100-FIND-CURRENT-TERM.
023126     MOVE SPACES TO WS-CURRENT-TERM
023127     MOVE SPACES TO WS-CURRENT-START
023128     MOVE 'N' TO WS-TRM-EOF-SW
023130     IF TRM-FS-NOT-FOUND
023132         MOVE 'Y' TO WS-TRM-EOF-SW
023168         NOT AT END
023170             IF TRM-IS-CURRENT
023172                 MOVE TRM-CODE TO WS-CURRENT-TERM
023173                 MOVE TRM-START-DATE TO WS-CURRENT-START
023174                 MOVE 'Y' TO WS-TRM-EOF-SW
023176             END-IF
023178     END-READ.
024300     EXIT.
024400
024500*================================================================*
024600* 2100-FETCH-CLASS - READS THE SECTION KEYED ON THE SCREEN.  A   *
024610* TERM NOT ON THE CALENDAR, OR ONE THAT STARTED BEFORE THE       *
024620* CURRENT TERM, IS REFUSED BEFORE THE READ, SO NO CHANGE, CANCEL *
024630* OR WAITLIST PROMOTION IS MADE AGAINST A CLOSED TERM.           *
024700*================================================================*
024800 2100-FETCH-CLASS.
024900     MOVE 'N' TO WS-CLASS-FOUND-SW
024910     IF WS-CLASS-TERM = SPACES
024920         MOVE WS-CURRENT-TERM TO WS-CLASS-TERM
024930     END-IF.
024932     PERFORM 2110-CHECK-TERM THRU 2110-CHECK-TERM-EXIT.
024934     IF NOT CLASS-TERM-OK
024936         GO TO 2100-FETCH-CLASS-EXIT.
024940     MOVE WS-CLASS-TERM TO CLS-TERM
025000     MOVE WS-COURSE-NO TO CLS-COURSE-NO
025100     MOVE WS-SECTION TO CLS-SECTION
025200     READ CLASS-FILE
025700     END-READ.
025800 2100-FETCH-CLASS-EXIT.
025900     EXIT.
025903
025906*================================================================*
025909* 2110-CHECK-TERM - THE TERM MAINTAINED MUST BE ON THE CALENDAR  *
025912* AND MUST NOT START BEFORE THE CURRENT TERM.  WITH NO CALENDAR  *
025915* ON FILE AT ALL THE TERM IS ACCEPTED, AS BEFORE.                *
025918*================================================================*
025921 2110-CHECK-TERM.
025924     MOVE 'Y' TO WS-CLS-TERM-OK-SW
025927     IF NOT CALENDAR-IS-OPEN
025930         GO TO 2110-CHECK-TERM-EXIT.
025933     MOVE 'N' TO WS-CLS-TERM-OK-SW
025936     IF WS-CLASS-TERM = SPACES
025939         MOVE 'NO CURRENT TERM ON CALENDAR - KEY THE TERM'
025942             TO WS-MESSAGE
025945         GO TO 2110-CHECK-TERM-EXIT.
025948     MOVE WS-CLASS-TERM TO TRM-CODE
025951     READ TERM-FILE
025954         INVALID KEY
025957             MOVE 'TERM NOT ON CALENDAR - NO CHANGE MADE'
025960                 TO WS-MESSAGE
025963             GO TO 2110-CHECK-TERM-EXIT
025966     END-READ.
025969     IF WS-CURRENT-START NOT = SPACES
025972         AND TRM-START-DATE < WS-CURRENT-START
025975         MOVE 'TERM IS CLOSED - NO CHANGE MADE' TO WS-MESSAGE
025978         GO TO 2110-CHECK-TERM-EXIT.
025981     MOVE 'Y' TO WS-CLS-TERM-OK-SW.
025984 2110-CHECK-TERM-EXIT.
025987     EXIT.
026000
026100*================================================================*
026200* 3000-CHANGE-SECTION - APPLIES THE OPERATOR'S CHANGES TO A      *
029800         MOVE 'ROOM OR INSTRUCTOR CONFLICT - NOT CHANGED'
029850             TO WS-MESSAGE
029900         GO TO 3000-CHANGE-SECTION-EXIT.
029910     MOVE NCL-TERM TO CLS-TERM
030000     MOVE NCL-COURSE-NO TO CLS-COURSE-NO
030100     MOVE NCL-SECTION TO CLS-SECTION
030200     READ CLASS-FILE
031310
031400*================================================================*
031410* 4000-CHECK-CONFLICT - SAME ROOM-OR-INSTRUCTOR DAY/TIME OVERLAP *
031500* SCAN OF THE TERM'S SECTIONS ADD-CLASS-PGM RUNS WHEN A SECTION  *
031600* IS ADDED, RUN HERE AGAINST THE CHANGED VALUES AND SKIPPING     *
031650* THE SECTION'S OWN RECORD.                                      *
031700*================================================================*
031800 4000-CHECK-CONFLICT.
031900     MOVE 'N' TO WS-CONFLICT-SW
032000     MOVE 'N' TO WS-EOF-SW
032100     MOVE NCL-TERM TO CLS-TERM
032110     MOVE LOW-VALUES TO CLS-COURSE-NO CLS-SECTION
032200     START CLASS-FILE KEY IS NOT LESS THAN CLS-KEY
032300         INVALID KEY
032400             MOVE 'Y' TO WS-EOF-SW
033200     READ CLASS-FILE NEXT RECORD
033300         AT END
033400             MOVE 'Y' TO WS-EOF-SW
033410     END-READ.
033420     IF FILE-SCAN-DONE
033430         GO TO 4100-SCAN-ONE-CLASS-EXIT.
033440     IF CLS-TERM NOT = NCL-TERM
033450         MOVE 'Y' TO WS-EOF-SW
033460         GO TO 4100-SCAN-ONE-CLASS-EXIT.
033600     IF CLS-KEY NOT = NCL-KEY
033700         AND (CLS-ROOM = NCL-ROOM
033720             OR (CLS-INSTRUCTOR-ID = NCL-INSTRUCTOR-ID
033740                 AND NCL-INSTRUCTOR-ID NOT = SPACES))
033800         AND CLS-START-TIME < NCL-END-TIME
033900         AND NCL-START-TIME < CLS-END-TIME
034000         AND ((CLS-DAY-MON = 'Y' AND NCL-DAY-MON = 'Y')
034100          OR  (CLS-DAY-TUE = 'Y' AND NCL-DAY-TUE = 'Y')
034200          OR  (CLS-DAY-WED = 'Y' AND NCL-DAY-WED = 'Y')
034300          OR  (CLS-DAY-THU = 'Y' AND NCL-DAY-THU = 'Y')
034400          OR  (CLS-DAY-FRI = 'Y' AND NCL-DAY-FRI = 'Y')
034500          OR  (CLS-DAY-SAT = 'Y' AND NCL-DAY-SAT = 'Y')
034600          OR  (CLS-DAY-SUN = 'Y' AND NCL-DAY-SUN = 'Y'))
034700         MOVE 'Y' TO WS-CONFLICT-SW
034800     END-IF.
035000 4100-SCAN-ONE-CLASS-EXIT.
035100     EXIT.
035200
036400         WS-COURSE-NO DELIMITED BY SIZE
036500         ' SEC ' DELIMITED BY SIZE
036600         WS-SECTION DELIMITED BY SIZE
036610         ' TERM ' DELIMITED BY SIZE
036620         WS-CLASS-TERM DELIMITED BY SIZE
036700         INTO ROSTER-LINE
036800     WRITE ROSTER-LINE.
036900     PERFORM 5100-DROP-ALL-ENROLLMENTS
037000         THRU 5100-DROP-ALL-ENROLLMENTS-EXIT.
037100     PERFORM 5400-PURGE-WAITLIST
037200         THRU 5400-PURGE-WAITLIST-EXIT.
037210     MOVE WS-CLASS-TERM TO CLS-TERM
037300     MOVE WS-COURSE-NO TO CLS-COURSE-NO
037400     MOVE WS-SECTION TO CLS-SECTION
037500     READ CLASS-FILE
041200         GO TO 5200-DROP-ONE-ENROLLMENT-EXIT.
041300     IF ENR-COURSE-NO = WS-COURSE-NO
041400         AND ENR-SECTION = WS-SECTION
041410         AND (ENR-TERM = WS-CLASS-TERM
041420          OR (ENR-TERM = SPACES
041430              AND WS-CLASS-TERM = WS-CURRENT-TERM))
041500         AND ENR-STAT-ENROLLED
041600         MOVE ENR-CHARGE-AMT TO WS-REVERSE-AMT
041700         MOVE 'D' TO ENR-STATUS
043500* THE LEDGER AND APPENDS THE REVERSING GL EXTRACTS.  A SCHOOL    *
043600* CANCELLATION ALWAYS REVERSES IN FULL - THE REFUND SCHEDULE     *
043650* ONLY APPLIES TO A STUDENT'S OWN DROP.                          *
043660* WHAT A SPONSOR WAS BILLED FOR THE SECTION GOES BACK TO THE     *
043670* SPONSOR FIRST (5700) - ONLY THE REST CREDITS THE STUDENT.      *
043700*================================================================*
043800 5300-REVERSE-ONE-CHARGE.
043850     PERFORM 5600-REVERSE-FEES THRU 5600-REVERSE-FEES-EXIT.
043860     MOVE 'N' TO SP-REPLY
043900     MOVE ENR-SSN TO LED-SSN
044000     READ LEDGER-FILE
044100         INVALID KEY
044400             SUBTRACT WS-REVERSE-AMT FROM LED-CHARGES-TOTAL
044450             SUBTRACT WS-FEE-REFUND-TOTAL
044460                 FROM LED-CHARGES-TOTAL
044470             PERFORM 5700-CREDIT-SPONSOR
044480                 THRU 5700-CREDIT-SPONSOR-EXIT
044500             COMPUTE LED-BALANCE =
044600                 LED-CHARGES-TOTAL - LED-CREDITS-TOTAL
044700                     - LED-AID-TOTAL
044710                     - LED-SPONSOR-TOTAL
044800             REWRITE LEDGER-RECORD
044900     END-READ.
045000     MOVE SPACES TO GL-EXTRACT-RECORD
046000     COMPUTE GLX-AMOUNT = ZERO - WS-REVERSE-AMT.
046100     MOVE '4000-TUITN' TO GLX-GL-ACCOUNT
046200     WRITE GL-EXTRACT-RECORD.
046210     IF SP-SPONSOR-POSTED
046220         PERFORM 5710-WRITE-SPONSOR-GL-EXTRACT
046230             THRU 5710-WRITE-SPONSOR-GL-EXTRACT-EXIT
046240     END-IF.
046300 5300-REVERSE-ONE-CHARGE-EXIT.
046400     EXIT.
046410
046538 5650-REVERSE-ONE-FEE-EXIT.
046540     EXIT.
046542
046543*================================================================*
046544* 5700-CREDIT-SPONSOR - OFFERS THE CANCELLED SECTION'S TUITION   *
046545* AND FEE REVERSALS TO SPONSOR-POST-PGM.  WHEN A SPONSOR WAS     *
046546* BILLED FOR THE SECTION IN THE ENROLLMENT'S TERM, THE REVERSAL  *
046547* CREDITS THE SPONSOR UP TO WHAT IT WAS NET BILLED AND COMES OFF *
046548* LED-SPONSOR-TOTAL INSTEAD OF THE STUDENT'S OWN BALANCE.        *
046549*================================================================*
046550 5700-CREDIT-SPONSOR.
046551     MOVE 'D' TO SP-FUNCTION
046552     MOVE ENR-SSN TO SP-SSN
046553     MOVE ENR-TERM TO SP-TERM
046554     MOVE SPACES TO SP-REFERENCE
046555     STRING WS-COURSE-NO DELIMITED BY SIZE
046556         WS-SECTION DELIMITED BY SIZE
046557         INTO SP-REFERENCE
046558     MOVE WS-REVERSE-AMT TO SP-TUITION-AMT
046559     MOVE WS-FEE-REFUND-TOTAL TO SP-FEES-AMT
046560     CALL 'SPONSOR-POST-PGM' USING SPONSOR-POST-PARMS
046561     IF SP-SPONSOR-POSTED
046562         SUBTRACT SP-SPONSOR-AMT FROM LED-SPONSOR-TOTAL
046563     END-IF.
046564 5700-CREDIT-SPONSOR-EXIT.
046565     EXIT.
046566
046567*================================================================*
046568* 5710-WRITE-SPONSOR-GL-EXTRACT - ONE GL EXTRACT RECORD FOR THE  *
046569* AMOUNT SPONSOR-POST-PGM JUST MOVED: POSITIVE FOR A PROMOTION'S *
046570* CHARGE MOVED TO THE SPONSOR RECEIVABLE, NEGATIVE FOR A         *
046571* CANCELLATION CREDIT GIVEN BACK TO THE SPONSOR.                 *
046572*================================================================*
046573 5710-WRITE-SPONSOR-GL-EXTRACT.
046574     MOVE SPACES TO GL-EXTRACT-RECORD
046575     MOVE 'S' TO GLX-TRANS-TYPE
046576     MOVE SP-SSN TO GLX-SSN
046577     MOVE WS-TODAY-CC TO GLX-DATE-CC
046578     MOVE WS-TODAY-YY TO GLX-DATE-YY
046579     MOVE WS-TODAY-MM TO GLX-DATE-MM
046580     MOVE WS-TODAY-DD TO GLX-DATE-DD
046581     MOVE SP-REFERENCE TO GLX-REFERENCE
046582     IF SP-FUNC-CREDIT
046583         COMPUTE GLX-AMOUNT = ZERO - SP-SPONSOR-AMT
046584     ELSE
046585         MOVE SP-SPONSOR-AMT TO GLX-AMOUNT
046586     END-IF.
046587     MOVE '1210-SPNAR' TO GLX-GL-ACCOUNT
046588     WRITE GL-EXTRACT-RECORD.
046589 5710-WRITE-SPONSOR-GL-EXTRACT-EXIT.
046590     EXIT.
046591
046600*================================================================*
046700* 5400-PURGE-WAITLIST - REMOVES EVERY WAITLIST ENTRY FOR THE     *
046800* CANCELLED SECTION, LISTING EACH ON THE CANCELLATION ROSTER SO  *
047000*================================================================*
047100 5400-PURGE-WAITLIST.
047200     MOVE 'N' TO WS-EOF-SW
047210     MOVE WS-CLASS-TERM TO WLS-TERM
047300     MOVE WS-COURSE-NO TO WLS-COURSE-NO
047400     MOVE WS-SECTION TO WLS-SECTION
047500     MOVE ZERO TO WLS-POSITION
049000     END-READ.
049100     IF FILE-SCAN-DONE
049200         GO TO 5500-PURGE-ONE-ENTRY-EXIT.
049300     IF WLS-TERM NOT = WS-CLASS-TERM
049310         OR WLS-COURSE-NO NOT = WS-COURSE-NO
049400         OR WLS-SECTION NOT = WS-SECTION
049500         MOVE 'Y' TO WS-EOF-SW
049600         GO TO 5500-PURGE-ONE-ENTRY-EXIT.
050400 5500-PURGE-ONE-ENTRY-EXIT.
050500     EXIT.
050600
050604*================================================================*
050608* 6210-MOVE-PROMO-TO-SPONSOR - THE SAME SPONSOR POSTING          *
050612* PROJ-ENROLLMENT MAKES: THE COVERED PART OF THE PROMOTED        *
050616* STUDENT'S TUITION AND FEES GOES TO THE SPONSOR FOR THE TERM.   *
050620*================================================================*
050624 6210-MOVE-PROMO-TO-SPONSOR.
050628     MOVE 'C' TO SP-FUNCTION
050632     MOVE WS-PROMO-SNO TO SP-SSN
050636     MOVE WS-CLASS-TERM TO SP-TERM
050640     MOVE SPACES TO SP-REFERENCE
050644     STRING WS-COURSE-NO DELIMITED BY SIZE
050648         WS-SECTION DELIMITED BY SIZE
050652         INTO SP-REFERENCE
050656     MOVE CLS-TUITION-AMT TO SP-TUITION-AMT
050660     MOVE WS-FEES-TOTAL TO SP-FEES-AMT
050664     CALL 'SPONSOR-POST-PGM' USING SPONSOR-POST-PARMS
050668     IF SP-SPONSOR-POSTED
050672         ADD SP-SPONSOR-AMT TO LED-SPONSOR-TOTAL
050676     END-IF.
050680 6210-MOVE-PROMO-TO-SPONSOR-EXIT.
050684     EXIT.
050688
050700*================================================================*
050710* 6000-FILL-OPEN-SEATS - A CHANGE JUST RAISED MAX SEATS ABOVE    *
050720* THE SEATS FILLED, SO THE SECTION'S WAITLIST IS WORKED IN       *
050770     IF CLS-SEATS-FILLED NOT LESS THAN CLS-MAX-SEATS
050772         MOVE 'Y' TO WS-PROMOTE-SW
050774         GO TO 6100-TRY-ONE-CANDIDATE-EXIT.
050775     MOVE WS-CLASS-TERM TO WLS-TERM
050776     MOVE WS-COURSE-NO TO WLS-COURSE-NO
050778     MOVE WS-SECTION TO WLS-SECTION
050780     MOVE WS-PROMO-POSITION TO WLS-POSITION
050800     END-READ.
050802     IF PROMOTION-SETTLED
050804         GO TO 6100-TRY-ONE-CANDIDATE-EXIT.
050806     IF WLS-TERM NOT = WS-CLASS-TERM
050807         OR WLS-COURSE-NO NOT = WS-COURSE-NO
050808         OR WLS-SECTION NOT = WS-SECTION
050810         MOVE 'Y' TO WS-PROMOTE-SW
050812         GO TO 6100-TRY-ONE-CANDIDATE-EXIT.
050834     MOVE CLS-TUITION-AMT TO ENR-CHARGE-AMT
050835     MOVE SPACES TO ENR-GRADE
050836     MOVE ZERO TO ENR-CREDIT-HOURS
050838     MOVE WS-CLASS-TERM TO ENR-TERM
050840     WRITE ENROLLMENT-RECORD
050842         INVALID KEY
050844             PERFORM 6150-RECHECK-CANDIDATE
050906                 ADD CLS-TUITION-AMT TO ENR-CHARGE-AMT
050908                 MOVE SPACES TO ENR-GRADE
050910                 MOVE ZERO TO ENR-CREDIT-HOURS
050912                 MOVE WS-CLASS-TERM TO ENR-TERM
050914                 REWRITE ENROLLMENT-RECORD
050916                 PERFORM 6160-COMPLETE-PROMOTION
050918                     THRU 6160-COMPLETE-PROMOTION-EXIT
051050         THRU 6250-ASSESS-PROMO-FEES-EXIT.
051051     ADD CLS-TUITION-AMT TO LED-CHARGES-TOTAL
051052     ADD WS-FEES-TOTAL TO LED-CHARGES-TOTAL
051053     PERFORM 6210-MOVE-PROMO-TO-SPONSOR
051054         THRU 6210-MOVE-PROMO-TO-SPONSOR-EXIT.
051055     COMPUTE LED-BALANCE =
051056         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
051057             - LED-SPONSOR-TOTAL
051058     REWRITE LEDGER-RECORD.
051059     MOVE SPACES TO GL-EXTRACT-RECORD
051060     MOVE 'E' TO GLX-TRANS-TYPE
051062     MOVE WS-PROMO-SNO TO GLX-SSN
051064     MOVE WS-TODAY-CC TO GLX-DATE-CC
051072     STRING WS-COURSE-NO DELIMITED BY SIZE
051074         WS-SECTION DELIMITED BY SIZE
051076         INTO GLX-REFERENCE
051077     MOVE CLS-TUITION-AMT TO GLX-AMOUNT
051078     MOVE '4000-TUITN' TO GLX-GL-ACCOUNT
051079     WRITE GL-EXTRACT-RECORD.
051080     IF SP-SPONSOR-POSTED
051081         PERFORM 5710-WRITE-SPONSOR-GL-EXTRACT
051082             THRU 5710-WRITE-SPONSOR-GL-EXTRACT-EXIT
051083     END-IF.
051084 6200-POST-PROMOTED-CHARGE-EXIT.
051086     EXIT.
051087
051117         AT END
051118             MOVE 'Y' TO WS-FEE-EOF-SW
051119     END-READ.
051120     IF FEE-SCAN-DONE OR FEE-PER-RETURNED-ITEM
051121         GO TO 6260-ASSESS-ONE-PROMO-FEE-EXIT.
051122     IF FEE-COURSE-NO NOT = SPACES
051123         AND FEE-COURSE-NO NOT = WS-COURSE-NO
051124         GO TO 6260-ASSESS-ONE-PROMO-FEE-EXIT.
051125     MOVE SPACES TO FEE-DETAIL-RECORD
051126     MOVE WS-PROMO-SNO TO FDT-SSN
051127     MOVE WS-CLASS-TERM TO FDT-TERM
051128     IF FEE-PER-TERM
051129         MOVE SPACES TO FDT-COURSE-NO
051130         MOVE SPACES TO FDT-SECTION
