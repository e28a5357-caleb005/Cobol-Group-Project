002920*                SAPCHECK) BEFORE DOING ANY WORK AND STAMPS ITS
002930*                COMPLETION AFTER, FOR THE BATCH WINDOW'S
002940*                DOUBLE-RUN PROTECTION AND MORNING RUN LOG.
002946* 10/15/26  DWH  A GRADE CHANGE OR INCOMPLETE LAPSE IN A TERM
002952*                ALREADY EVALUATED NOW FLAGS THE STUDENT'S SAPMSTR
002958*                RECORD FOR RECOMPUTE.  EVERY RUN FINISHES BY
002964*                RE-EVALUATING EACH STILL-FLAGGED STUDENT AGAINST
002970*                THE RECORD'S OWN TERM, CLEARING THE FLAG, LISTING
002976*                THE OLD AND NEW STANDING AND HOLDING PENDING
002982*                AWARDS ON A SUSPENSION.  A BLANK TERM RUNS THE
002988*                RECOMPUTES ALONE.
002991* 10/15/26  DWH  I AND W GRADES NOW COUNT AS ATTEMPTED HOURS IN
002994*                THE COMPLETION RATE (PACE) DENOMINATOR.  THEY
002997*                STAY OUT OF THE GPA.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
007700 01  WS-ARC-EOF-SW            PIC X      VALUE 'N'.
007800     88  HISTORY-SCAN-DONE                VALUE 'Y'.
007900 01  WS-GRADE-VALID-SW        PIC X      VALUE 'N'.
007910     88  GRADE-IS-RECOGNIZED              VALUE 'Y'.
007920     88  GRADE-IS-ATTEMPTED-ONLY          VALUE 'A'.
008100
008200 01  WS-EVAL-TERM             PIC X(06)  VALUE SPACES.
008300 01  WS-PREV-SSN              PIC 9(09)  VALUE ZERO.
008800     88  STANDING-IS-SUSPENDED            VALUE 'S'.
008900
009000*----------------------------------------------------------------
009010* GPA AND COMPLETION ACCUMULATORS FOR ONE STUDENT.  GPA CREDITS
009020* (CUM-CREDITS) ARE THE A-F GRADED COURSES; ATTEMPTED CREDITS ADD
009030* THE I AND W GRADES AND ARE THE COMPLETION-RATE (PACE)
009040* DENOMINATOR; EARNED CREDITS ARE THOSE PASSED AT D OR BETTER.
009050* A=4 THROUGH F=0, THE SAME SCALE THE TRANSCRIPT USES.
009500*----------------------------------------------------------------
009600 01  WS-GRADE-IN              PIC X(02)  VALUE SPACES.
009700 77  WS-GRADE-POINTS          PIC 9(01)  VALUE ZERO.
009800 01  WS-CUM-POINTS            PIC 9(05)V99 VALUE ZERO.
009900 01  WS-CUM-CREDITS           PIC 9(04)  VALUE ZERO.
009910 01  WS-CUM-ATTEMPTED         PIC 9(04)  VALUE ZERO.
010000 01  WS-TERM-POINTS           PIC 9(05)V99 VALUE ZERO.
010100 01  WS-TERM-CREDITS          PIC 9(04)  VALUE ZERO.
010200 01  WS-EARNED-CREDITS        PIC 9(04)  VALUE ZERO.
011900     05  WS-TODAY-DD          PIC 9(02).
012000 01  WS-SAP-ON-FILE-SW        PIC X      VALUE 'N'.
012100     88  SAP-REC-ON-FILE                  VALUE 'Y'.
012101 01  WS-AID-OPEN-SW           PIC X      VALUE 'N'.
012102     88  AID-FILE-IS-OPEN                 VALUE 'Y'.
012103 01  WS-SAP-EOF-SW            PIC X      VALUE 'N'.
012104     88  SAP-SCAN-DONE                    VALUE 'Y'.
012105 01  WS-PRIOR-STANDING        PIC X(01)  VALUE SPACE.
012106 77  WS-RECOMPUTED-COUNT      PIC 9(06)  VALUE ZERO.
012110*----------------------------------------------------------------
012120* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
012130*----------------------------------------------------------------
012660             'RUN CONTROL'
012670         STOP RUN.
012700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012800     IF WS-EVAL-TERM NOT = SPACES
012810         PERFORM 2000-WALK-AWARDS THRU 2000-WALK-AWARDS-EXIT
012820     END-IF.
012830     PERFORM 2500-RECOMPUTE-FLAGGED
012840         THRU 2500-RECOMPUTE-FLAGGED-EXIT.
012900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
012910     MOVE 'E' TO RC-FUNCTION
012920     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS
013100
013200*================================================================*
013300* 1000-INITIALIZE - OPENS THE FILES AND ASKS THE OPERATOR FOR    *
013400* THE TERM JUST CLOSED, WHOSE GRADES DRIVE THE TERM GPA.  A      *
013410* BLANK TERM SKIPS THE AWARD WALK AND RUNS ONLY THE FLAGGED      *
013420* RECOMPUTES.                                                    *
013500*================================================================*
013600 1000-INITIALIZE.
013700     OPEN I-O AID-FILE.
013710     IF AID-FS-NOT-FOUND
013720         MOVE 'N' TO WS-AID-OPEN-SW
013730     ELSE
013740         MOVE 'Y' TO WS-AID-OPEN-SW
013750     END-IF.
013800     OPEN INPUT ARCHIVE-FILE.
013900     OPEN I-O SAP-FILE.
014000     IF SAP-FS-NOT-FOUND
014500     OPEN OUTPUT EXCEPTION-FILE.
014600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014700     DISPLAY 'ACADEMIC-PROGRESS-PGM - ENTER TERM TO EVALUATE '
014800         '(E.G. FA2026, BLANK = FLAGGED RECOMPUTES ONLY):'
014900     ACCEPT WS-EVAL-TERM.
015000     MOVE SPACES TO EXCEPTION-LINE
015010     IF WS-EVAL-TERM = SPACES
015020         MOVE 'ACADEMIC PROGRESS EXCEPTIONS - FLAGGED RECOMPUTES'
015030             TO EXCEPTION-LINE
015040     ELSE
015100         STRING 'ACADEMIC PROGRESS EXCEPTIONS - TERM '
015200             DELIMITED BY SIZE
015300             WS-EVAL-TERM DELIMITED BY SIZE
015400             INTO EXCEPTION-LINE
015410     END-IF.
015500     WRITE EXCEPTION-LINE.
015600 1000-INITIALIZE-EXIT.
015700     EXIT.
019500             THRU 3000-EVALUATE-STUDENT-EXIT
019600     END-IF.
019700     IF STANDING-IS-SUSPENDED AND AID-STAT-PENDING
019710         PERFORM 2150-HOLD-PENDING-AWARD
019720             THRU 2150-HOLD-PENDING-AWARD-EXIT
021000     END-IF.
021100 2100-ONE-AWARD-EXIT.
021200     EXIT.
021201
021202*================================================================*
021203* 2150-HOLD-PENDING-AWARD - FLIPS THE PENDING AWARD JUST READ TO *
021204* HELD AND LISTS IT FOR THE AID OFFICE.                          *
021205*================================================================*
021206 2150-HOLD-PENDING-AWARD.
021207     MOVE 'H' TO AID-STATUS
021208     REWRITE AID-RECORD
021209     ADD 1 TO WS-AWARDS-HELD
021210     MOVE SPACES TO EXCEPTION-LINE
021211     STRING '  PENDING AWARD HELD - SSN ' DELIMITED BY SIZE
021212         AID-SSN DELIMITED BY SIZE
021213         ' SEQ ' DELIMITED BY SIZE
021214         AID-SEQ-NO DELIMITED BY SIZE
021215         ' TERM ' DELIMITED BY SIZE
021216         AID-TERM DELIMITED BY SIZE
021217         INTO EXCEPTION-LINE
021218     WRITE EXCEPTION-LINE.
021219 2150-HOLD-PENDING-AWARD-EXIT.
021220     EXIT.
021221
021222*================================================================*
021223* 2500-RECOMPUTE-FLAGGED - A GRADE CHANGE OR INCOMPLETE LAPSE IN *
021224* A TERM ALREADY EVALUATED FLAGS THE STANDING RECORD FOR         *
021225* RECOMPUTE.  EACH FLAGGED RECORD IS RE-EVALUATED AGAINST ITS    *
021226* OWN TERM FROM THE ARCHIVE AS IT NOW STANDS; WRITING THE NEW    *
021227* STANDING CLEARS THE FLAG.  A STUDENT THIS RUN HAS ALREADY      *
021228* EVALUATED WAS CLEARED ON THE WAY BY.  A RECOMPUTE THAT         *
021229* SUSPENDS HOLDS THE STUDENT'S STILL-PENDING AWARDS.             *
021230*================================================================*
021231 2500-RECOMPUTE-FLAGGED.
021232     MOVE 'N' TO WS-SAP-EOF-SW
021233     MOVE LOW-VALUES TO SAP-SSN
021234     START SAP-FILE KEY IS NOT LESS THAN SAP-SSN
021235         INVALID KEY
021236             MOVE 'Y' TO WS-SAP-EOF-SW
021237     END-START.
021238     PERFORM 2510-ONE-STANDING THRU 2510-ONE-STANDING-EXIT
021239         UNTIL SAP-SCAN-DONE.
021240 2500-RECOMPUTE-FLAGGED-EXIT.
021241     EXIT.
021242
021243 2510-ONE-STANDING.
021244     READ SAP-FILE NEXT RECORD
021245         AT END
021246             MOVE 'Y' TO WS-SAP-EOF-SW
021247     END-READ.
021248     IF SAP-SCAN-DONE
021249         GO TO 2510-ONE-STANDING-EXIT.
021250     IF NOT SAP-RECOMPUTE-NEEDED
021251         GO TO 2510-ONE-STANDING-EXIT.
021252     ADD 1 TO WS-RECOMPUTED-COUNT
021253     MOVE SAP-STANDING TO WS-PRIOR-STANDING
021254     MOVE SAP-SSN TO WS-EVAL-SNO
021255     MOVE SAP-TERM TO WS-EVAL-TERM
021256     PERFORM 3000-EVALUATE-STUDENT
021257         THRU 3000-EVALUATE-STUDENT-EXIT.
021258     MOVE SPACES TO EXCEPTION-LINE
021259     STRING 'RECOMPUTED SSN ' DELIMITED BY SIZE
021260         WS-EVAL-SNO DELIMITED BY SIZE
021261         ' TERM ' DELIMITED BY SIZE
021262         WS-EVAL-TERM DELIMITED BY SIZE
021263         ' STANDING WAS ' DELIMITED BY SIZE
021264         WS-PRIOR-STANDING DELIMITED BY SIZE
021265         ' NOW ' DELIMITED BY SIZE
021266         WS-STANDING DELIMITED BY SIZE
021267         INTO EXCEPTION-LINE
021268     WRITE EXCEPTION-LINE.
021269     IF STANDING-IS-SUSPENDED AND AID-FILE-IS-OPEN
021270         PERFORM 2600-HOLD-STUDENT-AWARDS
021271             THRU 2600-HOLD-STUDENT-AWARDS-EXIT
021272     END-IF.
021273*    THE STANDING RECORD WAS REWRITTEN UNDER THE SCAN - PICK THE
021274*    SCAN UP AGAIN PAST THIS STUDENT.
021275     MOVE WS-EVAL-SNO TO SAP-SSN
021276     START SAP-FILE KEY IS GREATER THAN SAP-SSN
021277         INVALID KEY
021278             MOVE 'Y' TO WS-SAP-EOF-SW
021279     END-START.
021280 2510-ONE-STANDING-EXIT.
021281     EXIT.
021282
021283*================================================================*
021284* 2600-HOLD-STUDENT-AWARDS - EVERY STILL-PENDING AWARD OF A      *
021285* STUDENT A RECOMPUTE HAS SUSPENDED.                             *
021286*================================================================*
021287 2600-HOLD-STUDENT-AWARDS.
021288     MOVE 'N' TO WS-AID-EOF-SW
021289     MOVE WS-EVAL-SNO TO AID-SSN
021290     MOVE ZERO TO AID-SEQ-NO
021291     START AID-FILE KEY IS NOT LESS THAN AID-KEY
021292         INVALID KEY
021293             MOVE 'Y' TO WS-AID-EOF-SW
021294     END-START.
021295     PERFORM 2610-ONE-STUDENT-AWARD
021296         THRU 2610-ONE-STUDENT-AWARD-EXIT
021297         UNTIL AWARD-SCAN-DONE.
021298 2600-HOLD-STUDENT-AWARDS-EXIT.
021299     EXIT.
021300
021301 2610-ONE-STUDENT-AWARD.
021302     READ AID-FILE NEXT RECORD
021303         AT END
021304             MOVE 'Y' TO WS-AID-EOF-SW
021305     END-READ.
021306     IF AWARD-SCAN-DONE
021307         GO TO 2610-ONE-STUDENT-AWARD-EXIT.
021308     IF AID-SSN NOT = WS-EVAL-SNO
021309         MOVE 'Y' TO WS-AID-EOF-SW
021310         GO TO 2610-ONE-STUDENT-AWARD-EXIT.
021311     IF AID-STAT-PENDING
021312         PERFORM 2150-HOLD-PENDING-AWARD
021313             THRU 2150-HOLD-PENDING-AWARD-EXIT
021314     END-IF.
021315 2610-ONE-STUDENT-AWARD-EXIT.
021316     EXIT.
021317
021400*================================================================*
021500* 3000-EVALUATE-STUDENT - GPA AND COMPLETION RATE FROM THE       *
021600* GRADED ARCHIVE HISTORY, THE STANDING RULES, THE SAPMSTR        *
022000     ADD 1 TO WS-STUDENTS-EVALUATED
022100     MOVE ZERO TO WS-CUM-POINTS
022200     MOVE ZERO TO WS-CUM-CREDITS
022210     MOVE ZERO TO WS-CUM-ATTEMPTED
022300     MOVE ZERO TO WS-TERM-POINTS
022400     MOVE ZERO TO WS-TERM-CREDITS
022500     MOVE ZERO TO WS-EARNED-CREDITS
022600     PERFORM 3100-SCAN-HISTORY THRU 3100-SCAN-HISTORY-EXIT.
022610     IF WS-CUM-CREDITS > ZERO
022620         COMPUTE WS-CUM-GPA ROUNDED =
022630             WS-CUM-POINTS / WS-CUM-CREDITS
022640     ELSE
022650         MOVE ZERO TO WS-CUM-GPA
022660     END-IF.
022670     IF WS-CUM-ATTEMPTED > ZERO
022680         COMPUTE WS-COMPLETION-PCT ROUNDED =
022690             WS-EARNED-CREDITS * 100 / WS-CUM-ATTEMPTED
022700     ELSE
022710         MOVE 100 TO WS-COMPLETION-PCT
022720     END-IF.
023600     IF WS-TERM-CREDITS > ZERO
023700         COMPUTE WS-TERM-GPA ROUNDED =
023800             WS-TERM-POINTS / WS-TERM-CREDITS
028800     MOVE ARC-GRADE TO WS-GRADE-IN
028900     PERFORM 3500-GRADE-TO-POINTS
029000         THRU 3500-GRADE-TO-POINTS-EXIT.
029010     IF GRADE-IS-ATTEMPTED-ONLY
029020         ADD ARC-CREDIT-HOURS TO WS-CUM-ATTEMPTED
029030         GO TO 3110-SCAN-ONE-HISTORY-REC-EXIT.
029040     IF NOT GRADE-IS-RECOGNIZED
029050         GO TO 3110-SCAN-ONE-HISTORY-REC-EXIT.
029060     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
029070         + (WS-GRADE-POINTS * ARC-CREDIT-HOURS)
029080     ADD ARC-CREDIT-HOURS TO WS-CUM-CREDITS
029090     ADD ARC-CREDIT-HOURS TO WS-CUM-ATTEMPTED
029600     IF WS-GRADE-POINTS NOT LESS THAN 1
029700         ADD ARC-CREDIT-HOURS TO WS-EARNED-CREDITS
029800     END-IF
030800* 3200-ASSIGN-STANDING - SUSPENDED BELOW A 1.50 CUMULATIVE GPA   *
030900* OR A 50 PERCENT COMPLETION RATE; WARNING BELOW A 2.00          *
031000* CUMULATIVE OR TERM GPA OR A 67 PERCENT COMPLETION RATE; GOOD   *
031010* OTHERWISE.  NO ATTEMPTED HISTORY AT ALL STANDS GOOD - THERE IS *
031020* NOTHING YET TO JUDGE.                                          *
031300*================================================================*
031400 3200-ASSIGN-STANDING.
031410     IF WS-CUM-ATTEMPTED = ZERO
031600         MOVE 'G' TO WS-STANDING
031700         GO TO 3200-ASSIGN-STANDING-EXIT.
031800     EVALUATE TRUE
038800
038900*================================================================*
039000* 3500-GRADE-TO-POINTS - LETTER GRADE TO GRADE POINTS, A=4       *
039010* THROUGH F=0, THE SAME SCALE THE TRANSCRIPT GPA USES.  AN I OR  *
039020* W CARRIES NO POINTS AND IS FLAGGED ATTEMPTED-ONLY - IT COUNTS  *
039030* TOWARD THE PACE DENOMINATOR BUT NOT THE GPA.  A BLANK OR       *
039040* UNRECOGNIZED GRADE STAYS OUT OF EVERY TOTAL.                   *
039300*================================================================*
039400 3500-GRADE-TO-POINTS.
039500     MOVE 'N' TO WS-GRADE-VALID-SW
041000         WHEN 'F'
041100             MOVE ZERO TO WS-GRADE-POINTS
041200             MOVE 'Y' TO WS-GRADE-VALID-SW
041210         WHEN 'I'
041220         WHEN 'W'
041230             MOVE 'A' TO WS-GRADE-VALID-SW
041240         WHEN OTHER
041250             CONTINUE
041500     END-EVALUATE.
041600 3500-GRADE-TO-POINTS-EXIT.
041700     EXIT.
043100         WS-AWARDS-HELD DELIMITED BY SIZE
043200         INTO EXCEPTION-LINE
043300     WRITE EXCEPTION-LINE.
043301     MOVE SPACES TO EXCEPTION-LINE
043302     STRING 'FLAGGED STANDINGS RECOMPUTED: ' DELIMITED BY SIZE
043303         WS-RECOMPUTED-COUNT DELIMITED BY SIZE
043304         INTO EXCEPTION-LINE
043305     WRITE EXCEPTION-LINE.
043310     IF AID-FILE-IS-OPEN
043320         CLOSE AID-FILE
043330     END-IF.
043500     CLOSE ARCHIVE-FILE.
043600     CLOSE SAP-FILE.
043700     CLOSE EXCEPTION-FILE.
043800     DISPLAY 'ACADEMIC-PROGRESS-PGM COMPLETE - EVALUATED: '
043900         WS-STUDENTS-EVALUATED
044000         '  SUSPENDED: ' WS-SUSPENDED-COUNT
044100         '  AWARDS HELD: ' WS-AWARDS-HELD
044110         '  RECOMPUTED: ' WS-RECOMPUTED-COUNT.
044200 9000-TERMINATE-EXIT.
044300     EXIT.
