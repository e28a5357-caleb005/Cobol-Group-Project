002410*                LEDAUDIT) BEFORE DOING ANY WORK AND STAMPS ITS
002411*                COMPLETION AFTER, FOR THE OVERNIGHT WINDOW'S
002412*                DOUBLE-RUN PROTECTION AND MORNING RUN LOG.
002422* 10/15/26  DWH  A RECEIPT RETURNED BY THE BANK (MARKED BY
002432*                RETURNED-PAYMENT-PGM) IS LEFT OUT OF THE
002442*                RECOMPUTED CREDITS, MATCHING THE LEDGER IT WAS
002452*                BACKED OUT OF, SO THE ACCOUNT NO LONGER SHOWS AS
002462*                AN EXCEPTION EVERY NIGHT AFTER A BOUNCE.
002464* 10/15/26  DWH  AID RETURNED ON A TERM WITHDRAWAL (AIDMSTR STATUS
002466*                R) COMES OFF THE RECOMPUTED AID TOTAL, AS
002468*                AID-RETURN-PGM TAKES IT OFF LED-AID-TOTAL.
002472* 10/15/26  DWH  THE SPONSOR SHARE OF EACH ACCOUNT IS RE-ADDED
002476*                FROM THE SPAMSTR NET BILLED AMOUNTS, COMPARED
002480*                TO LED-SPONSOR-TOTAL AND TAKEN OUT OF THE
002484*                RECOMPUTED BALANCE, WHICH IS NOW WHAT THE
002488*                STUDENT PERSONALLY OWES.
002489* 10/15/26  DWH  THE SEAT-COUNT AUDIT IS NOW PER TERM - A
002490*                SECTION'S ENROLLED COUNT MATCHES ON THE
002491*                ENROLLMENT'S TERM, AND A CLOSED TERM'S SECTIONS
002492*                ARE COUNTED AGAINST THE ENRARCH ARCHIVE SINCE
002493*                THEIR SEATS ARE NO LONGER RESET.
002494* 10/15/26  DWH  THE NET BAD DEBT WRITE-OFF STANDING ON COLMSTR
002495*                (WRITTEN OFF LESS RECOVERED) IS ADDED TO THE
002496*                RECOMPUTED CREDITS, MATCHING THE CREDIT
002497*                BAD-DEBT-WRITEOFF-PGM POSTS TO LED-CREDITS-TOTAL.
002507* 10/15/26  DWH  THE SEAT-COUNT AUDIT COUNTS AN ENROLLMENT STILL
002517*                CARRYING A BLANK TERM AGAINST THE CURRENT TERM'S
002527*                SECTION (TRMCAL).
002537*================================================================
002547 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
005280         ACCESS MODE IS DYNAMIC
005290         RECORD KEY IS FDT-KEY
005295         FILE STATUS IS WS-FDT-FS.
005305     SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPAMSTR"
005315         ORGANIZATION IS INDEXED
005325         ACCESS MODE IS DYNAMIC
005335         RECORD KEY IS SPA-KEY
005345         FILE STATUS IS WS-SPA-FS.
005346     SELECT COLLECTION-FILE ASSIGN TO "COLMSTR"
005347         ORGANIZATION IS INDEXED
005348         ACCESS MODE IS DYNAMIC
005349         RECORD KEY IS COL-SSN
005350         FILE STATUS IS WS-COL-FS.
005357     SELECT TERM-FILE ASSIGN TO "TRMCAL"
005364         ORGANIZATION IS INDEXED
005371         ACCESS MODE IS DYNAMIC
005378         RECORD KEY IS TRM-CODE
005385         FILE STATUS IS WS-TRM-FS.
005392     SELECT REPORT-FILE ASSIGN TO "AUDXCPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-FS.
005600 DATA DIVISION.
006820     COPY ARCREC.
006822 FD  FEE-DETAIL-FILE.
006824     COPY FDTREC.
006826 FD  SPONSOR-AUTH-FILE.
006828     COPY SPAREC.
006838 FD  COLLECTION-FILE.
006848     COPY COLREC.
006851 FD  TERM-FILE.
006854     COPY TRMREC.
006858 FD  REPORT-FILE.
006900 01  REPORT-LINE                  PIC X(100).
007000 WORKING-STORAGE SECTION.
007100 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
008574     88  FDT-FS-OK                        VALUE '00'.
008576     88  FDT-FILE-ABSENT                  VALUE '35'.
008578     88  FDT-FS-NOT-FOUND                 VALUE '23' '35'.
008582 01  WS-SPA-FS                PIC X(02)  VALUE '00'.
008586     88  SPA-FS-OK                        VALUE '00'.
008590     88  SPA-FILE-ABSENT                  VALUE '35'.
008594     88  SPA-FS-NOT-FOUND                 VALUE '23' '35'.
008595 01  WS-COL-FS                PIC X(02)  VALUE '00'.
008596     88  COL-FS-OK                        VALUE '00'.
008597     88  COL-FILE-ABSENT                  VALUE '35'.
008607 01  WS-TRM-FS                PIC X(02)  VALUE '00'.
008617     88  TRM-FS-OK                        VALUE '00'.
008627     88  TRM-FS-NOT-FOUND                 VALUE '23' '35'.
008637 01  WS-RPT-FS                PIC X(02)  VALUE '00'.
008700
008800 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
008900     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
009100     88  DETAIL-SCAN-DONE                 VALUE 'Y'.
009200 01  WS-CLS-EOF-SW            PIC X      VALUE 'N'.
009300     88  CLASS-SCAN-DONE                  VALUE 'Y'.
009310 01  WS-TRM-EOF-SW            PIC X      VALUE 'N'.
009320     88  TERM-SCAN-DONE                   VALUE 'Y'.
009330 01  WS-CURRENT-TERM          PIC X(06)  VALUE SPACES.
009400
009500 01  WS-AUDIT-SNO             PIC 9(09)  VALUE ZERO.
009600 01  WS-COMP-CHARGES          PIC S9(07)V99 VALUE ZERO.
009700 01  WS-COMP-CREDITS          PIC S9(07)V99 VALUE ZERO.
009800 01  WS-COMP-AID              PIC S9(07)V99 VALUE ZERO.
009810 01  WS-COMP-SPONSOR          PIC S9(07)V99 VALUE ZERO.
009900 01  WS-COMP-BALANCE          PIC S9(07)V99 VALUE ZERO.
010000 01  WS-COMP-SEATS            PIC 9(03)  VALUE ZERO.
010100 77  WS-EXCEPTION-COUNT       PIC 9(06)  VALUE ZERO.
013140     OPEN INPUT REFUND-FILE.
013150     OPEN INPUT ARCHIVE-FILE.
013160     OPEN INPUT FEE-DETAIL-FILE.
013170     OPEN INPUT SPONSOR-AUTH-FILE.
013180     OPEN INPUT COLLECTION-FILE.
013185     OPEN INPUT TERM-FILE.
013190     PERFORM 1100-FIND-CURRENT-TERM
013195         THRU 1100-FIND-CURRENT-TERM-EXIT.
013200     OPEN OUTPUT REPORT-FILE.
013300     MOVE 'LEDGER AND SEAT COUNT INTEGRITY AUDIT' TO REPORT-LINE
013400     WRITE REPORT-LINE.
013500 1000-INITIALIZE-EXIT.
013600     EXIT.
013700
013702*================================================================*
013704* 1100-FIND-CURRENT-TERM - SCANS THE TERM CALENDAR FOR THE ONE   *
013706* TERM FLAGGED CURRENT.  AN ENROLLMENT STILL CARRYING A BLANK    *
013708* TERM IS COUNTED AGAINST THAT TERM'S SECTIONS.  NO CALENDAR     *
013710* MEANS NO CURRENT TERM, SO ONLY STAMPED ENROLLMENTS COUNT.      *
013712*================================================================*
013714 1100-FIND-CURRENT-TERM.
013716     MOVE SPACES TO WS-CURRENT-TERM
013718     MOVE 'N' TO WS-TRM-EOF-SW
013720     IF TRM-FS-NOT-FOUND
013722         MOVE 'Y' TO WS-TRM-EOF-SW
013724     END-IF.
013726     IF NOT TERM-SCAN-DONE
013728         MOVE LOW-VALUES TO TRM-CODE
013730         START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
013732             INVALID KEY
013734                 MOVE 'Y' TO WS-TRM-EOF-SW
013736         END-START
013738     END-IF.
013740     PERFORM 1110-SCAN-ONE-TERM THRU 1110-SCAN-ONE-TERM-EXIT
013742         UNTIL TERM-SCAN-DONE.
013744 1100-FIND-CURRENT-TERM-EXIT.
013746     EXIT.
013748
013750 1110-SCAN-ONE-TERM.
013752     READ TERM-FILE NEXT RECORD
013754         AT END
013756             MOVE 'Y' TO WS-TRM-EOF-SW
013758         NOT AT END
013760             IF TRM-IS-CURRENT
013762                 MOVE TRM-CODE TO WS-CURRENT-TERM
013764                 MOVE 'Y' TO WS-TRM-EOF-SW
013766             END-IF
013768     END-READ.
013770 1110-SCAN-ONE-TERM-EXIT.
013772     EXIT.
013774
013800*================================================================*
013900* 2000-AUDIT-LEDGERS - WALKS EVERY LEDGER RECORD, RECOMPUTES THE *
014000* THREE TOTALS FROM THE DETAIL FILES AND REPORTS EVERY MISMATCH. *
017000     PERFORM 2200-SUM-RECEIPTS THRU 2200-SUM-RECEIPTS-EXIT.
017100     PERFORM 2300-SUM-AID THRU 2300-SUM-AID-EXIT.
017200     PERFORM 2400-SUM-CHARGES THRU 2400-SUM-CHARGES-EXIT.
017210     PERFORM 2500-SUM-SPONSOR THRU 2500-SUM-SPONSOR-EXIT.
017300     COMPUTE WS-COMP-BALANCE =
017400         WS-COMP-CHARGES - WS-COMP-CREDITS - WS-COMP-AID
017410         - WS-COMP-SPONSOR.
017500     IF WS-COMP-CHARGES NOT = LED-CHARGES-TOTAL
017600         MOVE WS-COMP-CHARGES TO WS-COMP-EDIT
017700         MOVE LED-CHARGES-TOTAL TO WS-STORED-EDIT
019000         PERFORM 3200-WRITE-AID-EXCEPTION
019100             THRU 3200-WRITE-AID-EXCEPTION-EXIT
019200     END-IF.
019210     IF WS-COMP-SPONSOR NOT = LED-SPONSOR-TOTAL
019220         MOVE WS-COMP-SPONSOR TO WS-COMP-EDIT
019230         MOVE LED-SPONSOR-TOTAL TO WS-STORED-EDIT
019240         PERFORM 3400-WRITE-SPONSOR-EXCEPTION
019250             THRU 3400-WRITE-SPONSOR-EXCEPTION-EXIT
019260     END-IF.
019300     IF WS-COMP-BALANCE NOT = LED-BALANCE
019400         MOVE WS-COMP-BALANCE TO WS-COMP-EDIT
019500         MOVE LED-BALANCE TO WS-STORED-EDIT
020100
020200*================================================================*
020300* 2200-SUM-RECEIPTS - RE-ADDS THE RCPMSTR DETAIL FOR ONE SSN.    *
020310* A RECEIPT RETURNED BY THE BANK WAS BACKED OUT OF THE LEDGER    *
020320* CREDITS BY RETURNED-PAYMENT-PGM AND IS NOT COUNTED.            *
020400*================================================================*
020500 2200-SUM-RECEIPTS.
020600     MOVE ZERO TO WS-COMP-CREDITS
021900         UNTIL DETAIL-SCAN-DONE.
021910     PERFORM 2220-SUBTRACT-REFUNDS
021920         THRU 2220-SUBTRACT-REFUNDS-EXIT.
021930     PERFORM 2240-ADD-WRITE-OFF
021940         THRU 2240-ADD-WRITE-OFF-EXIT.
022000 2200-SUM-RECEIPTS-EXIT.
022100     EXIT.
022200
022800             IF RCP-SSN NOT = WS-AUDIT-SNO
022900                 MOVE 'Y' TO WS-DETAIL-EOF-SW
023000             ELSE
023100                 IF NOT RCP-STAT-RETURNED
023150                     ADD RCP-AMOUNT TO WS-COMP-CREDITS
023180                 END-IF
023200             END-IF
023300     END-READ.
023400 2210-SUM-ONE-RECEIPT-EXIT.
023576     END-READ.
023578 2230-SUBTRACT-ONE-REFUND-EXIT.
023580     EXIT.
023581
023582*================================================================*
023583* 2240-ADD-WRITE-OFF - BAD-DEBT-WRITEOFF-PGM POSTS A WRITE-OFF   *
023584* AS A CREDIT TO LED-CREDITS-TOTAL AND COLLECTION-RECOVERY-PGM   *
023585* TAKES BACK WHAT IS LATER RECOVERED, SO THE NET WRITE-OFF STILL *
023586* STANDING ON COLMSTR IS PART OF THE RECOMPUTED CREDITS.         *
023587*================================================================*
023588 2240-ADD-WRITE-OFF.
023589     IF COL-FILE-ABSENT
023590         GO TO 2240-ADD-WRITE-OFF-EXIT.
023591     MOVE WS-AUDIT-SNO TO COL-SSN
023592     READ COLLECTION-FILE
023593         INVALID KEY
023594             GO TO 2240-ADD-WRITE-OFF-EXIT
023595     END-READ.
023596     COMPUTE WS-COMP-CREDITS = WS-COMP-CREDITS
023597         + COL-WRITEOFF-AMT - COL-WO-RECOVERED-AMT.
023598 2240-ADD-WRITE-OFF-EXIT.
023599     EXIT.
023600
023700*================================================================*
023800* 2300-SUM-AID - RE-ADDS THE DISBURSED AIDMSTR AWARDS FOR ONE    *
026800                 IF AID-STAT-DISBURSED
026900                     ADD AID-AMOUNT TO WS-COMP-AID
027000                 END-IF
027010                 IF AID-STAT-RETURNED
027020                     SUBTRACT AID-AMOUNT FROM WS-COMP-AID
027030                 END-IF
027100             END-IF
027200     END-READ.
027300 2310-SUM-ONE-AWARD-EXIT.
031364     END-READ.
031366 2450-SUM-ONE-FEE-EXIT.
031368     EXIT.
031377
031386*================================================================*
031395* 2500-SUM-SPONSOR - RE-ADDS THE NET AMOUNT BILLED TO SPONSORS   *
031404* FOR ONE SSN ACROSS ALL TERMS.  SPA-BILLED-AMT IS THE COVERED   *
031413* CHARGES MOVED OFF THE STUDENT LESS THE DROP CREDITS, SO THE    *
031422* SUM IS WHAT LED-SPONSOR-TOTAL SHOULD BE CARRYING.              *
031431*================================================================*
031440 2500-SUM-SPONSOR.
031449     MOVE ZERO TO WS-COMP-SPONSOR
031458     MOVE 'N' TO WS-DETAIL-EOF-SW
031467     IF SPA-FILE-ABSENT
031476         MOVE 'Y' TO WS-DETAIL-EOF-SW
031485     END-IF.
031494     IF NOT DETAIL-SCAN-DONE
031503         MOVE WS-AUDIT-SNO TO SPA-SSN
031512         MOVE LOW-VALUES TO SPA-TERM
031521         START SPONSOR-AUTH-FILE KEY IS NOT LESS THAN SPA-KEY
031530             INVALID KEY
031539                 MOVE 'Y' TO WS-DETAIL-EOF-SW
031548         END-START
031557     END-IF.
031566     PERFORM 2510-SUM-ONE-AUTHORIZATION
031575         THRU 2510-SUM-ONE-AUTHORIZATION-EXIT
031584         UNTIL DETAIL-SCAN-DONE.
031593 2500-SUM-SPONSOR-EXIT.
031602     EXIT.
031611
031620 2510-SUM-ONE-AUTHORIZATION.
031629     READ SPONSOR-AUTH-FILE NEXT RECORD
031638         AT END
031647             MOVE 'Y' TO WS-DETAIL-EOF-SW
031656         NOT AT END
031665             IF SPA-SSN NOT = WS-AUDIT-SNO
031674                 MOVE 'Y' TO WS-DETAIL-EOF-SW
031683             ELSE
031692                 ADD SPA-BILLED-AMT TO WS-COMP-SPONSOR
031701             END-IF
031710     END-READ.
031719 2510-SUM-ONE-AUTHORIZATION-EXIT.
031728     EXIT.
031737
031746*================================================================*
031755* 3000 THROUGH 3400 - ONE EXCEPTION LINE PER MISMATCHED TOTAL,   *
031764* COMPUTED VERSUS STORED.                                        *
031773*================================================================*
031800 3000-WRITE-AMOUNT-EXCEPTION.
031900     ADD 1 TO WS-EXCEPTION-COUNT
032000     MOVE SPACES TO REPORT-LINE
037000     WRITE REPORT-LINE.
037100 3300-WRITE-BALANCE-EXCEPTION-EXIT.
037200     EXIT.
037206
037212 3400-WRITE-SPONSOR-EXCEPTION.
037218     ADD 1 TO WS-EXCEPTION-COUNT
037224     MOVE SPACES TO REPORT-LINE
037230     STRING 'SSN ' DELIMITED BY SIZE
037236         WS-AUDIT-SNO DELIMITED BY SIZE
037242         ' SPONSOR  COMPUTED ' DELIMITED BY SIZE
037248         WS-COMP-EDIT DELIMITED BY SIZE
037254         ' STORED ' DELIMITED BY SIZE
037260         WS-STORED-EDIT DELIMITED BY SIZE
037266         INTO REPORT-LINE
037272     WRITE REPORT-LINE.
037278 3400-WRITE-SPONSOR-EXCEPTION-EXIT.
037284     EXIT.
037300
037400*================================================================*
037500* 5000-AUDIT-SEAT-COUNTS - FOR EVERY CLASS SECTION OF EVERY      *
037600* TERM, COUNTS THE ENROLLED ('E') RECORDS FOR THAT TERM AND      *
037700* REPORTS A SEATS-FILLED MISMATCH.                               *
037800*================================================================*
037900 5000-AUDIT-SEAT-COUNTS.
038000     MOVE 'N' TO WS-CLS-EOF-SW
041100         MOVE CLS-SEATS-FILLED TO WS-SEAT-STORED-EDIT
041200         MOVE SPACES TO REPORT-LINE
041300         STRING 'CLASS ' DELIMITED BY SIZE
041310             CLS-TERM DELIMITED BY SIZE
041320             ' ' DELIMITED BY SIZE
041400             CLS-COURSE-NO DELIMITED BY SIZE
041500             ' SEC ' DELIMITED BY SIZE
041600             CLS-SECTION DELIMITED BY SIZE
042600
042700*================================================================*
042800* 5200-COUNT-SECTION-SEATS - FULL SCAN OF THE ENROLLMENT MASTER  *
042900* COUNTING THE ENROLLED RECORDS FOR THE TERM AND SECTION IN THE  *
043000* CLASS RECORD AREA.  A CLOSED TERM'S SECTIONS KEEP THEIR SEAT   *
043010* COUNTS WHILE THEIR ENROLLMENTS MOVE TO THE ENRARCH ARCHIVE, SO *
043020* THE ARCHIVE IS COUNTED TOO.                                    *
043100*================================================================*
043200 5200-COUNT-SECTION-SEATS.
043300     MOVE ZERO TO WS-COMP-SEATS
044300     PERFORM 5210-COUNT-ONE-ENROLLMENT
044400         THRU 5210-COUNT-ONE-ENROLLMENT-EXIT
044500         UNTIL DETAIL-SCAN-DONE.
044510     PERFORM 5250-COUNT-ARCHIVED-SEATS
044520         THRU 5250-COUNT-ARCHIVED-SEATS-EXIT.
044600 5200-COUNT-SECTION-SEATS-EXIT.
044700     EXIT.
044800
045100         AT END
045200             MOVE 'Y' TO WS-DETAIL-EOF-SW
045300         NOT AT END
045305             IF (ENR-TERM = CLS-TERM
045310              OR (ENR-TERM = SPACES
045315                  AND CLS-TERM = WS-CURRENT-TERM))
045320                 AND ENR-COURSE-NO = CLS-COURSE-NO
045500                 AND ENR-SECTION = CLS-SECTION
045600                 AND ENR-STAT-ENROLLED
045700                 ADD 1 TO WS-COMP-SEATS
045900     END-READ.
046000 5210-COUNT-ONE-ENROLLMENT-EXIT.
046100     EXIT.
046102
046104 5250-COUNT-ARCHIVED-SEATS.
046106     MOVE 'N' TO WS-DETAIL-EOF-SW
046108     IF ARC-FILE-ABSENT
046110         MOVE 'Y' TO WS-DETAIL-EOF-SW
046112     END-IF.
046114     IF NOT DETAIL-SCAN-DONE
046116         MOVE LOW-VALUES TO ARC-KEY
046118         START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
046120             INVALID KEY
046122                 MOVE 'Y' TO WS-DETAIL-EOF-SW
046124         END-START
046126     END-IF.
046128     PERFORM 5260-COUNT-ONE-ARCHIVED
046130         THRU 5260-COUNT-ONE-ARCHIVED-EXIT
046132         UNTIL DETAIL-SCAN-DONE.
046134 5250-COUNT-ARCHIVED-SEATS-EXIT.
046136     EXIT.
046138
046140 5260-COUNT-ONE-ARCHIVED.
046142     READ ARCHIVE-FILE NEXT RECORD
046144         AT END
046146             MOVE 'Y' TO WS-DETAIL-EOF-SW
046148         NOT AT END
046150             IF ARC-TERM = CLS-TERM
046152                 AND ARC-COURSE-NO = CLS-COURSE-NO
046154                 AND ARC-SECTION = CLS-SECTION
046156                 AND ARC-STAT-ENROLLED
046158                 ADD 1 TO WS-COMP-SEATS
046160             END-IF
046162     END-READ.
046164 5260-COUNT-ONE-ARCHIVED-EXIT.
046166     EXIT.
046200
046300*================================================================*
046400* 9000-TERMINATE - CLOSES THE FILES AND LEAVES A RUN SUMMARY ON  *
048140     CLOSE REFUND-FILE.
048150     CLOSE ARCHIVE-FILE.
048160     CLOSE FEE-DETAIL-FILE.
048170     CLOSE SPONSOR-AUTH-FILE.
048180     CLOSE COLLECTION-FILE.
048190     CLOSE TERM-FILE.
048200     CLOSE REPORT-FILE.
048300     DISPLAY 'LEDGER-AUDIT-PGM COMPLETE - EXCEPTIONS: '
048400         WS-EXCEPTION-COUNT.
