001997*                (JOB TERMEND) BEFORE DOING ANY WORK AND STAMPS
001998*                ITS COMPLETION AFTER - A SECOND TERM-END ON THE
001999*                SAME DATE WOULD ADVANCE THE CALENDAR TWICE.
002009* 10/15/26  DWH  THE CLOSE NO LONGER RESETS SEATS-FILLED - THE
002019*                CLASS MASTER IS NOW KEYED BY TERM, SO A CLOSED
002029*                TERM'S SECTIONS KEEP THEIR COUNTS AND THE NEXT
002039*                TERM'S SECTIONS ARE BUILT BY SCHEDULE-BUILD-PGM.
002049*                ONLY THE CLOSING TERM'S WAITLIST ENTRIES ARE
002059*                PURGED.
002069*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ARC-KEY
003800         FILE STATUS IS WS-ARC-FS.
004310     SELECT WAITLIST-FILE ASSIGN TO "WLSMSTR"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004900     COPY ENRREC.
005000 FD  ARCHIVE-FILE.
005100     COPY ARCREC.
005310 FD  WAITLIST-FILE.
005320     COPY WLSREC.
005330 FD  NOTICE-FILE.
006100 01  WS-ARC-FS                PIC X(02)  VALUE '00'.
006200     88  ARC-FS-OK                        VALUE '00'.
006300     88  ARC-FS-NOT-FOUND                 VALUE '23' '35'.
006610 01  WS-WLS-FS                PIC X(02)  VALUE '00'.
006620     88  WLS-FS-OK                        VALUE '00'.
006630     88  WLS-FS-NOT-FOUND                 VALUE '23' '35'.
006900     88  TERM-SCAN-DONE                   VALUE 'Y'.
007000 01  WS-ENR-EOF-SW            PIC X      VALUE 'N'.
007100     88  ENROLL-SCAN-DONE                 VALUE 'Y'.
007310 01  WS-WLS-EOF-SW            PIC X      VALUE 'N'.
007320     88  WAITLIST-SCAN-DONE               VALUE 'Y'.
007400 01  WS-TERM-FOUND-SW         PIC X      VALUE 'N'.
008200 01  WS-NEXT-START            PIC 9(08)  VALUE ZERO.
008300 01  WS-SCAN-START            PIC 9(08)  VALUE ZERO.
008400 77  WS-ARCHIVED-COUNT        PIC 9(06)  VALUE ZERO.
008550 77  WS-WAITLIST-PURGED       PIC 9(06)  VALUE ZERO.
008560*----------------------------------------------------------------
008570* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
009200     IF CURRENT-TERM-ON-FILE
009300         PERFORM 2000-ARCHIVE-ENROLLMENTS
009400             THRU 2000-ARCHIVE-ENROLLMENTS-EXIT
009620         PERFORM 3500-PURGE-WAITLISTS
009640             THRU 3500-PURGE-WAITLISTS-EXIT
009700         PERFORM 4000-ADVANCE-CURRENT-TERM
012000         CLOSE ARCHIVE-FILE
012100         OPEN I-O ARCHIVE-FILE
012200     END-IF.
012810     OPEN I-O WAITLIST-FILE.
012820     IF WLS-FS-NOT-FOUND
012830         OPEN OUTPUT WAITLIST-FILE
016100*================================================================*
016200* 2000-ARCHIVE-ENROLLMENTS - MOVES EVERY ENROLLMENT RECORD       *
016300* STAMPED WITH THE CLOSING TERM - OR WITH NO TERM AT ALL, AS     *
016350* EVERY ENROLLMENT TAKEN BEFORE THE CALENDAR WAS FIRST SET UP IS *
016400* - TO THE ARCHIVE UNDER THE CLOSING CODE AND DELETES IT FROM    *
016450* THE LIVE MASTER.  A LATER TERM'S ENROLLMENTS, TAKEN WHILE ITS  *
016500* REGISTRATION WAS OPEN, STAY LIVE.  THE TRANSCRIPT REPORT READS *
016550* THE ARCHIVE FOR HISTORY, SO NOTHING IS LOST TO THE REGISTRAR.  *
016600*================================================================*
016700 2000-ARCHIVE-ENROLLMENTS.
016800     MOVE 'N' TO WS-ENR-EOF-SW
020900 2100-ARCHIVE-ONE-RECORD-EXIT.
021000     EXIT.
021100
024610*================================================================*
024615* 3500-PURGE-WAITLISTS - A WAITLIST ENTRY FOR THE TERM NOW       *
024620* CLOSING (OR CARRYING NO TERM) CAN NEVER BE FILLED, SO IT IS    *
024625* PURGED AND LISTED ON WLNOTICE SO THE REGISTRAR CAN INVITE THE  *
024630* STUDENT TO QUEUE FOR A LATER TERM.  ENTRIES FOR A LATER TERM   *
024635* ALREADY OPEN FOR REGISTRATION ARE LEFT ALONE - THEY ARE STILL  *
024640* LIVE OFFERS.                                                   *
024645*================================================================*
024650 3500-PURGE-WAITLISTS.
024655     MOVE 'N' TO WS-WLS-EOF-SW
024760     END-READ.
024765     IF WAITLIST-SCAN-DONE
024770         GO TO 3510-PURGE-ONE-ENTRY-EXIT.
024771     IF WLS-TERM NOT = WS-CLOSING-TERM
024772         AND WLS-TERM NOT = SPACES
024773         GO TO 3510-PURGE-ONE-ENTRY-EXIT.
024775     MOVE SPACES TO NOTICE-LINE
024780     STRING 'WAITLIST ENTRY PURGED AT TERM CLOSE - SSN '
024782         DELIMITED BY SIZE
024788         WLS-COURSE-NO DELIMITED BY SIZE
024790         ' SEC ' DELIMITED BY SIZE
024792         WLS-SECTION DELIMITED BY SIZE
024795         INTO NOTICE-LINE
024796     WRITE NOTICE-LINE
024798     DELETE WAITLIST-FILE RECORD
024800     END-DELETE
031300     CLOSE TERM-FILE.
031400     CLOSE ENROLLMENT-FILE.
031500     CLOSE ARCHIVE-FILE.
031620     CLOSE WAITLIST-FILE.
031640     CLOSE NOTICE-FILE.
031700     DISPLAY 'TERM-END-PGM COMPLETE - RECORDS ARCHIVED: '
031800         WS-ARCHIVED-COUNT
031950         '  WAITLIST ENTRIES PURGED: ' WS-WAITLIST-PURGED.
032000 9000-TERMINATE-EXIT.
032100     EXIT.
