001928*                BILLSTMT) BEFORE DOING ANY WORK AND STAMPS ITS
001930*                COMPLETION AFTER, FOR THE OVERNIGHT WINDOW'S
001932*                DOUBLE-RUN PROTECTION AND MORNING RUN LOG.
001942* 10/15/26  DWH  A RECEIPT RETURNED BY THE BANK (MARKED BY
001952*                RETURNED-PAYMENT-PGM) IS NO LONGER LISTED UNDER
001962*                PAYMENTS RECEIVED - ITS CREDIT WAS BACKED OUT
001972*                AND THE RETURNED-ITEM FEE SHOWS WITH THE FEES.
001974* 10/15/26  DWH  AID RETURNED ON A TERM WITHDRAWAL (AIDMSTR STATUS
001976*                R) PRINTS AS ITS OWN LINE UNDER THE AID APPLIED
001978*                SO THE STATEMENT FOOTS TO THE LEDGER BALANCE.
001981* 10/15/26  DWH  CHARGES TAKEN OVER BY A THIRD-PARTY SPONSOR
001984*                (SPAMSTR) PRINT IN A SPONSOR COVERAGE SECTION
001987*                BY TERM - THE SPONSOR IS INVOICED FOR THEM AND
001990*                THE BALANCE DUE IS WHAT THE STUDENT OWES.
001991* 10/15/26  DWH  AN ACCOUNT WRITTEN OFF TO BAD DEBT (COLMSTR) GETS
001992*                NO STATEMENT UNLESS IT OWES SOMETHING NEW; ONE
001993*                THAT DOES PRINTS THE UNRECOVERED WRITE-OFF IN A
001994*                BAD DEBT SECTION SO THE STATEMENT FOOTS, AND A
001995*                PLACED ACCOUNT NAMES ITS COLLECTION AGENCY.
002005* 10/15/26  DWH  THE LAST SSN BILLED IS CHECKPOINTED TO STMCKPT
002015*                WITH THE RUNNING COUNTS AFTER EACH STATEMENT.  A
002025*                RESTART OF A RUN LEFT RUNNING BY AN ABEND RESUMES
002035*                AFTER THAT SSN AND ADDS ON TO THE SAME STMTOUT,
002045*                SO NO STUDENT GETS TWO STATEMENTS.
002055*================================================================
002065 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT LEDGER-FILE ASSIGN TO "LEDMSTR"
004766         ACCESS MODE IS DYNAMIC
004768         RECORD KEY IS FDT-KEY
004770         FILE STATUS IS WS-FDT-FS.
004775     SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPAMSTR"
004780         ORGANIZATION IS INDEXED
004785         ACCESS MODE IS DYNAMIC
004790         RECORD KEY IS SPA-KEY
004795         FILE STATUS IS WS-SPA-FS.
004805     SELECT COLLECTION-FILE ASSIGN TO "COLMSTR"
004815         ORGANIZATION IS INDEXED
004825         ACCESS MODE IS DYNAMIC
004835         RECORD KEY IS COL-SSN
004845         FILE STATUS IS WS-COL-FS.
004855     SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STM-FS.
005010     SELECT CHECKPOINT-FILE ASSIGN TO "STMCKPT"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-CKP-FS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LEDGER-FILE.
006240     COPY PLNREC.
006250 FD  FEE-DETAIL-FILE.
006260     COPY FDTREC.
006270 FD  SPONSOR-AUTH-FILE.
006280     COPY SPAREC.
006286 FD  COLLECTION-FILE.
006292     COPY COLREC.
006300 FD  STATEMENT-FILE.
006400 01  STATEMENT-LINE               PIC X(90).
006410 FD  CHECKPOINT-FILE.
006420     COPY CKPREC.
006500 WORKING-STORAGE SECTION.
006600 01  WS-LEDGER-FS             PIC X(02)  VALUE '00'.
006700     88  LEDGER-FS-OK                     VALUE '00'.
008074     88  FDT-FS-OK                        VALUE '00'.
008076     88  FDT-FILE-ABSENT                  VALUE '35'.
008078     88  FDT-FS-NOT-FOUND                 VALUE '23' '35'.
008082 01  WS-SPA-FS                PIC X(02)  VALUE '00'.
008086     88  SPA-FS-OK                        VALUE '00'.
008090     88  SPA-FILE-ABSENT                  VALUE '35'.
008094     88  SPA-FS-NOT-FOUND                 VALUE '23' '35'.
008095 01  WS-COL-FS                PIC X(02)  VALUE '00'.
008096     88  COL-FS-OK                        VALUE '00'.
008097     88  COL-FILE-ABSENT                  VALUE '35'.
008100 01  WS-STM-FS                PIC X(02)  VALUE '00'.
008110 01  WS-CKP-FS                PIC X(02)  VALUE '00'.
008120     88  CKP-FS-NOT-FOUND                 VALUE '35'.
008200
008300 01  WS-LED-EOF-SW            PIC X      VALUE 'N'.
008400     88  LEDGER-SCAN-DONE                 VALUE 'Y'.
008700
008800 01  WS-STMT-SNO              PIC 9(09)  VALUE ZERO.
008900 77  WS-STATEMENT-COUNT       PIC 9(06)  VALUE ZERO.
008910 77  WS-WRITTEN-OFF-COUNT     PIC 9(06)  VALUE ZERO.
009000 01  WS-AMT-EDIT              PIC -(6)9.99 VALUE ZERO.
009100 01  WS-DATE-EDIT             PIC 9(08)  VALUE ZERO.
009200 01  WS-PAY-DESC              PIC X(05)  VALUE SPACES.
009205 01  WS-NET-WOFF-AMT          PIC S9(07)V99 VALUE ZERO.
009210*----------------------------------------------------------------
009220* ACTIVE PAYMENT PLAN WORK FIELDS - THE COVERAGE THE AGING RUN
009230* TRACKS ON PLN-PAID-AMT APPLIES AGAINST THE INSTALLMENTS IN DUE
009330 01  WS-UNCOVERED-AMT         PIC S9(07)V99 VALUE ZERO.
009340 77  WS-INST-IX               PIC 9(02)  COMP VALUE ZERO.
009350 01  WS-TODAY                 PIC 9(08)  VALUE ZERO.
009351*----------------------------------------------------------------
009352* RESTART - A RUN LEFT RUNNING BY AN ABEND RESUMES AFTER THE LAST
009353* SSN ON THE STMCKPT CHECKPOINT, WHICH CARRIES THE STATEMENT AND
009354* WRITTEN-OFF COUNTS (COUNTS 1-2) SO FAR.
009355*----------------------------------------------------------------
009356 01  WS-RESTART-SW            PIC X      VALUE 'N'.
009357     88  RUN-IS-RESTART                   VALUE 'Y'.
009358 01  WS-RESTART-SNO           PIC 9(09)  VALUE ZERO.
009360*----------------------------------------------------------------
009370* RUN CONTROL CHECK-IN PARAMETERS - SEE RUN-CONTROL-PGM.
009380*----------------------------------------------------------------
010100     STOP RUN.
010200
010300*================================================================*
010400* 1000-INITIALIZE - A RESTART ADDS ON TO THE STATEMENT FILE THE  *
010410* ABENDED RUN LEFT INSTEAD OF STARTING IT OVER.                  *
010500*================================================================*
010600 1000-INITIALIZE.
010700     OPEN INPUT LEDGER-FILE.
011150     OPEN INPUT ARCHIVE-FILE.
011160     OPEN INPUT PAYPLAN-FILE.
011170     OPEN INPUT FEE-DETAIL-FILE.
011180     OPEN INPUT SPONSOR-AUTH-FILE.
011190     OPEN INPUT COLLECTION-FILE.
011200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011210     PERFORM 1100-CHECK-RESTART THRU 1100-CHECK-RESTART-EXIT.
011220     IF RUN-IS-RESTART
011230         OPEN EXTEND STATEMENT-FILE
011240         DISPLAY 'BILLING-STATEMENT-PGM - RESTARTING AFTER SSN '
011250             WS-RESTART-SNO
011260     ELSE
011270         OPEN OUTPUT STATEMENT-FILE
011280     END-IF.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011402
011404*================================================================*
011406* 1100-CHECK-RESTART - WHEN RUN CONTROL FOUND THIS JOB LEFT      *
011408* RUNNING BY AN ABEND, A CHECKPOINT FROM THE SAME BUSINESS DATE  *
011410* GIVES THE LAST SSN FINISHED AND THE COUNTS SO FAR, AND THE     *
011412* RESTART IS RECORDED FOR THE RUN LOG.  NO CHECKPOINT MEANS NO   *
011414* STATEMENT WAS FINISHED AND THE RUN STARTS OVER.                *
011416*================================================================*
011418 1100-CHECK-RESTART.
011420     MOVE 'N' TO WS-RESTART-SW
011422     MOVE ZERO TO WS-RESTART-SNO
011424     IF NOT RC-RUN-IS-RESTART
011426         GO TO 1100-CHECK-RESTART-EXIT.
011428     OPEN INPUT CHECKPOINT-FILE.
011430     IF CKP-FS-NOT-FOUND
011432         GO TO 1100-CHECK-RESTART-EXIT.
011434     READ CHECKPOINT-FILE
011436         AT END
011438             MOVE SPACES TO CKP-JOB-NAME
011440     END-READ.
011442     CLOSE CHECKPOINT-FILE.
011444     IF CKP-JOB-NAME NOT = RC-JOB-NAME
011446         GO TO 1100-CHECK-RESTART-EXIT.
011448     IF CKP-BUS-DATE NOT = WS-TODAY
011450         GO TO 1100-CHECK-RESTART-EXIT.
011452     MOVE 'Y' TO WS-RESTART-SW
011454     MOVE CKP-LAST-SNO TO WS-RESTART-SNO
011456     MOVE CKP-COUNT(1) TO WS-STATEMENT-COUNT
011458     MOVE CKP-COUNT(2) TO WS-WRITTEN-OFF-COUNT
011460     MOVE 'R' TO RC-FUNCTION
011462     MOVE WS-RESTART-SNO TO RC-RESTART-SNO
011464     CALL 'RUN-CONTROL-PGM' USING RUN-CONTROL-PARMS.
011466 1100-CHECK-RESTART-EXIT.
011468     EXIT.
011500
011600*================================================================*
011700* 2000-WALK-LEDGERS - EVERY LEDGER RECORD WITH A NONZERO BALANCE *
011800* GETS A STATEMENT, EXCEPT AN ACCOUNT WRITTEN OFF TO BAD DEBT    *
011810* THAT OWES NOTHING NEW - THE COLLECTION AGENCY, NOT THE BURSAR, *
011820* IS PURSUING IT.  A RESTART PICKS UP AFTER THE CHECKPOINTED     *
011830* SSN.                                                           *
011900*================================================================*
012000 2000-WALK-LEDGERS.
012100     MOVE 'N' TO WS-LED-EOF-SW
012400         WRITE STATEMENT-LINE
012500         MOVE 'Y' TO WS-LED-EOF-SW
012600     ELSE
012610         IF RUN-IS-RESTART
012620             MOVE WS-RESTART-SNO TO LED-SSN
012630             START LEDGER-FILE KEY IS GREATER THAN LED-SSN
012640                 INVALID KEY
012650                     MOVE 'Y' TO WS-LED-EOF-SW
012660             END-START
012670         ELSE
012680             MOVE LOW-VALUES TO LED-SSN
012690             START LEDGER-FILE KEY IS NOT LESS THAN LED-SSN
012700                 INVALID KEY
012710                     MOVE 'Y' TO WS-LED-EOF-SW
012720             END-START
012730         END-IF
013200     END-IF.
013300     PERFORM 2100-ONE-LEDGER THRU 2100-ONE-LEDGER-EXIT
013400         UNTIL LEDGER-SCAN-DONE.
014200     END-READ.
014300     IF LEDGER-SCAN-DONE
014400         GO TO 2100-ONE-LEDGER-EXIT.
014410     IF LED-COLL-WRITTEN-OFF AND LED-BALANCE NOT > ZERO
014420         ADD 1 TO WS-WRITTEN-OFF-COUNT
014430         GO TO 2100-ONE-LEDGER-EXIT.
014500     IF LED-BALANCE NOT = ZERO
014600         MOVE LED-SSN TO WS-STMT-SNO
014700         PERFORM 3000-PRINT-STATEMENT
014800             THRU 3000-PRINT-STATEMENT-EXIT
014810         PERFORM 8500-WRITE-CHECKPOINT
014820             THRU 8500-WRITE-CHECKPOINT-EXIT
014900     END-IF.
015000 2100-ONE-LEDGER-EXIT.
015100     EXIT.
017000     MOVE '  FINANCIAL AID APPLIED' TO STATEMENT-LINE
017100     WRITE STATEMENT-LINE.
017200     PERFORM 3400-PRINT-AID THRU 3400-PRINT-AID-EXIT.
017210     MOVE '  SPONSOR COVERAGE' TO STATEMENT-LINE
017220     WRITE STATEMENT-LINE.
017230     PERFORM 3600-PRINT-SPONSOR THRU 3600-PRINT-SPONSOR-EXIT.
017240     PERFORM 3700-PRINT-COLLECTIONS
017250         THRU 3700-PRINT-COLLECTIONS-EXIT.
017300     MOVE LED-BALANCE TO WS-AMT-EDIT
017400     MOVE SPACES TO STATEMENT-LINE
017500     STRING '  BALANCE DUE ' DELIMITED BY SIZE
029194     EXIT.
029196
029200*================================================================*
029300* 3300-PRINT-PAYMENTS - RECEIPTS WITH DATE AND PAY METHOD.  A    *
029310* RECEIPT RETURNED BY THE BANK WAS NEVER PAID AND IS NOT LISTED. *
029400*================================================================*
029500 3300-PRINT-PAYMENTS.
029600     MOVE 'N' TO WS-DETAIL-EOF-SW
031800     IF RCP-SSN NOT = WS-STMT-SNO
031900         MOVE 'Y' TO WS-DETAIL-EOF-SW
032000         GO TO 3310-ONE-PAYMENT-LINE-EXIT.
032010     IF RCP-STAT-RETURNED
032020         GO TO 3310-ONE-PAYMENT-LINE-EXIT.
032100     EVALUATE TRUE
032200         WHEN RCP-PAY-CASH
032300             MOVE 'CASH ' TO WS-PAY-DESC
034400
034500*================================================================*
034600* 3400-PRINT-AID - DISBURSED AWARDS APPLIED TO THE ACCOUNT.      *
034610* AID RETURNED ON A TERM WITHDRAWAL PRINTS ON ITS OWN LINE.      *
034700*================================================================*
034800 3400-PRINT-AID.
034900     MOVE 'N' TO WS-DETAIL-EOF-SW
038200             INTO STATEMENT-LINE
038300         WRITE STATEMENT-LINE
038400     END-IF.
038407     IF AID-STAT-RETURNED
038414         MOVE AID-AMOUNT TO WS-AMT-EDIT
038421         MOVE SPACES TO STATEMENT-LINE
038428         STRING '    ' DELIMITED BY SIZE
038435             AID-TYPE DELIMITED BY SIZE
038442             ' ' DELIMITED BY SIZE
038449             AID-TERM DELIMITED BY SIZE
038456             ' ' DELIMITED BY SIZE
038463             WS-AMT-EDIT DELIMITED BY SIZE
038470             ' AID RETURNED ON WITHDRAWAL' DELIMITED BY SIZE
038477             INTO STATEMENT-LINE
038484         WRITE STATEMENT-LINE
038491     END-IF.
038500 3410-ONE-AID-LINE-EXIT.
038600     EXIT.
038610
038724 3510-APPLY-ONE-INSTALLMENT-EXIT.
038726     EXIT.
038728
038729*================================================================*
038730* 3600-PRINT-SPONSOR - CHARGES A THIRD-PARTY SPONSOR HAS TAKEN   *
038731* OVER, ONE LINE PER SPONSORED TERM WITH THE SPONSOR CODE AND    *
038732* THE NET AMOUNT BILLED TO IT.  THE SPONSOR IS INVOICED FOR      *
038733* THESE DIRECTLY, SO THEY COME OFF WHAT THE STUDENT OWES AND THE *
038734* ITEMIZED ACTIVITY STILL FOOTS TO THE BALANCE DUE.              *
038735*================================================================*
038736 3600-PRINT-SPONSOR.
038737     MOVE 'N' TO WS-DETAIL-EOF-SW
038738     IF SPA-FILE-ABSENT
038739         GO TO 3600-PRINT-SPONSOR-EXIT.
038740     MOVE WS-STMT-SNO TO SPA-SSN
038741     MOVE LOW-VALUES TO SPA-TERM
038742     START SPONSOR-AUTH-FILE KEY IS NOT LESS THAN SPA-KEY
038743         INVALID KEY
038744             MOVE 'Y' TO WS-DETAIL-EOF-SW
038745     END-START.
038746     PERFORM 3610-ONE-SPONSOR-LINE
038747         THRU 3610-ONE-SPONSOR-LINE-EXIT
038748         UNTIL DETAIL-SCAN-DONE.
038749 3600-PRINT-SPONSOR-EXIT.
038750     EXIT.
038751
038752 3610-ONE-SPONSOR-LINE.
038753     READ SPONSOR-AUTH-FILE NEXT RECORD
038754         AT END
038755             MOVE 'Y' TO WS-DETAIL-EOF-SW
038756     END-READ.
038757     IF DETAIL-SCAN-DONE
038758         GO TO 3610-ONE-SPONSOR-LINE-EXIT.
038759     IF SPA-SSN NOT = WS-STMT-SNO
038760         MOVE 'Y' TO WS-DETAIL-EOF-SW
038761         GO TO 3610-ONE-SPONSOR-LINE-EXIT.
038762     IF SPA-BILLED-AMT = ZERO
038763         GO TO 3610-ONE-SPONSOR-LINE-EXIT.
038764     MOVE SPA-BILLED-AMT TO WS-AMT-EDIT
038765     MOVE SPACES TO STATEMENT-LINE
038766     STRING '    SPONSOR ' DELIMITED BY SIZE
038767         SPA-SPONSOR-CODE DELIMITED BY SIZE
038768         ' ' DELIMITED BY SIZE
038769         SPA-TERM DELIMITED BY SIZE
038770         ' ' DELIMITED BY SIZE
038771         WS-AMT-EDIT DELIMITED BY SIZE
038772         INTO STATEMENT-LINE
038773     WRITE STATEMENT-LINE.
038774 3610-ONE-SPONSOR-LINE-EXIT.
038775     EXIT.
038777
038779*================================================================*
038781* 3700-PRINT-COLLECTIONS - AN ACCOUNT PLACED WITH THE COLLECTION *
038783* AGENCY SAYS SO.  THE PART OF A BAD DEBT WRITE-OFF NOT YET      *
038785* RECOVERED WAS POSTED TO THE LEDGER AS A CREDIT, SO IT PRINTS   *
038787* IN ITS OWN SECTION AND THE ITEMIZED ACTIVITY STILL FOOTS TO    *
038789* THE BALANCE DUE.                                               *
038791*================================================================*
038793 3700-PRINT-COLLECTIONS.
038795     IF COL-FILE-ABSENT
038797         GO TO 3700-PRINT-COLLECTIONS-EXIT.
038799     MOVE WS-STMT-SNO TO COL-SSN
038801     READ COLLECTION-FILE
038803         INVALID KEY
038805             GO TO 3700-PRINT-COLLECTIONS-EXIT
038807     END-READ.
038809     IF COL-STAT-PLACED
038811         MOVE COL-PLACE-DATE TO WS-DATE-EDIT
038813         MOVE SPACES TO STATEMENT-LINE
038815         STRING '  ACCOUNT PLACED WITH COLLECTION AGENCY '
038817             DELIMITED BY SIZE
038819             COL-AGENCY-CODE DELIMITED BY SIZE
038821             ' ON ' DELIMITED BY SIZE
038823             WS-DATE-EDIT DELIMITED BY SIZE
038825             INTO STATEMENT-LINE
038827         WRITE STATEMENT-LINE
038829     END-IF.
038831     COMPUTE WS-NET-WOFF-AMT =
038833         COL-WRITEOFF-AMT - COL-WO-RECOVERED-AMT
038835     IF WS-NET-WOFF-AMT = ZERO
038837         GO TO 3700-PRINT-COLLECTIONS-EXIT.
038839     MOVE '  BAD DEBT WRITTEN OFF' TO STATEMENT-LINE
038841     WRITE STATEMENT-LINE.
038843     MOVE COL-WRITEOFF-DATE TO WS-DATE-EDIT
038845     MOVE WS-NET-WOFF-AMT TO WS-AMT-EDIT
038847     MOVE SPACES TO STATEMENT-LINE
038849     STRING '    ' DELIMITED BY SIZE
038851         WS-DATE-EDIT DELIMITED BY SIZE
038853         ' AGENCY ' DELIMITED BY SIZE
038855         COL-AGENCY-CODE DELIMITED BY SIZE
038857         ' ' DELIMITED BY SIZE
038859         WS-AMT-EDIT DELIMITED BY SIZE
038861         INTO STATEMENT-LINE
038863     WRITE STATEMENT-LINE.
038865 3700-PRINT-COLLECTIONS-EXIT.
038867     EXIT.
038868
038869*================================================================*
038870* 8500-WRITE-CHECKPOINT - REPLACES THE CHECKPOINT AFTER EACH     *
038871* STATEMENT WITH ITS SSN AND THE COUNTS SO FAR.  LIKE            *
038872* MENU-BATCH'S, THE FILE IS LINE SEQUENTIAL AND WRITTEN WHOLE    *
038873* EACH TIME.                                                     *
038874*================================================================*
038875 8500-WRITE-CHECKPOINT.
038876     OPEN OUTPUT CHECKPOINT-FILE.
038877     INITIALIZE JOB-CHECKPOINT-RECORD
038878     MOVE RC-JOB-NAME TO CKP-JOB-NAME
038879     MOVE WS-TODAY TO CKP-BUS-DATE
038880     MOVE WS-STMT-SNO TO CKP-LAST-SNO
038881     MOVE WS-STATEMENT-COUNT TO CKP-COUNT(1)
038882     MOVE WS-WRITTEN-OFF-COUNT TO CKP-COUNT(2)
038883     WRITE JOB-CHECKPOINT-RECORD.
038884     CLOSE CHECKPOINT-FILE.
038885 8500-WRITE-CHECKPOINT-EXIT.
038886     EXIT.
038887
038888*================================================================*
038900* 9000-TERMINATE - A CLEAN FINISH EMPTIES THE RESTART            *
038910* CHECKPOINT.                                                    *
039000*================================================================*
039100 9000-TERMINATE.
039200     CLOSE LEDGER-FILE.
039650     CLOSE ARCHIVE-FILE.
039660     CLOSE PAYPLAN-FILE.
039670     CLOSE FEE-DETAIL-FILE.
039680     CLOSE SPONSOR-AUTH-FILE.
039690     CLOSE COLLECTION-FILE.
039700     CLOSE STATEMENT-FILE.
039710     OPEN OUTPUT CHECKPOINT-FILE.
039720     CLOSE CHECKPOINT-FILE.
039800     DISPLAY 'BILLING-STATEMENT-PGM COMPLETE - STATEMENTS: '
039810         WS-STATEMENT-COUNT '  WRITTEN OFF, NOT BILLED: '
039820         WS-WRITTEN-OFF-COUNT.
040000 9000-TERMINATE-EXIT.
040100     EXIT.
