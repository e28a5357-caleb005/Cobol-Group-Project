001650*                EVERYTHING LAST TERM NO LONGER SAILS THROUGH
001660*                AND GETS PAID AGAIN.  A STUDENT WITH NO
001670*                STANDING RECORD YET POSTS AS BEFORE.
001680* 10/15/26  DWH  A NEW AWARD CLEARS AID-ORIG-SEQ-NO, WHICH ONLY A
001690*                RETURN OF TITLE IV AID RECORD CARRIES.
001692* 10/15/26  DWH  CHARGES MOVED TO A THIRD-PARTY SPONSOR COME OUT
001694*                OF THE LEDGER BALANCE AND OF WHAT AN AWARD MAY
001696*                COVER.
001700*================================================================
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
013100* 3000-CHECK-OVER-DISBURSE - REJECTS AN AWARD THAT WOULD PUSH    *
013200* TOTAL AID DISBURSED PAST WHAT THE STUDENT STILL OWES AFTER     *
013300* CREDIT FOR AMOUNTS ALREADY POSTED THROUGH ADD-RECEIPTS-PGM.    *
013310* CHARGES A SPONSOR IS PAYING ARE NOT THE STUDENT'S TO COVER.    *
013400*================================================================*
013500 3000-CHECK-OVER-DISBURSE.
013600     MOVE 'N' TO WS-OVER-SW
013700     COMPUTE WS-REMAINING-OWED =
013800         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
013810             - LED-SPONSOR-TOTAL
013900     IF WS-AWARD-AMOUNT > WS-REMAINING-OWED
014000         MOVE 'Y' TO WS-OVER-SW
014100     END-IF.
015500     MOVE WS-AWARD-TERM TO AID-TERM
015600     MOVE WS-AWARD-AMOUNT TO AID-AMOUNT
015700     MOVE 'D' TO AID-STATUS
015710     MOVE ZERO TO AID-ORIG-SEQ-NO
015800     ACCEPT AID-DISBURSE-DATE FROM DATE YYYYMMDD
015900     WRITE AID-RECORD.
016000
016100     ADD WS-AWARD-AMOUNT TO LED-AID-TOTAL
016200     COMPUTE LED-BALANCE =
016300         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
016310             - LED-SPONSOR-TOTAL
016400     REWRITE LEDGER-RECORD.
016500     MOVE 'AWARD DISBURSED AND POSTED TO LEDGER' TO WS-MESSAGE.
016600 4000-POST-AWARD-EXIT.
