001350* 08/09/26  DWH  APPENDS A GL EXTRACT RECORD TO GLXTRACT FOR EACH
001360*                RECEIPT POSTED, FOR NIGHTLY PICKUP BY THE
001370*                COLLEGE'S GENERAL LEDGER SYSTEM.
001376* 10/15/26  DWH  STAMPS EACH NEW RECEIPT POSTED (RCP-STATUS P) AND
001382*                LEAVES A RECEIPT SINCE RETURNED BY THE BANK
001388*                (RETURNED-PAYMENT-PGM) OUT OF THE DAILY
001394*                RECONCILIATION - IT WAS NEVER PAID.
001395* 10/15/26  DWH  THE LEDGER BALANCE NOW ALSO NETS OUT
001396*                LED-SPONSOR-TOTAL, THE SHARE OF THE CHARGES
001397*                MOVED TO A THIRD-PARTY SPONSOR.
001400*================================================================
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
014900     MOVE WS-TODAY-DD TO RCP-DATE-DD
015000     MOVE WS-PAY-METHOD TO RCP-PAY-METHOD
015100     MOVE WS-RCP-AMOUNT TO RCP-AMOUNT
015110     MOVE 'P' TO RCP-STATUS
015120     MOVE ZERO TO RCP-RETURN-DATE
015200     WRITE RECEIPT-RECORD.
015300
015400     ADD WS-RCP-AMOUNT TO LED-CREDITS-TOTAL
015500     COMPUTE LED-BALANCE =
015600         LED-CHARGES-TOTAL - LED-CREDITS-TOTAL - LED-AID-TOTAL
015610             - LED-SPONSOR-TOTAL
015700     REWRITE LEDGER-RECORD.
015710     PERFORM 3200-WRITE-GL-EXTRACT
015715         THRU 3200-WRITE-GL-EXTRACT-EXIT.
016620* 4000-DAILY-RECONCILIATION - SCANS THE ENTIRE RECEIPT FILE FOR  *
016630* TODAY'S POSTINGS AND TOTALS THEM BY PAYMENT METHOD SO THE      *
016640* BURSAR'S OFFICE CAN BALANCE THE DRAWER AGAINST WHAT MENU       *
016650* RECORDED TODAY.  A RECEIPT SINCE RETURNED BY THE BANK WAS      *
016655* NEVER PAID AND IS LEFT OUT.                                    *
016660*================================================================*
016670 4000-DAILY-RECONCILIATION.
016680     MOVE ZERO TO WS-CASH-TOTAL WS-CHECK-TOTAL WS-CARD-TOTAL
016880                 AND RCP-DATE-YY = WS-TODAY-YY
016890                 AND RCP-DATE-MM = WS-TODAY-MM
016900                 AND RCP-DATE-DD = WS-TODAY-DD
016905                 AND NOT RCP-STAT-RETURNED
016910                 EVALUATE TRUE
016920                     WHEN RCP-PAY-CASH
016930                         ADD RCP-AMOUNT TO WS-CASH-TOTAL
