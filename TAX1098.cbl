002620*                TAX1098) BEFORE DOING ANY WORK AND STAMPS ITS
002630*                COMPLETION AFTER, FOR THE BATCH WINDOW'S
002640*                DOUBLE-RUN PROTECTION AND MORNING RUN LOG.
002650* 10/15/26  DWH  A RECEIPT RETURNED BY THE BANK (MARKED BY
002660*                RETURNED-PAYMENT-PGM) IS LEFT OUT OF THE YEAR'S
002670*                PAYMENTS - IT WAS NEVER PAID.
002677* 10/15/26  DWH  A GRANT RETURNED ON A TERM WITHDRAWAL (AIDMSTR
002684*                STATUS R) REDUCES THE GRANTS FOR THE YEAR THE
002691*                RETURN WAS POSTED.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
036400     EXIT.
036500
036600*================================================================*
036700* 3300-SUM-PAYMENTS - RECEIPTS POSTED IN THE YEAR.  A RECEIPT    *
036710* RETURNED BY THE BANK WAS NEVER PAID AND IS NOT COUNTED.        *
036800*================================================================*
036900 3300-SUM-PAYMENTS.
037000     MOVE 'N' TO WS-DETAIL-EOF-SW
039700         GO TO 3310-SUM-ONE-PAYMENT-EXIT.
039800     MOVE RCP-TRANS-DATE TO WS-REC-DATE
039900     IF WS-REC-YEAR = WS-TAX-YEAR
039910         AND NOT RCP-STAT-RETURNED
040000         ADD RCP-AMOUNT TO WS-YR-PAYMENTS
040100     END-IF.
040200 3310-SUM-ONE-PAYMENT-EXIT.
048000             ADD AID-AMOUNT TO WS-YR-GRANTS
048100         END-IF
048200     END-IF.
048210     IF AID-TYPE-GRANT AND AID-STAT-RETURNED
048220         MOVE AID-DISBURSE-DATE TO WS-REC-DATE
048230         IF WS-REC-YEAR = WS-TAX-YEAR
048240             SUBTRACT AID-AMOUNT FROM WS-YR-GRANTS
048250         END-IF
048260     END-IF.
048300 3510-SUM-ONE-GRANT-EXIT.
048400     EXIT.
048500
