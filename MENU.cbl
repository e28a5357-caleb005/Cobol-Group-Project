001749* 09/02/26  DWH  ADDED AN AUDIT INQUIRY OPTION (Q) CALLING
001750*                AUDIT-INQUIRY-PGM SO THE TRAIL CAN BE SEARCHED
001751*                AND REPORTED INSTEAD OF SCROLLED IN AN EDITOR.
001759* 10/15/26  DWH  ADDED A RETURNED PAYMENT OPTION (K) CALLING
001767*                RETURNED-PAYMENT-PGM SO A BOUNCED CHECK OR CARD
001775*                CHARGEBACK REVERSES THE ORIGINAL RECEIPT INSTEAD
001783*                OF BEING OFFSET ON THE LEDGER BY HAND.
001785* 10/15/26  DWH  ADDED A TITLE IV RETURN OPTION (W) CALLING
001787*                AID-RETURN-PGM TO CALCULATE AND POST THE RETURN
001789*                OF AID FOR A STUDENT'S PENDING WITHDRAWAL.
001790* 10/15/26  DWH  ADDED A SPONSOR MAINTENANCE OPTION (U) CALLING
001791*                SPONSOR-MAINT-PGM AND A SPONSOR PAYMENT OPTION
001792*                (Y) CALLING SPONSOR-PAYMENT-PGM FOR THIRD-PARTY
001793*                SPONSOR BILLING.
001794* 10/15/26  DWH  ADDED A DEGREE PROGRAMS OPTION (L) CALLING
001795*                PROGRAM-STUDY-PGM TO MAINTAIN THE PROGRAM OF
001796*                STUDY MASTER THE DEGREE AUDIT CHECKS AGAINST.
001806* 10/15/26  DWH  ADDED OPTION J, GRADE CHANGE - GRADE-CHANGE-PGM
001816*                CHANGES AN ARCHIVED GRADE FOR THE SELECTED
001826*                STUDENT, SO THE OPTION TAKES AN SSN.
001829* 10/15/26  DWH  OPTION J (GRADE CHANGE) IS NOW AUDIT-LOGGED WITH
001832*                THE STUDENT'S SSN LIKE THE OTHER STUDENT OPTIONS.
001836*================================================================
001846 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002100     CRT STATUS IS WS-CRT-STATUS.
005947     05  LINE 12 COL 45 VALUE "INSTRUCTOR MASTER:N".
005948     05  LINE 13 COL 45 VALUE "FEE SCHEDULE     :V".
005949     05  LINE 14 COL 45 VALUE "AUDIT INQUIRY    :Q".
005959     05  LINE 15 COL 45 VALUE "RETURNED PAYMENT :K".
005964     05  LINE 16 COL 45 VALUE "TITLE IV RETURN  :W".
005965     05  LINE 16 COL 15 VALUE "SPONSOR MAINT    :U".
005966     05  LINE 17 COL 45 VALUE "SPONSOR PAYMENT  :Y".
005967     05  LINE 18 COL 45 VALUE "DEGREE PROGRAMS  :L".
005968     05  LINE 18 COL 15 VALUE "GRADE CHANGE     :J".
005969     05  LINE 17 COL 15 VALUE "EXIT             :X".
006000     05  LINE 19 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
006100     05  LINE 19 COL 15 PIC X(3) TO OPTION.
006200 PROCEDURE DIVISION.
007578         ACCEPT NOT-AUTH-SCREEN
007582         GO TO 2000-PROCESS-MENU-EXIT.
007586     IF OPTION = 'A' OR 'F' OR 'R' OR 'E' OR 'H' OR 'D' OR 'M'
007590         OR 'I' OR 'K' OR 'W' OR 'J'
007594         PERFORM 2100-GET-STUDENT-NUMBER
007598             THRU 2100-GET-STUDENT-NUMBER-EXIT
007602     END-IF.
007778             CLOSE AUDIT-FILE
007782             CALL 'AUDIT-INQUIRY-PGM'
007786             OPEN EXTEND AUDIT-FILE
007787         WHEN 'K'
007788             CALL 'RETURNED-PAYMENT-PGM' USING WS-SNO
007789         WHEN 'W'
007790             CALL 'AID-RETURN-PGM' USING WS-SNO
007791         WHEN 'U'
007792             CALL 'SPONSOR-MAINT-PGM'
007793         WHEN 'Y'
007794             CALL 'SPONSOR-PAYMENT-PGM'
007795         WHEN 'L'
007796             CALL 'PROGRAM-STUDY-PGM'
007797         WHEN 'J'
007798             CALL 'GRADE-CHANGE-PGM' USING WS-SNO
007799         WHEN OTHER
007800             CONTINUE
007801     END-EVALUATE.
007802     MOVE SPACE TO WS-AUD-RESULT
007806     PERFORM 2200-WRITE-AUDIT-RECORD
007810         THRU 2200-WRITE-AUDIT-RECORD-EXIT.
007890     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
007892     MOVE OPTION TO AUD-OPTION
007894     IF OPTION = 'A' OR 'F' OR 'R' OR 'E' OR 'H' OR 'D' OR 'M'
007896         OR 'I' OR 'K' OR 'W' OR 'J'
007898         MOVE WS-SNO TO AUD-SNO
007900     ELSE
007902         MOVE ZERO TO AUD-SNO
