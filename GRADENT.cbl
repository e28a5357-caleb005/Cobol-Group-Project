001760* 08/22/26  DWH  THE GRADES-RECORDED COUNT IS ZEROED AT START SO
001770*                A SECOND SESSION FROM THE MENU LOOP REPORTS ITS
001780*                OWN COUNT, NOT A RUNNING TOTAL.
001783* 10/15/26  DWH  THE GRADE EDIT NOW ALSO ACCEPTS I (INCOMPLETE)
001786*                AND W (WITHDRAWN).  NEITHER CARRIES GRADE POINTS,
001789*                SO BOTH STAY OUT OF THE TRANSCRIPT GPA AND THE
001792*                ACADEMIC PROGRESS RUN.  AN OPEN I IS TURNED INTO
001795*                AN F BY INCOMPLETE-LAPSE-PGM.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005600     05  LINE 3  COL 30 VALUE "GRADE ENTRY".
005700     05  LINE 5  COL 10 VALUE "STUDENT SSN        : ".
005800     05  LINE 5  COL 32 PIC 9(09) FROM WS-DISPLAY-SNO.
005900     05  LINE 7  COL 10 VALUE "GRADE (A-F,I,W BLANK=SKIP): ".
006000     05  LINE 7  COL 38 PIC X(02) TO WS-GRADE.
006100     05  LINE 8  COL 10 VALUE "CREDIT HOURS       : ".
006200     05  LINE 8  COL 32 PIC 9(02) TO WS-CREDIT-HOURS.
006210     05  LINE 10 COL 10 PIC X(40) FROM WS-GRADE-MSG.
016310
016312*================================================================*
016314* 3210-ACCEPT-AND-EDIT-GRADE - RE-PROMPTS, WITH AN ERROR LINE,   *
016316* UNTIL THE GRADE IS BLANK (SKIP), A RECOGNIZED LETTER A-F WITH  *
016318* AN OPTIONAL + OR - MODIFIER, OR AN I (INCOMPLETE) OR W         *
016320* (WITHDRAWN), THE SAME WAY THE SIBLING MAINTENANCE SCREENS EDIT *
016321* THEIR INPUTS.  I AND W CARRY NO GRADE POINTS.                  *
016322*================================================================*
016324 3210-ACCEPT-AND-EDIT-GRADE.
016326     DISPLAY CLEAR-SCREEN
016344         AND (WS-GRADE(2:1) = SPACE OR WS-GRADE(2:1) = '+'
016346             OR WS-GRADE(2:1) = '-')
016348         MOVE 'Y' TO WS-GRADE-OK-SW
016349         GO TO 3210-ACCEPT-AND-EDIT-GRADE-EXIT
016350     END-IF.
016351     IF (WS-GRADE(1:1) = 'I' OR WS-GRADE(1:1) = 'W')
016352         AND WS-GRADE(2:1) = SPACE
016353         MOVE 'Y' TO WS-GRADE-OK-SW
016354     ELSE
016355         MOVE 'GRADE MUST BE A-F (+/- OK), I OR W'
016356             TO WS-GRADE-MSG
016357     END-IF.
016358 3210-ACCEPT-AND-EDIT-GRADE-EXIT.
016360     EXIT.
016400
