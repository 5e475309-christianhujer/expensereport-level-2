000220*                     DAYS) IS APPENDED TO THE EXCFILE QUEUE SO
000230*                     IT GOES THROUGH THE SAME EXPENSE-APPROVALS
000240*                     CYCLE AS OVER-LIMIT ITEMS.
000242*    10/15/2026 DK    CREDIT LINES: CREDIT, REFUND AND CORRECTION
000244*                     LINES ON EXPFILE AND HSTFILE ARE NOT CLAIMS
000246*                     FOR A CARD CHARGE AND ARE LEFT OUT OF THE
000248*                     MATCHING.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
003240     IF EL-EMPLOYEE-ID = '*TRLR*'
003250         GO TO 1310-EXIT
003260     END-IF
003262     IF EL-CREDIT-LINE
003264         GO TO 1310-EXIT
003266     END-IF
003270     IF WS-CLAIM-COUNT = 20000
003280         DISPLAY 'EXPFILE HAS MORE THAN 20000 LINES -- '
003290             'INCREASE THE WS-CLAIM-TABLE SIZE TO CONTINUE'
003610     EXIT.

003620 1420-STORE-HISTORY.
003622     IF HX-CREDIT-LINE
003624         GO TO 1420-EXIT
003626     END-IF
003630     IF WS-HIST-COUNT = 20000
003640         DISPLAY 'HSTFILE EXCEEDS THE 20000-RECORD HISTORY '
003650             'WINDOW -- CARD MATCHING AGAINST HISTORY COVERS '
