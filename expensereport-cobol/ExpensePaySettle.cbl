000220*                     ACKNOWLEDGMENT, AND POSTS SETTLED/RETURNED
000230*                     TOTALS PER RUN BACK ONTO THE RUNREG
000240*                     REGISTER SO MONTH-END SEES UNSETTLED CASH.
000241*    10/15/2026 DK    CHECK PAYEES ARE NOW SETTLED BY EXPENSE-
000242*                     CHECK-RUN FROM THE BANK PAID-ITEMS FILE:
000243*                     PAYSTAT CARRIES THE CHECK NUMBER AND
000244*                     ISSUE DATE THROUGH THIS RUN UNCHANGED, AN
000245*                     ACH ACKNOWLEDGMENT NO LONGER MATCHES A
000246*                     CHECK PAYMENT, AND CHECKS ARE LEFT OFF
000247*                     THE ACH AGING REPORT.
000248*    10/15/2026 DK    MULTI-COMPANY: THE PAYING COMPANY IS CARRIED
000249*                     FROM PAYFILE ONTO PAYSTAT AND THE REQUEUE
000250*                     EXTRACT, AND SETTLED/RETURNED TOTALS ARE
000251*                     POSTED TO THE REGISTER RECORD OF THE SAME
000252*                     RUN AND COMPANY.
000253*    10/15/2026 DK    A VOIDED CHECK REISSUED BY EXPENSE-CHECK-RUN
000254*                     IS NOT RETURNED CASH -- THE REISSUE KEEPS
000255*                     THE ORIGINAL RUN DATE AND COUNTS IN ITS
000256*                     PLACE.
000257*    10/15/2026 DK    A REQUEUED ENTRY IS TOLD APART FROM A
000258*                     REISSUED VOID BY ITS RUN DATE, NOT ITS
000259*                     CHECK NUMBER, SO A RETURNED OR STALE-DATED
000260*                     CHECK REQUEUED HERE COUNTS AS RETURNED FOR
000261*                     ITS RUN.  THE REQUEUE ENTRY CARRIES THE
000262*                     ORIGINAL RUN DATE (PS-ORIG-RUN-DATE) SO
000263*                     CLAIM STATUS CAN FIND ITS TRIP.
000264*
000265 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000690*    THE REQUEUE EXTRACT IS WRITTEN IN PAYFILE FORMAT SO AP
000700*    PICKS IT UP WITH THE SAME JOB THAT READS PAYFILE.  THE
000710*    FIRST 86 BYTES OF A PAYSTAT RECORD ARE EXACTLY THE
000716*    PAYMENT RECORD LAYOUT UP TO THE COMPANY CODE, SO THE
000724*    WRITE IS A STRAIGHT MOVE PLUS THE COMPANY.
000730*
000740 FD  RQUFILE
000750     LABEL RECORDS ARE STANDARD
000760     DATA RECORD IS REQUEUE-RECORD.
000764 01  REQUEUE-RECORD              PIC X(90).

000780 FD  RUNREG
000790     LABEL RECORDS ARE STANDARD
001410             88  WS-PAY-REQUEUED           VALUE 'Q'.
001420         10  WS-PAY-ACK-DATE     PIC 9(08).
001430         10  WS-PAY-REASON       PIC X(20).
001433         10  WS-PAY-CHECK-NUMBER PIC 9(08).
001435         10  WS-PAY-CHECK-DATE   PIC 9(08).
001437         10  WS-PAY-COMPANY      PIC X(04).
001438         10  WS-PAY-ORIG-RUN-DATE PIC 9(08).

001440*
001450*    EMPLOYEE BANK MASTER, LOADED FROM EMPFILE AT STARTUP.
001700 01  WS-FOUND-PAY-SUB            PIC 9(05) VALUE 0.
001710 01  WS-FOUND-BANK-SUB           PIC 9(04) VALUE 0.
001720 01  WS-SAVE-PAY-SUB             PIC 9(05) VALUE 0.
001725 01  WS-FOUND-REISSUE-SUB        PIC 9(05) VALUE 0.
001730 01  WS-PEND-AGE-DAYS            PIC S9(05) VALUE 0.
001740 01  WS-PEND-AGE-DISP            PIC ZZZZ9.
001750 01  WS-FORMATTED-AMOUNT         PIC Z(09)9.99.
001920*    SUBSCRIPTS
001930*
001940 01  PYX                         PIC 9(05) VALUE 0.
001945 01  RSX                         PIC 9(05) VALUE 0.
001950 01  BKX                         PIC 9(04) VALUE 0.
001960 01  RGX                         PIC 9(04) VALUE 0.

003070     MOVE PS-RUN-DATE      TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
003080     MOVE PS-STATUS        TO WS-PAY-STATUS(WS-PAY-COUNT)
003090     MOVE PS-ACK-DATE      TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
003091     MOVE PS-RETURN-REASON TO WS-PAY-REASON(WS-PAY-COUNT)
003092     IF PS-CHECK-NUMBER NUMERIC
003093         MOVE PS-CHECK-NUMBER
003094             TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
003095     ELSE
003096         MOVE 0 TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
003097     END-IF
003098     MOVE PS-COMPANY-CODE  TO WS-PAY-COMPANY(WS-PAY-COUNT)
003099     IF PS-CHECK-DATE NUMERIC
003100         MOVE PS-CHECK-DATE TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
003101     ELSE
003102         MOVE 0 TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
003103     END-IF
003104     IF PS-ORIG-RUN-DATE NUMERIC
003105         MOVE PS-ORIG-RUN-DATE
003106             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
003107     ELSE
003108         MOVE 0 TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
003109     END-IF.
003110 1220-EXIT.
003120     EXIT.

003570     MOVE PY-BANK-ROUTING  TO WS-PAY-ROUTING(WS-PAY-COUNT)
003580     MOVE PY-BANK-ACCOUNT  TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
003590     MOVE PY-RUN-DATE      TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
003592     MOVE PY-COMPANY-CODE  TO WS-PAY-COMPANY(WS-PAY-COUNT)
003600     MOVE 'P'              TO WS-PAY-STATUS(WS-PAY-COUNT)
003610     MOVE 0                TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
003620     MOVE SPACES           TO WS-PAY-REASON(WS-PAY-COUNT)
003623     MOVE 0                TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
003625     MOVE 0                TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
003627     MOVE 0                TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT).
003630 1320-EXIT.
003640     EXIT.

004140*    ONLY A PAYMENT STILL WAITING ON THE BANK (PENDING OR
004150*    REQUEUED) CAN TAKE AN ACKNOWLEDGMENT -- A SECOND ACK
004160*    FOR A SETTLED PAYMENT REPORTS AS UNMATCHED INSTEAD OF
004170*    SILENTLY FLIPPING IT.  A CHECK PAYMENT IS NEVER ON THE
004175*    ACH FILE -- EXPENSE-CHECK-RUN SETTLES IT BY CHECK NUMBER.
004180*
004190 2100-LOOK-FOR-OPEN-PAYMENT.
004200     IF (WS-PAY-PENDING(PYX) OR WS-PAY-REQUEUED(PYX))
004205         AND WS-PAY-METHOD(PYX) NOT = 'C'
004210         AND WS-PAY-EMP-ID(PYX) = BK-EMPLOYEE-ID
004220         AND WS-PAY-RUN-DATE(PYX) = BK-RUN-DATE
004230         MOVE PYX TO WS-FOUND-PAY-SUB
004850     MOVE WS-PAY-EMP-NAME(PYX) TO WS-PAY-EMP-NAME(WS-PAY-COUNT)
004860     MOVE WS-PAY-NET(PYX)      TO WS-PAY-NET(WS-PAY-COUNT)
004870     MOVE WS-PAY-CURRENCY(PYX) TO WS-PAY-CURRENCY(WS-PAY-COUNT)
004874     MOVE WS-PAY-COMPANY(PYX)  TO WS-PAY-COMPANY(WS-PAY-COUNT)
004880     MOVE WS-BANK-PAY-METHOD(WS-FOUND-BANK-SUB)
004890         TO WS-PAY-METHOD(WS-PAY-COUNT)
004900     MOVE WS-BANK-ROUTING(WS-FOUND-BANK-SUB)
004950     MOVE 'P'                  TO WS-PAY-STATUS(WS-PAY-COUNT)
004960     MOVE 0                    TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
004970     MOVE 'REQUEUE OF RETURN'  TO WS-PAY-REASON(WS-PAY-COUNT)
004973     MOVE 0 TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
004976     MOVE 0 TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
004977     IF WS-PAY-ORIG-RUN-DATE(PYX) GREATER THAN 0
004978         MOVE WS-PAY-ORIG-RUN-DATE(PYX)
004979             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
004980     ELSE
004981         MOVE WS-PAY-RUN-DATE(PYX)
004982             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
004983     END-IF
004984     PERFORM 3300-WRITE-REQUEUE-RECORD THRU 3300-EXIT
004990     MOVE 'Q' TO WS-PAY-STATUS(PYX)
005000     DISPLAY 'REQUEUED,' WS-PAY-EMP-ID(PYX) ','
005010         FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
005060*
005070*    THE REQUEUE RECORD IS THE NEW PENDING ENTRY JUST BUILT,
005080*    WRITTEN IN PAYFILE FORMAT (THE FIRST 86 BYTES OF THE
005084*    STATUS RECORD ARE EXACTLY THE PAYMENT RECORD LAYOUT,
005091*    WHICH ENDS WITH THE COMPANY CODE).
005100*
005110 3300-WRITE-REQUEUE-RECORD.
005120     MOVE PYX TO WS-SAVE-PAY-SUB
005130     MOVE WS-PAY-COUNT TO PYX
005140     MOVE SPACES TO PAYSTAT-RECORD
005150     PERFORM 5110-BUILD-ONE-STATUS THRU 5110-EXIT
005155     MOVE PAYSTAT-RECORD(1:86) TO REQUEUE-RECORD(1:86)
005160     MOVE PS-COMPANY-CODE      TO REQUEUE-RECORD(87:4)
005165     WRITE REQUEUE-RECORD
005170     MOVE WS-SAVE-PAY-SUB TO PYX.
005180 3300-EXIT.
005190     EXIT.
005200*****************************************************
005210*  4000-PRINT-AGING-REPORT -- EVERY PAYMENT STILL      *
005220*  WAITING ON AN ACKNOWLEDGMENT, WITH DAYS OUT AND AN  *
005230*  AGED MARKER PAST THE THRESHOLD.  CHECKS ARE AGED    *
005235*  AGAINST THE STALE-DATE LIMIT BY EXPENSE-CHECK-RUN.  *
005240*****************************************************
005250 4000-PRINT-AGING-REPORT.
005260     DISPLAY ' '

005330 4100-AGE-ONE-PAYMENT.
005340     IF NOT WS-PAY-PENDING(PYX)
005345         OR WS-PAY-METHOD(PYX) = 'C'
005350         GO TO 4100-EXIT
005360     END-IF
005370     ADD 1 TO WS-PENDING-COUNT
005980     MOVE WS-PAY-RUN-DATE(PYX)  TO PS-RUN-DATE
005990     MOVE WS-PAY-STATUS(PYX)    TO PS-STATUS
006000     MOVE WS-PAY-ACK-DATE(PYX)  TO PS-ACK-DATE
006010     MOVE WS-PAY-REASON(PYX)    TO PS-RETURN-REASON
006013     MOVE WS-PAY-CHECK-NUMBER(PYX) TO PS-CHECK-NUMBER
006015     MOVE WS-PAY-CHECK-DATE(PYX) TO PS-CHECK-DATE
006016     MOVE WS-PAY-COMPANY(PYX)   TO PS-COMPANY-CODE
006017     MOVE WS-PAY-ORIG-RUN-DATE(PYX) TO PS-ORIG-RUN-DATE.
006020 5110-EXIT.
006030     EXIT.

006540     EXIT.

006550*
006555*    A REQUEUED ENTRY STILL COUNTS AS RETURNED CASH FOR THE
006560*    RUN IT WENT OUT ON -- THE REQUEUE BUILT FOR A RETURN, ACH
006565*    OR CHECK, CARRIES THE REQUEUE RUN DATE AND COUNTS THERE.
006570*    A CHECK VOIDED AND REISSUED BY EXPENSE-CHECK-RUN DOES NOT:
006575*    ITS REISSUE FOLLOWS IT ON THE REGISTER WITH THE SAME
006580*    EMPLOYEE, COMPANY AND RUN DATE AND COUNTS IN ITS PLACE.
006586*    EACH COMPANY'S REGISTER RECORD TAKES ONLY THAT COMPANY'S
006588*    PAYMENTS.
006590*
006600 6310-SUM-ONE-RUN-PAYMENT.
006610     IF WS-PAY-RUN-DATE(PYX) NOT = RR-RUN-DATE
006616         OR WS-PAY-COMPANY(PYX) NOT = RR-COMPANY-CODE
006620         GO TO 6310-EXIT
006630     END-IF
006640     IF WS-PAY-SETTLED(PYX)
006650         ADD WS-PAY-NET(PYX) TO WS-RUN-SETTLED
006660     END-IF
006663     IF WS-PAY-RETURNED(PYX)
006666         ADD WS-PAY-NET(PYX) TO WS-RUN-RETURNED
006669     END-IF
006670     IF NOT WS-PAY-REQUEUED(PYX)
006671         GO TO 6310-EXIT
006672     END-IF
006673     MOVE 0 TO WS-FOUND-REISSUE-SUB
006674     PERFORM 6320-LOOK-FOR-REISSUE THRU 6320-EXIT
006675         VARYING RSX FROM PYX BY 1 UNTIL RSX > WS-PAY-COUNT
006676     IF WS-FOUND-REISSUE-SUB = 0
006680         ADD WS-PAY-NET(PYX) TO WS-RUN-RETURNED
006690     END-IF.
006700 6310-EXIT.
006701     EXIT.

006702 6320-LOOK-FOR-REISSUE.
006703     IF RSX GREATER THAN PYX
006704         AND WS-PAY-EMP-ID(RSX) = WS-PAY-EMP-ID(PYX)
006705         AND WS-PAY-COMPANY(RSX) = WS-PAY-COMPANY(PYX)
006706         AND WS-PAY-RUN-DATE(RSX) = WS-PAY-RUN-DATE(PYX)
006707         MOVE RSX TO WS-FOUND-REISSUE-SUB
006708         MOVE WS-PAY-COUNT TO RSX
006709     END-IF.
006710 6320-EXIT.
006711     EXIT.

006720*****************************************************
006730*  6100 -- READ THE DRIVING ACKNOWLEDGMENT FILE.       *
