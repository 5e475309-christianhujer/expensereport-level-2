000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-RECEIPT-FOLLOWUP.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  CHASES THE RECEIPTS
000130*                     OWED ON LINES EXPENSE-REPORT PAID WITHOUT
000140*                     ONE.  MATCHES THE OUTSTANDING RECEIPT
000150*                     REGISTER (RCPFILE) AGAINST THE RECEIPTS
000160*                     RECEIVED FILE FROM IMAGING (RCVFILE) AND
000170*                     DROPS EVERY LINE NOW SUBSTANTIATED.  AGES
000180*                     THE REST FROM THE REPORT DATE -- A FIRST
000190*                     REMINDER NOTICE AT 15 DAYS, A FINAL ONE
000200*                     AT 30, AND AT 45 DAYS THE LINE IS
000210*                     APPENDED TO REJFILE SO THE NEXT REPORT
000220*                     CYCLE TAKES IT OUT OF THE NET DUE JUST AS
000230*                     IT DOES A MANAGER REJECTION.  ROLLS THE
000240*                     REGISTER FORWARD.  RUNS AFTER
000250*                     EXPENSE-APPROVALS, WHICH RECREATES
000260*                     REJFILE EACH CYCLE, AND BEFORE THE NEXT
000270*                     EXPENSE-REPORT.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL RCPFILE ASSIGN TO "RCPFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RCPFILE-STATUS.

000380     SELECT OPTIONAL RCVFILE ASSIGN TO "RCVFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RCVFILE-STATUS.

000410     SELECT OPTIONAL REJFILE ASSIGN TO "REJFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REJFILE-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RCPFILE
000470     LABEL RECORDS ARE STANDARD
000480     DATA RECORD IS RECEIPT-PENDING-RECORD.
000490     COPY RCPTPEND.

000500 FD  RCVFILE
000510     LABEL RECORDS ARE STANDARD
000520     DATA RECORD IS RECEIPT-RECEIVED-RECORD.
000530     COPY RCPTRCV.

000540 FD  REJFILE
000550     LABEL RECORDS ARE STANDARD
000560     DATA RECORD IS REJECT-RECORD.
000570     COPY REJREC.

000580 WORKING-STORAGE SECTION.
000590*
000600*    RUN DATE AND THE AGING POINTS, IN DAYS FROM THE DATE THE
000610*    LINE WAS REPORTED.
000620*
000630 01  WS-RUN-DATE                 PIC 9(08).
000640 01  WS-FIRST-NOTICE-DAYS        PIC 9(03) VALUE 15.
000650 01  WS-FINAL-NOTICE-DAYS        PIC 9(03) VALUE 30.
000660 01  WS-REJECT-DAYS              PIC 9(03) VALUE 45.

000670*
000680*    END-OF-FILE AND CONDITION SWITCHES
000690*
000700 01  WS-SWITCHES.
000710     05  WS-RCPFILE-EOF-SW       PIC X(01) VALUE 'N'.
000720         88  RCPFILE-EOF                   VALUE 'Y'.
000730     05  WS-RCVFILE-EOF-SW       PIC X(01) VALUE 'N'.
000740         88  RCVFILE-EOF                   VALUE 'Y'.

000750 01  WS-FILE-STATUSES.
000760     05  WS-RCPFILE-STATUS       PIC X(02).
000770     05  WS-RCVFILE-STATUS       PIC X(02).
000780     05  WS-REJFILE-STATUS       PIC X(02).

000790*
000800*    THE OUTSTANDING RECEIPT REGISTER, LOADED WHOLE.  AN ENTRY
000810*    SUBSTANTIATED OR REJECTED THIS RUN IS MARKED CLEARED AND
000820*    LEFT OFF THE REWRITTEN REGISTER.
000830*
000840 01  WS-RCP-COUNT                PIC 9(05) VALUE 0.
000850 01  WS-RCP-TABLE.
000860     05  WS-RCP-ENTRY OCCURS 1 TO 20000 TIMES
000870             DEPENDING ON WS-RCP-COUNT.
000880         10  WS-RCP-IMAGE        PIC X(104).
000890         10  WS-RCP-CLEARED-SW   PIC X(01).
000900             88  WS-RCP-CLEARED            VALUE 'Y'.

000910*
000920*    RECEIPTS RECEIVED FROM IMAGING THIS CYCLE.  ONE RECEIPT
000930*    SUBSTANTIATES ONE REGISTER LINE; A RECEIPT LEFT UNUSED
000940*    IS LISTED FOR THE IMAGING TEAM TO CHECK.
000950*
000960 01  WS-RCV-COUNT                PIC 9(05) VALUE 0.
000970 01  WS-RCV-TABLE.
000980     05  WS-RCV-ENTRY OCCURS 1 TO 20000 TIMES
000990             DEPENDING ON WS-RCV-COUNT.
001000         10  WS-RCV-EMP-ID       PIC X(06).
001010         10  WS-RCV-TYPE         PIC X(01).
001020         10  WS-RCV-EXP-DATE     PIC X(08).
001030         10  WS-RCV-AMOUNT       PIC 9(08)V99.
001040         10  WS-RCV-IMAGE-ID     PIC X(12).
001050         10  WS-RCV-USED-SW      PIC X(01).
001060             88  WS-RCV-USED               VALUE 'Y'.

001070*
001080*    MATCHING AND AGING WORK AREAS
001090*
001100 01  WS-FOUND-RCV-SUB            PIC 9(05) VALUE 0.
001110 01  WS-RCPT-AGE-DAYS            PIC S9(05) VALUE 0.
001120 01  WS-RCPT-AGE-DISP            PIC ZZZZ9.
001130 01  WS-NOTICE-TEXT              PIC X(16).
001140 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
001150 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.

001160*
001170*    FOLLOW-UP REPORT COUNTS AND TOTALS
001180*
001190 01  WS-FOLLOWUP-COUNTS.
001200     05  WS-RECEIVED-READ        PIC 9(06) VALUE 0.
001210     05  WS-SUBSTANTIATED-COUNT  PIC 9(06) VALUE 0.
001220     05  WS-FIRST-NOTICE-COUNT   PIC 9(06) VALUE 0.
001230     05  WS-FINAL-NOTICE-COUNT   PIC 9(06) VALUE 0.
001240     05  WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
001250     05  WS-REJECTED-AMOUNT      PIC 9(10)V99 VALUE 0.
001260     05  WS-STILL-OPEN-COUNT     PIC 9(06) VALUE 0.
001270     05  WS-UNMATCHED-RCV-COUNT  PIC 9(06) VALUE 0.

001280*
001290*    SUBSCRIPTS
001300*
001310 01  RPX                         PIC 9(05) VALUE 0.
001320 01  RVX                         PIC 9(05) VALUE 0.

001330 PROCEDURE DIVISION.
001340*****************************************************
001350*  0000-MAINLINE                                      *
001360*****************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001390     PERFORM 2000-MATCH-RECEIPTS THRU 2000-EXIT
001400     PERFORM 3000-AGE-OUTSTANDING THRU 3000-EXIT
001410     PERFORM 4000-LIST-UNMATCHED-RECEIPTS THRU 4000-EXIT
001420     PERFORM 5000-REWRITE-REGISTER THRU 5000-EXIT
001430     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT
001450     GOBACK.

001460*****************************************************
001470*  1000-INITIALIZE -- LOAD THE OUTSTANDING REGISTER    *
001480*  AND THE RECEIPTS RECEIVED, OPEN THE REJECT FILE.    *
001490*****************************************************
001500 1000-INITIALIZE.
001510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

001520     OPEN INPUT RCPFILE
001530     IF WS-RCPFILE-STATUS = '00'
001540         PERFORM 1100-LOAD-ONE-PENDING THRU 1100-EXIT
001550             UNTIL RCPFILE-EOF
001560     END-IF
001570     CLOSE RCPFILE

001580     OPEN INPUT RCVFILE
001590     IF WS-RCVFILE-STATUS = '00'
001600         PERFORM 1200-LOAD-ONE-RECEIVED THRU 1200-EXIT
001610             UNTIL RCVFILE-EOF
001620     END-IF
001630     CLOSE RCVFILE

001640*    EXPENSE-APPROVALS HAS ALREADY WRITTEN THIS CYCLE'S
001650*    MANAGER REJECTIONS -- THE RECEIPT REJECTIONS GO ON
001660*    AFTER THEM.
001670     OPEN EXTEND REJFILE.
001680 1000-EXIT.
001690     EXIT.

001700 1100-LOAD-ONE-PENDING.
001710     READ RCPFILE
001720         AT END SET RCPFILE-EOF TO TRUE
001730         NOT AT END PERFORM 1110-STORE-PENDING THRU 1110-EXIT
001740     END-READ.
001750 1100-EXIT.
001760     EXIT.

001770 1110-STORE-PENDING.
001780     IF WS-RCP-COUNT = 20000
001790         DISPLAY 'RCPFILE HAS MORE THAN 20000 RECORDS -- '
001800             'INCREASE THE WS-RCP-TABLE SIZE TO CONTINUE'
001810         MOVE 16 TO RETURN-CODE
001820         GOBACK
001830     END-IF
001840     ADD 1 TO WS-RCP-COUNT
001850     MOVE RECEIPT-PENDING-RECORD TO WS-RCP-IMAGE(WS-RCP-COUNT)
001860     MOVE 'N' TO WS-RCP-CLEARED-SW(WS-RCP-COUNT).
001870 1110-EXIT.
001880     EXIT.

001890 1200-LOAD-ONE-RECEIVED.
001900     READ RCVFILE
001910         AT END SET RCVFILE-EOF TO TRUE
001920         NOT AT END PERFORM 1210-STORE-RECEIVED THRU 1210-EXIT
001930     END-READ.
001940 1200-EXIT.
001950     EXIT.

001960*
001970*    AN AMOUNT IMAGING COULD NOT READ COMES THROUGH BLANK OR
001980*    ZERO AND IS HELD AS ZERO, WHICH MATCHES ON EMPLOYEE,
001990*    TYPE AND DATE ALONE.
002000*
002010 1210-STORE-RECEIVED.
002020     ADD 1 TO WS-RECEIVED-READ
002030     IF WS-RCV-COUNT = 20000
002040         DISPLAY 'RCVFILE HAS MORE THAN 20000 RECORDS -- '
002050             'INCREASE THE WS-RCV-TABLE SIZE TO CONTINUE'
002060         MOVE 16 TO RETURN-CODE
002070         GOBACK
002080     END-IF
002090     ADD 1 TO WS-RCV-COUNT
002100     MOVE RV-EMPLOYEE-ID  TO WS-RCV-EMP-ID(WS-RCV-COUNT)
002110     MOVE RV-TYPE         TO WS-RCV-TYPE(WS-RCV-COUNT)
002120     MOVE RV-EXPENSE-DATE TO WS-RCV-EXP-DATE(WS-RCV-COUNT)
002130     IF RV-AMOUNT NUMERIC
002140         MOVE RV-AMOUNT   TO WS-RCV-AMOUNT(WS-RCV-COUNT)
002150     ELSE
002160         MOVE 0           TO WS-RCV-AMOUNT(WS-RCV-COUNT)
002170     END-IF
002180     MOVE RV-IMAGE-ID     TO WS-RCV-IMAGE-ID(WS-RCV-COUNT)
002190     MOVE 'N'             TO WS-RCV-USED-SW(WS-RCV-COUNT).
002200 1210-EXIT.
002210     EXIT.

002220*****************************************************
002230*  2000-MATCH-RECEIPTS -- A REGISTER LINE IS CLEARED   *
002240*  BY THE FIRST UNUSED RECEIPT FOR THE SAME EMPLOYEE,  *
002250*  EXPENSE TYPE AND EXPENSE DATE WHOSE AMOUNT, WHERE   *
002260*  IMAGING READ ONE, AGREES WITH THE LINE IN EITHER    *
002270*  THE SPEND CURRENCY OR THE HOME CURRENCY.            *
002280*****************************************************
002290 2000-MATCH-RECEIPTS.
002300     DISPLAY '===== RECEIPTS MATCHED ====='
002310     DISPLAY 'EMPLOYEE,NAME,TYPE,EXPENSE DATE,AMOUNT,IMAGE ID'
002320     PERFORM 2100-MATCH-ONE-PENDING THRU 2100-EXIT
002330         VARYING RPX FROM 1 BY 1 UNTIL RPX > WS-RCP-COUNT.
002340 2000-EXIT.
002350     EXIT.

002360 2100-MATCH-ONE-PENDING.
002370     MOVE WS-RCP-IMAGE(RPX) TO RECEIPT-PENDING-RECORD
002380     MOVE 0 TO WS-FOUND-RCV-SUB
002390     PERFORM 2110-LOOK-FOR-RECEIPT THRU 2110-EXIT
002400         VARYING RVX FROM 1 BY 1 UNTIL RVX > WS-RCV-COUNT
002410     IF WS-FOUND-RCV-SUB = 0
002420         GO TO 2100-EXIT
002430     END-IF
002440     ADD 1 TO WS-SUBSTANTIATED-COUNT
002450     MOVE 'Y' TO WS-RCV-USED-SW(WS-FOUND-RCV-SUB)
002460     MOVE 'Y' TO WS-RCP-CLEARED-SW(RPX)
002470     MOVE RP-HOME-AMOUNT TO WS-FORMATTED-AMOUNT
002480     DISPLAY RP-EMPLOYEE-ID ','
002490         FUNCTION TRIM(RP-EMPLOYEE-NAME) ','
002500         FUNCTION TRIM(RP-EXPENSE-NAME) ','
002510         RP-EXPENSE-DATE ','
002520         WS-FORMATTED-AMOUNT ','
002530         WS-RCV-IMAGE-ID(WS-FOUND-RCV-SUB).
002540 2100-EXIT.
002550     EXIT.

002560 2110-LOOK-FOR-RECEIPT.
002570     IF NOT WS-RCV-USED(RVX)
002580         AND WS-RCV-EMP-ID(RVX) = RP-EMPLOYEE-ID
002590         AND WS-RCV-TYPE(RVX) = RP-TYPE
002600         AND WS-RCV-EXP-DATE(RVX) = RP-EXPENSE-DATE
002610         AND (WS-RCV-AMOUNT(RVX) = 0
002620             OR WS-RCV-AMOUNT(RVX) = RP-AMOUNT
002630             OR WS-RCV-AMOUNT(RVX) = RP-HOME-AMOUNT)
002640         MOVE RVX TO WS-FOUND-RCV-SUB
002650         MOVE WS-RCV-COUNT TO RVX
002660     END-IF.
002670 2110-EXIT.
002680     EXIT.

002690*****************************************************
002700*  3000-AGE-OUTSTANDING -- EVERY LINE STILL OWING A    *
002710*  RECEIPT IS AGED FROM ITS REPORT DATE.  EACH NOTICE  *
002720*  IS SENT ONCE; A LINE FIRST SEEN PAST 30 DAYS GETS   *
002730*  THE FINAL NOTICE ONLY.  AT 45 DAYS THE LINE IS      *
002740*  REJECTED AND LEAVES THE REGISTER.                   *
002750*****************************************************
002760 3000-AGE-OUTSTANDING.
002770     DISPLAY ' '
002780     DISPLAY '===== RECEIPT REMINDER NOTICES / REJECTIONS ====='
002790     DISPLAY 'ACTION,EMPLOYEE,NAME,TYPE,EXPENSE DATE,AMOUNT,'
002800         'CURRENCY,REPORTED,DAYS OUT'
002810     PERFORM 3100-AGE-ONE-PENDING THRU 3100-EXIT
002820         VARYING RPX FROM 1 BY 1 UNTIL RPX > WS-RCP-COUNT.
002830 3000-EXIT.
002840     EXIT.

002850 3100-AGE-ONE-PENDING.
002860     IF WS-RCP-CLEARED(RPX)
002870         GO TO 3100-EXIT
002880     END-IF
002890     MOVE WS-RCP-IMAGE(RPX) TO RECEIPT-PENDING-RECORD
002900     IF RP-REPORT-DATE NUMERIC
002910         AND RP-REPORT-DATE GREATER THAN 15820101
002920         COMPUTE WS-RCPT-AGE-DAYS =
002930             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
002940             FUNCTION INTEGER-OF-DATE(RP-REPORT-DATE)
002950     ELSE
002960         MOVE 0 TO WS-RCPT-AGE-DAYS
002970     END-IF
002980     IF RP-REMINDER-LEVEL NOT NUMERIC
002990         MOVE 0 TO RP-REMINDER-LEVEL
003000     END-IF

003010     IF WS-RCPT-AGE-DAYS NOT LESS THAN WS-REJECT-DAYS
003020         PERFORM 3200-REJECT-ONE-PENDING THRU 3200-EXIT
003030         GO TO 3100-EXIT
003040     END-IF

003050     ADD 1 TO WS-STILL-OPEN-COUNT
003060     MOVE SPACES TO WS-NOTICE-TEXT
003070     IF WS-RCPT-AGE-DAYS NOT LESS THAN WS-FINAL-NOTICE-DAYS
003080         AND NOT RP-FINAL-REMINDER-SENT
003090         MOVE 'FINAL REMINDER' TO WS-NOTICE-TEXT
003100         MOVE 2 TO RP-REMINDER-LEVEL
003110         ADD 1 TO WS-FINAL-NOTICE-COUNT
003120     ELSE
003130         IF WS-RCPT-AGE-DAYS NOT LESS THAN WS-FIRST-NOTICE-DAYS
003140             AND RP-NO-REMINDER-SENT
003150             MOVE 'FIRST REMINDER' TO WS-NOTICE-TEXT
003160             MOVE 1 TO RP-REMINDER-LEVEL
003170             ADD 1 TO WS-FIRST-NOTICE-COUNT
003180         END-IF
003190     END-IF
003200     IF WS-NOTICE-TEXT = SPACES
003210         GO TO 3100-EXIT
003220     END-IF
003230     MOVE WS-RUN-DATE TO RP-LAST-NOTICE-DATE
003240     MOVE RECEIPT-PENDING-RECORD TO WS-RCP-IMAGE(RPX)
003250     PERFORM 3900-PRINT-FOLLOWUP-LINE THRU 3900-EXIT.
003260 3100-EXIT.
003270     EXIT.

003280*
003290*    THE UNSUBSTANTIATED LINE GOES TO REJFILE AT ITS HOME
003300*    AMOUNT, UNDER ITS EXPENSE TYPE NAME, EXACTLY AS A
003310*    MANAGER REJECTION IS WRITTEN.
003320*
003330 3200-REJECT-ONE-PENDING.
003340     ADD 1 TO WS-REJECTED-COUNT
003350     ADD RP-HOME-AMOUNT TO WS-REJECTED-AMOUNT
003360     MOVE SPACES          TO REJECT-RECORD
003370     MOVE RP-EMPLOYEE-ID  TO RJ-EMPLOYEE-ID
003380     MOVE RP-EXPENSE-NAME TO RJ-EXPENSE-NAME
003390     MOVE RP-HOME-AMOUNT  TO RJ-AMOUNT
003400     MOVE WS-RUN-DATE     TO RJ-DECISION-DATE
003410     WRITE REJECT-RECORD
003420     MOVE 'Y' TO WS-RCP-CLEARED-SW(RPX)
003430     MOVE 'REJECTED' TO WS-NOTICE-TEXT
003440     PERFORM 3900-PRINT-FOLLOWUP-LINE THRU 3900-EXIT.
003450 3200-EXIT.
003460     EXIT.

003470 3900-PRINT-FOLLOWUP-LINE.
003480     MOVE WS-RCPT-AGE-DAYS TO WS-RCPT-AGE-DISP
003490     MOVE RP-AMOUNT TO WS-FORMATTED-AMOUNT
003500     DISPLAY FUNCTION TRIM(WS-NOTICE-TEXT) ','
003510         RP-EMPLOYEE-ID ','
003520         FUNCTION TRIM(RP-EMPLOYEE-NAME) ','
003530         FUNCTION TRIM(RP-EXPENSE-NAME) ','
003540         RP-EXPENSE-DATE ','
003550         WS-FORMATTED-AMOUNT ','
003560         RP-CURRENCY-CODE ','
003570         RP-REPORT-DATE ','
003580         WS-RCPT-AGE-DISP.
003590 3900-EXIT.
003600     EXIT.

003610*****************************************************
003620*  4000-LIST-UNMATCHED-RECEIPTS -- A RECEIPT THAT      *
003630*  SUBSTANTIATED NOTHING IS EITHER MIS-KEYED BY        *
003640*  IMAGING OR FOR A LINE THAT NEVER NEEDED ONE.        *
003650*****************************************************
003660 4000-LIST-UNMATCHED-RECEIPTS.
003670     DISPLAY ' '
003680     DISPLAY '===== RECEIPTS NOT MATCHED TO THE REGISTER ====='
003690     DISPLAY 'IMAGE ID,EMPLOYEE,TYPE,EXPENSE DATE,AMOUNT'
003700     PERFORM 4100-LIST-ONE-RECEIPT THRU 4100-EXIT
003710         VARYING RVX FROM 1 BY 1 UNTIL RVX > WS-RCV-COUNT.
003720 4000-EXIT.
003730     EXIT.

003740 4100-LIST-ONE-RECEIPT.
003750     IF WS-RCV-USED(RVX)
003760         GO TO 4100-EXIT
003770     END-IF
003780     ADD 1 TO WS-UNMATCHED-RCV-COUNT
003790     MOVE WS-RCV-AMOUNT(RVX) TO WS-FORMATTED-AMOUNT
003800     DISPLAY WS-RCV-IMAGE-ID(RVX) ','
003810         WS-RCV-EMP-ID(RVX) ','
003820         WS-RCV-TYPE(RVX) ','
003830         WS-RCV-EXP-DATE(RVX) ','
003840         WS-FORMATTED-AMOUNT.
003850 4100-EXIT.
003860     EXIT.

003870*****************************************************
003880*  5000-REWRITE-REGISTER -- ROLL THE LINES STILL       *
003890*  OWING A RECEIPT FORWARD, WITH THEIR REMINDER LEVEL, *
003900*  FOR EXPENSE-REPORT TO APPEND TO ON THE NEXT CYCLE.  *
003910*****************************************************
003920 5000-REWRITE-REGISTER.
003930     OPEN OUTPUT RCPFILE
003940     PERFORM 5100-WRITE-ONE-PENDING THRU 5100-EXIT
003950         VARYING RPX FROM 1 BY 1 UNTIL RPX > WS-RCP-COUNT
003960     CLOSE RCPFILE.
003970 5000-EXIT.
003980     EXIT.

003990 5100-WRITE-ONE-PENDING.
004000     IF WS-RCP-CLEARED(RPX)
004010         GO TO 5100-EXIT
004020     END-IF
004030     MOVE WS-RCP-IMAGE(RPX) TO RECEIPT-PENDING-RECORD
004040     WRITE RECEIPT-PENDING-RECORD.
004050 5100-EXIT.
004060     EXIT.

004070*****************************************************
004080*  8000-PRINT-RUN-SUMMARY                              *
004090*****************************************************
004100 8000-PRINT-RUN-SUMMARY.
004110     MOVE WS-REJECTED-AMOUNT TO WS-FORMATTED-TOTAL
004120     DISPLAY ' '
004130     DISPLAY '===== RECEIPT FOLLOW-UP SUMMARY ====='
004140     DISPLAY 'LINES ON REGISTER ......... ' WS-RCP-COUNT
004150     DISPLAY 'RECEIPTS RECEIVED ......... ' WS-RECEIVED-READ
004160     DISPLAY 'LINES SUBSTANTIATED ....... '
004170         WS-SUBSTANTIATED-COUNT
004180     DISPLAY 'FIRST REMINDERS SENT ...... '
004190         WS-FIRST-NOTICE-COUNT
004200     DISPLAY 'FINAL REMINDERS SENT ...... '
004210         WS-FINAL-NOTICE-COUNT
004220     DISPLAY 'LINES REJECTED ............ ' WS-REJECTED-COUNT
004230     DISPLAY 'AMOUNT REJECTED ........... ' WS-FORMATTED-TOTAL
004240     DISPLAY 'LINES STILL OUTSTANDING ... ' WS-STILL-OPEN-COUNT
004250     DISPLAY 'RECEIPTS NOT MATCHED ...... '
004260         WS-UNMATCHED-RCV-COUNT
004270     IF WS-REJECTED-COUNT GREATER THAN 0
004280         MOVE 4 TO RETURN-CODE
004290     END-IF.
004300 8000-EXIT.
004310     EXIT.

004320 9000-TERMINATE.
004330     CLOSE REJFILE.
004340 9000-EXIT.
004350     EXIT.
