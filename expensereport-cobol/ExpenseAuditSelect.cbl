000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-AUDIT-SELECT.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  POST-PAYMENT AUDIT
000130*                     SELECTION FOR ONE CLOSED MONTH (COMMAND-
000140*                     LINE PARM YYYYMM IN COLUMNS 1-6, DEFAULT
000150*                     LAST MONTH; SAMPLE PERCENT IN COLUMNS
000160*                     7-8, DEFAULT 10).  THE MONTH MUST BE ON
000170*                     MECFILE AS CONSOLIDATED BY EXPENSE-MONTH-
000180*                     END.  READS THE RUNREG RUN REGISTER FOR
000190*                     THE MONTH'S EXPENSE-REPORT RUNS AND THE
000200*                     HSTFILE EXPENSE HISTORY FOR THE LINES
000210*                     THOSE RUNS PAID, GROUPS THEM INTO TRIPS,
000220*                     AND PICKS EVERY TRIP OF AN EMPLOYEE
000230*                     FLAGGED FOR A SUSPECTED DUPLICATE OR AN
000240*                     UNAUTHORIZED TRIP THAT MONTH, EVERY TRIP
000250*                     AT OR ABOVE THE DOLLAR STRATUM, AND A
000260*                     RANDOM PERCENTAGE OF THE REST.  PRINTS
000270*                     THE AUDIT WORKLIST AND WRITES IT TO
000280*                     AUDWORK FOR THE AUDITORS TO KEY THEIR
000290*                     FINDINGS AGAINST (SEE
000300*                     EXPENSE-AUDIT-RECOVERY).
000302*    10/15/2026 DK    CREDIT LINES: A CREDIT HISTORY LINE IS NOT A
000304*                     PAID LINE AND IS NEVER SAMPLED; IT REDUCES
000306*                     THE TOTAL OF THE TRIP IT WAS REPORTED WITH
000308*                     AND THE MONTH'S PAID TOTAL.
000310*    10/15/2026 DK    EACH WORKLIST LINE CARRIES THE COMPANY AND
000312*                     THE PROJECT SPLITS OFF ITS HISTORY LINE, SO
000314*                     THE RECOVERY POSTS TO THAT COMPANY'S LEDGER
000316*                     AND THE COST CENTERS THE LINE CHARGED.
000317*    10/15/2026 DK    A RUN IS COUNTED ONCE -- THE PER-COMPANY
000318*                     RUNREG RECORDS ARE SKIPPED.
000319*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL MECFILE ASSIGN TO "MECFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MECFILE-STATUS.

000410     SELECT RUNREG ASSIGN TO "RUNREG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RUNREG-STATUS.

000440     SELECT HSTFILE ASSIGN TO "HSTFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HSTFILE-STATUS.

000470     SELECT AUDWORK ASSIGN TO "AUDWORK"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDWORK-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MECFILE
000530     LABEL RECORDS ARE STANDARD
000540     DATA RECORD IS MONTHEND-CONTROL-RECORD.
000550     COPY MECREC.

000560 FD  RUNREG
000570     LABEL RECORDS ARE STANDARD
000580     DATA RECORD IS RUNREG-RECORD.
000590     COPY RUNREG.

000600 FD  HSTFILE
000610     LABEL RECORDS ARE STANDARD
000620     DATA RECORD IS EXPHIST-RECORD.
000630     COPY EXPHIST.

000640 FD  AUDWORK
000650     LABEL RECORDS ARE STANDARD
000660     DATA RECORD IS AUDIT-ITEM-RECORD.
000670     COPY AUDITEM.

000680 WORKING-STORAGE SECTION.
000690*
000700*    RUN-TIME PARM / DATE.  COLUMNS 1-6 OF THE PARM NAME THE
000710*    MONTH TO AUDIT AND COLUMNS 7-8 THE RANDOM SAMPLE PERCENT;
000720*    EITHER LEFT BLANK TAKES ITS DEFAULT.
000730*
000740 01  WS-RUN-PARM                 PIC X(10).
000750 01  WS-RUN-DATE                 PIC 9(08).
000760 01  WS-AUDIT-MONTH              PIC X(06).
000770 01  WS-AUDIT-MONTH-NUM REDEFINES WS-AUDIT-MONTH.
000780     05  WS-AUDIT-YEAR           PIC 9(04).
000790     05  WS-AUDIT-MM             PIC 9(02).
000800 01  WS-SAMPLE-PCT               PIC 9(02) VALUE 10.

000810*
000820*    SELECTION POLICY.  EVERY TRIP AT OR ABOVE THE STRATUM IS
000830*    AUDITED.  A TRIP OVER THE AUTHORIZATION THRESHOLD WITH NO
000840*    AUTHORIZATION ON FILE IS ONE EXPENSE-REPORT FLAGGED AS
000850*    UNAUTHORIZED -- THE SAME THRESHOLD IT APPLIES.
000860*
000870 01  WS-AUDIT-STRATUM            PIC 9(08)V99 VALUE 2500.00.
000880 01  WS-AUTH-THRESHOLD           PIC 9(08)V99 VALUE 1000.00.

000890*
000900*    END-OF-FILE AND CONDITION SWITCHES
000910*
000920 01  WS-SWITCHES.
000930     05  WS-MECFILE-EOF-SW       PIC X(01) VALUE 'N'.
000940         88  MECFILE-EOF                   VALUE 'Y'.
000950     05  WS-RUNREG-EOF-SW        PIC X(01) VALUE 'N'.
000960         88  RUNREG-EOF                    VALUE 'Y'.
000970     05  WS-HSTFILE-EOF-SW       PIC X(01) VALUE 'N'.
000980         88  HSTFILE-EOF                   VALUE 'Y'.
000990     05  WS-MONTH-CLOSED-SW      PIC X(01) VALUE 'N'.
001000         88  MONTH-CLOSED                  VALUE 'Y'.

001010 01  WS-FILE-STATUSES.
001020     05  WS-MECFILE-STATUS       PIC X(02).
001030     05  WS-RUNREG-STATUS        PIC X(02).
001040     05  WS-HSTFILE-STATUS       PIC X(02).
001050     05  WS-AUDWORK-STATUS       PIC X(02).

001060*
001070*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
001080*    FILE-OPEN CHECK PERFORMED FOR EACH DRIVING FILE.
001090*
001100 01  WS-CHECK-FILE-NAME          PIC X(08).
001110 01  WS-CHECK-STATUS             PIC X(02).

001120*
001130*    THE MONTH'S EXPENSE-REPORT RUN DATES FROM THE REGISTER.
001140*    ONLY HISTORY REPORTED BY ONE OF THESE RUNS IS SAMPLED.
001150*
001160 01  WS-RUN-COUNT                PIC 9(03) VALUE 0.
001170 01  WS-RUN-TABLE.
001180     05  WS-RUN-ENTRY OCCURS 1 TO 500 TIMES
001190             DEPENDING ON WS-RUN-COUNT.
001200         10  WS-RUN-REG-DATE     PIC 9(08).

001210*
001220*    PAID TRIPS OF THE MONTH -- ONE EMPLOYEE'S LINES REPORTED
001230*    BY ONE RUN.  WS-TRIP-PICK IS THE SELECTION REASON, SPACE
001240*    WHILE NOT SELECTED.
001250*
001260 01  WS-TRIP-COUNT               PIC 9(05) VALUE 0.
001270 01  WS-TRIP-TABLE.
001280     05  WS-TRIP-ENTRY OCCURS 1 TO 10000 TIMES
001290             DEPENDING ON WS-TRIP-COUNT.
001300         10  WS-TRIP-EMP-ID      PIC X(06).
001310         10  WS-TRIP-REPORT-DATE PIC 9(08).
001315         10  WS-TRIP-CO-CODE     PIC X(04).
001320         10  WS-TRIP-TOTAL       PIC 9(10)V99.
001330         10  WS-TRIP-LINE-COUNT  PIC 9(04).
001340         10  WS-TRIP-DUP-SW      PIC X(01).
001350             88  WS-TRIP-HAS-DUP           VALUE 'Y'.
001360         10  WS-TRIP-AUTH-SW     PIC X(01).
001370             88  WS-TRIP-AUTHORIZED        VALUE 'Y'.
001380         10  WS-TRIP-PICK        PIC X(01).

001390*
001400*    THE HISTORY LINES OF THE MONTH, EACH TIED TO ITS TRIP.
001410*
001420 01  WS-LINE-COUNT               PIC 9(05) VALUE 0.
001430 01  WS-LINE-TABLE.
001440     05  WS-LINE-ENTRY OCCURS 1 TO 50000 TIMES
001450             DEPENDING ON WS-LINE-COUNT.
001460         10  WS-LINE-TRIP-SUB    PIC 9(05).
001470         10  WS-LINE-TYPE        PIC 9(01).
001480         10  WS-LINE-EXP-DATE    PIC 9(08).
001490         10  WS-LINE-AMOUNT      PIC 9(08)V99.
001500         10  WS-LINE-CURRENCY    PIC X(03).
001510         10  WS-LINE-HOME-AMOUNT PIC 9(08)V99.
001515         10  WS-LINE-PROJ-SPLITS PIC X(33).

001520*
001530*    EMPLOYEES FLAGGED THIS MONTH, WITH THE REASON (D FOR A
001540*    SUSPECTED DUPLICATE, U FOR AN UNAUTHORIZED TRIP).
001550*
001560 01  WS-FLAG-COUNT               PIC 9(05) VALUE 0.
001570 01  WS-FLAG-TABLE.
001580     05  WS-FLAG-ENTRY OCCURS 1 TO 10000 TIMES
001590             DEPENDING ON WS-FLAG-COUNT.
001600         10  WS-FLAG-EMP-ID      PIC X(06).
001610         10  WS-FLAG-REASON      PIC X(01).

001620*
001630*    MATCHING AND SAMPLING WORK AREAS.  THE RANDOM SEQUENCE IS
001640*    SEEDED FROM THE AUDIT MONTH, SO A RERUN FOR THE SAME
001650*    MONTH DRAWS THE SAME SAMPLE.
001660*
001670 01  WS-FOUND-SUB                PIC 9(05) VALUE 0.
001680 01  WS-RANDOM-SEED              PIC 9(06) VALUE 0.
001690 01  WS-RANDOM-DRAW              PIC 9(03)V9(06) VALUE 0.
001700 01  WS-HIST-HOME-AMOUNT         PIC 9(08)V99 VALUE 0.
001710 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
001720 01  WS-FORMATTED-HOME-AMOUNT    PIC Z(07)9.99.
001730 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.

001740*
001750*    AUDIT SELECTION REPORT COUNTS AND TOTALS
001760*
001770 01  WS-AUDIT-COUNTS.
001780     05  WS-HIST-READ            PIC 9(07) VALUE 0.
001790     05  WS-PICK-DUP-COUNT       PIC 9(05) VALUE 0.
001800     05  WS-PICK-UNAUTH-COUNT    PIC 9(05) VALUE 0.
001810     05  WS-PICK-STRATUM-COUNT   PIC 9(05) VALUE 0.
001820     05  WS-PICK-RANDOM-COUNT    PIC 9(05) VALUE 0.
001830     05  WS-PICK-LINE-COUNT      PIC 9(06) VALUE 0.
001840     05  WS-PAID-TOTAL           PIC 9(12)V99 VALUE 0.
001850     05  WS-PICK-TOTAL           PIC 9(12)V99 VALUE 0.

001860*
001870*    SUBSCRIPTS
001880*
001890 01  RNX                         PIC 9(03) VALUE 0.
001900 01  TPX                         PIC 9(05) VALUE 0.
001910 01  LNX                         PIC 9(05) VALUE 0.
001920 01  FLX                         PIC 9(05) VALUE 0.

001930 PROCEDURE DIVISION.
001940*****************************************************
001950*  0000-MAINLINE                                      *
001960*****************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001990     PERFORM 2000-FLAG-EMPLOYEES THRU 2000-EXIT
002000     PERFORM 3000-SELECT-TRIPS THRU 3000-EXIT
002010     PERFORM 4000-PRINT-WORKLIST THRU 4000-EXIT
002020     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
002030     PERFORM 9000-TERMINATE THRU 9000-EXIT
002040     GOBACK.

002050*****************************************************
002060*  1000-INITIALIZE -- PARM, CLOSED-MONTH CHECK, LOAD   *
002070*  THE MONTH'S RUNS AND THE HISTORY THEY PAID.         *
002080*****************************************************
002090 1000-INITIALIZE.
002100     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002120     IF WS-RUN-PARM(1:6) NUMERIC
002130         MOVE WS-RUN-PARM(1:6) TO WS-AUDIT-MONTH
002140     ELSE
002150         MOVE WS-RUN-DATE(1:6) TO WS-AUDIT-MONTH
002160         IF WS-AUDIT-MM = 1
002170             SUBTRACT 1 FROM WS-AUDIT-YEAR
002180             MOVE 12 TO WS-AUDIT-MM
002190         ELSE
002200             SUBTRACT 1 FROM WS-AUDIT-MM
002210         END-IF
002220     END-IF
002230     IF WS-RUN-PARM(7:2) NUMERIC
002240         AND WS-RUN-PARM(7:2) NOT = '00'
002250         MOVE WS-RUN-PARM(7:2) TO WS-SAMPLE-PCT
002260     END-IF
002270     DISPLAY '===== POST-PAYMENT AUDIT SELECTION FOR '
002280         WS-AUDIT-MONTH ' ====='

002290     PERFORM 1100-CHECK-MONTH-CLOSED THRU 1100-EXIT

002300     OPEN INPUT RUNREG
002310     MOVE 'RUNREG  ' TO WS-CHECK-FILE-NAME
002320     MOVE WS-RUNREG-STATUS TO WS-CHECK-STATUS
002330     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
002340     PERFORM 1200-LOAD-ONE-RUN THRU 1200-EXIT
002350         UNTIL RUNREG-EOF
002360     CLOSE RUNREG

002370     OPEN INPUT HSTFILE
002380     MOVE 'HSTFILE ' TO WS-CHECK-FILE-NAME
002390     MOVE WS-HSTFILE-STATUS TO WS-CHECK-STATUS
002400     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
002410     PERFORM 1300-LOAD-ONE-HISTORY THRU 1300-EXIT
002420         UNTIL HSTFILE-EOF
002430     CLOSE HSTFILE

002440     OPEN OUTPUT AUDWORK.
002450 1000-EXIT.
002460     EXIT.

002470*
002480*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
002490*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
002500*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
002510*    NEVER SEEING END-OF-FILE.
002520 1010-CHECK-FILE-STATUS.
002530     IF WS-CHECK-STATUS NOT = '00'
002540         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
002550             ' -- FILE STATUS = ' WS-CHECK-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GOBACK
002580     END-IF.
002590 1010-EXIT.
002600     EXIT.

002610*
002620*    ONLY A MONTH EXPENSE-MONTH-END HAS CONSOLIDATED AND TIED
002630*    IS CLOSED.  AUDITING AN OPEN MONTH WOULD MISS THE RUNS
002640*    STILL TO COME, SO THE RUN STOPS.
002650*
002660 1100-CHECK-MONTH-CLOSED.
002670     OPEN INPUT MECFILE
002680     IF WS-MECFILE-STATUS = '00'
002690         PERFORM 1110-READ-ONE-CONTROL THRU 1110-EXIT
002700             UNTIL MECFILE-EOF
002710     END-IF
002720     CLOSE MECFILE
002730     IF NOT MONTH-CLOSED
002740         DISPLAY 'MONTH ' WS-AUDIT-MONTH ' IS NOT CLOSED -- '
002750             'RUN EXPENSE-MONTH-END FOR IT BEFORE AUDIT '
002760             'SELECTION'
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK
002790     END-IF.
002800 1100-EXIT.
002810     EXIT.

002820 1110-READ-ONE-CONTROL.
002830     READ MECFILE
002840         AT END SET MECFILE-EOF TO TRUE
002850         NOT AT END
002860             IF MC-MONTH = WS-AUDIT-MONTH AND MC-GL-TIED
002870                 SET MONTH-CLOSED TO TRUE
002880             END-IF
002890     END-READ.
002900 1110-EXIT.
002910     EXIT.

002920 1200-LOAD-ONE-RUN.
002930     READ RUNREG
002940         AT END SET RUNREG-EOF TO TRUE
002950         NOT AT END PERFORM 1210-STORE-RUN THRU 1210-EXIT
002960     END-READ.
002970 1200-EXIT.
002980     EXIT.

002990 1210-STORE-RUN.
003000     IF RR-RUN-DATE(1:6) NOT = WS-AUDIT-MONTH
003005         OR RR-COMPANY-CODE NOT = SPACES
003010         GO TO 1210-EXIT
003020     END-IF
003030     IF WS-RUN-COUNT = 500
003040         DISPLAY 'RUNREG HAS MORE THAN 500 RUNS FOR THE MONTH '
003050             '-- INCREASE THE WS-RUN-TABLE SIZE TO CONTINUE'
003060         MOVE 16 TO RETURN-CODE
003070         GOBACK
003080     END-IF
003090     ADD 1 TO WS-RUN-COUNT
003100     MOVE RR-RUN-DATE TO WS-RUN-REG-DATE(WS-RUN-COUNT).
003110 1210-EXIT.
003120     EXIT.

003130 1300-LOAD-ONE-HISTORY.
003140     READ HSTFILE
003150         AT END SET HSTFILE-EOF TO TRUE
003160         NOT AT END PERFORM 1310-STORE-HISTORY THRU 1310-EXIT
003170     END-READ.
003180 1300-EXIT.
003190     EXIT.

003200*
003210*    A HISTORY LINE BELONGS TO THE MONTH WHEN ONE OF THE
003220*    MONTH'S RUNS REPORTED IT.  LINES WRITTEN BEFORE THE RUN
003230*    DATE WAS CARRIED HAVE NONE AND ARE NEVER SAMPLED.
003240*
003250 1310-STORE-HISTORY.
003260     ADD 1 TO WS-HIST-READ
003270     IF HX-REPORT-DATE NOT NUMERIC
003280         OR HX-REPORT-DATE(1:6) NOT = WS-AUDIT-MONTH
003290         GO TO 1310-EXIT
003300     END-IF
003310     MOVE 0 TO WS-FOUND-SUB
003320     PERFORM 1320-LOOK-FOR-RUN THRU 1320-EXIT
003330         VARYING RNX FROM 1 BY 1 UNTIL RNX > WS-RUN-COUNT
003340     IF WS-FOUND-SUB = 0
003350         GO TO 1310-EXIT
003360     END-IF
003370     IF HX-HOME-AMOUNT NUMERIC
003380         MOVE HX-HOME-AMOUNT TO WS-HIST-HOME-AMOUNT
003390     ELSE
003394         MOVE HX-AMOUNT TO WS-HIST-HOME-AMOUNT
003398     END-IF
003402     IF HX-CREDIT-LINE
003406         PERFORM 1315-TAKE-CREDIT-LINE THRU 1315-EXIT
003410         GO TO 1310-EXIT
003414     END-IF

003420     MOVE 0 TO WS-FOUND-SUB
003430     PERFORM 1330-LOOK-FOR-TRIP THRU 1330-EXIT
003440         VARYING TPX FROM WS-TRIP-COUNT BY -1 UNTIL TPX < 1
003450     IF WS-FOUND-SUB = 0
003460         PERFORM 1340-ADD-TRIP THRU 1340-EXIT
003470     END-IF
003480     ADD WS-HIST-HOME-AMOUNT TO WS-TRIP-TOTAL(WS-FOUND-SUB)
003490     ADD 1 TO WS-TRIP-LINE-COUNT(WS-FOUND-SUB)
003500     ADD WS-HIST-HOME-AMOUNT TO WS-PAID-TOTAL
003510     IF HX-SUSPECT-DUPLICATE
003520         MOVE 'Y' TO WS-TRIP-DUP-SW(WS-FOUND-SUB)
003530     END-IF

003540     IF WS-LINE-COUNT = 50000
003550         DISPLAY 'HSTFILE HAS MORE THAN 50000 LINES FOR THE '
003560             'MONTH -- INCREASE THE WS-LINE-TABLE SIZE TO '
003570             'CONTINUE'
003580         MOVE 16 TO RETURN-CODE
003590         GOBACK
003600     END-IF
003610     ADD 1 TO WS-LINE-COUNT
003620     MOVE WS-FOUND-SUB    TO WS-LINE-TRIP-SUB(WS-LINE-COUNT)
003630     MOVE HX-TYPE         TO WS-LINE-TYPE(WS-LINE-COUNT)
003640     MOVE HX-EXPENSE-DATE TO WS-LINE-EXP-DATE(WS-LINE-COUNT)
003650     MOVE HX-AMOUNT       TO WS-LINE-AMOUNT(WS-LINE-COUNT)
003660     MOVE HX-CURRENCY     TO WS-LINE-CURRENCY(WS-LINE-COUNT)
003670     MOVE WS-HIST-HOME-AMOUNT
003675         TO WS-LINE-HOME-AMOUNT(WS-LINE-COUNT)
003680     MOVE HX-PROJECT-SPLITS
003685         TO WS-LINE-PROJ-SPLITS(WS-LINE-COUNT).
003690 1310-EXIT.
003700     EXIT.

003701*
003702*    A CREDIT LINE COMES OFF THE TRIP IT WAS REPORTED WITH.  A
003703*    CREDIT REPORTED ON ITS OWN HAS NO TRIP TO REDUCE.
003704*
003705 1315-TAKE-CREDIT-LINE.
003706     MOVE 0 TO WS-FOUND-SUB
003707     PERFORM 1330-LOOK-FOR-TRIP THRU 1330-EXIT
003708         VARYING TPX FROM WS-TRIP-COUNT BY -1 UNTIL TPX < 1
003709     IF WS-FOUND-SUB = 0
003710         GO TO 1315-EXIT
003711     END-IF
003712     IF WS-HIST-HOME-AMOUNT GREATER THAN
003713         WS-TRIP-TOTAL(WS-FOUND-SUB)
003714         MOVE WS-TRIP-TOTAL(WS-FOUND-SUB) TO WS-HIST-HOME-AMOUNT
003715     END-IF
003716     SUBTRACT WS-HIST-HOME-AMOUNT FROM WS-TRIP-TOTAL(WS-FOUND-SUB)
003717     SUBTRACT WS-HIST-HOME-AMOUNT FROM WS-PAID-TOTAL.
003718 1315-EXIT.
003719     EXIT.

003720 1320-LOOK-FOR-RUN.
003721     IF WS-RUN-REG-DATE(RNX) = HX-REPORT-DATE
003730         MOVE RNX TO WS-FOUND-SUB
003740         MOVE WS-RUN-COUNT TO RNX
003750     END-IF.
003760 1320-EXIT.
003770     EXIT.

003780*
003790*    A TRIP'S LINES ARE WRITTEN TOGETHER, SO THE SEARCH RUNS
003800*    BACKWARD FROM THE NEWEST TRIP.
003810*
003820 1330-LOOK-FOR-TRIP.
003830     IF WS-TRIP-EMP-ID(TPX) = HX-EMPLOYEE-ID
003840         AND WS-TRIP-REPORT-DATE(TPX) = HX-REPORT-DATE
003850         MOVE TPX TO WS-FOUND-SUB
003860         MOVE 1 TO TPX
003870     END-IF.
003880 1330-EXIT.
003890     EXIT.

003900 1340-ADD-TRIP.
003910     IF WS-TRIP-COUNT = 10000
003920         DISPLAY 'HSTFILE HAS MORE THAN 10000 TRIPS FOR THE '
003930             'MONTH -- INCREASE THE WS-TRIP-TABLE SIZE TO '
003940             'CONTINUE'
003950         MOVE 16 TO RETURN-CODE
003960         GOBACK
003970     END-IF
003980     ADD 1 TO WS-TRIP-COUNT
003990     MOVE HX-EMPLOYEE-ID  TO WS-TRIP-EMP-ID(WS-TRIP-COUNT)
004000     MOVE HX-REPORT-DATE  TO WS-TRIP-REPORT-DATE(WS-TRIP-COUNT)
004005     MOVE HX-COMPANY-CODE TO WS-TRIP-CO-CODE(WS-TRIP-COUNT)
004010     MOVE 0               TO WS-TRIP-TOTAL(WS-TRIP-COUNT)
004020     MOVE 0               TO WS-TRIP-LINE-COUNT(WS-TRIP-COUNT)
004030     MOVE 'N'             TO WS-TRIP-DUP-SW(WS-TRIP-COUNT)
004040     MOVE HX-TRIP-AUTH-SW TO WS-TRIP-AUTH-SW(WS-TRIP-COUNT)
004050     MOVE SPACE           TO WS-TRIP-PICK(WS-TRIP-COUNT)
004060     MOVE WS-TRIP-COUNT   TO WS-FOUND-SUB.
004070 1340-EXIT.
004080     EXIT.

004090*****************************************************
004100*  2000-FLAG-EMPLOYEES -- AN EMPLOYEE WITH ANY LINE    *
004110*  FLAGGED AS A SUSPECTED DUPLICATE, OR ANY TRIP OVER  *
004120*  THE AUTHORIZATION THRESHOLD WITH NO AUTHORIZATION,  *
004130*  HAS EVERY TRIP OF THE MONTH AUDITED.                *
004140*****************************************************
004150 2000-FLAG-EMPLOYEES.
004160     PERFORM 2100-FLAG-ONE-TRIP THRU 2100-EXIT
004170         VARYING TPX FROM 1 BY 1 UNTIL TPX > WS-TRIP-COUNT.
004180 2000-EXIT.
004190     EXIT.

004200 2100-FLAG-ONE-TRIP.
004210     IF WS-TRIP-HAS-DUP(TPX)
004220         OR (NOT WS-TRIP-AUTHORIZED(TPX)
004230             AND WS-TRIP-TOTAL(TPX) GREATER THAN
004240                 WS-AUTH-THRESHOLD)
004250         PERFORM 2200-ADD-FLAGGED-EMPLOYEE THRU 2200-EXIT
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.

004290*
004300*    A DUPLICATE FLAG OUTRANKS AN UNAUTHORIZED ONE FOR THE
004310*    REASON SHOWN, SO AN EMPLOYEE ALREADY HELD AS U IS
004320*    RAISED TO D WHEN A DUPLICATE TURNS UP.
004330*
004340 2200-ADD-FLAGGED-EMPLOYEE.
004350     MOVE 0 TO WS-FOUND-SUB
004360     PERFORM 2210-LOOK-FOR-FLAGGED THRU 2210-EXIT
004370         VARYING FLX FROM 1 BY 1 UNTIL FLX > WS-FLAG-COUNT
004380     IF WS-FOUND-SUB = 0
004390         ADD 1 TO WS-FLAG-COUNT
004400         MOVE WS-FLAG-COUNT TO WS-FOUND-SUB
004410         MOVE WS-TRIP-EMP-ID(TPX)
004420             TO WS-FLAG-EMP-ID(WS-FOUND-SUB)
004430         MOVE 'U' TO WS-FLAG-REASON(WS-FOUND-SUB)
004440     END-IF
004450     IF WS-TRIP-HAS-DUP(TPX)
004460         MOVE 'D' TO WS-FLAG-REASON(WS-FOUND-SUB)
004470     END-IF.
004480 2200-EXIT.
004490     EXIT.

004500 2210-LOOK-FOR-FLAGGED.
004510     IF WS-FLAG-EMP-ID(FLX) = WS-TRIP-EMP-ID(TPX)
004520         MOVE FLX TO WS-FOUND-SUB
004530         MOVE WS-FLAG-COUNT TO FLX
004540     END-IF.
004550 2210-EXIT.
004560     EXIT.

004570*****************************************************
004580*  3000-SELECT-TRIPS -- FLAGGED EMPLOYEE FIRST, THEN   *
004590*  THE DOLLAR STRATUM, THEN THE RANDOM DRAW.  A DRAW   *
004600*  IS TAKEN FOR EVERY TRIP IN TURN, PICKED OR NOT, SO  *
004610*  THE SAMPLE DEPENDS ONLY ON THE MONTH'S HISTORY.     *
004620*****************************************************
004630 3000-SELECT-TRIPS.
004640     MOVE WS-AUDIT-MONTH TO WS-RANDOM-SEED
004650     COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM(WS-RANDOM-SEED)
004660     PERFORM 3100-SELECT-ONE-TRIP THRU 3100-EXIT
004670         VARYING TPX FROM 1 BY 1 UNTIL TPX > WS-TRIP-COUNT.
004680 3000-EXIT.
004690     EXIT.

004700 3100-SELECT-ONE-TRIP.
004710     COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM * 100
004720     MOVE 0 TO WS-FOUND-SUB
004730     PERFORM 2210-LOOK-FOR-FLAGGED THRU 2210-EXIT
004740         VARYING FLX FROM 1 BY 1 UNTIL FLX > WS-FLAG-COUNT
004750     IF WS-FOUND-SUB GREATER THAN 0
004760         MOVE WS-FLAG-REASON(WS-FOUND-SUB) TO WS-TRIP-PICK(TPX)
004770         IF WS-TRIP-PICK(TPX) = 'D'
004780             ADD 1 TO WS-PICK-DUP-COUNT
004790         ELSE
004800             ADD 1 TO WS-PICK-UNAUTH-COUNT
004810         END-IF
004820         GO TO 3100-EXIT
004830     END-IF
004840     IF WS-TRIP-TOTAL(TPX) NOT LESS THAN WS-AUDIT-STRATUM
004850         MOVE 'S' TO WS-TRIP-PICK(TPX)
004860         ADD 1 TO WS-PICK-STRATUM-COUNT
004870         GO TO 3100-EXIT
004880     END-IF
004890     IF WS-RANDOM-DRAW LESS THAN WS-SAMPLE-PCT
004900         MOVE 'R' TO WS-TRIP-PICK(TPX)
004910         ADD 1 TO WS-PICK-RANDOM-COUNT
004920     END-IF.
004930 3100-EXIT.
004940     EXIT.

004950*****************************************************
004960*  4000-PRINT-WORKLIST -- EVERY LINE OF EVERY PICKED   *
004970*  TRIP, PRINTED AND WRITTEN TO AUDWORK WITH THE       *
004980*  FINDING FIELDS LEFT FOR THE AUDITORS TO KEY.        *
004990*****************************************************
005000 4000-PRINT-WORKLIST.
005010     DISPLAY ' '
005020     DISPLAY '===== AUDIT WORKLIST ====='
005030     DISPLAY 'EMPLOYEE,REPORT DATE,REASON,TYPE,EXPENSE DATE,'
005040         'AMOUNT,CURRENCY,HOME AMOUNT'
005050     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
005060         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LINE-COUNT.
005070 4000-EXIT.
005080     EXIT.

005090 4100-PRINT-ONE-LINE.
005100     MOVE WS-LINE-TRIP-SUB(LNX) TO TPX
005110     IF WS-TRIP-PICK(TPX) = SPACE
005120         GO TO 4100-EXIT
005130     END-IF
005140     ADD 1 TO WS-PICK-LINE-COUNT
005150     ADD WS-LINE-HOME-AMOUNT(LNX) TO WS-PICK-TOTAL
005160     MOVE SPACES TO AUDIT-ITEM-RECORD
005170     MOVE WS-TRIP-EMP-ID(TPX)      TO AI-EMPLOYEE-ID
005180     MOVE WS-TRIP-REPORT-DATE(TPX) TO AI-REPORT-DATE
005190     MOVE WS-LINE-TYPE(LNX)        TO AI-TYPE
005200     MOVE WS-LINE-EXP-DATE(LNX)    TO AI-EXPENSE-DATE
005210     MOVE WS-LINE-AMOUNT(LNX)      TO AI-AMOUNT
005220     MOVE WS-LINE-CURRENCY(LNX)    TO AI-CURRENCY-CODE
005230     MOVE WS-LINE-HOME-AMOUNT(LNX) TO AI-HOME-AMOUNT
005240     MOVE WS-TRIP-PICK(TPX)        TO AI-SELECT-REASON
005243     MOVE WS-TRIP-CO-CODE(TPX)     TO AI-COMPANY-CODE
005246     MOVE WS-LINE-PROJ-SPLITS(LNX) TO AI-PROJECT-SPLITS
005250     WRITE AUDIT-ITEM-RECORD
005260     MOVE WS-LINE-AMOUNT(LNX) TO WS-FORMATTED-AMOUNT
005270     MOVE WS-LINE-HOME-AMOUNT(LNX) TO WS-FORMATTED-HOME-AMOUNT
005280     DISPLAY WS-TRIP-EMP-ID(TPX) ','
005290         WS-TRIP-REPORT-DATE(TPX) ','
005300         WS-TRIP-PICK(TPX) ','
005310         WS-LINE-TYPE(LNX) ','
005320         WS-LINE-EXP-DATE(LNX) ','
005330         WS-FORMATTED-AMOUNT ','
005340         WS-LINE-CURRENCY(LNX) ','
005350         WS-FORMATTED-HOME-AMOUNT.
005360 4100-EXIT.
005370     EXIT.

005380*****************************************************
005390*  8000-PRINT-RUN-SUMMARY                              *
005400*****************************************************
005410 8000-PRINT-RUN-SUMMARY.
005420     DISPLAY ' '
005430     DISPLAY '===== AUDIT SELECTION SUMMARY ====='
005440     DISPLAY 'AUDIT MONTH ............... ' WS-AUDIT-MONTH
005450     DISPLAY 'SAMPLE PERCENT ............ ' WS-SAMPLE-PCT
005460     MOVE WS-AUDIT-STRATUM TO WS-FORMATTED-AMOUNT
005470     DISPLAY 'DOLLAR STRATUM ............ ' WS-FORMATTED-AMOUNT
005480     DISPLAY 'REPORT RUNS IN MONTH ...... ' WS-RUN-COUNT
005490     DISPLAY 'HISTORY RECORDS READ ...... ' WS-HIST-READ
005500     DISPLAY 'PAID TRIPS IN MONTH ....... ' WS-TRIP-COUNT
005510     DISPLAY 'PAID LINES IN MONTH ....... ' WS-LINE-COUNT
005520     MOVE WS-PAID-TOTAL TO WS-FORMATTED-TOTAL
005530     DISPLAY 'PAID AMOUNT IN MONTH ...... ' WS-FORMATTED-TOTAL
005540     DISPLAY 'EMPLOYEES FLAGGED ......... ' WS-FLAG-COUNT
005550     DISPLAY 'TRIPS PICKED - DUPLICATE .. ' WS-PICK-DUP-COUNT
005560     DISPLAY 'TRIPS PICKED - UNAUTH ..... ' WS-PICK-UNAUTH-COUNT
005570     DISPLAY 'TRIPS PICKED - STRATUM .... '
005580         WS-PICK-STRATUM-COUNT
005590     DISPLAY 'TRIPS PICKED - RANDOM ..... ' WS-PICK-RANDOM-COUNT
005600     DISPLAY 'LINES ON WORKLIST ......... ' WS-PICK-LINE-COUNT
005610     MOVE WS-PICK-TOTAL TO WS-FORMATTED-TOTAL
005620     DISPLAY 'AMOUNT ON WORKLIST ........ ' WS-FORMATTED-TOTAL
005630     IF WS-RUN-COUNT = 0
005640         DISPLAY 'NO EXPENSE-REPORT RUNS ON RUNREG FOR '
005650             WS-AUDIT-MONTH
005660         MOVE 8 TO RETURN-CODE
005670     END-IF.
005680 8000-EXIT.
005690     EXIT.

005700 9000-TERMINATE.
005710     CLOSE AUDWORK.
005720 9000-EXIT.
005730     EXIT.
