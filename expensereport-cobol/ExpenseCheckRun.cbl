000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-CHECK-RUN.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  PAYS AND TRACKS THE
000130*                     CHECK PAYEES (PY-PAY-METHOD 'C') THAT THE
000140*                     BANK ACH FILE NEVER ACKNOWLEDGES.  JOINS
000150*                     THE LATEST PAYFILE INTO THE PAYSTAT
000160*                     PAYMENT STATUS REGISTER THE SAME WAY
000170*                     EXPENSE-PAY-SETTLE DOES, APPLIES THE
000180*                     CHECK ACTIVITY FILE (CHKACT -- BANK PAID
000190*                     ITEMS AND TREASURY VOIDS, WITH OPTIONAL
000200*                     REISSUE), RETURNS CHECKS UNCASHED PAST
000210*                     THE STALE-DATE LIMIT (COMMAND-LINE PARM,
000220*                     DEFAULT 180 DAYS), THEN NUMBERS EVERY
000230*                     UNPAID CHECK FROM THE CONTROLLED STOCK
000240*                     RANGE ON CHKCTL.  WRITES THE CHECK PRINT
000250*                     FILE (CHKPRT), THE BANK POSITIVE-PAY
000260*                     ISSUE/VOID FILE (PPAYFILE) AND THE CHECK
000270*                     REGISTER, ROLLS PAYSTAT FORWARD, AND
000280*                     POSTS SETTLED/RETURNED AND CHECKS-
000290*                     OUTSTANDING TOTALS PER RUN BACK ONTO THE
000300*                     RUNREG REGISTER SO MONTH-END SEES CHECK
000310*                     CASH AS WELL AS ACH.
000312*    10/15/2026 DK    MULTI-COMPANY: THE PAYING COMPANY IS CARRIED
000314*                     FROM PAYFILE ONTO PAYSTAT AND ONTO REISSUED
000316*                     CHECKS, AND CHECK CASH IS POSTED TO THE
000318*                     REGISTER RECORD OF THE SAME RUN AND COMPANY.
000319*    10/15/2026 DK    A REISSUED CHECK KEEPS THE RUN DATE OF THE
000320*                     CHECK IT REPLACES, SO ITS OUTSTANDING AND
000321*                     CLEARED CASH REACH THAT RUN'S REGISTER
000322*                     RECORD; THE VOIDED ORIGINAL IS NO LONGER
000323*                     COUNTED THERE AS RETURNED.
000324*    10/15/2026 DK    EACH COMPANY PAYS FROM ITS OWN CHECK STOCK
000325*                     AND DISBURSEMENT ACCOUNT: CHKCTL HOLDS ONE
000326*                     RECORD PER COMPANY, AND POSITIVE-PAY CARRIES
000327*                     THE COMPANY AND CURRENCY.  A REQUEUED ENTRY
000328*                     IS TOLD APART FROM A REISSUED VOID BY ITS
000329*                     RUN DATE, NOT ITS CHECK NUMBER, AND A
000330*                     REISSUE CARRIES THE ORIGINAL RUN DATE
000331*                     (PS-ORIG-RUN-DATE).
000332*    10/15/2026 DK    CHECK STOCK RANGES MAY NOT OVERLAP BETWEEN
000333*                     COMPANIES, SO A CHECK NUMBER ON THE BANK
000334*                     CLEAR/VOID FEED NAMES ONE PAYMENT ONLY.
000335*
000336 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHKCTL ASSIGN TO "CHKCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CHKCTL-STATUS.

000420     SELECT OPTIONAL CHKACT ASSIGN TO "CHKACT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CHKACT-STATUS.

000450     SELECT OPTIONAL PAYFILE ASSIGN TO "PAYFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PAYFILE-STATUS.

000480     SELECT OPTIONAL PAYSTAT ASSIGN TO "PAYSTAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PAYSTAT-STATUS.

000510     SELECT CHKPRT ASSIGN TO "CHKPRT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CHKPRT-STATUS.

000540     SELECT PPAYFILE ASSIGN TO "PPAYFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PPAYFILE-STATUS.

000570     SELECT OPTIONAL RUNREG ASSIGN TO "RUNREG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUNREG-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CHKCTL
000630     LABEL RECORDS ARE STANDARD
000640     DATA RECORD IS CHECK-CONTROL-RECORD.
000650     COPY CHKCTL.

000660 FD  CHKACT
000670     LABEL RECORDS ARE STANDARD
000680     DATA RECORD IS CHECK-ACTIVITY-RECORD.
000690     COPY CHKACT.

000700 FD  PAYFILE
000710     LABEL RECORDS ARE STANDARD
000720     DATA RECORD IS PAYMENT-RECORD.
000730     COPY PAYREC.

000740 FD  PAYSTAT
000750     LABEL RECORDS ARE STANDARD
000760     DATA RECORD IS PAYSTAT-RECORD.
000770     COPY PAYSTAT.

000780 FD  CHKPRT
000790     LABEL RECORDS ARE STANDARD
000800     DATA RECORD IS CHECK-PRINT-RECORD.
000810     COPY CHKPRT.

000820 FD  PPAYFILE
000830     LABEL RECORDS ARE STANDARD
000840     DATA RECORD IS POSITIVE-PAY-RECORD.
000850     COPY POSPAY.

000860 FD  RUNREG
000870     LABEL RECORDS ARE STANDARD
000880     DATA RECORD IS RUNREG-RECORD.
000890     COPY RUNREG.

000900 WORKING-STORAGE SECTION.
000910*
000920*    RUN-TIME PARM / DATE.  THE COMMAND LINE CARRIES THE NUMBER
000930*    OF DAYS AN ISSUED CHECK MAY GO UNCASHED BEFORE IT IS
000940*    STALE-DATED; BLANK OR NON-NUMERIC TAKES THE DEFAULT.
000950*
000960 01  WS-RUN-PARM                 PIC X(10).
000970 01  WS-RUN-DATE                 PIC 9(08).
000980 01  WS-STALE-LIMIT              PIC 9(04) VALUE 180.

000990*
001000*    END-OF-FILE AND CONDITION SWITCHES
001010*
001020 01  WS-SWITCHES.
001023     05  WS-CHKCTL-EOF-SW        PIC X(01) VALUE 'N'.
001026         88  CHKCTL-EOF                    VALUE 'Y'.
001030     05  WS-CHKACT-EOF-SW        PIC X(01) VALUE 'N'.
001040         88  CHKACT-EOF                    VALUE 'Y'.
001050     05  WS-CHKACT-OPEN-SW       PIC X(01) VALUE 'N'.
001060         88  CHKACT-OPENED                 VALUE 'Y'.
001070     05  WS-PAYFILE-EOF-SW       PIC X(01) VALUE 'N'.
001080         88  PAYFILE-EOF                   VALUE 'Y'.
001090     05  WS-PAYSTAT-EOF-SW       PIC X(01) VALUE 'N'.
001100         88  PAYSTAT-EOF                   VALUE 'Y'.
001110     05  WS-RUNREG-EOF-SW        PIC X(01) VALUE 'N'.
001120         88  RUNREG-EOF                    VALUE 'Y'.

001130 01  WS-FILE-STATUSES.
001140     05  WS-CHKCTL-STATUS        PIC X(02).
001150     05  WS-CHKACT-STATUS        PIC X(02).
001160     05  WS-PAYFILE-STATUS       PIC X(02).
001170     05  WS-PAYSTAT-STATUS       PIC X(02).
001180     05  WS-CHKPRT-STATUS        PIC X(02).
001190     05  WS-PPAYFILE-STATUS      PIC X(02).
001200     05  WS-RUNREG-STATUS        PIC X(02).

001210*
001220*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
001230*    FILE-OPEN CHECK PERFORMED FOR EACH DRIVING FILE.
001240*
001250 01  WS-CHECK-FILE-NAME          PIC X(08).
001260 01  WS-CHECK-STATUS             PIC X(02).

001270*
001276*    THE CHECK STOCK CONTROL RECORDS, ONE PER PAYING COMPANY
001282*    (BLANK IS THE PARENT), HELD FOR THE RUN AND REWRITTEN AT
001288*    THE END WITH EACH COMPANY'S NEXT NUMBER TO ISSUE.  THE
001294*    FIRST AND LAST NUMBERS ISSUED THIS RUN ARE KEPT PER STOCK.
001300*
001301 01  WS-CTL-COUNT                PIC 9(03) VALUE 0.
001302 01  WS-CTL-TABLE.
001303     05  WS-CTL-ENTRY OCCURS 1 TO 50 TIMES
001304             DEPENDING ON WS-CTL-COUNT.
001305         10  WS-CTL-COMPANY      PIC X(04).
001306         10  WS-CTL-STOCK-FIRST  PIC 9(08).
001307         10  WS-CTL-STOCK-LAST   PIC 9(08).
001308         10  WS-CTL-NEXT-CHECK   PIC 9(08).
001309         10  WS-CTL-ROUTING      PIC X(09).
001310         10  WS-CTL-ACCOUNT      PIC X(17).
001311         10  WS-CTL-FIRST-ISSUED PIC 9(08).
001312         10  WS-CTL-LAST-ISSUED  PIC 9(08).
001313 01  WS-CTL-LOOKUP-CODE          PIC X(04).
001314 01  WS-FOUND-CTL-SUB            PIC 9(03) VALUE 0.
001315 01  WS-CTL-LABEL                PIC X(06).

001330*
001340*    THE PAYMENT STATUS TABLE -- EVERY PAYMENT EVER EXTRACTED,
001350*    LOADED FROM THE PRIOR PAYSTAT REGISTER AND JOINED BY THE
001360*    LATEST PAYFILE EXTRACT.  THE WHOLE TABLE IS REWRITTEN TO
001370*    PAYSTAT AT END OF RUN, SO THE REGISTER ROLLS FORWARD.
001380*    A CHECK NUMBER OF ZERO MEANS NO CHECK HAS BEEN ISSUED.
001390*
001400 01  WS-PAY-COUNT                PIC 9(05) VALUE 0.
001410 01  WS-PAY-TABLE.
001420     05  WS-PAY-ENTRY OCCURS 1 TO 20000 TIMES
001430             DEPENDING ON WS-PAY-COUNT.
001440         10  WS-PAY-EMP-ID       PIC X(06).
001450         10  WS-PAY-EMP-NAME     PIC X(30).
001460         10  WS-PAY-NET          PIC 9(10)V99.
001470         10  WS-PAY-CURRENCY     PIC X(03).
001480         10  WS-PAY-METHOD       PIC X(01).
001490             88  WS-PAY-BY-CHECK           VALUE 'C'.
001500         10  WS-PAY-ROUTING      PIC X(09).
001510         10  WS-PAY-ACCOUNT      PIC X(17).
001520         10  WS-PAY-RUN-DATE     PIC 9(08).
001530         10  WS-PAY-STATUS       PIC X(01).
001540             88  WS-PAY-PENDING            VALUE 'P'.
001550             88  WS-PAY-SETTLED            VALUE 'S'.
001560             88  WS-PAY-RETURNED           VALUE 'R'.
001570             88  WS-PAY-REQUEUED           VALUE 'Q'.
001580         10  WS-PAY-ACK-DATE     PIC 9(08).
001590         10  WS-PAY-REASON       PIC X(20).
001600         10  WS-PAY-CHECK-NUMBER PIC 9(08).
001606         10  WS-PAY-CHECK-DATE   PIC 9(08).
001612         10  WS-PAY-COMPANY      PIC X(04).
001616         10  WS-PAY-ORIG-RUN-DATE PIC 9(08).

001620*
001630*    RUN REGISTER IMAGES, HELD WHOLE SO THE REGISTER CAN BE
001640*    REWRITTEN IN PLACE WITH THE PAYMENT TOTALS FILLED IN AND
001650*    EVERYTHING ELSE UNTOUCHED.
001660*
001670 01  WS-REG-COUNT                PIC 9(04) VALUE 0.
001680 01  WS-REG-TABLE.
001690     05  WS-REG-ENTRY OCCURS 1 TO 2000 TIMES
001700             DEPENDING ON WS-REG-COUNT.
001710         10  WS-REG-IMAGE        PIC X(160).

001720*
001730*    MATCHING WORK AREAS
001740*
001750 01  WS-FOUND-PAY-SUB            PIC 9(05) VALUE 0.
001760 01  WS-SAVE-PAY-SUB             PIC 9(05) VALUE 0.
001765 01  WS-FOUND-REISSUE-SUB        PIC 9(05) VALUE 0.
001770 01  WS-CHECK-AGE-DAYS           PIC S9(05) VALUE 0.
001780 01  WS-CHECK-AGE-DISP           PIC ZZZZ9.
001790 01  WS-FORMATTED-AMOUNT         PIC Z(09)9.99.
001800 01  WS-RUN-SETTLED              PIC 9(10)V99 VALUE 0.
001810 01  WS-RUN-RETURNED             PIC 9(10)V99 VALUE 0.
001820 01  WS-RUN-CHECKS-OUT           PIC 9(10)V99 VALUE 0.
001850 01  WS-STOCK-REMAINING          PIC 9(08) VALUE 0.

001860*
001870*    CHECK RUN REPORT COUNTS AND TOTALS
001880*
001890 01  WS-CHECK-COUNTS.
001900     05  WS-ACTIVITY-READ        PIC 9(06) VALUE 0.
001910     05  WS-CLEARED-COUNT        PIC 9(06) VALUE 0.
001920     05  WS-VOIDED-COUNT         PIC 9(06) VALUE 0.
001930     05  WS-REISSUED-COUNT       PIC 9(06) VALUE 0.
001940     05  WS-UNMATCHED-ACT-COUNT  PIC 9(06) VALUE 0.
001950     05  WS-AMT-DIFF-ACT-COUNT   PIC 9(06) VALUE 0.
001960     05  WS-BAD-ACTION-COUNT     PIC 9(06) VALUE 0.
001970     05  WS-STALE-COUNT          PIC 9(06) VALUE 0.
001980     05  WS-ISSUED-COUNT         PIC 9(06) VALUE 0.
001990     05  WS-ISSUED-AMOUNT        PIC 9(12)V99 VALUE 0.
002000     05  WS-NOT-ISSUED-COUNT     PIC 9(06) VALUE 0.
002005     05  WS-VOID-NOT-SENT-COUNT  PIC 9(06) VALUE 0.
002010     05  WS-OUTSTANDING-COUNT    PIC 9(06) VALUE 0.
002020     05  WS-OUTSTANDING-AMOUNT   PIC 9(12)V99 VALUE 0.
002030 01  WS-FORMATTED-TOTAL          PIC Z(11)9.99.

002040*
002050*    SUBSCRIPTS
002060*
002070 01  PYX                         PIC 9(05) VALUE 0.
002073 01  RSX                         PIC 9(05) VALUE 0.
002076 01  CTX                         PIC 9(03) VALUE 0.
002080 01  RGX                         PIC 9(04) VALUE 0.

002090 PROCEDURE DIVISION.
002100*****************************************************
002110*  0000-MAINLINE                                      *
002120*****************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-APPLY-ONE-ACTIVITY THRU 2000-EXIT
002160         UNTIL CHKACT-EOF
002170     PERFORM 3000-STALE-DATE-CHECKS THRU 3000-EXIT
002180     PERFORM 4000-ISSUE-CHECKS THRU 4000-EXIT
002190     PERFORM 5000-REWRITE-PAYSTAT THRU 5000-EXIT
002200     PERFORM 5500-REWRITE-CHECK-CONTROL THRU 5500-EXIT
002210     PERFORM 6000-UPDATE-RUN-REGISTER THRU 6000-EXIT
002220     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT
002240     GOBACK.

002250*****************************************************
002260*  1000-INITIALIZE -- PARM, CHECK STOCK CONTROL, LOAD  *
002270*  THE PAYMENT STATUS TABLE, PRIME THE ACTIVITY READ.  *
002280*****************************************************
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
002310     IF WS-RUN-PARM(1:1) NUMERIC
002320         AND FUNCTION NUMVAL(WS-RUN-PARM) GREATER THAN 0
002330         COMPUTE WS-STALE-LIMIT =
002340             FUNCTION NUMVAL(WS-RUN-PARM)
002350     END-IF
002360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

002370     OPEN INPUT CHKCTL
002380     MOVE 'CHKCTL  ' TO WS-CHECK-FILE-NAME
002390     MOVE WS-CHKCTL-STATUS TO WS-CHECK-STATUS
002400     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
002410     PERFORM 1050-LOAD-CHECK-CONTROL THRU 1050-EXIT
002420     CLOSE CHKCTL

002430     PERFORM 1200-LOAD-PAYSTAT THRU 1200-EXIT
002440     PERFORM 1300-JOIN-PAYFILE THRU 1300-EXIT

002450     OPEN INPUT CHKACT
002460     IF WS-CHKACT-STATUS = '00'
002470         SET CHKACT-OPENED TO TRUE
002480     ELSE
002490         SET CHKACT-EOF TO TRUE
002500     END-IF

002510     OPEN OUTPUT CHKPRT
002520     OPEN OUTPUT PPAYFILE

002530     DISPLAY '===== CHECK CLEARING / VOID PROCESSING ====='
002540     PERFORM 6100-READ-CHKACT THRU 6100-EXIT.
002550 1000-EXIT.
002560     EXIT.

002570*
002580*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
002590*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
002600*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
002610*    NEVER SEEING END-OF-FILE.
002620 1010-CHECK-FILE-STATUS.
002630     IF WS-CHECK-STATUS NOT = '00'
002640         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
002650             ' -- FILE STATUS = ' WS-CHECK-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         GOBACK
002680     END-IF.
002690 1010-EXIT.
002700     EXIT.

002710*
002716*    ONE CONTROL RECORD PER PAYING COMPANY, AND AT LEAST ONE.
002722*    EACH STOCK RANGE MUST BE NUMERIC AND IN ORDER, AND THE
002730*    NEXT NUMBER MUST FALL INSIDE IT (ONE PAST THE LAST MEANS
002740*    THE STOCK IS USED UP).  A ZERO NEXT NUMBER IS A NEWLY
002750*    LOADED RANGE AND STARTS AT THE FIRST CHECK.  ANYTHING
002756*    ELSE, OR TWO RECORDS FOR ONE COMPANY, COULD ISSUE A
002762*    NUMBER TWICE, SO THE RUN STOPS.
002770*
002780 1050-LOAD-CHECK-CONTROL.
002790     PERFORM 1060-LOAD-ONE-CONTROL THRU 1060-EXIT
002800         UNTIL CHKCTL-EOF
002810     IF WS-CTL-COUNT = 0
002820         DISPLAY 'CHKCTL IS EMPTY -- LOAD THE CHECK STOCK '
002830             'RANGE TO CONTINUE'
003080         MOVE 16 TO RETURN-CODE
003090         GOBACK
003100     END-IF.
003110 1050-EXIT.
003111     EXIT.

003112 1060-LOAD-ONE-CONTROL.
003113     READ CHKCTL
003114         AT END SET CHKCTL-EOF TO TRUE
003115         GO TO 1060-EXIT
003116     END-READ
003117     IF CC-STOCK-FIRST NOT NUMERIC
003118         OR CC-STOCK-LAST NOT NUMERIC
003119         OR CC-NEXT-CHECK NOT NUMERIC
003120         OR CC-STOCK-FIRST = 0
003121         OR CC-STOCK-FIRST GREATER THAN CC-STOCK-LAST
003122         DISPLAY 'CHKCTL CHECK STOCK RANGE IS INVALID FOR '
003123             'COMPANY ' CC-COMPANY-CODE ' -- CORRECT THE CONTROL '
003124             'RECORD TO CONTINUE'
003125         MOVE 16 TO RETURN-CODE
003126         GOBACK
003127     END-IF
003128     IF CC-NEXT-CHECK = 0
003129         MOVE CC-STOCK-FIRST TO CC-NEXT-CHECK
003130     END-IF
003131     IF CC-NEXT-CHECK LESS THAN CC-STOCK-FIRST
003132         OR CC-NEXT-CHECK GREATER THAN CC-STOCK-LAST + 1
003133         DISPLAY 'CHKCTL NEXT CHECK NUMBER IS OUTSIDE THE '
003134             'STOCK RANGE FOR COMPANY ' CC-COMPANY-CODE
003135             ' -- CORRECT THE CONTROL RECORD TO CONTINUE'
003136         MOVE 16 TO RETURN-CODE
003137         GOBACK
003138     END-IF
003139     MOVE CC-COMPANY-CODE TO WS-CTL-LOOKUP-CODE
003140     PERFORM 1070-FIND-CONTROL THRU 1070-EXIT
003141     IF WS-FOUND-CTL-SUB GREATER THAN 0
003142         DISPLAY 'CHKCTL HAS MORE THAN ONE RECORD FOR COMPANY '
003143             CC-COMPANY-CODE ' -- CORRECT THE CONTROL FILE TO '
003144             'CONTINUE'
003145         MOVE 16 TO RETURN-CODE
003146         GOBACK
003147     END-IF
003148     PERFORM 1090-CHECK-STOCK-OVERLAP THRU 1090-EXIT
003149         VARYING CTX FROM 1 BY 1 UNTIL CTX > WS-CTL-COUNT
003150     IF WS-CTL-COUNT = 50
003151         DISPLAY 'CHKCTL HAS MORE THAN 50 RECORDS -- '
003152             'INCREASE THE WS-CTL-TABLE SIZE TO CONTINUE'
003153         MOVE 16 TO RETURN-CODE
003154         GOBACK
003155     END-IF
003156     ADD 1 TO WS-CTL-COUNT
003157     MOVE CC-COMPANY-CODE  TO WS-CTL-COMPANY(WS-CTL-COUNT)
003158     MOVE CC-STOCK-FIRST   TO WS-CTL-STOCK-FIRST(WS-CTL-COUNT)
003159     MOVE CC-STOCK-LAST    TO WS-CTL-STOCK-LAST(WS-CTL-COUNT)
003160     MOVE CC-NEXT-CHECK    TO WS-CTL-NEXT-CHECK(WS-CTL-COUNT)
003161     MOVE CC-BANK-ROUTING  TO WS-CTL-ROUTING(WS-CTL-COUNT)
003162     MOVE CC-BANK-ACCOUNT  TO WS-CTL-ACCOUNT(WS-CTL-COUNT)
003163     MOVE 0                TO WS-CTL-FIRST-ISSUED(WS-CTL-COUNT)
003164     MOVE 0                TO WS-CTL-LAST-ISSUED(WS-CTL-COUNT).
003165 1060-EXIT.
003166     EXIT.

003167*
003168*    FIND THE CONTROL RECORD FOR WS-CTL-LOOKUP-CODE.  ZERO IN
003169*    WS-FOUND-CTL-SUB MEANS THE COMPANY HAS NO CHECK STOCK.
003170*
003171 1070-FIND-CONTROL.
003172     MOVE 0 TO WS-FOUND-CTL-SUB
003173     PERFORM 1080-LOOK-FOR-CONTROL THRU 1080-EXIT
003174         VARYING CTX FROM 1 BY 1 UNTIL CTX > WS-CTL-COUNT.
003175 1070-EXIT.
003176     EXIT.

003177 1080-LOOK-FOR-CONTROL.
003178     IF WS-CTL-COMPANY(CTX) = WS-CTL-LOOKUP-CODE
003179         MOVE CTX TO WS-FOUND-CTL-SUB
003180         MOVE WS-CTL-COUNT TO CTX
003181     END-IF.
003182 1080-EXIT.
003183     EXIT.

003184*
003185*    CHKACT CLEAR AND VOID RECORDS CARRY ONLY THE CHECK NUMBER,
003186*    SO NO TWO COMPANIES' STOCK RANGES MAY SHARE A NUMBER.
003187*
003188 1090-CHECK-STOCK-OVERLAP.
003189     IF CC-STOCK-FIRST NOT GREATER THAN WS-CTL-STOCK-LAST(CTX)
003190         AND CC-STOCK-LAST NOT LESS THAN WS-CTL-STOCK-FIRST(CTX)
003191         PERFORM 8030-SET-CONTROL-LABEL THRU 8030-EXIT
003192         DISPLAY 'CHKCTL CHECK STOCK ' CC-STOCK-FIRST '-'
003193             CC-STOCK-LAST ' OVERLAPS THE ' WS-CTL-LABEL
003194             ' STOCK -- CORRECT THE CONTROL FILE TO CONTINUE'
003195         MOVE 16 TO RETURN-CODE
003196         GOBACK
003197     END-IF.
003198 1090-EXIT.
003199     EXIT.

003200*
003201*    THE STATUS REGISTER IS OPTIONAL -- THE FIRST EVER RUN
003202*    STARTS EMPTY.  A RECORD WRITTEN BEFORE CHECK NUMBERS
003203*    WERE CARRIED HAS NO CHECK NUMBER OR ISSUE DATE.
003204*
003205 1200-LOAD-PAYSTAT.
003206     OPEN INPUT PAYSTAT
003207     IF WS-PAYSTAT-STATUS = '00'
003210         PERFORM 1210-LOAD-ONE-STATUS THRU 1210-EXIT
003220             UNTIL PAYSTAT-EOF
003230     END-IF
003240     CLOSE PAYSTAT.
003250 1200-EXIT.
003260     EXIT.

003270 1210-LOAD-ONE-STATUS.
003280     READ PAYSTAT
003290         AT END SET PAYSTAT-EOF TO TRUE
003300         NOT AT END PERFORM 1220-STORE-STATUS THRU 1220-EXIT
003310     END-READ.
003320 1210-EXIT.
003330     EXIT.

003340 1220-STORE-STATUS.
003350     PERFORM 1250-CHECK-TABLE-FULL THRU 1250-EXIT
003360     ADD 1 TO WS-PAY-COUNT
003370     MOVE PS-EMPLOYEE-ID   TO WS-PAY-EMP-ID(WS-PAY-COUNT)
003380     MOVE PS-EMPLOYEE-NAME TO WS-PAY-EMP-NAME(WS-PAY-COUNT)
003390     MOVE PS-NET-AMOUNT    TO WS-PAY-NET(WS-PAY-COUNT)
003400     MOVE PS-CURRENCY      TO WS-PAY-CURRENCY(WS-PAY-COUNT)
003410     MOVE PS-PAY-METHOD    TO WS-PAY-METHOD(WS-PAY-COUNT)
003420     MOVE PS-BANK-ROUTING  TO WS-PAY-ROUTING(WS-PAY-COUNT)
003430     MOVE PS-BANK-ACCOUNT  TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
003440     MOVE PS-RUN-DATE      TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
003450     MOVE PS-STATUS        TO WS-PAY-STATUS(WS-PAY-COUNT)
003460     MOVE PS-ACK-DATE      TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
003470     MOVE PS-RETURN-REASON TO WS-PAY-REASON(WS-PAY-COUNT)
003480     IF PS-CHECK-NUMBER NUMERIC
003490         MOVE PS-CHECK-NUMBER
003500             TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
003510     ELSE
003520         MOVE 0 TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
003530     END-IF
003537     MOVE PS-COMPANY-CODE  TO WS-PAY-COMPANY(WS-PAY-COUNT)
003544     IF PS-CHECK-DATE NUMERIC
003551         MOVE PS-CHECK-DATE TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
003560     ELSE
003570         MOVE 0 TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
003571     END-IF
003572     IF PS-ORIG-RUN-DATE NUMERIC
003573         MOVE PS-ORIG-RUN-DATE
003574             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
003575     ELSE
003576         MOVE 0 TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
003580     END-IF.
003590 1220-EXIT.
003600     EXIT.

003610 1250-CHECK-TABLE-FULL.
003620     IF WS-PAY-COUNT = 20000
003630         DISPLAY 'MORE THAN 20000 TRACKED PAYMENTS -- '
003640             'INCREASE THE WS-PAY-TABLE SIZE TO CONTINUE'
003650         MOVE 16 TO RETURN-CODE
003660         GOBACK
003670     END-IF.
003680 1250-EXIT.
003690     EXIT.

003700*
003710*    THE LATEST AP EXTRACT JOINS THE REGISTER AS PENDING,
003720*    EXACTLY AS IN EXPENSE-PAY-SETTLE -- WHICHEVER OF THE TWO
003730*    RUNS FIRST JOINS IT, AND THE OTHER SKIPS THE PAYMENTS
003740*    ALREADY TRACKED (SAME EMPLOYEE AND RUN DATE).
003750*
003760 1300-JOIN-PAYFILE.
003770     OPEN INPUT PAYFILE
003780     IF WS-PAYFILE-STATUS = '00'
003790         PERFORM 1310-JOIN-ONE-PAYMENT THRU 1310-EXIT
003800             UNTIL PAYFILE-EOF
003810     END-IF
003820     CLOSE PAYFILE.
003830 1300-EXIT.
003840     EXIT.

003850 1310-JOIN-ONE-PAYMENT.
003860     READ PAYFILE
003870         AT END SET PAYFILE-EOF TO TRUE
003880         NOT AT END PERFORM 1320-STORE-PAYMENT THRU 1320-EXIT
003890     END-READ.
003900 1310-EXIT.
003910     EXIT.

003920 1320-STORE-PAYMENT.
003930     MOVE 0 TO WS-FOUND-PAY-SUB
003940     PERFORM 1330-LOOK-FOR-TRACKED THRU 1330-EXIT
003950         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
003960     IF WS-FOUND-PAY-SUB GREATER THAN 0
003970         GO TO 1320-EXIT
003980     END-IF
003990     PERFORM 1250-CHECK-TABLE-FULL THRU 1250-EXIT
004000     ADD 1 TO WS-PAY-COUNT
004010     MOVE PY-EMPLOYEE-ID   TO WS-PAY-EMP-ID(WS-PAY-COUNT)
004020     MOVE PY-EMPLOYEE-NAME TO WS-PAY-EMP-NAME(WS-PAY-COUNT)
004030     MOVE PY-NET-AMOUNT    TO WS-PAY-NET(WS-PAY-COUNT)
004040     MOVE PY-CURRENCY      TO WS-PAY-CURRENCY(WS-PAY-COUNT)
004050     MOVE PY-PAY-METHOD    TO WS-PAY-METHOD(WS-PAY-COUNT)
004060     MOVE PY-BANK-ROUTING  TO WS-PAY-ROUTING(WS-PAY-COUNT)
004070     MOVE PY-BANK-ACCOUNT  TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
004076     MOVE PY-RUN-DATE      TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
004082     MOVE PY-COMPANY-CODE  TO WS-PAY-COMPANY(WS-PAY-COUNT)
004090     MOVE 'P'              TO WS-PAY-STATUS(WS-PAY-COUNT)
004100     MOVE 0                TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
004110     MOVE SPACES           TO WS-PAY-REASON(WS-PAY-COUNT)
004120     MOVE 0                TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
004126     MOVE 0                TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
004132     MOVE 0                TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT).
004140 1320-EXIT.
004150     EXIT.

004160 1330-LOOK-FOR-TRACKED.
004170     IF WS-PAY-EMP-ID(PYX) = PY-EMPLOYEE-ID
004180         AND WS-PAY-RUN-DATE(PYX) = PY-RUN-DATE
004190         MOVE PYX TO WS-FOUND-PAY-SUB
004200         MOVE WS-PAY-COUNT TO PYX
004210     END-IF.
004220 1330-EXIT.
004230     EXIT.

004240*****************************************************
004250*  2000-APPLY-ONE-ACTIVITY -- MATCH ONE CLEARED OR     *
004260*  VOIDED CHECK TO THE OUTSTANDING CHECK IT NAMES AND  *
004270*  MARK THE PAYMENT SETTLED OR RETURNED.  ACTIVITY     *
004280*  THAT MATCHES NO OUTSTANDING CHECK, OR A CLEARING    *
004290*  WHOSE AMOUNT DIFFERS FROM THE CHECK, IS REPORTED    *
004300*  AND NOT APPLIED.                                    *
004310*****************************************************
004320 2000-APPLY-ONE-ACTIVITY.
004330     ADD 1 TO WS-ACTIVITY-READ
004340     MOVE CA-AMOUNT TO WS-FORMATTED-AMOUNT
004350     IF NOT CA-CLEARED AND NOT CA-VOIDED
004360         ADD 1 TO WS-BAD-ACTION-COUNT
004370         DISPLAY 'INVALID ACTION,' CA-CHECK-NUMBER ','
004380             CA-ACTION ',' WS-FORMATTED-AMOUNT
004390         GO TO 2000-NEXT
004400     END-IF
004410     MOVE 0 TO WS-FOUND-PAY-SUB
004420     PERFORM 2100-LOOK-FOR-OPEN-CHECK THRU 2100-EXIT
004430         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
004440     IF WS-FOUND-PAY-SUB = 0
004450         ADD 1 TO WS-UNMATCHED-ACT-COUNT
004460         DISPLAY 'NO OUTSTANDING CHECK,' CA-CHECK-NUMBER ','
004470             CA-ACTION ',' WS-FORMATTED-AMOUNT
004480         GO TO 2000-NEXT
004490     END-IF
004500     IF CA-CLEARED
004510         AND CA-AMOUNT NOT = WS-PAY-NET(WS-FOUND-PAY-SUB)
004520         ADD 1 TO WS-AMT-DIFF-ACT-COUNT
004530         DISPLAY 'CLEARED AMOUNT DIFFERS,' CA-CHECK-NUMBER ','
004540             WS-PAY-EMP-ID(WS-FOUND-PAY-SUB) ','
004550             WS-FORMATTED-AMOUNT ' -- NOT APPLIED'
004560         GO TO 2000-NEXT
004570     END-IF
004580     MOVE CA-ACTION-DATE TO WS-PAY-ACK-DATE(WS-FOUND-PAY-SUB)
004590     MOVE CA-REASON-TEXT TO WS-PAY-REASON(WS-FOUND-PAY-SUB)
004600     MOVE WS-PAY-NET(WS-FOUND-PAY-SUB) TO WS-FORMATTED-AMOUNT
004610     IF CA-CLEARED
004620         ADD 1 TO WS-CLEARED-COUNT
004630         MOVE 'S' TO WS-PAY-STATUS(WS-FOUND-PAY-SUB)
004640         DISPLAY 'CLEARED,' CA-CHECK-NUMBER ','
004650             WS-PAY-EMP-ID(WS-FOUND-PAY-SUB) ','
004660             WS-FORMATTED-AMOUNT
004670         GO TO 2000-NEXT
004680     END-IF
004690     ADD 1 TO WS-VOIDED-COUNT
004700     MOVE 'R' TO WS-PAY-STATUS(WS-FOUND-PAY-SUB)
004710     IF CA-REASON-TEXT = SPACES
004720         MOVE 'CHECK VOIDED' TO WS-PAY-REASON(WS-FOUND-PAY-SUB)
004730     END-IF
004740     MOVE WS-FOUND-PAY-SUB TO PYX
004750     PERFORM 3200-WRITE-POSPAY-VOID THRU 3200-EXIT
004760     DISPLAY 'VOIDED,' CA-CHECK-NUMBER ','
004770         WS-PAY-EMP-ID(WS-FOUND-PAY-SUB) ','
004780         WS-FORMATTED-AMOUNT ','
004790         FUNCTION TRIM(WS-PAY-REASON(WS-FOUND-PAY-SUB))
004800     IF CA-REISSUE
004810         PERFORM 2200-REISSUE-ONE-CHECK THRU 2200-EXIT
004820     END-IF.
004830 2000-NEXT.
004840     PERFORM 6100-READ-CHKACT THRU 6100-EXIT.
004850 2000-EXIT.
004860     EXIT.

004870*
004880*    ONLY AN ISSUED CHECK STILL OUTSTANDING CAN CLEAR OR BE
004890*    VOIDED -- A SECOND CLEARING, OR A VOID OF A CHECK ALREADY
004900*    PAID, REPORTS AS UNMATCHED INSTEAD OF FLIPPING IT.
004910*
004920 2100-LOOK-FOR-OPEN-CHECK.
004930     IF WS-PAY-PENDING(PYX)
004940         AND WS-PAY-BY-CHECK(PYX)
004950         AND WS-PAY-CHECK-NUMBER(PYX) = CA-CHECK-NUMBER
004960         MOVE PYX TO WS-FOUND-PAY-SUB
004970         MOVE WS-PAY-COUNT TO PYX
004980     END-IF.
004990 2100-EXIT.
005000     EXIT.

005010*
005020*    A VOID WITH REISSUE (LOST OR DAMAGED CHECK) PUTS A FRESH
005030*    UNNUMBERED PENDING ENTRY ON THE REGISTER, WHICH TAKES THE
005040*    NEXT CHECK NUMBER IN THIS SAME RUN, AND MARKS THE VOIDED
005050*    ENTRY REQUEUED.  THE REISSUE STILL PAYS THE ORIGINAL
005056*    EXTRACT, SO IT KEEPS THAT EXTRACT'S RUN DATE, AND CARRIES
005062*    THE RUN DATE THE PAYMENT FIRST WENT OUT ON.
005070*
005080 2200-REISSUE-ONE-CHECK.
005090     ADD 1 TO WS-REISSUED-COUNT
005100     MOVE WS-FOUND-PAY-SUB TO PYX
005110     PERFORM 1250-CHECK-TABLE-FULL THRU 1250-EXIT
005120     ADD 1 TO WS-PAY-COUNT
005130     MOVE WS-PAY-EMP-ID(PYX)   TO WS-PAY-EMP-ID(WS-PAY-COUNT)
005140     MOVE WS-PAY-EMP-NAME(PYX) TO WS-PAY-EMP-NAME(WS-PAY-COUNT)
005150     MOVE WS-PAY-NET(PYX)      TO WS-PAY-NET(WS-PAY-COUNT)
005160     MOVE WS-PAY-CURRENCY(PYX) TO WS-PAY-CURRENCY(WS-PAY-COUNT)
005170     MOVE WS-PAY-METHOD(PYX)   TO WS-PAY-METHOD(WS-PAY-COUNT)
005180     MOVE WS-PAY-ROUTING(PYX)  TO WS-PAY-ROUTING(WS-PAY-COUNT)
005187     MOVE WS-PAY-ACCOUNT(PYX)  TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
005194     MOVE WS-PAY-COMPANY(PYX)  TO WS-PAY-COMPANY(WS-PAY-COUNT)
005201     MOVE WS-PAY-RUN-DATE(PYX) TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
005210     MOVE 'P'                  TO WS-PAY-STATUS(WS-PAY-COUNT)
005220     MOVE 0                    TO WS-PAY-ACK-DATE(WS-PAY-COUNT)
005230     MOVE 'REISSUE OF VOID'    TO WS-PAY-REASON(WS-PAY-COUNT)
005240     MOVE 0 TO WS-PAY-CHECK-NUMBER(WS-PAY-COUNT)
005250     MOVE 0 TO WS-PAY-CHECK-DATE(WS-PAY-COUNT)
005251     IF WS-PAY-ORIG-RUN-DATE(PYX) GREATER THAN 0
005252         MOVE WS-PAY-ORIG-RUN-DATE(PYX)
005253             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
005254     ELSE
005255         MOVE WS-PAY-RUN-DATE(PYX)
005256             TO WS-PAY-ORIG-RUN-DATE(WS-PAY-COUNT)
005257     END-IF
005260     MOVE 'Q' TO WS-PAY-STATUS(PYX).
005270 2200-EXIT.
005280     EXIT.

005290*****************************************************
005300*  3000-STALE-DATE-CHECKS -- A CHECK STILL UNCASHED    *
005310*  PAST THE STALE-DATE LIMIT IS RETURNED AND VOIDED    *
005320*  WITH THE BANK, SO IT CAN NO LONGER BE PRESENTED.    *
005330*  IT IS NOT REISSUED HERE -- THE RETURN STAYS ON THE  *
005340*  REGISTER FOR PAYROLL TO RESOLVE WITH THE EMPLOYEE.  *
005350*****************************************************
005360 3000-STALE-DATE-CHECKS.
005370     DISPLAY ' '
005380     DISPLAY '===== STALE-DATED CHECKS (OVER ' WS-STALE-LIMIT
005390         ' DAYS) ====='
005400     DISPLAY 'CHECK NO,EMPLOYEE,NAME,AMOUNT,ISSUE DATE,DAYS OUT'
005410     PERFORM 3100-CHECK-ONE-FOR-STALE THRU 3100-EXIT
005420         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT.
005430 3000-EXIT.
005440     EXIT.

005450 3100-CHECK-ONE-FOR-STALE.
005460     IF NOT WS-PAY-PENDING(PYX)
005470         OR NOT WS-PAY-BY-CHECK(PYX)
005480         OR WS-PAY-CHECK-NUMBER(PYX) = 0
005490         GO TO 3100-EXIT
005500     END-IF
005510     IF WS-PAY-CHECK-DATE(PYX) NUMERIC
005520         AND WS-PAY-CHECK-DATE(PYX) GREATER THAN 15820101
005530         COMPUTE WS-CHECK-AGE-DAYS =
005540             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
005550             FUNCTION INTEGER-OF-DATE(WS-PAY-CHECK-DATE(PYX))
005560     ELSE
005570         MOVE 0 TO WS-CHECK-AGE-DAYS
005580     END-IF
005590     IF WS-CHECK-AGE-DAYS NOT GREATER THAN WS-STALE-LIMIT
005600         GO TO 3100-EXIT
005610     END-IF
005620     ADD 1 TO WS-STALE-COUNT
005630     MOVE 'R'                 TO WS-PAY-STATUS(PYX)
005640     MOVE WS-RUN-DATE         TO WS-PAY-ACK-DATE(PYX)
005650     MOVE 'STALE-DATED CHECK' TO WS-PAY-REASON(PYX)
005660     PERFORM 3200-WRITE-POSPAY-VOID THRU 3200-EXIT
005670     MOVE WS-CHECK-AGE-DAYS TO WS-CHECK-AGE-DISP
005680     MOVE WS-PAY-NET(PYX) TO WS-FORMATTED-AMOUNT
005690     DISPLAY WS-PAY-CHECK-NUMBER(PYX) ','
005700         WS-PAY-EMP-ID(PYX) ','
005710         FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
005720         WS-FORMATTED-AMOUNT ','
005730         WS-PAY-CHECK-DATE(PYX) ','
005740         WS-CHECK-AGE-DISP.
005750 3100-EXIT.
005760     EXIT.

005770*
005775*    TELL THE BANK NOT TO HONOR CHECK PYX, ON THE ACCOUNT OF
005780*    THE COMPANY THAT ISSUED IT.  A COMPANY WHOSE CONTROL
005785*    RECORD HAS SINCE GONE CANNOT BE SENT AND IS REPORTED.
005790*
005800 3200-WRITE-POSPAY-VOID.
005801     MOVE WS-PAY-COMPANY(PYX) TO WS-CTL-LOOKUP-CODE
005802     PERFORM 1070-FIND-CONTROL THRU 1070-EXIT
005803     IF WS-FOUND-CTL-SUB = 0
005804         ADD 1 TO WS-VOID-NOT-SENT-COUNT
005805         DISPLAY 'VOID NOT SENT,' WS-PAY-CHECK-NUMBER(PYX) ','
005806             WS-PAY-EMP-ID(PYX) ',NO CHKCTL RECORD FOR COMPANY '
005807             WS-PAY-COMPANY(PYX)
005808         GO TO 3200-EXIT
005809     END-IF
005810     MOVE SPACES TO POSITIVE-PAY-RECORD
005820     MOVE 'V' TO PP-RECORD-TYPE
005830     MOVE WS-CTL-ROUTING(WS-FOUND-CTL-SUB) TO PP-BANK-ROUTING
005840     MOVE WS-CTL-ACCOUNT(WS-FOUND-CTL-SUB) TO PP-BANK-ACCOUNT
005850     MOVE WS-PAY-CHECK-NUMBER(PYX) TO PP-CHECK-NUMBER
005860     MOVE WS-PAY-CHECK-DATE(PYX)   TO PP-ISSUE-DATE
005870     MOVE WS-PAY-NET(PYX)          TO PP-AMOUNT
005880     MOVE WS-PAY-EMP-NAME(PYX)     TO PP-PAYEE-NAME
005883     MOVE WS-PAY-COMPANY(PYX)      TO PP-COMPANY-CODE
005886     MOVE WS-PAY-CURRENCY(PYX)     TO PP-CURRENCY
005890     WRITE POSITIVE-PAY-RECORD.
005900 3200-EXIT.
005910     EXIT.

005920*****************************************************
005930*  4000-ISSUE-CHECKS -- NUMBER EVERY PENDING CHECK     *
005940*  PAYMENT THAT HAS NO CHECK YET FROM ITS COMPANY'S    *
005950*  STOCK RANGE, IN REGISTER ORDER, AND WRITE IT TO THE *
005960*  PRINT FILE, THE POSITIVE-PAY FILE AND THE CHECK     *
005970*  REGISTER.  WHEN THE STOCK RUNS OUT THE REST STAY    *
005980*  PENDING AND UNNUMBERED FOR THE NEXT RUN.            *
005990*****************************************************
006000 4000-ISSUE-CHECKS.
006010     DISPLAY ' '
006020     DISPLAY '===== CHECK REGISTER ====='
006030     DISPLAY 'CHECK NO,ISSUE DATE,EMPLOYEE,PAYEE,AMOUNT,'
006040         'EXTRACT DATE'
006050     PERFORM 4100-ISSUE-ONE-CHECK THRU 4100-EXIT
006060         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
006070     MOVE WS-ISSUED-AMOUNT TO WS-FORMATTED-TOTAL
006080     DISPLAY 'CHECKS ISSUED ............. ' WS-ISSUED-COUNT
006090     DISPLAY 'AMOUNT ISSUED ............. ' WS-FORMATTED-TOTAL
006100     PERFORM 4010-PRINT-ONE-RANGE THRU 4010-EXIT
006110         VARYING CTX FROM 1 BY 1 UNTIL CTX > WS-CTL-COUNT.
006150 4000-EXIT.
006151     EXIT.

006152 4010-PRINT-ONE-RANGE.
006153     IF WS-CTL-FIRST-ISSUED(CTX) = 0
006154         GO TO 4010-EXIT
006155     END-IF
006156     PERFORM 8030-SET-CONTROL-LABEL THRU 8030-EXIT
006157     DISPLAY 'CHECK NUMBERS ' WS-CTL-LABEL ' ...... '
006158         WS-CTL-FIRST-ISSUED(CTX) ' THRU '
006159         WS-CTL-LAST-ISSUED(CTX).
006160 4010-EXIT.
006161     EXIT.

006170 4100-ISSUE-ONE-CHECK.
006180     IF NOT WS-PAY-PENDING(PYX)
006190         OR NOT WS-PAY-BY-CHECK(PYX)
006200         OR WS-PAY-CHECK-NUMBER(PYX) NOT = 0
006210         OR WS-PAY-NET(PYX) = 0
006220         GO TO 4100-EXIT
006230     END-IF
006240     MOVE WS-PAY-NET(PYX) TO WS-FORMATTED-AMOUNT
006241     MOVE WS-PAY-COMPANY(PYX) TO WS-CTL-LOOKUP-CODE
006242     PERFORM 1070-FIND-CONTROL THRU 1070-EXIT
006243     IF WS-FOUND-CTL-SUB = 0
006244         ADD 1 TO WS-NOT-ISSUED-COUNT
006245         DISPLAY 'NOT ISSUED,' WS-RUN-DATE ','
006246             WS-PAY-EMP-ID(PYX) ','
006247             FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
006248             WS-FORMATTED-AMOUNT ','
006249             WS-PAY-RUN-DATE(PYX)
006250             ',NO CHECK STOCK FOR COMPANY ' WS-PAY-COMPANY(PYX)
006251         GO TO 4100-EXIT
006252     END-IF
006253     MOVE WS-FOUND-CTL-SUB TO CTX
006254     IF WS-CTL-NEXT-CHECK(CTX) GREATER THAN
006255             WS-CTL-STOCK-LAST(CTX)
006270         ADD 1 TO WS-NOT-ISSUED-COUNT
006280         DISPLAY 'NOT ISSUED,' WS-RUN-DATE ','
006290             WS-PAY-EMP-ID(PYX) ','
006300             FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
006310             WS-FORMATTED-AMOUNT ','
006320             WS-PAY-RUN-DATE(PYX)
006330             ',CHECK STOCK EXHAUSTED'
006340         GO TO 4100-EXIT
006350     END-IF
006360     MOVE WS-CTL-NEXT-CHECK(CTX) TO WS-PAY-CHECK-NUMBER(PYX)
006380     MOVE WS-RUN-DATE TO WS-PAY-CHECK-DATE(PYX)
006390     ADD 1 TO WS-CTL-NEXT-CHECK(CTX)
006400     ADD 1 TO WS-ISSUED-COUNT
006410     ADD WS-PAY-NET(PYX) TO WS-ISSUED-AMOUNT
006417     IF WS-CTL-FIRST-ISSUED(CTX) = 0
006424         MOVE WS-PAY-CHECK-NUMBER(PYX)
006431             TO WS-CTL-FIRST-ISSUED(CTX)
006440     END-IF
006450     MOVE WS-PAY-CHECK-NUMBER(PYX) TO WS-CTL-LAST-ISSUED(CTX)

006460     MOVE SPACES TO CHECK-PRINT-RECORD
006470     MOVE WS-PAY-CHECK-NUMBER(PYX) TO CP-CHECK-NUMBER
006480     MOVE WS-PAY-CHECK-DATE(PYX)   TO CP-ISSUE-DATE
006490     MOVE WS-PAY-EMP-ID(PYX)       TO CP-EMPLOYEE-ID
006500     MOVE WS-PAY-EMP-NAME(PYX)     TO CP-PAYEE-NAME
006510     MOVE WS-PAY-NET(PYX)          TO CP-AMOUNT
006520     MOVE WS-PAY-NET(PYX)          TO CP-PROTECTED-AMOUNT
006530     MOVE WS-PAY-CURRENCY(PYX)     TO CP-CURRENCY
006540     MOVE WS-PAY-RUN-DATE(PYX)     TO CP-EXTRACT-DATE
006550     WRITE CHECK-PRINT-RECORD

006560     MOVE SPACES TO POSITIVE-PAY-RECORD
006570     MOVE 'I' TO PP-RECORD-TYPE
006580     MOVE WS-CTL-ROUTING(CTX)      TO PP-BANK-ROUTING
006590     MOVE WS-CTL-ACCOUNT(CTX)      TO PP-BANK-ACCOUNT
006600     MOVE WS-PAY-CHECK-NUMBER(PYX) TO PP-CHECK-NUMBER
006610     MOVE WS-PAY-CHECK-DATE(PYX)   TO PP-ISSUE-DATE
006620     MOVE WS-PAY-NET(PYX)          TO PP-AMOUNT
006630     MOVE WS-PAY-EMP-NAME(PYX)     TO PP-PAYEE-NAME
006633     MOVE WS-PAY-COMPANY(PYX)      TO PP-COMPANY-CODE
006636     MOVE WS-PAY-CURRENCY(PYX)     TO PP-CURRENCY
006640     WRITE POSITIVE-PAY-RECORD

006650     DISPLAY WS-PAY-CHECK-NUMBER(PYX) ','
006660         WS-PAY-CHECK-DATE(PYX) ','
006670         WS-PAY-EMP-ID(PYX) ','
006680         FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
006690         WS-FORMATTED-AMOUNT ','
006700         WS-PAY-RUN-DATE(PYX).
006710 4100-EXIT.
006720     EXIT.

006730*****************************************************
006740*  5000-REWRITE-PAYSTAT -- ROLL THE WHOLE STATUS       *
006750*  TABLE BACK OUT SO THE REGISTER CARRIES FORWARD TO   *
006760*  THE NEXT SETTLE OR CHECK RUN.                       *
006770*****************************************************
006780 5000-REWRITE-PAYSTAT.
006790     OPEN OUTPUT PAYSTAT
006800     PERFORM 5100-WRITE-ONE-STATUS THRU 5100-EXIT
006810         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
006820     CLOSE PAYSTAT.
006830 5000-EXIT.
006840     EXIT.

006850 5100-WRITE-ONE-STATUS.
006860     MOVE SPACES TO PAYSTAT-RECORD
006870     MOVE WS-PAY-EMP-ID(PYX)       TO PS-EMPLOYEE-ID
006880     MOVE WS-PAY-EMP-NAME(PYX)     TO PS-EMPLOYEE-NAME
006890     MOVE WS-PAY-NET(PYX)          TO PS-NET-AMOUNT
006900     MOVE WS-PAY-CURRENCY(PYX)     TO PS-CURRENCY
006910     MOVE WS-PAY-METHOD(PYX)       TO PS-PAY-METHOD
006920     MOVE WS-PAY-ROUTING(PYX)      TO PS-BANK-ROUTING
006930     MOVE WS-PAY-ACCOUNT(PYX)      TO PS-BANK-ACCOUNT
006940     MOVE WS-PAY-RUN-DATE(PYX)     TO PS-RUN-DATE
006950     MOVE WS-PAY-STATUS(PYX)       TO PS-STATUS
006960     MOVE WS-PAY-ACK-DATE(PYX)     TO PS-ACK-DATE
006970     MOVE WS-PAY-REASON(PYX)       TO PS-RETURN-REASON
006980     MOVE WS-PAY-CHECK-NUMBER(PYX) TO PS-CHECK-NUMBER
006987     MOVE WS-PAY-CHECK-DATE(PYX)   TO PS-CHECK-DATE
006994     MOVE WS-PAY-COMPANY(PYX)      TO PS-COMPANY-CODE
006997     MOVE WS-PAY-ORIG-RUN-DATE(PYX) TO PS-ORIG-RUN-DATE
007001     WRITE PAYSTAT-RECORD.
007010 5100-EXIT.
007020     EXIT.

007030*
007040*    EACH CONTROL RECORD GOES BACK WITH ITS NEXT UNUSED CHECK
007050*    NUMBER, SO THE NEXT RUN CONTINUES WHERE THIS ONE ENDED.
007060*
007070 5500-REWRITE-CHECK-CONTROL.
007090     OPEN OUTPUT CHKCTL
007096     PERFORM 5510-WRITE-ONE-CONTROL THRU 5510-EXIT
007102         VARYING CTX FROM 1 BY 1 UNTIL CTX > WS-CTL-COUNT
007110     CLOSE CHKCTL.
007120 5500-EXIT.
007121     EXIT.

007122 5510-WRITE-ONE-CONTROL.
007123     MOVE SPACES TO CHECK-CONTROL-RECORD
007124     MOVE WS-CTL-STOCK-FIRST(CTX) TO CC-STOCK-FIRST
007125     MOVE WS-CTL-STOCK-LAST(CTX)  TO CC-STOCK-LAST
007126     MOVE WS-CTL-NEXT-CHECK(CTX)  TO CC-NEXT-CHECK
007127     MOVE WS-CTL-ROUTING(CTX)     TO CC-BANK-ROUTING
007128     MOVE WS-CTL-ACCOUNT(CTX)     TO CC-BANK-ACCOUNT
007129     MOVE WS-RUN-DATE             TO CC-LAST-RUN-DATE
007130     MOVE WS-CTL-COMPANY(CTX)     TO CC-COMPANY-CODE
007131     WRITE CHECK-CONTROL-RECORD.
007132 5510-EXIT.
007133     EXIT.

007140*****************************************************
007150*  6000-UPDATE-RUN-REGISTER -- FILL IN EACH RUN'S      *
007160*  SETTLED, RETURNED AND CHECKS-OUTSTANDING TOTALS     *
007170*  FROM THE STATUS TABLE AND REWRITE THE REGISTER WITH *
007180*  EVERYTHING ELSE UNTOUCHED.  THE SETTLED/RETURNED    *
007190*  SUMS ARE THE SAME ONES EXPENSE-PAY-SETTLE POSTS,    *
007200*  SO WHICHEVER RUNS LAST LEAVES THE SAME FIGURES.     *
007210*****************************************************
007220 6000-UPDATE-RUN-REGISTER.
007230     OPEN INPUT RUNREG
007240     IF WS-RUNREG-STATUS NOT = '00'
007250         CLOSE RUNREG
007260         GO TO 6000-EXIT
007270     END-IF
007280     PERFORM 6200-LOAD-ONE-REGISTER THRU 6200-EXIT
007290         UNTIL RUNREG-EOF
007300     CLOSE RUNREG
007310     OPEN OUTPUT RUNREG
007320     PERFORM 6300-REWRITE-ONE-REGISTER THRU 6300-EXIT
007330         VARYING RGX FROM 1 BY 1 UNTIL RGX > WS-REG-COUNT
007340     CLOSE RUNREG.
007350 6000-EXIT.
007360     EXIT.

007370 6200-LOAD-ONE-REGISTER.
007380     READ RUNREG
007390         AT END SET RUNREG-EOF TO TRUE
007400         NOT AT END
007410             PERFORM 6210-STORE-REGISTER THRU 6210-EXIT
007420     END-READ.
007430 6200-EXIT.
007440     EXIT.

007450 6210-STORE-REGISTER.
007460     IF WS-REG-COUNT = 2000
007470         DISPLAY 'RUNREG HAS MORE THAN 2000 RECORDS -- '
007480             'INCREASE THE WS-REG-TABLE SIZE TO CONTINUE'
007490         MOVE 16 TO RETURN-CODE
007500         GOBACK
007510     END-IF
007520     ADD 1 TO WS-REG-COUNT
007530     MOVE RUNREG-RECORD TO WS-REG-IMAGE(WS-REG-COUNT).
007540 6210-EXIT.
007550     EXIT.

007560 6300-REWRITE-ONE-REGISTER.
007570     MOVE WS-REG-IMAGE(RGX) TO RUNREG-RECORD
007580     MOVE 0 TO WS-RUN-SETTLED
007590     MOVE 0 TO WS-RUN-RETURNED
007600     MOVE 0 TO WS-RUN-CHECKS-OUT
007610     PERFORM 6310-SUM-ONE-RUN-PAYMENT THRU 6310-EXIT
007620         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
007630     MOVE WS-RUN-SETTLED    TO RR-SETTLED-TOTAL
007640     MOVE WS-RUN-RETURNED   TO RR-RETURNED-TOTAL
007650     MOVE WS-RUN-CHECKS-OUT TO RR-CHECK-OUTSTANDING
007660     WRITE RUNREG-RECORD.
007670 6300-EXIT.
007680     EXIT.

007690*
007695*    A REQUEUED ENTRY STILL COUNTS AS RETURNED CASH FOR THE
007700*    RUN IT WENT OUT ON -- THE REQUEUE EXPENSE-PAY-SETTLE BUILDS
007705*    FOR A RETURN, ACH OR CHECK, CARRIES THE REQUEUE RUN DATE
007710*    AND COUNTS THERE.  A CHECK VOIDED AND REISSUED HERE DOES
007715*    NOT: ITS REISSUE FOLLOWS IT ON THE REGISTER WITH THE SAME
007720*    EMPLOYEE, COMPANY AND RUN DATE AND COUNTS IN ITS PLACE.
007726*    EACH COMPANY'S REGISTER RECORD TAKES ONLY THAT COMPANY'S
007728*    PAYMENTS.
007731*
007738 6310-SUM-ONE-RUN-PAYMENT.
007745     IF WS-PAY-RUN-DATE(PYX) NOT = RR-RUN-DATE
007752         OR WS-PAY-COMPANY(PYX) NOT = RR-COMPANY-CODE
007759         GO TO 6310-EXIT
007766     END-IF
007780     IF WS-PAY-SETTLED(PYX)
007790         ADD WS-PAY-NET(PYX) TO WS-RUN-SETTLED
007800     END-IF
007803     IF WS-PAY-RETURNED(PYX)
007806         ADD WS-PAY-NET(PYX) TO WS-RUN-RETURNED
007809     END-IF
007812     IF WS-PAY-REQUEUED(PYX)
007821         PERFORM 6320-CHECK-REQUEUED THRU 6320-EXIT
007830     END-IF
007840     IF WS-PAY-PENDING(PYX)
007850         AND WS-PAY-BY-CHECK(PYX)
007860         AND WS-PAY-CHECK-NUMBER(PYX) GREATER THAN 0
007870         ADD WS-PAY-NET(PYX) TO WS-RUN-CHECKS-OUT
007880     END-IF.
007890 6310-EXIT.
007891     EXIT.

007892 6320-CHECK-REQUEUED.
007893     MOVE 0 TO WS-FOUND-REISSUE-SUB
007894     PERFORM 6330-LOOK-FOR-REISSUE THRU 6330-EXIT
007895         VARYING RSX FROM PYX BY 1 UNTIL RSX > WS-PAY-COUNT
007896     IF WS-FOUND-REISSUE-SUB = 0
007897         ADD WS-PAY-NET(PYX) TO WS-RUN-RETURNED
007898     END-IF.
007899 6320-EXIT.
007900     EXIT.

007901 6330-LOOK-FOR-REISSUE.
007902     IF RSX GREATER THAN PYX
007903         AND WS-PAY-EMP-ID(RSX) = WS-PAY-EMP-ID(PYX)
007904         AND WS-PAY-COMPANY(RSX) = WS-PAY-COMPANY(PYX)
007905         AND WS-PAY-RUN-DATE(RSX) = WS-PAY-RUN-DATE(PYX)
007906         MOVE RSX TO WS-FOUND-REISSUE-SUB
007907         MOVE WS-PAY-COUNT TO RSX
007908     END-IF.
007909 6330-EXIT.
007910     EXIT.

007911*****************************************************
007920*  6100 -- READ THE DRIVING CHECK ACTIVITY FILE.       *
007930*****************************************************
007940 6100-READ-CHKACT.
007950     IF CHKACT-EOF
007960         GO TO 6100-EXIT
007970     END-IF
007980     READ CHKACT
007990         AT END SET CHKACT-EOF TO TRUE
008000     END-READ.
008010 6100-EXIT.
008020     EXIT.

008030*****************************************************
008040*  8000-PRINT-RUN-SUMMARY -- CHECK RUN CONTROL TOTALS. *
008050*  UNMATCHED, DIFFERING OR INVALID ACTIVITY, VOIDS NOT *
008060*  SENT, OR CHECKS LEFT UNISSUED FOR WANT OF STOCK,    *
008070*  RETURN 4 SO TREASURY ACTS BEFORE THE NEXT RUN.      *
008080*****************************************************
008090 8000-PRINT-RUN-SUMMARY.
008100     PERFORM 8010-COUNT-ONE-OUTSTANDING THRU 8010-EXIT
008110         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
008150     DISPLAY ' '
008160     DISPLAY '===== CHECK RUN SUMMARY ====='
008170     DISPLAY 'ACTIVITY RECORDS READ ..... ' WS-ACTIVITY-READ
008180     DISPLAY 'CHECKS CLEARED ............ ' WS-CLEARED-COUNT
008190     DISPLAY 'CHECKS VOIDED ............. ' WS-VOIDED-COUNT
008200     DISPLAY 'VOIDS REISSUED ............ ' WS-REISSUED-COUNT
008210     DISPLAY 'CHECKS STALE-DATED ........ ' WS-STALE-COUNT
008220     DISPLAY 'CHECKS ISSUED ............. ' WS-ISSUED-COUNT
008230     DISPLAY 'NOT ISSUED -- NO STOCK .... ' WS-NOT-ISSUED-COUNT
008236     PERFORM 8020-PRINT-ONE-STOCK THRU 8020-EXIT
008242         VARYING CTX FROM 1 BY 1 UNTIL CTX > WS-CTL-COUNT
008250     DISPLAY 'CHECKS OUTSTANDING ........ ' WS-OUTSTANDING-COUNT
008260     MOVE WS-OUTSTANDING-AMOUNT TO WS-FORMATTED-TOTAL
008270     DISPLAY 'AMOUNT OUTSTANDING ........ ' WS-FORMATTED-TOTAL
008280     DISPLAY 'UNMATCHED ACTIVITY ........ '
008290         WS-UNMATCHED-ACT-COUNT
008300     DISPLAY 'CLEARED AMOUNT DIFFERENCES  '
008310         WS-AMT-DIFF-ACT-COUNT
008320     DISPLAY 'INVALID ACTIVITY CODES .... ' WS-BAD-ACTION-COUNT
008325     DISPLAY 'VOIDS NOT SENT -- NO STOCK  ' WS-VOID-NOT-SENT-COUNT
008330     IF WS-UNMATCHED-ACT-COUNT GREATER THAN 0
008340         OR WS-AMT-DIFF-ACT-COUNT GREATER THAN 0
008350         OR WS-BAD-ACTION-COUNT GREATER THAN 0
008360         OR WS-NOT-ISSUED-COUNT GREATER THAN 0
008365         OR WS-VOID-NOT-SENT-COUNT GREATER THAN 0
008370         MOVE 4 TO RETURN-CODE
008380     END-IF.
008390 8000-EXIT.
008400     EXIT.

008410 8010-COUNT-ONE-OUTSTANDING.
008420     IF WS-PAY-PENDING(PYX)
008430         AND WS-PAY-BY-CHECK(PYX)
008440         AND WS-PAY-CHECK-NUMBER(PYX) GREATER THAN 0
008450         ADD 1 TO WS-OUTSTANDING-COUNT
008460         ADD WS-PAY-NET(PYX) TO WS-OUTSTANDING-AMOUNT
008470     END-IF.
008480 8010-EXIT.
008490     EXIT.

008491 8020-PRINT-ONE-STOCK.
008492     COMPUTE WS-STOCK-REMAINING =
008493         WS-CTL-STOCK-LAST(CTX) + 1 - WS-CTL-NEXT-CHECK(CTX)
008494     PERFORM 8030-SET-CONTROL-LABEL THRU 8030-EXIT
008495     DISPLAY 'STOCK REMAINING ' WS-CTL-LABEL ' .... '
008496         WS-STOCK-REMAINING.
008497 8020-EXIT.
008498     EXIT.

008499*
008500*    A BLANK COMPANY CODE PRINTS AS THE PARENT.
008501*
008502 8030-SET-CONTROL-LABEL.
008503     IF WS-CTL-COMPANY(CTX) = SPACES
008504         MOVE 'PARENT' TO WS-CTL-LABEL
008505     ELSE
008506         MOVE WS-CTL-COMPANY(CTX) TO WS-CTL-LABEL
008507     END-IF.
008508 8030-EXIT.
008509     EXIT.

008510 9000-TERMINATE.
008511     IF CHKACT-OPENED
008520         CLOSE CHKACT
008530     END-IF
008540     CLOSE CHKPRT
008550     CLOSE PPAYFILE.
008560 9000-EXIT.
008570     EXIT.
