000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-ACCRUAL.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  MONTH-END EXPENSE
000130*                     ACCRUAL FOR ITEMS INCURRED BUT NOT YET
000140*                     THROUGH GLACCUM: EXCEPTIONS STILL HELD
000150*                     OR UNDECIDED ON EXCFILE/ESCFILE (NETTED
000160*                     AGAINST DECFILE), EXPENSE LINES SITTING
000170*                     IN SUSFILE FROM EXPENSE-EDIT, AND
000180*                     PAYMENTS STILL PENDING ON PAYSTAT.  EACH
000190*                     ITEM IS PRICED TO ITS TYPE'S GL ACCOUNT
000200*                     AND COST CENTER FROM THE TYPE MASTER AND
000210*                     WRITTEN TO ACCGL (GLEXT FORMAT) AS AN
000220*                     ACCRUAL DATED THE LAST DAY OF THE MONTH
000230*                     WITH A MATCHING REVERSAL CREDIT DATED
000240*                     THE FIRST DAY OF THE NEXT.  THE DETAIL
000250*                     REPORT IS TIED BACK TO THE FILE.
000252*    10/15/2026 DK    CREDIT LINES: A CREDIT HISTORY LINE FROM THE
000254*                     RUN THAT RAISED A PENDING PAYMENT COMES OFF
000255*                     ITS TYPE'S SHARE OF THE SPREAD, NEVER TAKING
000256*                     A TYPE BELOW ZERO.  A SUSPENDED CREDIT LINE
000257*                     OWES NOTHING AND IS NOT ACCRUED.
000258*    10/15/2026 DK    POLICY-ABUSE REVIEW ITEMS ON THE QUEUE ARE
000259*                     SPEND ALREADY POSTED AND ARE NOT ACCRUED.
000260*    10/15/2026 DK    ACCRUED PER COMPANY.  EACH ITEM IS VALUED
000261*                     IN THE HOME CURRENCY OF ITS COMPANY ON
000262*                     COMFILE -- THE PAYING COMPANY ON PAYSTAT,
000263*                     ELSE THE EMPLOYEE'S COMPANY FROM HDRFILE OR
000264*                     THEIR LATEST HISTORY LINE -- AND ACCGL ROWS
000265*                     CARRY THE COMPANY AND ITS CURRENCY.  THE
000266*                     FILE IS TIED TO THE REPORT COMPANY BY
000267*                     COMPANY.
000269*    10/15/2026 DK    ONLY PENDING PAYSTAT ENTRIES ARE ACCRUED.  A
000271*                     REQUEUED ENTRY HAS BEEN REPLACED BY A NEW
000273*                     PENDING ONE AND WAS COUNTED TWICE.
000275*
000277 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TYPFILE ASSIGN TO "TYPFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TYPFILE-STATUS.

000351     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WS-COMFILE-STATUS.

000354     SELECT OPTIONAL HDRFILE ASSIGN TO "HDRFILE"
000355         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-HDRFILE-STATUS.

000360     SELECT OPTIONAL FXFILE ASSIGN TO "FXFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FXFILE-STATUS.

000390     SELECT OPTIONAL LIMFILE ASSIGN TO "LIMFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LIMFILE-STATUS.

000420     SELECT OPTIONAL EXCFILE ASSIGN TO "EXCFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-EXCFILE-STATUS.

000450     SELECT OPTIONAL ESCFILE ASSIGN TO "ESCFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ESCFILE-STATUS.

000480     SELECT OPTIONAL DECFILE ASSIGN TO "DECFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DECFILE-STATUS.

000510     SELECT OPTIONAL SUSFILE ASSIGN TO "SUSFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SUSFILE-STATUS.

000540     SELECT OPTIONAL PAYSTAT ASSIGN TO "PAYSTAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PAYSTAT-STATUS.

000570     SELECT OPTIONAL HSTFILE ASSIGN TO "HSTFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HSTFILE-STATUS.

000600     SELECT ACCGL ASSIGN TO "ACCGL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACCGL-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TYPFILE
000660     LABEL RECORDS ARE STANDARD
000670     DATA RECORD IS EXPTYPE-RECORD.
000680     COPY EXPTYPE.

000681 FD  COMFILE
000682     LABEL RECORDS ARE STANDARD
000683     DATA RECORD IS COMPANY-MASTER-RECORD.
000684     COPY COMPMAST.

000685 FD  HDRFILE
000686     LABEL RECORDS ARE STANDARD
000687     DATA RECORD IS EMPHDR-RECORD.
000688     COPY EMPHDR.

000690 FD  FXFILE
000700     LABEL RECORDS ARE STANDARD
000710     DATA RECORD IS FXRATE-RECORD.
000720     COPY FXRATE.

000730 FD  LIMFILE
000740     LABEL RECORDS ARE STANDARD
000750     DATA RECORD IS EXPLIM-RECORD.
000760     COPY EXPLIM.

000770 FD  EXCFILE
000780     LABEL RECORDS ARE STANDARD
000790     DATA RECORD IS EXCFILE-RECORD.
000800     COPY EXCREC.

000810*
000820*    ESCALATED HOLDS FROM EXPENSE-APPROVALS, IN THE EXCREC
000830*    LAYOUT FIELD FOR FIELD.  READ INTO WS-QUEUE-ITEM.
000840*
000850 FD  ESCFILE
000860     LABEL RECORDS ARE STANDARD
000870     DATA RECORD IS ESCALATION-RECORD.
000880 01  ESCALATION-RECORD           PIC X(117).

000890 FD  DECFILE
000900     LABEL RECORDS ARE STANDARD
000910     DATA RECORD IS DECISION-RECORD.
000920     COPY DECREC.

000930 FD  SUSFILE
000940     LABEL RECORDS ARE STANDARD
000950     DATA RECORD IS SUSPENSE-RECORD.
000960     COPY SUSREC.

000970 FD  PAYSTAT
000980     LABEL RECORDS ARE STANDARD
000990     DATA RECORD IS PAYSTAT-RECORD.
001000     COPY PAYSTAT.

001010 FD  HSTFILE
001020     LABEL RECORDS ARE STANDARD
001030     DATA RECORD IS EXPHIST-RECORD.
001040     COPY EXPHIST.

001050 FD  ACCGL
001060     LABEL RECORDS ARE STANDARD
001070     DATA RECORD IS GLEXT-RECORD.
001080     COPY GLEXTREC.

001090 WORKING-STORAGE SECTION.
001100*
001110*    RUN-TIME PARM / DATES.  THE COMMAND LINE CARRIES THE MONTH
001120*    TO ACCRUE (YYYYMM); BLANK TAKES THE CURRENT MONTH.  THE
001130*    ACCRUAL IS DATED THE LAST DAY OF THAT MONTH AND REVERSES
001140*    ON THE FIRST DAY OF THE NEXT.
001150*
001160 01  WS-RUN-PARM                 PIC X(10).
001170 01  WS-RUN-DATE                 PIC 9(08).
001180 01  WS-MONTH                    PIC X(06).
001190 01  WS-ACCRUAL-DATE             PIC 9(08).
001200 01  WS-REVERSAL-DATE            PIC 9(08).
001210 01  WS-REVERSAL-DATE-X REDEFINES WS-REVERSAL-DATE.
001220     05  WS-REV-YEAR             PIC 9(04).
001230     05  WS-REV-MONTH            PIC 9(02).
001240     05  WS-REV-DAY              PIC 9(02).

001242*
001244*    FXFILE RATES ARE QUOTED TO THE BASE CURRENCY.  WS-HOME-
001246*    CURRENCY IS THE HOME CURRENCY OF THE COMPANY OF THE ITEM
001248*    IN HAND.
001250*
001252 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001254 01  WS-HOME-CURRENCY            PIC X(03).

001260*
001270*    END-OF-FILE SWITCHES
001280*
001290 01  WS-SWITCHES.
001300     05  WS-TYPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001310         88  TYPFILE-EOF                   VALUE 'Y'.
001312     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001314         88  COMFILE-EOF                   VALUE 'Y'.
001316     05  WS-HDRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001318         88  HDRFILE-EOF                   VALUE 'Y'.
001320     05  WS-FXFILE-EOF-SW        PIC X(01) VALUE 'N'.
001330         88  FXFILE-EOF                    VALUE 'Y'.
001340     05  WS-LIMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001350         88  LIMFILE-EOF                   VALUE 'Y'.
001360     05  WS-EXCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001370         88  EXCFILE-EOF                   VALUE 'Y'.
001380     05  WS-ESCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001390         88  ESCFILE-EOF                   VALUE 'Y'.
001400     05  WS-DECFILE-EOF-SW       PIC X(01) VALUE 'N'.
001410         88  DECFILE-EOF                   VALUE 'Y'.
001420     05  WS-SUSFILE-EOF-SW       PIC X(01) VALUE 'N'.
001430         88  SUSFILE-EOF                   VALUE 'Y'.
001440     05  WS-PAYSTAT-EOF-SW       PIC X(01) VALUE 'N'.
001450         88  PAYSTAT-EOF                   VALUE 'Y'.
001460     05  WS-HSTFILE-EOF-SW       PIC X(01) VALUE 'N'.
001470         88  HSTFILE-EOF                   VALUE 'Y'.
001480     05  WS-ACCGL-EOF-SW         PIC X(01) VALUE 'N'.
001490         88  ACCGL-EOF                     VALUE 'Y'.
001493     05  WS-CNV-PRICED-SW        PIC X(01) VALUE 'N'.
001496         88  CNV-PRICED                    VALUE 'Y'.

001500 01  WS-FILE-STATUSES.
001510     05  WS-TYPFILE-STATUS       PIC X(02).
001513     05  WS-COMFILE-STATUS       PIC X(02).
001516     05  WS-HDRFILE-STATUS       PIC X(02).
001520     05  WS-FXFILE-STATUS        PIC X(02).
001530     05  WS-LIMFILE-STATUS       PIC X(02).
001540     05  WS-EXCFILE-STATUS       PIC X(02).
001550     05  WS-ESCFILE-STATUS       PIC X(02).
001560     05  WS-DECFILE-STATUS       PIC X(02).
001570     05  WS-SUSFILE-STATUS       PIC X(02).
001580     05  WS-PAYSTAT-STATUS       PIC X(02).
001590     05  WS-HSTFILE-STATUS       PIC X(02).
001600     05  WS-ACCGL-STATUS         PIC X(02).

001610*
001620*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
001630*    FILE-OPEN CHECK.
001640*
001650 01  WS-CHECK-FILE-NAME          PIC X(08).
001660 01  WS-CHECK-STATUS             PIC X(02).

001670*
001680*    RECORD IMAGES.  EXCFILE AND ESCFILE ITEMS ARE BOTH READ
001690*    INTO THE EXCREC LAYOUT; A SUSPENDED EXPENSE LINE IS
001700*    LAID OVER THE EXPLINE LAYOUT FROM ITS RECORD IMAGE.
001710*
001720     COPY EXCREC REPLACING EXCFILE-RECORD BY WS-QUEUE-ITEM.
001730     COPY EXPLINE REPLACING EXPLINE-RECORD BY WS-SUSPENDED-LINE.

001740*
001750*    EXPENSE TYPE MASTER, SUBSCRIPTED BY TYPE CODE.  QUEUE
001760*    ITEMS CARRY THE TYPE NAME RATHER THAN THE CODE AND ARE
001770*    MATCHED BACK BY NAME.
001780*
001790 01  WS-TYPE-TABLE.
001800     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
001810         10  WS-TYP-LOADED-SW    PIC X(01) VALUE 'N'.
001820             88  WS-TYP-LOADED             VALUE 'Y'.
001830         10  WS-TYP-NAME         PIC X(11).
001840         10  WS-TYP-UNIT-SW      PIC X(01).
001850             88  WS-TYP-UNIT-BASED         VALUE 'Y'.
001860         10  WS-TYP-GL-ACCOUNT   PIC X(10).
001870         10  WS-TYP-CC           PIC X(06).

001880*
001890*    FX RATES AND PER-UNIT RATES.  OPEN ITEMS ARE VALUED AT
001894*    THE RATE IN EFFECT ON THE ACCRUAL DATE, CROSSED THROUGH
001898*    THE BASE CURRENCY INTO THEIR COMPANY'S HOME CURRENCY.
001902*    PER-UNIT RATES ARE IN THE COMPANY'S HOME CURRENCY, AS
001906*    EXPENSE-REPORT APPLIES THEM.
001910*
001920 01  WS-FX-COUNT                 PIC 9(04) VALUE 0.
001930 01  WS-FX-TABLE.
001940     05  WS-FX-RATES OCCURS 1 TO 200 TIMES
001950             DEPENDING ON WS-FX-COUNT.
001960         10  WS-FX-CURRENCY      PIC X(03).
001970         10  WS-FX-EFF-DATE      PIC 9(08).
001980         10  WS-FX-RATE          PIC 9(03)V9(06).
001990 01  WS-FX-LOOKUP-RATE           PIC 9(03)V9(06).
002000 01  WS-FX-LOOKUP-EFF-DATE       PIC 9(08).
002001 01  WS-FX-LOOKUP-CURRENCY       PIC X(03).
002002 01  WS-CNV-CURRENCY             PIC X(03).
002003 01  WS-CNV-AMOUNT               PIC 9(10)V99.
002004 01  WS-CNV-HOME-AMOUNT          PIC 9(10)V99.
002005 01  WS-CNV-FROM-RATE            PIC 9(03)V9(06).

002010 01  WS-LIMIT-COUNT              PIC 9(04) VALUE 0.
002020 01  WS-LIMIT-TABLE.
002030     05  WS-LIMIT-ENTRY OCCURS 1 TO 500 TIMES
002040             DEPENDING ON WS-LIMIT-COUNT.
002050         10  WS-LIM-TYPE         PIC 9(01).
002060         10  WS-LIM-EFF-DATE     PIC 9(08).
002070         10  WS-LIM-AMOUNT       PIC 9(08)V99.
002080 01  WS-UNIT-RATE                PIC 9(08)V99.
002090 01  WS-UNIT-RATE-DATE           PIC 9(08).

002100*
002101*    COMPANY (LEGAL ENTITY) TABLE, LOADED FROM THE OPTIONAL
002102*    COMFILE.  ENTRY 1 IS ALWAYS THE PARENT COMPANY (BLANK
002103*    CODE) IN THE FXFILE BASE CURRENCY.  EACH COMPANY'S
002104*    ACCRUAL IS TOTALLED HERE IN ITS HOME CURRENCY AND TIED TO
002105*    ITS OWN ACCGL ROWS.
002106*
002107 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
002108 01  WS-CO-TABLE.
002109     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
002110             DEPENDING ON WS-CO-COUNT.
002111         10  WS-CO-CODE          PIC X(04).
002112         10  WS-CO-NAME          PIC X(30).
002113         10  WS-CO-CURRENCY      PIC X(03).
002114         10  WS-CO-ITEM-COUNT    PIC 9(06).
002115         10  WS-CO-HELD-TOTAL    PIC 9(10)V99.
002116         10  WS-CO-ESC-TOTAL     PIC 9(10)V99.
002117         10  WS-CO-SUS-TOTAL     PIC 9(10)V99.
002118         10  WS-CO-PAY-TOTAL     PIC 9(10)V99.
002119         10  WS-CO-ACCRUAL-TOTAL PIC 9(10)V99.
002120         10  WS-CO-FILE-DEBIT    PIC 9(10)V99.
002121         10  WS-CO-FILE-CREDIT   PIC 9(10)V99.
002122 01  WS-CO-FOUND-SUB             PIC 9(03) VALUE 0.
002123 01  WS-CO-LOOKUP-CODE           PIC X(04).
002124 01  WS-TIE-FAIL-COUNT           PIC 9(03) VALUE 0.

002125*
002126*    EACH EMPLOYEE'S COMPANY -- FROM THIS CYCLE'S HEADER, ELSE
002127*    FROM THEIR LATEST HISTORY LINE.  AN EMPLOYEE ON NEITHER
002128*    BELONGS TO THE PARENT COMPANY.
002129*
002130 01  WS-EMP-COUNT                PIC 9(05) VALUE 0.
002131 01  WS-EMP-TABLE.
002132     05  WS-EMP-ENTRY OCCURS 1 TO 20000 TIMES
002133             DEPENDING ON WS-EMP-COUNT.
002134         10  WS-EMP-ID           PIC X(06).
002135         10  WS-EMP-CO-CODE      PIC X(04).
002136         10  WS-EMP-CO-DATE      PIC 9(08).
002137 01  WS-FOUND-EMP-SUB            PIC 9(05) VALUE 0.
002138 01  WS-FIND-EMP-ID              PIC X(06).
002139 01  WS-FIND-EMP-CO-CODE         PIC X(04).
002140 01  WS-FIND-EMP-DATE            PIC 9(08).

002141*
002142*    APPROVAL QUEUE -- EXCFILE ITEMS, THEN ESCFILE ITEMS.  AN
002143*    ESCALATED ITEM IS ALSO STILL ON EXCFILE AS A HOLD, SO IT
002144*    SUPERSEDES THE FIRST MATCHING EXCFILE ENTRY RATHER THAN
002145*    ACCRUING TWICE.  DECFILE THEN MARKS ITEMS APPROVED OR
002150*    REJECTED; ONLY HELD AND UNDECIDED ITEMS ARE ACCRUED.
002153*    WS-QUE-AMOUNT IS THE ITEM VALUED IN ITS COMPANY'S HOME
002156*    CURRENCY.
002160*
002170 01  WS-QUE-COUNT                PIC 9(04) VALUE 0.
002180 01  WS-QUE-TABLE.
002190     05  WS-QUE-ENTRY OCCURS 1 TO 4000 TIMES
002200             DEPENDING ON WS-QUE-COUNT.
002210         10  WS-QUE-EMP-ID       PIC X(06).
002220         10  WS-QUE-EXP-NAME     PIC X(11).
002230         10  WS-QUE-AMOUNT-DISP  PIC X(11).
002240         10  WS-QUE-AMOUNT       PIC 9(08)V99.
002242         10  WS-QUE-CO-SUB       PIC 9(03).
002244         10  WS-QUE-PRICED-SW    PIC X(01).
002246             88  WS-QUE-PRICED             VALUE 'Y'.
002250         10  WS-QUE-SOURCE-SW    PIC X(01).
002260             88  WS-QUE-FROM-EXCFILE       VALUE 'X'.
002270             88  WS-QUE-FROM-ESCFILE       VALUE 'E'.
002280         10  WS-QUE-STATE-SW     PIC X(01).
002290             88  WS-QUE-OPEN               VALUE ' '.
002300             88  WS-QUE-HELD               VALUE 'H'.
002310             88  WS-QUE-DECIDED            VALUE 'D'.
002320             88  WS-QUE-SUPERSEDED         VALUE 'S'.
002330 01  WS-FOUND-QUE-SUB            PIC 9(04) VALUE 0.
002340 01  WS-DEC-AMOUNT-DISP          PIC Z(07)9.99.
002350 01  WS-TRIP-HELD-LINES          PIC 9(08)V99.

002360*
002370*    PENDING PAYMENTS, WITH THE EMPLOYEE'S HISTORY LINES FROM
002380*    THE REPORT RUN THAT RAISED THE PAYMENT SPREAD BY TYPE SO
002390*    THE NET AMOUNT CAN BE PRICED TO THE TYPES IT PAYS FOR.
002393*    THE NET AMOUNT IS HELD IN THE PAYING COMPANY'S HOME
002396*    CURRENCY.
002400*
002410 01  WS-PEND-COUNT               PIC 9(05) VALUE 0.
002420 01  WS-PEND-TABLE.
002430     05  WS-PEND-ENTRY OCCURS 1 TO 20000 TIMES
002440             DEPENDING ON WS-PEND-COUNT.
002450         10  WS-PEND-EMP-ID      PIC X(06).
002460         10  WS-PEND-RUN-DATE    PIC 9(08).
002465         10  WS-PEND-CO-SUB      PIC 9(03).
002470         10  WS-PEND-NET         PIC 9(10)V99.
002480         10  WS-PEND-HIST-TOTAL  PIC 9(10)V99.
002490         10  WS-PEND-TYPE-AMT    PIC 9(10)V99 OCCURS 9 TIMES.
002500 01  WS-FOUND-PEND-SUB           PIC 9(05) VALUE 0.
002510 01  WS-SPLIT-NAMED              PIC 9(01) VALUE 0.
002520 01  WS-SPLIT-SEQ                PIC 9(01) VALUE 0.
002530 01  WS-SPLIT-REMAINDER          PIC 9(10)V99.
002535 01  WS-HIST-CREDIT-AMT          PIC 9(10)V99.

002540*
002550*    THE ITEM BEING ACCRUED, SET UP BY EACH SOURCE BEFORE IT
002560*    PERFORMS 5000-WRITE-ACCRUAL.  A TYPE OF ZERO (OR ONE NOT
002570*    ON THE MASTER) POSTS TO THE UNMAPPED ACCOUNT, AS THE
002580*    REPORT RUN DOES.
002590*
002600 01  WS-ACR-SOURCE               PIC X(09).
002605 01  WS-ACR-CO-SUB               PIC 9(03).
002610 01  WS-ACR-EMP-ID               PIC X(06).
002620 01  WS-ACR-ITEM                 PIC X(11).
002630 01  WS-ACR-TYPE                 PIC 9(01).
002640 01  WS-ACR-AMOUNT               PIC 9(08)V99.
002650 01  WS-ACR-NOTE                 PIC X(30).
002660 01  WS-ACR-GL-ACCOUNT           PIC X(10).
002670 01  WS-ACR-CC                   PIC X(06).

002680*
002685*    ACCRUAL COUNTS BY SOURCE, AND TOTALS BY COMPANY, GL
002690*    ACCOUNT AND COST CENTER.  THE AMOUNTS BY SOURCE ARE HELD
002695*    PER COMPANY IN WS-CO-TABLE.
002700*
002710 01  WS-ACCRUAL-COUNTS.
002720     05  WS-HELD-COUNT           PIC 9(06) VALUE 0.
002740     05  WS-ESC-COUNT            PIC 9(06) VALUE 0.
002760     05  WS-SUS-COUNT            PIC 9(06) VALUE 0.
002780     05  WS-PAY-COUNT            PIC 9(06) VALUE 0.
002800     05  WS-DECIDED-COUNT        PIC 9(06) VALUE 0.
002810     05  WS-NOT-PRICED-COUNT     PIC 9(06) VALUE 0.
002820     05  WS-UNMAPPED-COUNT       PIC 9(06) VALUE 0.

002860 01  WS-ACCT-COUNT               PIC 9(03) VALUE 0.
002870 01  WS-ACCT-TABLE.
002880     05  WS-ACCT-ENTRY OCCURS 1 TO 100 TIMES
002890             DEPENDING ON WS-ACCT-COUNT.
002895         10  WS-ACCT-CO-SUB      PIC 9(03).
002900         10  WS-ACCT-GL-ACCOUNT  PIC X(10).
002910         10  WS-ACCT-CC          PIC X(06).
002920         10  WS-ACCT-AMOUNT      PIC 9(10)V99.
002930 01  WS-ACCT-CUR-SUB             PIC 9(03) VALUE 0.

002940*
002950*    DISPLAY EDIT FIELDS
002960*
002970 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
002980 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.

002990*
003000*    SUBSCRIPTS
003010*
003020 01  TDX                         PIC 9(02) VALUE 0.
003030 01  FXX                         PIC 9(04) VALUE 0.
003040 01  LX                          PIC 9(04) VALUE 0.
003050 01  QX                          PIC 9(04) VALUE 0.
003060 01  QY                          PIC 9(04) VALUE 0.
003070 01  PNX                         PIC 9(05) VALUE 0.
003080 01  ACX                         PIC 9(03) VALUE 0.
003083 01  COX                         PIC 9(03) VALUE 0.
003086 01  EMX                         PIC 9(05) VALUE 0.

003090 PROCEDURE DIVISION.
003100*****************************************************
003110*  0000-MAINLINE                                      *
003120*****************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003150     PERFORM 2000-LOAD-APPROVAL-QUEUE THRU 2000-EXIT
003160     PERFORM 3000-ACCRUE-QUEUE-ITEM THRU 3000-EXIT
003170         VARYING QX FROM 1 BY 1 UNTIL QX > WS-QUE-COUNT
003180     PERFORM 4000-ACCRUE-SUSPENSE THRU 4000-EXIT
003190     PERFORM 4500-ACCRUE-PENDING-PAYMENTS THRU 4500-EXIT
003200     PERFORM 5500-TIE-ACCRUAL-FILE THRU 5500-EXIT
003210     PERFORM 8000-PRINT-ACCRUAL-SUMMARY THRU 8000-EXIT
003220     GOBACK.

003230*****************************************************
003240*  1000-INITIALIZE -- PARM AND DATES, TYPE MASTER AND  *
003246*  RATE TABLES, COMPANIES AND EACH EMPLOYEE'S COMPANY, *
003252*  OPEN THE ACCRUAL FILE.                              *
003260*****************************************************
003270 1000-INITIALIZE.
003280     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
003290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003300     IF WS-RUN-PARM(1:6) NUMERIC
003310         MOVE WS-RUN-PARM(1:6) TO WS-MONTH
003320     ELSE
003330         MOVE WS-RUN-DATE(1:6) TO WS-MONTH
003340     END-IF
003350     IF WS-MONTH(5:2) LESS THAN '01'
003360         OR WS-MONTH(5:2) GREATER THAN '12'
003370         DISPLAY 'INVALID ACCRUAL MONTH ' WS-MONTH
003380             ' -- PARM MUST BE YYYYMM'
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     MOVE WS-MONTH TO WS-REVERSAL-DATE(1:6)
003430     MOVE 01 TO WS-REV-DAY
003440     IF WS-REV-MONTH = 12
003450         ADD 1 TO WS-REV-YEAR
003460         MOVE 01 TO WS-REV-MONTH
003470     ELSE
003480         ADD 1 TO WS-REV-MONTH
003490     END-IF
003500     COMPUTE WS-ACCRUAL-DATE = FUNCTION DATE-OF-INTEGER(
003510         FUNCTION INTEGER-OF-DATE(WS-REVERSAL-DATE) - 1)

003520     OPEN INPUT TYPFILE
003530     MOVE 'TYPFILE ' TO WS-CHECK-FILE-NAME
003540     MOVE WS-TYPFILE-STATUS TO WS-CHECK-STATUS
003550     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
003560     PERFORM 1100-LOAD-ONE-TYPE THRU 1100-EXIT
003570         UNTIL TYPFILE-EOF
003580     CLOSE TYPFILE

003590     OPEN INPUT FXFILE
003600     IF WS-FXFILE-STATUS = '00'
003610         PERFORM 1200-LOAD-ONE-FX-RATE THRU 1200-EXIT
003620             UNTIL FXFILE-EOF
003630     END-IF
003640     CLOSE FXFILE

003650     OPEN INPUT LIMFILE
003660     IF WS-LIMFILE-STATUS = '00'
003670         PERFORM 1300-LOAD-ONE-LIMIT THRU 1300-EXIT
003680             UNTIL LIMFILE-EOF
003690     END-IF
003700     CLOSE LIMFILE

003703     PERFORM 1400-LOAD-COMPANIES THRU 1400-EXIT
003706     PERFORM 1500-LOAD-EMPLOYEE-COMPANIES THRU 1500-EXIT
003710     OPEN OUTPUT ACCGL
003720     DISPLAY '===== MONTH-END EXPENSE ACCRUAL FOR '
003730         WS-MONTH ' ====='
003740     DISPLAY 'ACCRUAL DATE .............. ' WS-ACCRUAL-DATE
003750     DISPLAY 'REVERSAL DATE ............. ' WS-REVERSAL-DATE
003760     DISPLAY ' '
003770     DISPLAY 'SOURCE,EMPLOYEE,ITEM,TYPE,COMPANY,GL ACCOUNT,'
003780         'COST CENTER,AMOUNT,CURRENCY,NOTE'.
003790 1000-EXIT.
003800     EXIT.

003810*
003820*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
003830*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
003840*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
003850*    NEVER SEEING END-OF-FILE.
003860 1010-CHECK-FILE-STATUS.
003870     IF WS-CHECK-STATUS NOT = '00'
003880         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
003890             ' -- FILE STATUS = ' WS-CHECK-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         GOBACK
003920     END-IF.
003930 1010-EXIT.
003940     EXIT.

003950 1100-LOAD-ONE-TYPE.
003960     READ TYPFILE
003970         AT END SET TYPFILE-EOF TO TRUE
003980         NOT AT END PERFORM 1110-STORE-TYPE THRU 1110-EXIT
003990     END-READ.
004000 1100-EXIT.
004010     EXIT.

004020 1110-STORE-TYPE.
004030     IF TY-TYPE NOT NUMERIC OR TY-TYPE = 0
004040         DISPLAY 'TYPFILE HAS AN INVALID TYPE CODE -- '
004050             'CORRECT THE TYPE MASTER TO CONTINUE'
004060         MOVE 16 TO RETURN-CODE
004070         GOBACK
004080     END-IF
004090     MOVE 'Y'              TO WS-TYP-LOADED-SW(TY-TYPE)
004100     MOVE TY-NAME          TO WS-TYP-NAME(TY-TYPE)
004110     MOVE TY-UNIT-BASED-SW TO WS-TYP-UNIT-SW(TY-TYPE)
004120     MOVE TY-GL-ACCOUNT    TO WS-TYP-GL-ACCOUNT(TY-TYPE)
004130     MOVE TY-COST-CENTER   TO WS-TYP-CC(TY-TYPE).
004140 1110-EXIT.
004150     EXIT.

004160 1200-LOAD-ONE-FX-RATE.
004170     READ FXFILE
004180         AT END SET FXFILE-EOF TO TRUE
004190         NOT AT END PERFORM 1210-STORE-FX-RATE THRU 1210-EXIT
004200     END-READ.
004210 1200-EXIT.
004220     EXIT.

004230 1210-STORE-FX-RATE.
004240     IF WS-FX-COUNT = 200
004250         DISPLAY 'FXFILE HAS MORE THAN 200 RATE ENTRIES -- '
004260             'INCREASE THE WS-FX-RATES TABLE SIZE TO CONTINUE'
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     ADD 1 TO WS-FX-COUNT
004310     MOVE FX-CURRENCY       TO WS-FX-CURRENCY(WS-FX-COUNT)
004320     MOVE FX-EFFECTIVE-DATE TO WS-FX-EFF-DATE(WS-FX-COUNT)
004330     MOVE FX-RATE           TO WS-FX-RATE(WS-FX-COUNT).
004340 1210-EXIT.
004350     EXIT.

004360 1300-LOAD-ONE-LIMIT.
004370     READ LIMFILE
004380         AT END SET LIMFILE-EOF TO TRUE
004390         NOT AT END PERFORM 1310-STORE-LIMIT THRU 1310-EXIT
004400     END-READ.
004410 1300-EXIT.
004420     EXIT.

004430 1310-STORE-LIMIT.
004440     IF WS-LIMIT-COUNT = 500
004450         DISPLAY 'LIMFILE HAS MORE THAN 500 RECORDS -- '
004460             'INCREASE THE WS-LIMIT-TABLE SIZE TO CONTINUE'
004470         MOVE 16 TO RETURN-CODE
004480         GOBACK
004490     END-IF
004500     ADD 1 TO WS-LIMIT-COUNT
004510     MOVE LM-TYPE           TO WS-LIM-TYPE(WS-LIMIT-COUNT)
004520     MOVE LM-EFFECTIVE-DATE TO WS-LIM-EFF-DATE(WS-LIMIT-COUNT)
004530     MOVE LM-LIMIT-AMOUNT   TO WS-LIM-AMOUNT(WS-LIMIT-COUNT).
004540 1310-EXIT.
004550     EXIT.

004551*
004552*    THE COMPANY MASTER IS OPTIONAL -- WITHOUT ONE EVERY ITEM
004553*    BELONGS TO THE PARENT COMPANY.  ENTRY 1 IS SET UP FOR THE
004554*    PARENT FIRST; A COMFILE RECORD WITH A BLANK CODE FILLS IT
004555*    IN RATHER THAN ADDING A SECOND ENTRY.
004556*
004557 1400-LOAD-COMPANIES.
004558     MOVE 1 TO WS-CO-COUNT
004559     MOVE 1 TO WS-CO-FOUND-SUB
004560     MOVE SPACES TO WS-CO-LOOKUP-CODE
004561     PERFORM 1430-CLEAR-COMPANY THRU 1430-EXIT
004562     OPEN INPUT COMFILE
004563     IF WS-COMFILE-STATUS = '00'
004564         PERFORM 1410-LOAD-ONE-COMPANY THRU 1410-EXIT
004565             UNTIL COMFILE-EOF
004566     END-IF
004567     CLOSE COMFILE.
004568 1400-EXIT.
004569     EXIT.

004570 1410-LOAD-ONE-COMPANY.
004571     READ COMFILE
004572         AT END SET COMFILE-EOF TO TRUE
004573         NOT AT END PERFORM 1420-STORE-COMPANY THRU 1420-EXIT
004574     END-READ.
004575 1410-EXIT.
004576     EXIT.

004577 1420-STORE-COMPANY.
004578     MOVE CO-COMPANY-CODE TO WS-CO-LOOKUP-CODE
004579     PERFORM 1440-FIND-COMPANY THRU 1440-EXIT
004580     IF WS-CO-FOUND-SUB = 0
004581         PERFORM 1450-ADD-UNLISTED-COMPANY THRU 1450-EXIT
004582     END-IF
004583     MOVE CO-COMPANY-NAME TO WS-CO-NAME(WS-CO-FOUND-SUB)
004584     IF CO-HOME-CURRENCY NOT = SPACES
004585         MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
004586     END-IF.
004587 1420-EXIT.
004588     EXIT.

004589*
004590*    A NEW COMPANY ENTRY STARTS IN THE PARENT'S CURRENCY WITH
004591*    ALL ITS TOTALS ZERO.
004592*
004593 1430-CLEAR-COMPANY.
004594     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-FOUND-SUB)
004595     IF WS-CO-LOOKUP-CODE = SPACES
004596         MOVE 'PARENT COMPANY' TO WS-CO-NAME(WS-CO-FOUND-SUB)
004597     ELSE
004598         MOVE 'NOT ON COMPANY MASTER'
004599             TO WS-CO-NAME(WS-CO-FOUND-SUB)
004600     END-IF
004601     MOVE WS-FX-BASE-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
004602     MOVE 0 TO WS-CO-ITEM-COUNT(WS-CO-FOUND-SUB)
004603     MOVE 0 TO WS-CO-HELD-TOTAL(WS-CO-FOUND-SUB)
004604     MOVE 0 TO WS-CO-ESC-TOTAL(WS-CO-FOUND-SUB)
004605     MOVE 0 TO WS-CO-SUS-TOTAL(WS-CO-FOUND-SUB)
004606     MOVE 0 TO WS-CO-PAY-TOTAL(WS-CO-FOUND-SUB)
004607     MOVE 0 TO WS-CO-ACCRUAL-TOTAL(WS-CO-FOUND-SUB)
004608     MOVE 0 TO WS-CO-FILE-DEBIT(WS-CO-FOUND-SUB)
004609     MOVE 0 TO WS-CO-FILE-CREDIT(WS-CO-FOUND-SUB).
004610 1430-EXIT.
004611     EXIT.

004612 1440-FIND-COMPANY.
004613     MOVE 0 TO WS-CO-FOUND-SUB
004614     PERFORM 1445-CHECK-ONE-COMPANY THRU 1445-EXIT
004615         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
004616 1440-EXIT.
004617     EXIT.

004618 1445-CHECK-ONE-COMPANY.
004619     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
004620         MOVE COX TO WS-CO-FOUND-SUB
004621         MOVE WS-CO-COUNT TO COX
004622     END-IF.
004623 1445-EXIT.
004624     EXIT.

004625*
004626*    A COMPANY CODE NOT ON COMFILE IS ADDED IN THE PARENT'S
004627*    CURRENCY AND LISTED UNDER ITS OWN CODE IN THE SUMMARY.
004628*
004629 1450-ADD-UNLISTED-COMPANY.
004630     IF WS-CO-COUNT = 50
004631         DISPLAY 'MORE THAN 50 COMPANIES IN USE -- '
004632             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
004633         MOVE 16 TO RETURN-CODE
004634         GOBACK
004635     END-IF
004636     ADD 1 TO WS-CO-COUNT
004637     MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
004638     PERFORM 1430-CLEAR-COMPANY THRU 1430-EXIT.
004639 1450-EXIT.
004640     EXIT.

004641*
004642*    EACH EMPLOYEE'S COMPANY.  THE CYCLE HEADER (HDRFILE) IS
004643*    THE CURRENT WORD; AN EMPLOYEE NOT IN THIS CYCLE TAKES THE
004644*    COMPANY ON THEIR LATEST-DATED HISTORY LINE.  BOTH FILES
004645*    ARE OPTIONAL.  HSTFILE IS READ AGAIN FOR THE PAYMENT
004646*    SPREAD, SO ITS END-OF-FILE SWITCH IS RESET.
004647*
004648 1500-LOAD-EMPLOYEE-COMPANIES.
004649     OPEN INPUT HDRFILE
004650     IF WS-HDRFILE-STATUS = '00'
004651         PERFORM 1510-LOAD-ONE-HEADER THRU 1510-EXIT
004652             UNTIL HDRFILE-EOF
004653     END-IF
004654     CLOSE HDRFILE

004655     OPEN INPUT HSTFILE
004656     IF WS-HSTFILE-STATUS = '00'
004657         PERFORM 1520-LOAD-ONE-HISTORY-LINE THRU 1520-EXIT
004658             UNTIL HSTFILE-EOF
004659     END-IF
004660     CLOSE HSTFILE
004661     MOVE 'N' TO WS-HSTFILE-EOF-SW.
004662 1500-EXIT.
004663     EXIT.

004664 1510-LOAD-ONE-HEADER.
004665     READ HDRFILE
004666         AT END SET HDRFILE-EOF TO TRUE
004667         GO TO 1510-EXIT
004668     END-READ
004669     MOVE EH-EMPLOYEE-ID  TO WS-FIND-EMP-ID
004670     MOVE EH-COMPANY-CODE TO WS-FIND-EMP-CO-CODE
004671     MOVE 99999999        TO WS-FIND-EMP-DATE
004672     PERFORM 1530-STORE-EMPLOYEE-COMPANY THRU 1530-EXIT.
004673 1510-EXIT.
004674     EXIT.

004675 1520-LOAD-ONE-HISTORY-LINE.
004676     READ HSTFILE
004677         AT END SET HSTFILE-EOF TO TRUE
004678         GO TO 1520-EXIT
004679     END-READ
004680     IF HX-EXPENSE-DATE NOT NUMERIC
004681         GO TO 1520-EXIT
004682     END-IF
004683     MOVE HX-EMPLOYEE-ID  TO WS-FIND-EMP-ID
004684     MOVE HX-COMPANY-CODE TO WS-FIND-EMP-CO-CODE
004685     MOVE HX-EXPENSE-DATE TO WS-FIND-EMP-DATE
004686     PERFORM 1530-STORE-EMPLOYEE-COMPANY THRU 1530-EXIT.
004687 1520-EXIT.
004688     EXIT.

004689 1530-STORE-EMPLOYEE-COMPANY.
004690     PERFORM 1535-FIND-EMPLOYEE THRU 1535-EXIT
004691     IF WS-FOUND-EMP-SUB = 0
004692         IF WS-EMP-COUNT = 20000
004693             DISPLAY 'MORE THAN 20000 EMPLOYEES ON HDRFILE/'
004694                 'HSTFILE -- INCREASE THE WS-EMP-TABLE SIZE '
004695                 'TO CONTINUE'
004696             MOVE 16 TO RETURN-CODE
004697             GOBACK
004698         END-IF
004699         ADD 1 TO WS-EMP-COUNT
004700         MOVE WS-EMP-COUNT   TO WS-FOUND-EMP-SUB
004701         MOVE WS-FIND-EMP-ID TO WS-EMP-ID(WS-FOUND-EMP-SUB)
004702         MOVE SPACES         TO WS-EMP-CO-CODE(WS-FOUND-EMP-SUB)
004703         MOVE 0              TO WS-EMP-CO-DATE(WS-FOUND-EMP-SUB)
004704     END-IF
004705     IF WS-FIND-EMP-DATE NOT LESS THAN
004706         WS-EMP-CO-DATE(WS-FOUND-EMP-SUB)
004707         MOVE WS-FIND-EMP-CO-CODE
004708             TO WS-EMP-CO-CODE(WS-FOUND-EMP-SUB)
004709         MOVE WS-FIND-EMP-DATE
004710             TO WS-EMP-CO-DATE(WS-FOUND-EMP-SUB)
004711     END-IF.
004712 1530-EXIT.
004713     EXIT.

004714 1535-FIND-EMPLOYEE.
004715     MOVE 0 TO WS-FOUND-EMP-SUB
004716     PERFORM 1536-CHECK-ONE-EMPLOYEE THRU 1536-EXIT
004717         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT.
004718 1535-EXIT.
004719     EXIT.

004720 1536-CHECK-ONE-EMPLOYEE.
004721     IF WS-EMP-ID(EMX) = WS-FIND-EMP-ID
004722         MOVE EMX TO WS-FOUND-EMP-SUB
004723         MOVE WS-EMP-COUNT TO EMX
004724     END-IF.
004725 1536-EXIT.
004726     EXIT.

004727*
004728*    SET THE COMPANY (WS-CO-FOUND-SUB) AND HOME CURRENCY OF
004729*    EMPLOYEE WS-FIND-EMP-ID.
004730*
004731 1540-SET-EMPLOYEE-COMPANY.
004732     PERFORM 1535-FIND-EMPLOYEE THRU 1535-EXIT
004733     MOVE SPACES TO WS-CO-LOOKUP-CODE
004734     IF WS-FOUND-EMP-SUB GREATER THAN 0
004735         MOVE WS-EMP-CO-CODE(WS-FOUND-EMP-SUB)
004736             TO WS-CO-LOOKUP-CODE
004737     END-IF
004738     PERFORM 1550-SET-COMPANY THRU 1550-EXIT.
004739 1540-EXIT.
004740     EXIT.

004741 1550-SET-COMPANY.
004742     PERFORM 1440-FIND-COMPANY THRU 1440-EXIT
004743     IF WS-CO-FOUND-SUB = 0
004744         PERFORM 1450-ADD-UNLISTED-COMPANY THRU 1450-EXIT
004745     END-IF
004746     MOVE WS-CO-CURRENCY(WS-CO-FOUND-SUB) TO WS-HOME-CURRENCY.
004747 1550-EXIT.
004748     EXIT.

004749*****************************************************
004750*  2000-LOAD-APPROVAL-QUEUE -- EXCFILE, THEN ESCFILE,  *
004751*  THEN THE DECISIONS TAKEN AGAINST THEM.  ALL THREE   *
004752*  ARE OPTIONAL -- A MONTH WITH NO EXCEPTIONS HAS      *
004753*  NOTHING HELD TO ACCRUE.                             *
004754*****************************************************
004755 2000-LOAD-APPROVAL-QUEUE.
004756     OPEN INPUT EXCFILE
004757     IF WS-EXCFILE-STATUS = '00'
004758         PERFORM 2100-LOAD-ONE-EXCEPTION THRU 2100-EXIT
004759             UNTIL EXCFILE-EOF
004760     END-IF
004761     CLOSE EXCFILE

004762     OPEN INPUT ESCFILE
004763     IF WS-ESCFILE-STATUS = '00'
004764         PERFORM 2200-LOAD-ONE-ESCALATION THRU 2200-EXIT
004765             UNTIL ESCFILE-EOF
004766     END-IF
004767     CLOSE ESCFILE

004768     OPEN INPUT DECFILE
004769     IF WS-DECFILE-STATUS = '00'
004770         PERFORM 2300-APPLY-ONE-DECISION THRU 2300-EXIT
004780             UNTIL DECFILE-EOF
004790     END-IF
004800     CLOSE DECFILE.
004810 2000-EXIT.
004820     EXIT.

004830 2100-LOAD-ONE-EXCEPTION.
004840     READ EXCFILE INTO WS-QUEUE-ITEM
004850         AT END SET EXCFILE-EOF TO TRUE
004860         NOT AT END
004870             PERFORM 2150-STORE-QUEUE-ITEM THRU 2150-EXIT
004880             SET WS-QUE-FROM-EXCFILE(WS-QUE-COUNT) TO TRUE
004890     END-READ.
004900 2100-EXIT.
004910     EXIT.

004920 2150-STORE-QUEUE-ITEM.
004930     IF WS-QUE-COUNT = 4000
004940         DISPLAY 'EXCFILE/ESCFILE HAVE MORE THAN 4000 ITEMS -- '
004950             'INCREASE THE WS-QUE-TABLE SIZE TO CONTINUE'
004960         MOVE 16 TO RETURN-CODE
004970         GOBACK
004980     END-IF
004990     ADD 1 TO WS-QUE-COUNT
005000     MOVE EX-EMPLOYEE-ID OF WS-QUEUE-ITEM
005010         TO WS-QUE-EMP-ID(WS-QUE-COUNT)
005020     MOVE EX-EXPENSE-NAME OF WS-QUEUE-ITEM
005030         TO WS-QUE-EXP-NAME(WS-QUE-COUNT)
005040     MOVE EX-AMOUNT-DISPLAY OF WS-QUEUE-ITEM
005050         TO WS-QUE-AMOUNT-DISP(WS-QUE-COUNT)
005053     MOVE EX-EMPLOYEE-ID OF WS-QUEUE-ITEM TO WS-FIND-EMP-ID
005056     PERFORM 1540-SET-EMPLOYEE-COMPANY THRU 1540-EXIT
005059     MOVE WS-CO-FOUND-SUB TO WS-QUE-CO-SUB(WS-QUE-COUNT)
005062     MOVE EX-CURRENCY-CODE OF WS-QUEUE-ITEM TO WS-CNV-CURRENCY
005065     COMPUTE WS-CNV-AMOUNT =
005070         FUNCTION NUMVAL(EX-AMOUNT-DISPLAY OF WS-QUEUE-ITEM)
005072     PERFORM 4130-CONVERT-TO-HOME THRU 4130-EXIT
005074     MOVE WS-CNV-HOME-AMOUNT TO WS-QUE-AMOUNT(WS-QUE-COUNT)
005076     MOVE WS-CNV-PRICED-SW TO WS-QUE-PRICED-SW(WS-QUE-COUNT)
005080     MOVE ' ' TO WS-QUE-STATE-SW(WS-QUE-COUNT).
005090 2150-EXIT.
005100     EXIT.

005110*
005120*    AN ESCALATED ITEM WAS A HOLD ON THIS CYCLE'S EXCFILE.  THE
005130*    ESCALATION REPLACES THAT ENTRY SO THE ITEM ACCRUES ONCE.
005140*
005150 2200-LOAD-ONE-ESCALATION.
005160     READ ESCFILE INTO WS-QUEUE-ITEM
005170         AT END SET ESCFILE-EOF TO TRUE
005180         GO TO 2200-EXIT
005190     END-READ
005200     MOVE 0 TO WS-FOUND-QUE-SUB
005210     PERFORM 2210-LOOK-FOR-ESCALATED-ITEM THRU 2210-EXIT
005220         VARYING QY FROM 1 BY 1 UNTIL QY > WS-QUE-COUNT
005230     IF WS-FOUND-QUE-SUB GREATER THAN 0
005240         SET WS-QUE-SUPERSEDED(WS-FOUND-QUE-SUB) TO TRUE
005250     END-IF
005260     PERFORM 2150-STORE-QUEUE-ITEM THRU 2150-EXIT
005270     SET WS-QUE-FROM-ESCFILE(WS-QUE-COUNT) TO TRUE.
005280 2200-EXIT.
005290     EXIT.

005300 2210-LOOK-FOR-ESCALATED-ITEM.
005310     IF WS-QUE-FROM-EXCFILE(QY)
005320         AND WS-QUE-OPEN(QY)
005330         AND WS-QUE-EMP-ID(QY) = EX-EMPLOYEE-ID OF WS-QUEUE-ITEM
005340         AND WS-QUE-EXP-NAME(QY) =
005350             EX-EXPENSE-NAME OF WS-QUEUE-ITEM
005360         AND WS-QUE-AMOUNT-DISP(QY) =
005370             EX-AMOUNT-DISPLAY OF WS-QUEUE-ITEM
005380         MOVE QY TO WS-FOUND-QUE-SUB
005390         MOVE WS-QUE-COUNT TO QY
005400     END-IF.
005410 2210-EXIT.
005420     EXIT.

005430*
005440*    A DECISION MATCHES THE FIRST OPEN ITEM WITH THE SAME
005450*    EMPLOYEE, EXPENSE NAME AND AMOUNT, AS EXPENSE-APPROVALS
005460*    MATCHES IT.  APPROVED AND REJECTED ITEMS ARE NO LONGER
005470*    OPEN; A HOLD STAYS IN THE ACCRUAL.
005480*
005490 2300-APPLY-ONE-DECISION.
005500     READ DECFILE
005510         AT END SET DECFILE-EOF TO TRUE
005520         GO TO 2300-EXIT
005530     END-READ
005540     IF NOT DC-APPROVED AND NOT DC-REJECTED
005550         AND NOT DC-ON-HOLD
005560         GO TO 2300-EXIT
005570     END-IF
005580     MOVE DC-AMOUNT TO WS-DEC-AMOUNT-DISP
005590     MOVE 0 TO WS-FOUND-QUE-SUB
005600     PERFORM 2310-LOOK-FOR-DECIDED-ITEM THRU 2310-EXIT
005610         VARYING QY FROM 1 BY 1 UNTIL QY > WS-QUE-COUNT
005620     IF WS-FOUND-QUE-SUB = 0
005630         GO TO 2300-EXIT
005640     END-IF
005650     IF DC-ON-HOLD
005660         SET WS-QUE-HELD(WS-FOUND-QUE-SUB) TO TRUE
005670     ELSE
005680         SET WS-QUE-DECIDED(WS-FOUND-QUE-SUB) TO TRUE
005690         ADD 1 TO WS-DECIDED-COUNT
005700     END-IF.
005710 2300-EXIT.
005720     EXIT.

005730 2310-LOOK-FOR-DECIDED-ITEM.
005740     IF WS-QUE-OPEN(QY)
005750         AND WS-QUE-EMP-ID(QY) = DC-EMPLOYEE-ID
005760         AND WS-QUE-EXP-NAME(QY) = DC-EXPENSE-NAME
005770         AND WS-QUE-AMOUNT-DISP(QY) = WS-DEC-AMOUNT-DISP
005780         MOVE QY TO WS-FOUND-QUE-SUB
005790         MOVE WS-QUE-COUNT TO QY
005800     END-IF.
005810 2310-EXIT.
005820     EXIT.

005830*****************************************************
005840*  3000-ACCRUE-QUEUE-ITEM -- ONE HELD OR UNDECIDED     *
005850*  EXCEPTION.  A LINE ITEM PRICES BY ITS TYPE NAME.    *
005860*  A TRIP AUTHORIZATION ITEM CARRIES THE WHOLE TRIP,   *
005870*  SO IT ACCRUES THE TRIP TOTAL LESS THE EMPLOYEE'S    *
005880*  OTHER HELD LINES, WHICH ACCRUE ON THEIR OWN.        *
005883*  AN ITEM IN A CURRENCY WITH NO RATE ON FILE CANNOT   *
005886*  BE VALUED IN ITS COMPANY'S CURRENCY AND IS REPORTED.*
005890*****************************************************
005900 3000-ACCRUE-QUEUE-ITEM.
005910     IF WS-QUE-DECIDED(QX) OR WS-QUE-SUPERSEDED(QX)
005920         GO TO 3000-EXIT
005930     END-IF
005932     IF WS-QUE-EXP-NAME(QX) = 'ABUSE WATCH'
005934         GO TO 3000-EXIT
005936     END-IF
005940     IF WS-QUE-FROM-ESCFILE(QX)
005950         MOVE 'ESCALATED' TO WS-ACR-SOURCE
005960     ELSE
005970         MOVE 'HELD'      TO WS-ACR-SOURCE
005980     END-IF
005990     MOVE WS-QUE-EMP-ID(QX)   TO WS-ACR-EMP-ID
006000     MOVE WS-QUE-EXP-NAME(QX) TO WS-ACR-ITEM
006010     MOVE WS-QUE-AMOUNT(QX)   TO WS-ACR-AMOUNT
006020     MOVE 0                   TO WS-ACR-TYPE
006030     MOVE SPACES              TO WS-ACR-NOTE
006031     MOVE WS-QUE-CO-SUB(QX)   TO WS-ACR-CO-SUB
006032     IF NOT WS-QUE-PRICED(QX)
006033         ADD 1 TO WS-NOT-PRICED-COUNT
006034         DISPLAY WS-ACR-SOURCE ',' WS-ACR-EMP-ID ','
006035             FUNCTION TRIM(WS-ACR-ITEM) ',,,,,,,'
006036             'NOT PRICED -- NO FX RATE ON FILE'
006037         GO TO 3000-EXIT
006038     END-IF
006040     IF WS-QUE-EXP-NAME(QX) = 'TRIP AUTH'
006050         MOVE 0 TO WS-TRIP-HELD-LINES
006060         PERFORM 3020-ADD-HELD-LINE THRU 3020-EXIT
006070             VARYING QY FROM 1 BY 1 UNTIL QY > WS-QUE-COUNT
006080         IF WS-TRIP-HELD-LINES NOT LESS THAN WS-ACR-AMOUNT
006090             GO TO 3000-EXIT
006100         END-IF
006110         SUBTRACT WS-TRIP-HELD-LINES FROM WS-ACR-AMOUNT
006120         MOVE 'TRIP TOTAL LESS HELD LINES' TO WS-ACR-NOTE
006130     ELSE
006140         PERFORM 3010-LOOK-FOR-TYPE-NAME THRU 3010-EXIT
006150             VARYING TDX FROM 1 BY 1 UNTIL TDX > 9
006160     END-IF
006170     IF WS-ACR-AMOUNT = 0
006180         ADD 1 TO WS-NOT-PRICED-COUNT
006190         DISPLAY WS-ACR-SOURCE ',' WS-ACR-EMP-ID ','
006200             FUNCTION TRIM(WS-ACR-ITEM) ',,,,,,,'
006210             'NOT PRICED -- AMOUNT UNREADABLE'
006220         GO TO 3000-EXIT
006230     END-IF
006240     PERFORM 5000-WRITE-ACCRUAL THRU 5000-EXIT
006250     IF WS-QUE-FROM-ESCFILE(QX)
006260         ADD 1             TO WS-ESC-COUNT
006270         ADD WS-ACR-AMOUNT TO WS-CO-ESC-TOTAL(WS-ACR-CO-SUB)
006280     ELSE
006290         ADD 1             TO WS-HELD-COUNT
006300         ADD WS-ACR-AMOUNT TO WS-CO-HELD-TOTAL(WS-ACR-CO-SUB)
006310     END-IF.
006320 3000-EXIT.
006330     EXIT.

006340 3010-LOOK-FOR-TYPE-NAME.
006350     IF WS-TYP-LOADED(TDX)
006360         AND WS-TYP-NAME(TDX) = WS-ACR-ITEM
006370         MOVE TDX TO WS-ACR-TYPE
006380         MOVE 9 TO TDX
006390     END-IF.
006400 3010-EXIT.
006410     EXIT.

006420 3020-ADD-HELD-LINE.
006430     IF QY NOT = QX
006440         AND WS-QUE-EMP-ID(QY) = WS-QUE-EMP-ID(QX)
006450         AND WS-QUE-EXP-NAME(QY) NOT = 'TRIP AUTH'
006455         AND WS-QUE-EXP-NAME(QY) NOT = 'ABUSE WATCH'
006457         AND WS-QUE-PRICED(QY)
006460         AND NOT WS-QUE-DECIDED(QY)
006470         AND NOT WS-QUE-SUPERSEDED(QY)
006480         ADD WS-QUE-AMOUNT(QY) TO WS-TRIP-HELD-LINES
006490     END-IF.
006500 3020-EXIT.
006510     EXIT.

006520*****************************************************
006530*  4000-ACCRUE-SUSPENSE -- EVERY EXPENSE LINE EXPENSE- *
006540*  EDIT SUSPENDED.  HEADER REJECTS CARRY NO AMOUNT     *
006550*  (THEIR LINES ARE SUSPENDED IN THEIR OWN RIGHT) AND  *
006560*  ARE SKIPPED.  THE LINE IS CONVERTED TO THE HOME     *
006568*  CURRENCY OF THE EMPLOYEE'S COMPANY AT THE RATE IN   *
006576*  EFFECT ON THE ACCRUAL DATE; A UNIT-BASED LINE IS    *
006584*  QUANTITY TIMES THE PER-UNIT RATE IN EFFECT ON THAT  *
006592*  DATE.                                               *
006600*****************************************************
006610 4000-ACCRUE-SUSPENSE.
006620     OPEN INPUT SUSFILE
006630     IF WS-SUSFILE-STATUS = '00'
006640         PERFORM 4100-ACCRUE-ONE-SUSPENDED-LINE THRU 4100-EXIT
006650             UNTIL SUSFILE-EOF
006660     END-IF
006670     CLOSE SUSFILE.
006680 4000-EXIT.
006690     EXIT.

006700 4100-ACCRUE-ONE-SUSPENDED-LINE.
006710     READ SUSFILE
006720         AT END SET SUSFILE-EOF TO TRUE
006730         GO TO 4100-EXIT
006740     END-READ
006750     IF SU-SOURCE-FILE NOT = 'EXP'
006760         GO TO 4100-EXIT
006770     END-IF
006775     MOVE SU-RECORD-IMAGE TO WS-SUSPENDED-LINE
006780     IF EL-CREDIT-LINE
006785         GO TO 4100-EXIT
006790     END-IF
006795     MOVE 'SUSPENDED'    TO WS-ACR-SOURCE
006800     MOVE EL-EMPLOYEE-ID TO WS-ACR-EMP-ID
006802     MOVE EL-EMPLOYEE-ID TO WS-FIND-EMP-ID
006804     PERFORM 1540-SET-EMPLOYEE-COMPANY THRU 1540-EXIT
006806     MOVE WS-CO-FOUND-SUB TO WS-ACR-CO-SUB
006810     MOVE SU-REASON-CODE TO WS-ACR-ITEM
006820     MOVE 0              TO WS-ACR-TYPE
006830     MOVE SPACES         TO WS-ACR-NOTE
006840     IF EL-TYPE NUMERIC AND EL-TYPE GREATER THAN 0
006850         IF WS-TYP-LOADED(EL-TYPE)
006860             MOVE EL-TYPE TO WS-ACR-TYPE
006870         END-IF
006880     END-IF

006890     IF WS-ACR-TYPE GREATER THAN 0
006900         AND WS-TYP-UNIT-BASED(WS-ACR-TYPE)
006910         PERFORM 4110-PRICE-UNIT-BASED-LINE THRU 4110-EXIT
006920     ELSE
006930         PERFORM 4120-CONVERT-SUSPENDED-LINE THRU 4120-EXIT
006940     END-IF
006950     IF WS-ACR-NOTE NOT = SPACES
006960         ADD 1 TO WS-NOT-PRICED-COUNT
006970         DISPLAY WS-ACR-SOURCE ',' WS-ACR-EMP-ID ','
006980             FUNCTION TRIM(WS-ACR-ITEM) ',' WS-ACR-TYPE
006990             ',,,,,,NOT PRICED -- ' FUNCTION TRIM(WS-ACR-NOTE)
007000         GO TO 4100-EXIT
007010     END-IF
007020     MOVE SU-REASON-TEXT TO WS-ACR-NOTE
007030     PERFORM 5000-WRITE-ACCRUAL THRU 5000-EXIT
007040     ADD 1             TO WS-SUS-COUNT
007050     ADD WS-ACR-AMOUNT TO WS-CO-SUS-TOTAL(WS-ACR-CO-SUB).
007060 4100-EXIT.
007070     EXIT.

007080 4110-PRICE-UNIT-BASED-LINE.
007090     IF EL-QUANTITY NOT NUMERIC OR EL-QUANTITY = 0
007100         MOVE 'QUANTITY MISSING' TO WS-ACR-NOTE
007110         GO TO 4110-EXIT
007120     END-IF
007130     MOVE 0 TO WS-UNIT-RATE
007140     MOVE 0 TO WS-UNIT-RATE-DATE
007150     PERFORM 4115-CHECK-ONE-UNIT-RATE THRU 4115-EXIT
007160         VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIMIT-COUNT
007170     IF WS-UNIT-RATE-DATE = 0
007180         MOVE 'NO PER-UNIT RATE ON FILE' TO WS-ACR-NOTE
007190         GO TO 4110-EXIT
007200     END-IF
007210     COMPUTE WS-ACR-AMOUNT ROUNDED =
007220         EL-QUANTITY * WS-UNIT-RATE.
007230 4110-EXIT.
007240     EXIT.

007250 4115-CHECK-ONE-UNIT-RATE.
007260     IF WS-LIM-TYPE(LX) = WS-ACR-TYPE
007270         AND WS-LIM-EFF-DATE(LX) NOT GREATER THAN
007280             WS-ACCRUAL-DATE
007290         AND WS-LIM-EFF-DATE(LX) GREATER THAN WS-UNIT-RATE-DATE
007300         MOVE WS-LIM-AMOUNT(LX)   TO WS-UNIT-RATE
007310         MOVE WS-LIM-EFF-DATE(LX) TO WS-UNIT-RATE-DATE
007320     END-IF.
007330 4115-EXIT.
007340     EXIT.

007350 4120-CONVERT-SUSPENDED-LINE.
007360     IF EL-AMOUNT NOT NUMERIC
007370         MOVE 'AMOUNT NOT NUMERIC' TO WS-ACR-NOTE
007380         GO TO 4120-EXIT
007390     END-IF
007400     MOVE EL-CURRENCY-CODE TO WS-CNV-CURRENCY
007410     MOVE EL-AMOUNT        TO WS-CNV-AMOUNT
007420     PERFORM 4130-CONVERT-TO-HOME THRU 4130-EXIT
007430     IF NOT CNV-PRICED
007440         MOVE 'NO FX RATE ON FILE' TO WS-ACR-NOTE
007450         GO TO 4120-EXIT
007490     END-IF
007500     MOVE WS-CNV-HOME-AMOUNT TO WS-ACR-AMOUNT.
007520 4120-EXIT.
007530     EXIT.

007540 4125-CHECK-ONE-FX-RATE.
007550     IF WS-FX-CURRENCY(FXX) = WS-FX-LOOKUP-CURRENCY
007560         AND WS-FX-EFF-DATE(FXX) NOT GREATER THAN
007570             WS-ACCRUAL-DATE
007580         AND WS-FX-EFF-DATE(FXX) GREATER THAN
007590             WS-FX-LOOKUP-EFF-DATE
007600         MOVE WS-FX-RATE(FXX)     TO WS-FX-LOOKUP-RATE
007610         MOVE WS-FX-EFF-DATE(FXX) TO WS-FX-LOOKUP-EFF-DATE
007620     END-IF.
007630 4125-EXIT.
007640     EXIT.

007641*
007642*    CONVERT WS-CNV-AMOUNT FROM WS-CNV-CURRENCY INTO WS-HOME-
007643*    CURRENCY, CROSSING THROUGH THE BASE CURRENCY THE RATES
007644*    ARE QUOTED TO.  A BLANK CURRENCY IS ALREADY HOME.  WITH
007645*    EITHER RATE MISSING CNV-PRICED IS LEFT OFF.
007646*
007647 4130-CONVERT-TO-HOME.
007648     MOVE 'Y' TO WS-CNV-PRICED-SW
007649     IF WS-CNV-CURRENCY = WS-HOME-CURRENCY
007650         OR WS-CNV-CURRENCY = SPACES
007651         MOVE WS-CNV-AMOUNT TO WS-CNV-HOME-AMOUNT
007652         GO TO 4130-EXIT
007653     END-IF
007654     MOVE WS-CNV-CURRENCY TO WS-FX-LOOKUP-CURRENCY
007655     PERFORM 4135-LOOKUP-BASE-RATE THRU 4135-EXIT
007656     MOVE WS-FX-LOOKUP-RATE TO WS-CNV-FROM-RATE
007657     IF WS-FX-LOOKUP-EFF-DATE NOT = 0
007658         MOVE WS-HOME-CURRENCY TO WS-FX-LOOKUP-CURRENCY
007659         PERFORM 4135-LOOKUP-BASE-RATE THRU 4135-EXIT
007660     END-IF
007661     IF WS-FX-LOOKUP-EFF-DATE = 0
007662         MOVE 'N' TO WS-CNV-PRICED-SW
007663         MOVE 0 TO WS-CNV-HOME-AMOUNT
007664         GO TO 4130-EXIT
007665     END-IF
007666     COMPUTE WS-CNV-HOME-AMOUNT ROUNDED =
007667         WS-CNV-AMOUNT * WS-CNV-FROM-RATE / WS-FX-LOOKUP-RATE.
007668 4130-EXIT.
007669     EXIT.

007670*
007671*    THE RATE FROM WS-FX-LOOKUP-CURRENCY TO THE BASE CURRENCY
007672*    IN EFFECT ON THE ACCRUAL DATE.  THE BASE CURRENCY ITSELF
007673*    IS PAR.  WS-FX-LOOKUP-EFF-DATE IS LEFT ZERO WHEN NO RATE
007674*    IS ON FILE.
007675*
007676 4135-LOOKUP-BASE-RATE.
007677     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
007678     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
007679     IF WS-FX-LOOKUP-CURRENCY = WS-FX-BASE-CURRENCY
007680         MOVE WS-ACCRUAL-DATE TO WS-FX-LOOKUP-EFF-DATE
007681         GO TO 4135-EXIT
007682     END-IF
007683     PERFORM 4125-CHECK-ONE-FX-RATE THRU 4125-EXIT
007684         VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT.
007685 4135-EXIT.
007686     EXIT.

007687*****************************************************
007688*  4500-ACCRUE-PENDING-PAYMENTS -- EVERY PAYMENT ON    *
007689*  PAYSTAT EXTRACTED BY THE ACCRUAL DATE AND STILL     *
007693*  PENDING.  A REQUEUED ENTRY IS NOT ACCRUED -- ITS    *
007697*  PENDING REPLACEMENT CARRIES THE AMOUNT.  THE        *
007701*  HISTORY LINES THE SAME REPORT RUN WROTE FOR THE     *
007705*  EMPLOYEE SPREAD THE NET AMOUNT OVER THE TYPES IT    *
007709*  PAYS FOR; A PAYMENT WITH NO SUCH HISTORY POSTS      *
007713*  WHOLE TO THE UNMAPPED ACCOUNT.                      *
007723*  THE PAYMENT ACCRUES TO THE PAYING COMPANY ON        *
007726*  PAYSTAT, IN THAT COMPANY'S HOME CURRENCY.           *
007730*****************************************************
007740 4500-ACCRUE-PENDING-PAYMENTS.
007750     OPEN INPUT PAYSTAT
007760     IF WS-PAYSTAT-STATUS = '00'
007770         PERFORM 4510-LOAD-ONE-PAYMENT THRU 4510-EXIT
007780             UNTIL PAYSTAT-EOF
007790     END-IF
007800     CLOSE PAYSTAT
007810     IF WS-PEND-COUNT = 0
007820         GO TO 4500-EXIT
007830     END-IF

007840     OPEN INPUT HSTFILE
007850     IF WS-HSTFILE-STATUS = '00'
007860         PERFORM 4600-SPREAD-ONE-HISTORY-LINE THRU 4600-EXIT
007870             UNTIL HSTFILE-EOF
007880     END-IF
007890     CLOSE HSTFILE

007900     PERFORM 4700-ACCRUE-ONE-PAYMENT THRU 4700-EXIT
007910         VARYING PNX FROM 1 BY 1 UNTIL PNX > WS-PEND-COUNT.
007920 4500-EXIT.
007930     EXIT.

007940 4510-LOAD-ONE-PAYMENT.
007950     READ PAYSTAT
007960         AT END SET PAYSTAT-EOF TO TRUE
007970         GO TO 4510-EXIT
007980     END-READ
007990     IF NOT PS-PENDING AND NOT PS-REQUEUED
008000         GO TO 4510-EXIT
008010     END-IF
008020     IF PS-RUN-DATE NOT NUMERIC
008030         OR PS-RUN-DATE GREATER THAN WS-ACCRUAL-DATE
008040         GO TO 4510-EXIT
008050     END-IF
008051     MOVE PS-COMPANY-CODE TO WS-CO-LOOKUP-CODE
008052     PERFORM 1550-SET-COMPANY THRU 1550-EXIT
008053     MOVE PS-CURRENCY     TO WS-CNV-CURRENCY
008054     MOVE PS-NET-AMOUNT   TO WS-CNV-AMOUNT
008055     PERFORM 4130-CONVERT-TO-HOME THRU 4130-EXIT
008056     IF NOT CNV-PRICED
008057         ADD 1 TO WS-NOT-PRICED-COUNT
008058         DISPLAY 'PAYMENT,' PS-EMPLOYEE-ID ',PAYSTAT,,,,,,,'
008059             'NOT PRICED -- NO FX RATE ON FILE'
008060         GO TO 4510-EXIT
008061     END-IF
008062     IF WS-PEND-COUNT = 20000
008070         DISPLAY 'PAYSTAT HAS MORE THAN 20000 PENDING '
008080             'PAYMENTS -- INCREASE THE WS-PEND-TABLE SIZE '
008090             'TO CONTINUE'
008100         MOVE 16 TO RETURN-CODE
008110         GOBACK
008120     END-IF
008130     ADD 1 TO WS-PEND-COUNT
008140     MOVE PS-EMPLOYEE-ID TO WS-PEND-EMP-ID(WS-PEND-COUNT)
008150     MOVE PS-RUN-DATE    TO WS-PEND-RUN-DATE(WS-PEND-COUNT)
008156     MOVE WS-CNV-HOME-AMOUNT TO WS-PEND-NET(WS-PEND-COUNT)
008162     MOVE WS-CO-FOUND-SUB    TO WS-PEND-CO-SUB(WS-PEND-COUNT)
008170     MOVE 0              TO WS-PEND-HIST-TOTAL(WS-PEND-COUNT)
008180     PERFORM 4520-ZERO-ONE-TYPE-AMOUNT THRU 4520-EXIT
008190         VARYING TDX FROM 1 BY 1 UNTIL TDX > 9.
008200 4510-EXIT.
008210     EXIT.

008220 4520-ZERO-ONE-TYPE-AMOUNT.
008230     MOVE 0 TO WS-PEND-TYPE-AMT(WS-PEND-COUNT, TDX).
008240 4520-EXIT.
008250     EXIT.

008260 4600-SPREAD-ONE-HISTORY-LINE.
008270     READ HSTFILE
008280         AT END SET HSTFILE-EOF TO TRUE
008290         GO TO 4600-EXIT
008300     END-READ
008310     IF HX-REPORT-DATE NOT NUMERIC
008320         OR HX-HOME-AMOUNT NOT NUMERIC
008330         OR HX-TYPE NOT NUMERIC
008340         OR HX-TYPE = 0
008350         GO TO 4600-EXIT
008360     END-IF
008370     MOVE 0 TO WS-FOUND-PEND-SUB
008380     PERFORM 4610-LOOK-FOR-PAYMENT THRU 4610-EXIT
008390         VARYING PNX FROM 1 BY 1 UNTIL PNX > WS-PEND-COUNT
008400     IF WS-FOUND-PEND-SUB = 0
008410         GO TO 4600-EXIT
008420     END-IF
008422     IF HX-CREDIT-LINE
008424         PERFORM 4605-TAKE-CREDIT-LINE THRU 4605-EXIT
008426         GO TO 4600-EXIT
008428     END-IF
008430     ADD HX-HOME-AMOUNT
008432         TO WS-PEND-TYPE-AMT(WS-FOUND-PEND-SUB, HX-TYPE)
008434     ADD HX-HOME-AMOUNT
008436         TO WS-PEND-HIST-TOTAL(WS-FOUND-PEND-SUB).
008438 4600-EXIT.
008440     EXIT.

008442*
008444*    A CREDIT LINE REDUCES ITS TYPE'S SHARE OF THE PAYMENT, BUT
008446*    ONLY BY AS MUCH AS THE TYPE HAS BEEN CHARGED SO FAR.
008448*
008450 4605-TAKE-CREDIT-LINE.
008452     MOVE HX-HOME-AMOUNT TO WS-HIST-CREDIT-AMT
008454     IF WS-HIST-CREDIT-AMT GREATER THAN
008456         WS-PEND-TYPE-AMT(WS-FOUND-PEND-SUB, HX-TYPE)
008458         MOVE WS-PEND-TYPE-AMT(WS-FOUND-PEND-SUB, HX-TYPE)
008460             TO WS-HIST-CREDIT-AMT
008462     END-IF
008464     SUBTRACT WS-HIST-CREDIT-AMT
008466         FROM WS-PEND-TYPE-AMT(WS-FOUND-PEND-SUB, HX-TYPE)
008468     SUBTRACT WS-HIST-CREDIT-AMT
008470         FROM WS-PEND-HIST-TOTAL(WS-FOUND-PEND-SUB).
008472 4605-EXIT.
008474     EXIT.

008490 4610-LOOK-FOR-PAYMENT.
008500     IF WS-PEND-EMP-ID(PNX) = HX-EMPLOYEE-ID
008510         AND WS-PEND-RUN-DATE(PNX) = HX-REPORT-DATE
008520         MOVE PNX TO WS-FOUND-PEND-SUB
008530         MOVE WS-PEND-COUNT TO PNX
008540     END-IF.
008550 4610-EXIT.
008560     EXIT.

008570*
008580*    EACH TYPE TAKES ITS SHARE OF THE NET AMOUNT; THE LAST
008590*    TYPE TAKES WHATEVER REMAINS SO THE ROWS SUM BACK TO THE
008600*    PAYMENT EXACTLY, AS THE REPORT RUN SPLITS PROJECTS.
008610*
008620 4700-ACCRUE-ONE-PAYMENT.
008630     MOVE 'PAYMENT'            TO WS-ACR-SOURCE
008640     MOVE WS-PEND-EMP-ID(PNX)  TO WS-ACR-EMP-ID
008645     MOVE WS-PEND-CO-SUB(PNX)  TO WS-ACR-CO-SUB
008650     MOVE 'PAYSTAT'            TO WS-ACR-ITEM
008660     MOVE SPACES               TO WS-ACR-NOTE
008670     STRING 'EXTRACTED ' WS-PEND-RUN-DATE(PNX)
008680         DELIMITED BY SIZE INTO WS-ACR-NOTE
008690     ADD 1 TO WS-PAY-COUNT
008700     ADD WS-PEND-NET(PNX) TO WS-CO-PAY-TOTAL(WS-ACR-CO-SUB)
008710     IF WS-PEND-HIST-TOTAL(PNX) = 0
008720         MOVE 0                 TO WS-ACR-TYPE
008730         MOVE WS-PEND-NET(PNX)  TO WS-ACR-AMOUNT
008740         PERFORM 5000-WRITE-ACCRUAL THRU 5000-EXIT
008750         GO TO 4700-EXIT
008760     END-IF
008770     MOVE 0 TO WS-SPLIT-NAMED
008780     PERFORM 4710-COUNT-ONE-TYPE THRU 4710-EXIT
008790         VARYING TDX FROM 1 BY 1 UNTIL TDX > 9
008800     MOVE WS-PEND-NET(PNX) TO WS-SPLIT-REMAINDER
008810     MOVE 0 TO WS-SPLIT-SEQ
008820     PERFORM 4720-ACCRUE-ONE-TYPE-SHARE THRU 4720-EXIT
008830         VARYING TDX FROM 1 BY 1 UNTIL TDX > 9.
008840 4700-EXIT.
008850     EXIT.

008860 4710-COUNT-ONE-TYPE.
008870     IF WS-PEND-TYPE-AMT(PNX, TDX) GREATER THAN 0
008880         ADD 1 TO WS-SPLIT-NAMED
008890     END-IF.
008900 4710-EXIT.
008910     EXIT.

008920 4720-ACCRUE-ONE-TYPE-SHARE.
008930     IF WS-PEND-TYPE-AMT(PNX, TDX) = 0
008940         GO TO 4720-EXIT
008950     END-IF
008960     ADD 1 TO WS-SPLIT-SEQ
008970     IF WS-SPLIT-SEQ = WS-SPLIT-NAMED
008980         MOVE WS-SPLIT-REMAINDER TO WS-ACR-AMOUNT
008990     ELSE
009000         COMPUTE WS-ACR-AMOUNT ROUNDED =
009010             WS-PEND-NET(PNX) * WS-PEND-TYPE-AMT(PNX, TDX)
009020             / WS-PEND-HIST-TOTAL(PNX)
009030     END-IF
009040     SUBTRACT WS-ACR-AMOUNT FROM WS-SPLIT-REMAINDER
009050     MOVE TDX TO WS-ACR-TYPE
009060     IF WS-ACR-AMOUNT GREATER THAN 0
009070         PERFORM 5000-WRITE-ACCRUAL THRU 5000-EXIT
009080     END-IF.
009090 4720-EXIT.
009100     EXIT.

009110*****************************************************
009120*  5000-WRITE-ACCRUAL -- THE ACCRUAL ROW DATED THE     *
009130*  LAST DAY OF THE MONTH AND ITS REVERSAL CREDIT DATED *
009140*  THE FIRST DAY OF THE NEXT, BOTH AGAINST THE TYPE'S  *
009150*  GL ACCOUNT AND COST CENTER.  ONE DETAIL LINE PER    *
009160*  PAIR, ROLLED INTO THE ACCOUNT SUMMARY.              *
009163*  BOTH ROWS POST TO THE ITEM'S COMPANY IN ITS HOME    *
009166*  CURRENCY.                                           *
009170*****************************************************
009180 5000-WRITE-ACCRUAL.
009190     IF WS-ACR-TYPE GREATER THAN 0
009200         AND WS-TYP-LOADED(WS-ACR-TYPE)
009210         MOVE WS-TYP-GL-ACCOUNT(WS-ACR-TYPE)
009220             TO WS-ACR-GL-ACCOUNT
009230         MOVE WS-TYP-CC(WS-ACR-TYPE) TO WS-ACR-CC
009240     ELSE
009250         MOVE 'UNMAPPED  ' TO WS-ACR-GL-ACCOUNT
009260         MOVE 'UNASGN'     TO WS-ACR-CC
009270         ADD 1 TO WS-UNMAPPED-COUNT
009280     END-IF
009290     MOVE SPACES TO GLEXT-RECORD
009300     MOVE WS-ACR-EMP-ID      TO GX-EMPLOYEE-ID
009310     MOVE WS-ACR-TYPE        TO GX-TYPE
009320     MOVE WS-ACR-AMOUNT      TO GX-AMOUNT
009326     MOVE WS-CO-CURRENCY(WS-ACR-CO-SUB) TO GX-CURRENCY-CODE
009332     MOVE WS-CO-CODE(WS-ACR-CO-SUB)     TO GX-COMPANY-CODE
009340     MOVE WS-ACR-GL-ACCOUNT  TO GX-GL-ACCOUNT
009350     MOVE WS-ACR-CC          TO GX-COST-CENTER
009360     MOVE WS-ACCRUAL-DATE    TO GX-RUN-DATE
009370     SET GX-DEBIT            TO TRUE
009380     WRITE GLEXT-RECORD
009390     MOVE WS-REVERSAL-DATE   TO GX-RUN-DATE
009400     SET GX-CREDIT           TO TRUE
009410     WRITE GLEXT-RECORD

009416     ADD 1 TO WS-CO-ITEM-COUNT(WS-ACR-CO-SUB)
009422     ADD WS-ACR-AMOUNT TO WS-CO-ACCRUAL-TOTAL(WS-ACR-CO-SUB)
009430     MOVE 0 TO WS-ACCT-CUR-SUB
009440     PERFORM 5010-LOOK-FOR-ACCOUNT THRU 5010-EXIT
009450         VARYING ACX FROM 1 BY 1 UNTIL ACX > WS-ACCT-COUNT
009460     IF WS-ACCT-CUR-SUB = 0
009470         PERFORM 5020-ADD-ACCOUNT THRU 5020-EXIT
009480     END-IF
009490     ADD WS-ACR-AMOUNT TO WS-ACCT-AMOUNT(WS-ACCT-CUR-SUB)
009500     MOVE WS-ACR-AMOUNT TO WS-FORMATTED-AMOUNT
009510     DISPLAY WS-ACR-SOURCE ',' WS-ACR-EMP-ID ','
009520         FUNCTION TRIM(WS-ACR-ITEM) ',' WS-ACR-TYPE ','
009525         WS-CO-CODE(WS-ACR-CO-SUB) ','
009530         WS-ACR-GL-ACCOUNT ',' WS-ACR-CC ','
009540         WS-FORMATTED-AMOUNT ','
009545         WS-CO-CURRENCY(WS-ACR-CO-SUB) ','
009550         FUNCTION TRIM(WS-ACR-NOTE).
009560 5000-EXIT.
009570     EXIT.

009580 5010-LOOK-FOR-ACCOUNT.
009586     IF WS-ACCT-CO-SUB(ACX) = WS-ACR-CO-SUB
009592         AND WS-ACCT-GL-ACCOUNT(ACX) = WS-ACR-GL-ACCOUNT
009600         AND WS-ACCT-CC(ACX) = WS-ACR-CC
009610         MOVE ACX TO WS-ACCT-CUR-SUB
009620         MOVE WS-ACCT-COUNT TO ACX
009630     END-IF.
009640 5010-EXIT.
009650     EXIT.

009660 5020-ADD-ACCOUNT.
009670     IF WS-ACCT-COUNT = 100
009680         DISPLAY 'MORE THAN 100 COMPANY/GL ACCOUNT/COST CENTER '
009690             'COMBINATIONS -- INCREASE THE WS-ACCT-TABLE '
009700             'SIZE TO CONTINUE'
009710         MOVE 16 TO RETURN-CODE
009720         GOBACK
009730     END-IF
009740     ADD 1 TO WS-ACCT-COUNT
009750     MOVE WS-ACCT-COUNT TO WS-ACCT-CUR-SUB
009755     MOVE WS-ACR-CO-SUB     TO WS-ACCT-CO-SUB(WS-ACCT-CUR-SUB)
009760     MOVE WS-ACR-GL-ACCOUNT TO WS-ACCT-GL-ACCOUNT(WS-ACCT-CUR-SUB)
009770     MOVE WS-ACR-CC         TO WS-ACCT-CC(WS-ACCT-CUR-SUB)
009780     MOVE 0                 TO WS-ACCT-AMOUNT(WS-ACCT-CUR-SUB).
009790 5020-EXIT.
009800     EXIT.

009810*
009820*    TIE THE DETAIL REPORT TO THE FILE.  THE FILE TOTALS ARE
009830*    SUMMED BACK UP FROM THE ROWS ACTUALLY WRITTEN TO ACCGL,
009836*    NOT CARRIED OVER FROM THE LOOP THAT WROTE THEM, AND
009842*    TOTALLED BY THE COMPANY ON THE ROW.
009850*
009860 5500-TIE-ACCRUAL-FILE.
009870     CLOSE ACCGL
009880     OPEN INPUT ACCGL
009890     MOVE 'ACCGL   ' TO WS-CHECK-FILE-NAME
009900     MOVE WS-ACCGL-STATUS TO WS-CHECK-STATUS
009910     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
009920     PERFORM 5510-SUM-ONE-ACCRUAL-ROW THRU 5510-EXIT
009930         UNTIL ACCGL-EOF
009940     CLOSE ACCGL.
009950 5500-EXIT.
009960     EXIT.

009970 5510-SUM-ONE-ACCRUAL-ROW.
009980     READ ACCGL
009990         AT END SET ACCGL-EOF TO TRUE
010000         GO TO 5510-EXIT
010010     END-READ
010013     MOVE GX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
010016     PERFORM 1550-SET-COMPANY THRU 1550-EXIT
010020     IF GX-CREDIT
010030         IF GX-RUN-DATE = WS-REVERSAL-DATE
010040             ADD GX-AMOUNT TO WS-CO-FILE-CREDIT(WS-CO-FOUND-SUB)
010050         END-IF
010060     ELSE
010070         IF GX-RUN-DATE = WS-ACCRUAL-DATE
010080             ADD GX-AMOUNT TO WS-CO-FILE-DEBIT(WS-CO-FOUND-SUB)
010090         END-IF
010100     END-IF.
010110 5510-EXIT.
010120     EXIT.

010130*****************************************************
010140*  8000-PRINT-ACCRUAL-SUMMARY -- TOTALS BY SOURCE, THE *
010150*  ACCOUNT SUMMARY CONTROLLERSHIP BOOKS FROM, AND THE  *
010160*  TIE OF THE REPORT TO THE FILE, COMPANY BY COMPANY.  *
010170*  AN ITEM THAT COULD NOT BE PRICED RETURNS 4; A       *
010180*  COMPANY WHOSE ROWS DO NOT TIE RETURNS 8.            *
010190*****************************************************
010200 8000-PRINT-ACCRUAL-SUMMARY.
010210     DISPLAY ' '
010220     DISPLAY 'COMPANY,GL ACCOUNT,COST CENTER,ACCRUED,CURRENCY'
010230     PERFORM 8010-PRINT-ONE-ACCOUNT THRU 8010-EXIT
010240         VARYING ACX FROM 1 BY 1 UNTIL ACX > WS-ACCT-COUNT
010250     DISPLAY ' '
010260     DISPLAY '===== ACCRUAL SUMMARY ====='
010280     DISPLAY 'HELD EXCEPTIONS ........... ' WS-HELD-COUNT
010310     DISPLAY 'ESCALATED EXCEPTIONS ...... ' WS-ESC-COUNT
010340     DISPLAY 'SUSPENDED LINES ........... ' WS-SUS-COUNT
010370     DISPLAY 'PENDING PAYMENTS .......... ' WS-PAY-COUNT
010390     DISPLAY 'DECIDED ITEMS EXCLUDED .... ' WS-DECIDED-COUNT
010400     DISPLAY 'ITEMS NOT PRICED .......... ' WS-NOT-PRICED-COUNT
010410     DISPLAY 'ROWS TO UNMAPPED ACCOUNT .. ' WS-UNMAPPED-COUNT
010420     PERFORM 8100-PRINT-ONE-COMPANY THRU 8100-EXIT
010430         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
010480     IF WS-NOT-PRICED-COUNT GREATER THAN 0
010490         MOVE 4 TO RETURN-CODE
010500     END-IF
010510     IF WS-TIE-FAIL-COUNT = 0
010530         DISPLAY 'ACCRUAL FILE TIES TO THE DETAIL REPORT'
010540     ELSE
010550         DISPLAY 'WARNING: ACCRUAL FILE DOES NOT TIE TO THE '
010560             'DETAIL REPORT -- INVESTIGATE BEFORE POSTING'
010570         MOVE 8 TO RETURN-CODE
010580     END-IF.
010590 8000-EXIT.
010600     EXIT.

010610 8010-PRINT-ONE-ACCOUNT.
010620     MOVE WS-ACCT-AMOUNT(ACX) TO WS-FORMATTED-TOTAL
010626     DISPLAY WS-CO-CODE(WS-ACCT-CO-SUB(ACX)) ','
010632         WS-ACCT-GL-ACCOUNT(ACX) ','
010640         WS-ACCT-CC(ACX) ','
010646         WS-FORMATTED-TOTAL ','
010652         WS-CO-CURRENCY(WS-ACCT-CO-SUB(ACX)).
010660 8010-EXIT.
010670     EXIT.

010680*
010690*    THE TOTALS FOR EACH COMPANY WITH ANYTHING ACCRUED OR ON
010700*    THE FILE, IN THAT COMPANY'S HOME CURRENCY, AND THE TIE
010710*    OF ITS ROWS TO ITS DETAIL LINES.
010720*
010730 8100-PRINT-ONE-COMPANY.
010740     IF WS-CO-ITEM-COUNT(COX) = 0
010750         AND WS-CO-FILE-DEBIT(COX) = 0
010760         AND WS-CO-FILE-CREDIT(COX) = 0
010770         GO TO 8100-EXIT
010780     END-IF
010790     DISPLAY 'COMPANY ' WS-CO-CODE(COX) ' '
010800         FUNCTION TRIM(WS-CO-NAME(COX))
010810         ' -- AMOUNTS IN ' WS-CO-CURRENCY(COX)
010820     MOVE WS-CO-HELD-TOTAL(COX) TO WS-FORMATTED-TOTAL
010830     DISPLAY '  HELD EXCEPTIONS ......... ' WS-FORMATTED-TOTAL
010840     MOVE WS-CO-ESC-TOTAL(COX) TO WS-FORMATTED-TOTAL
010850     DISPLAY '  ESCALATED EXCEPTIONS .... ' WS-FORMATTED-TOTAL
010860     MOVE WS-CO-SUS-TOTAL(COX) TO WS-FORMATTED-TOTAL
010870     DISPLAY '  SUSPENDED LINES ......... ' WS-FORMATTED-TOTAL
010880     MOVE WS-CO-PAY-TOTAL(COX) TO WS-FORMATTED-TOTAL
010890     DISPLAY '  PENDING PAYMENTS ........ ' WS-FORMATTED-TOTAL
010900     MOVE WS-CO-ACCRUAL-TOTAL(COX) TO WS-FORMATTED-TOTAL
010910     DISPLAY '  ACCRUAL TOTAL ........... ' WS-FORMATTED-TOTAL
010920     MOVE WS-CO-FILE-DEBIT(COX) TO WS-FORMATTED-TOTAL
010930     DISPLAY '  ACCGL ACCRUAL ROWS ...... ' WS-FORMATTED-TOTAL
010940     MOVE WS-CO-FILE-CREDIT(COX) TO WS-FORMATTED-TOTAL
010950     DISPLAY '  ACCGL REVERSAL ROWS ..... ' WS-FORMATTED-TOTAL
010960     IF WS-CO-FILE-DEBIT(COX) = WS-CO-ACCRUAL-TOTAL(COX)
010970         AND WS-CO-FILE-CREDIT(COX) = WS-CO-ACCRUAL-TOTAL(COX)
010980         DISPLAY '  TIES TO THE DETAIL REPORT'
010990     ELSE
011000         DISPLAY '  DOES NOT TIE TO THE DETAIL REPORT'
011010         ADD 1 TO WS-TIE-FAIL-COUNT
011020     END-IF.
011030 8100-EXIT.
011040     EXIT.
