000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-SEPARATION.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  SEPARATION CLEARANCE
000130*                     FOR EMPLOYEES ON THE HR TERMINATION FEED
000140*                     (TRMFILE).  PRINTS A CLEARANCE REPORT PER
000150*                     LEAVER -- OPEN ADVANCES NET OF CLAIMS NOT
000160*                     YET SETTLED, CARD CHARGES WITH NO CLAIM,
000170*                     ITEMS AWAITING APPROVAL (THEIR OWN, AND
000180*                     THOSE ROUTED TO THEM AS APPROVER),
000190*                     PAYMENTS PENDING OR RETURNED, AND THE
000200*                     DUE-TO-COMPANY BALANCE -- AND WRITES THE
000210*                     FINAL-PAY DEDUCTION EXTRACT (FPDFILE) FOR
000220*                     PAYROLL.  APRFILE RECORDS NAMING A LEAVER
000230*                     AS APPROVER OR NEXT LEVEL ARE FLAGGED FOR
000240*                     REASSIGNMENT WITH THE REPLACEMENT HR
000250*                     NAMED, SO EXPENSE-APPROVALS REROUTES
000260*                     THEIR QUEUE UNTIL MASTER MAINTENANCE
000270*                     REASSIGNS THE DEPARTMENT.
000271*    10/15/2026 DK    EACH LEAVER IS CLEARED IN THE HOME CURRENCY
000272*                     OF THEIR OWN COMPANY (COMFILE), TAKEN FROM
000273*                     THE CYCLE HEADER OR THEIR LATEST HISTORY
000274*                     LINE.  FPDFILE CARRIES THE COMPANY AND ITS
000275*                     CURRENCY SO EACH PAYROLL DEDUCTS IN ITS OWN
000276*                     CURRENCY; SUMMARY TOTALS ARE PER COMPANY.
000277*    10/15/2026 DK    A REQUEUED PAYSTAT ENTRY IS NO LONGER
000278*                     LISTED.  ITS PENDING REPLACEMENT IS, SO THE
000279*                     PAYMENT APPEARS ONCE.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRMFILE ASSIGN TO "TRMFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRMFILE-STATUS.

000380     SELECT TYPFILE ASSIGN TO "TYPFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TYPFILE-STATUS.

000402     SELECT OPTIONAL HDRFILE ASSIGN TO "HDRFILE"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-HDRFILE-STATUS.

000407     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-COMFILE-STATUS.

000410     SELECT OPTIONAL FXFILE ASSIGN TO "FXFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FXFILE-STATUS.

000440     SELECT OPTIONAL LIMFILE ASSIGN TO "LIMFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LIMFILE-STATUS.

000470     SELECT OPTIONAL ADVFILE ASSIGN TO "ADVFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ADVFILE-STATUS.

000500     SELECT OPTIONAL EXPFILE ASSIGN TO "EXPFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EXPFILE-STATUS.

000530     SELECT OPTIONAL SUSFILE ASSIGN TO "SUSFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SUSFILE-STATUS.

000560     SELECT OPTIONAL HSTFILE ASSIGN TO "HSTFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HSTFILE-STATUS.

000590     SELECT OPTIONAL CRDFILE ASSIGN TO "CRDFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CRDFILE-STATUS.

000620     SELECT OPTIONAL EXCFILE ASSIGN TO "EXCFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EXCFILE-STATUS.

000650     SELECT OPTIONAL ESCFILE ASSIGN TO "ESCFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ESCFILE-STATUS.

000680     SELECT OPTIONAL DECFILE ASSIGN TO "DECFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DECFILE-STATUS.

000710     SELECT OPTIONAL PAYSTAT ASSIGN TO "PAYSTAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PAYSTAT-STATUS.

000740     SELECT OPTIONAL DUEFILE ASSIGN TO "DUEFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DUEFILE-STATUS.

000770     SELECT OPTIONAL APRFILE ASSIGN TO "APRFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-APRFILE-STATUS.

000800     SELECT FPDFILE ASSIGN TO "FPDFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FPDFILE-STATUS.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  TRMFILE
000860     LABEL RECORDS ARE STANDARD
000870     DATA RECORD IS TERMINATION-RECORD.
000880     COPY TERMREC.

000890 FD  TYPFILE
000900     LABEL RECORDS ARE STANDARD
000910     DATA RECORD IS EXPTYPE-RECORD.
000920     COPY EXPTYPE.

000922 FD  HDRFILE
000924     LABEL RECORDS ARE STANDARD
000926     DATA RECORD IS EMPHDR-RECORD.
000928     COPY EMPHDR.

000930 FD  COMFILE
000932     LABEL RECORDS ARE STANDARD
000934     DATA RECORD IS COMPANY-MASTER-RECORD.
000936     COPY COMPMAST.

000938 FD  FXFILE
000940     LABEL RECORDS ARE STANDARD
000950     DATA RECORD IS FXRATE-RECORD.
000960     COPY FXRATE.

000970 FD  LIMFILE
000980     LABEL RECORDS ARE STANDARD
000990     DATA RECORD IS EXPLIM-RECORD.
001000     COPY EXPLIM.

001010 FD  ADVFILE
001020     LABEL RECORDS ARE STANDARD
001030     DATA RECORD IS ADVANCE-RECORD.
001040     COPY ADVREC.

001050*
001060*    THIS CYCLE'S EXPENSE LINES AND THE SUSPENDED ONES ARE BOTH
001070*    LAID OVER THE EXPLINE LAYOUT IN WS-CLAIM-LINE.
001080*
001090 FD  EXPFILE
001100     LABEL RECORDS ARE STANDARD
001110     DATA RECORD IS EXPFILE-RECORD.
001120 01  EXPFILE-RECORD              PIC X(120).

001130 FD  SUSFILE
001140     LABEL RECORDS ARE STANDARD
001150     DATA RECORD IS SUSPENSE-RECORD.
001160     COPY SUSREC.

001170 FD  HSTFILE
001180     LABEL RECORDS ARE STANDARD
001190     DATA RECORD IS EXPHIST-RECORD.
001200     COPY EXPHIST.

001210 FD  CRDFILE
001220     LABEL RECORDS ARE STANDARD
001230     DATA RECORD IS CARD-RECORD.
001240     COPY CARDREC.

001250*
001260*    EXCFILE AND ESCFILE ARE BOTH READ INTO THE EXCREC LAYOUT
001270*    IN WS-QUEUE-ITEM.
001280*
001290 FD  EXCFILE
001300     LABEL RECORDS ARE STANDARD
001310     DATA RECORD IS EXCFILE-RECORD.
001320 01  EXCFILE-RECORD              PIC X(117).

001330 FD  ESCFILE
001340     LABEL RECORDS ARE STANDARD
001350     DATA RECORD IS ESCALATION-RECORD.
001360 01  ESCALATION-RECORD           PIC X(117).

001370 FD  DECFILE
001380     LABEL RECORDS ARE STANDARD
001390     DATA RECORD IS DECISION-RECORD.
001400     COPY DECREC.

001410 FD  PAYSTAT
001420     LABEL RECORDS ARE STANDARD
001430     DATA RECORD IS PAYSTAT-RECORD.
001440     COPY PAYSTAT.

001450 FD  DUEFILE
001460     LABEL RECORDS ARE STANDARD
001470     DATA RECORD IS DUE-COMPANY-RECORD.
001480     COPY DUEREC.

001490 FD  APRFILE
001500     LABEL RECORDS ARE STANDARD
001510     DATA RECORD IS APPMAST-RECORD.
001520     COPY APPMAST.

001530 FD  FPDFILE
001540     LABEL RECORDS ARE STANDARD
001550     DATA RECORD IS FPDEDX-RECORD.
001560     COPY FPDEDX.

001570 WORKING-STORAGE SECTION.
001580*
001590*    RUN DATE.  OPEN ITEMS IN A FOREIGN CURRENCY ARE VALUED AT
001595*    THE RATE IN EFFECT ON THE RUN DATE.  FXFILE RATES ARE
001600*    QUOTED TO THE BASE CURRENCY; WS-HOME-CURRENCY IS THE HOME
001605*    CURRENCY OF THE COMPANY OF THE LEAVER IN HAND.
001610*
001620 01  WS-RUN-DATE                 PIC 9(08).
001626 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001632 01  WS-HOME-CURRENCY            PIC X(03).

001640*
001650*    END-OF-FILE AND CONDITION SWITCHES
001660*
001670 01  WS-SWITCHES.
001680     05  WS-TRMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001690         88  TRMFILE-EOF                   VALUE 'Y'.
001700     05  WS-TYPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001710         88  TYPFILE-EOF                   VALUE 'Y'.
001713     05  WS-HDRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001716         88  HDRFILE-EOF                   VALUE 'Y'.
001717     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001718         88  COMFILE-EOF                   VALUE 'Y'.
001720     05  WS-FXFILE-EOF-SW        PIC X(01) VALUE 'N'.
001730         88  FXFILE-EOF                    VALUE 'Y'.
001740     05  WS-LIMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001750         88  LIMFILE-EOF                   VALUE 'Y'.
001760     05  WS-ADVFILE-EOF-SW       PIC X(01) VALUE 'N'.
001770         88  ADVFILE-EOF                   VALUE 'Y'.
001780     05  WS-EXPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001790         88  EXPFILE-EOF                   VALUE 'Y'.
001800     05  WS-SUSFILE-EOF-SW       PIC X(01) VALUE 'N'.
001810         88  SUSFILE-EOF                   VALUE 'Y'.
001820     05  WS-HSTFILE-EOF-SW       PIC X(01) VALUE 'N'.
001830         88  HSTFILE-EOF                   VALUE 'Y'.
001840     05  WS-CRDFILE-EOF-SW       PIC X(01) VALUE 'N'.
001850         88  CRDFILE-EOF                   VALUE 'Y'.
001860     05  WS-EXCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001870         88  EXCFILE-EOF                   VALUE 'Y'.
001880     05  WS-ESCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001890         88  ESCFILE-EOF                   VALUE 'Y'.
001900     05  WS-DECFILE-EOF-SW       PIC X(01) VALUE 'N'.
001910         88  DECFILE-EOF                   VALUE 'Y'.
001920     05  WS-PAYSTAT-EOF-SW       PIC X(01) VALUE 'N'.
001930         88  PAYSTAT-EOF                   VALUE 'Y'.
001940     05  WS-DUEFILE-EOF-SW       PIC X(01) VALUE 'N'.
001950         88  DUEFILE-EOF                   VALUE 'Y'.
001960     05  WS-APRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001970         88  APRFILE-EOF                   VALUE 'Y'.
001980     05  WS-CNV-PRICED-SW        PIC X(01) VALUE 'N'.
001990         88  CNV-PRICED                    VALUE 'Y'.

002000 01  WS-FILE-STATUSES.
002010     05  WS-TRMFILE-STATUS       PIC X(02).
002020     05  WS-TYPFILE-STATUS       PIC X(02).
002025     05  WS-HDRFILE-STATUS       PIC X(02).
002027     05  WS-COMFILE-STATUS       PIC X(02).
002030     05  WS-FXFILE-STATUS        PIC X(02).
002040     05  WS-LIMFILE-STATUS       PIC X(02).
002050     05  WS-ADVFILE-STATUS       PIC X(02).
002060     05  WS-EXPFILE-STATUS       PIC X(02).
002070     05  WS-SUSFILE-STATUS       PIC X(02).
002080     05  WS-HSTFILE-STATUS       PIC X(02).
002090     05  WS-CRDFILE-STATUS       PIC X(02).
002100     05  WS-EXCFILE-STATUS       PIC X(02).
002110     05  WS-ESCFILE-STATUS       PIC X(02).
002120     05  WS-DECFILE-STATUS       PIC X(02).
002130     05  WS-PAYSTAT-STATUS       PIC X(02).
002140     05  WS-DUEFILE-STATUS       PIC X(02).
002150     05  WS-APRFILE-STATUS       PIC X(02).
002160     05  WS-FPDFILE-STATUS       PIC X(02).

002170*
002180*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
002190*    FILE-OPEN CHECK.
002200*
002210 01  WS-CHECK-FILE-NAME          PIC X(08).
002220 01  WS-CHECK-STATUS             PIC X(02).

002230*
002240*    RECORD IMAGES
002250*
002260     COPY EXCREC REPLACING EXCFILE-RECORD BY WS-QUEUE-ITEM.
002270     COPY EXPLINE REPLACING EXPLINE-RECORD BY WS-CLAIM-LINE.

002280*
002290*    LEAVERS, LOADED FROM THE HR TERMINATION FEED.  EVERY
002300*    OTHER FILE IS READ FOR THESE EMPLOYEES ONLY; THE AMOUNTS
002304*    BUILT UP AGAINST EACH ARE IN THE HOME CURRENCY OF THEIR
002308*    COMPANY.  THE COMPANY IS THE ONE ON THE LEAVER'S CYCLE
002312*    HEADER, ELSE ON THEIR LATEST HISTORY LINE, ELSE THE
002316*    PARENT.
002320*
002330 01  WS-LVR-COUNT                PIC 9(04) VALUE 0.
002340 01  WS-LVR-TABLE.
002350     05  WS-LVR-ENTRY OCCURS 1 TO 1000 TIMES
002360             DEPENDING ON WS-LVR-COUNT.
002370         10  WS-LVR-EMP-ID       PIC X(06).
002380         10  WS-LVR-NAME         PIC X(30).
002390         10  WS-LVR-LAST-DAY     PIC 9(08).
002400         10  WS-LVR-REPLACEMENT  PIC X(06).
002410         10  WS-LVR-ADVANCE      PIC 9(10)V99.
002420         10  WS-LVR-CLAIMED      PIC 9(10)V99.
002430         10  WS-LVR-CREDITED     PIC 9(10)V99.
002440         10  WS-LVR-CLAIM-LINES  PIC 9(05).
002450         10  WS-LVR-CARD         PIC 9(10)V99.
002460         10  WS-LVR-DUE          PIC 9(10)V99.
002470         10  WS-LVR-DUE-SOURCE   PIC X(08).
002480         10  WS-LVR-DUE-DATE     PIC 9(08).
002490         10  WS-LVR-NOT-PRICED   PIC 9(04).
002492         10  WS-LVR-CO-CODE      PIC X(04).
002494         10  WS-LVR-CO-DATE      PIC 9(08).
002496         10  WS-LVR-CO-SUB       PIC 9(03).
002498         10  WS-LVR-CURRENCY     PIC X(03).
002500 01  WS-FOUND-LVR-SUB            PIC 9(04) VALUE 0.
002510 01  WS-FIND-EMP-ID              PIC X(06).

002520*
002530*    EXPENSE TYPE MASTER, SUBSCRIPTED BY TYPE CODE, AND THE
002540*    FX AND PER-UNIT RATES USED TO VALUE OPEN ITEMS.
002550*
002560 01  WS-TYPE-TABLE.
002570     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
002580         10  WS-TYP-LOADED-SW    PIC X(01) VALUE 'N'.
002590             88  WS-TYP-LOADED             VALUE 'Y'.
002600         10  WS-TYP-UNIT-SW      PIC X(01).
002610             88  WS-TYP-UNIT-BASED         VALUE 'Y'.

002620 01  WS-FX-COUNT                 PIC 9(04) VALUE 0.
002630 01  WS-FX-TABLE.
002640     05  WS-FX-RATES OCCURS 1 TO 200 TIMES
002650             DEPENDING ON WS-FX-COUNT.
002660         10  WS-FX-CURRENCY      PIC X(03).
002670         10  WS-FX-EFF-DATE      PIC 9(08).
002680         10  WS-FX-RATE          PIC 9(03)V9(06).
002690 01  WS-FX-LOOKUP-RATE           PIC 9(03)V9(06).
002700 01  WS-FX-LOOKUP-EFF-DATE       PIC 9(08).

002710 01  WS-LIMIT-COUNT              PIC 9(04) VALUE 0.
002720 01  WS-LIMIT-TABLE.
002730     05  WS-LIMIT-ENTRY OCCURS 1 TO 500 TIMES
002740             DEPENDING ON WS-LIMIT-COUNT.
002750         10  WS-LIM-TYPE         PIC 9(01).
002760         10  WS-LIM-EFF-DATE     PIC 9(08).
002770         10  WS-LIM-AMOUNT       PIC 9(08)V99.
002780 01  WS-UNIT-RATE                PIC 9(08)V99.
002790 01  WS-UNIT-RATE-DATE           PIC 9(08).

002800*
002801*    COMPANY (LEGAL ENTITY) TABLE, LOADED FROM THE OPTIONAL
002802*    COMFILE.  ENTRY 1 IS ALWAYS THE PARENT COMPANY (BLANK
002803*    CODE) IN THE FXFILE BASE CURRENCY.  EACH COMPANY'S
002804*    CLEARANCE TOTALS ARE KEPT HERE IN ITS HOME CURRENCY.
002805*
002806 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
002807 01  WS-CO-TABLE.
002808     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
002809             DEPENDING ON WS-CO-COUNT.
002810         10  WS-CO-CODE          PIC X(04).
002811         10  WS-CO-NAME          PIC X(30).
002812         10  WS-CO-CURRENCY      PIC X(03).
002813         10  WS-CO-LEAVER-COUNT  PIC 9(04).
002814         10  WS-CO-EXTRACT-COUNT PIC 9(06).
002815         10  WS-CO-ADVANCE-TOTAL PIC 9(10)V99.
002816         10  WS-CO-CARD-TOTAL    PIC 9(10)V99.
002817         10  WS-CO-DUE-TOTAL     PIC 9(10)V99.
002818         10  WS-CO-DEDUCTION-TOTAL PIC 9(10)V99.
002819 01  WS-CO-FOUND-SUB             PIC 9(03) VALUE 0.
002820 01  WS-CO-LOOKUP-CODE           PIC X(04).

002821*
002822*    CONVERSION WORK AREA FOR 5100-CONVERT-TO-HOME.
002823*
002830 01  WS-CNV-CURRENCY             PIC X(03).
002840 01  WS-CNV-AMOUNT               PIC 9(10)V99.
002850 01  WS-CNV-HOME-AMOUNT          PIC 9(10)V99.
002853 01  WS-CNV-FROM-RATE            PIC 9(03)V9(06).
002856 01  WS-FX-LOOKUP-CURRENCY       PIC X(03).

002860*
002870*    OPEN ADVANCES ISSUED TO LEAVERS.
002880*
002890 01  WS-ADV-COUNT                PIC 9(04) VALUE 0.
002900 01  WS-ADV-TABLE.
002910     05  WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
002920             DEPENDING ON WS-ADV-COUNT.
002930         10  WS-ADV-EMP-ID       PIC X(06).
002940         10  WS-ADV-AMOUNT       PIC 9(08)V99.
002950         10  WS-ADV-CURRENCY     PIC X(03).
002960         10  WS-ADV-ISSUE-DATE   PIC 9(08).
002970         10  WS-ADV-PRICED-SW    PIC X(01).
002980             88  WS-ADV-PRICED             VALUE 'Y'.

002990*
003000*    LEAVERS' CLAIMED CHARGES -- THIS CYCLE'S LINES, SUSPENDED
003010*    LINES AND HISTORY -- FOR MATCHING THEIR CARD CHARGES ON
003020*    EMPLOYEE, DATE AND AMOUNT AS EXPENSE-CARD-RECON DOES.
003030*
003040 01  WS-CLM-COUNT                PIC 9(05) VALUE 0.
003050 01  WS-CLM-TABLE.
003060     05  WS-CLM-ENTRY OCCURS 1 TO 20000 TIMES
003070             DEPENDING ON WS-CLM-COUNT.
003080         10  WS-CLM-EMP-ID       PIC X(06).
003090         10  WS-CLM-DATE         PIC 9(08).
003100         10  WS-CLM-AMOUNT       PIC 9(08)V99.
003110         10  WS-CLM-MATCH-SW     PIC X(01).
003120             88  WS-CLM-MATCHED            VALUE 'Y'.
003130 01  WS-FOUND-CLM-SUB            PIC 9(05) VALUE 0.

003140*
003150*    LEAVERS' CARD CHARGES WITH NO CLAIM.
003160*
003170 01  WS-CRD-COUNT                PIC 9(04) VALUE 0.
003180 01  WS-CRD-TABLE.
003190     05  WS-CRD-ENTRY OCCURS 1 TO 2000 TIMES
003200             DEPENDING ON WS-CRD-COUNT.
003210         10  WS-CRD-EMP-ID       PIC X(06).
003220         10  WS-CRD-DATE         PIC 9(08).
003230         10  WS-CRD-AMOUNT       PIC 9(08)V99.
003240         10  WS-CRD-CURRENCY     PIC X(03).
003250         10  WS-CRD-MERCHANT     PIC X(20).
003260         10  WS-CRD-PRICED-SW    PIC X(01).
003270             88  WS-CRD-PRICED             VALUE 'Y'.

003280*
003290*    APPROVAL QUEUE -- EXCFILE ITEMS, THEN ESCFILE ITEMS, NETTED
003300*    AGAINST DECFILE AS EXPENSE-ACCRUAL DOES.  AN ITEM WITH NO
003310*    ROUTED APPROVER TAKES ITS DEPARTMENT'S APPROVER FROM
003320*    APRFILE, SO ITEMS SITTING WITH A LEAVER CAN BE LISTED.
003330*
003340 01  WS-QUE-COUNT                PIC 9(04) VALUE 0.
003350 01  WS-QUE-TABLE.
003360     05  WS-QUE-ENTRY OCCURS 1 TO 4000 TIMES
003370             DEPENDING ON WS-QUE-COUNT.
003380         10  WS-QUE-EMP-ID       PIC X(06).
003390         10  WS-QUE-EXP-NAME     PIC X(11).
003400         10  WS-QUE-AMOUNT-DISP  PIC X(11).
003410         10  WS-QUE-CURRENCY     PIC X(03).
003420         10  WS-QUE-ROUTED       PIC X(06).
003430         10  WS-QUE-SOURCE-SW    PIC X(01).
003440             88  WS-QUE-FROM-EXCFILE       VALUE 'X'.
003450             88  WS-QUE-FROM-ESCFILE       VALUE 'E'.
003460         10  WS-QUE-STATE-SW     PIC X(01).
003470             88  WS-QUE-OPEN               VALUE ' '.
003480             88  WS-QUE-HELD               VALUE 'H'.
003490             88  WS-QUE-DECIDED            VALUE 'D'.
003500             88  WS-QUE-SUPERSEDED         VALUE 'S'.
003510 01  WS-FOUND-QUE-SUB            PIC 9(04) VALUE 0.
003520 01  WS-DEC-AMOUNT-DISP          PIC Z(07)9.99.
003530 01  WS-QUE-STATE-TEXT           PIC X(10).

003540*
003546*    LEAVERS' PAYMENTS STILL PENDING OR RETURNED.  A REQUEUED
003552*    ENTRY IS LEFT OUT -- ITS PENDING REPLACEMENT IS LISTED.
003560*
003570 01  WS-PAY-COUNT                PIC 9(04) VALUE 0.
003580 01  WS-PAY-TABLE.
003590     05  WS-PAY-ENTRY OCCURS 1 TO 2000 TIMES
003600             DEPENDING ON WS-PAY-COUNT.
003610         10  WS-PAY-EMP-ID       PIC X(06).
003620         10  WS-PAY-NET          PIC 9(10)V99.
003630         10  WS-PAY-CURRENCY     PIC X(03).
003640         10  WS-PAY-METHOD       PIC X(01).
003650         10  WS-PAY-RUN-DATE     PIC 9(08).
003660         10  WS-PAY-STATUS       PIC X(01).
003670             88  WS-PAY-RETURNED           VALUE 'R'.
003680         10  WS-PAY-REASON       PIC X(20).
003690 01  WS-PAY-STATE-TEXT           PIC X(18).

003700*
003710*    APPROVER MASTER, LOADED WHOLE SO IT CAN BE REWRITTEN WITH
003720*    THE REASSIGNMENT FLAGS SET.
003730*
003740 01  WS-APR-COUNT                PIC 9(03) VALUE 0.
003750 01  WS-APR-TABLE.
003760     05  WS-APR-ENTRY OCCURS 1 TO 200 TIMES
003770             DEPENDING ON WS-APR-COUNT.
003780         10  WS-APR-DEPARTMENT   PIC X(20).
003790         10  WS-APR-APPROVER     PIC X(06).
003800         10  WS-APR-IMAGE        PIC X(52).
003810 01  WS-APR-CHANGED-COUNT        PIC 9(03) VALUE 0.
003820 01  WS-APR-FLAG-TEXT            PIC X(20).

003830*
003840*    ONE LEAVER'S CLEARANCE FIGURES
003850*
003860 01  WS-NET-CLAIMS               PIC 9(10)V99.
003870 01  WS-ADVANCE-OWED             PIC 9(10)V99.
003880 01  WS-DEDUCTION                PIC 9(10)V99.
003890 01  WS-ROUTED-ITEM-COUNT        PIC 9(05).

003900*
003910*    CLEARANCE RUN TOTALS
003920*
003930 01  WS-CLEARANCE-COUNTS.
003940     05  WS-FEED-REJECT-COUNT    PIC 9(06) VALUE 0.
003950     05  WS-OWN-ITEM-COUNT       PIC 9(06) VALUE 0.
003960     05  WS-ROUTED-COUNT         PIC 9(06) VALUE 0.
003970     05  WS-NO-REPLACEMENT-COUNT PIC 9(06) VALUE 0.
003980     05  WS-PENDING-PAY-COUNT    PIC 9(06) VALUE 0.
003990     05  WS-RETURNED-PAY-COUNT   PIC 9(06) VALUE 0.
004000     05  WS-CARD-COUNT           PIC 9(06) VALUE 0.
004010     05  WS-NOT-PRICED-COUNT     PIC 9(06) VALUE 0.
004020     05  WS-FLAGGED-COUNT        PIC 9(06) VALUE 0.
004030     05  WS-EXTRACT-COUNT        PIC 9(06) VALUE 0.

004080*
004090*    DISPLAY EDIT FIELDS
004100*
004110 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
004120 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.

004130*
004140*    SUBSCRIPTS
004150*
004160 01  TDX                         PIC 9(02) VALUE 0.
004170 01  FXX                         PIC 9(04) VALUE 0.
004180 01  LX                          PIC 9(04) VALUE 0.
004190 01  LVX                         PIC 9(04) VALUE 0.
004200 01  AVX                         PIC 9(04) VALUE 0.
004210 01  CMX                         PIC 9(05) VALUE 0.
004220 01  CRX                         PIC 9(04) VALUE 0.
004230 01  QX                          PIC 9(04) VALUE 0.
004240 01  QY                          PIC 9(04) VALUE 0.
004250 01  PYX                         PIC 9(04) VALUE 0.
004260 01  APX                         PIC 9(03) VALUE 0.
004265 01  COX                         PIC 9(03) VALUE 0.

004270 PROCEDURE DIVISION.
004280*****************************************************
004290*  0000-MAINLINE                                      *
004300*****************************************************
004310 0000-MAINLINE.
004320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004330     PERFORM 2000-LOAD-OPEN-ITEMS THRU 2000-EXIT
004340     PERFORM 2500-LOAD-APPROVER-MASTER THRU 2500-EXIT
004350     PERFORM 2600-LOAD-APPROVAL-QUEUE THRU 2600-EXIT
004360     PERFORM 3000-CLEAR-ONE-LEAVER THRU 3000-EXIT
004370         VARYING LVX FROM 1 BY 1 UNTIL LVX > WS-LVR-COUNT
004380     PERFORM 4000-REWRITE-APPROVER-MASTER THRU 4000-EXIT
004390     PERFORM 8000-PRINT-CLEARANCE-SUMMARY THRU 8000-EXIT
004400     PERFORM 9000-TERMINATE THRU 9000-EXIT
004410     GOBACK.

004420*****************************************************
004430*  1000-INITIALIZE -- THE TERMINATION FEED, TYPE      *
004440*  MASTER AND RATE TABLES; OPEN THE EXTRACT.          *
004450*****************************************************
004460 1000-INITIALIZE.
004470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

004480     OPEN INPUT TRMFILE
004490     MOVE 'TRMFILE ' TO WS-CHECK-FILE-NAME
004500     MOVE WS-TRMFILE-STATUS TO WS-CHECK-STATUS
004510     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
004520     PERFORM 1100-LOAD-ONE-LEAVER THRU 1100-EXIT
004530         UNTIL TRMFILE-EOF
004540     CLOSE TRMFILE

004550     OPEN INPUT TYPFILE
004560     MOVE 'TYPFILE ' TO WS-CHECK-FILE-NAME
004570     MOVE WS-TYPFILE-STATUS TO WS-CHECK-STATUS
004580     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
004590     PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
004600         UNTIL TYPFILE-EOF
004603     CLOSE TYPFILE

004604     PERFORM 1450-LOAD-COMPANIES THRU 1450-EXIT

004606     OPEN INPUT HDRFILE
004609     IF WS-HDRFILE-STATUS = '00'
004612         PERFORM 1250-LOAD-ONE-NAME THRU 1250-EXIT
004615             UNTIL HDRFILE-EOF
004618     END-IF
004621     CLOSE HDRFILE

004624     OPEN INPUT FXFILE
004630     IF WS-FXFILE-STATUS = '00'
004640         PERFORM 1300-LOAD-ONE-FX-RATE THRU 1300-EXIT
004650             UNTIL FXFILE-EOF
004660     END-IF
004670     CLOSE FXFILE

004680     OPEN INPUT LIMFILE
004690     IF WS-LIMFILE-STATUS = '00'
004700         PERFORM 1400-LOAD-ONE-LIMIT THRU 1400-EXIT
004710             UNTIL LIMFILE-EOF
004720     END-IF
004730     CLOSE LIMFILE

004740     OPEN OUTPUT FPDFILE
004750     DISPLAY '===== SEPARATION CLEARANCE FOR ' WS-RUN-DATE
004760         ' ====='
004770     DISPLAY 'LEAVERS ON TERMINATION FEED  ' WS-LVR-COUNT.
004780 1000-EXIT.
004790     EXIT.

004800*
004810*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
004820*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
004830*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
004840*    NEVER SEEING END-OF-FILE.
004850 1010-CHECK-FILE-STATUS.
004860     IF WS-CHECK-STATUS NOT = '00'
004870         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
004880             ' -- FILE STATUS = ' WS-CHECK-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         GOBACK
004910     END-IF.
004920 1010-EXIT.
004930     EXIT.

004940*
004950*    A FEED RECORD WITH NO USABLE LAST DAY CANNOT BE CLEARED;
004960*    IT IS REPORTED FOR HR TO CORRECT AND THE RUN GOES ON.
004970*
004980 1100-LOAD-ONE-LEAVER.
004990     READ TRMFILE
005000         AT END SET TRMFILE-EOF TO TRUE
005010         GO TO 1100-EXIT
005020     END-READ
005030     IF TM-EMPLOYEE-ID = SPACES
005040         OR TM-LAST-DAY NOT NUMERIC
005050         OR TM-LAST-DAY = 0
005060         ADD 1 TO WS-FEED-REJECT-COUNT
005070         DISPLAY 'TRMFILE RECORD FOR EMPLOYEE ' TM-EMPLOYEE-ID
005080             ' HAS NO VALID LAST DAY -- NOT CLEARED'
005090         GO TO 1100-EXIT
005100     END-IF
005110     IF WS-LVR-COUNT = 1000
005120         DISPLAY 'TRMFILE HAS MORE THAN 1000 LEAVERS -- '
005130             'INCREASE THE WS-LVR-TABLE SIZE TO CONTINUE'
005140         MOVE 16 TO RETURN-CODE
005150         GOBACK
005160     END-IF
005170     ADD 1 TO WS-LVR-COUNT
005180     MOVE TM-EMPLOYEE-ID    TO WS-LVR-EMP-ID(WS-LVR-COUNT)
005190     MOVE SPACES            TO WS-LVR-NAME(WS-LVR-COUNT)
005200     MOVE TM-LAST-DAY       TO WS-LVR-LAST-DAY(WS-LVR-COUNT)
005210     MOVE TM-REPLACEMENT-ID TO WS-LVR-REPLACEMENT(WS-LVR-COUNT)
005220     MOVE 0                 TO WS-LVR-ADVANCE(WS-LVR-COUNT)
005230     MOVE 0                 TO WS-LVR-CLAIMED(WS-LVR-COUNT)
005240     MOVE 0                 TO WS-LVR-CREDITED(WS-LVR-COUNT)
005250     MOVE 0                 TO WS-LVR-CLAIM-LINES(WS-LVR-COUNT)
005260     MOVE 0                 TO WS-LVR-CARD(WS-LVR-COUNT)
005270     MOVE 0                 TO WS-LVR-DUE(WS-LVR-COUNT)
005280     MOVE SPACES            TO WS-LVR-DUE-SOURCE(WS-LVR-COUNT)
005290     MOVE 0                 TO WS-LVR-DUE-DATE(WS-LVR-COUNT)
005292     MOVE 0                 TO WS-LVR-NOT-PRICED(WS-LVR-COUNT)
005294     MOVE SPACES            TO WS-LVR-CO-CODE(WS-LVR-COUNT)
005296     MOVE 0                 TO WS-LVR-CO-DATE(WS-LVR-COUNT)
005298     MOVE 1                 TO WS-LVR-CO-SUB(WS-LVR-COUNT)
005300     MOVE WS-FX-BASE-CURRENCY
005302                            TO WS-LVR-CURRENCY(WS-LVR-COUNT).
005310 1100-EXIT.
005320     EXIT.

005330 1200-LOAD-ONE-TYPE.
005340     READ TYPFILE
005350         AT END SET TYPFILE-EOF TO TRUE
005360         NOT AT END PERFORM 1210-STORE-TYPE THRU 1210-EXIT
005370     END-READ.
005380 1200-EXIT.
005390     EXIT.

005400 1210-STORE-TYPE.
005410     IF TY-TYPE NOT NUMERIC OR TY-TYPE = 0
005420         DISPLAY 'TYPFILE HAS AN INVALID TYPE CODE -- '
005430             'CORRECT THE TYPE MASTER TO CONTINUE'
005440         MOVE 16 TO RETURN-CODE
005450         GOBACK
005460     END-IF
005462     MOVE 'Y'              TO WS-TYP-LOADED-SW(TY-TYPE)
005464     MOVE TY-UNIT-BASED-SW TO WS-TYP-UNIT-SW(TY-TYPE).
005466 1210-EXIT.
005468     EXIT.

005470*
005472*    THE CYCLE'S HEADERS NAME THE LEAVERS WHO CLAIMED THIS
005474*    CYCLE.  ANY OTHER LEAVER TAKES A NAME FROM PAYSTAT OR THE
005475*    APPROVAL QUEUE, IF EITHER CARRIES ONE.  THE HEADER ALSO
005476*    GIVES THE LEAVER'S CURRENT COMPANY, WHICH NO HISTORY LINE
005477*    OVERRIDES.
005478*
005480 1250-LOAD-ONE-NAME.
005482     READ HDRFILE
005484         AT END SET HDRFILE-EOF TO TRUE
005486         GO TO 1250-EXIT
005488     END-READ
005490     MOVE EH-EMPLOYEE-ID TO WS-FIND-EMP-ID
005492     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
005494     IF WS-FOUND-LVR-SUB GREATER THAN 0
005496         MOVE EH-EMPLOYEE-NAME TO WS-LVR-NAME(WS-FOUND-LVR-SUB)
005497         MOVE EH-COMPANY-CODE
005498             TO WS-LVR-CO-CODE(WS-FOUND-LVR-SUB)
005499         MOVE 99999999 TO WS-LVR-CO-DATE(WS-FOUND-LVR-SUB)
005500     END-IF.
005501 1250-EXIT.
005502     EXIT.

005503*
005504*    THE COMPANY MASTER IS OPTIONAL -- WITHOUT ONE EVERY LEAVER
005505*    BELONGS TO THE PARENT COMPANY.  ENTRY 1 IS SET UP FOR THE
005506*    PARENT FIRST; A COMFILE RECORD WITH A BLANK CODE FILLS IT
005507*    IN RATHER THAN ADDING A SECOND ENTRY.
005508*
005509 1450-LOAD-COMPANIES.
005510     MOVE 1 TO WS-CO-COUNT
005511     MOVE 1 TO WS-CO-FOUND-SUB
005512     MOVE SPACES TO WS-CO-LOOKUP-CODE
005513     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT
005514     OPEN INPUT COMFILE
005515     IF WS-COMFILE-STATUS = '00'
005516         PERFORM 1460-LOAD-ONE-COMPANY THRU 1460-EXIT
005517             UNTIL COMFILE-EOF
005518     END-IF
005519     CLOSE COMFILE.
005520 1450-EXIT.
005521     EXIT.

005522 1460-LOAD-ONE-COMPANY.
005523     READ COMFILE
005524         AT END SET COMFILE-EOF TO TRUE
005525         NOT AT END PERFORM 1470-STORE-COMPANY THRU 1470-EXIT
005526     END-READ.
005527 1460-EXIT.
005528     EXIT.

005529 1470-STORE-COMPANY.
005530     MOVE CO-COMPANY-CODE TO WS-CO-LOOKUP-CODE
005531     PERFORM 1490-FIND-COMPANY THRU 1490-EXIT
005532     IF WS-CO-FOUND-SUB = 0
005533         PERFORM 1496-ADD-UNLISTED-COMPANY THRU 1496-EXIT
005534     END-IF
005535     MOVE CO-COMPANY-NAME TO WS-CO-NAME(WS-CO-FOUND-SUB)
005536     IF CO-HOME-CURRENCY NOT = SPACES
005537         MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
005538     END-IF.
005539 1470-EXIT.
005540     EXIT.

005541*
005542*    A NEW COMPANY ENTRY STARTS IN THE PARENT'S CURRENCY WITH
005543*    ALL ITS TOTALS ZERO.
005544*
005545 1480-CLEAR-COMPANY.
005546     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-FOUND-SUB)
005547     IF WS-CO-LOOKUP-CODE = SPACES
005548         MOVE 'PARENT COMPANY' TO WS-CO-NAME(WS-CO-FOUND-SUB)
005549     ELSE
005550         MOVE 'NOT ON COMPANY MASTER'
005551             TO WS-CO-NAME(WS-CO-FOUND-SUB)
005552     END-IF
005553     MOVE WS-FX-BASE-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
005554     MOVE 0 TO WS-CO-LEAVER-COUNT(WS-CO-FOUND-SUB)
005555     MOVE 0 TO WS-CO-EXTRACT-COUNT(WS-CO-FOUND-SUB)
005556     MOVE 0 TO WS-CO-ADVANCE-TOTAL(WS-CO-FOUND-SUB)
005557     MOVE 0 TO WS-CO-CARD-TOTAL(WS-CO-FOUND-SUB)
005558     MOVE 0 TO WS-CO-DUE-TOTAL(WS-CO-FOUND-SUB)
005559     MOVE 0 TO WS-CO-DEDUCTION-TOTAL(WS-CO-FOUND-SUB).
005560 1480-EXIT.
005561     EXIT.

005562 1490-FIND-COMPANY.
005563     MOVE 0 TO WS-CO-FOUND-SUB
005564     PERFORM 1495-CHECK-ONE-COMPANY THRU 1495-EXIT
005565         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
005566 1490-EXIT.
005567     EXIT.

005568 1495-CHECK-ONE-COMPANY.
005569     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
005570         MOVE COX TO WS-CO-FOUND-SUB
005571         MOVE WS-CO-COUNT TO COX
005572     END-IF.
005573 1495-EXIT.
005574     EXIT.

005575*
005576*    A COMPANY CODE NOT ON COMFILE IS ADDED IN THE PARENT'S
005577*    CURRENCY AND LISTED UNDER ITS OWN CODE IN THE SUMMARY.
005578*
005579 1496-ADD-UNLISTED-COMPANY.
005580     IF WS-CO-COUNT = 50
005581         DISPLAY 'MORE THAN 50 COMPANIES IN USE -- '
005582             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
005583         MOVE 16 TO RETURN-CODE
005584         GOBACK
005585     END-IF
005586     ADD 1 TO WS-CO-COUNT
005587     MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
005588     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT.
005589 1496-EXIT.
005590     EXIT.

005591 1300-LOAD-ONE-FX-RATE.
005592     READ FXFILE
005593         AT END SET FXFILE-EOF TO TRUE
005594         NOT AT END PERFORM 1310-STORE-FX-RATE THRU 1310-EXIT
005595     END-READ.
005596 1300-EXIT.
005597     EXIT.

005598 1310-STORE-FX-RATE.
005599     IF WS-FX-COUNT = 200
005600         DISPLAY 'FXFILE HAS MORE THAN 200 RATE ENTRIES -- '
005610             'INCREASE THE WS-FX-RATES TABLE SIZE TO CONTINUE'
005620         MOVE 16 TO RETURN-CODE
005630         GOBACK
005640     END-IF
005650     ADD 1 TO WS-FX-COUNT
005660     MOVE FX-CURRENCY       TO WS-FX-CURRENCY(WS-FX-COUNT)
005670     MOVE FX-EFFECTIVE-DATE TO WS-FX-EFF-DATE(WS-FX-COUNT)
005680     MOVE FX-RATE           TO WS-FX-RATE(WS-FX-COUNT).
005690 1310-EXIT.
005700     EXIT.

005710 1400-LOAD-ONE-LIMIT.
005720     READ LIMFILE
005730         AT END SET LIMFILE-EOF TO TRUE
005740         NOT AT END PERFORM 1410-STORE-LIMIT THRU 1410-EXIT
005750     END-READ.
005760 1400-EXIT.
005770     EXIT.

005780 1410-STORE-LIMIT.
005790     IF WS-LIMIT-COUNT = 500
005800         DISPLAY 'LIMFILE HAS MORE THAN 500 RECORDS -- '
005810             'INCREASE THE WS-LIMIT-TABLE SIZE TO CONTINUE'
005820         MOVE 16 TO RETURN-CODE
005830         GOBACK
005840     END-IF
005850     ADD 1 TO WS-LIMIT-COUNT
005860     MOVE LM-TYPE           TO WS-LIM-TYPE(WS-LIMIT-COUNT)
005870     MOVE LM-EFFECTIVE-DATE TO WS-LIM-EFF-DATE(WS-LIMIT-COUNT)
005880     MOVE LM-LIMIT-AMOUNT   TO WS-LIM-AMOUNT(WS-LIMIT-COUNT).
005890 1410-EXIT.
005900     EXIT.

005910*****************************************************
005920*  2000-LOAD-OPEN-ITEMS -- EVERYTHING STILL OPEN FOR  *
005930*  A LEAVER: ADVANCES, CLAIMS NOT YET SETTLED (THIS   *
005940*  CYCLE'S EXPFILE AND THE SUSPENSE FILE), CARD       *
005950*  CHARGES NOBODY HAS CLAIMED, PAYMENTS NOT YET       *
005960*  SETTLED AND DUE-TO-COMPANY BALANCES.  EVERY FILE   *
005970*  IS OPTIONAL -- A LEAVER WITH NOTHING OPEN CLEARS.  *
005980*  THE CLAIMS MUST BE LOADED BEFORE THE CARD FEED IS  *
005984*  MATCHED AGAINST THEM.  HISTORY IS READ FIRST SO     *
005988*  EACH LEAVER'S COMPANY, AND SO THE CURRENCY THEIR   *
005992*  ITEMS ARE VALUED IN, IS KNOWN BEFORE ANY IS        *
005996*  VALUED.                                            *
006000*****************************************************
006010 2000-LOAD-OPEN-ITEMS.
006011     OPEN INPUT HSTFILE
006012     IF WS-HSTFILE-STATUS = '00'
006013         PERFORM 2200-LOAD-ONE-HISTORY-LINE THRU 2200-EXIT
006014             UNTIL HSTFILE-EOF
006015     END-IF
006016     CLOSE HSTFILE

006017     PERFORM 2050-SET-LEAVER-COMPANY THRU 2050-EXIT
006018         VARYING LVX FROM 1 BY 1 UNTIL LVX > WS-LVR-COUNT

006020     OPEN INPUT ADVFILE
006030     IF WS-ADVFILE-STATUS = '00'
006040         PERFORM 2010-LOAD-ONE-ADVANCE THRU 2010-EXIT
006050             UNTIL ADVFILE-EOF
006060     END-IF
006070     CLOSE ADVFILE

006080     OPEN INPUT EXPFILE
006090     IF WS-EXPFILE-STATUS = '00'
006100         PERFORM 2100-LOAD-ONE-CLAIM THRU 2100-EXIT
006110             UNTIL EXPFILE-EOF
006120     END-IF
006130     CLOSE EXPFILE

006140     OPEN INPUT SUSFILE
006150     IF WS-SUSFILE-STATUS = '00'
006160         PERFORM 2150-LOAD-ONE-SUSPENDED-LINE THRU 2150-EXIT
006170             UNTIL SUSFILE-EOF
006180     END-IF
006190     CLOSE SUSFILE

006260     OPEN INPUT CRDFILE
006270     IF WS-CRDFILE-STATUS = '00'
006280         PERFORM 2300-MATCH-ONE-CARD-CHARGE THRU 2300-EXIT
006290             UNTIL CRDFILE-EOF
006300     END-IF
006310     CLOSE CRDFILE

006320     OPEN INPUT PAYSTAT
006330     IF WS-PAYSTAT-STATUS = '00'
006340         PERFORM 2400-LOAD-ONE-PAYMENT THRU 2400-EXIT
006350             UNTIL PAYSTAT-EOF
006360     END-IF
006370     CLOSE PAYSTAT

006380     OPEN INPUT DUEFILE
006390     IF WS-DUEFILE-STATUS = '00'
006400         PERFORM 2450-LOAD-ONE-BALANCE THRU 2450-EXIT
006410             UNTIL DUEFILE-EOF
006420     END-IF
006430     CLOSE DUEFILE.
006440 2000-EXIT.
006450     EXIT.

006451*
006452*    A COMPANY CODE NOT ON COMFILE IS ADDED IN THE PARENT'S
006453*    CURRENCY, AS EXPENSE-REPORT VALUES IT.
006454*
006455 2050-SET-LEAVER-COMPANY.
006456     MOVE WS-LVR-CO-CODE(LVX) TO WS-CO-LOOKUP-CODE
006457     PERFORM 1490-FIND-COMPANY THRU 1490-EXIT
006458     IF WS-CO-FOUND-SUB = 0
006459         PERFORM 1496-ADD-UNLISTED-COMPANY THRU 1496-EXIT
006460     END-IF
006461     MOVE WS-CO-FOUND-SUB TO WS-LVR-CO-SUB(LVX)
006462     MOVE WS-CO-CURRENCY(WS-CO-FOUND-SUB) TO WS-LVR-CURRENCY(LVX)
006463     ADD 1 TO WS-CO-LEAVER-COUNT(WS-CO-FOUND-SUB).
006464 2050-EXIT.
006465     EXIT.

006466 2010-LOAD-ONE-ADVANCE.
006470     READ ADVFILE
006480         AT END SET ADVFILE-EOF TO TRUE
006490         GO TO 2010-EXIT
006500     END-READ
006510     MOVE AV-EMPLOYEE-ID TO WS-FIND-EMP-ID
006520     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
006530     IF WS-FOUND-LVR-SUB = 0
006540         OR AV-AMOUNT NOT NUMERIC
006550         GO TO 2010-EXIT
006560     END-IF
006570     IF WS-ADV-COUNT = 2000
006580         DISPLAY 'ADVFILE HAS MORE THAN 2000 LEAVER ADVANCES -- '
006590             'INCREASE THE WS-ADV-TABLE SIZE TO CONTINUE'
006600         MOVE 16 TO RETURN-CODE
006610         GOBACK
006620     END-IF
006630     ADD 1 TO WS-ADV-COUNT
006640     MOVE AV-EMPLOYEE-ID TO WS-ADV-EMP-ID(WS-ADV-COUNT)
006650     MOVE AV-AMOUNT      TO WS-ADV-AMOUNT(WS-ADV-COUNT)
006660     MOVE AV-CURRENCY    TO WS-ADV-CURRENCY(WS-ADV-COUNT)
006670     MOVE AV-ISSUE-DATE  TO WS-ADV-ISSUE-DATE(WS-ADV-COUNT)
006675     MOVE WS-LVR-CURRENCY(WS-FOUND-LVR-SUB) TO WS-HOME-CURRENCY
006680     MOVE AV-CURRENCY    TO WS-CNV-CURRENCY
006690     MOVE AV-AMOUNT      TO WS-CNV-AMOUNT
006700     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT
006710     MOVE WS-CNV-PRICED-SW TO WS-ADV-PRICED-SW(WS-ADV-COUNT)
006720     IF CNV-PRICED
006730         ADD WS-CNV-HOME-AMOUNT
006740             TO WS-LVR-ADVANCE(WS-FOUND-LVR-SUB)
006750     ELSE
006760         ADD 1 TO WS-LVR-NOT-PRICED(WS-FOUND-LVR-SUB)
006770     END-IF.
006780 2010-EXIT.
006790     EXIT.

006800 2100-LOAD-ONE-CLAIM.
006810     READ EXPFILE INTO WS-CLAIM-LINE
006820         AT END SET EXPFILE-EOF TO TRUE
006830         GO TO 2100-EXIT
006840     END-READ
006850     IF EL-EMPLOYEE-ID = '*TRLR*'
006860         GO TO 2100-EXIT
006870     END-IF
006880     PERFORM 2110-TAKE-CLAIM-LINE THRU 2110-EXIT.
006890 2100-EXIT.
006900     EXIT.

006910*
006920*    A CLAIM NOT YET SETTLED COUNTS AGAINST THE LEAVER'S OPEN
006930*    ADVANCES -- A CHARGE ADDS, A CREDIT LINE TAKES OFF.  A
006940*    CHARGE IS ALSO KEPT FOR CARD MATCHING.  A LINE THAT
006950*    CANNOT BE VALUED IS LEFT OUT AND COUNTED SO THE
006960*    CLEARANCE SHOWS THE NETTING IS INCOMPLETE.
006970*
006980 2110-TAKE-CLAIM-LINE.
006990     MOVE EL-EMPLOYEE-ID TO WS-FIND-EMP-ID
007000     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
007010     IF WS-FOUND-LVR-SUB = 0
007020         GO TO 2110-EXIT
007030     END-IF
007035     MOVE WS-LVR-CURRENCY(WS-FOUND-LVR-SUB) TO WS-HOME-CURRENCY
007040     PERFORM 5200-PRICE-CLAIM-LINE THRU 5200-EXIT
007050     IF NOT CNV-PRICED
007060         ADD 1 TO WS-LVR-NOT-PRICED(WS-FOUND-LVR-SUB)
007070         GO TO 2110-EXIT
007080     END-IF
007090     ADD 1 TO WS-LVR-CLAIM-LINES(WS-FOUND-LVR-SUB)
007100     IF EL-CREDIT-LINE
007110         ADD WS-CNV-HOME-AMOUNT
007120             TO WS-LVR-CREDITED(WS-FOUND-LVR-SUB)
007130         GO TO 2110-EXIT
007140     END-IF
007150     ADD WS-CNV-HOME-AMOUNT TO WS-LVR-CLAIMED(WS-FOUND-LVR-SUB)
007160     IF EL-AMOUNT NUMERIC AND EL-EXPENSE-DATE NUMERIC
007170         PERFORM 2120-STORE-CLAIM-MATCH THRU 2120-EXIT
007180     END-IF.
007190 2110-EXIT.
007200     EXIT.

007210 2120-STORE-CLAIM-MATCH.
007220     IF WS-CLM-COUNT = 20000
007230         DISPLAY 'LEAVERS HAVE MORE THAN 20000 CLAIMED LINES -- '
007240             'INCREASE THE WS-CLM-TABLE SIZE TO CONTINUE'
007250         MOVE 16 TO RETURN-CODE
007260         GOBACK
007270     END-IF
007280     ADD 1 TO WS-CLM-COUNT
007290     MOVE EL-EMPLOYEE-ID  TO WS-CLM-EMP-ID(WS-CLM-COUNT)
007300     MOVE EL-EXPENSE-DATE TO WS-CLM-DATE(WS-CLM-COUNT)
007310     MOVE EL-AMOUNT       TO WS-CLM-AMOUNT(WS-CLM-COUNT)
007320     MOVE ' '             TO WS-CLM-MATCH-SW(WS-CLM-COUNT).
007330 2120-EXIT.
007340     EXIT.

007350*
007360*    A SUSPENDED EXPENSE LINE IS A CLAIM WAITING ON A
007370*    CORRECTION; IT NETS AGAINST THE ADVANCES LIKE ANY OTHER.
007380*    HEADER REJECTS CARRY NO AMOUNT AND ARE SKIPPED.
007390*
007400 2150-LOAD-ONE-SUSPENDED-LINE.
007410     READ SUSFILE
007420         AT END SET SUSFILE-EOF TO TRUE
007430         GO TO 2150-EXIT
007440     END-READ
007450     IF SU-SOURCE-FILE NOT = 'EXP'
007460         GO TO 2150-EXIT
007470     END-IF
007480     MOVE SU-RECORD-IMAGE TO WS-CLAIM-LINE
007490     PERFORM 2110-TAKE-CLAIM-LINE THRU 2110-EXIT.
007500 2150-EXIT.
007510     EXIT.

007520*
007530*    HISTORY LINES ARE SETTLED CLAIMS.  THEY DO NOT NET AGAINST
007540*    THE ADVANCES BUT A CARD CHARGE CLAIMED ON AN EARLIER
007546*    CYCLE MUST STILL MATCH.  A LEAVER WITH NO HEADER THIS
007552*    CYCLE TAKES THE COMPANY ON THEIR LATEST HISTORY LINE.
007560*
007570 2200-LOAD-ONE-HISTORY-LINE.
007580     READ HSTFILE
007590         AT END SET HSTFILE-EOF TO TRUE
007600         GO TO 2200-EXIT
007610     END-READ
007650     MOVE HX-EMPLOYEE-ID TO WS-FIND-EMP-ID
007660     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
007670     IF WS-FOUND-LVR-SUB = 0
007671         GO TO 2200-EXIT
007672     END-IF
007673     IF HX-EXPENSE-DATE NUMERIC
007674         AND HX-EXPENSE-DATE NOT LESS THAN
007675             WS-LVR-CO-DATE(WS-FOUND-LVR-SUB)
007676         MOVE HX-COMPANY-CODE
007677             TO WS-LVR-CO-CODE(WS-FOUND-LVR-SUB)
007678         MOVE HX-EXPENSE-DATE
007679             TO WS-LVR-CO-DATE(WS-FOUND-LVR-SUB)
007680     END-IF
007681     IF HX-CREDIT-LINE
007682         GO TO 2200-EXIT
007690     END-IF
007700     MOVE SPACES          TO WS-CLAIM-LINE
007710     MOVE HX-EMPLOYEE-ID  TO EL-EMPLOYEE-ID
007720     MOVE HX-EXPENSE-DATE TO EL-EXPENSE-DATE
007730     MOVE HX-AMOUNT       TO EL-AMOUNT
007740     PERFORM 2120-STORE-CLAIM-MATCH THRU 2120-EXIT.
007750 2200-EXIT.
007760     EXIT.

007770*
007780*    A LEAVER'S CARD CHARGE WITH NO CLAIM ON THE SAME DATE FOR
007790*    THE SAME AMOUNT IS UNSUBSTANTIATED SPEND THE COMPANY HAS
007800*    PAID; IT IS RECOVERED FROM THE FINAL PAY.
007810*
007820 2300-MATCH-ONE-CARD-CHARGE.
007830     READ CRDFILE
007840         AT END SET CRDFILE-EOF TO TRUE
007850         GO TO 2300-EXIT
007860     END-READ
007870     MOVE CD-EMPLOYEE-ID TO WS-FIND-EMP-ID
007880     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
007890     IF WS-FOUND-LVR-SUB = 0
007900         OR CD-AMOUNT NOT NUMERIC
007910         GO TO 2300-EXIT
007920     END-IF
007930     MOVE 0 TO WS-FOUND-CLM-SUB
007940     PERFORM 2310-CHECK-ONE-CLAIM THRU 2310-EXIT
007950         VARYING CMX FROM 1 BY 1 UNTIL CMX > WS-CLM-COUNT
007960     IF WS-FOUND-CLM-SUB GREATER THAN 0
007970         MOVE 'Y' TO WS-CLM-MATCH-SW(WS-FOUND-CLM-SUB)
007980         GO TO 2300-EXIT
007990     END-IF
008000     IF WS-CRD-COUNT = 2000
008010         DISPLAY 'LEAVERS HAVE MORE THAN 2000 UNCLAIMED CARD '
008020             'CHARGES -- INCREASE THE WS-CRD-TABLE SIZE '
008030             'TO CONTINUE'
008040         MOVE 16 TO RETURN-CODE
008050         GOBACK
008060     END-IF
008070     ADD 1 TO WS-CRD-COUNT
008080     MOVE CD-EMPLOYEE-ID   TO WS-CRD-EMP-ID(WS-CRD-COUNT)
008090     MOVE CD-TRAN-DATE     TO WS-CRD-DATE(WS-CRD-COUNT)
008100     MOVE CD-AMOUNT        TO WS-CRD-AMOUNT(WS-CRD-COUNT)
008110     MOVE CD-CURRENCY-CODE TO WS-CRD-CURRENCY(WS-CRD-COUNT)
008120     MOVE CD-MERCHANT      TO WS-CRD-MERCHANT(WS-CRD-COUNT)
008125     MOVE WS-LVR-CURRENCY(WS-FOUND-LVR-SUB) TO WS-HOME-CURRENCY
008130     MOVE CD-CURRENCY-CODE TO WS-CNV-CURRENCY
008140     MOVE CD-AMOUNT        TO WS-CNV-AMOUNT
008150     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT
008160     MOVE WS-CNV-PRICED-SW TO WS-CRD-PRICED-SW(WS-CRD-COUNT)
008170     IF CNV-PRICED
008180         ADD WS-CNV-HOME-AMOUNT TO WS-LVR-CARD(WS-FOUND-LVR-SUB)
008190     ELSE
008200         ADD 1 TO WS-LVR-NOT-PRICED(WS-FOUND-LVR-SUB)
008210     END-IF.
008220 2300-EXIT.
008230     EXIT.

008240 2310-CHECK-ONE-CLAIM.
008250     IF NOT WS-CLM-MATCHED(CMX)
008260         AND WS-CLM-EMP-ID(CMX) = CD-EMPLOYEE-ID
008270         AND WS-CLM-DATE(CMX) = CD-TRAN-DATE
008280         AND WS-CLM-AMOUNT(CMX) = CD-AMOUNT
008290         MOVE CMX TO WS-FOUND-CLM-SUB
008300         MOVE WS-CLM-COUNT TO CMX
008310     END-IF.
008320 2310-EXIT.
008330     EXIT.

008340 2400-LOAD-ONE-PAYMENT.
008350     READ PAYSTAT
008360         AT END SET PAYSTAT-EOF TO TRUE
008370         GO TO 2400-EXIT
008380     END-READ
008390     IF NOT PS-PENDING AND NOT PS-RETURNED
008410         GO TO 2400-EXIT
008420     END-IF
008430     MOVE PS-EMPLOYEE-ID TO WS-FIND-EMP-ID
008440     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
008450     IF WS-FOUND-LVR-SUB = 0
008460         GO TO 2400-EXIT
008470     END-IF
008480     IF WS-LVR-NAME(WS-FOUND-LVR-SUB) = SPACES
008490         MOVE PS-EMPLOYEE-NAME TO WS-LVR-NAME(WS-FOUND-LVR-SUB)
008500     END-IF
008510     IF WS-PAY-COUNT = 2000
008520         DISPLAY 'LEAVERS HAVE MORE THAN 2000 OPEN PAYMENTS -- '
008530             'INCREASE THE WS-PAY-TABLE SIZE TO CONTINUE'
008540         MOVE 16 TO RETURN-CODE
008550         GOBACK
008560     END-IF
008570     ADD 1 TO WS-PAY-COUNT
008580     MOVE PS-EMPLOYEE-ID   TO WS-PAY-EMP-ID(WS-PAY-COUNT)
008590     MOVE PS-NET-AMOUNT    TO WS-PAY-NET(WS-PAY-COUNT)
008600     MOVE PS-CURRENCY      TO WS-PAY-CURRENCY(WS-PAY-COUNT)
008610     MOVE PS-PAY-METHOD    TO WS-PAY-METHOD(WS-PAY-COUNT)
008620     MOVE PS-RUN-DATE      TO WS-PAY-RUN-DATE(WS-PAY-COUNT)
008630     MOVE PS-STATUS        TO WS-PAY-STATUS(WS-PAY-COUNT)
008640     MOVE PS-RETURN-REASON TO WS-PAY-REASON(WS-PAY-COUNT).
008650 2400-EXIT.
008660     EXIT.

008661*
008662*    A BALANCE IS HELD IN ITS COMPANY'S HOME CURRENCY (SPACES ON
008663*    AN OLDER RECORD ARE THE PARENT'S) AND IS CONVERTED WHEN THE
008664*    LEAVER HAS SINCE MOVED TO A COMPANY IN ANOTHER CURRENCY.
008665*
008670 2450-LOAD-ONE-BALANCE.
008680     READ DUEFILE
008690         AT END SET DUEFILE-EOF TO TRUE
008700         GO TO 2450-EXIT
008710     END-READ
008720     IF DU-BALANCE NOT NUMERIC OR DU-BALANCE = 0
008730         GO TO 2450-EXIT
008740     END-IF
008750     MOVE DU-EMPLOYEE-ID TO WS-FIND-EMP-ID
008760     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
008770     IF WS-FOUND-LVR-SUB = 0
008780         GO TO 2450-EXIT
008790     END-IF
008791     MOVE WS-LVR-CURRENCY(WS-FOUND-LVR-SUB) TO WS-HOME-CURRENCY
008792     MOVE DU-CURRENCY TO WS-CNV-CURRENCY
008793     IF DU-CURRENCY = SPACES
008794         MOVE WS-FX-BASE-CURRENCY TO WS-CNV-CURRENCY
008795     END-IF
008796     MOVE DU-BALANCE TO WS-CNV-AMOUNT
008797     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT
008798     IF NOT CNV-PRICED
008799         ADD 1 TO WS-LVR-NOT-PRICED(WS-FOUND-LVR-SUB)
008800         GO TO 2450-EXIT
008801     END-IF
008802     ADD WS-CNV-HOME-AMOUNT TO WS-LVR-DUE(WS-FOUND-LVR-SUB)
008810     MOVE DU-LAST-SOURCE TO WS-LVR-DUE-SOURCE(WS-FOUND-LVR-SUB)
008820     MOVE DU-LAST-ACTIVITY-DATE
008830         TO WS-LVR-DUE-DATE(WS-FOUND-LVR-SUB).
008840 2450-EXIT.
008850     EXIT.

008860*****************************************************
008870*  2500-LOAD-APPROVER-MASTER -- THE WHOLE APRFILE,    *
008880*  KEPT AS RECORD IMAGES FOR THE REWRITE.  OPTIONAL:  *
008890*  WITH NO MASTER NOTHING IS FLAGGED OR ROUTED.       *
008900*****************************************************
008910 2500-LOAD-APPROVER-MASTER.
008920     OPEN INPUT APRFILE
008930     IF WS-APRFILE-STATUS = '00'
008940         PERFORM 2510-LOAD-ONE-APPROVER THRU 2510-EXIT
008950             UNTIL APRFILE-EOF
008960     END-IF
008970     CLOSE APRFILE.
008980 2500-EXIT.
008990     EXIT.

009000 2510-LOAD-ONE-APPROVER.
009010     READ APRFILE
009020         AT END SET APRFILE-EOF TO TRUE
009030         GO TO 2510-EXIT
009040     END-READ
009050     IF WS-APR-COUNT = 200
009060         DISPLAY 'APRFILE HAS MORE THAN 200 DEPARTMENTS -- '
009070             'INCREASE THE WS-APR-TABLE SIZE TO CONTINUE'
009080         MOVE 16 TO RETURN-CODE
009090         GOBACK
009100     END-IF
009110     ADD 1 TO WS-APR-COUNT
009120     MOVE AM-DEPARTMENT  TO WS-APR-DEPARTMENT(WS-APR-COUNT)
009130     MOVE AM-APPROVER-ID TO WS-APR-APPROVER(WS-APR-COUNT)
009140     MOVE APPMAST-RECORD TO WS-APR-IMAGE(WS-APR-COUNT).
009150 2510-EXIT.
009160     EXIT.

009170*****************************************************
009180*  2600-LOAD-APPROVAL-QUEUE -- EXCFILE, THEN ESCFILE, *
009190*  THEN THE DECISIONS TAKEN AGAINST THEM, MATCHED AS  *
009200*  EXPENSE-APPROVALS MATCHES THEM.  HELD AND          *
009210*  UNDECIDED ITEMS ARE STILL AWAITING APPROVAL.       *
009220*****************************************************
009230 2600-LOAD-APPROVAL-QUEUE.
009240     OPEN INPUT EXCFILE
009250     IF WS-EXCFILE-STATUS = '00'
009260         PERFORM 2610-LOAD-ONE-EXCEPTION THRU 2610-EXIT
009270             UNTIL EXCFILE-EOF
009280     END-IF
009290     CLOSE EXCFILE

009300     OPEN INPUT ESCFILE
009310     IF WS-ESCFILE-STATUS = '00'
009320         PERFORM 2650-LOAD-ONE-ESCALATION THRU 2650-EXIT
009330             UNTIL ESCFILE-EOF
009340     END-IF
009350     CLOSE ESCFILE

009360     OPEN INPUT DECFILE
009370     IF WS-DECFILE-STATUS = '00'
009380         PERFORM 2670-APPLY-ONE-DECISION THRU 2670-EXIT
009390             UNTIL DECFILE-EOF
009400     END-IF
009410     CLOSE DECFILE.
009420 2600-EXIT.
009430     EXIT.

009440 2610-LOAD-ONE-EXCEPTION.
009450     READ EXCFILE INTO WS-QUEUE-ITEM
009460         AT END SET EXCFILE-EOF TO TRUE
009470         NOT AT END
009480             PERFORM 2620-STORE-QUEUE-ITEM THRU 2620-EXIT
009490             SET WS-QUE-FROM-EXCFILE(WS-QUE-COUNT) TO TRUE
009500     END-READ.
009510 2610-EXIT.
009520     EXIT.

009530*
009540*    AN UNROUTED ITEM GOES TO ITS DEPARTMENT'S APPROVER, AS
009550*    EXPENSE-APPROVALS ROUTES IT.
009560*
009570 2620-STORE-QUEUE-ITEM.
009580     IF WS-QUE-COUNT = 4000
009590         DISPLAY 'EXCFILE/ESCFILE HAVE MORE THAN 4000 ITEMS -- '
009600             'INCREASE THE WS-QUE-TABLE SIZE TO CONTINUE'
009610         MOVE 16 TO RETURN-CODE
009620         GOBACK
009630     END-IF
009640     ADD 1 TO WS-QUE-COUNT
009650     MOVE EX-EMPLOYEE-ID     TO WS-QUE-EMP-ID(WS-QUE-COUNT)
009660     MOVE EX-EXPENSE-NAME    TO WS-QUE-EXP-NAME(WS-QUE-COUNT)
009670     MOVE EX-AMOUNT-DISPLAY  TO WS-QUE-AMOUNT-DISP(WS-QUE-COUNT)
009680     MOVE EX-CURRENCY-CODE   TO WS-QUE-CURRENCY(WS-QUE-COUNT)
009690     MOVE EX-ROUTED-APPROVER TO WS-QUE-ROUTED(WS-QUE-COUNT)
009700     MOVE ' '                TO WS-QUE-STATE-SW(WS-QUE-COUNT)
009710     IF EX-ROUTED-APPROVER = SPACES
009720         PERFORM 2630-LOOK-FOR-DEPARTMENT THRU 2630-EXIT
009730             VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT
009740     END-IF
009750     MOVE EX-EMPLOYEE-ID TO WS-FIND-EMP-ID
009760     PERFORM 5000-FIND-LEAVER THRU 5000-EXIT
009770     IF WS-FOUND-LVR-SUB GREATER THAN 0
009780         AND WS-LVR-NAME(WS-FOUND-LVR-SUB) = SPACES
009790         MOVE EX-EMPLOYEE-NAME TO WS-LVR-NAME(WS-FOUND-LVR-SUB)
009800     END-IF.
009810 2620-EXIT.
009820     EXIT.

009830 2630-LOOK-FOR-DEPARTMENT.
009840     IF WS-APR-DEPARTMENT(APX) = EX-DEPARTMENT
009850         MOVE WS-APR-APPROVER(APX) TO WS-QUE-ROUTED(WS-QUE-COUNT)
009860         MOVE WS-APR-COUNT TO APX
009870     END-IF.
009880 2630-EXIT.
009890     EXIT.

009900*
009910*    AN ESCALATED ITEM WAS A HOLD ON THIS CYCLE'S EXCFILE.  THE
009920*    ESCALATION REPLACES THAT ENTRY SO THE ITEM LISTS ONCE.
009930*
009940 2650-LOAD-ONE-ESCALATION.
009950     READ ESCFILE INTO WS-QUEUE-ITEM
009960         AT END SET ESCFILE-EOF TO TRUE
009970         GO TO 2650-EXIT
009980     END-READ
009990     MOVE 0 TO WS-FOUND-QUE-SUB
010000     PERFORM 2660-LOOK-FOR-ESCALATED-ITEM THRU 2660-EXIT
010010         VARYING QY FROM 1 BY 1 UNTIL QY > WS-QUE-COUNT
010020     IF WS-FOUND-QUE-SUB GREATER THAN 0
010030         SET WS-QUE-SUPERSEDED(WS-FOUND-QUE-SUB) TO TRUE
010040     END-IF
010050     PERFORM 2620-STORE-QUEUE-ITEM THRU 2620-EXIT
010060     SET WS-QUE-FROM-ESCFILE(WS-QUE-COUNT) TO TRUE.
010070 2650-EXIT.
010080     EXIT.

010090 2660-LOOK-FOR-ESCALATED-ITEM.
010100     IF WS-QUE-FROM-EXCFILE(QY)
010110         AND WS-QUE-OPEN(QY)
010120         AND WS-QUE-EMP-ID(QY) = EX-EMPLOYEE-ID
010130         AND WS-QUE-EXP-NAME(QY) = EX-EXPENSE-NAME
010140         AND WS-QUE-AMOUNT-DISP(QY) = EX-AMOUNT-DISPLAY
010150         MOVE QY TO WS-FOUND-QUE-SUB
010160         MOVE WS-QUE-COUNT TO QY
010170     END-IF.
010180 2660-EXIT.
010190     EXIT.

010200 2670-APPLY-ONE-DECISION.
010210     READ DECFILE
010220         AT END SET DECFILE-EOF TO TRUE
010230         GO TO 2670-EXIT
010240     END-READ
010250     IF NOT DC-APPROVED AND NOT DC-REJECTED
010260         AND NOT DC-ON-HOLD
010270         GO TO 2670-EXIT
010280     END-IF
010290     MOVE DC-AMOUNT TO WS-DEC-AMOUNT-DISP
010300     MOVE 0 TO WS-FOUND-QUE-SUB
010310     PERFORM 2680-LOOK-FOR-DECIDED-ITEM THRU 2680-EXIT
010320         VARYING QY FROM 1 BY 1 UNTIL QY > WS-QUE-COUNT
010330     IF WS-FOUND-QUE-SUB = 0
010340         GO TO 2670-EXIT
010350     END-IF
010360     IF DC-ON-HOLD
010370         SET WS-QUE-HELD(WS-FOUND-QUE-SUB) TO TRUE
010380     ELSE
010390         SET WS-QUE-DECIDED(WS-FOUND-QUE-SUB) TO TRUE
010400     END-IF.
010410 2670-EXIT.
010420     EXIT.

010430 2680-LOOK-FOR-DECIDED-ITEM.
010440     IF WS-QUE-OPEN(QY)
010450         AND WS-QUE-EMP-ID(QY) = DC-EMPLOYEE-ID
010460         AND WS-QUE-EXP-NAME(QY) = DC-EXPENSE-NAME
010470         AND WS-QUE-AMOUNT-DISP(QY) = WS-DEC-AMOUNT-DISP
010480         MOVE QY TO WS-FOUND-QUE-SUB
010490         MOVE WS-QUE-COUNT TO QY
010500     END-IF.
010510 2680-EXIT.
010520     EXIT.

010530*****************************************************
010540*  3000-CLEAR-ONE-LEAVER -- THE CLEARANCE REPORT FOR  *
010550*  ONE LEAVER, THE APRFILE FLAGS FOR THEM, AND THEIR  *
010560*  FINAL-PAY DEDUCTION.  WHAT THE LEAVER OWES IS THE  *
010570*  OPEN ADVANCES LESS THE CLAIMS NOT YET SETTLED      *
010580*  (NEVER BELOW ZERO), PLUS CARD CHARGES NEVER        *
010590*  CLAIMED, PLUS THE DUE-TO-COMPANY BALANCE.          *
010600*****************************************************
010610 3000-CLEAR-ONE-LEAVER.
010615     MOVE WS-LVR-CURRENCY(LVX) TO WS-HOME-CURRENCY
010620     DISPLAY ' '
010630     DISPLAY 'LEAVER,' WS-LVR-EMP-ID(LVX) ','
010640         FUNCTION TRIM(WS-LVR-NAME(LVX))
010650         ',LAST DAY,' WS-LVR-LAST-DAY(LVX)
010660         ',REPLACEMENT,' WS-LVR-REPLACEMENT(LVX)
010663         ',COMPANY,' WS-LVR-CO-CODE(LVX)
010666         ',CURRENCY,' WS-HOME-CURRENCY
010670     DISPLAY 'SECTION,ITEM,DATE,AMOUNT,CURRENCY,NOTE'

010680     PERFORM 3100-LIST-ONE-ADVANCE THRU 3100-EXIT
010690         VARYING AVX FROM 1 BY 1 UNTIL AVX > WS-ADV-COUNT
010700     COMPUTE WS-NET-CLAIMS = WS-LVR-CLAIMED(LVX)
010710         - WS-LVR-CREDITED(LVX)
010720     IF WS-LVR-CREDITED(LVX) GREATER THAN WS-LVR-CLAIMED(LVX)
010730         MOVE 0 TO WS-NET-CLAIMS
010740     END-IF
010750     MOVE 0 TO WS-ADVANCE-OWED
010760     IF WS-LVR-ADVANCE(LVX) GREATER THAN WS-NET-CLAIMS
010770         COMPUTE WS-ADVANCE-OWED = WS-LVR-ADVANCE(LVX)
010780             - WS-NET-CLAIMS
010790     END-IF
010800     IF WS-LVR-ADVANCE(LVX) GREATER THAN 0
010810         OR WS-LVR-CLAIM-LINES(LVX) GREATER THAN 0
010820         MOVE WS-NET-CLAIMS TO WS-FORMATTED-TOTAL
010830         DISPLAY 'UNSETTLED CLAIMS,' WS-LVR-CLAIM-LINES(LVX)
010840             ' LINES,,' WS-FORMATTED-TOTAL ','
010850             WS-HOME-CURRENCY ','
010860         MOVE WS-ADVANCE-OWED TO WS-FORMATTED-TOTAL
010870         DISPLAY 'ADVANCE NET OF CLAIMS,,,' WS-FORMATTED-TOTAL
010880             ',' WS-HOME-CURRENCY ','
010890     END-IF

010900     PERFORM 3200-LIST-ONE-CARD-CHARGE THRU 3200-EXIT
010910         VARYING CRX FROM 1 BY 1 UNTIL CRX > WS-CRD-COUNT
010920     PERFORM 3300-LIST-OWN-QUEUE-ITEM THRU 3300-EXIT
010930         VARYING QX FROM 1 BY 1 UNTIL QX > WS-QUE-COUNT
010940     MOVE 0 TO WS-ROUTED-ITEM-COUNT
010950     PERFORM 3400-LIST-ROUTED-QUEUE-ITEM THRU 3400-EXIT
010960         VARYING QX FROM 1 BY 1 UNTIL QX > WS-QUE-COUNT
010970     PERFORM 3500-LIST-ONE-PAYMENT THRU 3500-EXIT
010980         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
010990     IF WS-LVR-DUE(LVX) GREATER THAN 0
011000         MOVE WS-LVR-DUE(LVX) TO WS-FORMATTED-TOTAL
011010         DISPLAY 'DUE TO COMPANY,'
011020             FUNCTION TRIM(WS-LVR-DUE-SOURCE(LVX)) ','
011030             WS-LVR-DUE-DATE(LVX) ',' WS-FORMATTED-TOTAL ','
011040             WS-HOME-CURRENCY ','
011050     END-IF
011060     PERFORM 3700-FLAG-ONE-APPROVER THRU 3700-EXIT
011070         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT
011080     PERFORM 3800-WRITE-DEDUCTION THRU 3800-EXIT.
011090 3000-EXIT.
011100     EXIT.

011110 3100-LIST-ONE-ADVANCE.
011120     IF WS-ADV-EMP-ID(AVX) NOT = WS-LVR-EMP-ID(LVX)
011130         GO TO 3100-EXIT
011140     END-IF
011150     MOVE WS-ADV-AMOUNT(AVX) TO WS-FORMATTED-AMOUNT
011160     IF WS-ADV-PRICED(AVX)
011170         DISPLAY 'OPEN ADVANCE,ISSUED,'
011180             WS-ADV-ISSUE-DATE(AVX) ',' WS-FORMATTED-AMOUNT ','
011190             WS-ADV-CURRENCY(AVX) ','
011200     ELSE
011210         DISPLAY 'OPEN ADVANCE,ISSUED,'
011220             WS-ADV-ISSUE-DATE(AVX) ',' WS-FORMATTED-AMOUNT ','
011230             WS-ADV-CURRENCY(AVX)
011240             ',NOT PRICED -- NO FX RATE ON FILE'
011250     END-IF.
011260 3100-EXIT.
011270     EXIT.

011280 3200-LIST-ONE-CARD-CHARGE.
011290     IF WS-CRD-EMP-ID(CRX) NOT = WS-LVR-EMP-ID(LVX)
011300         GO TO 3200-EXIT
011310     END-IF
011320     ADD 1 TO WS-CARD-COUNT
011330     MOVE WS-CRD-AMOUNT(CRX) TO WS-FORMATTED-AMOUNT
011340     IF WS-CRD-PRICED(CRX)
011350         DISPLAY 'CARD CHARGE NO CLAIM,'
011360             FUNCTION TRIM(WS-CRD-MERCHANT(CRX)) ','
011370             WS-CRD-DATE(CRX) ',' WS-FORMATTED-AMOUNT ','
011380             WS-CRD-CURRENCY(CRX) ','
011390     ELSE
011400         DISPLAY 'CARD CHARGE NO CLAIM,'
011410             FUNCTION TRIM(WS-CRD-MERCHANT(CRX)) ','
011420             WS-CRD-DATE(CRX) ',' WS-FORMATTED-AMOUNT ','
011430             WS-CRD-CURRENCY(CRX)
011440             ',NOT PRICED -- NO FX RATE ON FILE'
011450     END-IF.
011460 3200-EXIT.
011470     EXIT.

011480*
011490*    THE LEAVER'S OWN ITEMS STILL WAITING ON A MANAGER.
011500*
011510 3300-LIST-OWN-QUEUE-ITEM.
011520     IF WS-QUE-EMP-ID(QX) NOT = WS-LVR-EMP-ID(LVX)
011530         OR WS-QUE-DECIDED(QX)
011540         OR WS-QUE-SUPERSEDED(QX)
011550         GO TO 3300-EXIT
011560     END-IF
011570     ADD 1 TO WS-OWN-ITEM-COUNT
011580     PERFORM 3450-SET-QUEUE-STATE-TEXT THRU 3450-EXIT
011590     DISPLAY 'AWAITING APPROVAL,'
011600         FUNCTION TRIM(WS-QUE-EXP-NAME(QX)) ',,'
011610         WS-QUE-AMOUNT-DISP(QX) ','
011620         WS-QUE-CURRENCY(QX) ','
011630         FUNCTION TRIM(WS-QUE-STATE-TEXT)
011640         ' WITH ' WS-QUE-ROUTED(QX).
011650 3300-EXIT.
011660     EXIT.

011670*
011680*    OTHER EMPLOYEES' ITEMS SITTING WITH THE LEAVER AS THEIR
011690*    APPROVER.  THEY MOVE TO THE REPLACEMENT ONCE APRFILE IS
011700*    FLAGGED; WITH NO REPLACEMENT NAMED THEY ARE STRANDED.
011710*
011720 3400-LIST-ROUTED-QUEUE-ITEM.
011730     IF WS-QUE-ROUTED(QX) NOT = WS-LVR-EMP-ID(LVX)
011740         OR WS-QUE-DECIDED(QX)
011750         OR WS-QUE-SUPERSEDED(QX)
011760         GO TO 3400-EXIT
011770     END-IF
011780     ADD 1 TO WS-ROUTED-COUNT
011790     ADD 1 TO WS-ROUTED-ITEM-COUNT
011800     PERFORM 3450-SET-QUEUE-STATE-TEXT THRU 3450-EXIT
011810     IF WS-LVR-REPLACEMENT(LVX) = SPACES
011820         ADD 1 TO WS-NO-REPLACEMENT-COUNT
011830         DISPLAY 'ROUTED TO LEAVER,' WS-QUE-EMP-ID(QX) ' '
011840             FUNCTION TRIM(WS-QUE-EXP-NAME(QX)) ',,'
011850             WS-QUE-AMOUNT-DISP(QX) ','
011860             WS-QUE-CURRENCY(QX) ','
011870             FUNCTION TRIM(WS-QUE-STATE-TEXT)
011880             ' -- NO REPLACEMENT NAMED'
011890     ELSE
011900         DISPLAY 'ROUTED TO LEAVER,' WS-QUE-EMP-ID(QX) ' '
011910             FUNCTION TRIM(WS-QUE-EXP-NAME(QX)) ',,'
011920             WS-QUE-AMOUNT-DISP(QX) ','
011930             WS-QUE-CURRENCY(QX) ','
011940             FUNCTION TRIM(WS-QUE-STATE-TEXT)
011950             ' -- REROUTES TO ' WS-LVR-REPLACEMENT(LVX)
011960     END-IF.
011970 3400-EXIT.
011980     EXIT.

011990 3450-SET-QUEUE-STATE-TEXT.
012000     IF WS-QUE-HELD(QX)
012010         MOVE 'ON HOLD'    TO WS-QUE-STATE-TEXT
012020     ELSE
012030         IF WS-QUE-FROM-ESCFILE(QX)
012040             MOVE 'ESCALATED'  TO WS-QUE-STATE-TEXT
012050         ELSE
012060             MOVE 'UNDECIDED'  TO WS-QUE-STATE-TEXT
012070         END-IF
012080     END-IF.
012090 3450-EXIT.
012100     EXIT.

012110*
012120*    A PAYMENT STILL IN FLIGHT MAY BE BOUND FOR AN ACCOUNT
012130*    THE LEAVER HAS CLOSED; A RETURNED ONE NEEDS NEW PAYMENT
012140*    DETAILS.  BOTH ARE LISTED FOR PAYROLL TO SETTLE WITH
012150*    THE FINAL PAY.
012160*
012170 3500-LIST-ONE-PAYMENT.
012180     IF WS-PAY-EMP-ID(PYX) NOT = WS-LVR-EMP-ID(LVX)
012190         GO TO 3500-EXIT
012200     END-IF
012210     IF WS-PAY-RETURNED(PYX)
012220         ADD 1 TO WS-RETURNED-PAY-COUNT
012230         MOVE 'PAYMENT RETURNED' TO WS-PAY-STATE-TEXT
012240     ELSE
012250         ADD 1 TO WS-PENDING-PAY-COUNT
012260         MOVE 'PAYMENT PENDING'  TO WS-PAY-STATE-TEXT
012270     END-IF
012280     MOVE WS-PAY-NET(PYX) TO WS-FORMATTED-TOTAL
012290     IF WS-PAY-RETURNED(PYX)
012300         DISPLAY FUNCTION TRIM(WS-PAY-STATE-TEXT) ','
012310             'METHOD ' WS-PAY-METHOD(PYX) ','
012320             WS-PAY-RUN-DATE(PYX) ',' WS-FORMATTED-TOTAL ','
012330             WS-PAY-CURRENCY(PYX) ','
012340             FUNCTION TRIM(WS-PAY-REASON(PYX))
012350     ELSE
012360         DISPLAY FUNCTION TRIM(WS-PAY-STATE-TEXT) ','
012370             'METHOD ' WS-PAY-METHOD(PYX) ','
012380             WS-PAY-RUN-DATE(PYX) ',' WS-FORMATTED-TOTAL ','
012390             WS-PAY-CURRENCY(PYX) ','
012400             'CONFIRM ACCOUNT IS STILL OPEN'
012410     END-IF.
012420 3500-EXIT.
012430     EXIT.

012440*
012450*    FLAG AN APRFILE RECORD THAT NAMES THE LEAVER AS ITS
012460*    APPROVER OR NEXT LEVEL.  A RECORD NAMING TWO LEAVERS
012470*    CARRIES ONE REPLACEMENT -- THE LATER LEAVER'S, WHEN HR
012480*    NAMED ONE.
012490*
012500 3700-FLAG-ONE-APPROVER.
012510     MOVE WS-APR-IMAGE(APX) TO APPMAST-RECORD
012520     MOVE SPACES TO WS-APR-FLAG-TEXT
012530     IF AM-APPROVER-ID = WS-LVR-EMP-ID(LVX)
012540         IF AM-NEXT-LEAVING
012550             MOVE 'B' TO AM-REASSIGN-SW
012560         ELSE
012570             MOVE 'A' TO AM-REASSIGN-SW
012580         END-IF
012590         MOVE 'APPROVER' TO WS-APR-FLAG-TEXT
012600     END-IF
012610     IF AM-NEXT-APPROVER = WS-LVR-EMP-ID(LVX)
012620         IF AM-APPROVER-LEAVING
012630             MOVE 'B' TO AM-REASSIGN-SW
012640         ELSE
012650             MOVE 'N' TO AM-REASSIGN-SW
012660         END-IF
012670         MOVE 'NEXT LEVEL' TO WS-APR-FLAG-TEXT
012680     END-IF
012690     IF WS-APR-FLAG-TEXT = SPACES
012700         GO TO 3700-EXIT
012710     END-IF
012720     IF WS-LVR-REPLACEMENT(LVX) NOT = SPACES
012730         MOVE WS-LVR-REPLACEMENT(LVX) TO AM-REPLACEMENT-ID
012740     END-IF
012750     ADD 1 TO WS-FLAGGED-COUNT
012760     IF APPMAST-RECORD NOT = WS-APR-IMAGE(APX)
012770         ADD 1 TO WS-APR-CHANGED-COUNT
012780         MOVE APPMAST-RECORD TO WS-APR-IMAGE(APX)
012790     END-IF
012800     IF AM-REPLACEMENT-ID = SPACES
012810         DISPLAY 'APPROVER MASTER,'
012820             FUNCTION TRIM(AM-DEPARTMENT) ',,,,'
012830             FUNCTION TRIM(WS-APR-FLAG-TEXT)
012840             ' FLAGGED -- NO REPLACEMENT NAMED'
012850     ELSE
012860         DISPLAY 'APPROVER MASTER,'
012870             FUNCTION TRIM(AM-DEPARTMENT) ',,,,'
012880             FUNCTION TRIM(WS-APR-FLAG-TEXT)
012890             ' FLAGGED -- REPLACEMENT ' AM-REPLACEMENT-ID
012900     END-IF.
012910 3700-EXIT.
012920     EXIT.

012930*
012936*    THE FINAL-PAY DEDUCTION, IN THE HOME CURRENCY OF THE
012942*    LEAVER'S COMPANY, FOR THAT COMPANY'S PAYROLL.  AN ITEM
012948*    THAT COULD NOT BE VALUED IS LEFT OUT OF IT AND THE
012954*    CLEARANCE SAYS SO.
012960*
012970 3800-WRITE-DEDUCTION.
012980     COMPUTE WS-DEDUCTION = WS-ADVANCE-OWED + WS-LVR-CARD(LVX)
012990         + WS-LVR-DUE(LVX)
012998     MOVE WS-LVR-CO-SUB(LVX) TO COX
013006     ADD WS-ADVANCE-OWED   TO WS-CO-ADVANCE-TOTAL(COX)
013014     ADD WS-LVR-CARD(LVX)  TO WS-CO-CARD-TOTAL(COX)
013022     ADD WS-LVR-DUE(LVX)   TO WS-CO-DUE-TOTAL(COX)
013030     IF WS-LVR-NOT-PRICED(LVX) GREATER THAN 0
013040         ADD WS-LVR-NOT-PRICED(LVX) TO WS-NOT-PRICED-COUNT
013050         DISPLAY 'NOT PRICED,' WS-LVR-NOT-PRICED(LVX)
013060             ' ITEMS,,,,LEFT OUT OF THE DEDUCTION -- '
013070             'SETTLE BY HAND'
013080     END-IF
013090     IF WS-DEDUCTION = 0
013100         DISPLAY 'FINAL-PAY DEDUCTION,,,0.00,'
013110             WS-HOME-CURRENCY ',NOTHING OWED'
013120         GO TO 3800-EXIT
013130     END-IF
013140     MOVE SPACES TO FPDEDX-RECORD
013150     MOVE WS-LVR-EMP-ID(LVX)   TO FP-EMPLOYEE-ID
013160     MOVE WS-LVR-LAST-DAY(LVX) TO FP-LAST-DAY
013170     MOVE WS-ADVANCE-OWED      TO FP-ADVANCE-AMOUNT
013180     MOVE WS-LVR-CARD(LVX)     TO FP-CARD-AMOUNT
013190     MOVE WS-LVR-DUE(LVX)      TO FP-DUE-AMOUNT
013200     MOVE WS-DEDUCTION         TO FP-TOTAL-DEDUCTION
013210     MOVE WS-HOME-CURRENCY     TO FP-CURRENCY
013215     MOVE WS-LVR-CO-CODE(LVX)  TO FP-COMPANY-CODE
013220     WRITE FPDEDX-RECORD
013230     ADD 1 TO WS-EXTRACT-COUNT
013236     ADD 1 TO WS-CO-EXTRACT-COUNT(COX)
013242     ADD WS-DEDUCTION TO WS-CO-DEDUCTION-TOTAL(COX)
013250     MOVE WS-DEDUCTION TO WS-FORMATTED-TOTAL
013260     DISPLAY 'FINAL-PAY DEDUCTION,,,' WS-FORMATTED-TOTAL ','
013270         WS-HOME-CURRENCY ',SENT TO PAYROLL'.
013280 3800-EXIT.
013290     EXIT.

013300*****************************************************
013310*  4000-REWRITE-APPROVER-MASTER -- PUT APRFILE BACK   *
013320*  WITH THE REASSIGNMENT FLAGS, ONLY WHEN ONE         *
013330*  CHANGED.                                           *
013340*****************************************************
013350 4000-REWRITE-APPROVER-MASTER.
013360     IF WS-APR-CHANGED-COUNT = 0
013370         GO TO 4000-EXIT
013380     END-IF
013390     OPEN OUTPUT APRFILE
013400     PERFORM 4010-WRITE-ONE-APPROVER THRU 4010-EXIT
013410         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT
013420     CLOSE APRFILE.
013430 4000-EXIT.
013440     EXIT.

013450 4010-WRITE-ONE-APPROVER.
013460     WRITE APPMAST-RECORD FROM WS-APR-IMAGE(APX).
013470 4010-EXIT.
013480     EXIT.

013490*****************************************************
013500*  5000 -- COMMON LOOKUPS AND VALUATION.              *
013510*****************************************************
013520 5000-FIND-LEAVER.
013530     MOVE 0 TO WS-FOUND-LVR-SUB
013540     PERFORM 5010-CHECK-ONE-LEAVER THRU 5010-EXIT
013550         VARYING LVX FROM 1 BY 1 UNTIL LVX > WS-LVR-COUNT.
013560 5000-EXIT.
013570     EXIT.

013580 5010-CHECK-ONE-LEAVER.
013590     IF WS-LVR-EMP-ID(LVX) = WS-FIND-EMP-ID
013600         MOVE LVX TO WS-FOUND-LVR-SUB
013610         MOVE WS-LVR-COUNT TO LVX
013620     END-IF.
013630 5010-EXIT.
013640     EXIT.

013650*
013660*    WS-CNV-AMOUNT IN WS-CNV-CURRENCY TO THE HOME CURRENCY AT
013666*    THE RATE IN EFFECT ON THE RUN DATE, CROSSED THROUGH THE
013672*    BASE CURRENCY WHEN THE HOME CURRENCY IS NOT THE BASE.
013678*    WITH EITHER RATE MISSING FROM FILE THE ITEM IS NOT
013684*    PRICED.
013690*
013700 5100-CONVERT-TO-HOME.
013710     MOVE 'Y' TO WS-CNV-PRICED-SW
013717     IF WS-CNV-CURRENCY = WS-HOME-CURRENCY
013724         OR WS-CNV-CURRENCY = SPACES
013731         MOVE WS-CNV-AMOUNT TO WS-CNV-HOME-AMOUNT
013738         GO TO 5100-EXIT
013745     END-IF
013752     MOVE WS-CNV-CURRENCY TO WS-FX-LOOKUP-CURRENCY
013759     PERFORM 5120-LOOKUP-BASE-RATE THRU 5120-EXIT
013766     MOVE WS-FX-LOOKUP-RATE TO WS-CNV-FROM-RATE
013773     IF WS-FX-LOOKUP-EFF-DATE NOT = 0
013780         MOVE WS-HOME-CURRENCY TO WS-FX-LOOKUP-CURRENCY
013787         PERFORM 5120-LOOKUP-BASE-RATE THRU 5120-EXIT
013794     END-IF
013801     IF WS-FX-LOOKUP-EFF-DATE = 0
013808         MOVE 'N' TO WS-CNV-PRICED-SW
013815         MOVE 0 TO WS-CNV-HOME-AMOUNT
013822         GO TO 5100-EXIT
013830     END-IF
013840     COMPUTE WS-CNV-HOME-AMOUNT ROUNDED =
013850         WS-CNV-AMOUNT * WS-CNV-FROM-RATE / WS-FX-LOOKUP-RATE.
013860 5100-EXIT.
013870     EXIT.

013871*
013872*    THE RATE FROM WS-FX-LOOKUP-CURRENCY TO THE BASE CURRENCY.
013873*    THE BASE CURRENCY ITSELF IS PAR.  WS-FX-LOOKUP-EFF-DATE IS
013874*    LEFT ZERO WHEN NO RATE IS ON FILE.
013875*
013876 5120-LOOKUP-BASE-RATE.
013877     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
013878     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
013879     IF WS-FX-LOOKUP-CURRENCY = WS-FX-BASE-CURRENCY
013880         MOVE WS-RUN-DATE TO WS-FX-LOOKUP-EFF-DATE
013881         GO TO 5120-EXIT
013882     END-IF
013883     PERFORM 5110-CHECK-ONE-FX-RATE THRU 5110-EXIT
013884         VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT.
013885 5120-EXIT.
013886     EXIT.

013887 5110-CHECK-ONE-FX-RATE.
013888     IF WS-FX-CURRENCY(FXX) = WS-FX-LOOKUP-CURRENCY
013900         AND WS-FX-EFF-DATE(FXX) NOT GREATER THAN WS-RUN-DATE
013910         AND WS-FX-EFF-DATE(FXX) GREATER THAN
013920             WS-FX-LOOKUP-EFF-DATE
013930         MOVE WS-FX-RATE(FXX)     TO WS-FX-LOOKUP-RATE
013940         MOVE WS-FX-EFF-DATE(FXX) TO WS-FX-LOOKUP-EFF-DATE
013950     END-IF.
013960 5110-EXIT.
013970     EXIT.

013980*
013990*    VALUE THE EXPENSE LINE IN WS-CLAIM-LINE IN THE HOME
014000*    CURRENCY: A UNIT-BASED LINE IS QUANTITY TIMES THE
014006*    PER-UNIT RATE IN EFFECT ON THE RUN DATE (LIMFILE RATES
014012*    ARE IN THE CLAIMING COMPANY'S HOME CURRENCY, AS
014018*    EXPENSE-REPORT APPLIES THEM), ANY OTHER LINE IS ITS
014024*    AMOUNT CONVERTED.
014030*
014040 5200-PRICE-CLAIM-LINE.
014050     MOVE 'N' TO WS-CNV-PRICED-SW
014060     MOVE 0 TO WS-CNV-HOME-AMOUNT
014070     IF EL-TYPE NUMERIC AND EL-TYPE GREATER THAN 0
014080         IF WS-TYP-LOADED(EL-TYPE)
014090             AND WS-TYP-UNIT-BASED(EL-TYPE)
014100             PERFORM 5210-PRICE-UNIT-BASED-LINE THRU 5210-EXIT
014110             GO TO 5200-EXIT
014120         END-IF
014130     END-IF
014140     IF EL-AMOUNT NOT NUMERIC
014150         GO TO 5200-EXIT
014160     END-IF
014170     MOVE EL-CURRENCY-CODE TO WS-CNV-CURRENCY
014180     MOVE EL-AMOUNT        TO WS-CNV-AMOUNT
014190     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT.
014200 5200-EXIT.
014210     EXIT.

014220 5210-PRICE-UNIT-BASED-LINE.
014230     IF EL-QUANTITY NOT NUMERIC OR EL-QUANTITY = 0
014240         GO TO 5210-EXIT
014250     END-IF
014260     MOVE 0 TO WS-UNIT-RATE
014270     MOVE 0 TO WS-UNIT-RATE-DATE
014280     PERFORM 5220-CHECK-ONE-UNIT-RATE THRU 5220-EXIT
014290         VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIMIT-COUNT
014300     IF WS-UNIT-RATE-DATE = 0
014310         GO TO 5210-EXIT
014320     END-IF
014330     COMPUTE WS-CNV-HOME-AMOUNT ROUNDED =
014340         EL-QUANTITY * WS-UNIT-RATE
014350     MOVE 'Y' TO WS-CNV-PRICED-SW.
014360 5210-EXIT.
014370     EXIT.

014380 5220-CHECK-ONE-UNIT-RATE.
014390     IF WS-LIM-TYPE(LX) = EL-TYPE
014400         AND WS-LIM-EFF-DATE(LX) NOT GREATER THAN WS-RUN-DATE
014410         AND WS-LIM-EFF-DATE(LX) GREATER THAN WS-UNIT-RATE-DATE
014420         MOVE WS-LIM-AMOUNT(LX)   TO WS-UNIT-RATE
014430         MOVE WS-LIM-EFF-DATE(LX) TO WS-UNIT-RATE-DATE
014440     END-IF.
014450 5220-EXIT.
014460     EXIT.

014470*****************************************************
014480*  8000-PRINT-CLEARANCE-SUMMARY -- RUN TOTALS.  ANY   *
014490*  ITEM NEEDING A HAND -- A FEED RECORD REJECTED, AN  *
014500*  ITEM NOT PRICED, A PAYMENT STILL IN FLIGHT OR      *
014510*  RETURNED, OR A QUEUE ITEM STRANDED WITH A LEAVER   *
014520*  WHO HAS NO REPLACEMENT -- RETURNS 4.               *
014530*****************************************************
014540 8000-PRINT-CLEARANCE-SUMMARY.
014550     DISPLAY ' '
014560     DISPLAY '===== SEPARATION CLEARANCE SUMMARY ====='
014570     DISPLAY 'LEAVERS CLEARED ........... ' WS-LVR-COUNT
014580     DISPLAY 'FEED RECORDS REJECTED ..... ' WS-FEED-REJECT-COUNT
014590     DISPLAY 'OWN ITEMS AWAITING APPROVAL ' WS-OWN-ITEM-COUNT
014600     DISPLAY 'ITEMS ROUTED TO LEAVERS ... ' WS-ROUTED-COUNT
014610     DISPLAY '  WITH NO REPLACEMENT ..... '
014620         WS-NO-REPLACEMENT-COUNT
014630     DISPLAY 'APPROVER RECORDS FLAGGED .. ' WS-FLAGGED-COUNT
014640     DISPLAY 'PAYMENTS PENDING .......... ' WS-PENDING-PAY-COUNT
014650     DISPLAY 'PAYMENTS RETURNED ......... '
014660         WS-RETURNED-PAY-COUNT
014670     DISPLAY 'CARD CHARGES NO CLAIM ..... ' WS-CARD-COUNT
014680     DISPLAY 'ITEMS NOT PRICED .......... ' WS-NOT-PRICED-COUNT
014760     DISPLAY 'FINAL-PAY DEDUCTIONS ...... ' WS-EXTRACT-COUNT
014766     PERFORM 8100-PRINT-ONE-COMPANY THRU 8100-EXIT
014772         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
014780     IF WS-FEED-REJECT-COUNT GREATER THAN 0
014790         OR WS-NOT-PRICED-COUNT GREATER THAN 0
014800         OR WS-PENDING-PAY-COUNT GREATER THAN 0
014810         OR WS-RETURNED-PAY-COUNT GREATER THAN 0
014820         OR WS-NO-REPLACEMENT-COUNT GREATER THAN 0
014830         MOVE 4 TO RETURN-CODE
014840     END-IF.
014850 8000-EXIT.
014860     EXIT.

014861*
014862*    THE AMOUNTS FOR EACH COMPANY WITH A LEAVER, IN THAT
014863*    COMPANY'S HOME CURRENCY.
014864*
014865 8100-PRINT-ONE-COMPANY.
014866     IF WS-CO-LEAVER-COUNT(COX) = 0
014867         GO TO 8100-EXIT
014868     END-IF
014869     DISPLAY 'COMPANY ' WS-CO-CODE(COX) ' '
014870         FUNCTION TRIM(WS-CO-NAME(COX))
014871         ' -- AMOUNTS IN ' WS-CO-CURRENCY(COX)
014872     DISPLAY '  LEAVERS ................. '
014873         WS-CO-LEAVER-COUNT(COX)
014874     MOVE WS-CO-ADVANCE-TOTAL(COX) TO WS-FORMATTED-TOTAL
014875     DISPLAY '  ADVANCES OWED ........... ' WS-FORMATTED-TOTAL
014876     MOVE WS-CO-CARD-TOTAL(COX) TO WS-FORMATTED-TOTAL
014877     DISPLAY '  UNCLAIMED CARD CHARGES .. ' WS-FORMATTED-TOTAL
014878     MOVE WS-CO-DUE-TOTAL(COX) TO WS-FORMATTED-TOTAL
014879     DISPLAY '  DUE-TO-COMPANY BALANCES . ' WS-FORMATTED-TOTAL
014880     MOVE WS-CO-DEDUCTION-TOTAL(COX) TO WS-FORMATTED-TOTAL
014881     DISPLAY '  FINAL-PAY DEDUCTIONS .... '
014882         WS-CO-EXTRACT-COUNT(COX) ' ' WS-FORMATTED-TOTAL.
014883 8100-EXIT.
014884     EXIT.

014885 9000-TERMINATE.
014886     CLOSE FPDFILE.
014890 9000-EXIT.
014900     EXIT.
