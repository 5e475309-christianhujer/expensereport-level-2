000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-ABUSE-WATCH.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  PERIODIC POLICY-ABUSE
000130*                     REVIEW OVER THE EXPENSE HISTORY (HSTFILE),
000140*                     THIS CYCLE'S CLAIMS (EXPFILE / HDRFILE)
000150*                     AND THE CORPORATE CARD STATEMENT
000160*                     (CRDFILE).  EACH EMPLOYEE IS SCORED ON
000170*                     MEALS SPLIT INTO LINES EACH JUST UNDER
000180*                     THE LIMFILE LIMIT, CLAIMS DATED OUTSIDE
000190*                     THE TRIP, HEAVY WEEKEND AND HOLIDAY
000200*                     (HOLFILE) SPENDING, UNUSUALLY MANY
000210*                     ROUND-DOLLAR AMOUNTS, AND SPEND PER
000220*                     TRIP-DAY FAR ABOVE THE DEPARTMENT'S
000230*                     AVERAGE.  PRINTS A RANKED WATCH LIST WITH
000240*                     THE EVIDENCE LINES; AN EMPLOYEE SCORING
000250*                     AT OR ABOVE THE PARM (DEFAULT 10) IS
000260*                     APPENDED TO THE EXCFILE QUEUE FOR
000270*                     MANAGER REVIEW.
000271*    10/15/2026 DK    EVERY LINE AND CARD CHARGE IS VALUED IN THE
000272*                     HOME CURRENCY OF THE EMPLOYEE'S COMPANY
000273*                     (COMFILE), THE CURRENCY LIMFILE LIMITS ARE
000274*                     APPLIED IN, AND PER-DAY SPEND IS COMPARED
000275*                     WITHIN THE COMPANY'S OWN DEPARTMENT.  HEAVY
000276*                     WEEKEND/HOLIDAY SPENDING NOW NEEDS A MINIMUM
000277*                     SHARE OF THE EMPLOYEE'S LINES AND SCORES
000278*                     ONCE, AS THE ROUND-AMOUNT RULE DOES.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TYPFILE ASSIGN TO "TYPFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TYPFILE-STATUS.

000372     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-COMFILE-STATUS.

000380     SELECT OPTIONAL LIMFILE ASSIGN TO "LIMFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-LIMFILE-STATUS.

000410     SELECT OPTIONAL FXFILE ASSIGN TO "FXFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FXFILE-STATUS.

000440     SELECT OPTIONAL HOLFILE ASSIGN TO "HOLFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HOLFILE-STATUS.

000470     SELECT OPTIONAL HDRFILE ASSIGN TO "HDRFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HDRFILE-STATUS.

000500     SELECT OPTIONAL EXPFILE ASSIGN TO "EXPFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EXPFILE-STATUS.

000530     SELECT OPTIONAL HSTFILE ASSIGN TO "HSTFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HSTFILE-STATUS.

000560     SELECT OPTIONAL CRDFILE ASSIGN TO "CRDFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CRDFILE-STATUS.

000590     SELECT EXCFILE ASSIGN TO "EXCFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-EXCFILE-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TYPFILE
000650     LABEL RECORDS ARE STANDARD
000660     DATA RECORD IS EXPTYPE-RECORD.
000670     COPY EXPTYPE.

000672 FD  COMFILE
000674     LABEL RECORDS ARE STANDARD
000676     DATA RECORD IS COMPANY-MASTER-RECORD.
000678     COPY COMPMAST.

000680 FD  LIMFILE
000690     LABEL RECORDS ARE STANDARD
000700     DATA RECORD IS EXPLIM-RECORD.
000710     COPY EXPLIM.

000720 FD  FXFILE
000730     LABEL RECORDS ARE STANDARD
000740     DATA RECORD IS FXRATE-RECORD.
000750     COPY FXRATE.

000760 FD  HOLFILE
000770     LABEL RECORDS ARE STANDARD
000780     DATA RECORD IS HOLIDAY-RECORD.
000790     COPY HOLREC.

000800 FD  HDRFILE
000810     LABEL RECORDS ARE STANDARD
000820     DATA RECORD IS EMPHDR-RECORD.
000830     COPY EMPHDR.

000840 FD  EXPFILE
000850     LABEL RECORDS ARE STANDARD
000860     DATA RECORD IS EXPLINE-RECORD.
000870     COPY EXPLINE.

000880 FD  HSTFILE
000890     LABEL RECORDS ARE STANDARD
000900     DATA RECORD IS EXPHIST-RECORD.
000910     COPY EXPHIST.

000920 FD  CRDFILE
000930     LABEL RECORDS ARE STANDARD
000940     DATA RECORD IS CARD-RECORD.
000950     COPY CARDREC.

000960 FD  EXCFILE
000970     LABEL RECORDS ARE STANDARD
000980     DATA RECORD IS EXCFILE-RECORD.
000990     COPY EXCREC.

001000 WORKING-STORAGE SECTION.
001010*
001020*    RUN-TIME PARM / DATE.  THE COMMAND LINE CARRIES THE SCORE
001030*    AT WHICH AN EMPLOYEE ON THE WATCH LIST IS QUEUED FOR
001040*    MANAGER REVIEW; BLANK OR NON-NUMERIC TAKES THE DEFAULT.
001050*
001060 01  WS-RUN-PARM                 PIC X(10).
001070 01  WS-RUN-DATE                 PIC 9(08).
001080 01  WS-ROUTE-SCORE              PIC 9(04) VALUE 10.

001082*
001084*    FXFILE RATES ARE QUOTED TO THE BASE CURRENCY.  AN
001086*    EMPLOYEE'S LINES ARE ALL VALUED IN THE HOME CURRENCY OF
001088*    THEIR COMPANY; WS-HOME-CURRENCY IS THAT CURRENCY FOR THE
001090*    EMPLOYEE IN HAND.
001092*
001094 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001096 01  WS-HOME-CURRENCY            PIC X(03).

001100*
001110*    SCORING RULES.  EACH PATTERN ADDS POINTS TO THE
001120*    EMPLOYEE'S SCORE:
001130*      SPLIT MEAL     - PER LINE, WHEN TWO OR MORE LINES OF A
001140*                       MEAL TYPE ON ONE DATE EACH FALL WITHIN
001150*                       WS-NEAR-LIMIT-PCT OF THE LIMIT WITHOUT
001160*                       GOING OVER; THE SAME FOR CARD CHARGES
001170*                       AT ONE MERCHANT ON ONE DATE AGAINST THE
001180*                       HIGHEST MEAL LIMIT
001190*      OUT OF TRIP    - PER LINE THIS CYCLE DATED BEFORE THE
001200*                       TRIP START OR AFTER THE TRIP END
001207*      WEEKEND/HOL    - ONCE, WHEN AT LEAST WS-OFF-DAY-MIN-LINES
001214*                       AND WS-OFF-DAY-MIN-PCT OF THE EMPLOYEE'S
001221*                       LINES FALL ON A WEEKEND OR HOLIDAY
001230*      ROUND AMOUNTS  - ONCE, WHEN AT LEAST WS-ROUND-MIN-LINES
001240*                       AND WS-ROUND-MIN-PCT OF THE EMPLOYEE'S
001250*                       LINES ARE WHOLE DOLLARS
001260*      PER-DAY SPEND  - ONCE, WHEN THIS CYCLE'S SPEND PER
001270*                       TRIP-DAY IS OVER WS-OUTLIER-FACTOR
001280*                       TIMES THE DEPARTMENT AVERAGE (WITH AT
001290*                       LEAST WS-OUTLIER-MIN-EMPS TRAVELLERS)
001300*
001310 01  WS-SCORING-RULES.
001320     05  WS-PTS-SPLIT-LINE       PIC 9(02) VALUE 3.
001330     05  WS-PTS-OUT-OF-TRIP      PIC 9(02) VALUE 4.
001340     05  WS-PTS-OFF-DAY-PATTERN  PIC 9(02) VALUE 5.
001350     05  WS-PTS-ROUND-PATTERN    PIC 9(02) VALUE 5.
001360     05  WS-PTS-PER-DAY-OUTLIER  PIC 9(02) VALUE 5.
001370     05  WS-NEAR-LIMIT-PCT       PIC 9(03) VALUE 80.
001380     05  WS-OFF-DAY-MIN-LINES    PIC 9(02) VALUE 3.
001385     05  WS-OFF-DAY-MIN-PCT      PIC 9(03) VALUE 50.
001390     05  WS-ROUND-MIN-LINES      PIC 9(02) VALUE 4.
001400     05  WS-ROUND-MIN-PCT        PIC 9(03) VALUE 50.
001410     05  WS-OUTLIER-FACTOR       PIC 9(02) VALUE 2.
001420     05  WS-OUTLIER-MIN-EMPS     PIC 9(02) VALUE 2.

001430*
001440*    END-OF-FILE AND CONDITION SWITCHES
001450*
001460 01  WS-SWITCHES.
001470     05  WS-TYPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001480         88  TYPFILE-EOF                   VALUE 'Y'.
001483     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001486         88  COMFILE-EOF                   VALUE 'Y'.
001490     05  WS-LIMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001500         88  LIMFILE-EOF                   VALUE 'Y'.
001510     05  WS-FXFILE-EOF-SW        PIC X(01) VALUE 'N'.
001520         88  FXFILE-EOF                    VALUE 'Y'.
001530     05  WS-HOLFILE-EOF-SW       PIC X(01) VALUE 'N'.
001540         88  HOLFILE-EOF                   VALUE 'Y'.
001550     05  WS-HDRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001560         88  HDRFILE-EOF                   VALUE 'Y'.
001570     05  WS-EXPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001580         88  EXPFILE-EOF                   VALUE 'Y'.
001590     05  WS-HSTFILE-EOF-SW       PIC X(01) VALUE 'N'.
001600         88  HSTFILE-EOF                   VALUE 'Y'.
001610     05  WS-CRDFILE-EOF-SW       PIC X(01) VALUE 'N'.
001620         88  CRDFILE-EOF                   VALUE 'Y'.
001630     05  WS-CNV-PRICED-SW        PIC X(01) VALUE 'N'.
001640         88  CNV-PRICED                    VALUE 'Y'.
001650     05  WS-RANKING-SW           PIC X(01) VALUE 'N'.
001660         88  RANKING-DONE                  VALUE 'Y'.

001670 01  WS-FILE-STATUSES.
001680     05  WS-TYPFILE-STATUS       PIC X(02).
001685     05  WS-COMFILE-STATUS       PIC X(02).
001690     05  WS-LIMFILE-STATUS       PIC X(02).
001700     05  WS-FXFILE-STATUS        PIC X(02).
001710     05  WS-HOLFILE-STATUS       PIC X(02).
001720     05  WS-HDRFILE-STATUS       PIC X(02).
001730     05  WS-EXPFILE-STATUS       PIC X(02).
001740     05  WS-HSTFILE-STATUS       PIC X(02).
001750     05  WS-CRDFILE-STATUS       PIC X(02).
001760     05  WS-EXCFILE-STATUS       PIC X(02).

001770*
001780*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
001790*    FILE-OPEN CHECK PERFORMED FOR EACH DRIVING FILE.
001800*
001810 01  WS-CHECK-FILE-NAME          PIC X(08).
001820 01  WS-CHECK-STATUS             PIC X(02).

001830*
001840*    EXPENSE TYPE MASTER, SUBSCRIPTED DIRECTLY BY TYPE CODE.
001850*
001860 01  WS-TYPE-TABLE.
001870     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
001880         10  WS-TYP-LOADED-SW    PIC X(01).
001890             88  WS-TYP-LOADED             VALUE 'Y'.
001900         10  WS-TYP-NAME         PIC X(11).
001910         10  WS-TYP-MEAL-SW      PIC X(01).
001920             88  WS-TYP-MEAL               VALUE 'Y'.
001930         10  WS-TYP-LIMIT-SW     PIC X(01).
001940             88  WS-TYP-LIMIT-APPLIES      VALUE 'Y'.
001950         10  WS-TYP-UNIT-SW      PIC X(01).
001960             88  WS-TYP-UNIT-BASED         VALUE 'Y'.

001970*
001980*    LIMITS / PER-UNIT RATES AND FX RATES, EACH TAKEN AS IN
001986*    EFFECT ON THE DATE OF THE LINE BEING LOOKED AT.  LIMITS
001992*    AND PER-UNIT RATES ARE IN THE EMPLOYEE'S HOME CURRENCY.
002000*
002010 01  WS-LIMIT-COUNT              PIC 9(04) VALUE 0.
002020 01  WS-LIMIT-TABLE.
002030     05  WS-LIMIT-ENTRY OCCURS 1 TO 500 TIMES
002040             DEPENDING ON WS-LIMIT-COUNT.
002050         10  WS-LIM-TYPE         PIC 9(01).
002060         10  WS-LIM-EFF-DATE     PIC 9(08).
002070         10  WS-LIM-AMOUNT       PIC 9(08)V99.
002080 01  WS-FIND-LIMIT-TYPE          PIC 9(01).
002090 01  WS-FIND-LIMIT-DATE          PIC 9(08).
002100 01  WS-FOUND-LIMIT              PIC 9(08)V99.
002110 01  WS-FOUND-LIMIT-DATE         PIC 9(08).
002120 01  WS-MEAL-LIMIT               PIC 9(08)V99.

002130 01  WS-FX-COUNT                 PIC 9(04) VALUE 0.
002140 01  WS-FX-TABLE.
002150     05  WS-FX-RATES OCCURS 1 TO 200 TIMES
002160             DEPENDING ON WS-FX-COUNT.
002170         10  WS-FX-CURRENCY      PIC X(03).
002180         10  WS-FX-EFF-DATE      PIC 9(08).
002190         10  WS-FX-RATE          PIC 9(03)V9(06).
002200 01  WS-FX-LOOKUP-RATE           PIC 9(03)V9(06).
002210 01  WS-FX-LOOKUP-EFF-DATE       PIC 9(08).
002215 01  WS-FX-LOOKUP-CURRENCY       PIC X(03).

002220*
002230*    CONVERSION WORK AREA FOR 5100-CONVERT-TO-HOME.
002240*
002250 01  WS-CNV-CURRENCY             PIC X(03).
002260 01  WS-CNV-AMOUNT               PIC 9(10)V99.
002270 01  WS-CNV-DATE                 PIC 9(08).
002280 01  WS-CNV-HOME-AMOUNT          PIC 9(10)V99.
002281 01  WS-CNV-FROM-RATE            PIC 9(03)V9(06).

002282*
002283*    COMPANY HOME CURRENCIES FROM THE OPTIONAL COMFILE.  THE
002284*    PARENT (BLANK CODE) AND ANY COMPANY NOT ON THE MASTER
002285*    ARE IN THE BASE CURRENCY.
002286*
002287 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
002288 01  WS-CO-TABLE.
002289     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
002290             DEPENDING ON WS-CO-COUNT.
002291         10  WS-CO-CODE          PIC X(04).
002292         10  WS-CO-CURRENCY      PIC X(03).
002293 01  WS-CO-LOOKUP-CODE           PIC X(04).
002294 01  WS-CO-LOOKUP-DATE           PIC 9(08).
002295 01  WS-CO-LOOKUP-CURRENCY       PIC X(03).

002296*
002300*    COMPANY HOLIDAY CALENDAR
002310*
002320 01  WS-HOL-COUNT                PIC 9(04) VALUE 0.
002330 01  WS-HOL-TABLE.
002340     05  WS-HOL-ENTRY OCCURS 1 TO 500 TIMES
002350             DEPENDING ON WS-HOL-COUNT.
002360         10  WS-HOL-DATE         PIC 9(08).
002370         10  WS-HOL-NAME         PIC X(20).

002380*
002390*    EMPLOYEES REVIEWED.  AN EMPLOYEE ON THIS CYCLE'S HDRFILE
002400*    CARRIES A NAME, DEPARTMENT AND TRIP WINDOW; ONE SEEN ONLY
002405*    IN THE HISTORY OR ON THE CARD FEED HAS NONE.  THE
002410*    COMPANY IS THE HEADER'S, ELSE THE ONE ON THE EMPLOYEE'S
002415*    LATEST HISTORY LINE, ELSE THE PARENT.
002420*
002430 01  WS-EMP-COUNT                PIC 9(04) VALUE 0.
002440 01  WS-EMP-TABLE.
002450     05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
002460             DEPENDING ON WS-EMP-COUNT.
002470         10  WS-EMP-ID           PIC X(06).
002480         10  WS-EMP-NAME         PIC X(30).
002490         10  WS-EMP-DEPT         PIC X(20).
002492         10  WS-EMP-CO-CODE      PIC X(04).
002494         10  WS-EMP-CO-DATE      PIC 9(08).
002496         10  WS-EMP-CURRENCY     PIC X(03).
002500         10  WS-EMP-TRIP-START   PIC 9(08).
002510         10  WS-EMP-TRIP-END     PIC 9(08).
002520         10  WS-EMP-HDR-SW       PIC X(01).
002530             88  WS-EMP-ON-HDRFILE         VALUE 'Y'.
002540         10  WS-EMP-LINES        PIC 9(05).
002550         10  WS-EMP-CYCLE-TOTAL  PIC 9(10)V99.
002560         10  WS-EMP-TRIP-DAYS    PIC 9(05).
002570         10  WS-EMP-PER-DAY      PIC 9(08)V99.
002580         10  WS-EMP-SPLIT-COUNT  PIC 9(05).
002590         10  WS-EMP-CARD-SPLITS  PIC 9(05).
002600         10  WS-EMP-OUT-TRIP     PIC 9(05).
002610         10  WS-EMP-OFF-DAYS     PIC 9(05).
002620         10  WS-EMP-ROUND-COUNT  PIC 9(05).
002630         10  WS-EMP-OFF-DAY-SW   PIC X(01).
002640             88  WS-EMP-OFF-DAY-PATTERN    VALUE 'Y'.
002650         10  WS-EMP-ROUND-SW     PIC X(01).
002660             88  WS-EMP-ROUND-PATTERN      VALUE 'Y'.
002670         10  WS-EMP-OUTLIER-SW   PIC X(01).
002680             88  WS-EMP-OUTLIER            VALUE 'Y'.
002690         10  WS-EMP-SCORE        PIC 9(05).
002700         10  WS-EMP-FLAGGED-AMT  PIC 9(10)V99.
002710         10  WS-EMP-RANKED-SW    PIC X(01).
002720             88  WS-EMP-RANKED             VALUE 'Y'.
002730 01  WS-FIND-EMP-ID              PIC X(06).
002740 01  WS-FOUND-EMP-SUB            PIC 9(04) VALUE 0.

002750*
002760*    CLAIMED CHARGE LINES -- THE HISTORY, THEN THIS CYCLE'S.
002770*    A CYCLE LINE ALREADY IN THE HISTORY (EXPENSE-REPORT HAS
002780*    RUN FOR THE CYCLE) IS THE SAME LINE AND IS TAKEN ONCE.
002783*    WS-LIN-HOME IS IN WS-LIN-HOME-CURRENCY, WHICH ONCE THE
002786*    LINES ARE LOADED IS THE EMPLOYEE'S HOME CURRENCY.
002790*
002800 01  WS-LIN-COUNT                PIC 9(05) VALUE 0.
002810 01  WS-LIN-TABLE.
002820     05  WS-LIN-ENTRY OCCURS 1 TO 20000 TIMES
002830             DEPENDING ON WS-LIN-COUNT.
002840         10  WS-LIN-EMP-SUB      PIC 9(04).
002850         10  WS-LIN-TYPE         PIC 9(01).
002860         10  WS-LIN-DATE         PIC 9(08).
002870         10  WS-LIN-AMOUNT       PIC 9(08)V99.
002880         10  WS-LIN-CURRENCY     PIC X(03).
002890         10  WS-LIN-HOME         PIC 9(08)V99.
002895         10  WS-LIN-HOME-CURRENCY PIC X(03).
002900         10  WS-LIN-LIMIT        PIC 9(08)V99.
002910         10  WS-LIN-PRICED-SW    PIC X(01).
002920             88  WS-LIN-PRICED             VALUE 'Y'.
002930         10  WS-LIN-SOURCE-SW    PIC X(01).
002940             88  WS-LIN-FROM-HISTORY       VALUE 'H'.
002950             88  WS-LIN-FROM-CYCLE         VALUE 'C'.
002960         10  WS-LIN-NEAR-SW      PIC X(01).
002970             88  WS-LIN-NEAR-LIMIT         VALUE 'Y'.
002980         10  WS-LIN-SPLIT-SW     PIC X(01).
002990             88  WS-LIN-SPLIT              VALUE 'Y'.
003000         10  WS-LIN-OUT-TRIP-SW  PIC X(01).
003010             88  WS-LIN-OUT-OF-TRIP        VALUE 'Y'.
003020         10  WS-LIN-OFF-DAY-SW   PIC X(01).
003030             88  WS-LIN-OFF-DAY            VALUE 'W' 'H'.
003040         10  WS-LIN-OFF-DAY-TEXT PIC X(20).
003050         10  WS-LIN-ROUND-SW     PIC X(01).
003060             88  WS-LIN-ROUND              VALUE 'Y'.
003070 01  WS-HST-LOADED-COUNT         PIC 9(05) VALUE 0.
003080 01  WS-CYC-LOADED-COUNT         PIC 9(05) VALUE 0.
003090 01  WS-FOUND-LIN-SUB            PIC 9(05) VALUE 0.

003100*
003110*    CORPORATE CARD CHARGES
003120*
003130 01  WS-CRD-COUNT                PIC 9(04) VALUE 0.
003140 01  WS-CRD-TABLE.
003150     05  WS-CRD-ENTRY OCCURS 1 TO 5000 TIMES
003160             DEPENDING ON WS-CRD-COUNT.
003170         10  WS-CRD-EMP-SUB      PIC 9(04).
003180         10  WS-CRD-DATE         PIC 9(08).
003190         10  WS-CRD-AMOUNT       PIC 9(08)V99.
003200         10  WS-CRD-CURRENCY     PIC X(03).
003210         10  WS-CRD-MERCHANT     PIC X(20).
003220         10  WS-CRD-HOME         PIC 9(08)V99.
003230         10  WS-CRD-LIMIT        PIC 9(08)V99.
003240         10  WS-CRD-PRICED-SW    PIC X(01).
003250             88  WS-CRD-PRICED             VALUE 'Y'.
003260         10  WS-CRD-NEAR-SW      PIC X(01).
003270             88  WS-CRD-NEAR-LIMIT         VALUE 'Y'.
003280         10  WS-CRD-SPLIT-SW     PIC X(01).
003290             88  WS-CRD-SPLIT              VALUE 'Y'.

003300*
003306*    DEPARTMENT SPEND PER TRIP-DAY, THIS CYCLE, BY COMPANY --
003312*    EACH COMPANY'S DEPARTMENT IN ITS OWN HOME CURRENCY
003320*
003330 01  WS-DEPT-COUNT               PIC 9(03) VALUE 0.
003340 01  WS-DEPT-TABLE.
003350     05  WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
003360             DEPENDING ON WS-DEPT-COUNT.
003365         10  WS-DEPT-CO-CODE     PIC X(04).
003370         10  WS-DEPT-NAME        PIC X(20).
003380         10  WS-DEPT-TOTAL       PIC 9(12)V99.
003390         10  WS-DEPT-DAYS        PIC 9(07).
003400         10  WS-DEPT-EMPS        PIC 9(05).
003410         10  WS-DEPT-PER-DAY     PIC 9(08)V99.
003420 01  WS-FOUND-DEPT-SUB           PIC 9(03) VALUE 0.

003430*
003440*    DATE WORK AREAS.  INTEGER-OF-DATE COUNTS FROM MONDAY
003450*    01/01/1601, SO THE REMAINDER BY 7 IS 6 ON A SATURDAY AND
003460*    0 ON A SUNDAY.
003470*
003480 01  WS-CHECK-DATE               PIC 9(08).
003490 01  WS-DAY-NUMBER               PIC 9(07).
003500 01  WS-DAY-QUOTIENT             PIC 9(07).
003510 01  WS-DAY-OF-WEEK              PIC 9(01).
003520 01  WS-OFF-DAY-SW               PIC X(01).
003530 01  WS-OFF-DAY-TEXT             PIC X(20).

003540*
003550*    A WHOLE-DOLLAR AMOUNT HAS NO CENTS.
003560*
003570 01  WS-ROUND-TEST               PIC 9(08)V99.
003580 01  WS-ROUND-TEST-PARTS REDEFINES WS-ROUND-TEST.
003590     05  WS-ROUND-DOLLARS        PIC 9(08).
003600     05  WS-ROUND-CENTS          PIC 9(02).

003610*
003620*    RANKING AND REPORT WORK AREAS
003630*
003640 01  WS-RANK                     PIC 9(04) VALUE 0.
003650 01  WS-BEST-EMP-SUB             PIC 9(04) VALUE 0.
003660 01  WS-BEST-SCORE               PIC 9(05) VALUE 0.
003670 01  WS-SOURCE-TEXT              PIC X(10).
003680 01  WS-ROUTED-TEXT              PIC X(03).
003690 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
003700 01  WS-FORMATTED-LIMIT          PIC Z(07)9.99.
003710 01  WS-FORMATTED-SCORE          PIC Z(10)9.

003720*
003730*    REVIEW RUN COUNTS
003740*
003750 01  WS-REVIEW-COUNTS.
003760     05  WS-NOT-PRICED-COUNT     PIC 9(06) VALUE 0.
003770     05  WS-SPLIT-TOTAL          PIC 9(06) VALUE 0.
003780     05  WS-CARD-SPLIT-TOTAL     PIC 9(06) VALUE 0.
003790     05  WS-OUT-TRIP-TOTAL       PIC 9(06) VALUE 0.
003800     05  WS-OFF-DAY-EMP-TOTAL    PIC 9(06) VALUE 0.
003810     05  WS-ROUND-EMP-TOTAL      PIC 9(06) VALUE 0.
003820     05  WS-OUTLIER-TOTAL        PIC 9(06) VALUE 0.
003830     05  WS-QUEUED-COUNT         PIC 9(06) VALUE 0.

003840*
003850*    SUBSCRIPTS
003860*
003870 01  TDX                         PIC 9(02) VALUE 0.
003880 01  LX                          PIC 9(04) VALUE 0.
003890 01  FXX                         PIC 9(04) VALUE 0.
003900 01  HLX                         PIC 9(04) VALUE 0.
003910 01  EMX                         PIC 9(04) VALUE 0.
003920 01  LNX                         PIC 9(05) VALUE 0.
003930 01  LNY                         PIC 9(05) VALUE 0.
003940 01  CRX                         PIC 9(04) VALUE 0.
003950 01  CRY                         PIC 9(04) VALUE 0.
003960 01  DPX                         PIC 9(03) VALUE 0.
003965 01  COX                         PIC 9(03) VALUE 0.

003970 PROCEDURE DIVISION.
003980*****************************************************
003990*  0000-MAINLINE                                      *
004000*****************************************************
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004030     PERFORM 2000-LOAD-SPENDING THRU 2000-EXIT
004040     PERFORM 3000-SCORE-PATTERNS THRU 3000-EXIT
004050     PERFORM 4000-PRINT-WATCH-LIST THRU 4000-EXIT
004060     PERFORM 8000-PRINT-REVIEW-SUMMARY THRU 8000-EXIT
004070     PERFORM 9000-TERMINATE THRU 9000-EXIT
004080     GOBACK.

004090*****************************************************
004096*  1000-INITIALIZE -- PARM, REFERENCE TABLES, COMPANY *
004102*  CURRENCIES AND THIS CYCLE'S TRIP HEADERS; OPEN THE *
004110*  QUEUE FOR APPEND.                                  *
004120*****************************************************
004130 1000-INITIALIZE.
004140     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
004150     IF WS-RUN-PARM(1:1) NUMERIC
004160         AND FUNCTION NUMVAL(WS-RUN-PARM) GREATER THAN 0
004170         COMPUTE WS-ROUTE-SCORE =
004180             FUNCTION NUMVAL(WS-RUN-PARM)
004190     END-IF
004200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

004210     MOVE SPACES TO WS-TYPE-TABLE
004220     OPEN INPUT TYPFILE
004230     MOVE 'TYPFILE ' TO WS-CHECK-FILE-NAME
004240     MOVE WS-TYPFILE-STATUS TO WS-CHECK-STATUS
004250     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
004260     PERFORM 1100-LOAD-ONE-TYPE THRU 1100-EXIT
004270         UNTIL TYPFILE-EOF
004280     CLOSE TYPFILE

004290     OPEN INPUT LIMFILE
004300     IF WS-LIMFILE-STATUS = '00'
004310         PERFORM 1200-LOAD-ONE-LIMIT THRU 1200-EXIT
004320             UNTIL LIMFILE-EOF
004330     END-IF
004340     CLOSE LIMFILE

004350     OPEN INPUT FXFILE
004360     IF WS-FXFILE-STATUS = '00'
004370         PERFORM 1300-LOAD-ONE-FX-RATE THRU 1300-EXIT
004380             UNTIL FXFILE-EOF
004390     END-IF
004400     CLOSE FXFILE

004410     OPEN INPUT HOLFILE
004420     IF WS-HOLFILE-STATUS = '00'
004430         PERFORM 1400-LOAD-ONE-HOLIDAY THRU 1400-EXIT
004440             UNTIL HOLFILE-EOF
004450     END-IF
004460     CLOSE HOLFILE

004461     OPEN INPUT COMFILE
004462     IF WS-COMFILE-STATUS = '00'
004463         PERFORM 1450-LOAD-ONE-COMPANY THRU 1450-EXIT
004464             UNTIL COMFILE-EOF
004465     END-IF
004466     CLOSE COMFILE

004470     OPEN INPUT HDRFILE
004480     IF WS-HDRFILE-STATUS = '00'
004490         PERFORM 1500-LOAD-ONE-HEADER THRU 1500-EXIT
004500             UNTIL HDRFILE-EOF
004510     END-IF
004520     CLOSE HDRFILE

004530     OPEN EXTEND EXCFILE.
004540 1000-EXIT.
004550     EXIT.

004560*
004570*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
004580*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
004590*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
004600*    NEVER SEEING END-OF-FILE.
004610 1010-CHECK-FILE-STATUS.
004620     IF WS-CHECK-STATUS NOT = '00'
004630         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
004640             ' -- FILE STATUS = ' WS-CHECK-STATUS
004650         MOVE 16 TO RETURN-CODE
004660         GOBACK
004670     END-IF.
004680 1010-EXIT.
004690     EXIT.

004700 1100-LOAD-ONE-TYPE.
004710     READ TYPFILE
004720         AT END SET TYPFILE-EOF TO TRUE
004730         NOT AT END PERFORM 1110-STORE-TYPE THRU 1110-EXIT
004740     END-READ.
004750 1100-EXIT.
004760     EXIT.

004770 1110-STORE-TYPE.
004780     IF TY-TYPE NOT NUMERIC OR TY-TYPE = 0
004790         DISPLAY 'TYPFILE HAS AN INVALID TYPE CODE -- '
004800             'CORRECT THE TYPE MASTER TO CONTINUE'
004810         MOVE 16 TO RETURN-CODE
004820         GOBACK
004830     END-IF
004840     MOVE 'Y'              TO WS-TYP-LOADED-SW(TY-TYPE)
004850     MOVE TY-NAME          TO WS-TYP-NAME(TY-TYPE)
004860     MOVE TY-MEAL-CLASS-SW TO WS-TYP-MEAL-SW(TY-TYPE)
004870     MOVE TY-LIMIT-APPL-SW TO WS-TYP-LIMIT-SW(TY-TYPE)
004880     MOVE TY-UNIT-BASED-SW TO WS-TYP-UNIT-SW(TY-TYPE).
004890 1110-EXIT.
004900     EXIT.

004910 1200-LOAD-ONE-LIMIT.
004920     READ LIMFILE
004930         AT END SET LIMFILE-EOF TO TRUE
004940         NOT AT END PERFORM 1210-STORE-LIMIT THRU 1210-EXIT
004950     END-READ.
004960 1200-EXIT.
004970     EXIT.

004980 1210-STORE-LIMIT.
004990     IF WS-LIMIT-COUNT = 500
005000         DISPLAY 'LIMFILE HAS MORE THAN 500 RECORDS -- '
005010             'INCREASE THE WS-LIMIT-TABLE SIZE TO CONTINUE'
005020         MOVE 16 TO RETURN-CODE
005030         GOBACK
005040     END-IF
005050     ADD 1 TO WS-LIMIT-COUNT
005060     MOVE LM-TYPE           TO WS-LIM-TYPE(WS-LIMIT-COUNT)
005070     MOVE LM-EFFECTIVE-DATE TO WS-LIM-EFF-DATE(WS-LIMIT-COUNT)
005080     MOVE LM-LIMIT-AMOUNT   TO WS-LIM-AMOUNT(WS-LIMIT-COUNT).
005090 1210-EXIT.
005100     EXIT.

005110 1300-LOAD-ONE-FX-RATE.
005120     READ FXFILE
005130         AT END SET FXFILE-EOF TO TRUE
005140         NOT AT END PERFORM 1310-STORE-FX-RATE THRU 1310-EXIT
005150     END-READ.
005160 1300-EXIT.
005170     EXIT.

005180 1310-STORE-FX-RATE.
005190     IF WS-FX-COUNT = 200
005200         DISPLAY 'FXFILE HAS MORE THAN 200 RATE ENTRIES -- '
005210             'INCREASE THE WS-FX-RATES TABLE SIZE TO CONTINUE'
005220         MOVE 16 TO RETURN-CODE
005230         GOBACK
005240     END-IF
005250     ADD 1 TO WS-FX-COUNT
005260     MOVE FX-CURRENCY       TO WS-FX-CURRENCY(WS-FX-COUNT)
005270     MOVE FX-EFFECTIVE-DATE TO WS-FX-EFF-DATE(WS-FX-COUNT)
005280     MOVE FX-RATE           TO WS-FX-RATE(WS-FX-COUNT).
005290 1310-EXIT.
005300     EXIT.

005310 1400-LOAD-ONE-HOLIDAY.
005320     READ HOLFILE
005330         AT END SET HOLFILE-EOF TO TRUE
005340         GO TO 1400-EXIT
005350     END-READ
005360     IF HL-HOLIDAY-DATE NOT NUMERIC
005370         GO TO 1400-EXIT
005380     END-IF
005390     IF WS-HOL-COUNT = 500
005400         DISPLAY 'HOLFILE HAS MORE THAN 500 HOLIDAYS -- '
005410             'INCREASE THE WS-HOL-TABLE SIZE TO CONTINUE'
005420         MOVE 16 TO RETURN-CODE
005430         GOBACK
005440     END-IF
005450     ADD 1 TO WS-HOL-COUNT
005460     MOVE HL-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
005470     MOVE HL-HOLIDAY-NAME TO WS-HOL-NAME(WS-HOL-COUNT).
005480 1400-EXIT.
005490     EXIT.

005491 1450-LOAD-ONE-COMPANY.
005492     READ COMFILE
005493         AT END SET COMFILE-EOF TO TRUE
005494         NOT AT END PERFORM 1460-STORE-COMPANY THRU 1460-EXIT
005495     END-READ.
005496 1450-EXIT.
005497     EXIT.

005498 1460-STORE-COMPANY.
005499     IF CO-HOME-CURRENCY = SPACES
005500         GO TO 1460-EXIT
005501     END-IF
005502     IF WS-CO-COUNT = 50
005503         DISPLAY 'COMFILE HAS MORE THAN 50 COMPANIES -- '
005504             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
005505         MOVE 16 TO RETURN-CODE
005506         GOBACK
005507     END-IF
005508     ADD 1 TO WS-CO-COUNT
005509     MOVE CO-COMPANY-CODE  TO WS-CO-CODE(WS-CO-COUNT)
005510     MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-COUNT).
005511 1460-EXIT.
005512     EXIT.

005513*
005514*    THIS CYCLE'S TRIP HEADERS GIVE THE TRIP WINDOW THE
005520*    CYCLE'S LINES ARE CHECKED AGAINST, AND THE DEPARTMENT
005530*    THE PER-DAY SPEND IS COMPARED WITHIN.
005540*
005550 1500-LOAD-ONE-HEADER.
005560     READ HDRFILE
005570         AT END SET HDRFILE-EOF TO TRUE
005580         GO TO 1500-EXIT
005590     END-READ
005600     IF EH-EMPLOYEE-ID = '*TRLR*' OR EH-EMPLOYEE-ID = SPACES
005610         GO TO 1500-EXIT
005620     END-IF
005630     MOVE EH-EMPLOYEE-ID TO WS-FIND-EMP-ID
005640     PERFORM 5000-FIND-OR-ADD-EMPLOYEE THRU 5000-EXIT
005650     IF WS-EMP-ON-HDRFILE(WS-FOUND-EMP-SUB)
005660         GO TO 1500-EXIT
005670     END-IF
005680     MOVE 'Y' TO WS-EMP-HDR-SW(WS-FOUND-EMP-SUB)
005690     MOVE EH-EMPLOYEE-NAME TO WS-EMP-NAME(WS-FOUND-EMP-SUB)
005700     MOVE EH-DEPARTMENT    TO WS-EMP-DEPT(WS-FOUND-EMP-SUB)
005710     IF EH-TRIP-START-DATE NUMERIC
005720         AND EH-TRIP-END-DATE NUMERIC
005730         MOVE EH-TRIP-START-DATE
005740             TO WS-EMP-TRIP-START(WS-FOUND-EMP-SUB)
005750         MOVE EH-TRIP-END-DATE
005760             TO WS-EMP-TRIP-END(WS-FOUND-EMP-SUB)
005764     END-IF
005768     MOVE EH-COMPANY-CODE TO WS-CO-LOOKUP-CODE
005772     MOVE 99999999        TO WS-CO-LOOKUP-DATE
005776     PERFORM 5030-SET-EMPLOYEE-COMPANY THRU 5030-EXIT.
005780 1500-EXIT.
005790     EXIT.

005800*****************************************************
005810*  2000-LOAD-SPENDING -- THE HISTORY, THIS CYCLE'S    *
005820*  LINES AND THE CARD STATEMENT.  CREDIT LINES ARE    *
005830*  NOT SPENDING; A CYCLE CREDIT ONLY COMES OFF THE    *
005840*  EMPLOYEE'S CYCLE TOTAL FOR THE PER-DAY COMPARISON. *
005843*  A HISTORY LINE KEPT IN ANOTHER COMPANY'S CURRENCY  *
005846*  IS THEN CONVERTED TO THE EMPLOYEE'S CURRENCY.      *
005850*****************************************************
005860 2000-LOAD-SPENDING.
005870     OPEN INPUT HSTFILE
005880     IF WS-HSTFILE-STATUS = '00'
005890         PERFORM 2100-LOAD-ONE-HISTORY-LINE THRU 2100-EXIT
005900             UNTIL HSTFILE-EOF
005910     END-IF
005920     CLOSE HSTFILE

005923     PERFORM 2170-REVALUE-HISTORY-LINE THRU 2170-EXIT
005926         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LIN-COUNT

005930     OPEN INPUT EXPFILE
005940     IF WS-EXPFILE-STATUS = '00'
005950         PERFORM 2200-LOAD-ONE-CYCLE-LINE THRU 2200-EXIT
005960             UNTIL EXPFILE-EOF
005970     END-IF
005980     CLOSE EXPFILE

005990     OPEN INPUT CRDFILE
006000     IF WS-CRDFILE-STATUS = '00'
006010         PERFORM 2300-LOAD-ONE-CARD-CHARGE THRU 2300-EXIT
006020             UNTIL CRDFILE-EOF
006030     END-IF
006040     CLOSE CRDFILE.
006050 2000-EXIT.
006060     EXIT.

006070*
006080*    AN OVERFULL HISTORY DEGRADES THE REVIEW (WARNED ONCE)
006090*    RATHER THAN STOPPING THE RUN, AS IN EXPENSE-CARD-RECON.
006100*
006110 2100-LOAD-ONE-HISTORY-LINE.
006120     READ HSTFILE
006130         AT END SET HSTFILE-EOF TO TRUE
006140         GO TO 2100-EXIT
006150     END-READ
006160     IF HX-CREDIT-LINE
006170         OR HX-TYPE NOT NUMERIC OR HX-TYPE = 0
006180         OR HX-EXPENSE-DATE NOT NUMERIC
006190         OR HX-AMOUNT NOT NUMERIC
006200         GO TO 2100-EXIT
006210     END-IF
006220     IF WS-LIN-COUNT = 20000
006230         DISPLAY 'HSTFILE EXCEEDS THE 20000-LINE REVIEW '
006240             'WINDOW -- THE REVIEW COVERS THE FIRST 20000 '
006250             'RECORDS ONLY; TRIM THE HISTORY FILE'
006260         SET HSTFILE-EOF TO TRUE
006270         GO TO 2100-EXIT
006280     END-IF
006290     MOVE HX-EMPLOYEE-ID TO WS-FIND-EMP-ID
006300     PERFORM 5000-FIND-OR-ADD-EMPLOYEE THRU 5000-EXIT
006302     MOVE HX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
006304     MOVE HX-EXPENSE-DATE TO WS-CO-LOOKUP-DATE
006306     PERFORM 5030-SET-EMPLOYEE-COMPANY THRU 5030-EXIT
006310     PERFORM 2150-ADD-LINE THRU 2150-EXIT
006320     MOVE HX-TYPE         TO WS-LIN-TYPE(WS-LIN-COUNT)
006330     MOVE HX-EXPENSE-DATE TO WS-LIN-DATE(WS-LIN-COUNT)
006340     MOVE HX-AMOUNT       TO WS-LIN-AMOUNT(WS-LIN-COUNT)
006350     MOVE HX-CURRENCY     TO WS-LIN-CURRENCY(WS-LIN-COUNT)
006360     MOVE 'H'             TO WS-LIN-SOURCE-SW(WS-LIN-COUNT)
006370     IF HX-HOME-AMOUNT NUMERIC
006380         MOVE HX-HOME-AMOUNT TO WS-LIN-HOME(WS-LIN-COUNT)
006383         MOVE WS-CO-LOOKUP-CURRENCY
006386             TO WS-LIN-HOME-CURRENCY(WS-LIN-COUNT)
006390         MOVE 'Y' TO WS-LIN-PRICED-SW(WS-LIN-COUNT)
006400     ELSE
006410         ADD 1 TO WS-NOT-PRICED-COUNT
006420     END-IF
006430     ADD 1 TO WS-HST-LOADED-COUNT.
006440 2100-EXIT.
006450     EXIT.

006460 2150-ADD-LINE.
006470     ADD 1 TO WS-LIN-COUNT
006480     MOVE WS-FOUND-EMP-SUB TO WS-LIN-EMP-SUB(WS-LIN-COUNT)
006490     MOVE 0      TO WS-LIN-HOME(WS-LIN-COUNT)
006493     MOVE WS-EMP-CURRENCY(WS-FOUND-EMP-SUB)
006496         TO WS-LIN-HOME-CURRENCY(WS-LIN-COUNT)
006500     MOVE 0      TO WS-LIN-LIMIT(WS-LIN-COUNT)
006510     MOVE 'N'    TO WS-LIN-PRICED-SW(WS-LIN-COUNT)
006520     MOVE SPACES TO WS-LIN-NEAR-SW(WS-LIN-COUNT)
006530     MOVE SPACES TO WS-LIN-SPLIT-SW(WS-LIN-COUNT)
006540     MOVE SPACES TO WS-LIN-OUT-TRIP-SW(WS-LIN-COUNT)
006550     MOVE SPACES TO WS-LIN-OFF-DAY-SW(WS-LIN-COUNT)
006560     MOVE SPACES TO WS-LIN-OFF-DAY-TEXT(WS-LIN-COUNT)
006570     MOVE SPACES TO WS-LIN-ROUND-SW(WS-LIN-COUNT)
006580     ADD 1 TO WS-EMP-LINES(WS-FOUND-EMP-SUB).
006590 2150-EXIT.
006600     EXIT.

006610*
006611*    HX-HOME-AMOUNT IS IN THE CURRENCY OF THE COMPANY THE LINE
006612*    WAS REPORTED UNDER.  AFTER A TRANSFER THAT IS NOT THE
006613*    EMPLOYEE'S CURRENT COMPANY, SO THE LINE IS CONVERTED AT
006614*    THE RATES IN EFFECT ON ITS EXPENSE DATE.
006615*
006616 2170-REVALUE-HISTORY-LINE.
006617     MOVE WS-LIN-EMP-SUB(LNX) TO EMX
006618     IF NOT WS-LIN-PRICED(LNX)
006619         OR WS-LIN-HOME-CURRENCY(LNX) = WS-EMP-CURRENCY(EMX)
006620         GO TO 2170-EXIT
006621     END-IF
006622     MOVE WS-EMP-CURRENCY(EMX)      TO WS-HOME-CURRENCY
006623     MOVE WS-LIN-HOME-CURRENCY(LNX) TO WS-CNV-CURRENCY
006624     MOVE WS-LIN-HOME(LNX)          TO WS-CNV-AMOUNT
006625     MOVE WS-LIN-DATE(LNX)          TO WS-CNV-DATE
006626     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT
006627     IF CNV-PRICED
006628         MOVE WS-CNV-HOME-AMOUNT   TO WS-LIN-HOME(LNX)
006629         MOVE WS-EMP-CURRENCY(EMX) TO WS-LIN-HOME-CURRENCY(LNX)
006630     ELSE
006631         MOVE 'N' TO WS-LIN-PRICED-SW(LNX)
006632         MOVE 0   TO WS-LIN-HOME(LNX)
006633         ADD 1 TO WS-NOT-PRICED-COUNT
006634     END-IF.
006635 2170-EXIT.
006636     EXIT.

006637*
006638*    A CYCLE LINE IS VALUED AT THE RATE IN EFFECT ON ITS
006639*    EXPENSE DATE, IN THE EMPLOYEE'S HOME CURRENCY.  ONE THAT
006640*    IS ALREADY IN THE HISTORY IS MARKED AS THIS CYCLE'S
006641*    RATHER THAN LOADED TWICE.
006650*
006660 2200-LOAD-ONE-CYCLE-LINE.
006670     READ EXPFILE
006680         AT END SET EXPFILE-EOF TO TRUE
006690         GO TO 2200-EXIT
006700     END-READ
006710     IF EL-EMPLOYEE-ID = '*TRLR*'
006720         OR EL-TYPE NOT NUMERIC OR EL-TYPE = 0
006730         OR EL-EXPENSE-DATE NOT NUMERIC
006740         GO TO 2200-EXIT
006750     END-IF
006760     MOVE EL-EMPLOYEE-ID TO WS-FIND-EMP-ID
006770     PERFORM 5000-FIND-OR-ADD-EMPLOYEE THRU 5000-EXIT
006775     MOVE WS-EMP-CURRENCY(WS-FOUND-EMP-SUB) TO WS-HOME-CURRENCY
006780     PERFORM 5200-PRICE-CYCLE-LINE THRU 5200-EXIT
006790     IF EL-CREDIT-LINE
006800         IF CNV-PRICED
006810             IF WS-CNV-HOME-AMOUNT GREATER THAN
006820                 WS-EMP-CYCLE-TOTAL(WS-FOUND-EMP-SUB)
006830                 MOVE 0 TO WS-EMP-CYCLE-TOTAL(WS-FOUND-EMP-SUB)
006840             ELSE
006850                 SUBTRACT WS-CNV-HOME-AMOUNT
006860                     FROM WS-EMP-CYCLE-TOTAL(WS-FOUND-EMP-SUB)
006870             END-IF
006880         END-IF
006890         GO TO 2200-EXIT
006900     END-IF
006910     IF CNV-PRICED
006920         ADD WS-CNV-HOME-AMOUNT
006930             TO WS-EMP-CYCLE-TOTAL(WS-FOUND-EMP-SUB)
006940     END-IF
006950     ADD 1 TO WS-CYC-LOADED-COUNT
006960     MOVE 0 TO WS-FOUND-LIN-SUB
006970     IF EL-AMOUNT NUMERIC
006980         PERFORM 2210-LOOK-FOR-REPORTED-LINE THRU 2210-EXIT
006990             VARYING LNY FROM 1 BY 1 UNTIL LNY > WS-LIN-COUNT
007000     END-IF
007010     IF WS-FOUND-LIN-SUB GREATER THAN 0
007020         MOVE 'C' TO WS-LIN-SOURCE-SW(WS-FOUND-LIN-SUB)
007030         GO TO 2200-EXIT
007040     END-IF
007050     IF WS-LIN-COUNT = 20000
007060         DISPLAY 'HISTORY AND EXPFILE HAVE MORE THAN 20000 '
007070             'LINES -- INCREASE THE WS-LIN-TABLE SIZE '
007080             'TO CONTINUE'
007090         MOVE 16 TO RETURN-CODE
007100         GOBACK
007110     END-IF
007120     PERFORM 2150-ADD-LINE THRU 2150-EXIT
007130     MOVE EL-TYPE          TO WS-LIN-TYPE(WS-LIN-COUNT)
007140     MOVE EL-EXPENSE-DATE  TO WS-LIN-DATE(WS-LIN-COUNT)
007150     MOVE EL-CURRENCY-CODE TO WS-LIN-CURRENCY(WS-LIN-COUNT)
007160     MOVE 'C'              TO WS-LIN-SOURCE-SW(WS-LIN-COUNT)
007170     IF EL-AMOUNT NUMERIC
007180         MOVE EL-AMOUNT TO WS-LIN-AMOUNT(WS-LIN-COUNT)
007190     ELSE
007200         MOVE 0 TO WS-LIN-AMOUNT(WS-LIN-COUNT)
007210     END-IF
007220     IF CNV-PRICED
007230         MOVE WS-CNV-HOME-AMOUNT TO WS-LIN-HOME(WS-LIN-COUNT)
007240         MOVE 'Y' TO WS-LIN-PRICED-SW(WS-LIN-COUNT)
007250     ELSE
007260         ADD 1 TO WS-NOT-PRICED-COUNT
007270     END-IF.
007280 2200-EXIT.
007290     EXIT.

007300 2210-LOOK-FOR-REPORTED-LINE.
007310     IF WS-LIN-FROM-HISTORY(LNY)
007320         AND WS-LIN-EMP-SUB(LNY) = WS-FOUND-EMP-SUB
007330         AND WS-LIN-TYPE(LNY) = EL-TYPE
007340         AND WS-LIN-DATE(LNY) = EL-EXPENSE-DATE
007350         AND WS-LIN-AMOUNT(LNY) = EL-AMOUNT
007360         MOVE LNY TO WS-FOUND-LIN-SUB
007370         MOVE WS-LIN-COUNT TO LNY
007380     END-IF.
007390 2210-EXIT.
007400     EXIT.

007410 2300-LOAD-ONE-CARD-CHARGE.
007420     READ CRDFILE
007430         AT END SET CRDFILE-EOF TO TRUE
007440         GO TO 2300-EXIT
007450     END-READ
007460     IF CD-AMOUNT NOT NUMERIC OR CD-TRAN-DATE NOT NUMERIC
007470         GO TO 2300-EXIT
007480     END-IF
007490     IF WS-CRD-COUNT = 5000
007500         DISPLAY 'CRDFILE HAS MORE THAN 5000 CHARGES -- '
007510             'INCREASE THE WS-CRD-TABLE SIZE TO CONTINUE'
007520         MOVE 16 TO RETURN-CODE
007530         GOBACK
007540     END-IF
007550     MOVE CD-EMPLOYEE-ID TO WS-FIND-EMP-ID
007560     PERFORM 5000-FIND-OR-ADD-EMPLOYEE THRU 5000-EXIT
007570     ADD 1 TO WS-CRD-COUNT
007580     MOVE WS-FOUND-EMP-SUB TO WS-CRD-EMP-SUB(WS-CRD-COUNT)
007590     MOVE CD-TRAN-DATE     TO WS-CRD-DATE(WS-CRD-COUNT)
007600     MOVE CD-AMOUNT        TO WS-CRD-AMOUNT(WS-CRD-COUNT)
007610     MOVE CD-CURRENCY-CODE TO WS-CRD-CURRENCY(WS-CRD-COUNT)
007620     MOVE CD-MERCHANT      TO WS-CRD-MERCHANT(WS-CRD-COUNT)
007630     MOVE 0                TO WS-CRD-LIMIT(WS-CRD-COUNT)
007640     MOVE SPACES           TO WS-CRD-NEAR-SW(WS-CRD-COUNT)
007650     MOVE SPACES           TO WS-CRD-SPLIT-SW(WS-CRD-COUNT)
007660     MOVE CD-CURRENCY-CODE TO WS-CNV-CURRENCY
007670     MOVE CD-AMOUNT        TO WS-CNV-AMOUNT
007680     MOVE CD-TRAN-DATE     TO WS-CNV-DATE
007685     MOVE WS-EMP-CURRENCY(WS-FOUND-EMP-SUB) TO WS-HOME-CURRENCY
007690     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT
007700     MOVE WS-CNV-HOME-AMOUNT TO WS-CRD-HOME(WS-CRD-COUNT)
007710     MOVE WS-CNV-PRICED-SW   TO WS-CRD-PRICED-SW(WS-CRD-COUNT)
007720     IF NOT CNV-PRICED
007730         ADD 1 TO WS-NOT-PRICED-COUNT
007740     END-IF.
007750 2300-EXIT.
007760     EXIT.

007770*****************************************************
007780*  3000-SCORE-PATTERNS -- MARK EACH LINE AND CARD     *
007790*  CHARGE WITH THE PATTERNS IT SHOWS, WORK OUT THE    *
007800*  DEPARTMENT AVERAGES, THEN SCORE EVERY EMPLOYEE.    *
007810*****************************************************
007820 3000-SCORE-PATTERNS.
007830     PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
007840         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LIN-COUNT
007850     PERFORM 3200-CHECK-ONE-SPLIT THRU 3200-EXIT
007860         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LIN-COUNT
007870     PERFORM 3300-CHECK-ONE-CARD-CHARGE THRU 3300-EXIT
007880         VARYING CRX FROM 1 BY 1 UNTIL CRX > WS-CRD-COUNT
007890     PERFORM 3350-CHECK-ONE-CARD-SPLIT THRU 3350-EXIT
007900         VARYING CRX FROM 1 BY 1 UNTIL CRX > WS-CRD-COUNT
007910     PERFORM 3400-ADD-ONE-TO-DEPT THRU 3400-EXIT
007920         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
007930     PERFORM 3450-AVERAGE-ONE-DEPT THRU 3450-EXIT
007940         VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
007950     PERFORM 3500-SCORE-ONE-EMPLOYEE THRU 3500-EXIT
007960         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
007970     PERFORM 3600-ADD-FLAGGED-LINE THRU 3600-EXIT
007980         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LIN-COUNT
007990     PERFORM 3650-ADD-FLAGGED-CARD THRU 3650-EXIT
008000         VARYING CRX FROM 1 BY 1 UNTIL CRX > WS-CRD-COUNT.
008010 3000-EXIT.
008020     EXIT.

008030*
008040*    THE PATTERNS ONE LINE SHOWS ON ITS OWN: NEAR THE LIMIT
008050*    (A SPLIT NEEDS A SECOND SUCH LINE -- SEE 3200), OUTSIDE
008060*    THE TRIP, ON A WEEKEND OR HOLIDAY, A WHOLE-DOLLAR AMOUNT.
008070*    UNIT-BASED LINES ARE PRICED BY RATE, SO THEIR AMOUNT
008080*    SAYS NOTHING ABOUT ROUNDING.
008090*
008100 3100-CHECK-ONE-LINE.
008110     MOVE WS-LIN-EMP-SUB(LNX) TO EMX
008120     IF WS-LIN-PRICED(LNX)
008130         AND WS-TYP-LOADED(WS-LIN-TYPE(LNX))
008140         AND WS-TYP-MEAL(WS-LIN-TYPE(LNX))
008150         AND WS-TYP-LIMIT-APPLIES(WS-LIN-TYPE(LNX))
008160         MOVE WS-LIN-TYPE(LNX) TO WS-FIND-LIMIT-TYPE
008170         MOVE WS-LIN-DATE(LNX) TO WS-FIND-LIMIT-DATE
008180         PERFORM 3110-FIND-LIMIT THRU 3110-EXIT
008190         IF WS-FOUND-LIMIT GREATER THAN 0
008200             AND WS-LIN-HOME(LNX) NOT GREATER THAN
008210                 WS-FOUND-LIMIT
008220             AND WS-LIN-HOME(LNX) * 100 NOT LESS THAN
008230                 WS-FOUND-LIMIT * WS-NEAR-LIMIT-PCT
008240             MOVE 'Y' TO WS-LIN-NEAR-SW(LNX)
008250             MOVE WS-FOUND-LIMIT TO WS-LIN-LIMIT(LNX)
008260         END-IF
008270     END-IF
008280     IF WS-LIN-FROM-CYCLE(LNX)
008290         AND WS-EMP-ON-HDRFILE(EMX)
008300         AND WS-EMP-TRIP-START(EMX) GREATER THAN 0
008310         IF WS-LIN-DATE(LNX) LESS THAN WS-EMP-TRIP-START(EMX)
008320             OR WS-LIN-DATE(LNX) GREATER THAN
008330                 WS-EMP-TRIP-END(EMX)
008340             MOVE 'Y' TO WS-LIN-OUT-TRIP-SW(LNX)
008350             ADD 1 TO WS-EMP-OUT-TRIP(EMX)
008360             ADD 1 TO WS-OUT-TRIP-TOTAL
008370         END-IF
008380     END-IF
008390     MOVE WS-LIN-DATE(LNX) TO WS-CHECK-DATE
008400     PERFORM 3120-CHECK-OFF-DAY THRU 3120-EXIT
008410     IF WS-OFF-DAY-SW NOT = SPACE
008420         MOVE WS-OFF-DAY-SW   TO WS-LIN-OFF-DAY-SW(LNX)
008430         MOVE WS-OFF-DAY-TEXT TO WS-LIN-OFF-DAY-TEXT(LNX)
008440         ADD 1 TO WS-EMP-OFF-DAYS(EMX)
008450     END-IF
008460     IF WS-TYP-UNIT-BASED(WS-LIN-TYPE(LNX))
008470         OR WS-LIN-AMOUNT(LNX) = 0
008480         GO TO 3100-EXIT
008490     END-IF
008500     MOVE WS-LIN-AMOUNT(LNX) TO WS-ROUND-TEST
008510     IF WS-ROUND-CENTS = 0
008520         MOVE 'Y' TO WS-LIN-ROUND-SW(LNX)
008530         ADD 1 TO WS-EMP-ROUND-COUNT(EMX)
008540     END-IF.
008550 3100-EXIT.
008560     EXIT.

008570*
008580*    THE LIMIT FOR WS-FIND-LIMIT-TYPE IN EFFECT ON
008590*    WS-FIND-LIMIT-DATE -- THE LATEST EFFECTIVE DATE NOT
008600*    AFTER IT.  ZERO WHEN THE TYPE HAS NO LIMIT YET.
008610*
008620 3110-FIND-LIMIT.
008630     MOVE 0 TO WS-FOUND-LIMIT
008640     MOVE 0 TO WS-FOUND-LIMIT-DATE
008650     PERFORM 3115-CHECK-ONE-LIMIT THRU 3115-EXIT
008660         VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIMIT-COUNT.
008670 3110-EXIT.
008680     EXIT.

008690 3115-CHECK-ONE-LIMIT.
008700     IF WS-LIM-TYPE(LX) = WS-FIND-LIMIT-TYPE
008710         AND WS-LIM-EFF-DATE(LX) NOT GREATER THAN
008720             WS-FIND-LIMIT-DATE
008730         AND WS-LIM-EFF-DATE(LX) GREATER THAN
008740             WS-FOUND-LIMIT-DATE
008750         MOVE WS-LIM-AMOUNT(LX)   TO WS-FOUND-LIMIT
008760         MOVE WS-LIM-EFF-DATE(LX) TO WS-FOUND-LIMIT-DATE
008770     END-IF.
008780 3115-EXIT.
008790     EXIT.

008800*
008810*    WS-CHECK-DATE ON THE HOLIDAY CALENDAR ('H', WITH THE
008820*    HOLIDAY NAME) OR ON A WEEKEND ('W'); SPACE OTHERWISE.
008830*
008840 3120-CHECK-OFF-DAY.
008850     MOVE SPACE  TO WS-OFF-DAY-SW
008860     MOVE SPACES TO WS-OFF-DAY-TEXT
008870     PERFORM 3125-CHECK-ONE-HOLIDAY THRU 3125-EXIT
008880         VARYING HLX FROM 1 BY 1 UNTIL HLX > WS-HOL-COUNT
008890     IF WS-OFF-DAY-SW NOT = SPACE
008900         OR WS-CHECK-DATE NOT GREATER THAN 16010101
008910         GO TO 3120-EXIT
008920     END-IF
008930     COMPUTE WS-DAY-NUMBER =
008940         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
008950     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOTIENT
008960         REMAINDER WS-DAY-OF-WEEK
008970     IF WS-DAY-OF-WEEK = 6
008980         MOVE 'W'        TO WS-OFF-DAY-SW
008990         MOVE 'SATURDAY' TO WS-OFF-DAY-TEXT
009000     END-IF
009010     IF WS-DAY-OF-WEEK = 0
009020         MOVE 'W'        TO WS-OFF-DAY-SW
009030         MOVE 'SUNDAY'   TO WS-OFF-DAY-TEXT
009040     END-IF.
009050 3120-EXIT.
009060     EXIT.

009070 3125-CHECK-ONE-HOLIDAY.
009080     IF WS-HOL-DATE(HLX) = WS-CHECK-DATE
009090         MOVE 'H'              TO WS-OFF-DAY-SW
009100         MOVE WS-HOL-NAME(HLX) TO WS-OFF-DAY-TEXT
009110         MOVE WS-HOL-COUNT     TO HLX
009120     END-IF.
009130 3125-EXIT.
009140     EXIT.

009150*
009160*    A NEAR-LIMIT MEAL LINE IS A SPLIT WHEN THE SAME EMPLOYEE
009170*    HAS ANOTHER NEAR-LIMIT LINE OF THE SAME TYPE ON THE SAME
009180*    DATE -- ONE MEAL CLAIMED IN PIECES TO STAY UNDER.
009190*
009200 3200-CHECK-ONE-SPLIT.
009210     IF NOT WS-LIN-NEAR-LIMIT(LNX)
009220         GO TO 3200-EXIT
009230     END-IF
009240     PERFORM 3210-LOOK-FOR-OTHER-PIECE THRU 3210-EXIT
009250         VARYING LNY FROM 1 BY 1 UNTIL LNY > WS-LIN-COUNT
009260     IF WS-LIN-SPLIT(LNX)
009270         MOVE WS-LIN-EMP-SUB(LNX) TO EMX
009280         ADD 1 TO WS-EMP-SPLIT-COUNT(EMX)
009290         ADD 1 TO WS-SPLIT-TOTAL
009300     END-IF.
009310 3200-EXIT.
009320     EXIT.

009330 3210-LOOK-FOR-OTHER-PIECE.
009340     IF LNY NOT = LNX
009350         AND WS-LIN-NEAR-LIMIT(LNY)
009360         AND WS-LIN-EMP-SUB(LNY) = WS-LIN-EMP-SUB(LNX)
009370         AND WS-LIN-TYPE(LNY) = WS-LIN-TYPE(LNX)
009380         AND WS-LIN-DATE(LNY) = WS-LIN-DATE(LNX)
009390         MOVE 'Y' TO WS-LIN-SPLIT-SW(LNX)
009400         MOVE WS-LIN-COUNT TO LNY
009410     END-IF.
009420 3210-EXIT.
009430     EXIT.

009440*
009450*    A CARD CHARGE CARRIES NO EXPENSE TYPE, SO IT IS HELD
009460*    AGAINST THE HIGHEST MEAL LIMIT IN EFFECT ON ITS DATE.
009470*
009480 3300-CHECK-ONE-CARD-CHARGE.
009490     IF NOT WS-CRD-PRICED(CRX)
009500         GO TO 3300-EXIT
009510     END-IF
009520     MOVE 0 TO WS-MEAL-LIMIT
009530     MOVE WS-CRD-DATE(CRX) TO WS-FIND-LIMIT-DATE
009540     PERFORM 3310-CHECK-ONE-MEAL-TYPE THRU 3310-EXIT
009550         VARYING TDX FROM 1 BY 1 UNTIL TDX > 9
009560     IF WS-MEAL-LIMIT GREATER THAN 0
009570         AND WS-CRD-HOME(CRX) NOT GREATER THAN WS-MEAL-LIMIT
009580         AND WS-CRD-HOME(CRX) * 100 NOT LESS THAN
009590             WS-MEAL-LIMIT * WS-NEAR-LIMIT-PCT
009600         MOVE 'Y' TO WS-CRD-NEAR-SW(CRX)
009610         MOVE WS-MEAL-LIMIT TO WS-CRD-LIMIT(CRX)
009620     END-IF.
009630 3300-EXIT.
009640     EXIT.

009650 3310-CHECK-ONE-MEAL-TYPE.
009660     IF WS-TYP-LOADED(TDX)
009670         AND WS-TYP-MEAL(TDX)
009680         AND WS-TYP-LIMIT-APPLIES(TDX)
009690         MOVE TDX TO WS-FIND-LIMIT-TYPE
009700         PERFORM 3110-FIND-LIMIT THRU 3110-EXIT
009710         IF WS-FOUND-LIMIT GREATER THAN WS-MEAL-LIMIT
009720             MOVE WS-FOUND-LIMIT TO WS-MEAL-LIMIT
009730         END-IF
009740     END-IF.
009750 3310-EXIT.
009760     EXIT.

009770 3350-CHECK-ONE-CARD-SPLIT.
009780     IF NOT WS-CRD-NEAR-LIMIT(CRX)
009790         GO TO 3350-EXIT
009800     END-IF
009810     PERFORM 3360-LOOK-FOR-OTHER-CHARGE THRU 3360-EXIT
009820         VARYING CRY FROM 1 BY 1 UNTIL CRY > WS-CRD-COUNT
009830     IF WS-CRD-SPLIT(CRX)
009840         MOVE WS-CRD-EMP-SUB(CRX) TO EMX
009850         ADD 1 TO WS-EMP-CARD-SPLITS(EMX)
009860         ADD 1 TO WS-CARD-SPLIT-TOTAL
009870     END-IF.
009880 3350-EXIT.
009890     EXIT.

009900 3360-LOOK-FOR-OTHER-CHARGE.
009910     IF CRY NOT = CRX
009920         AND WS-CRD-NEAR-LIMIT(CRY)
009930         AND WS-CRD-EMP-SUB(CRY) = WS-CRD-EMP-SUB(CRX)
009940         AND WS-CRD-DATE(CRY) = WS-CRD-DATE(CRX)
009950         AND WS-CRD-MERCHANT(CRY) = WS-CRD-MERCHANT(CRX)
009960         MOVE 'Y' TO WS-CRD-SPLIT-SW(CRX)
009970         MOVE WS-CRD-COUNT TO CRY
009980     END-IF.
009990 3360-EXIT.
010000     EXIT.

010010*
010020*    EVERY TRAVELLER ON THIS CYCLE'S HDRFILE WITH A VALID
010030*    TRIP WINDOW COUNTS TOWARD THEIR DEPARTMENT'S SPEND PER
010036*    TRIP-DAY.  A DEPARTMENT IS TAKEN WITHIN ITS COMPANY, SO
010042*    THE AVERAGE IS IN ONE CURRENCY.
010050*
010060 3400-ADD-ONE-TO-DEPT.
010070     IF NOT WS-EMP-ON-HDRFILE(EMX)
010080         OR WS-EMP-TRIP-START(EMX) NOT GREATER THAN 16010101
010090         OR WS-EMP-TRIP-END(EMX) LESS THAN
010100             WS-EMP-TRIP-START(EMX)
010110         GO TO 3400-EXIT
010120     END-IF
010130     COMPUTE WS-EMP-TRIP-DAYS(EMX) =
010140         FUNCTION INTEGER-OF-DATE(WS-EMP-TRIP-END(EMX)) -
010150         FUNCTION INTEGER-OF-DATE(WS-EMP-TRIP-START(EMX)) + 1
010160     COMPUTE WS-EMP-PER-DAY(EMX) ROUNDED =
010170         WS-EMP-CYCLE-TOTAL(EMX) / WS-EMP-TRIP-DAYS(EMX)
010180     MOVE 0 TO WS-FOUND-DEPT-SUB
010190     PERFORM 3410-CHECK-ONE-DEPT THRU 3410-EXIT
010200         VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
010210     IF WS-FOUND-DEPT-SUB = 0
010220         IF WS-DEPT-COUNT = 200
010230             DISPLAY 'HDRFILE HAS MORE THAN 200 DEPARTMENTS -- '
010240                 'INCREASE THE WS-DEPT-TABLE SIZE TO CONTINUE'
010250             MOVE 16 TO RETURN-CODE
010260             GOBACK
010270         END-IF
010280         ADD 1 TO WS-DEPT-COUNT
010290         MOVE WS-DEPT-COUNT TO WS-FOUND-DEPT-SUB
010293         MOVE WS-EMP-CO-CODE(EMX)
010296             TO WS-DEPT-CO-CODE(WS-DEPT-COUNT)
010300         MOVE WS-EMP-DEPT(EMX) TO WS-DEPT-NAME(WS-DEPT-COUNT)
010310         MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-COUNT)
010320         MOVE 0 TO WS-DEPT-DAYS(WS-DEPT-COUNT)
010330         MOVE 0 TO WS-DEPT-EMPS(WS-DEPT-COUNT)
010340         MOVE 0 TO WS-DEPT-PER-DAY(WS-DEPT-COUNT)
010350     END-IF
010360     ADD WS-EMP-CYCLE-TOTAL(EMX)
010370         TO WS-DEPT-TOTAL(WS-FOUND-DEPT-SUB)
010380     ADD WS-EMP-TRIP-DAYS(EMX) TO WS-DEPT-DAYS(WS-FOUND-DEPT-SUB)
010390     ADD 1 TO WS-DEPT-EMPS(WS-FOUND-DEPT-SUB).
010400 3400-EXIT.
010410     EXIT.

010420 3410-CHECK-ONE-DEPT.
010430     IF WS-DEPT-NAME(DPX) = WS-EMP-DEPT(EMX)
010435         AND WS-DEPT-CO-CODE(DPX) = WS-EMP-CO-CODE(EMX)
010440         MOVE DPX TO WS-FOUND-DEPT-SUB
010450         MOVE WS-DEPT-COUNT TO DPX
010460     END-IF.
010470 3410-EXIT.
010480     EXIT.

010490 3450-AVERAGE-ONE-DEPT.
010500     IF WS-DEPT-DAYS(DPX) GREATER THAN 0
010510         COMPUTE WS-DEPT-PER-DAY(DPX) ROUNDED =
010520             WS-DEPT-TOTAL(DPX) / WS-DEPT-DAYS(DPX)
010530     END-IF.
010540 3450-EXIT.
010550     EXIT.

010560 3500-SCORE-ONE-EMPLOYEE.
010570     MOVE 0 TO WS-EMP-SCORE(EMX)
010580     COMPUTE WS-EMP-SCORE(EMX) =
010590         (WS-EMP-SPLIT-COUNT(EMX) + WS-EMP-CARD-SPLITS(EMX))
010600             * WS-PTS-SPLIT-LINE
010610         + WS-EMP-OUT-TRIP(EMX) * WS-PTS-OUT-OF-TRIP
010620     IF WS-EMP-OFF-DAYS(EMX) NOT LESS THAN WS-OFF-DAY-MIN-LINES
010623         AND WS-EMP-OFF-DAYS(EMX) * 100 NOT LESS THAN
010626             WS-EMP-LINES(EMX) * WS-OFF-DAY-MIN-PCT
010630         MOVE 'Y' TO WS-EMP-OFF-DAY-SW(EMX)
010640         ADD 1 TO WS-OFF-DAY-EMP-TOTAL
010650         ADD WS-PTS-OFF-DAY-PATTERN TO WS-EMP-SCORE(EMX)
010670     END-IF
010680     IF WS-EMP-ROUND-COUNT(EMX) NOT LESS THAN WS-ROUND-MIN-LINES
010690         AND WS-EMP-ROUND-COUNT(EMX) * 100 NOT LESS THAN
010700             WS-EMP-LINES(EMX) * WS-ROUND-MIN-PCT
010710         MOVE 'Y' TO WS-EMP-ROUND-SW(EMX)
010720         ADD 1 TO WS-ROUND-EMP-TOTAL
010730         ADD WS-PTS-ROUND-PATTERN TO WS-EMP-SCORE(EMX)
010740     END-IF
010750     IF WS-EMP-TRIP-DAYS(EMX) = 0
010760         GO TO 3500-EXIT
010770     END-IF
010780     MOVE 0 TO WS-FOUND-DEPT-SUB
010790     PERFORM 3410-CHECK-ONE-DEPT THRU 3410-EXIT
010800         VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
010810     IF WS-FOUND-DEPT-SUB GREATER THAN 0
010820         AND WS-DEPT-EMPS(WS-FOUND-DEPT-SUB) NOT LESS THAN
010830             WS-OUTLIER-MIN-EMPS
010840         AND WS-DEPT-PER-DAY(WS-FOUND-DEPT-SUB) GREATER THAN 0
010850         AND WS-EMP-PER-DAY(EMX) GREATER THAN
010860             WS-DEPT-PER-DAY(WS-FOUND-DEPT-SUB)
010870                 * WS-OUTLIER-FACTOR
010880         MOVE 'Y' TO WS-EMP-OUTLIER-SW(EMX)
010890         ADD 1 TO WS-OUTLIER-TOTAL
010900         ADD WS-PTS-PER-DAY-OUTLIER TO WS-EMP-SCORE(EMX)
010910     END-IF.
010920 3500-EXIT.
010930     EXIT.

010940*
010950*    THE AMOUNT QUEUED FOR REVIEW IS THE HOME-CURRENCY VALUE
010960*    OF EVERY LINE THAT COUNTED TOWARD THE SCORE, EACH ONCE --
010970*    FOR A PER-DAY OUTLIER, ALL OF THIS CYCLE'S LINES.
010980*
010990 3600-ADD-FLAGGED-LINE.
011000     MOVE WS-LIN-EMP-SUB(LNX) TO EMX
011010     IF NOT WS-LIN-PRICED(LNX)
011020         GO TO 3600-EXIT
011030     END-IF
011040     IF WS-LIN-SPLIT(LNX)
011050         OR WS-LIN-OUT-OF-TRIP(LNX)
011060         OR (WS-LIN-OFF-DAY(LNX) AND WS-EMP-OFF-DAY-PATTERN(EMX))
011070         OR (WS-LIN-ROUND(LNX) AND WS-EMP-ROUND-PATTERN(EMX))
011080         OR (WS-LIN-FROM-CYCLE(LNX) AND WS-EMP-OUTLIER(EMX))
011090         ADD WS-LIN-HOME(LNX) TO WS-EMP-FLAGGED-AMT(EMX)
011100     END-IF.
011110 3600-EXIT.
011120     EXIT.

011130 3650-ADD-FLAGGED-CARD.
011140     IF WS-CRD-SPLIT(CRX)
011150         MOVE WS-CRD-EMP-SUB(CRX) TO EMX
011160         ADD WS-CRD-HOME(CRX) TO WS-EMP-FLAGGED-AMT(EMX)
011170     END-IF.
011180 3650-EXIT.
011190     EXIT.

011200*****************************************************
011210*  4000-PRINT-WATCH-LIST -- EVERY EMPLOYEE WITH A     *
011220*  SCORE, HIGHEST FIRST, EACH FOLLOWED BY THE LINES   *
011230*  BEHIND IT.  A SCORE AT OR ABOVE THE PARM IS        *
011240*  QUEUED FOR MANAGER REVIEW.                         *
011250*****************************************************
011260 4000-PRINT-WATCH-LIST.
011270     DISPLAY '===== POLICY-ABUSE WATCH LIST FOR ' WS-RUN-DATE
011280         ' ====='
011290     DISPLAY 'RANK,EMPLOYEE,NAME,DEPARTMENT,SCORE,'
011300         'FLAGGED AMOUNT,QUEUED'
011310     DISPLAY '  EVIDENCE,PATTERN,SOURCE,DATE,ITEM,AMOUNT,NOTE'
011320     PERFORM 4100-RANK-NEXT-EMPLOYEE THRU 4100-EXIT
011330         UNTIL RANKING-DONE.
011340 4000-EXIT.
011350     EXIT.

011360 4100-RANK-NEXT-EMPLOYEE.
011370     MOVE 0 TO WS-BEST-EMP-SUB
011380     MOVE 0 TO WS-BEST-SCORE
011390     PERFORM 4110-CHECK-ONE-CANDIDATE THRU 4110-EXIT
011400         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
011410     IF WS-BEST-EMP-SUB = 0
011420         SET RANKING-DONE TO TRUE
011430         GO TO 4100-EXIT
011440     END-IF
011450     MOVE WS-BEST-EMP-SUB TO EMX
011460     MOVE 'Y' TO WS-EMP-RANKED-SW(EMX)
011470     ADD 1 TO WS-RANK
011480     MOVE 'NO'  TO WS-ROUTED-TEXT
011490     IF WS-EMP-SCORE(EMX) NOT LESS THAN WS-ROUTE-SCORE
011500         MOVE 'YES' TO WS-ROUTED-TEXT
011510     END-IF
011520     MOVE WS-EMP-FLAGGED-AMT(EMX) TO WS-FORMATTED-AMOUNT
011530     DISPLAY WS-RANK ',' WS-EMP-ID(EMX) ','
011540         FUNCTION TRIM(WS-EMP-NAME(EMX)) ','
011550         FUNCTION TRIM(WS-EMP-DEPT(EMX)) ','
011560         WS-EMP-SCORE(EMX) ','
011570         WS-FORMATTED-AMOUNT ' ' WS-EMP-CURRENCY(EMX) ','
011580         FUNCTION TRIM(WS-ROUTED-TEXT)
011590     PERFORM 4200-LIST-LINE-EVIDENCE THRU 4200-EXIT
011600         VARYING LNX FROM 1 BY 1 UNTIL LNX > WS-LIN-COUNT
011610     PERFORM 4300-LIST-CARD-EVIDENCE THRU 4300-EXIT
011620         VARYING CRX FROM 1 BY 1 UNTIL CRX > WS-CRD-COUNT
011630     IF WS-EMP-OUTLIER(EMX)
011640         MOVE WS-EMP-PER-DAY(EMX) TO WS-FORMATTED-AMOUNT
011650         MOVE 0 TO WS-FOUND-DEPT-SUB
011660         PERFORM 3410-CHECK-ONE-DEPT THRU 3410-EXIT
011670             VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
011680         MOVE WS-DEPT-PER-DAY(WS-FOUND-DEPT-SUB)
011690             TO WS-FORMATTED-LIMIT
011700         DISPLAY '  EVIDENCE,PER-DAY SPEND,THIS CYCLE,'
011710             WS-EMP-TRIP-START(EMX) ','
011720             WS-EMP-TRIP-DAYS(EMX) ' TRIP DAYS,'
011730             WS-FORMATTED-AMOUNT ' ' WS-EMP-CURRENCY(EMX) ','
011740             'PER DAY VS DEPARTMENT AVERAGE '
011750             FUNCTION TRIM(WS-FORMATTED-LIMIT)
011760     END-IF
011770     IF WS-ROUTED-TEXT = 'YES'
011780         PERFORM 4400-QUEUE-FOR-REVIEW THRU 4400-EXIT
011790     END-IF.
011800 4100-EXIT.
011810     EXIT.

011820 4110-CHECK-ONE-CANDIDATE.
011830     IF NOT WS-EMP-RANKED(EMX)
011840         AND WS-EMP-SCORE(EMX) GREATER THAN WS-BEST-SCORE
011850         MOVE EMX TO WS-BEST-EMP-SUB
011860         MOVE WS-EMP-SCORE(EMX) TO WS-BEST-SCORE
011870     END-IF.
011880 4110-EXIT.
011890     EXIT.

011900*
011910*    ONE EVIDENCE ROW PER PATTERN THE LINE COUNTED TOWARD.
011920*
011930 4200-LIST-LINE-EVIDENCE.
011940     IF WS-LIN-EMP-SUB(LNX) NOT = EMX
011950         GO TO 4200-EXIT
011960     END-IF
011970     IF WS-LIN-FROM-CYCLE(LNX)
011980         MOVE 'THIS CYCLE' TO WS-SOURCE-TEXT
011990     ELSE
012000         MOVE 'HISTORY'    TO WS-SOURCE-TEXT
012010     END-IF
012020     MOVE WS-LIN-AMOUNT(LNX) TO WS-FORMATTED-AMOUNT
012030     IF WS-LIN-SPLIT(LNX)
012040         MOVE WS-LIN-LIMIT(LNX) TO WS-FORMATTED-LIMIT
012050         DISPLAY '  EVIDENCE,SPLIT MEAL,'
012060             FUNCTION TRIM(WS-SOURCE-TEXT) ','
012070             WS-LIN-DATE(LNX) ','
012080             FUNCTION TRIM(WS-TYP-NAME(WS-LIN-TYPE(LNX))) ','
012090             WS-FORMATTED-AMOUNT ' ' WS-LIN-CURRENCY(LNX) ','
012100             'LIMIT ' FUNCTION TRIM(WS-FORMATTED-LIMIT)
012110     END-IF
012120     IF WS-LIN-OUT-OF-TRIP(LNX)
012130         DISPLAY '  EVIDENCE,OUT OF TRIP,'
012140             FUNCTION TRIM(WS-SOURCE-TEXT) ','
012150             WS-LIN-DATE(LNX) ','
012160             FUNCTION TRIM(WS-TYP-NAME(WS-LIN-TYPE(LNX))) ','
012170             WS-FORMATTED-AMOUNT ' ' WS-LIN-CURRENCY(LNX) ','
012180             'TRIP ' WS-EMP-TRIP-START(EMX) ' TO '
012190             WS-EMP-TRIP-END(EMX)
012200     END-IF
012210     IF WS-LIN-OFF-DAY(LNX) AND WS-EMP-OFF-DAY-PATTERN(EMX)
012220         DISPLAY '  EVIDENCE,WEEKEND/HOLIDAY,'
012230             FUNCTION TRIM(WS-SOURCE-TEXT) ','
012240             WS-LIN-DATE(LNX) ','
012250             FUNCTION TRIM(WS-TYP-NAME(WS-LIN-TYPE(LNX))) ','
012260             WS-FORMATTED-AMOUNT ' ' WS-LIN-CURRENCY(LNX) ','
012270             FUNCTION TRIM(WS-LIN-OFF-DAY-TEXT(LNX))
012280     END-IF
012290     IF WS-LIN-ROUND(LNX) AND WS-EMP-ROUND-PATTERN(EMX)
012300         DISPLAY '  EVIDENCE,ROUND AMOUNT,'
012310             FUNCTION TRIM(WS-SOURCE-TEXT) ','
012320             WS-LIN-DATE(LNX) ','
012330             FUNCTION TRIM(WS-TYP-NAME(WS-LIN-TYPE(LNX))) ','
012340             WS-FORMATTED-AMOUNT ' ' WS-LIN-CURRENCY(LNX) ','
012350             WS-EMP-ROUND-COUNT(EMX) ' OF '
012360             WS-EMP-LINES(EMX) ' LINES WHOLE DOLLARS'
012370     END-IF.
012380 4200-EXIT.
012390     EXIT.

012400 4300-LIST-CARD-EVIDENCE.
012410     IF WS-CRD-EMP-SUB(CRX) NOT = EMX
012420         OR NOT WS-CRD-SPLIT(CRX)
012430         GO TO 4300-EXIT
012440     END-IF
012450     MOVE WS-CRD-AMOUNT(CRX) TO WS-FORMATTED-AMOUNT
012460     MOVE WS-CRD-LIMIT(CRX)  TO WS-FORMATTED-LIMIT
012470     DISPLAY '  EVIDENCE,SPLIT CARD CHARGE,CARD,'
012480         WS-CRD-DATE(CRX) ','
012490         FUNCTION TRIM(WS-CRD-MERCHANT(CRX)) ','
012500         WS-FORMATTED-AMOUNT ' ' WS-CRD-CURRENCY(CRX) ','
012510         'MEAL LIMIT ' FUNCTION TRIM(WS-FORMATTED-LIMIT).
012520 4300-EXIT.
012530     EXIT.

012540*
012550*    A HIGH SCORE JOINS THE EXCEPTIONS QUEUE SO A MANAGER
012560*    REVIEWS IT IN THE NORMAL EXPENSE-APPROVALS CYCLE.  THE
012570*    LIMIT COLUMNS CARRY THE SCORE UNDER A SCORE TAG SO THE
012580*    REVIEWER CAN TELL IT FROM THE OTHER EXCEPTION KINDS.
012590*
012600 4400-QUEUE-FOR-REVIEW.
012610     ADD 1 TO WS-QUEUED-COUNT
012620     MOVE WS-EMP-FLAGGED-AMT(EMX) TO WS-FORMATTED-AMOUNT
012630     MOVE WS-EMP-SCORE(EMX)       TO WS-FORMATTED-SCORE
012640     MOVE SPACES TO EXCFILE-RECORD
012650     MOVE WS-EMP-ID(EMX)      TO EX-EMPLOYEE-ID
012660     MOVE ','                 TO EX-DELIM-1
012670     MOVE WS-EMP-NAME(EMX)    TO EX-EMPLOYEE-NAME
012680     MOVE ','                 TO EX-DELIM-2
012690     MOVE 'ABUSE WATCH'       TO EX-EXPENSE-NAME
012700     MOVE ','                 TO EX-DELIM-3
012710     MOVE WS-FORMATTED-AMOUNT TO EX-AMOUNT-DISPLAY
012720     MOVE ' '                 TO EX-DELIM-4
012730     MOVE WS-EMP-CURRENCY(EMX) TO EX-CURRENCY-CODE
012740     MOVE ',SCORE '           TO EX-LIMIT-LABEL
012750     MOVE WS-FORMATTED-SCORE  TO EX-LIMIT-DISPLAY
012760     MOVE WS-EMP-DEPT(EMX)    TO EX-DEPARTMENT
012770     MOVE SPACES              TO EX-ROUTED-APPROVER
012780     WRITE EXCFILE-RECORD.
012790 4400-EXIT.
012800     EXIT.

012810*****************************************************
012820*  5000 -- COMMON LOOKUPS AND VALUATION.              *
012830*****************************************************
012840 5000-FIND-OR-ADD-EMPLOYEE.
012850     MOVE 0 TO WS-FOUND-EMP-SUB
012860     PERFORM 5010-CHECK-ONE-EMPLOYEE THRU 5010-EXIT
012870         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
012880     IF WS-FOUND-EMP-SUB GREATER THAN 0
012890         GO TO 5000-EXIT
012900     END-IF
012910     IF WS-EMP-COUNT = 5000
012920         DISPLAY 'MORE THAN 5000 EMPLOYEES TO REVIEW -- '
012930             'INCREASE THE WS-EMP-TABLE SIZE TO CONTINUE'
012940         MOVE 16 TO RETURN-CODE
012950         GOBACK
012960     END-IF
012970     ADD 1 TO WS-EMP-COUNT
012980     MOVE WS-EMP-COUNT   TO WS-FOUND-EMP-SUB
012990     MOVE WS-FIND-EMP-ID TO WS-EMP-ID(WS-EMP-COUNT)
013000     MOVE SPACES TO WS-EMP-NAME(WS-EMP-COUNT)
013010     MOVE SPACES TO WS-EMP-DEPT(WS-EMP-COUNT)
013012     MOVE SPACES TO WS-EMP-CO-CODE(WS-EMP-COUNT)
013014     MOVE 0      TO WS-EMP-CO-DATE(WS-EMP-COUNT)
013016     MOVE WS-FX-BASE-CURRENCY TO WS-EMP-CURRENCY(WS-EMP-COUNT)
013020     MOVE 0      TO WS-EMP-TRIP-START(WS-EMP-COUNT)
013030     MOVE 0      TO WS-EMP-TRIP-END(WS-EMP-COUNT)
013040     MOVE 'N'    TO WS-EMP-HDR-SW(WS-EMP-COUNT)
013050     MOVE 0      TO WS-EMP-LINES(WS-EMP-COUNT)
013060     MOVE 0      TO WS-EMP-CYCLE-TOTAL(WS-EMP-COUNT)
013070     MOVE 0      TO WS-EMP-TRIP-DAYS(WS-EMP-COUNT)
013080     MOVE 0      TO WS-EMP-PER-DAY(WS-EMP-COUNT)
013090     MOVE 0      TO WS-EMP-SPLIT-COUNT(WS-EMP-COUNT)
013100     MOVE 0      TO WS-EMP-CARD-SPLITS(WS-EMP-COUNT)
013110     MOVE 0      TO WS-EMP-OUT-TRIP(WS-EMP-COUNT)
013120     MOVE 0      TO WS-EMP-OFF-DAYS(WS-EMP-COUNT)
013130     MOVE 0      TO WS-EMP-ROUND-COUNT(WS-EMP-COUNT)
013140     MOVE 'N'    TO WS-EMP-OFF-DAY-SW(WS-EMP-COUNT)
013150     MOVE 'N'    TO WS-EMP-ROUND-SW(WS-EMP-COUNT)
013160     MOVE 'N'    TO WS-EMP-OUTLIER-SW(WS-EMP-COUNT)
013170     MOVE 0      TO WS-EMP-SCORE(WS-EMP-COUNT)
013180     MOVE 0      TO WS-EMP-FLAGGED-AMT(WS-EMP-COUNT)
013190     MOVE 'N'    TO WS-EMP-RANKED-SW(WS-EMP-COUNT).
013200 5000-EXIT.
013210     EXIT.

013220 5010-CHECK-ONE-EMPLOYEE.
013230     IF WS-EMP-ID(EMX) = WS-FIND-EMP-ID
013240         MOVE EMX TO WS-FOUND-EMP-SUB
013250         MOVE WS-EMP-COUNT TO EMX
013260     END-IF.
013270 5010-EXIT.
013280     EXIT.

013290*
013291*    THE HOME CURRENCY OF COMPANY WS-CO-LOOKUP-CODE.
013292*
013293 5020-FIND-COMPANY-CURRENCY.
013294     MOVE WS-FX-BASE-CURRENCY TO WS-CO-LOOKUP-CURRENCY
013295     PERFORM 5025-CHECK-ONE-COMPANY THRU 5025-EXIT
013296         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
013297 5020-EXIT.
013298     EXIT.

013299 5025-CHECK-ONE-COMPANY.
013300     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
013301         MOVE WS-CO-CURRENCY(COX) TO WS-CO-LOOKUP-CURRENCY
013302         MOVE WS-CO-COUNT TO COX
013303     END-IF.
013304 5025-EXIT.
013305     EXIT.

013306*
013307*    COMPANY WS-CO-LOOKUP-CODE, SEEN ON WS-CO-LOOKUP-DATE,
013308*    BECOMES EMPLOYEE WS-FOUND-EMP-SUB'S COMPANY UNLESS A
013309*    LATER ONE IS ALREADY KNOWN.  THE HEADER IS DATED HIGH SO
013310*    IT ALWAYS WINS.  WS-CO-LOOKUP-CURRENCY IS LEFT AS THE
013311*    LOOKED-UP COMPANY'S HOME CURRENCY.
013312*
013313 5030-SET-EMPLOYEE-COMPANY.
013314     PERFORM 5020-FIND-COMPANY-CURRENCY THRU 5020-EXIT
013315     IF WS-CO-LOOKUP-DATE NOT LESS THAN
013316         WS-EMP-CO-DATE(WS-FOUND-EMP-SUB)
013317         MOVE WS-CO-LOOKUP-CODE
013318             TO WS-EMP-CO-CODE(WS-FOUND-EMP-SUB)
013319         MOVE WS-CO-LOOKUP-DATE
013320             TO WS-EMP-CO-DATE(WS-FOUND-EMP-SUB)
013321         MOVE WS-CO-LOOKUP-CURRENCY
013322             TO WS-EMP-CURRENCY(WS-FOUND-EMP-SUB)
013323     END-IF.
013324 5030-EXIT.
013325     EXIT.

013326*
013327*    WS-CNV-AMOUNT IN WS-CNV-CURRENCY TO THE HOME CURRENCY AT
013328*    THE RATE IN EFFECT ON WS-CNV-DATE, CROSSED THROUGH THE
013329*    BASE CURRENCY THE RATES ARE QUOTED TO.  WITH EITHER RATE
013330*    MISSING THE ITEM IS NOT PRICED.
013331*
013340 5100-CONVERT-TO-HOME.
013350     MOVE 'Y' TO WS-CNV-PRICED-SW
013357     IF WS-CNV-CURRENCY = WS-HOME-CURRENCY
013364         OR WS-CNV-CURRENCY = SPACES
013371         MOVE WS-CNV-AMOUNT TO WS-CNV-HOME-AMOUNT
013378         GO TO 5100-EXIT
013385     END-IF
013392     MOVE WS-CNV-CURRENCY TO WS-FX-LOOKUP-CURRENCY
013399     PERFORM 5120-LOOKUP-BASE-RATE THRU 5120-EXIT
013406     MOVE WS-FX-LOOKUP-RATE TO WS-CNV-FROM-RATE
013413     IF WS-FX-LOOKUP-EFF-DATE NOT = 0
013420         MOVE WS-HOME-CURRENCY TO WS-FX-LOOKUP-CURRENCY
013427         PERFORM 5120-LOOKUP-BASE-RATE THRU 5120-EXIT
013434     END-IF
013441     IF WS-FX-LOOKUP-EFF-DATE = 0
013448         MOVE 'N' TO WS-CNV-PRICED-SW
013455         MOVE 0 TO WS-CNV-HOME-AMOUNT
013462         GO TO 5100-EXIT
013470     END-IF
013480     COMPUTE WS-CNV-HOME-AMOUNT ROUNDED =
013490         WS-CNV-AMOUNT * WS-CNV-FROM-RATE / WS-FX-LOOKUP-RATE.
013500 5100-EXIT.
013510     EXIT.

013520 5110-CHECK-ONE-FX-RATE.
013530     IF WS-FX-CURRENCY(FXX) = WS-FX-LOOKUP-CURRENCY
013540         AND WS-FX-EFF-DATE(FXX) NOT GREATER THAN WS-CNV-DATE
013550         AND WS-FX-EFF-DATE(FXX) GREATER THAN
013560             WS-FX-LOOKUP-EFF-DATE
013570         MOVE WS-FX-RATE(FXX)     TO WS-FX-LOOKUP-RATE
013580         MOVE WS-FX-EFF-DATE(FXX) TO WS-FX-LOOKUP-EFF-DATE
013590     END-IF.
013600 5110-EXIT.
013601     EXIT.

013602*
013603*    THE RATE FROM WS-FX-LOOKUP-CURRENCY TO THE BASE CURRENCY
013604*    ON WS-CNV-DATE.  THE BASE CURRENCY ITSELF IS PAR.
013605*    WS-FX-LOOKUP-EFF-DATE IS LEFT ZERO WHEN NO RATE IS ON FILE.
013606*
013607 5120-LOOKUP-BASE-RATE.
013608     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
013609     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
013610     IF WS-FX-LOOKUP-CURRENCY = WS-FX-BASE-CURRENCY
013611         MOVE WS-CNV-DATE TO WS-FX-LOOKUP-EFF-DATE
013612         GO TO 5120-EXIT
013613     END-IF
013614     PERFORM 5110-CHECK-ONE-FX-RATE THRU 5110-EXIT
013615         VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT.
013616 5120-EXIT.
013617     EXIT.

013620*
013630*    VALUE THE EXPFILE LINE IN HAND IN THE HOME CURRENCY ON
013640*    ITS EXPENSE DATE: A UNIT-BASED LINE IS QUANTITY TIMES
013650*    THE PER-UNIT RATE, ANY OTHER LINE ITS AMOUNT CONVERTED.
013660*
013670 5200-PRICE-CYCLE-LINE.
013680     MOVE 'N' TO WS-CNV-PRICED-SW
013690     MOVE 0 TO WS-CNV-HOME-AMOUNT
013700     IF WS-TYP-LOADED(EL-TYPE) AND WS-TYP-UNIT-BASED(EL-TYPE)
013710         IF EL-QUANTITY NOT NUMERIC OR EL-QUANTITY = 0
013720             GO TO 5200-EXIT
013730         END-IF
013740         MOVE EL-TYPE         TO WS-FIND-LIMIT-TYPE
013750         MOVE EL-EXPENSE-DATE TO WS-FIND-LIMIT-DATE
013760         PERFORM 3110-FIND-LIMIT THRU 3110-EXIT
013770         IF WS-FOUND-LIMIT-DATE = 0
013780             GO TO 5200-EXIT
013790         END-IF
013800         COMPUTE WS-CNV-HOME-AMOUNT ROUNDED =
013810             EL-QUANTITY * WS-FOUND-LIMIT
013820         MOVE 'Y' TO WS-CNV-PRICED-SW
013830         GO TO 5200-EXIT
013840     END-IF
013850     IF EL-AMOUNT NOT NUMERIC
013860         GO TO 5200-EXIT
013870     END-IF
013880     MOVE EL-CURRENCY-CODE TO WS-CNV-CURRENCY
013890     MOVE EL-AMOUNT        TO WS-CNV-AMOUNT
013900     MOVE EL-EXPENSE-DATE  TO WS-CNV-DATE
013910     PERFORM 5100-CONVERT-TO-HOME THRU 5100-EXIT.
013920 5200-EXIT.
013930     EXIT.

013940*****************************************************
013950*  8000-PRINT-REVIEW-SUMMARY -- RUN TOTALS.  ANY      *
013960*  EMPLOYEE QUEUED FOR REVIEW RETURNS 4 SO THE CARD   *
013970*  PROGRAM MANAGER SEES THE RUN.                      *
013980*****************************************************
013990 8000-PRINT-REVIEW-SUMMARY.
014000     DISPLAY ' '
014010     DISPLAY '===== POLICY-ABUSE REVIEW SUMMARY ====='
014020     DISPLAY 'HISTORY LINES REVIEWED .... ' WS-HST-LOADED-COUNT
014030     DISPLAY 'CYCLE LINES REVIEWED ...... ' WS-CYC-LOADED-COUNT
014040     DISPLAY 'CARD CHARGES REVIEWED ..... ' WS-CRD-COUNT
014050     DISPLAY 'ITEMS NOT PRICED .......... ' WS-NOT-PRICED-COUNT
014060     DISPLAY 'EMPLOYEES REVIEWED ........ ' WS-EMP-COUNT
014070     DISPLAY 'SPLIT MEAL LINES .......... ' WS-SPLIT-TOTAL
014080     DISPLAY 'SPLIT CARD CHARGES ........ ' WS-CARD-SPLIT-TOTAL
014090     DISPLAY 'LINES OUTSIDE TRIP ........ ' WS-OUT-TRIP-TOTAL
014100     DISPLAY 'WEEKEND/HOLIDAY EMPLOYEES . ' WS-OFF-DAY-EMP-TOTAL
014110     DISPLAY 'ROUND-AMOUNT EMPLOYEES .... ' WS-ROUND-EMP-TOTAL
014120     DISPLAY 'PER-DAY SPEND OUTLIERS .... ' WS-OUTLIER-TOTAL
014130     DISPLAY 'EMPLOYEES ON WATCH LIST ... ' WS-RANK
014140     DISPLAY 'QUEUED AT SCORE ' WS-ROUTE-SCORE ' OR MORE . '
014150         WS-QUEUED-COUNT
014160     IF WS-QUEUED-COUNT GREATER THAN 0
014170         MOVE 4 TO RETURN-CODE
014180     END-IF.
014190 8000-EXIT.
014200     EXIT.

014210 9000-TERMINATE.
014220     CLOSE EXCFILE.
014230 9000-EXIT.
014240     EXIT.
