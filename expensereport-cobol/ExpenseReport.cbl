001740*                     HOME-CURRENCY AMOUNT SO THE YEAR-END
001750*                     STATEMENTS CAN TOTAL WITHOUT
001760*                     RE-CONVERTING.
001761*    10/15/2026 DK    THE RUN REGISTER RECORD NOW ALSO CARRIES
001762*                     A CHECKS-OUTSTANDING TOTAL, FILLED IN BY
001763*                     EXPENSE-CHECK-RUN; IT IS WRITTEN AS ZERO.
001764*    10/15/2026 DK    RECEIPT SUBSTANTIATION: A LINE AT OR ABOVE
001765*                     ITS TYPE'S RECEIPT THRESHOLD (TYPFILE)
001766*                     WITH NO RECEIPT SUPPLIED IS LISTED ON THE
001767*                     TRAILER, COUNTED IN THE RUN SUMMARY AND
001768*                     CHECKPOINT, AND APPENDED TO RCPFILE, THE
001769*                     OUTSTANDING RECEIPT REGISTER THAT
001770*                     EXPENSE-RECEIPT-FOLLOWUP AGES.
001771*    10/15/2026 DK    EACH HISTORY RECORD NOW CARRIES THE RUN
001772*                     DATE THAT REPORTED IT, ITS DUPLICATE FLAG
001773*                     AND WHETHER AN AUTHORIZATION COVERED THE
001774*                     TRIP, FOR POST-PAYMENT AUDIT SAMPLING.
001775*                     GLACCUM WIDENED FOR THE GL DEBIT/CREDIT
001776*                     INDICATOR.
001777*    10/15/2026 DK    MULTI-COMPANY: EH-COMPANY-CODE NAMES THE
001778*                     EMPLOYEE'S COMPANY ON THE NEW COMFILE
001779*                     COMPANY MASTER.  EACH TRIP CONVERTS TO ITS
001780*                     COMPANY'S HOME CURRENCY (FXFILE RATES ARE
001781*                     CROSSED THROUGH THE PARENT'S CURRENCY),
001782*                     AND THE GL, VAT RECLAIM AND PAYMENT
001783*                     EXTRACTS CARRY THE COMPANY CODE, RECONCILE
001784*                     PER COMPANY AND ARE DELIVERED TO EACH
001785*                     COMPANY'S DESTINATION FILES.  A PROJECT
001786*                     SHARE OWNED BY ANOTHER COMPANY POSTS AN
001787*                     INTERCOMPANY RECEIVABLE / PAYABLE PAIR.
001788*                     CHECKPOINT, RUN SUMMARY AND RUN REGISTER
001789*                     ARE KEPT PER COMPANY.
001790*    10/15/2026 DK    CREDIT LINES: AN EXPENSE LINE WITH
001791*                     EL-LINE-KIND C IS A REFUND OR CORRECTION
001792*                     AGAINST A LINE ALREADY CLAIMED.  IT PRINTS
001793*                     AS A NEGATIVE LINE, COMES OFF THE TRIP,
001794*                     DEPARTMENT AND PROJECT TOTALS, POSTS
001795*                     REVERSING GL AND VAT ROWS, REDUCES THE
001796*                     PAYMENT AND GOES TO HISTORY MARKED AS A
001797*                     CREDIT.  WHERE CREDITS TAKE A TRIP BELOW
001798*                     WHAT IS OWED BACK, THE EXCESS IS CARRIED
001799*                     ON DUEFILE.  THE RUN REGISTER AND
001800*                     CHECKPOINT CARRY THE CREDIT TOTAL.
001801*    10/15/2026 DK    HISTORY RECORDS NOW CARRY THE EMPLOYEE'S
001802*                     COMPANY AND THE LINE'S PROJECT SPLITS, AND
001803*                     DUEFILE BALANCES THE COMPANY AND CURRENCY
001804*                     THEY ARE HELD IN.
001805*    10/15/2026 DK    DUEFILE IS NOW KEPT PER EMPLOYEE AND
001806*                     COMPANY, SO A CREDIT EXCESS IN ONE
001807*                     COMPANY'S CURRENCY IS NEVER ADDED TO A
001808*                     BALANCE HELD IN ANOTHER'S.
001809*
001810 ENVIRONMENT DIVISION.
001811 CONFIGURATION SECTION.
001812 SOURCE-COMPUTER. IBM-370.
001813 OBJECT-COMPUTER. IBM-370.
001820 INPUT-OUTPUT SECTION.
001830 FILE-CONTROL.
001840     SELECT HDRFILE ASSIGN TO "HDRFILE"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS WS-ADVFILE-STATUS.

002552     SELECT OPTIONAL RCPFILE ASSIGN TO "RCPFILE"
002554         ORGANIZATION IS LINE SEQUENTIAL
002556         FILE STATUS IS WS-RCPFILE-STATUS.

002557     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
002558         ORGANIZATION IS LINE SEQUENTIAL
002559         FILE STATUS IS WS-COMFILE-STATUS.

002560     SELECT OPTIONAL DUEFILE ASSIGN TO "DUEFILE"
002561         ORGANIZATION IS LINE SEQUENTIAL
002562         FILE STATUS IS WS-DUEFILE-STATUS.

002563     SELECT COGLFILE ASSIGN TO WS-CO-GL-FILE-NAME
002564         ORGANIZATION IS LINE SEQUENTIAL
002565         FILE STATUS IS WS-COGLFILE-STATUS.

002566     SELECT COPAYFILE ASSIGN TO WS-CO-PAY-FILE-NAME
002567         ORGANIZATION IS LINE SEQUENTIAL
002568         FILE STATUS IS WS-COPAYFILE-STATUS.

002569 DATA DIVISION.
002570 FILE SECTION.
002580 FD  HDRFILE
002590     LABEL RECORDS ARE STANDARD
003300 FD  GLACCUM
003310     LABEL RECORDS ARE STANDARD
003320     DATA RECORD IS GLACCUM-RECORD.
003330 01  GLACCUM-RECORD              PIC X(57).

003340 FD  CONFILE
003350     LABEL RECORDS ARE STANDARD
003520     DATA RECORD IS ADVANCE-RECORD.
003530     COPY ADVREC.

003532 FD  RCPFILE
003534     LABEL RECORDS ARE STANDARD
003536     DATA RECORD IS RECEIPT-PENDING-RECORD.
003538     COPY RCPTPEND.

003539 FD  COMFILE
003540     LABEL RECORDS ARE STANDARD
003541     DATA RECORD IS COMPANY-MASTER-RECORD.
003542     COPY COMPMAST.

003543 FD  DUEFILE
003544     LABEL RECORDS ARE STANDARD
003545     DATA RECORD IS DUE-COMPANY-RECORD.
003546     COPY DUEREC.

003547 FD  COGLFILE
003548     LABEL RECORDS ARE STANDARD
003549     DATA RECORD IS COGL-RECORD.
003550 01  COGL-RECORD                 PIC X(57).

003551 FD  COPAYFILE
003552     LABEL RECORDS ARE STANDARD
003553     DATA RECORD IS COPAY-RECORD.
003554 01  COPAY-RECORD                PIC X(90).

003555 WORKING-STORAGE SECTION.
003556*
003560*    RUN-TIME MODE / DATE
003570*
003580 01  WS-RUN-PARM                 PIC X(10).
004160         88  VAT-RECON-ERROR-FOUND         VALUE 'Y'.
004170     05  WS-VAT-UNMAPPED-SW      PIC X(01) VALUE 'N'.
004180         88  VAT-COUNTRY-UNMAPPED          VALUE 'Y'.
004181     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
004182         88  COMFILE-EOF                   VALUE 'Y'.
004183     05  WS-CO-UNLISTED-SW       PIC X(01) VALUE 'N'.
004184         88  COMPANY-NOT-ON-MASTER         VALUE 'Y'.
004185     05  WS-DUEFILE-EOF-SW       PIC X(01) VALUE 'N'.
004186         88  DUEFILE-EOF                   VALUE 'Y'.

004190 01  WS-FILE-STATUSES.
004200     05  WS-HDRFILE-STATUS       PIC X(02).
004410     05  WS-VATFILE-STATUS       PIC X(02).
004420     05  WS-PRJFILE-STATUS       PIC X(02).
004430     05  WS-VATEXT-STATUS        PIC X(02).
004435     05  WS-RCPFILE-STATUS       PIC X(02).
004436     05  WS-COMFILE-STATUS       PIC X(02).
004437     05  WS-COGLFILE-STATUS      PIC X(02).
004438     05  WS-COPAYFILE-STATUS     PIC X(02).
004439     05  WS-DUEFILE-STATUS       PIC X(02).

004440*
004450*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
004500*
004510*    REPORT TOTALS AND DISPLAY FIELDS
004520*
004530 01  TOTAL                       PIC S9(10)V99 VALUE 0.
004540 01  MEALS                       PIC S9(10)V99 VALUE 0.
004550 01  EXPENSENAME                 PIC A(11).
004560 01  MOEMARKER                   PIC A(01).
004570 01  WS-TRIP-CURRENCY            PIC X(03) VALUE SPACES.
004600 01  WS-FORMATTED-LIMIT          PIC Z(07)9.99.
004610 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.

004611*
004612*    A CREDIT CAN TAKE A TRIP, DEPARTMENT OR PROJECT FIGURE
004613*    BELOW ZERO.  SUCH A FIGURE IS EDITED INTO THE USUAL
004614*    AMOUNT POSITIONS WITH A MINUS SIGN AHEAD OF ITS FIRST
004615*    DIGIT (3290), SO THE REPORT COLUMNS DO NOT MOVE.
004616*
004617 01  WS-SIGNED-AMOUNT            PIC S9(10)V99 VALUE 0.
004618 01  WS-LEAD-SPACES              PIC 9(02) VALUE 0.

004620*
004630*    CURRENT EMPLOYEE / TRIP HEADER (MOVED IN FROM HDRFILE)
004640*
004860     05  WS-LINE-PROJ-NAMED      PIC 9(01).
004870     05  WS-LINE-DUP-SW          PIC X(01).
004880         88  WS-LINE-IS-DUP                VALUE 'Y'.
004881     05  WS-LINE-RECEIPT-SW      PIC X(01).
004882         88  WS-LINE-RECEIPT-SUPPLIED      VALUE 'Y'.
004883     05  WS-LINE-KIND            PIC X(01).
004884         88  WS-LINE-IS-CREDIT             VALUE 'C'.

004885*
004886*    CREDIT LINES ON THE TRIP IN HAND.  WS-CREDIT-LEFT IS WHAT
004887*    IS STILL TO COME OFF THE CLAIMED LINE(S) A CREDIT NAMES;
004888*    WS-CREDIT-DUE-AMT IS THE PART OF A TRIP'S DUE-TO-COMPANY
004889*    EXCESS THE CREDITS CAUSED.
004890*
004891 01  WS-EMP-CREDIT-TOTAL         PIC 9(10)V99 VALUE 0.
004892 01  WS-CREDIT-LEFT              PIC 9(08)V99 VALUE 0.
004893 01  WS-CREDIT-DUE-AMT           PIC 9(10)V99 VALUE 0.

004894*
004895*    LINES ON THE TRIP IN HAND THAT NEEDED A RECEIPT AND CAME
004896*    IN WITHOUT ONE, HELD FOR THE TRAILER LISTING.  A TRIP
004897*    WITH MORE THAN THE TABLE HOLDS STILL COUNTS THEM ALL AND
004898*    STILL REGISTERS THEM ALL FOR FOLLOW-UP; ONLY THE TRAILER
004899*    LISTING STOPS, WITH A NOTE OF HOW MANY WENT UNLISTED.
004900*
004901 01  WS-EMP-MISS-RCPT-COUNT      PIC 9(04) VALUE 0.
004902 01  WS-MISS-RCPT-COUNT          PIC 9(03) VALUE 0.
004903 01  WS-MISS-RCPT-TABLE.
004904     05  WS-MISS-RCPT-ENTRY OCCURS 1 TO 100 TIMES
004905             DEPENDING ON WS-MISS-RCPT-COUNT.
004906         10  WS-MISS-RCPT-NAME   PIC X(11).
004907         10  WS-MISS-RCPT-DATE   PIC 9(08).
004908         10  WS-MISS-RCPT-AMOUNT PIC 9(08)V99.
004909 01  WS-MISS-RCPT-UNLISTED       PIC 9(04) VALUE 0.

004910*
004911*    IN-TRIP DUPLICATE WINDOW -- THE KEYS OF THE LINES SEEN SO
004912*    FAR FOR THE EMPLOYEE IN HAND.  A TRIP PAST THE WINDOW
004920*    STILL REPORTS IN FULL; ONLY THE IN-TRIP DUPLICATE CHECK
004930*    DEGRADES, AND THAT IS REPORTED ONCE.
004940*
005380 01  WS-VAT-CTRY-TABLE.
005390     05  WS-VAT-CTRY-ENTRY OCCURS 1 TO 100 TIMES
005400             DEPENDING ON WS-VAT-CTRY-COUNT.
005407         10  WS-VAT-CTRY-CO-SUB  PIC 9(03).
005410         10  WS-VAT-CTRY-CODE    PIC X(02).
005422         10  WS-VAT-CTRY-AMOUNT  PIC S9(10)V99.
005430 01  WS-VAT-CTRY-CUR-SUB         PIC 9(03) VALUE 0.
005440 01  WS-VAT-QUARTER              PIC X(06).

005480*
005490*    PROJECT / COST OBJECT MASTER, LOADED FROM PRJFILE AT
005520*    PROJECT'S COST CENTER IN THE GL EXTRACT; THE LAST NAMED
005530*    SPLIT TAKES THE ROUNDING REMAINDER SO THE ROWS ALWAYS
005540*    SUM BACK TO THE LINE.  THE PER-PROJECT ROLL-UP FEEDS
005546*    THE PROJECT SUMMARY AT END OF BATCH.  A PROJECT BELONGS
005552*    TO ONE COMPANY; ITS ROLL-UP IS KEPT IN THAT COMPANY'S
005558*    HOME CURRENCY.
005560*
005570 01  WS-PROJ-COUNT               PIC 9(04) VALUE 0.
005580 01  WS-PROJ-TABLE.
005630         10  WS-PROJ-STATUS-SW   PIC X(01).
005640             88  WS-PROJ-CLOSED            VALUE 'C'.
005650         10  WS-PROJ-CC          PIC X(06).
005654         10  WS-PROJ-COMPANY     PIC X(04).
005660 01  WS-PROJ-SUM-COUNT           PIC 9(03) VALUE 0.
005670 01  WS-PROJ-SUM-TABLE.
005680     05  WS-PROJ-SUM-ENTRY OCCURS 1 TO 200 TIMES
005690             DEPENDING ON WS-PROJ-SUM-COUNT.
005700         10  WS-PROJ-SUM-CODE    PIC X(08).
005710         10  WS-PROJ-SUM-NAME    PIC X(20).
005716         10  WS-PROJ-SUM-AMOUNT  PIC S9(10)V99.
005722         10  WS-PROJ-SUM-CO-SUB  PIC 9(03).
005730 01  WS-PROJ-SUM-CUR-SUB         PIC 9(03) VALUE 0.
005740 01  WS-FOUND-PROJ-SUB           PIC 9(04) VALUE 0.
005750 01  WS-GL-NET-AMOUNT            PIC 9(08)V99 VALUE 0.
005760 01  WS-PROJ-REMAINDER           PIC S9(10)V99 VALUE 0.
005770 01  WS-SPLIT-AMOUNT             PIC S9(10)V99 VALUE 0.
005780 01  WS-SPLIT-SEQ                PIC 9(01) VALUE 0.

005782*
005784*    DEBIT / CREDIT INDICATORS FOR THE LINE'S GL ROWS.  A
005786*    CREDIT LINE POSTS EVERY ROW THE OTHER WAY ROUND.
005788*
005790 01  WS-GL-DR-CR-IND             PIC X(01) VALUE SPACE.
005792 01  WS-GL-OFFSET-IND            PIC X(01) VALUE 'C'.

005800*
005810*    LIMITS (AND PER-UNIT RATES) IN EFFECT FOR THE EMPLOYEE IN
006170 01  WS-FX-LOOKUP-RATE           PIC 9(03)V9(06).
006180 01  WS-FX-LOOKUP-EFF-DATE       PIC 9(08).

006181*
006182*    COMPANY (LEGAL ENTITY) TABLE, LOADED FROM THE OPTIONAL
006183*    COMFILE AT STARTUP.  ENTRY 1 IS ALWAYS THE PARENT COMPANY
006184*    (BLANK CODE), WHOSE HOME CURRENCY IS THE ONE FXFILE RATES
006185*    ARE QUOTED TO.  EACH TRIP CONVERTS TO ITS OWN COMPANY'S
006186*    HOME CURRENCY, AND EVERY TOTAL THE RUN RECONCILES,
006187*    CHECKPOINTS AND REGISTERS IS KEPT HERE PER COMPANY IN
006188*    THAT CURRENCY.  WS-HOME-CURRENCY ALWAYS HOLDS THE
006189*    CURRENCY OF THE COMPANY IN HAND.
006190*
006191 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
006192 01  WS-CO-RATE-TO-BASE          PIC 9(03)V9(06) VALUE 1.
006193 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
006194 01  WS-CO-TABLE.
006195     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
006196             DEPENDING ON WS-CO-COUNT.
006197         10  WS-CO-CODE          PIC X(04).
006198         10  WS-CO-NAME          PIC X(30).
006199         10  WS-CO-CURRENCY      PIC X(03).
006200         10  WS-CO-GL-DEST       PIC X(08).
006201         10  WS-CO-PAY-DEST      PIC X(08).
006202         10  WS-CO-IC-RECV       PIC X(10).
006203         10  WS-CO-IC-PAY        PIC X(10).
006204         10  WS-CO-REPORT-COUNT  PIC 9(06).
006205         10  WS-CO-EXC-COUNT     PIC 9(06).
006206         10  WS-CO-GRAND-TOTAL   PIC 9(10)V99.
006207         10  WS-CO-NET-TOTAL     PIC 9(10)V99.
006208         10  WS-CO-DUE-TOTAL     PIC 9(10)V99.
006209         10  WS-CO-IC-OUT-TOTAL  PIC 9(10)V99.
006210         10  WS-CO-IC-IN-TOTAL   PIC 9(10)V99.
006211         10  WS-CO-CREDIT-TOTAL  PIC 9(10)V99.
006212         10  WS-CO-VAT-RECLAIM   PIC S9(10)V99.
006213         10  WS-CO-PROJ-TOTAL    PIC S9(10)V99.
006214         10  WS-CO-GL-TOTAL      PIC S9(10)V99.
006215         10  WS-CO-GL-TAX-TOTAL  PIC S9(10)V99.
006216         10  WS-CO-VAT-EXT-TOTAL PIC S9(10)V99.
006217         10  WS-CO-PAY-TOTAL     PIC 9(10)V99.
006218         10  WS-CO-HOLD-TOTAL    PIC 9(10)V99.
006219         10  WS-CO-RECON-SW      PIC X(01).
006220             88  WS-CO-RECON-BREAK         VALUE 'B'.
006221 01  WS-CO-CUR-SUB               PIC 9(03) VALUE 1.
006222 01  WS-CO-FOUND-SUB             PIC 9(03) VALUE 0.
006223 01  WS-CO-LOOKUP-CODE           PIC X(04).
006224 01  WS-CO-GL-FILE-NAME          PIC X(08) VALUE SPACES.
006225 01  WS-CO-PAY-FILE-NAME         PIC X(08) VALUE SPACES.
006226 01  WS-CO-SPLIT-COUNT           PIC 9(06) VALUE 0.
006227 01  WS-IC-CO-SUB                PIC 9(03) VALUE 0.
006228 01  WS-IC-AMOUNT                PIC 9(10)V99 VALUE 0.
006229 01  WS-CO-NET-OF-CREDITS        PIC S9(10)V99 VALUE 0.

006230*
006231*    REJECTED-EXPENSE CARRYFORWARD FROM THE EXPENSE-APPROVALS
006232*    CYCLE.  LOADED AT STARTUP WHEN A REJFILE IS PRESENT; THE
006233*    PER-EMPLOYEE SUM COMES OFF THE REIMBURSABLE TOTAL.
006234*
006240 01  WS-REJ-COUNT                PIC 9(04) VALUE 0.
006250 01  WS-REJ-TABLE.
006260     05  WS-REJ-ENTRIES OCCURS 1 TO 2000 TIMES
006510         10  WS-PAY-EMP-ID       PIC X(06).
006520         10  WS-PAY-EMP-NAME     PIC X(30).
006530         10  WS-PAY-NET          PIC 9(10)V99.
006535         10  WS-PAY-CO-SUB       PIC 9(03).
006540 01  WS-PAY-SHORTFALL            PIC S9(10)V99 VALUE 0.
006570 01  WS-PAY-HOLD-COUNT           PIC 9(06) VALUE 0.
006580 01  WS-PAY-WRITTEN-COUNT        PIC 9(06) VALUE 0.
006590 01  WS-BANK-FOUND-SUB           PIC 9(04) VALUE 0.
006900*    DEPARTMENT ROLL-UP.  ONE ENTRY PER DEPARTMENT SEEN THIS
006910*    EXECUTION, ACCUMULATED AS EACH EMPLOYEE COMPLETES, PLUS
006920*    THE BUDFILE BUDGET TABLE IT IS COMPARED AGAINST IN THE
006930*    END-OF-BATCH DEPARTMENT SUMMARY.  A DEPARTMENT IS KEPT
006940*    PER COMPANY, IN THAT COMPANY'S HOME CURRENCY.
006950*
006960 01  WS-DEPT-COUNT               PIC 9(03) VALUE 0.
006970 01  WS-DEPT-TABLE.
006980     05  WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
006990             DEPENDING ON WS-DEPT-COUNT.
006997         10  WS-DEPT-CO-SUB      PIC 9(03).
007000         10  WS-DEPT-NAME        PIC X(20).
007010         10  WS-DEPT-EMP-COUNT   PIC 9(06).
007020         10  WS-DEPT-EXC-COUNT   PIC 9(06).
007030         10  WS-DEPT-ACTUAL      PIC S9(10)V99.
007040         10  WS-DEPT-TYPE-AMT    OCCURS 9 TIMES
007050                                 PIC S9(10)V99.
007060 01  WS-BUD-COUNT                PIC 9(03) VALUE 0.
007070 01  WS-BUD-TABLE.
007080     05  WS-BUD-ENTRY OCCURS 1 TO 200 TIMES
007310 01  WS-EMP-ADVANCE              PIC 9(10)V99 VALUE 0.
007320 01  WS-DUE-COMPANY-AMT          PIC 9(10)V99 VALUE 0.

007321*
007322*    DUE-TO-COMPANY BALANCES, LOADED WHOLE FROM THE OPTIONAL
007323*    DUEFILE AT STARTUP.  A TRIP WHOSE CREDITS LEAVE THE
007324*    EMPLOYEE OWING THE COMPANY RAISES THE EMPLOYEE'S BALANCE,
007325*    AND THE FILE IS REWRITTEN THERE AND THEN, AHEAD OF THAT
007326*    EMPLOYEE'S CHECKPOINT, AS THE HISTORY IS APPENDED.  THE
007327*    BALANCE IS HELD IN THE HOME CURRENCY OF THE EMPLOYEE'S
007328*    COMPANY.
007329*
007330 01  WS-DUE-COUNT                PIC 9(05) VALUE 0.
007331 01  WS-DUE-TABLE.
007332     05  WS-DUE-ENTRY OCCURS 1 TO 20000 TIMES
007333             DEPENDING ON WS-DUE-COUNT.
007334         10  WS-DUE-EMP-ID       PIC X(06).
007335         10  WS-DUE-BALANCE      PIC 9(08)V99.
007336         10  WS-DUE-LAST-DATE    PIC 9(08).
007337         10  WS-DUE-LAST-SOURCE  PIC X(08).
007338         10  WS-DUE-CO-CODE      PIC X(04).
007339         10  WS-DUE-CURRENCY     PIC X(03).
007340 01  WS-FOUND-DUE-SUB            PIC 9(05) VALUE 0.

007341*
007342*    PRE-TRIP TRAVEL AUTHORIZATIONS, LOADED FROM THE OPTIONAL
007350*    AUTFILE AT STARTUP.  POLICY REQUIRES ADVANCE
007360*    AUTHORIZATION FOR ANY TRIP OVER THE THRESHOLD; THE
007370*    AUTHORIZATION MUST COVER THE TRIP DATES, AND THE TRIP'S
008160             88  WS-TYP-UNIT-BASED         VALUE 'Y'.
008170         10  WS-TYP-GL-ACCOUNT   PIC X(10).
008180         10  WS-TYP-CC           PIC X(06).
008182         10  WS-TYP-RCPT-SW      PIC X(01).
008184             88  WS-TYP-RECEIPT-REQUIRED   VALUE 'Y'.
008186         10  WS-TYP-RCPT-AMOUNT  PIC 9(04)V99.
008190 01  WS-GL-LOOKUP-ACCOUNT        PIC X(10).
008200 01  WS-GL-LOOKUP-CC             PIC X(06).

008220*
008230*    CHECKPOINT / RESTART WORK AREAS
008420     05  WS-RESTART-DUECO-TOTAL  PIC 9(10)V99 VALUE 0.
008430     05  WS-RESTART-UNAUTH-COUNT PIC 9(06) VALUE 0.
008440     05  WS-RESTART-OVAUTH-COUNT PIC 9(06) VALUE 0.
008441     05  WS-RESTART-RCPT-COUNT   PIC 9(06) VALUE 0.
008442     05  WS-RESTART-CREDIT-TOTAL PIC 9(10)V99 VALUE 0.
008443 01  WS-RESTART-CO-COUNT         PIC 9(03) VALUE 0.
008444 01  WS-RESTART-CO-TABLE.
008445     05  WS-RESTART-CO-ENTRY OCCURS 1 TO 50 TIMES
008446             DEPENDING ON WS-RESTART-CO-COUNT.
008447         10  WS-RESTART-CO-CODE  PIC X(04).
008448         10  WS-RESTART-CO-RPT   PIC 9(06).
008449         10  WS-RESTART-CO-EXC   PIC 9(06).
008450         10  WS-RESTART-CO-GRAND PIC 9(10)V99.
008451         10  WS-RESTART-CO-NET   PIC 9(10)V99.
008452         10  WS-RESTART-CO-DUECO PIC 9(10)V99.
008453         10  WS-RESTART-CO-ICOUT PIC 9(10)V99.
008454         10  WS-RESTART-CO-ICIN  PIC 9(10)V99.
008455         10  WS-RESTART-CO-CREDIT PIC 9(10)V99.

008456*
008460*    BATCH RUN CONTROL TOTALS (REPORTED IN THE RUN SUMMARY)
008470*
008480 01  WS-RUN-TOTALS.
008560     05  WS-EMP-EXCEPTION-COUNT  PIC 9(06) VALUE 0.
008570     05  WS-UNAUTH-TRIP-COUNT    PIC 9(06) VALUE 0.
008580     05  WS-OVERAUTH-TRIP-COUNT  PIC 9(06) VALUE 0.
008585     05  WS-MISS-RCPT-TOTAL      PIC 9(06) VALUE 0.
008587     05  WS-CREDIT-TOTAL         PIC 9(10)V99 VALUE 0.

008590*
008600*    SUBSCRIPTS
008750 01  PJX                         PIC 9(04) VALUE 0.
008760 01  PSX                         PIC 9(03) VALUE 0.
008770 01  SPX                         PIC 9(01) VALUE 0.
008775 01  MRX                         PIC 9(03) VALUE 0.
008776 01  COX                         PIC 9(03) VALUE 0.
008777 01  RCX                         PIC 9(03) VALUE 0.
008778 01  DUX                         PIC 9(05) VALUE 0.

008780 PROCEDURE DIVISION.
008790*****************************************************
009520         UNTIL FXFILE-EOF
009530     CLOSE FXFILE

009535     PERFORM 1450-LOAD-COMPANIES THRU 1450-EXIT

009540     PERFORM 1500-LOAD-REJECTIONS THRU 1500-EXIT

009550     OPEN INPUT EMPFILE

009620     PERFORM 1700-LOAD-HISTORY THRU 1700-EXIT
009630     OPEN EXTEND HSTFILE
009635     OPEN EXTEND RCPFILE

009640     OPEN INPUT BUDFILE
009650     MOVE 'BUDFILE ' TO WS-CHECK-FILE-NAME
009700     CLOSE BUDFILE

009710     PERFORM 1900-LOAD-ADVANCES THRU 1900-EXIT
009712     PERFORM 1930-LOAD-DUE-BALANCES THRU 1930-EXIT
009720     PERFORM 1950-LOAD-AUTHORIZATIONS THRU 1950-EXIT
009730     PERFORM 1980-LOAD-CONTACTS THRU 1980-EXIT

010940     MOVE TY-LIMIT-APPL-SW TO WS-TYP-LIMIT-SW(TY-TYPE)
010950     MOVE TY-UNIT-BASED-SW TO WS-TYP-UNIT-SW(TY-TYPE)
010960     MOVE TY-GL-ACCOUNT   TO WS-TYP-GL-ACCOUNT(TY-TYPE)
010970     MOVE TY-COST-CENTER  TO WS-TYP-CC(TY-TYPE)
010971     IF TY-RECEIPT-AMOUNT NUMERIC
010972         MOVE 'Y'               TO WS-TYP-RCPT-SW(TY-TYPE)
010973         MOVE TY-RECEIPT-AMOUNT TO WS-TYP-RCPT-AMOUNT(TY-TYPE)
010974     ELSE
010975         MOVE 'N'               TO WS-TYP-RCPT-SW(TY-TYPE)
010976         MOVE 0                 TO WS-TYP-RCPT-AMOUNT(TY-TYPE)
010977     END-IF.
010980 1310-EXIT.
010990     EXIT.

011150     MOVE PJ-PROJECT-CODE TO WS-PROJ-CODE(WS-PROJ-COUNT)
011160     MOVE PJ-PROJECT-NAME TO WS-PROJ-NAME(WS-PROJ-COUNT)
011170     MOVE PJ-STATUS-SW    TO WS-PROJ-STATUS-SW(WS-PROJ-COUNT)
011176     MOVE PJ-COST-CENTER  TO WS-PROJ-CC(WS-PROJ-COUNT)
011182     MOVE PJ-COMPANY-CODE TO WS-PROJ-COMPANY(WS-PROJ-COUNT).
011190 1360-EXIT.
011200     EXIT.

011370     MOVE FX-EFFECTIVE-DATE TO WS-FX-EFF-DATE(WS-FX-COUNT)
011380     MOVE FX-RATE           TO WS-FX-RATE(WS-FX-COUNT).
011390 1410-EXIT.
011391     EXIT.

011392*
011393*    THE COMPANY MASTER IS OPTIONAL -- WITHOUT ONE EVERY TRIP
011394*    BELONGS TO THE PARENT COMPANY.  ENTRY 1 IS SET UP FOR THE
011395*    PARENT FIRST; A COMFILE RECORD WITH A BLANK CODE FILLS IT
011396*    IN RATHER THAN ADDING A SECOND ENTRY.
011397*
011398 1450-LOAD-COMPANIES.
011399     MOVE 1 TO WS-CO-COUNT
011400     MOVE 1 TO WS-CO-FOUND-SUB
011401     MOVE SPACES TO WS-CO-LOOKUP-CODE
011402     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT
011403     OPEN INPUT COMFILE
011404     IF WS-COMFILE-STATUS = '00'
011405         PERFORM 1460-LOAD-ONE-COMPANY THRU 1460-EXIT
011406             UNTIL COMFILE-EOF
011407     END-IF
011408     CLOSE COMFILE.
011409 1450-EXIT.
011410     EXIT.

011411 1460-LOAD-ONE-COMPANY.
011412     READ COMFILE
011413         AT END SET COMFILE-EOF TO TRUE
011414         NOT AT END PERFORM 1470-STORE-COMPANY THRU 1470-EXIT
011415     END-READ.
011416 1460-EXIT.
011417     EXIT.

011418 1470-STORE-COMPANY.
011419     MOVE CO-COMPANY-CODE TO WS-CO-LOOKUP-CODE
011420     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
011421     IF WS-CO-FOUND-SUB = 0
011422         IF WS-CO-COUNT = 50
011423             DISPLAY 'COMFILE HAS MORE THAN 50 COMPANIES -- '
011424                 'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
011425             MOVE 16 TO RETURN-CODE
011426             GOBACK
011427         END-IF
011428         ADD 1 TO WS-CO-COUNT
011429         MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
011430     END-IF
011431     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT
011432     MOVE CO-COMPANY-NAME  TO WS-CO-NAME(WS-CO-FOUND-SUB)
011433     IF CO-HOME-CURRENCY NOT = SPACES
011434         MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
011435     END-IF
011436     MOVE CO-GL-DEST-FILE  TO WS-CO-GL-DEST(WS-CO-FOUND-SUB)
011437     MOVE CO-PAY-DEST-FILE TO WS-CO-PAY-DEST(WS-CO-FOUND-SUB)
011438     IF CO-IC-RECV-ACCOUNT NOT = SPACES
011439         MOVE CO-IC-RECV-ACCOUNT
011440             TO WS-CO-IC-RECV(WS-CO-FOUND-SUB)
011441     END-IF
011442     IF CO-IC-PAY-ACCOUNT NOT = SPACES
011443         MOVE CO-IC-PAY-ACCOUNT
011444             TO WS-CO-IC-PAY(WS-CO-FOUND-SUB)
011445     END-IF.
011446 1470-EXIT.
011447     EXIT.

011448*
011449*    A NEW COMPANY ENTRY STARTS IN THE PARENT'S CURRENCY WITH
011450*    NO DESTINATION FILES, ITS INTERCOMPANY ROWS POSTING TO THE
011451*    UNMAPPED ACCOUNT, AND ALL ITS TOTALS ZERO.
011452*
011453 1480-CLEAR-COMPANY.
011454     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-FOUND-SUB)
011455     IF WS-CO-LOOKUP-CODE = SPACES
011456         MOVE 'PARENT COMPANY' TO WS-CO-NAME(WS-CO-FOUND-SUB)
011457     ELSE
011458         MOVE 'NOT ON COMPANY MASTER'
011459             TO WS-CO-NAME(WS-CO-FOUND-SUB)
011460     END-IF
011461     MOVE WS-FX-BASE-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
011462     MOVE SPACES       TO WS-CO-GL-DEST(WS-CO-FOUND-SUB)
011463     MOVE SPACES       TO WS-CO-PAY-DEST(WS-CO-FOUND-SUB)
011464     MOVE 'UNMAPPED  ' TO WS-CO-IC-RECV(WS-CO-FOUND-SUB)
011465     MOVE 'UNMAPPED  ' TO WS-CO-IC-PAY(WS-CO-FOUND-SUB)
011466     MOVE 0 TO WS-CO-REPORT-COUNT(WS-CO-FOUND-SUB)
011467     MOVE 0 TO WS-CO-EXC-COUNT(WS-CO-FOUND-SUB)
011468     MOVE 0 TO WS-CO-GRAND-TOTAL(WS-CO-FOUND-SUB)
011469     MOVE 0 TO WS-CO-NET-TOTAL(WS-CO-FOUND-SUB)
011470     MOVE 0 TO WS-CO-DUE-TOTAL(WS-CO-FOUND-SUB)
011471     MOVE 0 TO WS-CO-IC-OUT-TOTAL(WS-CO-FOUND-SUB)
011472     MOVE 0 TO WS-CO-IC-IN-TOTAL(WS-CO-FOUND-SUB)
011473     MOVE 0 TO WS-CO-CREDIT-TOTAL(WS-CO-FOUND-SUB)
011474     MOVE 0 TO WS-CO-VAT-RECLAIM(WS-CO-FOUND-SUB)
011475     MOVE 0 TO WS-CO-PROJ-TOTAL(WS-CO-FOUND-SUB)
011476     MOVE 0 TO WS-CO-GL-TOTAL(WS-CO-FOUND-SUB)
011477     MOVE 0 TO WS-CO-GL-TAX-TOTAL(WS-CO-FOUND-SUB)
011478     MOVE 0 TO WS-CO-VAT-EXT-TOTAL(WS-CO-FOUND-SUB)
011479     MOVE 0 TO WS-CO-PAY-TOTAL(WS-CO-FOUND-SUB)
011480     MOVE 0 TO WS-CO-HOLD-TOTAL(WS-CO-FOUND-SUB)
011481     MOVE 'G' TO WS-CO-RECON-SW(WS-CO-FOUND-SUB).
011482 1480-EXIT.
011483     EXIT.

011484*
011485*    A REJFILE FROM THE EXPENSE-APPROVALS CYCLE IS OPTIONAL --
011486*    MOST RUNS HAVE NO REJECTED CARRYFORWARDS.  WHEN PRESENT,
011487*    EVERY RECORD IS HELD SO THE PER-EMPLOYEE SUM CAN COME OFF
011488*    THAT EMPLOYEE'S REIMBURSABLE TOTAL.
011489*
011490 1500-LOAD-REJECTIONS.
011491     OPEN INPUT REJFILE
011492     IF WS-REJFILE-STATUS = '00'
011500         PERFORM 1510-LOAD-ONE-REJECTION THRU 1510-EXIT
011510             UNTIL REJFILE-EOF
011520     END-IF
012200     EXIT.

012210 1720-STORE-HISTORY.
012212     IF HX-CREDIT-LINE
012214         PERFORM 1730-APPLY-HISTORY-CREDIT THRU 1730-EXIT
012216         GO TO 1720-EXIT
012218     END-IF
012220     IF WS-HIST-COUNT = 20000
012230         DISPLAY 'HSTFILE EXCEEDS THE 20000-RECORD HISTORY '
012240             'WINDOW -- HISTORY DUPLICATE CHECKING COVERS '
012330     MOVE HX-EXPENSE-DATE  TO WS-HIST-DATE(WS-HIST-COUNT)
012340     MOVE HX-AMOUNT        TO WS-HIST-AMOUNT(WS-HIST-COUNT).
012350 1720-EXIT.
012351     EXIT.

012352*
012353*    A CREDIT IN HISTORY IS NOT A CLAIM OF ITS OWN.  IT COMES
012354*    OFF THE EARLIER LINE(S) WITH THE SAME EMPLOYEE, TYPE AND
012355*    EXPENSE DATE, SO THE DUPLICATE CHECK SEES THE CORRECTED
012356*    FIGURE.  HISTORY IS WRITTEN IN RUN ORDER, SO THE LINE A
012357*    CREDIT CORRECTS IS ALREADY IN THE TABLE.
012358*
012359 1730-APPLY-HISTORY-CREDIT.
012360     MOVE HX-AMOUNT TO WS-CREDIT-LEFT
012361     PERFORM 1735-CREDIT-ONE-HISTORY THRU 1735-EXIT
012362         VARYING HSX FROM 1 BY 1
012363         UNTIL HSX > WS-HIST-COUNT
012364         OR WS-CREDIT-LEFT = 0.
012365 1730-EXIT.
012366     EXIT.

012367 1735-CREDIT-ONE-HISTORY.
012368     IF WS-HIST-EMP-ID(HSX) NOT = HX-EMPLOYEE-ID
012369         OR WS-HIST-TYPE(HSX) NOT = HX-TYPE
012370         OR WS-HIST-DATE(HSX) NOT = HX-EXPENSE-DATE
012371         OR WS-HIST-AMOUNT(HSX) = 0
012372         GO TO 1735-EXIT
012373     END-IF
012374     IF WS-HIST-AMOUNT(HSX) GREATER THAN WS-CREDIT-LEFT
012375         SUBTRACT WS-CREDIT-LEFT FROM WS-HIST-AMOUNT(HSX)
012376         MOVE 0 TO WS-CREDIT-LEFT
012377     ELSE
012378         SUBTRACT WS-HIST-AMOUNT(HSX) FROM WS-CREDIT-LEFT
012379         MOVE 0 TO WS-HIST-AMOUNT(HSX)
012380     END-IF.
012381 1735-EXIT.
012382     EXIT.

012383 1800-LOAD-ONE-BUDGET.
012384     READ BUDFILE
012390         AT END SET BUDFILE-EOF TO TRUE
012400         NOT AT END PERFORM 1810-STORE-BUDGET THRU 1810-EXIT
012410     END-READ.
012860     MOVE AV-CURRENCY    TO WS-ADV-CURRENCY(WS-ADV-COUNT)
012870     MOVE AV-ISSUE-DATE  TO WS-ADV-ISSUE-DATE(WS-ADV-COUNT).
012880 1920-EXIT.
012881     EXIT.

012882*
012883*    DUE-TO-COMPANY BALANCES ARE OPTIONAL -- A SITE THAT HAS
012884*    NEVER RAISED ONE HAS NO DUEFILE.
012885*
012886 1930-LOAD-DUE-BALANCES.
012887     OPEN INPUT DUEFILE
012888     IF WS-DUEFILE-STATUS = '00'
012889         PERFORM 1935-LOAD-ONE-DUE-BALANCE THRU 1935-EXIT
012890             UNTIL DUEFILE-EOF
012891     END-IF
012892     CLOSE DUEFILE.
012893 1930-EXIT.
012894     EXIT.

012895 1935-LOAD-ONE-DUE-BALANCE.
012896     READ DUEFILE
012897         AT END SET DUEFILE-EOF TO TRUE
012898         NOT AT END PERFORM 1940-STORE-DUE-BALANCE THRU 1940-EXIT
012899     END-READ.
012900 1935-EXIT.
012901     EXIT.

012902 1940-STORE-DUE-BALANCE.
012903     PERFORM 1945-CHECK-DUE-TABLE-FULL THRU 1945-EXIT
012904     ADD 1 TO WS-DUE-COUNT
012905     MOVE DU-EMPLOYEE-ID TO WS-DUE-EMP-ID(WS-DUE-COUNT)
012906     IF DU-BALANCE NUMERIC
012907         MOVE DU-BALANCE TO WS-DUE-BALANCE(WS-DUE-COUNT)
012908     ELSE
012909         MOVE 0 TO WS-DUE-BALANCE(WS-DUE-COUNT)
012910     END-IF
012911     MOVE DU-LAST-ACTIVITY-DATE
012912         TO WS-DUE-LAST-DATE(WS-DUE-COUNT)
012913     MOVE DU-LAST-SOURCE TO WS-DUE-LAST-SOURCE(WS-DUE-COUNT)
012914     MOVE DU-COMPANY-CODE TO WS-DUE-CO-CODE(WS-DUE-COUNT)
012915     MOVE DU-CURRENCY TO WS-DUE-CURRENCY(WS-DUE-COUNT).
012916 1940-EXIT.
012917     EXIT.

012918 1945-CHECK-DUE-TABLE-FULL.
012919     IF WS-DUE-COUNT = 20000
012920         DISPLAY 'DUEFILE HAS MORE THAN 20000 RECORDS -- '
012921             'INCREASE THE WS-DUE-TABLE SIZE TO CONTINUE'
012922         MOVE 16 TO RETURN-CODE
012923         GOBACK
012924     END-IF.
012925 1945-EXIT.
012926     EXIT.

012927*
012928*    TRIP AUTHORIZATIONS ARE OPTIONAL AS A FILE -- A RUN WITH
012929*    NO AUTFILE SIMPLY FINDS NO TRIP AUTHORIZED, AND ONLY
012930*    TRIPS OVER THE POLICY THRESHOLD ARE FLAGGED FOR IT.
012940*
012950 1950-LOAD-AUTHORIZATIONS.
014100             TO WS-UNAUTH-TRIP-COUNT
014110         MOVE WS-RESTART-OVAUTH-COUNT
014120             TO WS-OVERAUTH-TRIP-COUNT
014122         MOVE WS-RESTART-RCPT-COUNT TO WS-MISS-RCPT-TOTAL
014124         MOVE WS-RESTART-CREDIT-TOTAL TO WS-CREDIT-TOTAL
014130         IF WS-RESTART-MIXED-FOUND
014140             SET MIXED-CURRENCY-FOUND TO TRUE
014141         END-IF
014142         PERFORM 1230-RESTORE-ONE-COMPANY THRU 1230-EXIT
014143             VARYING RCX FROM 1 BY 1
014144             UNTIL RCX > WS-RESTART-CO-COUNT
014145         IF WS-RESTART-CO-COUNT = 0
014146             MOVE WS-REPORT-COUNT      TO WS-CO-REPORT-COUNT(1)
014147             MOVE WS-EXCEPTION-COUNT   TO WS-CO-EXC-COUNT(1)
014148             MOVE WS-GRAND-TOTAL       TO WS-CO-GRAND-TOTAL(1)
014149             MOVE WS-NET-GRAND-TOTAL   TO WS-CO-NET-TOTAL(1)
014150             MOVE WS-DUE-COMPANY-TOTAL TO WS-CO-DUE-TOTAL(1)
014151             MOVE WS-CREDIT-TOTAL      TO WS-CO-CREDIT-TOTAL(1)
014152         END-IF
014160         DISPLAY 'RESTARTING AFTER EMPLOYEE '
014170             WS-RESTART-LAST-EMP-ID
014180     END-IF
014200 1200-EXIT.
014210     EXIT.

014211*
014212*    EACH CHECKPOINT IS THE RUN RECORD FOLLOWED BY ONE TOTALS
014213*    RECORD PER COMPANY; THE LAST SET ON FILE WINS.  A RUN
014214*    RECORD STARTS A NEW SET, SO IT CLEARS THE COMPANY TOTALS
014215*    HELD FROM THE SET BEFORE IT.
014216*
014220 1210-READ-ONE-CHECKPOINT.
014230     READ CKPFILE
014240         AT END SET CKPFILE-EOF TO TRUE
014250         NOT AT END
014260             IF CC-COMPANY-TOTALS
014270                 PERFORM 1220-HOLD-CKPT-COMPANY THRU 1220-EXIT
014280             ELSE
014290                 PERFORM 1215-HOLD-CKPT-RUN THRU 1215-EXIT
014300             END-IF
014400     END-READ.
014410 1210-EXIT.
014411     EXIT.

014412 1215-HOLD-CKPT-RUN.
014413     MOVE CK-LAST-EMPLOYEE-ID TO WS-RESTART-LAST-EMP-ID
014414     MOVE CK-REPORT-COUNT     TO WS-RESTART-RPT-COUNT
014415     MOVE CK-GRAND-TOTAL      TO WS-RESTART-GRAND-TOTAL
014416     MOVE CK-EXCEPTION-COUNT  TO WS-RESTART-EXCP-COUNT
014417     MOVE CK-GRAND-CURRENCY   TO WS-RESTART-GRAND-CURR
014418     MOVE CK-MIXED-CURRENCY-SW TO WS-RESTART-MIXED-SW
014419     MOVE CK-NET-GRAND-TOTAL  TO WS-RESTART-NET-TOTAL
014420     MOVE CK-DUP-COUNT        TO WS-RESTART-DUP-COUNT
014421     MOVE CK-DUE-COMPANY-TOTAL
014422         TO WS-RESTART-DUECO-TOTAL
014423     MOVE CK-UNAUTH-TRIP-COUNT
014424         TO WS-RESTART-UNAUTH-COUNT
014425     MOVE CK-OVERAUTH-TRIP-COUNT
014426         TO WS-RESTART-OVAUTH-COUNT
014427     IF CK-MISS-RCPT-COUNT NUMERIC
014428         MOVE CK-MISS-RCPT-COUNT
014429             TO WS-RESTART-RCPT-COUNT
014430     ELSE
014431         MOVE 0 TO WS-RESTART-RCPT-COUNT
014432     END-IF
014433     IF CK-CREDIT-TOTAL NUMERIC
014434         MOVE CK-CREDIT-TOTAL TO WS-RESTART-CREDIT-TOTAL
014435     ELSE
014436         MOVE 0 TO WS-RESTART-CREDIT-TOTAL
014437     END-IF
014438     MOVE 0 TO WS-RESTART-CO-COUNT.
014439 1215-EXIT.
014440     EXIT.

014441 1220-HOLD-CKPT-COMPANY.
014442     IF WS-RESTART-CO-COUNT = 50
014443         GO TO 1220-EXIT
014444     END-IF
014445     ADD 1 TO WS-RESTART-CO-COUNT
014446     MOVE WS-RESTART-CO-COUNT TO RCX
014447     MOVE CC-COMPANY-CODE       TO WS-RESTART-CO-CODE(RCX)
014448     MOVE CC-REPORT-COUNT       TO WS-RESTART-CO-RPT(RCX)
014449     MOVE CC-EXCEPTION-COUNT    TO WS-RESTART-CO-EXC(RCX)
014450     MOVE CC-GRAND-TOTAL        TO WS-RESTART-CO-GRAND(RCX)
014451     MOVE CC-NET-GRAND-TOTAL    TO WS-RESTART-CO-NET(RCX)
014452     MOVE CC-DUE-COMPANY-TOTAL  TO WS-RESTART-CO-DUECO(RCX)
014453     MOVE CC-IC-OUT-TOTAL       TO WS-RESTART-CO-ICOUT(RCX)
014454     MOVE CC-IC-IN-TOTAL        TO WS-RESTART-CO-ICIN(RCX)
014455     IF CC-CREDIT-TOTAL NUMERIC
014456         MOVE CC-CREDIT-TOTAL   TO WS-RESTART-CO-CREDIT(RCX)
014457     ELSE
014458         MOVE 0                 TO WS-RESTART-CO-CREDIT(RCX)
014459     END-IF.
014460 1220-EXIT.
014461     EXIT.

014462*
014463*    PUT ONE COMPANY'S CHECKPOINTED TOTALS BACK.  A COMPANY
014464*    DROPPED FROM THE MASTER SINCE THE FAILED RUN STILL GETS
014465*    ITS ENTRY BACK, SO ITS ROWS ALREADY IN GLFILE TIE.
014466*
014467 1230-RESTORE-ONE-COMPANY.
014468     MOVE WS-RESTART-CO-CODE(RCX) TO WS-CO-LOOKUP-CODE
014469     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
014470     IF WS-CO-FOUND-SUB = 0
014471         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
014472     END-IF
014473     MOVE WS-RESTART-CO-RPT(RCX)
014474         TO WS-CO-REPORT-COUNT(WS-CO-FOUND-SUB)
014475     MOVE WS-RESTART-CO-EXC(RCX)
014476         TO WS-CO-EXC-COUNT(WS-CO-FOUND-SUB)
014477     MOVE WS-RESTART-CO-GRAND(RCX)
014478         TO WS-CO-GRAND-TOTAL(WS-CO-FOUND-SUB)
014479     MOVE WS-RESTART-CO-NET(RCX)
014480         TO WS-CO-NET-TOTAL(WS-CO-FOUND-SUB)
014481     MOVE WS-RESTART-CO-DUECO(RCX)
014482         TO WS-CO-DUE-TOTAL(WS-CO-FOUND-SUB)
014483     MOVE WS-RESTART-CO-ICOUT(RCX)
014484         TO WS-CO-IC-OUT-TOTAL(WS-CO-FOUND-SUB)
014485     MOVE WS-RESTART-CO-ICIN(RCX)
014486         TO WS-CO-IC-IN-TOTAL(WS-CO-FOUND-SUB)
014487     MOVE WS-RESTART-CO-CREDIT(RCX)
014488         TO WS-CO-CREDIT-TOTAL(WS-CO-FOUND-SUB).
014489 1230-EXIT.
014490     EXIT.

014491*****************************************************
014492*  2000-PROCESS-ONE-EMPLOYEE -- HDRFILE IS THE BATCH   *
014493*  CONTROL FILE, ONE RECORD PER EMPLOYEE TRIP.  EACH    *
014494*  RECORD DRIVES ONE REPORT OFF THE MATCHING EXPFILE    *
014495*  LINE ITEMS.                                          *
014496*****************************************************
014497 2000-PROCESS-ONE-EMPLOYEE.
014500     IF RESTART-POINT-FOUND
014510         AND WS-HDR-REC-NUM
014520             NOT GREATER THAN WS-RESTART-RPT-COUNT

014600 2100-BUILD-REPORT-FOR-EMPLOYEE.
014610     MOVE EMPHDR-RECORD TO WS-CURRENT-HEADER
014611     PERFORM 2105-RESOLVE-COMPANY THRU 2105-EXIT
014620     MOVE 0 TO WS-EMP-LINE-COUNT
014630     MOVE 0 TO MEALS
014640     MOVE 0 TO TOTAL
014650     MOVE 0 TO WS-EMP-EXCEPTION-COUNT
014660     MOVE 0 TO WS-EMP-DUP-COUNT
014662     MOVE 0 TO WS-EMP-CREDIT-TOTAL
014664     MOVE 0 TO WS-EMP-MISS-RCPT-COUNT
014666     MOVE 0 TO WS-MISS-RCPT-COUNT
014668     MOVE 0 TO WS-MISS-RCPT-UNLISTED
014670     MOVE 0 TO WS-SEEN-COUNT
014680     MOVE 'N' TO WS-SEEN-FULL-SW
014690     MOVE LOW-VALUES TO WS-FX-CACHE-CURRENCY
014840     PERFORM 3950-CLOSE-EMPLOYEE-REPORT THRU 3950-EXIT
014850     PERFORM 2150-TRACK-GRAND-CURRENCY THRU 2150-EXIT
014860     ADD 1 TO WS-REPORT-COUNT
014862     ADD 1 TO WS-CO-REPORT-COUNT(WS-CO-CUR-SUB)
014865     ADD TOTAL WS-EMP-CREDIT-TOTAL TO WS-GRAND-TOTAL
014868     ADD TOTAL WS-EMP-CREDIT-TOTAL
014871         TO WS-CO-GRAND-TOTAL(WS-CO-CUR-SUB)
014874     ADD WS-EMP-CREDIT-TOTAL TO WS-CREDIT-TOTAL
014877     ADD WS-EMP-CREDIT-TOTAL TO WS-CO-CREDIT-TOTAL(WS-CO-CUR-SUB)
014880     IF WS-NET-DUE GREATER THAN 0
014890         ADD WS-NET-DUE TO WS-NET-GRAND-TOTAL
014892         ADD WS-NET-DUE TO WS-CO-NET-TOTAL(WS-CO-CUR-SUB)
014900     END-IF
014910     IF WS-NET-DUE LESS THAN 0
014920         ADD WS-DUE-COMPANY-AMT TO WS-DUE-COMPANY-TOTAL
014923         ADD WS-DUE-COMPANY-AMT TO WS-CO-DUE-TOTAL(WS-CO-CUR-SUB)
014926         PERFORM 2180-CARRY-CREDIT-EXCESS THRU 2180-EXIT
014930     END-IF
014940     PERFORM 2160-QUEUE-PAYMENT THRU 2160-EXIT
014950     ADD WS-EMP-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
014955     ADD WS-EMP-EXCEPTION-COUNT TO WS-CO-EXC-COUNT(WS-CO-CUR-SUB)
014960     ADD WS-EMP-EXCEPTION-COUNT
014970         TO WS-DEPT-EXC-COUNT(WS-DEPT-CUR-SUB)
014980     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT.
014990 2100-EXIT.
014991     EXIT.

014992*
014993*    RESOLVE THE EMPLOYEE'S COMPANY BEFORE ANYTHING ON THE TRIP
014994*    IS CONVERTED.  A CODE NOT ON THE COMPANY MASTER STILL
014995*    REPORTS, UNDER ITS OWN CODE IN THE PARENT'S CURRENCY WITH
014996*    NO DESTINATION FILES, AND THE RUN ENDS WITH A WARNING SO
014997*    FINANCE CAN ADD THE COMPANY BEFORE POSTING.  THE COMPANY
014998*    CURRENCY'S OWN RATE TO THE FXFILE BASE IS TAKEN ONCE HERE;
014999*    EVERY CONVERSION ON THE TRIP CROSSES THROUGH IT.
015000*
015001 2105-RESOLVE-COMPANY.
015002     MOVE EH-COMPANY-CODE OF WS-CURRENT-HEADER
015003         TO WS-CO-LOOKUP-CODE
015004     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
015005     IF WS-CO-FOUND-SUB = 0
015006         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
015007     END-IF
015008     MOVE WS-CO-FOUND-SUB TO WS-CO-CUR-SUB
015009     MOVE WS-CO-CURRENCY(WS-CO-CUR-SUB) TO WS-HOME-CURRENCY
015010     MOVE WS-HOME-CURRENCY TO WS-FX-LOOKUP-CURRENCY
015011     PERFORM 4550-LOOKUP-BASE-RATE THRU 4550-EXIT
015012     MOVE WS-FX-LOOKUP-RATE TO WS-CO-RATE-TO-BASE.
015013 2105-EXIT.
015014     EXIT.

015015 2106-ADD-UNLISTED-COMPANY.
015016     DISPLAY 'COMPANY ' WS-CO-LOOKUP-CODE
015017         ' NOT ON THE COMPANY MASTER -- POSTED IN '
015018         WS-FX-BASE-CURRENCY ' WITH NO DESTINATION FILES'
015019     SET COMPANY-NOT-ON-MASTER TO TRUE
015020     IF WS-CO-COUNT = 50
015021         DISPLAY 'MORE THAN 50 COMPANIES IN ONE RUN -- '
015022             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
015023         MOVE 16 TO RETURN-CODE
015024         GOBACK
015025     END-IF
015026     ADD 1 TO WS-CO-COUNT
015027     MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
015028     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT.
015029 2106-EXIT.
015030     EXIT.

015031 2107-FIND-COMPANY.
015032     MOVE 0 TO WS-CO-FOUND-SUB
015033     PERFORM 2108-CHECK-ONE-COMPANY THRU 2108-EXIT
015034         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
015035 2107-EXIT.
015036     EXIT.

015037 2108-CHECK-ONE-COMPANY.
015038     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
015039         MOVE COX TO WS-CO-FOUND-SUB
015040         MOVE WS-CO-COUNT TO COX
015041     END-IF.
015042 2108-EXIT.
015043     EXIT.

015044*
015045*    WHEN A TRIP'S CREDITS LEAVE THE EMPLOYEE OWING THE
015046*    COMPANY, THE PART OF THE EXCESS THE CREDITS CAUSED IS
015047*    CARRIED ON DUEFILE FOR COLLECTION.  AN EXCESS OF THE
015048*    ADVANCE ALONE IS SETTLED AGAINST THE ADVANCE AS BEFORE.
015049*    THE BALANCE IS IN THE EMPLOYEE'S HOME CURRENCY, AND IS
015050*    LABELLED WITH THE COMPANY AND CURRENCY IT IS HELD IN --
015051*    AN EMPLOYEE OWING MORE THAN ONE COMPANY HAS ONE BALANCE
015052*    PER COMPANY.
015053*
015054 2180-CARRY-CREDIT-EXCESS.
015055     IF WS-EMP-CREDIT-TOTAL = 0
015056         GO TO 2180-EXIT
015057     END-IF
015058     IF WS-DUE-COMPANY-AMT GREATER THAN WS-EMP-CREDIT-TOTAL
015059         MOVE WS-EMP-CREDIT-TOTAL TO WS-CREDIT-DUE-AMT
015060     ELSE
015061         MOVE WS-DUE-COMPANY-AMT  TO WS-CREDIT-DUE-AMT
015062     END-IF
015063     MOVE 0 TO WS-FOUND-DUE-SUB
015064     PERFORM 2185-LOOK-FOR-DUE-BALANCE THRU 2185-EXIT
015065         VARYING DUX FROM 1 BY 1 UNTIL DUX > WS-DUE-COUNT
015066     IF WS-FOUND-DUE-SUB = 0
015067         PERFORM 1945-CHECK-DUE-TABLE-FULL THRU 1945-EXIT
015068         ADD 1 TO WS-DUE-COUNT
015069         MOVE WS-DUE-COUNT TO WS-FOUND-DUE-SUB
015070         MOVE EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
015071             TO WS-DUE-EMP-ID(WS-FOUND-DUE-SUB)
015072         MOVE 0 TO WS-DUE-BALANCE(WS-FOUND-DUE-SUB)
015073         MOVE WS-CO-CODE(WS-CO-CUR-SUB)
015074             TO WS-DUE-CO-CODE(WS-FOUND-DUE-SUB)
015075         MOVE WS-HOME-CURRENCY
015076             TO WS-DUE-CURRENCY(WS-FOUND-DUE-SUB)
015077     END-IF
015078     ADD WS-CREDIT-DUE-AMT TO WS-DUE-BALANCE(WS-FOUND-DUE-SUB)
015079     MOVE WS-RUN-DATE TO WS-DUE-LAST-DATE(WS-FOUND-DUE-SUB)
015080     MOVE 'CREDIT' TO WS-DUE-LAST-SOURCE(WS-FOUND-DUE-SUB)
015081     PERFORM 2190-REWRITE-DUEFILE THRU 2190-EXIT.
015082 2180-EXIT.
015083     EXIT.

015084 2185-LOOK-FOR-DUE-BALANCE.
015085     IF WS-DUE-EMP-ID(DUX) = EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
015086         AND WS-DUE-CO-CODE(DUX) = WS-CO-CODE(WS-CO-CUR-SUB)
015087         MOVE DUX TO WS-FOUND-DUE-SUB
015088         MOVE WS-DUE-COUNT TO DUX
015089     END-IF.
015090 2185-EXIT.
015091     EXIT.

015092*
015093*    ROLL EVERY BALANCE FORWARD.  A BALANCE BROUGHT TO ZERO
015094*    ELSEWHERE IS DROPPED.
015095*
015096 2190-REWRITE-DUEFILE.
015097     OPEN OUTPUT DUEFILE
015098     PERFORM 2195-WRITE-ONE-DUE-BALANCE THRU 2195-EXIT
015099         VARYING DUX FROM 1 BY 1 UNTIL DUX > WS-DUE-COUNT
015100     CLOSE DUEFILE.
015101 2190-EXIT.
015102     EXIT.

015103 2195-WRITE-ONE-DUE-BALANCE.
015104     IF WS-DUE-BALANCE(DUX) = 0
015105         GO TO 2195-EXIT
015106     END-IF
015107     MOVE SPACES TO DUE-COMPANY-RECORD
015108     MOVE WS-DUE-EMP-ID(DUX)      TO DU-EMPLOYEE-ID
015109     MOVE WS-DUE-BALANCE(DUX)     TO DU-BALANCE
015110     MOVE WS-DUE-LAST-DATE(DUX)   TO DU-LAST-ACTIVITY-DATE
015111     MOVE WS-DUE-LAST-SOURCE(DUX) TO DU-LAST-SOURCE
015112     MOVE WS-DUE-CO-CODE(DUX)     TO DU-COMPANY-CODE
015113     MOVE WS-DUE-CURRENCY(DUX)    TO DU-CURRENCY
015114     WRITE DUE-COMPANY-RECORD.
015115 2195-EXIT.
015116     EXIT.

015117*
015118*    THE GRAND TOTAL IS CARRIED IN THE HOME CURRENCY, SO MIXED
015119*    TRIP CURRENCIES NO LONGER INVALIDATE IT.  THE TRACKING IS
015120*    KEPT SO 8000-PRINT-RUN-SUMMARY CAN NOTE WHEN THE TOTAL
015121*    INCLUDES CONVERTED FOREIGN-CURRENCY AMOUNTS.
015122*
015123 2150-TRACK-GRAND-CURRENCY.
015124     IF WS-GRAND-CURRENCY = SPACES
015125         MOVE WS-TRIP-CURRENCY TO WS-GRAND-CURRENCY
015126     ELSE
015127         IF WS-TRIP-CURRENCY NOT = WS-GRAND-CURRENCY
015128             SET MIXED-CURRENCY-FOUND TO TRUE
015130         END-IF
015140     END-IF.
015150 2150-EXIT.
015200*  LIMIT-CHECK, PRINT, EXTRACT, HISTORY AND ROLL-UP,    *
015210*  THEN ON TO THE NEXT RECORD.  NOTHING IS HELD BACK    *
015220*  IN A TABLE, SO A TRIP OF ANY SIZE STREAMS THROUGH.   *
015225*  A CREDIT LINE TAKES 2310 INSTEAD OF THE CHECKS.      *
015230*****************************************************
015240 2300-PROCESS-ONE-LINE.
015250     ADD 1 TO WS-EMP-LINE-COUNT
015310     MOVE EL-TAX-AMOUNT    TO WS-LINE-TAX-AMOUNT
015320     MOVE EL-TAX-COUNTRY   TO WS-LINE-TAX-COUNTRY
015330     MOVE EL-PROJECT-SPLITS TO WS-LINE-PROJ-SPLITS
015333     MOVE EL-RECEIPT-SW    TO WS-LINE-RECEIPT-SW
015336     MOVE EL-LINE-KIND     TO WS-LINE-KIND
015340     MOVE 0 TO WS-LINE-PROJ-NAMED
015350     PERFORM 2340-COUNT-ONE-PROJECT THRU 2340-EXIT
015360         VARYING SPX FROM 1 BY 1 UNTIL SPX > 3
015400         PERFORM 2320-PRICE-UNIT-BASED-LINE THRU 2320-EXIT
015410     END-IF
015420     PERFORM 2330-CONVERT-TO-HOME THRU 2330-EXIT
015422     IF NOT WS-LINE-IS-CREDIT
015428         PERFORM 2370-CHECK-FOR-DUPLICATE THRU 2370-EXIT
015434     END-IF
015440     IF WS-EMP-LINE-COUNT = 1
015450         MOVE WS-LINE-CURRENCY TO WS-TRIP-CURRENCY
015460     END-IF
015520     END-IF
015530     IF WS-LINE-TYPE GREATER THAN 0
015540         AND WS-TYP-MEAL(WS-LINE-TYPE)
015543         IF WS-LINE-IS-CREDIT
015546             SUBTRACT WS-LINE-HOME-AMOUNT FROM MEALS
015549         ELSE
015552             ADD WS-LINE-HOME-AMOUNT TO MEALS
015555         END-IF
015560     END-IF
015570     MOVE WS-LINE-AMOUNT      TO WS-FORMATTED-AMOUNT
015580     MOVE WS-LINE-HOME-AMOUNT TO WS-FORMATTED-HOME-AMOUNT
015590     MOVE ' ' TO MOEMARKER
015592     IF WS-LINE-IS-CREDIT
015594         PERFORM 2310-TAKE-CREDIT-LINE THRU 2310-EXIT
015596         GO TO 2300-POST
015598     END-IF
015600     IF WS-LINE-TYPE GREATER THAN 0
015610         AND WS-TYP-LIMIT-APPLIES(WS-LINE-TYPE)
015620         AND WS-EMP-LIMIT-DATE(WS-LINE-TYPE) GREATER THAN 0
015740         END-IF
015750     END-IF
015760     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT
015765     PERFORM 2360-CHECK-RECEIPT THRU 2360-EXIT
015770     ADD WS-LINE-HOME-AMOUNT TO TOTAL
015773     PERFORM 2350-REMEMBER-LINE THRU 2350-EXIT.
015776 2300-POST.
015780     PERFORM 5010-WRITE-ONE-GL-RECORD THRU 5010-EXIT
015790     PERFORM 5710-WRITE-ONE-HISTORY THRU 5710-EXIT
015800     PERFORM 2230-ADD-ONE-LINE-TO-DEPT THRU 2230-EXIT
015820     PERFORM 6200-READ-EXPFILE THRU 6200-EXIT.
015830 2300-EXIT.
015831     EXIT.

015832*
015833*    A CREDIT LINE -- A REFUND OR CORRECTION OF A LINE ALREADY
015834*    CLAIMED, NAMED BY THE SAME TYPE AND EXPENSE DATE.  IT
015835*    PRINTS MARKED C WITH ITS AMOUNTS SHOWN NEGATIVE AND COMES
015836*    OFF THE TRIP TOTAL.  ITS AMOUNT ALSO COMES OFF THE LINE
015837*    IT CORRECTS, EARLIER IN THIS TRIP OR IN HISTORY, SO A
015838*    RE-CLAIM OF THE CORRECTED FIGURE IS STILL CAUGHT AS A
015839*    DUPLICATE.  IT IS NOT LIMIT-, DUPLICATE- OR
015840*    RECEIPT-CHECKED.  A CREDIT THAT MATCHES NOTHING, OR IS
015841*    MORE THAN WHAT IT MATCHES, STILL COMES OFF THE TRIP AND
015842*    IS REPORTED FOR THE APPROVER TO LOOK AT.
015843*
015844 2310-TAKE-CREDIT-LINE.
015845     MOVE 'C' TO MOEMARKER
015846     MOVE 0 TO WS-LEAD-SPACES
015847     INSPECT WS-FORMATTED-AMOUNT
015848         TALLYING WS-LEAD-SPACES FOR LEADING SPACES
015849     IF WS-LEAD-SPACES GREATER THAN 0
015850         MOVE '-' TO WS-FORMATTED-AMOUNT(WS-LEAD-SPACES:1)
015851     END-IF
015852     MOVE 0 TO WS-LEAD-SPACES
015853     INSPECT WS-FORMATTED-HOME-AMOUNT
015854         TALLYING WS-LEAD-SPACES FOR LEADING SPACES
015855     IF WS-LEAD-SPACES GREATER THAN 0
015856         MOVE '-' TO WS-FORMATTED-HOME-AMOUNT(WS-LEAD-SPACES:1)
015857     END-IF
015858     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT
015859     SUBTRACT WS-LINE-HOME-AMOUNT FROM TOTAL
015860     ADD WS-LINE-HOME-AMOUNT TO WS-EMP-CREDIT-TOTAL
015861     MOVE WS-LINE-AMOUNT TO WS-CREDIT-LEFT
015862     PERFORM 2312-CREDIT-ONE-SEEN-LINE THRU 2312-EXIT
015863         VARYING SNX FROM 1 BY 1
015864         UNTIL SNX GREATER THAN WS-SEEN-COUNT
015865         OR WS-CREDIT-LEFT = 0
015866     PERFORM 2314-CREDIT-ONE-EMP-HISTORY THRU 2314-EXIT
015867         VARYING EHX FROM 1 BY 1
015868         UNTIL EHX GREATER THAN WS-EMP-HIST-COUNT
015869         OR WS-CREDIT-LEFT = 0
015870     IF WS-CREDIT-LEFT = WS-LINE-AMOUNT
015871         DISPLAY 'EMPLOYEE ' EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
015872             ' CREDIT OF ' WS-FORMATTED-AMOUNT ' '
015873             WS-LINE-CURRENCY ' FOR TYPE ' WS-LINE-TYPE
015874             ' ON ' WS-LINE-EXP-DATE ' MATCHES NO CLAIMED LINE'
015875             ' -- TAKEN AS AN UNMATCHED CREDIT'
015876     ELSE
015877         IF WS-CREDIT-LEFT GREATER THAN 0
015878             DISPLAY 'EMPLOYEE '
015879                 EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
015880                 ' CREDIT OF ' WS-FORMATTED-AMOUNT ' '
015881                 WS-LINE-CURRENCY ' FOR TYPE ' WS-LINE-TYPE
015882                 ' ON ' WS-LINE-EXP-DATE ' EXCEEDS THE CLAIMED'
015883                 ' LINE IT CORRECTS'
015884         END-IF
015885     END-IF.
015886 2310-EXIT.
015887     EXIT.

015888 2312-CREDIT-ONE-SEEN-LINE.
015889     IF WS-SEEN-TYPE(SNX) NOT = WS-LINE-TYPE
015890         OR WS-SEEN-DATE(SNX) NOT = WS-LINE-EXP-DATE
015891         OR WS-SEEN-AMOUNT(SNX) = 0
015892         GO TO 2312-EXIT
015893     END-IF
015894     IF WS-SEEN-AMOUNT(SNX) GREATER THAN WS-CREDIT-LEFT
015895         SUBTRACT WS-CREDIT-LEFT FROM WS-SEEN-AMOUNT(SNX)
015896         MOVE 0 TO WS-CREDIT-LEFT
015897     ELSE
015898         SUBTRACT WS-SEEN-AMOUNT(SNX) FROM WS-CREDIT-LEFT
015899         MOVE 0 TO WS-SEEN-AMOUNT(SNX)
015900     END-IF.
015901 2312-EXIT.
015902     EXIT.

015903 2314-CREDIT-ONE-EMP-HISTORY.
015904     IF WS-EMP-HIST-TYPE(EHX) NOT = WS-LINE-TYPE
015905         OR WS-EMP-HIST-DATE(EHX) NOT = WS-LINE-EXP-DATE
015906         OR WS-EMP-HIST-AMOUNT(EHX) = 0
015907         GO TO 2314-EXIT
015908     END-IF
015909     IF WS-EMP-HIST-AMOUNT(EHX) GREATER THAN WS-CREDIT-LEFT
015910         SUBTRACT WS-CREDIT-LEFT FROM WS-EMP-HIST-AMOUNT(EHX)
015911         MOVE 0 TO WS-CREDIT-LEFT
015912     ELSE
015913         SUBTRACT WS-EMP-HIST-AMOUNT(EHX) FROM WS-CREDIT-LEFT
015914         MOVE 0 TO WS-EMP-HIST-AMOUNT(EHX)
015915     END-IF.
015916 2314-EXIT.
015917     EXIT.

015918*
015919*    A UNIT-BASED LINE (MILEAGE) CARRIES A QUANTITY INSTEAD OF
015920*    AN AMOUNT.  ITS AMOUNT IS QUANTITY TIMES THE PER-UNIT RATE
015921*    IN EFFECT ON THE TRIP START DATE, ALREADY RESOLVED INTO
015922*    THE PER-EMPLOYEE TABLE.  A TYPE WITH NO RATE ON FILE
015923*    PRICES TO ZERO AND IS REPORTED SO OPS CAN ADD THE MISSING
015924*    RATE RATHER THAN PAY A WRONG AMOUNT.
015925*
015930 2320-PRICE-UNIT-BASED-LINE.
015940     IF WS-EMP-LIMIT-DATE(WS-LINE-TYPE) = 0
015950         DISPLAY 'NO PER-UNIT RATE ON FILE FOR TYPE '
016280     EXIT.

016290*
016291*    RECEIPT SUBSTANTIATION.  A LINE OF A TYPE WITH A RECEIPT
016292*    THRESHOLD ON THE TYPE MASTER, AT OR ABOVE THAT THRESHOLD
016293*    IN THE HOME CURRENCY, MUST COME IN WITH A RECEIPT.  ONE
016294*    THAT DOES NOT STILL REPORTS AND PAYS NORMALLY -- IT IS
016295*    LISTED ON THE TRAILER AND REGISTERED FOR FOLLOW-UP, AND
016296*    EXPENSE-RECEIPT-FOLLOWUP REJECTS IT IF THE RECEIPT NEVER
016297*    ARRIVES, WHICH TAKES IT BACK OFF A LATER CYCLE'S NET.
016298*
016299 2360-CHECK-RECEIPT.
016300     IF WS-LINE-TYPE = 0
016301         OR NOT WS-TYP-LOADED(WS-LINE-TYPE)
016302         GO TO 2360-EXIT
016303     END-IF
016304     IF NOT WS-TYP-RECEIPT-REQUIRED(WS-LINE-TYPE)
016305         OR WS-LINE-RECEIPT-SUPPLIED
016306         OR WS-LINE-HOME-AMOUNT LESS THAN
016307             WS-TYP-RCPT-AMOUNT(WS-LINE-TYPE)
016308         GO TO 2360-EXIT
016309     END-IF
016310     ADD 1 TO WS-EMP-MISS-RCPT-COUNT
016311     ADD 1 TO WS-MISS-RCPT-TOTAL
016312     PERFORM 5750-WRITE-RECEIPT-PENDING THRU 5750-EXIT
016313     IF WS-MISS-RCPT-COUNT = 100
016314         ADD 1 TO WS-MISS-RCPT-UNLISTED
016315         GO TO 2360-EXIT
016316     END-IF
016317     ADD 1 TO WS-MISS-RCPT-COUNT
016318     MOVE EXPENSENAME
016319         TO WS-MISS-RCPT-NAME(WS-MISS-RCPT-COUNT)
016320     MOVE WS-LINE-EXP-DATE
016321         TO WS-MISS-RCPT-DATE(WS-MISS-RCPT-COUNT)
016322     MOVE WS-LINE-HOME-AMOUNT
016323         TO WS-MISS-RCPT-AMOUNT(WS-MISS-RCPT-COUNT).
016324 2360-EXIT.
016325     EXIT.

016326*
016327*    QUEUE THE EMPLOYEE JUST REPORTED FOR THE AP PAYMENT
016328*    EXTRACT.  ONLY A POSITIVE NET REIMBURSABLE IS PAYABLE;
016329*    A ZERO NET HAS NOTHING TO EXTRACT.  THE QUEUE COVERS
016330*    THIS EXECUTION ONLY -- ON A RESTARTED RUN THE EMPLOYEES
016340*    ALREADY COVERED BY THE CHECKPOINT WERE NEVER PAID (THE
016350*    EXTRACT ONLY RUNS AT END OF JOB), SO THE RESTART PICKS
016500         TO WS-PAY-EMP-ID(WS-PAY-COUNT)
016510     MOVE EH-EMPLOYEE-NAME OF WS-CURRENT-HEADER
016520         TO WS-PAY-EMP-NAME(WS-PAY-COUNT)
016527     MOVE WS-NET-DUE TO WS-PAY-NET(WS-PAY-COUNT)
016534     MOVE WS-CO-CUR-SUB TO WS-PAY-CO-SUB(WS-PAY-COUNT).
016540 2160-EXIT.
016550     EXIT.

017120 2210-LOOK-FOR-DEPARTMENT.
017130     IF WS-DEPT-NAME(DTX) =
017140         EH-DEPARTMENT OF WS-CURRENT-HEADER
017142         AND WS-DEPT-CO-SUB(DTX) = WS-CO-CUR-SUB
017150         MOVE DTX TO WS-DEPT-CUR-SUB
017160         MOVE WS-DEPT-COUNT TO DTX
017170     END-IF.
017260     END-IF
017270     ADD 1 TO WS-DEPT-COUNT
017280     MOVE WS-DEPT-COUNT TO WS-DEPT-CUR-SUB
017284     MOVE WS-CO-CUR-SUB TO WS-DEPT-CO-SUB(WS-DEPT-CUR-SUB)
017290     MOVE EH-DEPARTMENT OF WS-CURRENT-HEADER
017300         TO WS-DEPT-NAME(WS-DEPT-CUR-SUB)
017310     MOVE 0 TO WS-DEPT-EMP-COUNT(WS-DEPT-CUR-SUB)
017430*
017440 2230-ADD-ONE-LINE-TO-DEPT.
017450     IF WS-LINE-PROJ-NAMED GREATER THAN 0
017451         GO TO 2230-EXIT
017452     END-IF
017453     IF WS-LINE-IS-CREDIT
017454         SUBTRACT WS-LINE-HOME-AMOUNT
017455             FROM WS-DEPT-ACTUAL(WS-DEPT-CUR-SUB)
017456         IF WS-LINE-TYPE GREATER THAN 0
017457             SUBTRACT WS-LINE-HOME-AMOUNT FROM
017458                 WS-DEPT-TYPE-AMT(WS-DEPT-CUR-SUB, WS-LINE-TYPE)
017459         END-IF
017460         GO TO 2230-EXIT
017470     END-IF
017480     ADD WS-LINE-HOME-AMOUNT TO WS-DEPT-ACTUAL(WS-DEPT-CUR-SUB)

019090*****************************************************
019100*  4500-LOOKUP-FX-RATE -- FIND THE CONVERSION RATE TO  *
019106*  THE HOME CURRENCY FOR WS-FX-LOOKUP-CURRENCY.        *
019112*  FXFILE QUOTES EVERY RATE TO THE PARENT COMPANY'S    *
019118*  CURRENCY, SO FOR A SUBSIDIARY THE RATE CROSSES      *
019124*  THROUGH IT: THE LINE CURRENCY'S RATE OVER THE       *
019130*  COMPANY CURRENCY'S.  HOME CURRENCY IS ALWAYS PAR.   *
019140*****************************************************
019150 4500-LOOKUP-FX-RATE.
019160     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
019170     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
019180     IF WS-FX-LOOKUP-CURRENCY = WS-HOME-CURRENCY
019190         GO TO 4500-EXIT
019191     END-IF
019192     PERFORM 4550-LOOKUP-BASE-RATE THRU 4550-EXIT
019193     IF WS-HOME-CURRENCY NOT = WS-FX-BASE-CURRENCY
019194         COMPUTE WS-FX-LOOKUP-RATE ROUNDED =
019195             WS-FX-LOOKUP-RATE / WS-CO-RATE-TO-BASE
019196     END-IF.
019197 4500-EXIT.
019198     EXIT.

019199*
019200*    THE RATE TO THE FXFILE BASE CURRENCY, USING THE LATEST
019201*    EFFECTIVE-DATED ENTRY NOT AFTER THE TRIP START DATE.  THE
019202*    BASE CURRENCY ITSELF IS PAR.
019203*
019204 4550-LOOKUP-BASE-RATE.
019205     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
019206     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
019207     IF WS-FX-LOOKUP-CURRENCY = WS-FX-BASE-CURRENCY
019208         GO TO 4550-EXIT
019209     END-IF
019210     PERFORM 4510-CHECK-ONE-FX-RATE THRU 4510-EXIT
019220         VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT
019230     IF WS-FX-LOOKUP-EFF-DATE = 0
019260             ' -- CONVERTED AT PAR'
019270         SET FX-RATE-MISSING TO TRUE
019280     END-IF.
019290 4550-EXIT.
019300     EXIT.

019310 4510-CHECK-ONE-FX-RATE.
019890*  THE EXTRACT STILL RECONCILES TO THE GRAND TOTAL.     *
019900*  A TAXED LINE WITH NO RATE ON FILE POSTS GROSS AND    *
019910*  IS REPORTED SO FINANCE CAN ADD THE MISSING COUNTRY.  *
019913*  A CREDIT LINE POSTS THE SAME ROWS AS CREDITS, WHICH  *
019916*  REVERSES THE CHARGE IT CORRECTS.                     *
019920*****************************************************
019930 5010-WRITE-ONE-GL-RECORD.
019931     MOVE ' ' TO WS-GL-DR-CR-IND
019932     MOVE 'C' TO WS-GL-OFFSET-IND
019933     IF WS-LINE-IS-CREDIT
019934         MOVE 'C' TO WS-GL-DR-CR-IND
019935         MOVE 'D' TO WS-GL-OFFSET-IND
019936     END-IF
019940     PERFORM 5020-LOOKUP-GL-ACCOUNT THRU 5020-EXIT
019950     MOVE SPACES TO WS-VAT-LOOKUP-ACCOUNT
019960     IF WS-LINE-TAX-HOME GREATER THAN 0
020140     MOVE WS-GL-LOOKUP-ACCOUNT  TO GX-GL-ACCOUNT
020150     MOVE WS-GL-LOOKUP-CC       TO GX-COST-CENTER
020160     MOVE WS-RUN-DATE           TO GX-RUN-DATE
020161     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO GX-COMPANY-CODE
020168     MOVE WS-GL-DR-CR-IND       TO GX-DR-CR-IND
020170     WRITE GLEXT-RECORD.
020180 5010-TAX.
020190     IF WS-VAT-LOOKUP-ACCOUNT NOT = SPACES
020360     MOVE WS-VAT-LOOKUP-ACCOUNT TO GX-GL-ACCOUNT
020370     MOVE WS-GL-LOOKUP-CC       TO GX-COST-CENTER
020380     MOVE WS-RUN-DATE           TO GX-RUN-DATE
020383     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO GX-COMPANY-CODE
020386     MOVE WS-GL-DR-CR-IND       TO GX-DR-CR-IND
020390     WRITE GLEXT-RECORD
020400     PERFORM 5050-WRITE-VAT-EXTRACT THRU 5050-EXIT.
020410 5015-EXIT.
020470*    SO THE ROWS SUM BACK TO THE LINE EXACTLY AND THE GL
020480*    RECONCILIATION STILL TIES.  A PROJECT THE MASTER DOES
020490*    NOT KNOW (REJECTED UPSTREAM, SO ONLY SEEN ON A STALE
020496*    MASTER) POSTS TO THE TYPE'S OWN COST CENTER, FLAGGED.  A
020502*    SHARE FOR A PROJECT ANOTHER COMPANY OWNS POSTS AS AN
020508*    INTERCOMPANY CHARGE INSTEAD (5096).
020510*
020520 5080-WRITE-PROJECT-ROWS.
020530     MOVE WS-GL-NET-AMOUNT TO WS-PROJ-REMAINDER
020720     MOVE 0 TO WS-FOUND-PROJ-SUB
020730     PERFORM 5095-LOOK-FOR-PROJECT THRU 5095-EXIT
020740         VARYING PJX FROM 1 BY 1 UNTIL PJX > WS-PROJ-COUNT
020741     MOVE WS-CO-CUR-SUB   TO WS-IC-CO-SUB
020742     MOVE WS-SPLIT-AMOUNT TO WS-IC-AMOUNT
020743     IF WS-FOUND-PROJ-SUB GREATER THAN 0
020744         AND WS-PROJ-COMPANY(WS-FOUND-PROJ-SUB)
020745             NOT = WS-CO-CODE(WS-CO-CUR-SUB)
020746         PERFORM 5096-POST-INTERCOMPANY THRU 5096-EXIT
020747         GO TO 5090-ROLL-UP
020748     END-IF
020750     MOVE SPACES TO GLEXT-RECORD
020760     MOVE EH-EMPLOYEE-ID OF WS-CURRENT-HEADER TO GX-EMPLOYEE-ID
020770     MOVE WS-LINE-TYPE          TO GX-TYPE
020880     END-IF
020890     MOVE WS-RUN-DATE           TO GX-RUN-DATE
020900     MOVE WS-LINE-PROJ-CODE(SPX) TO GX-PROJECT-CODE
020906     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO GX-COMPANY-CODE
020912     MOVE WS-GL-DR-CR-IND       TO GX-DR-CR-IND
020918     WRITE GLEXT-RECORD.
020924 5090-ROLL-UP.
020930     PERFORM 5085-ROLL-UP-PROJECT THRU 5085-EXIT.
020940 5090-EXIT.
020941     EXIT.

020942*
020943*    A SHARE CHARGED TO A PROJECT ANOTHER COMPANY OWNS.  THE
020944*    EMPLOYEE'S COMPANY PAID IT, SO ITS LEDGER TAKES A
020945*    RECEIVABLE FROM THE OWNING COMPANY FOR THE SHARE.  THE
020946*    OWNING COMPANY'S LEDGER TAKES THE EXPENSE AGAINST THE
020947*    PROJECT'S COST CENTER AND THE MATCHING PAYABLE, BOTH IN
020948*    ITS OWN HOME CURRENCY (CROSSED THROUGH THE FXFILE BASE AT
020949*    THE TRIP'S RATES).  EACH COMPANY'S ROWS STILL NET TO ITS
020950*    OWN REPORTED TOTAL, SO BOTH LEDGERS RECONCILE.  THE
020951*    INTERCOMPANY ROWS CARRY THE OTHER COMPANY'S CODE AS THEIR
020952*    COST CENTER.  A CREDIT LINE REVERSES ALL THREE ROWS; THE
020953*    INTERCOMPANY CHARGED-OUT / CHARGED-IN TOTALS COUNT
020954*    CHARGES ONLY.
020955*
020956 5096-POST-INTERCOMPANY.
020957     MOVE WS-PROJ-COMPANY(WS-FOUND-PROJ-SUB) TO WS-CO-LOOKUP-CODE
020958     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
020959     IF WS-CO-FOUND-SUB = 0
020960         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
020961     END-IF
020962     MOVE WS-CO-FOUND-SUB TO WS-IC-CO-SUB
020963     MOVE WS-CO-CURRENCY(WS-IC-CO-SUB) TO WS-FX-LOOKUP-CURRENCY
020964     IF WS-FX-LOOKUP-CURRENCY = WS-HOME-CURRENCY
020965         MOVE WS-SPLIT-AMOUNT TO WS-IC-AMOUNT
020966     ELSE
020967         PERFORM 4550-LOOKUP-BASE-RATE THRU 4550-EXIT
020968         COMPUTE WS-IC-AMOUNT ROUNDED =
020969             WS-SPLIT-AMOUNT * WS-CO-RATE-TO-BASE
020970                 / WS-FX-LOOKUP-RATE
020971     END-IF
020972     MOVE SPACES TO GLEXT-RECORD
020973     MOVE EH-EMPLOYEE-ID OF WS-CURRENT-HEADER TO GX-EMPLOYEE-ID
020974     MOVE WS-LINE-TYPE          TO GX-TYPE
020975     MOVE WS-SPLIT-AMOUNT       TO GX-AMOUNT
020976     MOVE WS-HOME-CURRENCY      TO GX-CURRENCY-CODE
020977     MOVE WS-CO-IC-RECV(WS-CO-CUR-SUB) TO GX-GL-ACCOUNT
020978     MOVE WS-CO-CODE(WS-IC-CO-SUB) TO GX-COST-CENTER
020979     MOVE WS-RUN-DATE           TO GX-RUN-DATE
020980     MOVE WS-LINE-PROJ-CODE(SPX) TO GX-PROJECT-CODE
020981     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO GX-COMPANY-CODE
020982     MOVE WS-GL-DR-CR-IND       TO GX-DR-CR-IND
020983     WRITE GLEXT-RECORD
020984     MOVE WS-IC-AMOUNT          TO GX-AMOUNT
020985     MOVE WS-CO-CURRENCY(WS-IC-CO-SUB) TO GX-CURRENCY-CODE
020986     MOVE WS-GL-LOOKUP-ACCOUNT  TO GX-GL-ACCOUNT
020987     MOVE WS-PROJ-CC(WS-FOUND-PROJ-SUB) TO GX-COST-CENTER
020988     MOVE WS-CO-CODE(WS-IC-CO-SUB) TO GX-COMPANY-CODE
020989     WRITE GLEXT-RECORD
020990     MOVE WS-CO-IC-PAY(WS-IC-CO-SUB) TO GX-GL-ACCOUNT
020991     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO GX-COST-CENTER
020992     MOVE WS-GL-OFFSET-IND      TO GX-DR-CR-IND
020993     WRITE GLEXT-RECORD
020994     IF WS-LINE-IS-CREDIT
020995         GO TO 5096-EXIT
020996     END-IF
020997     ADD WS-SPLIT-AMOUNT TO WS-CO-IC-OUT-TOTAL(WS-CO-CUR-SUB)
020998     ADD WS-IC-AMOUNT    TO WS-CO-IC-IN-TOTAL(WS-IC-CO-SUB).
020999 5096-EXIT.
021000     EXIT.

021001 5095-LOOK-FOR-PROJECT.
021002     IF WS-PROJ-CODE(PJX) = WS-LINE-PROJ-CODE(SPX)
021003         MOVE PJX TO WS-FOUND-PROJ-SUB
021004         MOVE WS-PROJ-COUNT TO PJX
021005     END-IF.
021010 5095-EXIT.
021020     EXIT.

021240                 TO WS-PROJ-SUM-NAME(WS-PROJ-SUM-CUR-SUB)
021250         END-IF
021260         MOVE 0 TO WS-PROJ-SUM-AMOUNT(WS-PROJ-SUM-CUR-SUB)
021262         MOVE WS-IC-CO-SUB
021268             TO WS-PROJ-SUM-CO-SUB(WS-PROJ-SUM-CUR-SUB)
021270     END-IF
021276     IF WS-LINE-IS-CREDIT
021278         SUBTRACT WS-IC-AMOUNT
021280             FROM WS-PROJ-SUM-AMOUNT(WS-PROJ-SUM-CUR-SUB)
021282         SUBTRACT WS-IC-AMOUNT FROM WS-CO-PROJ-TOTAL(WS-IC-CO-SUB)
021284     ELSE
021286         ADD WS-IC-AMOUNT
021288             TO WS-PROJ-SUM-AMOUNT(WS-PROJ-SUM-CUR-SUB)
021290         ADD WS-IC-AMOUNT TO WS-CO-PROJ-TOTAL(WS-IC-CO-SUB)
021292     END-IF.
021300 5085-EXIT.
021310     EXIT.

021320 5086-LOOK-FOR-SUM-PROJECT.
021330     IF WS-PROJ-SUM-CODE(PSX) = WS-LINE-PROJ-CODE(SPX)
021331         AND WS-PROJ-SUM-CO-SUB(PSX) = WS-IC-CO-SUB
021340         MOVE PSX TO WS-PROJ-SUM-CUR-SUB
021350         MOVE WS-PROJ-SUM-COUNT TO PSX
021360     END-IF.
021710     MOVE WS-HOME-CURRENCY      TO VX-CURRENCY-CODE
021720     MOVE WS-VAT-LOOKUP-ACCOUNT TO VX-GL-ACCOUNT
021730     MOVE WS-RUN-DATE           TO VX-RUN-DATE
021732     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO VX-COMPANY-CODE
021734     IF WS-LINE-IS-CREDIT
021736         SET VX-CREDIT TO TRUE
021738     END-IF
021740     WRITE VATEXT-RECORD
021742     IF WS-LINE-IS-CREDIT
021744         SUBTRACT WS-LINE-TAX-HOME
021746             FROM WS-CO-VAT-RECLAIM(WS-CO-CUR-SUB)
021748     ELSE
021750         ADD WS-LINE-TAX-HOME TO WS-CO-VAT-RECLAIM(WS-CO-CUR-SUB)
021752     END-IF
021760     PERFORM 5060-ROLL-UP-VAT-COUNTRY THRU 5060-EXIT.
021770 5050-EXIT.
021780     EXIT.
021900         END-IF
021910         ADD 1 TO WS-VAT-CTRY-COUNT
021920         MOVE WS-VAT-CTRY-COUNT TO WS-VAT-CTRY-CUR-SUB
021922         MOVE WS-CO-CUR-SUB
021928             TO WS-VAT-CTRY-CO-SUB(WS-VAT-CTRY-CUR-SUB)
021930         MOVE WS-LINE-TAX-COUNTRY
021940             TO WS-VAT-CTRY-CODE(WS-VAT-CTRY-CUR-SUB)
021950         MOVE 0 TO WS-VAT-CTRY-AMOUNT(WS-VAT-CTRY-CUR-SUB)
021960     END-IF
021964     IF WS-LINE-IS-CREDIT
021968         SUBTRACT WS-LINE-TAX-HOME
021972             FROM WS-VAT-CTRY-AMOUNT(WS-VAT-CTRY-CUR-SUB)
021976     ELSE
021980         ADD WS-LINE-TAX-HOME
021984             TO WS-VAT-CTRY-AMOUNT(WS-VAT-CTRY-CUR-SUB)
021988     END-IF.
021990 5060-EXIT.
022000     EXIT.

022010 5070-LOOK-FOR-VAT-COUNTRY.
022020     IF WS-VAT-CTRY-CODE(VCX) = WS-LINE-TAX-COUNTRY
022021         AND WS-VAT-CTRY-CO-SUB(VCX) = WS-CO-CUR-SUB
022030         MOVE VCX TO WS-VAT-CTRY-CUR-SUB
022040         MOVE WS-VAT-CTRY-COUNT TO VCX
022050     END-IF.
022230     EXIT.

022240*
022245*    RECONCILE THE GL EXTRACT AGAINST THE REPORT'S GRAND TOTALS
022250*    ONCE THE WHOLE BATCH IS DONE.  THE EXTRACT TOTALS ARE
022255*    SUMMED BACK UP FROM THE RECORDS ACTUALLY WRITTEN TO
022260*    GLFILE, NOT CARRIED OVER FROM THE LOOP THAT WROTE THEM, SO
022265*    A BUG IN 5010 THAT WRITES A WRONG AMOUNT WOULD ACTUALLY
022270*    SHOW UP HERE.  EACH COMPANY'S ROWS, DEBITS LESS CREDITS,
022275*    MUST EQUAL THAT COMPANY'S GRAND TOTAL -- AN INTERCOMPANY
022280*    RECEIVABLE STANDS IN FOR THE SHARE IT CHARGED OUT, AND THE
022285*    OWNING COMPANY'S EXPENSE AND PAYABLE NET TO NOTHING.  THE
022290*    GRAND TOTAL IS THE CHARGES REPORTED, SO THE COMPANY'S
022295*    CREDIT LINES COME OFF IT FOR THE TIE.
022300*
022310 5500-RECONCILE-GL-EXTRACT.
022320     CLOSE GLFILE
022340     OPEN INPUT GLFILE
022350     IF WS-GLFILE-STATUS = '00'
022360         OPEN EXTEND GLACCUM
022390         CLOSE GLFILE
022400         CLOSE GLACCUM
022410     END-IF
022412     PERFORM 5505-CHECK-ONE-COMPANY-GL THRU 5505-EXIT
022414         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
022416     PERFORM 5520-RECONCILE-VAT-EXTRACT THRU 5520-EXIT
022418     PERFORM 5550-DELIVER-GL-EXTRACTS THRU 5550-EXIT.
022420 5500-EXIT.
022422     EXIT.

022424 5505-CHECK-ONE-COMPANY-GL.
022426     COMPUTE WS-CO-NET-OF-CREDITS =
022428         WS-CO-GRAND-TOTAL(COX) - WS-CO-CREDIT-TOTAL(COX)
022430     IF WS-CO-GL-TOTAL(COX) NOT = WS-CO-NET-OF-CREDITS
022432         MOVE WS-CO-GL-TOTAL(COX) TO WS-FORMATTED-VARIANCE
022434         MOVE WS-CO-NET-OF-CREDITS TO WS-SIGNED-AMOUNT
022436         PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
022438         DISPLAY 'GL RECONCILIATION BREAK -- COMPANY '
022440             WS-CO-CODE(COX) ' GL EXTRACT TOTAL '
022442             WS-FORMATTED-VARIANCE ' vs REPORT TOTAL NET OF '
022444             'CREDITS ' WS-FORMATTED-TOTAL ' ' WS-CO-CURRENCY(COX)
022460         SET RECON-ERROR-FOUND TO TRUE
022470         MOVE 'B' TO WS-CO-RECON-SW(COX)
022480     END-IF.
022490 5505-EXIT.
022500     EXIT.

022510 5510-SUM-ONE-GL-RECORD.
022520     READ GLFILE
022530         AT END SET GLFILE-EOF TO TRUE
022540         NOT AT END
022550             PERFORM 5512-POST-ONE-GL-TOTAL THRU 5512-EXIT
022570             WRITE GLACCUM-RECORD FROM GLEXT-RECORD
022580     END-READ.
022590 5510-EXIT.
022600     EXIT.

022601 5512-POST-ONE-GL-TOTAL.
022602     MOVE GX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
022603     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
022604     IF WS-CO-FOUND-SUB = 0
022605         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
022606     END-IF
022607     IF GX-CREDIT
022608         SUBTRACT GX-AMOUNT FROM WS-CO-GL-TOTAL(WS-CO-FOUND-SUB)
022609     ELSE
022610         ADD GX-AMOUNT TO WS-CO-GL-TOTAL(WS-CO-FOUND-SUB)
022611     END-IF
022612     PERFORM 5515-SUM-TAX-ROW THRU 5515-EXIT.
022613 5512-EXIT.
022614     EXIT.

022615*
022620*    A GL ROW POSTED TO A VAT RECEIVABLE ACCOUNT IS A TAX
022630*    ROW -- ITS AMOUNT JOINS THE TAX-SIDE TOTAL THE RECLAIM
022640*    EXTRACT MUST TIE TO.  A CREDIT TAX ROW COMES OFF IT.
022650*
022660 5515-SUM-TAX-ROW.
022670     PERFORM 5518-CHECK-ONE-TAX-ACCOUNT THRU 5518-EXIT

022710 5518-CHECK-ONE-TAX-ACCOUNT.
022720     IF WS-VAT-GL-ACCOUNT(VTX) = GX-GL-ACCOUNT
022722         IF GX-CREDIT
022724             SUBTRACT GX-AMOUNT
022726                 FROM WS-CO-GL-TAX-TOTAL(WS-CO-FOUND-SUB)
022728         ELSE
022730             ADD GX-AMOUNT TO WS-CO-GL-TAX-TOTAL(WS-CO-FOUND-SUB)
022732         END-IF
022740         SET VTX TO WS-VAT-COUNT
022750     END-IF.
022760 5518-EXIT.
022800*    ACTUALLY WRITTEN TO VATEXT (AS 5500 DOES FOR THE GL) AND
022810*    MUST EQUAL THE TAX ROWS IN THE RECONCILED GL EXTRACT --
022820*    A RECLAIM FILING THAT DOES NOT TIE TO THE LEDGER IS
022826*    WORSE THAN NO FILING.  EACH COMPANY FILES ITS OWN
022832*    RECLAIM, SO THE TIE IS MADE COMPANY BY COMPANY.
022840*
022850 5520-RECONCILE-VAT-EXTRACT.
022860     CLOSE VATEXT
022880     OPEN INPUT VATEXT
022890     IF WS-VATEXT-STATUS = '00'
022900         PERFORM 5530-SUM-ONE-VAT-ROW THRU 5530-EXIT
022910             UNTIL VATEXT-EOF
022920         CLOSE VATEXT
022930     END-IF
022933     PERFORM 5525-CHECK-ONE-COMPANY-VAT THRU 5525-EXIT
022936         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
022939 5520-EXIT.
022942     EXIT.

022945 5525-CHECK-ONE-COMPANY-VAT.
022948     IF WS-CO-VAT-EXT-TOTAL(COX) NOT = WS-CO-GL-TAX-TOTAL(COX)
022951         MOVE WS-CO-VAT-EXT-TOTAL(COX) TO WS-FORMATTED-VARIANCE
022954         MOVE WS-CO-GL-TAX-TOTAL(COX) TO WS-SIGNED-AMOUNT
022957         PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
022960         DISPLAY 'VAT RECONCILIATION BREAK -- COMPANY '
022963             WS-CO-CODE(COX) ' RECLAIM EXTRACT TOTAL '
022966             WS-FORMATTED-VARIANCE ' vs GL TAX ROW TOTAL '
022969             WS-FORMATTED-TOTAL ' ' WS-CO-CURRENCY(COX)
022980         SET VAT-RECON-ERROR-FOUND TO TRUE
022990     END-IF.
023000 5525-EXIT.
023010     EXIT.

023020 5530-SUM-ONE-VAT-ROW.
023030     READ VATEXT
023040         AT END SET VATEXT-EOF TO TRUE
023046         NOT AT END
023052             PERFORM 5535-POST-ONE-VAT-TOTAL THRU 5535-EXIT
023060     END-READ.
023070 5530-EXIT.
023071     EXIT.

023072 5535-POST-ONE-VAT-TOTAL.
023073     MOVE VX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
023074     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
023075     IF WS-CO-FOUND-SUB = 0
023076         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
023077     END-IF
023078     IF VX-CREDIT
023079         SUBTRACT VX-TAX-AMOUNT
023080             FROM WS-CO-VAT-EXT-TOTAL(WS-CO-FOUND-SUB)
023081     ELSE
023082         ADD VX-TAX-AMOUNT TO WS-CO-VAT-EXT-TOTAL(WS-CO-FOUND-SUB)
023083     END-IF.
023084 5535-EXIT.
023085     EXIT.

023086*
023087*    DELIVER EACH COMPANY'S ROWS OF THE RECONCILED EXTRACT TO
023088*    THE GL DESTINATION FILE ITS COMPANY MASTER RECORD NAMES.
023089*    GLFILE ITSELF STAYS THE RUN'S COMBINED EXTRACT (AND FEEDS
023090*    GLACCUM); A COMPANY WITH NO DESTINATION POSTS FROM IT BY
023091*    COMPANY CODE.  A RESTARTED RUN REDELIVERS THE WHOLE FILE,
023092*    SO EACH DESTINATION ALWAYS MATCHES IT.
023093*
023094 5550-DELIVER-GL-EXTRACTS.
023095     PERFORM 5560-DELIVER-ONE-COMPANY-GL THRU 5560-EXIT
023096         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
023097 5550-EXIT.
023098     EXIT.

023099 5560-DELIVER-ONE-COMPANY-GL.
023100     IF WS-CO-GL-DEST(COX) = SPACES
023101         GO TO 5560-EXIT
023102     END-IF
023103     MOVE WS-CO-GL-DEST(COX) TO WS-CO-GL-FILE-NAME
023104     MOVE 0 TO WS-CO-SPLIT-COUNT
023105     OPEN OUTPUT COGLFILE
023106     IF WS-COGLFILE-STATUS NOT = '00'
023107         DISPLAY 'UNABLE TO OPEN GL DESTINATION '
023108             WS-CO-GL-FILE-NAME ' FOR COMPANY ' WS-CO-CODE(COX)
023109             ' -- FILE STATUS = ' WS-COGLFILE-STATUS
023110         SET RECON-ERROR-FOUND TO TRUE
023111         MOVE 'B' TO WS-CO-RECON-SW(COX)
023112         GO TO 5560-EXIT
023113     END-IF
023114     MOVE 'N' TO WS-GLFILE-EOF-SW
023115     OPEN INPUT GLFILE
023116     IF WS-GLFILE-STATUS = '00'
023117         PERFORM 5570-COPY-ONE-GL-ROW THRU 5570-EXIT
023118             UNTIL GLFILE-EOF
023119         CLOSE GLFILE
023120     END-IF
023121     CLOSE COGLFILE
023122     DISPLAY 'GL EXTRACT FOR COMPANY ' WS-CO-CODE(COX) ' TO '
023123         WS-CO-GL-FILE-NAME ' -- ' WS-CO-SPLIT-COUNT ' ROWS'.
023124 5560-EXIT.
023125     EXIT.

023126 5570-COPY-ONE-GL-ROW.
023127     READ GLFILE
023128         AT END SET GLFILE-EOF TO TRUE
023129         NOT AT END
023130             IF GX-COMPANY-CODE = WS-CO-CODE(COX)
023131                 WRITE COGL-RECORD FROM GLEXT-RECORD
023132                 ADD 1 TO WS-CO-SPLIT-COUNT
023133             END-IF
023134     END-READ.
023135 5570-EXIT.
023136     EXIT.

023137*****************************************************
023138*  5600-BUILD-PAYMENT-EXTRACT -- ONE PAYFILE RECORD    *
023139*  PER EMPLOYEE PAYABLE THIS EXECUTION, JOINED TO THE  *
023140*  EMPFILE BANK MASTER.  EMPLOYEES MISSING FROM THE    *
023141*  MASTER GO ON THE HOLD REPORT INSTEAD.  THE EXTRACT  *
023142*  IS SUMMED BACK FROM THE RECORDS ACTUALLY WRITTEN    *
023150*  (AS 5500 DOES FOR THE GL) AND, WITH THE HELD        *
023160*  AMOUNT, MUST EQUAL THE RUN'S NET GRAND TOTAL DUE    *
023170*  EMPLOYEES BEFORE THE FILE IS RELEASED.  ON A        *
023180*  RESTARTED RUN THE DIFFERENCE IS EXACTLY THE NET     *
023190*  DUE THE EMPLOYEES COVERED BY THE CHECKPOINT, WHO    *
023200*  WERE NEVER EXTRACTED -- THAT MUST BREAK THE RUN,    *
023204*  NOT PASS SILENTLY.  EACH COMPANY PAYS FROM ITS OWN  *
023208*  BANK IN ITS OWN CURRENCY, SO THE TIE IS MADE PER    *
023212*  COMPANY AND EACH COMPANY'S PAYMENTS ARE DELIVERED   *
023216*  TO ITS OWN DESTINATION FILE.                        *
023220*****************************************************
023230 5600-BUILD-PAYMENT-EXTRACT.
023240     OPEN OUTPUT PAYFILE
023280         VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAY-COUNT
023290     CLOSE PAYFILE
023300     PERFORM 5650-SUM-PAYMENT-EXTRACT THRU 5650-EXIT
023320     DISPLAY 'PAYMENTS WRITTEN .......... ' WS-PAY-WRITTEN-COUNT
023322     DISPLAY 'PAYMENTS HELD ............. ' WS-PAY-HOLD-COUNT
023324     PERFORM 5640-CHECK-ONE-COMPANY-PAY THRU 5640-EXIT
023326         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
023328     PERFORM 5680-DELIVER-PAYMENT-EXTRACTS THRU 5680-EXIT.
023330 5600-EXIT.
023332     EXIT.

023334 5640-CHECK-ONE-COMPANY-PAY.
023336     IF WS-CO-NET-TOTAL(COX) = 0
023338         AND WS-CO-PAY-TOTAL(COX) = 0
023340         AND WS-CO-HOLD-TOTAL(COX) = 0
023342         GO TO 5640-EXIT
023344     END-IF
023346     MOVE WS-CO-PAY-TOTAL(COX) TO WS-FORMATTED-TOTAL
023348     DISPLAY 'PAYMENT EXTRACT TOTAL ..... ' WS-FORMATTED-TOTAL
023350         ' ' WS-CO-CURRENCY(COX) ' COMPANY ' WS-CO-CODE(COX)
023352     MOVE WS-CO-HOLD-TOTAL(COX) TO WS-FORMATTED-TOTAL
023370     DISPLAY 'HELD AMOUNT ............... ' WS-FORMATTED-TOTAL
023380         ' ' WS-CO-CURRENCY(COX) ' COMPANY ' WS-CO-CODE(COX)
023390     IF WS-CO-PAY-TOTAL(COX) + WS-CO-HOLD-TOTAL(COX)
023400         NOT = WS-CO-NET-TOTAL(COX)
023410         COMPUTE WS-PAY-SHORTFALL = WS-CO-NET-TOTAL(COX) -
023420             WS-CO-PAY-TOTAL(COX) - WS-CO-HOLD-TOTAL(COX)
023430         MOVE WS-PAY-SHORTFALL TO WS-FORMATTED-VARIANCE
023442         DISPLAY 'PAYMENT RECONCILIATION BREAK -- COMPANY '
023448             WS-CO-CODE(COX) ' EXTRACT PLUS HELD DIFFERS FROM '
023454             'NET DUE EMPLOYEES BY '
023460             WS-FORMATTED-VARIANCE ' ' WS-CO-CURRENCY(COX)
023470         IF RESTART-POINT-FOUND
023480             DISPLAY 'RESTARTED RUN: EMPLOYEES COVERED BY '
023490                 'THE CHECKPOINT WERE NOT EXTRACTED THIS '
023520         END-IF
023530         DISPLAY 'DO NOT RELEASE THE PAYMENT FILE'
023540         SET PAY-RECON-ERROR-FOUND TO TRUE
023544         MOVE 'B' TO WS-CO-RECON-SW(COX)
023550     END-IF.
023560 5640-EXIT.
023570     EXIT.

023580 5610-EXTRACT-ONE-PAYMENT.
023584     MOVE WS-CO-CURRENCY(WS-PAY-CO-SUB(PYX)) TO WS-HOME-CURRENCY
023590     MOVE 0 TO WS-BANK-FOUND-SUB
023600     PERFORM 5620-LOOK-FOR-BANK-RECORD THRU 5620-EXIT
023610         VARYING BKX FROM 1 BY 1 UNTIL BKX > WS-BANK-COUNT
023620     MOVE WS-PAY-NET(PYX) TO WS-FORMATTED-TOTAL
023630     IF WS-BANK-FOUND-SUB = 0
023640         ADD 1 TO WS-PAY-HOLD-COUNT
023646         ADD WS-PAY-NET(PYX)
023652             TO WS-CO-HOLD-TOTAL(WS-PAY-CO-SUB(PYX))
023660         DISPLAY 'HOLD,' WS-PAY-EMP-ID(PYX) ','
023670             FUNCTION TRIM(WS-PAY-EMP-NAME(PYX)) ','
023680             WS-FORMATTED-TOTAL ' ' WS-HOME-CURRENCY
023970     MOVE WS-BANK-ACCOUNT(WS-BANK-FOUND-SUB)
023980         TO PY-BANK-ACCOUNT
023990     MOVE WS-RUN-DATE          TO PY-RUN-DATE
023994     MOVE WS-CO-CODE(WS-PAY-CO-SUB(PYX)) TO PY-COMPANY-CODE
024000     WRITE PAYMENT-RECORD.
024010 5630-EXIT.
024020     EXIT.

024030 5650-SUM-PAYMENT-EXTRACT.
024050     OPEN INPUT PAYFILE
024060     IF WS-PAYFILE-STATUS = '00'
024070         PERFORM 5660-SUM-ONE-PAYMENT THRU 5660-EXIT
024130 5660-SUM-ONE-PAYMENT.
024140     READ PAYFILE
024150         AT END SET PAYFILE-EOF TO TRUE
024151         NOT AT END
024152             PERFORM 5665-POST-ONE-PAYMENT-TOTAL THRU 5665-EXIT
024170     END-READ.
024180 5660-EXIT.
024181     EXIT.

024182 5665-POST-ONE-PAYMENT-TOTAL.
024183     MOVE PY-COMPANY-CODE TO WS-CO-LOOKUP-CODE
024184     PERFORM 2107-FIND-COMPANY THRU 2107-EXIT
024185     IF WS-CO-FOUND-SUB = 0
024186         PERFORM 2106-ADD-UNLISTED-COMPANY THRU 2106-EXIT
024187     END-IF
024188     ADD PY-NET-AMOUNT TO WS-CO-PAY-TOTAL(WS-CO-FOUND-SUB).
024189 5665-EXIT.
024190     EXIT.

024191*
024192*    DELIVER EACH COMPANY'S PAYMENTS TO THE PAYMENT
024193*    DESTINATION FILE ITS COMPANY MASTER RECORD NAMES, FOR ITS
024194*    OWN BANK.  PAYFILE STAYS THE RUN'S COMBINED EXTRACT; A
024195*    COMPANY WITH NO DESTINATION PAYS FROM IT BY COMPANY CODE.
024196*
024197 5680-DELIVER-PAYMENT-EXTRACTS.
024198     PERFORM 5690-DELIVER-ONE-COMPANY-PAY THRU 5690-EXIT
024199         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
024200 5680-EXIT.
024201     EXIT.

024202 5690-DELIVER-ONE-COMPANY-PAY.
024203     IF WS-CO-PAY-DEST(COX) = SPACES
024204         GO TO 5690-EXIT
024205     END-IF
024206     MOVE WS-CO-PAY-DEST(COX) TO WS-CO-PAY-FILE-NAME
024207     MOVE 0 TO WS-CO-SPLIT-COUNT
024208     OPEN OUTPUT COPAYFILE
024209     IF WS-COPAYFILE-STATUS NOT = '00'
024210         DISPLAY 'UNABLE TO OPEN PAYMENT DESTINATION '
024211             WS-CO-PAY-FILE-NAME ' FOR COMPANY ' WS-CO-CODE(COX)
024212             ' -- FILE STATUS = ' WS-COPAYFILE-STATUS
024213         SET PAY-RECON-ERROR-FOUND TO TRUE
024214         MOVE 'B' TO WS-CO-RECON-SW(COX)
024215         GO TO 5690-EXIT
024216     END-IF
024217     MOVE 'N' TO WS-PAYFILE-EOF-SW
024218     OPEN INPUT PAYFILE
024219     IF WS-PAYFILE-STATUS = '00'
024220         PERFORM 5695-COPY-ONE-PAYMENT THRU 5695-EXIT
024221             UNTIL PAYFILE-EOF
024222         CLOSE PAYFILE
024223     END-IF
024224     CLOSE COPAYFILE
024225     DISPLAY 'PAYMENT EXTRACT FOR COMPANY ' WS-CO-CODE(COX)
024226         ' TO ' WS-CO-PAY-FILE-NAME ' -- ' WS-CO-SPLIT-COUNT
024227         ' PAYMENTS'.
024228 5690-EXIT.
024229     EXIT.

024230 5695-COPY-ONE-PAYMENT.
024231     READ PAYFILE
024232         AT END SET PAYFILE-EOF TO TRUE
024233         NOT AT END
024234             IF PY-COMPANY-CODE = WS-CO-CODE(COX)
024235                 WRITE COPAY-RECORD FROM PAYMENT-RECORD
024236                 ADD 1 TO WS-CO-SPLIT-COUNT
024237             END-IF
024238     END-READ.
024239 5695-EXIT.
024240     EXIT.

024241*
024242*    APPEND THE EXPENSE LINE IN HAND TO THE ROLLING EXPENSE
024243*    HISTORY SO LATER RUNS CAN FLAG RECLAIMED CHARGES.
024244*
024245 5710-WRITE-ONE-HISTORY.
024250     MOVE SPACES TO EXPHIST-RECORD
024260     MOVE EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
024270         TO HX-EMPLOYEE-ID
024300     MOVE WS-LINE-AMOUNT   TO HX-AMOUNT
024310     MOVE WS-LINE-CURRENCY TO HX-CURRENCY
024320     MOVE WS-LINE-HOME-AMOUNT TO HX-HOME-AMOUNT
024321     MOVE WS-RUN-DATE      TO HX-REPORT-DATE
024322     MOVE 'N'              TO HX-DUP-SW
024323     IF WS-LINE-IS-DUP
024324         MOVE 'Y'          TO HX-DUP-SW
024325     END-IF
024326     MOVE WS-EMP-AUTH-SW   TO HX-TRIP-AUTH-SW
024327     IF WS-LINE-IS-CREDIT
024328         MOVE 'C'          TO HX-CREDIT-SW
024329     END-IF
024330     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO HX-COMPANY-CODE
024331     MOVE WS-LINE-PROJ-SPLITS TO HX-PROJECT-SPLITS
024332     WRITE EXPHIST-RECORD.
024340 5710-EXIT.
024341     EXIT.

024342*
024343*    REGISTER THE LINE IN HAND AS AWAITING ITS RECEIPT.  THE
024344*    REGISTER IS APPENDED LIKE THE HISTORY, SO A RESTARTED
024345*    RUN ONLY ADDS THE EMPLOYEES IT ACTUALLY REPORTS.
024346*
024347 5750-WRITE-RECEIPT-PENDING.
024348     MOVE SPACES TO RECEIPT-PENDING-RECORD
024349     MOVE EH-EMPLOYEE-ID OF WS-CURRENT-HEADER
024350         TO RP-EMPLOYEE-ID
024351     MOVE EH-EMPLOYEE-NAME OF WS-CURRENT-HEADER
024352         TO RP-EMPLOYEE-NAME
024353     MOVE WS-LINE-TYPE        TO RP-TYPE
024354     MOVE EXPENSENAME         TO RP-EXPENSE-NAME
024355     MOVE WS-LINE-EXP-DATE    TO RP-EXPENSE-DATE
024356     MOVE WS-LINE-AMOUNT      TO RP-AMOUNT
024357     MOVE WS-LINE-CURRENCY    TO RP-CURRENCY-CODE
024358     MOVE WS-LINE-HOME-AMOUNT TO RP-HOME-AMOUNT
024359     MOVE WS-RUN-DATE         TO RP-REPORT-DATE
024360     MOVE 0                   TO RP-REMINDER-LEVEL
024361     MOVE 0                   TO RP-LAST-NOTICE-DATE
024362     WRITE RECEIPT-PENDING-RECORD.
024363 5750-EXIT.
024364     EXIT.

024365*****************************************************
024370*  8500-PRINT-DEPT-SUMMARY -- END-OF-BATCH ROLL-UP    *
024380*  BY DEPARTMENT: EMPLOYEES, OVER-LIMIT COUNT, THE    *
024390*  BREAKDOWN BY EXPENSE TYPE, AND BUDGET / ACTUAL /   *
024800     EXIT.

024810 8510-PRINT-ONE-DEPARTMENT.
024814     MOVE WS-CO-CURRENCY(WS-DEPT-CO-SUB(DTX)) TO WS-HOME-CURRENCY
024820     MOVE 0 TO WS-BUD-FOUND-SUB
024830     PERFORM 8520-LOOK-FOR-BUDGET THRU 8520-EXIT
024840         VARYING BDX FROM 1 BY 1 UNTIL BDX > WS-BUD-COUNT
024940     END-IF
024950     MOVE WS-DEPT-VARIANCE TO WS-FORMATTED-VARIANCE
024960     MOVE WS-DEPT-ACTUAL(DTX) TO WS-FORMATTED-ACTUAL
024961     IF WS-DEPT-ACTUAL(DTX) LESS THAN 0
024962         MOVE 0 TO WS-LEAD-SPACES
024963         INSPECT WS-FORMATTED-ACTUAL
024964             TALLYING WS-LEAD-SPACES FOR LEADING SPACES
024965         IF WS-LEAD-SPACES GREATER THAN 0
024966             MOVE '-' TO WS-FORMATTED-ACTUAL(WS-LEAD-SPACES:1)
024967         END-IF
024968     END-IF
024970     IF HTML-MODE-ON
024980         DISPLAY '<tr>'
024990         DISPLAY '<td>' WS-DEPT-NAME(DTX) '</td>'
025300     DISPLAY ' '
025310     DISPLAY '===== VAT RECLAIM SUMMARY (' WS-VAT-QUARTER
025320         ') ====='
025330     DISPLAY 'COMPANY,COUNTRY,RECLAIMABLE VAT'
025340     PERFORM 8560-PRINT-ONE-VAT-COUNTRY THRU 8560-EXIT
025350         VARYING VCX FROM 1 BY 1
025360         UNTIL VCX > WS-VAT-CTRY-COUNT.
025380     EXIT.

025390 8560-PRINT-ONE-VAT-COUNTRY.
025398     MOVE WS-VAT-CTRY-CO-SUB(VCX) TO COX
025403     MOVE WS-VAT-CTRY-AMOUNT(VCX) TO WS-SIGNED-AMOUNT
025408     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
025414     DISPLAY WS-CO-CODE(COX) ',' WS-VAT-CTRY-CODE(VCX) ','
025422         WS-FORMATTED-TOTAL ' ' WS-CO-CURRENCY(COX).
025430 8560-EXIT.
025440     EXIT.

025720     PERFORM 8580-PRINT-ONE-PROJECT THRU 8580-EXIT
025730         VARYING PSX FROM 1 BY 1
025740         UNTIL PSX > WS-PROJ-SUM-COUNT
025760     IF HTML-MODE-ON
025770         DISPLAY '</tbody>'
025780         DISPLAY '</table>'
025790     END-IF
025800     PERFORM 8590-PRINT-COMPANY-PROJ-TOTAL THRU 8590-EXIT
025810         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
025850 8570-EXIT.
025860     EXIT.

025861*
025862*    THE CHARGED-TO-PROJECTS TOTAL IS GIVEN PER OWNING
025863*    COMPANY, EACH IN ITS OWN HOME CURRENCY.
025864*
025865 8590-PRINT-COMPANY-PROJ-TOTAL.
025866     IF WS-CO-PROJ-TOTAL(COX) = 0
025867         GO TO 8590-EXIT
025868     END-IF
025869     MOVE WS-CO-PROJ-TOTAL(COX) TO WS-SIGNED-AMOUNT
025870     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
025871     IF HTML-MODE-ON
025872         DISPLAY '<p>Charged to projects: '
025873             WS-FORMATTED-TOTAL ' ' WS-CO-CURRENCY(COX) '</p>'
025874     ELSE
025875         DISPLAY 'CHARGED TO PROJECTS,' WS-FORMATTED-TOTAL
025876             ',' WS-CO-CURRENCY(COX)
025877     END-IF.
025878 8590-EXIT.
025879     EXIT.

025880 8580-PRINT-ONE-PROJECT.
025881     MOVE WS-CO-CURRENCY(WS-PROJ-SUM-CO-SUB(PSX))
025882         TO WS-HOME-CURRENCY
025883     MOVE WS-PROJ-SUM-AMOUNT(PSX) TO WS-SIGNED-AMOUNT
025884     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
025890     IF HTML-MODE-ON
025900         DISPLAY '<tr>'
025910         DISPLAY '<td>' WS-PROJ-SUM-CODE(PSX) '</td>'
026150     IF WS-DEPT-TYPE-AMT(DTX, TDX) = 0
026160         GO TO 8530-EXIT
026170     END-IF
026176     MOVE WS-DEPT-TYPE-AMT(DTX, TDX) TO WS-SIGNED-AMOUNT
026182     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
026190     IF WS-TYP-LOADED(TDX)
026200         MOVE WS-TYP-NAME(TDX) TO EXPENSENAME
026210     ELSE

026410*****************************************************
026420*  8600-WRITE-RUN-REGISTER -- APPEND THE PERMANENT    *
026425*  RUN-CONTROL RECORDS FOR THIS RUN, ONE PER COMPANY  *
026430*  THE RUN POSTED TO.  THE PARENT COMPANY'S RECORD    *
026435*  IS ALWAYS WRITTEN, FIRST, AND CARRIES THE RUN-WIDE *
026440*  READ AND CONTROL COUNTS.  WRITTEN AFTER THE RUN    *
026445*  SUMMARY SO THE FINAL RETURN CODE AND               *
026450*  RECONCILIATION RESULTS ARE KNOWN.                  *
026460*****************************************************
026470 8600-WRITE-RUN-REGISTER.
026480     OPEN EXTEND RUNREG
026481     PERFORM 8610-WRITE-ONE-REGISTER THRU 8610-EXIT
026482         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
026483     CLOSE RUNREG.
026484 8600-EXIT.
026485     EXIT.

026486 8610-WRITE-ONE-REGISTER.
026487     IF COX GREATER THAN 1
026488         AND WS-CO-REPORT-COUNT(COX) = 0
026489         AND WS-CO-IC-IN-TOTAL(COX) = 0
026490         GO TO 8610-EXIT
026491     END-IF
026492     MOVE SPACES TO RUNREG-RECORD
026500     MOVE WS-RUN-DATE        TO RR-RUN-DATE
026510     MOVE WS-RUN-PARM        TO RR-RUN-PARM
026515     IF COX = 1
026520         MOVE WS-HDR-REC-NUM     TO RR-HDR-READ-COUNT
026525         MOVE WS-EXP-REC-NUM     TO RR-EXP-READ-COUNT
026530         MOVE WS-CTL-HDR-COUNT   TO RR-CTL-HDR-COUNT
026535         MOVE WS-CTL-EXP-COUNT   TO RR-CTL-EXP-COUNT
026540         MOVE WS-CTL-HASH-TOTAL  TO RR-CTL-HASH-TOTAL
026545     ELSE
026550         MOVE 0             TO RR-HDR-READ-COUNT
026555         MOVE 0             TO RR-EXP-READ-COUNT
026560         MOVE 0             TO RR-CTL-HDR-COUNT
026565         MOVE 0             TO RR-CTL-EXP-COUNT
026570         MOVE 0             TO RR-CTL-HASH-TOTAL
026575     END-IF
026580     MOVE WS-CO-REPORT-COUNT(COX) TO RR-REPORT-COUNT
026585     MOVE WS-CO-GRAND-TOTAL(COX)  TO RR-GRAND-TOTAL
026590     MOVE WS-CO-NET-TOTAL(COX)    TO RR-NET-GRAND-TOTAL
026595     MOVE WS-CO-EXC-COUNT(COX)    TO RR-EXCEPTION-COUNT
026610     MOVE 0             TO RR-SETTLED-TOTAL
026620     MOVE 0             TO RR-RETURNED-TOTAL
026626     MOVE 0             TO RR-CHECK-OUTSTANDING
026632     IF WS-CO-RECON-BREAK(COX)
026640         MOVE 'B' TO RR-RECON-RESULT
026650     ELSE
026660         MOVE 'G' TO RR-RECON-RESULT
026710     ELSE
026720         MOVE 'C' TO RR-RESTART-IND
026730     END-IF
026742     MOVE WS-CO-CODE(COX)     TO RR-COMPANY-CODE
026746     MOVE WS-CO-CURRENCY(COX) TO RR-CURRENCY
026750     MOVE WS-CO-CREDIT-TOTAL(COX) TO RR-CREDIT-TOTAL
026754     WRITE RUNREG-RECORD.
026760 8610-EXIT.
026770     EXIT.

026780*
027960     MOVE WS-DUE-COMPANY-TOTAL TO CK-DUE-COMPANY-TOTAL
027970     MOVE WS-UNAUTH-TRIP-COUNT TO CK-UNAUTH-TRIP-COUNT
027980     MOVE WS-OVERAUTH-TRIP-COUNT TO CK-OVERAUTH-TRIP-COUNT
027981     MOVE WS-MISS-RCPT-TOTAL  TO CK-MISS-RCPT-COUNT
027982     MOVE WS-CREDIT-TOTAL     TO CK-CREDIT-TOTAL
027983     WRITE CKPT-RECORD
027984     PERFORM 7010-WRITE-COMPANY-CHECKPOINT THRU 7010-EXIT
027985         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
028000 7000-EXIT.
028001     EXIT.

028002 7010-WRITE-COMPANY-CHECKPOINT.
028003     IF WS-CO-REPORT-COUNT(COX) = 0
028004         AND WS-CO-IC-IN-TOTAL(COX) = 0
028005         GO TO 7010-EXIT
028006     END-IF
028007     MOVE SPACES TO CKPT-COMPANY-RECORD
028008     SET CC-COMPANY-TOTALS TO TRUE
028009     MOVE WS-CO-CODE(COX)         TO CC-COMPANY-CODE
028010     MOVE WS-CO-REPORT-COUNT(COX) TO CC-REPORT-COUNT
028011     MOVE WS-CO-GRAND-TOTAL(COX)  TO CC-GRAND-TOTAL
028012     MOVE WS-CO-NET-TOTAL(COX)    TO CC-NET-GRAND-TOTAL
028013     MOVE WS-CO-DUE-TOTAL(COX)    TO CC-DUE-COMPANY-TOTAL
028014     MOVE WS-CO-EXC-COUNT(COX)    TO CC-EXCEPTION-COUNT
028015     MOVE WS-CO-IC-OUT-TOTAL(COX) TO CC-IC-OUT-TOTAL
028016     MOVE WS-CO-IC-IN-TOTAL(COX)  TO CC-IC-IN-TOTAL
028017     MOVE WS-CO-CREDIT-TOTAL(COX) TO CC-CREDIT-TOTAL
028018     WRITE CKPT-COMPANY-RECORD.
028019 7010-EXIT.
028020     EXIT.

028021*****************************************************
028030*  8000-PRINT-RUN-SUMMARY -- THE BATCH CONTROL-TOTAL     *
028037*  TRAILER: REPORTS PRODUCED, THE MONEY TOTALS FOR EACH  *
028044*  COMPANY IN ITS OWN CURRENCY, AND HOW MANY LINE ITEMS  *
028051*  CAME OUT OVER LIMIT.                                  *
028060*****************************************************
028070 8000-PRINT-RUN-SUMMARY.
028080     DISPLAY ' '
028090     DISPLAY '===== EXPENSE REPORT BATCH RUN SUMMARY ====='
028100     DISPLAY 'REPORTS PRODUCED .......... ' WS-REPORT-COUNT
028120     PERFORM 8010-PRINT-ONE-COMPANY THRU 8010-EXIT
028130         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
028140     IF MIXED-CURRENCY-FOUND
028150         DISPLAY 'GRAND TOTALS INCLUDE FOREIGN-CURRENCY '
028160             'AMOUNTS CONVERTED TO EACH COMPANY''S HOME '
028170             'CURRENCY AT FXFILE RATES'
028180     END-IF
028260     DISPLAY 'OVER-LIMIT LINE ITEMS ...... ' WS-EXCEPTION-COUNT
028270     DISPLAY 'SUSPECTED DUPLICATE LINES .. ' WS-DUP-COUNT
028275     DISPLAY 'MISSING RECEIPT LINES ...... ' WS-MISS-RCPT-TOTAL
028280     DISPLAY 'TRIPS NOT AUTHORIZED ....... '
028290         WS-UNAUTH-TRIP-COUNT
028300     DISPLAY 'REPORT FILES DISTRIBUTED ... '
028330         WS-DIST-HOLD-COUNT
028340     DISPLAY 'TRIPS OVER AUTHORIZATION ... '
028350         WS-OVERAUTH-TRIP-COUNT
028355     IF COMPANY-NOT-ON-MASTER
028360         DISPLAY 'WARNING: ONE OR MORE COMPANY CODES ARE NOT ON '
028365             'THE COMPANY MASTER AND POSTED IN '
028370             WS-FX-BASE-CURRENCY ' -- ADD THEM TO COMFILE '
028375             'BEFORE POSTING'
028380         MOVE 8 TO RETURN-CODE
028385     END-IF
028390     IF FX-RATE-MISSING
028400         DISPLAY 'WARNING: ONE OR MORE CURRENCIES HAD NO FX '
028410             'RATE ON FILE AND CONVERTED AT PAR -- ADD THE '
028660 8000-EXIT.
028670     EXIT.

028671*
028672*    ONE COMPANY'S MONEY TOTALS, IN ITS HOME CURRENCY.  THE
028673*    PARENT COMPANY ALWAYS PRINTS; ANOTHER COMPANY ONLY WHEN
028674*    THE RUN REPORTED A TRIP FOR IT OR CHARGED IT A PROJECT.
028675*
028676 8010-PRINT-ONE-COMPANY.
028677     IF COX GREATER THAN 1
028678         AND WS-CO-REPORT-COUNT(COX) = 0
028679         AND WS-CO-IC-IN-TOTAL(COX) = 0
028680         GO TO 8010-EXIT
028681     END-IF
028682     DISPLAY 'COMPANY ' WS-CO-CODE(COX) ' '
028683         FUNCTION TRIM(WS-CO-NAME(COX))
028684         ' (' WS-CO-CURRENCY(COX) ')'
028685     DISPLAY '  REPORTS PRODUCED ........ '
028686         WS-CO-REPORT-COUNT(COX)
028687     MOVE WS-CO-GRAND-TOTAL(COX) TO WS-FORMATTED-TOTAL
028688     DISPLAY '  GRAND TOTAL ............. ' WS-FORMATTED-TOTAL
028689         ' ' WS-CO-CURRENCY(COX)
028690     IF WS-CO-CREDIT-TOTAL(COX) GREATER THAN 0
028691         MOVE WS-CO-CREDIT-TOTAL(COX) TO WS-FORMATTED-TOTAL
028692         DISPLAY '  CREDITS APPLIED ......... ' WS-FORMATTED-TOTAL
028693             ' ' WS-CO-CURRENCY(COX)
028694         COMPUTE WS-SIGNED-AMOUNT =
028695             WS-CO-GRAND-TOTAL(COX) - WS-CO-CREDIT-TOTAL(COX)
028696         PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
028697         DISPLAY '  TOTAL NET OF CREDITS .... ' WS-FORMATTED-TOTAL
028698             ' ' WS-CO-CURRENCY(COX)
028699     END-IF
028700     MOVE WS-CO-NET-TOTAL(COX) TO WS-FORMATTED-TOTAL
028701     DISPLAY '  NET DUE EMPLOYEES ....... ' WS-FORMATTED-TOTAL
028702         ' ' WS-CO-CURRENCY(COX)
028703     MOVE WS-CO-DUE-TOTAL(COX) TO WS-FORMATTED-TOTAL
028704     DISPLAY '  TOTAL DUE TO COMPANY .... ' WS-FORMATTED-TOTAL
028705         ' ' WS-CO-CURRENCY(COX)
028706     MOVE WS-CO-VAT-RECLAIM(COX) TO WS-SIGNED-AMOUNT
028707     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
028708     DISPLAY '  RECLAIMABLE VAT ......... ' WS-FORMATTED-TOTAL
028709         ' ' WS-CO-CURRENCY(COX)
028710     MOVE WS-CO-IC-OUT-TOTAL(COX) TO WS-FORMATTED-TOTAL
028711     DISPLAY '  INTERCOMPANY CHARGED OUT  ' WS-FORMATTED-TOTAL
028712         ' ' WS-CO-CURRENCY(COX)
028713     MOVE WS-CO-IC-IN-TOTAL(COX) TO WS-FORMATTED-TOTAL
028714     DISPLAY '  INTERCOMPANY CHARGED IN . ' WS-FORMATTED-TOTAL
028715         ' ' WS-CO-CURRENCY(COX).
028716 8010-EXIT.
028717     EXIT.

028718 9000-TERMINATE.
028719     CLOSE HDRFILE
028720     CLOSE EXPFILE
028721     CLOSE EXCFILE
028722     CLOSE GLFILE
028730     CLOSE VATEXT
028740     CLOSE HSTFILE
028745     CLOSE RCPFILE
028750     CLOSE MANFILE
028760     CLOSE CKPFILE.
028770 9000-EXIT.

029700*****************************************************
029710*  3200-PRINT-REPORT-TRAILER -- CLOSES THE DETAIL       *
029717*  TABLE AND PRINTS THE MEALS / CREDITS / TOTAL /       *
029724*  REJECTED / ADVANCE / NET LINES FOR THE EMPLOYEE      *
029731*  JUST STREAMED.  MEALS AND TOTAL ARE NET OF CREDITS.  *
029740*****************************************************
029750 3200-PRINT-REPORT-TRAILER.
029760     IF HTML-MODE-ON
029800         PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT
029810     END-IF

029814     MOVE MEALS TO WS-SIGNED-AMOUNT
029818     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
029830     MOVE 'Meals' TO WS-TRAILER-CAPTION
029840     MOVE 'MEALS' TO WS-TRAILER-TAG
029850     PERFORM 3280-EMIT-TRAILER-AMOUNT THRU 3280-EXIT

029852     IF WS-EMP-CREDIT-TOTAL GREATER THAN 0
029854         MOVE WS-EMP-CREDIT-TOTAL TO WS-FORMATTED-TOTAL
029856         MOVE 'Credits applied' TO WS-TRAILER-CAPTION
029858         MOVE 'CREDITS APPLIED' TO WS-TRAILER-TAG
029860         PERFORM 3280-EMIT-TRAILER-AMOUNT THRU 3280-EXIT
029862     END-IF

029864     MOVE TOTAL TO WS-SIGNED-AMOUNT
029866     PERFORM 3290-SIGN-FORMATTED-TOTAL THRU 3290-EXIT
029870     MOVE 'Total' TO WS-TRAILER-CAPTION
029880     MOVE 'TOTAL' TO WS-TRAILER-TAG
029890     PERFORM 3280-EMIT-TRAILER-AMOUNT THRU 3280-EXIT
030150         PERFORM 3280-EMIT-TRAILER-AMOUNT THRU 3280-EXIT
030160     END-IF

030165     PERFORM 3260-PRINT-MISSING-RECEIPTS THRU 3260-EXIT

030170     IF HTML-MODE-ON
030180         MOVE '</body>' TO WS-RPT-LINE
030190         PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT
030410     END-IF
030420     PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT.
030430 3280-EXIT.
030431     EXIT.

030432*
030433*    EDIT WS-SIGNED-AMOUNT INTO WS-FORMATTED-TOTAL WITH A MINUS
030434*    SIGN AHEAD OF THE FIRST DIGIT WHEN IT IS BELOW ZERO.
030435*
030436 3290-SIGN-FORMATTED-TOTAL.
030437     MOVE WS-SIGNED-AMOUNT TO WS-FORMATTED-TOTAL
030438     IF WS-SIGNED-AMOUNT LESS THAN 0
030439         MOVE 0 TO WS-LEAD-SPACES
030440         INSPECT WS-FORMATTED-TOTAL
030441             TALLYING WS-LEAD-SPACES FOR LEADING SPACES
030442         IF WS-LEAD-SPACES GREATER THAN 0
030443             MOVE '-' TO WS-FORMATTED-TOTAL(WS-LEAD-SPACES:1)
030444         END-IF
030445     END-IF.
030446 3290-EXIT.
030447     EXIT.

030450*
030460*    TRIP AUTHORIZATION STATUS ON THE TRAILER.  A TRIP AT OR
030890         PERFORM 5300-WRITE-AUTH-EXCEPTION THRU 5300-EXIT
030900     END-IF.
030910 3250-EXIT.
030911     EXIT.

030912*
030913*    LINES THAT STILL OWE A RECEIPT, LISTED AT THE FOOT OF
030914*    THE REPORT SO THE EMPLOYEE SEES WHAT TO SEND IN.  A TRIP
030915*    WITH NONE PRINTS NOTHING.
030916*
030917 3260-PRINT-MISSING-RECEIPTS.
030918     IF WS-EMP-MISS-RCPT-COUNT = 0
030919         GO TO 3260-EXIT
030920     END-IF
030921     PERFORM 3270-PRINT-ONE-MISSING-RECEIPT THRU 3270-EXIT
030922         VARYING MRX FROM 1 BY 1 UNTIL MRX > WS-MISS-RCPT-COUNT
030923     MOVE SPACES TO WS-RPT-LINE
030924     IF HTML-MODE-ON
030925         STRING '<p>Receipts outstanding: '
030926             WS-EMP-MISS-RCPT-COUNT
030927             ' (send within 45 days or the line is rejected)'
030928             '</p>'
030929             DELIMITED BY SIZE INTO WS-RPT-LINE
030930     ELSE
030931         STRING 'RECEIPTS OUTSTANDING,' WS-EMP-MISS-RCPT-COUNT
030932             DELIMITED BY SIZE INTO WS-RPT-LINE
030933     END-IF
030934     PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT
030935     IF WS-MISS-RCPT-UNLISTED GREATER THAN 0
030936         MOVE SPACES TO WS-RPT-LINE
030937         IF HTML-MODE-ON
030938             STRING '<p>Receipt lines not listed: '
030939                 WS-MISS-RCPT-UNLISTED '</p>'
030940                 DELIMITED BY SIZE INTO WS-RPT-LINE
030941         ELSE
030942             STRING 'RECEIPT LINES NOT LISTED,'
030943                 WS-MISS-RCPT-UNLISTED
030944                 DELIMITED BY SIZE INTO WS-RPT-LINE
030945         END-IF
030946         PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT
030947     END-IF.
030948 3260-EXIT.
030949     EXIT.

030950 3270-PRINT-ONE-MISSING-RECEIPT.
030951     MOVE WS-MISS-RCPT-AMOUNT(MRX) TO WS-FORMATTED-HOME-AMOUNT
030952     MOVE SPACES TO WS-RPT-LINE
030953     IF HTML-MODE-ON
030954         STRING '<p><strong>MISSING RECEIPT: '
030955             WS-MISS-RCPT-NAME(MRX) ' '
030956             WS-MISS-RCPT-DATE(MRX) ' '
030957             WS-FORMATTED-HOME-AMOUNT ' ' WS-HOME-CURRENCY
030958             '</strong></p>'
030959             DELIMITED BY SIZE INTO WS-RPT-LINE
030960     ELSE
030961         STRING 'MISSING RECEIPT,'
030962             FUNCTION TRIM(WS-MISS-RCPT-NAME(MRX)) ','
030963             WS-MISS-RCPT-DATE(MRX) ','
030964             WS-FORMATTED-HOME-AMOUNT ',' WS-HOME-CURRENCY
030965             DELIMITED BY SIZE INTO WS-RPT-LINE
030966     END-IF
030967     PERFORM 3900-EMIT-REPORT-LINE THRU 3900-EXIT.
030968 3270-EXIT.
030969     EXIT.

030970*****************************************************
030971*  3300-PRINT-ONE-LINE -- ONE DETAIL ROW FOR THE        *
030972*  EXPENSE LINE IN HAND, IN THE RUN'S REPORT MODE.      *
030973*  NAME, AMOUNTS AND THE OVER-LIMIT / DUPLICATE MARKER  *
030974*  WERE ALREADY SET BY 2300-PROCESS-ONE-LINE.           *
030980*****************************************************
030990 3300-PRINT-ONE-LINE.
031000     IF HTML-MODE-ON
