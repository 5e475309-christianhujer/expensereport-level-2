000220*                     WHICH IS TAXABLE BENEFIT.  THE STATEMENT
000230*                     NET TOTAL MUST TIE TO THE SUM OF THE
000240*                     YEAR'S RUNREG NET GRAND TOTALS.
000241*    10/15/2026 DK    CREDIT LINES: A CREDIT HISTORY RECORD NOW
000242*                     REDUCES ITS EMPLOYEE'S TOTAL REIMBURSED AND
000243*                     TYPE TOTAL, AND ON A PER-DIEM TYPE THE
000244*                     TAXABLE EXCESS, SO THE STATEMENT SHOWS THE
000245*                     CORRECTED FIGURE.
000246*    10/15/2026 DK    COMPANIES: A STATEMENT IS NOW KEPT PER
000247*                     EMPLOYEE AND COMPANY (HX-COMPANY-CODE, WITH
000248*                     COMFILE FOR EACH COMPANY'S HOME CURRENCY)
000249*                     AND PRINTED IN THAT CURRENCY.  THE REGISTER
000250*                     TIE IS MADE PER COMPANY AGAINST ITS OWN
000251*                     RUNREG RECORDS (RR-COMPANY-CODE), AND THE
000252*                     PAYROLL EXTRACT CARRIES THE COMPANY AND
000253*                     CURRENCY.
000254*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REJFILE-STATUS.

000492     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-COMFILE-STATUS.

000500     SELECT PAYXFIL ASSIGN TO "PAYXFIL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PAYXFIL-STATUS.
000770     DATA RECORD IS REJECT-RECORD.
000780     COPY REJREC.

000782 FD  COMFILE
000784     LABEL RECORDS ARE STANDARD
000786     DATA RECORD IS COMPANY-MASTER-RECORD.
000788     COPY COMPMAST.

000790 FD  PAYXFIL
000800     LABEL RECORDS ARE STANDARD
000810     DATA RECORD IS YEPAYX-RECORD.
001060         88  ADVFILE-EOF                   VALUE 'Y'.
001070     05  WS-REJFILE-EOF-SW       PIC X(01) VALUE 'N'.
001080         88  REJFILE-EOF                   VALUE 'Y'.
001083     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001086         88  COMFILE-EOF                   VALUE 'Y'.
001090     05  WS-TIE-ERROR-SW         PIC X(01) VALUE 'N'.
001100         88  TIE-ERROR-FOUND               VALUE 'Y'.

001150     05  WS-TYPFILE-STATUS       PIC X(02).
001160     05  WS-ADVFILE-STATUS       PIC X(02).
001170     05  WS-REJFILE-STATUS       PIC X(02).
001175     05  WS-COMFILE-STATUS       PIC X(02).
001180     05  WS-PAYXFIL-STATUS       PIC X(02).

001190*
001230 01  WS-CHECK-FILE-NAME          PIC X(08).
001240 01  WS-CHECK-STATUS             PIC X(02).
001250 01  WS-FIND-EMP-ID              PIC X(06).
001255 01  WS-FIND-CO-SUB              PIC 9(03) VALUE 0.

001260*
001270*    PER-DIEM / POLICY LIMIT TABLE, LOADED FROM LIMFILE AT
001530             88  WS-TYP-LIMIT-APPLIES      VALUE 'Y'.

001540*
001542*    COMPANY (LEGAL ENTITY) TABLE, LOADED FROM THE OPTIONAL
001544*    COMFILE.  ENTRY 1 IS ALWAYS THE PARENT COMPANY (BLANK
001546*    CODE) IN THE BASE CURRENCY FXFILE RATES ARE QUOTED TO.
001548*    EACH COMPANY'S STATEMENTS ARE TOTALLED HERE IN ITS HOME
001550*    CURRENCY AND TIED TO ITS OWN RUNREG RECORDS.
001552*
001554 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001556 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
001558 01  WS-CO-TABLE.
001560     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
001562             DEPENDING ON WS-CO-COUNT.
001564         10  WS-CO-CODE          PIC X(04).
001566         10  WS-CO-NAME          PIC X(30).
001568         10  WS-CO-CURRENCY      PIC X(03).
001570         10  WS-CO-STMT-COUNT    PIC 9(04).
001572         10  WS-CO-STMT-NET      PIC S9(12)V99.
001574         10  WS-CO-REG-NET       PIC 9(12)V99.
001576         10  WS-CO-EXCESS        PIC 9(12)V99.
001578 01  WS-CO-FOUND-SUB             PIC 9(03) VALUE 0.
001580 01  WS-CO-LOOKUP-CODE           PIC X(04).

001582*
001584*    THE STATEMENT TABLE -- ONE ENTRY PER EMPLOYEE AND COMPANY
001586*    SEEN IN THE YEAR, ACCUMULATED FROM THE HISTORY, ADVANCES
001588*    AND REJECTIONS.  AMOUNTS ARE IN THE COMPANY'S HOME
001590*    CURRENCY; HISTORY RECORDS WRITTEN BEFORE THE HOME-AMOUNT
001592*    FIELD EXISTED TOTAL AT THEIR ORIGINAL AMOUNT.
001600*
001610 01  WS-EMP-COUNT                PIC 9(04) VALUE 0.
001620 01  WS-EMP-TABLE.
001630     05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
001640             DEPENDING ON WS-EMP-COUNT.
001650         10  WS-EMP-ID           PIC X(06).
001655         10  WS-EMP-CO-SUB       PIC 9(03).
001660         10  WS-EMP-GROSS        PIC S9(10)V99.
001670         10  WS-EMP-REJECTED     PIC 9(10)V99.
001680         10  WS-EMP-ADVANCES     PIC 9(10)V99.
001690         10  WS-EMP-EXCESS       PIC 9(10)V99.
001700         10  WS-EMP-TYPE-AMT     OCCURS 9 TIMES
001710                                 PIC S9(10)V99.
001720 01  WS-EMP-CUR-SUB              PIC 9(04) VALUE 0.
001730 01  WS-LINE-HOME                PIC 9(08)V99 VALUE 0.
001740 01  WS-LINE-EXCESS              PIC 9(08)V99 VALUE 0.

001750*
001756*    YEAR CONTROL COUNTS.  THE AMOUNT TOTALS AND THE REGISTER
001762*    TIE ARE KEPT PER COMPANY IN WS-CO-TABLE.
001770*
001780 01  WS-YEAR-TOTALS.
001820     05  WS-HIST-READ-COUNT      PIC 9(07) VALUE 0.
001830     05  WS-HIST-YEAR-COUNT      PIC 9(07) VALUE 0.
001840     05  WS-EXTRACT-COUNT        PIC 9(06) VALUE 0.
001890 01  WS-FORMATTED-TOTAL          PIC Z(11)9.99.
001900 01  WS-FORMATTED-NET            PIC -Z(11)9.99.
001910 01  WS-EMP-NET                  PIC S9(12)V99 VALUE 0.
001920 01  WS-HOME-CURRENCY            PIC X(03).

001930*
001940*    SUBSCRIPTS
001960 01  EMX                         PIC 9(04) VALUE 0.
001970 01  LMX                         PIC 9(04) VALUE 0.
001980 01  TDX                         PIC 9(02) VALUE 0.
001985 01  COX                         PIC 9(03) VALUE 0.

001990 PROCEDURE DIVISION.
002000*****************************************************
002470         UNTIL TYPFILE-EOF
002480     CLOSE TYPFILE

002485     PERFORM 1400-LOAD-COMPANIES THRU 1400-EXIT

002490     OPEN INPUT RUNREG
002500     IF WS-RUNREG-STATUS NOT = '00'
002510         SET RUNREG-EOF TO TRUE
003110 1310-EXIT.
003120     EXIT.

003121*
003122*    THE COMPANY MASTER IS OPTIONAL -- WITHOUT ONE EVERY
003123*    STATEMENT BELONGS TO THE PARENT COMPANY.  ENTRY 1 IS SET UP
003124*    FOR THE PARENT FIRST; A COMFILE RECORD WITH A BLANK CODE
003125*    FILLS IT IN RATHER THAN ADDING A SECOND ENTRY.
003126*
003127 1400-LOAD-COMPANIES.
003128     MOVE 1 TO WS-CO-COUNT
003129     MOVE 1 TO WS-CO-FOUND-SUB
003130     MOVE SPACES TO WS-CO-LOOKUP-CODE
003131     PERFORM 1430-CLEAR-COMPANY THRU 1430-EXIT
003132     OPEN INPUT COMFILE
003133     IF WS-COMFILE-STATUS = '00'
003134         PERFORM 1410-LOAD-ONE-COMPANY THRU 1410-EXIT
003135             UNTIL COMFILE-EOF
003136     END-IF
003137     CLOSE COMFILE.
003138 1400-EXIT.
003139     EXIT.

003140 1410-LOAD-ONE-COMPANY.
003141     READ COMFILE
003142         AT END SET COMFILE-EOF TO TRUE
003143         NOT AT END PERFORM 1420-STORE-COMPANY THRU 1420-EXIT
003144     END-READ.
003145 1410-EXIT.
003146     EXIT.

003147 1420-STORE-COMPANY.
003148     MOVE CO-COMPANY-CODE TO WS-CO-LOOKUP-CODE
003149     PERFORM 1440-FIND-COMPANY THRU 1440-EXIT
003150     IF WS-CO-FOUND-SUB = 0
003151         PERFORM 1450-ADD-UNLISTED-COMPANY THRU 1450-EXIT
003152     END-IF
003153     MOVE CO-COMPANY-NAME TO WS-CO-NAME(WS-CO-FOUND-SUB)
003154     IF CO-HOME-CURRENCY NOT = SPACES
003155         MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
003156     END-IF.
003157 1420-EXIT.
003158     EXIT.

003159*
003160*    A NEW COMPANY ENTRY STARTS IN THE PARENT'S CURRENCY WITH
003161*    ALL ITS TOTALS ZERO.
003162*
003163 1430-CLEAR-COMPANY.
003164     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-FOUND-SUB)
003165     IF WS-CO-LOOKUP-CODE = SPACES
003166         MOVE 'PARENT COMPANY' TO WS-CO-NAME(WS-CO-FOUND-SUB)
003167     ELSE
003168         MOVE 'NOT ON COMPANY MASTER'
003169             TO WS-CO-NAME(WS-CO-FOUND-SUB)
003170     END-IF
003171     MOVE WS-FX-BASE-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
003172     MOVE 0 TO WS-CO-STMT-COUNT(WS-CO-FOUND-SUB)
003173     MOVE 0 TO WS-CO-STMT-NET(WS-CO-FOUND-SUB)
003174     MOVE 0 TO WS-CO-REG-NET(WS-CO-FOUND-SUB)
003175     MOVE 0 TO WS-CO-EXCESS(WS-CO-FOUND-SUB).
003176 1430-EXIT.
003177     EXIT.

003178 1440-FIND-COMPANY.
003179     MOVE 0 TO WS-CO-FOUND-SUB
003180     PERFORM 1445-CHECK-ONE-COMPANY THRU 1445-EXIT
003181         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
003182 1440-EXIT.
003183     EXIT.

003184 1445-CHECK-ONE-COMPANY.
003185     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
003186         MOVE COX TO WS-CO-FOUND-SUB
003187         MOVE WS-CO-COUNT TO COX
003188     END-IF.
003189 1445-EXIT.
003190     EXIT.

003191*
003192*    A COMPANY CODE NOT ON COMFILE IS ADDED IN THE PARENT'S
003193*    CURRENCY AND GETS ITS OWN STATEMENTS AND REGISTER TIE.
003194*
003195 1450-ADD-UNLISTED-COMPANY.
003196     IF WS-CO-COUNT = 50
003197         DISPLAY 'MORE THAN 50 COMPANIES IN USE -- '
003198             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
003199         MOVE 16 TO RETURN-CODE
003200         GOBACK
003201     END-IF
003202     ADD 1 TO WS-CO-COUNT
003203     MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
003204     PERFORM 1430-CLEAR-COMPANY THRU 1430-EXIT.
003205 1450-EXIT.
003206     EXIT.

003207*
003208*    SET WS-FIND-CO-SUB TO THE ENTRY FOR THE COMPANY CODE IN
003209*    WS-CO-LOOKUP-CODE, ADDING THE COMPANY IF IT IS NEW.
003210*
003211 1460-SET-COMPANY.
003212     PERFORM 1440-FIND-COMPANY THRU 1440-EXIT
003213     IF WS-CO-FOUND-SUB = 0
003214         PERFORM 1450-ADD-UNLISTED-COMPANY THRU 1450-EXIT
003215     END-IF
003216     MOVE WS-CO-FOUND-SUB TO WS-FIND-CO-SUB.
003217 1460-EXIT.
003218     EXIT.

003219*****************************************************
003220*  2000-ACCUMULATE-ONE-HISTORY -- FOLD ONE HISTORY     *
003221*  RECORD BELONGING TO THE STATEMENT YEAR INTO THE     *
003222*  ENTRY FOR ITS EMPLOYEE AND COMPANY: GROSS, THE      *
003223*  TYPE BREAKDOWN, AND THE TAXABLE EXCESS OVER THE     *
003224*  PER-DIEM LIMIT IN EFFECT ON THE EXPENSE DATE.       *
003225*****************************************************
003226 2000-ACCUMULATE-ONE-HISTORY.
003227     ADD 1 TO WS-HIST-READ-COUNT
003228     IF HX-EXPENSE-DATE NOT NUMERIC
003230         OR HX-EXPENSE-DATE(1:4) NOT = WS-YEAR
003240         GO TO 2000-NEXT
003250     END-IF
003300         MOVE HX-AMOUNT TO WS-LINE-HOME
003310     END-IF
003320     MOVE HX-EMPLOYEE-ID TO WS-FIND-EMP-ID
003323     MOVE HX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
003326     PERFORM 1460-SET-COMPANY THRU 1460-EXIT
003330     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
003332     IF HX-CREDIT-LINE
003334         PERFORM 2050-TAKE-CREDIT-LINE THRU 2050-EXIT
003336         GO TO 2000-NEXT
003338     END-IF
003340     ADD WS-LINE-HOME TO WS-EMP-GROSS(WS-EMP-CUR-SUB)
003350     IF HX-TYPE NUMERIC AND HX-TYPE GREATER THAN 0
003360         ADD WS-LINE-HOME
003440 2000-EXIT.
003450     EXIT.

003451*
003452*    A CREDIT, REFUND OR CORRECTION LINE TAKES ITS AMOUNT BACK
003453*    OFF THE EMPLOYEE'S GROSS AND TYPE TOTALS.  ON A PER-DIEM
003454*    TYPE IT ALSO COMES OFF THE TAXABLE EXCESS, BUT NEVER BY
003455*    MORE THAN THE EXCESS ALREADY ACCUMULATED.
003456*
003457 2050-TAKE-CREDIT-LINE.
003458     SUBTRACT WS-LINE-HOME FROM WS-EMP-GROSS(WS-EMP-CUR-SUB)
003459     IF HX-TYPE NOT NUMERIC OR HX-TYPE = 0
003460         GO TO 2050-EXIT
003461     END-IF
003462     SUBTRACT WS-LINE-HOME
003463         FROM WS-EMP-TYPE-AMT(WS-EMP-CUR-SUB, HX-TYPE)
003464     IF NOT WS-TYP-LIMIT-APPLIES(HX-TYPE)
003465         GO TO 2050-EXIT
003466     END-IF
003467     MOVE WS-LINE-HOME TO WS-LINE-EXCESS
003468     IF WS-LINE-EXCESS GREATER THAN WS-EMP-EXCESS(WS-EMP-CUR-SUB)
003469         MOVE WS-EMP-EXCESS(WS-EMP-CUR-SUB) TO WS-LINE-EXCESS
003470     END-IF
003471     SUBTRACT WS-LINE-EXCESS FROM WS-EMP-EXCESS(WS-EMP-CUR-SUB)
003472     SUBTRACT WS-LINE-EXCESS FROM WS-CO-EXCESS(WS-FIND-CO-SUB).
003473 2050-EXIT.
003474     EXIT.

003475*
003476*    FIND (OR CREATE) THE STATEMENT ENTRY FOR THE EMPLOYEE
003480*    WHOSE ID IS IN WS-FIND-EMP-ID AND THE COMPANY ENTRY IN
003484*    WS-FIND-CO-SUB.
003490*
003500 2100-FIND-EMPLOYEE.
003510     MOVE 0 TO WS-EMP-CUR-SUB
003630     ADD 1 TO WS-EMP-COUNT
003640     MOVE WS-EMP-COUNT TO WS-EMP-CUR-SUB
003650     MOVE WS-FIND-EMP-ID TO WS-EMP-ID(WS-EMP-CUR-SUB)
003653     MOVE WS-FIND-CO-SUB TO WS-EMP-CO-SUB(WS-EMP-CUR-SUB)
003656     ADD 1 TO WS-CO-STMT-COUNT(WS-FIND-CO-SUB)
003660     MOVE 0 TO WS-EMP-GROSS(WS-EMP-CUR-SUB)
003670     MOVE 0 TO WS-EMP-REJECTED(WS-EMP-CUR-SUB)
003680     MOVE 0 TO WS-EMP-ADVANCES(WS-EMP-CUR-SUB)

003740 2110-CHECK-ONE-EMPLOYEE.
003750     IF WS-EMP-ID(EMX) = WS-FIND-EMP-ID
003755         AND WS-EMP-CO-SUB(EMX) = WS-FIND-CO-SUB
003760         MOVE EMX TO WS-EMP-CUR-SUB
003770         MOVE WS-EMP-COUNT TO EMX
003780     END-IF.
004010             WS-LINE-HOME - WS-LOOKUP-LIMIT
004020         ADD WS-LINE-EXCESS
004030             TO WS-EMP-EXCESS(WS-EMP-CUR-SUB)
004040         ADD WS-LINE-EXCESS TO WS-CO-EXCESS(WS-FIND-CO-SUB)
004050     END-IF.
004060 2200-EXIT.
004070     EXIT.
004190*****************************************************
004200*  2500-APPLY-ADVANCES -- NET THE YEAR'S ADVANCES      *
004210*  INTO EACH EMPLOYEE'S STATEMENT.  ADVANCES ARE       *
004215*  CARRIED AT FACE VALUE ON THE EMPLOYEE'S STATEMENT   *
004220*  FOR THE COMPANY WHOSE HOME CURRENCY THE ADVANCE IS  *
004225*  IN (THE PARENT'S IF THEY HAVE NO SUCH STATEMENT);   *
004230*  AN ADVANCE IN ANY OTHER CURRENCY IS COUNTED AND     *
004235*  REPORTED FOR MANUAL HANDLING RATHER THAN GUESSED    *
004240*  AT.                                                 *
004250*****************************************************
004260 2500-APPLY-ADVANCES.
004270     OPEN INPUT ADVFILE
004440         OR AV-ISSUE-DATE(1:4) NOT = WS-YEAR
004450         GO TO 2520-EXIT
004460     END-IF
004465     MOVE AV-EMPLOYEE-ID TO WS-FIND-EMP-ID
004470     PERFORM 2530-FIND-ADVANCE-COMPANY THRU 2530-EXIT
004475     IF WS-FIND-CO-SUB = 0
004480         ADD 1 TO WS-FOREIGN-ADV-COUNT
004490         DISPLAY 'FOREIGN-CURRENCY ADVANCE FOR '
004500             AV-EMPLOYEE-ID ' (' AV-CURRENCY
004520             'MANUALLY'
004530         GO TO 2520-EXIT
004540     END-IF
004560     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
004570     ADD AV-AMOUNT TO WS-EMP-ADVANCES(WS-EMP-CUR-SUB).
004580 2520-EXIT.
004590     EXIT.

004591 2530-FIND-ADVANCE-COMPANY.
004592     MOVE 0 TO WS-FIND-CO-SUB
004593     PERFORM 2540-CHECK-ONE-ADVANCE-CO THRU 2540-EXIT
004594         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
004595     IF WS-FIND-CO-SUB = 0
004596         AND AV-CURRENCY = WS-CO-CURRENCY(1)
004597         MOVE 1 TO WS-FIND-CO-SUB
004598     END-IF.
004599 2530-EXIT.
004600     EXIT.

004601 2540-CHECK-ONE-ADVANCE-CO.
004602     IF WS-EMP-ID(EMX) = WS-FIND-EMP-ID
004603         AND WS-CO-CURRENCY(WS-EMP-CO-SUB(EMX)) = AV-CURRENCY
004604         MOVE WS-EMP-CO-SUB(EMX) TO WS-FIND-CO-SUB
004605         MOVE WS-EMP-COUNT TO EMX
004606     END-IF.
004607 2540-EXIT.
004608     EXIT.

004609*****************************************************
004610*  2700-APPLY-REJECTIONS -- THE YEAR'S REJECTED        *
004620*  EXCEPTIONS COME OFF EACH EMPLOYEE'S STATEMENT.      *
004622*  A REJECTION CARRIES NO COMPANY, SO IT COMES OFF     *
004624*  THE EMPLOYEE'S LATEST COMPANY STATEMENT (THE LAST   *
004626*  ONE ADDED FOR THEM), OR THE PARENT'S IF THEY HAVE   *
004628*  NONE.                                               *
004630*****************************************************
004640 2700-APPLY-REJECTIONS.
004650     OPEN INPUT REJFILE
004830         GO TO 2720-EXIT
004840     END-IF
004850     MOVE RJ-EMPLOYEE-ID TO WS-FIND-EMP-ID
004852     MOVE 1 TO WS-FIND-CO-SUB
004854     PERFORM 2730-CHECK-ONE-REJECT-CO THRU 2730-EXIT
004856         VARYING EMX FROM 1 BY 1 UNTIL EMX > WS-EMP-COUNT
004860     PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT
004870     ADD RJ-AMOUNT TO WS-EMP-REJECTED(WS-EMP-CUR-SUB).
004880 2720-EXIT.
004890     EXIT.

004891 2730-CHECK-ONE-REJECT-CO.
004892     IF WS-EMP-ID(EMX) = WS-FIND-EMP-ID
004893         MOVE WS-EMP-CO-SUB(EMX) TO WS-FIND-CO-SUB
004894     END-IF.
004895 2730-EXIT.
004896     EXIT.

004900*****************************************************
004910*  3000-SUM-ONE-REGISTER -- THE YEAR'S NET GRAND       *
004920*  TOTALS FROM THE RUN REGISTER, THE FIGURE THE        *
004923*  STATEMENTS MUST TIE TO, PER COMPANY.  EACH RECORD   *
004926*  CARRIES ONE COMPANY'S OWN TOTALS IN ITS HOME        *
004929*  CURRENCY; THE BLANK-CODED RECORD IS THE PARENT'S.   *
004932*  A COMPANY NOT ON COMFILE TAKES THE REGISTER'S       *
004935*  CURRENCY.                                           *
004940*****************************************************
004950 3000-SUM-ONE-REGISTER.
004960     IF RR-RUN-DATE NOT NUMERIC
004970         OR RR-RUN-DATE(1:4) NOT = WS-YEAR
004980         GO TO 3000-NEXT
004990     END-IF
004991     MOVE RR-COMPANY-CODE TO WS-CO-LOOKUP-CODE
004992     PERFORM 1460-SET-COMPANY THRU 1460-EXIT
004993     IF WS-CO-NAME(WS-FIND-CO-SUB) = 'NOT ON COMPANY MASTER'
004994         AND RR-CURRENCY NOT = SPACES
004995         MOVE RR-CURRENCY TO WS-CO-CURRENCY(WS-FIND-CO-SUB)
004996     END-IF
004997     ADD RR-NET-GRAND-TOTAL TO WS-CO-REG-NET(WS-FIND-CO-SUB).
004998 3000-NEXT.
005000     PERFORM 6200-READ-RUNREG THRU 6200-EXIT.
005010 3000-EXIT.
005020     EXIT.
005140     EXIT.

005150 4100-PRINT-ONE-STATEMENT.
005155     MOVE WS-CO-CURRENCY(WS-EMP-CO-SUB(EMX)) TO WS-HOME-CURRENCY
005160     DISPLAY ' '
005170     DISPLAY 'EMPLOYEE,' WS-EMP-ID(EMX) ',' WS-YEAR
005172     IF WS-EMP-CO-SUB(EMX) GREATER THAN 1
005174         DISPLAY 'COMPANY,' WS-CO-CODE(WS-EMP-CO-SUB(EMX))
005176     END-IF
005180     MOVE WS-EMP-GROSS(EMX) TO WS-FORMATTED-NET
005190     DISPLAY 'TOTAL REIMBURSED,' WS-FORMATTED-NET
005200         ',' WS-HOME-CURRENCY
005210     PERFORM 4200-PRINT-ONE-TYPE THRU 4200-EXIT
005220         VARYING TDX FROM 1 BY 1 UNTIL TDX > 9
005320     END-IF
005330     COMPUTE WS-EMP-NET = WS-EMP-GROSS(EMX)
005340         - WS-EMP-REJECTED(EMX) - WS-EMP-ADVANCES(EMX)
005350     ADD WS-EMP-NET TO WS-CO-STMT-NET(WS-EMP-CO-SUB(EMX))
005360     MOVE WS-EMP-NET TO WS-FORMATTED-NET
005370     DISPLAY 'NET FOR YEAR,' WS-FORMATTED-NET
005380         ',' WS-HOME-CURRENCY
005480     IF WS-EMP-TYPE-AMT(EMX, TDX) = 0
005490         GO TO 4200-EXIT
005500     END-IF
005510     MOVE WS-EMP-TYPE-AMT(EMX, TDX) TO WS-FORMATTED-NET
005520     IF WS-TYP-LOADED(TDX)
005530         DISPLAY 'TYPE,' FUNCTION TRIM(WS-TYP-NAME(TDX))
005540             ',' WS-FORMATTED-NET
005550     ELSE
005560         DISPLAY 'TYPE,Unknown,' WS-FORMATTED-NET
005570     END-IF.
005580 4200-EXIT.
005590     EXIT.
005630     MOVE WS-EMP-ID(EMX)     TO YX-EMPLOYEE-ID
005640     MOVE WS-YEAR            TO YX-YEAR
005650     MOVE WS-EMP-EXCESS(EMX) TO YX-TAXABLE-EXCESS
005653     MOVE WS-CO-CODE(WS-EMP-CO-SUB(EMX)) TO YX-COMPANY-CODE
005656     MOVE WS-HOME-CURRENCY   TO YX-CURRENCY
005660     WRITE YEPAYX-RECORD.
005670 4300-EXIT.
005680     EXIT.

005840*****************************************************
005850*  8000-PRINT-RUN-SUMMARY -- YEAR CONTROL TOTALS AND   *
005856*  THE REGISTER TIE, BOTH PER COMPANY IN ITS HOME      *
005862*  CURRENCY.  A COMPANY WHOSE STATEMENTS DO NOT TIE    *
005868*  TO ITS OWN RUNREG NET GRAND TOTALS FOR THE YEAR     *
005874*  RETURNS 8 SO PAYROLL DOES NOT FILE FROM A BROKEN    *
005880*  YEAR.                                               *
005890*****************************************************
005900 8000-PRINT-RUN-SUMMARY.
005910     DISPLAY ' '
005930     DISPLAY 'HISTORY RECORDS READ ...... ' WS-HIST-READ-COUNT
005940     DISPLAY 'RECORDS IN ' WS-YEAR ' ........... '
005950         WS-HIST-YEAR-COUNT
005960     DISPLAY 'STATEMENTS PRINTED ........ ' WS-EMP-COUNT
006060     DISPLAY 'PAYROLL EXTRACT RECORDS ... ' WS-EXTRACT-COUNT
006070     DISPLAY 'FOREIGN ADVANCES EXCLUDED . '
006080         WS-FOREIGN-ADV-COUNT
006081     PERFORM 8100-TIE-ONE-COMPANY THRU 8100-EXIT
006082         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
006083     IF TIE-ERROR-FOUND
006084         MOVE 8 TO RETURN-CODE
006085     END-IF.
006086 8000-EXIT.
006087     EXIT.

006088*
006089*    ONE COMPANY'S TOTALS AND TIE.  THE PARENT IS ALWAYS
006090*    SHOWN; ANOTHER COMPANY ONLY WHEN IT HAD STATEMENTS OR
006091*    REGISTER TOTALS IN THE YEAR.
006092*
006093 8100-TIE-ONE-COMPANY.
006094     IF COX GREATER THAN 1
006095         AND WS-CO-STMT-COUNT(COX) = 0
006096         AND WS-CO-REG-NET(COX) = 0
006097         GO TO 8100-EXIT
006098     END-IF
006099     MOVE WS-CO-CURRENCY(COX) TO WS-HOME-CURRENCY
006100     DISPLAY ' '
006101     IF COX = 1
006102         DISPLAY 'COMPANY ................... PARENT'
006103     ELSE
006104         DISPLAY 'COMPANY ................... ' WS-CO-CODE(COX)
006105     END-IF
006106     DISPLAY 'STATEMENTS ................ ' WS-CO-STMT-COUNT(COX)
006107     MOVE WS-CO-STMT-NET(COX) TO WS-FORMATTED-NET
006108     DISPLAY 'STATEMENT NET TOTAL ....... ' WS-FORMATTED-NET
006109         ' ' WS-HOME-CURRENCY
006110     MOVE WS-CO-REG-NET(COX) TO WS-FORMATTED-TOTAL
006111     DISPLAY 'REGISTER NET TOTAL ........ ' WS-FORMATTED-TOTAL
006112         ' ' WS-HOME-CURRENCY
006113     MOVE WS-CO-EXCESS(COX) TO WS-FORMATTED-TOTAL
006114     DISPLAY 'TAXABLE EXCESS TOTAL ...... ' WS-FORMATTED-TOTAL
006115         ' ' WS-HOME-CURRENCY
006116     IF WS-CO-STMT-NET(COX) = WS-CO-REG-NET(COX)
006117         DISPLAY 'STATEMENTS TIE TO THE RUN REGISTER'
006118     ELSE
006120         DISPLAY 'WARNING: STATEMENTS DO NOT TIE TO THE '
006130             'YEAR''S RUN REGISTER NET TOTALS -- '
006140             'INVESTIGATE BEFORE PAYROLL FILES'
006150         SET TIE-ERROR-FOUND TO TRUE
006170     END-IF.
006180 8100-EXIT.
006190     EXIT.

006200 9000-TERMINATE.
