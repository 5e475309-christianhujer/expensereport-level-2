000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-AUDIT-RECOVERY.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  SECOND STEP OF THE
000130*                     POST-PAYMENT AUDIT.  READS THE AUDITORS'
000140*                     KEYED FINDINGS (AUDFIND -- THE AUDWORK
000150*                     WORKLIST FROM EXPENSE-AUDIT-SELECT WITH
000160*                     ALLOWED, DISALLOWED AND REASON FILLED
000170*                     IN), CHECKS EACH FINDING TIES TO THE
000180*                     AMOUNT ORIGINALLY REIMBURSED, AND FOR
000190*                     EVERY DISALLOWED AMOUNT WRITES A CREDIT
000200*                     TO AUDGL, IN GLEXT FORMAT, REVERSING THE
000210*                     EXPENSE TYPE'S GL ACCOUNT AND COST
000220*                     CENTER FROM THE TYPE MASTER, AND ADDS IT
000230*                     TO THE EMPLOYEE'S DUE-TO-COMPANY BALANCE
000240*                     ON DUEFILE.  RUN ONCE PER FINDINGS FILE
000250*                     -- A SECOND RUN WOULD RECOVER TWICE.
000251*    10/15/2026 DK    MULTI-COMPANY: EACH FINDING IS RECOVERED
000252*                     ON THE LEDGER OF ITS LINE'S COMPANY
000253*                     (COMFILE), IN THAT COMPANY'S HOME
000254*                     CURRENCY, AND DUEFILE IS LABELLED WITH
000255*                     THE COMPANY AND CURRENCY.  A LINE CHARGED
000256*                     TO PROJECTS IS CREDITED BACK TO EACH
000257*                     PROJECT'S COST CENTER (PRJFILE), AND A
000258*                     SHARE ANOTHER COMPANY OWNS REVERSES ITS
000259*                     INTERCOMPANY ROWS.  THE RECOVERY TIES TO
000260*                     AUDGL PER COMPANY.
000261*    10/15/2026 DK    DUEFILE IS NOW KEPT PER EMPLOYEE AND
000262*                     COMPANY, SO A RECOVERY IN ONE COMPANY'S
000263*                     CURRENCY IS NEVER ADDED TO A BALANCE HELD
000264*                     IN ANOTHER'S.
000265*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT AUDFIND ASSIGN TO "AUDFIND"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-AUDFIND-STATUS.

000360     SELECT TYPFILE ASSIGN TO "TYPFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TYPFILE-STATUS.

000381     SELECT PRJFILE ASSIGN TO "PRJFILE"
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS WS-PRJFILE-STATUS.

000384     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-COMFILE-STATUS.

000387     SELECT OPTIONAL FXFILE ASSIGN TO "FXFILE"
000388         ORGANIZATION IS LINE SEQUENTIAL
000389         FILE STATUS IS WS-FXFILE-STATUS.

000390     SELECT OPTIONAL DUEFILE ASSIGN TO "DUEFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DUEFILE-STATUS.

000420     SELECT AUDGL ASSIGN TO "AUDGL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDGL-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDFIND
000480     LABEL RECORDS ARE STANDARD
000490     DATA RECORD IS AUDIT-ITEM-RECORD.
000500     COPY AUDITEM.

000510 FD  TYPFILE
000520     LABEL RECORDS ARE STANDARD
000530     DATA RECORD IS EXPTYPE-RECORD.
000540     COPY EXPTYPE.

000541 FD  PRJFILE
000542     LABEL RECORDS ARE STANDARD
000543     DATA RECORD IS PROJMAST-RECORD.
000544     COPY PROJMAST.

000545 FD  COMFILE
000546     LABEL RECORDS ARE STANDARD
000547     DATA RECORD IS COMPANY-MASTER-RECORD.
000548     COPY COMPMAST.

000549 FD  FXFILE
000550     LABEL RECORDS ARE STANDARD
000551     DATA RECORD IS FXRATE-RECORD.
000552     COPY FXRATE.

000553 FD  DUEFILE
000560     LABEL RECORDS ARE STANDARD
000570     DATA RECORD IS DUE-COMPANY-RECORD.
000580     COPY DUEREC.

000590 FD  AUDGL
000600     LABEL RECORDS ARE STANDARD
000610     DATA RECORD IS GLEXT-RECORD.
000620     COPY GLEXTREC.

000630 WORKING-STORAGE SECTION.
000640 01  WS-RUN-DATE                 PIC 9(08).

000641*
000642*    WS-HOME-CURRENCY HOLDS THE HOME CURRENCY OF THE COMPANY
000643*    IN HAND.  FXFILE QUOTES EVERY RATE TO THE PARENT'S
000644*    CURRENCY, WS-FX-BASE-CURRENCY.
000645*
000650 01  WS-HOME-CURRENCY            PIC X(03) VALUE 'USD'.
000655 01  WS-FX-BASE-CURRENCY         PIC X(03) VALUE 'USD'.

000660*
000670*    END-OF-FILE AND CONDITION SWITCHES
000680*
000690 01  WS-SWITCHES.
000700     05  WS-AUDFIND-EOF-SW       PIC X(01) VALUE 'N'.
000710         88  AUDFIND-EOF                   VALUE 'Y'.
000720     05  WS-TYPFILE-EOF-SW       PIC X(01) VALUE 'N'.
000730         88  TYPFILE-EOF                   VALUE 'Y'.
000731     05  WS-PRJFILE-EOF-SW       PIC X(01) VALUE 'N'.
000732         88  PRJFILE-EOF                   VALUE 'Y'.
000733     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
000734         88  COMFILE-EOF                   VALUE 'Y'.
000735     05  WS-FXFILE-EOF-SW        PIC X(01) VALUE 'N'.
000736         88  FXFILE-EOF                    VALUE 'Y'.
000740     05  WS-DUEFILE-EOF-SW       PIC X(01) VALUE 'N'.
000750         88  DUEFILE-EOF                   VALUE 'Y'.
000753     05  WS-TIE-SW               PIC X(01) VALUE 'Y'.
000756         88  WS-ALL-COMPANIES-TIE          VALUE 'Y'.

000760 01  WS-FILE-STATUSES.
000770     05  WS-AUDFIND-STATUS       PIC X(02).
000780     05  WS-TYPFILE-STATUS       PIC X(02).
000782     05  WS-PRJFILE-STATUS       PIC X(02).
000784     05  WS-COMFILE-STATUS       PIC X(02).
000786     05  WS-FXFILE-STATUS        PIC X(02).
000790     05  WS-DUEFILE-STATUS       PIC X(02).
000800     05  WS-AUDGL-STATUS         PIC X(02).

000810*
000820*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
000830*    FILE-OPEN CHECK PERFORMED FOR EACH DRIVING FILE.
000840*
000850 01  WS-CHECK-FILE-NAME          PIC X(08).
000860 01  WS-CHECK-STATUS             PIC X(02).

000870*
000880*    EXPENSE TYPE GL MAPPING, SUBSCRIPTED BY TYPE CODE.
000890*
000900 01  WS-TYPE-TABLE.
000910     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
000920         10  WS-TYP-LOADED-SW    PIC X(01) VALUE 'N'.
000930             88  WS-TYP-LOADED             VALUE 'Y'.
000940         10  WS-TYP-GL-ACCOUNT   PIC X(10).
000950         10  WS-TYP-CC           PIC X(06).

000960*
000961*    PROJECT MASTER, FOR THE COST CENTER AND OWNING COMPANY
000962*    OF EACH PROJECT A RECOVERED LINE WAS CHARGED TO.
000963*
000964 01  WS-PROJ-COUNT               PIC 9(04) VALUE 0.
000965 01  WS-PROJ-TABLE.
000966     05  WS-PROJ-ENTRY OCCURS 1 TO 500 TIMES
000967             DEPENDING ON WS-PROJ-COUNT.
000968         10  WS-PROJ-CODE        PIC X(08).
000969         10  WS-PROJ-CC          PIC X(06).
000970         10  WS-PROJ-COMPANY     PIC X(04).
000971 01  WS-FOUND-PROJ-SUB           PIC 9(04) VALUE 0.

000972*
000973*    COMPANY (LEGAL ENTITY) TABLE, LOADED FROM THE OPTIONAL
000974*    COMFILE.  ENTRY 1 IS ALWAYS THE PARENT COMPANY (BLANK
000975*    CODE) IN THE FXFILE BASE CURRENCY.  EACH COMPANY'S
000976*    RECOVERIES AND ITS NET AUDGL CREDIT ARE TOTALLED HERE IN
000977*    ITS HOME CURRENCY, SO EACH LEDGER TIES ON ITS OWN.
000978*
000979 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
000980 01  WS-CO-TABLE.
000981     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
000982             DEPENDING ON WS-CO-COUNT.
000983         10  WS-CO-CODE          PIC X(04).
000984         10  WS-CO-NAME          PIC X(30).
000985         10  WS-CO-CURRENCY      PIC X(03).
000986         10  WS-CO-IC-RECV       PIC X(10).
000987         10  WS-CO-IC-PAY        PIC X(10).
000988         10  WS-CO-RECOVERED-COUNT PIC 9(06).
000989         10  WS-CO-RECOVERED-TOTAL PIC 9(10)V99.
000990         10  WS-CO-GL-CREDIT     PIC S9(10)V99.
000991 01  WS-CO-CUR-SUB               PIC 9(03) VALUE 1.
000992 01  WS-CO-FOUND-SUB             PIC 9(03) VALUE 0.
000993 01  WS-CO-LOOKUP-CODE           PIC X(04).
000994 01  WS-IC-CO-SUB                PIC 9(03) VALUE 0.
000995 01  WS-CO-RATE-TO-BASE          PIC 9(03)V9(06) VALUE 1.

000996*
000997*    FX RATES TO THE BASE CURRENCY, EFFECTIVE-DATED, FOR AN
000998*    INTERCOMPANY SHARE OWNED BY A COMPANY IN ANOTHER
000999*    CURRENCY.
001000*
001001 01  WS-FX-COUNT                 PIC 9(04) VALUE 0.
001002 01  WS-FX-TABLE.
001003     05  WS-FX-RATES OCCURS 1 TO 200 TIMES
001004             DEPENDING ON WS-FX-COUNT.
001005         10  WS-FX-CURRENCY      PIC X(03).
001006         10  WS-FX-EFF-DATE      PIC 9(08).
001007         10  WS-FX-RATE          PIC 9(03)V9(06).
001008 01  WS-FX-LOOKUP-CURRENCY       PIC X(03).
001009 01  WS-FX-LOOKUP-RATE           PIC 9(03)V9(06).
001010 01  WS-FX-LOOKUP-EFF-DATE       PIC 9(08).

001011*
001012*    DUE-TO-COMPANY BALANCES, LOADED WHOLE FROM DUEFILE AND
001013*    REWRITTEN AT END OF RUN.  WS-DUE-RAISED IS WHAT THIS RUN
001014*    ADDED, FOR THE BALANCE LISTING.  ONE ENTRY PER EMPLOYEE
001015*    AND COMPANY, HELD IN THAT COMPANY'S HOME CURRENCY.
001016*
001017 01  WS-DUE-COUNT                PIC 9(05) VALUE 0.
001020 01  WS-DUE-TABLE.
001030     05  WS-DUE-ENTRY OCCURS 1 TO 20000 TIMES
001040             DEPENDING ON WS-DUE-COUNT.
001050         10  WS-DUE-EMP-ID       PIC X(06).
001060         10  WS-DUE-BALANCE      PIC 9(08)V99.
001070         10  WS-DUE-LAST-DATE    PIC 9(08).
001080         10  WS-DUE-LAST-SOURCE  PIC X(08).
001090         10  WS-DUE-RAISED       PIC 9(08)V99.
001093         10  WS-DUE-CO-CODE      PIC X(04).
001096         10  WS-DUE-CURRENCY     PIC X(03).

001100*
001110*    FINDING WORK AREAS
001120*
001130 01  WS-FOUND-DUE-SUB            PIC 9(05) VALUE 0.
001140 01  WS-ALLOWED-AMOUNT           PIC 9(08)V99 VALUE 0.
001150 01  WS-DISALLOWED-AMOUNT        PIC 9(08)V99 VALUE 0.
001160 01  WS-FINDING-PROBLEM          PIC X(30).
001170 01  WS-FORMATTED-AMOUNT         PIC Z(07)9.99.
001180 01  WS-FORMATTED-HOME-AMOUNT    PIC Z(07)9.99.
001190 01  WS-FORMATTED-TOTAL          PIC Z(09)9.99.
001191 01  WS-FORMATTED-GL-TOTAL       PIC -(09)9.99.

001192*
001193*    PROJECT SPLIT WORK AREAS.  THE DISALLOWED AMOUNT IS
001194*    SHARED OUT BY THE LINE'S SPLIT PERCENTAGES; THE LAST
001195*    NAMED SPLIT TAKES THE REMAINDER SO THE ROWS SUM BACK.
001196*
001197 01  WS-PROJ-NAMED               PIC 9(01) VALUE 0.
001198 01  WS-PROJ-PCT-TOTAL           PIC 9(04) VALUE 0.
001199 01  WS-PROJ-REMAINDER           PIC S9(10)V99 VALUE 0.
001200 01  WS-SPLIT-AMOUNT             PIC S9(10)V99 VALUE 0.
001201 01  WS-SPLIT-SEQ                PIC 9(01) VALUE 0.
001202 01  WS-IC-AMOUNT                PIC 9(10)V99 VALUE 0.

001203*
001204*    ONE AUDGL ROW, BUILT BY THE CALLER AND WRITTEN BY
001205*    2190-WRITE-GL-ROW.
001206*
001207 01  WS-ROW-AMOUNT               PIC 9(08)V99 VALUE 0.
001208 01  WS-ROW-ACCOUNT              PIC X(10).
001209 01  WS-ROW-CC                   PIC X(06).
001210 01  WS-ROW-PROJECT              PIC X(08).
001211 01  WS-ROW-CO-SUB               PIC 9(03) VALUE 1.
001212 01  WS-ROW-DR-CR-IND            PIC X(01).

001213*
001214*    RECOVERY REPORT COUNTS AND TOTALS
001220*
001230 01  WS-RECOVERY-COUNTS.
001240     05  WS-FINDINGS-READ        PIC 9(06) VALUE 0.
001250     05  WS-NOT-REVIEWED-COUNT   PIC 9(06) VALUE 0.
001260     05  WS-ALLOWED-COUNT        PIC 9(06) VALUE 0.
001270     05  WS-RECOVERED-COUNT      PIC 9(06) VALUE 0.
001280     05  WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
001290     05  WS-REVIEWED-TOTAL       PIC 9(10)V99 VALUE 0.
001300     05  WS-RECOVERED-TOTAL      PIC 9(10)V99 VALUE 0.

001310*
001320*    SUBSCRIPTS
001330*
001340 01  DUX                         PIC 9(05) VALUE 0.
001342 01  COX                         PIC 9(03) VALUE 0.
001344 01  PJX                         PIC 9(04) VALUE 0.
001346 01  FXX                         PIC 9(04) VALUE 0.
001348 01  SPX                         PIC 9(01) VALUE 0.

001350 PROCEDURE DIVISION.
001360*****************************************************
001370*  0000-MAINLINE                                      *
001380*****************************************************
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001410     PERFORM 2000-APPLY-ONE-FINDING THRU 2000-EXIT
001420         UNTIL AUDFIND-EOF
001430     PERFORM 5000-REWRITE-DUEFILE THRU 5000-EXIT
001440     PERFORM 6000-PRINT-BALANCES-RAISED THRU 6000-EXIT
001450     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT
001470     GOBACK.

001480*****************************************************
001487*  1000-INITIALIZE -- TYPE, PROJECT AND COMPANY        *
001494*  MASTERS, FX RATES, DUE BALANCES, OPEN THE FINDINGS  *
001501*  AND PRIME THE READ.                                 *
001510*****************************************************
001520 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

001540     OPEN INPUT TYPFILE
001550     MOVE 'TYPFILE ' TO WS-CHECK-FILE-NAME
001560     MOVE WS-TYPFILE-STATUS TO WS-CHECK-STATUS
001570     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
001580     PERFORM 1100-LOAD-ONE-TYPE THRU 1100-EXIT
001590         UNTIL TYPFILE-EOF
001600     CLOSE TYPFILE

001601     OPEN INPUT PRJFILE
001602     MOVE 'PRJFILE ' TO WS-CHECK-FILE-NAME
001603     MOVE WS-PRJFILE-STATUS TO WS-CHECK-STATUS
001604     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT
001605     PERFORM 1300-LOAD-ONE-PROJECT THRU 1300-EXIT
001606         UNTIL PRJFILE-EOF
001607     CLOSE PRJFILE

001608     PERFORM 1400-LOAD-COMPANIES THRU 1400-EXIT

001609     OPEN INPUT FXFILE
001610     IF WS-FXFILE-STATUS = '00'
001611         PERFORM 1500-LOAD-ONE-FX-RATE THRU 1500-EXIT
001612             UNTIL FXFILE-EOF
001613     END-IF
001614     CLOSE FXFILE

001615     OPEN INPUT DUEFILE
001620     IF WS-DUEFILE-STATUS = '00'
001630         PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
001640             UNTIL DUEFILE-EOF
001650     END-IF
001660     CLOSE DUEFILE

001670     OPEN INPUT AUDFIND
001680     MOVE 'AUDFIND ' TO WS-CHECK-FILE-NAME
001690     MOVE WS-AUDFIND-STATUS TO WS-CHECK-STATUS
001700     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT

001710     OPEN OUTPUT AUDGL

001720     DISPLAY '===== POST-PAYMENT AUDIT FINDINGS ====='
001730     DISPLAY 'RESULT,EMPLOYEE,REPORT DATE,TYPE,EXPENSE DATE,'
001740         'HOME AMOUNT,DISALLOWED,CURRENCY,DETAIL'
001750     PERFORM 6100-READ-AUDFIND THRU 6100-EXIT.
001760 1000-EXIT.
001770     EXIT.

001780*
001790*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
001800*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
001810*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
001820*    NEVER SEEING END-OF-FILE.
001830 1010-CHECK-FILE-STATUS.
001840     IF WS-CHECK-STATUS NOT = '00'
001850         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
001860             ' -- FILE STATUS = ' WS-CHECK-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         GOBACK
001890     END-IF.
001900 1010-EXIT.
001910     EXIT.

001920 1100-LOAD-ONE-TYPE.
001930     READ TYPFILE
001940         AT END SET TYPFILE-EOF TO TRUE
001950         NOT AT END PERFORM 1110-STORE-TYPE THRU 1110-EXIT
001960     END-READ.
001970 1100-EXIT.
001980     EXIT.

001990 1110-STORE-TYPE.
002000     IF TY-TYPE NOT NUMERIC OR TY-TYPE = 0
002010         DISPLAY 'TYPFILE HAS AN INVALID TYPE CODE -- '
002020             'CORRECT THE TYPE MASTER TO CONTINUE'
002030         MOVE 16 TO RETURN-CODE
002040         GOBACK
002050     END-IF
002060     MOVE 'Y'            TO WS-TYP-LOADED-SW(TY-TYPE)
002070     MOVE TY-GL-ACCOUNT  TO WS-TYP-GL-ACCOUNT(TY-TYPE)
002080     MOVE TY-COST-CENTER TO WS-TYP-CC(TY-TYPE).
002090 1110-EXIT.
002100     EXIT.

002110 1200-LOAD-ONE-BALANCE.
002120     READ DUEFILE
002130         AT END SET DUEFILE-EOF TO TRUE
002140         NOT AT END PERFORM 1210-STORE-BALANCE THRU 1210-EXIT
002150     END-READ.
002160 1200-EXIT.
002170     EXIT.

002180 1210-STORE-BALANCE.
002190     PERFORM 1250-CHECK-TABLE-FULL THRU 1250-EXIT
002200     ADD 1 TO WS-DUE-COUNT
002210     MOVE DU-EMPLOYEE-ID TO WS-DUE-EMP-ID(WS-DUE-COUNT)
002220     IF DU-BALANCE NUMERIC
002230         MOVE DU-BALANCE TO WS-DUE-BALANCE(WS-DUE-COUNT)
002240     ELSE
002250         MOVE 0 TO WS-DUE-BALANCE(WS-DUE-COUNT)
002260     END-IF
002270     MOVE DU-LAST-ACTIVITY-DATE
002280         TO WS-DUE-LAST-DATE(WS-DUE-COUNT)
002290     MOVE DU-LAST-SOURCE TO WS-DUE-LAST-SOURCE(WS-DUE-COUNT)
002293     MOVE DU-COMPANY-CODE TO WS-DUE-CO-CODE(WS-DUE-COUNT)
002296     MOVE DU-CURRENCY TO WS-DUE-CURRENCY(WS-DUE-COUNT)
002300     MOVE 0 TO WS-DUE-RAISED(WS-DUE-COUNT).
002310 1210-EXIT.
002320     EXIT.

002330 1250-CHECK-TABLE-FULL.
002340     IF WS-DUE-COUNT = 20000
002350         DISPLAY 'DUEFILE HAS MORE THAN 20000 RECORDS -- '
002360             'INCREASE THE WS-DUE-TABLE SIZE TO CONTINUE'
002370         MOVE 16 TO RETURN-CODE
002380         GOBACK
002390     END-IF.
002400 1250-EXIT.
002410     EXIT.

002411 1300-LOAD-ONE-PROJECT.
002412     READ PRJFILE
002413         AT END SET PRJFILE-EOF TO TRUE
002414         NOT AT END PERFORM 1310-STORE-PROJECT THRU 1310-EXIT
002415     END-READ.
002416 1300-EXIT.
002417     EXIT.

002418 1310-STORE-PROJECT.
002419     IF WS-PROJ-COUNT = 500
002420         DISPLAY 'PRJFILE HAS MORE THAN 500 PROJECTS -- '
002421             'INCREASE THE WS-PROJ-TABLE SIZE TO CONTINUE'
002422         MOVE 16 TO RETURN-CODE
002423         GOBACK
002424     END-IF
002425     ADD 1 TO WS-PROJ-COUNT
002426     MOVE PJ-PROJECT-CODE TO WS-PROJ-CODE(WS-PROJ-COUNT)
002427     MOVE PJ-COST-CENTER  TO WS-PROJ-CC(WS-PROJ-COUNT)
002428     MOVE PJ-COMPANY-CODE TO WS-PROJ-COMPANY(WS-PROJ-COUNT).
002429 1310-EXIT.
002430     EXIT.

002431*
002432*    THE COMPANY MASTER IS OPTIONAL -- WITHOUT ONE EVERY LINE
002433*    BELONGS TO THE PARENT COMPANY.  ENTRY 1 IS SET UP FOR THE
002434*    PARENT FIRST; A COMFILE RECORD WITH A BLANK CODE FILLS IT
002435*    IN RATHER THAN ADDING A SECOND ENTRY.
002436*
002437 1400-LOAD-COMPANIES.
002438     MOVE 1 TO WS-CO-COUNT
002439     MOVE 1 TO WS-CO-FOUND-SUB
002440     MOVE SPACES TO WS-CO-LOOKUP-CODE
002441     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT
002442     OPEN INPUT COMFILE
002443     IF WS-COMFILE-STATUS = '00'
002444         PERFORM 1460-LOAD-ONE-COMPANY THRU 1460-EXIT
002445             UNTIL COMFILE-EOF
002446     END-IF
002447     CLOSE COMFILE.
002448 1400-EXIT.
002449     EXIT.

002450 1460-LOAD-ONE-COMPANY.
002451     READ COMFILE
002452         AT END SET COMFILE-EOF TO TRUE
002453         NOT AT END PERFORM 1470-STORE-COMPANY THRU 1470-EXIT
002454     END-READ.
002455 1460-EXIT.
002456     EXIT.

002457 1470-STORE-COMPANY.
002458     MOVE CO-COMPANY-CODE TO WS-CO-LOOKUP-CODE
002459     PERFORM 1490-FIND-COMPANY THRU 1490-EXIT
002460     IF WS-CO-FOUND-SUB = 0
002461         IF WS-CO-COUNT = 50
002462             DISPLAY 'COMFILE HAS MORE THAN 50 COMPANIES -- '
002463                 'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
002464             MOVE 16 TO RETURN-CODE
002465             GOBACK
002466         END-IF
002467         ADD 1 TO WS-CO-COUNT
002468         MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
002469     END-IF
002470     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT
002471     MOVE CO-COMPANY-NAME  TO WS-CO-NAME(WS-CO-FOUND-SUB)
002472     IF CO-HOME-CURRENCY NOT = SPACES
002473         MOVE CO-HOME-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
002474     END-IF
002475     IF CO-IC-RECV-ACCOUNT NOT = SPACES
002476         MOVE CO-IC-RECV-ACCOUNT
002477             TO WS-CO-IC-RECV(WS-CO-FOUND-SUB)
002478     END-IF
002479     IF CO-IC-PAY-ACCOUNT NOT = SPACES
002480         MOVE CO-IC-PAY-ACCOUNT
002481             TO WS-CO-IC-PAY(WS-CO-FOUND-SUB)
002482     END-IF.
002483 1470-EXIT.
002484     EXIT.

002485*
002486*    A NEW COMPANY ENTRY STARTS IN THE PARENT'S CURRENCY, ITS
002487*    INTERCOMPANY ROWS POSTING TO THE UNMAPPED ACCOUNT, AND
002488*    ALL ITS TOTALS ZERO.
002489*
002490 1480-CLEAR-COMPANY.
002491     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-FOUND-SUB)
002492     IF WS-CO-LOOKUP-CODE = SPACES
002493         MOVE 'PARENT COMPANY' TO WS-CO-NAME(WS-CO-FOUND-SUB)
002494     ELSE
002495         MOVE 'NOT ON COMPANY MASTER'
002496             TO WS-CO-NAME(WS-CO-FOUND-SUB)
002497     END-IF
002498     MOVE WS-FX-BASE-CURRENCY TO WS-CO-CURRENCY(WS-CO-FOUND-SUB)
002499     MOVE 'UNMAPPED  ' TO WS-CO-IC-RECV(WS-CO-FOUND-SUB)
002500     MOVE 'UNMAPPED  ' TO WS-CO-IC-PAY(WS-CO-FOUND-SUB)
002501     MOVE 0 TO WS-CO-RECOVERED-COUNT(WS-CO-FOUND-SUB)
002502     MOVE 0 TO WS-CO-RECOVERED-TOTAL(WS-CO-FOUND-SUB)
002503     MOVE 0 TO WS-CO-GL-CREDIT(WS-CO-FOUND-SUB).
002504 1480-EXIT.
002505     EXIT.

002506 1490-FIND-COMPANY.
002507     MOVE 0 TO WS-CO-FOUND-SUB
002508     PERFORM 1495-CHECK-ONE-COMPANY THRU 1495-EXIT
002509         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT.
002510 1490-EXIT.
002511     EXIT.

002512 1495-CHECK-ONE-COMPANY.
002513     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
002514         MOVE COX TO WS-CO-FOUND-SUB
002515         MOVE WS-CO-COUNT TO COX
002516     END-IF.
002517 1495-EXIT.
002518     EXIT.

002519*
002520*    A COMPANY CODE NOT ON COMFILE IS ADDED IN THE PARENT'S
002521*    CURRENCY AND LISTED UNDER ITS OWN CODE IN THE SUMMARY.
002522*
002523 1496-ADD-UNLISTED-COMPANY.
002524     IF WS-CO-COUNT = 50
002525         DISPLAY 'MORE THAN 50 COMPANIES IN USE -- '
002526             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
002527         MOVE 16 TO RETURN-CODE
002528         GOBACK
002529     END-IF
002530     ADD 1 TO WS-CO-COUNT
002531     MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
002532     PERFORM 1480-CLEAR-COMPANY THRU 1480-EXIT.
002533 1496-EXIT.
002534     EXIT.

002535 1500-LOAD-ONE-FX-RATE.
002536     READ FXFILE
002537         AT END SET FXFILE-EOF TO TRUE
002538         NOT AT END PERFORM 1510-STORE-FX-RATE THRU 1510-EXIT
002539     END-READ.
002540 1500-EXIT.
002541     EXIT.

002542 1510-STORE-FX-RATE.
002543     IF WS-FX-COUNT = 200
002544         DISPLAY 'FXFILE HAS MORE THAN 200 RATE ENTRIES -- '
002545             'INCREASE THE WS-FX-RATES TABLE SIZE TO CONTINUE'
002546         MOVE 16 TO RETURN-CODE
002547         GOBACK
002548     END-IF
002549     ADD 1 TO WS-FX-COUNT
002550     MOVE FX-CURRENCY       TO WS-FX-CURRENCY(WS-FX-COUNT)
002551     MOVE FX-EFFECTIVE-DATE TO WS-FX-EFF-DATE(WS-FX-COUNT)
002552     MOVE FX-RATE           TO WS-FX-RATE(WS-FX-COUNT).
002553 1510-EXIT.
002554     EXIT.

002555*****************************************************
002556*  2000-APPLY-ONE-FINDING -- A LINE WITH NEITHER       *
002557*  AMOUNT KEYED HAS NOT BEEN REVIEWED AND IS LISTED.   *
002558*  OTHERWISE A BLANK AMOUNT COUNTS AS ZERO, THE TWO    *
002559*  AMOUNTS MUST ADD BACK TO THE AMOUNT REIMBURSED, AND *
002560*  A DISALLOWANCE NEEDS A REASON AND A MAPPED TYPE.    *
002561*  A FINDING THAT FAILS IS REPORTED AND NOT APPLIED.   *
002562*  AMOUNTS ARE IN THE HOME CURRENCY OF THE LINE'S      *
002563*  COMPANY.                                            *
002564*****************************************************
002565 2000-APPLY-ONE-FINDING.
002566     ADD 1 TO WS-FINDINGS-READ
002567     PERFORM 2050-FIND-LINE-COMPANY THRU 2050-EXIT
002568     MOVE AI-HOME-AMOUNT TO WS-FORMATTED-HOME-AMOUNT
002569     MOVE SPACES TO WS-FINDING-PROBLEM
002570     IF AI-ALLOWED-AMOUNT = SPACES
002571         AND AI-DISALLOWED-AMOUNT = SPACES
002572         ADD 1 TO WS-NOT-REVIEWED-COUNT
002573         MOVE 0 TO WS-FORMATTED-AMOUNT
002580         DISPLAY 'NOT REVIEWED,' AI-EMPLOYEE-ID ','
002590             AI-REPORT-DATE ',' AI-TYPE ','
002600             AI-EXPENSE-DATE ',' WS-FORMATTED-HOME-AMOUNT ','
002610             WS-FORMATTED-AMOUNT ',' WS-HOME-CURRENCY ','
002620         GO TO 2000-NEXT
002630     END-IF

002640     MOVE 0 TO WS-ALLOWED-AMOUNT
002650     MOVE 0 TO WS-DISALLOWED-AMOUNT
002660     IF AI-ALLOWED-AMOUNT NUMERIC
002670         MOVE AI-ALLOWED-AMOUNT TO WS-ALLOWED-AMOUNT
002680     ELSE
002690         IF AI-ALLOWED-AMOUNT NOT = SPACES
002700             MOVE 'ALLOWED AMOUNT NOT NUMERIC'
002710                 TO WS-FINDING-PROBLEM
002720         END-IF
002730     END-IF
002740     IF AI-DISALLOWED-AMOUNT NUMERIC
002750         MOVE AI-DISALLOWED-AMOUNT TO WS-DISALLOWED-AMOUNT
002760     ELSE
002770         IF AI-DISALLOWED-AMOUNT NOT = SPACES
002780             MOVE 'DISALLOWED AMOUNT NOT NUMERIC'
002790                 TO WS-FINDING-PROBLEM
002800         END-IF
002810     END-IF
002820     MOVE WS-DISALLOWED-AMOUNT TO WS-FORMATTED-AMOUNT
002830     IF WS-FINDING-PROBLEM = SPACES
002840         AND (AI-HOME-AMOUNT NOT NUMERIC
002850             OR WS-ALLOWED-AMOUNT + WS-DISALLOWED-AMOUNT
002860                 NOT = AI-HOME-AMOUNT)
002870         MOVE 'AMOUNTS DO NOT TIE TO LINE'
002880             TO WS-FINDING-PROBLEM
002890     END-IF
002900     IF WS-FINDING-PROBLEM = SPACES
002910         AND WS-DISALLOWED-AMOUNT GREATER THAN 0
002920         AND AI-FINDING-REASON = SPACES
002930         MOVE 'NO REASON FOR DISALLOWANCE'
002940             TO WS-FINDING-PROBLEM
002950     END-IF
002960     IF WS-FINDING-PROBLEM = SPACES
002970         AND WS-DISALLOWED-AMOUNT GREATER THAN 0
002980         IF AI-TYPE NOT NUMERIC OR AI-TYPE = 0
002990             MOVE 'EXPENSE TYPE NOT ON TYPFILE'
003000                 TO WS-FINDING-PROBLEM
003010         ELSE
003020             IF NOT WS-TYP-LOADED(AI-TYPE)
003030                 MOVE 'EXPENSE TYPE NOT ON TYPFILE'
003040                     TO WS-FINDING-PROBLEM
003050             END-IF
003060         END-IF
003070     END-IF
003072     IF WS-FINDING-PROBLEM = SPACES
003074         AND WS-DISALLOWED-AMOUNT GREATER THAN 0
003076         PERFORM 2060-CHECK-PROJECT-SPLITS THRU 2060-EXIT
003078     END-IF
003080     IF WS-FINDING-PROBLEM NOT = SPACES
003090         ADD 1 TO WS-REJECTED-COUNT
003100         DISPLAY 'NOT APPLIED,' AI-EMPLOYEE-ID ','
003110             AI-REPORT-DATE ',' AI-TYPE ','
003120             AI-EXPENSE-DATE ',' WS-FORMATTED-HOME-AMOUNT ','
003130             WS-FORMATTED-AMOUNT ',' WS-HOME-CURRENCY ','
003140             FUNCTION TRIM(WS-FINDING-PROBLEM)
003150         GO TO 2000-NEXT
003160     END-IF

003170     ADD AI-HOME-AMOUNT TO WS-REVIEWED-TOTAL
003180     IF WS-DISALLOWED-AMOUNT = 0
003190         ADD 1 TO WS-ALLOWED-COUNT
003200         DISPLAY 'ALLOWED,' AI-EMPLOYEE-ID ','
003210             AI-REPORT-DATE ',' AI-TYPE ','
003220             AI-EXPENSE-DATE ',' WS-FORMATTED-HOME-AMOUNT ','
003230             WS-FORMATTED-AMOUNT ',' WS-HOME-CURRENCY ','
003240         GO TO 2000-NEXT
003250     END-IF
003260     PERFORM 2100-WRITE-RECOVERY-ENTRY THRU 2100-EXIT
003270     PERFORM 2200-RAISE-DUE-BALANCE THRU 2200-EXIT
003280     ADD 1 TO WS-RECOVERED-COUNT
003290     ADD WS-DISALLOWED-AMOUNT TO WS-RECOVERED-TOTAL
003292     ADD 1 TO WS-CO-RECOVERED-COUNT(WS-CO-CUR-SUB)
003294     ADD WS-DISALLOWED-AMOUNT
003296         TO WS-CO-RECOVERED-TOTAL(WS-CO-CUR-SUB)
003300     DISPLAY 'RECOVERED,' AI-EMPLOYEE-ID ','
003310         AI-REPORT-DATE ',' AI-TYPE ','
003320         AI-EXPENSE-DATE ',' WS-FORMATTED-HOME-AMOUNT ','
003330         WS-FORMATTED-AMOUNT ',' WS-HOME-CURRENCY ','
003340         FUNCTION TRIM(AI-FINDING-REASON).
003350 2000-NEXT.
003360     PERFORM 6100-READ-AUDFIND THRU 6100-EXIT.
003370 2000-EXIT.
003380     EXIT.

003390*
003391*    THE LINE'S COMPANY, OFF THE WORKLIST.  A BLANK CODE IS
003392*    THE PARENT; ITS HOME CURRENCY BECOMES THE CURRENCY IN
003393*    HAND.
003394*
003395 2050-FIND-LINE-COMPANY.
003396     MOVE AI-COMPANY-CODE TO WS-CO-LOOKUP-CODE
003397     PERFORM 1490-FIND-COMPANY THRU 1490-EXIT
003398     IF WS-CO-FOUND-SUB = 0
003399         PERFORM 1496-ADD-UNLISTED-COMPANY THRU 1496-EXIT
003400     END-IF
003401     MOVE WS-CO-FOUND-SUB TO WS-CO-CUR-SUB
003402     MOVE WS-CO-CURRENCY(WS-CO-CUR-SUB) TO WS-HOME-CURRENCY.
003403 2050-EXIT.
003404     EXIT.

003405*
003406*    THE PROJECT SPLITS CAME FROM THE HISTORY LINE THROUGH THE
003407*    AUDITORS' HANDS, SO EACH NAMED SPLIT MUST STILL CARRY A
003408*    PERCENTAGE AND THE NAMED SPLITS MUST STILL TOTAL 100.
003409*
003410 2060-CHECK-PROJECT-SPLITS.
003411     MOVE 0 TO WS-PROJ-NAMED
003412     MOVE 0 TO WS-PROJ-PCT-TOTAL
003413     PERFORM 2065-CHECK-ONE-SPLIT THRU 2065-EXIT
003414         VARYING SPX FROM 1 BY 1 UNTIL SPX > 3
003415     IF WS-FINDING-PROBLEM = SPACES
003416         AND WS-PROJ-NAMED GREATER THAN 0
003417         AND WS-PROJ-PCT-TOTAL NOT = 100
003418         MOVE 'PROJECT SPLITS NOT 100 PERCENT'
003419             TO WS-FINDING-PROBLEM
003420     END-IF.
003421 2060-EXIT.
003422     EXIT.

003423 2065-CHECK-ONE-SPLIT.
003424     IF AI-PROJECT-CODE(SPX) = SPACES
003425         GO TO 2065-EXIT
003426     END-IF
003427     ADD 1 TO WS-PROJ-NAMED
003428     IF AI-PROJECT-PCT(SPX) NUMERIC
003429         ADD AI-PROJECT-PCT(SPX) TO WS-PROJ-PCT-TOTAL
003430     ELSE
003431         MOVE 'PROJECT SPLIT PCT NOT NUMERIC'
003432             TO WS-FINDING-PROBLEM
003433     END-IF.
003434 2065-EXIT.
003435     EXIT.

003436*
003437*    THE RECOVERY CREDITS THE ACCOUNT AND COST CENTER THE
003438*    LINE WAS ORIGINALLY CHARGED TO, DATED TODAY, ON ITS
003439*    COMPANY'S LEDGER IN THAT COMPANY'S HOME CURRENCY.  A
003440*    LINE CHARGED TO PROJECTS IS CREDITED SHARE BY SHARE TO
003441*    EACH PROJECT'S COST CENTER, SPLIT THE SAME WAY
003442*    EXPENSE-REPORT SPLIT THE CHARGE.
003443*
003444 2100-WRITE-RECOVERY-ENTRY.
003445     MOVE 'C' TO WS-ROW-DR-CR-IND
003446     MOVE WS-CO-CUR-SUB TO WS-ROW-CO-SUB
003447     IF WS-PROJ-NAMED GREATER THAN 0
003448         PERFORM 2150-WRITE-PROJECT-ROWS THRU 2150-EXIT
003449         GO TO 2100-EXIT
003450     END-IF
003451     MOVE WS-DISALLOWED-AMOUNT TO WS-ROW-AMOUNT
003452     MOVE WS-TYP-GL-ACCOUNT(AI-TYPE) TO WS-ROW-ACCOUNT
003453     MOVE WS-TYP-CC(AI-TYPE)   TO WS-ROW-CC
003454     MOVE SPACES               TO WS-ROW-PROJECT
003455     PERFORM 2190-WRITE-GL-ROW THRU 2190-EXIT.
003456 2100-EXIT.
003457     EXIT.

003458 2150-WRITE-PROJECT-ROWS.
003459     MOVE WS-DISALLOWED-AMOUNT TO WS-PROJ-REMAINDER
003460     MOVE 0 TO WS-SPLIT-SEQ
003461     PERFORM 2160-WRITE-ONE-PROJECT-ROW THRU 2160-EXIT
003462         VARYING SPX FROM 1 BY 1 UNTIL SPX > 3.
003463 2150-EXIT.
003464     EXIT.

003465*
003466*    A PROJECT NO LONGER ON THE MASTER IS CREDITED TO THE
003467*    TYPE'S OWN COST CENTER, FLAGGED.  A SHARE FOR A PROJECT
003468*    ANOTHER COMPANY OWNS WAS POSTED AS AN INTERCOMPANY
003469*    CHARGE, AND IS REVERSED AS ONE (2180).
003470*
003471 2160-WRITE-ONE-PROJECT-ROW.
003472     IF AI-PROJECT-CODE(SPX) = SPACES
003473         GO TO 2160-EXIT
003474     END-IF
003475     ADD 1 TO WS-SPLIT-SEQ
003476     IF WS-SPLIT-SEQ = WS-PROJ-NAMED
003477         MOVE WS-PROJ-REMAINDER TO WS-SPLIT-AMOUNT
003478     ELSE
003479         COMPUTE WS-SPLIT-AMOUNT ROUNDED =
003480             WS-DISALLOWED-AMOUNT *
003481             AI-PROJECT-PCT(SPX) / 100
003482     END-IF
003483     SUBTRACT WS-SPLIT-AMOUNT FROM WS-PROJ-REMAINDER
003484     MOVE 0 TO WS-FOUND-PROJ-SUB
003485     PERFORM 2170-LOOK-FOR-PROJECT THRU 2170-EXIT
003486         VARYING PJX FROM 1 BY 1 UNTIL PJX > WS-PROJ-COUNT
003487     MOVE AI-PROJECT-CODE(SPX) TO WS-ROW-PROJECT
003488     IF WS-FOUND-PROJ-SUB GREATER THAN 0
003489         AND WS-PROJ-COMPANY(WS-FOUND-PROJ-SUB)
003490             NOT = WS-CO-CODE(WS-CO-CUR-SUB)
003491         PERFORM 2180-REVERSE-INTERCOMPANY THRU 2180-EXIT
003492         GO TO 2160-EXIT
003493     END-IF
003494     MOVE WS-SPLIT-AMOUNT TO WS-ROW-AMOUNT
003495     MOVE WS-TYP-GL-ACCOUNT(AI-TYPE) TO WS-ROW-ACCOUNT
003496     IF WS-FOUND-PROJ-SUB GREATER THAN 0
003497         MOVE WS-PROJ-CC(WS-FOUND-PROJ-SUB) TO WS-ROW-CC
003498     ELSE
003499         DISPLAY 'PROJECT ' AI-PROJECT-CODE(SPX)
003500             ' NOT ON THE PROJECT MASTER -- SHARE CREDITED '
003501             'TO THE TYPE COST CENTER'
003502         MOVE WS-TYP-CC(AI-TYPE) TO WS-ROW-CC
003503     END-IF
003504     PERFORM 2190-WRITE-GL-ROW THRU 2190-EXIT.
003505 2160-EXIT.
003506     EXIT.

003507 2170-LOOK-FOR-PROJECT.
003508     IF WS-PROJ-CODE(PJX) = AI-PROJECT-CODE(SPX)
003509         MOVE PJX TO WS-FOUND-PROJ-SUB
003510         MOVE WS-PROJ-COUNT TO PJX
003511     END-IF.
003512 2170-EXIT.
003513     EXIT.

003514*
003515*    THE CHARGE TOOK A RECEIVABLE FROM THE OWNING COMPANY ON
003516*    THE EMPLOYEE'S COMPANY'S LEDGER, AND THE EXPENSE AGAINST
003517*    THE PROJECT'S COST CENTER WITH THE MATCHING PAYABLE ON
003518*    THE OWNING COMPANY'S.  THE RECOVERY CREDITS THE
003519*    RECEIVABLE, AND ON THE OWNING COMPANY'S LEDGER CREDITS
003520*    THE EXPENSE AND DEBITS THE PAYABLE IN ITS OWN HOME
003521*    CURRENCY, CROSSED THROUGH THE FXFILE BASE AT THE RATES
003522*    OF THE EXPENSE DATE.  THE OWNING COMPANY'S ROWS NET TO
003523*    ZERO, SO EACH LEDGER STILL TIES.
003524*
003525 2180-REVERSE-INTERCOMPANY.
003526     MOVE WS-PROJ-COMPANY(WS-FOUND-PROJ-SUB) TO WS-CO-LOOKUP-CODE
003527     PERFORM 1490-FIND-COMPANY THRU 1490-EXIT
003528     IF WS-CO-FOUND-SUB = 0
003529         PERFORM 1496-ADD-UNLISTED-COMPANY THRU 1496-EXIT
003530     END-IF
003531     MOVE WS-CO-FOUND-SUB TO WS-IC-CO-SUB
003532     IF WS-CO-CURRENCY(WS-IC-CO-SUB) = WS-HOME-CURRENCY
003533         MOVE WS-SPLIT-AMOUNT TO WS-IC-AMOUNT
003534     ELSE
003535         MOVE WS-HOME-CURRENCY TO WS-FX-LOOKUP-CURRENCY
003536         PERFORM 2250-LOOKUP-BASE-RATE THRU 2250-EXIT
003537         MOVE WS-FX-LOOKUP-RATE TO WS-CO-RATE-TO-BASE
003538         MOVE WS-CO-CURRENCY(WS-IC-CO-SUB)
003539             TO WS-FX-LOOKUP-CURRENCY
003540         PERFORM 2250-LOOKUP-BASE-RATE THRU 2250-EXIT
003541         COMPUTE WS-IC-AMOUNT ROUNDED =
003542             WS-SPLIT-AMOUNT * WS-CO-RATE-TO-BASE
003543                 / WS-FX-LOOKUP-RATE
003544     END-IF
003545     MOVE WS-SPLIT-AMOUNT TO WS-ROW-AMOUNT
003546     MOVE WS-CO-IC-RECV(WS-CO-CUR-SUB) TO WS-ROW-ACCOUNT
003547     MOVE WS-CO-CODE(WS-IC-CO-SUB) TO WS-ROW-CC
003548     MOVE WS-CO-CUR-SUB TO WS-ROW-CO-SUB
003549     PERFORM 2190-WRITE-GL-ROW THRU 2190-EXIT
003550     MOVE WS-IC-AMOUNT TO WS-ROW-AMOUNT
003551     MOVE WS-TYP-GL-ACCOUNT(AI-TYPE) TO WS-ROW-ACCOUNT
003552     MOVE WS-PROJ-CC(WS-FOUND-PROJ-SUB) TO WS-ROW-CC
003553     MOVE WS-IC-CO-SUB TO WS-ROW-CO-SUB
003554     PERFORM 2190-WRITE-GL-ROW THRU 2190-EXIT
003555     MOVE WS-CO-IC-PAY(WS-IC-CO-SUB) TO WS-ROW-ACCOUNT
003556     MOVE WS-CO-CODE(WS-CO-CUR-SUB) TO WS-ROW-CC
003557     MOVE 'D' TO WS-ROW-DR-CR-IND
003558     PERFORM 2190-WRITE-GL-ROW THRU 2190-EXIT
003559     MOVE 'C' TO WS-ROW-DR-CR-IND
003560     MOVE WS-CO-CUR-SUB TO WS-ROW-CO-SUB.
003561 2180-EXIT.
003562     EXIT.

003563*
003564*    WRITE THE AUDGL ROW BUILT IN WS-ROW-xxx, IN THE HOME
003565*    CURRENCY OF ITS COMPANY, AND KEEP THAT COMPANY'S NET
003566*    CREDIT FOR THE TIE.
003567*
003568 2190-WRITE-GL-ROW.
003569     MOVE SPACES TO GLEXT-RECORD
003570     MOVE AI-EMPLOYEE-ID       TO GX-EMPLOYEE-ID
003571     MOVE AI-TYPE              TO GX-TYPE
003572     MOVE WS-ROW-AMOUNT        TO GX-AMOUNT
003573     MOVE WS-CO-CURRENCY(WS-ROW-CO-SUB) TO GX-CURRENCY-CODE
003574     MOVE WS-ROW-ACCOUNT       TO GX-GL-ACCOUNT
003575     MOVE WS-ROW-CC            TO GX-COST-CENTER
003576     MOVE WS-RUN-DATE          TO GX-RUN-DATE
003577     MOVE WS-ROW-PROJECT       TO GX-PROJECT-CODE
003578     MOVE WS-ROW-DR-CR-IND     TO GX-DR-CR-IND
003579     MOVE WS-CO-CODE(WS-ROW-CO-SUB) TO GX-COMPANY-CODE
003580     WRITE GLEXT-RECORD
003581     IF GX-CREDIT
003582         ADD WS-ROW-AMOUNT TO WS-CO-GL-CREDIT(WS-ROW-CO-SUB)
003583     ELSE
003584         SUBTRACT WS-ROW-AMOUNT
003585             FROM WS-CO-GL-CREDIT(WS-ROW-CO-SUB)
003586     END-IF.
003587 2190-EXIT.
003588     EXIT.

003589 2200-RAISE-DUE-BALANCE.
003590     MOVE 0 TO WS-FOUND-DUE-SUB
003591     PERFORM 2210-LOOK-FOR-BALANCE THRU 2210-EXIT
003592         VARYING DUX FROM 1 BY 1 UNTIL DUX > WS-DUE-COUNT
003600     IF WS-FOUND-DUE-SUB = 0
003610         PERFORM 1250-CHECK-TABLE-FULL THRU 1250-EXIT
003620         ADD 1 TO WS-DUE-COUNT
003630         MOVE WS-DUE-COUNT TO WS-FOUND-DUE-SUB
003640         MOVE AI-EMPLOYEE-ID TO WS-DUE-EMP-ID(WS-FOUND-DUE-SUB)
003650         MOVE 0 TO WS-DUE-BALANCE(WS-FOUND-DUE-SUB)
003660         MOVE 0 TO WS-DUE-RAISED(WS-FOUND-DUE-SUB)
003662         MOVE WS-CO-CODE(WS-CO-CUR-SUB)
003664             TO WS-DUE-CO-CODE(WS-FOUND-DUE-SUB)
003666         MOVE WS-HOME-CURRENCY
003668             TO WS-DUE-CURRENCY(WS-FOUND-DUE-SUB)
003670     END-IF
003680     ADD WS-DISALLOWED-AMOUNT
003690         TO WS-DUE-BALANCE(WS-FOUND-DUE-SUB)
003700     ADD WS-DISALLOWED-AMOUNT
003710         TO WS-DUE-RAISED(WS-FOUND-DUE-SUB)
003720     MOVE WS-RUN-DATE TO WS-DUE-LAST-DATE(WS-FOUND-DUE-SUB)
003724     MOVE 'AUDIT' TO WS-DUE-LAST-SOURCE(WS-FOUND-DUE-SUB).
003740 2200-EXIT.
003750     EXIT.

003760 2210-LOOK-FOR-BALANCE.
003770     IF WS-DUE-EMP-ID(DUX) = AI-EMPLOYEE-ID
003775         AND WS-DUE-CO-CODE(DUX) = WS-CO-CODE(WS-CO-CUR-SUB)
003780         MOVE DUX TO WS-FOUND-DUE-SUB
003790         MOVE WS-DUE-COUNT TO DUX
003800     END-IF.
003810 2210-EXIT.
003811     EXIT.

003812*
003813*    THE RATE TO THE FXFILE BASE CURRENCY, USING THE LATEST
003814*    EFFECTIVE-DATED ENTRY NOT AFTER THE EXPENSE DATE.  THE
003815*    BASE CURRENCY ITSELF IS PAR.
003816*
003817 2250-LOOKUP-BASE-RATE.
003818     MOVE 1.000000 TO WS-FX-LOOKUP-RATE
003819     MOVE 0 TO WS-FX-LOOKUP-EFF-DATE
003820     IF WS-FX-LOOKUP-CURRENCY = WS-FX-BASE-CURRENCY
003821         GO TO 2250-EXIT
003822     END-IF
003823     PERFORM 2260-CHECK-ONE-FX-RATE THRU 2260-EXIT
003824         VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT
003825     IF WS-FX-LOOKUP-EFF-DATE = 0
003826         DISPLAY 'NO FX RATE ON FILE FOR ' WS-FX-LOOKUP-CURRENCY
003827             ' AS OF ' AI-EXPENSE-DATE ' -- CONVERTED AT PAR'
003828     END-IF.
003829 2250-EXIT.
003830     EXIT.

003831 2260-CHECK-ONE-FX-RATE.
003832     IF WS-FX-CURRENCY(FXX) = WS-FX-LOOKUP-CURRENCY
003833         AND WS-FX-EFF-DATE(FXX) NOT GREATER THAN
003834             AI-EXPENSE-DATE
003835         AND WS-FX-EFF-DATE(FXX) GREATER THAN
003836             WS-FX-LOOKUP-EFF-DATE
003837         MOVE WS-FX-RATE(FXX)     TO WS-FX-LOOKUP-RATE
003838         MOVE WS-FX-EFF-DATE(FXX) TO WS-FX-LOOKUP-EFF-DATE
003839     END-IF.
003840 2260-EXIT.
003841     EXIT.

003842*****************************************************
003843*  5000-REWRITE-DUEFILE -- ROLL EVERY BALANCE FORWARD. *
003850*  A BALANCE BROUGHT TO ZERO ELSEWHERE IS DROPPED.     *
003860*****************************************************
003870 5000-REWRITE-DUEFILE.
003880     OPEN OUTPUT DUEFILE
003890     PERFORM 5100-WRITE-ONE-BALANCE THRU 5100-EXIT
003900         VARYING DUX FROM 1 BY 1 UNTIL DUX > WS-DUE-COUNT
003910     CLOSE DUEFILE.
003920 5000-EXIT.
003930     EXIT.

003940 5100-WRITE-ONE-BALANCE.
003950     IF WS-DUE-BALANCE(DUX) = 0
003960         GO TO 5100-EXIT
003970     END-IF
003980     MOVE SPACES TO DUE-COMPANY-RECORD
003990     MOVE WS-DUE-EMP-ID(DUX)      TO DU-EMPLOYEE-ID
004000     MOVE WS-DUE-BALANCE(DUX)     TO DU-BALANCE
004010     MOVE WS-DUE-LAST-DATE(DUX)   TO DU-LAST-ACTIVITY-DATE
004020     MOVE WS-DUE-LAST-SOURCE(DUX) TO DU-LAST-SOURCE
004023     MOVE WS-DUE-CO-CODE(DUX)     TO DU-COMPANY-CODE
004026     MOVE WS-DUE-CURRENCY(DUX)    TO DU-CURRENCY
004030     WRITE DUE-COMPANY-RECORD.
004040 5100-EXIT.
004050     EXIT.

004060*****************************************************
004070*  6000-PRINT-BALANCES-RAISED -- EACH EMPLOYEE WHOSE   *
004080*  BALANCE THIS RUN RAISED, WITH THE NEW BALANCE.      *
004090*****************************************************
004100 6000-PRINT-BALANCES-RAISED.
004110     DISPLAY ' '
004120     DISPLAY '===== DUE-TO-COMPANY BALANCES RAISED ====='
004130     DISPLAY 'EMPLOYEE,RECOVERED THIS RUN,BALANCE DUE,CURRENCY'
004140     PERFORM 6010-PRINT-ONE-BALANCE THRU 6010-EXIT
004150         VARYING DUX FROM 1 BY 1 UNTIL DUX > WS-DUE-COUNT.
004160 6000-EXIT.
004170     EXIT.

004180 6010-PRINT-ONE-BALANCE.
004190     IF WS-DUE-RAISED(DUX) = 0
004200         GO TO 6010-EXIT
004210     END-IF
004220     MOVE WS-DUE-RAISED(DUX)  TO WS-FORMATTED-AMOUNT
004230     MOVE WS-DUE-BALANCE(DUX) TO WS-FORMATTED-HOME-AMOUNT
004240     DISPLAY WS-DUE-EMP-ID(DUX) ','
004250         WS-FORMATTED-AMOUNT ','
004256         WS-FORMATTED-HOME-AMOUNT ','
004262         WS-DUE-CURRENCY(DUX).
004270 6010-EXIT.
004280     EXIT.

004290 6100-READ-AUDFIND.
004300     READ AUDFIND
004310         AT END SET AUDFIND-EOF TO TRUE
004320     END-READ.
004330 6100-EXIT.
004340     EXIT.

004350*****************************************************
004353*  8000-PRINT-RUN-SUMMARY -- THE COUNTS, THEN EACH     *
004356*  COMPANY'S RECOVERY TIED TO ITS NET AUDGL CREDIT IN  *
004359*  ITS HOME CURRENCY.  THE AMOUNT TOTALS ABOVE THE     *
004362*  COMPANY LINES MIX CURRENCIES AND ARE A COUNT CHECK  *
004365*  ONLY WHEN MORE THAN ONE COMPANY RECOVERED.          *
004370*****************************************************
004380 8000-PRINT-RUN-SUMMARY.
004390     DISPLAY ' '
004400     DISPLAY '===== AUDIT RECOVERY SUMMARY ====='
004410     DISPLAY 'FINDINGS READ ............. ' WS-FINDINGS-READ
004420     DISPLAY 'LINES NOT YET REVIEWED .... '
004430         WS-NOT-REVIEWED-COUNT
004440     DISPLAY 'LINES ALLOWED IN FULL ..... ' WS-ALLOWED-COUNT
004450     DISPLAY 'LINES WITH RECOVERY ....... ' WS-RECOVERED-COUNT
004460     DISPLAY 'FINDINGS NOT APPLIED ...... ' WS-REJECTED-COUNT
004470     MOVE WS-REVIEWED-TOTAL TO WS-FORMATTED-TOTAL
004480     DISPLAY 'AMOUNT REVIEWED ........... ' WS-FORMATTED-TOTAL
004490     MOVE WS-RECOVERED-TOTAL TO WS-FORMATTED-TOTAL
004500     DISPLAY 'AMOUNT RECOVERED .......... ' WS-FORMATTED-TOTAL
004501     DISPLAY ' '
004502     DISPLAY 'COMPANY,CURRENCY,LINES RECOVERED,AMOUNT RECOVERED,'
004503         'AUDGL NET CREDIT,RESULT'
004504     PERFORM 8010-PRINT-ONE-COMPANY THRU 8010-EXIT
004505         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
004510     IF WS-REJECTED-COUNT GREATER THAN 0
004520         MOVE 4 TO RETURN-CODE
004521     END-IF
004522     IF NOT WS-ALL-COMPANIES-TIE
004523         DISPLAY 'WARNING: AUDGL DOES NOT TIE TO THE RECOVERY '
004524             'FOR EVERY COMPANY -- DO NOT POST IT'
004525         MOVE 8 TO RETURN-CODE
004530     END-IF.
004540 8000-EXIT.
004541     EXIT.

004542 8010-PRINT-ONE-COMPANY.
004543     IF WS-CO-RECOVERED-COUNT(COX) = 0
004544         AND WS-CO-GL-CREDIT(COX) = 0
004545         GO TO 8010-EXIT
004546     END-IF
004547     MOVE WS-CO-RECOVERED-TOTAL(COX) TO WS-FORMATTED-TOTAL
004548     MOVE WS-CO-GL-CREDIT(COX) TO WS-FORMATTED-GL-TOTAL
004549     IF WS-CO-GL-CREDIT(COX) = WS-CO-RECOVERED-TOTAL(COX)
004550         DISPLAY WS-CO-CODE(COX) ',' WS-CO-CURRENCY(COX) ','
004551             WS-CO-RECOVERED-COUNT(COX) ','
004552             WS-FORMATTED-TOTAL ',' WS-FORMATTED-GL-TOTAL
004553             ',TIES'
004554     ELSE
004555         MOVE 'N' TO WS-TIE-SW
004556         DISPLAY WS-CO-CODE(COX) ',' WS-CO-CURRENCY(COX) ','
004557             WS-CO-RECOVERED-COUNT(COX) ','
004558             WS-FORMATTED-TOTAL ',' WS-FORMATTED-GL-TOTAL
004559             ',DOES NOT TIE'
004560     END-IF.
004561 8010-EXIT.
004562     EXIT.

004563 9000-TERMINATE.
004570     CLOSE AUDFIND
004580     CLOSE AUDGL.
004590 9000-EXIT.
004600     EXIT.
