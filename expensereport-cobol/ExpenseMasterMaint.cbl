000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-MASTER-MAINT.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  BATCH MAINTENANCE FOR
000130*                     THE REFERENCE MASTERS THAT DRIVE THE
000140*                     EXPENSE SUITE -- TYPFILE (EXPTYPE),
000150*                     LIMFILE (EXPLIM), APRFILE (APPMAST),
000160*                     EMPFILE (EMPBANK) AND PRJFILE (PROJMAST).
000170*                     APPLIES ADD/CHANGE/DELETE TRANSACTIONS
000180*                     (MNTFILE) IN ARRIVAL ORDER, REJECTS ANY
000190*                     THAT WOULD LEAVE A MASTER INCONSISTENT,
000200*                     REWRITES EACH MASTER TO TYPOUT / LIMOUT /
000210*                     APROUT / EMPOUT / PRJOUT FOR THE JOB TO
000220*                     SWAP IN AS THE LIVE FILES, AND APPENDS A
000230*                     BEFORE/AFTER IMAGE OF EVERY APPLIED
000240*                     CHANGE, WITH USER ID AND TIMESTAMP, TO
000250*                     THE AUDFILE AUDIT LOG.
000252*    10/15/2026 DK    TYPE MASTER CARRIES A RECEIPT THRESHOLD;
000254*                     REJECT ONE THAT IS NEITHER NUMERIC NOR
000256*                     BLANK (BLANK = NO RECEIPT EVER REQUIRED).
000258*    10/15/2026 DK    A MASTER THAT IS PRESENT BUT WILL NOT OPEN
000260*                     STOPS THE RUN RC 16 INSTEAD OF BEING TAKEN
000262*                     AS EMPTY AND REWRITTEN EMPTY.  A PROJECT'S
000264*                     OWNING COMPANY MUST BE THE PARENT (BLANK) OR
000266*                     ON THE COMPANY MASTER (COMFILE).
000268*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MNTFILE ASSIGN TO "MNTFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-MNTFILE-STATUS.

000360     SELECT OPTIONAL TYPFILE ASSIGN TO "TYPFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TYPFILE-STATUS.

000390     SELECT OPTIONAL LIMFILE ASSIGN TO "LIMFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LIMFILE-STATUS.

000420     SELECT OPTIONAL APRFILE ASSIGN TO "APRFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-APRFILE-STATUS.

000450     SELECT OPTIONAL EMPFILE ASSIGN TO "EMPFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EMPFILE-STATUS.

000480     SELECT OPTIONAL PRJFILE ASSIGN TO "PRJFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRJFILE-STATUS.

000510     SELECT TYPOUT ASSIGN TO "TYPOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TYPOUT-STATUS.

000540     SELECT LIMOUT ASSIGN TO "LIMOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LIMOUT-STATUS.

000570     SELECT APROUT ASSIGN TO "APROUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-APROUT-STATUS.

000600     SELECT EMPOUT ASSIGN TO "EMPOUT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-EMPOUT-STATUS.

000630     SELECT PRJOUT ASSIGN TO "PRJOUT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRJOUT-STATUS.

000660     SELECT OPTIONAL AUDFILE ASSIGN TO "AUDFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDFILE-STATUS.

000682     SELECT OPTIONAL COMFILE ASSIGN TO "COMFILE"
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-COMFILE-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MNTFILE
000720     LABEL RECORDS ARE STANDARD
000730     DATA RECORD IS MAINT-TRAN-RECORD.
000740     COPY MNTTRAN.

000750 FD  TYPFILE
000760     LABEL RECORDS ARE STANDARD
000770     DATA RECORD IS EXPTYPE-RECORD.
000780     COPY EXPTYPE.

000790 FD  LIMFILE
000800     LABEL RECORDS ARE STANDARD
000810     DATA RECORD IS EXPLIM-RECORD.
000820     COPY EXPLIM.

000830 FD  APRFILE
000840     LABEL RECORDS ARE STANDARD
000850     DATA RECORD IS APPMAST-RECORD.
000860     COPY APPMAST.

000870 FD  EMPFILE
000880     LABEL RECORDS ARE STANDARD
000890     DATA RECORD IS EMPBANK-RECORD.
000900     COPY EMPBANK.

000910 FD  PRJFILE
000920     LABEL RECORDS ARE STANDARD
000930     DATA RECORD IS PROJMAST-RECORD.
000940     COPY PROJMAST.

000950*
000960*    THE REWRITTEN MASTERS ARE WRITTEN FROM THE TABLE IMAGES,
000970*    SO EACH IS A PLAIN RECORD OF ITS MASTER'S LENGTH.
000980*
000990 FD  TYPOUT
001000     LABEL RECORDS ARE STANDARD
001010     DATA RECORD IS TYPOUT-RECORD.
001020 01  TYPOUT-RECORD               PIC X(39).

001030 FD  LIMOUT
001040     LABEL RECORDS ARE STANDARD
001050     DATA RECORD IS LIMOUT-RECORD.
001060 01  LIMOUT-RECORD               PIC X(27).

001070 FD  APROUT
001080     LABEL RECORDS ARE STANDARD
001090     DATA RECORD IS APROUT-RECORD.
001100 01  APROUT-RECORD               PIC X(52).

001110 FD  EMPOUT
001120     LABEL RECORDS ARE STANDARD
001130     DATA RECORD IS EMPOUT-RECORD.
001140 01  EMPOUT-RECORD               PIC X(41).

001150 FD  PRJOUT
001160     LABEL RECORDS ARE STANDARD
001170     DATA RECORD IS PRJOUT-RECORD.
001180 01  PRJOUT-RECORD               PIC X(43).

001190 FD  AUDFILE
001200     LABEL RECORDS ARE STANDARD
001210     DATA RECORD IS MAINT-AUDIT-RECORD.
001220     COPY MNTAUD.

001222 FD  COMFILE
001224     LABEL RECORDS ARE STANDARD
001226     DATA RECORD IS COMPANY-MASTER-RECORD.
001228     COPY COMPMAST.

001230 WORKING-STORAGE SECTION.
001240*
001250*    RUN DATE AND TIME, STAMPED ON EVERY AUDIT LOG RECORD.
001260*
001270 01  WS-RUN-DATE                 PIC 9(08).
001280 01  WS-RUN-TIME                 PIC 9(08).

001290*
001300*    END-OF-FILE AND CONDITION SWITCHES
001310*
001320 01  WS-SWITCHES.
001330     05  WS-MNTFILE-EOF-SW       PIC X(01) VALUE 'N'.
001340         88  MNTFILE-EOF                   VALUE 'Y'.
001350     05  WS-TYPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001360         88  TYPFILE-EOF                   VALUE 'Y'.
001370     05  WS-LIMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001380         88  LIMFILE-EOF                   VALUE 'Y'.
001390     05  WS-APRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001400         88  APRFILE-EOF                   VALUE 'Y'.
001410     05  WS-EMPFILE-EOF-SW       PIC X(01) VALUE 'N'.
001420         88  EMPFILE-EOF                   VALUE 'Y'.
001430     05  WS-PRJFILE-EOF-SW       PIC X(01) VALUE 'N'.
001440         88  PRJFILE-EOF                   VALUE 'Y'.
001443     05  WS-COMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001446         88  COMFILE-EOF                   VALUE 'Y'.
001450     05  WS-TRAN-REJECT-SW       PIC X(01) VALUE 'N'.
001460         88  TRAN-REJECTED                 VALUE 'Y'.

001470 01  WS-FILE-STATUSES.
001480     05  WS-MNTFILE-STATUS       PIC X(02).
001490     05  WS-TYPFILE-STATUS       PIC X(02).
001500     05  WS-LIMFILE-STATUS       PIC X(02).
001510     05  WS-APRFILE-STATUS       PIC X(02).
001520     05  WS-EMPFILE-STATUS       PIC X(02).
001530     05  WS-PRJFILE-STATUS       PIC X(02).
001540     05  WS-TYPOUT-STATUS        PIC X(02).
001550     05  WS-LIMOUT-STATUS        PIC X(02).
001560     05  WS-APROUT-STATUS        PIC X(02).
001570     05  WS-EMPOUT-STATUS        PIC X(02).
001580     05  WS-PRJOUT-STATUS        PIC X(02).
001590     05  WS-AUDFILE-STATUS       PIC X(02).
001595     05  WS-COMFILE-STATUS       PIC X(02).

001600*
001610*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
001615*    FILE-OPEN CHECK PERFORMED FOR EACH DRIVING FILE, AND
001620*    1020-CHECK-MASTER-STATUS, ITS COUNTERPART FOR THE OPTIONAL
001625*    MASTERS.
001630*
001640 01  WS-CHECK-FILE-NAME          PIC X(08).
001650 01  WS-CHECK-STATUS             PIC X(02).

001660*
001670*    THE FIVE MASTERS, LOADED WHOLE AT STARTUP.  EACH ENTRY
001680*    KEEPS ITS KEY FIELDS FOR MATCHING AND THE FULL RECORD
001690*    IMAGE FOR THE REWRITE AND THE AUDIT LOG.  A DELETE ONLY
001700*    CLEARS THE ON-FILE SWITCH, SO A LATER ADD OF THE SAME KEY
001710*    IN THE SAME RUN REUSES NOTHING AND AUDITS CLEANLY.  THE
001720*    TYPE MASTER IS SUBSCRIPTED DIRECTLY BY TYPE CODE (1-9),
001730*    AS IT IS EVERYWHERE ELSE IN THE SUITE.
001740*
001750 01  WS-TYPE-TABLE.
001760     05  WS-TYPE-ENTRY OCCURS 9 TIMES.
001770         10  WS-TYP-ON-FILE-SW   PIC X(01).
001780             88  WS-TYP-ON-FILE            VALUE 'Y'.
001790         10  WS-TYP-IMAGE        PIC X(39).

001800 01  WS-LIM-COUNT                PIC 9(04) VALUE 0.
001810 01  WS-LIM-TABLE.
001820     05  WS-LIM-ENTRY OCCURS 1 TO 100 TIMES
001830             DEPENDING ON WS-LIM-COUNT.
001840         10  WS-LIM-ON-FILE-SW   PIC X(01).
001850             88  WS-LIM-ON-FILE            VALUE 'Y'.
001860         10  WS-LIM-TYPE         PIC 9(01).
001870         10  WS-LIM-EFF-DATE     PIC 9(08).
001880         10  WS-LIM-IMAGE        PIC X(27).

001890 01  WS-APR-COUNT                PIC 9(03) VALUE 0.
001900 01  WS-APR-TABLE.
001910     05  WS-APR-ENTRY OCCURS 1 TO 200 TIMES
001920             DEPENDING ON WS-APR-COUNT.
001930         10  WS-APR-ON-FILE-SW   PIC X(01).
001940             88  WS-APR-ON-FILE            VALUE 'Y'.
001950         10  WS-APR-DEPARTMENT   PIC X(20).
001960         10  WS-APR-APPROVER     PIC X(06).
001970         10  WS-APR-NEXT         PIC X(06).
001980         10  WS-APR-IMAGE        PIC X(52).

001990 01  WS-BANK-COUNT               PIC 9(04) VALUE 0.
002000 01  WS-BANK-TABLE.
002010     05  WS-BANK-ENTRY OCCURS 1 TO 5000 TIMES
002020             DEPENDING ON WS-BANK-COUNT.
002030         10  WS-BANK-ON-FILE-SW  PIC X(01).
002040             88  WS-BANK-ON-FILE           VALUE 'Y'.
002050         10  WS-BANK-EMP-ID      PIC X(06).
002060         10  WS-BANK-IMAGE       PIC X(41).

002070 01  WS-PROJ-COUNT               PIC 9(03) VALUE 0.
002080 01  WS-PROJ-TABLE.
002090     05  WS-PROJ-ENTRY OCCURS 1 TO 500 TIMES
002100             DEPENDING ON WS-PROJ-COUNT.
002110         10  WS-PROJ-ON-FILE-SW  PIC X(01).
002120             88  WS-PROJ-ON-FILE           VALUE 'Y'.
002130         10  WS-PROJ-CODE        PIC X(08).
002140         10  WS-PROJ-IMAGE       PIC X(43).

002150*
002151*    COMPANY CODES ON THE OPTIONAL COMPANY MASTER, FOR THE
002152*    PROJECT'S OWNING-COMPANY EDIT.  COMFILE IS NOT MAINTAINED
002153*    HERE.
002154*
002155 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
002156 01  WS-CO-TABLE.
002157     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
002158             DEPENDING ON WS-CO-COUNT.
002159         10  WS-CO-CODE          PIC X(04).
002160 01  WS-FOUND-CO-SUB             PIC 9(03) VALUE 0.

002161*
002162*    THE TRANSACTION'S NEW RECORD, LAID OUT IN ITS MASTER'S
002170*    OWN COPYBOOK (FILLED BY A GROUP MOVE FROM THE IMAGE) SO
002180*    THE EDITS READ THE SAME FIELD NAMES THE MASTER DOES.
002190*
002200     COPY EXPTYPE REPLACING EXPTYPE-RECORD BY WS-NEW-TYPE.
002210     COPY EXPLIM REPLACING EXPLIM-RECORD BY WS-NEW-LIMIT.
002220     COPY APPMAST REPLACING APPMAST-RECORD BY WS-NEW-APPROVER.
002230     COPY EMPBANK REPLACING EMPBANK-RECORD BY WS-NEW-BANK.
002240     COPY PROJMAST REPLACING PROJMAST-RECORD BY WS-NEW-PROJECT.

002250*
002260*    TRANSACTION WORK AREAS
002270*
002280 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
002290 01  WS-AUDIT-KEY                PIC X(20) VALUE SPACES.
002300 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
002310 01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
002320 01  WS-FOUND-SUB                PIC 9(04) VALUE 0.
002330 01  WS-LATEST-EFF-DATE          PIC 9(08) VALUE 0.
002340 01  WS-FIND-APPROVER            PIC X(06) VALUE SPACES.
002350 01  WS-APPROVER-SEEN-COUNT      PIC 9(03) VALUE 0.
002360 01  WS-NAMED-AS-NEXT-COUNT      PIC 9(03) VALUE 0.
002370 01  WS-TYPE-LIMIT-COUNT         PIC 9(04) VALUE 0.
002380 01  WS-SWITCH-VALUE             PIC X(01) VALUE SPACE.

002390*
002400*    MAINTENANCE CONTROL COUNTS
002410*
002420 01  WS-MAINT-COUNTS.
002430     05  WS-TRANS-READ           PIC 9(06) VALUE 0.
002440     05  WS-ADDED-COUNT          PIC 9(06) VALUE 0.
002450     05  WS-CHANGED-COUNT        PIC 9(06) VALUE 0.
002460     05  WS-DELETED-COUNT        PIC 9(06) VALUE 0.
002470     05  WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
002480     05  WS-TYP-WRITTEN          PIC 9(06) VALUE 0.
002490     05  WS-LIM-WRITTEN          PIC 9(06) VALUE 0.
002500     05  WS-APR-WRITTEN          PIC 9(06) VALUE 0.
002510     05  WS-BANK-WRITTEN         PIC 9(06) VALUE 0.
002520     05  WS-PROJ-WRITTEN         PIC 9(06) VALUE 0.

002530*
002540*    SUBSCRIPTS
002550*
002560 01  TYX                         PIC 9(02) VALUE 0.
002570 01  LMX                         PIC 9(04) VALUE 0.
002580 01  APX                         PIC 9(03) VALUE 0.
002590 01  BKX                         PIC 9(04) VALUE 0.
002600 01  PJX                         PIC 9(03) VALUE 0.
002605 01  COX                         PIC 9(03) VALUE 0.

002610 PROCEDURE DIVISION.
002620*****************************************************
002630*  0000-MAINLINE                                      *
002640*****************************************************
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002670     PERFORM 2000-APPLY-ONE-TRANSACTION THRU 2000-EXIT
002680         UNTIL MNTFILE-EOF
002690     PERFORM 5000-WRITE-NEW-MASTERS THRU 5000-EXIT
002700     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
002710     PERFORM 9000-TERMINATE THRU 9000-EXIT
002720     GOBACK.

002730*****************************************************
002740*  1000-INITIALIZE -- DATE/TIME, FILES, LOAD THE FIVE  *
002746*  MASTERS AND THE COMPANY CODES, PRIME THE            *
002752*  TRANSACTION READ.                                   *
002760*****************************************************
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002790     ACCEPT WS-RUN-TIME FROM TIME

002800     OPEN INPUT MNTFILE
002810     MOVE 'MNTFILE ' TO WS-CHECK-FILE-NAME
002820     MOVE WS-MNTFILE-STATUS TO WS-CHECK-STATUS
002830     PERFORM 1010-CHECK-FILE-STATUS THRU 1010-EXIT

002840     MOVE SPACES TO WS-TYPE-TABLE
002850     PERFORM 1100-LOAD-TYPES THRU 1100-EXIT
002860     PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT
002870     PERFORM 1300-LOAD-APPROVERS THRU 1300-EXIT
002880     PERFORM 1400-LOAD-BANK-RECORDS THRU 1400-EXIT
002890     PERFORM 1500-LOAD-PROJECTS THRU 1500-EXIT
002895     PERFORM 1600-LOAD-COMPANIES THRU 1600-EXIT

002900     OPEN EXTEND AUDFILE

002910     DISPLAY '===== MASTER FILE MAINTENANCE ====='
002920     DISPLAY 'RESULT,MASTER,ACTION,KEY,USER,REASON'
002930     PERFORM 6100-READ-MNTFILE THRU 6100-EXIT.
002940 1000-EXIT.
002950     EXIT.

002960*
002970*    A MISSING OR MISNAMED MANDATORY BATCH INPUT FILE MUST STOP
002980*    THE RUN HERE -- WITHOUT THIS CHECK AN OPEN OF A MISSING
002990*    FILE CAN COMPLETE "SUCCESSFULLY" AND LEAVE THE READ LOOP
003000*    NEVER SEEING END-OF-FILE.
003010 1010-CHECK-FILE-STATUS.
003020     IF WS-CHECK-STATUS NOT = '00'
003030         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
003040             ' -- FILE STATUS = ' WS-CHECK-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080 1010-EXIT.
003090     EXIT.

003100*
003101*    AN OPTIONAL MASTER MAY BE ABSENT (STATUS 05), BUT ONE THAT
003102*    IS PRESENT AND WILL NOT OPEN -- LOCKED, A BAD DD, ANY OTHER
003103*    STATUS -- MUST STOP THE RUN.  TAKEN AS EMPTY IT WOULD BE
003104*    REWRITTEN EMPTY AND THE LIVE MASTER WIPED ON THE SWAP.
003105*
003106 1020-CHECK-MASTER-STATUS.
003107     IF WS-CHECK-STATUS NOT = '00'
003108         AND WS-CHECK-STATUS NOT = '05'
003109         DISPLAY 'UNABLE TO OPEN ' WS-CHECK-FILE-NAME
003110             ' -- FILE STATUS = ' WS-CHECK-STATUS
003111         MOVE 16 TO RETURN-CODE
003112         GOBACK
003113     END-IF.
003114 1020-EXIT.
003115     EXIT.

003116*
003117*    EACH MASTER IS OPTIONAL ON INPUT -- A MASTER BEING SET UP
003120*    FOR THE FIRST TIME IS BUILT ENTIRELY FROM ADD
003130*    TRANSACTIONS.  ONLY AN ABSENT MASTER IS TAKEN AS EMPTY.
003140*
003150 1100-LOAD-TYPES.
003160     OPEN INPUT TYPFILE
003162     MOVE 'TYPFILE ' TO WS-CHECK-FILE-NAME
003164     MOVE WS-TYPFILE-STATUS TO WS-CHECK-STATUS
003166     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
003170     IF WS-TYPFILE-STATUS = '00'
003180         PERFORM 1110-LOAD-ONE-TYPE THRU 1110-EXIT
003190             UNTIL TYPFILE-EOF
003200     END-IF
003210     CLOSE TYPFILE.
003220 1100-EXIT.
003230     EXIT.

003240 1110-LOAD-ONE-TYPE.
003250     READ TYPFILE
003260         AT END SET TYPFILE-EOF TO TRUE
003270         NOT AT END PERFORM 1120-STORE-TYPE THRU 1120-EXIT
003280     END-READ.
003290 1110-EXIT.
003300     EXIT.

003310 1120-STORE-TYPE.
003320     IF TY-TYPE OF EXPTYPE-RECORD NOT NUMERIC
003330         OR TY-TYPE OF EXPTYPE-RECORD = 0
003340         DISPLAY 'TYPFILE HAS AN INVALID TYPE CODE -- '
003350             'CORRECT THE TYPE MASTER TO CONTINUE'
003360         MOVE 16 TO RETURN-CODE
003370         GOBACK
003380     END-IF
003390     MOVE TY-TYPE OF EXPTYPE-RECORD TO TYX
003400     MOVE 'Y'            TO WS-TYP-ON-FILE-SW(TYX)
003410     MOVE EXPTYPE-RECORD TO WS-TYP-IMAGE(TYX).
003420 1120-EXIT.
003430     EXIT.

003440 1200-LOAD-LIMITS.
003450     OPEN INPUT LIMFILE
003452     MOVE 'LIMFILE ' TO WS-CHECK-FILE-NAME
003454     MOVE WS-LIMFILE-STATUS TO WS-CHECK-STATUS
003456     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
003460     IF WS-LIMFILE-STATUS = '00'
003470         PERFORM 1210-LOAD-ONE-LIMIT THRU 1210-EXIT
003480             UNTIL LIMFILE-EOF
003490     END-IF
003500     CLOSE LIMFILE.
003510 1200-EXIT.
003520     EXIT.

003530 1210-LOAD-ONE-LIMIT.
003540     READ LIMFILE
003550         AT END SET LIMFILE-EOF TO TRUE
003560         NOT AT END PERFORM 1220-STORE-LIMIT THRU 1220-EXIT
003570     END-READ.
003580 1210-EXIT.
003590     EXIT.

003600 1220-STORE-LIMIT.
003610     PERFORM 1250-CHECK-LIMIT-TABLE THRU 1250-EXIT
003620     ADD 1 TO WS-LIM-COUNT
003630     MOVE 'Y' TO WS-LIM-ON-FILE-SW(WS-LIM-COUNT)
003640     MOVE LM-TYPE OF EXPLIM-RECORD
003650         TO WS-LIM-TYPE(WS-LIM-COUNT)
003660     MOVE LM-EFFECTIVE-DATE OF EXPLIM-RECORD
003670         TO WS-LIM-EFF-DATE(WS-LIM-COUNT)
003680     MOVE EXPLIM-RECORD TO WS-LIM-IMAGE(WS-LIM-COUNT).
003690 1220-EXIT.
003700     EXIT.

003710 1250-CHECK-LIMIT-TABLE.
003720     IF WS-LIM-COUNT = 100
003730         DISPLAY 'LIMFILE HAS MORE THAN 100 RATE ENTRIES -- '
003740             'INCREASE THE WS-LIM-TABLE SIZE TO CONTINUE'
003750         MOVE 16 TO RETURN-CODE
003760         GOBACK
003770     END-IF.
003780 1250-EXIT.
003790     EXIT.

003800 1300-LOAD-APPROVERS.
003810     OPEN INPUT APRFILE
003812     MOVE 'APRFILE ' TO WS-CHECK-FILE-NAME
003814     MOVE WS-APRFILE-STATUS TO WS-CHECK-STATUS
003816     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
003820     IF WS-APRFILE-STATUS = '00'
003830         PERFORM 1310-LOAD-ONE-APPROVER THRU 1310-EXIT
003840             UNTIL APRFILE-EOF
003850     END-IF
003860     CLOSE APRFILE.
003870 1300-EXIT.
003880     EXIT.

003890 1310-LOAD-ONE-APPROVER.
003900     READ APRFILE
003910         AT END SET APRFILE-EOF TO TRUE
003920         NOT AT END PERFORM 1320-STORE-APPROVER THRU 1320-EXIT
003930     END-READ.
003940 1310-EXIT.
003950     EXIT.

003960 1320-STORE-APPROVER.
003970     PERFORM 1350-CHECK-APPROVER-TABLE THRU 1350-EXIT
003980     ADD 1 TO WS-APR-COUNT
003990     MOVE 'Y' TO WS-APR-ON-FILE-SW(WS-APR-COUNT)
004000     MOVE AM-DEPARTMENT OF APPMAST-RECORD
004010         TO WS-APR-DEPARTMENT(WS-APR-COUNT)
004020     MOVE AM-APPROVER-ID OF APPMAST-RECORD
004030         TO WS-APR-APPROVER(WS-APR-COUNT)
004040     MOVE AM-NEXT-APPROVER OF APPMAST-RECORD
004050         TO WS-APR-NEXT(WS-APR-COUNT)
004060     MOVE APPMAST-RECORD TO WS-APR-IMAGE(WS-APR-COUNT).
004070 1320-EXIT.
004080     EXIT.

004090 1350-CHECK-APPROVER-TABLE.
004100     IF WS-APR-COUNT = 200
004110         DISPLAY 'APRFILE HAS MORE THAN 200 DEPARTMENTS -- '
004120             'INCREASE THE WS-APR-TABLE SIZE TO CONTINUE'
004130         MOVE 16 TO RETURN-CODE
004140         GOBACK
004150     END-IF.
004160 1350-EXIT.
004170     EXIT.

004180 1400-LOAD-BANK-RECORDS.
004190     OPEN INPUT EMPFILE
004192     MOVE 'EMPFILE ' TO WS-CHECK-FILE-NAME
004194     MOVE WS-EMPFILE-STATUS TO WS-CHECK-STATUS
004196     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
004200     IF WS-EMPFILE-STATUS = '00'
004210         PERFORM 1410-LOAD-ONE-BANK-RECORD THRU 1410-EXIT
004220             UNTIL EMPFILE-EOF
004230     END-IF
004240     CLOSE EMPFILE.
004250 1400-EXIT.
004260     EXIT.

004270 1410-LOAD-ONE-BANK-RECORD.
004280     READ EMPFILE
004290         AT END SET EMPFILE-EOF TO TRUE
004300         NOT AT END PERFORM 1420-STORE-BANK-RECORD THRU 1420-EXIT
004310     END-READ.
004320 1410-EXIT.
004330     EXIT.

004340 1420-STORE-BANK-RECORD.
004350     PERFORM 1450-CHECK-BANK-TABLE THRU 1450-EXIT
004360     ADD 1 TO WS-BANK-COUNT
004370     MOVE 'Y' TO WS-BANK-ON-FILE-SW(WS-BANK-COUNT)
004380     MOVE EM-EMPLOYEE-ID OF EMPBANK-RECORD
004390         TO WS-BANK-EMP-ID(WS-BANK-COUNT)
004400     MOVE EMPBANK-RECORD TO WS-BANK-IMAGE(WS-BANK-COUNT).
004410 1420-EXIT.
004420     EXIT.

004430 1450-CHECK-BANK-TABLE.
004440     IF WS-BANK-COUNT = 5000
004450         DISPLAY 'EMPFILE HAS MORE THAN 5000 RECORDS -- '
004460             'INCREASE THE WS-BANK-TABLE SIZE TO CONTINUE'
004470         MOVE 16 TO RETURN-CODE
004480         GOBACK
004490     END-IF.
004500 1450-EXIT.
004510     EXIT.

004520 1500-LOAD-PROJECTS.
004530     OPEN INPUT PRJFILE
004532     MOVE 'PRJFILE ' TO WS-CHECK-FILE-NAME
004534     MOVE WS-PRJFILE-STATUS TO WS-CHECK-STATUS
004536     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
004540     IF WS-PRJFILE-STATUS = '00'
004550         PERFORM 1510-LOAD-ONE-PROJECT THRU 1510-EXIT
004560             UNTIL PRJFILE-EOF
004570     END-IF
004580     CLOSE PRJFILE.
004590 1500-EXIT.
004600     EXIT.

004610 1510-LOAD-ONE-PROJECT.
004620     READ PRJFILE
004630         AT END SET PRJFILE-EOF TO TRUE
004640         NOT AT END PERFORM 1520-STORE-PROJECT THRU 1520-EXIT
004650     END-READ.
004660 1510-EXIT.
004670     EXIT.

004680 1520-STORE-PROJECT.
004690     PERFORM 1550-CHECK-PROJECT-TABLE THRU 1550-EXIT
004700     ADD 1 TO WS-PROJ-COUNT
004710     MOVE 'Y' TO WS-PROJ-ON-FILE-SW(WS-PROJ-COUNT)
004720     MOVE PJ-PROJECT-CODE OF PROJMAST-RECORD
004730         TO WS-PROJ-CODE(WS-PROJ-COUNT)
004740     MOVE PROJMAST-RECORD TO WS-PROJ-IMAGE(WS-PROJ-COUNT).
004750 1520-EXIT.
004760     EXIT.

004770 1550-CHECK-PROJECT-TABLE.
004780     IF WS-PROJ-COUNT = 500
004790         DISPLAY 'PRJFILE HAS MORE THAN 500 PROJECTS -- '
004800             'INCREASE THE WS-PROJ-TABLE SIZE TO CONTINUE'
004810         MOVE 16 TO RETURN-CODE
004820         GOBACK
004830     END-IF.
004840 1550-EXIT.
004850     EXIT.

004851 1600-LOAD-COMPANIES.
004852     OPEN INPUT COMFILE
004853     MOVE 'COMFILE ' TO WS-CHECK-FILE-NAME
004854     MOVE WS-COMFILE-STATUS TO WS-CHECK-STATUS
004855     PERFORM 1020-CHECK-MASTER-STATUS THRU 1020-EXIT
004856     IF WS-COMFILE-STATUS = '00'
004857         PERFORM 1610-LOAD-ONE-COMPANY THRU 1610-EXIT
004858             UNTIL COMFILE-EOF
004859     END-IF
004860     CLOSE COMFILE.
004861 1600-EXIT.
004862     EXIT.

004863 1610-LOAD-ONE-COMPANY.
004864     READ COMFILE
004865         AT END SET COMFILE-EOF TO TRUE
004866         NOT AT END PERFORM 1620-STORE-COMPANY THRU 1620-EXIT
004867     END-READ.
004868 1610-EXIT.
004869     EXIT.

004870 1620-STORE-COMPANY.
004871     IF WS-CO-COUNT = 50
004872         DISPLAY 'COMFILE HAS MORE THAN 50 COMPANIES -- '
004873             'INCREASE THE WS-CO-TABLE SIZE TO CONTINUE'
004874         MOVE 16 TO RETURN-CODE
004875         GOBACK
004876     END-IF
004877     ADD 1 TO WS-CO-COUNT
004878     MOVE CO-COMPANY-CODE TO WS-CO-CODE(WS-CO-COUNT).
004879 1620-EXIT.
004880     EXIT.

004881*****************************************************
004882*  2000-APPLY-ONE-TRANSACTION -- EDIT ONE MAINTENANCE  *
004883*  TRANSACTION AGAINST ITS MASTER AS IT STANDS AFTER   *
004890*  EVERY EARLIER TRANSACTION IN THE RUN, APPLY IT TO   *
004900*  THE TABLE AND AUDIT IT, OR REPORT WHY IT WAS        *
004910*  REJECTED.  A REJECTED TRANSACTION CHANGES NOTHING.  *
004920*****************************************************
004930 2000-APPLY-ONE-TRANSACTION.
004940     ADD 1 TO WS-TRANS-READ
004950     MOVE 'N'    TO WS-TRAN-REJECT-SW
004960     MOVE SPACES TO WS-REJECT-REASON
004970     MOVE SPACES TO WS-AUDIT-KEY
004980     MOVE SPACES TO WS-BEFORE-IMAGE
004990     MOVE SPACES TO WS-AFTER-IMAGE

005000     IF MT-USER-ID = SPACES
005010         MOVE 'NO USER ID ON TRANSACTION' TO WS-REJECT-REASON
005020         SET TRAN-REJECTED TO TRUE
005030         GO TO 2000-REPORT
005040     END-IF

005050     IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
005060         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
005070         SET TRAN-REJECTED TO TRUE
005080         GO TO 2000-REPORT
005090     END-IF

005100     EVALUATE TRUE
005110         WHEN MT-TYPE-MASTER
005120             PERFORM 2100-APPLY-TYPE THRU 2100-EXIT
005130         WHEN MT-LIMIT-MASTER
005140             PERFORM 2200-APPLY-LIMIT THRU 2200-EXIT
005150         WHEN MT-APPROVER-MASTER
005160             PERFORM 2300-APPLY-APPROVER THRU 2300-EXIT
005170         WHEN MT-BANK-MASTER
005180             PERFORM 2400-APPLY-BANK-RECORD THRU 2400-EXIT
005190         WHEN MT-PROJECT-MASTER
005200             PERFORM 2500-APPLY-PROJECT THRU 2500-EXIT
005210         WHEN OTHER
005220             MOVE 'UNKNOWN MASTER ID' TO WS-REJECT-REASON
005230             SET TRAN-REJECTED TO TRUE
005240     END-EVALUATE.
005250 2000-REPORT.
005260     IF TRAN-REJECTED
005270         ADD 1 TO WS-REJECTED-COUNT
005280         DISPLAY 'REJECTED,' MT-MASTER-ID ',' MT-ACTION ','
005290             FUNCTION TRIM(WS-AUDIT-KEY) ','
005300             FUNCTION TRIM(MT-USER-ID) ','
005310             FUNCTION TRIM(WS-REJECT-REASON)
005320         GO TO 2000-NEXT
005330     END-IF
005340     EVALUATE TRUE
005350         WHEN MT-ADD
005360             ADD 1 TO WS-ADDED-COUNT
005370         WHEN MT-CHANGE
005380             ADD 1 TO WS-CHANGED-COUNT
005390         WHEN MT-DELETE
005400             ADD 1 TO WS-DELETED-COUNT
005410     END-EVALUATE
005420     PERFORM 5900-WRITE-AUDIT-RECORD THRU 5900-EXIT
005430     DISPLAY 'APPLIED,' MT-MASTER-ID ',' MT-ACTION ','
005440         FUNCTION TRIM(WS-AUDIT-KEY) ','
005450         FUNCTION TRIM(MT-USER-ID) ','.
005460 2000-NEXT.
005470     PERFORM 6100-READ-MNTFILE THRU 6100-EXIT.
005480 2000-EXIT.
005490     EXIT.

005500*****************************************************
005510*  2100-APPLY-TYPE -- EXPENSE TYPE MASTER.  A TYPE     *
005520*  CODE MAY ONLY BE ADDED ONCE, AND CANNOT BE DELETED  *
005530*  WHILE LIMIT RATES ARE STILL ON FILE FOR IT.         *
005540*****************************************************
005550 2100-APPLY-TYPE.
005560     MOVE MT-RECORD-IMAGE TO WS-NEW-TYPE
005570     MOVE MT-RECORD-IMAGE(1:1) TO WS-AUDIT-KEY

005580     IF TY-TYPE OF WS-NEW-TYPE NOT NUMERIC
005590         OR TY-TYPE OF WS-NEW-TYPE = 0
005600         MOVE 'TYPE CODE NOT 1-9' TO WS-REJECT-REASON
005610         SET TRAN-REJECTED TO TRUE
005620         GO TO 2100-EXIT
005630     END-IF
005640     MOVE TY-TYPE OF WS-NEW-TYPE TO TYX

005650     IF MT-ADD AND WS-TYP-ON-FILE(TYX)
005660         MOVE 'DUPLICATE TYPE CODE' TO WS-REJECT-REASON
005670         SET TRAN-REJECTED TO TRUE
005680     END-IF

005690     IF NOT TRAN-REJECTED AND NOT MT-ADD
005700         AND NOT WS-TYP-ON-FILE(TYX)
005710         MOVE 'TYPE NOT ON FILE' TO WS-REJECT-REASON
005720         SET TRAN-REJECTED TO TRUE
005730     END-IF

005740     IF NOT TRAN-REJECTED AND MT-DELETE
005750         PERFORM 2110-COUNT-TYPE-LIMITS THRU 2110-EXIT
005760         IF WS-TYPE-LIMIT-COUNT GREATER THAN 0
005770             MOVE 'LIMIT RATES STILL ON FILE FOR TYPE'
005780                 TO WS-REJECT-REASON
005790             SET TRAN-REJECTED TO TRUE
005800         END-IF
005810     END-IF

005820     IF NOT TRAN-REJECTED AND NOT MT-DELETE
005830         AND TY-NAME OF WS-NEW-TYPE = SPACES
005840         MOVE 'TYPE NAME MISSING' TO WS-REJECT-REASON
005850         SET TRAN-REJECTED TO TRUE
005860     END-IF

005870     IF NOT TRAN-REJECTED AND NOT MT-DELETE
005880         AND TY-GL-ACCOUNT OF WS-NEW-TYPE = SPACES
005890         MOVE 'GL ACCOUNT MISSING' TO WS-REJECT-REASON
005900         SET TRAN-REJECTED TO TRUE
005910     END-IF

005920     IF NOT TRAN-REJECTED AND NOT MT-DELETE
005930         MOVE TY-MEAL-CLASS-SW OF WS-NEW-TYPE TO WS-SWITCH-VALUE
005940         PERFORM 2190-CHECK-SWITCH THRU 2190-EXIT
005950         MOVE TY-LIMIT-APPL-SW OF WS-NEW-TYPE TO WS-SWITCH-VALUE
005960         PERFORM 2190-CHECK-SWITCH THRU 2190-EXIT
005970         MOVE TY-UNIT-BASED-SW OF WS-NEW-TYPE TO WS-SWITCH-VALUE
005980         PERFORM 2190-CHECK-SWITCH THRU 2190-EXIT
005990         MOVE TY-CARD-REQ-SW OF WS-NEW-TYPE TO WS-SWITCH-VALUE
006000         PERFORM 2190-CHECK-SWITCH THRU 2190-EXIT
006010     END-IF

006011     IF NOT TRAN-REJECTED AND NOT MT-DELETE
006012         AND TY-RECEIPT-AMOUNT OF WS-NEW-TYPE NOT NUMERIC
006013         AND TY-RECEIPT-AMOUNT OF WS-NEW-TYPE NOT = SPACES
006014         MOVE 'RECEIPT THRESHOLD NOT NUMERIC'
006015             TO WS-REJECT-REASON
006016         SET TRAN-REJECTED TO TRUE
006017     END-IF

006020     IF TRAN-REJECTED
006030         GO TO 2100-EXIT
006040     END-IF
006050     IF NOT MT-ADD
006060         MOVE WS-TYP-IMAGE(TYX) TO WS-BEFORE-IMAGE
006070     END-IF
006080     IF MT-DELETE
006090         MOVE 'N' TO WS-TYP-ON-FILE-SW(TYX)
006100     ELSE
006110         MOVE 'Y'         TO WS-TYP-ON-FILE-SW(TYX)
006120         MOVE WS-NEW-TYPE TO WS-TYP-IMAGE(TYX)
006130         MOVE WS-NEW-TYPE TO WS-AFTER-IMAGE
006140     END-IF.
006150 2100-EXIT.
006160     EXIT.

006170 2110-COUNT-TYPE-LIMITS.
006180     MOVE 0 TO WS-TYPE-LIMIT-COUNT
006190     PERFORM 2120-CHECK-ONE-TYPE-LIMIT THRU 2120-EXIT
006200         VARYING LMX FROM 1 BY 1 UNTIL LMX > WS-LIM-COUNT.
006210 2110-EXIT.
006220     EXIT.

006230 2120-CHECK-ONE-TYPE-LIMIT.
006240     IF WS-LIM-ON-FILE(LMX)
006250         AND WS-LIM-TYPE(LMX) = TYX
006260         ADD 1 TO WS-TYPE-LIMIT-COUNT
006270     END-IF.
006280 2120-EXIT.
006290     EXIT.

006300*
006310*    A TYPE MASTER SWITCH IS Y, N OR BLANK (BLANK READS AS N
006320*    EVERYWHERE THE SWITCHES ARE TESTED).
006330*
006340 2190-CHECK-SWITCH.
006350     IF NOT TRAN-REJECTED
006360         AND WS-SWITCH-VALUE NOT = 'Y'
006370         AND WS-SWITCH-VALUE NOT = 'N'
006380         AND WS-SWITCH-VALUE NOT = SPACE
006390         MOVE 'TYPE SWITCH NOT Y OR N' TO WS-REJECT-REASON
006400         SET TRAN-REJECTED TO TRUE
006410     END-IF.
006420 2190-EXIT.
006430     EXIT.

006440*****************************************************
006450*  2200-APPLY-LIMIT -- LIMIT RATE TABLE, KEYED BY TYPE *
006460*  AND EFFECTIVE DATE.  A NEW RATE MUST TAKE EFFECT    *
006470*  AFTER EVERY RATE ALREADY ON FILE FOR ITS TYPE --    *
006480*  BACKDATING A RATE WOULD SILENTLY REPRICE TRIPS      *
006490*  ALREADY REPORTED.  A CHANGE MAY ONLY ALTER THE      *
006500*  AMOUNT OF AN EXISTING RATE.                         *
006510*****************************************************
006520 2200-APPLY-LIMIT.
006530     MOVE MT-RECORD-IMAGE TO WS-NEW-LIMIT
006540     MOVE MT-RECORD-IMAGE(1:9) TO WS-AUDIT-KEY

006550     IF LM-TYPE OF WS-NEW-LIMIT NOT NUMERIC
006560         OR LM-TYPE OF WS-NEW-LIMIT = 0
006570         MOVE 'TYPE CODE NOT 1-9' TO WS-REJECT-REASON
006580         SET TRAN-REJECTED TO TRUE
006590         GO TO 2200-EXIT
006600     END-IF
006610     MOVE LM-TYPE OF WS-NEW-LIMIT TO TYX

006620     IF LM-EFFECTIVE-DATE OF WS-NEW-LIMIT NOT NUMERIC
006630         OR LM-EFFECTIVE-DATE OF WS-NEW-LIMIT
006640             NOT GREATER THAN 15820101
006650         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
006660         SET TRAN-REJECTED TO TRUE
006670         GO TO 2200-EXIT
006680     END-IF

006690     PERFORM 2210-FIND-LIMIT THRU 2210-EXIT

006700     IF MT-ADD AND WS-FOUND-SUB GREATER THAN 0
006710         MOVE 'DUPLICATE TYPE/EFFECTIVE DATE'
006720             TO WS-REJECT-REASON
006730         SET TRAN-REJECTED TO TRUE
006740     END-IF

006750     IF NOT TRAN-REJECTED AND NOT MT-ADD
006760         AND WS-FOUND-SUB = 0
006770         MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
006780         SET TRAN-REJECTED TO TRUE
006790     END-IF

006800     IF NOT TRAN-REJECTED AND NOT MT-DELETE
006810         AND NOT WS-TYP-ON-FILE(TYX)
006820         MOVE 'TYPE NOT ON TYPE MASTER' TO WS-REJECT-REASON
006830         SET TRAN-REJECTED TO TRUE
006840     END-IF

006850     IF NOT TRAN-REJECTED AND MT-ADD
006860         AND LM-EFFECTIVE-DATE OF WS-NEW-LIMIT
006870             NOT GREATER THAN WS-LATEST-EFF-DATE
006880         MOVE 'EFFECTIVE DATE OUT OF SEQUENCE'
006890             TO WS-REJECT-REASON
006900         SET TRAN-REJECTED TO TRUE
006910     END-IF

006920     IF NOT TRAN-REJECTED AND NOT MT-DELETE
006930         AND LM-LIMIT-AMOUNT OF WS-NEW-LIMIT NOT NUMERIC
006940         MOVE 'LIMIT AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
006950         SET TRAN-REJECTED TO TRUE
006960     END-IF

006970     IF TRAN-REJECTED
006980         GO TO 2200-EXIT
006990     END-IF
007000     IF MT-ADD
007010         PERFORM 1250-CHECK-LIMIT-TABLE THRU 1250-EXIT
007020         ADD 1 TO WS-LIM-COUNT
007030         MOVE WS-LIM-COUNT TO WS-FOUND-SUB
007040         MOVE LM-TYPE OF WS-NEW-LIMIT
007050             TO WS-LIM-TYPE(WS-FOUND-SUB)
007060         MOVE LM-EFFECTIVE-DATE OF WS-NEW-LIMIT
007070             TO WS-LIM-EFF-DATE(WS-FOUND-SUB)
007080     ELSE
007090         MOVE WS-LIM-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
007100     END-IF
007110     IF MT-DELETE
007120         MOVE 'N' TO WS-LIM-ON-FILE-SW(WS-FOUND-SUB)
007130     ELSE
007140         MOVE 'Y'          TO WS-LIM-ON-FILE-SW(WS-FOUND-SUB)
007150         MOVE WS-NEW-LIMIT TO WS-LIM-IMAGE(WS-FOUND-SUB)
007160         MOVE WS-NEW-LIMIT TO WS-AFTER-IMAGE
007170     END-IF.
007180 2200-EXIT.
007190     EXIT.

007200*
007210*    FIND THE RATE WITH THE TRANSACTION'S TYPE AND EFFECTIVE
007220*    DATE, AND THE LATEST EFFECTIVE DATE ON FILE FOR THE TYPE.
007230*
007240 2210-FIND-LIMIT.
007250     MOVE 0 TO WS-FOUND-SUB
007260     MOVE 0 TO WS-LATEST-EFF-DATE
007270     PERFORM 2220-CHECK-ONE-LIMIT THRU 2220-EXIT
007280         VARYING LMX FROM 1 BY 1 UNTIL LMX > WS-LIM-COUNT.
007290 2210-EXIT.
007300     EXIT.

007310 2220-CHECK-ONE-LIMIT.
007320     IF NOT WS-LIM-ON-FILE(LMX)
007330         OR WS-LIM-TYPE(LMX) NOT = TYX
007340         GO TO 2220-EXIT
007350     END-IF
007360     IF WS-LIM-EFF-DATE(LMX) = LM-EFFECTIVE-DATE OF WS-NEW-LIMIT
007370         MOVE LMX TO WS-FOUND-SUB
007380     END-IF
007390     IF WS-LIM-EFF-DATE(LMX) GREATER THAN WS-LATEST-EFF-DATE
007400         MOVE WS-LIM-EFF-DATE(LMX) TO WS-LATEST-EFF-DATE
007410     END-IF.
007420 2220-EXIT.
007430     EXIT.

007440*****************************************************
007450*  2300-APPLY-APPROVER -- APPROVER MASTER, KEYED BY    *
007460*  DEPARTMENT.  EVERY NEXT-LEVEL APPROVER MUST ITSELF  *
007470*  BE AN APPROVER ON FILE, OR ESCALATIONS ROUTE TO     *
007480*  SOMEONE WHO CAN NEVER DECIDE THEM; FOR THE SAME     *
007490*  REASON AN APPROVER STILL NAMED AS SOMEONE'S NEXT    *
007500*  LEVEL CANNOT BE REMOVED FROM THE FILE.              *
007510*****************************************************
007520 2300-APPLY-APPROVER.
007530     MOVE MT-RECORD-IMAGE TO WS-NEW-APPROVER
007540     MOVE AM-DEPARTMENT OF WS-NEW-APPROVER TO WS-AUDIT-KEY

007550     IF AM-DEPARTMENT OF WS-NEW-APPROVER = SPACES
007560         MOVE 'DEPARTMENT MISSING' TO WS-REJECT-REASON
007570         SET TRAN-REJECTED TO TRUE
007580         GO TO 2300-EXIT
007590     END-IF

007600     MOVE 0 TO WS-FOUND-SUB
007610     PERFORM 2310-LOOK-FOR-DEPARTMENT THRU 2310-EXIT
007620         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT

007630     IF MT-ADD AND WS-FOUND-SUB GREATER THAN 0
007640         MOVE 'DUPLICATE DEPARTMENT' TO WS-REJECT-REASON
007650         SET TRAN-REJECTED TO TRUE
007660     END-IF

007670     IF NOT TRAN-REJECTED AND NOT MT-ADD
007680         AND WS-FOUND-SUB = 0
007690         MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
007700         SET TRAN-REJECTED TO TRUE
007710     END-IF

007720     IF NOT TRAN-REJECTED AND NOT MT-DELETE
007730         AND AM-APPROVER-ID OF WS-NEW-APPROVER = SPACES
007740         MOVE 'APPROVER ID MISSING' TO WS-REJECT-REASON
007750         SET TRAN-REJECTED TO TRUE
007760     END-IF

007770     IF NOT TRAN-REJECTED AND NOT MT-DELETE
007780         AND AM-AUTHORITY-AMOUNT OF WS-NEW-APPROVER
007790             NOT NUMERIC
007800         MOVE 'AUTHORITY AMOUNT NOT NUMERIC'
007810             TO WS-REJECT-REASON
007820         SET TRAN-REJECTED TO TRUE
007830     END-IF

007840     IF NOT TRAN-REJECTED AND NOT MT-DELETE
007850         AND AM-NEXT-APPROVER OF WS-NEW-APPROVER =
007860             AM-APPROVER-ID OF WS-NEW-APPROVER
007870         MOVE 'NEXT APPROVER SAME AS APPROVER'
007880             TO WS-REJECT-REASON
007890         SET TRAN-REJECTED TO TRUE
007900     END-IF

007910     IF NOT TRAN-REJECTED AND NOT MT-DELETE
007920         AND AM-NEXT-APPROVER OF WS-NEW-APPROVER NOT = SPACES
007930         MOVE AM-NEXT-APPROVER OF WS-NEW-APPROVER
007940             TO WS-FIND-APPROVER
007950         PERFORM 2320-COUNT-APPROVER THRU 2320-EXIT
007960         IF WS-APPROVER-SEEN-COUNT = 0
007970             MOVE 'NEXT APPROVER NOT ON FILE'
007980                 TO WS-REJECT-REASON
007990             SET TRAN-REJECTED TO TRUE
008000         END-IF
008010     END-IF

008020*    REMOVING AN APPROVER -- BY DELETE, OR BY A CHANGE THAT
008030*    REPLACES THEM -- IS ONLY ALLOWED WHEN THEY STAY ON FILE
008040*    ELSEWHERE OR NOBODY ESCALATES TO THEM.
008050     IF NOT TRAN-REJECTED AND NOT MT-ADD
008060         MOVE WS-APR-APPROVER(WS-FOUND-SUB) TO WS-FIND-APPROVER
008070         IF MT-DELETE
008080             OR AM-APPROVER-ID OF WS-NEW-APPROVER
008090                 NOT = WS-FIND-APPROVER
008100             PERFORM 2320-COUNT-APPROVER THRU 2320-EXIT
008110             IF WS-APPROVER-SEEN-COUNT = 1
008120                 AND WS-NAMED-AS-NEXT-COUNT GREATER THAN 0
008130                 MOVE 'APPROVER STILL NAMED AS NEXT LEVEL'
008140                     TO WS-REJECT-REASON
008150                 SET TRAN-REJECTED TO TRUE
008160             END-IF
008170         END-IF
008180     END-IF

008190     IF TRAN-REJECTED
008200         GO TO 2300-EXIT
008210     END-IF
008220     IF MT-ADD
008230         PERFORM 1350-CHECK-APPROVER-TABLE THRU 1350-EXIT
008240         ADD 1 TO WS-APR-COUNT
008250         MOVE WS-APR-COUNT TO WS-FOUND-SUB
008260     ELSE
008270         MOVE WS-APR-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
008280     END-IF
008290     IF MT-DELETE
008300         MOVE 'N' TO WS-APR-ON-FILE-SW(WS-FOUND-SUB)
008310     ELSE
008320         MOVE 'Y' TO WS-APR-ON-FILE-SW(WS-FOUND-SUB)
008330         MOVE AM-DEPARTMENT OF WS-NEW-APPROVER
008340             TO WS-APR-DEPARTMENT(WS-FOUND-SUB)
008350         MOVE AM-APPROVER-ID OF WS-NEW-APPROVER
008360             TO WS-APR-APPROVER(WS-FOUND-SUB)
008370         MOVE AM-NEXT-APPROVER OF WS-NEW-APPROVER
008380             TO WS-APR-NEXT(WS-FOUND-SUB)
008390         MOVE WS-NEW-APPROVER TO WS-APR-IMAGE(WS-FOUND-SUB)
008400         MOVE WS-NEW-APPROVER TO WS-AFTER-IMAGE
008410     END-IF.
008420 2300-EXIT.
008430     EXIT.

008440 2310-LOOK-FOR-DEPARTMENT.
008450     IF WS-APR-ON-FILE(APX)
008460         AND WS-APR-DEPARTMENT(APX) =
008470             AM-DEPARTMENT OF WS-NEW-APPROVER
008480         MOVE APX TO WS-FOUND-SUB
008490         MOVE WS-APR-COUNT TO APX
008500     END-IF.
008510 2310-EXIT.
008520     EXIT.

008530*
008540*    HOW MANY DEPARTMENTS ON FILE CARRY WS-FIND-APPROVER AS
008550*    THEIR APPROVER, AND HOW MANY NAME THEM AS NEXT LEVEL.
008560*
008570 2320-COUNT-APPROVER.
008580     MOVE 0 TO WS-APPROVER-SEEN-COUNT
008590     MOVE 0 TO WS-NAMED-AS-NEXT-COUNT
008600     PERFORM 2330-CHECK-ONE-APPROVER THRU 2330-EXIT
008610         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT.
008620 2320-EXIT.
008630     EXIT.

008640 2330-CHECK-ONE-APPROVER.
008650     IF NOT WS-APR-ON-FILE(APX)
008660         GO TO 2330-EXIT
008670     END-IF
008680     IF WS-APR-APPROVER(APX) = WS-FIND-APPROVER
008690         ADD 1 TO WS-APPROVER-SEEN-COUNT
008700     END-IF
008710     IF WS-APR-NEXT(APX) = WS-FIND-APPROVER
008720         ADD 1 TO WS-NAMED-AS-NEXT-COUNT
008730     END-IF.
008740 2330-EXIT.
008750     EXIT.

008760*****************************************************
008770*  2400-APPLY-BANK-RECORD -- EMPLOYEE BANK MASTER,     *
008780*  KEYED BY EMPLOYEE ID.  AN ACH PAYEE NEEDS A NINE-   *
008790*  DIGIT ROUTING NUMBER AND AN ACCOUNT; A CHECK PAYEE  *
008800*  NEEDS NEITHER.                                      *
008810*****************************************************
008820 2400-APPLY-BANK-RECORD.
008830     MOVE MT-RECORD-IMAGE TO WS-NEW-BANK
008840     MOVE EM-EMPLOYEE-ID OF WS-NEW-BANK TO WS-AUDIT-KEY

008850     IF EM-EMPLOYEE-ID OF WS-NEW-BANK = SPACES
008860         MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
008870         SET TRAN-REJECTED TO TRUE
008880         GO TO 2400-EXIT
008890     END-IF

008900     MOVE 0 TO WS-FOUND-SUB
008910     PERFORM 2410-LOOK-FOR-EMPLOYEE THRU 2410-EXIT
008920         VARYING BKX FROM 1 BY 1 UNTIL BKX > WS-BANK-COUNT

008930     IF MT-ADD AND WS-FOUND-SUB GREATER THAN 0
008940         MOVE 'DUPLICATE EMPLOYEE ID' TO WS-REJECT-REASON
008950         SET TRAN-REJECTED TO TRUE
008960     END-IF

008970     IF NOT TRAN-REJECTED AND NOT MT-ADD
008980         AND WS-FOUND-SUB = 0
008990         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
009000         SET TRAN-REJECTED TO TRUE
009010     END-IF

009020     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009030         AND NOT EM-PAY-BY-ACH OF WS-NEW-BANK
009040         AND NOT EM-PAY-BY-CHECK OF WS-NEW-BANK
009050         MOVE 'PAY METHOD NOT A OR C' TO WS-REJECT-REASON
009060         SET TRAN-REJECTED TO TRUE
009070     END-IF

009080     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009090         AND EM-PAY-BY-ACH OF WS-NEW-BANK
009100         AND EM-BANK-ROUTING OF WS-NEW-BANK NOT NUMERIC
009110         MOVE 'ROUTING NUMBER NOT NINE DIGITS'
009120             TO WS-REJECT-REASON
009130         SET TRAN-REJECTED TO TRUE
009140     END-IF

009150     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009160         AND EM-PAY-BY-ACH OF WS-NEW-BANK
009170         AND EM-BANK-ACCOUNT OF WS-NEW-BANK = SPACES
009180         MOVE 'BANK ACCOUNT MISSING' TO WS-REJECT-REASON
009190         SET TRAN-REJECTED TO TRUE
009200     END-IF

009210     IF TRAN-REJECTED
009220         GO TO 2400-EXIT
009230     END-IF
009240     IF MT-ADD
009250         PERFORM 1450-CHECK-BANK-TABLE THRU 1450-EXIT
009260         ADD 1 TO WS-BANK-COUNT
009270         MOVE WS-BANK-COUNT TO WS-FOUND-SUB
009280         MOVE EM-EMPLOYEE-ID OF WS-NEW-BANK
009290             TO WS-BANK-EMP-ID(WS-FOUND-SUB)
009300     ELSE
009310         MOVE WS-BANK-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
009320     END-IF
009330     IF MT-DELETE
009340         MOVE 'N' TO WS-BANK-ON-FILE-SW(WS-FOUND-SUB)
009350     ELSE
009360         MOVE 'Y'         TO WS-BANK-ON-FILE-SW(WS-FOUND-SUB)
009370         MOVE WS-NEW-BANK TO WS-BANK-IMAGE(WS-FOUND-SUB)
009380         MOVE WS-NEW-BANK TO WS-AFTER-IMAGE
009390     END-IF.
009400 2400-EXIT.
009410     EXIT.

009420 2410-LOOK-FOR-EMPLOYEE.
009430     IF WS-BANK-ON-FILE(BKX)
009440         AND WS-BANK-EMP-ID(BKX) = EM-EMPLOYEE-ID OF WS-NEW-BANK
009450         MOVE BKX TO WS-FOUND-SUB
009460         MOVE WS-BANK-COUNT TO BKX
009470     END-IF.
009480 2410-EXIT.
009490     EXIT.

009500*****************************************************
009510*  2500-APPLY-PROJECT -- PROJECT MASTER, KEYED BY      *
009520*  PROJECT CODE.  THE STATUS SWITCH MUST BE O OR C --  *
009525*  THE PRE-EDIT TREATS ANYTHING BUT C AS OPEN.  THE    *
009530*  OWNING COMPANY MUST BE BLANK (THE PARENT) OR ON     *
009535*  COMFILE.                                            *
009540*****************************************************
009550 2500-APPLY-PROJECT.
009560     MOVE MT-RECORD-IMAGE TO WS-NEW-PROJECT
009570     MOVE PJ-PROJECT-CODE OF WS-NEW-PROJECT TO WS-AUDIT-KEY

009580     IF PJ-PROJECT-CODE OF WS-NEW-PROJECT = SPACES
009590         MOVE 'PROJECT CODE MISSING' TO WS-REJECT-REASON
009600         SET TRAN-REJECTED TO TRUE
009610         GO TO 2500-EXIT
009620     END-IF

009630     MOVE 0 TO WS-FOUND-SUB
009640     PERFORM 2510-LOOK-FOR-PROJECT THRU 2510-EXIT
009650         VARYING PJX FROM 1 BY 1 UNTIL PJX > WS-PROJ-COUNT

009660     IF MT-ADD AND WS-FOUND-SUB GREATER THAN 0
009670         MOVE 'DUPLICATE PROJECT CODE' TO WS-REJECT-REASON
009680         SET TRAN-REJECTED TO TRUE
009690     END-IF

009700     IF NOT TRAN-REJECTED AND NOT MT-ADD
009710         AND WS-FOUND-SUB = 0
009720         MOVE 'PROJECT NOT ON FILE' TO WS-REJECT-REASON
009730         SET TRAN-REJECTED TO TRUE
009740     END-IF

009750     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009760         AND NOT PJ-OPEN OF WS-NEW-PROJECT
009770         AND NOT PJ-CLOSED OF WS-NEW-PROJECT
009780         MOVE 'STATUS NOT O OR C' TO WS-REJECT-REASON
009790         SET TRAN-REJECTED TO TRUE
009800     END-IF

009810     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009820         AND PJ-COST-CENTER OF WS-NEW-PROJECT = SPACES
009830         MOVE 'COST CENTER MISSING' TO WS-REJECT-REASON
009840         SET TRAN-REJECTED TO TRUE
009850     END-IF

009851     IF NOT TRAN-REJECTED AND NOT MT-DELETE
009852         AND PJ-COMPANY-CODE OF WS-NEW-PROJECT NOT = SPACES
009853         MOVE 0 TO WS-FOUND-CO-SUB
009854         PERFORM 2520-LOOK-FOR-COMPANY THRU 2520-EXIT
009855             VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
009856         IF WS-FOUND-CO-SUB = 0
009857             MOVE 'COMPANY NOT ON COMFILE' TO WS-REJECT-REASON
009858             SET TRAN-REJECTED TO TRUE
009859         END-IF
009860     END-IF
009861     IF TRAN-REJECTED
009870         GO TO 2500-EXIT
009880     END-IF
009890     IF MT-ADD
009900         PERFORM 1550-CHECK-PROJECT-TABLE THRU 1550-EXIT
009910         ADD 1 TO WS-PROJ-COUNT
009920         MOVE WS-PROJ-COUNT TO WS-FOUND-SUB
009930         MOVE PJ-PROJECT-CODE OF WS-NEW-PROJECT
009940             TO WS-PROJ-CODE(WS-FOUND-SUB)
009950     ELSE
009960         MOVE WS-PROJ-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
009970     END-IF
009980     IF MT-DELETE
009990         MOVE 'N' TO WS-PROJ-ON-FILE-SW(WS-FOUND-SUB)
010000     ELSE
010010         MOVE 'Y'            TO WS-PROJ-ON-FILE-SW(WS-FOUND-SUB)
010020         MOVE WS-NEW-PROJECT TO WS-PROJ-IMAGE(WS-FOUND-SUB)
010030         MOVE WS-NEW-PROJECT TO WS-AFTER-IMAGE
010040     END-IF.
010050 2500-EXIT.
010060     EXIT.

010070 2510-LOOK-FOR-PROJECT.
010080     IF WS-PROJ-ON-FILE(PJX)
010090         AND WS-PROJ-CODE(PJX) =
010100             PJ-PROJECT-CODE OF WS-NEW-PROJECT
010110         MOVE PJX TO WS-FOUND-SUB
010120         MOVE WS-PROJ-COUNT TO PJX
010130     END-IF.
010140 2510-EXIT.
010150     EXIT.

010151 2520-LOOK-FOR-COMPANY.
010152     IF WS-CO-CODE(COX) = PJ-COMPANY-CODE OF WS-NEW-PROJECT
010153         MOVE COX TO WS-FOUND-CO-SUB
010154         MOVE WS-CO-COUNT TO COX
010155     END-IF.
010156 2520-EXIT.
010157     EXIT.

010160*****************************************************
010170*  5000-WRITE-NEW-MASTERS -- REWRITE ALL FIVE MASTERS  *
010180*  FROM THE TABLES, DROPPING DELETED ENTRIES.  THE JOB *
010190*  SWAPS THE OUTPUTS IN AS THE LIVE FILES.             *
010200*****************************************************
010210 5000-WRITE-NEW-MASTERS.
010220     OPEN OUTPUT TYPOUT
010230     PERFORM 5100-WRITE-ONE-TYPE THRU 5100-EXIT
010240         VARYING TYX FROM 1 BY 1 UNTIL TYX > 9
010250     CLOSE TYPOUT

010260     OPEN OUTPUT LIMOUT
010270     PERFORM 5200-WRITE-ONE-LIMIT THRU 5200-EXIT
010280         VARYING LMX FROM 1 BY 1 UNTIL LMX > WS-LIM-COUNT
010290     CLOSE LIMOUT

010300     OPEN OUTPUT APROUT
010310     PERFORM 5300-WRITE-ONE-APPROVER THRU 5300-EXIT
010320         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APR-COUNT
010330     CLOSE APROUT

010340     OPEN OUTPUT EMPOUT
010350     PERFORM 5400-WRITE-ONE-BANK-RECORD THRU 5400-EXIT
010360         VARYING BKX FROM 1 BY 1 UNTIL BKX > WS-BANK-COUNT
010370     CLOSE EMPOUT

010380     OPEN OUTPUT PRJOUT
010390     PERFORM 5500-WRITE-ONE-PROJECT THRU 5500-EXIT
010400         VARYING PJX FROM 1 BY 1 UNTIL PJX > WS-PROJ-COUNT
010410     CLOSE PRJOUT.
010420 5000-EXIT.
010430     EXIT.

010440 5100-WRITE-ONE-TYPE.
010450     IF WS-TYP-ON-FILE(TYX)
010460         ADD 1 TO WS-TYP-WRITTEN
010470         WRITE TYPOUT-RECORD FROM WS-TYP-IMAGE(TYX)
010480     END-IF.
010490 5100-EXIT.
010500     EXIT.

010510 5200-WRITE-ONE-LIMIT.
010520     IF WS-LIM-ON-FILE(LMX)
010530         ADD 1 TO WS-LIM-WRITTEN
010540         WRITE LIMOUT-RECORD FROM WS-LIM-IMAGE(LMX)
010550     END-IF.
010560 5200-EXIT.
010570     EXIT.

010580 5300-WRITE-ONE-APPROVER.
010590     IF WS-APR-ON-FILE(APX)
010600         ADD 1 TO WS-APR-WRITTEN
010610         WRITE APROUT-RECORD FROM WS-APR-IMAGE(APX)
010620     END-IF.
010630 5300-EXIT.
010640     EXIT.

010650 5400-WRITE-ONE-BANK-RECORD.
010660     IF WS-BANK-ON-FILE(BKX)
010670         ADD 1 TO WS-BANK-WRITTEN
010680         WRITE EMPOUT-RECORD FROM WS-BANK-IMAGE(BKX)
010690     END-IF.
010700 5400-EXIT.
010710     EXIT.

010720 5500-WRITE-ONE-PROJECT.
010730     IF WS-PROJ-ON-FILE(PJX)
010740         ADD 1 TO WS-PROJ-WRITTEN
010750         WRITE PRJOUT-RECORD FROM WS-PROJ-IMAGE(PJX)
010760     END-IF.
010770 5500-EXIT.
010780     EXIT.

010790*
010800*    ONE AUDIT RECORD PER APPLIED TRANSACTION: WHO, WHEN,
010810*    WHICH MASTER AND KEY, AND THE BEFORE AND AFTER IMAGES.
010820*
010830 5900-WRITE-AUDIT-RECORD.
010840     MOVE SPACES          TO MAINT-AUDIT-RECORD
010850     MOVE WS-RUN-DATE     TO MA-AUDIT-DATE
010860     MOVE WS-RUN-TIME     TO MA-AUDIT-TIME
010870     MOVE MT-USER-ID      TO MA-USER-ID
010880     MOVE MT-MASTER-ID    TO MA-MASTER-ID
010890     MOVE MT-ACTION       TO MA-ACTION
010900     MOVE WS-AUDIT-KEY    TO MA-RECORD-KEY
010910     MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
010920     MOVE WS-AFTER-IMAGE  TO MA-AFTER-IMAGE
010930     WRITE MAINT-AUDIT-RECORD.
010940 5900-EXIT.
010950     EXIT.

010960*****************************************************
010970*  6100 -- READ THE DRIVING TRANSACTION FILE.          *
010980*****************************************************
010990 6100-READ-MNTFILE.
011000     READ MNTFILE
011010         AT END SET MNTFILE-EOF TO TRUE
011020     END-READ.
011030 6100-EXIT.
011040     EXIT.

011050*****************************************************
011060*  8000-PRINT-RUN-SUMMARY -- MAINTENANCE CONTROL       *
011070*  TOTALS.  ANY REJECTED TRANSACTION RETURNS 4 SO THE  *
011080*  OWNER OF THE MASTER CORRECTS AND RESUBMITS IT.      *
011090*****************************************************
011100 8000-PRINT-RUN-SUMMARY.
011110     DISPLAY ' '
011120     DISPLAY '===== MASTER MAINTENANCE RUN SUMMARY ====='
011130     DISPLAY 'TRANSACTIONS READ ......... ' WS-TRANS-READ
011140     DISPLAY 'RECORDS ADDED ............. ' WS-ADDED-COUNT
011150     DISPLAY 'RECORDS CHANGED ........... ' WS-CHANGED-COUNT
011160     DISPLAY 'RECORDS DELETED ........... ' WS-DELETED-COUNT
011170     DISPLAY 'TRANSACTIONS REJECTED ..... ' WS-REJECTED-COUNT
011180     DISPLAY 'TYPE RECORDS WRITTEN ...... ' WS-TYP-WRITTEN
011190     DISPLAY 'LIMIT RECORDS WRITTEN ..... ' WS-LIM-WRITTEN
011200     DISPLAY 'APPROVER RECORDS WRITTEN .. ' WS-APR-WRITTEN
011210     DISPLAY 'BANK RECORDS WRITTEN ...... ' WS-BANK-WRITTEN
011220     DISPLAY 'PROJECT RECORDS WRITTEN ... ' WS-PROJ-WRITTEN
011230     IF WS-REJECTED-COUNT GREATER THAN 0
011240         MOVE 4 TO RETURN-CODE
011250     END-IF.
011260 8000-EXIT.
011270     EXIT.

011280 9000-TERMINATE.
011290     CLOSE MNTFILE
011300     CLOSE AUDFILE.
011310 9000-EXIT.
011320     EXIT.
