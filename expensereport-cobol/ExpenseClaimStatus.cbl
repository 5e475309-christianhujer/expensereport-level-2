000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPENSE-CLAIM-STATUS.
000030 AUTHOR. D. KOWALSKI.
000040 INSTALLATION. FINANCE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------------
000120*    10/15/2026 DK    ORIGINAL PROGRAM.  EMPLOYEE CLAIM STATUS
000130*                     TRACKER.  ROLLS THE CLAIM STATUS FILE
000140*                     (CLMFILE, ONE RECORD PER EMPLOYEE TRIP)
000150*                     FORWARD FROM THE CYCLE'S HDRFILE,
000160*                     SUSFILE, EXCFILE, ESCFILE, DECFILE,
000170*                     REJFILE, PAYFILE AND PAYSTAT, GIVING
000180*                     EACH TRIP ITS CURRENT STAGE (SUSPENDED,
000190*                     AWAITING APPROVAL, ESCALATED, REJECTED,
000200*                     QUEUED, SETTLED OR RETURNED) AND THE
000210*                     DATE IT GOT THERE, AND PRINTS THE TRIPS
000220*                     STUCK IN ONE STAGE LONGER THAN THE
000230*                     COMMAND-LINE PARM (DAYS, DEFAULT 10).
000240*                     RUN AT THE END OF EACH CYCLE, AFTER
000250*                     EXPENSE-PAY-SETTLE.
000251*    10/15/2026 DK    A REJECTED TRIP IS CLOSED, AS A SETTLED
000252*                     ONE IS: NEVER REPORTED STUCK, AND DROPPED
000253*                     FROM THE FILE AFTER THE KEEP PERIOD.  ABUSE
000254*                     WATCH REVIEW ITEMS ON THE QUEUE ARE NOT
000255*                     CLAIM EVIDENCE AND ARE NOT POSTED TO A TRIP.
000256*    10/15/2026 DK    A REQUEUED OR REISSUED PAYMENT FINDS ITS
000257*                     TRIP BY THE ORIGINAL RUN DATE IT CARRIES,
000258*                     SO A RETURNED PAYMENT THAT IS REQUEUED AND
000259*                     THEN SETTLES MOVES THE TRIP TO SETTLED.
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL CLMFILE ASSIGN TO "CLMFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CLMFILE-STATUS.

000360     SELECT OPTIONAL HDRFILE ASSIGN TO "HDRFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-HDRFILE-STATUS.

000390     SELECT OPTIONAL APRFILE ASSIGN TO "APRFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-APRFILE-STATUS.

000420     SELECT OPTIONAL SUSFILE ASSIGN TO "SUSFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SUSFILE-STATUS.

000450     SELECT OPTIONAL EXCFILE ASSIGN TO "EXCFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EXCFILE-STATUS.

000480     SELECT OPTIONAL ESCFILE ASSIGN TO "ESCFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ESCFILE-STATUS.

000510     SELECT OPTIONAL DECFILE ASSIGN TO "DECFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DECFILE-STATUS.

000540     SELECT OPTIONAL REJFILE ASSIGN TO "REJFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REJFILE-STATUS.

000570     SELECT OPTIONAL PAYFILE ASSIGN TO "PAYFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PAYFILE-STATUS.

000600     SELECT OPTIONAL PAYSTAT ASSIGN TO "PAYSTAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PAYSTAT-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CLMFILE
000660     LABEL RECORDS ARE STANDARD
000670     DATA RECORD IS CLAIM-STATUS-RECORD.
000680     COPY CLMSTAT.

000690 FD  HDRFILE
000700     LABEL RECORDS ARE STANDARD
000710     DATA RECORD IS EMPHDR-RECORD.
000720     COPY EMPHDR.

000730 FD  APRFILE
000740     LABEL RECORDS ARE STANDARD
000750     DATA RECORD IS APPMAST-RECORD.
000760     COPY APPMAST.

000770 FD  SUSFILE
000780     LABEL RECORDS ARE STANDARD
000790     DATA RECORD IS SUSPENSE-RECORD.
000800     COPY SUSREC.

000810 FD  EXCFILE
000820     LABEL RECORDS ARE STANDARD
000830     DATA RECORD IS EXCFILE-RECORD.
000840     COPY EXCREC.

000850*
000860*    ESCALATED HOLDS FROM EXPENSE-APPROVALS, IN THE EXCREC
000870*    LAYOUT FIELD FOR FIELD.  READ INTO WS-ESCALATED-ITEM.
000880*
000890 FD  ESCFILE
000900     LABEL RECORDS ARE STANDARD
000910     DATA RECORD IS ESCALATION-RECORD.
000920 01  ESCALATION-RECORD           PIC X(117).

000930 FD  DECFILE
000940     LABEL RECORDS ARE STANDARD
000950     DATA RECORD IS DECISION-RECORD.
000960     COPY DECREC.

000970 FD  REJFILE
000980     LABEL RECORDS ARE STANDARD
000990     DATA RECORD IS REJECT-RECORD.
001000     COPY REJREC.

001010 FD  PAYFILE
001020     LABEL RECORDS ARE STANDARD
001030     DATA RECORD IS PAYMENT-RECORD.
001040     COPY PAYREC.

001050 FD  PAYSTAT
001060     LABEL RECORDS ARE STANDARD
001070     DATA RECORD IS PAYSTAT-RECORD.
001080     COPY PAYSTAT.

001090 WORKING-STORAGE SECTION.
001100*
001110*    RUN-TIME PARM / DATE.  THE COMMAND LINE CARRIES THE
001120*    NUMBER OF DAYS IN ONE STAGE AFTER WHICH A TRIP IS
001130*    REPORTED AS STUCK.  SETTLED AND REJECTED TRIPS (AND TRIPS
001140*    WITH NOTHING PENDING) DROP OFF THE FILE ONCE THEY HAVE SAT
001150*    UNCHANGED FOR WS-CLOSED-KEEP-DAYS.
001160*
001170 01  WS-RUN-PARM                 PIC X(10).
001180 01  WS-RUN-DATE                 PIC 9(08).
001190 01  WS-STUCK-DAYS-LIMIT         PIC 9(03) VALUE 10.
001200 01  WS-CLOSED-KEEP-DAYS         PIC 9(03) VALUE 90.

001210*
001220*    END-OF-FILE SWITCHES
001230*
001240 01  WS-SWITCHES.
001250     05  WS-CLMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001260         88  CLMFILE-EOF                   VALUE 'Y'.
001270     05  WS-HDRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001280         88  HDRFILE-EOF                   VALUE 'Y'.
001290     05  WS-APRFILE-EOF-SW       PIC X(01) VALUE 'N'.
001300         88  APRFILE-EOF                   VALUE 'Y'.
001310     05  WS-SUSFILE-EOF-SW       PIC X(01) VALUE 'N'.
001320         88  SUSFILE-EOF                   VALUE 'Y'.
001330     05  WS-EXCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001340         88  EXCFILE-EOF                   VALUE 'Y'.
001350     05  WS-ESCFILE-EOF-SW       PIC X(01) VALUE 'N'.
001360         88  ESCFILE-EOF                   VALUE 'Y'.
001370     05  WS-DECFILE-EOF-SW       PIC X(01) VALUE 'N'.
001380         88  DECFILE-EOF                   VALUE 'Y'.
001390     05  WS-REJFILE-EOF-SW       PIC X(01) VALUE 'N'.
001400         88  REJFILE-EOF                   VALUE 'Y'.
001410     05  WS-PAYFILE-EOF-SW       PIC X(01) VALUE 'N'.
001420         88  PAYFILE-EOF                   VALUE 'Y'.
001430     05  WS-PAYSTAT-EOF-SW       PIC X(01) VALUE 'N'.
001440         88  PAYSTAT-EOF                   VALUE 'Y'.

001450 01  WS-FILE-STATUSES.
001460     05  WS-CLMFILE-STATUS       PIC X(02).
001470     05  WS-HDRFILE-STATUS       PIC X(02).
001480     05  WS-APRFILE-STATUS       PIC X(02).
001490     05  WS-SUSFILE-STATUS       PIC X(02).
001500     05  WS-EXCFILE-STATUS       PIC X(02).
001510     05  WS-ESCFILE-STATUS       PIC X(02).
001520     05  WS-DECFILE-STATUS       PIC X(02).
001530     05  WS-REJFILE-STATUS       PIC X(02).
001540     05  WS-PAYFILE-STATUS       PIC X(02).
001550     05  WS-PAYSTAT-STATUS       PIC X(02).

001560*
001570*    RECORD IMAGES.  A SUSPENDED HEADER IS LAID OVER THE
001580*    EMPHDR LAYOUT AND A SUSPENDED LINE OVER THE EXPLINE
001590*    LAYOUT FROM THE SUSPENSE RECORD IMAGE; AN ESCALATED ITEM
001600*    IS READ INTO THE EXCREC LAYOUT.
001610*
001620     COPY EMPHDR REPLACING EMPHDR-RECORD BY WS-SUSPENDED-HEADER.
001630     COPY EXPLINE REPLACING EXPLINE-RECORD BY WS-SUSPENDED-LINE.
001640     COPY EXCREC REPLACING EXCFILE-RECORD BY WS-ESCALATED-ITEM.

001650*
001660*    APPROVER MASTER, KEYED BY DEPARTMENT, SO AN EXCEPTION NOT
001670*    YET ROUTED SHOWS THE APPROVER EXPENSE-APPROVALS WILL
001680*    ROUTE IT TO.
001690*
001700 01  WS-APP-COUNT                PIC 9(03) VALUE 0.
001710 01  WS-APP-TABLE.
001720     05  WS-APP-ENTRY OCCURS 1 TO 200 TIMES
001730             DEPENDING ON WS-APP-COUNT.
001740         10  WS-APP-DEPARTMENT   PIC X(20).
001750         10  WS-APP-APPROVER     PIC X(06).

001760*
001770*    DECISIONS, HELD SO EACH EXCEPTION CAN BE MATCHED TO THE
001780*    DECISION TAKEN AGAINST IT (EMPLOYEE, EXPENSE NAME AND
001790*    AMOUNT, AS EXPENSE-APPROVALS MATCHES).  A DECISION IS
001800*    USED ONCE.
001810*
001820 01  WS-DEC-COUNT                PIC 9(04) VALUE 0.
001830 01  WS-DEC-TABLE.
001840     05  WS-DEC-ENTRY OCCURS 1 TO 4000 TIMES
001850             DEPENDING ON WS-DEC-COUNT.
001860         10  WS-DEC-EMP-ID       PIC X(06).
001870         10  WS-DEC-EXP-NAME     PIC X(11).
001880         10  WS-DEC-AMOUNT-DISP  PIC X(11).
001890         10  WS-DEC-DECISION     PIC X(01).
001900             88  WS-DEC-APPROVED           VALUE 'A'.
001910             88  WS-DEC-REJECTED           VALUE 'R'.
001920             88  WS-DEC-ON-HOLD            VALUE 'H'.
001930         10  WS-DEC-USED-SW      PIC X(01).
001940             88  WS-DEC-USED               VALUE 'Y'.
001950 01  WS-DEC-AMOUNT-EDIT          PIC Z(07)9.99.
001960 01  WS-FOUND-DEC-SUB            PIC 9(04) VALUE 0.

001970*
001980*    THE CLAIM STATUS TABLE -- EVERY TRIP ON THE PRIOR CLMFILE,
001990*    JOINED BY EVERY NEW TRIP HEADER THIS CYCLE.  EACH SOURCE
002000*    FILE POSTS EVIDENCE OF A STAGE AGAINST THE TRIP; THE
002010*    EVIDENCE WITH THE HIGHEST RANK WINS AND BECOMES THE
002020*    TRIP'S STAGE.  A TRIP WITH NO EVIDENCE THIS CYCLE KEEPS
002030*    THE STAGE IT HAD.  THE WHOLE TABLE IS REWRITTEN TO
002040*    CLMFILE AT END OF RUN.
002050*
002060 01  WS-TRP-COUNT                PIC 9(05) VALUE 0.
002070 01  WS-TRP-TABLE.
002080     05  WS-TRP-ENTRY OCCURS 1 TO 20000 TIMES
002090             DEPENDING ON WS-TRP-COUNT.
002100         10  WS-TRP-EMP-ID       PIC X(06).
002110         10  WS-TRP-START-DATE   PIC 9(08).
002120         10  WS-TRP-EMP-NAME     PIC X(30).
002130         10  WS-TRP-STAGE        PIC X(01).
002140         10  WS-TRP-STAGE-DATE   PIC 9(08).
002150         10  WS-TRP-DETAIL       PIC X(36).
002160         10  WS-TRP-REPORT-DATE  PIC 9(08).
002170         10  WS-TRP-AMOUNT       PIC 9(10)V99.
002180         10  WS-TRP-UPDATE-DATE  PIC 9(08).
002190         10  WS-TRP-IN-CYCLE-SW  PIC X(01).
002200             88  WS-TRP-IN-CYCLE           VALUE 'Y'.
002210         10  WS-TRP-EV-RANK      PIC 9(01).
002220         10  WS-TRP-EV-STAGE     PIC X(01).
002230         10  WS-TRP-EV-DATE      PIC 9(08).
002240         10  WS-TRP-EV-DETAIL    PIC X(36).
002250 01  WS-FOUND-TRP-SUB            PIC 9(05) VALUE 0.
002255 01  WS-PAY-LINK-DATE            PIC 9(08) VALUE 0.

002260*
002270*    ONE PIECE OF STAGE EVIDENCE, SET UP BY EACH SOURCE BEFORE
002280*    IT PERFORMS 7000-POST-EVIDENCE.  RANKS, HIGHEST FIRST:
002290*    7 RETURNED, 6 SUSPENDED, 5 ESCALATED, 4 AWAITING
002300*    APPROVAL, 3 REJECTED, 2 SETTLED, 1 QUEUED.  AN OPEN
002310*    PROBLEM OUTRANKS A PAYMENT IN FLIGHT, BECAUSE IT IS WHAT
002320*    THE HELP DESK HAS TO CHASE.
002330*
002340 01  WS-EV-TRIP-SUB              PIC 9(05) VALUE 0.
002350 01  WS-EV-RANK                  PIC 9(01).
002360 01  WS-EV-STAGE                 PIC X(01).
002370 01  WS-EV-DATE                  PIC 9(08).
002380 01  WS-EV-DETAIL                PIC X(36).
002390 01  WS-EV-EMP-ID                PIC X(06).
002400 01  WS-EV-EMP-NAME              PIC X(30).

002410*
002420*    STAGE NAME FOR THE REPORT
002430*
002440 01  WS-STAGE-CODE               PIC X(01).
002450     88  WS-STAGE-RECEIVED               VALUE 'N'.
002460     88  WS-STAGE-SUSPENDED              VALUE 'S'.
002470     88  WS-STAGE-AWAITING               VALUE 'A'.
002480     88  WS-STAGE-ESCALATED              VALUE 'E'.
002490     88  WS-STAGE-REJECTED               VALUE 'J'.
002500     88  WS-STAGE-QUEUED                 VALUE 'Q'.
002510     88  WS-STAGE-SETTLED                VALUE 'P'.
002520     88  WS-STAGE-RETURNED               VALUE 'R'.
002525     88  WS-STAGE-CLOSED                 VALUE 'N' 'P' 'J'.
002530 01  WS-STAGE-NAME               PIC X(17).

002540*
002550*    RUN COUNTS
002560*
002570 01  WS-STATUS-COUNTS.
002580     05  WS-TRIPS-LOADED         PIC 9(06) VALUE 0.
002590     05  WS-TRIPS-ADDED          PIC 9(06) VALUE 0.
002600     05  WS-TRIPS-CHANGED        PIC 9(06) VALUE 0.
002610     05  WS-TRIPS-DROPPED        PIC 9(06) VALUE 0.
002620     05  WS-TRIPS-WRITTEN        PIC 9(06) VALUE 0.
002630     05  WS-STUCK-COUNT          PIC 9(06) VALUE 0.
002640     05  WS-UNTRACKED-PAY-COUNT  PIC 9(06) VALUE 0.
002650     05  WS-RECEIVED-COUNT       PIC 9(06) VALUE 0.
002660     05  WS-SUSPENDED-COUNT      PIC 9(06) VALUE 0.
002670     05  WS-AWAITING-COUNT       PIC 9(06) VALUE 0.
002680     05  WS-ESCALATED-COUNT      PIC 9(06) VALUE 0.
002690     05  WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
002700     05  WS-QUEUED-COUNT         PIC 9(06) VALUE 0.
002710     05  WS-SETTLED-COUNT        PIC 9(06) VALUE 0.
002720     05  WS-RETURNED-COUNT       PIC 9(06) VALUE 0.

002730 01  WS-STAGE-DAYS               PIC S9(05) VALUE 0.
002740 01  WS-STAGE-DAYS-DISP          PIC ZZZZ9.
002750 01  WS-FORMATTED-AMOUNT         PIC Z(09)9.99.

002760*
002770*    SUBSCRIPTS
002780*
002790 01  APX                         PIC 9(03) VALUE 0.
002800 01  DCX                         PIC 9(04) VALUE 0.
002810 01  TRX                         PIC 9(05) VALUE 0.

002820 PROCEDURE DIVISION.
002830*****************************************************
002840*  0000-MAINLINE                                      *
002850*****************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002880     PERFORM 2000-POST-SUSPENSE THRU 2000-EXIT
002890     PERFORM 3000-POST-EXCEPTIONS THRU 3000-EXIT
002900     PERFORM 4000-POST-REJECTIONS THRU 4000-EXIT
002910     PERFORM 5000-POST-PAYMENTS THRU 5000-EXIT
002920     PERFORM 6000-SET-ONE-STAGE THRU 6000-EXIT
002930         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
002940     PERFORM 6500-PRINT-STUCK-TRIPS THRU 6500-EXIT
002950     PERFORM 6800-REWRITE-CLMFILE THRU 6800-EXIT
002960     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT
002970     GOBACK.

002980*****************************************************
002990*  1000-INITIALIZE -- PARM, PRIOR CLAIM STATUS, THE    *
003000*  CYCLE'S TRIP HEADERS, THE APPROVER MASTER AND THE   *
003010*  DECISIONS.                                          *
003020*****************************************************
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
003050     IF WS-RUN-PARM(1:1) NUMERIC
003060         AND FUNCTION NUMVAL(WS-RUN-PARM) GREATER THAN 0
003070         COMPUTE WS-STUCK-DAYS-LIMIT =
003080             FUNCTION NUMVAL(WS-RUN-PARM)
003090     END-IF
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

003110     OPEN INPUT CLMFILE
003120     IF WS-CLMFILE-STATUS = '00'
003130         PERFORM 1100-LOAD-ONE-CLAIM THRU 1100-EXIT
003140             UNTIL CLMFILE-EOF
003150     END-IF
003160     CLOSE CLMFILE

003170     OPEN INPUT HDRFILE
003180     IF WS-HDRFILE-STATUS = '00'
003190         PERFORM 1200-LOAD-ONE-HEADER THRU 1200-EXIT
003200             UNTIL HDRFILE-EOF
003210     END-IF
003220     CLOSE HDRFILE

003230     OPEN INPUT APRFILE
003240     IF WS-APRFILE-STATUS = '00'
003250         PERFORM 1300-LOAD-ONE-APPROVER THRU 1300-EXIT
003260             UNTIL APRFILE-EOF
003270     END-IF
003280     CLOSE APRFILE

003290     OPEN INPUT DECFILE
003300     IF WS-DECFILE-STATUS = '00'
003310         PERFORM 1400-LOAD-ONE-DECISION THRU 1400-EXIT
003320             UNTIL DECFILE-EOF
003330     END-IF
003340     CLOSE DECFILE.
003350 1000-EXIT.
003360     EXIT.

003370 1100-LOAD-ONE-CLAIM.
003380     READ CLMFILE
003390         AT END SET CLMFILE-EOF TO TRUE
003400         GO TO 1100-EXIT
003410     END-READ
003420     PERFORM 1150-ADD-TRIP THRU 1150-EXIT
003430     MOVE CS-EMPLOYEE-ID      TO WS-TRP-EMP-ID(WS-TRP-COUNT)
003440     MOVE CS-TRIP-START-DATE  TO WS-TRP-START-DATE(WS-TRP-COUNT)
003450     MOVE CS-EMPLOYEE-NAME    TO WS-TRP-EMP-NAME(WS-TRP-COUNT)
003460     MOVE CS-STAGE            TO WS-TRP-STAGE(WS-TRP-COUNT)
003470     MOVE CS-STAGE-DATE       TO WS-TRP-STAGE-DATE(WS-TRP-COUNT)
003480     MOVE CS-STAGE-DETAIL     TO WS-TRP-DETAIL(WS-TRP-COUNT)
003490     MOVE CS-REPORT-DATE      TO WS-TRP-REPORT-DATE(WS-TRP-COUNT)
003500     MOVE CS-AMOUNT           TO WS-TRP-AMOUNT(WS-TRP-COUNT)
003510     MOVE CS-LAST-UPDATE-DATE TO WS-TRP-UPDATE-DATE(WS-TRP-COUNT)
003520     ADD 1 TO WS-TRIPS-LOADED.
003530 1100-EXIT.
003540     EXIT.

003550*
003560*    OPEN A NEW ENTRY AT THE END OF THE TABLE WITH NO
003570*    EVIDENCE POSTED.  THE CALLER FILLS IN THE TRIP.
003580*
003590 1150-ADD-TRIP.
003600     IF WS-TRP-COUNT = 20000
003610         DISPLAY 'CLMFILE HAS MORE THAN 20000 TRIPS -- '
003620             'INCREASE THE WS-TRP-TABLE SIZE TO CONTINUE'
003630         MOVE 16 TO RETURN-CODE
003640         GOBACK
003650     END-IF
003660     ADD 1 TO WS-TRP-COUNT
003670     MOVE SPACES TO WS-TRP-ENTRY(WS-TRP-COUNT)
003680     MOVE 0 TO WS-TRP-START-DATE(WS-TRP-COUNT)
003690     MOVE 0 TO WS-TRP-STAGE-DATE(WS-TRP-COUNT)
003700     MOVE 0 TO WS-TRP-REPORT-DATE(WS-TRP-COUNT)
003710     MOVE 0 TO WS-TRP-AMOUNT(WS-TRP-COUNT)
003720     MOVE 0 TO WS-TRP-UPDATE-DATE(WS-TRP-COUNT)
003730     MOVE 'N' TO WS-TRP-IN-CYCLE-SW(WS-TRP-COUNT)
003740     MOVE 0 TO WS-TRP-EV-RANK(WS-TRP-COUNT)
003750     MOVE 0 TO WS-TRP-EV-DATE(WS-TRP-COUNT).
003760 1150-EXIT.
003770     EXIT.

003780*
003790*    EVERY HEADER ON THE CYCLE'S HDRFILE IS A TRIP IN THIS
003800*    CYCLE.  A TRIP ALREADY ON FILE (A RESUBMISSION) IS
003810*    MARKED; A NEW ONE IS ADDED AS RECEIVED.
003820*
003830 1200-LOAD-ONE-HEADER.
003840     READ HDRFILE
003850         AT END SET HDRFILE-EOF TO TRUE
003860         GO TO 1200-EXIT
003870     END-READ
003880     IF EH-EMPLOYEE-ID OF EMPHDR-RECORD = '*TRLR*'
003890         GO TO 1200-EXIT
003900     END-IF
003910     MOVE 0 TO WS-FOUND-TRP-SUB
003920     PERFORM 1210-LOOK-FOR-TRIP THRU 1210-EXIT
003930         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
003940     IF WS-FOUND-TRP-SUB = 0
003950         PERFORM 1150-ADD-TRIP THRU 1150-EXIT
003960         MOVE WS-TRP-COUNT TO WS-FOUND-TRP-SUB
003970         MOVE EH-EMPLOYEE-ID OF EMPHDR-RECORD
003980             TO WS-TRP-EMP-ID(WS-FOUND-TRP-SUB)
003990         MOVE EH-TRIP-START-DATE OF EMPHDR-RECORD
004000             TO WS-TRP-START-DATE(WS-FOUND-TRP-SUB)
004010         MOVE 'N' TO WS-TRP-STAGE(WS-FOUND-TRP-SUB)
004020         MOVE WS-RUN-DATE
004030             TO WS-TRP-STAGE-DATE(WS-FOUND-TRP-SUB)
004040         ADD 1 TO WS-TRIPS-ADDED
004050     END-IF
004060     MOVE EH-EMPLOYEE-NAME OF EMPHDR-RECORD
004070         TO WS-TRP-EMP-NAME(WS-FOUND-TRP-SUB)
004080     MOVE 'Y' TO WS-TRP-IN-CYCLE-SW(WS-FOUND-TRP-SUB).
004090 1200-EXIT.
004100     EXIT.

004110 1210-LOOK-FOR-TRIP.
004120     IF WS-TRP-EMP-ID(TRX) = EH-EMPLOYEE-ID OF EMPHDR-RECORD
004130         AND WS-TRP-START-DATE(TRX) =
004140             EH-TRIP-START-DATE OF EMPHDR-RECORD
004150         MOVE TRX TO WS-FOUND-TRP-SUB
004160         MOVE WS-TRP-COUNT TO TRX
004170     END-IF.
004180 1210-EXIT.
004190     EXIT.

004200 1300-LOAD-ONE-APPROVER.
004210     READ APRFILE
004220         AT END SET APRFILE-EOF TO TRUE
004230         GO TO 1300-EXIT
004240     END-READ
004250     IF WS-APP-COUNT = 200
004260         DISPLAY 'APRFILE HAS MORE THAN 200 DEPARTMENTS -- '
004270             'INCREASE THE WS-APP-TABLE SIZE TO CONTINUE'
004280         MOVE 16 TO RETURN-CODE
004290         GOBACK
004300     END-IF
004310     ADD 1 TO WS-APP-COUNT
004320     MOVE AM-DEPARTMENT  TO WS-APP-DEPARTMENT(WS-APP-COUNT)
004330     MOVE AM-APPROVER-ID TO WS-APP-APPROVER(WS-APP-COUNT).
004340 1300-EXIT.
004350     EXIT.

004360 1400-LOAD-ONE-DECISION.
004370     READ DECFILE
004380         AT END SET DECFILE-EOF TO TRUE
004390         GO TO 1400-EXIT
004400     END-READ
004410     IF WS-DEC-COUNT = 4000
004420         DISPLAY 'DECFILE HAS MORE THAN 4000 RECORDS -- '
004430             'INCREASE THE WS-DEC-TABLE SIZE TO CONTINUE'
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF
004470     ADD 1 TO WS-DEC-COUNT
004480     MOVE DC-AMOUNT       TO WS-DEC-AMOUNT-EDIT
004490     MOVE DC-EMPLOYEE-ID  TO WS-DEC-EMP-ID(WS-DEC-COUNT)
004500     MOVE DC-EXPENSE-NAME TO WS-DEC-EXP-NAME(WS-DEC-COUNT)
004510     MOVE WS-DEC-AMOUNT-EDIT
004520         TO WS-DEC-AMOUNT-DISP(WS-DEC-COUNT)
004530     MOVE DC-DECISION     TO WS-DEC-DECISION(WS-DEC-COUNT)
004540     MOVE 'N'             TO WS-DEC-USED-SW(WS-DEC-COUNT).
004550 1400-EXIT.
004560     EXIT.

004570*****************************************************
004580*  2000-POST-SUSPENSE -- A SUSPENDED HEADER NAMES ITS  *
004590*  OWN TRIP; A SUSPENDED LINE BELONGS TO THE           *
004600*  EMPLOYEE'S CURRENT TRIP.  THE FIRST REASON CODE     *
004610*  POSTED FOR A TRIP STANDS.                           *
004620*****************************************************
004630 2000-POST-SUSPENSE.
004640     OPEN INPUT SUSFILE
004650     IF WS-SUSFILE-STATUS = '00'
004660         PERFORM 2100-POST-ONE-SUSPENSE THRU 2100-EXIT
004670             UNTIL SUSFILE-EOF
004680     END-IF
004690     CLOSE SUSFILE.
004700 2000-EXIT.
004710     EXIT.

004720 2100-POST-ONE-SUSPENSE.
004730     READ SUSFILE
004740         AT END SET SUSFILE-EOF TO TRUE
004750         GO TO 2100-EXIT
004760     END-READ
004770     MOVE SPACES TO WS-EV-EMP-NAME
004780     IF SU-SOURCE-FILE = 'HDR'
004790         MOVE SU-RECORD-IMAGE TO WS-SUSPENDED-HEADER
004800         MOVE EH-EMPLOYEE-ID OF WS-SUSPENDED-HEADER
004810             TO WS-EV-EMP-ID
004820         MOVE EH-EMPLOYEE-NAME OF WS-SUSPENDED-HEADER
004830             TO WS-EV-EMP-NAME
004840         PERFORM 2110-FIND-SUSPENDED-TRIP THRU 2110-EXIT
004850     ELSE
004860         MOVE SU-RECORD-IMAGE TO WS-SUSPENDED-LINE
004870         MOVE EL-EMPLOYEE-ID TO WS-EV-EMP-ID
004880         PERFORM 7100-FIND-CURRENT-TRIP THRU 7100-EXIT
004890     END-IF
004900     MOVE 6 TO WS-EV-RANK
004910     MOVE 'S' TO WS-EV-STAGE
004920     MOVE WS-RUN-DATE TO WS-EV-DATE
004930     MOVE SPACES TO WS-EV-DETAIL
004940     STRING SU-REASON-CODE ' ' SU-REASON-TEXT
004950         DELIMITED BY SIZE INTO WS-EV-DETAIL
004960     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
004970 2100-EXIT.
004980     EXIT.

004990 2110-FIND-SUSPENDED-TRIP.
005000     MOVE 0 TO WS-FOUND-TRP-SUB
005010     PERFORM 2120-LOOK-FOR-SUSPENDED-TRIP THRU 2120-EXIT
005020         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
005030     IF WS-FOUND-TRP-SUB GREATER THAN 0
005040         MOVE WS-FOUND-TRP-SUB TO WS-EV-TRIP-SUB
005050     ELSE
005060         PERFORM 1150-ADD-TRIP THRU 1150-EXIT
005070         MOVE WS-TRP-COUNT TO WS-EV-TRIP-SUB
005080         MOVE WS-EV-EMP-ID TO WS-TRP-EMP-ID(WS-EV-TRIP-SUB)
005090         IF EH-TRIP-START-DATE OF WS-SUSPENDED-HEADER NUMERIC
005100             MOVE EH-TRIP-START-DATE OF WS-SUSPENDED-HEADER
005110                 TO WS-TRP-START-DATE(WS-EV-TRIP-SUB)
005120         END-IF
005130         MOVE WS-EV-EMP-NAME TO WS-TRP-EMP-NAME(WS-EV-TRIP-SUB)
005140         MOVE 'N' TO WS-TRP-STAGE(WS-EV-TRIP-SUB)
005150         MOVE WS-RUN-DATE TO WS-TRP-STAGE-DATE(WS-EV-TRIP-SUB)
005160         MOVE 'Y' TO WS-TRP-IN-CYCLE-SW(WS-EV-TRIP-SUB)
005170         ADD 1 TO WS-TRIPS-ADDED
005180     END-IF.
005190 2110-EXIT.
005200     EXIT.

005210 2120-LOOK-FOR-SUSPENDED-TRIP.
005220     IF WS-TRP-EMP-ID(TRX) = WS-EV-EMP-ID
005230         AND WS-TRP-START-DATE(TRX) =
005240             EH-TRIP-START-DATE OF WS-SUSPENDED-HEADER
005250         MOVE TRX TO WS-FOUND-TRP-SUB
005260         MOVE WS-TRP-COUNT TO TRX
005270     END-IF.
005280 2120-EXIT.
005290     EXIT.

005300*****************************************************
005310*  3000-POST-EXCEPTIONS -- AN EXCFILE ITEM WITH NO     *
005320*  DECISION, OR ON HOLD, IS AWAITING APPROVAL BY ITS   *
005330*  ROUTED APPROVER; AN ESCFILE ITEM IS ESCALATED TO    *
005340*  THE NEXT-LEVEL APPROVER.  APPROVED AND REJECTED     *
005350*  ITEMS ARE DONE WITH HERE (A REJECTION COMES IN      *
005360*  THROUGH REJFILE).                                   *
005370*****************************************************
005380 3000-POST-EXCEPTIONS.
005390     OPEN INPUT EXCFILE
005400     IF WS-EXCFILE-STATUS = '00'
005410         PERFORM 3100-POST-ONE-EXCEPTION THRU 3100-EXIT
005420             UNTIL EXCFILE-EOF
005430     END-IF
005440     CLOSE EXCFILE

005450     OPEN INPUT ESCFILE
005460     IF WS-ESCFILE-STATUS = '00'
005470         PERFORM 3200-POST-ONE-ESCALATION THRU 3200-EXIT
005480             UNTIL ESCFILE-EOF
005490     END-IF
005500     CLOSE ESCFILE.
005510 3000-EXIT.
005520     EXIT.

005530 3100-POST-ONE-EXCEPTION.
005540     READ EXCFILE
005550         AT END SET EXCFILE-EOF TO TRUE
005560         GO TO 3100-EXIT
005570     END-READ
005572     IF EX-EXPENSE-NAME OF EXCFILE-RECORD = 'ABUSE WATCH'
005574         GO TO 3100-EXIT
005576     END-IF
005580     MOVE 0 TO WS-FOUND-DEC-SUB
005590     PERFORM 3110-LOOK-FOR-DECISION THRU 3110-EXIT
005600         VARYING DCX FROM 1 BY 1 UNTIL DCX > WS-DEC-COUNT
005610     IF WS-FOUND-DEC-SUB GREATER THAN 0
005620         MOVE 'Y' TO WS-DEC-USED-SW(WS-FOUND-DEC-SUB)
005630         IF NOT WS-DEC-ON-HOLD(WS-FOUND-DEC-SUB)
005640             GO TO 3100-EXIT
005650         END-IF
005660     END-IF
005670     MOVE EX-EMPLOYEE-ID OF EXCFILE-RECORD   TO WS-EV-EMP-ID
005680     MOVE EX-EMPLOYEE-NAME OF EXCFILE-RECORD TO WS-EV-EMP-NAME
005690     PERFORM 7100-FIND-CURRENT-TRIP THRU 7100-EXIT
005700     MOVE 4 TO WS-EV-RANK
005710     MOVE 'A' TO WS-EV-STAGE
005720     MOVE WS-RUN-DATE TO WS-EV-DATE
005730     MOVE SPACES TO WS-EV-DETAIL
005740     IF EX-ROUTED-APPROVER OF EXCFILE-RECORD = SPACES
005750         PERFORM 3120-LOOK-FOR-DEPARTMENT THRU 3120-EXIT
005760             VARYING APX FROM 1 BY 1 UNTIL APX > WS-APP-COUNT
005770     ELSE
005780         STRING 'APPROVER '
005790             EX-ROUTED-APPROVER OF EXCFILE-RECORD ' '
005800             EX-EXPENSE-NAME OF EXCFILE-RECORD DELIMITED BY SIZE
005810             INTO WS-EV-DETAIL
005820     END-IF
005830     IF WS-EV-DETAIL = SPACES
005840         STRING 'NO APPROVER FOR ' EX-DEPARTMENT OF EXCFILE-RECORD
005850             DELIMITED BY SIZE INTO WS-EV-DETAIL
005860     END-IF
005870     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
005880 3100-EXIT.
005890     EXIT.

005900 3110-LOOK-FOR-DECISION.
005910     IF NOT WS-DEC-USED(DCX)
005920         AND WS-DEC-EMP-ID(DCX) = EX-EMPLOYEE-ID OF EXCFILE-RECORD
005930         AND WS-DEC-EXP-NAME(DCX) =
005940             EX-EXPENSE-NAME OF EXCFILE-RECORD
005950         AND WS-DEC-AMOUNT-DISP(DCX) =
005960             EX-AMOUNT-DISPLAY OF EXCFILE-RECORD
005970         MOVE DCX TO WS-FOUND-DEC-SUB
005980         MOVE WS-DEC-COUNT TO DCX
005990     END-IF.
006000 3110-EXIT.
006010     EXIT.

006020 3120-LOOK-FOR-DEPARTMENT.
006030     IF WS-APP-DEPARTMENT(APX) = EX-DEPARTMENT OF EXCFILE-RECORD
006040         STRING 'APPROVER ' WS-APP-APPROVER(APX) ' '
006050             EX-EXPENSE-NAME OF EXCFILE-RECORD DELIMITED BY SIZE
006060             INTO WS-EV-DETAIL
006070         MOVE WS-APP-COUNT TO APX
006080     END-IF.
006090 3120-EXIT.
006100     EXIT.

006110 3200-POST-ONE-ESCALATION.
006120     READ ESCFILE INTO WS-ESCALATED-ITEM
006130         AT END SET ESCFILE-EOF TO TRUE
006140         GO TO 3200-EXIT
006150     END-READ
006152     IF EX-EXPENSE-NAME OF WS-ESCALATED-ITEM = 'ABUSE WATCH'
006154         GO TO 3200-EXIT
006156     END-IF
006160     MOVE EX-EMPLOYEE-ID OF WS-ESCALATED-ITEM TO WS-EV-EMP-ID
006170     MOVE EX-EMPLOYEE-NAME OF WS-ESCALATED-ITEM
006180         TO WS-EV-EMP-NAME
006190     PERFORM 7100-FIND-CURRENT-TRIP THRU 7100-EXIT
006200     MOVE 5 TO WS-EV-RANK
006210     MOVE 'E' TO WS-EV-STAGE
006220     MOVE WS-RUN-DATE TO WS-EV-DATE
006230     MOVE SPACES TO WS-EV-DETAIL
006240     STRING 'APPROVER ' EX-ROUTED-APPROVER OF WS-ESCALATED-ITEM
006250         ' ' EX-EXPENSE-NAME OF WS-ESCALATED-ITEM
006260         DELIMITED BY SIZE INTO WS-EV-DETAIL
006270     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
006280 3200-EXIT.
006290     EXIT.

006300*****************************************************
006310*  4000-POST-REJECTIONS -- A REJECTED ITEM, DATED BY   *
006320*  ITS DECISION, AGAINST THE EMPLOYEE'S CURRENT TRIP.  *
006330*****************************************************
006340 4000-POST-REJECTIONS.
006350     OPEN INPUT REJFILE
006360     IF WS-REJFILE-STATUS = '00'
006370         PERFORM 4100-POST-ONE-REJECTION THRU 4100-EXIT
006380             UNTIL REJFILE-EOF
006390     END-IF
006400     CLOSE REJFILE.
006410 4000-EXIT.
006420     EXIT.

006430 4100-POST-ONE-REJECTION.
006440     READ REJFILE
006450         AT END SET REJFILE-EOF TO TRUE
006460         GO TO 4100-EXIT
006470     END-READ
006480     MOVE RJ-EMPLOYEE-ID TO WS-EV-EMP-ID
006490     MOVE SPACES TO WS-EV-EMP-NAME
006500     PERFORM 7100-FIND-CURRENT-TRIP THRU 7100-EXIT
006510     MOVE 3 TO WS-EV-RANK
006520     MOVE 'J' TO WS-EV-STAGE
006530     IF RJ-DECISION-DATE NUMERIC
006540         AND RJ-DECISION-DATE GREATER THAN 0
006550         MOVE RJ-DECISION-DATE TO WS-EV-DATE
006560     ELSE
006570         MOVE WS-RUN-DATE TO WS-EV-DATE
006580     END-IF
006590     MOVE SPACES TO WS-EV-DETAIL
006600     STRING 'REJECTED ' RJ-EXPENSE-NAME
006610         DELIMITED BY SIZE INTO WS-EV-DETAIL
006620     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
006630 4100-EXIT.
006640     EXIT.

006650*****************************************************
006660*  5000-POST-PAYMENTS -- A PAYFILE RECORD QUEUES THE   *
006670*  EMPLOYEE'S CURRENT TRIP AND TIES IT TO ITS REPORT   *
006680*  RUN DATE.  EACH PAYSTAT RECORD THEN FINDS ITS TRIP  *
006686*  BY EMPLOYEE AND THAT RUN DATE (A REQUEUE OR REISSUE *
006692*  BY THE ORIGINAL RUN DATE IT CARRIES): PENDING OR    *
006698*  REQUEUED IS QUEUED, SETTLED IS SETTLED AND RETURNED *
006704*  CARRIES THE RETURN REASON, SO A REPLACEMENT THAT    *
006710*  SETTLES CLOSES THE TRIP.  A PAYMENT FOR NO          *
006720*  TRACKED TRIP (ONE EXTRACTED BEFORE TRACKING BEGAN)  *
006730*  IS COUNTED AND OTHERWISE IGNORED.                   *
006740*****************************************************
006750 5000-POST-PAYMENTS.
006760     OPEN INPUT PAYFILE
006770     IF WS-PAYFILE-STATUS = '00'
006780         PERFORM 5100-POST-ONE-EXTRACT THRU 5100-EXIT
006790             UNTIL PAYFILE-EOF
006800     END-IF
006810     CLOSE PAYFILE

006820     OPEN INPUT PAYSTAT
006830     IF WS-PAYSTAT-STATUS = '00'
006840         PERFORM 5200-POST-ONE-PAY-STATUS THRU 5200-EXIT
006850             UNTIL PAYSTAT-EOF
006860     END-IF
006870     CLOSE PAYSTAT.
006880 5000-EXIT.
006890     EXIT.

006900 5100-POST-ONE-EXTRACT.
006910     READ PAYFILE
006920         AT END SET PAYFILE-EOF TO TRUE
006930         GO TO 5100-EXIT
006940     END-READ
006950     MOVE PY-EMPLOYEE-ID   TO WS-EV-EMP-ID
006960     MOVE PY-EMPLOYEE-NAME TO WS-EV-EMP-NAME
006970     PERFORM 7100-FIND-CURRENT-TRIP THRU 7100-EXIT
006980     MOVE PY-RUN-DATE   TO WS-TRP-REPORT-DATE(WS-EV-TRIP-SUB)
006990     MOVE PY-NET-AMOUNT TO WS-TRP-AMOUNT(WS-EV-TRIP-SUB)
007000     MOVE 1 TO WS-EV-RANK
007010     MOVE 'Q' TO WS-EV-STAGE
007020     MOVE PY-RUN-DATE TO WS-EV-DATE
007030     MOVE SPACES TO WS-EV-DETAIL
007040     STRING 'PAY METHOD ' PY-PAY-METHOD
007050         DELIMITED BY SIZE INTO WS-EV-DETAIL
007060     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
007070 5100-EXIT.
007080     EXIT.

007090 5200-POST-ONE-PAY-STATUS.
007100     READ PAYSTAT
007110         AT END SET PAYSTAT-EOF TO TRUE
007120         GO TO 5200-EXIT
007130     END-READ
007131     IF PS-ORIG-RUN-DATE NUMERIC
007132         AND PS-ORIG-RUN-DATE GREATER THAN 0
007133         MOVE PS-ORIG-RUN-DATE TO WS-PAY-LINK-DATE
007134     ELSE
007135         MOVE PS-RUN-DATE TO WS-PAY-LINK-DATE
007136     END-IF
007140     MOVE 0 TO WS-FOUND-TRP-SUB
007150     PERFORM 5210-LOOK-FOR-PAID-TRIP THRU 5210-EXIT
007160         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
007170     IF WS-FOUND-TRP-SUB = 0
007180         ADD 1 TO WS-UNTRACKED-PAY-COUNT
007190         GO TO 5200-EXIT
007200     END-IF
007210     MOVE WS-FOUND-TRP-SUB TO WS-EV-TRIP-SUB
007220     MOVE PS-NET-AMOUNT TO WS-TRP-AMOUNT(WS-EV-TRIP-SUB)
007230     MOVE SPACES TO WS-EV-DETAIL
007240     EVALUATE TRUE
007250         WHEN PS-RETURNED
007260             MOVE 7 TO WS-EV-RANK
007270             MOVE 'R' TO WS-EV-STAGE
007280             MOVE PS-ACK-DATE TO WS-EV-DATE
007290             MOVE PS-RETURN-REASON TO WS-EV-DETAIL
007300         WHEN PS-SETTLED
007310             MOVE 2 TO WS-EV-RANK
007320             MOVE 'P' TO WS-EV-STAGE
007330             MOVE PS-ACK-DATE TO WS-EV-DATE
007340             IF PS-CHECK-NUMBER NUMERIC
007350                 AND PS-CHECK-NUMBER GREATER THAN 0
007360                 STRING 'CHECK ' PS-CHECK-NUMBER
007370                     DELIMITED BY SIZE INTO WS-EV-DETAIL
007380             ELSE
007390                 MOVE 'ACH' TO WS-EV-DETAIL
007400             END-IF
007410         WHEN PS-REQUEUED
007420             MOVE 1 TO WS-EV-RANK
007430             MOVE 'Q' TO WS-EV-STAGE
007440             MOVE WS-RUN-DATE TO WS-EV-DATE
007450             MOVE 'REQUEUED AFTER RETURN' TO WS-EV-DETAIL
007460         WHEN OTHER
007470             MOVE 1 TO WS-EV-RANK
007480             MOVE 'Q' TO WS-EV-STAGE
007490             MOVE PS-RUN-DATE TO WS-EV-DATE
007500             STRING 'PAY METHOD ' PS-PAY-METHOD
007510                 DELIMITED BY SIZE INTO WS-EV-DETAIL
007520     END-EVALUATE
007530     IF WS-EV-DATE NOT NUMERIC OR WS-EV-DATE = 0
007540         MOVE WS-RUN-DATE TO WS-EV-DATE
007550     END-IF
007560     PERFORM 7000-POST-EVIDENCE THRU 7000-EXIT.
007570 5200-EXIT.
007580     EXIT.

007590 5210-LOOK-FOR-PAID-TRIP.
007600     IF WS-TRP-EMP-ID(TRX) = PS-EMPLOYEE-ID
007610         AND WS-TRP-REPORT-DATE(TRX) = WS-PAY-LINK-DATE
007620         MOVE TRX TO WS-FOUND-TRP-SUB
007630         MOVE WS-TRP-COUNT TO TRX
007640     END-IF.
007650 5210-EXIT.
007660     EXIT.

007670*****************************************************
007680*  6000-SET-ONE-STAGE -- THE WINNING EVIDENCE BECOMES  *
007690*  THE TRIP'S STAGE.  THE STAGE DATE MOVES ONLY WHEN   *
007700*  THE STAGE CHANGES, SO TIME IN A STAGE ACCUMULATES   *
007710*  ACROSS CYCLES.                                      *
007720*****************************************************
007730 6000-SET-ONE-STAGE.
007740     IF WS-TRP-EV-RANK(TRX) = 0
007750         GO TO 6000-EXIT
007760     END-IF
007770     IF WS-TRP-EV-STAGE(TRX) NOT = WS-TRP-STAGE(TRX)
007780         MOVE WS-TRP-EV-STAGE(TRX) TO WS-TRP-STAGE(TRX)
007790         MOVE WS-TRP-EV-DATE(TRX)  TO WS-TRP-STAGE-DATE(TRX)
007800         ADD 1 TO WS-TRIPS-CHANGED
007810     END-IF
007820     MOVE WS-TRP-EV-DETAIL(TRX) TO WS-TRP-DETAIL(TRX)
007830     MOVE WS-RUN-DATE TO WS-TRP-UPDATE-DATE(TRX).
007840 6000-EXIT.
007850     EXIT.

007860*****************************************************
007870*  6500-PRINT-STUCK-TRIPS -- EVERY TRIP NOT YET        *
007880*  CLOSED THAT HAS SAT IN ITS STAGE LONGER THAN THE    *
007890*  LIMIT.                                              *
007900*****************************************************
007910 6500-PRINT-STUCK-TRIPS.
007920     DISPLAY '===== TRIPS STUCK MORE THAN '
007930         WS-STUCK-DAYS-LIMIT ' DAYS IN ONE STAGE ====='
007940     DISPLAY 'EMPLOYEE,NAME,TRIP START,STAGE,SINCE,DAYS,'
007950         'AMOUNT,DETAIL'
007960     PERFORM 6510-CHECK-ONE-STUCK-TRIP THRU 6510-EXIT
007970         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT.
007980 6500-EXIT.
007990     EXIT.

008000 6510-CHECK-ONE-STUCK-TRIP.
008010     MOVE WS-TRP-STAGE(TRX) TO WS-STAGE-CODE
008020     IF WS-STAGE-CLOSED
008030         GO TO 6510-EXIT
008040     END-IF
008050     PERFORM 6900-COMPUTE-STAGE-DAYS THRU 6900-EXIT
008060     IF WS-STAGE-DAYS NOT GREATER THAN WS-STUCK-DAYS-LIMIT
008070         GO TO 6510-EXIT
008080     END-IF
008090     ADD 1 TO WS-STUCK-COUNT
008100     PERFORM 6950-NAME-STAGE THRU 6950-EXIT
008110     MOVE WS-STAGE-DAYS TO WS-STAGE-DAYS-DISP
008120     MOVE WS-TRP-AMOUNT(TRX) TO WS-FORMATTED-AMOUNT
008130     DISPLAY WS-TRP-EMP-ID(TRX) ','
008140         FUNCTION TRIM(WS-TRP-EMP-NAME(TRX)) ','
008150         WS-TRP-START-DATE(TRX) ','
008160         FUNCTION TRIM(WS-STAGE-NAME) ','
008170         WS-TRP-STAGE-DATE(TRX) ','
008180         WS-STAGE-DAYS-DISP ','
008190         WS-FORMATTED-AMOUNT ','
008200         FUNCTION TRIM(WS-TRP-DETAIL(TRX)).
008210 6510-EXIT.
008220     EXIT.

008230*
008240*    ROLL THE REGISTER FORWARD.  A SETTLED OR REJECTED TRIP, OR
008250*    ONE THAT NEVER NEEDED ANYTHING, DROPS OFF ONCE IT HAS SAT
008260*    UNCHANGED PAST THE KEEP PERIOD; EVERYTHING ELSE STAYS.
008270*
008280 6800-REWRITE-CLMFILE.
008290     OPEN OUTPUT CLMFILE
008300     PERFORM 6810-WRITE-ONE-CLAIM THRU 6810-EXIT
008310         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
008320     CLOSE CLMFILE.
008330 6800-EXIT.
008340     EXIT.

008350 6810-WRITE-ONE-CLAIM.
008360     MOVE WS-TRP-STAGE(TRX) TO WS-STAGE-CODE
008370     IF WS-STAGE-CLOSED
008380         PERFORM 6900-COMPUTE-STAGE-DAYS THRU 6900-EXIT
008390         IF WS-STAGE-DAYS GREATER THAN WS-CLOSED-KEEP-DAYS
008400             ADD 1 TO WS-TRIPS-DROPPED
008410             GO TO 6810-EXIT
008420         END-IF
008430     END-IF
008440     PERFORM 6820-COUNT-ONE-STAGE THRU 6820-EXIT
008450     MOVE SPACES TO CLAIM-STATUS-RECORD
008460     MOVE WS-TRP-EMP-ID(TRX)      TO CS-EMPLOYEE-ID
008470     MOVE WS-TRP-START-DATE(TRX)  TO CS-TRIP-START-DATE
008480     MOVE WS-TRP-EMP-NAME(TRX)    TO CS-EMPLOYEE-NAME
008490     MOVE WS-TRP-STAGE(TRX)       TO CS-STAGE
008500     MOVE WS-TRP-STAGE-DATE(TRX)  TO CS-STAGE-DATE
008510     MOVE WS-TRP-DETAIL(TRX)      TO CS-STAGE-DETAIL
008520     MOVE WS-TRP-REPORT-DATE(TRX) TO CS-REPORT-DATE
008530     MOVE WS-TRP-AMOUNT(TRX)      TO CS-AMOUNT
008540     MOVE WS-TRP-UPDATE-DATE(TRX) TO CS-LAST-UPDATE-DATE
008550     WRITE CLAIM-STATUS-RECORD
008560     ADD 1 TO WS-TRIPS-WRITTEN.
008570 6810-EXIT.
008580     EXIT.

008590 6820-COUNT-ONE-STAGE.
008600     EVALUATE TRUE
008610         WHEN WS-STAGE-SUSPENDED
008620             ADD 1 TO WS-SUSPENDED-COUNT
008630         WHEN WS-STAGE-AWAITING
008640             ADD 1 TO WS-AWAITING-COUNT
008650         WHEN WS-STAGE-ESCALATED
008660             ADD 1 TO WS-ESCALATED-COUNT
008670         WHEN WS-STAGE-REJECTED
008680             ADD 1 TO WS-REJECTED-COUNT
008690         WHEN WS-STAGE-QUEUED
008700             ADD 1 TO WS-QUEUED-COUNT
008710         WHEN WS-STAGE-SETTLED
008720             ADD 1 TO WS-SETTLED-COUNT
008730         WHEN WS-STAGE-RETURNED
008740             ADD 1 TO WS-RETURNED-COUNT
008750         WHEN OTHER
008760             ADD 1 TO WS-RECEIVED-COUNT
008770     END-EVALUATE.
008780 6820-EXIT.
008790     EXIT.

008800*
008810*    DAYS IN STAGE, FROM THE STAGE DATE TO THE RUN DATE.  AN
008820*    UNUSABLE STAGE DATE AGES AS ZERO RATHER THAN STOPPING
008830*    THE RUN.
008840*
008850 6900-COMPUTE-STAGE-DAYS.
008860     IF WS-TRP-STAGE-DATE(TRX) NUMERIC
008870         AND WS-TRP-STAGE-DATE(TRX) GREATER THAN 15820101
008880         COMPUTE WS-STAGE-DAYS =
008890             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
008900             FUNCTION INTEGER-OF-DATE(WS-TRP-STAGE-DATE(TRX))
008910     ELSE
008920         MOVE 0 TO WS-STAGE-DAYS
008930     END-IF
008940     IF WS-STAGE-DAYS LESS THAN 0
008950         MOVE 0 TO WS-STAGE-DAYS
008960     END-IF.
008970 6900-EXIT.
008980     EXIT.

008990 6950-NAME-STAGE.
009000     EVALUATE TRUE
009010         WHEN WS-STAGE-SUSPENDED
009020             MOVE 'SUSPENDED'         TO WS-STAGE-NAME
009030         WHEN WS-STAGE-AWAITING
009040             MOVE 'AWAITING APPROVAL' TO WS-STAGE-NAME
009050         WHEN WS-STAGE-ESCALATED
009060             MOVE 'ESCALATED'         TO WS-STAGE-NAME
009070         WHEN WS-STAGE-REJECTED
009080             MOVE 'REJECTED'          TO WS-STAGE-NAME
009090         WHEN WS-STAGE-QUEUED
009100             MOVE 'QUEUED'            TO WS-STAGE-NAME
009110         WHEN WS-STAGE-SETTLED
009120             MOVE 'SETTLED'           TO WS-STAGE-NAME
009130         WHEN WS-STAGE-RETURNED
009140             MOVE 'RETURNED'          TO WS-STAGE-NAME
009150         WHEN OTHER
009160             MOVE 'RECEIVED'          TO WS-STAGE-NAME
009170     END-EVALUATE.
009180 6950-EXIT.
009190     EXIT.

009200*****************************************************
009210*  7000-POST-EVIDENCE -- RECORD ONE PIECE OF STAGE     *
009220*  EVIDENCE AGAINST TRIP WS-EV-TRIP-SUB.  IT REPLACES  *
009230*  WHAT THE TRIP ALREADY HOLDS THIS RUN ONLY WHEN IT   *
009240*  RANKS HIGHER, SO THE FIRST OF EQUAL RANK STANDS.    *
009250*****************************************************
009260 7000-POST-EVIDENCE.
009270     IF WS-EV-RANK GREATER THAN WS-TRP-EV-RANK(WS-EV-TRIP-SUB)
009280         MOVE WS-EV-RANK   TO WS-TRP-EV-RANK(WS-EV-TRIP-SUB)
009290         MOVE WS-EV-STAGE  TO WS-TRP-EV-STAGE(WS-EV-TRIP-SUB)
009300         MOVE WS-EV-DATE   TO WS-TRP-EV-DATE(WS-EV-TRIP-SUB)
009310         MOVE WS-EV-DETAIL TO WS-TRP-EV-DETAIL(WS-EV-TRIP-SUB)
009320     END-IF.
009330 7000-EXIT.
009340     EXIT.

009350*
009360*    THE SOURCES THAT CARRY ONLY AN EMPLOYEE ID BELONG TO THE
009370*    EMPLOYEE'S CURRENT TRIP: THE TRIP ON THIS CYCLE'S HDRFILE
009380*    IF THERE IS ONE, OTHERWISE THE LATEST TRIP ON FILE FOR
009390*    THE EMPLOYEE.  AN EMPLOYEE WITH NO TRIP AT ALL GETS ONE
009400*    WITH NO START DATE.
009410*
009420 7100-FIND-CURRENT-TRIP.
009430     MOVE 0 TO WS-EV-TRIP-SUB
009440     PERFORM 7110-RANK-ONE-TRIP THRU 7110-EXIT
009450         VARYING TRX FROM 1 BY 1 UNTIL TRX > WS-TRP-COUNT
009460     IF WS-EV-TRIP-SUB GREATER THAN 0
009470         GO TO 7100-EXIT
009480     END-IF
009490     PERFORM 1150-ADD-TRIP THRU 1150-EXIT
009500     MOVE WS-TRP-COUNT TO WS-EV-TRIP-SUB
009510     MOVE WS-EV-EMP-ID   TO WS-TRP-EMP-ID(WS-EV-TRIP-SUB)
009520     MOVE WS-EV-EMP-NAME TO WS-TRP-EMP-NAME(WS-EV-TRIP-SUB)
009530     MOVE 'N' TO WS-TRP-STAGE(WS-EV-TRIP-SUB)
009540     MOVE WS-RUN-DATE TO WS-TRP-STAGE-DATE(WS-EV-TRIP-SUB)
009550     ADD 1 TO WS-TRIPS-ADDED.
009560 7100-EXIT.
009570     EXIT.

009580 7110-RANK-ONE-TRIP.
009590     IF WS-TRP-EMP-ID(TRX) NOT = WS-EV-EMP-ID
009600         GO TO 7110-EXIT
009610     END-IF
009620     IF WS-EV-TRIP-SUB = 0
009630         MOVE TRX TO WS-EV-TRIP-SUB
009640         GO TO 7110-EXIT
009650     END-IF
009660     IF WS-TRP-IN-CYCLE(WS-EV-TRIP-SUB)
009670         AND NOT WS-TRP-IN-CYCLE(TRX)
009680         GO TO 7110-EXIT
009690     END-IF
009700     IF WS-TRP-IN-CYCLE(TRX)
009710         AND NOT WS-TRP-IN-CYCLE(WS-EV-TRIP-SUB)
009720         MOVE TRX TO WS-EV-TRIP-SUB
009730         GO TO 7110-EXIT
009740     END-IF
009750     IF WS-TRP-START-DATE(TRX) GREATER THAN
009760         WS-TRP-START-DATE(WS-EV-TRIP-SUB)
009770         MOVE TRX TO WS-EV-TRIP-SUB
009780     END-IF.
009790 7110-EXIT.
009800     EXIT.

009810*****************************************************
009820*  8000-PRINT-RUN-SUMMARY -- TRIPS BY STAGE.  ANY      *
009830*  STUCK TRIP RETURNS 4 SO THE HELP DESK WORKS THE     *
009840*  REPORT BEFORE THE EMPLOYEE CALLS.                   *
009850*****************************************************
009860 8000-PRINT-RUN-SUMMARY.
009870     DISPLAY ' '
009880     DISPLAY '===== CLAIM STATUS RUN SUMMARY ====='
009890     DISPLAY 'TRIPS CARRIED FORWARD ..... ' WS-TRIPS-LOADED
009900     DISPLAY 'NEW TRIPS ................. ' WS-TRIPS-ADDED
009910     DISPLAY 'TRIPS CHANGING STAGE ...... ' WS-TRIPS-CHANGED
009920     DISPLAY 'CLOSED TRIPS DROPPED ...... ' WS-TRIPS-DROPPED
009930     DISPLAY 'TRIPS ON CLMFILE .......... ' WS-TRIPS-WRITTEN
009940     DISPLAY '  RECEIVED ................ ' WS-RECEIVED-COUNT
009950     DISPLAY '  SUSPENDED ............... ' WS-SUSPENDED-COUNT
009960     DISPLAY '  AWAITING APPROVAL ....... ' WS-AWAITING-COUNT
009970     DISPLAY '  ESCALATED ............... ' WS-ESCALATED-COUNT
009980     DISPLAY '  REJECTED ................ ' WS-REJECTED-COUNT
009990     DISPLAY '  QUEUED FOR PAYMENT ...... ' WS-QUEUED-COUNT
010000     DISPLAY '  SETTLED ................. ' WS-SETTLED-COUNT
010010     DISPLAY '  RETURNED ................ ' WS-RETURNED-COUNT
010020     DISPLAY 'PAYMENTS NOT TRACKED ...... '
010030         WS-UNTRACKED-PAY-COUNT
010040     DISPLAY 'TRIPS STUCK ............... ' WS-STUCK-COUNT
010050     IF WS-STUCK-COUNT GREATER THAN 0
010060         MOVE 4 TO RETURN-CODE
010070     END-IF.
010080 8000-EXIT.
010090     EXIT.
