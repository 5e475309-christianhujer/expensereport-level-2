000440*                     GO ON THE EDIT SUMMARY AND ARE HANDED
000450*                     FORWARD ON CTLFILE FOR THE RUN
000460*                     REGISTER.
000461*    10/15/2026 DK    EXPENSE LINES MAY NOW BE CREDIT, REFUND OR
000462*                     CORRECTION LINES (LINE KIND 'C').  A LINE
000463*                     KIND OTHER THAN SPACE OR 'C' REJECTS WITH
000464*                     ITS OWN REASON CODE.
000465*    10/15/2026 DK    LINES DATED AFTER AN EMPLOYEE'S LAST DAY
000466*                     ON THE HR TERMINATION FEED (TRMFILE,
000467*                     OPTIONAL) ARE REJECTED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTLFILE-STATUS.

000772     SELECT OPTIONAL TRMFILE ASSIGN TO "TRMFILE"
000774         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS WS-TRMFILE-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  HDRFILE
001100     DATA RECORD IS CTLFILE-RECORD.
001110 01  CTLFILE-RECORD              PIC X(34).

001112 FD  TRMFILE
001114     LABEL RECORDS ARE STANDARD
001116     DATA RECORD IS TERMINATION-RECORD.
001118     COPY TERMREC.

001120 WORKING-STORAGE SECTION.
001130*
001140*    END-OF-FILE AND CONDITION SWITCHES
001220         88  TYPFILE-EOF                   VALUE 'Y'.
001230     05  WS-PRJFILE-EOF-SW       PIC X(01) VALUE 'N'.
001240         88  PRJFILE-EOF                   VALUE 'Y'.
001243     05  WS-TRMFILE-EOF-SW       PIC X(01) VALUE 'N'.
001246         88  TRMFILE-EOF                   VALUE 'Y'.
001250     05  WS-HDR-ERROR-SW         PIC X(01) VALUE 'N'.
001260         88  HDR-ERROR-FOUND               VALUE 'Y'.
001270     05  WS-LINE-ERROR-SW        PIC X(01) VALUE 'N'.
001350     05  WS-SUSFILE-STATUS       PIC X(02).
001360     05  WS-PRJFILE-STATUS       PIC X(02).
001370     05  WS-CTLFILE-STATUS       PIC X(02).
001375     05  WS-TRMFILE-STATUS       PIC X(02).

001380*
001390*    WORK AREA FOR 1010-CHECK-FILE-STATUS, THE COMMON MANDATORY-
002380 01  WS-SPLIT-PCT-TOTAL          PIC 9(04) VALUE 0.
002390 01  WS-SPLIT-NAMED-COUNT        PIC 9(01) VALUE 0.

002391*
002392*    LEAVERS, LOADED FROM THE HR TERMINATION FEED AT STARTUP.
002393*    NO EXPENSE MAY BE CLAIMED FOR A DATE AFTER THE EMPLOYEE'S
002394*    LAST DAY.  WITH NO FEED THIS CYCLE THE TABLE IS EMPTY.
002395*
002396 01  WS-TRM-COUNT                PIC 9(04) VALUE 0.
002397 01  WS-TRM-TABLE.
002398     05  WS-TRM-ENTRY OCCURS 1 TO 1000 TIMES
002399             DEPENDING ON WS-TRM-COUNT.
002400         10  WS-TRM-EMP-ID       PIC X(06).
002401         10  WS-TRM-LAST-DAY     PIC 9(08).
002402 01  WS-FOUND-TRM-SUB            PIC 9(04) VALUE 0.

002403*
002410*    SUBSCRIPTS
002420*
002430 01  HX                          PIC 9(04) VALUE 0.
002440 01  PRX                         PIC 9(04) VALUE 0.
002450 01  SPX                         PIC 9(01) VALUE 0.
002452 01  TMX                         PIC 9(04) VALUE 0.

002460 PROCEDURE DIVISION.
002470*****************************************************
002880         UNTIL PRJFILE-EOF
002890     CLOSE PRJFILE

002891     OPEN INPUT TRMFILE
002892     IF WS-TRMFILE-STATUS = '00'
002893         PERFORM 1300-LOAD-ONE-LEAVER THRU 1300-EXIT
002894             UNTIL TRMFILE-EOF
002895     END-IF
002896     CLOSE TRMFILE

002900     OPEN OUTPUT HDROUT
002910     OPEN OUTPUT EXPOUT
002920     OPEN OUTPUT SUSFILE
003490     MOVE PJ-PROJECT-CODE TO WS-PROJ-CODE(WS-PROJ-COUNT)
003500     MOVE PJ-STATUS-SW    TO WS-PROJ-STATUS-SW(WS-PROJ-COUNT).
003510 1210-EXIT.
003511     EXIT.

003512 1300-LOAD-ONE-LEAVER.
003513     READ TRMFILE
003514         AT END SET TRMFILE-EOF TO TRUE
003515         NOT AT END PERFORM 1310-STORE-LEAVER THRU 1310-EXIT
003516     END-READ.
003517 1300-EXIT.
003518     EXIT.

003519 1310-STORE-LEAVER.
003520     IF TM-LAST-DAY NOT NUMERIC OR TM-LAST-DAY = 0
003521         DISPLAY 'TRMFILE LAST DAY INVALID FOR EMPLOYEE '
003522             TM-EMPLOYEE-ID ' -- RECORD IGNORED'
003523         GO TO 1310-EXIT
003524     END-IF
003525     IF WS-TRM-COUNT = 1000
003526         DISPLAY 'TRMFILE HAS MORE THAN 1000 LEAVERS -- '
003527             'INCREASE THE WS-TRM-TABLE SIZE TO CONTINUE'
003528         MOVE 16 TO RETURN-CODE
003529         GOBACK
003530     END-IF
003531     ADD 1 TO WS-TRM-COUNT
003532     MOVE TM-EMPLOYEE-ID TO WS-TRM-EMP-ID(WS-TRM-COUNT)
003533     MOVE TM-LAST-DAY    TO WS-TRM-LAST-DAY(WS-TRM-COUNT).
003534 1310-EXIT.
003535     EXIT.

003536*****************************************************
003540*  1500/1600 -- BATCH CONTROL VERIFICATION.  EACH      *
003550*  INPUT FILE IS READ STRAIGHT THROUGH BEFORE ANY      *
003560*  RECORD IS EDITED: RECORDS ARE COUNTED (AND EXPFILE  *
005710         MOVE 'AMOUNT NOT NUMERIC' TO WS-SUS-REASON-TEXT
005720         SET LINE-ERROR-FOUND TO TRUE
005730     END-IF
005731     IF NOT LINE-ERROR-FOUND
005732         AND NOT EL-CHARGE-LINE
005733         AND NOT EL-CREDIT-LINE
005734         MOVE 'E014' TO WS-SUS-REASON-CODE
005735         MOVE 'LINE KIND INVALID' TO WS-SUS-REASON-TEXT
005736         SET LINE-ERROR-FOUND TO TRUE
005737     END-IF

005740     IF NOT LINE-ERROR-FOUND
005750         AND (EL-TYPE NOT NUMERIC
005980         MOVE 'E007' TO WS-SUS-REASON-CODE
005990         MOVE 'EXPENSE DATE INVALID' TO WS-SUS-REASON-TEXT
006000         SET LINE-ERROR-FOUND TO TRUE
006001     END-IF

006002     IF NOT LINE-ERROR-FOUND
006003         AND WS-TRM-COUNT GREATER THAN 0
006004         MOVE 0 TO WS-FOUND-TRM-SUB
006005         PERFORM 3220-LOOK-FOR-LEAVER THRU 3220-EXIT
006006             VARYING TMX FROM 1 BY 1 UNTIL TMX > WS-TRM-COUNT
006007         IF WS-FOUND-TRM-SUB GREATER THAN 0
006008             AND EL-EXPENSE-DATE GREATER THAN
006009                 WS-TRM-LAST-DAY(WS-FOUND-TRM-SUB)
006010             MOVE 'E013' TO WS-SUS-REASON-CODE
006011             MOVE 'DATED AFTER LAST DAY' TO WS-SUS-REASON-TEXT
006012             SET LINE-ERROR-FOUND TO TRUE
006013         END-IF
006014     END-IF

006020     IF NOT LINE-ERROR-FOUND
006030         AND EL-TAX-AMOUNT NOT NUMERIC
006850         MOVE WS-HDR-COUNT TO HX
006860     END-IF.
006870 3210-EXIT.
006871     EXIT.

006872 3220-LOOK-FOR-LEAVER.
006873     IF WS-TRM-EMP-ID(TMX) = EL-EMPLOYEE-ID
006874         MOVE TMX TO WS-FOUND-TRM-SUB
006875         MOVE WS-TRM-COUNT TO TMX
006876     END-IF.
006877 3220-EXIT.
006880     EXIT.

006890*
