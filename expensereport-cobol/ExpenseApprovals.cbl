000330*                     NEXT LEVEL'S QUEUE (ESCFILE, MERGED
000340*                     INTO THE NEXT CYCLE'S EXCFILE BY OPS)
000350*                     INSTEAD OF PRINTING *AGED* FOREVER.
000351*    10/15/2026 DK    AN ITEM ROUTED OR ESCALATING TO AN
000352*                     APPROVER FLAGGED ON APRFILE AS HAVING
000353*                     LEFT THE COMPANY REROUTES TO THE
000354*                     REPLACEMENT HR NAMED.  WITH NO
000355*                     REPLACEMENT NAMED IT STAYS PUT AND IS
000356*                     REPORTED, RETURNING 4.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
001750         10  WS-APP-APPROVER     PIC X(06).
001760         10  WS-APP-AUTHORITY    PIC 9(10)V99.
001770         10  WS-APP-NEXT         PIC X(06).
001772         10  WS-APP-REASSIGN-SW  PIC X(01).
001774             88  WS-APP-APPROVER-LEAVING   VALUE 'A' 'B'.
001776             88  WS-APP-NEXT-LEAVING       VALUE 'N' 'B'.
001778         10  WS-APP-REPLACEMENT  PIC X(06).

001780*
001790*    DECISION MATCHING WORK AREAS
001840 01  WS-HOLD-DAYS                PIC S9(05) VALUE 0.
001850 01  WS-HOLD-DAYS-DISP           PIC ZZZZ9.

001851*
001852*    DEPARTED-APPROVER LOOKUP.  WS-LEAVER-CHECK-ID IS THE
001853*    APPROVER BEING ROUTED TO; 2130 SETS THE FOUND SWITCH
001854*    WHEN APRFILE FLAGS THEM AS HAVING LEFT, AND RETURNS THE
001855*    REPLACEMENT HR NAMED (SPACES WHEN NONE WAS NAMED).
001856*
001857 01  WS-LEAVER-CHECK-ID          PIC X(06).
001858 01  WS-LEAVER-REPLACEMENT       PIC X(06).
001859 01  WS-LEAVER-FOUND-SW          PIC X(01) VALUE 'N'.
001860     88  LEAVER-FOUND                      VALUE 'Y'.

001861*
001870*    DISPOSITION REPORT COUNTS
001880*
001890 01  WS-DISP-COUNTS.
002010     05  WS-UNROUTED-COUNT       PIC 9(06) VALUE 0.
002020     05  WS-ESCALATED-COUNT      PIC 9(06) VALUE 0.
002030     05  WS-NO-ESCALATE-COUNT    PIC 9(06) VALUE 0.
002033     05  WS-REROUTED-COUNT       PIC 9(06) VALUE 0.
002036     05  WS-NO-REPLACEMENT-COUNT PIC 9(06) VALUE 0.

002040*
002050*    SUBSCRIPTS
002840     MOVE AM-DEPARTMENT       TO WS-APP-DEPARTMENT(WS-APP-COUNT)
002850     MOVE AM-APPROVER-ID      TO WS-APP-APPROVER(WS-APP-COUNT)
002860     MOVE AM-AUTHORITY-AMOUNT TO WS-APP-AUTHORITY(WS-APP-COUNT)
002865     MOVE AM-NEXT-APPROVER    TO WS-APP-NEXT(WS-APP-COUNT)
002870     MOVE AM-REASSIGN-SW      TO WS-APP-REASSIGN-SW(WS-APP-COUNT)
002875     MOVE AM-REPLACEMENT-ID   TO WS-APP-REPLACEMENT(WS-APP-COUNT).
002880 1110-EXIT.
002890     EXIT.

003250*    APPROVER'S OWN MASTER RECORD (IF ANY) SUPPLIES THE
003260*    AUTHORITY LIMIT AND THE NEXT ESCALATION LEVEL; AN
003270*    APPROVER WITH NO RECORD DECIDES WITHOUT LIMIT AND
003272*    CANNOT ESCALATE FURTHER.  A ROUTED OR NEXT-LEVEL
003278*    APPROVER WHO HAS LEFT THE COMPANY IS SWAPPED FOR THE
003284*    REPLACEMENT HR NAMED ON APRFILE.
003290*
003300 2100-RESOLVE-ROUTING.
003310     IF WS-EXC-ROUTED(WS-EXC-COUNT) = SPACES
003430                 ' ITEM CANNOT BE DECIDED THIS CYCLE'
003440         END-IF
003450     END-IF
003451     IF WS-EXC-ROUTED(WS-EXC-COUNT) NOT = SPACES
003452         MOVE WS-EXC-ROUTED(WS-EXC-COUNT) TO WS-LEAVER-CHECK-ID
003453         PERFORM 2130-CHECK-FOR-LEAVER THRU 2130-EXIT
003454         IF LEAVER-FOUND
003455             MOVE WS-LEAVER-REPLACEMENT
003456                 TO WS-EXC-ROUTED(WS-EXC-COUNT)
003457         END-IF
003458     END-IF
003460     MOVE 9999999999.99 TO WS-EXC-AUTHORITY(WS-EXC-COUNT)
003470     MOVE SPACES TO WS-EXC-NEXT(WS-EXC-COUNT)
003480     IF WS-EXC-ROUTED(WS-EXC-COUNT) NOT = SPACES
003530             MOVE WS-APP-AUTHORITY(WS-FOUND-APP-SUB)
003540                 TO WS-EXC-AUTHORITY(WS-EXC-COUNT)
003550             MOVE WS-APP-NEXT(WS-FOUND-APP-SUB)
003551                 TO WS-EXC-NEXT(WS-EXC-COUNT)
003552         END-IF
003553     END-IF
003554     IF WS-EXC-NEXT(WS-EXC-COUNT) NOT = SPACES
003555         MOVE WS-EXC-NEXT(WS-EXC-COUNT) TO WS-LEAVER-CHECK-ID
003556         PERFORM 2130-CHECK-FOR-LEAVER THRU 2130-EXIT
003557         IF LEAVER-FOUND
003558             MOVE WS-LEAVER-REPLACEMENT
003560                 TO WS-EXC-NEXT(WS-EXC-COUNT)
003570         END-IF
003580     END-IF.
003730         MOVE WS-APP-COUNT TO APX
003740     END-IF.
003750 2120-EXIT.
003751     EXIT.

003752*
003753*    IS WS-LEAVER-CHECK-ID FLAGGED ON APRFILE AS HAVING LEFT?
003754*    ANY RECORD NAMING THEM AS A LEAVING APPROVER OR NEXT
003755*    LEVEL COUNTS; THE FIRST ONE CARRYING A REPLACEMENT
003756*    SUPPLIES IT.  A LEAVER WITH NO REPLACEMENT ON ANY RECORD
003757*    KEEPS THE ITEM, WHICH IS REPORTED SO HR CAN NAME ONE.
003758*
003759 2130-CHECK-FOR-LEAVER.
003760     MOVE 'N' TO WS-LEAVER-FOUND-SW
003761     MOVE SPACES TO WS-LEAVER-REPLACEMENT
003762     PERFORM 2140-CHECK-ONE-LEAVER THRU 2140-EXIT
003763         VARYING APX FROM 1 BY 1 UNTIL APX > WS-APP-COUNT
003764     IF NOT LEAVER-FOUND
003765         GO TO 2130-EXIT
003766     END-IF
003767     IF WS-LEAVER-REPLACEMENT = SPACES
003768         MOVE 'N' TO WS-LEAVER-FOUND-SW
003769         ADD 1 TO WS-NO-REPLACEMENT-COUNT
003770         DISPLAY 'APPROVER ' WS-LEAVER-CHECK-ID
003771             ' HAS LEFT AND NO REPLACEMENT IS NAMED -- EMPLOYEE '
003772             WS-EXC-EMP-ID(WS-EXC-COUNT) ' '
003773             WS-EXC-EXP-NAME(WS-EXC-COUNT)
003774         GO TO 2130-EXIT
003775     END-IF
003776     ADD 1 TO WS-REROUTED-COUNT
003777     DISPLAY 'APPROVER ' WS-LEAVER-CHECK-ID
003778         ' HAS LEFT -- EMPLOYEE '
003779         WS-EXC-EMP-ID(WS-EXC-COUNT) ' '
003780         WS-EXC-EXP-NAME(WS-EXC-COUNT)
003781         ' REROUTED TO ' WS-LEAVER-REPLACEMENT.
003782 2130-EXIT.
003783     EXIT.

003784 2140-CHECK-ONE-LEAVER.
003785     IF (WS-APP-APPROVER(APX) = WS-LEAVER-CHECK-ID
003786             AND WS-APP-APPROVER-LEAVING(APX))
003787         OR (WS-APP-NEXT(APX) = WS-LEAVER-CHECK-ID
003788             AND WS-APP-NEXT-LEAVING(APX))
003789         MOVE 'Y' TO WS-LEAVER-FOUND-SW
003790         IF WS-APP-REPLACEMENT(APX) NOT = SPACES
003791             MOVE WS-APP-REPLACEMENT(APX) TO WS-LEAVER-REPLACEMENT
003792             MOVE WS-APP-COUNT TO APX
003793         END-IF
003794     END-IF.
003795 2140-EXIT.
003796     EXIT.

003797*****************************************************
003798*  3000-MATCH-ONE-DECISION -- MATCH A MANAGER DECISION *
003799*  TO THE FIRST UNDECIDED EXCEPTION WITH THE SAME      *
003800*  EMPLOYEE, EXPENSE NAME AND AMOUNT.  THE DECISION    *
003810*  CODE IS VALIDATED FIRST -- AN INVALID CODE MUST NOT *
003820*  CONSUME THE EXCEPTION, OR THE CORRECTED DECISION    *
006510         WS-ESCALATED-COUNT
006520     DISPLAY 'HOLDS UNABLE TO ESCALATE .. '
006530         WS-NO-ESCALATE-COUNT
006532     DISPLAY 'REROUTED FROM LEAVERS ..... ' WS-REROUTED-COUNT
006534     DISPLAY 'ROUTED TO LEAVERS ......... '
006536         WS-NO-REPLACEMENT-COUNT
006540     IF WS-UNMATCHED-DEC-COUNT GREATER THAN 0
006550         OR WS-INVALID-DEC-COUNT GREATER THAN 0
006560         OR WS-SELF-DEC-COUNT GREATER THAN 0
006570         OR WS-WRONG-APPR-COUNT GREATER THAN 0
006580         OR WS-OVER-AUTH-COUNT GREATER THAN 0
006590         OR WS-UNROUTED-COUNT GREATER THAN 0
006594         OR WS-NO-REPLACEMENT-COUNT GREATER THAN 0
006600         MOVE 4 TO RETURN-CODE
006610     END-IF.
006620 8000-EXIT.
