000300*                     DATE, GL TIE RESULT) SO THE RETENTION
000310*                     JOB CAN PROVE A MONTH WAS CONSOLIDATED
000320*                     AND TIED BEFORE ARCHIVING IT.
000321*    10/15/2026 DK    CHECK PAYMENTS NOW SETTLE THROUGH
000322*                     EXPENSE-CHECK-RUN, WHICH POSTS CLEARED,
000323*                     VOIDED AND STALE-DATED CHECKS INTO THE
000324*                     SETTLED/RETURNED TOTALS AND THE CHECKS
000325*                     STILL OUTSTANDING ONTO THE REGISTER.  THE
000326*                     MONTH SUMMARY SPLITS UNSETTLED CASH INTO
000327*                     CHECKS OUTSTANDING AND THE REST.
000328*    10/15/2026 DK    MULTI-COMPANY: THE REGISTER NOW CARRIES ONE
000329*                     RECORD PER COMPANY PER RUN IN THE COMPANY'S
000330*                     HOME CURRENCY, AND GLACCUM ROWS CARRY THEIR
000331*                     COMPANY.  GL ROWS ARE SUMMED DEBITS LESS
000332*                     CREDITS, THE ACCOUNT SUMMARY IS BY COMPANY,
000333*                     AND THE GL TIES TO THE REGISTER COMPANY BY
000334*                     COMPANY; THE MONTH ONLY COUNTS AS TIED WHEN
000335*                     EVERY COMPANY TIES.  RUN-LEVEL COUNTS COME
000336*                     FROM THE PARENT (FIRST) RECORD OF EACH RUN.
000338*    10/15/2026 DK    CREDIT LINES: THE REGISTER NOW CARRIES EACH
000340*                     RUN'S CREDITS APPLIED.  A COMPANY'S GL,
000342*                     DEBITS LESS CREDITS, TIES TO ITS GRAND TOTAL
000344*                     LESS CREDITS, AS THE COMPANY SUMMARY SHOWS.
000346*
000348 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000980     05  WS-REPORT-TOTAL         PIC 9(08) VALUE 0.
000990     05  WS-GRAND-TOTAL-MONTH    PIC 9(12)V99 VALUE 0.
001000     05  WS-NET-TOTAL-MONTH      PIC 9(12)V99 VALUE 0.
001005     05  WS-CREDIT-TOTAL-MONTH   PIC 9(12)V99 VALUE 0.
001010     05  WS-EXCEPTION-TOTAL      PIC 9(08) VALUE 0.
001020     05  WS-SETTLED-TOTAL-MONTH  PIC 9(12)V99 VALUE 0.
001030     05  WS-RETURNED-TOTAL-MONTH PIC 9(12)V99 VALUE 0.
001040     05  WS-UNSETTLED-MONTH      PIC S9(12)V99 VALUE 0.
001043     05  WS-CHECKS-OUT-MONTH     PIC 9(12)V99 VALUE 0.
001046     05  WS-OTHER-UNSETTLED      PIC S9(12)V99 VALUE 0.
001050     05  WS-BREAK-COUNT          PIC 9(06) VALUE 0.
001060     05  WS-RESTART-COUNT        PIC 9(06) VALUE 0.
001070     05  WS-BAD-RC-COUNT         PIC 9(06) VALUE 0.
001090*    GL POSTINGS FOR THE MONTH, SUMMARIZED BY ACCOUNT AND
001100*    COST CENTER.
001110*
001119 01  WS-GL-MONTH-TOTAL           PIC S9(12)V99 VALUE 0.
001130 01  WS-ACCT-COUNT               PIC 9(03) VALUE 0.
001140 01  WS-ACCT-TABLE.
001150     05  WS-ACCT-ENTRY OCCURS 1 TO 100 TIMES
001160             DEPENDING ON WS-ACCT-COUNT.
001164         10  WS-ACCT-COMPANY     PIC X(04).
001170         10  WS-ACCT-GL-ACCOUNT  PIC X(10).
001180         10  WS-ACCT-CC          PIC X(06).
001191         10  WS-ACCT-AMOUNT      PIC S9(12)V99.
001200 01  WS-ACCT-CUR-SUB             PIC 9(03) VALUE 0.

001201*
001202*    REGISTER AND GL TOTALS BY COMPANY, EACH IN THE COMPANY'S
001203*    HOME CURRENCY.  A BLANK CODE IS THE PARENT COMPANY, WHICH
001204*    ALSO TAKES REGISTER AND GL ROWS WRITTEN BEFORE ROWS
001205*    CARRIED A COMPANY.
001206*
001207 01  WS-CO-COUNT                 PIC 9(03) VALUE 0.
001208 01  WS-CO-TABLE.
001209     05  WS-CO-ENTRY OCCURS 1 TO 50 TIMES
001210             DEPENDING ON WS-CO-COUNT.
001211         10  WS-CO-CODE          PIC X(04).
001212         10  WS-CO-CURRENCY      PIC X(03).
001213         10  WS-CO-REPORT-COUNT  PIC 9(08).
001214         10  WS-CO-GRAND-TOTAL   PIC 9(12)V99.
001215         10  WS-CO-NET-TOTAL     PIC 9(12)V99.
001216         10  WS-CO-CREDIT-TOTAL  PIC 9(12)V99.
001217         10  WS-CO-GL-TOTAL      PIC S9(12)V99.
001218         10  WS-CO-TIE-SW        PIC X(01).
001219 01  WS-CO-LOOKUP-CODE           PIC X(04).
001220 01  WS-CO-CUR-SUB               PIC 9(03) VALUE 0.

001221*
001222*    DISPLAY EDIT FIELDS
001230*
001240 01  WS-FORMATTED-TOTAL          PIC Z(11)9.99.
001250 01  WS-FORMATTED-NET            PIC Z(11)9.99.
001260 01  WS-FORMATTED-UNSETTLED      PIC -Z(11)9.99.
001263 01  WS-FORMATTED-GL             PIC -Z(11)9.99.
001264 01  WS-FORMATTED-CREDIT         PIC Z(11)9.99.
001265 01  WS-CO-NET-OF-CREDITS        PIC S9(12)V99 VALUE 0.
001270 01  WS-GL-TIE-SW                PIC X(01) VALUE 'N'.
001272 01  WS-MONTH-CURRENCY           PIC X(03) VALUE SPACES.
001274 01  WS-MIXED-CURRENCY-SW        PIC X(01) VALUE 'N'.
001276     88  MIXED-CURRENCY-MONTH              VALUE 'Y'.

001280*
001290*    SUBSCRIPTS
001300*
001310 01  ACX                         PIC 9(03) VALUE 0.
001312 01  COX                         PIC 9(03) VALUE 0.

001320 PROCEDURE DIVISION.
001330*****************************************************

001690     DISPLAY ' '
001700     DISPLAY 'RUN DATE,MODE,HDR READ,EXP READ,REPORTS,'
001706         'GRAND TOTAL,NET TOTAL,EXCEPTIONS,RECON,RC,RESTART,'
001712         'COMPANY,CURRENCY'
001720     PERFORM 6100-READ-RUNREG THRU 6100-EXIT
001730     PERFORM 6200-READ-GLACCUM THRU 6200-EXIT.
001740 1000-EXIT.
001950     IF RR-RUN-DATE(1:6) NOT = WS-MONTH
001960         GO TO 2000-NEXT
001970     END-IF
001971     MOVE RR-COMPANY-CODE TO WS-CO-LOOKUP-CODE
001972     PERFORM 2010-FIND-COMPANY THRU 2010-EXIT
001973     IF WS-CO-CURRENCY(WS-CO-CUR-SUB) = SPACES
001974         MOVE RR-CURRENCY TO WS-CO-CURRENCY(WS-CO-CUR-SUB)
001975     END-IF
001976     IF RR-CURRENCY NOT = SPACES
001977         IF WS-MONTH-CURRENCY = SPACES
001978             MOVE RR-CURRENCY TO WS-MONTH-CURRENCY
001979         END-IF
001980         IF RR-CURRENCY NOT = WS-MONTH-CURRENCY
001981             SET MIXED-CURRENCY-MONTH TO TRUE
001982         END-IF
001983     END-IF
001984     ADD RR-REPORT-COUNT
001985         TO WS-CO-REPORT-COUNT(WS-CO-CUR-SUB)
001986     ADD RR-GRAND-TOTAL  TO WS-CO-GRAND-TOTAL(WS-CO-CUR-SUB)
001987     ADD RR-NET-GRAND-TOTAL
001988         TO WS-CO-NET-TOTAL(WS-CO-CUR-SUB)
001989     IF RR-CREDIT-TOTAL NUMERIC
001990         ADD RR-CREDIT-TOTAL TO WS-CO-CREDIT-TOTAL(WS-CO-CUR-SUB)
001991         ADD RR-CREDIT-TOTAL TO WS-CREDIT-TOTAL-MONTH
001992     END-IF
001993     IF RR-COMPANY-CODE = SPACES
001994         ADD 1 TO WS-RUN-COUNT
001995         IF RR-RUN-RESTARTED
001996             ADD 1 TO WS-RESTART-COUNT
001997         END-IF
001998         IF RR-RETURN-CODE GREATER THAN 0
001999             ADD 1 TO WS-BAD-RC-COUNT
002000         END-IF
002001     END-IF
002002     ADD RR-HDR-READ-COUNT   TO WS-HDR-READ-TOTAL
002003     ADD RR-EXP-READ-COUNT   TO WS-EXP-READ-TOTAL
002010     ADD RR-REPORT-COUNT     TO WS-REPORT-TOTAL
002020     ADD RR-GRAND-TOTAL      TO WS-GRAND-TOTAL-MONTH
002030     ADD RR-NET-GRAND-TOTAL  TO WS-NET-TOTAL-MONTH
002080     IF RR-RETURNED-TOTAL NUMERIC
002090         ADD RR-RETURNED-TOTAL TO WS-RETURNED-TOTAL-MONTH
002100     END-IF
002102     IF RR-CHECK-OUTSTANDING NUMERIC
002104         ADD RR-CHECK-OUTSTANDING TO WS-CHECKS-OUT-MONTH
002106     END-IF
002110     IF RR-RECON-BREAK
002120         ADD 1 TO WS-BREAK-COUNT
002190     END-IF
002200     MOVE RR-GRAND-TOTAL TO WS-FORMATTED-TOTAL
002210     MOVE RR-NET-GRAND-TOTAL TO WS-FORMATTED-NET
002290         RR-EXCEPTION-COUNT ','
002300         RR-RECON-RESULT ','
002310         RR-RETURN-CODE ','
002315         RR-RESTART-IND ','
002320         RR-COMPANY-CODE ','
002325         WS-CO-CURRENCY(WS-CO-CUR-SUB).
002330 2000-NEXT.
002340     PERFORM 6100-READ-RUNREG THRU 6100-EXIT.
002350 2000-EXIT.
002360     EXIT.

002361*
002362*    FIND THE COMPANY ENTRY FOR WS-CO-LOOKUP-CODE, ADDING IT THE
002363*    FIRST TIME THE COMPANY IS SEEN.  LEAVES WS-CO-CUR-SUB SET.
002364*
002365 2010-FIND-COMPANY.
002366     MOVE 0 TO WS-CO-CUR-SUB
002367     PERFORM 2020-LOOK-FOR-COMPANY THRU 2020-EXIT
002368         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
002369     IF WS-CO-CUR-SUB NOT = 0
002370         GO TO 2010-EXIT
002371     END-IF
002372     IF WS-CO-COUNT = 50
002373         DISPLAY 'MORE THAN 50 COMPANIES -- INCREASE THE '
002374             'WS-CO-TABLE SIZE TO CONTINUE'
002375         MOVE 16 TO RETURN-CODE
002376         GOBACK
002377     END-IF
002378     ADD 1 TO WS-CO-COUNT
002379     MOVE WS-CO-COUNT       TO WS-CO-CUR-SUB
002380     MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE(WS-CO-CUR-SUB)
002381     MOVE SPACES            TO WS-CO-CURRENCY(WS-CO-CUR-SUB)
002382     MOVE 0 TO WS-CO-REPORT-COUNT(WS-CO-CUR-SUB)
002383               WS-CO-GRAND-TOTAL(WS-CO-CUR-SUB)
002384               WS-CO-NET-TOTAL(WS-CO-CUR-SUB)
002385               WS-CO-CREDIT-TOTAL(WS-CO-CUR-SUB)
002386               WS-CO-GL-TOTAL(WS-CO-CUR-SUB)
002387     MOVE 'N'               TO WS-CO-TIE-SW(WS-CO-CUR-SUB).
002388 2010-EXIT.
002389     EXIT.

002390 2020-LOOK-FOR-COMPANY.
002391     IF WS-CO-CODE(COX) = WS-CO-LOOKUP-CODE
002392         MOVE COX TO WS-CO-CUR-SUB
002393         MOVE WS-CO-COUNT TO COX
002394     END-IF.
002395 2020-EXIT.
002396     EXIT.

002397*****************************************************
002398*  3000-SUM-ONE-GL-POSTING -- ACCUMULATE ONE GLACCUM  *
002399*  ROW BELONGING TO THE TARGET MONTH INTO ITS          *
002400*  COMPANY AND THE COMPANY / ACCOUNT / COST CENTER     *
002401*  SUMMARY.  CREDIT ROWS SUBTRACT.                     *
002410*****************************************************
002420 3000-SUM-ONE-GL-POSTING.
002430     IF GX-RUN-DATE(1:6) NOT = WS-MONTH
002440         GO TO 3000-NEXT
002450     END-IF
002456     MOVE GX-COMPANY-CODE TO WS-CO-LOOKUP-CODE
002462     PERFORM 2010-FIND-COMPANY THRU 2010-EXIT
002470     MOVE 0 TO WS-ACCT-CUR-SUB
002480     PERFORM 3010-LOOK-FOR-ACCOUNT THRU 3010-EXIT
002490         VARYING ACX FROM 1 BY 1 UNTIL ACX > WS-ACCT-COUNT
002500     IF WS-ACCT-CUR-SUB = 0
002510         PERFORM 3020-ADD-ACCOUNT THRU 3020-EXIT
002520     END-IF
002522     IF GX-CREDIT
002524         SUBTRACT GX-AMOUNT FROM WS-GL-MONTH-TOTAL
002526         SUBTRACT GX-AMOUNT FROM WS-CO-GL-TOTAL(WS-CO-CUR-SUB)
002528         SUBTRACT GX-AMOUNT FROM WS-ACCT-AMOUNT(WS-ACCT-CUR-SUB)
002530     ELSE
002532         ADD GX-AMOUNT TO WS-GL-MONTH-TOTAL
002534         ADD GX-AMOUNT TO WS-CO-GL-TOTAL(WS-CO-CUR-SUB)
002536         ADD GX-AMOUNT TO WS-ACCT-AMOUNT(WS-ACCT-CUR-SUB)
002538     END-IF.
002540 3000-NEXT.
002550     PERFORM 6200-READ-GLACCUM THRU 6200-EXIT.
002560 3000-EXIT.
002570     EXIT.

002580 3010-LOOK-FOR-ACCOUNT.
002587     IF WS-ACCT-COMPANY(ACX) = GX-COMPANY-CODE
002594         AND WS-ACCT-GL-ACCOUNT(ACX) = GX-GL-ACCOUNT
002600         AND WS-ACCT-CC(ACX) = GX-COST-CENTER
002610         MOVE ACX TO WS-ACCT-CUR-SUB
002620         MOVE WS-ACCT-COUNT TO ACX
002730     END-IF
002740     ADD 1 TO WS-ACCT-COUNT
002750     MOVE WS-ACCT-COUNT TO WS-ACCT-CUR-SUB
002756     MOVE GX-COMPANY-CODE TO WS-ACCT-COMPANY(WS-ACCT-CUR-SUB)
002760     MOVE GX-GL-ACCOUNT  TO WS-ACCT-GL-ACCOUNT(WS-ACCT-CUR-SUB)
002770     MOVE GX-COST-CENTER TO WS-ACCT-CC(WS-ACCT-CUR-SUB)
002780     MOVE 0              TO WS-ACCT-AMOUNT(WS-ACCT-CUR-SUB).
003110     DISPLAY 'GRAND TOTAL FOR MONTH ..... ' WS-FORMATTED-TOTAL
003120     MOVE WS-NET-TOTAL-MONTH TO WS-FORMATTED-TOTAL
003130     DISPLAY 'NET TOTAL FOR MONTH ....... ' WS-FORMATTED-TOTAL
003132     IF WS-CREDIT-TOTAL-MONTH > 0
003134         MOVE WS-CREDIT-TOTAL-MONTH TO WS-FORMATTED-TOTAL
003136         DISPLAY 'CREDITS APPLIED ........... ' WS-FORMATTED-TOTAL
003138     END-IF
003140     MOVE WS-SETTLED-TOTAL-MONTH TO WS-FORMATTED-TOTAL
003150     DISPLAY 'PAYMENTS SETTLED .......... ' WS-FORMATTED-TOTAL
003160     MOVE WS-RETURNED-TOTAL-MONTH TO WS-FORMATTED-TOTAL
003200     MOVE WS-UNSETTLED-MONTH TO WS-FORMATTED-UNSETTLED
003210     DISPLAY 'UNSETTLED CASH ............ '
003220         WS-FORMATTED-UNSETTLED
003221     MOVE WS-CHECKS-OUT-MONTH TO WS-FORMATTED-UNSETTLED
003222     DISPLAY '  CHECKS OUTSTANDING ...... '
003223         WS-FORMATTED-UNSETTLED
003224     COMPUTE WS-OTHER-UNSETTLED =
003225         WS-UNSETTLED-MONTH - WS-CHECKS-OUT-MONTH
003226     MOVE WS-OTHER-UNSETTLED TO WS-FORMATTED-UNSETTLED
003227     DISPLAY '  ACH AND UNISSUED ........ '
003228         WS-FORMATTED-UNSETTLED
003230     DISPLAY 'OVER-LIMIT LINE ITEMS ..... ' WS-EXCEPTION-TOTAL
003240     DISPLAY 'RECONCILIATION BREAKS ..... ' WS-BREAK-COUNT
003250     DISPLAY 'RESTARTED RUNS ............ ' WS-RESTART-COUNT
003260     DISPLAY 'RUNS ENDING NONZERO RC .... ' WS-BAD-RC-COUNT
003270     DISPLAY ' '
003276     DISPLAY 'COMPANY,GL ACCOUNT,COST CENTER,AMOUNT'
003290     PERFORM 8010-PRINT-ONE-ACCOUNT THRU 8010-EXIT
003300         VARYING ACX FROM 1 BY 1 UNTIL ACX > WS-ACCT-COUNT
003302     MOVE WS-GL-MONTH-TOTAL TO WS-FORMATTED-GL
003304     DISPLAY 'GL TOTAL FOR MONTH ........ ' WS-FORMATTED-GL
003306     IF MIXED-CURRENCY-MONTH
003308         DISPLAY 'NOTE: MONTH TOTALS ADD MORE THAN ONE HOME '
003310             'CURRENCY -- USE THE COMPANY SUMMARY FOR POSTING'
003312     END-IF
003314     DISPLAY ' '
003316     DISPLAY 'COMPANY,CURRENCY,REPORTS,GRAND TOTAL,CREDITS,'
003318         'NET TOTAL,GL TOTAL,GL TIE'
003320     MOVE 'Y' TO WS-GL-TIE-SW
003322     PERFORM 8020-TIE-ONE-COMPANY THRU 8020-EXIT
003324         VARYING COX FROM 1 BY 1 UNTIL COX > WS-CO-COUNT
003326     IF WS-GL-TIE-SW = 'Y'
003340         DISPLAY 'GL EXTRACT TIES TO THE RUN REGISTER'
003360     ELSE
003370         DISPLAY 'WARNING: GL EXTRACT DOES NOT TIE TO THE '
003380             'RUN REGISTER -- INVESTIGATE BEFORE POSTING'
003400         MOVE 8 TO RETURN-CODE
003410     END-IF.
003420 8000-EXIT.
003580     EXIT.

003590 8010-PRINT-ONE-ACCOUNT.
003592     MOVE WS-ACCT-AMOUNT(ACX) TO WS-FORMATTED-GL
003594     DISPLAY WS-ACCT-COMPANY(ACX) ','
003596         WS-ACCT-GL-ACCOUNT(ACX) ','
003620         WS-ACCT-CC(ACX) ','
003630         WS-FORMATTED-GL.
003640 8010-EXIT.
003641     EXIT.

003642*
003643*    EACH COMPANY'S GL ROWS, DEBITS LESS CREDITS, MUST EQUAL
003644*    THE GRAND TOTAL ITS REGISTER RECORDS CARRY LESS THE CREDIT
003645*    LINES APPLIED.  ONE COMPANY OUT OF TIE LEAVES THE WHOLE
003646*    MONTH UNTIED.
003647*
003648 8020-TIE-ONE-COMPANY.
003649     COMPUTE WS-CO-NET-OF-CREDITS = WS-CO-GRAND-TOTAL(COX) -
003650         WS-CO-CREDIT-TOTAL(COX)
003651     IF WS-CO-GL-TOTAL(COX) = WS-CO-NET-OF-CREDITS
003652         MOVE 'Y' TO WS-CO-TIE-SW(COX)
003653     ELSE
003654         MOVE 'N' TO WS-CO-TIE-SW(COX)
003655         MOVE 'N' TO WS-GL-TIE-SW
003656     END-IF
003657     MOVE WS-CO-GRAND-TOTAL(COX) TO WS-FORMATTED-TOTAL
003658     MOVE WS-CO-CREDIT-TOTAL(COX) TO WS-FORMATTED-CREDIT
003659     MOVE WS-CO-NET-TOTAL(COX)   TO WS-FORMATTED-NET
003660     MOVE WS-CO-GL-TOTAL(COX)    TO WS-FORMATTED-GL
003661     DISPLAY WS-CO-CODE(COX) ','
003662         WS-CO-CURRENCY(COX) ','
003663         WS-CO-REPORT-COUNT(COX) ','
003664         WS-FORMATTED-TOTAL ','
003665         WS-FORMATTED-CREDIT ','
003666         WS-FORMATTED-NET ','
003667         WS-FORMATTED-GL ','
003668         WS-CO-TIE-SW(COX).
003669 8020-EXIT.
003670     EXIT.

003671 9000-TERMINATE.
003672     CLOSE RUNREG
003680     IF GLACCUM-OPENED
003690         CLOSE GLACCUM
003700     END-IF.
