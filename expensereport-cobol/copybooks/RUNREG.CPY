000010*****************************************************
000020*  RUNREG.CPY                                        *
000025*  RUN-CONTROL REGISTER RECORD.  ONE RECORD          *
000030*  APPENDED AT THE END OF EVERY EXPENSE-REPORT RUN   *
000035*  FOR EACH COMPANY THE RUN REPORTED OR POSTED FOR,  *
000040*  SO WHAT RAN, WHAT IT READ, WHAT IT TOTALLED AND   *
000045*  HOW IT ENDED CAN BE RECONSTRUCTED WITHOUT         *
000050*  DIGGING THROUGH SAVED SYSOUT.  TOTALS ARE IN THE  *
000055*  COMPANY'S HOME CURRENCY (RR-CURRENCY).  THE       *
000060*  RUN-WIDE READ AND CONTROL COUNTS ARE CARRIED ON   *
000065*  THE RUN'S FIRST RECORD ONLY, SO THEY SUM          *
000070*  CORRECTLY.  READ BY EXPENSE-MONTH-END FOR THE     *
000075*  CONSOLIDATED MONTHLY SUMMARY.  THE                *
000090*  SETTLED/RETURNED TOTALS ARE ZERO WHEN THE RUN IS  *
000100*  WRITTEN AND ARE FILLED IN BY EXPENSE-PAY-SETTLE   *
000110*  AS BANK ACKNOWLEDGMENTS ARRIVE, SO MONTH-END CAN  *
000112*  SEE UNSETTLED CASH PER RUN.  THE                  *
000114*  CHECKS-OUTSTANDING TOTAL IS FILLED IN BY          *
000116*  EXPENSE-CHECK-RUN: CHECKS ISSUED FOR THE RUN NOT  *
000118*  YET CLEARED, VOIDED OR STALE-DATED.               *
000120*  RR-GRAND-TOTAL IS THE CHARGES CLAIMED AND         *
000122*  RR-CREDIT-TOTAL THE CREDIT LINES (REFUNDS AND     *
000124*  CORRECTIONS) TAKEN OFF THEM; THE LEDGER TIES TO   *
000126*  THE DIFFERENCE.                                   *
000130*****************************************************
000140 01  RUNREG-RECORD.
000150     05  RR-RUN-DATE             PIC 9(08).
000320     05  RR-CTL-HDR-COUNT        PIC 9(06).
000330     05  RR-CTL-EXP-COUNT        PIC 9(06).
000340     05  RR-CTL-HASH-TOTAL       PIC 9(12)V99.
000345     05  RR-CHECK-OUTSTANDING    PIC 9(10)V99.
000355     05  RR-COMPANY-CODE         PIC X(04).
000361     05  RR-CURRENCY             PIC X(03).
000367     05  RR-CREDIT-TOTAL         PIC 9(10)V99.
000375     05  FILLER                  PIC X(01).
