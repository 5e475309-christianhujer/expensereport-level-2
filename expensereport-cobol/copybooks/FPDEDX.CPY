000010*****************************************************
000020*  FPDEDX.CPY                                        *
000030*  FINAL-PAY DEDUCTION EXTRACT RECORD.  ONE RECORD    *
000040*  PER LEAVING EMPLOYEE WHO OWES MONEY TO THE         *
000050*  COMPANY, PICKED UP BY PAYROLL AND DEDUCTED FROM    *
000060*  THE FINAL PAY.  THE TOTAL IS THE OPEN ADVANCES NOT *
000070*  COVERED BY UNSETTLED CLAIMS, PLUS CARD CHARGES     *
000080*  NEVER CLAIMED, PLUS THE DUE-TO-COMPANY BALANCE.    *
000085*  AMOUNTS ARE IN THE HOME CURRENCY OF FP-COMPANY-    *
000090*  CODE, THE LEAVER'S COMPANY, WHOSE PAYROLL TAKES    *
000095*  THE DEDUCTION.                                     *
000100*****************************************************
000110 01  FPDEDX-RECORD.
000120     05  FP-EMPLOYEE-ID          PIC X(06).
000130     05  FP-LAST-DAY             PIC 9(08).
000140     05  FP-ADVANCE-AMOUNT       PIC 9(08)V99.
000150     05  FP-CARD-AMOUNT          PIC 9(08)V99.
000160     05  FP-DUE-AMOUNT           PIC 9(08)V99.
000170     05  FP-TOTAL-DEDUCTION      PIC 9(08)V99.
000180     05  FP-CURRENCY             PIC X(03).
000190     05  FP-COMPANY-CODE         PIC X(04).
000200     05  FILLER                  PIC X(04).
