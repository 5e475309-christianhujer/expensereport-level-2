000010*****************************************************
000020*  RCPTPEND.CPY                                     *
000030*  OUTSTANDING RECEIPT REGISTER RECORD.  ONE RECORD *
000040*  PER REPORTED EXPENSE LINE AT OR ABOVE ITS TYPE'S *
000050*  RECEIPT THRESHOLD THAT CAME IN WITH NO RECEIPT.  *
000060*  APPENDED BY EXPENSE-REPORT AS THE LINE REPORTS,  *
000070*  THEN AGED AND ROLLED FORWARD BY EXPENSE-RECEIPT- *
000080*  FOLLOWUP UNTIL IMAGING RECEIVES THE RECEIPT OR   *
000090*  THE LINE IS REJECTED FOR WANT OF ONE.  AMOUNT    *
000100*  AND CURRENCY ARE AS CLAIMED (THE RECEIPT'S OWN   *
000110*  FIGURES); RP-HOME-AMOUNT IS WHAT WAS REIMBURSED  *
000120*  AND WHAT A REJECTION TAKES BACK.  RP-REMINDER-   *
000130*  LEVEL COUNTS THE NOTICES ALREADY SENT.           *
000140*****************************************************
000150 01  RECEIPT-PENDING-RECORD.
000160     05  RP-EMPLOYEE-ID          PIC X(06).
000170     05  RP-EMPLOYEE-NAME        PIC X(30).
000180     05  RP-TYPE                 PIC 9(01).
000190     05  RP-EXPENSE-NAME         PIC X(11).
000200     05  RP-EXPENSE-DATE         PIC 9(08).
000210     05  RP-AMOUNT               PIC 9(08)V99.
000220     05  RP-CURRENCY-CODE        PIC X(03).
000230     05  RP-HOME-AMOUNT          PIC 9(08)V99.
000240     05  RP-REPORT-DATE          PIC 9(08).
000250     05  RP-REMINDER-LEVEL       PIC 9(01).
000260         88  RP-NO-REMINDER-SENT         VALUE 0.
000270         88  RP-FIRST-REMINDER-SENT      VALUE 1.
000280         88  RP-FINAL-REMINDER-SENT      VALUE 2.
000290     05  RP-LAST-NOTICE-DATE     PIC 9(08).
000300     05  FILLER                  PIC X(08).
