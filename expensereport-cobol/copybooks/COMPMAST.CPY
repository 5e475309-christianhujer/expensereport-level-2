000010*****************************************************
000020*  COMPMAST.CPY                                      *
000030*  COMPANY (LEGAL ENTITY) MASTER RECORD, KEYED BY     *
000040*  COMPANY CODE.  EACH COMPANY KEEPS ITS OWN LEDGER,  *
000050*  HOME CURRENCY AND BANK ACCOUNTS.  CO-GL-DEST-FILE  *
000060*  AND CO-PAY-DEST-FILE NAME THE FILES THE COMPANY'S  *
000070*  GL AND PAYMENT EXTRACT ROWS ARE DELIVERED TO; A    *
000080*  COMPANY WITH NO DESTINATION NAMED POSTS FROM THE   *
000090*  COMBINED GLFILE / PAYFILE BY ITS COMPANY CODE.     *
000100*  THE INTERCOMPANY ACCOUNTS TAKE THE RECEIVABLE      *
000110*  (PAYING COMPANY) AND PAYABLE (PROJECT-OWNING       *
000120*  COMPANY) SIDES WHEN AN EMPLOYEE CHARGES A PROJECT  *
000130*  OWNED BY ANOTHER COMPANY.  A BLANK COMPANY CODE IS *
000140*  THE PARENT COMPANY, WHOSE HOME CURRENCY IS THE     *
000150*  CURRENCY FXFILE RATES ARE QUOTED TO.               *
000160*****************************************************
000170 01  COMPANY-MASTER-RECORD.
000180     05  CO-COMPANY-CODE         PIC X(04).
000190     05  CO-COMPANY-NAME         PIC X(30).
000200     05  CO-HOME-CURRENCY        PIC X(03).
000210     05  CO-GL-DEST-FILE         PIC X(08).
000220     05  CO-PAY-DEST-FILE        PIC X(08).
000230     05  CO-IC-RECV-ACCOUNT      PIC X(10).
000240     05  CO-IC-PAY-ACCOUNT       PIC X(10).
000250     05  FILLER                  PIC X(08).
