000120*  CORPORATE CARD -- ITS CLAIMS ARE EXPECTED TO MATCH *
000130*  A CARD STATEMENT TRANSACTION IN THE CARD           *
000140*  RECONCILIATION PASS.                               *
000141*  TY-RECEIPT-AMOUNT IS THE RECEIPT-REQUIRED          *
000142*  THRESHOLD IN THE HOME CURRENCY -- A LINE OF THE    *
000143*  TYPE AT OR ABOVE IT MUST CARRY A RECEIPT.  A       *
000144*  BLANK THRESHOLD MEANS THE TYPE NEVER NEEDS ONE;    *
000145*  ZERO MEANS EVERY LINE DOES.                        *
000150*****************************************************
000160 01  EXPTYPE-RECORD.
000170     05  TY-TYPE                 PIC 9(01).
000260     05  TY-COST-CENTER          PIC X(06).
000270     05  TY-CARD-REQ-SW          PIC X(01).
000280         88  TY-CARD-MANDATED            VALUE 'Y'.
000290     05  TY-RECEIPT-AMOUNT       PIC 9(04)V99.
000300     05  FILLER                  PIC X(01).
