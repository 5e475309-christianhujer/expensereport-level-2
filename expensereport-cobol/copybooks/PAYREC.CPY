000040*  RECORD PER EMPLOYEE WITH A POSITIVE NET           *
000050*  REIMBURSABLE AMOUNT, JOINED TO THE EMPLOYEE BANK  *
000060*  MASTER (EMPBANK.CPY), FOR PICKUP BY THE AP        *
000066*  PAYMENT JOB.  AMOUNTS ARE IN THE HOME CURRENCY    *
000072*  OF THE PAYING COMPANY, PY-COMPANY-CODE.           *
000080*****************************************************
000090 01  PAYMENT-RECORD.
000100     05  PY-EMPLOYEE-ID          PIC X(06).
000150     05  PY-BANK-ROUTING         PIC X(09).
000160     05  PY-BANK-ACCOUNT         PIC X(17).
000170     05  PY-RUN-DATE             PIC 9(08).
000180     05  PY-COMPANY-CODE         PIC X(04).
