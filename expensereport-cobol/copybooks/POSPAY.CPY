000010*****************************************************
000020*  POSPAY.CPY                                       *
000030*  POSITIVE-PAY ISSUE RECORD.  ONE RECORD PER CHECK *
000040*  ISSUED, VOIDED OR STALE-DATED, SENT TO THE BANK  *
000050*  SO IT PAYS ONLY CHECKS WE ISSUED, FOR THE AMOUNT *
000060*  WE ISSUED THEM, AND REFUSES ANY CHECK WE HAVE    *
000070*  VOIDED.  EACH CHECK CARRIES THE PAYING COMPANY   *
000075*  AND THE CURRENCY IT IS DRAWN IN.                 *
000080*****************************************************
000090 01  POSITIVE-PAY-RECORD.
000100     05  PP-RECORD-TYPE          PIC X(01).
000110         88  PP-ISSUE                    VALUE 'I'.
000120         88  PP-VOID                     VALUE 'V'.
000130     05  PP-BANK-ROUTING         PIC X(09).
000140     05  PP-BANK-ACCOUNT         PIC X(17).
000150     05  PP-CHECK-NUMBER         PIC 9(08).
000160     05  PP-ISSUE-DATE           PIC 9(08).
000170     05  PP-AMOUNT               PIC 9(10)V99.
000180     05  PP-PAYEE-NAME           PIC X(30).
000185     05  PP-COMPANY-CODE         PIC X(04).
000187     05  PP-CURRENCY             PIC X(03).
000190     05  FILLER                  PIC X(01).
