000010*****************************************************
000020*  RCPTRCV.CPY                                      *
000030*  RECEIPT RECEIVED RECORD.  ONE RECORD PER RECEIPT *
000040*  THE IMAGING TEAM HAS SCANNED AND INDEXED, KEYED  *
000050*  BY EMPLOYEE, EXPENSE TYPE AND EXPENSE DATE, WITH *
000060*  THE AMOUNT SHOWN ON THE RECEIPT (ZERO OR BLANK   *
000070*  WHEN IMAGING COULD NOT READ ONE) AND THE DATE    *
000080*  IT WAS RECEIVED.  MATCHED AGAINST THE            *
000090*  OUTSTANDING RECEIPT REGISTER (RCPTPEND).         *
000100*****************************************************
000110 01  RECEIPT-RECEIVED-RECORD.
000120     05  RV-EMPLOYEE-ID          PIC X(06).
000130     05  RV-TYPE                 PIC 9(01).
000140     05  RV-EXPENSE-DATE         PIC 9(08).
000150     05  RV-AMOUNT               PIC 9(08)V99.
000160     05  RV-IMAGE-ID             PIC X(12).
000170     05  RV-RECEIVED-DATE        PIC 9(08).
000180     05  FILLER                  PIC X(08).
