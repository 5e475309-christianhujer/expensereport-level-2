000010*****************************************************
000020*  CHKPRT.CPY                                       *
000030*  CHECK PRINT RECORD.  ONE RECORD PER CHECK ISSUED *
000040*  BY EXPENSE-CHECK-RUN, FOR THE CHECK-WRITER FORMS *
000050*  JOB.  THE PROTECTED AMOUNT IS ASTERISK-FILLED SO *
000060*  THE PRINTED FIGURE CANNOT BE ALTERED.            *
000070*****************************************************
000080 01  CHECK-PRINT-RECORD.
000090     05  CP-CHECK-NUMBER         PIC 9(08).
000100     05  CP-ISSUE-DATE           PIC 9(08).
000110     05  CP-EMPLOYEE-ID          PIC X(06).
000120     05  CP-PAYEE-NAME           PIC X(30).
000130     05  CP-AMOUNT               PIC 9(10)V99.
000140     05  CP-PROTECTED-AMOUNT     PIC *(09)9.99.
000150     05  CP-CURRENCY             PIC X(03).
000160     05  CP-EXTRACT-DATE         PIC 9(08).
000170     05  FILLER                  PIC X(08).
