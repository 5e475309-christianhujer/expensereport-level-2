000060*  ON EACH EXPENSE DATE) DURING THE STATEMENT YEAR.   *
000070*  THE EXCESS IS TAXABLE BENEFIT, PICKED UP BY        *
000080*  PAYROLL FOR THE YEAR-END ADJUSTMENT.  AMOUNTS ARE  *
000090*  IN THE HOME CURRENCY (YX-CURRENCY) OF THE COMPANY  *
000092*  THAT PAID THEM (YX-COMPANY-CODE, BLANK FOR THE     *
000094*  PARENT); AN EMPLOYEE PAID BY MORE THAN ONE         *
000096*  COMPANY HAS ONE RECORD PER COMPANY.                *
000100*****************************************************
000110 01  YEPAYX-RECORD.
000120     05  YX-EMPLOYEE-ID          PIC X(06).
000130     05  YX-YEAR                 PIC 9(04).
000140     05  YX-TAXABLE-EXCESS       PIC 9(10)V99.
000150     05  YX-COMPANY-CODE         PIC X(04).
000160     05  YX-CURRENCY             PIC X(03).
000170     05  FILLER                  PIC X(01).
