000010*****************************************************
000020*  GLEXTREC.CPY                                      *
000025*  GENERAL LEDGER EXTRACT RECORD.  ONE OR MORE       *
000030*  RECORDS PER EXPENSE LINE (NET/TAX, AND ONE PER    *
000035*  PROJECT SPLIT), MAPPED TO A GL ACCOUNT AND COST   *
000040*  CENTER, FOR PICKUP BY THE GL POSTING JOB.  A ROW  *
000045*  CHARGED TO A PROJECT CARRIES THE PROJECT CODE     *
000050*  AND THE PROJECT'S COST CENTER; OTHER ROWS CARRY   *
000055*  SPACES AND THE TYPE'S OWN COST CENTER.            *
000060*  GX-DR-CR-IND IS SPACE (OR D) FOR AN ORDINARY      *
000065*  DEBIT TO THE EXPENSE ACCOUNT AND C FOR A CREDIT   *
000070*  THAT REVERSES ONE, SUCH AS AN AUDIT RECOVERY.     *
000075*  GX-COMPANY-CODE IS THE COMPANY WHOSE LEDGER THE   *
000080*  ROW POSTS TO, IN THAT COMPANY'S HOME CURRENCY;    *
000085*  AN INTERCOMPANY ROW CARRIES THE OTHER COMPANY'S   *
000090*  CODE IN GX-COST-CENTER.                           *
000100*****************************************************
000110 01  GLEXT-RECORD.
000120     05  GX-EMPLOYEE-ID          PIC X(06).
000170     05  GX-COST-CENTER          PIC X(06).
000180     05  GX-RUN-DATE             PIC 9(08).
000190     05  GX-PROJECT-CODE         PIC X(08).
000200     05  GX-DR-CR-IND            PIC X(01).
000210         88  GX-DEBIT                    VALUE 'D' ' '.
000220         88  GX-CREDIT                   VALUE 'C'.
000230     05  GX-COMPANY-CODE         PIC X(04).
