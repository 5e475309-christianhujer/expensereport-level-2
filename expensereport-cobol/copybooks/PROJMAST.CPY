000010*****************************************************
000020*  PROJMAST.CPY                                      *
000026*  PROJECT / COST OBJECT MASTER RECORD, KEYED BY     *
000032*  PROJECT CODE.  FINANCE MAINTAINS THIS FILE AS     *
000038*  PROJECTS OPEN AND CLOSE.  EXPENSE LINES CHARGED   *
000044*  TO A CLOSED PROJECT REJECT IN THE PRE-EDIT PASS;  *
000050*  OPEN PROJECTS SUPPLY THE COST CENTER THEIR SHARE  *
000056*  OF THE LINE POSTS TO IN THE GL EXTRACT.           *
000062*  PJ-COMPANY-CODE IS THE COMPANY THAT OWNS THE      *
000068*  PROJECT (BLANK IS THE PARENT); A SHARE CHARGED    *
000074*  BY ANOTHER COMPANY'S EMPLOYEE POSTS               *
000080*  INTERCOMPANY.                                     *
000090*****************************************************
000100 01  PROJMAST-RECORD.
000110     05  PJ-PROJECT-CODE         PIC X(08).
000140         88  PJ-OPEN                     VALUE 'O'.
000150         88  PJ-CLOSED                   VALUE 'C'.
000160     05  PJ-COST-CENTER          PIC X(06).
000170     05  PJ-COMPANY-CODE         PIC X(04).
000180     05  FILLER                  PIC X(04).
