000010*****************************************************
000020*  DUEREC.CPY                                       *
000030*  DUE-TO-COMPANY BALANCE RECORD.  ONE RECORD PER   *
000040*  EMPLOYEE WHO OWES MONEY BACK TO THE COMPANY,     *
000050*  HELD IN THE HOME CURRENCY.  EACH PROGRAM THAT    *
000060*  RAISES OR CLEARS AN AMOUNT OWED LOADS THE FILE   *
000070*  WHOLE, ADJUSTS IT AND REWRITES IT, SO THE FILE   *
000080*  ALWAYS HOLDS THE CURRENT BALANCE.                *
000090*  DU-LAST-SOURCE NAMES THE STEP THAT LAST CHANGED  *
000100*  IT (AUDIT FOR A POST-PAYMENT AUDIT RECOVERY).    *
000102*  DU-COMPANY-CODE IS THE COMPANY OWED AND          *
000104*  DU-CURRENCY ITS HOME CURRENCY, WHICH THE BALANCE *
000106*  IS HELD IN.  OLDER RECORDS CARRY SPACES -- THE   *
000108*  PARENT COMPANY IN ITS CURRENCY.  AN EMPLOYEE     *
000109*  OWING MORE THAN ONE COMPANY HAS ONE RECORD PER   *
000110*  COMPANY.                                         *
000111*****************************************************
000120 01  DUE-COMPANY-RECORD.
000130     05  DU-EMPLOYEE-ID          PIC X(06).
000140     05  DU-BALANCE              PIC 9(08)V99.
000150     05  DU-LAST-ACTIVITY-DATE   PIC 9(08).
000160     05  DU-LAST-SOURCE          PIC X(08).
000170     05  DU-COMPANY-CODE         PIC X(04).
000180     05  DU-CURRENCY             PIC X(03).
000190     05  FILLER                  PIC X(01).
