000010*****************************************************
000020*  AUDITEM.CPY                                      *
000030*  POST-PAYMENT AUDIT ITEM RECORD.  ONE RECORD PER  *
000040*  PAID EXPENSE LINE ON A TRIP PICKED FOR AUDIT.    *
000050*  WRITTEN BY EXPENSE-AUDIT-SELECT TO THE AUDWORK   *
000060*  WORKLIST WITH THE FINDING FIELDS BLANK.  THE     *
000070*  AUDITORS KEY THE ALLOWED AND DISALLOWED AMOUNTS  *
000080*  AND A REASON AGAINST EACH LINE AND RETURN IT AS  *
000090*  AUDFIND, WHICH EXPENSE-AUDIT-RECOVERY READS.     *
000100*  THE TWO AMOUNTS MUST ADD BACK TO AI-HOME-AMOUNT, *
000110*  THE FIGURE ORIGINALLY REIMBURSED.                *
000112*  AI-COMPANY-CODE AND THE PROJECT SPLITS COME OFF  *
000114*  THE HISTORY LINE: THE AMOUNTS ARE IN THAT        *
000116*  COMPANY'S HOME CURRENCY, AND A RECOVERY REVERSES *
000118*  THE SPLITS' COST CENTERS.                        *
000120*****************************************************
000130 01  AUDIT-ITEM-RECORD.
000140     05  AI-EMPLOYEE-ID          PIC X(06).
000150     05  AI-REPORT-DATE          PIC 9(08).
000160     05  AI-TYPE                 PIC 9(01).
000170     05  AI-EXPENSE-DATE         PIC 9(08).
000180     05  AI-AMOUNT               PIC 9(08)V99.
000190     05  AI-CURRENCY-CODE        PIC X(03).
000200     05  AI-HOME-AMOUNT          PIC 9(08)V99.
000210     05  AI-SELECT-REASON        PIC X(01).
000220         88  AI-RANDOM-SAMPLE            VALUE 'R'.
000230         88  AI-OVER-STRATUM             VALUE 'S'.
000240         88  AI-FLAGGED-DUPLICATE        VALUE 'D'.
000250         88  AI-FLAGGED-UNAUTHORIZED     VALUE 'U'.
000260     05  AI-ALLOWED-AMOUNT       PIC 9(08)V99.
000270     05  AI-DISALLOWED-AMOUNT    PIC 9(08)V99.
000280     05  AI-FINDING-REASON       PIC X(30).
000290     05  AI-COMPANY-CODE         PIC X(04).
000300     05  AI-PROJECT-SPLITS.
000310         10  AI-PROJECT-SPLIT OCCURS 3 TIMES.
000320             15  AI-PROJECT-CODE PIC X(08).
000330             15  AI-PROJECT-PCT  PIC 9(03).
000340     05  FILLER                  PIC X(04).
