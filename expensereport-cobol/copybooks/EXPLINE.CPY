000230*  NAMED SPLITS MUST TOTAL 100).  AN UNALLOCATED     *
000240*  LINE CARRIES SPACES AND ZEROS AND POSTS TO THE    *
000250*  TYPE'S OWN COST CENTER AS BEFORE.                 *
000251*  EL-RECEIPT-SW SAYS WHETHER A RECEIPT WAS          *
000252*  SUPPLIED WITH THE LINE (Y/N, BLANK READS AS N).   *
000253*  A LINE AT OR ABOVE ITS TYPE'S RECEIPT THRESHOLD   *
000254*  WITH NO RECEIPT IS LISTED ON THE REPORT TRAILER   *
000255*  AND AGED BY EXPENSE-RECEIPT-FOLLOWUP.             *
000256*  EL-LINE-KIND IS SPACE FOR AN ORDINARY CHARGE AND  *
000257*  C FOR A CREDIT (A REFUND OR CORRECTION) AGAINST A *
000258*  LINE ALREADY CLAIMED.  A CREDIT NAMES THE LINE IT *
000259*  CORRECTS BY THE SAME EMPLOYEE, EL-TYPE AND        *
000260*  EL-EXPENSE-DATE, CARRIES ITS AMOUNT UNSIGNED, AND *
000261*  COMES OFF THE TRIP, THE LEDGER AND THE PAYMENT.   *
000262*****************************************************
000270 01  EXPLINE-RECORD.
000280     05  EL-EMPLOYEE-ID          PIC X(06).
000290     05  EL-TYPE                 PIC 9(01).
000370         10  EL-PROJECT-SPLIT OCCURS 3 TIMES.
000380             15  EL-PROJECT-CODE PIC X(08).
000390             15  EL-PROJECT-PCT  PIC 9(03).
000400     05  EL-RECEIPT-SW           PIC X(01).
000410         88  EL-RECEIPT-SUPPLIED         VALUE 'Y'.
000420     05  EL-LINE-KIND            PIC X(01).
000430         88  EL-CHARGE-LINE              VALUE ' '.
000440         88  EL-CREDIT-LINE              VALUE 'C'.
000450     05  FILLER                  PIC X(01).
