000010*****************************************************
000020*  CLMSTAT.CPY                                       *
000030*  EMPLOYEE CLAIM STATUS RECORD.  ONE RECORD PER    *
000040*  EMPLOYEE TRIP, KEYED BY EMPLOYEE ID AND TRIP     *
000050*  START DATE, ROLLED FORWARD BY                    *
000060*  EXPENSE-CLAIM-STATUS FROM THE SUSPENSE,          *
000070*  EXCEPTION, ESCALATION, DECISION, REJECTION AND   *
000080*  PAYMENT FILES.  CS-STAGE IS WHERE THE TRIP       *
000090*  STANDS NOW AND CS-STAGE-DATE THE DATE IT GOT     *
000100*  THERE; THE DATE ONLY MOVES WHEN THE STAGE        *
000110*  CHANGES, SO A TRIP STUCK IN ONE STAGE AGES.      *
000120*  CS-STAGE-DETAIL CARRIES THE SUSPENSE REASON      *
000130*  CODE, THE ROUTED APPROVER OR THE PAYMENT RETURN  *
000140*  REASON.  CS-REPORT-DATE IS THE REPORT RUN THAT   *
000150*  QUEUED THE TRIP FOR PAYMENT AND LINKS IT TO ITS  *
000160*  PAYSTAT RECORD.  A TRIP WITH NO START DATE       *
000170*  (ZEROS) HOLDS ITEMS FOR AN EMPLOYEE WHOSE TRIP   *
000180*  HEADER WAS NEVER SEEN.                           *
000190*****************************************************
000200 01  CLAIM-STATUS-RECORD.
000210     05  CS-EMPLOYEE-ID          PIC X(06).
000220     05  CS-TRIP-START-DATE      PIC 9(08).
000230     05  CS-EMPLOYEE-NAME        PIC X(30).
000240     05  CS-STAGE                PIC X(01).
000250         88  CS-RECEIVED                 VALUE 'N'.
000260         88  CS-SUSPENDED                VALUE 'S'.
000270         88  CS-AWAITING-APPROVAL        VALUE 'A'.
000280         88  CS-ESCALATED                VALUE 'E'.
000290         88  CS-REJECTED                 VALUE 'J'.
000300         88  CS-QUEUED                   VALUE 'Q'.
000310         88  CS-SETTLED                  VALUE 'P'.
000320         88  CS-RETURNED                 VALUE 'R'.
000330     05  CS-STAGE-DATE           PIC 9(08).
000340     05  CS-STAGE-DETAIL         PIC X(36).
000350     05  CS-REPORT-DATE          PIC 9(08).
000360     05  CS-AMOUNT               PIC 9(10)V99.
000370     05  CS-LAST-UPDATE-DATE     PIC 9(08).
000380     05  FILLER                  PIC X(08).
