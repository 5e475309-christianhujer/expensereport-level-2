000010*****************************************************
000020*  MNTAUD.CPY                                       *
000030*  MASTER FILE MAINTENANCE AUDIT LOG RECORD.  ONE   *
000040*  RECORD PER MAINTENANCE TRANSACTION APPLIED BY    *
000050*  EXPENSE-MASTER-MAINT, APPENDED SO THE LOG NEVER  *
000060*  LOSES HISTORY.  CARRIES WHO MADE THE CHANGE,     *
000070*  WHEN IT WAS APPLIED, AND THE RECORD AS IT STOOD  *
000080*  BEFORE AND AFTER -- SPACES BEFORE AN ADD AND     *
000090*  AFTER A DELETE.  INTERNAL AUDIT READS THIS FILE  *
000100*  TO ANSWER WHO CHANGED BANK DETAILS AND APPROVAL  *
000110*  LIMITS.                                          *
000120*****************************************************
000130 01  MAINT-AUDIT-RECORD.
000140     05  MA-AUDIT-DATE           PIC 9(08).
000150     05  MA-AUDIT-TIME           PIC 9(08).
000160     05  MA-USER-ID              PIC X(08).
000170     05  MA-MASTER-ID            PIC X(03).
000180     05  MA-ACTION               PIC X(01).
000190     05  MA-RECORD-KEY           PIC X(20).
000200     05  MA-BEFORE-IMAGE         PIC X(80).
000210     05  MA-AFTER-IMAGE          PIC X(80).
000220     05  FILLER                  PIC X(08).
