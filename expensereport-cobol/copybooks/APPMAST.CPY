000060*  LARGEST AMOUNT THAT MANAGER MAY DECIDE, AND THE    *
000070*  NEXT-LEVEL APPROVER AGED HOLDS AND OVER-AUTHORITY  *
000080*  ITEMS ESCALATE TO.  HR MAINTAINS THIS FILE.        *
000082*  SEPARATION CLEARANCE FLAGS A RECORD WHOSE APPROVER *
000084*  OR NEXT-LEVEL APPROVER HAS LEFT THE COMPANY, WITH  *
000086*  THE REPLACEMENT HR NAMED (IF ANY), UNTIL THE       *
000088*  RECORD IS REASSIGNED THROUGH MASTER MAINTENANCE.   *
000090*****************************************************
000100 01  APPMAST-RECORD.
000110     05  AM-DEPARTMENT           PIC X(20).
000120     05  AM-APPROVER-ID          PIC X(06).
000130     05  AM-AUTHORITY-AMOUNT     PIC 9(10)V99.
000140     05  AM-NEXT-APPROVER        PIC X(06).
000150     05  AM-REASSIGN-SW          PIC X(01).
000160         88  AM-REASSIGN-NONE              VALUE ' '.
000170         88  AM-APPROVER-LEAVING           VALUE 'A' 'B'.
000180         88  AM-NEXT-LEAVING               VALUE 'N' 'B'.
000190     05  AM-REPLACEMENT-ID       PIC X(06).
000200     05  FILLER                  PIC X(01).
