000010*****************************************************
000020*  CHKCTL.CPY                                       *
000030*  CHECK STOCK CONTROL RECORD.  ONE RECORD PER      *
000035*  PAYING COMPANY (BLANK CC-COMPANY-CODE IS THE     *
000037*  PARENT) HOLDING THE RANGE OF PRE-NUMBERED CHECK  *
000040*  STOCK TREASURY HAS LOADED FOR IT, THE NEXT       *
000050*  NUMBER TO ISSUE AND THE COMPANY'S OWN            *
000060*  DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON.    *
000070*  READ AND REWRITTEN BY EXPENSE-CHECK-RUN, SO A    *
000080*  CHECK NUMBER IS NEVER ISSUED TWICE AND NEVER     *
000090*  ISSUED OUTSIDE THE STOCK ON HAND.                *
000100*****************************************************
000110 01  CHECK-CONTROL-RECORD.
000120     05  CC-STOCK-FIRST          PIC 9(08).
000130     05  CC-STOCK-LAST           PIC 9(08).
000140     05  CC-NEXT-CHECK           PIC 9(08).
000150     05  CC-BANK-ROUTING         PIC X(09).
000160     05  CC-BANK-ACCOUNT         PIC X(17).
000170     05  CC-LAST-RUN-DATE        PIC 9(08).
000175     05  CC-COMPANY-CODE         PIC X(04).
000180     05  FILLER                  PIC X(04).
