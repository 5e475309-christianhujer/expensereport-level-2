000010*****************************************************
000020*  CHKACT.CPY                                       *
000030*  CHECK ACTIVITY RECORD.  ONE RECORD PER CHECK THE *
000040*  BANK HAS PAID (FROM ITS PAID-ITEMS FILE) OR THAT *
000050*  TREASURY HAS VOIDED, MATCHED TO THE PAYMENT      *
000060*  STATUS REGISTER (PAYSTAT) BY CHECK NUMBER.  A    *
000070*  VOID MAY ASK FOR A REPLACEMENT CHECK IN THE SAME *
000080*  RUN.                                             *
000090*****************************************************
000100 01  CHECK-ACTIVITY-RECORD.
000110     05  CA-CHECK-NUMBER         PIC 9(08).
000120     05  CA-ACTION               PIC X(01).
000130         88  CA-CLEARED                  VALUE 'C'.
000140         88  CA-VOIDED                   VALUE 'V'.
000150     05  CA-AMOUNT               PIC 9(10)V99.
000160     05  CA-ACTION-DATE          PIC 9(08).
000170     05  CA-REISSUE-SW           PIC X(01).
000180         88  CA-REISSUE                  VALUE 'Y'.
000190     05  CA-REASON-TEXT          PIC X(20).
000200     05  FILLER                  PIC X(08).
