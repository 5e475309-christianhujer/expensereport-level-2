000010*****************************************************
000020*  PAYSTAT.CPY                                       *
000025*  PAYMENT STATUS REGISTER RECORD.  ONE RECORD PER   *
000030*  PAYMENT EVER EXTRACTED, ROLLED FORWARD BY THE     *
000035*  EXPENSE-PAY-SETTLE RUN: NEW PAYFILE EXTRACTS      *
000040*  JOIN AS PENDING, BANK ACKNOWLEDGMENTS MARK THEM   *
000045*  SETTLED OR RETURNED, AND A RETURNED PAYMENT       *
000050*  WHOSE BANK MASTER RECORD PAYROLL HAS SINCE        *
000055*  CORRECTED IS REQUEUED FOR THE NEXT EXTRACT.  A    *
000060*  CHECK PAYMENT CARRIES THE NUMBER AND ISSUE DATE   *
000065*  THE CHECK RUN GAVE IT; EXPENSE-CHECK-RUN, NOT     *
000070*  THE BANK ACH FILE, MARKS IT SETTLED (CLEARED) OR  *
000075*  RETURNED (VOIDED OR STALE-DATED).                 *
000080*  PS-COMPANY-CODE IS THE PAYING COMPANY, CARRIED    *
000085*  FROM THE EXTRACT.  A REQUEUED OR REISSUED PAYMENT *
000087*  CARRIES IN PS-ORIG-RUN-DATE THE RUN DATE OF THE   *
000089*  EXTRACT IT FIRST WENT OUT ON -- ZERO ON AN       *
000091*  ORIGINAL PAYMENT.                                 *
000100*****************************************************
000110 01  PAYSTAT-RECORD.
000120     05  PS-EMPLOYEE-ID          PIC X(06).
000240         88  PS-REQUEUED                 VALUE 'Q'.
000250     05  PS-ACK-DATE             PIC 9(08).
000260     05  PS-RETURN-REASON        PIC X(20).
000263     05  PS-CHECK-NUMBER         PIC 9(08).
000266     05  PS-CHECK-DATE           PIC 9(08).
000276     05  PS-COMPANY-CODE         PIC X(04).
000286     05  PS-ORIG-RUN-DATE        PIC 9(08).
