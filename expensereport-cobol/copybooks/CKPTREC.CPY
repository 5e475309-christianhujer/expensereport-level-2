000170     05  CK-DUE-COMPANY-TOTAL    PIC 9(10)V99.
000180     05  CK-UNAUTH-TRIP-COUNT    PIC 9(06).
000190     05  CK-OVERAUTH-TRIP-COUNT  PIC 9(06).
000193     05  CK-MISS-RCPT-COUNT      PIC 9(06).
000196     05  CK-CREDIT-TOTAL         PIC 9(10)V99.
000200     05  FILLER                  PIC X(04).
000210*
000220*    COMPANY TOTALS AT THE CHECKPOINT.  ONE RECORD PER COMPANY
000230*    FOLLOWS EACH CHECKPOINT RECORD ABOVE, TAGGED '*COMP*' IN
000240*    THE EMPLOYEE ID POSITION, SO A RESTART PICKS UP EVERY
000250*    COMPANY'S RUNNING TOTALS ALONG WITH THE RUN'S.
000260*
000270 01  CKPT-COMPANY-RECORD.
000280     05  CC-RECORD-TAG           PIC X(06).
000290         88  CC-COMPANY-TOTALS           VALUE '*COMP*'.
000300     05  CC-COMPANY-CODE         PIC X(04).
000310     05  CC-REPORT-COUNT         PIC 9(06).
000320     05  CC-GRAND-TOTAL          PIC 9(10)V99.
000330     05  CC-NET-GRAND-TOTAL      PIC 9(10)V99.
000340     05  CC-DUE-COMPANY-TOTAL    PIC 9(10)V99.
000350     05  CC-EXCEPTION-COUNT      PIC 9(06).
000360     05  CC-IC-OUT-TOTAL         PIC 9(10)V99.
000366     05  CC-IC-IN-TOTAL          PIC 9(10)V99.
000372     05  CC-CREDIT-TOTAL         PIC 9(10)V99.
000380     05  FILLER                  PIC X(04).
