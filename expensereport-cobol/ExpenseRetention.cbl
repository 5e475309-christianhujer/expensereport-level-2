000240*                     THE MECFILE MONTH-END CONTROL FILE WITH A
000250*                     CLEAN GL TIE, SO A MONTH FINANCE HAS NOT
000260*                     CONSOLIDATED CAN NEVER BE ARCHIVED AWAY.
000263*    10/15/2026 DK    HSTOUT / HSTARCH WIDENED FOR THE COMPANY
000266*                     AND PROJECT SPLITS NOW ON THE HISTORY.
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000820 FD  HSTOUT
000830     LABEL RECORDS ARE STANDARD
000840     DATA RECORD IS HSTOUT-RECORD.
000850 01  HSTOUT-RECORD               PIC X(90).

000860 FD  HSTARCH
000870     LABEL RECORDS ARE STANDARD
000880     DATA RECORD IS HSTARCH-RECORD.
000890 01  HSTARCH-RECORD              PIC X(90).

000900 FD  REGOUT
000910     LABEL RECORDS ARE STANDARD
