000010*****************************************************
000020*  EMPHDR.CPY                                        *
000026*  EMPLOYEE / TRIP HEADER RECORD.  ONE RECORD PER    *
000032*  EMPLOYEE TRIP BEING REPORTED.  THIS FILE ALSO     *
000038*  SERVES AS THE BATCH RUN'S CONTROL FILE -- ONE     *
000044*  REPORT IS PRODUCED PER EH-EMPLOYEE-ID READ.       *
000050*  EH-COMPANY-CODE NAMES THE COMPANY (COMPMAST.CPY)  *
000056*  THE EMPLOYEE WORKS FOR; BLANK IS THE PARENT       *
000062*  COMPANY.                                          *
000070*****************************************************
000080 01  EMPHDR-RECORD.
000090     05  EH-EMPLOYEE-ID          PIC X(06).
000110     05  EH-DEPARTMENT           PIC X(20).
000120     05  EH-TRIP-START-DATE      PIC 9(08).
000130     05  EH-TRIP-END-DATE        PIC 9(08).
000140     05  EH-COMPANY-CODE         PIC X(04).
000150     05  FILLER                  PIC X(04).
