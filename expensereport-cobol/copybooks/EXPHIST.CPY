000120*  RE-CONVERTING; RECORDS WRITTEN BEFORE THE FIELD   *
000130*  EXISTED CARRY SPACES AND TOTAL AT THEIR ORIGINAL  *
000140*  AMOUNT.                                           *
000141*  HX-REPORT-DATE IS THE EXPENSE-REPORT RUN THAT     *
000142*  REPORTED AND PAID THE LINE, HX-DUP-SW MARKS A     *
000143*  LINE FLAGGED AS A SUSPECTED DUPLICATE, AND        *
000144*  HX-TRIP-AUTH-SW SAYS WHETHER A TRIP AUTHORIZATION *
000145*  COVERED THE TRIP.  EXPENSE-AUDIT-SELECT SAMPLES   *
000146*  PAID TRIPS FROM THESE.  OLDER RECORDS CARRY       *
000147*  SPACES.                                           *
000148*  HX-CREDIT-SW IS C FOR A CREDIT LINE (REFUND OR    *
000149*  CORRECTION).  ITS AMOUNTS ARE UNSIGNED AND COME   *
000150*  OFF THE LINE WITH THE SAME EMPLOYEE, TYPE AND     *
000151*  EXPENSE DATE WHEREVER HISTORY IS TOTALLED.        *
000152*  HX-COMPANY-CODE IS THE EMPLOYEE'S COMPANY, WHOSE  *
000153*  HOME CURRENCY HX-HOME-AMOUNT IS IN, AND THE       *
000154*  PROJECT SPLITS ARE THE LINE'S OWN, SO A LATER     *
000155*  RECOVERY CAN REVERSE THE COST CENTERS THE LINE    *
000156*  POSTED TO.  OLDER RECORDS CARRY SPACES -- THE     *
000157*  PARENT COMPANY AND THE TYPE'S COST CENTER.        *
000158*****************************************************
000160 01  EXPHIST-RECORD.
000170     05  HX-EMPLOYEE-ID          PIC X(06).
000180     05  HX-TYPE                 PIC 9(01).
000200     05  HX-AMOUNT               PIC 9(08)V99.
000210     05  HX-CURRENCY             PIC X(03).
000220     05  HX-HOME-AMOUNT          PIC 9(08)V99.
000230     05  HX-REPORT-DATE          PIC 9(08).
000240     05  HX-DUP-SW               PIC X(01).
000250         88  HX-SUSPECT-DUPLICATE        VALUE 'Y'.
000260     05  HX-TRIP-AUTH-SW         PIC X(01).
000270         88  HX-TRIP-AUTHORIZED          VALUE 'Y'.
000280     05  HX-CREDIT-SW            PIC X(01).
000290         88  HX-CREDIT-LINE              VALUE 'C'.
000300     05  HX-COMPANY-CODE         PIC X(04).
000310     05  HX-PROJECT-SPLITS.
000320         10  HX-PROJECT-SPLIT OCCURS 3 TIMES.
000330             15  HX-PROJECT-CODE PIC X(08).
000340             15  HX-PROJECT-PCT  PIC 9(03).
000350     05  FILLER                  PIC X(04).
