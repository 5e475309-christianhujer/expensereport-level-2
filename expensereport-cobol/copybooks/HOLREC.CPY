000010*****************************************************
000020*  HOLREC.CPY                                        *
000030*  COMPANY HOLIDAY CALENDAR RECORD.  ONE RECORD PER  *
000040*  PUBLIC OR COMPANY HOLIDAY (CCYYMMDD).  SPENDING   *
000050*  DATED ON A HOLIDAY IS TREATED LIKE WEEKEND        *
000060*  SPENDING BY THE POLICY-ABUSE REVIEW.              *
000070*****************************************************
000080 01  HOLIDAY-RECORD.
000090     05  HL-HOLIDAY-DATE         PIC 9(08).
000100     05  HL-HOLIDAY-NAME         PIC X(20).
000110     05  FILLER                  PIC X(12).
