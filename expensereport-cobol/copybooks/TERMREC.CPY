000010*****************************************************
000020*  TERMREC.CPY                                       *
000030*  HR TERMINATION FEED RECORD.  ONE RECORD PER        *
000040*  EMPLOYEE LEAVING THE COMPANY, GIVING THEIR LAST    *
000050*  DAY OF SERVICE (CCYYMMDD) AND, WHEN THEY APPROVE   *
000060*  EXPENSES, THE REPLACEMENT APPROVER THEIR QUEUE     *
000070*  PASSES TO.  A BLANK REPLACEMENT MEANS HR HAS NOT   *
000080*  YET NAMED ONE.                                     *
000090*****************************************************
000100 01  TERMINATION-RECORD.
000110     05  TM-EMPLOYEE-ID          PIC X(06).
000120     05  TM-LAST-DAY             PIC 9(08).
000130     05  TM-REPLACEMENT-ID       PIC X(06).
000140     05  FILLER                  PIC X(10).
