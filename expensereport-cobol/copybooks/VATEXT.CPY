000010*****************************************************
000020*  VATEXT.CPY                                        *
000027*  VAT RECLAIM EXTRACT RECORD.  ONE RECORD PER TAX   *
000034*  ROW SPLIT OUT OF THE GL EXTRACT, KEYED BY         *
000041*  COUNTRY AND CALENDAR QUARTER, FOR THE QUARTERLY   *
000048*  EU VAT RECLAIM FILING.  AMOUNTS ARE IN THE HOME   *
000055*  CURRENCY OF THE COMPANY IN VX-COMPANY-CODE,       *
000062*  WHICH FILES THE RECLAIM, AND MUST TIE BACK TO     *
000069*  THAT COMPANY'S VAT RECEIVABLE ROWS IN THE         *
000074*  RECONCILED GL EXTRACT.  VX-DR-CR-IND IS C FOR     *
000079*  TAX GIVEN BACK BY A CREDIT LINE, WHICH COMES OFF  *
000084*  THE RECLAIM.                                      *
000090*****************************************************
000100 01  VATEXT-RECORD.
000110     05  VX-COUNTRY-CODE         PIC X(02).
000150     05  VX-CURRENCY-CODE        PIC X(03).
000160     05  VX-GL-ACCOUNT           PIC X(10).
000170     05  VX-RUN-DATE             PIC 9(08).
000180     05  VX-COMPANY-CODE         PIC X(04).
000190     05  VX-DR-CR-IND            PIC X(01).
000200         88  VX-DEBIT                    VALUE 'D' ' '.
000210         88  VX-CREDIT                   VALUE 'C'.
000220     05  FILLER                  PIC X(03).
