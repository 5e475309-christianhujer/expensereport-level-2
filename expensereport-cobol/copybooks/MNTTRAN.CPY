000010*****************************************************
000020*  MNTTRAN.CPY                                      *
000030*  MASTER FILE MAINTENANCE TRANSACTION.  ONE RECORD *
000040*  PER ADD, CHANGE OR DELETE AGAINST ONE OF THE     *
000050*  REFERENCE MASTERS (TYPE, LIMIT, APPROVER, BANK,  *
000060*  PROJECT).  MT-RECORD-IMAGE CARRIES THE COMPLETE  *
000070*  NEW RECORD IN THAT MASTER'S OWN LAYOUT FOR AN    *
000080*  ADD OR CHANGE, AND AT LEAST THE KEY FIELDS FOR A *
000090*  DELETE.  MT-USER-ID IS THE SIGN-ON OF THE PERSON *
000100*  WHO KEYED THE CHANGE AND IS CARRIED ONTO THE     *
000110*  AUDIT LOG; A TRANSACTION WITHOUT ONE IS          *
000120*  REJECTED.                                        *
000130*****************************************************
000140 01  MAINT-TRAN-RECORD.
000150     05  MT-MASTER-ID            PIC X(03).
000160         88  MT-TYPE-MASTER              VALUE 'TYP'.
000170         88  MT-LIMIT-MASTER             VALUE 'LIM'.
000180         88  MT-APPROVER-MASTER          VALUE 'APR'.
000190         88  MT-BANK-MASTER              VALUE 'EMP'.
000200         88  MT-PROJECT-MASTER           VALUE 'PRJ'.
000210     05  MT-ACTION               PIC X(01).
000220         88  MT-ADD                      VALUE 'A'.
000230         88  MT-CHANGE                   VALUE 'C'.
000240         88  MT-DELETE                   VALUE 'D'.
000250     05  MT-USER-ID              PIC X(08).
000260     05  MT-RECORD-IMAGE         PIC X(80).
000270     05  FILLER                  PIC X(08).
