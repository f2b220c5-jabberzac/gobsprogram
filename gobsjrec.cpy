000090*    JOURNALED APPLY ACTUALLY REACHED THE MASTER AND REDO IT
000100*    WHEN IT DID NOT, SO A CANCEL BETWEEN THE JOURNAL WRITE AND
000110*    THE MASTER REWRITE CANNOT DOUBLE-POST OR DROP A BALANCE.
000111*    A DB RETURNED FOR INSUFFICIENT FUNDS IS JOURNALED AS ENTRY
000112*    TYPE N WITH PRIOR AND NEW BALANCES EQUAL.  A RECORD FROM
000113*    BEFORE THE ENTRY TYPE EXISTED HAS A SPACE THERE (APPLIED).
000114*    GOBSBKOT BACKS OUT A RUN WITH A TYPE R ENTRY PER APPLIED
000115*    ENTRY: AJ-APPLY-DATE IS THE DAY OF THE REVERSAL AND
000116*    AJ-REVERSED-DATE (OVER THE EFFECTIVE DATE) THE APPLY DATE
000117*    OF THE RUN REVERSED.  AJ-EFF-DATE ON AN A OR N ENTRY IS THE
000118*    CARD'S EFFECTIVE DATE, SO THE BACKOUT CAN REBUILD ITS
000119*    GOBSDUPH KEY.
000120 01  GOBS-JRNL-RECORD.
000130     05  AJ-APPLY-DATE           PIC 9(08).
000140     05  AJ-ACCOUNT-NO           PIC X(10).
000160     05  AJ-TRAN-AMOUNT          PIC 9(09)V99.
000170     05  AJ-PRIOR-BALANCE        PIC S9(11)V99.
000180     05  AJ-NEW-BALANCE          PIC S9(11)V99.
000181     05  AJ-ENTRY-TYPE           PIC X(01).
000182         88  AJ-ENTRY-APPLIED        VALUE "A" " ".
000183         88  AJ-ENTRY-RETURNED       VALUE "N".
000184         88  AJ-ENTRY-REVERSAL       VALUE "R".
000185     05  AJ-EFF-DATE             PIC 9(08).
000186     05  AJ-REVERSED-DATE REDEFINES AJ-EFF-DATE
000187                                 PIC 9(08).
000190     05  FILLER                  PIC X(01).
