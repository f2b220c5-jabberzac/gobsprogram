000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSRETN RETURNED-ITEMS SUSPENSE RECORD.
000030*    GOBSAPLY WRITES ONE FOR EVERY POSTED DB CARD IT REFUSES TO
000040*    APPLY BECAUSE THE DEBIT WOULD TAKE THE ACCOUNT BALANCE PAST
000050*    ITS AM-OD-LIMIT OVERDRAFT LIMIT.  THE CARD IS CARRIED WHOLE
000060*    WITH THE BALANCE AND LIMIT IT WAS TESTED AGAINST AND THE
000070*    REASON IT WAS RETURNED.  THE FILE IS SITE-QUALIFIED
000080*    (GOBSRETN.SITE) AND IS EXTENDED, NEVER REWRITTEN - GOBSNSF
000090*    LISTS ONE APPLY DATE'S ITEMS FROM IT EACH MORNING.
000100 01  GOBS-RETN-RECORD.
000110     05  RI-RETURN-DATE          PIC 9(08).
000120     05  RI-SITE-ID              PIC X(05).
000130     05  RI-CARD-DATA.
000140         10  RI-ACCOUNT-NO       PIC X(10).
000150         10  RI-TRAN-CODE        PIC X(02).
000160         10  RI-TRAN-AMOUNT      PIC 9(09)V99.
000170         10  RI-EFF-DATE         PIC 9(08).
000180         10  FILLER              PIC X(16).
000190     05  RI-CURR-BALANCE         PIC S9(11)V99.
000200     05  RI-OD-LIMIT             PIC 9(07)V99.
000210     05  RI-REASON               PIC X(30).
000220     05  FILLER                  PIC X(08).
