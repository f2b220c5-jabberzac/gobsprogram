000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSAPRV LARGE-VALUE APPROVAL CARD.  THE
000030*    FIRST FOUR FIELDS NAME THE HELD CARD EXACTLY AS IT SITS ON
000040*    GOBSPEND (ACCOUNT, TRAN CODE, AMOUNT, EFFECTIVE DATE - AS
000050*    PRINTED ON THE GOBSRPT AND THE SUPERVISOR'S ALERT).
000060*    AP-ACTION IS A TO APPROVE OR R TO REFUSE, AND AP-OPER-ID IS
000070*    THE OPERATOR GIVING IT, WHO MUST BE ACTIVE ON GOBSOMST,
000080*    AUTHORIZED FOR THE SITE, AND AT THE SITE'S GOBSLVTH LEVEL.
000090*    A CARD FOR A CARD HELD ONLY TONIGHT WAITS FOR THE NEXT
000100*    WINDOW; A CARD THAT MATCHES NOTHING HELD IS DROPPED.
000110 01  GOBS-APRV-RECORD.
000120     05  AP-CARD-ID.
000130         10  AP-ACCOUNT-NO           PIC X(10).
000140         10  AP-TRAN-CODE            PIC X(02).
000150         10  AP-TRAN-AMOUNT          PIC 9(09)V99.
000160         10  AP-EFF-DATE             PIC 9(08).
000170     05  AP-ACTION               PIC X(01).
000180         88  AP-APPROVE              VALUE "A".
000190         88  AP-REFUSE               VALUE "R".
000200     05  AP-OPER-ID              PIC X(08).
000210     05  FILLER                  PIC X(40).
