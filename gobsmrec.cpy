000060*    OF BOUNCING DOWNSTREAM DAYS LATER.  GOBSAMNT MAINTAINS THE
000070*    MASTER FROM THE GOBSATRN CARD DECK, AND GOBSAPLY APPLIES
000080*    THE POSTED DB/CR CARDS TO THE RUNNING BALANCE AFTER THE
000090*    WINDOW.  AM-OD-LIMIT IS HOW FAR BELOW ZERO GOBSAPLY MAY
000092*    TAKE THE BALANCE; A DB THAT WOULD GO PAST IT IS RETURNED TO
000094*    THE GOBSRETN SUSPENSE FILE INSTEAD OF BEING APPLIED.  A
000096*    RECORD WRITTEN BEFORE THE LIMIT EXISTED CARRIES SPACES
000098*    THERE, WHICH GOBSAPLY TREATS AS A ZERO LIMIT.
000100 01  GOBS-ACCT-RECORD.
000110     05  AM-KEY.
000120         10  AM-ACCOUNT-NO       PIC X(10).
000160         88  AM-STATUS-FROZEN        VALUE "F".
000170     05  AM-SITE-ID              PIC X(05).
000180     05  AM-CURR-BALANCE         PIC S9(11)V99.
000185     05  AM-OD-LIMIT             PIC 9(07)V99.
000190     05  FILLER                  PIC X(02).
