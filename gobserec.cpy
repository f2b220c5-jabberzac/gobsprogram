000030*    47-BYTE GOBSWORK CARD, THE REASON GOBS REJECTED IT, AND
000040*    THE RUN DATE IT WAS REJECTED ON.  THE DATE LETS GOBSEREP
000050*    AGE THE REJECTS STILL UNREPAIRED SO OLD MONEY STOPS
000060*    HIDING IN THE ERROR FILE.  THE SUBMITTER KEY IS THE
000062*    SUBMITTER ID AND BATCH DATE OF THE DECK THE CARD CAME IN,
000064*    SO A GOBSEREP RECYCLE CAN ACKNOWLEDGE BACK TO THE SAME
000066*    DEPARTMENT; A REJECT WRITTEN BEFORE IT WAS CARRIED HAS
000068*    SPACES THERE.
000070 01  GOBS-ERR-RECORD.
000080     05  ER-CARD-DATA            PIC X(47).
000090     05  FILLER                  PIC X(01).
000100     05  ER-REASON               PIC X(30).
000110     05  FILLER                  PIC X(01).
000120     05  ER-REJECT-DATE          PIC 9(08).
000130     05  FILLER                  PIC X(01).
000140     05  ER-SUBMIT-KEY.
000150         10  ER-SUBMITTER-ID         PIC X(08).
000160         10  ER-BATCH-DATE           PIC 9(08).
