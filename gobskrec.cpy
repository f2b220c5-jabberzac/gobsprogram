000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSSACK SUBMITTER ACKNOWLEDGMENT RECORD.
000030*    GOBS APPENDS ONE ACKNOWLEDGMENT PER DECK TO THE SITE'S
000040*    GOBSSACK FILE, KEYED BY THE SUBMITTER ID AND BATCH DATE
000050*    FROM THE DECK'S BATCH HEADER CARD - AN H RECORD SAYING
000060*    WHETHER THE DECK WAS PROVED, HELD, OR HELD AS A RE-RUN, A
000070*    D RECORD PER CARD WITH ITS RESULT, AND A T RECORD WITH THE
000080*    CONTROL TOTALS.  A LATER RESULT FOR A CARD FROM AN EARLIER
000090*    DECK - A WAREHOUSED CARD RELEASED BY GOBS, OR A REJECT
000100*    REPAIRED AND RECYCLED BY GOBSEREP - IS AN F FOLLOW-UP
000110*    RECORD UNDER THE ORIGINAL DECK'S KEY.  A DECK WITH NO
000120*    BATCH HEADER IS ACKNOWLEDGED AS SUBMITTER UNKNOWN.
000130 01  GOBS-SACK-RECORD.
000140     05  SK-ACK-KEY.
000150         10  SK-SUBMITTER-ID         PIC X(08).
000160         10  SK-BATCH-DATE           PIC 9(08).
000170     05  SK-SITE-ID              PIC X(05).
000180     05  SK-RUN-DATE             PIC 9(08).
000190     05  SK-REC-TYPE             PIC X(01).
000200         88  SK-DECK-HDR             VALUE "H".
000210         88  SK-CARD-DTL             VALUE "D".
000220         88  SK-DECK-TRL             VALUE "T".
000230         88  SK-FOLLOW-UP            VALUE "F".
000240     05  SK-REC-BODY             PIC X(100).

000250*DECK STATUS VIEW OF THE BODY FOR AN H RECORD.
000260     05  SK-HDR-BODY REDEFINES SK-REC-BODY.
000270         10  SK-DECK-STATUS          PIC X(01).
000280             88  SK-DECK-PROVED          VALUE "P".
000290             88  SK-DECK-HELD            VALUE "H".
000300             88  SK-DECK-RERUN           VALUE "R".
000310         10  FILLER                  PIC X(01).
000320         10  SK-STATUS-TEXT          PIC X(60).
000330         10  FILLER                  PIC X(38).

000340*CARD RESULT VIEW OF THE BODY FOR A D OR F RECORD.  THE REASON
000350*    IS THE GOBSERR REASON FOR A REJECT OR DUPLICATE (AND THE
000360*    ORIGINAL REASON ON A GOBSEREP RECYCLE); THE RELEASE DATE
000370*    IS SET FOR A WAREHOUSED CARD AND THE REJECT DATE FOR A
000380*    RECYCLED ONE.  A CARD HELD FOR LARGE-VALUE APPROVAL IS
000385*    RESULT A; ITS APPROVAL OR REFUSAL IS A LATER F RECORD.
000390     05  SK-DTL-BODY REDEFINES SK-REC-BODY.
000400         10  SK-CARD-DATA            PIC X(47).
000410         10  SK-CARD-RESULT          PIC X(01).
000420             88  SK-RESULT-POSTED        VALUE "P".
000430             88  SK-RESULT-REJECTED      VALUE "J".
000440             88  SK-RESULT-WHSE          VALUE "W".
000450             88  SK-RESULT-DUP           VALUE "D".
000460             88  SK-RESULT-RECYCLED      VALUE "Y".
000465             88  SK-RESULT-LV-HELD       VALUE "A".
000470         10  SK-REASON               PIC X(30).
000480         10  SK-RELEASE-DATE         PIC 9(08).
000490         10  SK-REJECT-DATE          PIC 9(08).
000500         10  FILLER                  PIC X(06).

000510*CONTROL TOTAL VIEW OF THE BODY FOR A T RECORD - THE DECK'S OWN
000520*    CARDS ONLY, WITH THE FIGURES FROM ITS BATCH TRAILER CARD.
000530     05  SK-TRL-BODY REDEFINES SK-REC-BODY.
000540         10  SK-CARDS-READ           PIC 9(07).
000550         10  SK-CARDS-POSTED         PIC 9(07).
000560         10  SK-CARDS-REJECTED       PIC 9(07).
000570         10  SK-CARDS-WHSE           PIC 9(07).
000580         10  SK-CARDS-DUP            PIC 9(07).
000590         10  SK-POSTED-AMOUNT        PIC 9(11)V99.
000600         10  SK-TRL-CARD-COUNT       PIC 9(07).
000610         10  SK-TRL-HASH-AMOUNT      PIC 9(11)V99.
000615         10  SK-CARDS-LV-HELD        PIC 9(07).
000620         10  FILLER                  PIC X(25).
