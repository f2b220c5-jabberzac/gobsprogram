000280     05  BT-CARD-COUNT           PIC 9(07).
000290     05  BT-HASH-AMOUNT          PIC 9(11)V99.
000300     05  FILLER                  PIC X(17).

000310*RECYCLE VIEW OF A DETAIL CARD ON THE DECK GOBSEREP WRITES.  THE
000320*    UNUSED TAIL OF THE CARD CARRIES THE SUBMITTER KEY OF THE
000330*    DECK THE CARD WAS FIRST REJECTED FROM, SO GOBS ACKNOWLEDGES
000340*    ITS RESULT TO THAT DEPARTMENT RATHER THAN TO GOBSEREP.
000350 01  GOBS-WORK-RECYCLE-CARD.
000360     05  FILLER                  PIC X(31).
000370     05  WR-SUBMIT-KEY.
000380         10  WR-SUBMITTER-ID     PIC X(08).
000390         10  WR-BATCH-DATE       PIC 9(08).
