000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSPEND PENDING-APPROVAL RECORD - A
000030*    GOBSWORK CARD FOR MORE THAN THE SITE'S GOBSLVTH LARGE-VALUE
000040*    THRESHOLD, HELD AT EDIT TIME INSTEAD OF POSTED.  THE CARD
000050*    STAYS ON THE FILE UNTIL A GOBSAPRV APPROVAL CARD FROM AN
000060*    AUTHORIZED OPERATOR ARRIVES IN A LATER WINDOW - APPROVED, IT
000070*    RUNS THROUGH THE EDITS AND POSTS WITH THAT WINDOW'S DECK;
000080*    REFUSED, IT REJECTS TO GOBSERR.  GOBS REWRITES THE FILE WITH
000090*    WHAT IS STILL WAITING.  THE QUEUED-ON DATE AGES THE CARD AND
000100*    LETS A RESTART COUNT THE CARDS AN EARLIER CANCELLED RUN
000110*    ALREADY HELD TODAY.  THE SUBMITTER KEY OF THE CARD'S DECK
000120*    RIDES ALONG SO ITS FINAL RESULT IS ACKNOWLEDGED.
000130 01  GOBS-PEND-RECORD.
000140     05  PD-CARD-DATA            PIC X(47).
000150     05  PD-QUEUE-DATE           PIC 9(08).
000160     05  PD-SUBMIT-KEY.
000170         10  PD-SUBMITTER-ID         PIC X(08).
000180         10  PD-BATCH-DATE           PIC 9(08).
000190     05  FILLER                  PIC X(09).
