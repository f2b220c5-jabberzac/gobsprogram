000090*    THEIR RELEASE DATE AND REWRITES THE FILE WITH WHAT IS
000100*    STILL PARKED.  THE WAREHOUSED-ON DATE LETS A RESTART COUNT
000110*    THE CARDS AN EARLIER CANCELLED RUN ALREADY PARKED TODAY.
000112*    THE SUBMITTER KEY OF THE CARD'S DECK RIDES ALONG SO ITS
000114*    RESULT ON RELEASE IS ACKNOWLEDGED TO THE SAME SUBMITTER.
000120 01  GOBS-WHSE-RECORD.
000130     05  WH-CARD-DATA            PIC X(47).
000140     05  WH-RELEASE-DATE         PIC 9(08).
000150     05  WH-WHSE-DATE            PIC 9(08).
000152     05  WH-SUBMIT-KEY.
000154         10  WH-SUBMITTER-ID         PIC X(08).
000156         10  WH-BATCH-DATE           PIC 9(08).
000160     05  FILLER                  PIC X(07).
