000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSCHGL MASTER-FILE CHANGE-LOG RECORD.
000030*    GOBSAMNT, GOBSOMNT, AND GOBSSMNT APPEND ONE RECORD FOR
000040*    EVERY MAINTENANCE CARD THEY APPLY - ONE PER GENERATED ROW
000050*    FOR A GOBSSMNT RECUR CARD - SO ANY GOBSAMST, GOBSOMST, OR
000060*    GOBSSCHD RECORD CAN BE FOLLOWED BACK THROUGH ITS CHANGES.
000070*    THE KEY IS THE ACCOUNT NUMBER, THE OPERATOR ID, OR THE
000080*    JOB/SITE/DATE OF THE SCHEDULE ROW.  CL-ACTION IS THE
000090*    ACTION CODE FROM THE CARD.  THE IMAGES ARE THE WHOLE
000100*    MASTER RECORD BEFORE AND AFTER THE CARD - SPACES BEFORE
000110*    AN ADD AND AFTER A DELETE.  GOBSCHGR PRINTS THE HISTORY.
000120 01  GOBS-CHGL-RECORD.
000130     05  CL-FILE-NAME            PIC X(08).
000140     05  CL-RECORD-KEY           PIC X(21).
000150     05  CL-ACTION               PIC X(01).
000160     05  CL-RUN-DATE             PIC 9(08).
000170     05  CL-RUN-TIME             PIC 9(06).
000180     05  CL-REQUESTED-BY         PIC X(08).
000190     05  CL-SOURCE-PGM           PIC X(08).
000200     05  CL-BEFORE-IMAGE         PIC X(60).
000210     05  CL-AFTER-IMAGE          PIC X(60).
000220     05  FILLER                  PIC X(10).
