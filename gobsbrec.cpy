000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSBSNP CLOSING-BALANCE SNAPSHOT RECORD.
000030*    GOBSRFWD WRITES A SNAPSHOT OF EVERY GOBSAMST BALANCE EACH
000040*    NIGHT TO GOBSBSNP.YYYYMMDD, ONE A RECORD PER ACCOUNT IN
000050*    ACCOUNT ORDER, THEN ONE S RECORD PER SITE CARRYING THE
000060*    SITE'S CLOSING TOTAL AND HOW MANY RECORDS WERE ON ITS
000070*    GOBSAPLJ JOURNAL AT THE TIME - THE NEXT NIGHT'S PROOF ROLLS
000080*    FORWARD ONLY THE JOURNAL RECORDS PAST THAT POSITION.  THE
000090*    GOBSBSNC CONTROL CARD NAMES THE LAST TWO SNAPSHOT DATES.
000100 01  GOBS-BSNP-RECORD.
000110     05  BS-REC-TYPE             PIC X(01).
000120         88  BS-ACCT-REC             VALUE "A".
000130         88  BS-SITE-REC             VALUE "S".
000140     05  BS-SNAP-DATE            PIC 9(08).
000150     05  BS-SITE-ID              PIC X(05).
000160     05  BS-ACCOUNT-NO           PIC X(10).
000170     05  BS-BALANCE              PIC S9(13)V99.
000180     05  BS-JRNL-POSITION        PIC 9(07).
000190     05  BS-ACCT-COUNT           PIC 9(07).
000200     05  FILLER                  PIC X(27).
