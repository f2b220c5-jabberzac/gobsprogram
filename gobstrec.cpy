000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSLVTH LARGE-VALUE THRESHOLD ROW.  ONE
000030*    ROW PER SITE; A ROW FOR SITE "*ALL*" COVERS ANY SITE WITHOUT
000040*    ONE OF ITS OWN.  A GOBSWORK CARD FOR MORE THAN THE SITE'S
000050*    THRESHOLD IS HELD ON GOBSPEND FOR APPROVAL INSTEAD OF
000060*    POSTING.  LT-APPR-LEVEL IS THE GOBSOMST LEVEL AN APPROVER
000070*    MUST CARRY AND LT-MAX-AGE-DAYS HOW LONG A HELD CARD MAY WAIT
000080*    BEFORE IT IS REPORTED AS OVERDUE - ZERO OR BLANK TAKES THE
000090*    GOBS DEFAULT FOR EITHER.  NO FILE, NO ROW, OR A ZERO
000100*    THRESHOLD MEANS THE SITE HAS NO LARGE-VALUE CHECK.
000110 01  GOBS-LVTH-RECORD.
000120     05  LT-SITE-ID              PIC X(05).
000130     05  LT-THRESHOLD            PIC 9(09)V99.
000140     05  LT-APPR-LEVEL           PIC 9(01).
000150     05  LT-MAX-AGE-DAYS         PIC 9(03).
000160     05  FILLER                  PIC X(20).
