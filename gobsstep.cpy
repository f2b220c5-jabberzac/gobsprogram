000070*    DISPOSITION SO EACH SITE'S POST-GATE STREAM CAN BE
000080*    RELEASED THE MOMENT ITS OWN GATE CONFIRMS, EVEN WHILE
000090*    ANOTHER SITE'S GATE IS STILL HELD.  BOTH RECORD TYPES ARE
000100*    45 BYTES.  THE TRAILER ALSO CARRIES THE TIME THE WINDOW
000102*    STARTED, SO THE GOBSSTPH HISTORY CAN SHOW START AND FINISH.
000104*    A STEP RE-CALLED BY A GOBSMENU RE-DRIVE, AND THE TRAILER OF
000106*    A RE-DRIVEN WINDOW, ARE FLAGGED R.
000110 01  GOBS-STEP-RECORD.
000120     05  SS-REC-TYPE             PIC X(01).
000130         88  SS-DETAIL-REC           VALUE "D".
000230         88  SS-DISP-UNKNOWN         VALUE "U".
000240     05  SS-COMP-DATE            PIC 9(08).
000250     05  SS-COMP-TIME            PIC 9(06).
000255     05  SS-REDRIVE-SW           PIC X(01).
000257         88  SS-REDRIVEN             VALUE "R".
000260     05  FILLER                  PIC X(13).

000270*ALTERNATE VIEW OF THE SAME RECORD FOR THE TYPE-T TRAILER.
000280 01  GOBS-STEP-TRAILER.
000350     05  ST-ABENDED              PIC 9(03).
000360     05  ST-COMP-DATE            PIC 9(08).
000370     05  ST-COMP-TIME            PIC 9(06).
000375     05  ST-START-TIME           PIC 9(06).
000380     05  ST-REDRIVE-SW           PIC X(01).
000390         88  ST-WINDOW-REDRIVEN      VALUE "R".
