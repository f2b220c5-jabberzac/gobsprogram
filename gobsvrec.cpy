000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSSTPH WINDOW-HISTORY RECORD.  GOBSSTEP
000030*    IS REWRITTEN EVERY NIGHT, SO AT THE END OF EACH WINDOW
000040*    GOBSMENU APPENDS A COPY OF EVERY GOBSSTEP RECORD (THE TYPE-D
000050*    DETAILS AND THE TYPE-T TRAILER, AS WRITTEN) TO GOBSSTPH,
000060*    STAMPED WITH THE WINDOW DATE AND THE TIME OF THE CAPTURE.
000070*    A DETAIL ALSO CARRIES THE GATE'S SC-OPEN-TIME AND
000080*    SC-CLOSE-TIME (HHMM, ZERO = NO WINDOW) AS SCHEDULED THAT
000090*    NIGHT.  A NIGHT CAPTURED MORE THAN ONCE (A RE-DRIVE) IS
000100*    READ FROM ITS LAST CAPTURE ONLY.  GOBSSLA REPORTS FROM IT.
000110 01  GOBS-STPH-RECORD.
000120     05  SH-WINDOW-DATE          PIC 9(08).
000130     05  SH-CAPTURE-TIME         PIC 9(06).
000140     05  SH-OPEN-TIME            PIC 9(04).
000150     05  SH-CLOSE-TIME           PIC 9(04).
000160     05  SH-STEP-DATA.
000170         10  SH-STEP-TYPE            PIC X(01).
000180             88  SH-STEP-DETAIL          VALUE "D".
000190             88  SH-STEP-TRAILER         VALUE "T".
000200         10  FILLER                  PIC X(44).
000210     05  FILLER                  PIC X(13).
