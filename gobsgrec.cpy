000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSRDRV RE-DRIVE LOG RECORD.  GOBSMENU
000030*    IN RE-DRIVE MODE APPENDS ONE RECORD FOR EVERY GATE STEP IT
000040*    CALLS AGAIN - THE WINDOW DATE, WHEN AND BY WHOM THE
000050*    RE-DRIVE WAS RUN, THE JOB AND SITE, AND THE RETURN CODE AND
000060*    DISPOSITION THE STEP HAD ON GOBSSTEP BEFORE AND AFTER.
000070 01  GOBS-RDRV-RECORD.
000080     05  RD-WINDOW-DATE          PIC 9(08).
000090     05  RD-REDRIVE-DATE         PIC 9(08).
000100     05  RD-REDRIVE-TIME         PIC 9(06).
000110     05  RD-TERMINAL-ID          PIC X(08).
000120     05  RD-JOB-NAME             PIC X(08).
000130     05  RD-SITE-ID              PIC X(05).
000140     05  RD-OLD-RETURN-CODE      PIC 9(02).
000150     05  RD-OLD-DISPOSITION      PIC X(01).
000160     05  RD-NEW-RETURN-CODE      PIC 9(02).
000170     05  RD-NEW-DISPOSITION      PIC X(01).
000180     05  FILLER                  PIC X(11).
