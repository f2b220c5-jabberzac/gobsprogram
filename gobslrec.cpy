000030*    RECORD EVERY TIME THE Y/N GATE IS ANSWERED SO THAT ANYONE
000040*    CAN LATER PROVE WHO AUTHORIZED A GIVEN BATCH WINDOW AND
000050*    WHEN.  GOBSRECN READS THE FILE BACK TO RECONCILE AGAINST
000060*    THE BATCH SCHEDULE.  GL-OPER-SEAT IS 2 WHEN THE ANSWER CAME
000063*    FROM THE SECOND OPERATOR OF A DUAL-CONTROL GATE AND 1 (OR A
000066*    SPACE ON A RECORD WRITTEN BEFORE THE SEAT EXISTED) OTHERWISE.
000068*    A SECOND-OPERATOR ID THAT REPEATS THE FIRST IS SEAT 1.
000070 01  GOBS-LOG-RECORD.
000080     05  GL-JOB-NAME             PIC X(08).
000090     05  GL-RUN-DATE             PIC 9(08).
000165         88  GL-UNAUTHORIZED         VALUE "U".
000170     05  GL-SITE-ID              PIC X(05).
000180     05  GL-HOLD-REASON          PIC X(03).
000185     05  GL-OPER-SEAT            PIC X(01).
000186         88  GL-SEAT-FIRST           VALUE "1" " ".
000187         88  GL-SEAT-SECOND          VALUE "2".
000190     05  FILLER                  PIC X(11).
