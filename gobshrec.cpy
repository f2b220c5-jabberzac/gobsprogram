000060*    SECOND (A DUAL-CONTROL GATE WRITES TWO).  GOBSINQ READS IT
000070*    BACK BY KEY FOR AUDITOR QUESTIONS AND GOBSPURG CUTS
000080*    RECORDS PAST THE SEVEN-YEAR RETENTION TO GOBSARCH.
000083*    GH-OPER-SEAT IS CARRIED FROM GL-OPER-SEAT: 2 FOR THE SECOND
000086*    OPERATOR OF A DUAL-CONTROL GATE, 1 OR SPACE OTHERWISE.
000090 01  GOBS-HIST-RECORD.
000100     05  GH-KEY.
000110         10  GH-RUN-DATE         PIC 9(08).
000210         88  GH-ABENDED              VALUE "A".
000215         88  GH-UNAUTHORIZED         VALUE "U".
000220     05  GH-HOLD-REASON          PIC X(03).
000225     05  GH-OPER-SEAT            PIC X(01).
000226         88  GH-SEAT-FIRST           VALUE "1" " ".
000227         88  GH-SEAT-SECOND          VALUE "2".
000230     05  FILLER                  PIC X(14).
