000010*THIS COPYBOOK CONTAINS
000020*    THE LARGE-VALUE APPROVAL WORK AREAS FOR GOBS.  THE SITE'S
000030*    GOBSLVTH ROW IS READ AT INITIALIZE.  GOBSPEND IS LOADED IN
000040*    CORE WHILE THE WORKLOAD RUNS, THE SAME AS THE WAREHOUSE -
000050*    CARDS HELD IN AN EARLIER WINDOW ARE SETTLED BY TONIGHT'S
000060*    GOBSAPRV CARDS AFTER THE WAREHOUSE RELEASES, AND ONLY THE
000070*    CARDS STILL WAITING GO BACK OUT ON THE REWRITE.
000080 01  GOBS-LV-IN-USE-SW            PIC X(01) VALUE "N".
000090     88  GOBS-LV-IN-USE              VALUE "Y".
000100 01  GOBS-LV-THRESHOLD            PIC 9(09)V99 VALUE 0.
000110 01  GOBS-LV-NEED-LEVEL           PIC 9(01) VALUE 2.
000120 01  GOBS-LV-MAX-AGE              PIC 9(03) VALUE 3.
000130 01  GOBS-LV-SITE-ROW-SW          PIC X(01) VALUE "N".
000140     88  GOBS-LV-SITE-ROW            VALUE "Y".
000150 01  GOBS-LVTH-EOF-SW             PIC X(01) VALUE "N".
000160     88  GOBS-LVTH-EOF               VALUE "Y".
000170 01  GOBS-PEND-EOF-SW             PIC X(01).
000180     88  GOBS-PEND-EOF               VALUE "Y".
000190 01  GOBS-PEND-ROW-COUNT          PIC 9(03) COMP VALUE 0.
000200 01  GOBS-PEND-OVFL-SW            PIC X(01) VALUE "N".
000210     88  GOBS-PEND-OVERFLOW          VALUE "Y".
000220*APPEND SUBSCRIPT FOR 3500 ONLY, FOR THE SAME REASON AS
000230*    GOBS-WHSE-ADD-SUB.
000240 01  GOBS-PEND-ADD-SUB            PIC 9(03) COMP.
000250 01  GOBS-PEND-TABLE.
000260     05  GOBS-PEND-ENTRY         OCCURS 500 TIMES
000270                                  INDEXED BY GOBS-PEND-IDX.
000280         10  GOBS-PEND-TBL-CARD.
000290             15  GOBS-PEND-TBL-ID    PIC X(31).
000300             15  FILLER              PIC X(16).
000310         10  GOBS-PEND-TBL-QUEUE-DT  PIC 9(08).
000320         10  GOBS-PEND-TBL-KEY       PIC X(16).
000330         10  GOBS-PEND-TBL-STATE-SW  PIC X(01).
000340             88  GOBS-PEND-TBL-WAITING   VALUE "W".
000350             88  GOBS-PEND-TBL-SETTLED   VALUE "S".
000360*APPROVAL CARDS FROM THE SITE'S GOBSAPRV, LOADED FOR THE SWEEP.  A
000370*    CARD IS USED ONCE, GOOD OR BAD.  AN UNUSED CARD FOR A CARD
000380*    HELD ONLY TONIGHT IS KEPT FOR THE NEXT WINDOW.
000390 01  GOBS-APRV-EOF-SW             PIC X(01).
000400     88  GOBS-APRV-EOF               VALUE "Y".
000410 01  GOBS-APRV-ROW-COUNT          PIC 9(03) COMP VALUE 0.
000420 01  GOBS-APRV-TABLE.
000430     05  GOBS-APRV-ENTRY         OCCURS 500 TIMES
000440                                  INDEXED BY GOBS-APRV-IDX.
000450         10  GOBS-APRV-TBL-ID        PIC X(31).
000460         10  GOBS-APRV-TBL-ACTION    PIC X(01).
000470         10  GOBS-APRV-TBL-OPER-ID   PIC X(08).
000480         10  GOBS-APRV-TBL-USED-SW   PIC X(01).
000490             88  GOBS-APRV-TBL-USED      VALUE "Y".
000500         10  GOBS-APRV-TBL-KEEP-SW   PIC X(01).
000510             88  GOBS-APRV-TBL-KEEP      VALUE "Y".
000520 01  GOBS-APRV-APPLIED-SW         PIC X(01) VALUE "N".
000530     88  GOBS-APRV-APPLIED           VALUE "Y".
000540 01  GOBS-LV-DECIDED-SW           PIC X(01).
000550     88  GOBS-LV-DECIDED             VALUE "Y".
000560 01  GOBS-LV-FOUND-SW             PIC X(01).
000570     88  GOBS-LV-FOUND               VALUE "Y".
000580 01  GOBS-LV-HDR-SW               PIC X(01) VALUE "N".
000590     88  GOBS-LV-HDR-DONE            VALUE "Y".
000600 01  GOBS-LV-APPROVER-ID          PIC X(08).
000610 01  GOBS-LV-ACTION-TEXT          PIC X(14).
000620 01  GOBS-LV-AGE-DISPLAY          PIC Z(02)9.
000630*THE EVENT BEING REPORTED AND LOGGED TO GOBSLVLG - ITS CODE, THE
000640*    CARD, ITS QUEUED-ON DATE AND KEY, AND THE APPROVING OPERATOR.
000650 01  GOBS-LV-EVENT                PIC X(01).
000660 01  GOBS-LV-EVT-CARD.
000670     05  GOBS-LV-EVT-ACCOUNT     PIC X(10).
000680     05  GOBS-LV-EVT-TRAN-CODE   PIC X(02).
000690     05  GOBS-LV-EVT-AMOUNT      PIC 9(09)V99.
000700     05  GOBS-LV-EVT-EFF-DATE    PIC 9(08).
000710     05  FILLER                  PIC X(16).
000720 01  GOBS-LV-EVT-QUEUE-DATE       PIC 9(08).
000730 01  GOBS-LV-EVT-KEY              PIC X(16).
000740 01  GOBS-LV-EVT-OPER-ID          PIC X(08).
