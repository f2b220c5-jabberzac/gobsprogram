000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSCERT.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSCERT IS THE QUARTERLY OPERATOR ACCESS RECERTIFICATION    *
000090*  REPORT.  EVERY OPERATOR ON GOBSOMST IS LISTED ON GOBSCRTR    *
000100*  WITH STATUS, OM-AUTH-LEVEL, AND AUTHORIZED SITES, AND UNDER  *
000110*  THEM EACH SITE THEY ARE AUTHORIZED FOR OR HAVE ANSWERED AT,  *
000120*  WITH THE DATE OF THEIR LAST VALIDATED GATE ANSWER THERE (ANY *
000130*  TIME UP TO THE END OF THE PERIOD) AND THE NUMBER OF ANSWERS  *
000140*  IN THE PERIOD, ALL FROM THE GOBSHMST HISTORY MASTER.  THREE  *
000150*  THINGS ARE FLAGGED FOR THE REVIEWER:                         *
000160*    - AN ACTIVE OPERATOR WITH NO ANSWERS IN THE PERIOD;        *
000170*    - AN ACTIVE LEVEL-2 HOLDER WHO HAS NEVER SAT AS THE SECOND *
000180*      OPERATOR OF A DUAL-CONTROL GATE.  A FIRST OPERATOR WHO   *
000182*      KEYS THEIR OWN ID AT THE SECOND-OPERATOR PROMPT IS       *
000184*      LOGGED AS SEAT 1, SO THAT ENTRY NEVER COUNTS AS A SEAT;  *
000190*    - ANY TYPE U (UNAUTHORIZED) ATTEMPT MADE UNDER THE         *
000200*      OPERATOR'S ID IN THE PERIOD, WHATEVER THEIR STATUS.      *
000210*  THE PERIOD IS FROM AND TO DATES ON THE GOBSCPRM CARD; NO     *
000220*  CARD, OR NO DATES ON IT, MEANS THE LAST COMPLETE CALENDAR    *
000230*  QUARTER.                                                     *
000240*                                                                *
000250*  ONCE MANAGEMENT HAS SIGNED OFF WHO IS TO LOSE ACCESS, THEIR  *
000260*  IDS GO ON THE GOBSCSGN SIGN-OFF FILE, ONE PER CARD, AND A    *
000270*  RE-RUN WRITES AN R (REVOKE) CARD FOR EACH TO THE GOBSCTRN     *
000280*  DECK IN GOBSOTRN FORMAT, READY TO FEED TO GOBSOMNT.  NO       *
000290*  SIGN-OFF FILE MEANS NO DECK.  RETURN CODE 0 IS A COMPLETE     *
000300*  REPORT, 12 IS NOT RUN.                                       *
000310*--------------------------------------------------------------*
000320*  MODIFICATION HISTORY
000330*  ---------- ---- -------------------------------------------
000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- -------------------------------------------
000360*  10/15/2026 JH   ORIGINAL PROGRAM.
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GOBSCPRM-FILE     ASSIGN TO "GOBSCPRM"
000420                              ORGANIZATION LINE SEQUENTIAL
000430                              FILE STATUS IS GOBS-CERT-PRM-STAT.

000440     SELECT GOBSOMST-FILE     ASSIGN TO "GOBSOMST"
000450                              ORGANIZATION IS INDEXED
000460                              ACCESS MODE IS DYNAMIC
000470                              RECORD KEY IS OM-KEY
000480                              FILE STATUS IS GOBS-CERT-OMST-STAT.

000490     SELECT GOBSHMST-FILE     ASSIGN TO "GOBSHMST"
000500                              ORGANIZATION IS INDEXED
000510                              ACCESS MODE IS DYNAMIC
000520                              RECORD KEY IS GH-KEY
000530                              FILE STATUS IS GOBS-CERT-HMST-STAT.

000540     SELECT GOBSCSGN-FILE     ASSIGN TO "GOBSCSGN"
000550                              ORGANIZATION LINE SEQUENTIAL
000560                              FILE STATUS IS GOBS-CERT-SGN-STAT.

000570     SELECT GOBSCRTR-FILE     ASSIGN TO "GOBSCRTR"
000580                              ORGANIZATION LINE SEQUENTIAL
000590                              FILE STATUS IS GOBS-CERT-RPT-STAT.

000600     SELECT GOBSCTRN-FILE     ASSIGN TO "GOBSCTRN"
000610                              ORGANIZATION LINE SEQUENTIAL
000620                              FILE STATUS IS GOBS-CERT-TRN-STAT.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  GOBSCPRM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  GOBS-CERT-PARM-RECORD.
000680     05  CP-FROM-DATE            PIC 9(08).
000690     05  CP-TO-DATE              PIC 9(08).
000700     05  FILLER                  PIC X(64).

000710 FD  GOBSOMST-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "gobsorec.cpy".

000740 FD  GOBSHMST-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "gobshrec.cpy".

000770*ONE OPERATOR ID PER CARD, AS SIGNED OFF FOR REMOVAL.
000780 FD  GOBSCSGN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  GOBS-CERT-SIGNOFF-RECORD.
000810     05  CS-OPER-ID              PIC X(08).
000820     05  FILLER                  PIC X(72).

000830 FD  GOBSCRTR-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "gobsrpt.cpy".

000860 FD  GOBSCTRN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY "gobsotrn.cpy".

000890 WORKING-STORAGE SECTION.
000900 01  GOBS-CERT-FILE-STATUSES.
000910     05  GOBS-CERT-PRM-STAT      PIC X(02).
000920     05  GOBS-CERT-OMST-STAT     PIC X(02).
000930     05  GOBS-CERT-HMST-STAT     PIC X(02).
000940     05  GOBS-CERT-SGN-STAT      PIC X(02).
000950     05  GOBS-CERT-RPT-STAT      PIC X(02).
000960     05  GOBS-CERT-TRN-STAT      PIC X(02).

000970 01  GOBS-CERT-RUN-DATE.
000980     05  GOBS-CERT-RUN-YEAR      PIC 9(04).
000990     05  GOBS-CERT-RUN-MONTH     PIC 9(02).
001000     05  GOBS-CERT-RUN-DAY       PIC 9(02).
001010 01  GOBS-CERT-RUN-DATE-N REDEFINES GOBS-CERT-RUN-DATE
001020                             PIC 9(08).

001030*THE REVIEW PERIOD.  THE DEFAULT IS BUILT A PIECE AT A TIME.
001040 01  GOBS-CERT-FROM-DATE.
001050     05  GOBS-CERT-FROM-YEAR     PIC 9(04).
001060     05  GOBS-CERT-FROM-MONTH    PIC 9(02).
001070     05  GOBS-CERT-FROM-DAY      PIC 9(02).
001080 01  GOBS-CERT-FROM-DATE-N REDEFINES GOBS-CERT-FROM-DATE
001090                             PIC 9(08).
001100 01  GOBS-CERT-TO-DATE.
001110     05  GOBS-CERT-TO-YEAR       PIC 9(04).
001120     05  GOBS-CERT-TO-MONTH      PIC 9(02).
001130     05  GOBS-CERT-TO-DAY        PIC 9(02).
001140 01  GOBS-CERT-TO-DATE-N REDEFINES GOBS-CERT-TO-DATE
001150                             PIC 9(08).
001160 01  GOBS-CERT-QTR-MONTH         PIC 9(02).
001162 77  GOBS-CERT-QTR-QUOT          PIC 9(01).
001164 77  GOBS-CERT-QTR-REM           PIC 9(01).

001170 01  GOBS-CERT-HELD-SW           PIC X(01) VALUE "N".
001180     88  GOBS-CERT-HELD              VALUE "Y".

001190 01  GOBS-CERT-EOF-SW            PIC X(01).
001200     88  GOBS-CERT-EOF               VALUE "Y".

001210 01  GOBS-CERT-FLAGGED-SW        PIC X(01).
001220     88  GOBS-CERT-FLAGGED           VALUE "Y".

001230*EVERY OPERATOR ON THE MASTER, WITH WHAT THE HISTORY SHOWS FOR
001240*    THEM.  THE SITE SLOTS START WITH THE AUTHORIZED SITES; A
001250*    SITE ANSWERED AT BUT NOT AUTHORIZED TAKES A FREE SLOT.
001260 01  GOBS-CERT-OPER-TABLE.
001270     05  GOBS-CERT-OPER-ENTRY    OCCURS 500 TIMES
001280                                  INDEXED BY GOBS-CERT-OPER-IDX.
001290         10  GOBS-CERT-OPER-ID       PIC X(08).
001300         10  GOBS-CERT-OPER-STATUS   PIC X(01).
001310             88  GOBS-CERT-OPER-ACTIVE   VALUE "A".
001320         10  GOBS-CERT-OPER-LEVEL    PIC X(01).
001330         10  GOBS-CERT-OPER-LEVEL-N REDEFINES
001340                 GOBS-CERT-OPER-LEVEL PIC 9(01).
001350         10  GOBS-CERT-OPER-SITES    PIC X(25).
001360         10  GOBS-CERT-OPER-ANSWERS  PIC 9(05).
001370         10  GOBS-CERT-OPER-SECOND   PIC 9(05).
001380         10  GOBS-CERT-OPER-UNAUTH   PIC 9(05).
001390         10  GOBS-CERT-SLOT          OCCURS 8 TIMES
001400                                  INDEXED BY GOBS-CERT-SLOT-IDX.
001410             15  GOBS-CERT-SLOT-SITE     PIC X(05).
001420             15  GOBS-CERT-SLOT-LAST     PIC 9(08).
001430             15  GOBS-CERT-SLOT-COUNT    PIC 9(05).
001440 77  GOBS-CERT-OPER-MAX          PIC 9(03) COMP VALUE 500.
001450 77  GOBS-CERT-OPER-COUNT        PIC 9(03) COMP VALUE 0.
001460 77  GOBS-CERT-SITE-SUB          PIC 9(01) COMP.

001470 01  GOBS-CERT-HIST-OPER         PIC X(08).
001480 01  GOBS-CERT-ADD-SITE          PIC X(05).

001490 77  GOBS-CERT-HIST-READ         PIC 9(07) COMP VALUE 0.
001500 77  GOBS-CERT-NOT-ON-MST        PIC 9(07) COMP VALUE 0.
001510 77  GOBS-CERT-UNAUTH-NOT-ON     PIC 9(07) COMP VALUE 0.
001520 77  GOBS-CERT-FLAG-COUNT        PIC 9(05) COMP VALUE 0.
001530 77  GOBS-CERT-CARD-COUNT        PIC 9(05) COMP VALUE 0.
001540 77  GOBS-CERT-NO-CARD-COUNT     PIC 9(05) COMP VALUE 0.

001550 01  GOBS-CERT-STATUS-TEXT       PIC X(07).
001560 01  GOBS-CERT-LAST-TEXT         PIC X(08).
001570 01  GOBS-CERT-FLAG-TEXT         PIC X(50).
001580 01  GOBS-CERT-COUNT-DISPLAY     PIC Z(06)9.
001590 01  GOBS-CERT-SMALL-DISPLAY     PIC Z(04)9.
001600 01  GOBS-CERT-HOLD-TEXT         PIC X(60).

001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF GOBS-CERT-HELD
001650         GO TO 0000-GOBACK
001660     END-IF.
001670     PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT.
001680     IF GOBS-CERT-HELD
001690         GO TO 0000-GOBACK
001700     END-IF.
001710     PERFORM 3000-READ-THE-HISTORY THRU 3000-EXIT.
001720     IF GOBS-CERT-HELD
001730         GO TO 0000-GOBACK
001740     END-IF.
001750     PERFORM 4000-LIST-THE-OPERATORS THRU 4000-EXIT.
001760     PERFORM 5000-CUT-REVOKE-CARDS THRU 5000-EXIT.
001770 0000-GOBACK.
001780     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
001790     CLOSE GOBSCRTR-FILE.
001800     GOBACK.
001810 0000-EXIT.
001820     EXIT.

001830 1000-INITIALIZE.
001840     MOVE 0 TO RETURN-CODE.
001850     ACCEPT GOBS-CERT-RUN-DATE-N FROM DATE YYYYMMDD.
001860     MOVE 0 TO GOBS-CERT-FROM-DATE-N.
001870     MOVE 0 TO GOBS-CERT-TO-DATE-N.
001880     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001890     IF GOBS-CERT-FROM-DATE-N = 0
001900         PERFORM 1200-LAST-QUARTER THRU 1200-EXIT
001910     END-IF.
001920     OPEN OUTPUT GOBSCRTR-FILE.
001930     MOVE SPACES TO GOBS-RPT-LINE.
001940     STRING "OPERATOR ACCESS RECERTIFICATION  PERIOD: "
001950                DELIMITED BY SIZE
001960            GOBS-CERT-FROM-DATE-N DELIMITED BY SIZE
001970            " TO " DELIMITED BY SIZE
001980            GOBS-CERT-TO-DATE-N DELIMITED BY SIZE
001990         INTO GOBS-RPT-LINE.
002000     WRITE GOBS-RPT-LINE.
002010     MOVE SPACES TO GOBS-RPT-LINE.
002020     STRING "RUN DATE: " DELIMITED BY SIZE
002030            GOBS-CERT-RUN-DATE-N DELIMITED BY SIZE
002040         INTO GOBS-RPT-LINE.
002050     WRITE GOBS-RPT-LINE.
002060     MOVE SPACES TO GOBS-RPT-LINE.
002070     WRITE GOBS-RPT-LINE.
002080     IF GOBS-CERT-FROM-DATE-N > GOBS-CERT-TO-DATE-N
002090         MOVE "GOBSCPRM FROM-DATE IS AFTER TO-DATE - NOT RUN"
002100             TO GOBS-CERT-HOLD-TEXT
002110         PERFORM 8000-HOLD-THE-REPORT THRU 8000-EXIT
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.

002150*---------------------------------------------------------------*
002160*  A FROM-DATE WITH NO TO-DATE RUNS TO TODAY.  NO CARD, AN      *
002170*  EMPTY ONE, OR NO FROM-DATE LEAVES THE DEFAULT QUARTER.       *
002180*---------------------------------------------------------------*
002190 1100-READ-PARM.
002200     OPEN INPUT GOBSCPRM-FILE.
002210     IF GOBS-CERT-PRM-STAT NOT = "00"
002220         GO TO 1100-EXIT
002230     END-IF.
002240     READ GOBSCPRM-FILE
002250         AT END
002260             CLOSE GOBSCPRM-FILE
002270             GO TO 1100-EXIT
002280     END-READ.
002290     CLOSE GOBSCPRM-FILE.
002300     IF CP-FROM-DATE NOT NUMERIC OR CP-FROM-DATE = 0
002310         GO TO 1100-EXIT
002320     END-IF.
002330     MOVE CP-FROM-DATE TO GOBS-CERT-FROM-DATE-N.
002340     IF CP-TO-DATE NOT NUMERIC OR CP-TO-DATE = 0
002350         MOVE GOBS-CERT-RUN-DATE-N TO GOBS-CERT-TO-DATE-N
002360     ELSE
002370         MOVE CP-TO-DATE TO GOBS-CERT-TO-DATE-N
002380     END-IF.
002390 1100-EXIT.
002400     EXIT.

002410*---------------------------------------------------------------*
002420*  THE LAST COMPLETE CALENDAR QUARTER BEFORE THE ONE TODAY      *
002430*  FALLS IN.  A QUARTER ENDS ON THE 31ST IN MARCH AND DECEMBER  *
002440*  AND ON THE 30TH IN JUNE AND SEPTEMBER.                       *
002450*---------------------------------------------------------------*
002460 1200-LAST-QUARTER.
002470     COMPUTE GOBS-CERT-QTR-MONTH = GOBS-CERT-RUN-MONTH - 1.
002473     DIVIDE GOBS-CERT-QTR-MONTH BY 3
002476         GIVING GOBS-CERT-QTR-QUOT REMAINDER GOBS-CERT-QTR-REM.
002480     COMPUTE GOBS-CERT-QTR-MONTH = GOBS-CERT-QTR-QUOT * 3 + 1.
002490     MOVE GOBS-CERT-RUN-YEAR TO GOBS-CERT-FROM-YEAR.
002500     IF GOBS-CERT-QTR-MONTH = 1
002510         MOVE 10 TO GOBS-CERT-FROM-MONTH
002520         SUBTRACT 1 FROM GOBS-CERT-FROM-YEAR
002530     ELSE
002540         COMPUTE GOBS-CERT-FROM-MONTH = GOBS-CERT-QTR-MONTH - 3
002550     END-IF.
002560     MOVE 1 TO GOBS-CERT-FROM-DAY.
002570     MOVE GOBS-CERT-FROM-YEAR TO GOBS-CERT-TO-YEAR.
002580     COMPUTE GOBS-CERT-TO-MONTH = GOBS-CERT-FROM-MONTH + 2.
002590     IF GOBS-CERT-TO-MONTH = 3 OR GOBS-CERT-TO-MONTH = 12
002600         MOVE 31 TO GOBS-CERT-TO-DAY
002610     ELSE
002620         MOVE 30 TO GOBS-CERT-TO-DAY
002630     END-IF.
002640 1200-EXIT.
002650     EXIT.

002660*---------------------------------------------------------------*
002670*  LOAD EVERY OPERATOR ON THE MASTER, IN ID ORDER, WITH THEIR   *
002680*  AUTHORIZED SITES IN THE FIRST SITE SLOTS.                    *
002690*---------------------------------------------------------------*
002700 2000-LOAD-OPERATORS.
002710     INITIALIZE GOBS-CERT-OPER-TABLE.
002720     OPEN INPUT GOBSOMST-FILE.
002730     IF GOBS-CERT-OMST-STAT NOT = "00"
002740         MOVE "GOBSOMST OPEN FAILED - REPORT NOT RUN"
002750             TO GOBS-CERT-HOLD-TEXT
002760         PERFORM 8000-HOLD-THE-REPORT THRU 8000-EXIT
002770         GO TO 2000-EXIT
002780     END-IF.
002790     MOVE "N" TO GOBS-CERT-EOF-SW.
002800     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
002810         UNTIL GOBS-CERT-EOF OR GOBS-CERT-HELD.
002820     CLOSE GOBSOMST-FILE.
002830 2000-EXIT.
002840     EXIT.

002850 2100-LOAD-ONE-OPERATOR.
002860     READ GOBSOMST-FILE NEXT RECORD
002870         AT END
002880             SET GOBS-CERT-EOF TO TRUE
002890             GO TO 2100-EXIT
002900     END-READ.
002910     IF GOBS-CERT-OMST-STAT NOT = "00"
002920         SET GOBS-CERT-EOF TO TRUE
002930         GO TO 2100-EXIT
002940     END-IF.
002950     IF GOBS-CERT-OPER-COUNT NOT < GOBS-CERT-OPER-MAX
002960         MOVE "OPERATORS EXCEED 500 - REPORT NOT RUN"
002970             TO GOBS-CERT-HOLD-TEXT
002980         PERFORM 8000-HOLD-THE-REPORT THRU 8000-EXIT
002990         GO TO 2100-EXIT
003000     END-IF.
003010     ADD 1 TO GOBS-CERT-OPER-COUNT.
003020     SET GOBS-CERT-OPER-IDX TO GOBS-CERT-OPER-COUNT.
003030     MOVE OM-OPER-ID TO GOBS-CERT-OPER-ID(GOBS-CERT-OPER-IDX).
003040     MOVE OM-STATUS-SW
003050         TO GOBS-CERT-OPER-STATUS(GOBS-CERT-OPER-IDX).
003060     MOVE OM-AUTH-LEVEL
003070         TO GOBS-CERT-OPER-LEVEL(GOBS-CERT-OPER-IDX).
003080     MOVE OM-SITE-LIST
003090         TO GOBS-CERT-OPER-SITES(GOBS-CERT-OPER-IDX).
003100     PERFORM 2200-LOAD-ONE-AUTH-SITE THRU 2200-EXIT
003110         VARYING GOBS-CERT-SITE-SUB FROM 1 BY 1
003120         UNTIL GOBS-CERT-SITE-SUB > 5.
003130 2100-EXIT.
003140     EXIT.

003150 2200-LOAD-ONE-AUTH-SITE.
003160     IF OM-AUTH-SITE(GOBS-CERT-SITE-SUB) = SPACES
003170         GO TO 2200-EXIT
003180     END-IF.
003190     MOVE OM-AUTH-SITE(GOBS-CERT-SITE-SUB) TO GOBS-CERT-ADD-SITE.
003200     PERFORM 8100-FIND-SLOT THRU 8100-EXIT.
003210 2200-EXIT.
003220     EXIT.

003230*---------------------------------------------------------------*
003240*  READ THE HISTORY MASTER FROM THE BEGINNING TO THE END OF THE *
003250*  PERIOD.  ONLY A VALIDATED ANSWER COUNTS AS AN ANSWER; A      *
003260*  DEFAULT IS NOBODY ANSWERING.  THE GATE AUDITS THE ID AS      *
003270*  KEYED, SO IT IS FOLDED TO UPPER CASE TO MATCH THE MASTER.    *
003280*---------------------------------------------------------------*
003290 3000-READ-THE-HISTORY.
003300     OPEN INPUT GOBSHMST-FILE.
003310     IF GOBS-CERT-HMST-STAT NOT = "00"
003320         MOVE "GOBSHMST OPEN FAILED - REPORT NOT RUN"
003330             TO GOBS-CERT-HOLD-TEXT
003340         PERFORM 8000-HOLD-THE-REPORT THRU 8000-EXIT
003350         GO TO 3000-EXIT
003360     END-IF.
003370     MOVE "N" TO GOBS-CERT-EOF-SW.
003380     PERFORM 3100-READ-ONE-HIST-REC THRU 3100-EXIT
003390         UNTIL GOBS-CERT-EOF.
003400     CLOSE GOBSHMST-FILE.
003410 3000-EXIT.
003420     EXIT.

003430 3100-READ-ONE-HIST-REC.
003440     READ GOBSHMST-FILE NEXT RECORD
003450         AT END
003460             SET GOBS-CERT-EOF TO TRUE
003470             GO TO 3100-EXIT
003480     END-READ.
003490     IF GOBS-CERT-HMST-STAT NOT = "00"
003500        OR GH-RUN-DATE > GOBS-CERT-TO-DATE-N
003510         SET GOBS-CERT-EOF TO TRUE
003520         GO TO 3100-EXIT
003530     END-IF.
003540     ADD 1 TO GOBS-CERT-HIST-READ.
003550     MOVE GH-TERMINAL-ID TO GOBS-CERT-HIST-OPER.
003560     INSPECT GOBS-CERT-HIST-OPER CONVERTING
003570             "abcdefghijklmnopqrstuvwxyz"
003580          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003590     SET GOBS-CERT-OPER-IDX TO 1.
003600     SEARCH GOBS-CERT-OPER-ENTRY VARYING GOBS-CERT-OPER-IDX
003610         AT END
003620             ADD 1 TO GOBS-CERT-NOT-ON-MST
003630             IF GH-UNAUTHORIZED
003640                AND GH-RUN-DATE NOT < GOBS-CERT-FROM-DATE-N
003650                 ADD 1 TO GOBS-CERT-UNAUTH-NOT-ON
003660             END-IF
003670             GO TO 3100-EXIT
003680         WHEN GOBS-CERT-OPER-ID(GOBS-CERT-OPER-IDX)
003690                 = GOBS-CERT-HIST-OPER
003700             CONTINUE
003710     END-SEARCH.
003720     IF GH-UNAUTHORIZED
003730         IF GH-RUN-DATE NOT < GOBS-CERT-FROM-DATE-N
003740             ADD 1 TO GOBS-CERT-OPER-UNAUTH(GOBS-CERT-OPER-IDX)
003750         END-IF
003760         GO TO 3100-EXIT
003770     END-IF.
003780     IF NOT GH-VALIDATED
003790         GO TO 3100-EXIT
003800     END-IF.
003810     IF GH-SEAT-SECOND
003820         ADD 1 TO GOBS-CERT-OPER-SECOND(GOBS-CERT-OPER-IDX)
003830     END-IF.
003840     MOVE GH-SITE-ID TO GOBS-CERT-ADD-SITE.
003850     PERFORM 8100-FIND-SLOT THRU 8100-EXIT.
003860     IF GH-RUN-DATE NOT < GOBS-CERT-FROM-DATE-N
003870         ADD 1 TO GOBS-CERT-OPER-ANSWERS(GOBS-CERT-OPER-IDX)
003880     END-IF.
003890     IF GOBS-CERT-SLOT-IDX > 8
003900         GO TO 3100-EXIT
003910     END-IF.
003920     IF GH-RUN-DATE
003930             > GOBS-CERT-SLOT-LAST(GOBS-CERT-OPER-IDX,
003940                                   GOBS-CERT-SLOT-IDX)
003950         MOVE GH-RUN-DATE
003960             TO GOBS-CERT-SLOT-LAST(GOBS-CERT-OPER-IDX,
003970                                    GOBS-CERT-SLOT-IDX)
003980     END-IF.
003990     IF GH-RUN-DATE NOT < GOBS-CERT-FROM-DATE-N
004000         ADD 1 TO GOBS-CERT-SLOT-COUNT(GOBS-CERT-OPER-IDX,
004010                                       GOBS-CERT-SLOT-IDX)
004020     END-IF.
004030 3100-EXIT.
004040     EXIT.

004050*---------------------------------------------------------------*
004060*  ONE BLOCK PER OPERATOR: THE MASTER LINE, ONE LINE PER SITE,  *
004070*  THEN ANY FLAGS.                                              *
004080*---------------------------------------------------------------*
004090 4000-LIST-THE-OPERATORS.
004100     MOVE SPACES TO GOBS-RPT-LINE.
004110     STRING "OPERATOR STATUS   LEVEL AUTHORIZED SITES"
004120                DELIMITED BY SIZE
004130         INTO GOBS-RPT-LINE.
004140     WRITE GOBS-RPT-LINE.
004150     MOVE SPACES TO GOBS-RPT-LINE.
004160     STRING "           SITE  LAST ANSWER  ANSWERS IN PERIOD"
004170                DELIMITED BY SIZE
004180         INTO GOBS-RPT-LINE.
004190     WRITE GOBS-RPT-LINE.
004200     MOVE SPACES TO GOBS-RPT-LINE.
004210     WRITE GOBS-RPT-LINE.
004220     PERFORM 4100-LIST-ONE-OPERATOR THRU 4100-EXIT
004230         VARYING GOBS-CERT-OPER-IDX FROM 1 BY 1
004240         UNTIL GOBS-CERT-OPER-IDX > GOBS-CERT-OPER-COUNT.
004250 4000-EXIT.
004260     EXIT.

004270 4100-LIST-ONE-OPERATOR.
004280     IF GOBS-CERT-OPER-ACTIVE(GOBS-CERT-OPER-IDX)
004290         MOVE "ACTIVE " TO GOBS-CERT-STATUS-TEXT
004300     ELSE
004310         MOVE "REVOKED" TO GOBS-CERT-STATUS-TEXT
004320     END-IF.
004330     MOVE SPACES TO GOBS-RPT-LINE.
004340     STRING GOBS-CERT-OPER-ID(GOBS-CERT-OPER-IDX)
004350                DELIMITED BY SIZE
004360            " " DELIMITED BY SIZE
004370            GOBS-CERT-STATUS-TEXT DELIMITED BY SIZE
004380            "   " DELIMITED BY SIZE
004390            GOBS-CERT-OPER-LEVEL(GOBS-CERT-OPER-IDX)
004400                DELIMITED BY SIZE
004410            "    " DELIMITED BY SIZE
004420            GOBS-CERT-OPER-SITES(GOBS-CERT-OPER-IDX)
004430                DELIMITED BY SIZE
004440         INTO GOBS-RPT-LINE.
004450     WRITE GOBS-RPT-LINE.
004460     PERFORM 4200-LIST-ONE-SLOT THRU 4200-EXIT
004470         VARYING GOBS-CERT-SLOT-IDX FROM 1 BY 1
004480         UNTIL GOBS-CERT-SLOT-IDX > 8.
004490     MOVE "N" TO GOBS-CERT-FLAGGED-SW.
004500     IF GOBS-CERT-OPER-ACTIVE(GOBS-CERT-OPER-IDX)
004510        AND GOBS-CERT-OPER-ANSWERS(GOBS-CERT-OPER-IDX) = 0
004520         SET GOBS-CERT-FLAGGED TO TRUE
004530         MOVE "ACTIVE - NO GATE ANSWERS IN PERIOD"
004540             TO GOBS-CERT-FLAG-TEXT
004550         PERFORM 4300-WRITE-FLAG THRU 4300-EXIT
004560     END-IF.
004570     IF GOBS-CERT-OPER-ACTIVE(GOBS-CERT-OPER-IDX)
004580        AND GOBS-CERT-OPER-LEVEL-N(GOBS-CERT-OPER-IDX) NUMERIC
004590        AND GOBS-CERT-OPER-LEVEL-N(GOBS-CERT-OPER-IDX) > 1
004600        AND GOBS-CERT-OPER-SECOND(GOBS-CERT-OPER-IDX) = 0
004610         SET GOBS-CERT-FLAGGED TO TRUE
004620         MOVE "LEVEL 2 - NEVER ACTED AS SECOND OPERATOR"
004630             TO GOBS-CERT-FLAG-TEXT
004640         PERFORM 4300-WRITE-FLAG THRU 4300-EXIT
004650     END-IF.
004660     IF GOBS-CERT-OPER-UNAUTH(GOBS-CERT-OPER-IDX) > 0
004670         SET GOBS-CERT-FLAGGED TO TRUE
004680         MOVE GOBS-CERT-OPER-UNAUTH(GOBS-CERT-OPER-IDX)
004690             TO GOBS-CERT-SMALL-DISPLAY
004700         MOVE SPACES TO GOBS-CERT-FLAG-TEXT
004710         STRING GOBS-CERT-SMALL-DISPLAY DELIMITED BY SIZE
004720                " UNAUTHORIZED (U) ATTEMPTS UNDER THIS ID"
004730                    DELIMITED BY SIZE
004740             INTO GOBS-CERT-FLAG-TEXT
004750         PERFORM 4300-WRITE-FLAG THRU 4300-EXIT
004760     END-IF.
004770     IF GOBS-CERT-FLAGGED
004780         ADD 1 TO GOBS-CERT-FLAG-COUNT
004790     END-IF.
004800     MOVE SPACES TO GOBS-RPT-LINE.
004810     WRITE GOBS-RPT-LINE.
004820 4100-EXIT.
004830     EXIT.

004840 4200-LIST-ONE-SLOT.
004850     IF GOBS-CERT-SLOT-SITE(GOBS-CERT-OPER-IDX,
004860                            GOBS-CERT-SLOT-IDX) = SPACES
004870         GO TO 4200-EXIT
004880     END-IF.
004890     IF GOBS-CERT-SLOT-LAST(GOBS-CERT-OPER-IDX,
004900                            GOBS-CERT-SLOT-IDX) = 0
004910         MOVE "NEVER" TO GOBS-CERT-LAST-TEXT
004920     ELSE
004930         MOVE GOBS-CERT-SLOT-LAST(GOBS-CERT-OPER-IDX,
004940                                  GOBS-CERT-SLOT-IDX)
004950             TO GOBS-CERT-LAST-TEXT
004960     END-IF.
004970     MOVE GOBS-CERT-SLOT-COUNT(GOBS-CERT-OPER-IDX,
004980                               GOBS-CERT-SLOT-IDX)
004990         TO GOBS-CERT-SMALL-DISPLAY.
005000     MOVE SPACES TO GOBS-RPT-LINE.
005010     STRING "           " DELIMITED BY SIZE
005020            GOBS-CERT-SLOT-SITE(GOBS-CERT-OPER-IDX,
005030                                GOBS-CERT-SLOT-IDX)
005040                DELIMITED BY SIZE
005050            "  " DELIMITED BY SIZE
005060            GOBS-CERT-LAST-TEXT DELIMITED BY SIZE
005070            "     " DELIMITED BY SIZE
005080            GOBS-CERT-SMALL-DISPLAY DELIMITED BY SIZE
005090         INTO GOBS-RPT-LINE.
005100     WRITE GOBS-RPT-LINE.
005110 4200-EXIT.
005120     EXIT.

005130 4300-WRITE-FLAG.
005140     MOVE SPACES TO GOBS-RPT-LINE.
005150     STRING "           ** " DELIMITED BY SIZE
005160            GOBS-CERT-FLAG-TEXT DELIMITED BY SIZE
005170         INTO GOBS-RPT-LINE.
005180     WRITE GOBS-RPT-LINE.
005190 4300-EXIT.
005200     EXIT.

005210*---------------------------------------------------------------*
005220*  ONE R CARD PER SIGNED-OFF ID THAT IS STILL ACTIVE.  AN ID    *
005230*  NOT ON THE MASTER OR ALREADY REVOKED IS LISTED WITH NO CARD. *
005240*---------------------------------------------------------------*
005250 5000-CUT-REVOKE-CARDS.
005260     OPEN INPUT GOBSCSGN-FILE.
005270     IF GOBS-CERT-SGN-STAT NOT = "00"
005280         MOVE "NO GOBSCSGN SIGN-OFF FILE - NO REVOKE DECK CUT"
005290             TO GOBS-RPT-LINE
005300         WRITE GOBS-RPT-LINE
005310         GO TO 5000-EXIT
005320     END-IF.
005330     OPEN OUTPUT GOBSCTRN-FILE.
005340     MOVE "REVOKE CARDS FROM MANAGEMENT SIGN-OFF:"
005350         TO GOBS-RPT-LINE.
005360     WRITE GOBS-RPT-LINE.
005370     MOVE "N" TO GOBS-CERT-EOF-SW.
005380     PERFORM 5100-CUT-ONE-CARD THRU 5100-EXIT
005390         UNTIL GOBS-CERT-EOF.
005400     CLOSE GOBSCSGN-FILE.
005410     CLOSE GOBSCTRN-FILE.
005420     MOVE SPACES TO GOBS-RPT-LINE.
005430     WRITE GOBS-RPT-LINE.
005440 5000-EXIT.
005450     EXIT.

005460 5100-CUT-ONE-CARD.
005470     READ GOBSCSGN-FILE
005480         AT END
005490             SET GOBS-CERT-EOF TO TRUE
005500             GO TO 5100-EXIT
005510     END-READ.
005520     IF CS-OPER-ID = SPACES
005530         GO TO 5100-EXIT
005540     END-IF.
005550     INSPECT CS-OPER-ID CONVERTING
005560             "abcdefghijklmnopqrstuvwxyz"
005570          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005580     MOVE SPACES TO GOBS-RPT-LINE.
005590     SET GOBS-CERT-OPER-IDX TO 1.
005600     SEARCH GOBS-CERT-OPER-ENTRY VARYING GOBS-CERT-OPER-IDX
005610         AT END
005620             ADD 1 TO GOBS-CERT-NO-CARD-COUNT
005630             STRING "  " DELIMITED BY SIZE
005640                    CS-OPER-ID DELIMITED BY SIZE
005650                    " NOT ON GOBSOMST - NO CARD" DELIMITED BY SIZE
005660                 INTO GOBS-RPT-LINE
005670             WRITE GOBS-RPT-LINE
005680             GO TO 5100-EXIT
005690         WHEN GOBS-CERT-OPER-ID(GOBS-CERT-OPER-IDX) = CS-OPER-ID
005700             CONTINUE
005710     END-SEARCH.
005720     IF NOT GOBS-CERT-OPER-ACTIVE(GOBS-CERT-OPER-IDX)
005730         ADD 1 TO GOBS-CERT-NO-CARD-COUNT
005740         STRING "  " DELIMITED BY SIZE
005750                CS-OPER-ID DELIMITED BY SIZE
005760                " ALREADY REVOKED - NO CARD" DELIMITED BY SIZE
005770             INTO GOBS-RPT-LINE
005780         WRITE GOBS-RPT-LINE
005790         GO TO 5100-EXIT
005800     END-IF.
005810     MOVE SPACES TO GOBS-OTRN-RECORD.
005820     SET OT-ACTION-REVOKE TO TRUE.
005830     MOVE CS-OPER-ID TO OT-OPER-ID.
005840     WRITE GOBS-OTRN-RECORD.
005850     ADD 1 TO GOBS-CERT-CARD-COUNT.
005860     STRING "  " DELIMITED BY SIZE
005870            CS-OPER-ID DELIMITED BY SIZE
005880            " R CARD WRITTEN TO GOBSCTRN" DELIMITED BY SIZE
005890         INTO GOBS-RPT-LINE.
005900     WRITE GOBS-RPT-LINE.
005910 5100-EXIT.
005920     EXIT.

005930 6000-WRITE-TRAILER.
005940     MOVE GOBS-CERT-OPER-COUNT TO GOBS-CERT-COUNT-DISPLAY.
005950     MOVE SPACES TO GOBS-RPT-LINE.
005960     STRING "OPERATORS ON GOBSOMST:     " DELIMITED BY SIZE
005970            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
005980         INTO GOBS-RPT-LINE.
005990     WRITE GOBS-RPT-LINE.
006000     MOVE GOBS-CERT-FLAG-COUNT TO GOBS-CERT-COUNT-DISPLAY.
006010     MOVE SPACES TO GOBS-RPT-LINE.
006020     STRING "OPERATORS FLAGGED:         " DELIMITED BY SIZE
006030            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006040         INTO GOBS-RPT-LINE.
006050     WRITE GOBS-RPT-LINE.
006060     MOVE GOBS-CERT-HIST-READ TO GOBS-CERT-COUNT-DISPLAY.
006070     MOVE SPACES TO GOBS-RPT-LINE.
006080     STRING "GOBSHMST RECORDS READ:     " DELIMITED BY SIZE
006090            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006100         INTO GOBS-RPT-LINE.
006110     WRITE GOBS-RPT-LINE.
006120     MOVE GOBS-CERT-NOT-ON-MST TO GOBS-CERT-COUNT-DISPLAY.
006130     MOVE SPACES TO GOBS-RPT-LINE.
006140     STRING "  UNDER IDS NOT ON MASTER: " DELIMITED BY SIZE
006150            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006160         INTO GOBS-RPT-LINE.
006170     WRITE GOBS-RPT-LINE.
006180     MOVE GOBS-CERT-UNAUTH-NOT-ON TO GOBS-CERT-COUNT-DISPLAY.
006190     MOVE SPACES TO GOBS-RPT-LINE.
006200     STRING "  OF THEM U IN PERIOD:     " DELIMITED BY SIZE
006210            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006220         INTO GOBS-RPT-LINE.
006230     WRITE GOBS-RPT-LINE.
006240     MOVE GOBS-CERT-CARD-COUNT TO GOBS-CERT-COUNT-DISPLAY.
006250     MOVE SPACES TO GOBS-RPT-LINE.
006260     STRING "REVOKE CARDS WRITTEN:      " DELIMITED BY SIZE
006270            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006280         INTO GOBS-RPT-LINE.
006290     WRITE GOBS-RPT-LINE.
006300     MOVE GOBS-CERT-NO-CARD-COUNT TO GOBS-CERT-COUNT-DISPLAY.
006310     MOVE SPACES TO GOBS-RPT-LINE.
006320     STRING "SIGN-OFFS WITH NO CARD:    " DELIMITED BY SIZE
006330            GOBS-CERT-COUNT-DISPLAY DELIMITED BY SIZE
006340         INTO GOBS-RPT-LINE.
006350     WRITE GOBS-RPT-LINE.
006360     IF GOBS-CERT-HELD
006370         MOVE "*** RECERTIFICATION REPORT NOT RUN ***"
006380             TO GOBS-RPT-LINE
006390         WRITE GOBS-RPT-LINE
006400         GO TO 6000-EXIT
006410     END-IF.
006420     MOVE SPACES TO GOBS-RPT-LINE.
006430     WRITE GOBS-RPT-LINE.
006440     MOVE "PREPARED BY: GOBSCERT" TO GOBS-RPT-LINE.
006450     WRITE GOBS-RPT-LINE.
006460     MOVE "REVIEWED BY: ____________________  DATE: ________"
006470         TO GOBS-RPT-LINE.
006480     WRITE GOBS-RPT-LINE.
006490     MOVE "APPROVED BY: ____________________  DATE: ________"
006500         TO GOBS-RPT-LINE.
006510     WRITE GOBS-RPT-LINE.
006520 6000-EXIT.
006530     EXIT.

006540*---------------------------------------------------------------*
006550*  NOT RUN: NAME THE REASON AND SET THE HELD RETURN CODE.       *
006560*---------------------------------------------------------------*
006570 8000-HOLD-THE-REPORT.
006580     SET GOBS-CERT-HELD TO TRUE.
006590     MOVE 12 TO RETURN-CODE.
006600     MOVE SPACES TO GOBS-RPT-LINE.
006610     STRING "HELD: " DELIMITED BY SIZE
006620            GOBS-CERT-HOLD-TEXT DELIMITED BY SIZE
006630         INTO GOBS-RPT-LINE.
006640     WRITE GOBS-RPT-LINE.
006650     DISPLAY "GOBSCERT0001 " GOBS-CERT-HOLD-TEXT.
006660 8000-EXIT.
006670     EXIT.

006680*---------------------------------------------------------------*
006690*  FIND THE OPERATOR'S SLOT FOR A SITE, TAKING THE FIRST FREE   *
006700*  ONE IF THE SITE HAS NONE.  THE SLOT INDEX IS LEFT PAST 8     *
006710*  WHEN EVERY SLOT IS IN USE BY ANOTHER SITE.                   *
006720*---------------------------------------------------------------*
006730 8100-FIND-SLOT.
006740     SET GOBS-CERT-SLOT-IDX TO 1.
006750     SEARCH GOBS-CERT-SLOT VARYING GOBS-CERT-SLOT-IDX
006760         AT END
006770             SET GOBS-CERT-SLOT-IDX TO 8
006780             SET GOBS-CERT-SLOT-IDX UP BY 1
006790         WHEN GOBS-CERT-SLOT-SITE(GOBS-CERT-OPER-IDX,
006800                                  GOBS-CERT-SLOT-IDX)
006810                 = GOBS-CERT-ADD-SITE
006820             CONTINUE
006830         WHEN GOBS-CERT-SLOT-SITE(GOBS-CERT-OPER-IDX,
006840                                  GOBS-CERT-SLOT-IDX) = SPACES
006850             MOVE GOBS-CERT-ADD-SITE
006860                 TO GOBS-CERT-SLOT-SITE(GOBS-CERT-OPER-IDX,
006870                                        GOBS-CERT-SLOT-IDX)
006880     END-SEARCH.
006890 8100-EXIT.
006900     EXIT.
