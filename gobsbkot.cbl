000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSBKOT.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSBKOT BACKS OUT ONE GOBSAPLY RUN - A WRONG DECK THAT HAS  *
000090*  ALREADY BEEN APPLIED - FROM THE GOBSAPLJ.SITE APPLY JOURNAL. *
000100*  THE GOBSBPRM PARM CARD NAMES THE SITE AND THE APPLY DATE OF  *
000110*  THE RUN.  THE RUN'S JOURNAL ENTRIES ARE LOADED AND REVERSED  *
000120*  LAST TO FIRST: EACH ACCOUNT'S CURRENT GOBSAMST BALANCE MUST  *
000130*  STILL BE EXACTLY WHAT THE APPLY LEFT IT, OR NOTHING ON THAT  *
000140*  ACCOUNT IS TOUCHED AND A CRITICAL GOBSALRT NAMES IT.  EVERY  *
000150*  REVERSAL IS JOURNALED AS A TYPE R ENTRY BEFORE THE MASTER IS *
000160*  REWRITTEN, THE SAME DISCIPLINE GOBSAPLY KEEPS, AND THE       *
000170*  CARD'S GOBSDUPH ENTRY IS DELETED SO THE CORRECTED DECK IS    *
000180*  NOT REJECTED AS A DUPLICATE.  A RETURNED (TYPE N) ENTRY      *
000190*  NEVER MOVED A BALANCE; IT GETS ITS R ENTRY AND ITS GOBSDUPH  *
000200*  ENTRY IS CLEARED, BUT THE MASTER IS NOT REWRITTEN.           *
000210*                                                                *
000220*  THE R ENTRIES ALREADY ON THE JOURNAL MAKE A RE-RUN SAFE: AN  *
000230*  ENTRY ALREADY REVERSED IS NOT REVERSED AGAIN, AND THE LAST   *
000240*  REVERSAL OF A CANCELLED BACKOUT IS RE-PROVED AGAINST THE     *
000250*  MASTER AND ITS REWRITE REDONE IF IT NEVER LANDED.            *
000260*                                                                *
000270*  THE GOBSBKOR.SITE LISTING SHOWS EVERY BALANCE CHANGED, OLD   *
000280*  AND NEW, WITH CONTROL COUNTS AND A SIGN-OFF BLOCK FOR THE    *
000290*  REVIEWER AND APPROVER.  RETURN CODE 0 IS A CLEAN BACKOUT, 8  *
000300*  MEANS AN ACCOUNT COULD NOT BE REVERSED (OR THE RUN WAS NOT   *
000310*  FOUND), 12 MEANS THE BACKOUT WAS HELD.                       *
000320*--------------------------------------------------------------*
000330*  MODIFICATION HISTORY
000340*  ---------- ---- -------------------------------------------
000350*  DATE       BY   DESCRIPTION
000360*  ---------- ---- -------------------------------------------
000370*  10/15/2026 JH   ORIGINAL PROGRAM.
000375*  10/15/2026 JH   A FAILED MASTER REWRITE ON A RESTART REDO NOW
000377*                  HOLDS THE BACKOUT.
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT GOBSBPRM-FILE     ASSIGN TO "GOBSBPRM"
000430                              ORGANIZATION LINE SEQUENTIAL
000440                              FILE STATUS IS GOBS-BKOT-PRM-STAT.

000450     SELECT GOBSJRNL-FILE
000460                          ASSIGN TO DYNAMIC GOBS-BKOT-JRNL-FN
000470                              ORGANIZATION LINE SEQUENTIAL
000480                              FILE STATUS IS GOBS-BKOT-JRNL-STAT.

000490     SELECT GOBSBKOR-FILE
000500                          ASSIGN TO DYNAMIC GOBS-BKOT-LST-FN
000510                              ORGANIZATION LINE SEQUENTIAL
000520                              FILE STATUS IS GOBS-BKOT-LST-STAT.

000530     SELECT GOBSAMST-FILE     ASSIGN TO "GOBSAMST"
000540                              ORGANIZATION IS INDEXED
000550                              ACCESS MODE IS DYNAMIC
000560                              RECORD KEY IS AM-KEY
000570                              FILE STATUS IS GOBS-BKOT-MST-STAT.

000580     SELECT GOBSDUPH-FILE     ASSIGN TO "GOBSDUPH"
000590                              ORGANIZATION IS INDEXED
000600                              ACCESS MODE IS DYNAMIC
000610                              RECORD KEY IS DU-KEY
000620                              FILE STATUS IS GOBS-BKOT-DUPH-STAT.

000630     SELECT GOBSALRT-FILE     ASSIGN TO "GOBSALRT"
000640                              ORGANIZATION LINE SEQUENTIAL
000650                              FILE STATUS IS GOBS-BKOT-ALR-STAT.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  GOBSBPRM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  GOBS-BKOT-PARM-RECORD.
000710     05  BP-SITE-ID              PIC X(05).
000720     05  BP-APPLY-DATE           PIC 9(08).
000730     05  BP-REQUESTED-BY         PIC X(08).
000740     05  FILLER                  PIC X(59).

000750 FD  GOBSJRNL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "gobsjrec.cpy".

000780 FD  GOBSBKOR-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "gobsrpt.cpy".

000810 FD  GOBSAMST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "gobsmrec.cpy".

000840 FD  GOBSDUPH-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "gobsdrec.cpy".

000870 FD  GOBSALRT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY "gobsarec.cpy".

000900 WORKING-STORAGE SECTION.
000910 01  GOBS-BKOT-FILE-STATUSES.
000920     05  GOBS-BKOT-PRM-STAT      PIC X(02).
000930     05  GOBS-BKOT-JRNL-STAT     PIC X(02).
000940     05  GOBS-BKOT-LST-STAT      PIC X(02).
000950     05  GOBS-BKOT-MST-STAT      PIC X(02).
000960     05  GOBS-BKOT-DUPH-STAT     PIC X(02).
000970     05  GOBS-BKOT-ALR-STAT      PIC X(02).

000980 COPY "gobsmsg.cpy".

000990 01  GOBS-BKOT-SITE-ID           PIC X(05).
001000 01  GOBS-BKOT-APPLY-DATE        PIC 9(08) VALUE 0.
001010 01  GOBS-BKOT-REQUESTED-BY      PIC X(08) VALUE SPACES.
001020 01  GOBS-BKOT-RUN-DATE          PIC 9(08).
001030 01  GOBS-BKOT-TIME-RAW          PIC 9(08).

001040*SITE-QUALIFIED FILE NAMES, BUILT ONCE THE PARM CARD HAS NAMED
001050*    THE SITE.
001060 01  GOBS-BKOT-JRNL-FN           PIC X(14).
001070 01  GOBS-BKOT-LST-FN            PIC X(14).

001080 01  GOBS-BKOT-EOF-SW            PIC X(01).
001090     88  GOBS-BKOT-EOF               VALUE "Y".

001100 01  GOBS-BKOT-HELD-SW           PIC X(01) VALUE "N".
001110     88  GOBS-BKOT-HELD              VALUE "Y".

001120 01  GOBS-BKOT-DUPH-OPEN-SW      PIC X(01) VALUE "N".
001130     88  GOBS-BKOT-DUPH-OPEN         VALUE "Y".

001140 01  GOBS-BKOT-SITE-OK-SW        PIC X(01).
001150     88  GOBS-BKOT-SITE-OK           VALUE "Y".

001160*IN-CORE COPY OF THE RUN'S JOURNAL ENTRIES, IN JOURNAL ORDER.
001170*    AN ENTRY IS PENDING UNTIL IT IS REVERSED (BY THIS RUN OR BY
001180*    AN R ENTRY ALREADY ON THE JOURNAL) OR FAILS BECAUSE ITS
001190*    ACCOUNT HAS MOVED SINCE THE APPLY.
001200 01  GOBS-BKOT-RUN-TABLE.
001210     05  GOBS-BKOT-RUN-ENTRY     OCCURS 5000 TIMES
001220                                  INDEXED BY GOBS-BKOT-IDX
001230                                             GOBS-BKOT-SCAN-IDX.
001240         10  GOBS-BKOT-ACCT          PIC X(10).
001250         10  GOBS-BKOT-CODE          PIC X(02).
001260         10  GOBS-BKOT-AMOUNT        PIC 9(09)V99.
001270         10  GOBS-BKOT-PRIOR         PIC S9(11)V99.
001280         10  GOBS-BKOT-NEW           PIC S9(11)V99.
001290         10  GOBS-BKOT-EFF-DATE      PIC X(08).
001300         10  GOBS-BKOT-EFF-DATE-N REDEFINES GOBS-BKOT-EFF-DATE
001310                                     PIC 9(08).
001320         10  GOBS-BKOT-TYPE          PIC X(01).
001330             88  GOBS-BKOT-TYPE-RETURNED VALUE "N".
001340         10  GOBS-BKOT-STATE         PIC X(01).
001350             88  GOBS-BKOT-PENDING       VALUE "P".
001360             88  GOBS-BKOT-ALREADY-DONE  VALUE "A".
001370             88  GOBS-BKOT-DONE          VALUE "D".
001380             88  GOBS-BKOT-FAILED        VALUE "F".

001390 77  GOBS-BKOT-ENTRY-COUNT       PIC 9(05) COMP VALUE 0.
001400 77  GOBS-BKOT-SUB               PIC 9(05) COMP VALUE 0.

001410 01  GOBS-BKOT-OVERFLOW-SW       PIC X(01) VALUE "N".
001420     88  GOBS-BKOT-LOAD-OVERFLOW     VALUE "Y".

001430*SET ONCE AN R ENTRY FOR THE RUN IS SEEN WHILE LOADING.  AN
001440*    A OR N ENTRY FOR THE SAME DATE AFTER IT BELONGS TO A LATER
001450*    RE-RUN OF THE APPLY, SO THE TABLE STARTS AGAIN FROM THERE.
001460 01  GOBS-BKOT-REV-SEEN-SW       PIC X(01) VALUE "N".
001470     88  GOBS-BKOT-REV-SEEN          VALUE "Y".

001480*LAST R ENTRY ON THE JOURNAL FOR THIS RUN, AND THE TABLE ENTRY IT
001490*    REVERSED, KEPT SO A RE-RUN CAN PROVE ITS REWRITE LANDED.
001500 01  GOBS-BKOT-LAST-REV.
001510     05  GOBS-BKOT-LAST-ACCT     PIC X(10).
001520     05  GOBS-BKOT-LAST-PRIOR    PIC S9(11)V99.
001530     05  GOBS-BKOT-LAST-NEW      PIC S9(11)V99.
001540 77  GOBS-BKOT-LAST-SUB          PIC 9(05) COMP VALUE 0.

001550 01  GOBS-BKOT-MATCH-SW          PIC X(01).
001560     88  GOBS-BKOT-MATCHED           VALUE "Y".

001570*CONTROL COUNTS FOR THE LISTING TRAILER.
001580 77  GOBS-BKOT-REVERSED-COUNT    PIC 9(05) COMP VALUE 0.
001590 01  GOBS-BKOT-REVERSED-AMOUNT   PIC 9(11)V99 VALUE 0.
001600 77  GOBS-BKOT-RETURNED-COUNT    PIC 9(05) COMP VALUE 0.
001610 77  GOBS-BKOT-PRIOR-COUNT       PIC 9(05) COMP VALUE 0.
001620 77  GOBS-BKOT-FAILED-COUNT      PIC 9(05) COMP VALUE 0.
001630 77  GOBS-BKOT-FAILED-ACCTS      PIC 9(05) COMP VALUE 0.
001640 77  GOBS-BKOT-DUPH-COUNT        PIC 9(05) COMP VALUE 0.
001650 77  GOBS-BKOT-DUPH-MISSING      PIC 9(05) COMP VALUE 0.

001660 01  GOBS-BKOT-ACTION            PIC X(08).
001670 01  GOBS-BKOT-FAIL-REASON       PIC X(30).
001680 01  GOBS-BKOT-ALERT-TEXT        PIC X(60).
001690 01  GOBS-BKOT-COUNT-DISPLAY     PIC Z(06)9.
001700 01  GOBS-BKOT-AMOUNT-DISPLAY    PIC Z(10)9.99.
001710 01  GOBS-BKOT-CARD-AMT-DISPLAY  PIC Z(08)9.99.
001720 01  GOBS-BKOT-OLD-BAL-DISPLAY   PIC -Z(10)9.99.
001730 01  GOBS-BKOT-NEW-BAL-DISPLAY   PIC -Z(10)9.99.

001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     IF GOBS-BKOT-HELD
001780         GO TO 0000-GOBACK
001790     END-IF.
001800     PERFORM 2000-LOAD-THE-RUN THRU 2000-EXIT.
001810     IF GOBS-BKOT-HELD
001820         GO TO 0000-GOBACK
001830     END-IF.
001840     PERFORM 3000-BACK-OUT-THE-RUN THRU 3000-EXIT.
001850 0000-GOBACK.
001860     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001870     CLOSE GOBSBKOR-FILE.
001880     GOBACK.
001890 0000-EXIT.
001900     EXIT.

001910*---------------------------------------------------------------*
001920*  THE PARM CARD MUST NAME A SITE ON THE GOBSMSG SITE TABLE     *
001930*  (BLANK TAKES GOBSSITE FROM JCL, AS EVERY OTHER JOB DOES) AND *
001940*  A NUMERIC APPLY DATE.  ANYTHING LESS HOLDS THE BACKOUT       *
001950*  BEFORE A FILE IS TOUCHED.                                    *
001960*---------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     MOVE 0 TO RETURN-CODE.
001990     ACCEPT GOBS-BKOT-RUN-DATE FROM DATE YYYYMMDD.
002000     ACCEPT GOBS-BKOT-SITE-ID FROM ENVIRONMENT "GOBSSITE".
002010     IF GOBS-BKOT-SITE-ID = SPACES
002020         MOVE "DFLT " TO GOBS-BKOT-SITE-ID
002030     END-IF.
002040     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002050     MOVE SPACES TO GOBS-BKOT-LST-FN.
002060     STRING "GOBSBKOR." DELIMITED BY SIZE
002070            GOBS-BKOT-SITE-ID DELIMITED BY SPACE
002080         INTO GOBS-BKOT-LST-FN.
002090     MOVE SPACES TO GOBS-BKOT-JRNL-FN.
002100     STRING "GOBSAPLJ." DELIMITED BY SIZE
002110            GOBS-BKOT-SITE-ID DELIMITED BY SPACE
002120         INTO GOBS-BKOT-JRNL-FN.
002130     OPEN OUTPUT GOBSBKOR-FILE.
002140     MOVE SPACES TO GOBS-RPT-LINE.
002150     STRING "APPLY BACKOUT  SITE: " DELIMITED BY SIZE
002160            GOBS-BKOT-SITE-ID DELIMITED BY SIZE
002170            "  APPLY DATE: " DELIMITED BY SIZE
002180            GOBS-BKOT-APPLY-DATE DELIMITED BY SIZE
002190            "  RUN DATE: " DELIMITED BY SIZE
002200            GOBS-BKOT-RUN-DATE DELIMITED BY SIZE
002210         INTO GOBS-RPT-LINE.
002220     WRITE GOBS-RPT-LINE.
002230     MOVE SPACES TO GOBS-RPT-LINE.
002240     STRING "REQUESTED BY: " DELIMITED BY SIZE
002250            GOBS-BKOT-REQUESTED-BY DELIMITED BY SIZE
002260         INTO GOBS-RPT-LINE.
002270     WRITE GOBS-RPT-LINE.
002280     MOVE SPACES TO GOBS-RPT-LINE.
002290     WRITE GOBS-RPT-LINE.
002300     IF GOBS-BKOT-HELD
002310         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
002320         GO TO 1000-EXIT
002330     END-IF.
002340     MOVE "N" TO GOBS-BKOT-SITE-OK-SW.
002350     SET GOBS-MSG-IDX TO 1.
002360     SEARCH GOBS-MSG-ENTRY
002370         AT END
002380             CONTINUE
002390         WHEN GOBS-MSG-SITE-ID(GOBS-MSG-IDX) = GOBS-BKOT-SITE-ID
002400             SET GOBS-BKOT-SITE-OK TO TRUE
002410     END-SEARCH.
002420     IF NOT GOBS-BKOT-SITE-OK
002430         MOVE "BACKOUT PARM NAMES AN UNKNOWN SITE - HELD"
002440             TO GOBS-BKOT-ALERT-TEXT
002450         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.

002490 1100-READ-PARM.
002500     OPEN INPUT GOBSBPRM-FILE.
002510     IF GOBS-BKOT-PRM-STAT NOT = "00"
002520         MOVE "NO GOBSBPRM PARM CARD - BACKOUT HELD"
002530             TO GOBS-BKOT-ALERT-TEXT
002540         SET GOBS-BKOT-HELD TO TRUE
002550         GO TO 1100-EXIT
002560     END-IF.
002570     READ GOBSBPRM-FILE
002580         AT END
002590             MOVE "GOBSBPRM PARM CARD EMPTY - BACKOUT HELD"
002600                 TO GOBS-BKOT-ALERT-TEXT
002610             SET GOBS-BKOT-HELD TO TRUE
002620         NOT AT END
002630             IF BP-SITE-ID NOT = SPACES
002640                 MOVE BP-SITE-ID TO GOBS-BKOT-SITE-ID
002650             END-IF
002660             MOVE BP-REQUESTED-BY TO GOBS-BKOT-REQUESTED-BY
002670             IF BP-APPLY-DATE NUMERIC AND BP-APPLY-DATE > 0
002680                 MOVE BP-APPLY-DATE TO GOBS-BKOT-APPLY-DATE
002690             ELSE
002700                 MOVE "GOBSBPRM APPLY DATE NOT NUMERIC - HELD"
002710                     TO GOBS-BKOT-ALERT-TEXT
002720                 SET GOBS-BKOT-HELD TO TRUE
002730             END-IF
002740     END-READ.
002750     CLOSE GOBSBPRM-FILE.
002760 1100-EXIT.
002770     EXIT.

002780*---------------------------------------------------------------*
002790*  LOAD THE RUN'S A AND N ENTRIES FROM THE JOURNAL AND MATCH    *
002800*  OFF THE R ENTRIES A EARLIER BACKOUT ALREADY WROTE.  A RUN    *
002810*  TOO LARGE FOR THE TABLE HOLDS THE BACKOUT UNTOUCHED.         *
002820*---------------------------------------------------------------*
002830 2000-LOAD-THE-RUN.
002840     MOVE 0 TO GOBS-BKOT-ENTRY-COUNT.
002850     MOVE 0 TO GOBS-BKOT-LAST-SUB.
002860     MOVE "N" TO GOBS-BKOT-EOF-SW.
002870     OPEN INPUT GOBSJRNL-FILE.
002880     IF GOBS-BKOT-JRNL-STAT NOT = "00"
002890         MOVE "NO GOBSAPLJ JOURNAL FOR SITE - BACKOUT HELD"
002900             TO GOBS-BKOT-ALERT-TEXT
002910         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
002920         GO TO 2000-EXIT
002930     END-IF.
002940     PERFORM 2100-LOAD-ONE-JRNL-REC THRU 2100-EXIT
002950         UNTIL GOBS-BKOT-EOF.
002960     CLOSE GOBSJRNL-FILE.
002970     IF GOBS-BKOT-LOAD-OVERFLOW
002980         MOVE "RUN EXCEEDS 5000 JOURNAL ENTRIES - BACKOUT HELD"
002990             TO GOBS-BKOT-ALERT-TEXT
003000         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
003010     END-IF.
003020 2000-EXIT.
003030     EXIT.

003040 2100-LOAD-ONE-JRNL-REC.
003050     READ GOBSJRNL-FILE
003060         AT END
003070             SET GOBS-BKOT-EOF TO TRUE
003080             GO TO 2100-EXIT
003090     END-READ.
003100     IF AJ-ENTRY-REVERSAL
003110         IF AJ-REVERSED-DATE = GOBS-BKOT-APPLY-DATE
003120             PERFORM 2200-MATCH-ONE-REVERSAL THRU 2200-EXIT
003130         END-IF
003140         GO TO 2100-EXIT
003150     END-IF.
003160     IF AJ-APPLY-DATE NOT = GOBS-BKOT-APPLY-DATE
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF GOBS-BKOT-REV-SEEN
003200         MOVE 0 TO GOBS-BKOT-ENTRY-COUNT
003210         MOVE 0 TO GOBS-BKOT-LAST-SUB
003220         MOVE "N" TO GOBS-BKOT-REV-SEEN-SW
003230     END-IF.
003240     IF GOBS-BKOT-ENTRY-COUNT NOT < 5000
003250         SET GOBS-BKOT-LOAD-OVERFLOW TO TRUE
003260         GO TO 2100-EXIT
003270     END-IF.
003280     ADD 1 TO GOBS-BKOT-ENTRY-COUNT.
003290     SET GOBS-BKOT-IDX TO GOBS-BKOT-ENTRY-COUNT.
003300     MOVE AJ-ACCOUNT-NO TO GOBS-BKOT-ACCT(GOBS-BKOT-IDX).
003310     MOVE AJ-TRAN-CODE TO GOBS-BKOT-CODE(GOBS-BKOT-IDX).
003320     MOVE AJ-TRAN-AMOUNT TO GOBS-BKOT-AMOUNT(GOBS-BKOT-IDX).
003330     MOVE AJ-PRIOR-BALANCE TO GOBS-BKOT-PRIOR(GOBS-BKOT-IDX).
003340     MOVE AJ-NEW-BALANCE TO GOBS-BKOT-NEW(GOBS-BKOT-IDX).
003350     MOVE AJ-EFF-DATE TO GOBS-BKOT-EFF-DATE(GOBS-BKOT-IDX).
003360     MOVE AJ-ENTRY-TYPE TO GOBS-BKOT-TYPE(GOBS-BKOT-IDX).
003370     SET GOBS-BKOT-PENDING(GOBS-BKOT-IDX) TO TRUE.
003380 2100-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------*
003410*  AN R ENTRY REVERSES THE LATEST STILL-PENDING ENTRY FOR THE   *
003420*  SAME CARD WHOSE BALANCES IT MIRRORS (R PRIOR = ENTRY NEW,    *
003430*  R NEW = ENTRY PRIOR).                                        *
003440*---------------------------------------------------------------*
003450 2200-MATCH-ONE-REVERSAL.
003460     SET GOBS-BKOT-REV-SEEN TO TRUE.
003470     MOVE AJ-ACCOUNT-NO TO GOBS-BKOT-LAST-ACCT.
003480     MOVE AJ-PRIOR-BALANCE TO GOBS-BKOT-LAST-PRIOR.
003490     MOVE AJ-NEW-BALANCE TO GOBS-BKOT-LAST-NEW.
003500     MOVE 0 TO GOBS-BKOT-LAST-SUB.
003510     MOVE "N" TO GOBS-BKOT-MATCH-SW.
003520     MOVE GOBS-BKOT-ENTRY-COUNT TO GOBS-BKOT-SUB.
003530     PERFORM 2250-MATCH-ONE-ENTRY THRU 2250-EXIT
003540         UNTIL GOBS-BKOT-SUB = 0 OR GOBS-BKOT-MATCHED.
003550 2200-EXIT.
003560     EXIT.

003570 2250-MATCH-ONE-ENTRY.
003580     SET GOBS-BKOT-SCAN-IDX TO GOBS-BKOT-SUB.
003590     IF GOBS-BKOT-PENDING(GOBS-BKOT-SCAN-IDX)
003600        AND GOBS-BKOT-ACCT(GOBS-BKOT-SCAN-IDX) = AJ-ACCOUNT-NO
003610        AND GOBS-BKOT-CODE(GOBS-BKOT-SCAN-IDX) = AJ-TRAN-CODE
003620        AND GOBS-BKOT-AMOUNT(GOBS-BKOT-SCAN-IDX) = AJ-TRAN-AMOUNT
003630        AND GOBS-BKOT-NEW(GOBS-BKOT-SCAN-IDX) = AJ-PRIOR-BALANCE
003640        AND GOBS-BKOT-PRIOR(GOBS-BKOT-SCAN-IDX) = AJ-NEW-BALANCE
003650         SET GOBS-BKOT-ALREADY-DONE(GOBS-BKOT-SCAN-IDX) TO TRUE
003660         SET GOBS-BKOT-MATCHED TO TRUE
003670         MOVE GOBS-BKOT-SUB TO GOBS-BKOT-LAST-SUB
003680         GO TO 2250-EXIT
003690     END-IF.
003700     SUBTRACT 1 FROM GOBS-BKOT-SUB.
003710 2250-EXIT.
003720     EXIT.

003730*---------------------------------------------------------------*
003740*  OPEN THE MASTERS, RE-PROVE THE LAST REVERSAL OF ANY EARLIER  *
003750*  CANCELLED BACKOUT, THEN REVERSE THE PENDING ENTRIES LAST TO  *
003760*  FIRST SO EACH ACCOUNT UNWINDS THROUGH THE SAME BALANCES THE  *
003770*  APPLY MOVED IT THROUGH.                                      *
003780*---------------------------------------------------------------*
003790 3000-BACK-OUT-THE-RUN.
003800     IF GOBS-BKOT-ENTRY-COUNT = 0
003810         MOVE "NO JOURNAL ENTRIES FOR THIS APPLY RUN"
003820             TO GOBS-RPT-LINE
003830         WRITE GOBS-RPT-LINE
003840         MOVE 8 TO RETURN-CODE
003850         GO TO 3000-EXIT
003860     END-IF.
003870     OPEN I-O GOBSAMST-FILE.
003880     IF GOBS-BKOT-MST-STAT NOT = "00"
003890         MOVE "GOBSAMST OPEN FAILED - BACKOUT HELD"
003900             TO GOBS-BKOT-ALERT-TEXT
003910         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
003920         GO TO 3000-EXIT
003930     END-IF.
003940     OPEN I-O GOBSDUPH-FILE.
003950     IF GOBS-BKOT-DUPH-STAT = "00"
003960         SET GOBS-BKOT-DUPH-OPEN TO TRUE
003970     ELSE
003980         MOVE "NO GOBSDUPH HISTORY - NO DUPLICATE ENTRIES REMOVED"
003990             TO GOBS-RPT-LINE
004000         WRITE GOBS-RPT-LINE
004010     END-IF.
004020     IF GOBS-BKOT-LAST-SUB > 0
004030         PERFORM 3100-REPROVE-LAST-REVERSAL THRU 3100-EXIT
004040     END-IF.
004050     IF GOBS-BKOT-HELD
004060         GO TO 3000-CLOSE
004070     END-IF.
004080     OPEN EXTEND GOBSJRNL-FILE.
004090     IF GOBS-BKOT-JRNL-STAT = "05" OR GOBS-BKOT-JRNL-STAT = "35"
004100         CLOSE GOBSJRNL-FILE
004110         OPEN OUTPUT GOBSJRNL-FILE
004120     END-IF.
004130     MOVE SPACES TO GOBS-RPT-LINE.
004140     STRING "ACTION   ACCOUNT    CD       AMOUNT     "
004150                DELIMITED BY SIZE
004160            "OLD BALANCE     NEW BALANCE" DELIMITED BY SIZE
004170         INTO GOBS-RPT-LINE.
004180     WRITE GOBS-RPT-LINE.
004190     MOVE GOBS-BKOT-ENTRY-COUNT TO GOBS-BKOT-SUB.
004200     PERFORM 3200-REVERSE-ONE-ENTRY THRU 3200-EXIT
004210         UNTIL GOBS-BKOT-SUB = 0 OR GOBS-BKOT-HELD.
004220     CLOSE GOBSJRNL-FILE.
004230 3000-CLOSE.
004240     IF GOBS-BKOT-DUPH-OPEN
004250         CLOSE GOBSDUPH-FILE
004260     END-IF.
004270     CLOSE GOBSAMST-FILE.
004280 3000-EXIT.
004290     EXIT.

004300*---------------------------------------------------------------*
004310*  THE R ENTRY IS JOURNALED BEFORE THE MASTER REWRITE, SO THE   *
004320*  LAST ONE OF A CANCELLED BACKOUT MAY NOT HAVE REACHED THE     *
004330*  MASTER.  STILL AT THE R PRIOR BALANCE - REDO THE REWRITE; AT *
004340*  THE R NEW BALANCE - IT LANDED; ANYTHING ELSE - HOLD.  ITS    *
004350*  GOBSDUPH DELETE IS RETRIED EITHER WAY.                       *
004355*  A REDO WHOSE MASTER REWRITE FAILS HOLDS THE BACKOUT.         *
004360*---------------------------------------------------------------*
004370 3100-REPROVE-LAST-REVERSAL.
004380     SET GOBS-BKOT-IDX TO GOBS-BKOT-LAST-SUB.
004390     IF GOBS-BKOT-TYPE-RETURNED(GOBS-BKOT-IDX)
004400         PERFORM 3500-REMOVE-DUPH-ENTRY THRU 3500-EXIT
004410         GO TO 3100-EXIT
004420     END-IF.
004430     MOVE GOBS-BKOT-LAST-ACCT TO AM-ACCOUNT-NO.
004440     READ GOBSAMST-FILE.
004450     IF GOBS-BKOT-MST-STAT NOT = "00"
004460         MOVE "RESTART ACCOUNT MISSING FROM MASTER - HELD"
004470             TO GOBS-BKOT-ALERT-TEXT
004480         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
004490         GO TO 3100-EXIT
004500     END-IF.
004510     EVALUATE TRUE
004520         WHEN AM-CURR-BALANCE = GOBS-BKOT-LAST-NEW
004530             CONTINUE
004540         WHEN AM-CURR-BALANCE = GOBS-BKOT-LAST-PRIOR
004550             MOVE GOBS-BKOT-LAST-NEW TO AM-CURR-BALANCE
004560             REWRITE GOBS-ACCT-RECORD
004561             IF GOBS-BKOT-MST-STAT NOT = "00"
004562                 MOVE "MASTER REWRITE FAILED - BACKOUT HELD"
004563                     TO GOBS-BKOT-ALERT-TEXT
004564                 PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
004565                 GO TO 3100-EXIT
004566             END-IF
004570             MOVE "REDONE  " TO GOBS-BKOT-ACTION
004580             MOVE GOBS-BKOT-LAST-PRIOR
004590                 TO GOBS-BKOT-OLD-BAL-DISPLAY
004600             MOVE GOBS-BKOT-LAST-NEW TO GOBS-BKOT-NEW-BAL-DISPLAY
004610             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
004620         WHEN OTHER
004630             MOVE "MASTER BALANCE DISAGREES WITH LAST REVERSAL"
004640                 TO GOBS-BKOT-ALERT-TEXT
004650             PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
004660             GO TO 3100-EXIT
004670     END-EVALUATE.
004680     PERFORM 3500-REMOVE-DUPH-ENTRY THRU 3500-EXIT.
004690 3100-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------*
004720*  REVERSE ONE ENTRY.  AN APPLIED ENTRY IS REVERSED ONLY WHEN   *
004730*  THE MASTER STILL SHOWS THE BALANCE THE APPLY LEFT; OTHERWISE *
004740*  THE WHOLE ACCOUNT IS LEFT ALONE AND ALERTED.                 *
004750*---------------------------------------------------------------*
004760 3200-REVERSE-ONE-ENTRY.
004770     SET GOBS-BKOT-IDX TO GOBS-BKOT-SUB.
004780     SUBTRACT 1 FROM GOBS-BKOT-SUB.
004790     IF GOBS-BKOT-ALREADY-DONE(GOBS-BKOT-IDX)
004800         ADD 1 TO GOBS-BKOT-PRIOR-COUNT
004810         GO TO 3200-EXIT
004820     END-IF.
004830     IF NOT GOBS-BKOT-PENDING(GOBS-BKOT-IDX)
004840         GO TO 3200-EXIT
004850     END-IF.
004860     IF GOBS-BKOT-TYPE-RETURNED(GOBS-BKOT-IDX)
004870         PERFORM 3400-WRITE-REVERSAL THRU 3400-EXIT
004880         SET GOBS-BKOT-DONE(GOBS-BKOT-IDX) TO TRUE
004890         ADD 1 TO GOBS-BKOT-RETURNED-COUNT
004900         MOVE "RETURNED" TO GOBS-BKOT-ACTION
004910         MOVE GOBS-BKOT-NEW(GOBS-BKOT-IDX)
004920             TO GOBS-BKOT-OLD-BAL-DISPLAY
004930         MOVE GOBS-BKOT-NEW(GOBS-BKOT-IDX)
004940             TO GOBS-BKOT-NEW-BAL-DISPLAY
004950         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
004960         PERFORM 3500-REMOVE-DUPH-ENTRY THRU 3500-EXIT
004970         GO TO 3200-EXIT
004980     END-IF.
004990     MOVE GOBS-BKOT-ACCT(GOBS-BKOT-IDX) TO AM-ACCOUNT-NO.
005000     READ GOBSAMST-FILE.
005010     IF GOBS-BKOT-MST-STAT NOT = "00"
005020         MOVE "ACCOUNT MISSING FROM MASTER"
005030             TO GOBS-BKOT-FAIL-REASON
005040         PERFORM 3300-FAIL-THE-ACCOUNT THRU 3300-EXIT
005050         GO TO 3200-EXIT
005060     END-IF.
005070     IF AM-CURR-BALANCE NOT = GOBS-BKOT-NEW(GOBS-BKOT-IDX)
005080         MOVE "BALANCE MOVED SINCE APPLY" TO GOBS-BKOT-FAIL-REASON
005090         PERFORM 3300-FAIL-THE-ACCOUNT THRU 3300-EXIT
005100         GO TO 3200-EXIT
005110     END-IF.
005120     PERFORM 3400-WRITE-REVERSAL THRU 3400-EXIT.
005130     MOVE GOBS-BKOT-PRIOR(GOBS-BKOT-IDX) TO AM-CURR-BALANCE.
005140     REWRITE GOBS-ACCT-RECORD.
005150     IF GOBS-BKOT-MST-STAT NOT = "00"
005160         MOVE "MASTER REWRITE FAILED - BACKOUT HELD"
005170             TO GOBS-BKOT-ALERT-TEXT
005180         PERFORM 8000-HOLD-THE-BACKOUT THRU 8000-EXIT
005190         GO TO 3200-EXIT
005200     END-IF.
005210     SET GOBS-BKOT-DONE(GOBS-BKOT-IDX) TO TRUE.
005220     ADD 1 TO GOBS-BKOT-REVERSED-COUNT.
005230     ADD GOBS-BKOT-AMOUNT(GOBS-BKOT-IDX)
005240         TO GOBS-BKOT-REVERSED-AMOUNT.
005250     MOVE "REVERSED" TO GOBS-BKOT-ACTION.
005260     MOVE GOBS-BKOT-NEW(GOBS-BKOT-IDX)
005270         TO GOBS-BKOT-OLD-BAL-DISPLAY.
005280     MOVE GOBS-BKOT-PRIOR(GOBS-BKOT-IDX)
005290         TO GOBS-BKOT-NEW-BAL-DISPLAY.
005300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005310     PERFORM 3500-REMOVE-DUPH-ENTRY THRU 3500-EXIT.
005320 3200-EXIT.
005330     EXIT.

005340*---------------------------------------------------------------*
005350*  AN ACCOUNT THAT CANNOT BE REVERSED CLEANLY IS NOT TOUCHED AT *
005360*  ALL: EVERY ENTRY STILL PENDING FOR IT IS FAILED, THE LISTING *
005370*  SAYS WHY, AND A CRITICAL GOBSALRT NAMES THE ACCOUNT.         *
005380*---------------------------------------------------------------*
005390 3300-FAIL-THE-ACCOUNT.
005400     ADD 1 TO GOBS-BKOT-FAILED-ACCTS.
005410     MOVE SPACES TO GOBS-RPT-LINE.
005420     STRING "NOT REV  " DELIMITED BY SIZE
005430            GOBS-BKOT-ACCT(GOBS-BKOT-IDX) DELIMITED BY SIZE
005440            " - " DELIMITED BY SIZE
005450            GOBS-BKOT-FAIL-REASON DELIMITED BY SIZE
005460         INTO GOBS-RPT-LINE.
005470     WRITE GOBS-RPT-LINE.
005480     PERFORM 3350-FAIL-ONE-ENTRY THRU 3350-EXIT
005490         VARYING GOBS-BKOT-SCAN-IDX FROM 1 BY 1
005500         UNTIL GOBS-BKOT-SCAN-IDX > GOBS-BKOT-ENTRY-COUNT.
005510     MOVE SPACES TO GOBS-BKOT-ALERT-TEXT.
005520     STRING "BACKOUT: ACCOUNT " DELIMITED BY SIZE
005530            GOBS-BKOT-ACCT(GOBS-BKOT-IDX) DELIMITED BY SIZE
005540            " " DELIMITED BY SIZE
005550            GOBS-BKOT-FAIL-REASON DELIMITED BY SIZE
005560         INTO GOBS-BKOT-ALERT-TEXT.
005570     PERFORM 8100-WRITE-ALERT THRU 8100-EXIT.
005580     IF RETURN-CODE < 8
005590         MOVE 8 TO RETURN-CODE
005600     END-IF.
005610 3300-EXIT.
005620     EXIT.

005630 3350-FAIL-ONE-ENTRY.
005640     IF GOBS-BKOT-PENDING(GOBS-BKOT-SCAN-IDX)
005650        AND GOBS-BKOT-ACCT(GOBS-BKOT-SCAN-IDX)
005660            = GOBS-BKOT-ACCT(GOBS-BKOT-IDX)
005670         SET GOBS-BKOT-FAILED(GOBS-BKOT-SCAN-IDX) TO TRUE
005680         ADD 1 TO GOBS-BKOT-FAILED-COUNT
005690     END-IF.
005700 3350-EXIT.
005710     EXIT.

005720*---------------------------------------------------------------*
005730*  THE R ENTRY: DATED TODAY (THE DAY THE MASTER MOVES BACK),    *
005740*  NAMING THE RUN IT REVERSES, WITH THE BALANCES OF THE         *
005750*  REVERSAL ITSELF.                                             *
005760*---------------------------------------------------------------*
005770 3400-WRITE-REVERSAL.
005780     MOVE SPACES TO GOBS-JRNL-RECORD.
005790     MOVE GOBS-BKOT-RUN-DATE TO AJ-APPLY-DATE.
005800     MOVE GOBS-BKOT-ACCT(GOBS-BKOT-IDX) TO AJ-ACCOUNT-NO.
005810     MOVE GOBS-BKOT-CODE(GOBS-BKOT-IDX) TO AJ-TRAN-CODE.
005820     MOVE GOBS-BKOT-AMOUNT(GOBS-BKOT-IDX) TO AJ-TRAN-AMOUNT.
005830     MOVE GOBS-BKOT-NEW(GOBS-BKOT-IDX) TO AJ-PRIOR-BALANCE.
005840     MOVE GOBS-BKOT-PRIOR(GOBS-BKOT-IDX) TO AJ-NEW-BALANCE.
005850     SET AJ-ENTRY-REVERSAL TO TRUE.
005860     MOVE GOBS-BKOT-APPLY-DATE TO AJ-REVERSED-DATE.
005870     WRITE GOBS-JRNL-RECORD.
005880 3400-EXIT.
005890     EXIT.

005900*---------------------------------------------------------------*
005910*  CLEAR THE CARD FROM THE DUPLICATE HISTORY SO THE CORRECTED   *
005920*  DECK CAN CARRY IT AGAIN.  A JOURNAL ENTRY WRITTEN BEFORE THE *
005930*  EFFECTIVE DATE WAS JOURNALED CANNOT REBUILD THE KEY.         *
005940*---------------------------------------------------------------*
005950 3500-REMOVE-DUPH-ENTRY.
005960     IF NOT GOBS-BKOT-DUPH-OPEN
005970         GO TO 3500-EXIT
005980     END-IF.
005990     IF GOBS-BKOT-EFF-DATE(GOBS-BKOT-IDX) NOT NUMERIC
006000         MOVE
006010            "         NO EFF DATE ON JOURNAL - GOBSDUPH LEFT"
006020             TO GOBS-RPT-LINE
006030         WRITE GOBS-RPT-LINE
006040         ADD 1 TO GOBS-BKOT-DUPH-MISSING
006050         GO TO 3500-EXIT
006060     END-IF.
006070     MOVE GOBS-BKOT-ACCT(GOBS-BKOT-IDX) TO DU-ACCOUNT-NO.
006080     MOVE GOBS-BKOT-CODE(GOBS-BKOT-IDX) TO DU-TRAN-CODE.
006090     MOVE GOBS-BKOT-AMOUNT(GOBS-BKOT-IDX) TO DU-TRAN-AMOUNT.
006100     MOVE GOBS-BKOT-EFF-DATE-N(GOBS-BKOT-IDX) TO DU-EFF-DATE.
006110     DELETE GOBSDUPH-FILE RECORD.
006120     IF GOBS-BKOT-DUPH-STAT = "00"
006130         ADD 1 TO GOBS-BKOT-DUPH-COUNT
006140     ELSE
006150         ADD 1 TO GOBS-BKOT-DUPH-MISSING
006160         MOVE "         NOT ON GOBSDUPH - NOTHING TO CLEAR"
006170             TO GOBS-RPT-LINE
006180         WRITE GOBS-RPT-LINE
006190     END-IF.
006200 3500-EXIT.
006210     EXIT.

006220*---------------------------------------------------------------*
006230*  CONTROL COUNTS, THE VERDICT, AND THE SIGN-OFF BLOCK.         *
006240*---------------------------------------------------------------*
006250 5000-WRITE-TRAILER.
006260     MOVE SPACES TO GOBS-RPT-LINE.
006270     WRITE GOBS-RPT-LINE.
006280     MOVE GOBS-BKOT-ENTRY-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006290     MOVE SPACES TO GOBS-RPT-LINE.
006300     STRING "JOURNAL ENTRIES IN RUN:  " DELIMITED BY SIZE
006310            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006320         INTO GOBS-RPT-LINE.
006330     WRITE GOBS-RPT-LINE.
006340     MOVE GOBS-BKOT-REVERSED-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006350     MOVE SPACES TO GOBS-RPT-LINE.
006360     STRING "BALANCES REVERSED:       " DELIMITED BY SIZE
006370            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006380         INTO GOBS-RPT-LINE.
006390     WRITE GOBS-RPT-LINE.
006400     MOVE GOBS-BKOT-REVERSED-AMOUNT TO GOBS-BKOT-AMOUNT-DISPLAY.
006410     MOVE SPACES TO GOBS-RPT-LINE.
006420     STRING "AMOUNT REVERSED:     " DELIMITED BY SIZE
006430            GOBS-BKOT-AMOUNT-DISPLAY DELIMITED BY SIZE
006440         INTO GOBS-RPT-LINE.
006450     WRITE GOBS-RPT-LINE.
006460     MOVE GOBS-BKOT-RETURNED-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006470     MOVE SPACES TO GOBS-RPT-LINE.
006480     STRING "RETURNED ITEMS CLEARED:  " DELIMITED BY SIZE
006490            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006500         INTO GOBS-RPT-LINE.
006510     WRITE GOBS-RPT-LINE.
006520     MOVE GOBS-BKOT-PRIOR-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006530     MOVE SPACES TO GOBS-RPT-LINE.
006540     STRING "ALREADY REVERSED:        " DELIMITED BY SIZE
006550            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006560         INTO GOBS-RPT-LINE.
006570     WRITE GOBS-RPT-LINE.
006580     MOVE GOBS-BKOT-FAILED-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006590     MOVE SPACES TO GOBS-RPT-LINE.
006600     STRING "ENTRIES NOT REVERSED:    " DELIMITED BY SIZE
006610            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006620         INTO GOBS-RPT-LINE.
006630     WRITE GOBS-RPT-LINE.
006640     MOVE GOBS-BKOT-FAILED-ACCTS TO GOBS-BKOT-COUNT-DISPLAY.
006650     MOVE SPACES TO GOBS-RPT-LINE.
006660     STRING "ACCOUNTS NOT REVERSED:   " DELIMITED BY SIZE
006670            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006680         INTO GOBS-RPT-LINE.
006690     WRITE GOBS-RPT-LINE.
006700     MOVE GOBS-BKOT-DUPH-COUNT TO GOBS-BKOT-COUNT-DISPLAY.
006710     MOVE SPACES TO GOBS-RPT-LINE.
006720     STRING "GOBSDUPH ENTRIES REMOVED:" DELIMITED BY SIZE
006730            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006740         INTO GOBS-RPT-LINE.
006750     WRITE GOBS-RPT-LINE.
006760     MOVE GOBS-BKOT-DUPH-MISSING TO GOBS-BKOT-COUNT-DISPLAY.
006770     MOVE SPACES TO GOBS-RPT-LINE.
006780     STRING "GOBSDUPH NOT CLEARED:    " DELIMITED BY SIZE
006790            GOBS-BKOT-COUNT-DISPLAY DELIMITED BY SIZE
006800         INTO GOBS-RPT-LINE.
006810     WRITE GOBS-RPT-LINE.
006820     MOVE SPACES TO GOBS-RPT-LINE.
006830     WRITE GOBS-RPT-LINE.
006840     EVALUATE TRUE
006850         WHEN GOBS-BKOT-HELD
006860             MOVE "*** BACKOUT HELD - SEE ABOVE ***"
006870                 TO GOBS-RPT-LINE
006880         WHEN RETURN-CODE NOT = 0
006890             MOVE "*** BACKOUT INCOMPLETE ***" TO GOBS-RPT-LINE
006900         WHEN OTHER
006910             MOVE "BACKOUT COMPLETE" TO GOBS-RPT-LINE
006920     END-EVALUATE.
006930     WRITE GOBS-RPT-LINE.
006940     MOVE SPACES TO GOBS-RPT-LINE.
006950     WRITE GOBS-RPT-LINE.
006960     MOVE "PREPARED BY: GOBSBKOT" TO GOBS-RPT-LINE.
006970     WRITE GOBS-RPT-LINE.
006980     MOVE SPACES TO GOBS-RPT-LINE.
006990     WRITE GOBS-RPT-LINE.
007000     MOVE "REVIEWED BY: ______________________  DATE: __________"
007010         TO GOBS-RPT-LINE.
007020     WRITE GOBS-RPT-LINE.
007030     MOVE SPACES TO GOBS-RPT-LINE.
007040     WRITE GOBS-RPT-LINE.
007050     MOVE "APPROVED BY: ______________________  DATE: __________"
007060         TO GOBS-RPT-LINE.
007070     WRITE GOBS-RPT-LINE.
007080 5000-EXIT.
007090     EXIT.

007100*---------------------------------------------------------------*
007110*  ONE LISTING LINE PER BALANCE TOUCHED.  THE CALLER SETS THE   *
007120*  ACTION AND THE OLD AND NEW BALANCES.                         *
007130*---------------------------------------------------------------*
007140 6000-WRITE-DETAIL.
007150     MOVE GOBS-BKOT-AMOUNT(GOBS-BKOT-IDX)
007160         TO GOBS-BKOT-CARD-AMT-DISPLAY.
007170     MOVE SPACES TO GOBS-RPT-LINE.
007180     STRING GOBS-BKOT-ACTION DELIMITED BY SIZE
007190            " " DELIMITED BY SIZE
007200            GOBS-BKOT-ACCT(GOBS-BKOT-IDX) DELIMITED BY SIZE
007210            " " DELIMITED BY SIZE
007220            GOBS-BKOT-CODE(GOBS-BKOT-IDX) DELIMITED BY SIZE
007230            " " DELIMITED BY SIZE
007240            GOBS-BKOT-CARD-AMT-DISPLAY DELIMITED BY SIZE
007250            " " DELIMITED BY SIZE
007260            GOBS-BKOT-OLD-BAL-DISPLAY DELIMITED BY SIZE
007270            " " DELIMITED BY SIZE
007280            GOBS-BKOT-NEW-BAL-DISPLAY DELIMITED BY SIZE
007290         INTO GOBS-RPT-LINE.
007300     WRITE GOBS-RPT-LINE.
007310 6000-EXIT.
007320     EXIT.

007330*---------------------------------------------------------------*
007340*  HOLD THE BACKOUT: NAME THE REASON ON THE LISTING, RAISE A    *
007350*  CRITICAL GOBSALRT, AND SET THE HELD RETURN CODE.             *
007360*---------------------------------------------------------------*
007370 8000-HOLD-THE-BACKOUT.
007380     SET GOBS-BKOT-HELD TO TRUE.
007390     MOVE 12 TO RETURN-CODE.
007400     MOVE SPACES TO GOBS-RPT-LINE.
007410     STRING "HELD: " DELIMITED BY SIZE
007420            GOBS-BKOT-ALERT-TEXT DELIMITED BY SIZE
007430         INTO GOBS-RPT-LINE.
007440     WRITE GOBS-RPT-LINE.
007450     DISPLAY "GOBSBKOT0001 " GOBS-BKOT-ALERT-TEXT.
007460     PERFORM 8100-WRITE-ALERT THRU 8100-EXIT.
007470 8000-EXIT.
007480     EXIT.

007490 8100-WRITE-ALERT.
007500     MOVE SPACES TO GOBS-ALERT-RECORD.
007510     MOVE GOBS-BKOT-RUN-DATE TO GA-ALERT-DATE.
007520     ACCEPT GOBS-BKOT-TIME-RAW FROM TIME.
007530     MOVE GOBS-BKOT-TIME-RAW(1:6) TO GA-ALERT-TIME.
007540     MOVE "GOBSBKOT" TO GA-SOURCE-PGM.
007550     MOVE GOBS-BKOT-SITE-ID TO GA-SITE-ID.
007560     SET GA-SEV-CRITICAL TO TRUE.
007570     MOVE GOBS-BKOT-ALERT-TEXT TO GA-ALERT-TEXT.
007580     OPEN EXTEND GOBSALRT-FILE.
007590     IF GOBS-BKOT-ALR-STAT = "05" OR GOBS-BKOT-ALR-STAT = "35"
007600         CLOSE GOBSALRT-FILE
007610         OPEN OUTPUT GOBSALRT-FILE
007620     END-IF.
007630     WRITE GOBS-ALERT-RECORD.
007640     CLOSE GOBSALRT-FILE.
007650 8100-EXIT.
007660     EXIT.
