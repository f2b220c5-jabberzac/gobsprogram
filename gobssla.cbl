000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSSLA.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSSLA IS THE MONTHLY BATCH-WINDOW SLA REPORT FROM THE     *
000090*  GOBSSTPH WINDOW HISTORY.  FOR THE REPORT MONTH (GOBSMNTH    *
000100*  FROM JCL AS YYYYMM, DEFAULT THE CURRENT MONTH) IT SHOWS,    *
000110*  PER GATE JOB AND SITE, HOW MANY MINUTES AFTER SC-OPEN-TIME  *
000120*  THE GATE FINISHED (AVERAGE AND WORST) AND HOW OFTEN IT      *
000130*  FINISHED AFTER SC-CLOSE-TIME, AGAINST THE SAME FIGURES FOR  *
000140*  THE PRIOR MONTH; THEN EACH NIGHT'S WINDOW START AND FINISH  *
000150*  TIME; THEN A MONTH-OVER-MONTH TREND - SO THE DOWNSTREAM     *
000160*  SCHEDULER TEAM CAN SEE WHICH GATES REALLY MAKE THE WINDOW   *
000170*  LATE.  A NIGHT CAPTURED MORE THAN ONCE IS TAKEN FROM ITS    *
000180*  LAST CAPTURE.  A FINISH EARLIER IN THE DAY THAN THE OPEN    *
000190*  TIME BY MORE THAN TWELVE HOURS HAS RUN PAST MIDNIGHT; BY    *
000200*  LESS, THE GATE FINISHED BEFORE IT OPENED AND COUNTS AS ZERO *
000210*  MINUTES.  A GATE WITH NO OPEN TIME IS COUNTED BUT NOT TIMED.*
000220*--------------------------------------------------------------*
000230*  MODIFICATION HISTORY
000240*  ---------- ---- -------------------------------------------
000250*  DATE       BY   DESCRIPTION
000260*  ---------- ---- -------------------------------------------
000270*  10/15/2026 JH   ORIGINAL PROGRAM.
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GOBSSTPH-FILE     ASSIGN TO "GOBSSTPH"
000330                              ORGANIZATION LINE SEQUENTIAL
000340                              FILE STATUS IS GOBS-SLA-HIST-STAT.

000350     SELECT GOBSSLAR-FILE     ASSIGN TO "GOBSSLAR"
000360                              ORGANIZATION LINE SEQUENTIAL
000370                              FILE STATUS IS GOBS-SLA-RPT-STAT.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  GOBSSTPH-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 COPY "gobsvrec.cpy".

000430 FD  GOBSSLAR-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY "gobsrpt.cpy".

000460 WORKING-STORAGE SECTION.
000470 01  GOBS-SLA-FILE-STATUSES.
000480     05  GOBS-SLA-HIST-STAT      PIC X(02).
000490     05  GOBS-SLA-RPT-STAT       PIC X(02).

000500*WORKING COPY OF THE GOBSSTEP RECORD CARRIED IN SH-STEP-DATA.
000510 COPY "gobsstep.cpy".

000520 01  GOBS-SLA-RUN-DATE           PIC 9(08).
000530 01  GOBS-SLA-RUN-DATE-X REDEFINES GOBS-SLA-RUN-DATE.
000540     05  GOBS-SLA-RUN-YYYYMM     PIC 9(06).
000550     05  FILLER                  PIC 9(02).

000560 01  GOBS-SLA-MONTH-PARM         PIC X(06).
000570 01  GOBS-SLA-RPT-MONTH.
000580     05  GOBS-SLA-RPT-YEAR       PIC 9(04).
000590     05  GOBS-SLA-RPT-MM         PIC 9(02).
000600 01  GOBS-SLA-RPT-MONTH-N REDEFINES GOBS-SLA-RPT-MONTH
000610                             PIC 9(06).
000620 01  GOBS-SLA-PRIOR-MONTH.
000630     05  GOBS-SLA-PRIOR-YEAR     PIC 9(04).
000640     05  GOBS-SLA-PRIOR-MM       PIC 9(02).
000650 01  GOBS-SLA-PRIOR-MONTH-N REDEFINES GOBS-SLA-PRIOR-MONTH
000660                             PIC 9(06).

000670 01  GOBS-SLA-REC-YYYYMM         PIC 9(06).

000680 01  GOBS-SLA-EOF-SW             PIC X(01) VALUE "N".
000690     88  GOBS-SLA-HIST-EOF           VALUE "Y".

000700 01  GOBS-SLA-CURR-SW            PIC X(01) VALUE "N".
000710     88  GOBS-SLA-CURR-MONTH         VALUE "Y".
000720     88  GOBS-SLA-PRIOR-MONTH-REC    VALUE "N".

000730 01  GOBS-SLA-LATE-SW            PIC X(01) VALUE "N".
000740     88  GOBS-SLA-LATE-FINISH        VALUE "Y".

000750*LAST CAPTURE OF EACH WINDOW DATE IN THE TWO MONTHS.  GOBSSTPH
000760*    IS APPENDED IN TIME ORDER, SO THE LAST ONE READ IS THE
000770*    LATEST.
000780 01  GOBS-SLA-DATE-TABLE.
000790     05  GOBS-SLA-DATE-ENTRY     OCCURS 62 TIMES
000800                                  INDEXED BY GOBS-SLA-DATE-IDX.
000810         10  GOBS-SLA-DATE-WINDOW    PIC 9(08).
000820         10  GOBS-SLA-DATE-CAPTURE   PIC 9(06).
000830 77  GOBS-SLA-DATE-COUNT         PIC 9(03) COMP VALUE 0.

000840*PER JOB AND SITE - NIGHTS RUN, NIGHTS TIMED AGAINST AN OPEN
000850*    TIME, TOTAL AND WORST MINUTES AFTER OPEN, AND NIGHTS
000860*    FINISHED AFTER CLOSE, FOR THE REPORT AND PRIOR MONTHS.
000870 01  GOBS-SLA-GATE-TABLE.
000880     05  GOBS-SLA-GATE-ENTRY     OCCURS 200 TIMES
000890                                  INDEXED BY GOBS-SLA-GATE-IDX.
000900         10  GOBS-SLA-GATE-JOB       PIC X(08).
000910         10  GOBS-SLA-GATE-SITE      PIC X(05).
000920         10  GOBS-SLA-GATE-NIGHTS    PIC 9(05) COMP.
000930         10  GOBS-SLA-GATE-TIMED     PIC 9(05) COMP.
000940         10  GOBS-SLA-GATE-MIN       PIC 9(07) COMP.
000950         10  GOBS-SLA-GATE-MAX       PIC 9(05) COMP.
000960         10  GOBS-SLA-GATE-LATE      PIC 9(05) COMP.
000970         10  GOBS-SLA-GATE-PR-TIMED  PIC 9(05) COMP.
000980         10  GOBS-SLA-GATE-PR-MIN    PIC 9(07) COMP.
000990         10  GOBS-SLA-GATE-PR-LATE   PIC 9(05) COMP.
001000 77  GOBS-SLA-GATE-COUNT         PIC 9(03) COMP VALUE 0.

001010*ONE ENTRY PER WINDOW NIGHT OF THE REPORT MONTH.
001020 01  GOBS-SLA-NIGHT-TABLE.
001030     05  GOBS-SLA-NIGHT-ENTRY    OCCURS 31 TIMES
001040                                  INDEXED BY GOBS-SLA-NIGHT-IDX.
001050         10  GOBS-SLA-NIGHT-DATE     PIC 9(08).
001060         10  GOBS-SLA-NIGHT-TRL-SW   PIC X(01).
001070             88  GOBS-SLA-NIGHT-TRL      VALUE "Y".
001080         10  GOBS-SLA-NIGHT-START    PIC 9(06).
001090         10  GOBS-SLA-NIGHT-FINISH   PIC 9(06).
001100         10  GOBS-SLA-NIGHT-WIN-MIN  PIC 9(05) COMP.
001110         10  GOBS-SLA-NIGHT-STEPS    PIC 9(03).
001120         10  GOBS-SLA-NIGHT-CONF     PIC 9(03).
001130         10  GOBS-SLA-NIGHT-HELD     PIC 9(03).
001140         10  GOBS-SLA-NIGHT-DFLT     PIC 9(03).
001150         10  GOBS-SLA-NIGHT-ABND     PIC 9(03).
001160         10  GOBS-SLA-NIGHT-LATE     PIC 9(03) COMP.
001170 77  GOBS-SLA-NIGHT-COUNT        PIC 9(03) COMP VALUE 0.

001180*MONTH TOTALS - REPORT MONTH AND PRIOR MONTH FOR THE TREND.
001190 01  GOBS-SLA-CURR-TOTALS.
001200     05  GOBS-SLA-CURR-NIGHTS    PIC 9(05) COMP VALUE 0.
001210     05  GOBS-SLA-CURR-WINDOWS   PIC 9(05) COMP VALUE 0.
001220     05  GOBS-SLA-CURR-WIN-MIN   PIC 9(07) COMP VALUE 0.
001230     05  GOBS-SLA-CURR-TIMED     PIC 9(05) COMP VALUE 0.
001240     05  GOBS-SLA-CURR-MIN       PIC 9(07) COMP VALUE 0.
001250     05  GOBS-SLA-CURR-LATE      PIC 9(05) COMP VALUE 0.
001260 01  GOBS-SLA-PRIOR-TOTALS.
001270     05  GOBS-SLA-PRIR-NIGHTS    PIC 9(05) COMP VALUE 0.
001280     05  GOBS-SLA-PRIR-WINDOWS   PIC 9(05) COMP VALUE 0.
001290     05  GOBS-SLA-PRIR-WIN-MIN   PIC 9(07) COMP VALUE 0.
001300     05  GOBS-SLA-PRIR-TIMED     PIC 9(05) COMP VALUE 0.
001310     05  GOBS-SLA-PRIR-MIN       PIC 9(07) COMP VALUE 0.
001320     05  GOBS-SLA-PRIR-LATE      PIC 9(05) COMP VALUE 0.

001330*CLOCK ARITHMETIC IN MINUTES SINCE MIDNIGHT, AS IN GOBSMENU.
001340 01  GOBS-SLA-TIME-HHMM          PIC 9(04).
001350 01  GOBS-SLA-TIME-HH            PIC 9(02).
001360 01  GOBS-SLA-TIME-MM            PIC 9(02).
001370 01  GOBS-SLA-TIME-MIN           PIC 9(05) COMP.
001380 01  GOBS-SLA-OPEN-MIN           PIC 9(05) COMP.
001390 01  GOBS-SLA-END-MIN            PIC 9(05) COMP.
001400 01  GOBS-SLA-AFTER-MIN          PIC 9(05) COMP.
001410 01  GOBS-SLA-CLOSE-AFTER        PIC 9(05) COMP.
001420 01  GOBS-SLA-AVG-MIN            PIC 9(05) COMP.

001430 01  GOBS-SLA-TIME-WORK          PIC 9(06).
001440 01  GOBS-SLA-TIME-WORK-X REDEFINES GOBS-SLA-TIME-WORK.
001450     05  GOBS-SLA-WORK-HH        PIC 9(02).
001460     05  GOBS-SLA-WORK-MM        PIC 9(02).
001470     05  FILLER                  PIC 9(02).
001480 01  GOBS-SLA-TIME-OUT.
001490     05  GOBS-SLA-OUT-HH         PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE ":".
001510     05  GOBS-SLA-OUT-MM         PIC 9(02).
001520 01  GOBS-SLA-TIME-OUT2.
001530     05  GOBS-SLA-OUT2-HH        PIC 9(02).
001540     05  FILLER                  PIC X(01) VALUE ":".
001550     05  GOBS-SLA-OUT2-MM        PIC 9(02).

001560 01  GOBS-SLA-COUNT-DISPLAY      PIC Z(04)9.
001570 01  GOBS-SLA-COUNT-DISPLAY2     PIC Z(04)9.
001580 01  GOBS-SLA-COUNT-DISPLAY3     PIC Z(04)9.
001590 01  GOBS-SLA-COUNT-DISPLAY4     PIC Z(04)9.
001600 01  GOBS-SLA-COUNT-DISPLAY5     PIC Z(04)9.
001610 01  GOBS-SLA-COUNT-DISPLAY6     PIC Z(04)9.
001620 01  GOBS-SLA-COUNT-DISPLAY7     PIC Z(04)9.
001630 01  GOBS-SLA-THIS-TEXT          PIC X(20).
001640 01  GOBS-SLA-PRIOR-TEXT         PIC X(16).

001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     IF RETURN-CODE = 0
001690         PERFORM 2000-FIND-LAST-CAPTURES THRU 2000-EXIT
001700         PERFORM 3000-TALLY-HISTORY THRU 3000-EXIT
001710         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001720         CLOSE GOBSSLAR-FILE
001730     END-IF.
001740     GOBACK.
001750 0000-EXIT.
001760     EXIT.

001770 1000-INITIALIZE.
001780     ACCEPT GOBS-SLA-RUN-DATE FROM DATE YYYYMMDD.
001790     ACCEPT GOBS-SLA-MONTH-PARM FROM ENVIRONMENT "GOBSMNTH".
001800     IF GOBS-SLA-MONTH-PARM IS NUMERIC
001810        AND GOBS-SLA-MONTH-PARM NOT = "000000"
001820         MOVE GOBS-SLA-MONTH-PARM TO GOBS-SLA-RPT-MONTH-N
001830     ELSE
001840         MOVE GOBS-SLA-RUN-YYYYMM TO GOBS-SLA-RPT-MONTH-N
001850     END-IF.
001860     MOVE GOBS-SLA-RPT-MONTH-N TO GOBS-SLA-PRIOR-MONTH-N.
001870     IF GOBS-SLA-PRIOR-MM > 1
001880         SUBTRACT 1 FROM GOBS-SLA-PRIOR-MM
001890     ELSE
001900         MOVE 12 TO GOBS-SLA-PRIOR-MM
001910         SUBTRACT 1 FROM GOBS-SLA-PRIOR-YEAR
001920     END-IF.
001930     INITIALIZE GOBS-SLA-DATE-TABLE.
001940     INITIALIZE GOBS-SLA-GATE-TABLE.
001950     INITIALIZE GOBS-SLA-NIGHT-TABLE.
001960     OPEN INPUT GOBSSTPH-FILE.
001970     IF GOBS-SLA-HIST-STAT NOT = "00"
001980         DISPLAY "GOBSSLA0001 GOBSSTPH OPEN FAILED - STATUS "
001990                 GOBS-SLA-HIST-STAT
002000         MOVE 12 TO RETURN-CODE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     OPEN OUTPUT GOBSSLAR-FILE.
002040 1000-EXIT.
002050     EXIT.

002060*---------------------------------------------------------------*
002070*  FIRST PASS - NOTE THE CAPTURE TIME OF THE LAST COPY OF EACH   *
002080*  WINDOW DATE IN THE PRIOR AND REPORT MONTHS.  A RE-DRIVEN      *
002090*  NIGHT IS CAPTURED AGAIN, AND ONLY ITS LAST COPY COUNTS.       *
002100*---------------------------------------------------------------*
002110 2000-FIND-LAST-CAPTURES.
002120     PERFORM 2100-NOTE-ONE-CAPTURE THRU 2100-EXIT
002130         UNTIL GOBS-SLA-HIST-EOF.
002140     CLOSE GOBSSTPH-FILE.
002150 2000-EXIT.
002160     EXIT.

002170 2100-NOTE-ONE-CAPTURE.
002180     READ GOBSSTPH-FILE
002190         AT END
002200             SET GOBS-SLA-HIST-EOF TO TRUE
002210             GO TO 2100-EXIT
002220     END-READ.
002230     IF SH-WINDOW-DATE NOT NUMERIC
002240         GO TO 2100-EXIT
002250     END-IF.
002260     DIVIDE SH-WINDOW-DATE BY 100 GIVING GOBS-SLA-REC-YYYYMM.
002270     IF GOBS-SLA-REC-YYYYMM NOT = GOBS-SLA-RPT-MONTH-N
002280        AND GOBS-SLA-REC-YYYYMM NOT = GOBS-SLA-PRIOR-MONTH-N
002290         GO TO 2100-EXIT
002300     END-IF.
002310     SET GOBS-SLA-DATE-IDX TO 1.
002320     SEARCH GOBS-SLA-DATE-ENTRY VARYING GOBS-SLA-DATE-IDX
002330         AT END
002340             PERFORM 2150-NEW-DATE-ENTRY THRU 2150-EXIT
002350         WHEN GOBS-SLA-DATE-WINDOW(GOBS-SLA-DATE-IDX)
002360                 = SH-WINDOW-DATE
002370             MOVE SH-CAPTURE-TIME
002380                 TO GOBS-SLA-DATE-CAPTURE(GOBS-SLA-DATE-IDX)
002390     END-SEARCH.
002400 2100-EXIT.
002410     EXIT.

002420 2150-NEW-DATE-ENTRY.
002430     IF GOBS-SLA-DATE-COUNT NOT < 62
002440         GO TO 2150-EXIT
002450     END-IF.
002460     ADD 1 TO GOBS-SLA-DATE-COUNT.
002470     SET GOBS-SLA-DATE-IDX TO GOBS-SLA-DATE-COUNT.
002480     MOVE SH-WINDOW-DATE
002490         TO GOBS-SLA-DATE-WINDOW(GOBS-SLA-DATE-IDX).
002500     MOVE SH-CAPTURE-TIME
002510         TO GOBS-SLA-DATE-CAPTURE(GOBS-SLA-DATE-IDX).
002520 2150-EXIT.
002530     EXIT.

002540*---------------------------------------------------------------*
002550*  SECOND PASS - TALLY THE LAST CAPTURE OF EACH NIGHT.  PRIOR-   *
002560*  MONTH NIGHTS FEED ONLY THE PRIOR COLUMNS AND THE TREND.       *
002570*---------------------------------------------------------------*
002580 3000-TALLY-HISTORY.
002590     MOVE "N" TO GOBS-SLA-EOF-SW.
002600     OPEN INPUT GOBSSTPH-FILE.
002610     IF GOBS-SLA-HIST-STAT NOT = "00"
002620         GO TO 3000-EXIT
002630     END-IF.
002640     PERFORM 3100-TALLY-ONE-RECORD THRU 3100-EXIT
002650         UNTIL GOBS-SLA-HIST-EOF.
002660     CLOSE GOBSSTPH-FILE.
002670 3000-EXIT.
002680     EXIT.

002690 3100-TALLY-ONE-RECORD.
002700     READ GOBSSTPH-FILE
002710         AT END
002720             SET GOBS-SLA-HIST-EOF TO TRUE
002730             GO TO 3100-EXIT
002740     END-READ.
002750     IF SH-WINDOW-DATE NOT NUMERIC
002760         GO TO 3100-EXIT
002770     END-IF.
002780     DIVIDE SH-WINDOW-DATE BY 100 GIVING GOBS-SLA-REC-YYYYMM.
002790     EVALUATE GOBS-SLA-REC-YYYYMM
002800         WHEN GOBS-SLA-RPT-MONTH-N
002810             SET GOBS-SLA-CURR-MONTH TO TRUE
002820         WHEN GOBS-SLA-PRIOR-MONTH-N
002830             SET GOBS-SLA-PRIOR-MONTH-REC TO TRUE
002840         WHEN OTHER
002850             GO TO 3100-EXIT
002860     END-EVALUATE.
002870     SET GOBS-SLA-DATE-IDX TO 1.
002880     SEARCH GOBS-SLA-DATE-ENTRY VARYING GOBS-SLA-DATE-IDX
002890         AT END
002900             GO TO 3100-EXIT
002910         WHEN GOBS-SLA-DATE-WINDOW(GOBS-SLA-DATE-IDX)
002920                 = SH-WINDOW-DATE
002930             IF GOBS-SLA-DATE-CAPTURE(GOBS-SLA-DATE-IDX)
002940                     NOT = SH-CAPTURE-TIME
002950                 GO TO 3100-EXIT
002960             END-IF
002970     END-SEARCH.
002980     IF GOBS-SLA-CURR-MONTH
002990         PERFORM 3150-FIND-NIGHT THRU 3150-EXIT
003000     END-IF.
003010     IF SH-STEP-DETAIL
003020         MOVE SH-STEP-DATA TO GOBS-STEP-RECORD
003030         PERFORM 3200-TALLY-GATE THRU 3200-EXIT
003040     END-IF.
003050     IF SH-STEP-TRAILER
003060         MOVE SH-STEP-DATA TO GOBS-STEP-TRAILER
003070         PERFORM 3300-TALLY-WINDOW THRU 3300-EXIT
003080     END-IF.
003090 3100-EXIT.
003100     EXIT.

003110 3150-FIND-NIGHT.
003120     SET GOBS-SLA-NIGHT-IDX TO 1.
003130     SEARCH GOBS-SLA-NIGHT-ENTRY VARYING GOBS-SLA-NIGHT-IDX
003140         AT END
003150             PERFORM 3160-NEW-NIGHT-ENTRY THRU 3160-EXIT
003160         WHEN GOBS-SLA-NIGHT-DATE(GOBS-SLA-NIGHT-IDX)
003170                 = SH-WINDOW-DATE
003180             CONTINUE
003190     END-SEARCH.
003200 3150-EXIT.
003210     EXIT.

003220 3160-NEW-NIGHT-ENTRY.
003230     IF GOBS-SLA-NIGHT-COUNT NOT < 31
003240         SET GOBS-SLA-NIGHT-IDX TO 31
003250         GO TO 3160-EXIT
003260     END-IF.
003270     ADD 1 TO GOBS-SLA-NIGHT-COUNT.
003280     SET GOBS-SLA-NIGHT-IDX TO GOBS-SLA-NIGHT-COUNT.
003290     MOVE SH-WINDOW-DATE
003300         TO GOBS-SLA-NIGHT-DATE(GOBS-SLA-NIGHT-IDX).
003310 3160-EXIT.
003320     EXIT.

003330*---------------------------------------------------------------*
003340*  ONE GATE STEP - MINUTES AFTER ITS OPEN TIME THAT IT FINISHED, *
003350*  AND WHETHER THAT WAS PAST ITS CLOSE TIME.                     *
003360*---------------------------------------------------------------*
003370 3200-TALLY-GATE.
003380     PERFORM 3250-FIND-GATE THRU 3250-EXIT.
003390     IF GOBS-SLA-GATE-IDX > GOBS-SLA-GATE-COUNT
003400         GO TO 3200-EXIT
003410     END-IF.
003420     IF GOBS-SLA-CURR-MONTH
003430         ADD 1 TO GOBS-SLA-GATE-NIGHTS(GOBS-SLA-GATE-IDX)
003440     END-IF.
003450     IF SH-OPEN-TIME NOT NUMERIC
003460        OR SH-OPEN-TIME = 0
003470        OR SS-COMP-TIME NOT NUMERIC
003480         GO TO 3200-EXIT
003490     END-IF.
003500     PERFORM 3400-TIME-AFTER-OPEN THRU 3400-EXIT.
003510     IF GOBS-SLA-PRIOR-MONTH-REC
003520         ADD 1 TO GOBS-SLA-GATE-PR-TIMED(GOBS-SLA-GATE-IDX)
003530         ADD GOBS-SLA-AFTER-MIN
003540             TO GOBS-SLA-GATE-PR-MIN(GOBS-SLA-GATE-IDX)
003550         ADD 1 TO GOBS-SLA-PRIR-TIMED
003560         ADD GOBS-SLA-AFTER-MIN TO GOBS-SLA-PRIR-MIN
003570         IF GOBS-SLA-LATE-FINISH
003580             ADD 1 TO GOBS-SLA-GATE-PR-LATE(GOBS-SLA-GATE-IDX)
003590             ADD 1 TO GOBS-SLA-PRIR-LATE
003600         END-IF
003610         GO TO 3200-EXIT
003620     END-IF.
003630     ADD 1 TO GOBS-SLA-GATE-TIMED(GOBS-SLA-GATE-IDX).
003640     ADD GOBS-SLA-AFTER-MIN
003650         TO GOBS-SLA-GATE-MIN(GOBS-SLA-GATE-IDX).
003660     IF GOBS-SLA-AFTER-MIN > GOBS-SLA-GATE-MAX(GOBS-SLA-GATE-IDX)
003670         MOVE GOBS-SLA-AFTER-MIN
003680             TO GOBS-SLA-GATE-MAX(GOBS-SLA-GATE-IDX)
003690     END-IF.
003700     ADD 1 TO GOBS-SLA-CURR-TIMED.
003710     ADD GOBS-SLA-AFTER-MIN TO GOBS-SLA-CURR-MIN.
003720     IF GOBS-SLA-LATE-FINISH
003730         ADD 1 TO GOBS-SLA-GATE-LATE(GOBS-SLA-GATE-IDX)
003740         ADD 1 TO GOBS-SLA-CURR-LATE
003750         ADD 1 TO GOBS-SLA-NIGHT-LATE(GOBS-SLA-NIGHT-IDX)
003760     END-IF.
003770 3200-EXIT.
003780     EXIT.

003790 3250-FIND-GATE.
003800     SET GOBS-SLA-GATE-IDX TO 1.
003810     SEARCH GOBS-SLA-GATE-ENTRY VARYING GOBS-SLA-GATE-IDX
003820         AT END
003830             PERFORM 3260-NEW-GATE-ENTRY THRU 3260-EXIT
003840         WHEN GOBS-SLA-GATE-JOB(GOBS-SLA-GATE-IDX) = SS-JOB-NAME
003850          AND GOBS-SLA-GATE-SITE(GOBS-SLA-GATE-IDX) = SS-SITE-ID
003860             CONTINUE
003870     END-SEARCH.
003880 3250-EXIT.
003890     EXIT.

003900 3260-NEW-GATE-ENTRY.
003910     IF GOBS-SLA-GATE-COUNT NOT < 200
003940         GO TO 3260-EXIT
003950     END-IF.
003960     ADD 1 TO GOBS-SLA-GATE-COUNT.
003970     SET GOBS-SLA-GATE-IDX TO GOBS-SLA-GATE-COUNT.
003980     MOVE SS-JOB-NAME TO GOBS-SLA-GATE-JOB(GOBS-SLA-GATE-IDX).
003990     MOVE SS-SITE-ID TO GOBS-SLA-GATE-SITE(GOBS-SLA-GATE-IDX).
004000 3260-EXIT.
004010     EXIT.

004020*---------------------------------------------------------------*
004030*  ONE WINDOW TRAILER - THE NIGHT'S START, FINISH, AND COUNTS.   *
004040*---------------------------------------------------------------*
004050 3300-TALLY-WINDOW.
004060     IF GOBS-SLA-PRIOR-MONTH-REC
004070         ADD 1 TO GOBS-SLA-PRIR-NIGHTS
004080     ELSE
004090         ADD 1 TO GOBS-SLA-CURR-NIGHTS
004100         SET GOBS-SLA-NIGHT-TRL(GOBS-SLA-NIGHT-IDX) TO TRUE
004110         MOVE ST-START-TIME
004120             TO GOBS-SLA-NIGHT-START(GOBS-SLA-NIGHT-IDX)
004130         MOVE ST-COMP-TIME
004140             TO GOBS-SLA-NIGHT-FINISH(GOBS-SLA-NIGHT-IDX)
004150         MOVE ST-STEP-COUNT
004160             TO GOBS-SLA-NIGHT-STEPS(GOBS-SLA-NIGHT-IDX)
004170         MOVE ST-CONFIRMED
004180             TO GOBS-SLA-NIGHT-CONF(GOBS-SLA-NIGHT-IDX)
004190         MOVE ST-HELD
004200             TO GOBS-SLA-NIGHT-HELD(GOBS-SLA-NIGHT-IDX)
004210         MOVE ST-DEFAULTED
004220             TO GOBS-SLA-NIGHT-DFLT(GOBS-SLA-NIGHT-IDX)
004230         MOVE ST-ABENDED
004240             TO GOBS-SLA-NIGHT-ABND(GOBS-SLA-NIGHT-IDX)
004250     END-IF.
004260     IF ST-START-TIME NOT NUMERIC
004270        OR ST-COMP-TIME NOT NUMERIC
004280         GO TO 3300-EXIT
004290     END-IF.
004300     MOVE ST-START-TIME(1:4) TO GOBS-SLA-TIME-HHMM.
004310     PERFORM 3500-HHMM-TO-MIN THRU 3500-EXIT.
004320     MOVE GOBS-SLA-TIME-MIN TO GOBS-SLA-OPEN-MIN.
004330     MOVE ST-COMP-TIME(1:4) TO GOBS-SLA-TIME-HHMM.
004340     PERFORM 3500-HHMM-TO-MIN THRU 3500-EXIT.
004350     IF GOBS-SLA-TIME-MIN < GOBS-SLA-OPEN-MIN
004360         ADD 1440 TO GOBS-SLA-TIME-MIN
004370     END-IF.
004380     COMPUTE GOBS-SLA-AFTER-MIN =
004390         GOBS-SLA-TIME-MIN - GOBS-SLA-OPEN-MIN.
004400     IF GOBS-SLA-PRIOR-MONTH-REC
004410         ADD 1 TO GOBS-SLA-PRIR-WINDOWS
004420         ADD GOBS-SLA-AFTER-MIN TO GOBS-SLA-PRIR-WIN-MIN
004430     ELSE
004440         ADD 1 TO GOBS-SLA-CURR-WINDOWS
004450         ADD GOBS-SLA-AFTER-MIN TO GOBS-SLA-CURR-WIN-MIN
004460         MOVE GOBS-SLA-AFTER-MIN
004470             TO GOBS-SLA-NIGHT-WIN-MIN(GOBS-SLA-NIGHT-IDX)
004480     END-IF.
004490 3300-EXIT.
004500     EXIT.

004510*---------------------------------------------------------------*
004520*  MINUTES FROM SH-OPEN-TIME TO SS-COMP-TIME, AND WHETHER THE    *
004530*  FINISH WAS PAST SH-CLOSE-TIME.  A FINISH MORE THAN TWELVE     *
004540*  HOURS "BEFORE" THE OPEN TIME HAS RUN PAST MIDNIGHT; A CLOSE   *
004550*  TIME EARLIER THAN THE OPEN TIME IS ON THE NEXT DAY.           *
004560*---------------------------------------------------------------*
004570 3400-TIME-AFTER-OPEN.
004580     MOVE "N" TO GOBS-SLA-LATE-SW.
004590     MOVE SH-OPEN-TIME TO GOBS-SLA-TIME-HHMM.
004600     PERFORM 3500-HHMM-TO-MIN THRU 3500-EXIT.
004610     MOVE GOBS-SLA-TIME-MIN TO GOBS-SLA-OPEN-MIN.
004620     MOVE SS-COMP-TIME(1:4) TO GOBS-SLA-TIME-HHMM.
004630     PERFORM 3500-HHMM-TO-MIN THRU 3500-EXIT.
004640     MOVE GOBS-SLA-TIME-MIN TO GOBS-SLA-END-MIN.
004650     IF GOBS-SLA-END-MIN NOT < GOBS-SLA-OPEN-MIN
004660         COMPUTE GOBS-SLA-AFTER-MIN =
004670             GOBS-SLA-END-MIN - GOBS-SLA-OPEN-MIN
004680     ELSE
004690         IF GOBS-SLA-OPEN-MIN - GOBS-SLA-END-MIN > 720
004700             COMPUTE GOBS-SLA-AFTER-MIN =
004710                 GOBS-SLA-END-MIN + 1440 - GOBS-SLA-OPEN-MIN
004720         ELSE
004730             MOVE 0 TO GOBS-SLA-AFTER-MIN
004740         END-IF
004750     END-IF.
004760     IF SH-CLOSE-TIME NOT NUMERIC
004770        OR SH-CLOSE-TIME = 0
004780         GO TO 3400-EXIT
004790     END-IF.
004800     MOVE SH-CLOSE-TIME TO GOBS-SLA-TIME-HHMM.
004810     PERFORM 3500-HHMM-TO-MIN THRU 3500-EXIT.
004820     IF GOBS-SLA-TIME-MIN < GOBS-SLA-OPEN-MIN
004830         ADD 1440 TO GOBS-SLA-TIME-MIN
004840     END-IF.
004850     COMPUTE GOBS-SLA-CLOSE-AFTER =
004860         GOBS-SLA-TIME-MIN - GOBS-SLA-OPEN-MIN.
004870     IF GOBS-SLA-AFTER-MIN > GOBS-SLA-CLOSE-AFTER
004880         SET GOBS-SLA-LATE-FINISH TO TRUE
004890     END-IF.
004900 3400-EXIT.
004910     EXIT.

004920 3500-HHMM-TO-MIN.
004930     DIVIDE GOBS-SLA-TIME-HHMM BY 100
004940         GIVING GOBS-SLA-TIME-HH
004950         REMAINDER GOBS-SLA-TIME-MM.
004960     COMPUTE GOBS-SLA-TIME-MIN =
004970         GOBS-SLA-TIME-HH * 60 + GOBS-SLA-TIME-MM.
004980 3500-EXIT.
004990     EXIT.

005000 4000-WRITE-REPORT.
005010     MOVE SPACES TO GOBS-RPT-LINE.
005020     STRING "GOBS BATCH WINDOW SLA REPORT - MONTH "
005030                DELIMITED BY SIZE
005040            GOBS-SLA-RPT-MONTH-N DELIMITED BY SIZE
005050         INTO GOBS-RPT-LINE.
005060     WRITE GOBS-RPT-LINE.
005070     MOVE SPACES TO GOBS-RPT-LINE.
005080     MOVE "GATE FINISH, MINUTES AFTER SC-OPEN-TIME:"
005090         TO GOBS-RPT-LINE.
005100     WRITE GOBS-RPT-LINE.
005110     MOVE SPACES TO GOBS-RPT-LINE.
005120     STRING "  JOB      SITE  NIGHTS  AVG   MAX  LATE"
005130                DELIMITED BY SIZE
005140            "    PRIOR AVG  LATE" DELIMITED BY SIZE
005150         INTO GOBS-RPT-LINE.
005160     WRITE GOBS-RPT-LINE.
005170     IF GOBS-SLA-GATE-COUNT > 0
005180         PERFORM 4100-WRITE-ONE-GATE THRU 4100-EXIT
005190             VARYING GOBS-SLA-GATE-IDX FROM 1 BY 1
005200             UNTIL GOBS-SLA-GATE-IDX > GOBS-SLA-GATE-COUNT
005210     ELSE
005220         MOVE SPACES TO GOBS-RPT-LINE
005230         MOVE "  (NO GATES IN THE WINDOW HISTORY)"
005240             TO GOBS-RPT-LINE
005250         WRITE GOBS-RPT-LINE
005260     END-IF.
005270     MOVE SPACES TO GOBS-RPT-LINE.
005280     MOVE "WINDOW START AND FINISH BY NIGHT:" TO GOBS-RPT-LINE.
005290     WRITE GOBS-RPT-LINE.
005300     MOVE SPACES TO GOBS-RPT-LINE.
005310     STRING "  DATE     START FINISH MINS STEPS  CONF  HELD"
005320                DELIMITED BY SIZE
005330            "  DFLT  ABND  LATE" DELIMITED BY SIZE
005340         INTO GOBS-RPT-LINE.
005350     WRITE GOBS-RPT-LINE.
005360     IF GOBS-SLA-NIGHT-COUNT > 0
005370         PERFORM 4200-WRITE-ONE-NIGHT THRU 4200-EXIT
005380             VARYING GOBS-SLA-NIGHT-IDX FROM 1 BY 1
005390             UNTIL GOBS-SLA-NIGHT-IDX > GOBS-SLA-NIGHT-COUNT
005400     END-IF.
005410     PERFORM 4400-WRITE-TREND THRU 4400-EXIT.
005420 4000-EXIT.
005430     EXIT.

005440 4100-WRITE-ONE-GATE.
005450     MOVE GOBS-SLA-GATE-NIGHTS(GOBS-SLA-GATE-IDX)
005460         TO GOBS-SLA-COUNT-DISPLAY.
005470     MOVE SPACES TO GOBS-SLA-THIS-TEXT.
005480     IF GOBS-SLA-GATE-TIMED(GOBS-SLA-GATE-IDX) = 0
005490         MOVE "  NO WINDOW" TO GOBS-SLA-THIS-TEXT
005500     ELSE
005510         DIVIDE GOBS-SLA-GATE-MIN(GOBS-SLA-GATE-IDX)
005520             BY GOBS-SLA-GATE-TIMED(GOBS-SLA-GATE-IDX)
005530             GIVING GOBS-SLA-AVG-MIN ROUNDED
005540         MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY2
005550         MOVE GOBS-SLA-GATE-MAX(GOBS-SLA-GATE-IDX)
005560             TO GOBS-SLA-COUNT-DISPLAY3
005570         MOVE GOBS-SLA-GATE-LATE(GOBS-SLA-GATE-IDX)
005580             TO GOBS-SLA-COUNT-DISPLAY4
005590         STRING GOBS-SLA-COUNT-DISPLAY2 DELIMITED BY SIZE
005600                " " DELIMITED BY SIZE
005610                GOBS-SLA-COUNT-DISPLAY3 DELIMITED BY SIZE
005620                " " DELIMITED BY SIZE
005630                GOBS-SLA-COUNT-DISPLAY4 DELIMITED BY SIZE
005640             INTO GOBS-SLA-THIS-TEXT
005650     END-IF.
005660     MOVE SPACES TO GOBS-SLA-PRIOR-TEXT.
005670     IF GOBS-SLA-GATE-PR-TIMED(GOBS-SLA-GATE-IDX) = 0
005680         MOVE "     NONE" TO GOBS-SLA-PRIOR-TEXT
005690     ELSE
005700         DIVIDE GOBS-SLA-GATE-PR-MIN(GOBS-SLA-GATE-IDX)
005710             BY GOBS-SLA-GATE-PR-TIMED(GOBS-SLA-GATE-IDX)
005720             GIVING GOBS-SLA-AVG-MIN ROUNDED
005730         MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY5
005740         MOVE GOBS-SLA-GATE-PR-LATE(GOBS-SLA-GATE-IDX)
005750             TO GOBS-SLA-COUNT-DISPLAY6
005760         STRING "    " DELIMITED BY SIZE
005770                GOBS-SLA-COUNT-DISPLAY5 DELIMITED BY SIZE
005780                " " DELIMITED BY SIZE
005790                GOBS-SLA-COUNT-DISPLAY6 DELIMITED BY SIZE
005800             INTO GOBS-SLA-PRIOR-TEXT
005810     END-IF.
005820     MOVE SPACES TO GOBS-RPT-LINE.
005830     STRING "  " DELIMITED BY SIZE
005840            GOBS-SLA-GATE-JOB(GOBS-SLA-GATE-IDX)
005850                DELIMITED BY SIZE
005860            " " DELIMITED BY SIZE
005870            GOBS-SLA-GATE-SITE(GOBS-SLA-GATE-IDX)
005880                DELIMITED BY SIZE
005890            " " DELIMITED BY SIZE
005900            GOBS-SLA-COUNT-DISPLAY DELIMITED BY SIZE
005910            GOBS-SLA-THIS-TEXT DELIMITED BY SIZE
005920            "    " DELIMITED BY SIZE
005930            GOBS-SLA-PRIOR-TEXT DELIMITED BY SIZE
005940         INTO GOBS-RPT-LINE.
005950     WRITE GOBS-RPT-LINE.
005960 4100-EXIT.
005970     EXIT.

005980 4200-WRITE-ONE-NIGHT.
005990     MOVE GOBS-SLA-NIGHT-LATE(GOBS-SLA-NIGHT-IDX)
006000         TO GOBS-SLA-COUNT-DISPLAY7.
006010     MOVE SPACES TO GOBS-RPT-LINE.
006020     IF NOT GOBS-SLA-NIGHT-TRL(GOBS-SLA-NIGHT-IDX)
006030         STRING "  " DELIMITED BY SIZE
006040                GOBS-SLA-NIGHT-DATE(GOBS-SLA-NIGHT-IDX)
006050                    DELIMITED BY SIZE
006060                " NO WINDOW TRAILER CAPTURED          LATE"
006070                    DELIMITED BY SIZE
006080                GOBS-SLA-COUNT-DISPLAY7 DELIMITED BY SIZE
006090             INTO GOBS-RPT-LINE
006100         WRITE GOBS-RPT-LINE
006110         GO TO 4200-EXIT
006120     END-IF.
006130     MOVE GOBS-SLA-NIGHT-START(GOBS-SLA-NIGHT-IDX)
006140         TO GOBS-SLA-TIME-WORK.
006150     MOVE GOBS-SLA-WORK-HH TO GOBS-SLA-OUT-HH.
006160     MOVE GOBS-SLA-WORK-MM TO GOBS-SLA-OUT-MM.
006170     MOVE GOBS-SLA-NIGHT-FINISH(GOBS-SLA-NIGHT-IDX)
006180         TO GOBS-SLA-TIME-WORK.
006190     MOVE GOBS-SLA-WORK-HH TO GOBS-SLA-OUT2-HH.
006200     MOVE GOBS-SLA-WORK-MM TO GOBS-SLA-OUT2-MM.
006210     MOVE GOBS-SLA-NIGHT-WIN-MIN(GOBS-SLA-NIGHT-IDX)
006220         TO GOBS-SLA-COUNT-DISPLAY.
006230     MOVE GOBS-SLA-NIGHT-STEPS(GOBS-SLA-NIGHT-IDX)
006240         TO GOBS-SLA-COUNT-DISPLAY2.
006250     MOVE GOBS-SLA-NIGHT-CONF(GOBS-SLA-NIGHT-IDX)
006260         TO GOBS-SLA-COUNT-DISPLAY3.
006270     MOVE GOBS-SLA-NIGHT-HELD(GOBS-SLA-NIGHT-IDX)
006280         TO GOBS-SLA-COUNT-DISPLAY4.
006290     MOVE GOBS-SLA-NIGHT-DFLT(GOBS-SLA-NIGHT-IDX)
006300         TO GOBS-SLA-COUNT-DISPLAY5.
006310     MOVE GOBS-SLA-NIGHT-ABND(GOBS-SLA-NIGHT-IDX)
006320         TO GOBS-SLA-COUNT-DISPLAY6.
006330     STRING "  " DELIMITED BY SIZE
006340            GOBS-SLA-NIGHT-DATE(GOBS-SLA-NIGHT-IDX)
006350                DELIMITED BY SIZE
006360            " " DELIMITED BY SIZE
006370            GOBS-SLA-TIME-OUT DELIMITED BY SIZE
006380            "  " DELIMITED BY SIZE
006390            GOBS-SLA-TIME-OUT2 DELIMITED BY SIZE
006400            GOBS-SLA-COUNT-DISPLAY DELIMITED BY SIZE
006410            " " DELIMITED BY SIZE
006420            GOBS-SLA-COUNT-DISPLAY2 DELIMITED BY SIZE
006430            " " DELIMITED BY SIZE
006440            GOBS-SLA-COUNT-DISPLAY3 DELIMITED BY SIZE
006450            " " DELIMITED BY SIZE
006460            GOBS-SLA-COUNT-DISPLAY4 DELIMITED BY SIZE
006470            " " DELIMITED BY SIZE
006480            GOBS-SLA-COUNT-DISPLAY5 DELIMITED BY SIZE
006490            " " DELIMITED BY SIZE
006500            GOBS-SLA-COUNT-DISPLAY6 DELIMITED BY SIZE
006510            " " DELIMITED BY SIZE
006520            GOBS-SLA-COUNT-DISPLAY7 DELIMITED BY SIZE
006530         INTO GOBS-RPT-LINE.
006540     WRITE GOBS-RPT-LINE.
006550 4200-EXIT.
006560     EXIT.

006570*---------------------------------------------------------------*
006580*  TREND AGAINST THE PRIOR MONTH - NIGHTS, AVERAGE WINDOW        *
006590*  LENGTH, GATES TIMED, AVERAGE MINUTES AFTER OPEN, GATES LATE.  *
006600*---------------------------------------------------------------*
006610 4400-WRITE-TREND.
006620     MOVE SPACES TO GOBS-RPT-LINE.
006630     STRING "TREND VS " DELIMITED BY SIZE
006640            GOBS-SLA-PRIOR-MONTH-N DELIMITED BY SIZE
006650            " (NIGHTS/WINDOW MINS/GATES/AVG MINS/LATE):"
006660                DELIMITED BY SIZE
006670         INTO GOBS-RPT-LINE.
006680     WRITE GOBS-RPT-LINE.
006690     MOVE GOBS-SLA-CURR-NIGHTS TO GOBS-SLA-COUNT-DISPLAY.
006700     MOVE 0 TO GOBS-SLA-AVG-MIN.
006710     IF GOBS-SLA-CURR-WINDOWS > 0
006720         DIVIDE GOBS-SLA-CURR-WIN-MIN BY GOBS-SLA-CURR-WINDOWS
006730             GIVING GOBS-SLA-AVG-MIN ROUNDED
006740     END-IF.
006750     MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY2.
006760     MOVE GOBS-SLA-CURR-TIMED TO GOBS-SLA-COUNT-DISPLAY3.
006770     MOVE 0 TO GOBS-SLA-AVG-MIN.
006780     IF GOBS-SLA-CURR-TIMED > 0
006790         DIVIDE GOBS-SLA-CURR-MIN BY GOBS-SLA-CURR-TIMED
006800             GIVING GOBS-SLA-AVG-MIN ROUNDED
006810     END-IF.
006820     MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY4.
006830     MOVE GOBS-SLA-CURR-LATE TO GOBS-SLA-COUNT-DISPLAY5.
006840     MOVE SPACES TO GOBS-RPT-LINE.
006850     STRING "  THIS MONTH " DELIMITED BY SIZE
006860            GOBS-SLA-COUNT-DISPLAY DELIMITED BY SIZE
006870            GOBS-SLA-COUNT-DISPLAY2 DELIMITED BY SIZE
006880            GOBS-SLA-COUNT-DISPLAY3 DELIMITED BY SIZE
006890            GOBS-SLA-COUNT-DISPLAY4 DELIMITED BY SIZE
006900            GOBS-SLA-COUNT-DISPLAY5 DELIMITED BY SIZE
006910         INTO GOBS-RPT-LINE.
006920     WRITE GOBS-RPT-LINE.
006930     MOVE GOBS-SLA-PRIR-NIGHTS TO GOBS-SLA-COUNT-DISPLAY.
006940     MOVE 0 TO GOBS-SLA-AVG-MIN.
006950     IF GOBS-SLA-PRIR-WINDOWS > 0
006960         DIVIDE GOBS-SLA-PRIR-WIN-MIN BY GOBS-SLA-PRIR-WINDOWS
006970             GIVING GOBS-SLA-AVG-MIN ROUNDED
006980     END-IF.
006990     MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY2.
007000     MOVE GOBS-SLA-PRIR-TIMED TO GOBS-SLA-COUNT-DISPLAY3.
007010     MOVE 0 TO GOBS-SLA-AVG-MIN.
007020     IF GOBS-SLA-PRIR-TIMED > 0
007030         DIVIDE GOBS-SLA-PRIR-MIN BY GOBS-SLA-PRIR-TIMED
007040             GIVING GOBS-SLA-AVG-MIN ROUNDED
007050     END-IF.
007060     MOVE GOBS-SLA-AVG-MIN TO GOBS-SLA-COUNT-DISPLAY4.
007070     MOVE GOBS-SLA-PRIR-LATE TO GOBS-SLA-COUNT-DISPLAY5.
007080     MOVE SPACES TO GOBS-RPT-LINE.
007090     STRING "  LAST MONTH " DELIMITED BY SIZE
007100            GOBS-SLA-COUNT-DISPLAY DELIMITED BY SIZE
007110            GOBS-SLA-COUNT-DISPLAY2 DELIMITED BY SIZE
007120            GOBS-SLA-COUNT-DISPLAY3 DELIMITED BY SIZE
007130            GOBS-SLA-COUNT-DISPLAY4 DELIMITED BY SIZE
007140            GOBS-SLA-COUNT-DISPLAY5 DELIMITED BY SIZE
007150         INTO GOBS-RPT-LINE.
007160     WRITE GOBS-RPT-LINE.
007170 4400-EXIT.
007180     EXIT.
