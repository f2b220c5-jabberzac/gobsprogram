000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSNSF.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSNSF IS THE MORNING NSF LISTING.  FOR EVERY SITE ON THE   *
000090*  GOBSMSG SITE TABLE IT READS THE GOBSRETN.SITE RETURNED-ITEMS *
000100*  SUSPENSE FILE GOBSAPLY WRITES AND LISTS EACH DB RETURNED ON  *
000110*  THE REPORT DATE - ACCOUNT, AMOUNT, THE BALANCE AND OVERDRAFT *
000120*  LIMIT IT WAS TESTED AGAINST, AND THE REASON - WITH A COUNT   *
000130*  AND AMOUNT PER SITE AND FOR THE WHOLE LISTING.  THE REPORT   *
000140*  DATE IS GOBSNDAT FROM JCL AS YYYYMMDD, DEFAULT TODAY.  A     *
000150*  SITE WITH NO SUSPENSE FILE, OR NOTHING ON IT FOR THE DATE,   *
000160*  IS LISTED AS HAVING NO RETURNED ITEMS SO THE SHEET ALWAYS    *
000170*  ACCOUNTS FOR EVERY SITE.                                     *
000171*                                                               *
000172*  RETURNS OF A RUN GOBSBKOT HAS BACKED OUT ARE NOT LISTED -    *
000173*  THE SUSPENSE FILE KEEPS THEM, BUT THE CORRECTED RE-RUN       *
000174*  WRITES ITS OWN.  GOBSAPLY WRITES EACH RETURN TO GOBSRETN     *
000175*  JUST AHEAD OF ITS TYPE N JOURNAL ENTRY, SO A DATE'S RETURNS  *
000176*  ARE IN STEP WITH ITS N ENTRIES ON GOBSAPLJ, AND EVERY N      *
000177*  ENTRY AHEAD OF THE DATE'S LAST TYPE R ENTRY BELONGS TO A     *
000178*  BACKED-OUT RUN.  THE SITE TOTAL COUNTS THOSE SKIPPED.        *
000180*--------------------------------------------------------------*
000190*  MODIFICATION HISTORY
000200*  ---------- ---- -------------------------------------------
000210*  DATE       BY   DESCRIPTION
000220*  ---------- ---- -------------------------------------------
000230*  10/15/2026 JH   ORIGINAL PROGRAM.
000232*  10/15/2026 JH   RETURNS OF A RUN BACKED OUT BY GOBSBKOT ARE
000234*                  NO LONGER LISTED, SO A SAME-DAY CORRECTED
000236*                  RE-RUN'S RETURNS ARE NOT LISTED TWICE.
000240*--------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT GOBSRETN-FILE
000290                          ASSIGN TO DYNAMIC GOBS-NSF-RETN-FN
000300                              ORGANIZATION LINE SEQUENTIAL
000310                              FILE STATUS IS GOBS-NSF-RETN-STAT.

000320     SELECT GOBSNSFR-FILE     ASSIGN TO "GOBSNSFR"
000330                              ORGANIZATION LINE SEQUENTIAL
000340                              FILE STATUS IS GOBS-NSF-RPT-STAT.

000342     SELECT GOBSJRNL-FILE
000344                          ASSIGN TO DYNAMIC GOBS-NSF-JRNL-FN
000346                              ORGANIZATION LINE SEQUENTIAL
000348                              FILE STATUS IS GOBS-NSF-JRNL-STAT.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GOBSRETN-FILE
000380     LABEL RECORDS ARE STANDARD.
000390 COPY "gobsnrec.cpy".

000400 FD  GOBSNSFR-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 COPY "gobsrpt.cpy".

000422 FD  GOBSJRNL-FILE
000424     LABEL RECORDS ARE STANDARD.
000426 COPY "gobsjrec.cpy".

000430 WORKING-STORAGE SECTION.
000440 01  GOBS-NSF-FILE-STATUSES.
000450     05  GOBS-NSF-RETN-STAT      PIC X(02).
000460     05  GOBS-NSF-RPT-STAT       PIC X(02).
000465     05  GOBS-NSF-JRNL-STAT      PIC X(02).

000470 COPY "gobsmsg.cpy".

000480 01  GOBS-NSF-RUN-DATE           PIC 9(08).
000490 01  GOBS-NSF-RPT-DATE           PIC 9(08).
000500 01  GOBS-NSF-DATE-PARM          PIC X(08).
000510 01  GOBS-NSF-SITE-ID            PIC X(05).

000520*SITE-QUALIFIED SUSPENSE FILE NAME, BUILT PER SITE THE SAME WAY
000530*    GOBSAPLY BUILDS IT.
000540 01  GOBS-NSF-RETN-FN            PIC X(14).
000545 01  GOBS-NSF-JRNL-FN            PIC X(14).

000550 01  GOBS-NSF-EOF-SW             PIC X(01).
000560     88  GOBS-NSF-EOF                VALUE "Y".

000570*NUMBER OF ROWS ON THE GOBSMSG SITE TABLE, WORKED OUT FROM ITS
000580*    LENGTH SO A NEW INSTALLATION ROW IS PICKED UP WITHOUT A
000590*    CHANGE HERE.
000600 77  GOBS-NSF-SITE-MAX           PIC 9(03) COMP VALUE 0.

000610 77  GOBS-NSF-SITE-COUNT         PIC 9(07) COMP VALUE 0.
000620 01  GOBS-NSF-SITE-AMOUNT        PIC 9(11)V99 VALUE 0.
000630 77  GOBS-NSF-TOTAL-COUNT        PIC 9(07) COMP VALUE 0.
000640 01  GOBS-NSF-TOTAL-AMOUNT       PIC 9(11)V99 VALUE 0.
000650 77  GOBS-NSF-SITES-WITH-ITEMS   PIC 9(03) COMP VALUE 0.

000651*THE SITE'S TYPE N JOURNAL ENTRIES FOR THE REPORT DATE SEEN SO
000652*    FAR, AND HOW MANY OF THEM (AND SO OF THE DATE'S FIRST
000653*    RETURNS ON THE SUSPENSE FILE) BELONG TO A BACKED-OUT RUN.
000654 77  GOBS-NSF-N-SEEN             PIC 9(07) COMP VALUE 0.
000655 77  GOBS-NSF-BKOT-SKIP          PIC 9(07) COMP VALUE 0.
000656 77  GOBS-NSF-BKOT-COUNT         PIC 9(07) COMP VALUE 0.

000660 01  GOBS-NSF-COUNT-DISPLAY      PIC Z(06)9.
000670 01  GOBS-NSF-AMOUNT-DISPLAY     PIC Z(10)9.99.
000680 01  GOBS-NSF-CARD-AMT-DISPLAY   PIC Z(08)9.99.
000690 01  GOBS-NSF-BAL-DISPLAY        PIC -Z(10)9.99.
000700 01  GOBS-NSF-LIMIT-DISPLAY      PIC Z(06)9.99.

000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     PERFORM 2000-LIST-ONE-SITE THRU 2000-EXIT
000750         VARYING GOBS-MSG-IDX FROM 1 BY 1
000760         UNTIL GOBS-MSG-IDX > GOBS-NSF-SITE-MAX.
000770     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
000780     CLOSE GOBSNSFR-FILE.
000790     GOBACK.
000800 0000-EXIT.
000810     EXIT.

000820 1000-INITIALIZE.
000830     MOVE 0 TO RETURN-CODE.
000840     ACCEPT GOBS-NSF-RUN-DATE FROM DATE YYYYMMDD.
000850     ACCEPT GOBS-NSF-DATE-PARM FROM ENVIRONMENT "GOBSNDAT".
000860     IF GOBS-NSF-DATE-PARM IS NUMERIC
000870        AND GOBS-NSF-DATE-PARM NOT = "00000000"
000880         MOVE GOBS-NSF-DATE-PARM TO GOBS-NSF-RPT-DATE
000890     ELSE
000900         MOVE GOBS-NSF-RUN-DATE TO GOBS-NSF-RPT-DATE
000910     END-IF.
000920     COMPUTE GOBS-NSF-SITE-MAX
000930         = LENGTH OF GOBS-MSG-TABLE / LENGTH OF GOBS-MSG-ENTRY.
000940     OPEN OUTPUT GOBSNSFR-FILE.
000950     MOVE SPACES TO GOBS-RPT-LINE.
000960     STRING "NSF RETURNED-ITEMS LISTING  APPLY DATE: "
000970                DELIMITED BY SIZE
000980            GOBS-NSF-RPT-DATE DELIMITED BY SIZE
000990            "  RUN DATE: " DELIMITED BY SIZE
001000            GOBS-NSF-RUN-DATE DELIMITED BY SIZE
001010         INTO GOBS-RPT-LINE.
001020     WRITE GOBS-RPT-LINE.
001030 1000-EXIT.
001040     EXIT.

001050*---------------------------------------------------------------*
001060*  ONE SITE: OPEN ITS SUSPENSE FILE, LIST THE REPORT DATE'S     *
001070*  RETURNED ITEMS, AND CLOSE WITH THE SITE COUNT AND AMOUNT.    *
001080*---------------------------------------------------------------*
001090 2000-LIST-ONE-SITE.
001100     MOVE GOBS-MSG-SITE-ID(GOBS-MSG-IDX) TO GOBS-NSF-SITE-ID.
001110     MOVE 0 TO GOBS-NSF-SITE-COUNT.
001120     MOVE 0 TO GOBS-NSF-SITE-AMOUNT.
001125     MOVE 0 TO GOBS-NSF-BKOT-COUNT.
001130     MOVE SPACES TO GOBS-NSF-RETN-FN.
001140     STRING "GOBSRETN." DELIMITED BY SIZE
001150            GOBS-NSF-SITE-ID DELIMITED BY SPACE
001160         INTO GOBS-NSF-RETN-FN.
001170     MOVE SPACES TO GOBS-RPT-LINE.
001180     WRITE GOBS-RPT-LINE.
001190     MOVE SPACES TO GOBS-RPT-LINE.
001200     STRING "SITE " DELIMITED BY SIZE
001210            GOBS-NSF-SITE-ID DELIMITED BY SIZE
001220         INTO GOBS-RPT-LINE.
001230     WRITE GOBS-RPT-LINE.
001235     PERFORM 2200-COUNT-BACKED-OUT THRU 2200-EXIT.
001240     MOVE "N" TO GOBS-NSF-EOF-SW.
001250     OPEN INPUT GOBSRETN-FILE.
001260     IF GOBS-NSF-RETN-STAT NOT = "00"
001270         GO TO 2000-SITE-TOTAL
001280     END-IF.
001290     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
001300         UNTIL GOBS-NSF-EOF.
001310     CLOSE GOBSRETN-FILE.
001320 2000-SITE-TOTAL.
001321     IF GOBS-NSF-BKOT-COUNT > 0
001322         MOVE GOBS-NSF-BKOT-COUNT TO GOBS-NSF-COUNT-DISPLAY
001323         MOVE SPACES TO GOBS-RPT-LINE
001324         STRING "  BACKED OUT BY GOBSBKOT, NOT LISTED: "
001325                    DELIMITED BY SIZE
001326                GOBS-NSF-COUNT-DISPLAY DELIMITED BY SIZE
001327             INTO GOBS-RPT-LINE
001328         WRITE GOBS-RPT-LINE
001329     END-IF.
001330     IF GOBS-NSF-SITE-COUNT = 0
001340         MOVE "  NO RETURNED ITEMS" TO GOBS-RPT-LINE
001350         WRITE GOBS-RPT-LINE
001360         GO TO 2000-EXIT
001370     END-IF.
001380     ADD 1 TO GOBS-NSF-SITES-WITH-ITEMS.
001390     MOVE GOBS-NSF-SITE-COUNT TO GOBS-NSF-COUNT-DISPLAY.
001400     MOVE GOBS-NSF-SITE-AMOUNT TO GOBS-NSF-AMOUNT-DISPLAY.
001410     MOVE SPACES TO GOBS-RPT-LINE.
001420     STRING "  SITE " DELIMITED BY SIZE
001430            GOBS-NSF-SITE-ID DELIMITED BY SIZE
001440            " RETURNED: " DELIMITED BY SIZE
001450            GOBS-NSF-COUNT-DISPLAY DELIMITED BY SIZE
001460            "  AMOUNT: " DELIMITED BY SIZE
001470            GOBS-NSF-AMOUNT-DISPLAY DELIMITED BY SIZE
001480         INTO GOBS-RPT-LINE.
001490     WRITE GOBS-RPT-LINE.
001500 2000-EXIT.
001510     EXIT.

001520 2100-LIST-ONE-ITEM.
001530     READ GOBSRETN-FILE
001540         AT END
001550             SET GOBS-NSF-EOF TO TRUE
001560             GO TO 2100-EXIT
001570     END-READ.
001580     IF RI-RETURN-DATE NOT = GOBS-NSF-RPT-DATE
001590         GO TO 2100-EXIT
001600     END-IF.
001601     IF GOBS-NSF-BKOT-SKIP > 0
001602         SUBTRACT 1 FROM GOBS-NSF-BKOT-SKIP
001603         ADD 1 TO GOBS-NSF-BKOT-COUNT
001604         GO TO 2100-EXIT
001605     END-IF.
001610     IF GOBS-NSF-SITE-COUNT = 0
001620         MOVE SPACES TO GOBS-RPT-LINE
001630         STRING "  ACCOUNT          AMOUNT" DELIMITED BY SIZE
001640                "         BALANCE   OD LIMIT REASON"
001650                    DELIMITED BY SIZE
001660             INTO GOBS-RPT-LINE
001670         WRITE GOBS-RPT-LINE
001680     END-IF.
001690     ADD 1 TO GOBS-NSF-SITE-COUNT.
001700     ADD RI-TRAN-AMOUNT TO GOBS-NSF-SITE-AMOUNT.
001710     ADD 1 TO GOBS-NSF-TOTAL-COUNT.
001720     ADD RI-TRAN-AMOUNT TO GOBS-NSF-TOTAL-AMOUNT.
001730     MOVE RI-TRAN-AMOUNT TO GOBS-NSF-CARD-AMT-DISPLAY.
001740     MOVE RI-CURR-BALANCE TO GOBS-NSF-BAL-DISPLAY.
001750     MOVE RI-OD-LIMIT TO GOBS-NSF-LIMIT-DISPLAY.
001760     MOVE SPACES TO GOBS-RPT-LINE.
001770     STRING "  " DELIMITED BY SIZE
001780            RI-ACCOUNT-NO DELIMITED BY SIZE
001790            " " DELIMITED BY SIZE
001800            GOBS-NSF-CARD-AMT-DISPLAY DELIMITED BY SIZE
001810            " " DELIMITED BY SIZE
001820            GOBS-NSF-BAL-DISPLAY DELIMITED BY SIZE
001830            " " DELIMITED BY SIZE
001840            GOBS-NSF-LIMIT-DISPLAY DELIMITED BY SIZE
001850            " " DELIMITED BY SIZE
001860            RI-REASON DELIMITED BY SIZE
001870         INTO GOBS-RPT-LINE.
001880     WRITE GOBS-RPT-LINE.
001890 2100-EXIT.
001900     EXIT.

001910 5000-WRITE-TOTALS.
001920     MOVE SPACES TO GOBS-RPT-LINE.
001930     WRITE GOBS-RPT-LINE.
001940     MOVE GOBS-NSF-SITES-WITH-ITEMS TO GOBS-NSF-COUNT-DISPLAY.
001950     MOVE SPACES TO GOBS-RPT-LINE.
001960     STRING "SITES WITH RETURNS:  " DELIMITED BY SIZE
001970            GOBS-NSF-COUNT-DISPLAY DELIMITED BY SIZE
001980         INTO GOBS-RPT-LINE.
001990     WRITE GOBS-RPT-LINE.
002000     MOVE GOBS-NSF-TOTAL-COUNT TO GOBS-NSF-COUNT-DISPLAY.
002010     MOVE SPACES TO GOBS-RPT-LINE.
002020     STRING "TOTAL RETURNED:      " DELIMITED BY SIZE
002030            GOBS-NSF-COUNT-DISPLAY DELIMITED BY SIZE
002040         INTO GOBS-RPT-LINE.
002050     WRITE GOBS-RPT-LINE.
002060     MOVE GOBS-NSF-TOTAL-AMOUNT TO GOBS-NSF-AMOUNT-DISPLAY.
002070     MOVE SPACES TO GOBS-RPT-LINE.
002080     STRING "TOTAL AMOUNT:        " DELIMITED BY SIZE
002090            GOBS-NSF-AMOUNT-DISPLAY DELIMITED BY SIZE
002100         INTO GOBS-RPT-LINE.
002110     WRITE GOBS-RPT-LINE.
002120 5000-EXIT.
002130     EXIT.

002140*---------------------------------------------------------------*
002150*  COUNT THE SITE'S TYPE N JOURNAL ENTRIES FOR THE REPORT DATE  *
002160*  AHEAD OF THE DATE'S LAST TYPE R ENTRY - THE RETURNS OF RUNS  *
002170*  SINCE BACKED OUT.  GOBSAPLY STARTS ITS RESTART COUNT AGAIN   *
002180*  AFTER A BACKOUT BY THE SAME RULE.  NO JOURNAL MEANS NOTHING  *
002190*  WAS BACKED OUT.                                              *
002200*---------------------------------------------------------------*
002210 2200-COUNT-BACKED-OUT.
002220     MOVE 0 TO GOBS-NSF-N-SEEN.
002230     MOVE 0 TO GOBS-NSF-BKOT-SKIP.
002240     MOVE SPACES TO GOBS-NSF-JRNL-FN.
002250     STRING "GOBSAPLJ." DELIMITED BY SIZE
002260            GOBS-NSF-SITE-ID DELIMITED BY SPACE
002270         INTO GOBS-NSF-JRNL-FN.
002280     MOVE "N" TO GOBS-NSF-EOF-SW.
002290     OPEN INPUT GOBSJRNL-FILE.
002300     IF GOBS-NSF-JRNL-STAT NOT = "00"
002310         GO TO 2200-EXIT
002320     END-IF.
002330     PERFORM 2210-CHECK-ONE-JRNL-REC THRU 2210-EXIT
002340         UNTIL GOBS-NSF-EOF.
002350     CLOSE GOBSJRNL-FILE.
002360 2200-EXIT.
002370     EXIT.

002380 2210-CHECK-ONE-JRNL-REC.
002390     READ GOBSJRNL-FILE
002400         AT END
002410             SET GOBS-NSF-EOF TO TRUE
002420             GO TO 2210-EXIT
002430     END-READ.
002440     IF AJ-ENTRY-REVERSAL
002450         IF AJ-REVERSED-DATE = GOBS-NSF-RPT-DATE
002460             MOVE GOBS-NSF-N-SEEN TO GOBS-NSF-BKOT-SKIP
002470         END-IF
002480         GO TO 2210-EXIT
002490     END-IF.
002500     IF AJ-ENTRY-RETURNED
002510        AND AJ-APPLY-DATE = GOBS-NSF-RPT-DATE
002520         ADD 1 TO GOBS-NSF-N-SEEN
002530     END-IF.
002540 2210-EXIT.
002550     EXIT.
