000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSRFWD.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSRFWD IS THE NIGHTLY ROLL-FORWARD PROOF OF THE GOBSAMST   *
000090*  ACCOUNT MASTER AS A WHOLE.  IT RUNS AFTER EVERY SITE'S       *
000100*  GOBSAPLY AND PROVES, PER ACCOUNT, PER SITE, AND IN TOTAL,    *
000110*  THAT THE LAST CLOSING-BALANCE SNAPSHOT PLUS THE NET          *
000120*  MOVEMENT JOURNALED ON GOBSAPLJ SINCE IT EQUALS THE MASTER    *
000130*  TONIGHT.  THE MOVEMENT IS NEW BALANCE LESS PRIOR BALANCE OF  *
000140*  EVERY JOURNAL RECORD PAST THE POSITION THE SNAPSHOT NOTED    *
000150*  FOR THE SITE, SO APPLIED, RETURNED, AND BACKED-OUT ENTRIES   *
000160*  ALL COUNT AT WHAT THEY DID TO THE BALANCE.  AN ACCOUNT       *
000170*  CHANGED OUTSIDE GOBSAPLY, OR A REWRITE THAT NEVER LANDED,    *
000180*  DOES NOT FOOT: IT IS NAMED ON THE GOBSRFWR REPORT WITH ITS   *
000190*  SITE, AND EACH ONE RAISES A CRITICAL GOBSALRT.               *
000200*                                                                *
000210*  TONIGHT'S SNAPSHOT IS THEN WRITTEN TO GOBSBSNP.YYYYMMDD AND  *
000220*  THE GOBSBSNC CONTROL CARD MOVED ON, WHETHER OR NOT THE PROOF *
000230*  FOOTED, SO TOMORROW PROVES TOMORROW'S MOVEMENT ONLY.  A       *
000240*  SECOND RUN THE SAME DAY PROVES AGAIN FROM THE SAME PRIOR     *
000250*  SNAPSHOT.  THE FIRST RUN EVER (NO CONTROL CARD) TAKES A      *
000260*  BASELINE SNAPSHOT ONLY.  RETURN CODE 0 IS FOOTED, 8 IS OUT   *
000270*  OF BALANCE OR NO PRIOR SNAPSHOT, 12 IS NOT RUN.              *
000280*--------------------------------------------------------------*
000290*  MODIFICATION HISTORY
000300*  ---------- ---- -------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- -------------------------------------------
000330*  10/15/2026 JH   ORIGINAL PROGRAM.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GOBSBSNC-FILE     ASSIGN TO "GOBSBSNC"
000390                              ORGANIZATION LINE SEQUENTIAL
000400                              FILE STATUS IS GOBS-RFWD-CTL-STAT.

000410     SELECT GOBSBOLD-FILE
000420                          ASSIGN TO DYNAMIC GOBS-RFWD-OLD-FN
000430                              ORGANIZATION LINE SEQUENTIAL
000440                              FILE STATUS IS GOBS-RFWD-OLD-STAT.

000450     SELECT GOBSBSNP-FILE
000460                          ASSIGN TO DYNAMIC GOBS-RFWD-NEW-FN
000470                              ORGANIZATION LINE SEQUENTIAL
000480                              FILE STATUS IS GOBS-RFWD-NEW-STAT.

000490     SELECT GOBSJRNL-FILE
000500                          ASSIGN TO DYNAMIC GOBS-RFWD-JRNL-FN
000510                              ORGANIZATION LINE SEQUENTIAL
000520                              FILE STATUS IS GOBS-RFWD-JRNL-STAT.

000530     SELECT GOBSAMST-FILE     ASSIGN TO "GOBSAMST"
000540                              ORGANIZATION IS INDEXED
000550                              ACCESS MODE IS DYNAMIC
000560                              RECORD KEY IS AM-KEY
000570                              FILE STATUS IS GOBS-RFWD-MST-STAT.

000580     SELECT GOBSRFWR-FILE     ASSIGN TO "GOBSRFWR"
000590                              ORGANIZATION LINE SEQUENTIAL
000600                              FILE STATUS IS GOBS-RFWD-RPT-STAT.

000610     SELECT GOBSALRT-FILE     ASSIGN TO "GOBSALRT"
000620                              ORGANIZATION LINE SEQUENTIAL
000630                              FILE STATUS IS GOBS-RFWD-ALR-STAT.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GOBSBSNC-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  GOBS-RFWD-CTL-RECORD.
000690     05  BC-LAST-DATE            PIC 9(08).
000700     05  BC-PREV-DATE            PIC 9(08).
000710     05  FILLER                  PIC X(64).

000720*BOTH SNAPSHOTS CARRY THE GOBSBSNP SHAPE; THEY ARE READ INTO AND
000730*    WRITTEN FROM THE WORKING-STORAGE COPY OF THE RECORD SO THE
000740*    BS- FIELD NAMES APPLY.
000750 FD  GOBSBOLD-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  GOBS-RFWD-OLD-RECORD        PIC X(80).

000780 FD  GOBSBSNP-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  GOBS-RFWD-NEW-RECORD        PIC X(80).

000810 FD  GOBSJRNL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "gobsjrec.cpy".

000840 FD  GOBSAMST-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "gobsmrec.cpy".

000870 FD  GOBSRFWR-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY "gobsrpt.cpy".

000900 FD  GOBSALRT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY "gobsarec.cpy".

000930 WORKING-STORAGE SECTION.
000940 01  GOBS-RFWD-FILE-STATUSES.
000950     05  GOBS-RFWD-CTL-STAT      PIC X(02).
000960     05  GOBS-RFWD-OLD-STAT      PIC X(02).
000970     05  GOBS-RFWD-NEW-STAT      PIC X(02).
000980     05  GOBS-RFWD-JRNL-STAT     PIC X(02).
000990     05  GOBS-RFWD-MST-STAT      PIC X(02).
001000     05  GOBS-RFWD-RPT-STAT      PIC X(02).
001010     05  GOBS-RFWD-ALR-STAT      PIC X(02).

001020 COPY "gobsmsg.cpy".

001030 COPY "gobsbrec.cpy".

001040 01  GOBS-RFWD-RUN-DATE          PIC 9(08).
001050 01  GOBS-RFWD-PRIOR-DATE        PIC 9(08) VALUE 0.
001060 01  GOBS-RFWD-KEEP-DATE         PIC 9(08) VALUE 0.
001070 01  GOBS-RFWD-TIME-RAW          PIC 9(08).

001080 01  GOBS-RFWD-OLD-FN            PIC X(17).
001090 01  GOBS-RFWD-NEW-FN            PIC X(17).
001100 01  GOBS-RFWD-JRNL-FN           PIC X(14).

001110 01  GOBS-RFWD-BASELINE-SW       PIC X(01) VALUE "N".
001120     88  GOBS-RFWD-BASELINE          VALUE "Y".

001130 01  GOBS-RFWD-HELD-SW           PIC X(01) VALUE "N".
001140     88  GOBS-RFWD-HELD              VALUE "Y".

001150 01  GOBS-RFWD-EOF-SW            PIC X(01).
001160     88  GOBS-RFWD-EOF               VALUE "Y".

001170*NUMBER OF ROWS ON THE GOBSMSG SITE TABLE, WORKED OUT FROM ITS
001180*    LENGTH SO A NEW INSTALLATION ROW IS PICKED UP WITHOUT A
001190*    CHANGE HERE.
001200 77  GOBS-RFWD-MSG-MAX           PIC 9(03) COMP VALUE 0.

001210*PER-SITE FIGURES.  THE GOBSMSG SITES ARE LOADED FIRST; A SITE
001220*    FOUND ONLY ON THE SNAPSHOT OR THE MASTER IS ADDED AS SEEN.
001230 01  GOBS-RFWD-SITE-TABLE.
001240     05  GOBS-RFWD-SITE-ENTRY    OCCURS 20 TIMES
001250                                  INDEXED BY GOBS-RFWD-SITE-IDX.
001260         10  GOBS-RFWD-SITE-ID       PIC X(05).
001270         10  GOBS-RFWD-SITE-PRIOR    PIC S9(13)V99.
001280         10  GOBS-RFWD-SITE-MOVE     PIC S9(13)V99.
001290         10  GOBS-RFWD-SITE-CURR     PIC S9(13)V99.
001300         10  GOBS-RFWD-SITE-OLD-POS  PIC 9(07).
001310         10  GOBS-RFWD-SITE-NEW-POS  PIC 9(07).
001320         10  GOBS-RFWD-SITE-ACCTS    PIC 9(07).
001330 77  GOBS-RFWD-SITE-COUNT        PIC 9(03) COMP VALUE 0.
001340 01  GOBS-RFWD-FIND-SITE         PIC X(05).

001350*NET MOVEMENT PER ACCOUNT SINCE THE PRIOR SNAPSHOT.  EACH ENTRY
001360*    IS MARKED WHEN THE MERGE REACHES ITS ACCOUNT; ONE NEVER
001370*    REACHED MOVED AN ACCOUNT THAT IS ON NEITHER FILE.
001380 01  GOBS-RFWD-MOVE-TABLE.
001390     05  GOBS-RFWD-MOVE-ENTRY    OCCURS 5000 TIMES
001400                                  INDEXED BY GOBS-RFWD-MOVE-IDX.
001410         10  GOBS-RFWD-MOVE-ACCT     PIC X(10).
001420         10  GOBS-RFWD-MOVE-SITE     PIC X(05).
001430         10  GOBS-RFWD-MOVE-NET      PIC S9(13)V99.
001440         10  GOBS-RFWD-MOVE-SEEN-SW  PIC X(01).
001450             88  GOBS-RFWD-MOVE-SEEN     VALUE "Y".
001460 77  GOBS-RFWD-MOVE-COUNT        PIC 9(05) COMP VALUE 0.

001470*THE SNAPSHOT RECORD AND MASTER RECORD UNDER THE MERGE.  HIGH
001480*    VALUES IN THE ACCOUNT MARK THE END OF EITHER FILE.
001490 01  GOBS-RFWD-OLD-ACCT          PIC X(10).
001500 01  GOBS-RFWD-OLD-SITE          PIC X(05).
001510 01  GOBS-RFWD-OLD-BAL           PIC S9(13)V99.
001520 01  GOBS-RFWD-MST-ACCT          PIC X(10).

001530*THE ACCOUNT UNDER PROOF.
001540 01  GOBS-RFWD-ACCT              PIC X(10).
001550 01  GOBS-RFWD-ACCT-SITE         PIC X(05).
001560 01  GOBS-RFWD-ACCT-PRIOR        PIC S9(13)V99.
001570 01  GOBS-RFWD-ACCT-MOVE         PIC S9(13)V99.
001580 01  GOBS-RFWD-ACCT-EXPECT       PIC S9(13)V99.
001590 01  GOBS-RFWD-ACCT-CURR         PIC S9(13)V99.
001600 01  GOBS-RFWD-ENTRY-MOVE        PIC S9(13)V99.
001610 01  GOBS-RFWD-SITE-EXPECT       PIC S9(13)V99.

001620*GRAND TOTALS.
001630 01  GOBS-RFWD-TOTALS.
001640     05  GOBS-RFWD-TOT-PRIOR     PIC S9(13)V99 VALUE 0.
001650     05  GOBS-RFWD-TOT-MOVE      PIC S9(13)V99 VALUE 0.
001660     05  GOBS-RFWD-TOT-EXPECT    PIC S9(13)V99 VALUE 0.
001670     05  GOBS-RFWD-TOT-CURR      PIC S9(13)V99 VALUE 0.

001680 77  GOBS-RFWD-ACCT-PROVED       PIC 9(07) COMP VALUE 0.
001690 77  GOBS-RFWD-ACCT-OUT          PIC 9(07) COMP VALUE 0.
001700 77  GOBS-RFWD-SITES-OUT         PIC 9(03) COMP VALUE 0.
001710 77  GOBS-RFWD-JRNL-READ         PIC 9(07) COMP VALUE 0.

001720 01  GOBS-RFWD-FOOT-FLAG         PIC X(03).
001730 01  GOBS-RFWD-ALERT-SITE        PIC X(05).
001740 01  GOBS-RFWD-ALERT-TEXT        PIC X(60).
001750 01  GOBS-RFWD-COUNT-DISPLAY     PIC Z(06)9.
001760 01  GOBS-RFWD-ACCT-DISPLAY-1    PIC -Z(10)9.99.
001770 01  GOBS-RFWD-ACCT-DISPLAY-2    PIC -Z(10)9.99.
001780 01  GOBS-RFWD-ACCT-DISPLAY-3    PIC -Z(10)9.99.
001790 01  GOBS-RFWD-ACCT-DISPLAY-4    PIC -Z(10)9.99.
001800 01  GOBS-RFWD-SITE-DISPLAY-1    PIC -Z(11)9.99.
001810 01  GOBS-RFWD-SITE-DISPLAY-2    PIC -Z(11)9.99.
001820 01  GOBS-RFWD-SITE-DISPLAY-3    PIC -Z(11)9.99.
001830 01  GOBS-RFWD-SITE-DISPLAY-4    PIC -Z(11)9.99.

001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF GOBS-RFWD-HELD
001880         GO TO 0000-GOBACK
001890     END-IF.
001900     PERFORM 2000-LOAD-PRIOR-POSITIONS THRU 2000-EXIT.
001910     PERFORM 3000-READ-THE-JOURNALS THRU 3000-EXIT.
001920     IF GOBS-RFWD-HELD
001930         GO TO 0000-GOBACK
001940     END-IF.
001950     PERFORM 4000-PROVE-THE-ACCOUNTS THRU 4000-EXIT.
001960     IF GOBS-RFWD-HELD
001970         GO TO 0000-GOBACK
001980     END-IF.
001990     PERFORM 5000-PROVE-THE-SITES THRU 5000-EXIT.
002000     PERFORM 6000-CLOSE-THE-SNAPSHOT THRU 6000-EXIT.
002010 0000-GOBACK.
002020     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002030     CLOSE GOBSRFWR-FILE.
002040     GOBACK.
002050 0000-EXIT.
002060     EXIT.

002070*---------------------------------------------------------------*
002080*  THE PRIOR SNAPSHOT IS THE LAST ONE TAKEN BEFORE TODAY: THE   *
002090*  CONTROL CARD'S LAST DATE, OR ITS PREVIOUS DATE WHEN TODAY'S  *
002100*  SNAPSHOT HAS ALREADY BEEN TAKEN ONCE.                        *
002110*---------------------------------------------------------------*
002120 1000-INITIALIZE.
002130     MOVE 0 TO RETURN-CODE.
002140     ACCEPT GOBS-RFWD-RUN-DATE FROM DATE YYYYMMDD.
002150     OPEN OUTPUT GOBSRFWR-FILE.
002160     INITIALIZE GOBS-RFWD-SITE-TABLE.
002170     INITIALIZE GOBS-RFWD-MOVE-TABLE.
002180     COMPUTE GOBS-RFWD-MSG-MAX
002190         = LENGTH OF GOBS-MSG-TABLE / LENGTH OF GOBS-MSG-ENTRY.
002200     PERFORM 1100-LOAD-ONE-MSG-SITE THRU 1100-EXIT
002210         VARYING GOBS-MSG-IDX FROM 1 BY 1
002220         UNTIL GOBS-MSG-IDX > GOBS-RFWD-MSG-MAX.
002230     MOVE 0 TO GOBS-RFWD-KEEP-DATE.
002240     OPEN INPUT GOBSBSNC-FILE.
002250     IF GOBS-RFWD-CTL-STAT = "00"
002260         READ GOBSBSNC-FILE
002270             AT END
002280                 CONTINUE
002290             NOT AT END
002300                 IF BC-LAST-DATE NUMERIC
002310                     IF BC-LAST-DATE = GOBS-RFWD-RUN-DATE
002320                         IF BC-PREV-DATE NUMERIC
002330                             MOVE BC-PREV-DATE
002340                                 TO GOBS-RFWD-PRIOR-DATE
002350                         END-IF
002360                     ELSE
002370                         MOVE BC-LAST-DATE TO GOBS-RFWD-PRIOR-DATE
002380                     END-IF
002390                 END-IF
002400         END-READ
002410         CLOSE GOBSBSNC-FILE
002420     END-IF.
002430     IF GOBS-RFWD-PRIOR-DATE = 0
002440         SET GOBS-RFWD-BASELINE TO TRUE
002450     END-IF.
002460     MOVE GOBS-RFWD-PRIOR-DATE TO GOBS-RFWD-KEEP-DATE.
002470     MOVE SPACES TO GOBS-RFWD-OLD-FN.
002480     STRING "GOBSBSNP." DELIMITED BY SIZE
002490            GOBS-RFWD-PRIOR-DATE DELIMITED BY SIZE
002500         INTO GOBS-RFWD-OLD-FN.
002510     MOVE SPACES TO GOBS-RFWD-NEW-FN.
002520     STRING "GOBSBSNP." DELIMITED BY SIZE
002530            GOBS-RFWD-RUN-DATE DELIMITED BY SIZE
002540         INTO GOBS-RFWD-NEW-FN.
002550     MOVE SPACES TO GOBS-RPT-LINE.
002560     STRING "ROLL-FORWARD PROOF OF GOBSAMST  RUN DATE: "
002570                DELIMITED BY SIZE
002580            GOBS-RFWD-RUN-DATE DELIMITED BY SIZE
002590            "  PRIOR SNAPSHOT: " DELIMITED BY SIZE
002600            GOBS-RFWD-PRIOR-DATE DELIMITED BY SIZE
002610         INTO GOBS-RPT-LINE.
002620     WRITE GOBS-RPT-LINE.
002630     MOVE SPACES TO GOBS-RPT-LINE.
002640     WRITE GOBS-RPT-LINE.
002650     OPEN INPUT GOBSAMST-FILE.
002660     IF GOBS-RFWD-MST-STAT NOT = "00"
002670         MOVE "*ALL*" TO GOBS-RFWD-ALERT-SITE
002680         MOVE "GOBSAMST OPEN FAILED - ROLL-FORWARD NOT RUN"
002690             TO GOBS-RFWD-ALERT-TEXT
002700         PERFORM 8000-HOLD-THE-PROOF THRU 8000-EXIT
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.

002740 1100-LOAD-ONE-MSG-SITE.
002750     MOVE GOBS-MSG-SITE-ID(GOBS-MSG-IDX) TO GOBS-RFWD-FIND-SITE.
002760     PERFORM 8200-FIND-SITE THRU 8200-EXIT.
002770 1100-EXIT.
002780     EXIT.

002790*---------------------------------------------------------------*
002800*  PICK THE JOURNAL POSITIONS OFF THE PRIOR SNAPSHOT'S SITE     *
002810*  RECORDS.  A PRIOR SNAPSHOT THE CONTROL CARD NAMES BUT THAT   *
002820*  CANNOT BE OPENED MEANS NOTHING CAN BE PROVED TONIGHT - A NEW *
002830*  BASELINE IS TAKEN AND THE GAP IS ALERTED.                    *
002840*---------------------------------------------------------------*
002850 2000-LOAD-PRIOR-POSITIONS.
002860     IF GOBS-RFWD-BASELINE
002870         MOVE "NO PRIOR SNAPSHOT - BASELINE SNAPSHOT TAKEN ONLY"
002880             TO GOBS-RPT-LINE
002890         WRITE GOBS-RPT-LINE
002900         GO TO 2000-EXIT
002910     END-IF.
002920     OPEN INPUT GOBSBOLD-FILE.
002930     IF GOBS-RFWD-OLD-STAT NOT = "00"
002940         SET GOBS-RFWD-BASELINE TO TRUE
002950         MOVE "*ALL*" TO GOBS-RFWD-ALERT-SITE
002960         MOVE SPACES TO GOBS-RFWD-ALERT-TEXT
002970         STRING "PRIOR SNAPSHOT " DELIMITED BY SIZE
002980                GOBS-RFWD-PRIOR-DATE DELIMITED BY SIZE
002990                " MISSING - MASTER NOT PROVED" DELIMITED BY SIZE
003000             INTO GOBS-RFWD-ALERT-TEXT
003010         MOVE GOBS-RFWD-ALERT-TEXT TO GOBS-RPT-LINE
003020         WRITE GOBS-RPT-LINE
003030         PERFORM 8100-WRITE-ALERT THRU 8100-EXIT
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 2000-EXIT
003060     END-IF.
003070     MOVE "N" TO GOBS-RFWD-EOF-SW.
003080     PERFORM 2100-READ-ONE-POSITION THRU 2100-EXIT
003090         UNTIL GOBS-RFWD-EOF.
003100     CLOSE GOBSBOLD-FILE.
003110 2000-EXIT.
003120     EXIT.

003130 2100-READ-ONE-POSITION.
003140     READ GOBSBOLD-FILE INTO GOBS-BSNP-RECORD
003150         AT END
003160             SET GOBS-RFWD-EOF TO TRUE
003170             GO TO 2100-EXIT
003180     END-READ.
003190     IF NOT BS-SITE-REC
003200         GO TO 2100-EXIT
003210     END-IF.
003220     MOVE BS-SITE-ID TO GOBS-RFWD-FIND-SITE.
003230     PERFORM 8200-FIND-SITE THRU 8200-EXIT.
003240     IF GOBS-RFWD-SITE-IDX NOT > GOBS-RFWD-SITE-COUNT
003250         MOVE BS-JRNL-POSITION
003260             TO GOBS-RFWD-SITE-OLD-POS(GOBS-RFWD-SITE-IDX)
003270     END-IF.
003280 2100-EXIT.
003290     EXIT.

003300*---------------------------------------------------------------*
003310*  READ EACH SITE'S GOBSAPLJ JOURNAL.  RECORDS UP TO THE PRIOR  *
003320*  SNAPSHOT'S POSITION ARE ALREADY IN THE PRIOR BALANCES; EVERY *
003330*  RECORD PAST IT IS MOVEMENT.  THE RECORD COUNT BECOMES THE    *
003340*  POSITION ON TONIGHT'S SNAPSHOT.                              *
003350*---------------------------------------------------------------*
003360 3000-READ-THE-JOURNALS.
003370     PERFORM 3100-READ-ONE-JOURNAL THRU 3100-EXIT
003380         VARYING GOBS-RFWD-SITE-IDX FROM 1 BY 1
003390         UNTIL GOBS-RFWD-SITE-IDX > GOBS-RFWD-SITE-COUNT
003400            OR GOBS-RFWD-HELD.
003410 3000-EXIT.
003420     EXIT.

003430 3100-READ-ONE-JOURNAL.
003440     MOVE 0 TO GOBS-RFWD-JRNL-READ.
003450     MOVE SPACES TO GOBS-RFWD-JRNL-FN.
003460     STRING "GOBSAPLJ." DELIMITED BY SIZE
003470            GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
003480                DELIMITED BY SPACE
003490         INTO GOBS-RFWD-JRNL-FN.
003500     OPEN INPUT GOBSJRNL-FILE.
003510     IF GOBS-RFWD-JRNL-STAT = "00"
003520         MOVE "N" TO GOBS-RFWD-EOF-SW
003530         PERFORM 3200-READ-ONE-JRNL-REC THRU 3200-EXIT
003540             UNTIL GOBS-RFWD-EOF OR GOBS-RFWD-HELD
003550         CLOSE GOBSJRNL-FILE
003560     END-IF.
003570     MOVE GOBS-RFWD-JRNL-READ
003580         TO GOBS-RFWD-SITE-NEW-POS(GOBS-RFWD-SITE-IDX).
003590     IF NOT GOBS-RFWD-BASELINE
003600        AND GOBS-RFWD-JRNL-READ
003610            < GOBS-RFWD-SITE-OLD-POS(GOBS-RFWD-SITE-IDX)
003620         MOVE GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
003630             TO GOBS-RFWD-ALERT-SITE
003640         MOVE "GOBSAPLJ SHORTER THAN AT PRIOR SNAPSHOT"
003650             TO GOBS-RFWD-ALERT-TEXT
003660         MOVE SPACES TO GOBS-RPT-LINE
003670         STRING "SITE " DELIMITED BY SIZE
003680                GOBS-RFWD-ALERT-SITE DELIMITED BY SIZE
003690                " " DELIMITED BY SIZE
003700                GOBS-RFWD-ALERT-TEXT DELIMITED BY SIZE
003710             INTO GOBS-RPT-LINE
003720         WRITE GOBS-RPT-LINE
003730         PERFORM 8100-WRITE-ALERT THRU 8100-EXIT
003740         MOVE 8 TO RETURN-CODE
003750     END-IF.
003760 3100-EXIT.
003770     EXIT.

003780 3200-READ-ONE-JRNL-REC.
003790     READ GOBSJRNL-FILE
003800         AT END
003810             SET GOBS-RFWD-EOF TO TRUE
003820             GO TO 3200-EXIT
003830     END-READ.
003840     ADD 1 TO GOBS-RFWD-JRNL-READ.
003850     IF GOBS-RFWD-BASELINE
003860        OR GOBS-RFWD-JRNL-READ
003870            NOT > GOBS-RFWD-SITE-OLD-POS(GOBS-RFWD-SITE-IDX)
003880         GO TO 3200-EXIT
003890     END-IF.
003900     COMPUTE GOBS-RFWD-ENTRY-MOVE
003910         = AJ-NEW-BALANCE - AJ-PRIOR-BALANCE.
003920     ADD GOBS-RFWD-ENTRY-MOVE
003930         TO GOBS-RFWD-SITE-MOVE(GOBS-RFWD-SITE-IDX).
003940     SET GOBS-RFWD-MOVE-IDX TO 1.
003950     SEARCH GOBS-RFWD-MOVE-ENTRY VARYING GOBS-RFWD-MOVE-IDX
003960         AT END
003970             MOVE "*ALL*" TO GOBS-RFWD-ALERT-SITE
003980             MOVE "MOVED ACCOUNTS EXCEED 5000 - NOT PROVED"
003990                 TO GOBS-RFWD-ALERT-TEXT
004000             PERFORM 8000-HOLD-THE-PROOF THRU 8000-EXIT
004010         WHEN GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX)
004020                 = AJ-ACCOUNT-NO
004030             ADD GOBS-RFWD-ENTRY-MOVE
004040                 TO GOBS-RFWD-MOVE-NET(GOBS-RFWD-MOVE-IDX)
004050         WHEN GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX) = SPACES
004060             ADD 1 TO GOBS-RFWD-MOVE-COUNT
004070             MOVE AJ-ACCOUNT-NO
004080                 TO GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX)
004090             MOVE GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
004100                 TO GOBS-RFWD-MOVE-SITE(GOBS-RFWD-MOVE-IDX)
004110             MOVE GOBS-RFWD-ENTRY-MOVE
004120                 TO GOBS-RFWD-MOVE-NET(GOBS-RFWD-MOVE-IDX)
004130     END-SEARCH.
004140 3200-EXIT.
004150     EXIT.

004160*---------------------------------------------------------------*
004170*  MERGE THE PRIOR SNAPSHOT WITH THE MASTER IN ACCOUNT ORDER.   *
004180*  EVERY ACCOUNT ON EITHER IS PROVED (ONE MISSING FROM A SIDE   *
004190*  COUNTS AS ZERO THERE) AND EVERY MASTER ACCOUNT GOES ON       *
004200*  TONIGHT'S SNAPSHOT.                                          *
004210*---------------------------------------------------------------*
004220 4000-PROVE-THE-ACCOUNTS.
004230     OPEN OUTPUT GOBSBSNP-FILE.
004240     IF GOBS-RFWD-NEW-STAT NOT = "00"
004250         MOVE "*ALL*" TO GOBS-RFWD-ALERT-SITE
004260         MOVE "GOBSBSNP SNAPSHOT OPEN FAILED - NOT RUN"
004270             TO GOBS-RFWD-ALERT-TEXT
004280         PERFORM 8000-HOLD-THE-PROOF THRU 8000-EXIT
004290         CLOSE GOBSAMST-FILE
004300         GO TO 4000-EXIT
004310     END-IF.
004320     IF NOT GOBS-RFWD-BASELINE
004330         OPEN INPUT GOBSBOLD-FILE
004340         MOVE "ACCOUNTS THAT DO NOT FOOT:" TO GOBS-RPT-LINE
004350         WRITE GOBS-RPT-LINE
004360         MOVE SPACES TO GOBS-RPT-LINE
004370         STRING "ACCOUNT    SITE            PRIOR"
004380                    DELIMITED BY SIZE
004390                "        MOVEMENT        EXPECTED"
004400                    DELIMITED BY SIZE
004410                "          MASTER" DELIMITED BY SIZE
004420             INTO GOBS-RPT-LINE
004430         WRITE GOBS-RPT-LINE
004440     END-IF.
004450     PERFORM 4100-READ-OLD-ACCOUNT THRU 4100-EXIT.
004460     PERFORM 4200-READ-MASTER THRU 4200-EXIT.
004470     PERFORM 4300-MATCH-ONE-ACCOUNT THRU 4300-EXIT
004480         UNTIL GOBS-RFWD-OLD-ACCT = HIGH-VALUES
004490           AND GOBS-RFWD-MST-ACCT = HIGH-VALUES.
004500     IF NOT GOBS-RFWD-BASELINE
004510         CLOSE GOBSBOLD-FILE
004520         PERFORM 4500-CHECK-ONE-UNSEEN THRU 4500-EXIT
004530             VARYING GOBS-RFWD-MOVE-IDX FROM 1 BY 1
004540             UNTIL GOBS-RFWD-MOVE-IDX > GOBS-RFWD-MOVE-COUNT
004550         IF GOBS-RFWD-ACCT-OUT = 0
004560             MOVE "  NONE" TO GOBS-RPT-LINE
004570             WRITE GOBS-RPT-LINE
004580         END-IF
004590         MOVE SPACES TO GOBS-RPT-LINE
004600         WRITE GOBS-RPT-LINE
004610     END-IF.
004620     CLOSE GOBSAMST-FILE.
004630 4000-EXIT.
004640     EXIT.

004650 4100-READ-OLD-ACCOUNT.
004660     IF GOBS-RFWD-BASELINE
004670         MOVE HIGH-VALUES TO GOBS-RFWD-OLD-ACCT
004680         GO TO 4100-EXIT
004690     END-IF.
004700     READ GOBSBOLD-FILE INTO GOBS-BSNP-RECORD
004710         AT END
004720             MOVE HIGH-VALUES TO GOBS-RFWD-OLD-ACCT
004730             GO TO 4100-EXIT
004740     END-READ.
004750     IF NOT BS-ACCT-REC
004760         GO TO 4100-READ-OLD-ACCOUNT
004770     END-IF.
004780     MOVE BS-ACCOUNT-NO TO GOBS-RFWD-OLD-ACCT.
004790     MOVE BS-SITE-ID TO GOBS-RFWD-OLD-SITE.
004800     MOVE BS-BALANCE TO GOBS-RFWD-OLD-BAL.
004810 4100-EXIT.
004820     EXIT.

004830 4200-READ-MASTER.
004840     READ GOBSAMST-FILE NEXT RECORD
004850         AT END
004860             MOVE HIGH-VALUES TO GOBS-RFWD-MST-ACCT
004870             GO TO 4200-EXIT
004880     END-READ.
004890     IF GOBS-RFWD-MST-STAT NOT = "00"
004900         MOVE HIGH-VALUES TO GOBS-RFWD-MST-ACCT
004910         GO TO 4200-EXIT
004920     END-IF.
004930     MOVE AM-ACCOUNT-NO TO GOBS-RFWD-MST-ACCT.
004940 4200-EXIT.
004950     EXIT.

004960 4300-MATCH-ONE-ACCOUNT.
004970     MOVE 0 TO GOBS-RFWD-ACCT-PRIOR.
004980     MOVE 0 TO GOBS-RFWD-ACCT-CURR.
004990     IF GOBS-RFWD-OLD-ACCT NOT > GOBS-RFWD-MST-ACCT
005000         MOVE GOBS-RFWD-OLD-ACCT TO GOBS-RFWD-ACCT
005010         MOVE GOBS-RFWD-OLD-SITE TO GOBS-RFWD-ACCT-SITE
005020         MOVE GOBS-RFWD-OLD-BAL TO GOBS-RFWD-ACCT-PRIOR
005030         MOVE GOBS-RFWD-OLD-SITE TO GOBS-RFWD-FIND-SITE
005040         PERFORM 8200-FIND-SITE THRU 8200-EXIT
005050         IF GOBS-RFWD-SITE-IDX NOT > GOBS-RFWD-SITE-COUNT
005060             ADD GOBS-RFWD-OLD-BAL
005070                 TO GOBS-RFWD-SITE-PRIOR(GOBS-RFWD-SITE-IDX)
005080         END-IF
005090     END-IF.
005100     IF GOBS-RFWD-MST-ACCT NOT > GOBS-RFWD-OLD-ACCT
005110         MOVE GOBS-RFWD-MST-ACCT TO GOBS-RFWD-ACCT
005120         MOVE AM-SITE-ID TO GOBS-RFWD-ACCT-SITE
005130         MOVE AM-CURR-BALANCE TO GOBS-RFWD-ACCT-CURR
005140         PERFORM 4400-SNAP-ONE-ACCOUNT THRU 4400-EXIT
005150     END-IF.
005160     IF NOT GOBS-RFWD-BASELINE
005170         PERFORM 4350-PROVE-ONE-ACCOUNT THRU 4350-EXIT
005180     END-IF.
005190     IF GOBS-RFWD-OLD-ACCT = GOBS-RFWD-ACCT
005200         PERFORM 4100-READ-OLD-ACCOUNT THRU 4100-EXIT
005210     END-IF.
005220     IF GOBS-RFWD-MST-ACCT = GOBS-RFWD-ACCT
005230         PERFORM 4200-READ-MASTER THRU 4200-EXIT
005240     END-IF.
005250 4300-EXIT.
005260     EXIT.

005270*---------------------------------------------------------------*
005280*  PRIOR BALANCE PLUS JOURNALED MOVEMENT MUST EQUAL THE MASTER. *
005290*---------------------------------------------------------------*
005300 4350-PROVE-ONE-ACCOUNT.
005310     MOVE 0 TO GOBS-RFWD-ACCT-MOVE.
005320     SET GOBS-RFWD-MOVE-IDX TO 1.
005330     SEARCH GOBS-RFWD-MOVE-ENTRY VARYING GOBS-RFWD-MOVE-IDX
005340         AT END
005350             CONTINUE
005360         WHEN GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX)
005370                 = GOBS-RFWD-ACCT
005380             MOVE GOBS-RFWD-MOVE-NET(GOBS-RFWD-MOVE-IDX)
005390                 TO GOBS-RFWD-ACCT-MOVE
005400             SET GOBS-RFWD-MOVE-SEEN(GOBS-RFWD-MOVE-IDX) TO TRUE
005410         WHEN GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX) = SPACES
005420             CONTINUE
005430     END-SEARCH.
005440     COMPUTE GOBS-RFWD-ACCT-EXPECT
005450         = GOBS-RFWD-ACCT-PRIOR + GOBS-RFWD-ACCT-MOVE.
005460     IF GOBS-RFWD-ACCT-EXPECT = GOBS-RFWD-ACCT-CURR
005470         ADD 1 TO GOBS-RFWD-ACCT-PROVED
005480     ELSE
005490         PERFORM 4600-REPORT-ONE-ACCOUNT THRU 4600-EXIT
005500     END-IF.
005510 4350-EXIT.
005520     EXIT.

005530 4400-SNAP-ONE-ACCOUNT.
005540     MOVE SPACES TO GOBS-BSNP-RECORD.
005550     SET BS-ACCT-REC TO TRUE.
005560     MOVE GOBS-RFWD-RUN-DATE TO BS-SNAP-DATE.
005570     MOVE AM-SITE-ID TO BS-SITE-ID.
005580     MOVE AM-ACCOUNT-NO TO BS-ACCOUNT-NO.
005590     MOVE AM-CURR-BALANCE TO BS-BALANCE.
005600     MOVE 0 TO BS-JRNL-POSITION.
005610     MOVE 0 TO BS-ACCT-COUNT.
005620     WRITE GOBS-RFWD-NEW-RECORD FROM GOBS-BSNP-RECORD.
005630     MOVE AM-SITE-ID TO GOBS-RFWD-FIND-SITE.
005640     PERFORM 8200-FIND-SITE THRU 8200-EXIT.
005650     IF GOBS-RFWD-SITE-IDX NOT > GOBS-RFWD-SITE-COUNT
005660         ADD AM-CURR-BALANCE
005670             TO GOBS-RFWD-SITE-CURR(GOBS-RFWD-SITE-IDX)
005680         ADD 1 TO GOBS-RFWD-SITE-ACCTS(GOBS-RFWD-SITE-IDX)
005690     END-IF.
005700 4400-EXIT.
005710     EXIT.

005720*---------------------------------------------------------------*
005730*  A JOURNAL ENTRY FOR AN ACCOUNT ON NEITHER THE SNAPSHOT NOR   *
005740*  THE MASTER CANNOT FOOT EITHER.                               *
005750*---------------------------------------------------------------*
005760 4500-CHECK-ONE-UNSEEN.
005770     IF GOBS-RFWD-MOVE-SEEN(GOBS-RFWD-MOVE-IDX)
005780         GO TO 4500-EXIT
005790     END-IF.
005800     MOVE GOBS-RFWD-MOVE-ACCT(GOBS-RFWD-MOVE-IDX)
005810         TO GOBS-RFWD-ACCT.
005820     MOVE GOBS-RFWD-MOVE-SITE(GOBS-RFWD-MOVE-IDX)
005830         TO GOBS-RFWD-ACCT-SITE.
005840     MOVE 0 TO GOBS-RFWD-ACCT-PRIOR.
005850     MOVE 0 TO GOBS-RFWD-ACCT-CURR.
005860     MOVE GOBS-RFWD-MOVE-NET(GOBS-RFWD-MOVE-IDX)
005870         TO GOBS-RFWD-ACCT-MOVE.
005880     MOVE GOBS-RFWD-ACCT-MOVE TO GOBS-RFWD-ACCT-EXPECT.
005890     IF GOBS-RFWD-ACCT-EXPECT NOT = 0
005900         PERFORM 4600-REPORT-ONE-ACCOUNT THRU 4600-EXIT
005910     END-IF.
005920 4500-EXIT.
005930     EXIT.

005940 4600-REPORT-ONE-ACCOUNT.
005950     ADD 1 TO GOBS-RFWD-ACCT-OUT.
005960     MOVE GOBS-RFWD-ACCT-PRIOR TO GOBS-RFWD-ACCT-DISPLAY-1.
005970     MOVE GOBS-RFWD-ACCT-MOVE TO GOBS-RFWD-ACCT-DISPLAY-2.
005980     MOVE GOBS-RFWD-ACCT-EXPECT TO GOBS-RFWD-ACCT-DISPLAY-3.
005990     MOVE GOBS-RFWD-ACCT-CURR TO GOBS-RFWD-ACCT-DISPLAY-4.
006000     MOVE SPACES TO GOBS-RPT-LINE.
006010     STRING GOBS-RFWD-ACCT DELIMITED BY SIZE
006020            " " DELIMITED BY SIZE
006030            GOBS-RFWD-ACCT-SITE DELIMITED BY SIZE
006040            " " DELIMITED BY SIZE
006050            GOBS-RFWD-ACCT-DISPLAY-1 DELIMITED BY SIZE
006060            " " DELIMITED BY SIZE
006070            GOBS-RFWD-ACCT-DISPLAY-2 DELIMITED BY SIZE
006080            " " DELIMITED BY SIZE
006090            GOBS-RFWD-ACCT-DISPLAY-3 DELIMITED BY SIZE
006100            " " DELIMITED BY SIZE
006110            GOBS-RFWD-ACCT-DISPLAY-4 DELIMITED BY SIZE
006120         INTO GOBS-RPT-LINE.
006130     WRITE GOBS-RPT-LINE.
006140     MOVE GOBS-RFWD-ACCT-SITE TO GOBS-RFWD-ALERT-SITE.
006150     MOVE SPACES TO GOBS-RFWD-ALERT-TEXT.
006160     STRING "ACCOUNT " DELIMITED BY SIZE
006170            GOBS-RFWD-ACCT DELIMITED BY SIZE
006180            " DOES NOT FOOT TO ROLL-FORWARD" DELIMITED BY SIZE
006190         INTO GOBS-RFWD-ALERT-TEXT.
006200     PERFORM 8100-WRITE-ALERT THRU 8100-EXIT.
006210     MOVE 8 TO RETURN-CODE.
006220 4600-EXIT.
006230     EXIT.

006240*---------------------------------------------------------------*
006250*  PER SITE AND IN TOTAL: PRIOR CLOSING PLUS NET MOVEMENT MUST  *
006260*  EQUAL TONIGHT'S MASTER TOTAL.                                *
006270*---------------------------------------------------------------*
006280 5000-PROVE-THE-SITES.
006290     IF GOBS-RFWD-BASELINE
006300         GO TO 5000-EXIT
006310     END-IF.
006320     MOVE "SITE TOTALS:" TO GOBS-RPT-LINE.
006330     WRITE GOBS-RPT-LINE.
006340     MOVE SPACES TO GOBS-RPT-LINE.
006350     STRING "SITE     PRIOR CLOSING     NET MOVEMENT"
006360                DELIMITED BY SIZE
006370            "         EXPECTED         GOBSAMST FOOT"
006380                DELIMITED BY SIZE
006390         INTO GOBS-RPT-LINE.
006400     WRITE GOBS-RPT-LINE.
006410     PERFORM 5100-PROVE-ONE-SITE THRU 5100-EXIT
006420         VARYING GOBS-RFWD-SITE-IDX FROM 1 BY 1
006430         UNTIL GOBS-RFWD-SITE-IDX > GOBS-RFWD-SITE-COUNT.
006440     COMPUTE GOBS-RFWD-TOT-EXPECT
006450         = GOBS-RFWD-TOT-PRIOR + GOBS-RFWD-TOT-MOVE.
006460     MOVE GOBS-RFWD-TOT-PRIOR TO GOBS-RFWD-SITE-DISPLAY-1.
006470     MOVE GOBS-RFWD-TOT-MOVE TO GOBS-RFWD-SITE-DISPLAY-2.
006480     MOVE GOBS-RFWD-TOT-EXPECT TO GOBS-RFWD-SITE-DISPLAY-3.
006490     MOVE GOBS-RFWD-TOT-CURR TO GOBS-RFWD-SITE-DISPLAY-4.
006500     IF GOBS-RFWD-TOT-EXPECT = GOBS-RFWD-TOT-CURR
006510         MOVE "YES" TO GOBS-RFWD-FOOT-FLAG
006520     ELSE
006530         MOVE "NO " TO GOBS-RFWD-FOOT-FLAG
006540     END-IF.
006550     MOVE "TOTAL" TO GOBS-RFWD-ALERT-SITE.
006560     PERFORM 5200-WRITE-SITE-LINE THRU 5200-EXIT.
006570     IF GOBS-RFWD-TOT-EXPECT NOT = GOBS-RFWD-TOT-CURR
006580         MOVE "*ALL*" TO GOBS-RFWD-ALERT-SITE
006590         MOVE "GOBSAMST TOTAL DOES NOT FOOT TO ROLL-FORWARD"
006600             TO GOBS-RFWD-ALERT-TEXT
006610         PERFORM 8100-WRITE-ALERT THRU 8100-EXIT
006620         MOVE 8 TO RETURN-CODE
006630     END-IF.
006640 5000-EXIT.
006650     EXIT.

006660 5100-PROVE-ONE-SITE.
006670     COMPUTE GOBS-RFWD-SITE-EXPECT
006680         = GOBS-RFWD-SITE-PRIOR(GOBS-RFWD-SITE-IDX)
006690         + GOBS-RFWD-SITE-MOVE(GOBS-RFWD-SITE-IDX).
006700     ADD GOBS-RFWD-SITE-PRIOR(GOBS-RFWD-SITE-IDX)
006710         TO GOBS-RFWD-TOT-PRIOR.
006720     ADD GOBS-RFWD-SITE-MOVE(GOBS-RFWD-SITE-IDX)
006730         TO GOBS-RFWD-TOT-MOVE.
006740     ADD GOBS-RFWD-SITE-CURR(GOBS-RFWD-SITE-IDX)
006750         TO GOBS-RFWD-TOT-CURR.
006760     MOVE GOBS-RFWD-SITE-PRIOR(GOBS-RFWD-SITE-IDX)
006770         TO GOBS-RFWD-SITE-DISPLAY-1.
006780     MOVE GOBS-RFWD-SITE-MOVE(GOBS-RFWD-SITE-IDX)
006790         TO GOBS-RFWD-SITE-DISPLAY-2.
006800     MOVE GOBS-RFWD-SITE-EXPECT TO GOBS-RFWD-SITE-DISPLAY-3.
006810     MOVE GOBS-RFWD-SITE-CURR(GOBS-RFWD-SITE-IDX)
006820         TO GOBS-RFWD-SITE-DISPLAY-4.
006830     MOVE GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
006840         TO GOBS-RFWD-ALERT-SITE.
006850     IF GOBS-RFWD-SITE-EXPECT
006860             = GOBS-RFWD-SITE-CURR(GOBS-RFWD-SITE-IDX)
006870         MOVE "YES" TO GOBS-RFWD-FOOT-FLAG
006880         PERFORM 5200-WRITE-SITE-LINE THRU 5200-EXIT
006890         GO TO 5100-EXIT
006900     END-IF.
006910     MOVE "NO " TO GOBS-RFWD-FOOT-FLAG.
006920     PERFORM 5200-WRITE-SITE-LINE THRU 5200-EXIT.
006930     ADD 1 TO GOBS-RFWD-SITES-OUT.
006940     MOVE SPACES TO GOBS-RFWD-ALERT-TEXT.
006950     STRING "SITE " DELIMITED BY SIZE
006960            GOBS-RFWD-ALERT-SITE DELIMITED BY SIZE
006970            " GOBSAMST DOES NOT FOOT TO ROLL-FORWARD"
006980                DELIMITED BY SIZE
006990         INTO GOBS-RFWD-ALERT-TEXT.
007000     PERFORM 8100-WRITE-ALERT THRU 8100-EXIT.
007010     MOVE 8 TO RETURN-CODE.
007020 5100-EXIT.
007030     EXIT.

007040*---------------------------------------------------------------*
007050*  ONE SITE (OR THE TOTAL) LINE.  THE CALLER SETS THE FOUR      *
007060*  FIGURES, THE FOOT FLAG, AND THE SITE LABEL IN THE ALERT-SITE *
007070*  FIELD.                                                       *
007080*---------------------------------------------------------------*
007090 5200-WRITE-SITE-LINE.
007100     MOVE SPACES TO GOBS-RPT-LINE.
007110     STRING GOBS-RFWD-ALERT-SITE DELIMITED BY SIZE
007120            " " DELIMITED BY SIZE
007130            GOBS-RFWD-SITE-DISPLAY-1 DELIMITED BY SIZE
007140            " " DELIMITED BY SIZE
007150            GOBS-RFWD-SITE-DISPLAY-2 DELIMITED BY SIZE
007160            " " DELIMITED BY SIZE
007170            GOBS-RFWD-SITE-DISPLAY-3 DELIMITED BY SIZE
007180            " " DELIMITED BY SIZE
007190            GOBS-RFWD-SITE-DISPLAY-4 DELIMITED BY SIZE
007200            " " DELIMITED BY SIZE
007210            GOBS-RFWD-FOOT-FLAG DELIMITED BY SIZE
007220         INTO GOBS-RPT-LINE.
007230     WRITE GOBS-RPT-LINE.
007240 5200-EXIT.
007250     EXIT.

007260*---------------------------------------------------------------*
007270*  FINISH TONIGHT'S SNAPSHOT WITH ONE SITE RECORD PER SITE AND  *
007280*  MOVE THE CONTROL CARD ON.  TODAY'S SNAPSHOT TAKEN A SECOND   *
007290*  TIME KEEPS THE SAME PRIOR DATE ON THE CARD.                  *
007300*---------------------------------------------------------------*
007310 6000-CLOSE-THE-SNAPSHOT.
007320     PERFORM 6100-SNAP-ONE-SITE THRU 6100-EXIT
007330         VARYING GOBS-RFWD-SITE-IDX FROM 1 BY 1
007340         UNTIL GOBS-RFWD-SITE-IDX > GOBS-RFWD-SITE-COUNT.
007350     CLOSE GOBSBSNP-FILE.
007360     MOVE SPACES TO GOBS-RFWD-CTL-RECORD.
007370     MOVE GOBS-RFWD-RUN-DATE TO BC-LAST-DATE.
007380     MOVE GOBS-RFWD-KEEP-DATE TO BC-PREV-DATE.
007390     OPEN OUTPUT GOBSBSNC-FILE.
007400     WRITE GOBS-RFWD-CTL-RECORD.
007410     CLOSE GOBSBSNC-FILE.
007420     MOVE SPACES TO GOBS-RPT-LINE.
007430     STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
007440            GOBS-RFWD-NEW-FN DELIMITED BY SIZE
007450         INTO GOBS-RPT-LINE.
007460     WRITE GOBS-RPT-LINE.
007470 6000-EXIT.
007480     EXIT.

007490 6100-SNAP-ONE-SITE.
007500     MOVE SPACES TO GOBS-BSNP-RECORD.
007510     SET BS-SITE-REC TO TRUE.
007520     MOVE GOBS-RFWD-RUN-DATE TO BS-SNAP-DATE.
007530     MOVE GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX) TO BS-SITE-ID.
007540     MOVE GOBS-RFWD-SITE-CURR(GOBS-RFWD-SITE-IDX) TO BS-BALANCE.
007550     MOVE GOBS-RFWD-SITE-NEW-POS(GOBS-RFWD-SITE-IDX)
007560         TO BS-JRNL-POSITION.
007570     MOVE GOBS-RFWD-SITE-ACCTS(GOBS-RFWD-SITE-IDX)
007580         TO BS-ACCT-COUNT.
007590     WRITE GOBS-RFWD-NEW-RECORD FROM GOBS-BSNP-RECORD.
007600 6100-EXIT.
007610     EXIT.

007620 7000-WRITE-TRAILER.
007630     MOVE SPACES TO GOBS-RPT-LINE.
007640     WRITE GOBS-RPT-LINE.
007650     MOVE GOBS-RFWD-ACCT-PROVED TO GOBS-RFWD-COUNT-DISPLAY.
007660     MOVE SPACES TO GOBS-RPT-LINE.
007670     STRING "ACCOUNTS PROVED:        " DELIMITED BY SIZE
007680            GOBS-RFWD-COUNT-DISPLAY DELIMITED BY SIZE
007690         INTO GOBS-RPT-LINE.
007700     WRITE GOBS-RPT-LINE.
007710     MOVE GOBS-RFWD-ACCT-OUT TO GOBS-RFWD-COUNT-DISPLAY.
007720     MOVE SPACES TO GOBS-RPT-LINE.
007730     STRING "ACCOUNTS NOT FOOTING:   " DELIMITED BY SIZE
007740            GOBS-RFWD-COUNT-DISPLAY DELIMITED BY SIZE
007750         INTO GOBS-RPT-LINE.
007760     WRITE GOBS-RPT-LINE.
007770     MOVE GOBS-RFWD-SITES-OUT TO GOBS-RFWD-COUNT-DISPLAY.
007780     MOVE SPACES TO GOBS-RPT-LINE.
007790     STRING "SITES NOT FOOTING:      " DELIMITED BY SIZE
007800            GOBS-RFWD-COUNT-DISPLAY DELIMITED BY SIZE
007810         INTO GOBS-RPT-LINE.
007820     WRITE GOBS-RPT-LINE.
007830     EVALUATE TRUE
007840         WHEN GOBS-RFWD-HELD
007850             MOVE "*** ROLL-FORWARD PROOF NOT RUN ***"
007860                 TO GOBS-RPT-LINE
007870         WHEN GOBS-RFWD-BASELINE
007880             MOVE "BASELINE ONLY - NOTHING PROVED"
007890                 TO GOBS-RPT-LINE
007900         WHEN RETURN-CODE NOT = 0
007910             MOVE "*** GOBSAMST DOES NOT FOOT ***"
007920                 TO GOBS-RPT-LINE
007930         WHEN OTHER
007940             MOVE "GOBSAMST FOOTS TO ROLL-FORWARD"
007950                 TO GOBS-RPT-LINE
007960     END-EVALUATE.
007970     WRITE GOBS-RPT-LINE.
007980 7000-EXIT.
007990     EXIT.

008000*---------------------------------------------------------------*
008010*  NOT RUN: NAME THE REASON ON THE REPORT, RAISE A CRITICAL     *
008020*  GOBSALRT, AND SET THE HELD RETURN CODE.  THE CONTROL CARD IS *
008030*  NOT MOVED ON, SO A RE-RUN PROVES FROM THE SAME SNAPSHOT.     *
008040*---------------------------------------------------------------*
008050 8000-HOLD-THE-PROOF.
008060     SET GOBS-RFWD-HELD TO TRUE.
008070     MOVE 12 TO RETURN-CODE.
008080     MOVE SPACES TO GOBS-RPT-LINE.
008090     STRING "HELD: " DELIMITED BY SIZE
008100            GOBS-RFWD-ALERT-TEXT DELIMITED BY SIZE
008110         INTO GOBS-RPT-LINE.
008120     WRITE GOBS-RPT-LINE.
008130     DISPLAY "GOBSRFWD0001 " GOBS-RFWD-ALERT-TEXT.
008140     PERFORM 8100-WRITE-ALERT THRU 8100-EXIT.
008150 8000-EXIT.
008160     EXIT.

008170 8100-WRITE-ALERT.
008180     MOVE SPACES TO GOBS-ALERT-RECORD.
008190     MOVE GOBS-RFWD-RUN-DATE TO GA-ALERT-DATE.
008200     ACCEPT GOBS-RFWD-TIME-RAW FROM TIME.
008210     MOVE GOBS-RFWD-TIME-RAW(1:6) TO GA-ALERT-TIME.
008220     MOVE "GOBSRFWD" TO GA-SOURCE-PGM.
008230     MOVE GOBS-RFWD-ALERT-SITE TO GA-SITE-ID.
008240     SET GA-SEV-CRITICAL TO TRUE.
008250     MOVE GOBS-RFWD-ALERT-TEXT TO GA-ALERT-TEXT.
008260     OPEN EXTEND GOBSALRT-FILE.
008270     IF GOBS-RFWD-ALR-STAT = "05" OR GOBS-RFWD-ALR-STAT = "35"
008280         CLOSE GOBSALRT-FILE
008290         OPEN OUTPUT GOBSALRT-FILE
008300     END-IF.
008310     WRITE GOBS-ALERT-RECORD.
008320     CLOSE GOBSALRT-FILE.
008330 8100-EXIT.
008340     EXIT.

008350*---------------------------------------------------------------*
008360*  FIND A SITE ON THE SITE TABLE, ADDING IT IF IT IS NEW.  THE  *
008370*  INDEX IS LEFT PAST THE COUNT WHEN THE TABLE IS FULL.         *
008380*---------------------------------------------------------------*
008390 8200-FIND-SITE.
008400     SET GOBS-RFWD-SITE-IDX TO 1.
008410     SEARCH GOBS-RFWD-SITE-ENTRY VARYING GOBS-RFWD-SITE-IDX
008420         AT END
008430             SET GOBS-RFWD-SITE-IDX TO 20
008440             SET GOBS-RFWD-SITE-IDX UP BY 1
008450         WHEN GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
008460                 = GOBS-RFWD-FIND-SITE
008470             CONTINUE
008480         WHEN GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX) = SPACES
008490             ADD 1 TO GOBS-RFWD-SITE-COUNT
008500             MOVE GOBS-RFWD-FIND-SITE
008510                 TO GOBS-RFWD-SITE-ID(GOBS-RFWD-SITE-IDX)
008520     END-SEARCH.
008530 8200-EXIT.
008540     EXIT.
