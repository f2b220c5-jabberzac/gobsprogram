000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSDORM.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSDORM IS THE PERIODIC DORMANT-ACCOUNT REVIEW.  GOBSAMST   *
000090*  CARRIES NO LAST-ACTIVITY DATE, SO IT IS WORKED OUT HERE FROM *
000100*  THE APPLY HISTORY: THE LATEST AJ-APPLY-DATE OF ANY APPLIED   *
000110*  OR RETURNED ENTRY FOR THE ACCOUNT ON ANY SITE'S GOBSAPLJ     *
000120*  JOURNAL.  A BACKOUT'S REVERSING ENTRY IS NOT ACTIVITY BY THE *
000130*  ACCOUNT HOLDER AND IS PASSED OVER.                           *
000140*                                                                *
000150*  EVERY OPEN ACCOUNT IDLE FOR MORE THAN THE GOBSDPRM NUMBER OF *
000160*  DAYS (DEFAULT 365) IS LISTED BY SITE ON GOBSDRMR AND GETS AN *
000170*  F (FREEZE) CARD ON THE GOBSDTRN DECK.  THE DECK IS IN         *
000180*  GOBSATRN FORMAT: OPERATIONS REVIEW THE LISTING, PULL ANY      *
000190*  CARD THAT SHOULD NOT GO, AND FEED THE DECK TO GOBSAMNT AS     *
000200*  ITS GOBSATRN INPUT.  CLOSED AND FROZEN ACCOUNTS ARE LEFT OUT. *
000210*                                                                *
000220*  AN ACCOUNT THAT HAS NEVER HAD A JOURNAL ENTRY IS AGED FROM    *
000230*  THE FIRST REVIEW THAT SAW IT ON THE MASTER, CARRIED FROM RUN  *
000240*  TO RUN ON THE GOBSDSEN FIRST-SEEN FILE, SO A NEWLY ADDED      *
000250*  ACCOUNT IS NEVER FROZEN BEFORE IT HAS HAD THE FULL PERIOD TO  *
000260*  MOVE.  RETURN CODE 0 IS A COMPLETE REVIEW, 12 IS NOT RUN.     *
000270*--------------------------------------------------------------*
000280*  MODIFICATION HISTORY
000290*  ---------- ---- -------------------------------------------
000300*  DATE       BY   DESCRIPTION
000310*  ---------- ---- -------------------------------------------
000320*  10/15/2026 JH   ORIGINAL PROGRAM.
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GOBSDPRM-FILE     ASSIGN TO "GOBSDPRM"
000380                              ORGANIZATION LINE SEQUENTIAL
000390                              FILE STATUS IS GOBS-DORM-PRM-STAT.

000400     SELECT GOBSAMST-FILE     ASSIGN TO "GOBSAMST"
000410                              ORGANIZATION IS INDEXED
000420                              ACCESS MODE IS DYNAMIC
000430                              RECORD KEY IS AM-KEY
000440                              FILE STATUS IS GOBS-DORM-MST-STAT.

000450     SELECT GOBSDSEN-FILE     ASSIGN TO "GOBSDSEN"
000460                              ORGANIZATION LINE SEQUENTIAL
000470                              FILE STATUS IS GOBS-DORM-SEN-STAT.

000480     SELECT GOBSJRNL-FILE
000490                          ASSIGN TO DYNAMIC GOBS-DORM-JRNL-FN
000500                              ORGANIZATION LINE SEQUENTIAL
000510                              FILE STATUS IS GOBS-DORM-JRNL-STAT.

000520     SELECT GOBSDRMR-FILE     ASSIGN TO "GOBSDRMR"
000530                              ORGANIZATION LINE SEQUENTIAL
000540                              FILE STATUS IS GOBS-DORM-RPT-STAT.

000550     SELECT GOBSDTRN-FILE     ASSIGN TO "GOBSDTRN"
000560                              ORGANIZATION LINE SEQUENTIAL
000570                              FILE STATUS IS GOBS-DORM-TRN-STAT.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  GOBSDPRM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  GOBS-DORM-PARM-RECORD.
000630     05  DP-DORMANT-DAYS         PIC 9(04).
000640     05  FILLER                  PIC X(76).

000650 FD  GOBSAMST-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY "gobsmrec.cpy".

000680*ONE RECORD PER OPEN ACCOUNT THAT HAS NEVER HAD A JOURNAL ENTRY,
000690*    WITH THE RUN DATE OF THE FIRST REVIEW THAT FOUND IT.
000700 FD  GOBSDSEN-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  GOBS-DORM-SEEN-RECORD.
000730     05  DS-ACCOUNT-NO           PIC X(10).
000740     05  DS-FIRST-SEEN           PIC 9(08).
000750     05  FILLER                  PIC X(62).

000760 FD  GOBSJRNL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "gobsjrec.cpy".

000790 FD  GOBSDRMR-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "gobsrpt.cpy".

000820 FD  GOBSDTRN-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "gobsatrn.cpy".

000850 WORKING-STORAGE SECTION.
000860 01  GOBS-DORM-FILE-STATUSES.
000870     05  GOBS-DORM-PRM-STAT      PIC X(02).
000880     05  GOBS-DORM-MST-STAT      PIC X(02).
000890     05  GOBS-DORM-SEN-STAT      PIC X(02).
000900     05  GOBS-DORM-JRNL-STAT     PIC X(02).
000910     05  GOBS-DORM-RPT-STAT      PIC X(02).
000920     05  GOBS-DORM-TRN-STAT      PIC X(02).

000930 COPY "gobsmsg.cpy".

000940 01  GOBS-DORM-RUN-DATE          PIC 9(08).
000950 01  GOBS-DORM-DAYS              PIC 9(04) VALUE 365.
000960 01  GOBS-DORM-JRNL-FN           PIC X(14).
000970 01  GOBS-DORM-SITE-ID           PIC X(05).

000980 01  GOBS-DORM-HELD-SW           PIC X(01) VALUE "N".
000990     88  GOBS-DORM-HELD              VALUE "Y".

001000 01  GOBS-DORM-EOF-SW            PIC X(01).
001010     88  GOBS-DORM-EOF               VALUE "Y".

001020*NUMBER OF ROWS ON THE GOBSMSG SITE TABLE, WORKED OUT FROM ITS
001030*    LENGTH SO A NEW INSTALLATION ROW IS PICKED UP WITHOUT A
001040*    CHANGE HERE.
001050 77  GOBS-DORM-MSG-MAX           PIC 9(03) COMP VALUE 0.

001060*EVERY OPEN ACCOUNT ON THE MASTER.  THE MASTER IS READ IN KEY
001070*    ORDER SO THE TABLE LOADS IN ACCOUNT ORDER AND EACH JOURNAL
001080*    RECORD IS MATCHED WITH A BINARY SEARCH; THE UNUSED TAIL
001090*    HOLDS HIGH VALUES SO IT SORTS AFTER EVERY REAL ACCOUNT.
001100 01  GOBS-DORM-ACCT-TABLE.
001110     05  GOBS-DORM-ACCT-ENTRY    OCCURS 20000 TIMES
001120                                  ASCENDING KEY IS GOBS-DORM-ACCT
001130                                  INDEXED BY GOBS-DORM-IDX.
001140         10  GOBS-DORM-ACCT          PIC X(10).
001150         10  GOBS-DORM-ACCT-SITE     PIC X(05).
001160         10  GOBS-DORM-LAST-DATE     PIC 9(08).
001170         10  GOBS-DORM-SEEN-DATE     PIC 9(08).
001180         10  GOBS-DORM-BALANCE       PIC S9(11)V99.
001190 77  GOBS-DORM-ACCT-MAX          PIC 9(05) COMP VALUE 20000.
001200 77  GOBS-DORM-ACCT-COUNT        PIC 9(05) COMP VALUE 0.

001210 01  GOBS-DORM-ACTIVE-DATE       PIC 9(08).
001220 01  GOBS-DORM-IDLE-DAYS         PIC 9(05).

001230*DAY-SERIAL WORK FIELDS FOR THE AGING ARITHMETIC.  JANUARY AND
001240*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO
001250*    THE CUMULATIVE-DAYS TERM NEVER STRADDLES A LEAP DAY.
001260 01  GOBS-DORM-CNV-DATE.
001270     05  GOBS-DORM-CNV-YEAR      PIC 9(04).
001280     05  GOBS-DORM-CNV-MONTH     PIC 9(02).
001290     05  GOBS-DORM-CNV-DAY       PIC 9(02).
001300 01  GOBS-DORM-CNV-DATE-N REDEFINES GOBS-DORM-CNV-DATE
001310                             PIC 9(08).
001320 01  GOBS-DORM-SER-Y             PIC 9(04).
001330 01  GOBS-DORM-SER-M             PIC 9(02).
001340 01  GOBS-DORM-SER-T1            PIC 9(04).
001350 01  GOBS-DORM-SER-T2            PIC 9(04).
001360 01  GOBS-DORM-SER-T3            PIC 9(04).
001370 01  GOBS-DORM-SER-T4            PIC 9(04).
001380 01  GOBS-DORM-SERIAL            PIC 9(08).
001390 01  GOBS-DORM-RUN-SERIAL        PIC 9(08).

001400 77  GOBS-DORM-JRNL-READ         PIC 9(07) COMP VALUE 0.
001410 77  GOBS-DORM-NEW-SEEN          PIC 9(07) COMP VALUE 0.
001420 77  GOBS-DORM-SITE-DORMANT      PIC 9(07) COMP VALUE 0.
001430 77  GOBS-DORM-TOT-DORMANT       PIC 9(07) COMP VALUE 0.
001440 77  GOBS-DORM-TOT-LISTED        PIC 9(07) COMP VALUE 0.

001450 01  GOBS-DORM-BASIS             PIC X(11).
001460 01  GOBS-DORM-COUNT-DISPLAY     PIC Z(06)9.
001470 01  GOBS-DORM-DAYS-DISPLAY      PIC Z(04)9.
001480 01  GOBS-DORM-BAL-DISPLAY       PIC -Z(10)9.99.
001490 01  GOBS-DORM-HOLD-TEXT         PIC X(60).

001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     IF GOBS-DORM-HELD
001540         GO TO 0000-GOBACK
001550     END-IF.
001560     PERFORM 2000-LOAD-OPEN-ACCOUNTS THRU 2000-EXIT.
001570     IF GOBS-DORM-HELD
001580         GO TO 0000-GOBACK
001590     END-IF.
001600     PERFORM 2500-LOAD-FIRST-SEEN THRU 2500-EXIT.
001610     PERFORM 3000-READ-THE-JOURNALS THRU 3000-EXIT
001620         VARYING GOBS-MSG-IDX FROM 1 BY 1
001630         UNTIL GOBS-MSG-IDX > GOBS-DORM-MSG-MAX.
001640     PERFORM 4000-LIST-THE-DORMANT THRU 4000-EXIT.
001650     PERFORM 5000-REWRITE-FIRST-SEEN THRU 5000-EXIT.
001660 0000-GOBACK.
001670     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
001680     CLOSE GOBSDRMR-FILE.
001690     GOBACK.
001700 0000-EXIT.
001710     EXIT.

001720 1000-INITIALIZE.
001730     MOVE 0 TO RETURN-CODE.
001740     ACCEPT GOBS-DORM-RUN-DATE FROM DATE YYYYMMDD.
001750     MOVE GOBS-DORM-RUN-DATE TO GOBS-DORM-CNV-DATE-N.
001760     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
001770     MOVE GOBS-DORM-SERIAL TO GOBS-DORM-RUN-SERIAL.
001780     COMPUTE GOBS-DORM-MSG-MAX
001790         = LENGTH OF GOBS-MSG-TABLE / LENGTH OF GOBS-MSG-ENTRY.
001800     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001810     OPEN OUTPUT GOBSDRMR-FILE.
001820     MOVE GOBS-DORM-DAYS TO GOBS-DORM-DAYS-DISPLAY.
001830     MOVE SPACES TO GOBS-RPT-LINE.
001840     STRING "DORMANT ACCOUNT REVIEW  RUN DATE: " DELIMITED BY SIZE
001850            GOBS-DORM-RUN-DATE DELIMITED BY SIZE
001860            "  IDLE OVER " DELIMITED BY SIZE
001870            GOBS-DORM-DAYS-DISPLAY DELIMITED BY SIZE
001880            " DAYS" DELIMITED BY SIZE
001890         INTO GOBS-RPT-LINE.
001900     WRITE GOBS-RPT-LINE.
001910     MOVE SPACES TO GOBS-RPT-LINE.
001920     WRITE GOBS-RPT-LINE.
001930     OPEN INPUT GOBSAMST-FILE.
001940     IF GOBS-DORM-MST-STAT NOT = "00"
001950         MOVE "GOBSAMST OPEN FAILED - REVIEW NOT RUN"
001960             TO GOBS-DORM-HOLD-TEXT
001970         PERFORM 8100-HOLD-THE-REVIEW THRU 8100-EXIT
001980     END-IF.
001990 1000-EXIT.
002000     EXIT.

002010*---------------------------------------------------------------*
002020*  NO PARM FILE, AN EMPTY ONE, OR A ZERO DAY COUNT ALL MEAN     *
002030*  THE DEFAULT DORMANCY PERIOD STANDS.                          *
002040*---------------------------------------------------------------*
002050 1100-READ-PARM.
002060     OPEN INPUT GOBSDPRM-FILE.
002070     IF GOBS-DORM-PRM-STAT NOT = "00"
002080         GO TO 1100-EXIT
002090     END-IF.
002100     READ GOBSDPRM-FILE
002110         AT END
002120             CONTINUE
002130         NOT AT END
002140             IF DP-DORMANT-DAYS NUMERIC AND DP-DORMANT-DAYS > 0
002150                 MOVE DP-DORMANT-DAYS TO GOBS-DORM-DAYS
002160             END-IF
002170     END-READ.
002180     CLOSE GOBSDPRM-FILE.
002190 1100-EXIT.
002200     EXIT.

002210*---------------------------------------------------------------*
002220*  LOAD EVERY OPEN ACCOUNT, IN KEY ORDER, INTO THE TABLE.  MORE *
002230*  OPEN ACCOUNTS THAN THE TABLE HOLDS STOPS THE REVIEW RATHER   *
002240*  THAN LEAVE PART OF THE MASTER UNREVIEWED.                    *
002250*---------------------------------------------------------------*
002260 2000-LOAD-OPEN-ACCOUNTS.
002270     MOVE HIGH-VALUES TO GOBS-DORM-ACCT-TABLE.
002280     MOVE "N" TO GOBS-DORM-EOF-SW.
002290     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
002300         UNTIL GOBS-DORM-EOF OR GOBS-DORM-HELD.
002310     CLOSE GOBSAMST-FILE.
002320 2000-EXIT.
002330     EXIT.

002340 2100-LOAD-ONE-ACCOUNT.
002350     READ GOBSAMST-FILE NEXT RECORD
002360         AT END
002370             SET GOBS-DORM-EOF TO TRUE
002380             GO TO 2100-EXIT
002390     END-READ.
002400     IF GOBS-DORM-MST-STAT NOT = "00"
002410         MOVE "GOBSAMST READ FAILED - REVIEW NOT RUN"
002420             TO GOBS-DORM-HOLD-TEXT
002430         PERFORM 8100-HOLD-THE-REVIEW THRU 8100-EXIT
002440         GO TO 2100-EXIT
002450     END-IF.
002460     IF NOT AM-STATUS-OPEN
002470         GO TO 2100-EXIT
002480     END-IF.
002490     IF GOBS-DORM-ACCT-COUNT NOT < GOBS-DORM-ACCT-MAX
002500         MOVE "OPEN ACCOUNTS EXCEED 20000 - REVIEW NOT RUN"
002510             TO GOBS-DORM-HOLD-TEXT
002520         PERFORM 8100-HOLD-THE-REVIEW THRU 8100-EXIT
002530         GO TO 2100-EXIT
002540     END-IF.
002550     ADD 1 TO GOBS-DORM-ACCT-COUNT.
002560     SET GOBS-DORM-IDX TO GOBS-DORM-ACCT-COUNT.
002570     MOVE AM-ACCOUNT-NO TO GOBS-DORM-ACCT(GOBS-DORM-IDX).
002580     MOVE AM-SITE-ID TO GOBS-DORM-ACCT-SITE(GOBS-DORM-IDX).
002590     MOVE 0 TO GOBS-DORM-LAST-DATE(GOBS-DORM-IDX).
002600     MOVE 0 TO GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX).
002610     MOVE AM-CURR-BALANCE TO GOBS-DORM-BALANCE(GOBS-DORM-IDX).
002620 2100-EXIT.
002630     EXIT.

002640*---------------------------------------------------------------*
002650*  CARRY FORWARD THE FIRST-SEEN DATES.  NO FILE YET (THE FIRST  *
002660*  REVIEW) JUST MEANS EVERY UNJOURNALED ACCOUNT IS FIRST SEEN   *
002670*  TODAY.  AN ACCOUNT SINCE CLOSED OR FROZEN IS DROPPED.        *
002680*---------------------------------------------------------------*
002690 2500-LOAD-FIRST-SEEN.
002700     OPEN INPUT GOBSDSEN-FILE.
002710     IF GOBS-DORM-SEN-STAT NOT = "00"
002720         GO TO 2500-EXIT
002730     END-IF.
002740     MOVE "N" TO GOBS-DORM-EOF-SW.
002750     PERFORM 2600-LOAD-ONE-SEEN THRU 2600-EXIT
002760         UNTIL GOBS-DORM-EOF.
002770     CLOSE GOBSDSEN-FILE.
002780 2500-EXIT.
002790     EXIT.

002800 2600-LOAD-ONE-SEEN.
002810     READ GOBSDSEN-FILE
002820         AT END
002830             SET GOBS-DORM-EOF TO TRUE
002840             GO TO 2600-EXIT
002850     END-READ.
002860     IF DS-FIRST-SEEN NOT NUMERIC
002870         GO TO 2600-EXIT
002880     END-IF.
002890     SEARCH ALL GOBS-DORM-ACCT-ENTRY
002900         AT END
002910             CONTINUE
002920         WHEN GOBS-DORM-ACCT(GOBS-DORM-IDX) = DS-ACCOUNT-NO
002930             MOVE DS-FIRST-SEEN
002940                 TO GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX)
002950     END-SEARCH.
002960 2600-EXIT.
002970     EXIT.

002980*---------------------------------------------------------------*
002990*  READ ONE SITE'S GOBSAPLJ AND KEEP THE LATEST APPLY DATE OF   *
003000*  EACH OPEN ACCOUNT'S APPLIED AND RETURNED ENTRIES.  A SITE    *
003010*  WITH NO JOURNAL YET HAS SIMPLY APPLIED NOTHING.              *
003020*---------------------------------------------------------------*
003030 3000-READ-THE-JOURNALS.
003040     MOVE GOBS-MSG-SITE-ID(GOBS-MSG-IDX) TO GOBS-DORM-SITE-ID.
003050     MOVE SPACES TO GOBS-DORM-JRNL-FN.
003060     STRING "GOBSAPLJ." DELIMITED BY SIZE
003070            GOBS-DORM-SITE-ID DELIMITED BY SPACE
003080         INTO GOBS-DORM-JRNL-FN.
003090     OPEN INPUT GOBSJRNL-FILE.
003100     IF GOBS-DORM-JRNL-STAT NOT = "00"
003110         GO TO 3000-EXIT
003120     END-IF.
003130     MOVE "N" TO GOBS-DORM-EOF-SW.
003140     PERFORM 3100-READ-ONE-JRNL-REC THRU 3100-EXIT
003150         UNTIL GOBS-DORM-EOF.
003160     CLOSE GOBSJRNL-FILE.
003170 3000-EXIT.
003180     EXIT.

003190 3100-READ-ONE-JRNL-REC.
003200     READ GOBSJRNL-FILE
003210         AT END
003220             SET GOBS-DORM-EOF TO TRUE
003230             GO TO 3100-EXIT
003240     END-READ.
003250     ADD 1 TO GOBS-DORM-JRNL-READ.
003260     IF AJ-ENTRY-REVERSAL
003270         GO TO 3100-EXIT
003280     END-IF.
003290     IF AJ-APPLY-DATE NOT NUMERIC
003300         GO TO 3100-EXIT
003310     END-IF.
003320     SEARCH ALL GOBS-DORM-ACCT-ENTRY
003330         AT END
003340             CONTINUE
003350         WHEN GOBS-DORM-ACCT(GOBS-DORM-IDX) = AJ-ACCOUNT-NO
003360             IF AJ-APPLY-DATE > GOBS-DORM-LAST-DATE(GOBS-DORM-IDX)
003370                 MOVE AJ-APPLY-DATE
003380                     TO GOBS-DORM-LAST-DATE(GOBS-DORM-IDX)
003390             END-IF
003400     END-SEARCH.
003410 3100-EXIT.
003420     EXIT.

003430*---------------------------------------------------------------*
003440*  LIST THE DORMANT ACCOUNTS SITE BY SITE AND CUT THEIR FREEZE  *
003450*  CARDS.  THE TABLE IS IN ACCOUNT ORDER, SO EACH SITE'S LIST   *
003460*  IS TOO.                                                      *
003470*---------------------------------------------------------------*
003480 4000-LIST-THE-DORMANT.
003490     OPEN OUTPUT GOBSDTRN-FILE.
003500     PERFORM 4100-LIST-ONE-SITE THRU 4100-EXIT
003510         VARYING GOBS-MSG-IDX FROM 1 BY 1
003520         UNTIL GOBS-MSG-IDX > GOBS-DORM-MSG-MAX.
003530     CLOSE GOBSDTRN-FILE.
003540 4000-EXIT.
003550     EXIT.

003560 4100-LIST-ONE-SITE.
003570     MOVE GOBS-MSG-SITE-ID(GOBS-MSG-IDX) TO GOBS-DORM-SITE-ID.
003580     MOVE 0 TO GOBS-DORM-SITE-DORMANT.
003590     MOVE SPACES TO GOBS-RPT-LINE.
003600     STRING "SITE " DELIMITED BY SIZE
003610            GOBS-DORM-SITE-ID DELIMITED BY SIZE
003620         INTO GOBS-RPT-LINE.
003630     WRITE GOBS-RPT-LINE.
003640     MOVE SPACES TO GOBS-RPT-LINE.
003650     STRING "  ACCOUNT    LAST ACTIVE BASIS        IDLE DAYS"
003660                DELIMITED BY SIZE
003670            "        BALANCE" DELIMITED BY SIZE
003680         INTO GOBS-RPT-LINE.
003690     WRITE GOBS-RPT-LINE.
003700     PERFORM 4200-CHECK-ONE-ACCOUNT THRU 4200-EXIT
003710         VARYING GOBS-DORM-IDX FROM 1 BY 1
003720         UNTIL GOBS-DORM-IDX > GOBS-DORM-ACCT-COUNT.
003730     IF GOBS-DORM-SITE-DORMANT = 0
003740         MOVE "  NO DORMANT ACCOUNTS" TO GOBS-RPT-LINE
003750         WRITE GOBS-RPT-LINE
003760     END-IF.
003770     MOVE GOBS-DORM-SITE-DORMANT TO GOBS-DORM-COUNT-DISPLAY.
003780     MOVE SPACES TO GOBS-RPT-LINE.
003790     STRING "  SITE DORMANT: " DELIMITED BY SIZE
003800            GOBS-DORM-COUNT-DISPLAY DELIMITED BY SIZE
003810         INTO GOBS-RPT-LINE.
003820     WRITE GOBS-RPT-LINE.
003830     MOVE SPACES TO GOBS-RPT-LINE.
003840     WRITE GOBS-RPT-LINE.
003850 4100-EXIT.
003860     EXIT.

003870*---------------------------------------------------------------*
003880*  AN ACCOUNT IS AGED FROM ITS LAST JOURNALED ACTIVITY, OR WHEN *
003890*  IT HAS NONE FROM THE DAY A REVIEW FIRST SAW IT.  AN ACCOUNT  *
003900*  SEEN FOR THE FIRST TIME TONIGHT IS STAMPED WITH TODAY.       *
003910*---------------------------------------------------------------*
003920 4200-CHECK-ONE-ACCOUNT.
003930     IF GOBS-DORM-ACCT-SITE(GOBS-DORM-IDX) NOT = GOBS-DORM-SITE-ID
003940         GO TO 4200-EXIT
003950     END-IF.
003960     ADD 1 TO GOBS-DORM-TOT-LISTED.
003970     IF GOBS-DORM-LAST-DATE(GOBS-DORM-IDX) > 0
003980         MOVE GOBS-DORM-LAST-DATE(GOBS-DORM-IDX)
003990             TO GOBS-DORM-ACTIVE-DATE
004000         MOVE "JOURNAL" TO GOBS-DORM-BASIS
004010     ELSE
004020         IF GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX) = 0
004030             MOVE GOBS-DORM-RUN-DATE
004040                 TO GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX)
004050             ADD 1 TO GOBS-DORM-NEW-SEEN
004060         END-IF
004070         MOVE GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX)
004080             TO GOBS-DORM-ACTIVE-DATE
004090         MOVE "FIRST SEEN" TO GOBS-DORM-BASIS
004100     END-IF.
004110     MOVE GOBS-DORM-ACTIVE-DATE TO GOBS-DORM-CNV-DATE-N.
004120     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004130     IF GOBS-DORM-SERIAL NOT < GOBS-DORM-RUN-SERIAL
004140         GO TO 4200-EXIT
004150     END-IF.
004160     COMPUTE GOBS-DORM-IDLE-DAYS
004170         = GOBS-DORM-RUN-SERIAL - GOBS-DORM-SERIAL.
004180     IF GOBS-DORM-IDLE-DAYS NOT > GOBS-DORM-DAYS
004190         GO TO 4200-EXIT
004200     END-IF.
004210     ADD 1 TO GOBS-DORM-SITE-DORMANT.
004220     ADD 1 TO GOBS-DORM-TOT-DORMANT.
004230     MOVE GOBS-DORM-IDLE-DAYS TO GOBS-DORM-DAYS-DISPLAY.
004240     MOVE GOBS-DORM-BALANCE(GOBS-DORM-IDX)
004250         TO GOBS-DORM-BAL-DISPLAY.
004260     MOVE SPACES TO GOBS-RPT-LINE.
004270     STRING "  " DELIMITED BY SIZE
004280            GOBS-DORM-ACCT(GOBS-DORM-IDX) DELIMITED BY SIZE
004290            " " DELIMITED BY SIZE
004300            GOBS-DORM-ACTIVE-DATE DELIMITED BY SIZE
004310            "    " DELIMITED BY SIZE
004320            GOBS-DORM-BASIS DELIMITED BY SIZE
004330            "     " DELIMITED BY SIZE
004340            GOBS-DORM-DAYS-DISPLAY DELIMITED BY SIZE
004350            " " DELIMITED BY SIZE
004360            GOBS-DORM-BAL-DISPLAY DELIMITED BY SIZE
004370         INTO GOBS-RPT-LINE.
004380     WRITE GOBS-RPT-LINE.
004390     MOVE SPACES TO GOBS-ATRN-RECORD.
004400     SET AT-ACTION-FREEZE TO TRUE.
004410     MOVE GOBS-DORM-ACCT(GOBS-DORM-IDX) TO AT-ACCOUNT-NO.
004420     MOVE GOBS-DORM-SITE-ID TO AT-SITE-ID.
004430     WRITE GOBS-ATRN-RECORD.
004440 4200-EXIT.
004450     EXIT.

004460*---------------------------------------------------------------*
004470*  REWRITE THE FIRST-SEEN FILE WITH EVERY OPEN ACCOUNT THAT     *
004480*  STILL HAS NO JOURNAL ENTRY.  AN ACCOUNT ON A SITE NOT ON THE *
004490*  GOBSMSG TABLE WAS NEVER AGED ABOVE AND KEEPS NO DATE YET.    *
004500*---------------------------------------------------------------*
004510 5000-REWRITE-FIRST-SEEN.
004520     OPEN OUTPUT GOBSDSEN-FILE.
004530     PERFORM 5100-WRITE-ONE-SEEN THRU 5100-EXIT
004540         VARYING GOBS-DORM-IDX FROM 1 BY 1
004550         UNTIL GOBS-DORM-IDX > GOBS-DORM-ACCT-COUNT.
004560     CLOSE GOBSDSEN-FILE.
004570 5000-EXIT.
004580     EXIT.

004590 5100-WRITE-ONE-SEEN.
004600     IF GOBS-DORM-LAST-DATE(GOBS-DORM-IDX) > 0
004610        OR GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX) = 0
004620         GO TO 5100-EXIT
004630     END-IF.
004640     MOVE SPACES TO GOBS-DORM-SEEN-RECORD.
004650     MOVE GOBS-DORM-ACCT(GOBS-DORM-IDX) TO DS-ACCOUNT-NO.
004660     MOVE GOBS-DORM-SEEN-DATE(GOBS-DORM-IDX) TO DS-FIRST-SEEN.
004670     WRITE GOBS-DORM-SEEN-RECORD.
004680 5100-EXIT.
004690     EXIT.

004700 6000-WRITE-TRAILER.
004710     MOVE GOBS-DORM-TOT-LISTED TO GOBS-DORM-COUNT-DISPLAY.
004720     MOVE SPACES TO GOBS-RPT-LINE.
004730     STRING "OPEN ACCOUNTS REVIEWED: " DELIMITED BY SIZE
004740            GOBS-DORM-COUNT-DISPLAY DELIMITED BY SIZE
004750         INTO GOBS-RPT-LINE.
004760     WRITE GOBS-RPT-LINE.
004770     MOVE GOBS-DORM-NEW-SEEN TO GOBS-DORM-COUNT-DISPLAY.
004780     MOVE SPACES TO GOBS-RPT-LINE.
004790     STRING "FIRST SEEN TONIGHT:     " DELIMITED BY SIZE
004800            GOBS-DORM-COUNT-DISPLAY DELIMITED BY SIZE
004810         INTO GOBS-RPT-LINE.
004820     WRITE GOBS-RPT-LINE.
004830     MOVE GOBS-DORM-JRNL-READ TO GOBS-DORM-COUNT-DISPLAY.
004840     MOVE SPACES TO GOBS-RPT-LINE.
004850     STRING "JOURNAL RECORDS READ:   " DELIMITED BY SIZE
004860            GOBS-DORM-COUNT-DISPLAY DELIMITED BY SIZE
004870         INTO GOBS-RPT-LINE.
004880     WRITE GOBS-RPT-LINE.
004890     MOVE GOBS-DORM-TOT-DORMANT TO GOBS-DORM-COUNT-DISPLAY.
004900     MOVE SPACES TO GOBS-RPT-LINE.
004910     STRING "FREEZE CARDS ON GOBSDTRN:" DELIMITED BY SIZE
004920            GOBS-DORM-COUNT-DISPLAY DELIMITED BY SIZE
004930         INTO GOBS-RPT-LINE.
004940     WRITE GOBS-RPT-LINE.
004950     IF GOBS-DORM-HELD
004960         MOVE "*** DORMANT REVIEW NOT RUN ***" TO GOBS-RPT-LINE
004970         WRITE GOBS-RPT-LINE
004980     END-IF.
004990 6000-EXIT.
005000     EXIT.

005010*---------------------------------------------------------------*
005020*  TURN THE WORK DATE INTO A DAY SERIAL FOR AGE ARITHMETIC.     *
005030*  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE        *
005040*  PRIOR YEAR; (153 * M - 457) / 5 IS THE CUMULATIVE DAYS       *
005050*  AHEAD OF MONTH M IN THE MARCH-BASED YEAR.                    *
005060*---------------------------------------------------------------*
005070 8000-DATE-TO-SERIAL.
005080     IF GOBS-DORM-CNV-MONTH < 3
005090         COMPUTE GOBS-DORM-SER-M = GOBS-DORM-CNV-MONTH + 12
005100         COMPUTE GOBS-DORM-SER-Y = GOBS-DORM-CNV-YEAR - 1
005110     ELSE
005120         MOVE GOBS-DORM-CNV-MONTH TO GOBS-DORM-SER-M
005130         MOVE GOBS-DORM-CNV-YEAR TO GOBS-DORM-SER-Y
005140     END-IF.
005150     COMPUTE GOBS-DORM-SER-T1 = GOBS-DORM-SER-Y / 4.
005160     COMPUTE GOBS-DORM-SER-T2 = GOBS-DORM-SER-Y / 100.
005170     COMPUTE GOBS-DORM-SER-T3 = GOBS-DORM-SER-Y / 400.
005180     COMPUTE GOBS-DORM-SER-T4 =
005190         (153 * GOBS-DORM-SER-M - 457) / 5.
005200     COMPUTE GOBS-DORM-SERIAL = 365 * GOBS-DORM-SER-Y
005210         + GOBS-DORM-SER-T1 - GOBS-DORM-SER-T2
005220         + GOBS-DORM-SER-T3 + GOBS-DORM-SER-T4
005230         + GOBS-DORM-CNV-DAY.
005240 8000-EXIT.
005250     EXIT.

005260*---------------------------------------------------------------*
005270*  NOT RUN: NAME THE REASON AND SET THE HELD RETURN CODE.  NO   *
005280*  FREEZE DECK IS CUT FROM A PARTIAL MASTER.                    *
005290*---------------------------------------------------------------*
005300 8100-HOLD-THE-REVIEW.
005310     SET GOBS-DORM-HELD TO TRUE.
005320     MOVE 12 TO RETURN-CODE.
005330     MOVE SPACES TO GOBS-RPT-LINE.
005340     STRING "HELD: " DELIMITED BY SIZE
005350            GOBS-DORM-HOLD-TEXT DELIMITED BY SIZE
005360         INTO GOBS-RPT-LINE.
005370     WRITE GOBS-RPT-LINE.
005380     DISPLAY "GOBSDORM0001 " GOBS-DORM-HOLD-TEXT.
005390 8100-EXIT.
005400     EXIT.
