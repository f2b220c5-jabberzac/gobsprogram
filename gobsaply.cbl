000250*  BALANCE.  A SAME-DAY JOURNAL WITH NO CHECKPOINT (CANCELLED   *
000260*  BEFORE THE FIRST INTERVAL WRITE) IS TREATED AS A RESTART     *
000270*  JUST THE SAME.                                               *
000271*                                                              *
000272*  A DB PAST THE ACCOUNT'S AM-OD-LIMIT IS NOT APPLIED - IT GOES *
000273*  TO THE GOBSRETN.SITE SUSPENSE FILE WITH ITS REASON AND IS    *
000274*  JOURNALED AS A TYPE N ENTRY; THE PROOF AGAINST GOBSRPT IS    *
000275*  APPLIED PLUS RETURNED.  A GOBSBKOT BACKOUT OF TODAY'S RUN    *
000276*  (TYPE R ENTRIES) STARTS THE RESTART COUNT AGAIN, SO A        *
000277*  CORRECTED DECK RE-RUN THE SAME DAY APPLIES FROM ITS FIRST    *
000278*  CARD.                                                        *
000280*--------------------------------------------------------------*
000290*  MODIFICATION HISTORY
000300*  ---------- ---- -------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- -------------------------------------------
000330*  09/02/2026 JH   ORIGINAL PROGRAM.
000331*  10/15/2026 JH   A DB PAST THE NEW AM-OD-LIMIT OVERDRAFT LIMIT
000332*                  IS NOW RETURNED TO GOBSRETN AND JOURNALED AS
000333*                  AN N ENTRY.  THE PROOF IS APPLIED PLUS RETURNED
000334*                  AND A RESTART REDOES A LOST RETURN JOURNAL.
000335*  10/15/2026 JH   JOURNAL ENTRIES NOW CARRY THE EFFECTIVE DATE
000336*                  FOR THE GOBSBKOT BACKOUT.  A BACKOUT OF TODAY'S
000337*                  RUN STARTS THE RESTART COUNT AGAIN.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000520                              ORGANIZATION LINE SEQUENTIAL
000530                              FILE STATUS IS GOBS-APLY-LST-STAT.

000532     SELECT GOBSRETN-FILE
000534                          ASSIGN TO DYNAMIC GOBS-APLY-RETN-FN
000536                              ORGANIZATION LINE SEQUENTIAL
000538                              FILE STATUS IS GOBS-APLY-RETN-STAT.

000540     SELECT GOBSAMST-FILE     ASSIGN TO "GOBSAMST"
000550                              ORGANIZATION IS INDEXED
000560                              ACCESS MODE IS DYNAMIC
000770     LABEL RECORDS ARE STANDARD.
000780 01  GOBS-APLY-LST-LINE          PIC X(80).

000782 FD  GOBSRETN-FILE
000784     LABEL RECORDS ARE STANDARD.
000786 COPY "gobsnrec.cpy".

000790 FD  GOBSAMST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "gobsmrec.cpy".
000940     05  GOBS-APLY-MST-STAT      PIC X(02).
000950     05  GOBS-APLY-CKP-STAT      PIC X(02).
000960     05  GOBS-APLY-ALR-STAT      PIC X(02).
000965     05  GOBS-APLY-RETN-STAT     PIC X(02).

000970 01  GOBS-APLY-SITE-ID           PIC X(05).
000980 01  GOBS-APLY-RUN-DATE          PIC 9(08).
001030 01  GOBS-APLY-RPT-FN            PIC X(13).
001040 01  GOBS-APLY-JRNL-FN           PIC X(14).
001050 01  GOBS-APLY-LST-FN            PIC X(14).
001055 01  GOBS-APLY-RETN-FN           PIC X(14).

001060 01  GOBS-APLY-EOF-SW            PIC X(01).
001070     88  GOBS-APLY-EOF               VALUE "Y".
001170*    RESTART.
001180 77  GOBS-APLY-APPLIED-COUNT     PIC 9(07) COMP VALUE 0.
001190 01  GOBS-APLY-APPLIED-AMOUNT    PIC 9(11)V99 VALUE 0.
001191 77  GOBS-APLY-RETURNED-COUNT    PIC 9(07) COMP VALUE 0.
001192 01  GOBS-APLY-RETURNED-AMOUNT   PIC 9(11)V99 VALUE 0.

001193*APPLIED PLUS RETURNED - WHAT THE APPLY HAS TAKEN OFF THE DECK,
001194*    AND WHAT MUST PROVE TO THE GOBSRPT FIGURES.
001195 77  GOBS-APLY-TAKEN-COUNT       PIC 9(07) COMP VALUE 0.
001196 01  GOBS-APLY-TAKEN-AMOUNT      PIC 9(11)V99 VALUE 0.

001200*LAST JOURNAL RECORD OF AN EARLIER CANCELLED RUN, KEPT SO THE
001210*    RESTART CAN PROVE IT REACHED THE MASTER AND REDO IT IF
001250     05  GOBS-APLY-LAST-ACCT     PIC X(10).
001260     05  GOBS-APLY-LAST-PRIOR    PIC S9(11)V99.
001270     05  GOBS-APLY-LAST-NEW      PIC S9(11)V99.
001271     05  GOBS-APLY-LAST-TYPE     PIC X(01).
001272         88  GOBS-APLY-LAST-APPLIED  VALUE "A" " ".

001273*OVERDRAFT TEST WORK FIELDS.  AVAILABLE IS THE BALANCE PLUS THE
001274*    LIMIT - A DB LARGER THAN THAT IS RETURNED.
001275 01  GOBS-APLY-OD-LIMIT          PIC 9(07)V99.
001276 01  GOBS-APLY-AVAILABLE         PIC S9(11)V99.
001277 01  GOBS-APLY-RETN-REASON       PIC X(30).
001278 01  GOBS-APLY-NSF-SW            PIC X(01).
001279     88  GOBS-APLY-NSF               VALUE "Y".

001280 01  GOBS-APLY-RESTART-SW        PIC X(01) VALUE "N".
001290     88  GOBS-APLY-RESTART           VALUE "Y".

001291*TODAY'S RECORDS ON THE GOBSRETN SUSPENSE FILE, COUNTED ON A
001292*    RESTART.  ONE MORE THAN THE JOURNAL'S RETURNED ENTRIES MEANS
001293*    THE CANCEL LANDED BETWEEN THE SUSPENSE WRITE AND THE
001294*    JOURNAL WRITE; THE LAST ONE IS KEPT SO ITS JOURNAL ENTRY
001295*    CAN BE REDONE.
001296 77  GOBS-APLY-RETN-TODAY        PIC 9(07) COMP VALUE 0.
001297 01  GOBS-APLY-LAST-RETN         PIC X(120).

001300 01  GOBS-APLY-HELD-SW           PIC X(01) VALUE "N".
001310     88  GOBS-APLY-HELD              VALUE "Y".

001312*EVERY RETURNED ENTRY JOURNALED TODAY, INCLUDING THOSE OF A RUN
001314*    SINCE BACKED OUT - THE SUSPENSE FILE STILL HOLDS THEIRS, SO
001316*    THIS, NOT THE RESTART COUNT, IS WHAT IT IS PROVED AGAINST.
001318 77  GOBS-APLY-JRNL-RETN-TOTAL   PIC 9(07) COMP VALUE 0.

001320 77  GOBS-APLY-SKIP-COUNT        PIC 9(07) COMP VALUE 0.
001330 77  GOBS-APLY-CKPT-COUNTER      PIC 9(05) COMP VALUE 0.
001340 01  GOBS-APLY-CKPT-INTERVAL     PIC 9(05) VALUE 5.
001440 01  GOBS-APLY-ALERT-TEXT        PIC X(60).
001450 01  GOBS-APLY-COUNT-DISPLAY     PIC Z(06)9.
001460 01  GOBS-APLY-AMOUNT-DISPLAY    PIC Z(10)9.99.
001465 01  GOBS-APLY-CARD-AMT-DISPLAY  PIC Z(08)9.99.

001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001820     STRING "GOBSAPLR." DELIMITED BY SIZE
001830            GOBS-APLY-SITE-ID DELIMITED BY SPACE
001840         INTO GOBS-APLY-LST-FN.
001842     MOVE SPACES TO GOBS-APLY-RETN-FN.
001844     STRING "GOBSRETN." DELIMITED BY SIZE
001846            GOBS-APLY-SITE-ID DELIMITED BY SPACE
001848         INTO GOBS-APLY-RETN-FN.
001850     OPEN OUTPUT GOBSAPLR-FILE.
001860 1000-EXIT.
001870     EXIT.
002990         CLOSE GOBSJRNL-FILE
003000         OPEN OUTPUT GOBSJRNL-FILE
003010     END-IF.
003011     OPEN EXTEND GOBSRETN-FILE.
003012     IF GOBS-APLY-RETN-STAT = "05" OR GOBS-APLY-RETN-STAT = "35"
003013         CLOSE GOBSRETN-FILE
003014         OPEN OUTPUT GOBSRETN-FILE
003015     END-IF.
003020     MOVE "N" TO GOBS-APLY-EOF-SW.
003030     OPEN INPUT GOBSPOST-FILE.
003040     IF GOBS-APLY-RESTART
003090         UNTIL GOBS-APLY-EOF OR GOBS-APLY-HELD.
003100     CLOSE GOBSPOST-FILE.
003110     CLOSE GOBSJRNL-FILE.
003115     CLOSE GOBSRETN-FILE.
003120     CLOSE GOBSAMST-FILE.
003130 3000-EXIT.
003140     EXIT.
003150*---------------------------------------------------------------*
003160*  COUNT TODAY'S JOURNAL RECORDS TO FIND HOW FAR AN EARLIER     *
003170*  RUN GOT.  ANY AT ALL MEANS THIS IS A RESTART - EVEN IF THE   *
003180*  CANCEL CAME BEFORE THE FIRST INTERVAL CHECKPOINT.  A         *
003181*  RETURNED ITEM IS WRITTEN TO GOBSRETN BEFORE ITS JOURNAL      *
003182*  ENTRY, SO TODAY'S SUSPENSE RECORDS ARE COUNTED TOO: ONE      *
003183*  MORE THAN THE JOURNAL'S RETURNED ENTRIES MEANS THE LAST      *
003184*  JOURNAL WRITE NEVER LANDED AND IS REDONE; ANY OTHER          *
003185*  DIFFERENCE HOLDS THE APPLY FOR A HUMAN.                      *
003190*---------------------------------------------------------------*
003200 3100-DERIVE-RESTART-POSITION.
003210     MOVE 0 TO GOBS-APLY-APPLIED-COUNT.
003220     MOVE 0 TO GOBS-APLY-APPLIED-AMOUNT.
003222     MOVE 0 TO GOBS-APLY-RETURNED-COUNT.
003224     MOVE 0 TO GOBS-APLY-RETURNED-AMOUNT.
003226     MOVE 0 TO GOBS-APLY-JRNL-RETN-TOTAL.
003228     MOVE "A" TO GOBS-APLY-LAST-TYPE.
003230     MOVE "N" TO GOBS-APLY-EOF-SW.
003240     OPEN INPUT GOBSJRNL-FILE.
003250     IF GOBS-APLY-JRNL-STAT = "00"
003260         PERFORM 3150-COUNT-ONE-JRNL-REC THRU 3150-EXIT
003263             UNTIL GOBS-APLY-EOF
003266         CLOSE GOBSJRNL-FILE
003270     END-IF.
003280     PERFORM 3160-COUNT-RETURNS-TODAY THRU 3160-EXIT.
003290     IF GOBS-APLY-RETN-TODAY NOT = GOBS-APLY-JRNL-RETN-TOTAL
003300         IF GOBS-APLY-RETN-TODAY = GOBS-APLY-JRNL-RETN-TOTAL + 1
003301             PERFORM 3250-REDO-LAST-RETURN THRU 3250-EXIT
003302         ELSE
003303             MOVE "GOBSRETN DISAGREES WITH JOURNAL - HELD"
003304                 TO GOBS-APLY-ALERT-TEXT
003305             PERFORM 8000-HOLD-THE-APPLY THRU 8000-EXIT
003306             GO TO 3100-EXIT
003307         END-IF
003308     END-IF.
003310     IF GOBS-APLY-APPLIED-COUNT > 0
003315        OR GOBS-APLY-RETURNED-COUNT > 0
003320         SET GOBS-APLY-RESTART TO TRUE
003322     END-IF.
003324     IF GOBS-APLY-APPLIED-COUNT > 0
003326        AND GOBS-APLY-LAST-APPLIED
003330         PERFORM 3200-REPROVE-LAST-APPLY THRU 3200-EXIT
003340     END-IF.
003350 3100-EXIT.
003400             SET GOBS-APLY-EOF TO TRUE
003410             GO TO 3150-EXIT
003420     END-READ.
003430     IF AJ-ENTRY-REVERSAL
003431         IF AJ-REVERSED-DATE = GOBS-APLY-RUN-DATE
003432             MOVE 0 TO GOBS-APLY-APPLIED-COUNT
003433             MOVE 0 TO GOBS-APLY-APPLIED-AMOUNT
003434             MOVE 0 TO GOBS-APLY-RETURNED-COUNT
003435             MOVE 0 TO GOBS-APLY-RETURNED-AMOUNT
003436             MOVE "R" TO GOBS-APLY-LAST-TYPE
003437         END-IF
003438         GO TO 3150-EXIT
003439     END-IF.
003440     IF AJ-APPLY-DATE NOT = GOBS-APLY-RUN-DATE
003441         GO TO 3150-EXIT
003442     END-IF.
003443     IF AJ-ENTRY-RETURNED
003444         ADD 1 TO GOBS-APLY-JRNL-RETN-TOTAL
003445         ADD 1 TO GOBS-APLY-RETURNED-COUNT
003446         ADD AJ-TRAN-AMOUNT TO GOBS-APLY-RETURNED-AMOUNT
003447     ELSE
003448         ADD 1 TO GOBS-APLY-APPLIED-COUNT
003450         ADD AJ-TRAN-AMOUNT TO GOBS-APLY-APPLIED-AMOUNT
003490     END-IF.
003492     MOVE AJ-ACCOUNT-NO TO GOBS-APLY-LAST-ACCT.
003494     MOVE AJ-PRIOR-BALANCE TO GOBS-APLY-LAST-PRIOR.
003496     MOVE AJ-NEW-BALANCE TO GOBS-APLY-LAST-NEW.
003498     MOVE AJ-ENTRY-TYPE TO GOBS-APLY-LAST-TYPE.
003500 3150-EXIT.
003510     EXIT.

003820     EXIT.

003830 3300-SKIP-APPLIED-RECS.
003840     COMPUTE GOBS-APLY-SKIP-COUNT = GOBS-APLY-APPLIED-COUNT
003845         + GOBS-APLY-RETURNED-COUNT.
003850     IF GOBS-APLY-SKIP-COUNT > 0
003860         PERFORM 3350-SKIP-ONE-POST-REC THRU 3350-EXIT
003870             GOBS-APLY-SKIP-COUNT TIMES
004110         PERFORM 8000-HOLD-THE-APPLY THRU 8000-EXIT
004120         GO TO 3400-EXIT
004130     END-IF.
004131     IF WK-TRAN-CODE = "DB"
004132         PERFORM 3500-CHECK-FUNDS THRU 3500-EXIT
004133         IF GOBS-APLY-NSF
004134             PERFORM 3600-RETURN-ONE-RECORD THRU 3600-EXIT
004135             GO TO 3400-CHECKPOINT
004136         END-IF
004137     END-IF.
004140     MOVE SPACES TO GOBS-JRNL-RECORD.
004150     MOVE GOBS-APLY-RUN-DATE TO AJ-APPLY-DATE.
004160     MOVE WK-ACCOUNT-NO TO AJ-ACCOUNT-NO.
004170     MOVE WK-TRAN-CODE TO AJ-TRAN-CODE.
004180     MOVE WK-TRAN-AMOUNT TO AJ-TRAN-AMOUNT.
004190     MOVE AM-CURR-BALANCE TO AJ-PRIOR-BALANCE.
004193     SET AJ-ENTRY-APPLIED TO TRUE.
004196     MOVE WK-EFF-DATE TO AJ-EFF-DATE.
004200     IF WK-TRAN-CODE = "CR"
004210         ADD WK-TRAN-AMOUNT TO AM-CURR-BALANCE
004220     ELSE
004330     END-IF.
004340     ADD 1 TO GOBS-APLY-APPLIED-COUNT.
004350     ADD WK-TRAN-AMOUNT TO GOBS-APLY-APPLIED-AMOUNT.
004355 3400-CHECKPOINT.
004360     ADD 1 TO GOBS-APLY-CKPT-COUNTER.
004370     IF GOBS-APLY-CKPT-COUNTER NOT < GOBS-APLY-CKPT-INTERVAL
004380         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
004420     EXIT.

004430*---------------------------------------------------------------*
004440*  THE APPLY PROVES ITSELF: THE APPLIED PLUS RETURNED COUNT AND *
004450*  AMOUNT MUST MATCH THE FIGURES GOBS REPORTED, OR THE          *
004460*  CHECKPOINT IS LEFT STANDING AND A CRITICAL ALERT GOES OUT.   *
004470*---------------------------------------------------------------*
004480 4000-PROVE-THE-APPLY.
004490     COMPUTE GOBS-APLY-TAKEN-COUNT = GOBS-APLY-APPLIED-COUNT
004500         + GOBS-APLY-RETURNED-COUNT.
004502     COMPUTE GOBS-APLY-TAKEN-AMOUNT = GOBS-APLY-APPLIED-AMOUNT
004504         + GOBS-APLY-RETURNED-AMOUNT.
004506     IF GOBS-APLY-TAKEN-COUNT = GOBS-APLY-RPT-COUNT
004508        AND GOBS-APLY-TAKEN-AMOUNT = GOBS-APLY-RPT-AMOUNT
004510         PERFORM 7100-CLEAR-CHECKPOINT THRU 7100-EXIT
004520         MOVE "APPLY PROVED TO GOBSRPT - APPLIED PLUS RETURNED"
004530             TO GOBS-APLY-LST-LINE
004540         WRITE GOBS-APLY-LST-LINE
004550     ELSE
004720            GOBS-APLY-COUNT-DISPLAY DELIMITED BY SIZE
004730         INTO GOBS-APLY-LST-LINE.
004740     WRITE GOBS-APLY-LST-LINE.
004741     MOVE GOBS-APLY-RETURNED-COUNT TO GOBS-APLY-COUNT-DISPLAY.
004742     MOVE SPACES TO GOBS-APLY-LST-LINE.
004743     STRING "RETURNED COUNT:  " DELIMITED BY SIZE
004744            GOBS-APLY-COUNT-DISPLAY DELIMITED BY SIZE
004745         INTO GOBS-APLY-LST-LINE.
004746     WRITE GOBS-APLY-LST-LINE.
004750     MOVE GOBS-APLY-RPT-AMOUNT TO GOBS-APLY-AMOUNT-DISPLAY.
004760     MOVE SPACES TO GOBS-APLY-LST-LINE.
004770     STRING "REPORTED AMOUNT: " DELIMITED BY SIZE
004810     MOVE GOBS-APLY-APPLIED-AMOUNT TO GOBS-APLY-AMOUNT-DISPLAY.
004820     MOVE SPACES TO GOBS-APLY-LST-LINE.
004830     STRING "APPLIED AMOUNT:  " DELIMITED BY SIZE
004831            GOBS-APLY-AMOUNT-DISPLAY DELIMITED BY SIZE
004832         INTO GOBS-APLY-LST-LINE.
004833     WRITE GOBS-APLY-LST-LINE.
004834     MOVE GOBS-APLY-RETURNED-AMOUNT TO GOBS-APLY-AMOUNT-DISPLAY.
004835     MOVE SPACES TO GOBS-APLY-LST-LINE.
004836     STRING "RETURNED AMOUNT: " DELIMITED BY SIZE
004840            GOBS-APLY-AMOUNT-DISPLAY DELIMITED BY SIZE
004850         INTO GOBS-APLY-LST-LINE.
004860     WRITE GOBS-APLY-LST-LINE.
005150     MOVE GOBS-APLY-SITE-ID TO CK-SITE-ID.
005160     MOVE GOBS-APLY-RUN-DATE TO CK-RUN-DATE.
005170     MOVE "Y"             TO CK-GATE-RESPONSE.
005180     COMPUTE CK-LAST-COUNT = GOBS-APLY-APPLIED-COUNT
005185         + GOBS-APLY-RETURNED-COUNT.
005190     MOVE GOBS-APLY-APPLIED-COUNT TO CK-ACCEPT-COUNT.
005200     MOVE GOBS-APLY-RETURNED-COUNT TO CK-REJECT-COUNT.
005210     MOVE GOBS-APLY-APPLIED-AMOUNT TO CK-ACCEPT-AMOUNT.
005220     MOVE 0 TO CK-RPT-PAGE-NO.
005230     MOVE 0 TO CK-RPT-TOTAL-LINES.
005630     CLOSE GOBSALRT-FILE.
005640 8000-EXIT.
005650     EXIT.

005660 3160-COUNT-RETURNS-TODAY.
005670     MOVE 0 TO GOBS-APLY-RETN-TODAY.
005680     MOVE "N" TO GOBS-APLY-EOF-SW.
005690     OPEN INPUT GOBSRETN-FILE.
005700     IF GOBS-APLY-RETN-STAT NOT = "00"
005710         GO TO 3160-EXIT
005720     END-IF.
005730     PERFORM 3170-COUNT-ONE-RETN-REC THRU 3170-EXIT
005740         UNTIL GOBS-APLY-EOF.
005750     CLOSE GOBSRETN-FILE.
005760 3160-EXIT.
005770     EXIT.

005780 3170-COUNT-ONE-RETN-REC.
005790     READ GOBSRETN-FILE
005800         AT END
005810             SET GOBS-APLY-EOF TO TRUE
005820             GO TO 3170-EXIT
005830     END-READ.
005840     IF RI-RETURN-DATE = GOBS-APLY-RUN-DATE
005850         ADD 1 TO GOBS-APLY-RETN-TODAY
005860         MOVE GOBS-RETN-RECORD TO GOBS-APLY-LAST-RETN
005870     END-IF.
005880 3170-EXIT.
005890     EXIT.

005900*---------------------------------------------------------------*
005910*  THE LAST RETURNED ITEM REACHED GOBSRETN BUT ITS JOURNAL      *
005920*  ENTRY DID NOT - WRITE THE JOURNAL ENTRY FROM THE SUSPENSE    *
005930*  RECORD SO THE JOURNAL COUNTS THE CARD AND THE RESTART SKIPS  *
005940*  IT.  THE BALANCE WAS NEVER TOUCHED, SO THERE IS NOTHING TO   *
005950*  PROVE ON THE MASTER.                                         *
005960*---------------------------------------------------------------*
005970 3250-REDO-LAST-RETURN.
005980     MOVE GOBS-APLY-LAST-RETN TO GOBS-RETN-RECORD.
005990     MOVE SPACES TO GOBS-JRNL-RECORD.
006000     MOVE GOBS-APLY-RUN-DATE TO AJ-APPLY-DATE.
006010     MOVE RI-ACCOUNT-NO TO AJ-ACCOUNT-NO.
006020     MOVE RI-TRAN-CODE TO AJ-TRAN-CODE.
006030     MOVE RI-TRAN-AMOUNT TO AJ-TRAN-AMOUNT.
006040     MOVE RI-CURR-BALANCE TO AJ-PRIOR-BALANCE.
006050     MOVE RI-CURR-BALANCE TO AJ-NEW-BALANCE.
006060     SET AJ-ENTRY-RETURNED TO TRUE.
006070     MOVE RI-EFF-DATE TO AJ-EFF-DATE.
006080     OPEN EXTEND GOBSJRNL-FILE.
006090     IF GOBS-APLY-JRNL-STAT = "05" OR GOBS-APLY-JRNL-STAT = "35"
006100         CLOSE GOBSJRNL-FILE
006110         OPEN OUTPUT GOBSJRNL-FILE
006120     END-IF.
006130     WRITE GOBS-JRNL-RECORD.
006140     CLOSE GOBSJRNL-FILE.
006150     ADD 1 TO GOBS-APLY-RETURNED-COUNT.
006160     ADD RI-TRAN-AMOUNT TO GOBS-APLY-RETURNED-AMOUNT.
006170     MOVE "N" TO GOBS-APLY-LAST-TYPE.
006180 3250-EXIT.
006190     EXIT.

006200*---------------------------------------------------------------*
006210*  A DB MAY TAKE THE BALANCE DOWN AS FAR AS THE ACCOUNT'S       *
006220*  OVERDRAFT LIMIT BELOW ZERO AND NO FURTHER.  A LIMIT THAT IS  *
006230*  NOT NUMERIC (A RECORD FROM BEFORE THE LIMIT EXISTED) COUNTS  *
006240*  AS ZERO.                                                     *
006250*---------------------------------------------------------------*
006260 3500-CHECK-FUNDS.
006270     MOVE "N" TO GOBS-APLY-NSF-SW.
006280     IF AM-OD-LIMIT NUMERIC
006290         MOVE AM-OD-LIMIT TO GOBS-APLY-OD-LIMIT
006300     ELSE
006310         MOVE 0 TO GOBS-APLY-OD-LIMIT
006320     END-IF.
006330     COMPUTE GOBS-APLY-AVAILABLE
006340         = AM-CURR-BALANCE + GOBS-APLY-OD-LIMIT.
006350     IF WK-TRAN-AMOUNT > GOBS-APLY-AVAILABLE
006360         SET GOBS-APLY-NSF TO TRUE
006370         IF GOBS-APLY-OD-LIMIT = 0
006380             MOVE "INSUFFICIENT FUNDS" TO GOBS-APLY-RETN-REASON
006390         ELSE
006400             MOVE "EXCEEDS OVERDRAFT LIMIT"
006410                 TO GOBS-APLY-RETN-REASON
006420         END-IF
006430     END-IF.
006440 3500-EXIT.
006450     EXIT.

006460*---------------------------------------------------------------*
006470*  RETURN ONE DB: THE SUSPENSE RECORD GOES OUT FIRST, THEN THE  *
006480*  TYPE N JOURNAL ENTRY (PRIOR AND NEW BALANCE THE SAME) - SEE  *
006490*  3100 FOR HOW A RESTART HEALS A CANCEL BETWEEN THE TWO.  THE  *
006500*  MASTER IS NOT REWRITTEN.                                     *
006510*---------------------------------------------------------------*
006520 3600-RETURN-ONE-RECORD.
006530     MOVE SPACES TO GOBS-RETN-RECORD.
006540     MOVE GOBS-APLY-RUN-DATE TO RI-RETURN-DATE.
006550     MOVE GOBS-APLY-SITE-ID TO RI-SITE-ID.
006560     MOVE GOBS-WORK-RECORD TO RI-CARD-DATA.
006570     MOVE AM-CURR-BALANCE TO RI-CURR-BALANCE.
006580     MOVE GOBS-APLY-OD-LIMIT TO RI-OD-LIMIT.
006590     MOVE GOBS-APLY-RETN-REASON TO RI-REASON.
006600     WRITE GOBS-RETN-RECORD.
006610     MOVE SPACES TO GOBS-JRNL-RECORD.
006620     MOVE GOBS-APLY-RUN-DATE TO AJ-APPLY-DATE.
006630     MOVE WK-ACCOUNT-NO TO AJ-ACCOUNT-NO.
006640     MOVE WK-TRAN-CODE TO AJ-TRAN-CODE.
006650     MOVE WK-TRAN-AMOUNT TO AJ-TRAN-AMOUNT.
006660     MOVE AM-CURR-BALANCE TO AJ-PRIOR-BALANCE.
006670     MOVE AM-CURR-BALANCE TO AJ-NEW-BALANCE.
006680     SET AJ-ENTRY-RETURNED TO TRUE.
006690     MOVE WK-EFF-DATE TO AJ-EFF-DATE.
006700     WRITE GOBS-JRNL-RECORD.
006710     ADD 1 TO GOBS-APLY-RETURNED-COUNT.
006720     ADD WK-TRAN-AMOUNT TO GOBS-APLY-RETURNED-AMOUNT.
006730     MOVE WK-TRAN-AMOUNT TO GOBS-APLY-CARD-AMT-DISPLAY.
006740     MOVE SPACES TO GOBS-APLY-LST-LINE.
006750     STRING "RETURNED: " DELIMITED BY SIZE
006760            WK-ACCOUNT-NO DELIMITED BY SIZE
006770            " DB " DELIMITED BY SIZE
006780            GOBS-APLY-CARD-AMT-DISPLAY DELIMITED BY SIZE
006790            " - " DELIMITED BY SIZE
006800            GOBS-APLY-RETN-REASON DELIMITED BY SIZE
006810         INTO GOBS-APLY-LST-LINE.
006820     WRITE GOBS-APLY-LST-LINE.
006830 3600-EXIT.
006840     EXIT.
