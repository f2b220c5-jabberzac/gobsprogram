002200*                  HELD REPORT NAMES THE EARLY CALL.  GOBSMENU
002210*                  WATCHES THE CLOSE TIME AND ESCALATES A LATE
002220*                  GATE BEFORE THE TIMEOUT DEFAULT FIRES.
002221*  10/15/2026 JH   GOBSLOG ANSWERS CARRY THE SEAT (2 = SECOND).
002222*  10/15/2026 JH   EACH DECK NOW GETS A GOBSSACK ACKNOWLEDGMENT.
002223*                  GOBSERR/GOBSWHSE CARRY THE SUBMITTER KEY.
002224*  10/15/2026 JH   A CARD OVER THE GOBSLVTH THRESHOLD IS HELD ON
002225*                  GOBSPEND UNTIL AN AUTHORIZED GOBSAPRV CARD
002226*                  SETTLES IT; EVENTS ARE LOGGED TO GOBSLVLG.
002227*  10/15/2026 JH   A GOBSEREP RECYCLE CARD IS ACKNOWLEDGED TO ITS
002228*                  ORIGINAL SUBMITTER.  A SECOND-OPERATOR ID THAT
002229*                  REPEATS THE FIRST IS LOGGED AS SEAT 1.
002230*--------------------------------------------------------------*
002240 ENVIRONMENT DIVISION.
002250 INPUT-OUTPUT SECTION.
002610                              ORGANIZATION LINE SEQUENTIAL
002620                              FILE STATUS IS GOBS-ERR-STATUS.

002622     SELECT GOBSAPRV-FILE
002624                          ASSIGN TO DYNAMIC GOBS-APRV-FILENAME
002626                              ORGANIZATION LINE SEQUENTIAL
002628                              FILE STATUS IS GOBS-APRV-STATUS.

002630     SELECT GOBSALRT-FILE     ASSIGN TO "GOBSALRT"
002640                              ORGANIZATION LINE SEQUENTIAL
002650                              FILE STATUS IS GOBS-ALRT-STATUS.

002652     SELECT GOBSLVLG-FILE     ASSIGN TO "GOBSLVLG"
002654                              ORGANIZATION LINE SEQUENTIAL
002656                              FILE STATUS IS GOBS-LVLG-STATUS.

002660     SELECT GOBSAMST-FILE     ASSIGN TO "GOBSAMST"
002670                              ORGANIZATION IS INDEXED
002680                              ACCESS MODE IS DYNAMIC
002780                              ORGANIZATION LINE SEQUENTIAL
002790                              FILE STATUS IS GOBS-WHSE-STATUS.

002792     SELECT GOBSPEND-FILE
002794                          ASSIGN TO DYNAMIC GOBS-PEND-FILENAME
002796                              ORGANIZATION LINE SEQUENTIAL
002798                              FILE STATUS IS GOBS-PEND-STATUS.

002800     SELECT GOBSCAL-FILE      ASSIGN TO "GOBSCAL"
002810                              ORGANIZATION LINE SEQUENTIAL
002820                              FILE STATUS IS GOBS-CAL-STATUS.

002822     SELECT GOBSLVTH-FILE     ASSIGN TO "GOBSLVTH"
002824                              ORGANIZATION LINE SEQUENTIAL
002826                              FILE STATUS IS GOBS-LVTH-STATUS.

002830     SELECT GOBSOMST-FILE     ASSIGN TO "GOBSOMST"
002840                              ORGANIZATION IS INDEXED
002850                              ACCESS MODE IS DYNAMIC
002860                              RECORD KEY IS OM-KEY
002870                              FILE STATUS IS GOBS-OMST-STATUS.

002872     SELECT GOBSSACK-FILE
002874                          ASSIGN TO DYNAMIC GOBS-SACK-FILENAME
002876                              ORGANIZATION LINE SEQUENTIAL
002878                              FILE STATUS IS GOBS-SACK-STATUS.

002880 DATA DIVISION.
002890 FILE SECTION.
002900 FD  GOBSPARM-FILE
003180     LABEL RECORDS ARE STANDARD.
003190 COPY "gobserec.cpy".

003192 FD  GOBSAPRV-FILE
003194     LABEL RECORDS ARE STANDARD.
003196 COPY "gobsqrec.cpy".

003200 FD  GOBSALRT-FILE
003210     LABEL RECORDS ARE STANDARD.
003220 COPY "gobsarec.cpy".

003222 FD  GOBSLVLG-FILE
003224     LABEL RECORDS ARE STANDARD.
003226 COPY "gobsurec.cpy".

003230 FD  GOBSAMST-FILE
003240     LABEL RECORDS ARE STANDARD.
003250 COPY "gobsmrec.cpy".
003300     LABEL RECORDS ARE STANDARD.
003310 COPY "gobswhse.cpy".

003312 FD  GOBSPEND-FILE
003314     LABEL RECORDS ARE STANDARD.
003316 COPY "gobsprec.cpy".

003320 FD  GOBSCAL-FILE
003330     LABEL RECORDS ARE STANDARD.
003340 COPY "gobscrec.cpy".

003342 FD  GOBSLVTH-FILE
003344     LABEL RECORDS ARE STANDARD.
003346 COPY "gobstrec.cpy".

003350 FD  GOBSOMST-FILE
003360     LABEL RECORDS ARE STANDARD.
003370 COPY "gobsorec.cpy".

003372 FD  GOBSSACK-FILE
003374     LABEL RECORDS ARE STANDARD.
003376 COPY "gobskrec.cpy".

003380 WORKING-STORAGE SECTION.
003390 01  GOBS-FILE-STATUSES.
003400     05  GOBS-PARM-STATUS        PIC X(02).
003530     05  GOBS-WHSE-STATUS        PIC X(02).
003540     05  GOBS-CAL-STATUS         PIC X(02).
003550     05  GOBS-OMST-STATUS        PIC X(02).
003551     05  GOBS-SACK-STATUS        PIC X(02).
003552     05  GOBS-PEND-STATUS        PIC X(02).
003553     05  GOBS-APRV-STATUS        PIC X(02).
003554     05  GOBS-LVTH-STATUS        PIC X(02).
003555     05  GOBS-LVLG-STATUS        PIC X(02).

003560 01  GOBS-TERMINAL-ID            PIC X(08).
003570 01  GOBS-RESPONDER-ID           PIC X(08).
003580 01  GOBS-SECOND-OPER-ID         PIC X(08).
003585 01  GOBS-OPER-SEAT              PIC X(01) VALUE "1".
003590 01  GOBS-FIRST-OPER-FOLD        PIC X(08).
003600 01  GOBS-SITE-ID                 PIC X(05).
003610 01  GOBS-RUN-DATE                PIC 9(08).
003690 01  GOBS-WHSE-COUNT              PIC 9(07) COMP VALUE 0.
003700 01  GOBS-RLSE-COUNT              PIC 9(07) COMP VALUE 0.
003710 01  GOBS-RLSE-SKIP               PIC 9(07) COMP VALUE 0.
003711*LARGE-VALUE COUNTS - CARDS HELD TONIGHT, AND HELD CARDS APPROVED,
003712*    REFUSED, AND STILL WAITING PAST THE SITE'S AGE LIMIT.
003713 01  GOBS-PEND-COUNT              PIC 9(07) COMP VALUE 0.
003714 01  GOBS-APPR-COUNT              PIC 9(07) COMP VALUE 0.
003715 01  GOBS-REFUSE-COUNT            PIC 9(07) COMP VALUE 0.
003716 01  GOBS-OVERDUE-COUNT           PIC 9(07) COMP VALUE 0.
003720 01  GOBS-COUNTER-DISPLAY         PIC Z(06)9.
003730 01  GOBS-AMOUNT-DISPLAY          PIC Z(10)9.99.
003731*SUBMITTER ACKNOWLEDGMENT TOTALS - THE DECK'S OWN CARDS ONLY.
003732 01  GOBS-ACK-READ-COUNT          PIC 9(07) COMP VALUE 0.
003733 01  GOBS-ACK-POST-COUNT          PIC 9(07) COMP VALUE 0.
003734 01  GOBS-ACK-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
003735 01  GOBS-ACK-WHSE-COUNT          PIC 9(07) COMP VALUE 0.
003736 01  GOBS-ACK-DUP-COUNT           PIC 9(07) COMP VALUE 0.
003737 01  GOBS-ACK-POST-AMOUNT         PIC 9(11)V99 VALUE 0.
003738 01  GOBS-ACK-LV-HELD-COUNT       PIC 9(07) COMP VALUE 0.

003740 01  GOBS-WORK-EOF-SW             PIC X(01) VALUE "N".
003750     88  GOBS-WORK-EOF               VALUE "Y".

003860 01  GOBS-REJECT-REASON           PIC X(30).

003861*LARGE-VALUE RELEASE SWITCH - SET WHILE A HELD CARD IS DISPOSED
003862*    OF UNDER ITS APPROVAL CARD, SO THE EDITS SKIP THE THRESHOLD
003863*    FOR AN APPROVED CARD AND REJECT A REFUSED ONE.
003864 01  GOBS-LV-RELEASE-SW           PIC X(01) VALUE "N".
003865     88  GOBS-LV-APPROVED            VALUE "A".
003866     88  GOBS-LV-REFUSED             VALUE "R".
003867 01  GOBS-PEND-CARD-SW            PIC X(01) VALUE "N".
003868     88  GOBS-PEND-CARD              VALUE "Y".

003870*WAREHOUSE WORK AREAS.  THE SITE'S GOBSWHSE FILE IS LOADED IN
003880*    CORE WHILE THE WORKLOAD RUNS - DUE ENTRIES (RELEASE DATE
003890*    ARRIVED) ARE RELEASED INTO THE WORKLOAD AFTER THE DECK AND
004090         10  GOBS-WHSE-TBL-PUT-DATE  PIC 9(08).
004100         10  GOBS-WHSE-TBL-DUE-SW    PIC X(01).
004110             88  GOBS-WHSE-TBL-DUE       VALUE "Y".
004113         10  GOBS-WHSE-TBL-KEY       PIC X(16).

004116 COPY "gobslvtb.cpy".

004120*NON-PROCESSING DATES FROM GOBSCAL, LOADED AT INITIALIZE SO A
004130*    WAREHOUSE RELEASE DATE CAN BE ROLLED PAST A HOLIDAY.
004300 01  GOBS-TRL-HASH-AMOUNT         PIC 9(11)V99 VALUE 0.
004310 01  GOBS-TRL-SEEN-SW             PIC X(01) VALUE "N".
004320     88  GOBS-TRL-SEEN               VALUE "Y".
004321*SUBMITTER KEY OF THE DECK, FROM ITS BATCH HEADER CARD, AND OF
004322*    THE CARD BEING DISPOSED - A RELEASED WAREHOUSE CARD OR A
004323*    RECYCLED REJECT CARRIES THE KEY OF THE DECK IT FIRST CAME IN.
004324 01  GOBS-DECK-KEY.
004325     05  GOBS-DECK-SUBMITTER-ID  PIC X(08).
004326     05  GOBS-DECK-BATCH-DATE    PIC 9(08).
004327 01  GOBS-CARD-KEY.
004328     05  GOBS-CARD-SUBMITTER-ID  PIC X(08).
004329     05  GOBS-CARD-BATCH-DATE    PIC 9(08).

004330 01  GOBS-ALERT-SEV               PIC X(01).
004340 01  GOBS-ALERT-TEXT              PIC X(60).
005060 01  GOBS-ERR-FILENAME           PIC X(13).
005070 01  GOBS-RPT-FILENAME           PIC X(13).
005080 01  GOBS-WHSE-FILENAME          PIC X(14).
005082 01  GOBS-SACK-FILENAME          PIC X(14).
005084 01  GOBS-PEND-FILENAME           PIC X(14).
005086 01  GOBS-APRV-FILENAME           PIC X(14).
005090 01  GOBS-SHELL-CMD              PIC X(250).

005100 01  GOBS-FN-IDX                 PIC 9(02) COMP VALUE 0.
005390 01  GOBS-DATE-SERIAL             PIC 9(08).
005400 01  GOBS-RUN-SERIAL              PIC 9(08).

005401*GOBSSACK ACKNOWLEDGMENT WORK AREAS - THE DECK STATUS (P, H, R)
005402*    AND ITS TEXT FOR THE H RECORD.
005403 01  GOBS-ACK-DECK-STATUS        PIC X(01).
005404 01  GOBS-ACK-STATUS-TEXT        PIC X(60).
005405 01  GOBS-ACK-RELEASE-SW         PIC X(01) VALUE "N".
005406     88  GOBS-ACK-RELEASE            VALUE "Y".
005407 01  GOBS-ACK-HDR-SEEN-SW        PIC X(01) VALUE "N".
005408     88  GOBS-ACK-HDR-SEEN           VALUE "Y".

005410 PROCEDURE DIVISION.
005420 0000-MAINLINE.
005430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005540             WHEN GOBS-TIMED-OUT
005550                 DISPLAY "GOBS0002 " GOBS-MSG-WORK-HELD
005560                 MOVE 8 TO RETURN-CODE
005562                 MOVE "GATE TIMED OUT - DECK NOT PROCESSED"
005564                     TO GOBS-ACK-STATUS-TEXT
005566                 PERFORM 3450-ACK-GATE-HELD THRU 3450-EXIT
005570             WHEN OTHER
005580                 DISPLAY "GOBS0002 " GOBS-MSG-WORK-HELD
005590                 MOVE 4 TO RETURN-CODE
005600                 PERFORM 3900-WRITE-HELD-REPORT THRU 3900-EXIT
005602                 MOVE "GATE NOT CONFIRMED - DECK NOT PROCESSED"
005604                     TO GOBS-ACK-STATUS-TEXT
005606                 PERFORM 3450-ACK-GATE-HELD THRU 3450-EXIT
005610         END-EVALUATE
005620     END-IF.
005630     GOBACK.
006190     PERFORM 1200-LOOKUP-MESSAGES THRU 1200-EXIT.
006200     PERFORM 1100-READ-SCHEDULE THRU 1100-EXIT.
006210     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
006215     PERFORM 1470-LOAD-LV-THRESHOLD THRU 1470-EXIT.
006220 1000-EXIT.
006230     EXIT.

006430     STRING "GOBSRPT." DELIMITED BY SIZE
006440            GOBS-SITE-ID DELIMITED BY SPACE
006450         INTO GOBS-RPT-FILENAME.
006451     MOVE SPACES TO GOBS-PEND-FILENAME.
006452     STRING "GOBSPEND." DELIMITED BY SIZE
006453            GOBS-SITE-ID DELIMITED BY SPACE
006454         INTO GOBS-PEND-FILENAME.
006455     MOVE SPACES TO GOBS-APRV-FILENAME.
006456     STRING "GOBSAPRV." DELIMITED BY SIZE
006457            GOBS-SITE-ID DELIMITED BY SPACE
006458         INTO GOBS-APRV-FILENAME.
006460     MOVE SPACES TO GOBS-WHSE-FILENAME.
006470     STRING "GOBSWHSE." DELIMITED BY SIZE
006480            GOBS-SITE-ID DELIMITED BY SPACE
006490         INTO GOBS-WHSE-FILENAME.
006492     MOVE SPACES TO GOBS-SACK-FILENAME.
006494     STRING "GOBSSACK." DELIMITED BY SIZE
006496            GOBS-SITE-ID DELIMITED BY SPACE
006498         INTO GOBS-SACK-FILENAME.
006500 1075-EXIT.
006510     EXIT.

007960 2000-CONFIRM-GATE.
007970     MOVE 0 TO GOBS-BAD-TRY-COUNT.
007980     MOVE SPACES TO GOBS-HOLD-REASON.
007985     MOVE "1" TO GOBS-OPER-SEAT.
007990     MOVE SPACES TO GOBS-RSN-WORK.
008000     MOVE "N" TO GOBS-GATE-DONE-SW.
008010*    NO PROMPT BEFORE THE SCHEDULED WINDOW OPENS - AN ANSWER
008340*  AND ANSWER Y ON THE SAME TIMED TERMS AS THE FIRST PROMPT.     *
008350*  ANYTHING SHORT OF THAT HOLDS THE RUN THE SAME AS AN N, AND    *
008360*  EVERY ANSWER IS AUDITED TO GOBSLOG UNDER THE ID THAT GAVE IT. *
008365*  A SECOND ID THAT REPEATS THE FIRST IS LOGGED AS SEAT 1.       *
008370*---------------------------------------------------------------*
008380 2400-SECOND-AUTHORIZATION.
008385     MOVE "2" TO GOBS-OPER-SEAT.
008390     DISPLAY "GOBS0003 DUAL CONTROL GATE - "
008400             "SECOND OPERATOR ENTER YOUR ID".
008410     PERFORM 2100-TIMED-ACCEPT THRU 2100-EXIT.
008680         MOVE "N" TO GOBS-GATE-RESP
008690         MOVE SPACES TO GOBS-LOG-RECORD
008700         SET GL-VALIDATED TO TRUE
008705         MOVE "1" TO GOBS-OPER-SEAT
008710         PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
008720         GO TO 2400-EXIT
008730     END-IF.
010320     MOVE GOBS-GATE-RESP   TO GL-RESPONSE.
010330     MOVE GOBS-SITE-ID     TO GL-SITE-ID.
010340     MOVE GOBS-HOLD-REASON TO GL-HOLD-REASON.
010345     MOVE GOBS-OPER-SEAT   TO GL-OPER-SEAT.
010350     OPEN EXTEND GOBSLOG-FILE.
010360     IF GOBS-LOG-STATUS = "05" OR GOBS-LOG-STATUS = "35"
010370         CLOSE GOBSLOG-FILE
012270         GO TO 3000-EXIT
012280     END-IF.
012290     PERFORM 3040-LOAD-WAREHOUSE THRU 3040-EXIT.
012300     PERFORM 3510-LOAD-PENDING THRU 3510-EXIT.
012310     IF GOBS-WHSE-OVERFLOW OR GOBS-PEND-OVERFLOW
012320         IF GOBS-WHSE-OVERFLOW
012321             MOVE "GOBSWHSE EXCEEDS 500 CARDS - RUN HELD"
012322                 TO GOBS-ALERT-TEXT
012323         ELSE
012324             MOVE "GOBSPEND EXCEEDS 500 CARDS - RUN HELD"
012325                 TO GOBS-ALERT-TEXT
012326         END-IF
012330         PERFORM 3030-HOLD-THE-DECK THRU 3030-EXIT
012340         CLOSE GOBSWORK-FILE
012350         CLOSE GOBSAMST-FILE
012620         MOVE 0 TO GOBS-WHSE-COUNT
012630         MOVE 0 TO GOBS-RLSE-COUNT
012640         MOVE 0 TO GOBS-RLSE-SKIP
012645         MOVE 0 TO GOBS-PEND-COUNT
012650         MOVE 0 TO GOBS-RPT-TOTAL-LINES
012660         MOVE 0 TO GOBS-RPT-PAGE-NO
012670         OPEN OUTPUT GOBSRPT-FILE
012680         OPEN OUTPUT GOBSPOST-FILE
012690         OPEN OUTPUT GOBSERR-FILE
012700     END-IF.
012705     PERFORM 3400-OPEN-ACK-FILE THRU 3400-EXIT.
012710     MOVE 0 TO GOBS-CKPT-COUNTER.
012720     PERFORM 3050-WRITE-RPT-HEADER THRU 3050-EXIT.
012730     IF GOBS-RESTART-YES
012760     PERFORM 3100-PROCESS-ONE-UNIT THRU 3100-EXIT
012770         UNTIL GOBS-WORK-EOF.
012780     PERFORM 3700-RELEASE-WAREHOUSE THRU 3700-EXIT.
012783     PERFORM 3550-APPLY-APPROVALS THRU 3550-EXIT.
012786     PERFORM 3600-REPORT-OVERDUE THRU 3600-EXIT.
012790     PERFORM 3800-REWRITE-WAREHOUSE THRU 3800-EXIT.
012793     PERFORM 3820-REWRITE-PENDING THRU 3820-EXIT.
012796     PERFORM 3830-REWRITE-APPROVALS THRU 3830-EXIT.
012800     PERFORM 3060-WRITE-RPT-TRAILER THRU 3060-EXIT.
012805     PERFORM 3430-WRITE-ACK-TRAILER THRU 3430-EXIT.
012810     CLOSE GOBSRPT-FILE.
012820     CLOSE GOBSPOST-FILE.
012830     CLOSE GOBSERR-FILE.
012835     CLOSE GOBSSACK-FILE.
012840     CLOSE GOBSWORK-FILE.
012850     CLOSE GOBSAMST-FILE.
012860     CLOSE GOBSDUPH-FILE.
013010     MOVE 0 TO GOBS-REJECT-COUNT.
013020     MOVE 0 TO GOBS-ACCEPT-AMOUNT.
013030     MOVE 0 TO GOBS-WHSE-COUNT.
013035     MOVE 0 TO GOBS-PEND-COUNT.
013040     MOVE "N" TO GOBS-DERIVE-EOF-SW.
013050     OPEN INPUT GOBSPOST-FILE.
013060     IF GOBS-POST-STATUS = "00"
013230             VARYING GOBS-WHSE-IDX FROM 1 BY 1
013240             UNTIL GOBS-WHSE-IDX > GOBS-WHSE-ROW-COUNT
013250     END-IF.
013251*    SO WERE THE CARDS IT HELD FOR LARGE-VALUE APPROVAL TODAY.
013252     IF GOBS-PEND-ROW-COUNT > 0
013253         PERFORM 3088-COUNT-ONE-PEND-REC THRU 3088-EXIT
013254             VARYING GOBS-PEND-IDX FROM 1 BY 1
013255             UNTIL GOBS-PEND-IDX > GOBS-PEND-ROW-COUNT
013256     END-IF.
013260     COMPUTE GOBS-WORK-COUNT =
013270         GOBS-ACCEPT-COUNT + GOBS-REJECT-COUNT
013280         + GOBS-WHSE-COUNT + GOBS-PEND-COUNT.
013290 3085-EXIT.
013300     EXIT.

013460     END-READ.
013470     ADD 1 TO GOBS-REJECT-COUNT.
013480 3087-EXIT.
013481     EXIT.

013482 3088-COUNT-ONE-PEND-REC.
013483     IF GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX) = GOBS-RUN-DATE
013484         ADD 1 TO GOBS-PEND-COUNT
013485     END-IF.
013486 3088-EXIT.
013490     EXIT.

013500 3089-COUNT-ONE-WHSE-REC.
013720*    A SKIP THE DECK CANNOT SATISFY (EOF FIRST) BELONGS TO THE
013730*    WAREHOUSE RELEASES THE EARLIER RUN DISPOSED OF AFTER THE
013740*    DECK, AND IS CARRIED INTO THE RELEASE SWEEP AS A SKIP.
013743*    WHATEVER THE WAREHOUSE SWEEP DOES NOT USE CARRIES ON INTO THE
013746*    LARGE-VALUE APPROVAL SWEEP THE SAME WAY.
013750 3090-SKIP-ONE-WORK-REC.
013760     IF GOBS-WORK-EOF
013770         ADD 1 TO GOBS-RLSE-SKIP
014660            GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
014670         INTO GOBS-RPT-LINE.
014680     WRITE GOBS-RPT-LINE.
014685     PERFORM 3065-WRITE-LV-TRAILER THRU 3065-EXIT.
014690     MOVE GOBS-ACCEPT-AMOUNT TO GOBS-AMOUNT-DISPLAY.
014700     MOVE SPACES TO GOBS-RPT-LINE.
014710     STRING "AMOUNT POSTED:   " DELIMITED BY SIZE
014850     IF GOBS-WORK-HDR-REC OR GOBS-WORK-TRL-REC
014860         GO TO 3100-EXIT
014870     END-IF.
014872     MOVE GOBS-DECK-KEY TO GOBS-CARD-KEY.
014874     MOVE "N" TO GOBS-ACK-RELEASE-SW.
014876     MOVE "N" TO GOBS-LV-RELEASE-SW.
014880     ADD 1 TO GOBS-WORK-COUNT.
014881*    A CARD ON A GOBSEREP RECYCLE DECK GOES BACK UNDER THE KEY
014882*    OF THE DECK IT WAS FIRST REJECTED FROM.
014884     IF GOBS-DECK-SUBMITTER-ID = "GOBSEREP"
014885        AND WR-SUBMIT-KEY NOT = SPACES
014886         MOVE WR-SUBMIT-KEY TO GOBS-CARD-KEY
014888     END-IF.
014890     PERFORM 3120-DISPOSE-ONE-CARD THRU 3120-EXIT.
014900 3100-EXIT.
014910     EXIT.
015000     EVALUATE TRUE
015010         WHEN GOBS-WHSE-CARD
015020             PERFORM 3190-WAREHOUSE-ONE-CARD THRU 3190-EXIT
015023         WHEN GOBS-PEND-CARD
015026             PERFORM 3500-HOLD-ONE-CARD THRU 3500-EXIT
015030         WHEN GOBS-REJECT-REASON = SPACES
015040             ADD 1 TO GOBS-ACCEPT-COUNT
015050             ADD WK-TRAN-AMOUNT TO GOBS-ACCEPT-AMOUNT
015110             MOVE GOBS-WORK-RECORD TO ER-CARD-DATA
015120             MOVE GOBS-REJECT-REASON TO ER-REASON
015130             MOVE GOBS-RUN-DATE TO ER-REJECT-DATE
015135             MOVE GOBS-CARD-KEY TO ER-SUBMIT-KEY
015140             WRITE GOBS-ERR-RECORD
015150     END-EVALUATE.
015155     PERFORM 3420-WRITE-ACK-DETAIL THRU 3420-EXIT.
015160     MOVE GOBS-WORK-COUNT TO GOBS-COUNTER-DISPLAY.
015170     DISPLAY GOBS-MSG-WORK-CYCLE GOBS-COUNTER-DISPLAY.
015180     MOVE SPACES TO GOBS-RPT-LINE.
015440 3150-EDIT-ONE-RECORD.
015450     MOVE SPACES TO GOBS-REJECT-REASON.
015460     MOVE "N" TO GOBS-WHSE-CARD-SW.
015461     MOVE "N" TO GOBS-PEND-CARD-SW.
015462     IF GOBS-LV-REFUSED
015463         MOVE "LARGE VALUE REFUSED" TO GOBS-REJECT-REASON
015464         GO TO 3150-EXIT
015465     END-IF.
015470     IF WK-ACCOUNT-NO = SPACES OR WK-ACCOUNT-NO = ZEROES
015480         MOVE "ACCOUNT MISSING" TO GOBS-REJECT-REASON
015490         GO TO 3150-EXIT
015850     PERFORM 3180-CHECK-DUPLICATE THRU 3180-EXIT.
015860     IF GOBS-DUP-FOUND
015870         MOVE "SUSPECTED DUPLICATE" TO GOBS-REJECT-REASON
015875         GO TO 3150-EXIT
015880     END-IF.
015882*    A GOOD CARD OVER THE SITE'S LARGE-VALUE THRESHOLD IS HELD FOR
015884*    APPROVAL UNLESS IT IS BEING RELEASED UNDER ONE.
015886     PERFORM 3195-CHECK-LARGE-VALUE THRU 3195-EXIT.
015890 3150-EXIT.
015900     EXIT.

017170     MOVE 0 TO GOBS-TRL-CARD-COUNT.
017180     MOVE 0 TO GOBS-TRL-HASH-AMOUNT.
017190     MOVE "N" TO GOBS-TRL-SEEN-SW.
017192     MOVE "UNKNOWN" TO GOBS-DECK-SUBMITTER-ID.
017194     MOVE GOBS-RUN-DATE TO GOBS-DECK-BATCH-DATE.
017196     MOVE "H" TO GOBS-ACK-DECK-STATUS.
017200     MOVE "N" TO GOBS-DERIVE-EOF-SW.
017210*    THE DUPLICATE HISTORY IS OPTIONAL HERE - NO FILE YET JUST
017220*    MEANS NO RE-RUN TO DETECT.
017590        AND GOBS-DECK-DUP-COUNT = GOBS-DECK-CARD-COUNT
017600         MOVE "GOBSWORK DECK APPEARS ALREADY POSTED - HELD"
017610             TO GOBS-ALERT-TEXT
017615         MOVE "R" TO GOBS-ACK-DECK-STATUS
017620         PERFORM 3030-HOLD-THE-DECK THRU 3030-EXIT
017630     END-IF.
017640 3010-EXIT.
017770             GO TO 3020-EXIT
017780     END-READ.
017790     IF GOBS-WORK-HDR-REC
017791         IF BH-SUBMITTER-ID NOT = SPACES
017792             MOVE BH-SUBMITTER-ID TO GOBS-DECK-SUBMITTER-ID
017793         END-IF
017794         IF BH-BATCH-DATE NUMERIC
017795             MOVE BH-BATCH-DATE TO GOBS-DECK-BATCH-DATE
017796         END-IF
017800         GO TO 3020-EXIT
017810     END-IF.
017820     IF GOBS-WORK-TRL-REC
018060     MOVE 12 TO RETURN-CODE.
018070     MOVE "C" TO GOBS-ALERT-SEV.
018080     PERFORM 2500-WRITE-ALERT THRU 2500-EXIT.
018085     PERFORM 3440-ACK-HELD-DECK THRU 3440-EXIT.
018090 3030-EXIT.
018100     EXIT.

019030     MOVE GOBS-RUN-DATE
019040         TO GOBS-WHSE-TBL-PUT-DATE(GOBS-WHSE-ADD-SUB).
019050     MOVE "N" TO GOBS-WHSE-TBL-DUE-SW(GOBS-WHSE-ADD-SUB).
019053     MOVE GOBS-CARD-KEY
019056         TO GOBS-WHSE-TBL-KEY(GOBS-WHSE-ADD-SUB).
019060     MOVE SPACES TO GOBS-WHSE-RECORD.
019070     MOVE GOBS-WORK-RECORD TO WH-CARD-DATA.
019080     MOVE GOBS-CNV-DATE-N TO WH-RELEASE-DATE.
019090     MOVE GOBS-RUN-DATE TO WH-WHSE-DATE.
019095     MOVE GOBS-CARD-KEY TO WH-SUBMIT-KEY.
019100     OPEN EXTEND GOBSWHSE-FILE.
019110     IF GOBS-WHSE-STATUS = "05" OR GOBS-WHSE-STATUS = "35"
019120         CLOSE GOBSWHSE-FILE
019550         TO GOBS-WHSE-TBL-REL-DATE(GOBS-WHSE-IDX).
019560     MOVE WH-WHSE-DATE
019570         TO GOBS-WHSE-TBL-PUT-DATE(GOBS-WHSE-IDX).
019575     MOVE WH-SUBMIT-KEY TO GOBS-WHSE-TBL-KEY(GOBS-WHSE-IDX).
019580     IF WH-RELEASE-DATE NUMERIC
019590        AND WH-RELEASE-DATE > GOBS-RUN-DATE
019600         MOVE "N" TO GOBS-WHSE-TBL-DUE-SW(GOBS-WHSE-IDX)
019940     END-IF.
019950     MOVE GOBS-WHSE-TBL-CARD(GOBS-WHSE-IDX)
019960         TO GOBS-WORK-RECORD.
019962     MOVE GOBS-WHSE-TBL-KEY(GOBS-WHSE-IDX) TO GOBS-CARD-KEY.
019964     MOVE "Y" TO GOBS-ACK-RELEASE-SW.
019966     MOVE "N" TO GOBS-LV-RELEASE-SW.
019970     ADD 1 TO GOBS-WORK-COUNT.
019980     ADD 1 TO GOBS-RLSE-COUNT.
019990     PERFORM 3120-DISPOSE-ONE-CARD THRU 3120-EXIT.
020240         TO WH-RELEASE-DATE.
020250     MOVE GOBS-WHSE-TBL-PUT-DATE(GOBS-WHSE-IDX)
020260         TO WH-WHSE-DATE.
020265     MOVE GOBS-WHSE-TBL-KEY(GOBS-WHSE-IDX) TO WH-SUBMIT-KEY.
020270     WRITE GOBS-WHSE-RECORD.
020280 3850-EXIT.
020290     EXIT.
021260     END-IF.
021270 8250-EXIT.
021280     EXIT.

021290*---------------------------------------------------------------*
021300*  OPEN THE SITE'S GOBSSACK ACKNOWLEDGMENT FILE FOR A PROVED     *
021310*  DECK AND WRITE THE DECK'S H RECORD.  ON A RESTART THE DECK'S  *
021320*  TOTALS SO FAR ARE DERIVED FROM THE D RECORDS THE CANCELLED    *
021330*  RUN ALREADY WROTE, AND ITS H RECORD IS NOT WRITTEN TWICE.     *
021340*---------------------------------------------------------------*
021350 3400-OPEN-ACK-FILE.
021360     MOVE 0 TO GOBS-ACK-READ-COUNT.
021370     MOVE 0 TO GOBS-ACK-POST-COUNT.
021380     MOVE 0 TO GOBS-ACK-REJECT-COUNT.
021390     MOVE 0 TO GOBS-ACK-WHSE-COUNT.
021400     MOVE 0 TO GOBS-ACK-DUP-COUNT.
021410     MOVE 0 TO GOBS-ACK-LV-HELD-COUNT.
021420     MOVE 0 TO GOBS-ACK-POST-AMOUNT.
021430     MOVE "N" TO GOBS-ACK-HDR-SEEN-SW.
021440     IF GOBS-RESTART-YES
021450         PERFORM 3405-DERIVE-ACK-TOTALS THRU 3405-EXIT
021460     END-IF.
021470     PERFORM 3460-OPEN-ACK-EXTEND THRU 3460-EXIT.
021480     IF NOT GOBS-ACK-HDR-SEEN
021490         MOVE "P" TO GOBS-ACK-DECK-STATUS
021500         MOVE "DECK PROVED TO ITS BATCH TRAILER"
021510             TO GOBS-ACK-STATUS-TEXT
021520         PERFORM 3410-WRITE-ACK-HEADER THRU 3410-EXIT
021530     END-IF.
021540 3400-EXIT.
021550     EXIT.

021560 3405-DERIVE-ACK-TOTALS.
021570     MOVE "N" TO GOBS-DERIVE-EOF-SW.
021580     OPEN INPUT GOBSSACK-FILE.
021590     IF GOBS-SACK-STATUS NOT = "00"
021600         GO TO 3405-EXIT
021610     END-IF.
021620     PERFORM 3406-COUNT-ONE-ACK-REC THRU 3406-EXIT
021630         UNTIL GOBS-DERIVE-EOF.
021640     CLOSE GOBSSACK-FILE.
021650 3405-EXIT.
021660     EXIT.

021670*    ONLY TONIGHT'S RECORDS FOR THIS DECK COUNT.  AN H RECORD FOR
021680*    A HOLD EARLIER TONIGHT IS NOT THIS RUN'S HEADER.
021690 3406-COUNT-ONE-ACK-REC.
021700     READ GOBSSACK-FILE
021710         AT END
021720             SET GOBS-DERIVE-EOF TO TRUE
021730             GO TO 3406-EXIT
021740     END-READ.
021750     IF SK-ACK-KEY NOT = GOBS-DECK-KEY
021760        OR SK-SITE-ID NOT = GOBS-SITE-ID
021770        OR SK-RUN-DATE NOT = GOBS-RUN-DATE
021780         GO TO 3406-EXIT
021790     END-IF.
021800     IF SK-DECK-HDR AND SK-DECK-PROVED
021810         SET GOBS-ACK-HDR-SEEN TO TRUE
021820         GO TO 3406-EXIT
021830     END-IF.
021840     IF SK-CARD-DTL
021850         PERFORM 3425-COUNT-ACK-RESULT THRU 3425-EXIT
021860     END-IF.
021870 3406-EXIT.
021880     EXIT.

021890 3410-WRITE-ACK-HEADER.
021900     MOVE SPACES TO GOBS-SACK-RECORD.
021910     MOVE GOBS-DECK-KEY TO SK-ACK-KEY.
021920     MOVE GOBS-SITE-ID TO SK-SITE-ID.
021930     MOVE GOBS-RUN-DATE TO SK-RUN-DATE.
021940     SET SK-DECK-HDR TO TRUE.
021950     MOVE GOBS-ACK-DECK-STATUS TO SK-DECK-STATUS.
021960     MOVE GOBS-ACK-STATUS-TEXT TO SK-STATUS-TEXT.
021970     WRITE GOBS-SACK-RECORD.
021980 3410-EXIT.
021990     EXIT.

022000*---------------------------------------------------------------*
022010*  ACKNOWLEDGE THE CARD 3120 JUST DISPOSED OF.  A DECK CARD IS A *
022020*  D RECORD UNDER THE DECK'S KEY; A RELEASED WAREHOUSE CARD IS   *
022030*  AN F FOLLOW-UP UNDER THE KEY OF THE DECK IT ARRIVED IN, AND   *
022040*  ONE PARKED BEFORE THE WAREHOUSE CARRIED A KEY HAS NOBODY TO   *
022050*  GO BACK TO.  A RECYCLED REJECT IS A D RECORD UNDER THE        *
022052*  GOBSEREP DECK'S KEY, WHICH ITS TRAILER AND A RESTART COUNT,   *
022054*  AND AN F FOLLOW-UP UNDER THE KEY OF THE DECK IT WAS FIRST     *
022056*  REJECTED FROM, SO THAT DEPARTMENT LEARNS HOW IT CAME OUT.     *
022060*---------------------------------------------------------------*
022070 3420-WRITE-ACK-DETAIL.
022080     IF GOBS-ACK-RELEASE AND GOBS-CARD-SUBMITTER-ID = SPACES
022090         GO TO 3420-EXIT
022100     END-IF.
022110     MOVE SPACES TO GOBS-SACK-RECORD.
022120     MOVE GOBS-CARD-KEY TO SK-ACK-KEY.
022130     MOVE GOBS-SITE-ID TO SK-SITE-ID.
022140     MOVE GOBS-RUN-DATE TO SK-RUN-DATE.
022150     IF GOBS-ACK-RELEASE
022160         SET SK-FOLLOW-UP TO TRUE
022170     ELSE
022180         SET SK-CARD-DTL TO TRUE
022185         MOVE GOBS-DECK-KEY TO SK-ACK-KEY
022190     END-IF.
022200     MOVE GOBS-WORK-RECORD TO SK-CARD-DATA.
022210     MOVE GOBS-REJECT-REASON TO SK-REASON.
022220     MOVE 0 TO SK-RELEASE-DATE.
022230     MOVE 0 TO SK-REJECT-DATE.
022240     EVALUATE TRUE
022250         WHEN GOBS-WHSE-CARD
022260             SET SK-RESULT-WHSE TO TRUE
022270             MOVE GOBS-CNV-DATE-N TO SK-RELEASE-DATE
022280         WHEN GOBS-PEND-CARD
022290             SET SK-RESULT-LV-HELD TO TRUE
022300         WHEN GOBS-REJECT-REASON = SPACES
022310             SET SK-RESULT-POSTED TO TRUE
022320         WHEN GOBS-REJECT-REASON = "SUSPECTED DUPLICATE"
022330             SET SK-RESULT-DUP TO TRUE
022340         WHEN OTHER
022350             SET SK-RESULT-REJECTED TO TRUE
022360     END-EVALUATE.
022370     WRITE GOBS-SACK-RECORD.
022380     IF NOT GOBS-ACK-RELEASE
022390         PERFORM 3425-COUNT-ACK-RESULT THRU 3425-EXIT
022400     END-IF.
022402     IF NOT GOBS-ACK-RELEASE
022404        AND GOBS-CARD-KEY NOT = GOBS-DECK-KEY
022406         MOVE GOBS-CARD-KEY TO SK-ACK-KEY
022407         SET SK-FOLLOW-UP TO TRUE
022408         WRITE GOBS-SACK-RECORD
022409     END-IF.
022410 3420-EXIT.
022420     EXIT.

022430 3425-COUNT-ACK-RESULT.
022440     ADD 1 TO GOBS-ACK-READ-COUNT.
022450     EVALUATE TRUE
022460         WHEN SK-RESULT-POSTED
022470             ADD 1 TO GOBS-ACK-POST-COUNT
022480             MOVE SK-CARD-DATA TO GOBS-DERIVE-REC
022490             ADD GOBS-DERIVE-AMOUNT TO GOBS-ACK-POST-AMOUNT
022500         WHEN SK-RESULT-WHSE
022510             ADD 1 TO GOBS-ACK-WHSE-COUNT
022520         WHEN SK-RESULT-LV-HELD
022530             ADD 1 TO GOBS-ACK-LV-HELD-COUNT
022540         WHEN SK-RESULT-DUP
022550             ADD 1 TO GOBS-ACK-DUP-COUNT
022560         WHEN OTHER
022570             ADD 1 TO GOBS-ACK-REJECT-COUNT
022580     END-EVALUATE.
022590 3425-EXIT.
022600     EXIT.

022610 3430-WRITE-ACK-TRAILER.
022620     MOVE SPACES TO GOBS-SACK-RECORD.
022630     MOVE GOBS-DECK-KEY TO SK-ACK-KEY.
022640     MOVE GOBS-SITE-ID TO SK-SITE-ID.
022650     MOVE GOBS-RUN-DATE TO SK-RUN-DATE.
022660     SET SK-DECK-TRL TO TRUE.
022670     MOVE GOBS-ACK-READ-COUNT TO SK-CARDS-READ.
022680     MOVE GOBS-ACK-POST-COUNT TO SK-CARDS-POSTED.
022690     MOVE GOBS-ACK-REJECT-COUNT TO SK-CARDS-REJECTED.
022700     MOVE GOBS-ACK-WHSE-COUNT TO SK-CARDS-WHSE.
022710     MOVE GOBS-ACK-DUP-COUNT TO SK-CARDS-DUP.
022720     MOVE GOBS-ACK-LV-HELD-COUNT TO SK-CARDS-LV-HELD.
022730     MOVE GOBS-ACK-POST-AMOUNT TO SK-POSTED-AMOUNT.
022740     MOVE GOBS-TRL-CARD-COUNT TO SK-TRL-CARD-COUNT.
022750     MOVE GOBS-TRL-HASH-AMOUNT TO SK-TRL-HASH-AMOUNT.
022760     WRITE GOBS-SACK-RECORD.
022770 3430-EXIT.
022780     EXIT.

022790*---------------------------------------------------------------*
022800*  A DECK HELD BY THE BATCH-CONTROL PROOF, THE RE-RUN CHECK, OR  *
022810*  A FULL WAREHOUSE IS STILL ACKNOWLEDGED - THE H RECORD CARRIES *
022820*  THE HOLD REASON AND THE T RECORD THE CARDS THAT ARRIVED, NONE *
022830*  OF THEM POSTED.                                               *
022840*---------------------------------------------------------------*
022850 3440-ACK-HELD-DECK.
022860     MOVE GOBS-ALERT-TEXT TO GOBS-ACK-STATUS-TEXT.
022870     PERFORM 3445-WRITE-HELD-ACK THRU 3445-EXIT.
022880 3440-EXIT.
022890     EXIT.

022900 3445-WRITE-HELD-ACK.
022910     MOVE GOBS-DECK-CARD-COUNT TO GOBS-ACK-READ-COUNT.
022920     MOVE 0 TO GOBS-ACK-POST-COUNT.
022930     MOVE 0 TO GOBS-ACK-REJECT-COUNT.
022940     MOVE 0 TO GOBS-ACK-WHSE-COUNT.
022950     MOVE 0 TO GOBS-ACK-DUP-COUNT.
022960     MOVE 0 TO GOBS-ACK-LV-HELD-COUNT.
022970     MOVE 0 TO GOBS-ACK-POST-AMOUNT.
022980     PERFORM 3460-OPEN-ACK-EXTEND THRU 3460-EXIT.
022990     PERFORM 3410-WRITE-ACK-HEADER THRU 3410-EXIT.
023000     PERFORM 3430-WRITE-ACK-TRAILER THRU 3430-EXIT.
023010     CLOSE GOBSSACK-FILE.
023020 3445-EXIT.
023030     EXIT.

023040*---------------------------------------------------------------*
023050*  THE GATE WAS NOT CONFIRMED, SO THE DECK WAS NEVER PROVED OR   *
023060*  POSTED.  COUNT IT (WITHOUT THE DUPLICATE CHECK) FOR ITS       *
023070*  SUBMITTER KEY AND TOTALS AND ACKNOWLEDGE IT AS HELD.  NO      *
023080*  DECK MEANS NOTHING TO ACKNOWLEDGE.                            *
023090*---------------------------------------------------------------*
023100 3450-ACK-GATE-HELD.
023110     MOVE 0 TO GOBS-DECK-CARD-COUNT.
023120     MOVE 0 TO GOBS-DECK-HASH-AMOUNT.
023130     MOVE 0 TO GOBS-TRL-CARD-COUNT.
023140     MOVE 0 TO GOBS-TRL-HASH-AMOUNT.
023150     MOVE "N" TO GOBS-TRL-SEEN-SW.
023160     MOVE "N" TO GOBS-DERIVE-EOF-SW.
023170     MOVE "N" TO GOBS-DUPH-AVAIL-SW.
023180     MOVE "UNKNOWN" TO GOBS-DECK-SUBMITTER-ID.
023190     MOVE GOBS-RUN-DATE TO GOBS-DECK-BATCH-DATE.
023200     MOVE "H" TO GOBS-ACK-DECK-STATUS.
023210     OPEN INPUT GOBSWORK-FILE.
023220     IF GOBS-WORK-STATUS NOT = "00"
023230         GO TO 3450-EXIT
023240     END-IF.
023250     PERFORM 3020-VERIFY-ONE-CARD THRU 3020-EXIT
023260         UNTIL GOBS-DERIVE-EOF.
023270     CLOSE GOBSWORK-FILE.
023280     PERFORM 3445-WRITE-HELD-ACK THRU 3445-EXIT.
023290 3450-EXIT.
023300     EXIT.

023310 3460-OPEN-ACK-EXTEND.
023320     OPEN EXTEND GOBSSACK-FILE.
023330     IF GOBS-SACK-STATUS = "05" OR GOBS-SACK-STATUS = "35"
023340         CLOSE GOBSSACK-FILE
023350         OPEN OUTPUT GOBSSACK-FILE
023360     END-IF.
023370 3460-EXIT.
023380     EXIT.

023390*---------------------------------------------------------------*
023400*  PICK UP THE SITE'S LARGE-VALUE THRESHOLD FROM GOBSLVTH.  THE  *
023410*  SITE'S OWN ROW WINS OVER AN "*ALL*" ROW.  NO FILE, NO ROW, OR *
023420*  A ZERO THRESHOLD MEANS NO CARD IS HELD FOR APPROVAL, THE SAME *
023430*  WAY A MISSING GOBSSCHD MEANS SINGLE CONTROL - CARDS ALREADY   *
023440*  HELD ARE STILL SETTLED BY THEIR APPROVAL CARDS.               *
023450*---------------------------------------------------------------*
023460 1470-LOAD-LV-THRESHOLD.
023470     MOVE "N" TO GOBS-LV-IN-USE-SW.
023480     MOVE "N" TO GOBS-LV-SITE-ROW-SW.
023490     MOVE "N" TO GOBS-LVTH-EOF-SW.
023500     OPEN INPUT GOBSLVTH-FILE.
023510     IF GOBS-LVTH-STATUS NOT = "00"
023520         GO TO 1470-EXIT
023530     END-IF.
023540     PERFORM 1475-CHECK-ONE-LVTH-REC THRU 1475-EXIT
023550         UNTIL GOBS-LVTH-EOF.
023560     CLOSE GOBSLVTH-FILE.
023570 1470-EXIT.
023580     EXIT.

023590 1475-CHECK-ONE-LVTH-REC.
023600     READ GOBSLVTH-FILE
023610         AT END
023620             SET GOBS-LVTH-EOF TO TRUE
023630             GO TO 1475-EXIT
023640     END-READ.
023650     IF LT-SITE-ID = GOBS-SITE-ID
023660         SET GOBS-LV-SITE-ROW TO TRUE
023670         PERFORM 1480-TAKE-LVTH-ROW THRU 1480-EXIT
023680     ELSE
023690         IF LT-SITE-ID = "*ALL*" AND NOT GOBS-LV-SITE-ROW
023700             PERFORM 1480-TAKE-LVTH-ROW THRU 1480-EXIT
023710         END-IF
023720     END-IF.
023730 1475-EXIT.
023740     EXIT.

023750*    A ZERO OR BLANK LEVEL OR AGE TAKES THE DEFAULT - LEVEL 2, THE
023760*    SAME AS THE SECOND SEAT OF A DUAL-CONTROL GATE, AND 3 DAYS.
023770 1480-TAKE-LVTH-ROW.
023780     MOVE 2 TO GOBS-LV-NEED-LEVEL.
023790     MOVE 3 TO GOBS-LV-MAX-AGE.
023800     IF LT-THRESHOLD NUMERIC AND LT-THRESHOLD > 0
023810         SET GOBS-LV-IN-USE TO TRUE
023820         MOVE LT-THRESHOLD TO GOBS-LV-THRESHOLD
023830     ELSE
023840         MOVE "N" TO GOBS-LV-IN-USE-SW
023850         MOVE 0 TO GOBS-LV-THRESHOLD
023860     END-IF.
023870     IF LT-APPR-LEVEL NUMERIC AND LT-APPR-LEVEL > 0
023880         MOVE LT-APPR-LEVEL TO GOBS-LV-NEED-LEVEL
023890     END-IF.
023900     IF LT-MAX-AGE-DAYS NUMERIC AND LT-MAX-AGE-DAYS > 0
023910         MOVE LT-MAX-AGE-DAYS TO GOBS-LV-MAX-AGE
023920     END-IF.
023930 1480-EXIT.
023940     EXIT.

023950*---------------------------------------------------------------*
023960*  A CARD THAT PASSED EVERY OTHER EDIT IS HELD FOR APPROVAL IF   *
023970*  IT IS FOR MORE THAN THE SITE'S THRESHOLD - UNLESS IT IS BEING *
023980*  RELEASED UNDER ITS APPROVAL NOW.  A FULL GOBSPEND TABLE       *
023990*  REJECTS THE CARD TO GOBSERR, WHERE GOBSEREP CAN RECYCLE IT.   *
024000*---------------------------------------------------------------*
024010 3195-CHECK-LARGE-VALUE.
024020     IF NOT GOBS-LV-IN-USE OR GOBS-LV-APPROVED
024030         GO TO 3195-EXIT
024040     END-IF.
024050     IF WK-TRAN-AMOUNT NOT > GOBS-LV-THRESHOLD
024060         GO TO 3195-EXIT
024070     END-IF.
024080     IF GOBS-PEND-ROW-COUNT < 500
024090         SET GOBS-PEND-CARD TO TRUE
024100         MOVE "HELD FOR LARGE-VALUE APPROVAL"
024110             TO GOBS-REJECT-REASON
024120     ELSE
024130         MOVE "APPROVAL QUEUE FULL" TO GOBS-REJECT-REASON
024140     END-IF.
024150 3195-EXIT.
024160     EXIT.

024170*---------------------------------------------------------------*
024180*  HOLD A LARGE-VALUE CARD ON GOBSPEND.  LIKE A WAREHOUSED CARD  *
024190*  IT GOES INTO THE IN-CORE TABLE FOR TONIGHT'S REWRITE AND IS   *
024200*  APPENDED TO THE FILE AT ONCE, SO A RESTART CAN COUNT IT AS    *
024210*  DISPOSED.  THE HOLD IS LOGGED TO GOBSLVLG AND THE DUTY        *
024220*  SUPERVISOR IS ALERTED WITH THE ACCOUNT AND AMOUNT.            *
024230*---------------------------------------------------------------*
024240 3500-HOLD-ONE-CARD.
024250     ADD 1 TO GOBS-PEND-ROW-COUNT.
024260     ADD 1 TO GOBS-PEND-COUNT.
024270     MOVE GOBS-PEND-ROW-COUNT TO GOBS-PEND-ADD-SUB.
024280     MOVE GOBS-WORK-RECORD
024290         TO GOBS-PEND-TBL-CARD(GOBS-PEND-ADD-SUB).
024300     MOVE GOBS-RUN-DATE
024310         TO GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-ADD-SUB).
024320     MOVE GOBS-CARD-KEY TO GOBS-PEND-TBL-KEY(GOBS-PEND-ADD-SUB).
024330     SET GOBS-PEND-TBL-WAITING(GOBS-PEND-ADD-SUB) TO TRUE.
024340     MOVE SPACES TO GOBS-PEND-RECORD.
024350     MOVE GOBS-WORK-RECORD TO PD-CARD-DATA.
024360     MOVE GOBS-RUN-DATE TO PD-QUEUE-DATE.
024370     MOVE GOBS-CARD-KEY TO PD-SUBMIT-KEY.
024380     OPEN EXTEND GOBSPEND-FILE.
024390     IF GOBS-PEND-STATUS = "05" OR GOBS-PEND-STATUS = "35"
024400         CLOSE GOBSPEND-FILE
024410         OPEN OUTPUT GOBSPEND-FILE
024420     END-IF.
024430     WRITE GOBS-PEND-RECORD.
024440     CLOSE GOBSPEND-FILE.
024450     MOVE GOBS-WORK-RECORD TO GOBS-LV-EVT-CARD.
024460     MOVE GOBS-RUN-DATE TO GOBS-LV-EVT-QUEUE-DATE.
024470     MOVE GOBS-CARD-KEY TO GOBS-LV-EVT-KEY.
024480     MOVE SPACES TO GOBS-LV-EVT-OPER-ID.
024490     MOVE "Q" TO GOBS-LV-EVENT.
024500     PERFORM 3590-WRITE-LV-AUDIT THRU 3590-EXIT.
024510     MOVE WK-TRAN-AMOUNT TO GOBS-AMOUNT-DISPLAY.
024520     MOVE SPACES TO GOBS-ALERT-TEXT.
024530     STRING "LV CARD HELD FOR APPROVAL ACCT " DELIMITED BY SIZE
024540            WK-ACCOUNT-NO DELIMITED BY SIZE
024550            " AMT" DELIMITED BY SIZE
024560            GOBS-AMOUNT-DISPLAY DELIMITED BY SIZE
024570         INTO GOBS-ALERT-TEXT.
024580     MOVE "W" TO GOBS-ALERT-SEV.
024590     PERFORM 2500-WRITE-ALERT THRU 2500-EXIT.
024600 3500-EXIT.
024610     EXIT.

024620*---------------------------------------------------------------*
024630*  LOAD THE SITE'S GOBSPEND INTO CORE.  NO FILE YET JUST MEANS   *
024640*  NOTHING IS HELD.  AN UNREADABLE QUEUED-ON DATE LOADS AS ZERO  *
024650*  SO THE CARD CAN STILL BE SETTLED AND IS REPORTED AS OVERDUE.  *
024660*---------------------------------------------------------------*
024670 3510-LOAD-PENDING.
024680     MOVE 0 TO GOBS-PEND-ROW-COUNT.
024690     MOVE "N" TO GOBS-PEND-OVFL-SW.
024700     MOVE "N" TO GOBS-PEND-EOF-SW.
024710     OPEN INPUT GOBSPEND-FILE.
024720     IF GOBS-PEND-STATUS NOT = "00"
024730         GO TO 3510-EXIT
024740     END-IF.
024750     PERFORM 3515-LOAD-ONE-PEND-REC THRU 3515-EXIT
024760         UNTIL GOBS-PEND-EOF.
024770     CLOSE GOBSPEND-FILE.
024780 3510-EXIT.
024790     EXIT.

024800 3515-LOAD-ONE-PEND-REC.
024810     READ GOBSPEND-FILE
024820         AT END
024830             SET GOBS-PEND-EOF TO TRUE
024840             GO TO 3515-EXIT
024850     END-READ.
024860     IF GOBS-PEND-ROW-COUNT NOT < 500
024870         SET GOBS-PEND-OVERFLOW TO TRUE
024880         SET GOBS-PEND-EOF TO TRUE
024890         GO TO 3515-EXIT
024900     END-IF.
024910     ADD 1 TO GOBS-PEND-ROW-COUNT.
024920     SET GOBS-PEND-IDX TO GOBS-PEND-ROW-COUNT.
024930     MOVE PD-CARD-DATA TO GOBS-PEND-TBL-CARD(GOBS-PEND-IDX).
024940     IF PD-QUEUE-DATE NUMERIC
024950         MOVE PD-QUEUE-DATE
024960             TO GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
024970     ELSE
024980         MOVE 0 TO GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
024990     END-IF.
025000     MOVE PD-SUBMIT-KEY TO GOBS-PEND-TBL-KEY(GOBS-PEND-IDX).
025010     SET GOBS-PEND-TBL-WAITING(GOBS-PEND-IDX) TO TRUE.
025020 3515-EXIT.
025030     EXIT.

025040*---------------------------------------------------------------*
025050*  LOAD THE SITE'S GOBSAPRV APPROVAL CARDS.  THERE CAN NEVER BE  *
025060*  MORE HELD CARDS THAN THE TABLE HOLDS, SO A CARD PAST THE 500TH*
025070*  IS REPORTED AS NOT APPLIED AND DROPPED.                       *
025080*---------------------------------------------------------------*
025090 3520-LOAD-APPROVALS.
025100     MOVE 0 TO GOBS-APRV-ROW-COUNT.
025110     MOVE "N" TO GOBS-APRV-EOF-SW.
025120     OPEN INPUT GOBSAPRV-FILE.
025130     IF GOBS-APRV-STATUS NOT = "00"
025140         GO TO 3520-EXIT
025150     END-IF.
025160     PERFORM 3525-LOAD-ONE-APRV-REC THRU 3525-EXIT
025170         UNTIL GOBS-APRV-EOF.
025180     CLOSE GOBSAPRV-FILE.
025190 3520-EXIT.
025200     EXIT.

025210 3525-LOAD-ONE-APRV-REC.
025220     READ GOBSAPRV-FILE
025230         AT END
025240             SET GOBS-APRV-EOF TO TRUE
025250             GO TO 3525-EXIT
025260     END-READ.
025270     IF GOBS-APRV-ROW-COUNT NOT < 500
025280         MOVE AP-CARD-ID TO GOBS-LV-EVT-CARD
025290         MOVE 0 TO GOBS-LV-EVT-QUEUE-DATE
025300         MOVE SPACES TO GOBS-LV-EVT-KEY
025310         MOVE AP-OPER-ID TO GOBS-LV-EVT-OPER-ID
025320         MOVE "TOO MANY CARDS" TO GOBS-LV-ACTION-TEXT
025330         MOVE "X" TO GOBS-LV-EVENT
025340         PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT
025350         GO TO 3525-EXIT
025360     END-IF.
025370     ADD 1 TO GOBS-APRV-ROW-COUNT.
025380     SET GOBS-APRV-IDX TO GOBS-APRV-ROW-COUNT.
025390     MOVE AP-CARD-ID TO GOBS-APRV-TBL-ID(GOBS-APRV-IDX).
025400     MOVE AP-ACTION TO GOBS-APRV-TBL-ACTION(GOBS-APRV-IDX).
025410     MOVE AP-OPER-ID TO GOBS-APRV-TBL-OPER-ID(GOBS-APRV-IDX).
025420     MOVE "N" TO GOBS-APRV-TBL-USED-SW(GOBS-APRV-IDX).
025430     MOVE "N" TO GOBS-APRV-TBL-KEEP-SW(GOBS-APRV-IDX).
025440 3525-EXIT.
025450     EXIT.

025460*---------------------------------------------------------------*
025470*  SETTLE THE HELD CARDS FROM TONIGHT'S APPROVAL CARDS, AFTER    *
025480*  THE WAREHOUSE RELEASES.  ONLY A CARD HELD IN AN EARLIER       *
025490*  WINDOW CAN BE SETTLED.  THE APPROVING OPERATOR MUST PASS THE  *
025500*  GATE'S OWN GOBSOMST CHECK AT THE SITE'S GOBSLVTH LEVEL - AND  *
025510*  HERE NO MASTER FILE MEANS NOTHING IS APPROVED, NOT THAT       *
025520*  EVERYONE PASSES.  AN APPROVED CARD RUNS THROUGH 3120 AND THE  *
025530*  EDITS LIKE A WAREHOUSE RELEASE; A REFUSED ONE REJECTS.  ON A  *
025540*  RESTART THE CARDS THE EARLIER RUN ALREADY SETTLED ARE SKIPPED *
025550*  BY COUNT, THE SAME WAY THE RELEASES ARE.                      *
025560*---------------------------------------------------------------*
025570 3550-APPLY-APPROVALS.
025580     MOVE 0 TO GOBS-APPR-COUNT.
025590     MOVE 0 TO GOBS-REFUSE-COUNT.
025600     MOVE "N" TO GOBS-APRV-APPLIED-SW.
025610     PERFORM 3520-LOAD-APPROVALS THRU 3520-EXIT.
025620     IF GOBS-APRV-ROW-COUNT = 0
025630         GO TO 3550-EXIT
025640     END-IF.
025650     PERFORM 2700-OPEN-OPER-MASTER THRU 2700-EXIT.
025660     IF NOT GOBS-OMST-AVAIL
025670         DISPLAY "GOBS0018 GOBSOMST NOT AVAILABLE - LARGE-VALUE "
025680                 "APPROVALS NOT APPLIED"
025690         MOVE "GOBSOMST NOT AVAILABLE - LV APPROVALS HELD"
025700             TO GOBS-ALERT-TEXT
025710         MOVE "W" TO GOBS-ALERT-SEV
025720         PERFORM 2500-WRITE-ALERT THRU 2500-EXIT
025730         GO TO 3550-EXIT
025740     END-IF.
025750     PERFORM 3560-SETTLE-ONE-PEND-CARD THRU 3560-EXIT
025760         VARYING GOBS-PEND-IDX FROM 1 BY 1
025770         UNTIL GOBS-PEND-IDX > GOBS-PEND-ROW-COUNT.
025780     PERFORM 3570-CHECK-UNUSED-APRV THRU 3570-EXIT
025790         VARYING GOBS-APRV-IDX FROM 1 BY 1
025800         UNTIL GOBS-APRV-IDX > GOBS-APRV-ROW-COUNT.
025810     PERFORM 2770-CLOSE-OPER-MASTER THRU 2770-EXIT.
025820     SET GOBS-APRV-APPLIED TO TRUE.
025830 3550-EXIT.
025840     EXIT.

025850 3560-SETTLE-ONE-PEND-CARD.
025860     IF NOT GOBS-PEND-TBL-WAITING(GOBS-PEND-IDX)
025870        OR GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
025880               NOT < GOBS-RUN-DATE
025890         GO TO 3560-EXIT
025900     END-IF.
025910     MOVE "N" TO GOBS-LV-DECIDED-SW.
025920     MOVE "N" TO GOBS-LV-RELEASE-SW.
025930     PERFORM 3565-TRY-ONE-APRV-CARD THRU 3565-EXIT
025940         VARYING GOBS-APRV-IDX FROM 1 BY 1
025950         UNTIL GOBS-APRV-IDX > GOBS-APRV-ROW-COUNT
025960            OR GOBS-LV-DECIDED.
025970     IF NOT GOBS-LV-DECIDED
025980         GO TO 3560-EXIT
025990     END-IF.
026000     SET GOBS-PEND-TBL-SETTLED(GOBS-PEND-IDX) TO TRUE.
026010     IF GOBS-LV-APPROVED
026020         ADD 1 TO GOBS-APPR-COUNT
026030     ELSE
026040         ADD 1 TO GOBS-REFUSE-COUNT
026050     END-IF.
026060     IF GOBS-RLSE-SKIP > 0
026070         SUBTRACT 1 FROM GOBS-RLSE-SKIP
026080         MOVE "N" TO GOBS-LV-RELEASE-SW
026090         GO TO 3560-EXIT
026100     END-IF.
026110     MOVE GOBS-LV-APPROVER-ID TO GOBS-LV-EVT-OPER-ID.
026120     IF GOBS-LV-APPROVED
026130         MOVE "APPROVED" TO GOBS-LV-ACTION-TEXT
026140         MOVE "A" TO GOBS-LV-EVENT
026150     ELSE
026160         MOVE "REFUSED" TO GOBS-LV-ACTION-TEXT
026170         MOVE "R" TO GOBS-LV-EVENT
026180     END-IF.
026190     PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT.
026200     MOVE GOBS-PEND-TBL-CARD(GOBS-PEND-IDX) TO GOBS-WORK-RECORD.
026210     MOVE GOBS-PEND-TBL-KEY(GOBS-PEND-IDX) TO GOBS-CARD-KEY.
026220     MOVE "Y" TO GOBS-ACK-RELEASE-SW.
026230     ADD 1 TO GOBS-WORK-COUNT.
026240     PERFORM 3120-DISPOSE-ONE-CARD THRU 3120-EXIT.
026250     MOVE "N" TO GOBS-LV-RELEASE-SW.
026260 3560-EXIT.
026270     EXIT.

026280*    AN APPROVAL CARD FOR THIS HELD CARD IS USED UP WHETHER IT
026290*    COUNTS OR NOT.  ONE FROM AN OPERATOR WHO MAY NOT GIVE IT IS
026300*    LOGGED, ALERTED CRITICAL THE SAME AS AN UNAUTHORIZED GATE
026310*    ANSWER, AND THE NEXT CARD FOR THE SAME HELD CARD IS TRIED.
026320 3565-TRY-ONE-APRV-CARD.
026330     IF GOBS-APRV-TBL-USED(GOBS-APRV-IDX)
026340        OR GOBS-APRV-TBL-ID(GOBS-APRV-IDX)
026350               NOT = GOBS-PEND-TBL-ID(GOBS-PEND-IDX)
026360         GO TO 3565-EXIT
026370     END-IF.
026380     SET GOBS-APRV-TBL-USED(GOBS-APRV-IDX) TO TRUE.
026390     MOVE GOBS-PEND-TBL-CARD(GOBS-PEND-IDX) TO GOBS-LV-EVT-CARD.
026400     MOVE GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
026410         TO GOBS-LV-EVT-QUEUE-DATE.
026420     MOVE GOBS-PEND-TBL-KEY(GOBS-PEND-IDX) TO GOBS-LV-EVT-KEY.
026430     MOVE GOBS-APRV-TBL-OPER-ID(GOBS-APRV-IDX)
026440         TO GOBS-LV-EVT-OPER-ID.
026450     IF GOBS-APRV-TBL-ACTION(GOBS-APRV-IDX) NOT = "A"
026460        AND GOBS-APRV-TBL-ACTION(GOBS-APRV-IDX) NOT = "R"
026470         MOVE "BAD ACTION" TO GOBS-LV-ACTION-TEXT
026480         MOVE "X" TO GOBS-LV-EVENT
026490         PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT
026500         GO TO 3565-EXIT
026510     END-IF.
026520     MOVE GOBS-APRV-TBL-OPER-ID(GOBS-APRV-IDX)
026530         TO GOBS-OPER-CHECK-ID.
026540     MOVE GOBS-LV-NEED-LEVEL TO GOBS-OPER-NEED-LEVEL.
026550     PERFORM 2750-CHECK-OPERATOR THRU 2750-EXIT.
026560     IF NOT GOBS-OPER-OK
026570         MOVE "NOT AUTHORIZED" TO GOBS-LV-ACTION-TEXT
026580         MOVE "U" TO GOBS-LV-EVENT
026590         PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT
026600         MOVE SPACES TO GOBS-ALERT-TEXT
026610         STRING "LV APPROVAL CARD REFUSED - OPERATOR "
026620                    DELIMITED BY SIZE
026630                GOBS-OPER-CHECK-ID DELIMITED BY SPACE
026640                " NOT AUTHORIZED" DELIMITED BY SIZE
026650             INTO GOBS-ALERT-TEXT
026660         MOVE "C" TO GOBS-ALERT-SEV
026670         PERFORM 2500-WRITE-ALERT THRU 2500-EXIT
026680         GO TO 3565-EXIT
026690     END-IF.
026700     MOVE GOBS-OPER-CHECK-ID TO GOBS-LV-APPROVER-ID.
026710     MOVE GOBS-APRV-TBL-ACTION(GOBS-APRV-IDX)
026720         TO GOBS-LV-RELEASE-SW.
026730     SET GOBS-LV-DECIDED TO TRUE.
026740 3565-EXIT.
026750     EXIT.

026760*    AN UNUSED APPROVAL CARD FOR A CARD HELD ONLY TONIGHT IS KEPT
026770*    FOR THE NEXT WINDOW.  ONE THAT MATCHES NOTHING STILL HELD IS
026780*    REPORTED, LOGGED, AND DROPPED.
026790 3570-CHECK-UNUSED-APRV.
026800     IF GOBS-APRV-TBL-USED(GOBS-APRV-IDX)
026810         GO TO 3570-EXIT
026820     END-IF.
026830     MOVE "N" TO GOBS-LV-FOUND-SW.
026840     PERFORM 3575-FIND-HELD-CARD THRU 3575-EXIT
026850         VARYING GOBS-PEND-IDX FROM 1 BY 1
026860         UNTIL GOBS-PEND-IDX > GOBS-PEND-ROW-COUNT
026870            OR GOBS-LV-FOUND.
026880     IF GOBS-LV-FOUND
026890         SET GOBS-APRV-TBL-KEEP(GOBS-APRV-IDX) TO TRUE
026900         GO TO 3570-EXIT
026910     END-IF.
026920     MOVE GOBS-APRV-TBL-ID(GOBS-APRV-IDX) TO GOBS-LV-EVT-CARD.
026930     MOVE 0 TO GOBS-LV-EVT-QUEUE-DATE.
026940     MOVE SPACES TO GOBS-LV-EVT-KEY.
026950     MOVE GOBS-APRV-TBL-OPER-ID(GOBS-APRV-IDX)
026960         TO GOBS-LV-EVT-OPER-ID.
026970     MOVE "NO CARD HELD" TO GOBS-LV-ACTION-TEXT.
026980     MOVE "X" TO GOBS-LV-EVENT.
026990     PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT.
027000 3570-EXIT.
027010     EXIT.

027020 3575-FIND-HELD-CARD.
027030     IF GOBS-PEND-TBL-WAITING(GOBS-PEND-IDX)
027040        AND GOBS-PEND-TBL-ID(GOBS-PEND-IDX)
027050                = GOBS-APRV-TBL-ID(GOBS-APRV-IDX)
027060         SET GOBS-LV-FOUND TO TRUE
027070     END-IF.
027080 3575-EXIT.
027090     EXIT.

027100*---------------------------------------------------------------*
027110*  REPORT THE EVENT IN GOBS-LV-EVENT UNDER ITS OWN GOBSRPT       *
027120*  SECTION AND LOG IT TO GOBSLVLG.                               *
027130*---------------------------------------------------------------*
027140 3580-LOG-LV-EVENT.
027150     PERFORM 3585-WRITE-LV-RPT-LINE THRU 3585-EXIT.
027160     PERFORM 3590-WRITE-LV-AUDIT THRU 3590-EXIT.
027170 3580-EXIT.
027180     EXIT.

027190 3585-WRITE-LV-RPT-LINE.
027200     IF NOT GOBS-LV-HDR-DONE
027210         MOVE SPACES TO GOBS-RPT-LINE
027220         MOVE "*** LARGE-VALUE APPROVALS ***" TO GOBS-RPT-LINE
027230         WRITE GOBS-RPT-LINE
027240         ADD 1 TO GOBS-RPT-LINE-COUNT
027250         ADD 1 TO GOBS-RPT-TOTAL-LINES
027260         SET GOBS-LV-HDR-DONE TO TRUE
027270     END-IF.
027280     IF GOBS-LV-EVT-AMOUNT NUMERIC
027290         MOVE GOBS-LV-EVT-AMOUNT TO GOBS-AMOUNT-DISPLAY
027300     ELSE
027310         MOVE 0 TO GOBS-AMOUNT-DISPLAY
027320     END-IF.
027330     MOVE SPACES TO GOBS-RPT-LINE.
027340     STRING GOBS-LV-ACTION-TEXT DELIMITED BY SIZE
027350            " ACCT " DELIMITED BY SIZE
027360            GOBS-LV-EVT-ACCOUNT DELIMITED BY SIZE
027370            " AMT " DELIMITED BY SIZE
027380            GOBS-AMOUNT-DISPLAY DELIMITED BY SIZE
027390            " HELD " DELIMITED BY SIZE
027400            GOBS-LV-EVT-QUEUE-DATE DELIMITED BY SIZE
027410            " BY " DELIMITED BY SIZE
027420            GOBS-LV-EVT-OPER-ID DELIMITED BY SIZE
027430         INTO GOBS-RPT-LINE.
027440     WRITE GOBS-RPT-LINE.
027450     ADD 1 TO GOBS-RPT-LINE-COUNT.
027460     ADD 1 TO GOBS-RPT-TOTAL-LINES.
027470     IF GOBS-RPT-LINE-COUNT NOT < GOBS-RPT-MAX-LINES
027480         PERFORM 3050-WRITE-RPT-HEADER THRU 3050-EXIT
027490     END-IF.
027500 3585-EXIT.
027510     EXIT.

027520 3590-WRITE-LV-AUDIT.
027530     MOVE SPACES TO GOBS-LVLG-RECORD.
027540     MOVE GOBS-SITE-ID TO LV-SITE-ID.
027550     MOVE GOBS-RUN-DATE TO LV-RUN-DATE.
027560     ACCEPT GOBS-TIME-RAW FROM TIME.
027570     MOVE GOBS-TIME-RAW(1:6) TO LV-RUN-TIME.
027580     MOVE GOBS-LV-EVENT TO LV-EVENT.
027590     MOVE GOBS-LV-EVT-OPER-ID TO LV-OPER-ID.
027600     MOVE GOBS-LV-EVT-CARD TO LV-CARD-DATA.
027610     MOVE GOBS-LV-EVT-QUEUE-DATE TO LV-QUEUE-DATE.
027620     MOVE GOBS-LV-EVT-KEY TO LV-SUBMIT-KEY.
027630     OPEN EXTEND GOBSLVLG-FILE.
027640     IF GOBS-LVLG-STATUS = "05" OR GOBS-LVLG-STATUS = "35"
027650         CLOSE GOBSLVLG-FILE
027660         OPEN OUTPUT GOBSLVLG-FILE
027670     END-IF.
027680     WRITE GOBS-LVLG-RECORD.
027690     CLOSE GOBSLVLG-FILE.
027700 3590-EXIT.
027710     EXIT.

027720*---------------------------------------------------------------*
027730*  EVERY CARD STILL WAITING MORE THAN THE SITE'S GOBSLVTH AGE    *
027740*  LIMIT IS REPORTED AND LOGGED EACH NIGHT, AND ONE CRITICAL     *
027750*  ALERT GIVES THE COUNT.  AN UNREADABLE QUEUED-ON DATE COUNTS   *
027760*  AS OVERDUE.                                                   *
027770*---------------------------------------------------------------*
027780 3600-REPORT-OVERDUE.
027790     MOVE 0 TO GOBS-OVERDUE-COUNT.
027800     IF GOBS-PEND-ROW-COUNT = 0
027810         GO TO 3600-EXIT
027820     END-IF.
027830     PERFORM 3650-CHECK-ONE-OVERDUE THRU 3650-EXIT
027840         VARYING GOBS-PEND-IDX FROM 1 BY 1
027850         UNTIL GOBS-PEND-IDX > GOBS-PEND-ROW-COUNT.
027860     IF GOBS-OVERDUE-COUNT > 0
027870         MOVE GOBS-OVERDUE-COUNT TO GOBS-COUNTER-DISPLAY
027880         MOVE GOBS-LV-MAX-AGE TO GOBS-LV-AGE-DISPLAY
027890         MOVE SPACES TO GOBS-ALERT-TEXT
027900         STRING GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
027910                " LARGE-VALUE CARDS WAITING OVER "
027920                    DELIMITED BY SIZE
027930                GOBS-LV-AGE-DISPLAY DELIMITED BY SIZE
027940                " DAYS FOR APPROVAL" DELIMITED BY SIZE
027950             INTO GOBS-ALERT-TEXT
027960         MOVE "C" TO GOBS-ALERT-SEV
027970         PERFORM 2500-WRITE-ALERT THRU 2500-EXIT
027980     END-IF.
027990 3600-EXIT.
028000     EXIT.

028010 3650-CHECK-ONE-OVERDUE.
028020     IF NOT GOBS-PEND-TBL-WAITING(GOBS-PEND-IDX)
028030         GO TO 3650-EXIT
028040     END-IF.
028050     IF GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX) > 0
028060         MOVE GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
028070             TO GOBS-CNV-DATE-N
028080         PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
028090         IF GOBS-DATE-SERIAL + GOBS-LV-MAX-AGE
028100                NOT < GOBS-RUN-SERIAL
028110             GO TO 3650-EXIT
028120         END-IF
028130     END-IF.
028140     ADD 1 TO GOBS-OVERDUE-COUNT.
028150     MOVE GOBS-PEND-TBL-CARD(GOBS-PEND-IDX) TO GOBS-LV-EVT-CARD.
028160     MOVE GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX)
028170         TO GOBS-LV-EVT-QUEUE-DATE.
028180     MOVE GOBS-PEND-TBL-KEY(GOBS-PEND-IDX) TO GOBS-LV-EVT-KEY.
028190     MOVE SPACES TO GOBS-LV-EVT-OPER-ID.
028200     MOVE "OVERDUE" TO GOBS-LV-ACTION-TEXT.
028210     MOVE "O" TO GOBS-LV-EVENT.
028220     PERFORM 3580-LOG-LV-EVENT THRU 3580-EXIT.
028230 3650-EXIT.
028240     EXIT.

028250*---------------------------------------------------------------*
028260*  REWRITE GOBSPEND WITH THE CARDS STILL WAITING, AND GOBSAPRV   *
028270*  WITH THE APPROVAL CARDS KEPT FOR THE NEXT WINDOW.  GOBSAPRV   *
028280*  IS LEFT AS IT WAS WHEN THE APPROVALS COULD NOT BE APPLIED.    *
028290*---------------------------------------------------------------*
028300 3820-REWRITE-PENDING.
028310     OPEN OUTPUT GOBSPEND-FILE.
028320     IF GOBS-PEND-ROW-COUNT > 0
028330         PERFORM 3825-WRITE-ONE-PEND-REC THRU 3825-EXIT
028340             VARYING GOBS-PEND-IDX FROM 1 BY 1
028350             UNTIL GOBS-PEND-IDX > GOBS-PEND-ROW-COUNT
028360     END-IF.
028370     CLOSE GOBSPEND-FILE.
028380 3820-EXIT.
028390     EXIT.

028400 3825-WRITE-ONE-PEND-REC.
028410     IF NOT GOBS-PEND-TBL-WAITING(GOBS-PEND-IDX)
028420         GO TO 3825-EXIT
028430     END-IF.
028440     MOVE SPACES TO GOBS-PEND-RECORD.
028450     MOVE GOBS-PEND-TBL-CARD(GOBS-PEND-IDX) TO PD-CARD-DATA.
028460     MOVE GOBS-PEND-TBL-QUEUE-DT(GOBS-PEND-IDX) TO PD-QUEUE-DATE.
028470     MOVE GOBS-PEND-TBL-KEY(GOBS-PEND-IDX) TO PD-SUBMIT-KEY.
028480     WRITE GOBS-PEND-RECORD.
028490 3825-EXIT.
028500     EXIT.

028510 3830-REWRITE-APPROVALS.
028520     IF NOT GOBS-APRV-APPLIED
028530         GO TO 3830-EXIT
028540     END-IF.
028550     OPEN OUTPUT GOBSAPRV-FILE.
028560     PERFORM 3835-WRITE-ONE-APRV-REC THRU 3835-EXIT
028570         VARYING GOBS-APRV-IDX FROM 1 BY 1
028580         UNTIL GOBS-APRV-IDX > GOBS-APRV-ROW-COUNT.
028590     CLOSE GOBSAPRV-FILE.
028600 3830-EXIT.
028610     EXIT.

028620 3835-WRITE-ONE-APRV-REC.
028630     IF NOT GOBS-APRV-TBL-KEEP(GOBS-APRV-IDX)
028640         GO TO 3835-EXIT
028650     END-IF.
028660     MOVE SPACES TO GOBS-APRV-RECORD.
028670     MOVE GOBS-APRV-TBL-ID(GOBS-APRV-IDX) TO AP-CARD-ID.
028680     MOVE GOBS-APRV-TBL-ACTION(GOBS-APRV-IDX) TO AP-ACTION.
028690     MOVE GOBS-APRV-TBL-OPER-ID(GOBS-APRV-IDX) TO AP-OPER-ID.
028700     WRITE GOBS-APRV-RECORD.
028710 3835-EXIT.
028720     EXIT.

028730*---------------------------------------------------------------*
028740*  LARGE-VALUE COUNTS FOR THE GOBSRPT TRAILER - ONLY AT A SITE   *
028750*  WITH A THRESHOLD OR WITH CARDS STILL HELD.                    *
028760*---------------------------------------------------------------*
028770 3065-WRITE-LV-TRAILER.
028780     IF NOT GOBS-LV-IN-USE AND GOBS-PEND-ROW-COUNT = 0
028790         GO TO 3065-EXIT
028800     END-IF.
028810     MOVE GOBS-PEND-COUNT TO GOBS-COUNTER-DISPLAY.
028820     MOVE SPACES TO GOBS-RPT-LINE.
028830     STRING "RECORDS LV HELD: " DELIMITED BY SIZE
028840            GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
028850         INTO GOBS-RPT-LINE.
028860     WRITE GOBS-RPT-LINE.
028870     MOVE GOBS-APPR-COUNT TO GOBS-COUNTER-DISPLAY.
028880     MOVE SPACES TO GOBS-RPT-LINE.
028890     STRING "LV APPROVED:     " DELIMITED BY SIZE
028900            GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
028910         INTO GOBS-RPT-LINE.
028920     WRITE GOBS-RPT-LINE.
028930     MOVE GOBS-REFUSE-COUNT TO GOBS-COUNTER-DISPLAY.
028940     MOVE SPACES TO GOBS-RPT-LINE.
028950     STRING "LV REFUSED:      " DELIMITED BY SIZE
028960            GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
028970         INTO GOBS-RPT-LINE.
028980     WRITE GOBS-RPT-LINE.
028990     MOVE GOBS-OVERDUE-COUNT TO GOBS-COUNTER-DISPLAY.
029000     MOVE SPACES TO GOBS-RPT-LINE.
029010     STRING "LV OVERDUE:      " DELIMITED BY SIZE
029020            GOBS-COUNTER-DISPLAY DELIMITED BY SIZE
029030         INTO GOBS-RPT-LINE.
029040     WRITE GOBS-RPT-LINE.
029050 3065-EXIT.
029060     EXIT.
