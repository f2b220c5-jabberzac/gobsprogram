000120*  ACCOUNT PRESENT AND NUMERIC, SITE ON THE GOBSMSG SITE TABLE  *
000130*  FOR AN ADD - AND BAD CARDS ARE REJECTED TO THE GOBSAERR      *
000140*  LISTING WITH A REASON INSTEAD OF REACHING THE MASTER.        *
000145*  AN L CARD SETS THE ACCOUNT'S OVERDRAFT LIMIT FOR GOBSAPLY.   *
000150*--------------------------------------------------------------*
000160*  MODIFICATION HISTORY
000170*  ---------- ---- -------------------------------------------
000202*  09/02/2026 JH   A NEW ACCOUNT NOW STARTS WITH A ZERO RUNNING
000204*                  BALANCE FOR THE GOBSAPLY POSTING
000206*                  APPLICATION.
000207*  10/15/2026 JH   NEW L ACTION SETS AM-OD-LIMIT FOR GOBSAPLY.
000208*  10/15/2026 JH   EVERY APPLIED CARD NOW APPENDS A GOBSCHGL
000209*                  RECORD WITH THE MASTER BEFORE AND AFTER.
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000340                              ORGANIZATION LINE SEQUENTIAL
000350                              FILE STATUS IS GOBS-AMNT-ERR-STAT.

000352     SELECT GOBSCHGL-FILE     ASSIGN TO "GOBSCHGL"
000354                              ORGANIZATION LINE SEQUENTIAL
000356                              FILE STATUS IS GOBS-AMNT-CHGL-STAT.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  GOBSAMST-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 COPY "gobsrpt.cpy".

000462 FD  GOBSCHGL-FILE
000464     LABEL RECORDS ARE STANDARD.
000466 COPY "gobsxrec.cpy".

000470 WORKING-STORAGE SECTION.
000480 01  GOBS-AMNT-FILE-STATUSES.
000490     05  GOBS-AMNT-MST-STAT      PIC X(02).
000500     05  GOBS-AMNT-TRAN-STAT     PIC X(02).
000510     05  GOBS-AMNT-ERR-STAT      PIC X(02).
000515     05  GOBS-AMNT-CHGL-STAT     PIC X(02).

000520 COPY "gobsmsg.cpy".

000580 01  GOBS-AMNT-REJECT-REASON     PIC X(30).
000590 01  GOBS-AMNT-COUNT-DISPLAY     PIC Z(04)9.

000591*CHANGE-LOG WORK AREAS.  THE BEFORE IMAGE IS TAKEN RIGHT AFTER
000592*    THE MASTER READ AND STAYS SPACES FOR AN ADD.
000593 01  GOBS-AMNT-RUN-DATE          PIC 9(08).
000594 01  GOBS-AMNT-TIME-RAW          PIC 9(08).
000595 01  GOBS-AMNT-BEFORE-IMAGE      PIC X(60).

000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
000670     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
000680     CLOSE GOBSAMST-FILE.
000685     CLOSE GOBSCHGL-FILE.
000690 0000-GOBACK.
000700     CLOSE GOBSAERR-FILE.
000710     GOBACK.
000880         DISPLAY "GOBSAMNT0001 GOBSAMST OPEN FAILED - STATUS "
000890                 GOBS-AMNT-MST-STAT
000900         MOVE 12 TO RETURN-CODE
000901         GO TO 1000-EXIT
000902     END-IF.
000903     ACCEPT GOBS-AMNT-RUN-DATE FROM DATE YYYYMMDD.
000904     ACCEPT GOBS-AMNT-TIME-RAW FROM TIME.
000905     OPEN EXTEND GOBSCHGL-FILE.
000906     IF GOBS-AMNT-CHGL-STAT = "05" OR GOBS-AMNT-CHGL-STAT = "35"
000907         CLOSE GOBSCHGL-FILE
000908         OPEN OUTPUT GOBSCHGL-FILE
000910     END-IF.
000920 1000-EXIT.
000930     EXIT.
001150         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
001160         GO TO 3100-EXIT
001170     END-IF.
001175     MOVE SPACES TO GOBS-AMNT-BEFORE-IMAGE.
001180     EVALUATE TRUE
001190         WHEN AT-ACTION-ADD
001200             PERFORM 3400-APPLY-ADD THRU 3400-EXIT
001203         WHEN AT-ACTION-LIMIT
001206             PERFORM 3600-APPLY-LIMIT THRU 3600-EXIT
001210         WHEN OTHER
001220             PERFORM 3500-APPLY-STATUS-CHANGE THRU 3500-EXIT
001230     END-EVALUATE.
001250         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
001260     ELSE
001270         ADD 1 TO GOBS-AMNT-APPLIED-COUNT
001275         PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT
001280     END-IF.
001290 3100-EXIT.
001300     EXIT.
001460     END-IF.
001470     IF AT-ACCOUNT-NO NOT NUMERIC
001480         MOVE "ACCOUNT NOT NUMERIC" TO GOBS-AMNT-REJECT-REASON
001481         GO TO 3200-EXIT
001482     END-IF.
001483     IF (AT-ACTION-LIMIT AND AT-OD-LIMIT NOT NUMERIC)
001484        OR (AT-ACTION-ADD AND AT-OD-LIMIT-X NOT = SPACES
001485            AND AT-OD-LIMIT NOT NUMERIC)
001486         MOVE "OVERDRAFT LIMIT NOT NUMERIC"
001487             TO GOBS-AMNT-REJECT-REASON
001490         GO TO 3200-EXIT
001500     END-IF.
001510     IF AT-ACTION-ADD
001840     SET AM-STATUS-OPEN TO TRUE.
001850     MOVE AT-SITE-ID TO AM-SITE-ID.
001855     MOVE 0 TO AM-CURR-BALANCE.
001856     MOVE 0 TO AM-OD-LIMIT.
001857     IF AT-OD-LIMIT-X NOT = SPACES
001858         MOVE AT-OD-LIMIT TO AM-OD-LIMIT
001859     END-IF.
001860     WRITE GOBS-ACCT-RECORD.
001870     IF GOBS-AMNT-MST-STAT NOT = "00"
001880         MOVE "MASTER WRITE FAILED" TO GOBS-AMNT-REJECT-REASON
002000         MOVE "ACCOUNT NOT ON MASTER" TO GOBS-AMNT-REJECT-REASON
002010         GO TO 3500-EXIT
002020     END-IF.
002025     MOVE GOBS-ACCT-RECORD TO GOBS-AMNT-BEFORE-IMAGE.
002030     EVALUATE TRUE
002040         WHEN AT-ACTION-CLOSE
002050             SET AM-STATUS-CLOSED TO TRUE
002350     WRITE GOBS-RPT-LINE.
002360 5000-EXIT.
002370     EXIT.

002380*---------------------------------------------------------------*
002390*  APPEND THE CHANGE-LOG RECORD FOR AN APPLIED CARD.  THE       *
002400*  MASTER RECORD AREA STILL HOLDS WHAT WAS JUST WRITTEN OR      *
002410*  REWRITTEN, SO IT IS THE AFTER IMAGE.                         *
002420*---------------------------------------------------------------*
002430 8000-WRITE-CHANGE-LOG.
002440     MOVE SPACES TO GOBS-CHGL-RECORD.
002450     MOVE "GOBSAMST" TO CL-FILE-NAME.
002460     MOVE AT-ACCOUNT-NO TO CL-RECORD-KEY.
002470     MOVE AT-ACTION TO CL-ACTION.
002480     MOVE GOBS-AMNT-RUN-DATE TO CL-RUN-DATE.
002490     MOVE GOBS-AMNT-TIME-RAW(1:6) TO CL-RUN-TIME.
002500     MOVE AT-REQUESTED-BY TO CL-REQUESTED-BY.
002510     MOVE "GOBSAMNT" TO CL-SOURCE-PGM.
002520     MOVE GOBS-AMNT-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
002530     MOVE GOBS-ACCT-RECORD TO CL-AFTER-IMAGE.
002540     WRITE GOBS-CHGL-RECORD.
002550 8000-EXIT.
002560     EXIT.

002570*---------------------------------------------------------------*
002580*  SET THE OVERDRAFT LIMIT - HOW FAR BELOW ZERO GOBSAPLY MAY    *
002590*  TAKE THE BALANCE BEFORE IT RETURNS A DB.                     *
002600*---------------------------------------------------------------*
002610 3600-APPLY-LIMIT.
002620     MOVE AT-ACCOUNT-NO TO AM-ACCOUNT-NO.
002630     READ GOBSAMST-FILE.
002640     IF GOBS-AMNT-MST-STAT NOT = "00"
002650         MOVE "ACCOUNT NOT ON MASTER" TO GOBS-AMNT-REJECT-REASON
002660         GO TO 3600-EXIT
002670     END-IF.
002680     MOVE GOBS-ACCT-RECORD TO GOBS-AMNT-BEFORE-IMAGE.
002690     MOVE AT-OD-LIMIT TO AM-OD-LIMIT.
002700     REWRITE GOBS-ACCT-RECORD.
002710     IF GOBS-AMNT-MST-STAT NOT = "00"
002720         MOVE "MASTER REWRITE FAILED" TO GOBS-AMNT-REJECT-REASON
002730     END-IF.
002740 3600-EXIT.
002750     EXIT.
