000250*                  AND THEY ARE EDITED - HHMM ON THE CLOCK,
000260*                  CLOSE NOT BEFORE OPEN, BLANK TREATED AS ZERO
000270*                  (NO WINDOW) SO OLD CARD DECKS STILL APPLY.
000271*  10/15/2026 JH   EVERY APPLIED CARD NOW APPENDS A GOBSCHGL
000272*                  CHANGE-LOG RECORD - JOB/SITE/DATE, ACTION,
000273*                  RUN DATE/TIME, MT-REQUESTED-BY, AND THE ROW
000274*                  BEFORE AND AFTER THE CARD.  A RECUR CARD
000275*                  LOGS EACH ROW IT GENERATES.
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000390                              ORGANIZATION LINE SEQUENTIAL
000400                              FILE STATUS IS GOBS-SMNT-ERR-STAT.

000402     SELECT GOBSCHGL-FILE     ASSIGN TO "GOBSCHGL"
000404                              ORGANIZATION LINE SEQUENTIAL
000406                              FILE STATUS IS GOBS-SMNT-CHGL-STAT.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  GOBSSCHD-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY "gobsrpt.cpy".

000512 FD  GOBSCHGL-FILE
000514     LABEL RECORDS ARE STANDARD.
000516 COPY "gobsxrec.cpy".

000520 WORKING-STORAGE SECTION.
000530 01  GOBS-SMNT-FILE-STATUSES.
000540     05  GOBS-SMNT-SCHD-STAT     PIC X(02).
000550     05  GOBS-SMNT-TRAN-STAT     PIC X(02).
000560     05  GOBS-SMNT-ERR-STAT      PIC X(02).
000565     05  GOBS-SMNT-CHGL-STAT     PIC X(02).

000570 COPY "gobsmsg.cpy".

001300     88  GOBS-SMNT-TIME-BAD          VALUE "N".
001310 01  GOBS-SMNT-TIME-IN           PIC 9(04).

001311*CHANGE-LOG WORK AREAS.  THE ROW IMAGE IS ONE TABLE ROW LAID OUT
001312*    AS A GOBSSCHD RECORD; ITS FIRST 21 BYTES ARE THE LOG KEY.
001313 01  GOBS-SMNT-TIME-RAW          PIC 9(08).
001314 01  GOBS-SMNT-BEFORE-IMAGE      PIC X(60).
001315 01  GOBS-SMNT-AFTER-IMAGE       PIC X(60).
001316 01  GOBS-SMNT-LOG-FIRST         PIC 9(03) COMP.

001320 01  GOBS-SMNT-GEN-DAY-NO        PIC 9(03).
001330 01  GOBS-SMNT-WANT-ROW-SW       PIC X(01).
001340     88  GOBS-SMNT-WANT-ROW          VALUE "Y".

001341 01  GOBS-SMNT-ROW-IMAGE.
001342     05  GOBS-SMNT-IMG-KEY.
001343         10  GOBS-SMNT-IMG-JOB-NAME  PIC X(08).
001344         10  GOBS-SMNT-IMG-SITE-ID   PIC X(05).
001345         10  GOBS-SMNT-IMG-SCHD-DATE PIC 9(08).
001346     05  GOBS-SMNT-IMG-DUAL-SW       PIC X(01).
001347     05  GOBS-SMNT-IMG-OPEN-TIME     PIC 9(04).
001348     05  GOBS-SMNT-IMG-CLOSE-TIME    PIC 9(04).
001349     05  FILLER                      PIC X(25).

001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001480 0000-GOBACK.
001490     CLOSE GOBSMERR-FILE.
001495     CLOSE GOBSCHGL-FILE.
001500     GOBACK.
001510 0000-EXIT.
001520     EXIT.
001540     ACCEPT GOBS-SMNT-RUN-DATE FROM DATE YYYYMMDD.
001550     INITIALIZE GOBS-SMNT-SCHD-TABLE.
001560     OPEN OUTPUT GOBSMERR-FILE.
001561     ACCEPT GOBS-SMNT-TIME-RAW FROM TIME.
001562     OPEN EXTEND GOBSCHGL-FILE.
001563     IF GOBS-SMNT-CHGL-STAT = "05" OR GOBS-SMNT-CHGL-STAT = "35"
001564         CLOSE GOBSCHGL-FILE
001565         OPEN OUTPUT GOBSCHGL-FILE
001566     END-IF.
001570 1000-EXIT.
001580     EXIT.

002270         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
002280         GO TO 3100-EXIT
002290     END-IF.
002295     MOVE SPACES TO GOBS-SMNT-BEFORE-IMAGE.
002300     EVALUATE TRUE
002310         WHEN MT-ACTION-ADD
002320             PERFORM 3400-APPLY-ADD THRU 3400-EXIT
002410         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
002420     ELSE
002430         ADD 1 TO GOBS-SMNT-APPLIED-COUNT
002435         PERFORM 7000-LOG-ONE-CARD THRU 7000-EXIT
002440     END-IF.
002450 3100-EXIT.
002460     EXIT.
003880         MOVE "ROW NOT ON SCHEDULE" TO GOBS-SMNT-REJECT-REASON
003890         GO TO 3500-EXIT
003900     END-IF.
003903     PERFORM 6500-BUILD-ROW-IMAGE THRU 6500-EXIT.
003906     MOVE GOBS-SMNT-ROW-IMAGE TO GOBS-SMNT-BEFORE-IMAGE.
003910     MOVE MT-DUAL-CONTROL-SW TO GOBS-SMNT-DUAL-SW(GOBS-SMNT-IDX).
003920     MOVE GOBS-SMNT-WORK-OPEN
003930         TO GOBS-SMNT-OPEN-TIME(GOBS-SMNT-IDX).
004010         MOVE "ROW NOT ON SCHEDULE" TO GOBS-SMNT-REJECT-REASON
004020         GO TO 3600-EXIT
004030     END-IF.
004033     PERFORM 6500-BUILD-ROW-IMAGE THRU 6500-EXIT.
004036     MOVE GOBS-SMNT-ROW-IMAGE TO GOBS-SMNT-BEFORE-IMAGE.
004040     MOVE "Y" TO GOBS-SMNT-DEL-SW(GOBS-SMNT-IDX).
004050 3600-EXIT.
004060     EXIT.
007230         REMAINDER GOBS-SMNT-DOW.
007240 6450-EXIT.
007250     EXIT.

007260*---------------------------------------------------------------*
007270*  LOG AN APPLIED CARD.  ADD, CHANGE, AND DELETE LEAVE          *
007280*  GOBS-SMNT-IDX ON THE ROW THEY TOUCHED; A RECUR CARD'S ROWS   *
007290*  ARE THE ONES ADDED PAST GOBS-SMNT-ROWS-AT-START, EACH LOGGED *
007300*  AS ITS OWN ADD UNDER THE R ACTION.                           *
007310*---------------------------------------------------------------*
007320 7000-LOG-ONE-CARD.
007330     IF MT-ACTION-RECUR
007340         IF GOBS-SMNT-ROW-COUNT > GOBS-SMNT-ROWS-AT-START
007350             COMPUTE GOBS-SMNT-LOG-FIRST =
007360                 GOBS-SMNT-ROWS-AT-START + 1
007370             PERFORM 7100-LOG-GEN-ROW THRU 7100-EXIT
007380                 VARYING GOBS-SMNT-IDX FROM GOBS-SMNT-LOG-FIRST
007390                 BY 1 UNTIL GOBS-SMNT-IDX > GOBS-SMNT-ROW-COUNT
007400         END-IF
007410         GO TO 7000-EXIT
007420     END-IF.
007430     PERFORM 6500-BUILD-ROW-IMAGE THRU 6500-EXIT.
007440     IF MT-ACTION-DELETE
007450         MOVE SPACES TO GOBS-SMNT-AFTER-IMAGE
007460     ELSE
007470         MOVE GOBS-SMNT-ROW-IMAGE TO GOBS-SMNT-AFTER-IMAGE
007480     END-IF.
007490     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
007500 7000-EXIT.
007510     EXIT.

007520 7100-LOG-GEN-ROW.
007530     PERFORM 6500-BUILD-ROW-IMAGE THRU 6500-EXIT.
007540     MOVE SPACES TO GOBS-SMNT-BEFORE-IMAGE.
007550     MOVE GOBS-SMNT-ROW-IMAGE TO GOBS-SMNT-AFTER-IMAGE.
007560     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
007570 7100-EXIT.
007580     EXIT.

007590 8000-WRITE-CHANGE-LOG.
007600     MOVE SPACES TO GOBS-CHGL-RECORD.
007610     MOVE "GOBSSCHD" TO CL-FILE-NAME.
007620     MOVE GOBS-SMNT-IMG-KEY TO CL-RECORD-KEY.
007630     MOVE MT-ACTION TO CL-ACTION.
007640     MOVE GOBS-SMNT-RUN-DATE TO CL-RUN-DATE.
007650     MOVE GOBS-SMNT-TIME-RAW(1:6) TO CL-RUN-TIME.
007660     MOVE MT-REQUESTED-BY TO CL-REQUESTED-BY.
007670     MOVE "GOBSSMNT" TO CL-SOURCE-PGM.
007680     MOVE GOBS-SMNT-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
007690     MOVE GOBS-SMNT-AFTER-IMAGE TO CL-AFTER-IMAGE.
007700     WRITE GOBS-CHGL-RECORD.
007710 8000-EXIT.
007720     EXIT.

007730*---------------------------------------------------------------*
007740*  LAY THE TABLE ROW AT GOBS-SMNT-IDX OUT AS A GOBSSCHD RECORD  *
007750*  FOR THE CHANGE LOG.                                          *
007760*---------------------------------------------------------------*
007770 6500-BUILD-ROW-IMAGE.
007780     MOVE SPACES TO GOBS-SMNT-ROW-IMAGE.
007790     MOVE GOBS-SMNT-JOB-NAME(GOBS-SMNT-IDX)
007800         TO GOBS-SMNT-IMG-JOB-NAME.
007810     MOVE GOBS-SMNT-SITE-ID(GOBS-SMNT-IDX)
007820         TO GOBS-SMNT-IMG-SITE-ID.
007830     MOVE GOBS-SMNT-SCHED-DATE(GOBS-SMNT-IDX)
007840         TO GOBS-SMNT-IMG-SCHD-DATE.
007850     MOVE GOBS-SMNT-DUAL-SW(GOBS-SMNT-IDX)
007860         TO GOBS-SMNT-IMG-DUAL-SW.
007870     MOVE GOBS-SMNT-OPEN-TIME(GOBS-SMNT-IDX)
007880         TO GOBS-SMNT-IMG-OPEN-TIME.
007890     MOVE GOBS-SMNT-CLOSE-TIME(GOBS-SMNT-IDX)
007900         TO GOBS-SMNT-IMG-CLOSE-TIME.
007910 6500-EXIT.
007920     EXIT.
