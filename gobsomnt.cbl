000180*  DATE       BY   DESCRIPTION
000190*  ---------- ---- -------------------------------------------
000200*  09/02/2026 JH   ORIGINAL PROGRAM.
000202*  10/15/2026 JH   EVERY APPLIED CARD NOW APPENDS A GOBSCHGL
000204*                  CHANGE-LOG RECORD - OPERATOR ID, ACTION, RUN
000206*                  DATE/TIME, OT-REQUESTED-BY, AND THE MASTER
000208*                  RECORD BEFORE AND AFTER THE CARD.
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000340                              ORGANIZATION LINE SEQUENTIAL
000350                              FILE STATUS IS GOBS-OMNT-ERR-STAT.

000352     SELECT GOBSCHGL-FILE     ASSIGN TO "GOBSCHGL"
000354                              ORGANIZATION LINE SEQUENTIAL
000356                              FILE STATUS IS GOBS-OMNT-CHGL-STAT.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  GOBSOMST-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 COPY "gobsrpt.cpy".

000462 FD  GOBSCHGL-FILE
000464     LABEL RECORDS ARE STANDARD.
000466 COPY "gobsxrec.cpy".

000470 WORKING-STORAGE SECTION.
000480 01  GOBS-OMNT-FILE-STATUSES.
000490     05  GOBS-OMNT-MST-STAT      PIC X(02).
000500     05  GOBS-OMNT-TRAN-STAT     PIC X(02).
000510     05  GOBS-OMNT-ERR-STAT      PIC X(02).
000515     05  GOBS-OMNT-CHGL-STAT     PIC X(02).

000520 01  GOBS-OMNT-EOF-SW            PIC X(01) VALUE "N".
000530     88  GOBS-OMNT-TRAN-EOF          VALUE "Y".
000590 01  GOBS-OMNT-REJECT-REASON     PIC X(30).
000600 01  GOBS-OMNT-COUNT-DISPLAY     PIC Z(04)9.

000601*CHANGE-LOG WORK AREAS.  THE BEFORE IMAGE IS TAKEN RIGHT AFTER
000602*    THE MASTER READ AND STAYS SPACES FOR AN ADD.
000603 01  GOBS-OMNT-RUN-DATE          PIC 9(08).
000604 01  GOBS-OMNT-TIME-RAW          PIC 9(08).
000605 01  GOBS-OMNT-BEFORE-IMAGE      PIC X(60).

000610 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000670     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
000680     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
000690     CLOSE GOBSOMST-FILE.
000695     CLOSE GOBSCHGL-FILE.
000700 0000-GOBACK.
000710     CLOSE GOBSOERR-FILE.
000720     GOBACK.
000890         DISPLAY "GOBSOMNT0001 GOBSOMST OPEN FAILED - STATUS "
000900                 GOBS-OMNT-MST-STAT
000910         MOVE 12 TO RETURN-CODE
000915         GO TO 1000-EXIT
000920     END-IF.
000921     ACCEPT GOBS-OMNT-RUN-DATE FROM DATE YYYYMMDD.
000922     ACCEPT GOBS-OMNT-TIME-RAW FROM TIME.
000923     OPEN EXTEND GOBSCHGL-FILE.
000924     IF GOBS-OMNT-CHGL-STAT = "05" OR GOBS-OMNT-CHGL-STAT = "35"
000925         CLOSE GOBSCHGL-FILE
000926         OPEN OUTPUT GOBSCHGL-FILE
000927     END-IF.
000930 1000-EXIT.
000940     EXIT.

001160         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
001170         GO TO 3100-EXIT
001180     END-IF.
001185     MOVE SPACES TO GOBS-OMNT-BEFORE-IMAGE.
001190     EVALUATE TRUE
001200         WHEN OT-ACTION-ADD
001210             PERFORM 3400-APPLY-ADD THRU 3400-EXIT
001280         PERFORM 3300-REJECT-ONE-TRAN THRU 3300-EXIT
001290     ELSE
001300         ADD 1 TO GOBS-OMNT-APPLIED-COUNT
001305         PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT
001310     END-IF.
001320 3100-EXIT.
001330     EXIT.
002120             TO GOBS-OMNT-REJECT-REASON
002130         GO TO 3500-EXIT
002140     END-IF.
002145     MOVE GOBS-OPER-RECORD TO GOBS-OMNT-BEFORE-IMAGE.
002150     IF OT-ACTION-REVOKE
002160         SET OM-STATUS-REVOKED TO TRUE
002170     ELSE
002350             TO GOBS-OMNT-REJECT-REASON
002360         GO TO 3600-EXIT
002370     END-IF.
002375     MOVE GOBS-OPER-RECORD TO GOBS-OMNT-BEFORE-IMAGE.
002380     MOVE OT-AUTH-LEVEL TO OM-AUTH-LEVEL.
002390     MOVE OT-SITE-LIST TO OM-SITE-LIST.
002400     REWRITE GOBS-OPER-RECORD.
002640     WRITE GOBS-RPT-LINE.
002650 5000-EXIT.
002660     EXIT.

002670*---------------------------------------------------------------*
002680*  APPEND THE CHANGE-LOG RECORD FOR AN APPLIED CARD.  THE       *
002690*  MASTER RECORD AREA STILL HOLDS WHAT WAS JUST WRITTEN OR      *
002700*  REWRITTEN, SO IT IS THE AFTER IMAGE.                         *
002710*---------------------------------------------------------------*
002720 8000-WRITE-CHANGE-LOG.
002730     MOVE SPACES TO GOBS-CHGL-RECORD.
002740     MOVE "GOBSOMST" TO CL-FILE-NAME.
002750     MOVE OT-OPER-ID TO CL-RECORD-KEY.
002760     MOVE OT-ACTION TO CL-ACTION.
002770     MOVE GOBS-OMNT-RUN-DATE TO CL-RUN-DATE.
002780     MOVE GOBS-OMNT-TIME-RAW(1:6) TO CL-RUN-TIME.
002790     MOVE OT-REQUESTED-BY TO CL-REQUESTED-BY.
002800     MOVE "GOBSOMNT" TO CL-SOURCE-PGM.
002810     MOVE GOBS-OMNT-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
002820     MOVE GOBS-OPER-RECORD TO CL-AFTER-IMAGE.
002830     WRITE GOBS-CHGL-RECORD.
002840 8000-EXIT.
002850     EXIT.
