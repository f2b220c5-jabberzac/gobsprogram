000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GOBSCHGR.
000030 AUTHOR.      J HALVORSEN.
000040 INSTALLATION. DATA CENTER BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  GOBSCHGR PRINTS THE MASTER-FILE CHANGE HISTORY FROM THE      *
000090*  GOBSCHGL CHANGE LOG THAT GOBSAMNT, GOBSOMNT, AND GOBSSMNT    *
000100*  APPEND TO.  EACH CHANGE PRINTS WITH ITS RUN DATE AND TIME,   *
000110*  FILE, ACTION, KEY, REQUESTER, AND THE MASTER RECORD BEFORE   *
000120*  AND AFTER THE CARD, IN THE ORDER THE CHANGES WERE MADE, SO   *
000130*  AN AUDITOR CAN FOLLOW ANY RECORD BACK THROUGH ITS HISTORY.   *
000140*                                                                *
000150*  THE GOBSXPRM CARD SELECTS BY FILE, KEY, AND DATE RANGE.      *
000160*  BLANK FILE OR KEY MEANS ALL.  A KEY IS MATCHED ON THE BYTES  *
000170*  GIVEN, SO A JOB NAME ALONE SELECTS EVERY GOBSSCHD ROW FOR    *
000180*  THAT JOB.  A ZERO FROM-DATE MEANS FROM THE START OF THE LOG; *
000190*  A ZERO TO-DATE MEANS THE SINGLE FROM-DATE, OR THE WHOLE LOG  *
000200*  WHEN THE FROM-DATE IS ZERO TOO.  NO CARD SELECTS EVERYTHING. *
000210*--------------------------------------------------------------*
000220*  MODIFICATION HISTORY
000230*  ---------- ---- -------------------------------------------
000240*  DATE       BY   DESCRIPTION
000250*  ---------- ---- -------------------------------------------
000260*  10/15/2026 JH   ORIGINAL PROGRAM.
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GOBSXPRM-FILE     ASSIGN TO "GOBSXPRM"
000320                              ORGANIZATION LINE SEQUENTIAL
000330                              FILE STATUS IS GOBS-CHGR-PRM-STAT.

000340     SELECT GOBSCHGL-FILE     ASSIGN TO "GOBSCHGL"
000350                              ORGANIZATION LINE SEQUENTIAL
000360                              FILE STATUS IS GOBS-CHGR-LOG-STAT.

000370     SELECT GOBSCHGP-FILE     ASSIGN TO "GOBSCHGP"
000380                              ORGANIZATION LINE SEQUENTIAL
000390                              FILE STATUS IS GOBS-CHGR-RPT-STAT.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GOBSXPRM-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  GOBS-CHGR-PARM-RECORD.
000450     05  XP-FILE-NAME            PIC X(08).
000460     05  XP-RECORD-KEY           PIC X(21).
000470     05  XP-FROM-DATE            PIC 9(08).
000480     05  XP-TO-DATE              PIC 9(08).
000490     05  FILLER                  PIC X(35).

000500 FD  GOBSCHGL-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY "gobsxrec.cpy".

000530 FD  GOBSCHGP-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY "gobsrpt.cpy".

000560 WORKING-STORAGE SECTION.
000570 01  GOBS-CHGR-FILE-STATUSES.
000580     05  GOBS-CHGR-PRM-STAT      PIC X(02).
000590     05  GOBS-CHGR-LOG-STAT      PIC X(02).
000600     05  GOBS-CHGR-RPT-STAT      PIC X(02).

000610 01  GOBS-CHGR-RUN-DATE          PIC 9(08).

000620*SELECTION FROM THE GOBSXPRM CARD.  GOBS-CHGR-KEY-LEN IS THE
000630*    LENGTH OF THE KEY GIVEN, TRAILING BLANKS DROPPED - ZERO
000640*    WHEN NO KEY WAS GIVEN.
000650 01  GOBS-CHGR-FILE-NAME         PIC X(08) VALUE SPACES.
000660 01  GOBS-CHGR-RECORD-KEY        PIC X(21) VALUE SPACES.
000670 01  GOBS-CHGR-FROM-DATE         PIC 9(08) VALUE 0.
000680 01  GOBS-CHGR-TO-DATE           PIC 9(08) VALUE 99999999.
000690 77  GOBS-CHGR-KEY-LEN           PIC 9(02) COMP VALUE 0.

000700 01  GOBS-CHGR-EOF-SW            PIC X(01) VALUE "N".
000710     88  GOBS-CHGR-LOG-EOF           VALUE "Y".

000720 77  GOBS-CHGR-READ-COUNT        PIC 9(07) COMP VALUE 0.
000730 77  GOBS-CHGR-MATCH-COUNT       PIC 9(07) COMP VALUE 0.
000740 01  GOBS-CHGR-COUNT-DISPLAY     PIC Z(06)9.

000750 01  GOBS-CHGR-REQUESTER         PIC X(08).

000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000790     PERFORM 2000-READ-CHANGE-LOG THRU 2000-EXIT.
000800     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
000810     CLOSE GOBSCHGP-FILE.
000820     GOBACK.
000830 0000-EXIT.
000840     EXIT.

000850*---------------------------------------------------------------*
000860*  READ THE SELECTION CARD AND PRINT THE REPORT HEADING.        *
000870*---------------------------------------------------------------*
000880 1000-INITIALIZE.
000890     ACCEPT GOBS-CHGR-RUN-DATE FROM DATE YYYYMMDD.
000900     PERFORM 1100-READ-PARM THRU 1100-EXIT.
000910     OPEN OUTPUT GOBSCHGP-FILE.
000920     MOVE SPACES TO GOBS-RPT-LINE.
000930     STRING "GOBSCHGR MASTER-FILE CHANGE HISTORY     RUN DATE "
000940                DELIMITED BY SIZE
000950            GOBS-CHGR-RUN-DATE DELIMITED BY SIZE
000960         INTO GOBS-RPT-LINE.
000970     WRITE GOBS-RPT-LINE.
000980     MOVE SPACES TO GOBS-RPT-LINE.
000990     IF GOBS-CHGR-FILE-NAME = SPACES
001000         MOVE "FILE: ALL" TO GOBS-RPT-LINE
001010     ELSE
001020         STRING "FILE: " DELIMITED BY SIZE
001030                GOBS-CHGR-FILE-NAME DELIMITED BY SIZE
001040             INTO GOBS-RPT-LINE
001050     END-IF.
001060     WRITE GOBS-RPT-LINE.
001070     MOVE SPACES TO GOBS-RPT-LINE.
001080     IF GOBS-CHGR-KEY-LEN = 0
001090         MOVE "KEY:  ALL" TO GOBS-RPT-LINE
001100     ELSE
001110         STRING "KEY:  " DELIMITED BY SIZE
001120                GOBS-CHGR-RECORD-KEY DELIMITED BY SIZE
001130             INTO GOBS-RPT-LINE
001140     END-IF.
001150     WRITE GOBS-RPT-LINE.
001160     MOVE SPACES TO GOBS-RPT-LINE.
001170     STRING "DATES: " DELIMITED BY SIZE
001180            GOBS-CHGR-FROM-DATE DELIMITED BY SIZE
001190            " THRU " DELIMITED BY SIZE
001200            GOBS-CHGR-TO-DATE DELIMITED BY SIZE
001210         INTO GOBS-RPT-LINE.
001220     WRITE GOBS-RPT-LINE.
001230     MOVE SPACES TO GOBS-RPT-LINE.
001240     WRITE GOBS-RPT-LINE.
001250     MOVE SPACES TO GOBS-RPT-LINE.
001260     STRING "DATE     TIME   FILE     A KEY" DELIMITED BY SIZE
001270            "                   REQUESTER  PROGRAM"
001280                DELIMITED BY SIZE
001290         INTO GOBS-RPT-LINE.
001300     WRITE GOBS-RPT-LINE.
001310 1000-EXIT.
001320     EXIT.

001330*---------------------------------------------------------------*
001340*  THE SELECTION CARD IS OPTIONAL - NO CARD, OR AN EMPTY ONE,   *
001350*  LISTS THE WHOLE LOG.                                         *
001360*---------------------------------------------------------------*
001370 1100-READ-PARM.
001380     OPEN INPUT GOBSXPRM-FILE.
001390     IF GOBS-CHGR-PRM-STAT NOT = "00"
001400         GO TO 1100-EXIT
001410     END-IF.
001420     READ GOBSXPRM-FILE
001430         AT END
001440             CLOSE GOBSXPRM-FILE
001450             GO TO 1100-EXIT
001460     END-READ.
001470     CLOSE GOBSXPRM-FILE.
001480     MOVE XP-FILE-NAME TO GOBS-CHGR-FILE-NAME.
001490     MOVE XP-RECORD-KEY TO GOBS-CHGR-RECORD-KEY.
001500     MOVE 21 TO GOBS-CHGR-KEY-LEN.
001510     PERFORM 1150-TRIM-KEY THRU 1150-EXIT
001520         UNTIL GOBS-CHGR-KEY-LEN = 0
001530            OR GOBS-CHGR-RECORD-KEY(GOBS-CHGR-KEY-LEN:1)
001540               NOT = SPACE.
001550     IF XP-FROM-DATE NUMERIC AND XP-FROM-DATE NOT = ZEROES
001560         MOVE XP-FROM-DATE TO GOBS-CHGR-FROM-DATE
001570         MOVE XP-FROM-DATE TO GOBS-CHGR-TO-DATE
001580     END-IF.
001590     IF XP-TO-DATE NUMERIC AND XP-TO-DATE NOT = ZEROES
001600         MOVE XP-TO-DATE TO GOBS-CHGR-TO-DATE
001610     END-IF.
001620 1100-EXIT.
001630     EXIT.

001640 1150-TRIM-KEY.
001650     SUBTRACT 1 FROM GOBS-CHGR-KEY-LEN.
001660 1150-EXIT.
001670     EXIT.

001680*---------------------------------------------------------------*
001690*  THE LOG IS IN THE ORDER THE CHANGES WERE MADE; READ IT ALL   *
001700*  AND PRINT WHAT THE CARD SELECTS.                             *
001710*---------------------------------------------------------------*
001720 2000-READ-CHANGE-LOG.
001730     OPEN INPUT GOBSCHGL-FILE.
001740     IF GOBS-CHGR-LOG-STAT NOT = "00"
001750         DISPLAY "GOBSCHGR0001 GOBSCHGL OPEN FAILED - STATUS "
001760                 GOBS-CHGR-LOG-STAT
001770         MOVE "NO GOBSCHGL CHANGE LOG ON FILE" TO GOBS-RPT-LINE
001780         WRITE GOBS-RPT-LINE
001790         MOVE 12 TO RETURN-CODE
001800         GO TO 2000-EXIT
001810     END-IF.
001820     PERFORM 2100-READ-ONE-CHANGE THRU 2100-EXIT
001830         UNTIL GOBS-CHGR-LOG-EOF.
001840     CLOSE GOBSCHGL-FILE.
001850 2000-EXIT.
001860     EXIT.

001870 2100-READ-ONE-CHANGE.
001880     READ GOBSCHGL-FILE
001890         AT END
001900             SET GOBS-CHGR-LOG-EOF TO TRUE
001910             GO TO 2100-EXIT
001920     END-READ.
001930     ADD 1 TO GOBS-CHGR-READ-COUNT.
001940     IF CL-RUN-DATE < GOBS-CHGR-FROM-DATE
001950        OR CL-RUN-DATE > GOBS-CHGR-TO-DATE
001960         GO TO 2100-EXIT
001970     END-IF.
001980     IF GOBS-CHGR-FILE-NAME NOT = SPACES
001990        AND CL-FILE-NAME NOT = GOBS-CHGR-FILE-NAME
002000         GO TO 2100-EXIT
002010     END-IF.
002020     IF GOBS-CHGR-KEY-LEN > 0
002030         IF CL-RECORD-KEY(1:GOBS-CHGR-KEY-LEN)
002040            NOT = GOBS-CHGR-RECORD-KEY(1:GOBS-CHGR-KEY-LEN)
002050             GO TO 2100-EXIT
002060         END-IF
002070     END-IF.
002080     ADD 1 TO GOBS-CHGR-MATCH-COUNT.
002090     PERFORM 3000-PRINT-ONE-CHANGE THRU 3000-EXIT.
002100 2100-EXIT.
002110     EXIT.

002120*---------------------------------------------------------------*
002130*  ONE CHANGE PRINTS AS A HEADER LINE AND THE TWO RECORD        *
002140*  IMAGES.  AN IMAGE THAT IS ALL SPACES (BEFORE AN ADD, AFTER   *
002150*  A DELETE) PRINTS AS "NONE".                                  *
002160*---------------------------------------------------------------*
002170 3000-PRINT-ONE-CHANGE.
002180     IF CL-REQUESTED-BY = SPACES
002190         MOVE "NOT GIVN" TO GOBS-CHGR-REQUESTER
002200     ELSE
002210         MOVE CL-REQUESTED-BY TO GOBS-CHGR-REQUESTER
002220     END-IF.
002230     MOVE SPACES TO GOBS-RPT-LINE.
002240     STRING CL-RUN-DATE DELIMITED BY SIZE
002250            " " DELIMITED BY SIZE
002260            CL-RUN-TIME DELIMITED BY SIZE
002270            " " DELIMITED BY SIZE
002280            CL-FILE-NAME DELIMITED BY SIZE
002290            " " DELIMITED BY SIZE
002300            CL-ACTION DELIMITED BY SIZE
002310            " " DELIMITED BY SIZE
002320            CL-RECORD-KEY DELIMITED BY SIZE
002330            " " DELIMITED BY SIZE
002340            GOBS-CHGR-REQUESTER DELIMITED BY SIZE
002350            "   " DELIMITED BY SIZE
002360            CL-SOURCE-PGM DELIMITED BY SIZE
002370         INTO GOBS-RPT-LINE.
002380     WRITE GOBS-RPT-LINE.
002390     MOVE SPACES TO GOBS-RPT-LINE.
002400     IF CL-BEFORE-IMAGE = SPACES
002410         MOVE "    BEFORE: NONE" TO GOBS-RPT-LINE
002420     ELSE
002430         STRING "    BEFORE: " DELIMITED BY SIZE
002440                CL-BEFORE-IMAGE DELIMITED BY SIZE
002450             INTO GOBS-RPT-LINE
002460     END-IF.
002470     WRITE GOBS-RPT-LINE.
002480     MOVE SPACES TO GOBS-RPT-LINE.
002490     IF CL-AFTER-IMAGE = SPACES
002500         MOVE "    AFTER:  NONE" TO GOBS-RPT-LINE
002510     ELSE
002520         STRING "    AFTER:  " DELIMITED BY SIZE
002530                CL-AFTER-IMAGE DELIMITED BY SIZE
002540             INTO GOBS-RPT-LINE
002550     END-IF.
002560     WRITE GOBS-RPT-LINE.
002570 3000-EXIT.
002580     EXIT.

002590 4000-WRITE-TRAILER.
002600     MOVE SPACES TO GOBS-RPT-LINE.
002610     WRITE GOBS-RPT-LINE.
002620     MOVE GOBS-CHGR-READ-COUNT TO GOBS-CHGR-COUNT-DISPLAY.
002630     MOVE SPACES TO GOBS-RPT-LINE.
002640     STRING "LOG RECORDS READ:  " DELIMITED BY SIZE
002650            GOBS-CHGR-COUNT-DISPLAY DELIMITED BY SIZE
002660         INTO GOBS-RPT-LINE.
002670     WRITE GOBS-RPT-LINE.
002680     MOVE GOBS-CHGR-MATCH-COUNT TO GOBS-CHGR-COUNT-DISPLAY.
002690     MOVE SPACES TO GOBS-RPT-LINE.
002700     STRING "CHANGES LISTED:    " DELIMITED BY SIZE
002710            GOBS-CHGR-COUNT-DISPLAY DELIMITED BY SIZE
002720         INTO GOBS-RPT-LINE.
002730     WRITE GOBS-RPT-LINE.
002740 4000-EXIT.
002750     EXIT.
