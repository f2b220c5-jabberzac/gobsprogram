000400*                  HAVE SOMETHING TO KEY ON, AND A SECOND RUN
000410*                  ON THE SAME NIGHT DOES NOT DOUBLE-LOAD THE
000420*                  CARDS ALREADY ON THE HOLDING FILE.
000421*  10/15/2026 JH   EVERY RECYCLED CARD NOW APPENDS AN F FOLLOW-UP
000422*                  TO THE SITE'S GOBSSACK ACKNOWLEDGMENT FILE
000423*                  UNDER THE SUBMITTER KEY CARRIED ON ITS REJECT,
000424*                  SO THE DEPARTMENT THAT SENT THE CARD CAN CLOSE
000425*                  IT OUT.  THE HOLDING FILE CARRIES THE KEY
000426*                  FORWARD.
000427*  10/15/2026 JH   EACH RECYCLE CARD CARRIES ITS ORIGINAL
000428*                  SUBMITTER KEY SO GOBS ACKNOWLEDGES ITS RESULT
000429*                  TO THE DEPARTMENT, NOT TO GOBSEREP.
000430*--------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000760                              RECORD KEY IS AM-KEY
000770                              FILE STATUS IS GOBS-EREP-MST-STAT.

000772     SELECT GOBSSACK-FILE
000774                          ASSIGN TO DYNAMIC GOBS-EREP-ACK-FN
000776                              ORGANIZATION LINE SEQUENTIAL
000778                              FILE STATUS IS GOBS-EREP-ACK-STAT.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  GOBSERR-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY "gobserec.cpy".

000830*THE HOLDING FILE CARRIES THE SAME 104-BYTE SHAPE AS A GOBSERR
000840*    REJECT RECORD; IT IS READ INTO AND WRITTEN FROM THE
000850*    GOBSERR RECORD AREA SO THE ER- FIELD NAMES APPLY.
000860 FD  GOBSEHLD-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  GOBS-EHLD-RECORD            PIC X(104).

000890 FD  GOBSFIX-FILE
000900     LABEL RECORDS ARE STANDARD.
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "gobsmrec.cpy".

001082 FD  GOBSSACK-FILE
001084     LABEL RECORDS ARE STANDARD.
001086 COPY "gobskrec.cpy".

001090 WORKING-STORAGE SECTION.
001100 01  GOBS-EREP-FILE-STATUSES.
001110     05  GOBS-EREP-ERR-STAT      PIC X(02).
001160     05  GOBS-EREP-LST-STAT      PIC X(02).
001170     05  GOBS-EREP-AGE-STAT      PIC X(02).
001180     05  GOBS-EREP-MST-STAT      PIC X(02).
001185     05  GOBS-EREP-ACK-STAT      PIC X(02).

001190 01  GOBS-EREP-SITE-ID           PIC X(05).
001200 01  GOBS-EREP-RUN-DATE          PIC 9(08).
001250 01  GOBS-EREP-RCY-FN            PIC X(14).
001260 01  GOBS-EREP-LST-FN            PIC X(14).
001270 01  GOBS-EREP-AGE-FN            PIC X(14).
001275 01  GOBS-EREP-ACK-FN            PIC X(14).

001280 01  GOBS-EREP-AGE-DAYS          PIC 9(03) VALUE 5.

001420         10  GOBS-EREP-ERR-DATE      PIC 9(08).
001430         10  GOBS-EREP-REP-SW        PIC X(01).
001440             88  GOBS-EREP-REPAIRED      VALUE "Y".
001445         10  GOBS-EREP-ERR-KEY       PIC X(16).

001450 77  GOBS-EREP-ERR-COUNT         PIC 9(05) COMP VALUE 0.
001460 77  GOBS-EREP-HLD-COUNT         PIC 9(05) COMP VALUE 0.
001500 77  GOBS-EREP-FIXREJ-COUNT      PIC 9(05) COMP VALUE 0.
001510 77  GOBS-EREP-LEFT-COUNT        PIC 9(05) COMP VALUE 0.
001520 77  GOBS-EREP-AGED-COUNT        PIC 9(05) COMP VALUE 0.
001525 77  GOBS-EREP-ACK-COUNT         PIC 9(05) COMP VALUE 0.
001530 01  GOBS-EREP-RCY-AMOUNT        PIC 9(11)V99 VALUE 0.

001540 01  GOBS-EREP-OVERFLOW-SW       PIC X(01) VALUE "N".
002560     STRING "GOBSEAGE." DELIMITED BY SIZE
002570            GOBS-EREP-SITE-ID DELIMITED BY SPACE
002580         INTO GOBS-EREP-AGE-FN.
002582     MOVE SPACES TO GOBS-EREP-ACK-FN.
002584     STRING "GOBSSACK." DELIMITED BY SIZE
002586            GOBS-EREP-SITE-ID DELIMITED BY SPACE
002588         INTO GOBS-EREP-ACK-FN.
002590     OPEN OUTPUT GOBSLIST-FILE.
002600     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002610     MOVE GOBS-EREP-RUN-DATE TO GOBS-EREP-CNV-DATE-N.
003330     MOVE ER-REASON TO GOBS-EREP-ERR-REASON(GOBS-EREP-IDX).
003340     MOVE ER-REJECT-DATE TO GOBS-EREP-ERR-DATE(GOBS-EREP-IDX).
003350     MOVE "N" TO GOBS-EREP-REP-SW(GOBS-EREP-IDX).
003355     MOVE ER-SUBMIT-KEY TO GOBS-EREP-ERR-KEY(GOBS-EREP-IDX).
003360 2050-EXIT.
003370     EXIT.

003560             TO GOBS-EREP-ERR-REASON(GOBS-EREP-IDX)
003570         MOVE ER-REJECT-DATE
003580             TO GOBS-EREP-ERR-DATE(GOBS-EREP-IDX)
003583         MOVE ER-SUBMIT-KEY
003586             TO GOBS-EREP-ERR-KEY(GOBS-EREP-IDX)
003590         MOVE "N" TO GOBS-EREP-REP-SW(GOBS-EREP-IDX)
003600     ELSE
003610         SET GOBS-EREP-LOAD-OVERFLOW TO TRUE
004870*---------------------------------------------------------------*
004880*  THE REPAIRED CARDS BECOME THE RECYCLE DECK FOR THE NEXT      *
004890*  WINDOW, WRAPPED IN THE BATCH HEADER AND TRAILER GOBS         *
004900*  DEMANDS, WITH GOBSEREP AS THE SUBMITTER.  EACH CARD CARRIES  *
004903*  THE SUBMITTER KEY FROM ITS REJECT IN ITS UNUSED TAIL, SO     *
004906*  GOBS ACKNOWLEDGES ITS RESULT TO THE DEPARTMENT THAT SENT IT. *
004910*---------------------------------------------------------------*
004920 4000-WRITE-RECYCLE-DECK.
004930     OPEN OUTPUT GOBSRCYC-FILE.
004931     OPEN EXTEND GOBSSACK-FILE.
004932     IF GOBS-EREP-ACK-STAT = "05" OR GOBS-EREP-ACK-STAT = "35"
004933         CLOSE GOBSSACK-FILE
004934         OPEN OUTPUT GOBSSACK-FILE
004935     END-IF.
004940     MOVE SPACES TO GOBS-WORK-BATCH-HDR.
004950     MOVE "*BATCHHDR*" TO BH-BATCH-LABEL.
004960     MOVE "GOBSEREP" TO BH-SUBMITTER-ID.
005080     MOVE GOBS-EREP-RCY-AMOUNT TO BT-HASH-AMOUNT.
005090     WRITE GOBS-WORK-BATCH-TRL.
005100     CLOSE GOBSRCYC-FILE.
005105     CLOSE GOBSSACK-FILE.
005110 4000-EXIT.
005120     EXIT.

005150         MOVE GOBS-EREP-ERR-CARD(GOBS-EREP-IDX)
005160             TO GOBS-EREP-CARD
005170         ADD GOBS-EREP-TRAN-AMOUNT TO GOBS-EREP-RCY-AMOUNT
005175         MOVE GOBS-EREP-CARD TO GOBS-WORK-RECORD
005178         MOVE GOBS-EREP-ERR-KEY(GOBS-EREP-IDX) TO WR-SUBMIT-KEY
005180         WRITE GOBS-WORK-RECORD
005185         PERFORM 4150-ACK-ONE-RECYCLE THRU 4150-EXIT
005190     END-IF.
005200 4100-EXIT.
005210     EXIT.
005420         MOVE GOBS-EREP-ERR-REASON(GOBS-EREP-IDX) TO ER-REASON
005430         MOVE GOBS-EREP-ERR-DATE(GOBS-EREP-IDX)
005440             TO ER-REJECT-DATE
005445         MOVE GOBS-EREP-ERR-KEY(GOBS-EREP-IDX) TO ER-SUBMIT-KEY
005450         WRITE GOBS-EHLD-RECORD FROM GOBS-ERR-RECORD
005460     END-IF.
005470 4600-EXIT.
006350            GOBS-EREP-COUNT-DISPLAY DELIMITED BY SIZE
006360         INTO GOBS-RPT-LINE.
006370     WRITE GOBS-RPT-LINE.
006371     MOVE GOBS-EREP-ACK-COUNT TO GOBS-EREP-COUNT-DISPLAY.
006372     MOVE SPACES TO GOBS-RPT-LINE.
006373     STRING "FOLLOW-UP ACKS:  " DELIMITED BY SIZE
006374            GOBS-EREP-COUNT-DISPLAY DELIMITED BY SIZE
006375         INTO GOBS-RPT-LINE.
006376     WRITE GOBS-RPT-LINE.
006380 5000-EXIT.
006390     EXIT.

007660         + GOBS-EREP-CNV-DAY.
007670 8000-EXIT.
007680     EXIT.

007690*---------------------------------------------------------------*
007700*  TELL THE SUBMITTER OF THE ORIGINAL DECK THAT ITS CARD WAS     *
007710*  REPAIRED AND GOES OUT ON THE NEXT WINDOW'S RECYCLE DECK - AN  *
007720*  F FOLLOW-UP UNDER THE ORIGINAL KEY, WITH THE CORRECTED CARD,  *
007730*  THE ORIGINAL REASON, AND THE ORIGINAL REJECT DATE.  A REJECT  *
007740*  FROM BEFORE THE KEY WAS CARRIED HAS NOBODY TO GO BACK TO.     *
007750*---------------------------------------------------------------*
007760 4150-ACK-ONE-RECYCLE.
007770     MOVE SPACES TO GOBS-SACK-RECORD.
007780     MOVE GOBS-EREP-ERR-KEY(GOBS-EREP-IDX) TO SK-ACK-KEY.
007790     IF SK-SUBMITTER-ID = SPACES
007800         GO TO 4150-EXIT
007810     END-IF.
007820     MOVE GOBS-EREP-SITE-ID TO SK-SITE-ID.
007830     MOVE GOBS-EREP-RUN-DATE TO SK-RUN-DATE.
007840     SET SK-FOLLOW-UP TO TRUE.
007850     MOVE GOBS-EREP-CARD TO SK-CARD-DATA.
007860     SET SK-RESULT-RECYCLED TO TRUE.
007870     MOVE GOBS-EREP-ERR-REASON(GOBS-EREP-IDX) TO SK-REASON.
007880     MOVE 0 TO SK-RELEASE-DATE.
007890     IF GOBS-EREP-ERR-DATE(GOBS-EREP-IDX) NUMERIC
007900         MOVE GOBS-EREP-ERR-DATE(GOBS-EREP-IDX) TO SK-REJECT-DATE
007910     ELSE
007920         MOVE 0 TO SK-REJECT-DATE
007930     END-IF.
007940     WRITE GOBS-SACK-RECORD.
007950     ADD 1 TO GOBS-EREP-ACK-COUNT.
007960 4150-EXIT.
007970     EXIT.
