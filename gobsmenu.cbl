000620*                  SCHEDULER CAN RELEASE EACH SITE'S STREAM THE
000630*                  MOMENT ITS OWN GATE CONFIRMS INSTEAD OF
000640*                  HOLDING EVERYTHING ON THE ONE OVERALL CODE.
000641*  10/15/2026 JH   AT THE END OF THE WINDOW EVERY GOBSSTEP RECORD
000642*                  IS APPENDED TO THE GOBSSTPH WINDOW HISTORY WITH
000643*                  THE GATE'S OPEN AND CLOSE TIMES, AND THE WINDOW
000644*                  TRAILER NOW CARRIES THE WINDOW START TIME, SO
000645*                  GOBSSLA CAN REPORT GATE FINISH TIMES BY MONTH.
000646*  10/15/2026 JH   RE-DRIVE MODE (GOBSMODE=REDRIVE) CALLS ONLY
000647*                  THE GATES NOT CONFIRMED ON TONIGHT'S GOBSSTEP,
000648*                  UPDATES THEIR RECORDS AND THE TRAILER IN PLACE,
000649*                  AND LOGS EACH ONE TO GOBSRDRV.
000650*--------------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000790                              ORGANIZATION LINE SEQUENTIAL
000800                              FILE STATUS IS GOBS-MENU-STEP-STAT.

000802     SELECT GOBSSTPH-FILE     ASSIGN TO "GOBSSTPH"
000804                              ORGANIZATION LINE SEQUENTIAL
000806                              FILE STATUS IS GOBS-MENU-STPH-STAT.

000807     SELECT GOBSRDRV-FILE     ASSIGN TO "GOBSRDRV"
000808                              ORGANIZATION LINE SEQUENTIAL
000809                              FILE STATUS IS GOBS-MENU-RDRV-STAT.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  GOBSSCHD-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY "gobsstep.cpy".

000942 FD  GOBSSTPH-FILE
000944     LABEL RECORDS ARE STANDARD.
000946 COPY "gobsvrec.cpy".

000947 FD  GOBSRDRV-FILE
000948     LABEL RECORDS ARE STANDARD.
000949 COPY "gobsgrec.cpy".

000950 WORKING-STORAGE SECTION.
000960 01  GOBS-MENU-SCHD-STAT         PIC X(02).
000970 01  GOBS-MENU-CAL-STAT          PIC X(02).
000980 01  GOBS-MENU-ALRT-STAT         PIC X(02).
000990 01  GOBS-MENU-STEP-STAT         PIC X(02).
000995 01  GOBS-MENU-STPH-STAT         PIC X(02).
000997 01  GOBS-MENU-RDRV-STAT         PIC X(02).

001000 01  GOBS-MENU-TIME-RAW          PIC 9(08).
001010 01  GOBS-MENU-ALERT-TEXT        PIC X(60).
001100 01  GOBS-MENU-HOLIDAY-NAME      PIC X(25).

001110 01  GOBS-MENU-RUN-DATE          PIC 9(08).
001111 01  GOBS-MENU-START-TIME        PIC 9(06).
001112 01  GOBS-MENU-CAPTURE-TIME      PIC 9(06).

001113 01  GOBS-MENU-STEP-EOF-SW       PIC X(01) VALUE "N".
001114     88  GOBS-MENU-STEP-EOF          VALUE "Y".

001115 01  GOBS-MENU-FOUND-SW          PIC X(01) VALUE "N".
001116     88  GOBS-MENU-FOUND             VALUE "Y".

001120 01  GOBS-MENU-SCHD-EOF-SW       PIC X(01) VALUE "N".
001130     88  GOBS-MENU-SCHD-EOF          VALUE "Y".

001132 01  GOBS-MENU-MODE              PIC X(08) VALUE SPACES.
001134     88  GOBS-MENU-REDRIVE           VALUE "REDRIVE".
001136 01  GOBS-MENU-TERMINAL-ID       PIC X(08).
001138 01  GOBS-MENU-WINDOW-STEPS      PIC 9(03) COMP VALUE 0.

001140*ONE ENTRY PER GATED STEP, LOADED FROM TODAY'S GOBSSCHD ROWS
001150*    IN SCHEDULE ORDER AT START-UP.
001160 01  GOBS-MENU-STEP-TABLE.
001200         10  GOBS-MENU-STEP-SITE PIC X(05).
001210         10  GOBS-MENU-STEP-CLOSE
001220                                 PIC 9(04).
001223         10  GOBS-MENU-STEP-OPEN
001226                                 PIC 9(04).
001230 77  GOBS-MENU-STEP-COUNT        PIC 9(03) COMP VALUE 0.

001231*TONIGHT'S GOBSSTEP DETAIL RECORDS, LOADED FOR A RE-DRIVE.
001232 01  GOBS-MENU-STAT-TABLE.
001233     05  GOBS-MENU-STAT-REC      OCCURS 200 TIMES
001234                                  INDEXED BY GOBS-MENU-STAT-IDX
001235                                 PIC X(45).
001236 77  GOBS-MENU-STAT-COUNT        PIC 9(03) COMP VALUE 0.
001237 01  GOBS-MENU-TRL-SEEN-SW       PIC X(01) VALUE "N".
001238     88  GOBS-MENU-TRL-SEEN          VALUE "Y".

001240*LATE-GATE CHECK WORK AREAS - CLOCK AND CLOSE TIME IN MINUTES
001250*    SINCE MIDNIGHT SO "MORE THAN AN HOUR LATE" DOES NOT
001260*    STUMBLE OVER HHMM ARITHMETIC.
001400 01  GOBS-MENU-HELD-DISP         PIC Z(02)9.
001410 01  GOBS-MENU-DFLT-DISP         PIC Z(02)9.
001420 01  GOBS-MENU-ABND-DISP         PIC Z(02)9.
001423 01  GOBS-MENU-RDRV-DISP         PIC Z(02)9.
001426 01  GOBS-MENU-RDCF-DISP         PIC Z(02)9.
001430 01  GOBS-MENU-SUMMARY-LINE      PIC X(80).

001431 01  GOBS-MENU-REDRIVE-COUNTERS.
001432     05  GOBS-MENU-REDRIVE-DUE   PIC 9(03) COMP VALUE 0.
001433     05  GOBS-MENU-REDRIVEN      PIC 9(03) COMP VALUE 0.
001434     05  GOBS-MENU-REDRIVE-CONF  PIC 9(03) COMP VALUE 0.
001435 01  GOBS-MENU-OLD-RC            PIC 9(02).
001436 01  GOBS-MENU-OLD-DISP          PIC X(01).
001437 01  GOBS-MENU-NEW-RC            PIC 9(02).
001438 01  GOBS-MENU-NEW-DISP          PIC X(01).

001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001451     MOVE SPACES TO GOBS-MENU-MODE.
001452     ACCEPT GOBS-MENU-MODE FROM ENVIRONMENT "GOBSMODE".
001453     IF GOBS-MENU-REDRIVE
001454         PERFORM 4000-REDRIVE-WINDOW THRU 4000-EXIT
001455         GOBACK
001456     END-IF.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     OPEN OUTPUT GOBSSTEP-FILE.
001480     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT.
001600     END-IF.
001610     PERFORM 2700-WRITE-WINDOW-TRAILER THRU 2700-EXIT.
001620     CLOSE GOBSSTEP-FILE.
001625     PERFORM 2800-CAPTURE-WINDOW-HISTORY THRU 2800-EXIT.
001630     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001640     GOBACK.
001650 0000-EXIT.
001690*  ORDER THEY APPEAR ON THE SCHEDULE FILE.                      *
001700*---------------------------------------------------------------*
001710 1000-INITIALIZE.
001715*    A RE-DRIVE HAS ALREADY TAKEN THE WINDOW DATE AND START
001716*    TIME FROM THE GOBSSTEP TRAILER.
001717     IF NOT GOBS-MENU-REDRIVE
001720         ACCEPT GOBS-MENU-RUN-DATE FROM DATE YYYYMMDD
001723         ACCEPT GOBS-MENU-TIME-RAW FROM TIME
001726         MOVE GOBS-MENU-TIME-RAW(1:6) TO GOBS-MENU-START-TIME
001728     END-IF.
001730     OPEN INPUT GOBSSCHD-FILE.
001740     IF GOBS-MENU-SCHD-STAT NOT = "00"
001750         DISPLAY "GOBSMENU0003 GOBSSCHD OPEN FAILED - STATUS "
001790     PERFORM 1100-LOAD-ONE-SCHD-REC THRU 1100-EXIT
001800         UNTIL GOBS-MENU-SCHD-EOF.
001810     CLOSE GOBSSCHD-FILE.
001815     MOVE GOBS-MENU-STEP-COUNT TO GOBS-MENU-WINDOW-STEPS.
001820 1000-EXIT.
001830     EXIT.

002010                     MOVE 0
002020                         TO GOBS-MENU-STEP-CLOSE(GOBS-MENU-IDX)
002030                 END-IF
002031                 IF SC-OPEN-TIME NUMERIC
002032                     MOVE SC-OPEN-TIME
002033                         TO GOBS-MENU-STEP-OPEN(GOBS-MENU-IDX)
002034                 ELSE
002035                     MOVE 0
002036                         TO GOBS-MENU-STEP-OPEN(GOBS-MENU-IDX)
002037                 END-IF
002040             END-IF
002050     END-READ.
002060 1100-EXIT.
003630     MOVE GOBS-MENU-RUN-DATE TO SS-COMP-DATE.
003640     ACCEPT GOBS-MENU-TIME-RAW FROM TIME.
003650     MOVE GOBS-MENU-TIME-RAW(1:6) TO SS-COMP-TIME.
003651     IF GOBS-MENU-REDRIVE
003652         SET SS-REDRIVEN TO TRUE
003653     END-IF.
003654     MOVE SS-RETURN-CODE TO GOBS-MENU-NEW-RC.
003655     MOVE SS-DISPOSITION TO GOBS-MENU-NEW-DISP.
003660     WRITE GOBS-STEP-RECORD.
003670 2600-EXIT.
003680     EXIT.
003750     MOVE SPACES TO GOBS-STEP-TRAILER.
003760     MOVE "T" TO ST-REC-TYPE.
003770     MOVE "*WINDOW*" TO ST-WINDOW-LABEL.
003780     MOVE GOBS-MENU-WINDOW-STEPS TO ST-STEP-COUNT.
003790     MOVE GOBS-MENU-CONFIRMED TO ST-CONFIRMED.
003800     MOVE GOBS-MENU-HELD TO ST-HELD.
003810     MOVE GOBS-MENU-DEFAULTED TO ST-DEFAULTED.
003830     MOVE GOBS-MENU-RUN-DATE TO ST-COMP-DATE.
003840     ACCEPT GOBS-MENU-TIME-RAW FROM TIME.
003850     MOVE GOBS-MENU-TIME-RAW(1:6) TO ST-COMP-TIME.
003855     MOVE GOBS-MENU-START-TIME TO ST-START-TIME.
003856     IF GOBS-MENU-REDRIVE
003857         SET ST-WINDOW-REDRIVEN TO TRUE
003858     END-IF.
003860     WRITE GOBS-STEP-TRAILER.
003870 2700-EXIT.
003880     EXIT.

004120 3000-PRINT-SUMMARY.
004130     MOVE GOBS-MENU-CONFIRMED TO GOBS-MENU-STEP-DISP.
004140     MOVE GOBS-MENU-WINDOW-STEPS TO GOBS-MENU-TOTAL-DISP.
004150     MOVE GOBS-MENU-HELD TO GOBS-MENU-HELD-DISP.
004160     MOVE GOBS-MENU-DEFAULTED TO GOBS-MENU-DFLT-DISP.
004170     MOVE SPACES TO GOBS-MENU-SUMMARY-LINE.
004290         MOVE GOBS-MENU-ABENDED TO GOBS-MENU-ABND-DISP
004300         DISPLAY GOBS-MENU-ABND-DISP " STEP(S) ABENDED"
004310     END-IF.
004311     IF GOBS-MENU-REDRIVE
004312         MOVE GOBS-MENU-REDRIVEN TO GOBS-MENU-RDRV-DISP
004313         MOVE GOBS-MENU-REDRIVE-CONF TO GOBS-MENU-RDCF-DISP
004314         DISPLAY "RE-DRIVE OF WINDOW " GOBS-MENU-RUN-DATE ": "
004315                 GOBS-MENU-RDRV-DISP " GATE(S) RE-DRIVEN, "
004316                 GOBS-MENU-RDCF-DISP " NOW CONFIRMED"
004317     END-IF.
004320 3000-EXIT.
004330     EXIT.

004340*---------------------------------------------------------------*
004350*  GOBSSTEP IS REWRITTEN EVERY NIGHT, SO COPY EVERY RECORD JUST  *
004360*  WRITTEN - DETAILS AND TRAILER - TO THE END OF THE GOBSSTPH    *
004370*  WINDOW HISTORY, STAMPED WITH THE WINDOW DATE AND THE TIME OF  *
004380*  THIS CAPTURE.  A DETAIL ALSO CARRIES ITS GATE'S OPEN AND      *
004390*  CLOSE TIMES FROM THE STEP TABLE.                              *
004400*---------------------------------------------------------------*
004410 2800-CAPTURE-WINDOW-HISTORY.
004420     ACCEPT GOBS-MENU-TIME-RAW FROM TIME.
004430     MOVE GOBS-MENU-TIME-RAW(1:6) TO GOBS-MENU-CAPTURE-TIME.
004440     MOVE "N" TO GOBS-MENU-STEP-EOF-SW.
004450     OPEN INPUT GOBSSTEP-FILE.
004460     IF GOBS-MENU-STEP-STAT NOT = "00"
004470         DISPLAY "GOBSMENU0007 GOBSSTEP NOT CAPTURED - "
004480                 "STATUS " GOBS-MENU-STEP-STAT
004490         GO TO 2800-EXIT
004500     END-IF.
004510     OPEN EXTEND GOBSSTPH-FILE.
004520     IF GOBS-MENU-STPH-STAT = "05" OR GOBS-MENU-STPH-STAT = "35"
004530         CLOSE GOBSSTPH-FILE
004540         OPEN OUTPUT GOBSSTPH-FILE
004550     END-IF.
004560     PERFORM 2850-CAPTURE-ONE-STEP THRU 2850-EXIT
004570         UNTIL GOBS-MENU-STEP-EOF.
004580     CLOSE GOBSSTPH-FILE.
004590     CLOSE GOBSSTEP-FILE.
004600 2800-EXIT.
004610     EXIT.

004620 2850-CAPTURE-ONE-STEP.
004630     READ GOBSSTEP-FILE
004640         AT END
004650             SET GOBS-MENU-STEP-EOF TO TRUE
004660             GO TO 2850-EXIT
004670     END-READ.
004680     MOVE SPACES TO GOBS-STPH-RECORD.
004690     MOVE GOBS-MENU-RUN-DATE TO SH-WINDOW-DATE.
004700     MOVE GOBS-MENU-CAPTURE-TIME TO SH-CAPTURE-TIME.
004710     MOVE 0 TO SH-OPEN-TIME.
004720     MOVE 0 TO SH-CLOSE-TIME.
004730     MOVE GOBS-STEP-RECORD TO SH-STEP-DATA.
004740     IF SS-DETAIL-REC
004750         PERFORM 2870-FIND-STEP-WINDOW THRU 2870-EXIT
004760     END-IF.
004770     WRITE GOBS-STPH-RECORD.
004780 2850-EXIT.
004790     EXIT.

004800*---------------------------------------------------------------*
004810*  THE GATE'S OPEN AND CLOSE TIMES FROM THE FIRST STEP TABLE     *
004820*  ENTRY FOR ITS JOB AND SITE.                                   *
004830*---------------------------------------------------------------*
004840 2870-FIND-STEP-WINDOW.
004850     MOVE "N" TO GOBS-MENU-FOUND-SW.
004860     PERFORM 2880-CHECK-ONE-STEP THRU 2880-EXIT
004870         VARYING GOBS-MENU-IDX FROM 1 BY 1
004880         UNTIL GOBS-MENU-IDX > GOBS-MENU-STEP-COUNT
004890            OR GOBS-MENU-FOUND.
004900 2870-EXIT.
004910     EXIT.

004920 2880-CHECK-ONE-STEP.
004930     IF GOBS-MENU-STEP-NAME(GOBS-MENU-IDX) = SS-JOB-NAME
004940        AND GOBS-MENU-STEP-SITE(GOBS-MENU-IDX) = SS-SITE-ID
004950         SET GOBS-MENU-FOUND TO TRUE
004960         MOVE GOBS-MENU-STEP-OPEN(GOBS-MENU-IDX) TO SH-OPEN-TIME
004970         MOVE GOBS-MENU-STEP-CLOSE(GOBS-MENU-IDX) TO SH-CLOSE-TIME
004980     END-IF.
004990 2880-EXIT.
005000     EXIT.

005010*---------------------------------------------------------------*
005020*  RE-DRIVE MODE.  READ TONIGHT'S GOBSSTEP AND CALL AGAIN ONLY   *
005030*  THE STEPS THAT WERE HELD, DEFAULTED, ABENDED, OR COULD NOT BE *
005040*  CALLED.  GOBSSTEP IS WRITTEN BACK IN THE SAME ORDER - A       *
005050*  CONFIRMED STEP'S RECORD AS IT WAS, A RE-DRIVEN STEP'S RECORD  *
005060*  WITH ITS NEW RESULT - AND THE TRAILER IS REBUILT FROM THE     *
005070*  WHOLE WINDOW, SO THE SCHEDULER AND GOBSPRF STILL SEE ONE      *
005080*  RECORD PER GATE.  EACH RE-DRIVEN STEP IS LOGGED TO GOBSRDRV   *
005090*  AND THE NEW PICTURE IS CAPTURED TO GOBSSTPH AGAIN.            *
005100*---------------------------------------------------------------*
005110 4000-REDRIVE-WINDOW.
005120     PERFORM 4100-LOAD-STEP-STATUS THRU 4100-EXIT.
005130     IF NOT GOBS-MENU-TRL-SEEN
005140         MOVE 12 TO RETURN-CODE
005150         GO TO 4000-EXIT
005160     END-IF.
005170     IF GOBS-MENU-REDRIVE-DUE = 0
005180         DISPLAY "GOBSMENU0010 NO GATE TO RE-DRIVE FOR WINDOW "
005190                 GOBS-MENU-RUN-DATE " - GOBSSTEP UNCHANGED"
005200         GO TO 4000-EXIT
005210     END-IF.
005220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005230     MOVE GOBS-MENU-STAT-COUNT TO GOBS-MENU-WINDOW-STEPS.
005240     MOVE SPACES TO GOBS-MENU-TERMINAL-ID.
005250     ACCEPT GOBS-MENU-TERMINAL-ID FROM ENVIRONMENT "LOGNAME".
005260     OPEN EXTEND GOBSRDRV-FILE.
005270     IF GOBS-MENU-RDRV-STAT = "05" OR GOBS-MENU-RDRV-STAT = "35"
005280         CLOSE GOBSRDRV-FILE
005290         OPEN OUTPUT GOBSRDRV-FILE
005300     END-IF.
005310     OPEN OUTPUT GOBSSTEP-FILE.
005320     PERFORM 4200-REDRIVE-ONE-STEP THRU 4200-EXIT
005330         VARYING GOBS-MENU-STAT-IDX FROM 1 BY 1
005340         UNTIL GOBS-MENU-STAT-IDX > GOBS-MENU-STAT-COUNT.
005350     PERFORM 2700-WRITE-WINDOW-TRAILER THRU 2700-EXIT.
005360     CLOSE GOBSSTEP-FILE.
005370     CLOSE GOBSRDRV-FILE.
005380     PERFORM 2800-CAPTURE-WINDOW-HISTORY THRU 2800-EXIT.
005390     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
005400 4000-EXIT.
005410     EXIT.

005420*---------------------------------------------------------------*
005430*  LOAD TONIGHT'S GOBSSTEP DETAILS.  THE WINDOW DATE AND START   *
005440*  TIME COME FROM ITS TRAILER; NO TRAILER, NO RE-DRIVE.          *
005450*---------------------------------------------------------------*
005460 4100-LOAD-STEP-STATUS.
005470     MOVE "N" TO GOBS-MENU-STEP-EOF-SW.
005480     OPEN INPUT GOBSSTEP-FILE.
005490     IF GOBS-MENU-STEP-STAT NOT = "00"
005500         DISPLAY "GOBSMENU0008 GOBSSTEP OPEN FAILED - STATUS "
005510                 GOBS-MENU-STEP-STAT " - RE-DRIVE NOT RUN"
005520         GO TO 4100-EXIT
005530     END-IF.
005540     PERFORM 4150-LOAD-ONE-STATUS THRU 4150-EXIT
005550         UNTIL GOBS-MENU-STEP-EOF.
005560     CLOSE GOBSSTEP-FILE.
005570     IF NOT GOBS-MENU-TRL-SEEN
005580         DISPLAY "GOBSMENU0008 GOBSSTEP HAS NO WINDOW TRAILER"
005590                 " - RE-DRIVE NOT RUN"
005600     END-IF.
005610 4100-EXIT.
005620     EXIT.

005630 4150-LOAD-ONE-STATUS.
005640     READ GOBSSTEP-FILE
005650         AT END
005660             SET GOBS-MENU-STEP-EOF TO TRUE
005670             GO TO 4150-EXIT
005680     END-READ.
005690     IF SS-TRAILER-REC
005700         SET GOBS-MENU-TRL-SEEN TO TRUE
005710         MOVE ST-COMP-DATE TO GOBS-MENU-RUN-DATE
005720         IF ST-START-TIME NUMERIC
005730             MOVE ST-START-TIME TO GOBS-MENU-START-TIME
005740         ELSE
005750             MOVE 0 TO GOBS-MENU-START-TIME
005760         END-IF
005770         GO TO 4150-EXIT
005780     END-IF.
005790     IF NOT SS-DETAIL-REC
005800        OR GOBS-MENU-STAT-COUNT NOT < 200
005810         GO TO 4150-EXIT
005820     END-IF.
005830     ADD 1 TO GOBS-MENU-STAT-COUNT.
005840     SET GOBS-MENU-STAT-IDX TO GOBS-MENU-STAT-COUNT.
005850     MOVE GOBS-STEP-RECORD
005855         TO GOBS-MENU-STAT-REC(GOBS-MENU-STAT-IDX).
005860     IF NOT SS-DISP-CONFIRMED
005870         ADD 1 TO GOBS-MENU-REDRIVE-DUE
005880     END-IF.
005890 4150-EXIT.
005900     EXIT.

005910*---------------------------------------------------------------*
005920*  ONE STEP OF THE RE-DRIVE.  A CONFIRMED STEP IS COPIED BACK AS *
005930*  IT WAS.  ANY OTHER IS CALLED AGAIN THROUGH THE NORMAL STEP    *
005940*  LOGIC, WHICH WRITES ITS NEW STATUS RECORD IN THE SAME PLACE.  *
005950*  A STEP NO LONGER ON THE WINDOW'S GOBSSCHD ROWS IS LEFT AS IT  *
005960*  WAS.                                                          *
005970*---------------------------------------------------------------*
005980 4200-REDRIVE-ONE-STEP.
005990     MOVE GOBS-MENU-STAT-REC(GOBS-MENU-STAT-IDX)
005995         TO GOBS-STEP-RECORD.
006000     IF SS-DISP-CONFIRMED
006010         ADD 1 TO GOBS-MENU-CONFIRMED
006020         WRITE GOBS-STEP-RECORD
006030         GO TO 4200-EXIT
006040     END-IF.
006050     MOVE SS-RETURN-CODE TO GOBS-MENU-OLD-RC.
006060     MOVE SS-DISPOSITION TO GOBS-MENU-OLD-DISP.
006070     PERFORM 4250-FIND-SCHED-STEP THRU 4250-EXIT.
006080     IF NOT GOBS-MENU-FOUND
006090         DISPLAY "GOBSMENU0009 GATE " SS-JOB-NAME " " SS-SITE-ID
006100                 " NOT ON GOBSSCHD - NOT RE-DRIVEN"
006110         PERFORM 4280-COUNT-OLD-DISP THRU 4280-EXIT
006120         WRITE GOBS-STEP-RECORD
006130         GO TO 4200-EXIT
006140     END-IF.
006150     ADD 1 TO GOBS-MENU-REDRIVEN.
006160     PERFORM 2000-RUN-ALL-STEPS THRU 2000-EXIT.
006170     IF GOBS-MENU-NEW-DISP = "C"
006180         ADD 1 TO GOBS-MENU-REDRIVE-CONF
006190     END-IF.
006200     PERFORM 4300-LOG-REDRIVE-STEP THRU 4300-EXIT.
006210 4200-EXIT.
006220     EXIT.

006230*---------------------------------------------------------------*
006240*  POINT GOBS-MENU-IDX AT THE FIRST STEP TABLE ENTRY FOR THE     *
006250*  STATUS RECORD'S JOB AND SITE.                                 *
006260*---------------------------------------------------------------*
006270 4250-FIND-SCHED-STEP.
006280     MOVE "N" TO GOBS-MENU-FOUND-SW.
006290     PERFORM 4260-CHECK-SCHED-STEP THRU 4260-EXIT
006300         VARYING GOBS-MENU-IDX FROM 1 BY 1
006310         UNTIL GOBS-MENU-IDX > GOBS-MENU-STEP-COUNT
006320            OR GOBS-MENU-FOUND.
006330     IF GOBS-MENU-FOUND
006340         SET GOBS-MENU-IDX DOWN BY 1
006350     END-IF.
006360 4250-EXIT.
006370     EXIT.

006380 4260-CHECK-SCHED-STEP.
006390     IF GOBS-MENU-STEP-NAME(GOBS-MENU-IDX) = SS-JOB-NAME
006400        AND GOBS-MENU-STEP-SITE(GOBS-MENU-IDX) = SS-SITE-ID
006410         SET GOBS-MENU-FOUND TO TRUE
006420     END-IF.
006430 4260-EXIT.
006440     EXIT.

006450 4280-COUNT-OLD-DISP.
006460     EVALUATE TRUE
006470         WHEN SS-DISP-HELD
006480             ADD 1 TO GOBS-MENU-HELD
006490         WHEN SS-DISP-DEFAULTED
006500             ADD 1 TO GOBS-MENU-DEFAULTED
006510         WHEN SS-DISP-ABENDED
006520             ADD 1 TO GOBS-MENU-ABENDED
006530     END-EVALUATE.
006540 4280-EXIT.
006550     EXIT.

006560 4300-LOG-REDRIVE-STEP.
006570     MOVE SPACES TO GOBS-RDRV-RECORD.
006580     MOVE GOBS-MENU-RUN-DATE TO RD-WINDOW-DATE.
006590     ACCEPT RD-REDRIVE-DATE FROM DATE YYYYMMDD.
006600     ACCEPT GOBS-MENU-TIME-RAW FROM TIME.
006610     MOVE GOBS-MENU-TIME-RAW(1:6) TO RD-REDRIVE-TIME.
006620     MOVE GOBS-MENU-TERMINAL-ID TO RD-TERMINAL-ID.
006630     MOVE GOBS-MENU-STEP-NAME(GOBS-MENU-IDX) TO RD-JOB-NAME.
006640     MOVE GOBS-MENU-STEP-SITE(GOBS-MENU-IDX) TO RD-SITE-ID.
006650     MOVE GOBS-MENU-OLD-RC TO RD-OLD-RETURN-CODE.
006660     MOVE GOBS-MENU-OLD-DISP TO RD-OLD-DISPOSITION.
006670     MOVE GOBS-MENU-NEW-RC TO RD-NEW-RETURN-CODE.
006680     MOVE GOBS-MENU-NEW-DISP TO RD-NEW-DISPOSITION.
006690     WRITE GOBS-RDRV-RECORD.
006700 4300-EXIT.
006710     EXIT.
