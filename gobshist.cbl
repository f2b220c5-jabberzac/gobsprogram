000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- -------------------------------------------
000210*  08/22/2026 JH   ORIGINAL PROGRAM.
000215*  10/15/2026 JH   CARRY THE GOBSLOG OPERATOR SEAT TO GOBSHMST.
000220*--------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
001050     MOVE GL-RESPONSE    TO GH-RESPONSE.
001060     MOVE GL-RESPONSE-TYPE TO GH-RESPONSE-TYPE.
001065     MOVE GL-HOLD-REASON TO GH-HOLD-REASON.
001067     MOVE GL-OPER-SEAT   TO GH-OPER-SEAT.
001070     PERFORM 2100-WRITE-ONE-HIST-REC THRU 2100-EXIT
001075         WITH TEST AFTER
001080         UNTIL GOBS-HIST-MST-STAT NOT = "22"
