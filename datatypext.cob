000330*                  RESPONSE FILE BACK AGAINST WHAT WE ACTUALLY
000340*                  SENT AND FLAG ANY DAY THAT WAS NEVER
000350*                  ACKNOWLEDGED OR WAS REJECTED.
000352* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000354*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000356*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000358*                  IT BEHAVES EXACTLY AS BEFORE.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000970     PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
000980     PERFORM 4500-WRITE-HANDOFF-LOG THRU 4500-EXIT
000990     PERFORM 9999-TERMINATE THRU 9999-EXIT
001000     GOBACK.
001010
001020*================================================================
001030* 1000-INITIALIZE - OPEN THE INPUTS AND THE INTERFACE FILE
