000310*                  DATATYPREC. FIRST-TIME SEEDING OF A MISSING
000320*                  CONTROL FILE IS UNCHANGED AND NEEDS NO
000330*                  VERDICT, SINCE THERE IS NO DAY TO CLOSE YET.
000332* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000334*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000336*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000338*                  IT BEHAVES EXACTLY AS BEFORE.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000820             DISPLAY "DATATYPDTE-E01 DAY " WS-OLD-DATE
000830                     " DID NOT CLOSE CLEAN - DATE NOT ROLLED"
000840             MOVE 8 TO RETURN-CODE
000850             GOBACK
000860         END-IF
000870         PERFORM 2000-ADVANCE-DATE THRU 2000-EXIT
000880     ELSE
000890         PERFORM 3000-SEED-CONTROL THRU 3000-EXIT
000900     END-IF
000910     PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
000920     GOBACK.
000930
000940*================================================================
000950* 1000-READ-CONTROL - FETCH THE CURRENT BUSINESS DATE, IF ANY
