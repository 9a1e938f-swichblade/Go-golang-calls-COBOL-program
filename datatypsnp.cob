000240*                  STEPS AND BEFORE DATATYPDTE ROLLS THE DATE,
000250*                  SO EACH SNAPSHOT IS THE DAY'S CLOSING
000260*                  POSITION.
000262* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000264*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000266*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000268*                  IT BEHAVES EXACTLY AS BEFORE.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000730         DISPLAY "DATATYPSNP-E01 DAY " WS-TODAY
000740                 " ALREADY ON DTBALHIST - NOTHING WRITTEN"
000750         MOVE 8 TO RETURN-CODE
000760         GOBACK
000770     END-IF
000780     PERFORM 3000-SNAPSHOT-MASTER THRU 3000-EXIT
000790     PERFORM 9999-TERMINATE THRU 9999-EXIT
000800     GOBACK.
000810
000820*================================================================
000830* 1000-GET-BUSINESS-DATE - THE SNAPSHOT DAY COMES FROM DTBUSDT;
