000320*                  POSITIONS, ONCE TO SPLIT - SO A CODE-TABLE
000330*                  OVERFLOW STOPS THE RUN WITH RC 12 BEFORE A
000340*                  SINGLE RECORD HAS MOVED.
000342* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000344*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000346*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000348*                  IT BEHAVES EXACTLY AS BEFORE.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001460                 "AT " WS-CLOSE-MAX " CODES - NOTHING ARCHIVED"
001470         MOVE 12 TO RETURN-CODE
001480         PERFORM 9999-TERMINATE THRU 9999-EXIT
001490         GOBACK
001500     END-IF
001510     PERFORM 4000-OPEN-OUTPUTS THRU 4000-EXIT
001520     PERFORM 5000-WRITE-OPENERS THRU 5000-EXIT
001530     PERFORM 6000-SPLIT-AUDIT-TRAIL THRU 6000-EXIT
001540     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001550     PERFORM 9999-TERMINATE THRU 9999-EXIT
001560     GOBACK.
001570
001580*================================================================
001590* 1000-INITIALIZE - RESOLVE THE CUTOFF: THE DTBUSDT DATE
