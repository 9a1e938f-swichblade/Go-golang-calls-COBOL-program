000288*                  RERUN THAT RE-ENTERED THE CLOSE AFTER THE
000289*                  MTD BUCKETS WERE RESET PRINTED EVERY ACTIVE
000290*                  CODE AS A BREAK AND RESET THE BUCKETS AGAIN.
000291* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000292*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000293*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000294*                  IT BEHAVES EXACTLY AS BEFORE.
000291*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001580     IF NOT WS-MONTH-END
001590         DISPLAY "DATATYPMEC-I02 " WS-TODAY " IS NOT A "
001600                 "MONTH-END DATE - NO CLOSE PERFORMED"
001610         GOBACK
001620     END-IF
001622     PERFORM 1160-CHECK-ALREADY-CLOSED THRU 1160-EXIT
001624     IF WS-PERIOD-CLOSED
001625         DISPLAY "DATATYPMEC-E03 PERIOD " WS-MONTH " ALREADY "
001626                 "CLOSED ON DTMECCTL - NO CLOSE PERFORMED"
001627         MOVE 8 TO RETURN-CODE
001628         GOBACK
001629     END-IF
001630     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
001640     PERFORM 2000-SORT-AUDIT-FILE THRU 2000-EXIT
001655     PERFORM 7900-RECORD-PERIOD-CLOSED THRU 7900-EXIT
001660     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001670     PERFORM 9999-TERMINATE THRU 9999-EXIT
001680     GOBACK.
001690
001700*================================================================
001710* 1000-GET-BUSINESS-DATE - THE CLOSING DAY COMES FROM THE
