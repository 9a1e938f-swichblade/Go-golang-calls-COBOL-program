000360*                  ON DTRUNCTL, SO SUCH A DAY SHOWS A COUNT
000370*                  BREAK - WHICH IS EXACTLY THE DAY OPS SHOULD
000380*                  BE LOOKING AT.
000382* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000384*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000386*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000388*                  IT BEHAVES EXACTLY AS BEFORE.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001760     PERFORM 6000-PRINT-PROOF THRU 6000-EXIT
001770     PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT
001780     PERFORM 9999-TERMINATE THRU 9999-EXIT
001790     GOBACK.
001800
001810*================================================================
001820* 1000-INITIALIZE - THE DAY BEING CLOSED COMES FROM DTBUSDT;
