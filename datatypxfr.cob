000570*                  POSTING THE SUCCESSOR HAD KEPT, DOUBLING THE
000580*                  MONEY - THE SAME REASON DATATYPRCY REPORTS
000590*                  RC 16 AS POSTED - SIZE ERROR.
000592* 10/15/2026 JM    EVERY DATATYP CALL NOW PASSES ARG12 WITH
000594*                  CHANNEL XFR AND THE TRANSFER TX-USER-ID AS THE
000596*                  SUBMITTING USER. THE DTRUNCTL ROW NOW CARRIES
000598*                  RC-CHANNEL XFR.
000600*================================================================
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
004140     MOVE SPACE TO ARG8.
004150     MOVE WS-ABS-AMOUNT TO ARG10.
004160     MOVE 0 TO ARG11.
004162     MOVE SPACES TO ARG12.
004164     SET DT-CHANNEL-TRANSFER TO TRUE.
004166     MOVE TX-USER-ID TO ARG12-USER-ID.
004170     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
004180                           ARG8 ARG9 ARG10 ARG11 ARG12
004190     END-CALL.
004200     MOVE RETURN-CODE TO WS-CALL-RC.
004210     MOVE 0 TO RETURN-CODE.
004830     MOVE WS-CALLS-FAILED TO RC-RECS-REJECTED.
004840     MOVE "TRANSFER" TO RC-TRAILER-STATUS.
004850     MOVE WS-TODAY TO RC-BUSINESS-DATE.
004855     MOVE "XFR" TO RC-CHANNEL.
004860     OPEN EXTEND DTRUNCTL-FILE.
004870     IF WS-RUNCTL-STATUS NOT = "00"
004880         DISPLAY "DATATYPXFR-W06 RUN CONTROL OPEN STATUS "
