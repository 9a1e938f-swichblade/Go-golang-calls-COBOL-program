000820*                  CLOSED, FOR INSTANCE - RE-POSTED ITS OWN
000830*                  FRESH ROW FOREVER AND THE RUN NEVER REACHED
000840*                  END OF FILE.
000841* 10/15/2026 JM    A MASTER ROW THE DATATYPDRM SWEEP FLAGGED
000842*                  DORMANT (DATATYP RC 25) IS HELD BY THE SAME
000843*                  PRE-CHECK AS A CLOSED ONE, FOR THE SAME
000844*                  REASON, UNTIL DATATYPRAC REACTIVATES IT.
000845* 10/15/2026 JM    THE RE-POST CALL NOW PASSES ARG12 WITH
000846*                  CHANNEL RCY, CARRYING THE SUSPENDED RECORD'S
000847*                  OWN SOURCE SYSTEM AND SUBMITTING USER SO A
000848*                  RECYCLED POSTING STILL NAMES WHO SENT IT. THE
000849*                  DTRUNCTL ROW NOW CARRIES RC-CHANNEL RCY.
000850* 10/15/2026 JM    A SUSPENSE ROW WHOSE SR-ARG2 IS ACR IS A MONTH-
000851*                  END ACCRUAL OR FEE DATATYPACR WAS REFUSED. ITS
000852*                  AMOUNT STAYS ON DTACCRUE FOR THE NEXT MONTH
000853*                  END, SO REPLAYING IT HERE POSTED IT TWICE. SUCH
000854*                  A ROW IS NOW DROPPED WITH ITS OWN DISPOSITION,
000855*                  THE SAME WAY AN XFR LEG IS.
000850*================================================================
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
001670 01  WS-RECS-INVALID-OP          PIC 9(07) COMP VALUE 0.
001680 01  WS-RECS-POSTED-WARN         PIC 9(07) COMP VALUE 0.
001690 01  WS-RECS-XFR-DROPPED         PIC 9(07) COMP VALUE 0.
001695 01  WS-RECS-ACR-DROPPED         PIC 9(07) COMP VALUE 0.
001700 01  WS-RECS-HELD-PRE            PIC 9(07) COMP VALUE 0.
001710 01  WS-MASTER-STATUS            PIC X(02).
001720 01  WS-REVX-STATUS              PIC X(02).
003540         PERFORM 4200-DROP-TRANSFER-LEG THRU 4200-EXIT
003550         GO TO 2200-WRITE-LINE
003560     END-IF.
003562     IF SR-ARG2 OF DT-SUSPENSE-RECORD = "ACR"
003564         PERFORM 4250-DROP-ACCRUAL-LEG THRU 4250-EXIT
003566         GO TO 2200-WRITE-LINE
003568     END-IF.
003570     IF SR-ARG9 OF DT-SUSPENSE-RECORD = SPACE OR "C"
003580       OR "D" OR "V"
003590         PERFORM 2300-LOOKUP-AUTH-CODE THRU 2300-EXIT
004380* APPEND A FRESH SUSPENSE ROW TO THE FILE THIS RUN IS STILL
004390* READING: A CLOSED MASTER ROW (RC 24), A REVERSAL REFERENCE
004400* ALREADY BACKED OUT (RC 27), OR ONE NOT ON THE TRAIL (RC 26).
004403* A DORMANT ROW (RC 25) IS HELD THE SAME WAY UNTIL DATATYPRAC
004406* REACTIVATES IT.
004410* THE FAILING TEST LEAVES ITS DISPOSITION ON THE REPORT LINE.
004420*================================================================
004430 2350-PRECHECK-REPOST.
004530                     MOVE "CODE CLOSED - HELD"
004540                         TO DL-DISPOSITION
004550                 END-IF
004551                 IF MR-STATUS-DORMANT
004552                     MOVE "N" TO WS-PRECHECK-SW
004553                     MOVE "CODE DORMANT - HELD"
004554                         TO DL-DISPOSITION
004555                 END-IF
004560         END-READ
004570     END-IF.
004580     IF WS-PRECHECK-OK
005650     MOVE SR-ARG9 OF DT-SUSPENSE-RECORD TO ARG9.
005660     MOVE SR-ARG10 OF DT-SUSPENSE-RECORD TO ARG10.
005670     MOVE SR-ARG11 OF DT-SUSPENSE-RECORD TO ARG11.
005671     MOVE SPACES TO ARG12.
005672     SET DT-CHANNEL-RECYCLE TO TRUE.
005673     MOVE SR-SOURCE-SYSTEM OF DT-SUSPENSE-RECORD
005674         TO ARG12-SOURCE-SYSTEM.
005675     MOVE SR-USER-ID OF DT-SUSPENSE-RECORD TO ARG12-USER-ID.
005680     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
005690                           ARG8 ARG9 ARG10 ARG11 ARG12
005700     END-CALL.
005710     IF RETURN-CODE = 0
005720         ADD 1 TO WS-RECS-REPOSTED
006510 4200-EXIT.
006520     EXIT.
006530
006531*================================================================
006532* 4250-DROP-ACCRUAL-LEG - A DATATYPACR MONTH-END POSTING LANDED
006533* HERE BECAUSE DATATYP REFUSED IT, AND THE ACCRUAL RUN LEFT THE
006534* SAME AMOUNT ON DTACCRUE FOR THE NEXT MONTH END. REPLAYING IT
006535* WOULD POST IT TWICE, SO IT LEAVES THE SUSPENSE STREAM HERE AND
006536* SURVIVES ON THE PRINTED REPORT.
006537*================================================================
006538 4250-DROP-ACCRUAL-LEG.
006539     ADD 1 TO WS-RECS-ACR-DROPPED.
006540     MOVE "ACR - ON DTACCRUE" TO DL-DISPOSITION.
006541 4250-EXIT.
006542     EXIT.
006543
006540*================================================================
006550* 4300-HOLD-WOULD-REBOUND - THE PRE-CHECK SAYS DATATYP WOULD
006560* ONLY REJECT THIS RECORD AGAIN AND APPEND A FRESH SUSPENSE
006970     MOVE "XFR LEG - NOT REPLAYED" TO TL-LABEL.
006980     MOVE WS-RECS-XFR-DROPPED TO TL-COUNT.
006990     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006992     MOVE "ACR - ON DTACCRUE" TO TL-LABEL.
006994     MOVE WS-RECS-ACR-DROPPED TO TL-COUNT.
006996     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007000     MOVE "HELD - WOULD REBOUND" TO TL-LABEL.
007010     MOVE WS-RECS-HELD-PRE TO TL-COUNT.
007020     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007220     MOVE WS-RECS-REPOST-FAIL TO RC-RECS-REJECTED.
007230     MOVE "RECYCLE" TO RC-TRAILER-STATUS.
007240     MOVE WS-TODAY TO RC-BUSINESS-DATE.
007245     MOVE "RCY" TO RC-CHANNEL.
007250     OPEN EXTEND DTRUNCTL-FILE.
007260     IF WS-RUNCTL-STATUS NOT = "00"
007270         DISPLAY "DATATYPRCY-W10 RUN CONTROL OPEN STATUS "
