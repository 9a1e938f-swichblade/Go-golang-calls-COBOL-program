001690*                  WITH A WARNING, WHICH ALSO RECOVERS THE
001700*                  COUNTER IF IT IS EVER LOST IN THE REWRITE
001710*                  WINDOW.
001711* 10/15/2026 JM    A ROW THE NEW DATATYPDRM SWEEP HAS FLAGGED
001712*                  DORMANT (MR-STATUS D) NOW REFUSES POSTINGS TO
001713*                  SUSPENSE UNDER ITS OWN REASON (RC 25) UNTIL
001714*                  DATATYPRAC REACTIVATES IT. AN INQUIRY STILL
001715*                  ANSWERS.
001716* 10/15/2026 JM    EVERY CALLER NOW PASSES ARG12 - ITS CHANNEL,
001717*                  FEEDING SOURCE SYSTEM AND SUBMITTING USER - AND
001718*                  ALL THREE ARE STAMPED ON EACH DTAUDIT, DTSUSP
001719*                  AND DTEXCP RECORD, SO A DISPUTED FEED'S
001720*                  POSTINGS CAN BE SEPARATED FROM EVERYONE ELSE'S
001721*                  AND DATATYPSTL CAN SETTLE EACH CHANNEL AGAINST
001722*                  ITS DTRUNCTL ROWS. A BLANK CHANNEL IS THE GO
001723*                  CALLER. ARG2 IS STILL RETURNED AS "GO" ON A
001724*                  PROCESSED CALL; THE CHANNEL DOES NOT DEPEND ON
001725*                  IT.
001720*================================================================
001730 ENVIRONMENT DIVISION.
001740 INPUT-OUTPUT SECTION.
002950     88  WS-REVX-EOF                         VALUE "Y".
002960 01  WS-REF-REVERSED-SW          PIC X(01) VALUE "N".
002970     88  WS-REF-REVERSED                     VALUE "Y".
002975 01  WS-CHANNEL                  PIC X(04).
002980 LINKAGE SECTION.
002990     COPY DTARGS.
003000 PROCEDURE DIVISION USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
003010                           ARG8 ARG9 ARG10 ARG11 ARG12.
003020*================================================================
003030* 0000-MAINLINE - DRIVES THE SINGLE-CALL BRIDGE EXERCISE
003040*================================================================
003130         GO TO 0000-EARLY-EXIT
003140     END-IF
003150     PERFORM 0950-GET-BUSINESS-DATE THRU 0950-EXIT
003155     PERFORM 0960-SET-CHANNEL THRU 0960-EXIT
003160     PERFORM 1050-VALIDATE-ARG1 THRU 1050-EXIT
003170     IF DT-ARG1-INVALID
003180         MOVE "R" TO AR-CALL-TYPE
003390     MOVE "P" TO AR-CALL-TYPE
003400     PERFORM 1400-READ-MASTER THRU 1400-EXIT
003410     PERFORM 1420-CHECK-MASTER-CLOSED THRU 1420-EXIT
003412     PERFORM 1425-CHECK-MASTER-DORMANT THRU 1425-EXIT
003420     IF RETURN-CODE NOT = 0
003430         MOVE "R" TO AR-CALL-TYPE
003440         PERFORM 1500-CAPTURE-BEFORE-VALUES THRU 1500-EXIT
004940 0950-EXIT.
004950     EXIT.
004960
004961*================================================================
004962* 0960-SET-CHANNEL - THE CHANNEL STAMPED ON THIS CALL'S RECORDS.
004963* A CALLER THAT LEAVES ARG12 BLANK IS THE GO BRIDGE ITSELF.
004964*================================================================
004965 0960-SET-CHANNEL.
004966     IF ARG12-CHANNEL = SPACES OR ARG12-CHANNEL = LOW-VALUES
004967         MOVE "GO" TO WS-CHANNEL
004968     ELSE
004969         MOVE ARG12-CHANNEL TO WS-CHANNEL
004970     END-IF.
004971 0960-EXIT.
004972     EXIT.
004970
004980*================================================================
004990* 1000-INITIALIZE - SHOW WHAT CAME IN FROM GO, NOW THAT ARG1 HAS
006730     PERFORM 9100-CALL-SAY-ERROR THRU 9100-EXIT.
006740 1420-EXIT.
006750     EXIT.
006751
006752*================================================================
006753* 1425-CHECK-MASTER-DORMANT - A ROW THE DATATYPDRM SWEEP FLAGGED
006754* DORMANT TAKES NO POSTINGS UNTIL DATATYPRAC REACTIVATES IT. THE
006755* REFUSAL GOES TO SUSPENSE UNDER ITS OWN REASON SO OPS CAN TELL
006756* A DORMANT CODE FROM A CLOSED ONE.
006757*================================================================
006758 1425-CHECK-MASTER-DORMANT.
006759     IF NOT MR-STATUS-DORMANT
006760         GO TO 1425-EXIT
006761     END-IF.
006762     DISPLAY "DATATYP-E11 ARG1 " ARG1 " MASTER ROW IS DORMANT".
006763     MOVE 25 TO RETURN-CODE.
006764     MOVE "ARG1 CODE IS DORMANT" TO WS-SUSP-REASON.
006765     PERFORM 9200-WRITE-SUSPENSE THRU 9200-EXIT.
006766     PERFORM 9100-CALL-SAY-ERROR THRU 9100-EXIT.
006767 1425-EXIT.
006768     EXIT.
006760
006770*================================================================
006780* 1450-SET-OUTPUT-ARG2 - MARK THE CALL AS PROCESSED FOR THE
010740     MOVE WS-POST-AMOUNT TO AR-AMOUNT.
010750     MOVE WS-POSTING-REF TO AR-POSTING-REF.
010760     MOVE WS-REVERSAL-OF TO AR-REVERSAL-OF.
010762     MOVE WS-CHANNEL TO AR-CHANNEL.
010764     MOVE ARG12-SOURCE-SYSTEM TO AR-SOURCE-SYSTEM.
010766     MOVE ARG12-USER-ID TO AR-USER-ID.
010770     IF NOT WS-AUDIT-OPEN
010780         OPEN EXTEND DTAUDIT-FILE
010790         IF WS-AUDIT-STATUS = "00"
011690     ELSE
011700         MOVE 0 TO SR-ARG11
011710     END-IF.
011712     MOVE WS-CHANNEL TO SR-CHANNEL.
011714     MOVE ARG12-SOURCE-SYSTEM TO SR-SOURCE-SYSTEM.
011716     MOVE ARG12-USER-ID TO SR-USER-ID.
011720     OPEN EXTEND DTSUSP-FILE.
011730     IF WS-SUSP-STATUS NOT = "00"
011740         DISPLAY "DATATYP-W06 SUSPENSE FILE OPEN STATUS "
011990     MOVE ARG7 TO XR-ARG7-BALANCE.
012000     MOVE WS-LIM-MAX-BALANCE TO XR-ARG7-LIMIT.
012010     MOVE WS-LIMIT-REASON TO XR-REASON.
012012     MOVE WS-CHANNEL TO XR-CHANNEL.
012014     MOVE ARG12-SOURCE-SYSTEM TO XR-SOURCE-SYSTEM.
012016     MOVE ARG12-USER-ID TO XR-USER-ID.
012020     OPEN EXTEND DTEXCP-FILE.
012030     IF WS-EXCP-STATUS NOT = "00"
012040         DISPLAY "DATATYP-W09 EXCEPTION FILE OPEN STATUS "
