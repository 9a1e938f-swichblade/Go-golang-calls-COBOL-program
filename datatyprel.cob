000324*                  POSTING REFERENCE (SENT ZERO - A WAREHOUSED
000326*                  V ROW KEEPS THE NEGATE-ARG10 BEHAVIOR) AND
000328*                  GETS EACH RELEASED POSTING'S REFERENCE BACK.
000329* 10/15/2026 JM    A DUE ROW WHOSE PN-ARG10 IS OVER THE DTHLDCTL
000330*                  APPROVAL THRESHOLD (EITHER SIGN) IS NO LONGER
000331*                  RELEASED TO DATATYP - IT LEAVES THE WAREHOUSE
000332*                  FOR DTHELD, WITH PN-USER-ID AS ITS MAKER, AND
000333*                  WAITS THERE FOR A SECOND USER TO APPROVE IT
000334*                  THROUGH DATATYPAPR. IT PRINTS AS HELD FOR
000335*                  APPROVAL AND IS COUNTED ON THE NEW
000336*                  RC-RECS-HELD. IF DTHELD WILL NOT TAKE IT, THE
000337*                  ROW STAYS IN THE WAREHOUSE.
000338* 10/15/2026 JM    EVERY DATATYP CALL NOW PASSES ARG12 WITH
000339*                  CHANNEL REL AND THE ROW'S PN-USER-ID AS THE
000340*                  SUBMITTING USER. THE DTRUNCTL ROW NOW CARRIES
000341*                  RC-CHANNEL REL.
000342* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000343*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000344*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000345*                  IT BEHAVES EXACTLY AS BEFORE.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000490     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BUSDT-STATUS.
000511     SELECT DTHLDCTL-FILE ASSIGN TO "DTHLDCTL"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-HLDCTL-STATUS.
000514     SELECT DTHELD-FILE ASSIGN TO "DTHELD"
000515         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-HELD-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DTPEND-FILE.
000630     COPY DTRUNREC.
000640 FD  DTBUSDT-FILE.
000650     COPY DTDATREC.
000652 FD  DTHLDCTL-FILE.
000654     COPY DTHCTREC.
000656 FD  DTHELD-FILE.
000658     COPY DTHLDREC.
000660 WORKING-STORAGE SECTION.
000670 01  WS-PEND-STATUS              PIC X(02).
000680 01  WS-PENDNEW-STATUS           PIC X(02).
000780 01  WS-SESSION-OPEN-SW          PIC X(01) VALUE "N".
000790     88  WS-SESSION-OPEN                     VALUE "Y".
000800 01  WS-CALL-RC                  PIC S9(09) COMP.
000801 01  WS-HLDCTL-STATUS            PIC X(02).
000802 01  WS-HELD-STATUS              PIC X(02).
000803 01  WS-HOLD-ACTIVE-SW           PIC X(01) VALUE "N".
000804     88  WS-HOLD-ACTIVE                      VALUE "Y".
000805 01  WS-HELD-OPEN-SW             PIC X(01) VALUE "N".
000806     88  WS-HELD-OPEN                        VALUE "Y".
000807 01  WS-HELD-EOF-SW              PIC X(01) VALUE "N".
000808     88  WS-HELD-EOF                         VALUE "Y".
000809 01  WS-CURRENT-TIME             PIC X(06).
000810 01  WS-ROWS-READ                PIC 9(07) COMP VALUE 0.
000820 01  WS-ROWS-RELEASED            PIC 9(07) COMP VALUE 0.
000830 01  WS-ROWS-REFUSED             PIC 9(07) COMP VALUE 0.
000840 01  WS-ROWS-PENDING             PIC 9(07) COMP VALUE 0.
000850 01  WS-ROWS-CANCELLED           PIC 9(07) COMP VALUE 0.
000852 01  WS-ROWS-HELD                PIC 9(07) COMP VALUE 0.
000854 01  WS-HOLD-THRESHOLD           PIC 9(09)V99 VALUE 0.
000856 01  WS-HOLD-FLOOR               PIC S9(09)V99 VALUE 0.
000858 01  WS-LAST-HELD-ID             PIC 9(07) VALUE 0.
000860     COPY DTARGS.
000870 01  WS-HEADING-1.
000880     05  FILLER                  PIC X(34)
001270     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001280     PERFORM 9800-WRITE-RUN-CONTROL THRU 9800-EXIT
001290     PERFORM 9999-TERMINATE THRU 9999-EXIT
001300     GOBACK.
001310
001320*================================================================
001330* 1000-INITIALIZE - THE RELEASE DAY COMES FROM DTBUSDT; THE
001740     MOVE WS-TODAY TO WH1-DATE.
001750     WRITE RPT-RECORD FROM WS-HEADING-1.
001760     WRITE RPT-RECORD FROM WS-HEADING-2.
001765     PERFORM 1400-LOAD-HOLD-CONTROL THRU 1400-EXIT.
001770     IF NOT WS-PEND-EOF
001780         PERFORM 1300-OPEN-DATATYP-SESSION THRU 1300-EXIT
001790     END-IF.
001880     MOVE SPACES TO ARG1 ARG2.
001890     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
001900     MOVE SPACE TO ARG9.
001903     MOVE SPACES TO ARG12.
001906     SET DT-CHANNEL-RELEASE TO TRUE.
001910     MOVE "O" TO ARG8.
001920     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
001930                           ARG8 ARG9 ARG10 ARG11 ARG12
001940     END-CALL.
001950     IF RETURN-CODE = 0
001960         SET WS-SESSION-OPEN TO TRUE
002020 1300-EXIT.
002030     EXIT.
002040
002041*================================================================
002042* 1400-LOAD-HOLD-CONTROL - A NONZERO DTHLDCTL THRESHOLD TURNS THE
002043* APPROVAL HOLD ON. THE NEXT HELD ID FOLLOWS THE HIGHER OF THE
002044* CONTROL RECORD'S HIGH-WATER MARK AND ANY ID ALREADY ON DTHELD.
002045*================================================================
002046 1400-LOAD-HOLD-CONTROL.
002047     OPEN INPUT DTHLDCTL-FILE.
002048     IF WS-HLDCTL-STATUS NOT = "00"
002049         IF WS-HLDCTL-STATUS NOT = "35"
002050             DISPLAY "DATATYPREL-W11 HOLD CONTROL OPEN STATUS "
002051                     WS-HLDCTL-STATUS
002052         END-IF
002053         GO TO 1400-EXIT
002054     END-IF.
002055     READ DTHLDCTL-FILE
002056         AT END
002057             CONTINUE
002058         NOT AT END
002059             IF HC-THRESHOLD NUMERIC
002060                 MOVE HC-THRESHOLD TO WS-HOLD-THRESHOLD
002061             END-IF
002062             IF HC-LAST-ID NUMERIC
002063                 MOVE HC-LAST-ID TO WS-LAST-HELD-ID
002064             END-IF
002065     END-READ.
002066     CLOSE DTHLDCTL-FILE.
002067     IF WS-HOLD-THRESHOLD = 0
002068         GO TO 1400-EXIT
002069     END-IF.
002070     SET WS-HOLD-ACTIVE TO TRUE.
002071     COMPUTE WS-HOLD-FLOOR = 0 - WS-HOLD-THRESHOLD.
002072     PERFORM 1410-SCAN-HELD-IDS THRU 1410-EXIT.
002073     OPEN EXTEND DTHELD-FILE.
002074     IF WS-HELD-STATUS = "35"
002075         OPEN OUTPUT DTHELD-FILE
002076     END-IF.
002077     IF WS-HELD-STATUS = "00"
002078         SET WS-HELD-OPEN TO TRUE
002079         DISPLAY "DATATYPREL-I02 APPROVAL HOLD ON ABOVE "
002080                 WS-HOLD-THRESHOLD
002081     ELSE
002082         DISPLAY "DATATYPREL-W12 HELD FILE OPEN STATUS "
002083                 WS-HELD-STATUS " - LARGE ROWS KEPT PENDING"
002084     END-IF.
002085 1400-EXIT.
002086     EXIT.
002087
002088 1410-SCAN-HELD-IDS.
002089     MOVE "N" TO WS-HELD-EOF-SW.
002090     OPEN INPUT DTHELD-FILE.
002091     IF WS-HELD-STATUS NOT = "00"
002092         GO TO 1410-EXIT
002093     END-IF.
002094     PERFORM 1420-SCAN-ONE-HELD-ROW THRU 1420-EXIT
002095         UNTIL WS-HELD-EOF.
002096     CLOSE DTHELD-FILE.
002097 1410-EXIT.
002098     EXIT.
002099
002100 1420-SCAN-ONE-HELD-ROW.
002101     READ DTHELD-FILE
002102         AT END
002103             SET WS-HELD-EOF TO TRUE
002104         NOT AT END
002105             IF HL-ID NUMERIC
002106               AND HL-ID > WS-LAST-HELD-ID
002107                 MOVE HL-ID TO WS-LAST-HELD-ID
002108             END-IF
002109     END-READ.
002110 1420-EXIT.
002111     EXIT.
002112
002050*================================================================
002060* 2000-WORK-WAREHOUSE - ONE PASS, EVERY ROW DISPOSED OF
002070*================================================================
002610* RECYCLE AND OVER-LIMIT PATHS PICK IT UP.
002620*================================================================
002630 3000-RELEASE-ONE-ROW.
002631     IF WS-HOLD-ACTIVE
002632       AND (PN-ARG10 OF DT-PENDING-RECORD > WS-HOLD-THRESHOLD
002633         OR PN-ARG10 OF DT-PENDING-RECORD < WS-HOLD-FLOOR)
002634         PERFORM 3100-HOLD-ONE-ROW THRU 3100-EXIT
002635         GO TO 3000-EXIT
002636     END-IF.
002640     MOVE PN-ARG1 OF DT-PENDING-RECORD TO ARG1.
002650     MOVE "REL" TO ARG2.
002660     MOVE 0 TO ARG4 ARG5 ARG6 ARG7.
002680     MOVE PN-ARG9 OF DT-PENDING-RECORD TO ARG9.
002690     MOVE PN-ARG10 OF DT-PENDING-RECORD TO ARG10.
002692     MOVE 0 TO ARG11.
002694     MOVE SPACES TO ARG12.
002696     SET DT-CHANNEL-RELEASE TO TRUE.
002698     MOVE PN-USER-ID OF DT-PENDING-RECORD TO ARG12-USER-ID.
002700     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
002710                           ARG8 ARG9 ARG10 ARG11 ARG12
002720     END-CALL.
002730     MOVE RETURN-CODE TO WS-CALL-RC.
002740     MOVE 0 TO RETURN-CODE.
002840 3000-EXIT.
002850     EXIT.
002860
002861*================================================================
002862* 3100-HOLD-ONE-ROW - A DUE ROW OVER THE APPROVAL THRESHOLD GOES
002863* TO DTHELD INSTEAD OF DATATYP, WITH ITS ENTERING USER AS MAKER
002864* AND ITS PN-ID AS ORIGIN. IF DTHELD IS NOT AVAILABLE THE ROW
002865* STAYS IN THE WAREHOUSE AND IS TRIED AGAIN NEXT RUN - IT IS
002866* NEVER RELEASED UNAPPROVED.
002867*================================================================
002868 3100-HOLD-ONE-ROW.
002869     IF NOT WS-HELD-OPEN
002870         ADD 1 TO WS-ROWS-PENDING
002871         MOVE "DUE - HOLD UNAVAILABLE" TO DL-DISPOSITION
002872         PERFORM 3800-CARRY-FORWARD THRU 3800-EXIT
002873         GO TO 3100-EXIT
002874     END-IF.
002875     ACCEPT WS-CURRENT-TIME FROM TIME.
002876     ADD 1 TO WS-LAST-HELD-ID.
002877     MOVE SPACES TO DT-HELD-RECORD.
002878     MOVE WS-LAST-HELD-ID TO HL-ID.
002879     MOVE "REL" TO HL-SOURCE.
002880     MOVE WS-TODAY TO HL-ENTRY-DATE.
002881     MOVE WS-CURRENT-TIME TO HL-ENTRY-TIME.
002882     MOVE PN-USER-ID OF DT-PENDING-RECORD TO HL-MAKER-ID.
002883     MOVE PN-ID OF DT-PENDING-RECORD TO HL-ORIGIN-REF.
002884     MOVE PN-ARG1 OF DT-PENDING-RECORD TO HL-ARG1.
002885     MOVE "REL" TO HL-ARG2.
002886     MOVE 0 TO HL-ARG4 HL-ARG5 HL-ARG6 HL-ARG7 HL-ARG11.
002887     MOVE PN-ARG9 OF DT-PENDING-RECORD TO HL-ARG9.
002888     MOVE PN-ARG10 OF DT-PENDING-RECORD TO HL-ARG10.
002889     WRITE DT-HELD-RECORD.
002890     IF WS-HELD-STATUS NOT = "00"
002891         DISPLAY "DATATYPREL-W13 HELD FILE WRITE STATUS "
002892                 WS-HELD-STATUS " HOLDING ID "
002893                 PN-ID OF DT-PENDING-RECORD
002894         SUBTRACT 1 FROM WS-LAST-HELD-ID
002895         ADD 1 TO WS-ROWS-PENDING
002896         MOVE "DUE - HOLD UNAVAILABLE" TO DL-DISPOSITION
002897         PERFORM 3800-CARRY-FORWARD THRU 3800-EXIT
002898     ELSE
002899         ADD 1 TO WS-ROWS-HELD
002900         MOVE "HELD FOR APPROVAL" TO DL-DISPOSITION
002901     END-IF.
002902 3100-EXIT.
002903     EXIT.
002904
002870 3800-CARRY-FORWARD.
002880     MOVE DT-PENDING-RECORD TO NW-PENDING-RECORD.
002890     WRITE NW-PENDING-RECORD.
003340     MOVE "CANCELLED - PURGED" TO TL-LABEL.
003350     MOVE WS-ROWS-CANCELLED TO TL-COUNT.
003360     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003362     MOVE "HELD FOR APPROVAL" TO TL-LABEL.
003364     MOVE WS-ROWS-HELD TO TL-COUNT.
003366     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003370 8000-EXIT.
003380     EXIT.
003381
003382*================================================================
003383* 9600-SAVE-HOLD-CONTROL - PUT THE THRESHOLD BACK WITH THE NEW
003384* HELD-ID HIGH-WATER MARK
003385*================================================================
003386 9600-SAVE-HOLD-CONTROL.
003387     OPEN OUTPUT DTHLDCTL-FILE.
003388     IF WS-HLDCTL-STATUS NOT = "00"
003389         DISPLAY "DATATYPREL-W14 HOLD CONTROL OPEN STATUS "
003390                 WS-HLDCTL-STATUS
003391         GO TO 9600-EXIT
003392     END-IF.
003393     MOVE SPACES TO DT-HLDCTL-RECORD.
003394     MOVE WS-HOLD-THRESHOLD TO HC-THRESHOLD.
003395     MOVE WS-LAST-HELD-ID TO HC-LAST-ID.
003396     WRITE DT-HLDCTL-RECORD.
003397     CLOSE DTHLDCTL-FILE.
003398 9600-EXIT.
003399     EXIT.
003390
003400*================================================================
003410* 9800-WRITE-RUN-CONTROL - ONE DTRUNCTL ROW SO THE DAY-END
003520     MOVE WS-ROWS-REFUSED TO RC-RECS-REJECTED.
003530     MOVE "RELEASE" TO RC-TRAILER-STATUS.
003540     MOVE WS-TODAY TO RC-BUSINESS-DATE.
003545     MOVE WS-ROWS-HELD TO RC-RECS-HELD.
003547     MOVE "REL" TO RC-CHANNEL.
003550     OPEN EXTEND DTRUNCTL-FILE.
003560     IF WS-RUNCTL-STATUS NOT = "00"
003570         DISPLAY "DATATYPREL-W08 RUN CONTROL OPEN STATUS "
003750     MOVE SPACES TO ARG1 ARG2.
003760     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
003770     MOVE SPACE TO ARG9.
003773     MOVE SPACES TO ARG12.
003776     SET DT-CHANNEL-RELEASE TO TRUE.
003780     MOVE "E" TO ARG8.
003790     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
003800                           ARG8 ARG9 ARG10 ARG11 ARG12
003810     END-CALL.
003820     IF RETURN-CODE NOT = 0
003830         DISPLAY "DATATYPREL-W10 SESSION CLOSE RETURNED "
003940     IF WS-SESSION-OPEN
003950         PERFORM 9900-CLOSE-DATATYP-SESSION THRU 9900-EXIT
003960     END-IF.
003961     IF WS-HELD-OPEN
003962         CLOSE DTHELD-FILE
003963     END-IF.
003964     IF WS-ROWS-HELD > 0
003965         PERFORM 9600-SAVE-HOLD-CONTROL THRU 9600-EXIT
003966     END-IF.
003970     CLOSE DTPENDNEW-FILE.
003980     CLOSE DTREL-RPT.
003990     DISPLAY "DATATYPREL-I01 RELEASE COMPLETE - "
004000             WS-ROWS-RELEASED " RELEASED, "
004010             WS-ROWS-REFUSED " REFUSED, "
004015             WS-ROWS-HELD " HELD, "
004020             WS-ROWS-PENDING " STILL PENDING, "
004030             WS-ROWS-CANCELLED " CANCELLED".
004040 9999-EXIT.
