001100*                  ONE NIGHT PASSED BOTH COPIES AND DOUBLE-
001110*                  POSTED EVERY TUPLE - THE ACCIDENT THE OLD
001120*                  SINGLE-FILE DOUBLE-SHIP RULE USED TO CATCH.
001121* 10/15/2026 JM    A TUPLE WHOSE BR-ARG10 IS OVER THE DTHLDCTL
001122*                  APPROVAL THRESHOLD (EITHER SIGN) IS NO LONGER
001123*                  POSTED - IT IS PARKED ON DTHELD FOR A SECOND
001124*                  USER TO APPROVE THROUGH DATATYPAPR, WITH THE
001125*                  SET'S BH-SOURCE-SYSTEM AS ITS MAKER. HELD
001126*                  TUPLES ARE COUNTED ON THE SET'S NEW
001127*                  RC-RECS-HELD. IF THE HOLD IS ON AND DTHELD
001128*                  CANNOT BE OPENED, NOTHING IS POSTED.
001129* 10/15/2026 JM    EVERY DATATYP CALL NOW PASSES ARG12 WITH
001130*                  CHANNEL BAT AND THE SET'S BH-SOURCE-SYSTEM AS
001131*                  BOTH SOURCE SYSTEM AND SUBMITTING USER, SO THE
001132*                  TRAIL SEPARATES ONE FEED'S POSTINGS FROM
001133*                  ANOTHER'S. EACH DTRUNCTL ROW NOW CARRIES
001134*                  RC-CHANNEL BAT FOR THE SETTLEMENT TIE-OUT.
001135* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
001136*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
001137*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
001138*                  IT BEHAVES EXACTLY AS BEFORE.
001130*================================================================
001140 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001290     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-BUSDT-STATUS.
001311     SELECT DTHLDCTL-FILE ASSIGN TO "DTHLDCTL"
001312         ORGANIZATION IS LINE SEQUENTIAL
001313         FILE STATUS IS WS-HLDCTL-STATUS.
001314     SELECT DTHELD-FILE ASSIGN TO "DTHELD"
001315         ORGANIZATION IS LINE SEQUENTIAL
001316         FILE STATUS IS WS-HELD-STATUS.
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  DTBATCH-FILE.
001520     05  BL-POST-TIME             PIC X(06).
001530 FD  DTBUSDT-FILE.
001540     COPY DTDATREC.
001542 FD  DTHLDCTL-FILE.
001544     COPY DTHCTREC.
001546 FD  DTHELD-FILE.
001548     COPY DTHLDREC.
001550 WORKING-STORAGE SECTION.
001560 01  WS-BATCH-STATUS              PIC X(02).
001570 01  WS-CKPT-STATUS               PIC X(02).
001750 01  WS-RUN-STOP-TIME             PIC X(06).
001760 01  WS-BUSDT-STATUS              PIC X(02).
001770 01  WS-BUSINESS-DATE             PIC X(08).
001771 01  WS-HOLD-THRESHOLD            PIC 9(09)V99 VALUE 0.
001772 01  WS-HOLD-FLOOR                PIC S9(09)V99 VALUE 0.
001773 01  WS-LAST-HELD-ID              PIC 9(07) VALUE 0.
001774 01  WS-RECS-HELD                 PIC 9(09) COMP VALUE 0.
001775 01  WS-CURRENT-TIME              PIC X(06).
001780 01  WS-SET-TABLE.
001790     05  WS-SET-ENTRY             OCCURS 50 TIMES.
001800         10  WS-SEG-SOURCE        PIC X(08).
001880         10  WS-SEG-TRL-HASH      PIC S9(13)V99 COMP-3.
001890         10  WS-SEG-POSTED        PIC 9(09) COMP.
001900         10  WS-SEG-REJECTED      PIC 9(09) COMP.
001905         10  WS-SEG-HELD          PIC 9(09) COMP.
001910 01  WS-SET-COUNT                 PIC 9(04) COMP VALUE 0.
001920 01  WS-SET-MAX                   PIC 9(04) COMP VALUE 50.
001930 01  WS-SET-IX                    PIC 9(04) COMP.
002030     88  WS-DUP-FOUND                        VALUE "Y".
002040 01  WS-BATLOG-EOF-SW             PIC X(01) VALUE "N".
002050     88  WS-BATLOG-EOF                       VALUE "Y".
002051 01  WS-HLDCTL-STATUS             PIC X(02).
002052 01  WS-HELD-STATUS               PIC X(02).
002053 01  WS-HOLD-ACTIVE-SW            PIC X(01) VALUE "N".
002054     88  WS-HOLD-ACTIVE                      VALUE "Y".
002055 01  WS-HELD-OPEN-SW              PIC X(01) VALUE "N".
002056     88  WS-HELD-OPEN                        VALUE "Y".
002057 01  WS-HELD-EOF-SW               PIC X(01) VALUE "N".
002058     88  WS-HELD-EOF                         VALUE "Y".
002060*    SESSION-CONTROL CALL ARGUMENTS - ONLY ARG8 CARRIES ANY
002070*    MEANING ON AN OPEN OR CLOSE CALL, THE REST JUST SATISFY
002080*    THE CALL INTERFACE.
002230                 " SETS ON DTBATCH - NOTHING POSTED"
002240         MOVE 12 TO RETURN-CODE
002250         PERFORM 9800-WRITE-RUN-CONTROL THRU 9800-EXIT
002260         GOBACK
002270     END-IF
002280     PERFORM 0600-CHECK-DUPLICATES THRU 0600-EXIT
002282     IF WS-BATCH-OK
002284         PERFORM 0700-LOAD-HOLD-CONTROL THRU 0700-EXIT
002286     END-IF
002290     IF WS-BATCH-OK
002300         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310         PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
002430             MOVE 8 TO RETURN-CODE
002440     END-EVALUATE
002450     PERFORM 9800-WRITE-RUN-CONTROL THRU 9800-EXIT
002460     GOBACK.
002470
002480*================================================================
002490* 0400-GET-BUSINESS-DATE - THE DTBUSDT DATE THE RUN POSTS UNDER,
003630     MOVE 0 TO WS-SEG-TRL-HASH (WS-CUR-SET).
003640     MOVE 0 TO WS-SEG-POSTED (WS-CUR-SET).
003650     MOVE 0 TO WS-SEG-REJECTED (WS-CUR-SET).
003655     MOVE 0 TO WS-SEG-HELD (WS-CUR-SET).
003660 0530-EXIT.
003670     EXIT.
003680
003910     MOVE 0 TO WS-SEG-TRL-HASH (WS-CUR-SET).
003920     MOVE 0 TO WS-SEG-POSTED (WS-CUR-SET).
003930     MOVE 0 TO WS-SEG-REJECTED (WS-CUR-SET).
003935     MOVE 0 TO WS-SEG-HELD (WS-CUR-SET).
003940 0535-EXIT.
003950     EXIT.
003960
005460     MOVE SPACES TO ARG1 ARG2.
005470     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
005480     MOVE SPACE TO ARG9.
005483     MOVE SPACES TO ARG12.
005486     SET DT-CHANNEL-BATCH TO TRUE.
005490     MOVE "O" TO ARG8.
005500     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
005510                           ARG8 ARG9 ARG10 ARG11 ARG12
005520     END-CALL.
005530     IF RETURN-CODE NOT = 0
005540         DISPLAY "DATATYPBAT-W07 SESSION OPEN RETURNED "
006670     IF BR-ARG11 NOT NUMERIC
006680         MOVE 0 TO BR-ARG11
006690     END-IF.
006691     IF WS-HOLD-ACTIVE
006692       AND (BR-ARG10 > WS-HOLD-THRESHOLD
006693         OR BR-ARG10 < WS-HOLD-FLOOR)
006694         PERFORM 2250-HOLD-ONE-TUPLE THRU 2250-EXIT
006695         GO TO 2200-EXIT
006696     END-IF.
006697     MOVE SPACES TO ARG12.
006698     SET DT-CHANNEL-BATCH TO TRUE.
006699     MOVE WS-SEG-SOURCE (WS-CUR-SET) TO ARG12-SOURCE-SYSTEM
006700                                        ARG12-USER-ID.
006700     CALL "DATATYP" USING BR-ARG1 BR-ARG2 BR-ARG4 BR-ARG5
006710                           BR-ARG6 BR-ARG7 WS-BATCH-ARG8
006720                           BR-ARG9 BR-ARG10 BR-ARG11 ARG12
006730     END-CALL.
006740     IF RETURN-CODE NOT = 0
006750         DISPLAY "DATATYPBAT-W01 DATATYP RETURNED " RETURN-CODE
007050 9999-TERMINATE.
007060     PERFORM 9900-CLOSE-DATATYP-SESSION THRU 9900-EXIT.
007070     CLOSE DTBATCH-FILE.
007071     IF WS-HELD-OPEN
007072         CLOSE DTHELD-FILE
007073         MOVE "N" TO WS-HELD-OPEN-SW
007074     END-IF.
007075     IF WS-RECS-HELD > 0
007076         PERFORM 9600-SAVE-HOLD-CONTROL THRU 9600-EXIT
007077     END-IF.
007080     MOVE 0 TO CK-RECORD-COUNT.
007090     OPEN OUTPUT CKPT-FILE.
007100     IF WS-CKPT-STATUS NOT = "00"
007170             WS-RECS-READ " RECORDS PROCESSED, "
007180             WS-RECS-POSTED " POSTED, "
007190             WS-RECS-REJECTED " REJECTED, "
007195             WS-RECS-HELD " HELD, "
007200             WS-SETS-ACCEPTED " SET(S) POSTED".
007210 9999-EXIT.
007220     EXIT.
007290     MOVE SPACES TO ARG1 ARG2.
007300     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
007310     MOVE SPACE TO ARG9.
007313     MOVE SPACES TO ARG12.
007316     SET DT-CHANNEL-BATCH TO TRUE.
007320     MOVE "E" TO ARG8.
007330     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
007340                           ARG8 ARG9 ARG10 ARG11 ARG12
007350     END-CALL.
007360     IF RETURN-CODE NOT = 0
007370         DISPLAY "DATATYPBAT-W08 SESSION CLOSE RETURNED "
008030         MOVE WS-RUN-START-TIME TO RC-START-TIME
008040         MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
008050         MOVE 0 TO RC-RECS-READ RC-RECS-POSTED RC-RECS-REJECTED
008055         MOVE 0 TO RC-RECS-HELD
008060         MOVE "NO HEADER" TO RC-TRAILER-STATUS
008070         MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
008075         MOVE "BAT" TO RC-CHANNEL
008080         WRITE DT-RUNCTL-RECORD
008090     ELSE
008100         MOVE 1 TO WS-SET-IX
008270     MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
008280     MOVE WS-SEG-SOURCE (WS-SET-IX) TO RC-SOURCE-SYSTEM.
008290     MOVE WS-SEG-RUN-DATE (WS-SET-IX) TO RC-FILE-RUN-DATE.
008295     MOVE WS-SEG-HELD (WS-SET-IX) TO RC-RECS-HELD.
008297     MOVE "BAT" TO RC-CHANNEL.
008300     WRITE DT-RUNCTL-RECORD.
008310     IF WS-RUNCTL-STATUS NOT = "00"
008320         DISPLAY "DATATYPBAT-W06 RUN CONTROL WRITE STATUS "
008350     ADD 1 TO WS-SET-IX.
008360 9810-EXIT.
008370     EXIT.
008380
008390*================================================================
008400* 0700-LOAD-HOLD-CONTROL - A NONZERO DTHLDCTL THRESHOLD TURNS THE
008410* APPROVAL HOLD ON. THE NEXT HELD ID FOLLOWS THE HIGHER OF THE
008420* CONTROL RECORD'S HIGH-WATER MARK AND ANY ID ALREADY ON DTHELD,
008430* SO A RESTART AFTER AN ABEND NEVER HANDS OUT AN ID TWICE. WITH
008440* THE HOLD ON, A DTHELD THAT WILL NOT OPEN STOPS THE WHOLE RUN -
008450* POSTING THE LARGE TUPLES UNAPPROVED IS NOT AN OPTION.
008460*================================================================
008470 0700-LOAD-HOLD-CONTROL.
008480     OPEN INPUT DTHLDCTL-FILE.
008490     IF WS-HLDCTL-STATUS NOT = "00"
008500         IF WS-HLDCTL-STATUS NOT = "35"
008510             DISPLAY "DATATYPBAT-W14 HOLD CONTROL OPEN STATUS "
008520                     WS-HLDCTL-STATUS
008530         END-IF
008540         GO TO 0700-EXIT
008550     END-IF.
008560     READ DTHLDCTL-FILE
008570         AT END
008580             CONTINUE
008590         NOT AT END
008600             IF HC-THRESHOLD NUMERIC
008610                 MOVE HC-THRESHOLD TO WS-HOLD-THRESHOLD
008620             END-IF
008630             IF HC-LAST-ID NUMERIC
008640                 MOVE HC-LAST-ID TO WS-LAST-HELD-ID
008650             END-IF
008660     END-READ.
008670     CLOSE DTHLDCTL-FILE.
008680     IF WS-HOLD-THRESHOLD = 0
008690         GO TO 0700-EXIT
008700     END-IF.
008710     SET WS-HOLD-ACTIVE TO TRUE.
008720     COMPUTE WS-HOLD-FLOOR = 0 - WS-HOLD-THRESHOLD.
008730     PERFORM 0710-SCAN-HELD-IDS THRU 0710-EXIT.
008740     OPEN EXTEND DTHELD-FILE.
008750     IF WS-HELD-STATUS = "35"
008760         OPEN OUTPUT DTHELD-FILE
008770     END-IF.
008780     IF WS-HELD-STATUS NOT = "00"
008790         DISPLAY "DATATYPBAT-E07 HELD FILE OPEN STATUS "
008800                 WS-HELD-STATUS " - NOTHING POSTED"
008810         MOVE "N" TO WS-BATCH-OK-SW
008820         MOVE 1 TO WS-SET-IX
008830         PERFORM 0730-REFUSE-ONE-SET THRU 0730-EXIT
008840             UNTIL WS-SET-IX > WS-SET-COUNT
008850         GO TO 0700-EXIT
008860     END-IF.
008870     SET WS-HELD-OPEN TO TRUE.
008880     DISPLAY "DATATYPBAT-I04 APPROVAL HOLD ON ABOVE "
008890             WS-HOLD-THRESHOLD.
008900 0700-EXIT.
008910     EXIT.
008920
008930 0710-SCAN-HELD-IDS.
008940     MOVE "N" TO WS-HELD-EOF-SW.
008950     OPEN INPUT DTHELD-FILE.
008960     IF WS-HELD-STATUS NOT = "00"
008970         GO TO 0710-EXIT
008980     END-IF.
008990     PERFORM 0720-SCAN-ONE-HELD-ROW THRU 0720-EXIT
009000         UNTIL WS-HELD-EOF.
009010     CLOSE DTHELD-FILE.
009020 0710-EXIT.
009030     EXIT.
009040
009050 0720-SCAN-ONE-HELD-ROW.
009060     READ DTHELD-FILE
009070         AT END
009080             SET WS-HELD-EOF TO TRUE
009090         NOT AT END
009100             IF HL-ID NUMERIC
009110               AND HL-ID > WS-LAST-HELD-ID
009120                 MOVE HL-ID TO WS-LAST-HELD-ID
009130             END-IF
009140     END-READ.
009150 0720-EXIT.
009160     EXIT.
009170
009180*================================================================
009190* 0730-REFUSE-ONE-SET - NO PLACE TO PARK THE LARGE TUPLES, SO
009200* EVERY SET THAT WOULD HAVE POSTED IS REFUSED INSTEAD
009210*================================================================
009220 0730-REFUSE-ONE-SET.
009230     IF WS-SEG-ACCEPTED (WS-SET-IX)
009240         MOVE "N" TO WS-SEG-ACCEPT-SW (WS-SET-IX)
009250         MOVE "NO HOLD FILE" TO WS-SEG-STATUS (WS-SET-IX)
009260         SUBTRACT 1 FROM WS-SETS-ACCEPTED
009270         ADD 1 TO WS-SETS-REFUSED
009280     END-IF.
009290     ADD 1 TO WS-SET-IX.
009300 0730-EXIT.
009310     EXIT.
009320
009330*================================================================
009340* 2250-HOLD-ONE-TUPLE - THE TUPLE'S AMOUNT IS OVER THE APPROVAL
009350* THRESHOLD, SO INSTEAD OF CALLING DATATYP THE WHOLE TUPLE GOES
009360* TO DTHELD UNDER THE NEXT HELD ID, WITH THE SET'S SOURCE SYSTEM
009370* AS ITS MAKER, AND WAITS THERE FOR DATATYPAPR. A TUPLE THAT
009380* CANNOT BE WRITTEN IS COUNTED AS REJECTED SO THE DAY-END CLOSE
009390* SHOWS THE BREAK.
009400*================================================================
009410 2250-HOLD-ONE-TUPLE.
009420     ACCEPT WS-CURRENT-TIME FROM TIME.
009430     ADD 1 TO WS-LAST-HELD-ID.
009440     MOVE SPACES TO DT-HELD-RECORD.
009450     MOVE WS-LAST-HELD-ID TO HL-ID.
009460     MOVE "BAT" TO HL-SOURCE.
009470     MOVE WS-BUSINESS-DATE TO HL-ENTRY-DATE.
009480     MOVE WS-CURRENT-TIME TO HL-ENTRY-TIME.
009490     MOVE WS-SEG-SOURCE (WS-CUR-SET) TO HL-MAKER-ID.
009500     MOVE WS-SEG-RUN-DATE (WS-CUR-SET) TO HL-ORIGIN-REF.
009510     MOVE BR-ARG1 TO HL-ARG1.
009520     MOVE BR-ARG2 TO HL-ARG2.
009530     MOVE BR-ARG4 TO HL-ARG4.
009540     MOVE BR-ARG5 TO HL-ARG5.
009550     MOVE BR-ARG6 TO HL-ARG6.
009560     MOVE BR-ARG7 TO HL-ARG7.
009570     MOVE BR-ARG9 TO HL-ARG9.
009580     MOVE BR-ARG10 TO HL-ARG10.
009590     MOVE BR-ARG11 TO HL-ARG11.
009600     WRITE DT-HELD-RECORD.
009610     IF WS-HELD-STATUS NOT = "00"
009620         DISPLAY "DATATYPBAT-E08 HELD FILE WRITE STATUS "
009630                 WS-HELD-STATUS " AT RECORD " WS-RECS-READ
009640         ADD 1 TO WS-RECS-REJECTED
009650         ADD 1 TO WS-SEG-REJECTED (WS-CUR-SET)
009660     ELSE
009670         DISPLAY "DATATYPBAT-I05 RECORD " WS-RECS-READ
009680                 " HELD FOR APPROVAL AS ID " HL-ID
009690         ADD 1 TO WS-RECS-HELD
009700         ADD 1 TO WS-SEG-HELD (WS-CUR-SET)
009710     END-IF.
009720 2250-EXIT.
009730     EXIT.
009740
009750*================================================================
009760* 9600-SAVE-HOLD-CONTROL - PUT THE THRESHOLD BACK WITH THE NEW
009770* HELD-ID HIGH-WATER MARK, SO DATATYPREL AND THE NEXT RUN CARRY
009780* ON FROM HERE EVEN AFTER DATATYPAPR HAS EMPTIED DTHELD
009790*================================================================
009800 9600-SAVE-HOLD-CONTROL.
009810     OPEN OUTPUT DTHLDCTL-FILE.
009820     IF WS-HLDCTL-STATUS NOT = "00"
009830         DISPLAY "DATATYPBAT-W15 HOLD CONTROL OPEN STATUS "
009840                 WS-HLDCTL-STATUS
009850         GO TO 9600-EXIT
009860     END-IF.
009870     MOVE SPACES TO DT-HLDCTL-RECORD.
009880     MOVE WS-HOLD-THRESHOLD TO HC-THRESHOLD.
009890     MOVE WS-LAST-HELD-ID TO HC-LAST-ID.
009900     WRITE DT-HLDCTL-RECORD.
009910     CLOSE DTHLDCTL-FILE.
009920 9600-EXIT.
009930     EXIT.
