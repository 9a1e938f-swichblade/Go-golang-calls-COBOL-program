000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPSTL.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - PER-CHANNEL SETTLEMENT.
000120*                  RUNS BESIDE DATATYPEOD AT DAY END. THE CLOSE
000130*                  PROOF TIES THE DAY AS A WHOLE; THIS REPORT
000140*                  SPLITS THE SAME DAY BY THE ARG12 CHANNEL
000150*                  EVERY CALL NOW STAMPS ON DTAUDIT (GO, BAT,
000160*                  RCY, REL, XFR, ACR, APR), WITH EACH DATATYPBAT
000170*                  FEED SHOWN ON ITS OWN LINE BY SOURCE SYSTEM,
000180*                  SO A FEEDING SYSTEM THAT DISPUTES WHAT IT SENT
000190*                  CAN BE SETTLED WITHOUT A HAND SEARCH. FOR EACH
000200*                  LINE IT SHOWS THE DAY'S POSTED, REJECTED AND
000210*                  LIMIT-BLOCKED CALLS, THE NET ARG7 MOVEMENT
000220*                  POSTED AND THE AMOUNT BLOCKED, AND TIES THE
000230*                  COUNTS TO THE CHANNEL'S OWN DTRUNCTL ROWS THE
000240*                  SAME WAY DATATYPEOD TIES THE TOTALS: POSTED TO
000250*                  THE P RECORDS, REJECTED TO THE R PLUS L
000260*                  RECORDS. THE GO CALLER WRITES NO RUN CONTROL,
000270*                  SO ITS LINE IS SHOWN AS DIRECT; ANY OTHER
000280*                  CHANNEL WITH ACTIVITY AND NO RUN ROWS IS A
000290*                  BREAK. ROWS AND RECORDS WRITTEN BEFORE THE
000300*                  CHANNEL WAS STAMPED SETTLE UNDER A BLANK
000310*                  CHANNEL. ANY BREAK ENDS THE RUN WITH RC 4.
000312* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000314*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000316*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000318*                  IT BEHAVES EXACTLY AS BEFORE.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BUSDT-STATUS.
000390     SELECT DTAUDIT-FILE ASSIGN TO "DTAUDIT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-STATUS.
000420     SELECT DTRUNCTL-FILE ASSIGN TO "DTRUNCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RUNCTL-STATUS.
000450     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000460     SELECT DTSTL-RPT ASSIGN TO "DTSTLRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DTBUSDT-FILE.
000520     COPY DTDATREC.
000530 FD  DTAUDIT-FILE.
000540     COPY DTAUDREC.
000550 FD  DTRUNCTL-FILE.
000560     COPY DTRUNREC.
000570 SD  SORT-WORK-FILE.
000580 01  SW-SETTLE-RECORD.
000590     05  SW-CHANNEL              PIC X(04).
000600     05  SW-SOURCE               PIC X(08).
000610     05  SW-IX                   PIC 9(04).
000620 FD  DTSTL-RPT
000630     RECORD CONTAINS 132 CHARACTERS.
000640 01  RPT-RECORD                  PIC X(132).
000650 WORKING-STORAGE SECTION.
000660 01  WS-BUSDT-STATUS             PIC X(02).
000670 01  WS-AUDIT-STATUS             PIC X(02).
000680 01  WS-RUNCTL-STATUS            PIC X(02).
000690 01  WS-RPT-STATUS               PIC X(02).
000700 01  WS-TODAY                    PIC X(08).
000710 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
000720     88  WS-AUDIT-EOF                        VALUE "Y".
000730 01  WS-RUNCTL-EOF-SW            PIC X(01) VALUE "N".
000740     88  WS-RUNCTL-EOF                       VALUE "Y".
000750 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
000760     88  WS-SORT-EOF                         VALUE "Y".
000770 01  WS-FOUND-SW                 PIC X(01) VALUE "N".
000780     88  WS-FOUND                            VALUE "Y".
000790 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
000800     88  WS-OVERFLOW                         VALUE "Y".
000810 01  WS-BREAKS-SW                PIC X(01) VALUE "N".
000820     88  WS-DAY-HAS-BREAKS                   VALUE "Y".
000830 01  WS-KEY-CHANNEL              PIC X(04).
000840 01  WS-KEY-SOURCE               PIC X(08).
000850 01  WS-STL-TABLE.
000860     05  WS-STL-ENTRY            OCCURS 200 TIMES.
000870         10  WS-ST-CHANNEL       PIC X(04).
000880         10  WS-ST-SOURCE        PIC X(08).
000890         10  WS-ST-POSTED        PIC 9(09) COMP.
000900         10  WS-ST-REJECTED      PIC 9(09) COMP.
000910         10  WS-ST-BLOCKED       PIC 9(09) COMP.
000920         10  WS-ST-ARG7-NET      PIC S9(13)V99 COMP-3.
000930         10  WS-ST-BLOCK-AMT     PIC S9(13)V99 COMP-3.
000940         10  WS-ST-RUN-ROWS      PIC 9(07) COMP.
000950         10  WS-ST-RUN-POSTED    PIC 9(09) COMP.
000960         10  WS-ST-RUN-REJECTED  PIC 9(09) COMP.
000970 01  WS-STL-COUNT                PIC 9(04) COMP VALUE 0.
000980 01  WS-STL-MAX                  PIC 9(04) COMP VALUE 200.
000990 01  WS-STL-IX                   PIC 9(04) COMP.
001000 01  WS-REJECTS-ALL              PIC 9(09) COMP.
001010 01  WS-ARG7-DELTA               PIC S9(11)V99.
001020 01  WS-RECS-SETTLED             PIC 9(09) COMP VALUE 0.
001030 01  WS-RUN-ROWS-READ            PIC 9(07) COMP VALUE 0.
001040 01  WS-LINES-TIED               PIC 9(07) COMP VALUE 0.
001050 01  WS-LINES-BROKEN             PIC 9(07) COMP VALUE 0.
001060 01  WS-LINES-DIRECT             PIC 9(07) COMP VALUE 0.
001070 01  WS-TOT-POSTED               PIC 9(09) COMP VALUE 0.
001080 01  WS-TOT-REJECTED             PIC 9(09) COMP VALUE 0.
001090 01  WS-TOT-BLOCKED              PIC 9(09) COMP VALUE 0.
001100 01  WS-TOT-ARG7-NET             PIC S9(13)V99 COMP-3 VALUE 0.
001110 01  WS-TOT-BLOCK-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
001120 01  WS-TOT-RUN-POSTED           PIC 9(09) COMP VALUE 0.
001130 01  WS-TOT-RUN-REJECTED         PIC 9(09) COMP VALUE 0.
001140 01  WS-HEADING-1.
001150     05  FILLER                  PIC X(39)
001160         VALUE "DATATYP CHANNEL SETTLEMENT REPORT FOR ".
001170     05  WH1-DATE                PIC X(08).
001180 01  WS-HEADING-2.
001190     05  FILLER                  PIC X(16) VALUE "  CHAN  SOURCE".
001200     05  FILLER                  PIC X(09) VALUE "   POSTED".
001210     05  FILLER                  PIC X(09) VALUE " REJECTED".
001220     05  FILLER                  PIC X(09) VALUE "  BLOCKED".
001230     05  FILLER                  PIC X(17)
001240         VALUE "    NET ARG7 POST".
001250     05  FILLER                  PIC X(17)
001260         VALUE "   AMOUNT BLOCKED".
001270     05  FILLER                  PIC X(06) VALUE "  RUNS".
001280     05  FILLER                  PIC X(09) VALUE " RUN POST".
001290     05  FILLER                  PIC X(09) VALUE "  RUN REJ".
001300     05  FILLER                  PIC X(12) VALUE "  SETTLEMENT".
001310 01  WS-DETAIL-LINE.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DL-CHANNEL              PIC X(04).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-SOURCE               PIC X(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-POSTED               PIC ZZZ,ZZ9.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-REJECTED             PIC ZZZ,ZZ9.
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DL-BLOCKED              PIC ZZZ,ZZ9.
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-ARG7-NET             PIC -(11)9.99.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-BLOCK-AMT            PIC -(11)9.99.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-RUNS                 PIC ZZZ9.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DL-RUN-POSTED           PIC ZZZ,ZZ9.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  DL-RUN-REJECTED         PIC ZZZ,ZZ9.
001520     05  FILLER                  PIC X(04) VALUE SPACES.
001530     05  DL-RESULT               PIC X(10).
001540 01  WS-TOTAL-LINE.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  TL-LABEL                PIC X(24).
001570     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
001580 PROCEDURE DIVISION.
001590*================================================================
001600* 0000-MAINLINE - GATHER THE DAY BY CHANNEL, ADD THE RUN ROWS,
001610* PRINT IN CHANNEL ORDER
001620*================================================================
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     PERFORM 2000-GATHER-AUDIT THRU 2000-EXIT
001660     PERFORM 3000-GATHER-RUN-CONTROL THRU 3000-EXIT
001670     PERFORM 5000-PRINT-SETTLEMENT THRU 5000-EXIT
001680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001690     PERFORM 9999-TERMINATE THRU 9999-EXIT
001700     GOBACK.
001710
001720*================================================================
001730* 1000-INITIALIZE - THE DAY BEING SETTLED COMES FROM DTBUSDT
001740*================================================================
001750 1000-INITIALIZE.
001760     MOVE SPACES TO WS-TODAY.
001770     OPEN INPUT DTBUSDT-FILE.
001780     IF WS-BUSDT-STATUS = "00"
001790         READ DTBUSDT-FILE
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 IF BD-BUSINESS-DATE NUMERIC
001840                     MOVE BD-BUSINESS-DATE TO WS-TODAY
001850                 END-IF
001860         END-READ
001870         CLOSE DTBUSDT-FILE
001880     END-IF.
001890     IF WS-TODAY = SPACES
001900         DISPLAY "DATATYPSTL-W01 NO BUSINESS DATE ON DTBUSDT - "
001910                 "USING MACHINE DATE"
001920         ACCEPT WS-TODAY FROM DATE YYYYMMDD
001930     END-IF.
001940     OPEN OUTPUT DTSTL-RPT.
001950     IF WS-RPT-STATUS NOT = "00"
001960         DISPLAY "DATATYPSTL-W02 REPORT FILE OPEN STATUS "
001970                 WS-RPT-STATUS
001980     END-IF.
001990     MOVE WS-TODAY TO WH1-DATE.
002000     WRITE RPT-RECORD FROM WS-HEADING-1.
002010     MOVE SPACES TO RPT-RECORD.
002020     WRITE RPT-RECORD.
002030     WRITE RPT-RECORD FROM WS-HEADING-2.
002040 1000-EXIT.
002050     EXIT.
002060
002070*================================================================
002080* 2000-GATHER-AUDIT - EVERY CALL THE DAY AUDITED, BY CHANNEL.
002090* INQUIRIES MOVE NOTHING AND A DATATYPARC OPENING RECORD IS NOT
002100* A CALL, SO NEITHER SETTLES.
002110*================================================================
002120 2000-GATHER-AUDIT.
002130     OPEN INPUT DTAUDIT-FILE.
002140     IF WS-AUDIT-STATUS NOT = "00"
002150         IF WS-AUDIT-STATUS NOT = "35"
002160             DISPLAY "DATATYPSTL-W03 AUDIT FILE OPEN STATUS "
002170                     WS-AUDIT-STATUS
002180         END-IF
002190         GO TO 2000-EXIT
002200     END-IF.
002210     PERFORM 2100-SETTLE-ONE-AUDIT
002220         UNTIL WS-AUDIT-EOF.
002230     CLOSE DTAUDIT-FILE.
002240 2000-EXIT.
002250     EXIT.
002260
002270 2100-SETTLE-ONE-AUDIT.
002280     READ DTAUDIT-FILE
002290         AT END
002300             SET WS-AUDIT-EOF TO TRUE
002310         NOT AT END
002320             IF AR-DATE = WS-TODAY
002330               AND AR-ARG2 NOT = "CFWD"
002340               AND (AR-TYPE-PROCESSED OR AR-TYPE-REJECTED
002350                 OR AR-TYPE-LIMIT-BLOCKED)
002360                 PERFORM 2200-ADD-AUDIT THRU 2200-EXIT
002370             END-IF
002380     END-READ.
002390 2100-EXIT.
002400     EXIT.
002410
002420 2200-ADD-AUDIT.
002430     MOVE AR-CHANNEL TO WS-KEY-CHANNEL.
002440     IF AR-CHANNEL = "BAT"
002450         MOVE AR-SOURCE-SYSTEM TO WS-KEY-SOURCE
002460     ELSE
002470         MOVE SPACES TO WS-KEY-SOURCE
002480     END-IF.
002490     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
002500     IF NOT WS-FOUND
002510         GO TO 2200-EXIT
002520     END-IF.
002530     ADD 1 TO WS-RECS-SETTLED.
002540     EVALUATE TRUE
002550         WHEN AR-TYPE-PROCESSED
002560             ADD 1 TO WS-ST-POSTED (WS-STL-IX)
002570             IF AR-ARG7-AFTER NUMERIC AND AR-ARG7-BEFORE NUMERIC
002580                 COMPUTE WS-ARG7-DELTA =
002590                         AR-ARG7-AFTER - AR-ARG7-BEFORE
002600                 ADD WS-ARG7-DELTA TO WS-ST-ARG7-NET (WS-STL-IX)
002610             END-IF
002620         WHEN AR-TYPE-REJECTED
002630             ADD 1 TO WS-ST-REJECTED (WS-STL-IX)
002640         WHEN AR-TYPE-LIMIT-BLOCKED
002650             ADD 1 TO WS-ST-BLOCKED (WS-STL-IX)
002660             IF AR-AMOUNT NUMERIC
002670                 ADD AR-AMOUNT TO WS-ST-BLOCK-AMT (WS-STL-IX)
002680             END-IF
002690     END-EVALUATE.
002700 2200-EXIT.
002710     EXIT.
002720
002730*================================================================
002740* 3000-GATHER-RUN-CONTROL - THE DAY'S DTRUNCTL ROWS, SELECTED BY
002750* THE BUSINESS DATE THEY POSTED UNDER, ONTO THE SAME LINES
002760*================================================================
002770 3000-GATHER-RUN-CONTROL.
002780     OPEN INPUT DTRUNCTL-FILE.
002790     IF WS-RUNCTL-STATUS NOT = "00"
002800         IF WS-RUNCTL-STATUS NOT = "35"
002810             DISPLAY "DATATYPSTL-W04 RUN CONTROL OPEN STATUS "
002820                     WS-RUNCTL-STATUS
002830         END-IF
002840         GO TO 3000-EXIT
002850     END-IF.
002860     PERFORM 3100-SETTLE-ONE-RUN
002870         UNTIL WS-RUNCTL-EOF.
002880     CLOSE DTRUNCTL-FILE.
002890 3000-EXIT.
002900     EXIT.
002910
002920 3100-SETTLE-ONE-RUN.
002930     READ DTRUNCTL-FILE
002940         AT END
002950             SET WS-RUNCTL-EOF TO TRUE
002960         NOT AT END
002970             IF RC-BUSINESS-DATE = WS-TODAY
002980                 PERFORM 3200-ADD-RUN THRU 3200-EXIT
002990             END-IF
003000     END-READ.
003010 3100-EXIT.
003020     EXIT.
003030
003040 3200-ADD-RUN.
003050     MOVE RC-CHANNEL TO WS-KEY-CHANNEL.
003060     IF RC-CHANNEL = "BAT"
003070         MOVE RC-SOURCE-SYSTEM TO WS-KEY-SOURCE
003080     ELSE
003090         MOVE SPACES TO WS-KEY-SOURCE
003100     END-IF.
003110     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
003120     IF NOT WS-FOUND
003130         GO TO 3200-EXIT
003140     END-IF.
003150     ADD 1 TO WS-RUN-ROWS-READ.
003160     ADD 1 TO WS-ST-RUN-ROWS (WS-STL-IX).
003170     IF RC-RECS-POSTED NUMERIC
003180         ADD RC-RECS-POSTED TO WS-ST-RUN-POSTED (WS-STL-IX)
003190     END-IF.
003200     IF RC-RECS-REJECTED NUMERIC
003210         ADD RC-RECS-REJECTED TO WS-ST-RUN-REJECTED (WS-STL-IX)
003220     END-IF.
003230 3200-EXIT.
003240     EXIT.
003250
003260*================================================================
003270* 4000-FIND-ENTRY - LOCATE OR ADD THE LINE FOR THE CURRENT
003280* CHANNEL AND SOURCE. A FULL TABLE DROPS THE REST OF THE DAY
003290* FROM THE REPORT AND FLAGS IT AS A BREAK.
003300*================================================================
003310 4000-FIND-ENTRY.
003320     MOVE "N" TO WS-FOUND-SW.
003330     MOVE 1 TO WS-STL-IX.
003340     PERFORM 4100-MATCH-ONE-ENTRY THRU 4100-EXIT
003350         UNTIL WS-FOUND
003360            OR WS-STL-IX > WS-STL-COUNT.
003370     IF WS-FOUND
003380         GO TO 4000-EXIT
003390     END-IF.
003400     IF WS-STL-COUNT >= WS-STL-MAX
003410         IF NOT WS-OVERFLOW
003420             DISPLAY "DATATYPSTL-E01 SETTLEMENT TABLE FULL AT "
003430                     WS-STL-MAX " LINES"
003440             SET WS-OVERFLOW TO TRUE
003450             SET WS-DAY-HAS-BREAKS TO TRUE
003460         END-IF
003470         GO TO 4000-EXIT
003480     END-IF.
003490     ADD 1 TO WS-STL-COUNT.
003500     MOVE WS-STL-COUNT TO WS-STL-IX.
003510     MOVE WS-KEY-CHANNEL TO WS-ST-CHANNEL (WS-STL-IX).
003520     MOVE WS-KEY-SOURCE TO WS-ST-SOURCE (WS-STL-IX).
003530     MOVE 0 TO WS-ST-POSTED (WS-STL-IX)
003540               WS-ST-REJECTED (WS-STL-IX)
003550               WS-ST-BLOCKED (WS-STL-IX)
003560               WS-ST-ARG7-NET (WS-STL-IX)
003570               WS-ST-BLOCK-AMT (WS-STL-IX)
003580               WS-ST-RUN-ROWS (WS-STL-IX)
003590               WS-ST-RUN-POSTED (WS-STL-IX)
003600               WS-ST-RUN-REJECTED (WS-STL-IX).
003610     SET WS-FOUND TO TRUE.
003620 4000-EXIT.
003630     EXIT.
003640
003650 4100-MATCH-ONE-ENTRY.
003660     IF WS-ST-CHANNEL (WS-STL-IX) = WS-KEY-CHANNEL
003670       AND WS-ST-SOURCE (WS-STL-IX) = WS-KEY-SOURCE
003680         SET WS-FOUND TO TRUE
003690     ELSE
003700         ADD 1 TO WS-STL-IX
003710     END-IF.
003720 4100-EXIT.
003730     EXIT.
003740
003750*================================================================
003760* 5000-PRINT-SETTLEMENT - THE LINES IN CHANNEL AND SOURCE ORDER
003770*================================================================
003780 5000-PRINT-SETTLEMENT.
003790     SORT SORT-WORK-FILE
003800         ON ASCENDING KEY SW-CHANNEL SW-SOURCE
003810         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
003820         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT THRU 5200-EXIT.
003830 5000-EXIT.
003840     EXIT.
003850
003860 5100-SORT-INPUT.
003870     MOVE 1 TO WS-STL-IX.
003880     PERFORM 5110-RELEASE-ONE-LINE THRU 5110-EXIT
003890         UNTIL WS-STL-IX > WS-STL-COUNT.
003900 5100-EXIT.
003910     EXIT.
003920
003930 5110-RELEASE-ONE-LINE.
003940     MOVE WS-ST-CHANNEL (WS-STL-IX) TO SW-CHANNEL.
003950     MOVE WS-ST-SOURCE (WS-STL-IX) TO SW-SOURCE.
003960     MOVE WS-STL-IX TO SW-IX.
003970     RELEASE SW-SETTLE-RECORD.
003980     ADD 1 TO WS-STL-IX.
003990 5110-EXIT.
004000     EXIT.
004010
004020 5200-SORT-OUTPUT.
004030     PERFORM 5300-PRINT-ONE-LINE THRU 5300-EXIT
004040         UNTIL WS-SORT-EOF.
004050 5200-EXIT.
004060     EXIT.
004070
004080*================================================================
004090* 5300-PRINT-ONE-LINE - A CHANNEL WITH RUN ROWS MUST MATCH THEM;
004100* THE GO CALLER HAS NONE TO MATCH
004110*================================================================
004120 5300-PRINT-ONE-LINE.
004130     RETURN SORT-WORK-FILE
004140         AT END
004150             SET WS-SORT-EOF TO TRUE
004160             GO TO 5300-EXIT
004170     END-RETURN.
004180     MOVE SW-IX TO WS-STL-IX.
004190     MOVE WS-ST-CHANNEL (WS-STL-IX) TO DL-CHANNEL.
004200     MOVE WS-ST-SOURCE (WS-STL-IX) TO DL-SOURCE.
004210     MOVE WS-ST-POSTED (WS-STL-IX) TO DL-POSTED.
004220     MOVE WS-ST-REJECTED (WS-STL-IX) TO DL-REJECTED.
004230     MOVE WS-ST-BLOCKED (WS-STL-IX) TO DL-BLOCKED.
004240     MOVE WS-ST-ARG7-NET (WS-STL-IX) TO DL-ARG7-NET.
004250     MOVE WS-ST-BLOCK-AMT (WS-STL-IX) TO DL-BLOCK-AMT.
004260     MOVE WS-ST-RUN-ROWS (WS-STL-IX) TO DL-RUNS.
004270     MOVE WS-ST-RUN-POSTED (WS-STL-IX) TO DL-RUN-POSTED.
004280     MOVE WS-ST-RUN-REJECTED (WS-STL-IX) TO DL-RUN-REJECTED.
004290     COMPUTE WS-REJECTS-ALL = WS-ST-REJECTED (WS-STL-IX)
004300                            + WS-ST-BLOCKED (WS-STL-IX).
004310     EVALUATE TRUE
004320         WHEN WS-ST-RUN-ROWS (WS-STL-IX) = 0
004330          AND WS-ST-CHANNEL (WS-STL-IX) = "GO"
004340             MOVE "DIRECT" TO DL-RESULT
004350             ADD 1 TO WS-LINES-DIRECT
004360         WHEN WS-ST-RUN-ROWS (WS-STL-IX) = 0
004370             MOVE "NO RUN ROW" TO DL-RESULT
004380             ADD 1 TO WS-LINES-BROKEN
004390             SET WS-DAY-HAS-BREAKS TO TRUE
004400         WHEN WS-ST-POSTED (WS-STL-IX)
004410                = WS-ST-RUN-POSTED (WS-STL-IX)
004420          AND WS-REJECTS-ALL = WS-ST-RUN-REJECTED (WS-STL-IX)
004430             MOVE "TIES" TO DL-RESULT
004440             ADD 1 TO WS-LINES-TIED
004450         WHEN OTHER
004460             MOVE "BREAK" TO DL-RESULT
004470             ADD 1 TO WS-LINES-BROKEN
004480             SET WS-DAY-HAS-BREAKS TO TRUE
004490     END-EVALUATE.
004500     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004510     ADD WS-ST-POSTED (WS-STL-IX) TO WS-TOT-POSTED.
004520     ADD WS-ST-REJECTED (WS-STL-IX) TO WS-TOT-REJECTED.
004530     ADD WS-ST-BLOCKED (WS-STL-IX) TO WS-TOT-BLOCKED.
004540     ADD WS-ST-ARG7-NET (WS-STL-IX) TO WS-TOT-ARG7-NET.
004550     ADD WS-ST-BLOCK-AMT (WS-STL-IX) TO WS-TOT-BLOCK-AMT.
004560     ADD WS-ST-RUN-POSTED (WS-STL-IX) TO WS-TOT-RUN-POSTED.
004570     ADD WS-ST-RUN-REJECTED (WS-STL-IX) TO WS-TOT-RUN-REJECTED.
004580 5300-EXIT.
004590     EXIT.
004600
004610*================================================================
004620* 8000-PRINT-TOTALS - THE DAY ACROSS ALL CHANNELS
004630*================================================================
004640 8000-PRINT-TOTALS.
004650     MOVE SPACES TO DL-CHANNEL DL-SOURCE.
004660     MOVE "ALL" TO DL-CHANNEL.
004670     MOVE WS-TOT-POSTED TO DL-POSTED.
004680     MOVE WS-TOT-REJECTED TO DL-REJECTED.
004690     MOVE WS-TOT-BLOCKED TO DL-BLOCKED.
004700     MOVE WS-TOT-ARG7-NET TO DL-ARG7-NET.
004710     MOVE WS-TOT-BLOCK-AMT TO DL-BLOCK-AMT.
004720     MOVE WS-RUN-ROWS-READ TO DL-RUNS.
004730     MOVE WS-TOT-RUN-POSTED TO DL-RUN-POSTED.
004740     MOVE WS-TOT-RUN-REJECTED TO DL-RUN-REJECTED.
004750     MOVE SPACES TO DL-RESULT.
004760     MOVE SPACES TO RPT-RECORD.
004770     WRITE RPT-RECORD.
004780     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004790     MOVE SPACES TO RPT-RECORD.
004800     WRITE RPT-RECORD.
004810     MOVE "CALLS SETTLED" TO TL-LABEL.
004820     MOVE WS-RECS-SETTLED TO TL-COUNT.
004830     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
004840     MOVE "RUN CONTROL ROWS" TO TL-LABEL.
004850     MOVE WS-RUN-ROWS-READ TO TL-COUNT.
004860     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
004870     MOVE "LINES THAT TIE" TO TL-LABEL.
004880     MOVE WS-LINES-TIED TO TL-COUNT.
004890     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
004900     MOVE "DIRECT GO LINES" TO TL-LABEL.
004910     MOVE WS-LINES-DIRECT TO TL-COUNT.
004920     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
004930     MOVE "LINES WITH BREAKS" TO TL-LABEL.
004940     MOVE WS-LINES-BROKEN TO TL-COUNT.
004950     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
004960 8000-EXIT.
004970     EXIT.
004980
004990*================================================================
005000* 9999-TERMINATE - CLOSE UP AND FLAG ANY BREAK FOR OPS
005010*================================================================
005020 9999-TERMINATE.
005030     CLOSE DTSTL-RPT.
005040     IF WS-DAY-HAS-BREAKS
005050         DISPLAY "DATATYPSTL-W05 DAY " WS-TODAY
005060                 " HAS CHANNEL SETTLEMENT BREAKS - SEE DTSTLRPT"
005070         MOVE 4 TO RETURN-CODE
005080     ELSE
005090         DISPLAY "DATATYPSTL-I01 DAY " WS-TODAY
005100                 " SETTLES BY CHANNEL"
005110     END-IF.
005120 9999-EXIT.
005130     EXIT.
