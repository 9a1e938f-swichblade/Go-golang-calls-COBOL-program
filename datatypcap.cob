000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPCAP.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - FIELD-CAPACITY AND
000120*                  PRECISION DRIFT EARLY WARNING. DATATYP CARRIES
000130*                  EACH CODE'S BALANCE FOUR WAYS AND A FULL
000140*                  FIELD ONLY SURFACES WHEN A POSTING FAILS WITH
000150*                  DATATYP-E01..E04 AND RC 16 IN THE MIDDLE OF A
000160*                  BATCH. THIS NIGHTLY REPORT SWEEPS DTMASTER IN
000170*                  KEY ORDER AND PRINTS ONE DTCAPRPT LINE FOR
000180*                  EVERY FINDING:
000190*                  - ARG6 (BINARY-SHORT) WITHIN THE WARNING
000200*                    PERCENTAGE OF +/-32767
000210*                  - ARG7 (PACKED S9(9)V99) WITHIN THE WARNING
000220*                    PERCENTAGE OF +/-999,999,999.99
000230*                  - ARG4 (COMP-1) OR ARG5 (COMP-2) AWAY FROM
000240*                    THE EXACT ARG7 FIGURE BY MORE THAN THE
000250*                    DRIFT TOLERANCE
000260*                  SO A CODE CAN BE CLOSED AND TRANSFERRED WITH
000270*                  DATATYPXFR BEFORE IT STARTS FAILING. SYSIN
000280*                  CARRIES THE WARNING PERCENTAGE (3 DIGITS,
000290*                  DEFAULT 010 - FLAG AT 90 PERCENT OF THE
000300*                  LIMIT) THEN THE DRIFT TOLERANCE IN CENTS (5
000310*                  DIGITS, DEFAULT 00001). NOTHING IS UPDATED.
000320*                  ANY FINDING ENDS THE RUN WITH RC 4.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-BUSDT-STATUS.
000400     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MR-ARG1
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT DTCAP-RPT ASSIGN TO "DTCAPRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DTBUSDT-FILE.
000510     COPY DTDATREC.
000520 FD  DTMASTER-FILE.
000530     COPY DTMASREC.
000540 FD  DTCAP-RPT
000550     RECORD CONTAINS 132 CHARACTERS.
000560 01  RPT-RECORD                  PIC X(132).
000570 WORKING-STORAGE SECTION.
000580 01  WS-BUSDT-STATUS             PIC X(02).
000590 01  WS-MASTER-STATUS            PIC X(02).
000600 01  WS-RPT-STATUS               PIC X(02).
000610 01  WS-TODAY                    PIC X(08).
000620 01  WS-PARM-PCT                 PIC X(03).
000630 01  WS-PARM-TOL                 PIC X(05).
000640 01  WS-WARN-PCT                 PIC 9(03) VALUE 10.
000650 01  WS-TOL-CENTS                PIC 9(05) VALUE 1.
000660 01  WS-WARN-FLOOR               PIC 9(03)V99.
000670 01  WS-DRIFT-TOLERANCE          PIC 9(03)V99.
000680 01  WS-ARG6-LIMIT               PIC 9(09)V99 VALUE 32767.
000690 01  WS-ARG7-LIMIT               PIC 9(09)V99
000700                                 VALUE 999999999.99.
000710 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
000720     88  WS-MASTER-EOF                       VALUE "Y".
000730 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000740     88  WS-MASTER-OPEN                      VALUE "Y".
000750 01  WS-ROW-FLAGGED-SW           PIC X(01) VALUE "N".
000760     88  WS-ROW-FLAGGED                      VALUE "Y".
000770 01  WS-FLOAT-OVF-SW             PIC X(01) VALUE "N".
000780     88  WS-FLOAT-OVF                        VALUE "Y".
000790 01  WS-ARG7-VALUE               PIC S9(09)V99.
000800 01  WS-FLOAT-VALUE              PIC S9(09)V9(04).
000810 01  WS-CHECK-VALUE              PIC S9(09)V9(04).
000820 01  WS-CHECK-LIMIT              PIC 9(09)V99.
000830 01  WS-PCT-USED                 PIC 9(03)V99.
000840 01  WS-DIFF                     PIC S9(09)V9(04).
000850 01  WS-ROWS-CHECKED             PIC 9(07) COMP VALUE 0.
000860 01  WS-ROWS-FLAGGED             PIC 9(07) COMP VALUE 0.
000870 01  WS-ARG6-WARNINGS            PIC 9(07) COMP VALUE 0.
000880 01  WS-ARG7-WARNINGS            PIC 9(07) COMP VALUE 0.
000890 01  WS-ARG4-DRIFTS              PIC 9(07) COMP VALUE 0.
000900 01  WS-ARG5-DRIFTS              PIC 9(07) COMP VALUE 0.
000910 01  WS-HEADING-1.
000920     05  FILLER                  PIC X(42)
000930         VALUE "DATATYP FIELD CAPACITY AND DRIFT REPORT -".
000940     05  WH1-DATE                PIC X(08).
000950     05  FILLER                  PIC X(15)
000960         VALUE "   WARN WITHIN ".
000970     05  WH1-PCT                 PIC ZZ9.
000980     05  FILLER                  PIC X(22)
000990         VALUE " PCT OF LIMIT, DRIFT >".
001000     05  WH1-TOLERANCE           PIC ZZ9.99.
001010 01  WS-HEADING-2.
001020     05  FILLER                  PIC X(08) VALUE "ARG1".
001030     05  FILLER                  PIC X(18) VALUE "CHECK".
001040     05  FILLER                  PIC X(17)
001050         VALUE "          VALUE".
001060     05  FILLER                  PIC X(17)
001070         VALUE "     LIMIT/ARG7".
001080     05  FILLER                  PIC X(17)
001090         VALUE " PCT USED/DIFF".
001100     05  FILLER                  PIC X(07) VALUE "ROW".
001110 01  WS-DETAIL-LINE.
001120     05  DL-ARG1                 PIC X(06).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DL-CHECK                PIC X(16).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DL-VALUE                PIC -(09)9.9999.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DL-REFERENCE            PIC -(09)9.9999.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  DL-MEASURE              PIC -(09)9.9999.
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  DL-ROW-STATUS           PIC X(07).
001230 01  WS-TOTAL-LINE.
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  TL-LABEL                PIC X(24).
001260     05  TL-COUNT                PIC ZZZ,ZZ9.
001270 PROCEDURE DIVISION.
001280*================================================================
001290* 0000-MAINLINE - ONE PASS OVER THE MASTER, THEN THE TOTALS
001300*================================================================
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001340     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001350     PERFORM 9999-TERMINATE THRU 9999-EXIT
001360     STOP RUN.
001370
001380*================================================================
001390* 1000-INITIALIZE - RESOLVE THE TWO SYSIN SETTINGS. A BLANK OR
001400* NON-NUMERIC CARD KEEPS THE DEFAULT; A WARNING PERCENTAGE OVER
001410* 100 IS TAKEN AS 100 (FLAG EVERY NONZERO FIELD).
001420*================================================================
001430 1000-INITIALIZE.
001440     MOVE SPACES TO WS-PARM-PCT WS-PARM-TOL.
001450     ACCEPT WS-PARM-PCT.
001460     ACCEPT WS-PARM-TOL.
001470     IF WS-PARM-PCT NUMERIC
001480         MOVE WS-PARM-PCT TO WS-WARN-PCT
001490     END-IF.
001500     IF WS-WARN-PCT > 100
001510         MOVE 100 TO WS-WARN-PCT
001520     END-IF.
001530     IF WS-PARM-TOL NUMERIC
001540         MOVE WS-PARM-TOL TO WS-TOL-CENTS
001550     END-IF.
001560     COMPUTE WS-WARN-FLOOR = 100 - WS-WARN-PCT.
001570     COMPUTE WS-DRIFT-TOLERANCE = WS-TOL-CENTS / 100.
001580     MOVE SPACES TO WS-TODAY.
001590     OPEN INPUT DTBUSDT-FILE.
001600     IF WS-BUSDT-STATUS = "00"
001610         READ DTBUSDT-FILE
001620             AT END
001630                 CONTINUE
001640             NOT AT END
001650                 IF BD-BUSINESS-DATE NUMERIC
001660                     MOVE BD-BUSINESS-DATE TO WS-TODAY
001670                 END-IF
001680         END-READ
001690         CLOSE DTBUSDT-FILE
001700     END-IF.
001710     IF WS-TODAY = SPACES
001720         DISPLAY "DATATYPCAP-W01 NO BUSINESS DATE ON DTBUSDT - "
001730                 "USING MACHINE DATE"
001740         ACCEPT WS-TODAY FROM DATE YYYYMMDD
001750     END-IF.
001760     OPEN OUTPUT DTCAP-RPT.
001770     IF WS-RPT-STATUS NOT = "00"
001780         DISPLAY "DATATYPCAP-W02 REPORT FILE OPEN STATUS "
001790                 WS-RPT-STATUS
001800     END-IF.
001810     MOVE WS-TODAY TO WH1-DATE.
001820     MOVE WS-WARN-PCT TO WH1-PCT.
001830     MOVE WS-DRIFT-TOLERANCE TO WH1-TOLERANCE.
001840     WRITE RPT-RECORD FROM WS-HEADING-1.
001850     WRITE RPT-RECORD FROM WS-HEADING-2.
001860 1000-EXIT.
001870     EXIT.
001880
001890*================================================================
001900* 2000-SWEEP-MASTER - EVERY MASTER ROW IN KEY ORDER. NO MASTER
001910* IS NOT AN ERROR HERE - NOTHING HAS POSTED YET.
001920*================================================================
001930 2000-SWEEP-MASTER.
001940     OPEN INPUT DTMASTER-FILE.
001950     IF WS-MASTER-STATUS = "00"
001960         SET WS-MASTER-OPEN TO TRUE
001970     ELSE
001980         DISPLAY "DATATYPCAP-W03 MASTER FILE OPEN STATUS "
001990                 WS-MASTER-STATUS
002000         GO TO 2000-EXIT
002010     END-IF.
002020     MOVE LOW-VALUES TO MR-ARG1.
002030     START DTMASTER-FILE KEY NOT < MR-ARG1
002040         INVALID KEY
002050             SET WS-MASTER-EOF TO TRUE
002060     END-START.
002070     PERFORM 2100-CHECK-NEXT-ROW
002080         UNTIL WS-MASTER-EOF.
002090 2000-EXIT.
002100     EXIT.
002110
002120 2100-CHECK-NEXT-ROW.
002130     READ DTMASTER-FILE NEXT
002140         AT END
002150             SET WS-MASTER-EOF TO TRUE
002160         NOT AT END
002170             ADD 1 TO WS-ROWS-CHECKED
002180             PERFORM 3000-CHECK-ONE-ROW THRU 3000-EXIT
002190     END-READ.
002200 2100-EXIT.
002210     EXIT.
002220
002230*================================================================
002240* 3000-CHECK-ONE-ROW - THE TWO CAPACITY TESTS, THEN THE TWO
002250* DRIFT TESTS. A ROW WITH SEVERAL FINDINGS PRINTS ONE LINE
002260* EACH BUT COUNTS ONCE AS A FLAGGED CODE.
002270*================================================================
002280 3000-CHECK-ONE-ROW.
002290     MOVE "N" TO WS-ROW-FLAGGED-SW.
002300     MOVE MR-ARG7-BALANCE TO WS-ARG7-VALUE.
002310     MOVE MR-ARG1 TO DL-ARG1.
002320     EVALUATE TRUE
002330         WHEN MR-STATUS-CLOSED
002340             MOVE "CLOSED" TO DL-ROW-STATUS
002350         WHEN MR-STATUS-DORMANT
002360             MOVE "DORMANT" TO DL-ROW-STATUS
002370         WHEN OTHER
002380             MOVE "OPEN" TO DL-ROW-STATUS
002390     END-EVALUATE.
002400     PERFORM 3100-CHECK-ARG6-CAPACITY THRU 3100-EXIT.
002410     PERFORM 3200-CHECK-ARG7-CAPACITY THRU 3200-EXIT.
002420     PERFORM 3300-CHECK-ARG4-DRIFT THRU 3300-EXIT.
002430     PERFORM 3400-CHECK-ARG5-DRIFT THRU 3400-EXIT.
002440     IF WS-ROW-FLAGGED
002450         ADD 1 TO WS-ROWS-FLAGGED
002460     END-IF.
002470 3000-EXIT.
002480     EXIT.
002490
002500 3100-CHECK-ARG6-CAPACITY.
002510     MOVE MR-ARG6-BALANCE TO WS-CHECK-VALUE.
002520     MOVE WS-ARG6-LIMIT TO WS-CHECK-LIMIT.
002530     PERFORM 3500-PERCENT-OF-LIMIT THRU 3500-EXIT.
002540     IF WS-PCT-USED < WS-WARN-FLOOR
002550         GO TO 3100-EXIT
002560     END-IF.
002570     ADD 1 TO WS-ARG6-WARNINGS.
002580     MOVE "ARG6 NEAR LIMIT" TO DL-CHECK.
002590     PERFORM 3600-WRITE-CAPACITY-LINE THRU 3600-EXIT.
002600 3100-EXIT.
002610     EXIT.
002620
002630 3200-CHECK-ARG7-CAPACITY.
002640     MOVE WS-ARG7-VALUE TO WS-CHECK-VALUE.
002650     MOVE WS-ARG7-LIMIT TO WS-CHECK-LIMIT.
002660     PERFORM 3500-PERCENT-OF-LIMIT THRU 3500-EXIT.
002670     IF WS-PCT-USED < WS-WARN-FLOOR
002680         GO TO 3200-EXIT
002690     END-IF.
002700     ADD 1 TO WS-ARG7-WARNINGS.
002710     MOVE "ARG7 NEAR LIMIT" TO DL-CHECK.
002720     PERFORM 3600-WRITE-CAPACITY-LINE THRU 3600-EXIT.
002730 3200-EXIT.
002740     EXIT.
002750
002760*================================================================
002770* 3300-CHECK-ARG4-DRIFT - THE SINGLE-PRECISION FIGURE AGAINST
002780* THE EXACT PACKED ONE. A FLOAT TOO BIG FOR THE WORK FIELD HAS
002790* DRIFTED BY DEFINITION AND PRINTS WITH A ZERO VALUE.
002800*================================================================
002810 3300-CHECK-ARG4-DRIFT.
002820     MOVE "N" TO WS-FLOAT-OVF-SW.
002830     COMPUTE WS-FLOAT-VALUE = MR-ARG4-BALANCE
002840         ON SIZE ERROR
002850             SET WS-FLOAT-OVF TO TRUE
002860             MOVE 0 TO WS-FLOAT-VALUE
002870     END-COMPUTE.
002880     PERFORM 3700-MEASURE-DRIFT THRU 3700-EXIT.
002890     IF NOT WS-FLOAT-OVF
002900       AND WS-DIFF NOT > WS-DRIFT-TOLERANCE
002910         GO TO 3300-EXIT
002920     END-IF.
002930     ADD 1 TO WS-ARG4-DRIFTS.
002940     MOVE "ARG4 DRIFT" TO DL-CHECK.
002950     PERFORM 3800-WRITE-DRIFT-LINE THRU 3800-EXIT.
002960 3300-EXIT.
002970     EXIT.
002980
002990 3400-CHECK-ARG5-DRIFT.
003000     MOVE "N" TO WS-FLOAT-OVF-SW.
003010     COMPUTE WS-FLOAT-VALUE = MR-ARG5-BALANCE
003020         ON SIZE ERROR
003030             SET WS-FLOAT-OVF TO TRUE
003040             MOVE 0 TO WS-FLOAT-VALUE
003050     END-COMPUTE.
003060     PERFORM 3700-MEASURE-DRIFT THRU 3700-EXIT.
003070     IF NOT WS-FLOAT-OVF
003080       AND WS-DIFF NOT > WS-DRIFT-TOLERANCE
003090         GO TO 3400-EXIT
003100     END-IF.
003110     ADD 1 TO WS-ARG5-DRIFTS.
003120     MOVE "ARG5 DRIFT" TO DL-CHECK.
003130     PERFORM 3800-WRITE-DRIFT-LINE THRU 3800-EXIT.
003140 3400-EXIT.
003150     EXIT.
003160
003170*================================================================
003180* 3500-PERCENT-OF-LIMIT - HOW MUCH OF THE FIELD THE BALANCE
003190* USES, EITHER SIGN
003200*================================================================
003210 3500-PERCENT-OF-LIMIT.
003220     IF WS-CHECK-VALUE < 0
003230         COMPUTE WS-CHECK-VALUE = 0 - WS-CHECK-VALUE
003240     END-IF.
003250     COMPUTE WS-PCT-USED ROUNDED =
003260             WS-CHECK-VALUE * 100 / WS-CHECK-LIMIT
003270         ON SIZE ERROR
003280             MOVE 100 TO WS-PCT-USED
003290     END-COMPUTE.
003300 3500-EXIT.
003310     EXIT.
003320
003330 3600-WRITE-CAPACITY-LINE.
003340     SET WS-ROW-FLAGGED TO TRUE.
003350     MOVE WS-CHECK-VALUE TO DL-VALUE.
003360     MOVE WS-CHECK-LIMIT TO DL-REFERENCE.
003370     MOVE WS-PCT-USED TO DL-MEASURE.
003380     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
003390 3600-EXIT.
003400     EXIT.
003410
003420 3700-MEASURE-DRIFT.
003430     COMPUTE WS-DIFF = WS-FLOAT-VALUE - WS-ARG7-VALUE.
003440     IF WS-DIFF < 0
003450         COMPUTE WS-DIFF = 0 - WS-DIFF
003460     END-IF.
003470 3700-EXIT.
003480     EXIT.
003490
003500 3800-WRITE-DRIFT-LINE.
003510     SET WS-ROW-FLAGGED TO TRUE.
003520     MOVE WS-FLOAT-VALUE TO DL-VALUE.
003530     MOVE WS-ARG7-VALUE TO DL-REFERENCE.
003540     MOVE WS-DIFF TO DL-MEASURE.
003550     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
003560 3800-EXIT.
003570     EXIT.
003580
003590*================================================================
003600* 8000-PRINT-TOTALS - ONE LINE PER CHECK
003610*================================================================
003620 8000-PRINT-TOTALS.
003630     MOVE SPACES TO RPT-RECORD.
003640     WRITE RPT-RECORD.
003650     MOVE "MASTER ROWS CHECKED" TO TL-LABEL.
003660     MOVE WS-ROWS-CHECKED TO TL-COUNT.
003670     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003680     MOVE "CODES FLAGGED" TO TL-LABEL.
003690     MOVE WS-ROWS-FLAGGED TO TL-COUNT.
003700     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003710     MOVE "ARG6 NEAR LIMIT" TO TL-LABEL.
003720     MOVE WS-ARG6-WARNINGS TO TL-COUNT.
003730     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003740     MOVE "ARG7 NEAR LIMIT" TO TL-LABEL.
003750     MOVE WS-ARG7-WARNINGS TO TL-COUNT.
003760     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003770     MOVE "ARG4 DRIFT" TO TL-LABEL.
003780     MOVE WS-ARG4-DRIFTS TO TL-COUNT.
003790     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003800     MOVE "ARG5 DRIFT" TO TL-LABEL.
003810     MOVE WS-ARG5-DRIFTS TO TL-COUNT.
003820     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003830 8000-EXIT.
003840     EXIT.
003850
003860*================================================================
003870* 9999-TERMINATE - CLOSE UP AND FLAG THE RUN FOR OPS
003880*================================================================
003890 9999-TERMINATE.
003900     IF WS-MASTER-OPEN
003910         CLOSE DTMASTER-FILE
003920     END-IF.
003930     CLOSE DTCAP-RPT.
003940     IF WS-ROWS-FLAGGED > 0
003950         DISPLAY "DATATYPCAP-W04 " WS-ROWS-FLAGGED
003960                 " CODES NEAR CAPACITY OR DRIFTING - SEE DTCAPRPT"
003970         MOVE 4 TO RETURN-CODE
003980     END-IF.
003990     DISPLAY "DATATYPCAP-I01 CAPACITY CHECK COMPLETE - "
004000             WS-ROWS-CHECKED " ROWS CHECKED, "
004010             WS-ROWS-FLAGGED " FLAGGED".
004020 9999-EXIT.
004030     EXIT.
