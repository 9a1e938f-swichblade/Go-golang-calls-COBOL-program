000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPSTR.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - NIGHTLY STREAM CONTROLLER.
000120*                  RUNS THE NIGHTLY STEPS IN ORDER BY CALLING
000130*                  EACH PROGRAM IN TURN (DATATYPBAT, DATATYPREL,
000140*                  DATATYPACR, DATATYPEOD, DATATYPSTL, DATATYPEXT,
000150*                  DATATYPSNP, DATATYPMEC, DATATYPARC, DATATYPDTE)
000160*                  INSTEAD OF LEAVING THE ORDER TO JCL STEP
000170*                  CONDITIONS. EVERY STEP'S START, END AND RETURN
000180*                  CODE IS APPENDED TO DTSTREAM (DTSTRREC) UNDER
000190*                  THE DTBUSDT BUSINESS DATE, THE START ROW BEING
000200*                  ON DISK BEFORE THE STEP IS CALLED. A RESTART
000210*                  FOR THE SAME DATE SKIPS EVERY STEP ALREADY
000220*                  COMPLETE, SO DATATYPSNP AND DATATYPEXT CAN NO
000230*                  LONGER BE RUN TWICE BY HAND. A STEP IS REFUSED
000240*                  WHEN A STEP IT DEPENDS ON IS NOT COMPLETE FOR
000250*                  THE DAY, WHEN IT STARTED AND NEVER ENDED (IT
000260*                  MAY HAVE DONE PART OF ITS WORK - OPS CHECKS IT
000270*                  AND RESUBMITS WITH A RERUN CARD), OR, FOR
000280*                  DATATYPDTE, WHEN DTCLOSE DOES NOT CARRY A
000290*                  CLOSED-CLEAN VERDICT FOR THE DAY. A STEP THAT
000300*                  ENDS ABOVE ITS ALLOWED RETURN CODE STOPS THE
000310*                  STREAM AND IS RUN AGAIN ON THE RESTART. THE
000320*                  FIRST SYSIN CARD IS THE FUNCTION - RUN (OR
000330*                  BLANK), STATUS (REPORT ONLY) OR RERUN WITH A
000340*                  STEP NAME IN COLUMNS 10-19; ANY LATER CARDS
000350*                  ARE LEFT FOR THE STEPS THAT READ SYSIN
000360*                  (DATATYPARC'S RETENTION DAY COUNT). DTSTRRPT
000370*                  SHOWS EVERY STEP'S STATE FOR THE DAY. THE
000380*                  STREAM ENDS WITH THE HIGHEST STEP RETURN CODE,
000390*                  8 WHEN A STEP WAS REFUSED AND 12 WHEN THE
000400*                  STREAM CONTROL FILE CANNOT BE TRUSTED.
000402* 10/15/2026 JM    DATATYPVEL AND DATATYPDRM ADDED AS STEPS AFTER
000404*                  DATATYPEOD - DATATYPVEL SCANS THE DAY'S DTAUDIT
000406*                  SO MUST RUN BEFORE DATATYPARC MOVES IT AND
000408*                  DATATYPDTE ROLLS THE DATE - AND DATATYPARC NOW
000410*                  WAITS FOR BOTH; A STEP MAY HAVE SIX
000412*                  PREREQUISITES. DATATYPACR RC 8 (MONTH-END
000414*                  POSTINGS REFUSED AND CARRIED ON DTACCRUE) NO
000416*                  LONGER STOPS THE STREAM. DATATYPDRM'S DAY-COUNT
000418*                  CARD COMES AHEAD OF DATATYPARC'S ON SYSIN; THE
000420*                  CARD OF A STEP SKIPPED AS ALREADY COMPLETE IS
000422*                  READ PAST SO THE CARDS STAY IN STEP.
000424*================================================================
000426 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BUSDT-STATUS.
000480     SELECT DTCLOSE-FILE ASSIGN TO "DTCLOSE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CLOSE-STATUS.
000510     SELECT DTSTREAM-FILE ASSIGN TO "DTSTREAM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STREAM-STATUS.
000540     SELECT DTSTR-RPT ASSIGN TO "DTSTRRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DTBUSDT-FILE.
000600     COPY DTDATREC.
000610 FD  DTCLOSE-FILE.
000620     COPY DTCLSREC.
000630 FD  DTSTREAM-FILE.
000640     COPY DTSTRREC.
000650 FD  DTSTR-RPT
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  RPT-RECORD                  PIC X(132).
000680 WORKING-STORAGE SECTION.
000690 01  WS-BUSDT-STATUS             PIC X(02).
000700 01  WS-CLOSE-STATUS             PIC X(02).
000710 01  WS-STREAM-STATUS            PIC X(02).
000720 01  WS-RPT-STATUS               PIC X(02).
000730 01  WS-TODAY                    PIC X(08).
000740 01  WS-SYSIN-CARD.
000750     05  WS-CARD-FUNCTION        PIC X(08).
000760         88  WS-CARD-RUN                     VALUE "RUN"
000770                                                   SPACES.
000780         88  WS-CARD-STATUS                  VALUE "STATUS".
000790         88  WS-CARD-RERUN                   VALUE "RERUN".
000800     05  FILLER                  PIC X(01).
000810     05  WS-CARD-STEP            PIC X(10).
000820     05  FILLER                  PIC X(61).
000830 01  WS-STREAM-EOF-SW            PIC X(01) VALUE "N".
000840     88  WS-STREAM-EOF                       VALUE "Y".
000850 01  WS-STATUS-ONLY-SW           PIC X(01) VALUE "N".
000860     88  WS-STATUS-ONLY                      VALUE "Y".
000870 01  WS-STOPPED-SW               PIC X(01) VALUE "N".
000880     88  WS-STREAM-STOPPED                   VALUE "Y".
000890 01  WS-FOUND-SW                 PIC X(01) VALUE "N".
000900     88  WS-FOUND                            VALUE "Y".
000910 01  WS-PREREQ-SW                PIC X(01) VALUE "N".
000920     88  WS-PREREQ-MISSING                   VALUE "Y".
000930 01  WS-CLEAN-CLOSE-SW           PIC X(01) VALUE "N".
000940     88  WS-CLEAN-CLOSE                      VALUE "Y".
000950 01  WS-EVENT-FAILED-SW          PIC X(01) VALUE "N".
000960     88  WS-EVENT-FAILED                     VALUE "Y".
000967*----------------------------------------------------------------
000974* THE STREAM, IN RUN ORDER: PROGRAM, HIGHEST RETURN CODE THAT
000981* STILL COUNTS AS COMPLETE, UP TO SIX PREREQUISITE STEPS (BY
000988* POSITION IN THIS TABLE), V WHERE THE STEP ALSO NEEDS THE DAY'S
000995* CLOSED-CLEAN VERDICT AND C WHERE THE STEP READS A SYSIN CARD OF
001002* ITS OWN. DATATYPBAT RC 8 (SETS REFUSED), DATATYPACR RC 8
001009* (MONTH-END POSTINGS REFUSED, CARRIED ON DTACCRUE) AND
001016* DATATYPEOD RC 8 (CLOSED WITH BREAKS) LET THE STREAM GO ON; THE
001023* BREAKS THEN STOP IT AT DATATYPDTE. DATATYPVEL SCANS THE DAY'S
001030* DTAUDIT, SO IT AND DATATYPDRM RUN AFTER DATATYPEOD AND AHEAD OF
001037* DATATYPARC, WHICH MOVES THE TRAIL, AND DATATYPDTE, WHICH ROLLS
001044* THE DATE.
001051*----------------------------------------------------------------
001058 01  WS-STEP-TABLE-VALUES.
001065     05  FILLER                  PIC X(26)
001072         VALUE "DATATYPBAT08000000000000  ".
001079     05  FILLER                  PIC X(26)
001086         VALUE "DATATYPREL04010000000000  ".
001093     05  FILLER                  PIC X(26)
001100         VALUE "DATATYPACR08020000000000  ".
001107     05  FILLER                  PIC X(26)
001114         VALUE "DATATYPEOD08030000000000  ".
001121     05  FILLER                  PIC X(26)
001128         VALUE "DATATYPSTL04040000000000  ".
001135     05  FILLER                  PIC X(26)
001142         VALUE "DATATYPEXT04040000000000  ".
001149     05  FILLER                  PIC X(26)
001156         VALUE "DATATYPSNP04040000000000  ".
001163     05  FILLER                  PIC X(26)
001170         VALUE "DATATYPMEC04040000000000  ".
001177     05  FILLER                  PIC X(26)
001184         VALUE "DATATYPVEL04040000000000  ".
001191     05  FILLER                  PIC X(26)
001198         VALUE "DATATYPDRM04040000000000 C".
001205     05  FILLER                  PIC X(26)
001212         VALUE "DATATYPARC04050607080910 C".
001219     05  FILLER                  PIC X(26)
001226         VALUE "DATATYPDTE00110000000000V ".
001233 01  WS-STEP-DEFS REDEFINES WS-STEP-TABLE-VALUES.
001240     05  WS-STEP-DEF             OCCURS 12 TIMES.
001247         10  WS-SD-PROGRAM       PIC X(10).
001254         10  WS-SD-MAX-RC        PIC 9(02).
001261         10  WS-SD-PREREQ        PIC 9(02) OCCURS 6 TIMES.
001268         10  WS-SD-VERDICT-SW    PIC X(01).
001275             88  WS-SD-NEEDS-CLEAN-CLOSE         VALUE "V".
001282         10  WS-SD-SYSIN-SW      PIC X(01).
001289             88  WS-SD-READS-SYSIN               VALUE "C".
001330 01  WS-STEP-STATE-TABLE.
001340     05  WS-STEP-STATE           OCCURS 12 TIMES.
001350         10  WS-ST-STATE         PIC X(01).
001360             88  WS-ST-NOT-RUN                   VALUE SPACE.
001370             88  WS-ST-STARTED                   VALUE "S".
001380             88  WS-ST-COMPLETE                  VALUE "C".
001390             88  WS-ST-FAILED                    VALUE "F".
001400         10  WS-ST-START-DATE    PIC X(08).
001410         10  WS-ST-START-TIME    PIC X(06).
001420         10  WS-ST-END-TIME      PIC X(06).
001430         10  WS-ST-RC            PIC 9(04).
001440         10  WS-ST-ACTION        PIC X(08).
001450         10  WS-ST-NOTE          PIC X(40).
001460 01  WS-STEP-COUNT               PIC 9(04) COMP VALUE 12.
001470 01  WS-STEP-IX                  PIC 9(04) COMP.
001480 01  WS-FIND-IX                  PIC 9(04) COMP.
001490 01  WS-PRQ-IX                   PIC 9(04) COMP.
001500 01  WS-PRQ-STEP                 PIC 9(04) COMP.
001510 01  WS-RERUN-IX                 PIC 9(04) COMP VALUE 0.
001520 01  WS-FIND-PROGRAM             PIC X(10).
001530 01  WS-STEP-PROGRAM             PIC X(10).
001540 01  WS-STEP-RC                  PIC 9(04).
001550 01  WS-STREAM-RC                PIC 9(04) VALUE 0.
001560 01  WS-REFUSE-RC                PIC 9(04).
001570 01  WS-REFUSE-NOTE              PIC X(40).
001575 01  WS-SKIPPED-CARD             PIC X(80).
001580 01  WS-WAIT-NOTE.
001590     05  FILLER                  PIC X(11) VALUE "WAITING ON ".
001600     05  WN-PROGRAM              PIC X(10).
001610     05  FILLER                  PIC X(19)
001620         VALUE " - NOT COMPLETE".
001630 01  WS-EVENT-TYPE               PIC X(01).
001640 01  WS-EVENT-RC                 PIC 9(04).
001650 01  WS-EVENT-NOTE               PIC X(40).
001660 01  WS-EVENT-DATE               PIC X(08).
001670 01  WS-EVENT-TIME               PIC X(06).
001680 01  WS-EVENTS-READ              PIC 9(07) COMP VALUE 0.
001690 01  WS-STEPS-RAN                PIC 9(07) COMP VALUE 0.
001700 01  WS-STEPS-SKIPPED            PIC 9(07) COMP VALUE 0.
001710 01  WS-STEPS-REFUSED            PIC 9(07) COMP VALUE 0.
001720 01  WS-STEPS-FAILED             PIC 9(07) COMP VALUE 0.
001730 01  WS-STEPS-COMPLETE           PIC 9(07) COMP VALUE 0.
001740 01  WS-ED-RC                    PIC ZZZ9.
001750 01  WS-HEADING-1.
001760     05  FILLER                  PIC X(37)
001770         VALUE "DATATYP NIGHTLY STREAM STATUS FOR ".
001780     05  WH1-DATE                PIC X(08).
001790     05  FILLER                  PIC X(12) VALUE "  FUNCTION ".
001800     05  WH1-FUNCTION            PIC X(08).
001810 01  WS-HEADING-2.
001820     05  FILLER                  PIC X(14) VALUE "  STEP".
001830     05  FILLER                  PIC X(12) VALUE "STATE".
001840     05  FILLER                  PIC X(10) VALUE "THIS RUN".
001850     05  FILLER                  PIC X(10) VALUE "STARTED".
001860     05  FILLER                  PIC X(08) VALUE "AT".
001870     05  FILLER                  PIC X(08) VALUE "ENDED".
001880     05  FILLER                  PIC X(06) VALUE "  RC".
001890     05  FILLER                  PIC X(04) VALUE "NOTE".
001900 01  WS-DETAIL-LINE.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-PROGRAM              PIC X(10).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  DL-STATE                PIC X(10).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  DL-ACTION               PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  DL-START-DATE           PIC X(08).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  DL-START-TIME           PIC X(06).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  DL-END-TIME             PIC X(06).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  DL-RC                   PIC X(04).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  DL-NOTE                 PIC X(40).
002070 01  WS-TOTAL-LINE.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  TL-LABEL                PIC X(24).
002100     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002110 PROCEDURE DIVISION.
002120*================================================================
002130* 0000-MAINLINE - LOAD THE DAY'S STREAM HISTORY, APPLY ANY
002140* RERUN, RUN WHAT IS LEFT, REPORT
002150*================================================================
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 2000-LOAD-STREAM-HISTORY THRU 2000-EXIT
002190     IF WS-RERUN-IX > 0
002200         PERFORM 2500-APPLY-RERUN THRU 2500-EXIT
002210     END-IF
002220     IF NOT WS-STATUS-ONLY
002230         PERFORM 3000-RUN-STREAM THRU 3000-EXIT
002240     END-IF
002250     PERFORM 8000-PRINT-STATUS THRU 8000-EXIT
002260     PERFORM 9999-TERMINATE THRU 9999-EXIT
002270     STOP RUN.
002280
002290*================================================================
002300* 1000-INITIALIZE - THE DAY COMES FROM DTBUSDT, THE FUNCTION
002310* FROM THE FIRST SYSIN CARD
002320*================================================================
002330 1000-INITIALIZE.
002340     MOVE SPACES TO WS-TODAY.
002350     OPEN INPUT DTBUSDT-FILE.
002360     IF WS-BUSDT-STATUS = "00"
002370         READ DTBUSDT-FILE
002380             AT END
002390                 CONTINUE
002400             NOT AT END
002410                 IF BD-BUSINESS-DATE NUMERIC
002420                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002430                 END-IF
002440         END-READ
002450         CLOSE DTBUSDT-FILE
002460     END-IF.
002470     IF WS-TODAY = SPACES
002480         DISPLAY "DATATYPSTR-W01 NO BUSINESS DATE ON DTBUSDT - "
002490                 "USING MACHINE DATE"
002500         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002510     END-IF.
002520     MOVE SPACES TO WS-STEP-STATE-TABLE.
002530     MOVE 1 TO WS-STEP-IX.
002540     PERFORM 1100-CLEAR-ONE-STATE THRU 1100-EXIT
002550         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002560     MOVE SPACES TO WS-SYSIN-CARD.
002570     ACCEPT WS-SYSIN-CARD.
002580     EVALUATE TRUE
002590         WHEN WS-CARD-RUN
002600             CONTINUE
002610         WHEN WS-CARD-STATUS
002620             SET WS-STATUS-ONLY TO TRUE
002630         WHEN WS-CARD-RERUN
002640             MOVE WS-CARD-STEP TO WS-FIND-PROGRAM
002650             PERFORM 4000-FIND-STEP THRU 4000-EXIT
002660             IF WS-FOUND
002670                 MOVE WS-FIND-IX TO WS-RERUN-IX
002680             ELSE
002690                 DISPLAY "DATATYPSTR-E02 RERUN STEP "
002700                         WS-CARD-STEP " IS NOT IN THE STREAM - "
002710                         "NOTHING RUN"
002720                 SET WS-STATUS-ONLY TO TRUE
002730                 MOVE 12 TO WS-STREAM-RC
002740             END-IF
002750         WHEN OTHER
002760             DISPLAY "DATATYPSTR-E02 UNKNOWN FUNCTION "
002770                     WS-CARD-FUNCTION " - NOTHING RUN"
002780             SET WS-STATUS-ONLY TO TRUE
002790             MOVE 12 TO WS-STREAM-RC
002800     END-EVALUATE.
002810     OPEN OUTPUT DTSTR-RPT.
002820     IF WS-RPT-STATUS NOT = "00"
002830         DISPLAY "DATATYPSTR-W02 REPORT FILE OPEN STATUS "
002840                 WS-RPT-STATUS
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880
002890 1100-CLEAR-ONE-STATE.
002900     MOVE 0 TO WS-ST-RC (WS-STEP-IX).
002910     ADD 1 TO WS-STEP-IX.
002920 1100-EXIT.
002930     EXIT.
002940
002950*================================================================
002960* 2000-LOAD-STREAM-HISTORY - NET EACH STEP'S ROWS FOR THE DAY.
002970* IF THE FILE IS THERE BUT CANNOT BE READ NOTHING IS RUN - A
002980* STEP THAT ALREADY RAN WOULD LOOK AS IF IT NEVER HAD.
002990*================================================================
003000 2000-LOAD-STREAM-HISTORY.
003010     OPEN INPUT DTSTREAM-FILE.
003020     IF WS-STREAM-STATUS = "35"
003030         GO TO 2000-EXIT
003040     END-IF.
003050     IF WS-STREAM-STATUS NOT = "00"
003060         DISPLAY "DATATYPSTR-E01 STREAM CONTROL OPEN STATUS "
003070                 WS-STREAM-STATUS " - NOTHING RUN"
003080         SET WS-STATUS-ONLY TO TRUE
003090         MOVE 0 TO WS-RERUN-IX
003100         MOVE 12 TO WS-STREAM-RC
003110         GO TO 2000-EXIT
003120     END-IF.
003130     PERFORM 2100-READ-ONE-EVENT
003140         UNTIL WS-STREAM-EOF.
003150     CLOSE DTSTREAM-FILE.
003160 2000-EXIT.
003170     EXIT.
003180
003190 2100-READ-ONE-EVENT.
003200     READ DTSTREAM-FILE
003210         AT END
003220             SET WS-STREAM-EOF TO TRUE
003230         NOT AT END
003240             IF SS-BUSINESS-DATE = WS-TODAY
003250                 ADD 1 TO WS-EVENTS-READ
003260                 PERFORM 2200-APPLY-EVENT THRU 2200-EXIT
003270             END-IF
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310
003320 2200-APPLY-EVENT.
003330     MOVE SS-STEP TO WS-FIND-PROGRAM.
003340     PERFORM 4000-FIND-STEP THRU 4000-EXIT.
003350     IF NOT WS-FOUND
003360         GO TO 2200-EXIT
003370     END-IF.
003380     EVALUATE TRUE
003390         WHEN SS-EVENT-START
003400             MOVE "S" TO WS-ST-STATE (WS-FIND-IX)
003410             MOVE SS-DATE TO WS-ST-START-DATE (WS-FIND-IX)
003420             MOVE SS-TIME TO WS-ST-START-TIME (WS-FIND-IX)
003430             MOVE SPACES TO WS-ST-END-TIME (WS-FIND-IX)
003440                            WS-ST-NOTE (WS-FIND-IX)
003450             MOVE 0 TO WS-ST-RC (WS-FIND-IX)
003460         WHEN SS-EVENT-END
003470             MOVE SS-TIME TO WS-ST-END-TIME (WS-FIND-IX)
003480             MOVE SS-RETURN-CODE TO WS-ST-RC (WS-FIND-IX)
003490             IF SS-RETURN-CODE > WS-SD-MAX-RC (WS-FIND-IX)
003500                 MOVE "F" TO WS-ST-STATE (WS-FIND-IX)
003510             ELSE
003520                 MOVE "C" TO WS-ST-STATE (WS-FIND-IX)
003530             END-IF
003540         WHEN SS-EVENT-RERUN
003550             MOVE SPACES TO WS-ST-STATE (WS-FIND-IX)
003560                            WS-ST-START-DATE (WS-FIND-IX)
003570                            WS-ST-START-TIME (WS-FIND-IX)
003580                            WS-ST-END-TIME (WS-FIND-IX)
003590             MOVE SS-NOTE TO WS-ST-NOTE (WS-FIND-IX)
003600             MOVE 0 TO WS-ST-RC (WS-FIND-IX)
003610         WHEN SS-EVENT-REFUSED
003620             MOVE SS-NOTE TO WS-ST-NOTE (WS-FIND-IX)
003630     END-EVALUATE.
003640 2200-EXIT.
003650     EXIT.
003660
003670*================================================================
003680* 2500-APPLY-RERUN - OPS HAS CHECKED THE STEP AND WANTS IT RUN
003690* AGAIN FOR THE DAY; THE R ROW CLEARS WHATEVER IT DID BEFORE
003700*================================================================
003710 2500-APPLY-RERUN.
003720     MOVE WS-RERUN-IX TO WS-STEP-IX.
003730     MOVE "R" TO WS-EVENT-TYPE.
003740     MOVE 0 TO WS-EVENT-RC.
003750     MOVE "RERUN REQUESTED ON SYSIN" TO WS-EVENT-NOTE.
003760     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.
003770     IF WS-EVENT-FAILED
003780         DISPLAY "DATATYPSTR-E05 RERUN OF "
003790                 WS-SD-PROGRAM (WS-STEP-IX)
003800                 " COULD NOT BE RECORDED - NOTHING RUN"
003810         SET WS-STATUS-ONLY TO TRUE
003820         MOVE 12 TO WS-STREAM-RC
003830         GO TO 2500-EXIT
003840     END-IF.
003850     MOVE SPACES TO WS-ST-STATE (WS-STEP-IX)
003860                    WS-ST-START-DATE (WS-STEP-IX)
003870                    WS-ST-START-TIME (WS-STEP-IX)
003880                    WS-ST-END-TIME (WS-STEP-IX).
003890     MOVE WS-EVENT-NOTE TO WS-ST-NOTE (WS-STEP-IX).
003900     MOVE 0 TO WS-ST-RC (WS-STEP-IX).
003910     DISPLAY "DATATYPSTR-I05 " WS-SD-PROGRAM (WS-STEP-IX)
003920             " CLEARED FOR RERUN ON " WS-TODAY.
003930 2500-EXIT.
003940     EXIT.
003950
003960*================================================================
003970* 3000-RUN-STREAM - EACH STEP IN ORDER UNTIL ONE STOPS THE
003980* STREAM
003990*================================================================
004000 3000-RUN-STREAM.
004010     MOVE 1 TO WS-STEP-IX.
004020     PERFORM 3100-NEXT-STEP THRU 3100-EXIT
004030         UNTIL WS-STEP-IX > WS-STEP-COUNT
004040            OR WS-STREAM-STOPPED.
004050 3000-EXIT.
004060     EXIT.
004070
004080 3100-NEXT-STEP.
004090     PERFORM 3200-RUN-ONE-STEP THRU 3200-EXIT.
004100     ADD 1 TO WS-STEP-IX.
004110 3100-EXIT.
004120     EXIT.
004130
004140*================================================================
004150* 3200-RUN-ONE-STEP - SKIP WHAT IS DONE, REFUSE WHAT CANNOT
004160* SAFELY RUN, CALL THE REST. A SKIPPED STEP THAT READS SYSIN
004165* HAS ITS CARD READ PAST HERE, SO THE NEXT STEP GETS ITS OWN.
004170*================================================================
004180 3200-RUN-ONE-STEP.
004190     IF WS-ST-COMPLETE (WS-STEP-IX)
004200         MOVE "SKIPPED" TO WS-ST-ACTION (WS-STEP-IX)
004210         ADD 1 TO WS-STEPS-SKIPPED
004220         DISPLAY "DATATYPSTR-I02 " WS-SD-PROGRAM (WS-STEP-IX)
004230                 " ALREADY COMPLETE FOR " WS-TODAY " - SKIPPED"
004232         IF WS-SD-READS-SYSIN (WS-STEP-IX)
004234             MOVE SPACES TO WS-SKIPPED-CARD
004236             ACCEPT WS-SKIPPED-CARD
004238         END-IF
004240         GO TO 3200-EXIT
004250     END-IF.
004260     IF WS-ST-STARTED (WS-STEP-IX)
004270         MOVE "STARTED BUT NEVER ENDED - CHECK, RERUN"
004280             TO WS-REFUSE-NOTE
004290         MOVE 12 TO WS-REFUSE-RC
004300         PERFORM 3500-REFUSE-STEP THRU 3500-EXIT
004310         GO TO 3200-EXIT
004320     END-IF.
004330     PERFORM 3300-CHECK-PREREQS THRU 3300-EXIT.
004340     IF WS-PREREQ-MISSING
004350         MOVE WS-WAIT-NOTE TO WS-REFUSE-NOTE
004360         MOVE 8 TO WS-REFUSE-RC
004370         PERFORM 3500-REFUSE-STEP THRU 3500-EXIT
004380         GO TO 3200-EXIT
004390     END-IF.
004400     IF WS-SD-NEEDS-CLEAN-CLOSE (WS-STEP-IX)
004410         PERFORM 3400-CHECK-CLOSE-VERDICT THRU 3400-EXIT
004420         IF NOT WS-CLEAN-CLOSE
004430             MOVE "NO CLOSED-CLEAN DTCLOSE VERDICT FOR DAY"
004440                 TO WS-REFUSE-NOTE
004450             MOVE 8 TO WS-REFUSE-RC
004460             PERFORM 3500-REFUSE-STEP THRU 3500-EXIT
004470             GO TO 3200-EXIT
004480         END-IF
004490     END-IF.
004500     PERFORM 3600-CALL-STEP THRU 3600-EXIT.
004510 3200-EXIT.
004520     EXIT.
004530
004540 3300-CHECK-PREREQS.
004550     MOVE "N" TO WS-PREREQ-SW.
004560     MOVE 1 TO WS-PRQ-IX.
004570     PERFORM 3310-CHECK-ONE-PREREQ THRU 3310-EXIT
004580         UNTIL WS-PRQ-IX > 6
004590            OR WS-PREREQ-MISSING.
004600 3300-EXIT.
004610     EXIT.
004620
004630 3310-CHECK-ONE-PREREQ.
004640     MOVE WS-SD-PREREQ (WS-STEP-IX, WS-PRQ-IX) TO WS-PRQ-STEP.
004650     IF WS-PRQ-STEP > 0
004660         IF NOT WS-ST-COMPLETE (WS-PRQ-STEP)
004670             SET WS-PREREQ-MISSING TO TRUE
004680             MOVE WS-SD-PROGRAM (WS-PRQ-STEP) TO WN-PROGRAM
004690         END-IF
004700     END-IF.
004710     ADD 1 TO WS-PRQ-IX.
004720 3310-EXIT.
004730     EXIT.
004740
004750*================================================================
004760* 3400-CHECK-CLOSE-VERDICT - THE SAME TEST DATATYPDTE MAKES
004770* BEFORE IT ROLLS THE DATE
004780*================================================================
004790 3400-CHECK-CLOSE-VERDICT.
004800     MOVE "N" TO WS-CLEAN-CLOSE-SW.
004810     OPEN INPUT DTCLOSE-FILE.
004820     IF WS-CLOSE-STATUS NOT = "00"
004830         GO TO 3400-EXIT
004840     END-IF.
004850     READ DTCLOSE-FILE
004860         AT END
004870             CONTINUE
004880         NOT AT END
004890             IF CL-BUSINESS-DATE = WS-TODAY
004900               AND CL-CLOSED-CLEAN
004910                 SET WS-CLEAN-CLOSE TO TRUE
004920             END-IF
004930     END-READ.
004940     CLOSE DTCLOSE-FILE.
004950 3400-EXIT.
004960     EXIT.
004970
004980*================================================================
004990* 3500-REFUSE-STEP - RECORD WHY AND STOP THE STREAM HERE
005000*================================================================
005010 3500-REFUSE-STEP.
005020     MOVE "REFUSED" TO WS-ST-ACTION (WS-STEP-IX).
005030     MOVE WS-REFUSE-NOTE TO WS-ST-NOTE (WS-STEP-IX).
005040     ADD 1 TO WS-STEPS-REFUSED.
005050     DISPLAY "DATATYPSTR-E03 " WS-SD-PROGRAM (WS-STEP-IX)
005060             " REFUSED - " WS-REFUSE-NOTE.
005070     MOVE "X" TO WS-EVENT-TYPE.
005080     MOVE WS-REFUSE-RC TO WS-EVENT-RC.
005090     MOVE WS-REFUSE-NOTE TO WS-EVENT-NOTE.
005100     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.
005110     SET WS-STREAM-STOPPED TO TRUE.
005120     IF WS-REFUSE-RC > WS-STREAM-RC
005130         MOVE WS-REFUSE-RC TO WS-STREAM-RC
005140     END-IF.
005150 3500-EXIT.
005160     EXIT.
005170
005180*================================================================
005190* 3600-CALL-STEP - START ROW ON DISK FIRST, THEN THE CALL, THEN
005200* THE END ROW WITH THE STEP'S RETURN CODE
005210*================================================================
005220 3600-CALL-STEP.
005230     MOVE "S" TO WS-EVENT-TYPE.
005240     MOVE 0 TO WS-EVENT-RC.
005250     MOVE SPACES TO WS-EVENT-NOTE.
005260     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.
005270     IF WS-EVENT-FAILED
005280         MOVE "START COULD NOT BE RECORDED ON DTSTREAM"
005290             TO WS-REFUSE-NOTE
005300         MOVE 12 TO WS-REFUSE-RC
005310         PERFORM 3500-REFUSE-STEP THRU 3500-EXIT
005320         GO TO 3600-EXIT
005330     END-IF.
005340     MOVE "S" TO WS-ST-STATE (WS-STEP-IX).
005350     MOVE WS-EVENT-DATE TO WS-ST-START-DATE (WS-STEP-IX).
005360     MOVE WS-EVENT-TIME TO WS-ST-START-TIME (WS-STEP-IX).
005370     MOVE SPACES TO WS-ST-END-TIME (WS-STEP-IX)
005380                    WS-ST-NOTE (WS-STEP-IX).
005390     MOVE "RAN" TO WS-ST-ACTION (WS-STEP-IX).
005400     ADD 1 TO WS-STEPS-RAN.
005410     MOVE WS-SD-PROGRAM (WS-STEP-IX) TO WS-STEP-PROGRAM.
005420     DISPLAY "DATATYPSTR-I03 STARTING " WS-STEP-PROGRAM
005430             " FOR " WS-TODAY.
005440     MOVE 0 TO RETURN-CODE.
005450     CALL WS-STEP-PROGRAM.
005460     MOVE RETURN-CODE TO WS-STEP-RC.
005470     CANCEL WS-STEP-PROGRAM.
005480     MOVE 0 TO RETURN-CODE.
005490     MOVE "E" TO WS-EVENT-TYPE.
005500     MOVE WS-STEP-RC TO WS-EVENT-RC.
005510     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.
005520     MOVE WS-EVENT-TIME TO WS-ST-END-TIME (WS-STEP-IX).
005530     MOVE WS-STEP-RC TO WS-ST-RC (WS-STEP-IX).
005540     IF WS-STEP-RC > WS-STREAM-RC
005550         MOVE WS-STEP-RC TO WS-STREAM-RC
005560     END-IF.
005570     IF WS-STEP-RC > WS-SD-MAX-RC (WS-STEP-IX)
005580         MOVE "F" TO WS-ST-STATE (WS-STEP-IX)
005590         ADD 1 TO WS-STEPS-FAILED
005600         SET WS-STREAM-STOPPED TO TRUE
005610         MOVE WS-STEP-RC TO WS-ED-RC
005620         DISPLAY "DATATYPSTR-E04 " WS-STEP-PROGRAM
005630                 " ENDED RC " WS-ED-RC " - STREAM STOPPED"
005640     ELSE
005650         MOVE "C" TO WS-ST-STATE (WS-STEP-IX)
005660     END-IF.
005670     IF WS-EVENT-FAILED
005680         MOVE "END COULD NOT BE RECORDED ON DTSTREAM"
005690             TO WS-ST-NOTE (WS-STEP-IX)
005700         SET WS-STREAM-STOPPED TO TRUE
005710         MOVE 12 TO WS-STREAM-RC
005720     END-IF.
005730 3600-EXIT.
005740     EXIT.
005750
005760*================================================================
005770* 4000-FIND-STEP - POSITION OF WS-FIND-PROGRAM IN THE STREAM
005780*================================================================
005790 4000-FIND-STEP.
005800     MOVE "N" TO WS-FOUND-SW.
005810     MOVE 1 TO WS-FIND-IX.
005820     PERFORM 4100-MATCH-ONE-STEP THRU 4100-EXIT
005830         UNTIL WS-FOUND
005840            OR WS-FIND-IX > WS-STEP-COUNT.
005850 4000-EXIT.
005860     EXIT.
005870
005880 4100-MATCH-ONE-STEP.
005890     IF WS-SD-PROGRAM (WS-FIND-IX) = WS-FIND-PROGRAM
005900         SET WS-FOUND TO TRUE
005910     ELSE
005920         ADD 1 TO WS-FIND-IX
005930     END-IF.
005940 4100-EXIT.
005950     EXIT.
005960
005970*================================================================
005980* 7000-WRITE-EVENT - APPEND ONE ROW FOR THE CURRENT STEP AND
005990* CLOSE AT ONCE, SO THE ROW SURVIVES WHATEVER THE STEP DOES
006000*================================================================
006010 7000-WRITE-EVENT.
006020     MOVE "N" TO WS-EVENT-FAILED-SW.
006030     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
006040     ACCEPT WS-EVENT-TIME FROM TIME.
006050     OPEN EXTEND DTSTREAM-FILE.
006060     IF WS-STREAM-STATUS = "35"
006070         OPEN OUTPUT DTSTREAM-FILE
006080     END-IF.
006090     IF WS-STREAM-STATUS NOT = "00"
006100         DISPLAY "DATATYPSTR-W03 STREAM CONTROL OPEN STATUS "
006110                 WS-STREAM-STATUS
006120         SET WS-EVENT-FAILED TO TRUE
006130         GO TO 7000-EXIT
006140     END-IF.
006150     MOVE SPACES TO DT-STREAM-RECORD.
006160     MOVE WS-TODAY TO SS-BUSINESS-DATE.
006170     MOVE WS-SD-PROGRAM (WS-STEP-IX) TO SS-STEP.
006180     MOVE WS-EVENT-TYPE TO SS-EVENT.
006190     MOVE WS-EVENT-DATE TO SS-DATE.
006200     MOVE WS-EVENT-TIME TO SS-TIME.
006210     MOVE WS-EVENT-RC TO SS-RETURN-CODE.
006220     MOVE WS-EVENT-NOTE TO SS-NOTE.
006230     WRITE DT-STREAM-RECORD.
006240     IF WS-STREAM-STATUS NOT = "00"
006250         DISPLAY "DATATYPSTR-W03 STREAM CONTROL WRITE STATUS "
006260                 WS-STREAM-STATUS
006270         SET WS-EVENT-FAILED TO TRUE
006280     END-IF.
006290     CLOSE DTSTREAM-FILE.
006300 7000-EXIT.
006310     EXIT.
006320
006330*================================================================
006340* 8000-PRINT-STATUS - EVERY STEP'S STATE FOR THE DAY
006350*================================================================
006360 8000-PRINT-STATUS.
006370     MOVE WS-TODAY TO WH1-DATE.
006380     IF WS-CARD-FUNCTION = SPACES
006390         MOVE "RUN" TO WH1-FUNCTION
006400     ELSE
006410         MOVE WS-CARD-FUNCTION TO WH1-FUNCTION
006420     END-IF.
006430     WRITE RPT-RECORD FROM WS-HEADING-1.
006440     MOVE SPACES TO RPT-RECORD.
006450     WRITE RPT-RECORD.
006460     WRITE RPT-RECORD FROM WS-HEADING-2.
006470     MOVE 1 TO WS-STEP-IX.
006480     PERFORM 8100-PRINT-ONE-STEP THRU 8100-EXIT
006490         UNTIL WS-STEP-IX > WS-STEP-COUNT.
006500     MOVE SPACES TO RPT-RECORD.
006510     WRITE RPT-RECORD.
006520     MOVE "STREAM ROWS FOR THE DAY" TO TL-LABEL.
006530     MOVE WS-EVENTS-READ TO TL-COUNT.
006540     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006550     MOVE "STEPS RUN" TO TL-LABEL.
006560     MOVE WS-STEPS-RAN TO TL-COUNT.
006570     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006580     MOVE "STEPS SKIPPED AS DONE" TO TL-LABEL.
006590     MOVE WS-STEPS-SKIPPED TO TL-COUNT.
006600     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006610     MOVE "STEPS FAILED" TO TL-LABEL.
006620     MOVE WS-STEPS-FAILED TO TL-COUNT.
006630     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006640     MOVE "STEPS REFUSED" TO TL-LABEL.
006650     MOVE WS-STEPS-REFUSED TO TL-COUNT.
006660     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006670     MOVE "STEPS COMPLETE FOR DAY" TO TL-LABEL.
006680     MOVE WS-STEPS-COMPLETE TO TL-COUNT.
006690     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006700 8000-EXIT.
006710     EXIT.
006720
006730 8100-PRINT-ONE-STEP.
006740     MOVE WS-SD-PROGRAM (WS-STEP-IX) TO DL-PROGRAM.
006750     EVALUATE TRUE
006760         WHEN WS-ST-COMPLETE (WS-STEP-IX)
006770             MOVE "COMPLETE" TO DL-STATE
006780             ADD 1 TO WS-STEPS-COMPLETE
006790         WHEN WS-ST-FAILED (WS-STEP-IX)
006800             MOVE "FAILED" TO DL-STATE
006810         WHEN WS-ST-STARTED (WS-STEP-IX)
006820             MOVE "INCOMPLETE" TO DL-STATE
006830         WHEN OTHER
006840             MOVE "NOT RUN" TO DL-STATE
006850     END-EVALUATE.
006860     MOVE WS-ST-ACTION (WS-STEP-IX) TO DL-ACTION.
006870     MOVE WS-ST-START-DATE (WS-STEP-IX) TO DL-START-DATE.
006880     MOVE WS-ST-START-TIME (WS-STEP-IX) TO DL-START-TIME.
006890     MOVE WS-ST-END-TIME (WS-STEP-IX) TO DL-END-TIME.
006900     IF WS-ST-COMPLETE (WS-STEP-IX) OR WS-ST-FAILED (WS-STEP-IX)
006910         MOVE WS-ST-RC (WS-STEP-IX) TO WS-ED-RC
006920         MOVE WS-ED-RC TO DL-RC
006930     ELSE
006940         MOVE SPACES TO DL-RC
006950     END-IF.
006960     MOVE WS-ST-NOTE (WS-STEP-IX) TO DL-NOTE.
006970     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
006980     ADD 1 TO WS-STEP-IX.
006990 8100-EXIT.
007000     EXIT.
007010
007020*================================================================
007030* 9999-TERMINATE - THE STREAM'S RETURN CODE FOR THE SCHEDULER
007040*================================================================
007050 9999-TERMINATE.
007060     CLOSE DTSTR-RPT.
007070     EVALUATE TRUE
007080         WHEN WS-STEPS-COMPLETE = WS-STEP-COUNT
007090             DISPLAY "DATATYPSTR-I01 STREAM COMPLETE FOR "
007100                     WS-TODAY
007110         WHEN WS-STATUS-ONLY
007120             DISPLAY "DATATYPSTR-I04 STATUS ONLY FOR "
007130                     WS-TODAY " - NOTHING RUN"
007140         WHEN OTHER
007150             DISPLAY "DATATYPSTR-W04 STREAM FOR " WS-TODAY
007160                     " STOPPED BEFORE COMPLETION - SEE DTSTRRPT"
007170     END-EVALUATE.
007180     MOVE WS-STREAM-RC TO RETURN-CODE.
007190 9999-EXIT.
007200     EXIT.
