000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPACR.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - NIGHTLY INTEREST AND FEE
000120*                  ACCRUAL. RUNS IN THE NIGHTLY STREAM AFTER
000130*                  DATATYPREL AND AHEAD OF DATATYPEOD AND
000140*                  DATATYPMEC. FOR EVERY CODE ON THE DTRATES
000150*                  RATE AND FEE SCHEDULE (DTRATREC) IT ACCRUES
000160*                  TIERED INTEREST ON THE MR-ARG7-BALANCE FOR
000170*                  EACH CALENDAR DAY SINCE THE CODE WAS LAST
000180*                  ACCRUED AND KEEPS THE RUNNING FIGURE ON THE
000190*                  DTACCRUE FILE (DTACRREC). A CODE ALREADY
000200*                  ACCRUED FOR THE DTBUSDT DATE IS SKIPPED, SO A
000210*                  SAME-NIGHT RERUN ACCRUES NOTHING TWICE. ON THE
000220*                  LAST DAY OF THE MONTH THE MINIMUM-BALANCE FEE
000230*                  AND FLAT MONTHLY CHARGE ARE ADDED AND A SECOND
000240*                  PASS POSTS EACH CODE'S ACCRUED INTEREST (C)
000250*                  AND FEES (D) THROUGH THE NORMAL DATATYP CALL,
000260*                  SO AUTH VALIDATION, DTLIMITS, DTAUDIT AND
000270*                  SUSPENSE ALL APPLY AND THE DATATYPMEC PROOF
000280*                  SEES THE POSTINGS IN THE MONTH THEY BELONG TO.
000290*                  A REFUSED POSTING LEAVES ITS AMOUNT ON
000300*                  DTACCRUE FOR THE NEXT MONTH END. THE ACCRUAL
000310*                  PASS READS DTMASTER AND CLOSES IT BEFORE THE
000320*                  POSTING PASS OPENS ITS DATATYP SESSION -
000330*                  DATATYP OPENS THE SAME FILE ITSELF. EVERY
000340*                  CODE PRINTS ON THE DTACRRPT ACCRUAL REPORT
000350*                  WITH ITS RATE, DAYS AND AMOUNT, AND THE RUN
000360*                  APPENDS ITS DTRUNCTL ROW SO THE DAY-END CLOSE
000370*                  SEES THE MONTH-END POSTINGS TOO.
000372* 10/15/2026 JM    EVERY DATATYP CALL NOW PASSES ARG12 WITH
000374*                  CHANNEL ACR AND ACCRUAL AS THE SUBMITTING USER.
000376*                  THE DTRUNCTL ROW NOW CARRIES RC-CHANNEL ACR.
000377* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000378*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000379*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000380*                  IT BEHAVES EXACTLY AS BEFORE.
000381* 10/15/2026 JM    A DORMANT CODE IS NO LONGER ACCRUED. DATATYP
000382*                  REFUSES POSTINGS TO A DORMANT CODE, SO ITS
000383*                  ACCRUAL COULD ONLY BE REFUSED AT MONTH END. IT
000384*                  NOW PRINTS AS CODE DORMANT - NOT ACCRUED, AS A
000385*                  CLOSED CODE DOES. THE DISPOSITION COLUMN IS
000386*                  WIDENED SO LONGER DISPOSITIONS PRINT IN FULL.
000387*================================================================
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DTRATES-FILE ASSIGN TO "DTRATES"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RATES-STATUS.
000450     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MR-ARG1
000490         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT DTACCRUE-FILE ASSIGN TO "DTACCRUE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AC-ARG1
000540         FILE STATUS IS WS-ACCRUE-STATUS.
000550     SELECT DTACR-RPT ASSIGN TO "DTACRRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580     SELECT DTRUNCTL-FILE ASSIGN TO "DTRUNCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNCTL-STATUS.
000610     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-BUSDT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DTRATES-FILE.
000670     COPY DTRATREC.
000680 FD  DTMASTER-FILE.
000690     COPY DTMASREC.
000700 FD  DTACCRUE-FILE.
000710     COPY DTACRREC.
000720 FD  DTACR-RPT
000730     RECORD CONTAINS 132 CHARACTERS.
000740 01  RPT-RECORD                  PIC X(132).
000750 FD  DTRUNCTL-FILE.
000760     COPY DTRUNREC.
000770 FD  DTBUSDT-FILE.
000780     COPY DTDATREC.
000790 WORKING-STORAGE SECTION.
000800 01  WS-RATES-STATUS             PIC X(02).
000810 01  WS-MASTER-STATUS            PIC X(02).
000820 01  WS-ACCRUE-STATUS            PIC X(02).
000830 01  WS-RPT-STATUS               PIC X(02).
000840 01  WS-RUNCTL-STATUS            PIC X(02).
000850 01  WS-BUSDT-STATUS             PIC X(02).
000860 01  WS-TODAY                    PIC X(08).
000870 01  WS-MONTH                    PIC X(06).
000880 01  WS-RUN-START-DATE           PIC X(08).
000890 01  WS-RUN-START-TIME           PIC X(06).
000900 01  WS-RUN-STOP-TIME            PIC X(06).
000910 01  WS-MONTH-END-SW             PIC X(01) VALUE "N".
000920     88  WS-MONTH-END                        VALUE "Y".
000930 01  WS-WORK-DATE.
000940     05  WD-YEAR                 PIC 9(04).
000950     05  WD-MONTH                PIC 9(02).
000960     05  WD-DAY                  PIC 9(02).
000970 01  WS-MONTH-DAYS-TABLE.
000980     05  FILLER                  PIC X(24)
000990         VALUE "312831303130313130313031".
001000 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001010     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001020                                 PIC 9(02).
001030 01  WS-MONTH-LIMIT              PIC 9(02).
001040 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001050 01  WS-LEAP-REMAINDER           PIC 9(04) COMP.
001060 01  WS-LEAP-SW                  PIC X(01).
001070     88  WS-LEAP-YEAR                        VALUE "Y".
001080 01  WS-RATES-EOF-SW             PIC X(01) VALUE "N".
001090     88  WS-RATES-EOF                        VALUE "Y".
001100 01  WS-ACCRUE-EOF-SW            PIC X(01) VALUE "N".
001110     88  WS-ACCRUE-EOF                       VALUE "Y".
001120 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
001130     88  WS-MASTER-OPEN                      VALUE "Y".
001140 01  WS-ACCRUE-OPEN-SW           PIC X(01) VALUE "N".
001150     88  WS-ACCRUE-OPEN                      VALUE "Y".
001160 01  WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
001170     88  WS-MASTER-FOUND                     VALUE "Y".
001180 01  WS-ACCRUE-FOUND-SW          PIC X(01) VALUE "N".
001190     88  WS-ACCRUE-FOUND                     VALUE "Y".
001200 01  WS-TIERS-DONE-SW            PIC X(01) VALUE "N".
001210     88  WS-TIERS-DONE                       VALUE "Y".
001220 01  WS-SEVERE-SW                PIC X(01) VALUE "N".
001230     88  WS-SEVERE-ERROR                     VALUE "Y".
001240 01  WS-SESSION-OPEN-SW          PIC X(01) VALUE "N".
001250     88  WS-SESSION-OPEN                     VALUE "Y".
001260 01  WS-TIER-IX                  PIC 9(04) COMP.
001270 01  WS-ACCRUAL-DAYS             PIC 9(04) COMP.
001280 01  WS-MAX-CATCHUP-DAYS         PIC 9(04) COMP VALUE 366.
001290 01  WS-DAY-BASIS                PIC 9(03).
001300 01  WS-BALANCE                  PIC S9(09)V99.
001310 01  WS-BAND-FLOOR               PIC S9(09)V99.
001320 01  WS-BAND-AMOUNT              PIC S9(09)V99.
001330 01  WS-RATE-WEIGHT              PIC S9(13)V9(06).
001340 01  WS-BLENDED-RATE             PIC 9(03)V9(04).
001350 01  WS-DAY-ACCRUAL              PIC S9(09)V9(06).
001360 01  WS-FEES-TODAY               PIC S9(09)V99.
001370 01  WS-POST-INTEREST            PIC S9(09)V99.
001380 01  WS-POST-FEES                PIC S9(09)V99.
001390 01  WS-CALL-RC                  PIC S9(09) COMP.
001400 01  WS-ROWS-READ                PIC 9(07) COMP VALUE 0.
001410 01  WS-CODES-ACCRUED            PIC 9(07) COMP VALUE 0.
001420 01  WS-CODES-ALREADY            PIC 9(07) COMP VALUE 0.
001430 01  WS-CODES-SKIPPED            PIC 9(07) COMP VALUE 0.
001440 01  WS-CODES-POSTED             PIC 9(07) COMP VALUE 0.
001450 01  WS-CALLS-POSTED             PIC 9(07) COMP VALUE 0.
001460 01  WS-CALLS-REFUSED            PIC 9(07) COMP VALUE 0.
001470 01  WS-TOTAL-ACCRUAL            PIC S9(11)V9(06) VALUE 0.
001480 01  WS-TOTAL-INTEREST-POSTED    PIC S9(11)V99 VALUE 0.
001490 01  WS-TOTAL-FEES-POSTED        PIC S9(11)V99 VALUE 0.
001500     COPY DTARGS.
001510 01  WS-HEADING-1.
001520     05  FILLER                  PIC X(34)
001530         VALUE "DATATYP DAILY ACCRUAL REPORT -    ".
001540     05  WH1-DATE                PIC X(08).
001550     05  WH1-MONTH-END           PIC X(14).
001560 01  WS-HEADING-2.
001570     05  FILLER                  PIC X(08) VALUE "ARG1    ".
001580     05  FILLER                  PIC X(15) VALUE "ARG7-BALANCE".
001590     05  FILLER                  PIC X(10) VALUE "RATE %".
001600     05  FILLER                  PIC X(05) VALUE "DAYS ".
001610     05  FILLER                  PIC X(17) VALUE "ACCRUED-TODAY".
001620     05  FILLER                  PIC X(17) VALUE "PERIOD-ACCRUED".
001630     05  FILLER                  PIC X(13) VALUE "FEES".
001640     05  FILLER                  PIC X(26) VALUE "DISPOSITION".
001650 01  WS-DETAIL-LINE.
001660     05  DL-ARG1                 PIC X(06).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  DL-BALANCE              PIC -(09)9.99.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DL-RATE                 PIC ZZ9.9999.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  DL-DAYS                 PIC ZZ9.
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  DL-ACCRUAL              PIC -(09)9.9999.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  DL-PERIOD-ACCRUED       PIC -(09)9.9999.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  DL-FEES                 PIC -(07)9.99.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  DL-DISPOSITION          PIC X(26).
001810 01  WS-POSTING-HEADING-1.
001820     05  FILLER                  PIC X(30)
001830         VALUE "MONTH-END POSTINGS - PERIOD ".
001840     05  PH1-MONTH               PIC X(06).
001850 01  WS-POSTING-HEADING-2.
001860     05  FILLER                  PIC X(08) VALUE "ARG1    ".
001870     05  FILLER                  PIC X(15) VALUE "INTEREST (C)".
001880     05  FILLER                  PIC X(26) VALUE "RESULT".
001890     05  FILLER                  PIC X(15) VALUE "FEES (D)".
001900     05  FILLER                  PIC X(26) VALUE "RESULT".
001910 01  WS-POSTING-LINE.
001920     05  PL-ARG1                 PIC X(06).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  PL-INTEREST             PIC -(09)9.99.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  PL-INTEREST-RESULT      PIC X(24).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  PL-FEES                 PIC -(09)9.99.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  PL-FEES-RESULT          PIC X(24).
002010 01  WS-TOTAL-LINE.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  TL-LABEL                PIC X(24).
002040     05  TL-COUNT                PIC ZZZ,ZZ9.
002050 01  WS-AMOUNT-LINE.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  TA-LABEL                PIC X(24).
002080     05  TA-AMOUNT               PIC -(11)9.9999.
002090 PROCEDURE DIVISION.
002100*================================================================
002110* 0000-MAINLINE - ACCRUE EVERY SCHEDULED CODE FOR TODAY, THEN AT
002120* MONTH END POST WHAT THE PERIOD ACCRUED
002130*================================================================
002140 0000-MAINLINE.
002150     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002160     ACCEPT WS-RUN-START-TIME FROM TIME
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 2000-ACCRUE-SCHEDULE THRU 2000-EXIT
002190     IF WS-MONTH-END
002200         PERFORM 5000-POST-MONTH-END THRU 5000-EXIT
002210     END-IF
002220     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002230     PERFORM 9800-WRITE-RUN-CONTROL THRU 9800-EXIT
002240     PERFORM 9999-TERMINATE THRU 9999-EXIT
002250     EVALUATE TRUE
002260         WHEN WS-SEVERE-ERROR
002270             MOVE 12 TO RETURN-CODE
002280         WHEN WS-CALLS-REFUSED > 0
002290             DISPLAY "DATATYPACR-W14 " WS-CALLS-REFUSED
002300                     " MONTH-END POSTING(S) REFUSED - SEE DTSUSP"
002310             MOVE 8 TO RETURN-CODE
002320     END-EVALUATE
002330     GOBACK.
002340
002350*================================================================
002360* 1000-INITIALIZE - THE ACCRUAL DAY COMES FROM DTBUSDT; THE
002370* MACHINE DATE IS ONLY A FALLBACK WHEN THE CONTROL RECORD
002380* CANNOT BE READ
002390*================================================================
002400 1000-INITIALIZE.
002410     MOVE SPACES TO WS-TODAY.
002420     OPEN INPUT DTBUSDT-FILE.
002430     IF WS-BUSDT-STATUS = "00"
002440         READ DTBUSDT-FILE
002450             AT END
002460                 CONTINUE
002470             NOT AT END
002480                 IF BD-BUSINESS-DATE NUMERIC
002490                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002500                 END-IF
002510         END-READ
002520         CLOSE DTBUSDT-FILE
002530     END-IF.
002540     IF WS-TODAY = SPACES
002550         DISPLAY "DATATYPACR-W01 NO BUSINESS DATE ON DTBUSDT - "
002560                 "USING MACHINE DATE"
002570         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002580     END-IF.
002590     MOVE WS-TODAY TO WS-WORK-DATE.
002600     MOVE WS-TODAY (1:6) TO WS-MONTH.
002610     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT.
002620     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650
002660*================================================================
002670* 1100-CHECK-MONTH-END - THE BUSINESS DATE IS A MONTH END WHEN
002680* IT EQUALS THE LAST DAY OF ITS OWN MONTH - THE SAME TEST
002690* DATATYPMEC MAKES, SO THE TWO ALWAYS AGREE ON THE NIGHT
002700*================================================================
002710 1100-CHECK-MONTH-END.
002720     IF WD-MONTH < 1 OR WD-MONTH > 12
002730         GO TO 1100-EXIT
002740     END-IF.
002750     MOVE WS-DAYS-IN-MONTH (WD-MONTH) TO WS-MONTH-LIMIT.
002760     IF WD-MONTH = 2
002770         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
002780         IF WS-LEAP-YEAR
002790             MOVE 29 TO WS-MONTH-LIMIT
002800         END-IF
002810     END-IF.
002820     IF WD-DAY = WS-MONTH-LIMIT
002830         SET WS-MONTH-END TO TRUE
002840     END-IF.
002850 1100-EXIT.
002860     EXIT.
002870
002880*================================================================
002890* 1150-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
002900* DIVISIBLE BY 400
002910*================================================================
002920 1150-CHECK-LEAP-YEAR.
002930     MOVE "N" TO WS-LEAP-SW.
002940     DIVIDE WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002950         REMAINDER WS-LEAP-REMAINDER.
002960     IF WS-LEAP-REMAINDER NOT = 0
002970         GO TO 1150-EXIT
002980     END-IF.
002990     DIVIDE WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003000         REMAINDER WS-LEAP-REMAINDER.
003010     IF WS-LEAP-REMAINDER NOT = 0
003020         MOVE "Y" TO WS-LEAP-SW
003030         GO TO 1150-EXIT
003040     END-IF.
003050     DIVIDE WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003060         REMAINDER WS-LEAP-REMAINDER.
003070     IF WS-LEAP-REMAINDER = 0
003080         MOVE "Y" TO WS-LEAP-SW
003090     END-IF.
003100 1150-EXIT.
003110     EXIT.
003120
003130*================================================================
003140* 1200-OPEN-FILES - THE ACCRUAL FILE IS CREATED ON THE FIRST RUN
003150* THE SAME WAY DATATYP CREATES DTMASTER; THE MASTER OPENS INPUT
003160* ONLY FOR THE ACCRUAL PASS
003170*================================================================
003180 1200-OPEN-FILES.
003190     OPEN INPUT DTRATES-FILE.
003200     IF WS-RATES-STATUS NOT = "00"
003210         IF WS-RATES-STATUS NOT = "35"
003220             DISPLAY "DATATYPACR-W02 SCHEDULE FILE OPEN STATUS "
003230                     WS-RATES-STATUS
003240         END-IF
003250         SET WS-RATES-EOF TO TRUE
003260     END-IF.
003270     OPEN INPUT DTMASTER-FILE.
003280     IF WS-MASTER-STATUS = "00"
003290         SET WS-MASTER-OPEN TO TRUE
003300     ELSE
003310         DISPLAY "DATATYPACR-W03 MASTER FILE OPEN STATUS "
003320                 WS-MASTER-STATUS
003330     END-IF.
003340     OPEN I-O DTACCRUE-FILE.
003350     IF WS-ACCRUE-STATUS = "35"
003360         OPEN OUTPUT DTACCRUE-FILE
003370         CLOSE DTACCRUE-FILE
003380         OPEN I-O DTACCRUE-FILE
003390     END-IF.
003400     IF WS-ACCRUE-STATUS = "00"
003410         SET WS-ACCRUE-OPEN TO TRUE
003420     ELSE
003430         DISPLAY "DATATYPACR-E01 ACCRUAL FILE OPEN STATUS "
003440                 WS-ACCRUE-STATUS " - NOTHING ACCRUED"
003450         SET WS-SEVERE-ERROR TO TRUE
003460     END-IF.
003470     OPEN OUTPUT DTACR-RPT.
003480     IF WS-RPT-STATUS NOT = "00"
003490         DISPLAY "DATATYPACR-W04 REPORT FILE OPEN STATUS "
003500                 WS-RPT-STATUS
003510     END-IF.
003520     MOVE WS-TODAY TO WH1-DATE.
003530     IF WS-MONTH-END
003540         MOVE " - MONTH END" TO WH1-MONTH-END
003550     ELSE
003560         MOVE SPACES TO WH1-MONTH-END
003570     END-IF.
003580     WRITE RPT-RECORD FROM WS-HEADING-1.
003590     WRITE RPT-RECORD FROM WS-HEADING-2.
003600 1200-EXIT.
003610     EXIT.
003620
003630*================================================================
003640* 2000-ACCRUE-SCHEDULE - ONE PASS OF THE SCHEDULE, ONE ACCRUAL
003650* PER CODE. THE MASTER CLOSES AT THE END OF THE PASS SO NO
003660* DATATYP CALL EVER RUNS WHILE THIS PROGRAM HOLDS IT.
003670*================================================================
003680 2000-ACCRUE-SCHEDULE.
003690     IF NOT WS-ACCRUE-OPEN
003700         SET WS-RATES-EOF TO TRUE
003710     END-IF.
003720     PERFORM 2100-ACCRUE-ONE-ROW
003730         UNTIL WS-RATES-EOF.
003740     IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "10"
003750         CLOSE DTRATES-FILE
003760     END-IF.
003770     IF WS-MASTER-OPEN
003780         CLOSE DTMASTER-FILE
003790         MOVE "N" TO WS-MASTER-OPEN-SW
003800     END-IF.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-ACCRUE-ONE-ROW.
003850     READ DTRATES-FILE
003860         AT END
003870             SET WS-RATES-EOF TO TRUE
003880         NOT AT END
003890             ADD 1 TO WS-ROWS-READ
003900             PERFORM 2200-ACCRUE-ONE-CODE THRU 2200-EXIT
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940
003950*================================================================
003960* 2200-ACCRUE-ONE-CODE - A CODE ACCRUES ONLY WHEN ITS SCHEDULE
003970* ROW IS READABLE, ITS MASTER ROW IS NEITHER CLOSED NOR DORMANT,
003980* AND IT HAS NOT ALREADY BEEN ACCRUED FOR THE BUSINESS DATE
003990*================================================================
004000 2200-ACCRUE-ONE-CODE.
004010     MOVE SPACES TO WS-DETAIL-LINE.
004020     MOVE RT-ARG1 TO DL-ARG1.
004030     MOVE 0 TO DL-BALANCE DL-RATE DL-DAYS DL-ACCRUAL
004040               DL-PERIOD-ACCRUED DL-FEES.
004050     PERFORM 2300-VALIDATE-SCHEDULE-ROW THRU 2300-EXIT.
004060     IF DL-DISPOSITION NOT = SPACES
004070         ADD 1 TO WS-CODES-SKIPPED
004080         GO TO 2200-WRITE-LINE
004090     END-IF.
004100     PERFORM 2400-READ-MASTER-ROW THRU 2400-EXIT.
004110     IF NOT WS-MASTER-FOUND
004120         ADD 1 TO WS-CODES-SKIPPED
004130         MOVE "NO MASTER ROW" TO DL-DISPOSITION
004140         GO TO 2200-WRITE-LINE
004150     END-IF.
004160     MOVE MR-ARG7-BALANCE TO WS-BALANCE.
004170     MOVE WS-BALANCE TO DL-BALANCE.
004180     IF MR-STATUS-CLOSED
004190         ADD 1 TO WS-CODES-SKIPPED
004200         MOVE "CODE CLOSED - NOT ACCRUED" TO DL-DISPOSITION
004210         GO TO 2200-WRITE-LINE
004220     END-IF.
004221     IF MR-STATUS-DORMANT
004222         ADD 1 TO WS-CODES-SKIPPED
004223         MOVE "CODE DORMANT - NOT ACCRUED" TO DL-DISPOSITION
004224         GO TO 2200-WRITE-LINE
004225     END-IF.
004230     PERFORM 2450-READ-ACCRUAL-ROW THRU 2450-EXIT.
004240     MOVE AC-INTEREST-ACCRUED TO DL-PERIOD-ACCRUED.
004250     MOVE AC-FEES-DUE TO DL-FEES.
004260     IF AC-LAST-ACCRUAL-DATE = WS-TODAY
004270         ADD 1 TO WS-CODES-ALREADY
004280         MOVE AC-LAST-RATE TO DL-RATE
004290         MOVE "ALREADY ACCRUED TODAY" TO DL-DISPOSITION
004300         GO TO 2200-WRITE-LINE
004310     END-IF.
004320     PERFORM 2500-COUNT-ACCRUAL-DAYS THRU 2500-EXIT.
004330     IF WS-ACCRUAL-DAYS = 0
004340         ADD 1 TO WS-CODES-SKIPPED
004350         MOVE "ACCRUAL DATE AHEAD" TO DL-DISPOSITION
004360         GO TO 2200-WRITE-LINE
004370     END-IF.
004380     PERFORM 2600-COMPUTE-INTEREST THRU 2600-EXIT.
004390     PERFORM 2700-APPLY-ACCRUAL THRU 2700-EXIT.
004400     MOVE WS-BLENDED-RATE TO DL-RATE.
004410     MOVE WS-ACCRUAL-DAYS TO DL-DAYS.
004420     MOVE WS-DAY-ACCRUAL TO DL-ACCRUAL.
004430     MOVE AC-INTEREST-ACCRUED TO DL-PERIOD-ACCRUED.
004440     MOVE AC-FEES-DUE TO DL-FEES.
004450 2200-WRITE-LINE.
004460     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004470 2200-EXIT.
004480     EXIT.
004490
004500*================================================================
004510* 2300-VALIDATE-SCHEDULE-ROW - EVERY FIGURE ON THE ROW MUST BE
004520* NUMERIC; A DAMAGED ROW IS REPORTED AND THE CODE IS NOT ACCRUED
004530* RATHER THAN ACCRUED AT A GUESSED RATE
004540*================================================================
004550 2300-VALIDATE-SCHEDULE-ROW.
004560     IF RT-ARG1 = SPACES
004570       OR RT-TIER-CEILING (1) NOT NUMERIC
004580       OR RT-TIER-RATE (1) NOT NUMERIC
004590       OR RT-TIER-CEILING (2) NOT NUMERIC
004600       OR RT-TIER-RATE (2) NOT NUMERIC
004610       OR RT-TIER-CEILING (3) NOT NUMERIC
004620       OR RT-TIER-RATE (3) NOT NUMERIC
004630       OR RT-MIN-BALANCE NOT NUMERIC
004640       OR RT-MIN-BAL-FEE NOT NUMERIC
004650       OR RT-MONTHLY-CHARGE NOT NUMERIC
004660         DISPLAY "DATATYPACR-E02 BAD SCHEDULE ROW REJECTED - "
004670                 DT-RATE-RECORD
004680         MOVE "SCHEDULE ROW INVALID" TO DL-DISPOSITION
004690         GO TO 2300-EXIT
004700     END-IF.
004710     IF RT-DAY-BASIS NUMERIC AND RT-DAY-BASIS NOT = 0
004720         MOVE RT-DAY-BASIS TO WS-DAY-BASIS
004730     ELSE
004740         MOVE 365 TO WS-DAY-BASIS
004750     END-IF.
004760 2300-EXIT.
004770     EXIT.
004780
004790 2400-READ-MASTER-ROW.
004800     MOVE "N" TO WS-MASTER-FOUND-SW.
004810     IF NOT WS-MASTER-OPEN
004820         GO TO 2400-EXIT
004830     END-IF.
004840     MOVE RT-ARG1 TO MR-ARG1.
004850     READ DTMASTER-FILE
004860         INVALID KEY
004870             CONTINUE
004880         NOT INVALID KEY
004890             SET WS-MASTER-FOUND TO TRUE
004900     END-READ.
004910 2400-EXIT.
004920     EXIT.
004930
004940*================================================================
004950* 2450-READ-ACCRUAL-ROW - A CODE NEW TO THE SCHEDULE STARTS WITH
004960* AN EMPTY ROW THAT IS WRITTEN, NOT REWRITTEN, AT THE END
004970*================================================================
004980 2450-READ-ACCRUAL-ROW.
004990     MOVE "N" TO WS-ACCRUE-FOUND-SW.
005000     MOVE RT-ARG1 TO AC-ARG1.
005010     READ DTACCRUE-FILE
005020         INVALID KEY
005030             CONTINUE
005040         NOT INVALID KEY
005050             SET WS-ACCRUE-FOUND TO TRUE
005060     END-READ.
005070     IF NOT WS-ACCRUE-FOUND
005080         MOVE RT-ARG1 TO AC-ARG1
005090         MOVE WS-MONTH TO AC-PERIOD
005100         MOVE SPACES TO AC-LAST-ACCRUAL-DATE
005110         MOVE 0 TO AC-PERIOD-DAYS
005120         MOVE 0 TO AC-INTEREST-ACCRUED
005130         MOVE 0 TO AC-FEES-DUE
005140         MOVE "N" TO AC-BELOW-MIN-SW
005150         MOVE 0 TO AC-LAST-RATE
005160         MOVE SPACES TO AC-LAST-POST-DATE
005170         MOVE 0 TO AC-LAST-POST-INTEREST
005180         MOVE 0 TO AC-LAST-POST-FEES
005190     END-IF.
005200 2450-EXIT.
005210     EXIT.
005220
005230*================================================================
005240* 2500-COUNT-ACCRUAL-DAYS - THE CALENDAR DAYS FROM THE LAST
005250* ACCRUAL UP TO AND INCLUDING TODAY, STEPPED ON THE SAME CALENDAR
005260* DATATYPDTE ADVANCES BY. A FIRST ACCRUAL, OR A LAST-ACCRUAL DATE
005270* THAT CANNOT BE READ, COUNTS ONE DAY. A DATE AHEAD OF TODAY
005280* COUNTS ZERO AND THE CODE IS LEFT ALONE FOR OPS TO LOOK AT.
005290*================================================================
005300 2500-COUNT-ACCRUAL-DAYS.
005310     MOVE 0 TO WS-ACCRUAL-DAYS.
005320     IF AC-LAST-ACCRUAL-DATE = SPACES
005330         MOVE 1 TO WS-ACCRUAL-DAYS
005340         GO TO 2500-EXIT
005350     END-IF.
005360     IF AC-LAST-ACCRUAL-DATE > WS-TODAY
005370         DISPLAY "DATATYPACR-W05 " AC-ARG1 " LAST ACCRUED "
005380                 AC-LAST-ACCRUAL-DATE " - AHEAD OF " WS-TODAY
005390         GO TO 2500-EXIT
005400     END-IF.
005410     MOVE AC-LAST-ACCRUAL-DATE TO WS-WORK-DATE.
005420     IF AC-LAST-ACCRUAL-DATE NOT NUMERIC
005430       OR WD-MONTH < 1 OR WD-MONTH > 12
005440       OR WD-DAY < 1 OR WD-DAY > 31
005450         DISPLAY "DATATYPACR-W06 " AC-ARG1 " LAST ACCRUAL DATE "
005460                 AC-LAST-ACCRUAL-DATE " INVALID - ONE DAY ACCRUED"
005470         MOVE 1 TO WS-ACCRUAL-DAYS
005480         GO TO 2500-EXIT
005490     END-IF.
005500     PERFORM 2510-STEP-ONE-DAY THRU 2510-EXIT
005510         UNTIL WS-WORK-DATE = WS-TODAY
005520            OR WS-ACCRUAL-DAYS NOT < WS-MAX-CATCHUP-DAYS.
005530     IF WS-WORK-DATE NOT = WS-TODAY
005540         DISPLAY "DATATYPACR-W07 " AC-ARG1 " LAST ACCRUED "
005550                 AC-LAST-ACCRUAL-DATE " - MORE THAN "
005560                 WS-MAX-CATCHUP-DAYS " DAYS - ONE DAY ACCRUED"
005570         MOVE 1 TO WS-ACCRUAL-DAYS
005580     END-IF.
005590 2500-EXIT.
005600     EXIT.
005610
005620*================================================================
005630* 2510-STEP-ONE-DAY - ONE CALENDAR DAY FORWARD, FEBRUARY 29
005640* INCLUDED ON A LEAP YEAR
005650*================================================================
005660 2510-STEP-ONE-DAY.
005670     MOVE WS-DAYS-IN-MONTH (WD-MONTH) TO WS-MONTH-LIMIT.
005680     IF WD-MONTH = 2
005690         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
005700         IF WS-LEAP-YEAR
005710             MOVE 29 TO WS-MONTH-LIMIT
005720         END-IF
005730     END-IF.
005740     IF WD-DAY < WS-MONTH-LIMIT
005750         ADD 1 TO WD-DAY
005760     ELSE
005770         MOVE 1 TO WD-DAY
005780         IF WD-MONTH < 12
005790             ADD 1 TO WD-MONTH
005800         ELSE
005810             MOVE 1 TO WD-MONTH
005820             ADD 1 TO WD-YEAR
005830         END-IF
005840     END-IF.
005850     ADD 1 TO WS-ACCRUAL-DAYS.
005860 2510-EXIT.
005870     EXIT.
005880
005890*================================================================
005900* 2600-COMPUTE-INTEREST - EACH TIER PAYS ITS OWN RATE ON THE
005910* SLICE OF THE BALANCE INSIDE ITS BAND. ONLY A POSITIVE ARG7
005920* BALANCE EARNS INTEREST. THE BLENDED RATE PRINTED ON THE REPORT
005930* IS THE WEIGHTED AVERAGE ACROSS THE BANDS.
005940*================================================================
005950 2600-COMPUTE-INTEREST.
005960     MOVE 0 TO WS-RATE-WEIGHT.
005970     MOVE 0 TO WS-BLENDED-RATE.
005980     MOVE 0 TO WS-DAY-ACCRUAL.
005990     IF WS-BALANCE NOT > 0
006000         GO TO 2600-EXIT
006010     END-IF.
006020     MOVE 0 TO WS-BAND-FLOOR.
006030     MOVE "N" TO WS-TIERS-DONE-SW.
006040     MOVE 1 TO WS-TIER-IX.
006050     PERFORM 2610-ACCRUE-ONE-TIER THRU 2610-EXIT
006060         UNTIL WS-TIERS-DONE
006070            OR WS-TIER-IX > 3.
006080     COMPUTE WS-BLENDED-RATE ROUNDED =
006090             WS-RATE-WEIGHT / WS-BALANCE.
006100     COMPUTE WS-DAY-ACCRUAL ROUNDED =
006110             WS-RATE-WEIGHT * WS-ACCRUAL-DAYS / 100 / WS-DAY-BASIS
006120         ON SIZE ERROR
006130             DISPLAY "DATATYPACR-E03 ACCRUAL OVERFLOW " RT-ARG1
006140             MOVE 0 TO WS-DAY-ACCRUAL
006150     END-COMPUTE.
006160 2600-EXIT.
006170     EXIT.
006180
006190*================================================================
006200* 2610-ACCRUE-ONE-TIER - A ZERO CEILING, THE LAST TIER, OR A
006210* CEILING AT OR ABOVE THE BALANCE CLOSES THE BANDS
006220*================================================================
006230 2610-ACCRUE-ONE-TIER.
006240     IF WS-TIER-IX = 3
006250       OR RT-TIER-CEILING (WS-TIER-IX) = 0
006260       OR RT-TIER-CEILING (WS-TIER-IX) NOT < WS-BALANCE
006270         COMPUTE WS-BAND-AMOUNT = WS-BALANCE - WS-BAND-FLOOR
006280         SET WS-TIERS-DONE TO TRUE
006290     ELSE
006300         COMPUTE WS-BAND-AMOUNT =
006310                 RT-TIER-CEILING (WS-TIER-IX) - WS-BAND-FLOOR
006320         MOVE RT-TIER-CEILING (WS-TIER-IX) TO WS-BAND-FLOOR
006330     END-IF.
006340     IF WS-BAND-AMOUNT > 0
006350         COMPUTE WS-RATE-WEIGHT = WS-RATE-WEIGHT
006360                 + WS-BAND-AMOUNT * RT-TIER-RATE (WS-TIER-IX)
006370     END-IF.
006380     ADD 1 TO WS-TIER-IX.
006390 2610-EXIT.
006400     EXIT.
006410
006420*================================================================
006430* 2700-APPLY-ACCRUAL - ADD TODAY TO THE PERIOD AND SAVE THE ROW.
006440* A NEW PERIOD STARTS ITS DAY COUNT AND MINIMUM-BALANCE TEST
006450* AFRESH. AT MONTH END THE FEES FOR THE PERIOD ARE ADDED HERE SO
006460* THE POSTING PASS NEEDS NOTHING BUT THE ACCRUAL FILE.
006470*================================================================
006480 2700-APPLY-ACCRUAL.
006490     IF AC-PERIOD NOT = WS-MONTH
006500         MOVE WS-MONTH TO AC-PERIOD
006510         MOVE 0 TO AC-PERIOD-DAYS
006520         MOVE "N" TO AC-BELOW-MIN-SW
006530     END-IF.
006540     ADD WS-ACCRUAL-DAYS TO AC-PERIOD-DAYS
006550         ON SIZE ERROR
006560             MOVE 999 TO AC-PERIOD-DAYS
006570     END-ADD.
006580     ADD WS-DAY-ACCRUAL TO AC-INTEREST-ACCRUED.
006590     ADD WS-DAY-ACCRUAL TO WS-TOTAL-ACCRUAL.
006600     IF RT-MIN-BALANCE > 0
006610       AND WS-BALANCE < RT-MIN-BALANCE
006620         MOVE "Y" TO AC-BELOW-MIN-SW
006630     END-IF.
006640     MOVE WS-TODAY TO AC-LAST-ACCRUAL-DATE.
006650     MOVE WS-BLENDED-RATE TO AC-LAST-RATE.
006660     MOVE "ACCRUED" TO DL-DISPOSITION.
006670     IF WS-MONTH-END
006680         MOVE RT-MONTHLY-CHARGE TO WS-FEES-TODAY
006690         IF AC-BELOW-MINIMUM
006700             ADD RT-MIN-BAL-FEE TO WS-FEES-TODAY
006710             MOVE "ACCRUED - BELOW MINIMUM" TO DL-DISPOSITION
006720         END-IF
006730         ADD WS-FEES-TODAY TO AC-FEES-DUE
006740     END-IF.
006750     IF WS-ACCRUE-FOUND
006760         REWRITE DT-ACCRUAL-RECORD
006770             INVALID KEY
006780                 DISPLAY "DATATYPACR-E04 ACCRUAL REWRITE STATUS "
006790                         WS-ACCRUE-STATUS " FOR " AC-ARG1
006800                 MOVE "ACCRUAL NOT SAVED" TO DL-DISPOSITION
006810                 SET WS-SEVERE-ERROR TO TRUE
006820         END-REWRITE
006830     ELSE
006840         WRITE DT-ACCRUAL-RECORD
006850             INVALID KEY
006860                 DISPLAY "DATATYPACR-E05 ACCRUAL WRITE STATUS "
006870                         WS-ACCRUE-STATUS " FOR " AC-ARG1
006880                 MOVE "ACCRUAL NOT SAVED" TO DL-DISPOSITION
006890                 SET WS-SEVERE-ERROR TO TRUE
006900         END-WRITE
006910     END-IF.
006920     ADD 1 TO WS-CODES-ACCRUED.
006930 2700-EXIT.
006940     EXIT.
006950
006960*================================================================
006970* 5000-POST-MONTH-END - SWEEP THE ACCRUAL FILE AND POST EVERY
006980* CODE'S PERIOD THROUGH ONE DATATYP SESSION. A ROW ALREADY POSTED
006990* FOR THE BUSINESS DATE IS SKIPPED SO A RERUN DOES NOT POST AGAIN.
007000*================================================================
007010 5000-POST-MONTH-END.
007020     IF NOT WS-ACCRUE-OPEN
007030         GO TO 5000-EXIT
007040     END-IF.
007050     MOVE SPACES TO RPT-RECORD.
007060     WRITE RPT-RECORD.
007070     MOVE WS-MONTH TO PH1-MONTH.
007080     WRITE RPT-RECORD FROM WS-POSTING-HEADING-1.
007090     WRITE RPT-RECORD FROM WS-POSTING-HEADING-2.
007100     PERFORM 5100-OPEN-DATATYP-SESSION THRU 5100-EXIT.
007110     MOVE LOW-VALUES TO AC-ARG1.
007120     START DTACCRUE-FILE KEY NOT < AC-ARG1
007130         INVALID KEY
007140             SET WS-ACCRUE-EOF TO TRUE
007150     END-START.
007160     PERFORM 5200-POST-ONE-ROW
007170         UNTIL WS-ACCRUE-EOF.
007180 5000-EXIT.
007190     EXIT.
007200
007210*================================================================
007220* 5100-OPEN-DATATYP-SESSION - ONE CONTROL CALL SO DATATYP OPENS
007230* ITS FILES ONCE FOR THE WHOLE POSTING PASS
007240*================================================================
007250 5100-OPEN-DATATYP-SESSION.
007260     MOVE SPACES TO ARG1 ARG2.
007270     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
007280     MOVE SPACE TO ARG9.
007283     MOVE SPACES TO ARG12.
007286     SET DT-CHANNEL-ACCRUAL TO TRUE.
007290     MOVE "O" TO ARG8.
007300     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
007310                           ARG8 ARG9 ARG10 ARG11 ARG12
007320     END-CALL.
007330     IF RETURN-CODE = 0
007340         SET WS-SESSION-OPEN TO TRUE
007350     ELSE
007360         DISPLAY "DATATYPACR-W08 SESSION OPEN RETURNED "
007370                 RETURN-CODE
007380         MOVE 0 TO RETURN-CODE
007390     END-IF.
007400 5100-EXIT.
007410     EXIT.
007420
007430 5200-POST-ONE-ROW.
007440     READ DTACCRUE-FILE NEXT
007450         AT END
007460             SET WS-ACCRUE-EOF TO TRUE
007470         NOT AT END
007480             PERFORM 5300-POST-ONE-CODE THRU 5300-EXIT
007490     END-READ.
007500 5200-EXIT.
007510     EXIT.
007520
007530*================================================================
007540* 5300-POST-ONE-CODE - INTEREST POSTS AS A CREDIT OF THE ROUNDED
007550* CENTS, FEES AS A DEBIT. WHATEVER DATATYP TAKES COMES OFF THE
007560* ROW; A REFUSED AMOUNT STAYS ON IT FOR THE NEXT MONTH END, AND
007570* THAT IS THE ONLY PLACE IT IS CARRIED. A DTSUSP ROW THE REFUSAL
007573* LEAVES IS THERE FOR OPS TO SEE - DATATYPRCY DROPS IT RATHER
007576* THAN REPLAY IT.
007580*================================================================
007590 5300-POST-ONE-CODE.
007600     IF AC-LAST-POST-DATE = WS-TODAY
007610         GO TO 5300-EXIT
007620     END-IF.
007630     COMPUTE WS-POST-INTEREST ROUNDED = AC-INTEREST-ACCRUED.
007640     MOVE AC-FEES-DUE TO WS-POST-FEES.
007650     IF WS-POST-INTEREST NOT > 0 AND WS-POST-FEES NOT > 0
007660         GO TO 5300-EXIT
007670     END-IF.
007680     MOVE SPACES TO WS-POSTING-LINE.
007690     MOVE AC-ARG1 TO PL-ARG1.
007700     MOVE WS-POST-INTEREST TO PL-INTEREST.
007710     MOVE WS-POST-FEES TO PL-FEES.
007720     MOVE 0 TO AC-LAST-POST-INTEREST.
007730     MOVE 0 TO AC-LAST-POST-FEES.
007740     IF WS-POST-INTEREST > 0
007750         MOVE "C" TO ARG9
007760         MOVE WS-POST-INTEREST TO ARG10
007770         PERFORM 6000-CALL-DATATYP THRU 6000-EXIT
007780         IF WS-CALL-RC = 0
007790             SUBTRACT WS-POST-INTEREST FROM AC-INTEREST-ACCRUED
007800             MOVE WS-POST-INTEREST TO AC-LAST-POST-INTEREST
007810             ADD WS-POST-INTEREST TO WS-TOTAL-INTEREST-POSTED
007820             MOVE "POSTED" TO PL-INTEREST-RESULT
007830         ELSE
007840             MOVE "REFUSED - CARRIED" TO PL-INTEREST-RESULT
007850         END-IF
007860     END-IF.
007870     IF WS-POST-FEES > 0
007880         MOVE "D" TO ARG9
007890         MOVE WS-POST-FEES TO ARG10
007900         PERFORM 6000-CALL-DATATYP THRU 6000-EXIT
007910         IF WS-CALL-RC = 0
007920             MOVE 0 TO AC-FEES-DUE
007930             MOVE WS-POST-FEES TO AC-LAST-POST-FEES
007940             ADD WS-POST-FEES TO WS-TOTAL-FEES-POSTED
007950             MOVE "POSTED" TO PL-FEES-RESULT
007960         ELSE
007970             MOVE "REFUSED - CARRIED" TO PL-FEES-RESULT
007980         END-IF
007990     END-IF.
008000     MOVE WS-TODAY TO AC-LAST-POST-DATE.
008010     MOVE 0 TO AC-PERIOD-DAYS.
008020     MOVE "N" TO AC-BELOW-MIN-SW.
008030     REWRITE DT-ACCRUAL-RECORD
008040         INVALID KEY
008050             DISPLAY "DATATYPACR-E06 ACCRUAL REWRITE STATUS "
008060                     WS-ACCRUE-STATUS " FOR " AC-ARG1
008070                     " AFTER POSTING - RESOLVE BY HAND"
008080             SET WS-SEVERE-ERROR TO TRUE
008090     END-REWRITE.
008100     ADD 1 TO WS-CODES-POSTED.
008110     WRITE RPT-RECORD FROM WS-POSTING-LINE.
008120 5300-EXIT.
008130     EXIT.
008140
008150*================================================================
008160* 6000-CALL-DATATYP - ONE POSTING THROUGH THE NORMAL PATH. THE
008170* BALANCE FIELDS GO IN AS ZERO - THE MASTER ROW, NOT THE
008180* CALLER, CARRIES THE RUNNING POSITION - AND THE RETURN CODE IS
008190* CAPTURED AND CLEARED SO ONE REFUSED CALL CANNOT FAIL THE JOB
008200* STEP BY ITSELF. THE ACR MARKER IN ARG2 RIDES ONTO ANY
008210* SUSPENSE ROW A REFUSED POSTING LEAVES, SO DATATYPRCY KNOWS TO
008213* DROP IT - THE AMOUNT IS CARRIED ON DTACCRUE, NOT ON DTSUSP.
008216* RC 16 MEANS THE POSTING WAS APPLIED AND AUDITED AS P BEFORE
008220* THE SIZE ERROR SURFACED, SO IT COUNTS AS POSTED WITH A WARNING
008230* - CARRYING IT WOULD POST IT AGAIN NEXT MONTH.
008250*================================================================
008260 6000-CALL-DATATYP.
008270     MOVE AC-ARG1 TO ARG1.
008280     MOVE "ACR" TO ARG2.
008290     MOVE 0 TO ARG4 ARG5 ARG6 ARG7.
008300     MOVE SPACE TO ARG8.
008310     MOVE 0 TO ARG11.
008312     MOVE SPACES TO ARG12.
008314     SET DT-CHANNEL-ACCRUAL TO TRUE.
008316     MOVE "ACCRUAL" TO ARG12-USER-ID.
008320     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
008330                           ARG8 ARG9 ARG10 ARG11 ARG12
008340     END-CALL.
008350     MOVE RETURN-CODE TO WS-CALL-RC.
008360     MOVE 0 TO RETURN-CODE.
008370     IF WS-CALL-RC = 16
008380         DISPLAY "DATATYPACR-W09 SIZE ERROR POSTING " AC-ARG1
008390                 " - POSTING APPLIED, BALANCES NEED REVIEW"
008400         MOVE 0 TO WS-CALL-RC
008410     END-IF.
008420     IF WS-CALL-RC = 0
008430         ADD 1 TO WS-CALLS-POSTED
008440     ELSE
008450         ADD 1 TO WS-CALLS-REFUSED
008460         DISPLAY "DATATYPACR-W10 DATATYP RETURNED " WS-CALL-RC
008470                 " POSTING " ARG9 " FOR " AC-ARG1
008480     END-IF.
008490 6000-EXIT.
008500     EXIT.
008510
008520*================================================================
008530* 8000-PRINT-TOTALS - ONE LINE PER DISPOSITION, THEN THE MONEY
008540*================================================================
008550 8000-PRINT-TOTALS.
008560     MOVE SPACES TO RPT-RECORD.
008570     WRITE RPT-RECORD.
008580     MOVE "SCHEDULE ROWS READ" TO TL-LABEL.
008590     MOVE WS-ROWS-READ TO TL-COUNT.
008600     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008610     MOVE "CODES ACCRUED" TO TL-LABEL.
008620     MOVE WS-CODES-ACCRUED TO TL-COUNT.
008630     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008640     MOVE "ALREADY ACCRUED TODAY" TO TL-LABEL.
008650     MOVE WS-CODES-ALREADY TO TL-COUNT.
008660     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008670     MOVE "NOT ACCRUED" TO TL-LABEL.
008680     MOVE WS-CODES-SKIPPED TO TL-COUNT.
008690     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008700     MOVE "INTEREST ACCRUED TODAY" TO TA-LABEL.
008710     MOVE WS-TOTAL-ACCRUAL TO TA-AMOUNT.
008720     WRITE RPT-RECORD FROM WS-AMOUNT-LINE.
008730     IF NOT WS-MONTH-END
008740         GO TO 8000-EXIT
008750     END-IF.
008760     MOVE "CODES POSTED" TO TL-LABEL.
008770     MOVE WS-CODES-POSTED TO TL-COUNT.
008780     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008790     MOVE "POSTINGS TAKEN" TO TL-LABEL.
008800     MOVE WS-CALLS-POSTED TO TL-COUNT.
008810     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008820     MOVE "POSTINGS REFUSED" TO TL-LABEL.
008830     MOVE WS-CALLS-REFUSED TO TL-COUNT.
008840     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
008850     MOVE "INTEREST POSTED" TO TA-LABEL.
008860     MOVE WS-TOTAL-INTEREST-POSTED TO TA-AMOUNT.
008870     WRITE RPT-RECORD FROM WS-AMOUNT-LINE.
008880     MOVE "FEES POSTED" TO TA-LABEL.
008890     MOVE WS-TOTAL-FEES-POSTED TO TA-AMOUNT.
008900     WRITE RPT-RECORD FROM WS-AMOUNT-LINE.
008910 8000-EXIT.
008920     EXIT.
008930
008940*================================================================
008950* 9800-WRITE-RUN-CONTROL - ONE DTRUNCTL ROW EVERY NIGHT SO THE
008960* DAY-END CLOSE SEES THE MONTH-END POSTINGS BESIDE THE BATCH
008970* RUN'S. ON ANY OTHER NIGHT THE ROW CARRIES ZERO POSTINGS.
008980*================================================================
008990 9800-WRITE-RUN-CONTROL.
009000     ACCEPT WS-RUN-STOP-TIME FROM TIME.
009010     MOVE SPACES TO DT-RUNCTL-RECORD.
009020     MOVE WS-RUN-START-DATE TO RC-RUN-DATE.
009030     MOVE WS-RUN-START-TIME TO RC-START-TIME.
009040     MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME.
009050     MOVE WS-ROWS-READ TO RC-RECS-READ.
009060     MOVE WS-CALLS-POSTED TO RC-RECS-POSTED.
009070     MOVE WS-CALLS-REFUSED TO RC-RECS-REJECTED.
009080     MOVE "ACCRUAL" TO RC-TRAILER-STATUS.
009090     MOVE WS-TODAY TO RC-BUSINESS-DATE.
009095     MOVE "ACR" TO RC-CHANNEL.
009100     OPEN EXTEND DTRUNCTL-FILE.
009110     IF WS-RUNCTL-STATUS NOT = "00"
009120         DISPLAY "DATATYPACR-W11 RUN CONTROL OPEN STATUS "
009130                 WS-RUNCTL-STATUS
009140     ELSE
009150         WRITE DT-RUNCTL-RECORD
009160         IF WS-RUNCTL-STATUS NOT = "00"
009170             DISPLAY "DATATYPACR-W12 RUN CONTROL WRITE STATUS "
009180                     WS-RUNCTL-STATUS
009190         END-IF
009200         CLOSE DTRUNCTL-FILE
009210     END-IF.
009220 9800-EXIT.
009230     EXIT.
009240
009250*================================================================
009260* 9900-CLOSE-DATATYP-SESSION - ONE CONTROL CALL SO DATATYP
009270* CLOSES THE FILES THE SESSION HELD OPEN
009280*================================================================
009290 9900-CLOSE-DATATYP-SESSION.
009300     MOVE SPACES TO ARG1 ARG2.
009310     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
009320     MOVE SPACE TO ARG9.
009323     MOVE SPACES TO ARG12.
009326     SET DT-CHANNEL-ACCRUAL TO TRUE.
009330     MOVE "E" TO ARG8.
009340     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
009350                           ARG8 ARG9 ARG10 ARG11 ARG12
009360     END-CALL.
009370     IF RETURN-CODE NOT = 0
009380         DISPLAY "DATATYPACR-W13 SESSION CLOSE RETURNED "
009390                 RETURN-CODE
009400         MOVE 0 TO RETURN-CODE
009410     END-IF.
009420 9900-EXIT.
009430     EXIT.
009440
009450*================================================================
009460* 9999-TERMINATE - CLOSE EVERYTHING AND SUMMARIZE FOR THE LOG
009470*================================================================
009480 9999-TERMINATE.
009490     IF WS-SESSION-OPEN
009500         PERFORM 9900-CLOSE-DATATYP-SESSION THRU 9900-EXIT
009510     END-IF.
009520     IF WS-ACCRUE-OPEN
009530         CLOSE DTACCRUE-FILE
009540     END-IF.
009550     CLOSE DTACR-RPT.
009560     DISPLAY "DATATYPACR-I01 ACCRUAL COMPLETE - "
009570             WS-CODES-ACCRUED " ACCRUED, "
009580             WS-CODES-ALREADY " ALREADY DONE, "
009590             WS-CODES-SKIPPED " NOT ACCRUED, "
009600             WS-CALLS-POSTED " POSTED, "
009610             WS-CALLS-REFUSED " REFUSED".
009620 9999-EXIT.
009630     EXIT.
