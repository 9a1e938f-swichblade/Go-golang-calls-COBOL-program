000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPRCV.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - DTMASTER FORWARD RECOVERY.
000120*                  TAKES A TARGET BUSINESS DATE ON SYSIN
000130*                  (DEFAULT THE DTBUSDT DATE), OPENS EVERY CODE
000140*                  AT THE LAST DTBALHIST SNAPSHOT ON OR BEFORE
000150*                  IT, AND ROLLS THE POSITION FORWARD WITH THE
000160*                  AFTER-MINUS-BEFORE DELTA OF EVERY PROCESSED
000170*                  DTAUDHIST AND DTAUDIT RECORD DATED AFTER THE
000180*                  SNAPSHOT UP TO THE TARGET, THE SAME ROLL-
000190*                  FORWARD DATATYPREC PROVES THE MASTER WITH. A
000200*                  CODE FIRST POSTED AFTER THE SNAPSHOT OPENS AT
000210*                  ITS EARLIEST PROCESSED RECORD'S BEFORE VALUES.
000220*                  THE MTD BUCKETS ARE REBUILT FROM THE TARGET
000230*                  MONTH'S PROCESSED RECORDS THE WAY DATATYPMEC
000240*                  PROVES THEM (ZERO WHEN DTMECCTL SHOWS THAT
000250*                  MONTH ALREADY CLOSED), AND MR-STATUS IS
000260*                  CARRIED FROM THE CURRENT MASTER ROW SINCE NO
000270*                  TRAIL RECORDS IT. THE RESULT GOES TO THE
000280*                  DTMASNEW INDEXED FILE, WHICH OPS SWAPS IN FOR
000290*                  DTMASTER ONLY AFTER READING THE DTRCVRPT
000300*                  REBUILT-VERSUS-CURRENT COMPARISON. RC 4 WHEN
000310*                  ANY ROW DIFFERS, RC 12 WHEN NO SNAPSHOT OR A
000320*                  FULL CODE TABLE LEAVES NOTHING SAFE TO WRITE.
000321* 10/15/2026 JM    THE MTD BUCKETS ARE ZERO ONLY WHEN THE TARGET
000322*                  IS THE LAST DAY OF A MONTH DTMECCTL SHOWS
000323*                  CLOSED - THE CLOSE ZEROED THEM THAT NIGHT. A
000324*                  TARGET EARLIER IN A CLOSED MONTH GETS THE
000325*                  MONTH-TO-DATE FIGURES, AND A MONTH CLOSED
000326*                  BEFORE THE LATEST ONE COUNTS AS CLOSED TOO.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-BUSDT-STATUS.
000400     SELECT DTBALHIST-FILE ASSIGN TO "DTBALHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BALHIST-STATUS.
000430     SELECT DTAUDHIST-FILE ASSIGN TO "DTAUDHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDHIST-STATUS.
000460     SELECT DTAUDIT-FILE ASSIGN TO "DTAUDIT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490     SELECT DTMECCTL-FILE ASSIGN TO "DTMECCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MECCTL-STATUS.
000520     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MR-ARG1 OF MR-MASTER-RECORD
000560         FILE STATUS IS WS-MASTER-STATUS.
000570     SELECT DTMASNEW-FILE ASSIGN TO "DTMASNEW"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MR-ARG1 OF NW-MASTER-RECORD
000610         FILE STATUS IS WS-NEW-STATUS.
000620     SELECT DTRCV-RPT ASSIGN TO "DTRCVRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DTBUSDT-FILE.
000680     COPY DTDATREC.
000690 FD  DTBALHIST-FILE.
000700     COPY DTHISREC.
000710 FD  DTAUDHIST-FILE.
000720     COPY DTAUDREC REPLACING ==DT-AUDIT-RECORD== BY
000730                             ==HX-AUDIT-RECORD==.
000740 FD  DTAUDIT-FILE.
000750     COPY DTAUDREC.
000760 FD  DTMECCTL-FILE.
000770 01  DT-MECCTL-RECORD.
000780     05  MC-LAST-CLOSED          PIC X(06).
000790 FD  DTMASTER-FILE.
000800     COPY DTMASREC.
000810 FD  DTMASNEW-FILE.
000820     COPY DTMASREC REPLACING ==MR-MASTER-RECORD== BY
000830                             ==NW-MASTER-RECORD==.
000840 FD  DTRCV-RPT
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  RPT-RECORD                  PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 01  WS-BUSDT-STATUS             PIC X(02).
000890 01  WS-BALHIST-STATUS           PIC X(02).
000900 01  WS-AUDHIST-STATUS           PIC X(02).
000910 01  WS-AUDIT-STATUS             PIC X(02).
000920 01  WS-MECCTL-STATUS            PIC X(02).
000930 01  WS-MASTER-STATUS            PIC X(02).
000940 01  WS-NEW-STATUS               PIC X(02).
000950 01  WS-RPT-STATUS               PIC X(02).
000960 01  WS-TODAY                    PIC X(08).
000970 01  WS-PARM-DATE                PIC X(08).
000980 01  WS-TARGET-DATE              PIC X(08).
000990 01  WS-TARGET-MONTH             PIC X(06).
000991 01  WS-WORK-DATE.
000992     05  WD-YEAR                 PIC 9(04).
000993     05  WD-MONTH                PIC 9(02).
000994     05  WD-DAY                  PIC 9(02).
000995 01  WS-MONTH-DAYS-TABLE.
000996     05  FILLER                  PIC X(24)
000997         VALUE "312831303130313130313031".
000998 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
000999     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001000                                 PIC 9(02).
001001 01  WS-MONTH-LIMIT              PIC 9(02).
001002 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001003 01  WS-LEAP-REMAINDER           PIC 9(04) COMP.
001004 01  WS-LEAP-SW                  PIC X(01).
001005     88  WS-LEAP-YEAR                        VALUE "Y".
001006 01  WS-BASE-DATE                PIC X(08).
001010 01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001020     88  WS-HIST-EOF                         VALUE "Y".
001030 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001040     88  WS-AUDIT-EOF                        VALUE "Y".
001050 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001060     88  WS-MASTER-EOF                       VALUE "Y".
001070 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
001080     88  WS-MASTER-OPEN                      VALUE "Y".
001090 01  WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
001100     88  WS-MASTER-FOUND                     VALUE "Y".
001110 01  WS-NEW-OPEN-SW              PIC X(01) VALUE "N".
001120     88  WS-NEW-OPEN                         VALUE "Y".
001130 01  WS-MONTH-CLOSED-SW          PIC X(01) VALUE "N".
001140     88  WS-MONTH-CLOSED                     VALUE "Y".
001143 01  WS-MONTH-END-SW             PIC X(01) VALUE "N".
001146     88  WS-MONTH-END                        VALUE "Y".
001150 01  WS-TABLE-OVF-SW             PIC X(01) VALUE "N".
001160     88  WS-TABLE-OVF                        VALUE "Y".
001170 01  WS-CODE-FOUND-SW            PIC X(01) VALUE "N".
001180     88  WS-CODE-FOUND                       VALUE "Y".
001190 01  WS-ROW-TIES-SW              PIC X(01) VALUE "Y".
001200     88  WS-ROW-TIES                         VALUE "Y".
001210     COPY DTAUDREC REPLACING ==DT-AUDIT-RECORD== BY
001220                             ==RF-AUDIT-RECORD==.
001230 01  WS-REBUILD-TABLE.
001240     05  WS-RB-ENTRY             OCCURS 1000 TIMES.
001250         10  WS-RB-ARG1          PIC X(06).
001260         10  WS-RB-ARG4          PIC S9(09)V9(04).
001270         10  WS-RB-ARG5          PIC S9(09)V9(04).
001280         10  WS-RB-ARG6          PIC S9(09).
001290         10  WS-RB-ARG7          PIC S9(11)V99.
001300         10  WS-RB-MTD-MOVEMENT  PIC S9(11)V99.
001310         10  WS-RB-MTD-COUNT     PIC 9(07).
001320         10  WS-RB-SNAP-SW       PIC X(01).
001330             88  WS-RB-FROM-SNAPSHOT     VALUE "Y".
001340 01  WS-RB-COUNT                 PIC 9(04) COMP VALUE 0.
001350 01  WS-RB-MAX                   PIC 9(04) COMP VALUE 1000.
001360 01  WS-RB-IX                    PIC 9(04) COMP.
001370 01  WS-ARG4-CURRENT             PIC S9(09)V9(04).
001380 01  WS-ARG5-CURRENT             PIC S9(09)V9(04).
001390 01  WS-ARG6-CURRENT             PIC S9(09).
001400 01  WS-ARG7-CURRENT             PIC S9(11)V99.
001410 01  WS-MTD-MOVEMENT-CURRENT     PIC S9(11)V99.
001420 01  WS-MTD-COUNT-CURRENT        PIC 9(07).
001430 01  WS-FLOAT-DIFF               PIC S9(09)V9(04).
001440 01  WS-FLOAT-TOLERANCE          PIC SV9(04) VALUE .0002.
001450 01  WS-SNAP-ROWS-LOADED         PIC 9(07) COMP VALUE 0.
001460 01  WS-AUDIT-READ               PIC 9(09) COMP VALUE 0.
001470 01  WS-AUDIT-APPLIED            PIC 9(09) COMP VALUE 0.
001480 01  WS-CODES-FROM-AUDIT         PIC 9(07) COMP VALUE 0.
001490 01  WS-ROWS-WRITTEN             PIC 9(07) COMP VALUE 0.
001500 01  WS-ROWS-MATCHING            PIC 9(07) COMP VALUE 0.
001510 01  WS-ROWS-DIFFERING           PIC 9(07) COMP VALUE 0.
001520 01  WS-ROWS-NOT-CURRENT         PIC 9(07) COMP VALUE 0.
001530 01  WS-ROWS-CURRENT-ONLY        PIC 9(07) COMP VALUE 0.
001540 01  WS-HEADING-1.
001550     05  FILLER                  PIC X(40)
001560         VALUE "DATATYP MASTER FORWARD RECOVERY - TARGET".
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WH1-TARGET              PIC X(08).
001590     05  FILLER                  PIC X(15)
001600         VALUE " FROM SNAPSHOT ".
001610     05  WH1-BASE                PIC X(08).
001620 01  WS-HEADING-2.
001630     05  FILLER                  PIC X(08) VALUE "ARG1    ".
001640     05  FILLER                  PIC X(06) VALUE "FIELD ".
001650     05  FILLER                  PIC X(18) VALUE "REBUILT".
001660     05  FILLER                  PIC X(18) VALUE "CURRENT".
001670 01  WS-DETAIL-LINE.
001680     05  DL-ARG1                 PIC X(06).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DL-FIELD                PIC X(04).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  DL-REBUILT              PIC -(11)9.9999.
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  DL-CURRENT              PIC -(11)9.9999.
001750 01  WS-NOTE-LINE.
001760     05  NL-ARG1                 PIC X(06).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  NL-TEXT                 PIC X(40).
001790 01  WS-TOTAL-LINE.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  TL-LABEL                PIC X(24).
001820     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
001830 PROCEDURE DIVISION.
001840*================================================================
001850* 0000-MAINLINE - FIND THE SNAPSHOT, LOAD IT, ROLL IT FORWARD,
001860* THEN WRITE AND COMPARE. NOTHING IS WRITTEN WITHOUT A SNAPSHOT
001870* OR WHEN THE CODE TABLE OVERFLOWS.
001880*================================================================
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     PERFORM 2000-FIND-BASE-SNAPSHOT THRU 2000-EXIT
001920     IF WS-BASE-DATE = SPACES
001930         DISPLAY "DATATYPRCV-E01 NO DTBALHIST SNAPSHOT ON OR "
001940                 "BEFORE " WS-TARGET-DATE " - NOTHING REBUILT"
001950         MOVE 12 TO RETURN-CODE
001960         PERFORM 9999-TERMINATE THRU 9999-EXIT
001970         STOP RUN
001980     END-IF
001990     PERFORM 3000-LOAD-SNAPSHOT THRU 3000-EXIT
002000     PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
002010     IF WS-TABLE-OVF
002020         DISPLAY "DATATYPRCV-E02 REBUILD TABLE FULL AT "
002030                 WS-RB-MAX " CODES - NOTHING REBUILT"
002040         MOVE 12 TO RETURN-CODE
002050         PERFORM 9999-TERMINATE THRU 9999-EXIT
002060         STOP RUN
002070     END-IF
002080     PERFORM 5000-WRITE-REBUILT THRU 5000-EXIT
002090     PERFORM 6000-SWEEP-CURRENT THRU 6000-EXIT
002100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002110     PERFORM 9999-TERMINATE THRU 9999-EXIT
002120     STOP RUN.
002130
002140*================================================================
002150* 1000-INITIALIZE - RESOLVE THE TARGET DATE (SYSIN, OR THE
002160* DTBUSDT DATE WHEN NONE IS GIVEN), LEARN WHETHER ITS MONTH IS
002170* ALREADY CLOSED, AND OPEN THE CURRENT MASTER FOR COMPARISON
002180*================================================================
002190 1000-INITIALIZE.
002200     MOVE SPACES TO WS-PARM-DATE WS-BASE-DATE.
002210     ACCEPT WS-PARM-DATE.
002220     MOVE SPACES TO WS-TODAY.
002230     OPEN INPUT DTBUSDT-FILE.
002240     IF WS-BUSDT-STATUS = "00"
002250         READ DTBUSDT-FILE
002260             AT END
002270                 CONTINUE
002280             NOT AT END
002290                 IF BD-BUSINESS-DATE NUMERIC
002300                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002310                 END-IF
002320         END-READ
002330         CLOSE DTBUSDT-FILE
002340     END-IF.
002350     IF WS-TODAY = SPACES
002360         DISPLAY "DATATYPRCV-W01 NO BUSINESS DATE ON DTBUSDT - "
002370                 "USING MACHINE DATE"
002380         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002390     END-IF.
002400     IF WS-PARM-DATE NUMERIC
002410         MOVE WS-PARM-DATE TO WS-TARGET-DATE
002420     ELSE
002430         MOVE WS-TODAY TO WS-TARGET-DATE
002440     END-IF.
002450     MOVE WS-TARGET-DATE (1:6) TO WS-TARGET-MONTH.
002460     OPEN INPUT DTMECCTL-FILE.
002470     IF WS-MECCTL-STATUS = "00"
002480         READ DTMECCTL-FILE
002490             AT END
002500                 CONTINUE
002510             NOT AT END
002520                 IF MC-LAST-CLOSED NOT = SPACES
002530                   AND WS-TARGET-MONTH NOT > MC-LAST-CLOSED
002531                     MOVE WS-TARGET-DATE TO WS-WORK-DATE
002532                     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT
002533                     IF WS-MONTH-END
002534                         SET WS-MONTH-CLOSED TO TRUE
002535                     END-IF
002540                 END-IF
002550         END-READ
002560         CLOSE DTMECCTL-FILE
002570     END-IF.
002580     OPEN INPUT DTMASTER-FILE.
002590     IF WS-MASTER-STATUS = "00"
002600         SET WS-MASTER-OPEN TO TRUE
002610     ELSE
002620         DISPLAY "DATATYPRCV-W02 MASTER FILE OPEN STATUS "
002630                 WS-MASTER-STATUS " - NO CLOSED FLAGS CARRIED"
002640     END-IF.
002650     OPEN OUTPUT DTRCV-RPT.
002660     IF WS-RPT-STATUS NOT = "00"
002670         DISPLAY "DATATYPRCV-W03 REPORT FILE OPEN STATUS "
002680                 WS-RPT-STATUS
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002711
002712*================================================================
002713* 1100-CHECK-MONTH-END - THE TARGET IS A MONTH END WHEN IT EQUALS
002714* THE LAST DAY OF ITS OWN MONTH - THE SAME TEST DATATYPMEC MAKES
002715* BEFORE IT ZEROES THE MTD BUCKETS
002716*================================================================
002717 1100-CHECK-MONTH-END.
002718     MOVE "N" TO WS-MONTH-END-SW.
002719     IF WD-MONTH NOT NUMERIC OR WD-MONTH < 1 OR WD-MONTH > 12
002720         GO TO 1100-EXIT
002721     END-IF.
002722     MOVE WS-DAYS-IN-MONTH (WD-MONTH) TO WS-MONTH-LIMIT.
002723     IF WD-MONTH = 2
002724         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
002725         IF WS-LEAP-YEAR
002726             MOVE 29 TO WS-MONTH-LIMIT
002727         END-IF
002728     END-IF.
002729     IF WD-DAY = WS-MONTH-LIMIT
002730         SET WS-MONTH-END TO TRUE
002731     END-IF.
002732 1100-EXIT.
002733     EXIT.
002734
002735*================================================================
002736* 1150-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
002737* DIVISIBLE BY 400
002738*================================================================
002739 1150-CHECK-LEAP-YEAR.
002740     MOVE "N" TO WS-LEAP-SW.
002741     DIVIDE WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002742         REMAINDER WS-LEAP-REMAINDER.
002743     IF WS-LEAP-REMAINDER NOT = 0
002744         GO TO 1150-EXIT
002745     END-IF.
002746     DIVIDE WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002747         REMAINDER WS-LEAP-REMAINDER.
002748     IF WS-LEAP-REMAINDER NOT = 0
002749         MOVE "Y" TO WS-LEAP-SW
002750         GO TO 1150-EXIT
002751     END-IF.
002752     DIVIDE WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002753         REMAINDER WS-LEAP-REMAINDER.
002754     IF WS-LEAP-REMAINDER = 0
002755         MOVE "Y" TO WS-LEAP-SW
002756     END-IF.
002757 1150-EXIT.
002758     EXIT.
002759
002760*================================================================
002761* 2000-FIND-BASE-SNAPSHOT - ONE PASS OVER THE HISTORY FILE FOR
002762* THE LATEST SNAPSHOT DAY NOT AFTER THE TARGET
002763*================================================================
002770 2000-FIND-BASE-SNAPSHOT.
002780     OPEN INPUT DTBALHIST-FILE.
002790     IF WS-BALHIST-STATUS NOT = "00"
002800         DISPLAY "DATATYPRCV-W04 HISTORY FILE OPEN STATUS "
002810                 WS-BALHIST-STATUS
002820         GO TO 2000-EXIT
002830     END-IF.
002840     PERFORM 2100-CHECK-ONE-ROW
002850         UNTIL WS-HIST-EOF.
002860     CLOSE DTBALHIST-FILE.
002870 2000-EXIT.
002880     EXIT.
002890
002900 2100-CHECK-ONE-ROW.
002910     READ DTBALHIST-FILE
002920         AT END
002930             SET WS-HIST-EOF TO TRUE
002940         NOT AT END
002950             IF HS-SNAP-DATE NOT > WS-TARGET-DATE
002960               AND (WS-BASE-DATE = SPACES
002970                 OR HS-SNAP-DATE > WS-BASE-DATE)
002980                 MOVE HS-SNAP-DATE TO WS-BASE-DATE
002990             END-IF
003000     END-READ.
003010 2100-EXIT.
003020     EXIT.
003030
003040*================================================================
003050* 3000-LOAD-SNAPSHOT - EVERY ROW OF THE BASE DAY OPENS A CODE AT
003060* ITS CLOSING POSITION FOR THAT DAY
003070*================================================================
003080 3000-LOAD-SNAPSHOT.
003090     MOVE "N" TO WS-HIST-EOF-SW.
003100     OPEN INPUT DTBALHIST-FILE.
003110     IF WS-BALHIST-STATUS NOT = "00"
003120         DISPLAY "DATATYPRCV-W04 HISTORY FILE OPEN STATUS "
003130                 WS-BALHIST-STATUS
003140         GO TO 3000-EXIT
003150     END-IF.
003160     PERFORM 3100-LOAD-ONE-ROW
003170         UNTIL WS-HIST-EOF.
003180     CLOSE DTBALHIST-FILE.
003190 3000-EXIT.
003200     EXIT.
003210
003220 3100-LOAD-ONE-ROW.
003230     READ DTBALHIST-FILE
003240         AT END
003250             SET WS-HIST-EOF TO TRUE
003260         NOT AT END
003270             IF HS-SNAP-DATE = WS-BASE-DATE
003280                 PERFORM 3200-OPEN-FROM-SNAPSHOT THRU 3200-EXIT
003290             END-IF
003300     END-READ.
003310 3100-EXIT.
003320     EXIT.
003330
003340 3200-OPEN-FROM-SNAPSHOT.
003350     IF WS-RB-COUNT >= WS-RB-MAX
003360         SET WS-TABLE-OVF TO TRUE
003370         GO TO 3200-EXIT
003380     END-IF.
003390     ADD 1 TO WS-RB-COUNT.
003400     ADD 1 TO WS-SNAP-ROWS-LOADED.
003410     MOVE HS-ARG1 TO WS-RB-ARG1 (WS-RB-COUNT).
003420     MOVE HS-ARG4-BALANCE TO WS-RB-ARG4 (WS-RB-COUNT).
003430     MOVE HS-ARG5-BALANCE TO WS-RB-ARG5 (WS-RB-COUNT).
003440     MOVE HS-ARG6-BALANCE TO WS-RB-ARG6 (WS-RB-COUNT).
003450     MOVE HS-ARG7-BALANCE TO WS-RB-ARG7 (WS-RB-COUNT).
003460     MOVE 0 TO WS-RB-MTD-MOVEMENT (WS-RB-COUNT).
003470     MOVE 0 TO WS-RB-MTD-COUNT (WS-RB-COUNT).
003480     MOVE "Y" TO WS-RB-SNAP-SW (WS-RB-COUNT).
003490 3200-EXIT.
003500     EXIT.
003510
003520*================================================================
003530* 4000-ROLL-FORWARD - THE ARCHIVE FIRST, THEN THE LIVE TRAIL, SO
003540* A CODE FIRST SEEN ON THE TRAIL OPENS AT ITS OLDEST RECORD
003550*================================================================
003560 4000-ROLL-FORWARD.
003570     OPEN INPUT DTAUDHIST-FILE.
003580     IF WS-AUDHIST-STATUS = "00"
003590         MOVE "N" TO WS-AUDIT-EOF-SW
003600         PERFORM 4100-READ-ONE-ARCHIVED
003610             UNTIL WS-AUDIT-EOF
003620         CLOSE DTAUDHIST-FILE
003630     ELSE
003640         IF WS-AUDHIST-STATUS NOT = "35"
003650             DISPLAY "DATATYPRCV-W05 ARCHIVE FILE OPEN STATUS "
003660                     WS-AUDHIST-STATUS
003670         END-IF
003680     END-IF.
003690     OPEN INPUT DTAUDIT-FILE.
003700     IF WS-AUDIT-STATUS = "00"
003710         MOVE "N" TO WS-AUDIT-EOF-SW
003720         PERFORM 4200-READ-ONE-AUDIT
003730             UNTIL WS-AUDIT-EOF
003740         CLOSE DTAUDIT-FILE
003750     ELSE
003760         DISPLAY "DATATYPRCV-W06 AUDIT FILE OPEN STATUS "
003770                 WS-AUDIT-STATUS
003780     END-IF.
003790 4000-EXIT.
003800     EXIT.
003810
003820 4100-READ-ONE-ARCHIVED.
003830     READ DTAUDHIST-FILE INTO RF-AUDIT-RECORD
003840         AT END
003850             SET WS-AUDIT-EOF TO TRUE
003860         NOT AT END
003870             PERFORM 4300-APPLY-ONE-RECORD THRU 4300-EXIT
003880     END-READ.
003890 4100-EXIT.
003900     EXIT.
003910
003920 4200-READ-ONE-AUDIT.
003930     READ DTAUDIT-FILE INTO RF-AUDIT-RECORD
003940         AT END
003950             SET WS-AUDIT-EOF TO TRUE
003960         NOT AT END
003970             PERFORM 4300-APPLY-ONE-RECORD THRU 4300-EXIT
003980     END-READ.
003990 4200-EXIT.
004000     EXIT.
004010
004020*================================================================
004030* 4300-APPLY-ONE-RECORD - ONLY PROCESSED RECORDS UP TO THE TARGET
004040* COUNT. A CODE ON THE SNAPSHOT TAKES THE DELTAS DATED AFTER IT;
004050* A CODE OPENED FROM THE TRAIL TAKES EVERY DELTA. THE MTD BUCKETS
004060* TAKE THE TARGET MONTH'S RECORDS EITHER WAY, EXCEPT THE CFWD
004070* OPENING POSITIONS DATATYPARC WRITES, WHICH DATATYP NEVER
004080* COUNTED.
004090*================================================================
004100 4300-APPLY-ONE-RECORD.
004110     ADD 1 TO WS-AUDIT-READ.
004120     IF NOT AR-TYPE-PROCESSED OF RF-AUDIT-RECORD
004130       OR AR-DATE OF RF-AUDIT-RECORD > WS-TARGET-DATE
004140         GO TO 4300-EXIT
004150     END-IF.
004160     PERFORM 4400-FIND-CODE THRU 4400-EXIT.
004170     IF NOT WS-CODE-FOUND
004180         PERFORM 4500-OPEN-FROM-AUDIT THRU 4500-EXIT
004190         IF WS-TABLE-OVF
004200             GO TO 4300-EXIT
004210         END-IF
004220     END-IF.
004230     IF AR-DATE OF RF-AUDIT-RECORD (1:6) = WS-TARGET-MONTH
004240       AND AR-ARG2 OF RF-AUDIT-RECORD NOT = "CFWD"
004250       AND NOT WS-MONTH-CLOSED
004260         COMPUTE WS-RB-MTD-MOVEMENT (WS-RB-IX) =
004270                 WS-RB-MTD-MOVEMENT (WS-RB-IX)
004280                 + AR-ARG7-AFTER OF RF-AUDIT-RECORD
004290                 - AR-ARG7-BEFORE OF RF-AUDIT-RECORD
004300         ADD 1 TO WS-RB-MTD-COUNT (WS-RB-IX)
004310     END-IF.
004320     IF WS-RB-FROM-SNAPSHOT (WS-RB-IX)
004330       AND AR-DATE OF RF-AUDIT-RECORD NOT > WS-BASE-DATE
004340         GO TO 4300-EXIT
004350     END-IF.
004360     ADD 1 TO WS-AUDIT-APPLIED.
004370     COMPUTE WS-RB-ARG4 (WS-RB-IX) = WS-RB-ARG4 (WS-RB-IX)
004380             + AR-ARG4-AFTER OF RF-AUDIT-RECORD
004390             - AR-ARG4-BEFORE OF RF-AUDIT-RECORD
004400         ON SIZE ERROR
004410             DISPLAY "DATATYPRCV-E03 ARG4 ROLL-FORWARD OVERFLOW "
004420                     WS-RB-ARG1 (WS-RB-IX)
004430     END-COMPUTE.
004440     COMPUTE WS-RB-ARG5 (WS-RB-IX) = WS-RB-ARG5 (WS-RB-IX)
004450             + AR-ARG5-AFTER OF RF-AUDIT-RECORD
004460             - AR-ARG5-BEFORE OF RF-AUDIT-RECORD
004470         ON SIZE ERROR
004480             DISPLAY "DATATYPRCV-E04 ARG5 ROLL-FORWARD OVERFLOW "
004490                     WS-RB-ARG1 (WS-RB-IX)
004500     END-COMPUTE.
004510     COMPUTE WS-RB-ARG6 (WS-RB-IX) = WS-RB-ARG6 (WS-RB-IX)
004520             + AR-ARG6-AFTER OF RF-AUDIT-RECORD
004530             - AR-ARG6-BEFORE OF RF-AUDIT-RECORD
004540         ON SIZE ERROR
004550             DISPLAY "DATATYPRCV-E05 ARG6 ROLL-FORWARD OVERFLOW "
004560                     WS-RB-ARG1 (WS-RB-IX)
004570     END-COMPUTE.
004580     COMPUTE WS-RB-ARG7 (WS-RB-IX) = WS-RB-ARG7 (WS-RB-IX)
004590             + AR-ARG7-AFTER OF RF-AUDIT-RECORD
004600             - AR-ARG7-BEFORE OF RF-AUDIT-RECORD
004610         ON SIZE ERROR
004620             DISPLAY "DATATYPRCV-E06 ARG7 ROLL-FORWARD OVERFLOW "
004630                     WS-RB-ARG1 (WS-RB-IX)
004640     END-COMPUTE.
004650 4300-EXIT.
004660     EXIT.
004670
004680 4400-FIND-CODE.
004690     MOVE "N" TO WS-CODE-FOUND-SW.
004700     MOVE 1 TO WS-RB-IX.
004710     PERFORM 4410-MATCH-ONE-CODE THRU 4410-EXIT
004720         UNTIL WS-CODE-FOUND
004730            OR WS-RB-IX > WS-RB-COUNT.
004740 4400-EXIT.
004750     EXIT.
004760
004770 4410-MATCH-ONE-CODE.
004780     IF WS-RB-ARG1 (WS-RB-IX) = AR-ARG1 OF RF-AUDIT-RECORD
004790         SET WS-CODE-FOUND TO TRUE
004800     ELSE
004810         ADD 1 TO WS-RB-IX
004820     END-IF.
004830 4410-EXIT.
004840     EXIT.
004850
004860*================================================================
004870* 4500-OPEN-FROM-AUDIT - A CODE THE SNAPSHOT DID NOT HOLD OPENS
004880* AT ITS FIRST PROCESSED RECORD'S BEFORE VALUES, AS DATATYPREC
004890* OPENS EVERY CODE
004900*================================================================
004910 4500-OPEN-FROM-AUDIT.
004920     IF WS-RB-COUNT >= WS-RB-MAX
004930         SET WS-TABLE-OVF TO TRUE
004940         GO TO 4500-EXIT
004950     END-IF.
004960     ADD 1 TO WS-RB-COUNT.
004970     ADD 1 TO WS-CODES-FROM-AUDIT.
004980     MOVE WS-RB-COUNT TO WS-RB-IX.
004990     MOVE AR-ARG1 OF RF-AUDIT-RECORD TO WS-RB-ARG1 (WS-RB-IX).
005000     MOVE AR-ARG4-BEFORE OF RF-AUDIT-RECORD
005010         TO WS-RB-ARG4 (WS-RB-IX).
005020     MOVE AR-ARG5-BEFORE OF RF-AUDIT-RECORD
005030         TO WS-RB-ARG5 (WS-RB-IX).
005040     MOVE AR-ARG6-BEFORE OF RF-AUDIT-RECORD
005050         TO WS-RB-ARG6 (WS-RB-IX).
005060     MOVE AR-ARG7-BEFORE OF RF-AUDIT-RECORD
005070         TO WS-RB-ARG7 (WS-RB-IX).
005080     MOVE 0 TO WS-RB-MTD-MOVEMENT (WS-RB-IX).
005090     MOVE 0 TO WS-RB-MTD-COUNT (WS-RB-IX).
005100     MOVE "N" TO WS-RB-SNAP-SW (WS-RB-IX).
005110 4500-EXIT.
005120     EXIT.
005130
005140*================================================================
005150* 5000-WRITE-REBUILT - ONE DTMASNEW ROW PER CODE, EACH COMPARED
005160* WITH THE CURRENT MASTER ROW AS IT GOES
005170*================================================================
005180 5000-WRITE-REBUILT.
005190     OPEN OUTPUT DTMASNEW-FILE.
005200     IF WS-NEW-STATUS = "00"
005210         SET WS-NEW-OPEN TO TRUE
005220     ELSE
005230         DISPLAY "DATATYPRCV-E07 REBUILT MASTER OPEN STATUS "
005240                 WS-NEW-STATUS " - COMPARISON ONLY"
005250         MOVE 12 TO RETURN-CODE
005260     END-IF.
005270     MOVE WS-TARGET-DATE TO WH1-TARGET.
005280     MOVE WS-BASE-DATE TO WH1-BASE.
005290     WRITE RPT-RECORD FROM WS-HEADING-1.
005300     WRITE RPT-RECORD FROM WS-HEADING-2.
005310     IF WS-RB-COUNT = 0
005320         GO TO 5000-EXIT
005330     END-IF.
005340     MOVE 1 TO WS-RB-IX.
005350     PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
005360         UNTIL WS-RB-IX > WS-RB-COUNT.
005370 5000-EXIT.
005380     EXIT.
005390
005400 5100-WRITE-ONE-ROW.
005410     PERFORM 5200-READ-CURRENT-ROW THRU 5200-EXIT.
005420     MOVE SPACES TO NW-MASTER-RECORD.
005430     MOVE WS-RB-ARG1 (WS-RB-IX) TO MR-ARG1 OF NW-MASTER-RECORD.
005440     MOVE WS-RB-ARG4 (WS-RB-IX)
005450         TO MR-ARG4-BALANCE OF NW-MASTER-RECORD.
005460     MOVE WS-RB-ARG5 (WS-RB-IX)
005470         TO MR-ARG5-BALANCE OF NW-MASTER-RECORD.
005480     MOVE WS-RB-ARG6 (WS-RB-IX)
005490         TO MR-ARG6-BALANCE OF NW-MASTER-RECORD.
005500     MOVE WS-RB-ARG7 (WS-RB-IX)
005510         TO MR-ARG7-BALANCE OF NW-MASTER-RECORD.
005520     MOVE WS-RB-MTD-MOVEMENT (WS-RB-IX)
005530         TO MR-MTD-ARG7-MOVEMENT OF NW-MASTER-RECORD.
005540     MOVE WS-RB-MTD-COUNT (WS-RB-IX)
005550         TO MR-MTD-POST-COUNT OF NW-MASTER-RECORD.
005560     IF WS-MASTER-FOUND
005570         MOVE MR-STATUS OF MR-MASTER-RECORD
005580             TO MR-STATUS OF NW-MASTER-RECORD
005590     ELSE
005600         MOVE SPACE TO MR-STATUS OF NW-MASTER-RECORD
005610     END-IF.
005620     IF WS-NEW-OPEN
005630         WRITE NW-MASTER-RECORD
005640             INVALID KEY
005650                 DISPLAY "DATATYPRCV-W07 REBUILT MASTER WRITE "
005660                         "STATUS " WS-NEW-STATUS " FOR "
005670                         WS-RB-ARG1 (WS-RB-IX)
005680             NOT INVALID KEY
005690                 ADD 1 TO WS-ROWS-WRITTEN
005700         END-WRITE
005710     END-IF.
005720     PERFORM 5300-COMPARE-ROW THRU 5300-EXIT.
005730     ADD 1 TO WS-RB-IX.
005740 5100-EXIT.
005750     EXIT.
005760
005770 5200-READ-CURRENT-ROW.
005780     MOVE "N" TO WS-MASTER-FOUND-SW.
005790     IF NOT WS-MASTER-OPEN
005800         GO TO 5200-EXIT
005810     END-IF.
005820     MOVE WS-RB-ARG1 (WS-RB-IX) TO MR-ARG1 OF MR-MASTER-RECORD.
005830     READ DTMASTER-FILE
005840         INVALID KEY
005850             CONTINUE
005860         NOT INVALID KEY
005870             SET WS-MASTER-FOUND TO TRUE
005880     END-READ.
005890 5200-EXIT.
005900     EXIT.
005910
005920*================================================================
005930* 5300-COMPARE-ROW - ONE REPORT LINE PER FIELD THAT DIFFERS.
005940* ARG4 AND ARG5 LIVE IN FLOATING POINT ON THE MASTER AND COMPARE
005950* WITHIN THE DATATYPREC TOLERANCE; THE REST COMPARE EXACTLY.
005960*================================================================
005970 5300-COMPARE-ROW.
005980     IF NOT WS-MASTER-FOUND
005990         ADD 1 TO WS-ROWS-NOT-CURRENT
006000         MOVE WS-RB-ARG1 (WS-RB-IX) TO NL-ARG1
006010         MOVE "NOT ON CURRENT MASTER" TO NL-TEXT
006020         WRITE RPT-RECORD FROM WS-NOTE-LINE
006030         GO TO 5300-EXIT
006040     END-IF.
006050     MOVE "Y" TO WS-ROW-TIES-SW.
006060     MOVE MR-ARG4-BALANCE OF MR-MASTER-RECORD TO WS-ARG4-CURRENT.
006070     MOVE MR-ARG5-BALANCE OF MR-MASTER-RECORD TO WS-ARG5-CURRENT.
006080     MOVE MR-ARG6-BALANCE OF MR-MASTER-RECORD TO WS-ARG6-CURRENT.
006090     MOVE MR-ARG7-BALANCE OF MR-MASTER-RECORD TO WS-ARG7-CURRENT.
006100     IF MR-MTD-ARG7-MOVEMENT OF MR-MASTER-RECORD NUMERIC
006110         MOVE MR-MTD-ARG7-MOVEMENT OF MR-MASTER-RECORD
006120             TO WS-MTD-MOVEMENT-CURRENT
006130     ELSE
006140         MOVE 0 TO WS-MTD-MOVEMENT-CURRENT
006150     END-IF.
006160     IF MR-MTD-POST-COUNT OF MR-MASTER-RECORD NUMERIC
006170         MOVE MR-MTD-POST-COUNT OF MR-MASTER-RECORD
006180             TO WS-MTD-COUNT-CURRENT
006190     ELSE
006200         MOVE 0 TO WS-MTD-COUNT-CURRENT
006210     END-IF.
006220     COMPUTE WS-FLOAT-DIFF = WS-RB-ARG4 (WS-RB-IX)
006230             - WS-ARG4-CURRENT.
006240     IF WS-FLOAT-DIFF < 0
006250         COMPUTE WS-FLOAT-DIFF = 0 - WS-FLOAT-DIFF
006260     END-IF.
006270     IF WS-FLOAT-DIFF > WS-FLOAT-TOLERANCE
006280         MOVE "ARG4" TO DL-FIELD
006290         MOVE WS-RB-ARG4 (WS-RB-IX) TO DL-REBUILT
006300         MOVE WS-ARG4-CURRENT TO DL-CURRENT
006310         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006320     END-IF.
006330     COMPUTE WS-FLOAT-DIFF = WS-RB-ARG5 (WS-RB-IX)
006340             - WS-ARG5-CURRENT.
006350     IF WS-FLOAT-DIFF < 0
006360         COMPUTE WS-FLOAT-DIFF = 0 - WS-FLOAT-DIFF
006370     END-IF.
006380     IF WS-FLOAT-DIFF > WS-FLOAT-TOLERANCE
006390         MOVE "ARG5" TO DL-FIELD
006400         MOVE WS-RB-ARG5 (WS-RB-IX) TO DL-REBUILT
006410         MOVE WS-ARG5-CURRENT TO DL-CURRENT
006420         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006430     END-IF.
006440     IF WS-RB-ARG6 (WS-RB-IX) NOT = WS-ARG6-CURRENT
006450         MOVE "ARG6" TO DL-FIELD
006460         MOVE WS-RB-ARG6 (WS-RB-IX) TO DL-REBUILT
006470         MOVE WS-ARG6-CURRENT TO DL-CURRENT
006480         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006490     END-IF.
006500     IF WS-RB-ARG7 (WS-RB-IX) NOT = WS-ARG7-CURRENT
006510         MOVE "ARG7" TO DL-FIELD
006520         MOVE WS-RB-ARG7 (WS-RB-IX) TO DL-REBUILT
006530         MOVE WS-ARG7-CURRENT TO DL-CURRENT
006540         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006550     END-IF.
006560     IF WS-RB-MTD-MOVEMENT (WS-RB-IX)
006570          NOT = WS-MTD-MOVEMENT-CURRENT
006580         MOVE "MTDM" TO DL-FIELD
006590         MOVE WS-RB-MTD-MOVEMENT (WS-RB-IX) TO DL-REBUILT
006600         MOVE WS-MTD-MOVEMENT-CURRENT TO DL-CURRENT
006610         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006620     END-IF.
006630     IF WS-RB-MTD-COUNT (WS-RB-IX) NOT = WS-MTD-COUNT-CURRENT
006640         MOVE "MTDC" TO DL-FIELD
006650         MOVE WS-RB-MTD-COUNT (WS-RB-IX) TO DL-REBUILT
006660         MOVE WS-MTD-COUNT-CURRENT TO DL-CURRENT
006670         PERFORM 5900-WRITE-DIFF-LINE THRU 5900-EXIT
006680     END-IF.
006690     IF WS-ROW-TIES
006700         ADD 1 TO WS-ROWS-MATCHING
006710     ELSE
006720         ADD 1 TO WS-ROWS-DIFFERING
006730     END-IF.
006740 5300-EXIT.
006750     EXIT.
006760
006770 5900-WRITE-DIFF-LINE.
006780     MOVE "N" TO WS-ROW-TIES-SW.
006790     MOVE WS-RB-ARG1 (WS-RB-IX) TO DL-ARG1.
006800     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
006810 5900-EXIT.
006820     EXIT.
006830
006840*================================================================
006850* 6000-SWEEP-CURRENT - A CURRENT ROW NEITHER THE SNAPSHOT NOR THE
006860* TRAIL KNOWS IS NOT CARRIED INTO THE REBUILD; IT PRINTS SO OPS
006870* CAN DECIDE WHAT IT IS BEFORE THE SWAP
006880*================================================================
006890 6000-SWEEP-CURRENT.
006900     IF NOT WS-MASTER-OPEN
006910         GO TO 6000-EXIT
006920     END-IF.
006930     MOVE LOW-VALUES TO MR-ARG1 OF MR-MASTER-RECORD.
006940     START DTMASTER-FILE KEY NOT < MR-ARG1 OF MR-MASTER-RECORD
006950         INVALID KEY
006960             SET WS-MASTER-EOF TO TRUE
006970     END-START.
006980     PERFORM 6100-CHECK-ONE-CURRENT
006990         UNTIL WS-MASTER-EOF.
007000 6000-EXIT.
007010     EXIT.
007020
007030 6100-CHECK-ONE-CURRENT.
007040     READ DTMASTER-FILE NEXT
007050         AT END
007060             SET WS-MASTER-EOF TO TRUE
007070         NOT AT END
007080             PERFORM 6200-REPORT-IF-NOT-REBUILT THRU 6200-EXIT
007090     END-READ.
007100 6100-EXIT.
007110     EXIT.
007120
007130 6200-REPORT-IF-NOT-REBUILT.
007140     MOVE "N" TO WS-CODE-FOUND-SW.
007150     MOVE 1 TO WS-RB-IX.
007160     PERFORM 6300-MATCH-ONE-REBUILT THRU 6300-EXIT
007170         UNTIL WS-CODE-FOUND
007180            OR WS-RB-IX > WS-RB-COUNT.
007190     IF WS-CODE-FOUND
007200         GO TO 6200-EXIT
007210     END-IF.
007220     ADD 1 TO WS-ROWS-CURRENT-ONLY.
007230     MOVE MR-ARG1 OF MR-MASTER-RECORD TO NL-ARG1.
007240     MOVE "ON CURRENT MASTER ONLY - NOT REBUILT" TO NL-TEXT.
007250     WRITE RPT-RECORD FROM WS-NOTE-LINE.
007260 6200-EXIT.
007270     EXIT.
007280
007290 6300-MATCH-ONE-REBUILT.
007300     IF WS-RB-ARG1 (WS-RB-IX) = MR-ARG1 OF MR-MASTER-RECORD
007310         SET WS-CODE-FOUND TO TRUE
007320     ELSE
007330         ADD 1 TO WS-RB-IX
007340     END-IF.
007350 6300-EXIT.
007360     EXIT.
007370
007380*================================================================
007390* 8000-PRINT-TOTALS - ONE LINE PER DISPOSITION
007400*================================================================
007410 8000-PRINT-TOTALS.
007420     MOVE SPACES TO RPT-RECORD.
007430     WRITE RPT-RECORD.
007440     MOVE "SNAPSHOT ROWS LOADED" TO TL-LABEL.
007450     MOVE WS-SNAP-ROWS-LOADED TO TL-COUNT.
007460     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007470     MOVE "AUDIT RECORDS READ" TO TL-LABEL.
007480     MOVE WS-AUDIT-READ TO TL-COUNT.
007490     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007500     MOVE "AUDIT RECORDS ROLLED" TO TL-LABEL.
007510     MOVE WS-AUDIT-APPLIED TO TL-COUNT.
007520     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007530     MOVE "CODES OPENED FROM AUDIT" TO TL-LABEL.
007540     MOVE WS-CODES-FROM-AUDIT TO TL-COUNT.
007550     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007560     MOVE "REBUILT ROWS WRITTEN" TO TL-LABEL.
007570     MOVE WS-ROWS-WRITTEN TO TL-COUNT.
007580     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007590     MOVE "ROWS MATCHING CURRENT" TO TL-LABEL.
007600     MOVE WS-ROWS-MATCHING TO TL-COUNT.
007610     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007620     MOVE "ROWS DIFFERING" TO TL-LABEL.
007630     MOVE WS-ROWS-DIFFERING TO TL-COUNT.
007640     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007650     MOVE "NOT ON CURRENT MASTER" TO TL-LABEL.
007660     MOVE WS-ROWS-NOT-CURRENT TO TL-COUNT.
007670     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007680     MOVE "ON CURRENT MASTER ONLY" TO TL-LABEL.
007690     MOVE WS-ROWS-CURRENT-ONLY TO TL-COUNT.
007700     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007710 8000-EXIT.
007720     EXIT.
007730
007740*================================================================
007750* 9999-TERMINATE - CLOSE UP AND FLAG ANY DIFFERENCE FOR OPS
007760*================================================================
007770 9999-TERMINATE.
007780     IF WS-MASTER-OPEN
007790         CLOSE DTMASTER-FILE
007800     END-IF.
007810     IF WS-NEW-OPEN
007820         CLOSE DTMASNEW-FILE
007830     END-IF.
007840     CLOSE DTRCV-RPT.
007850     IF RETURN-CODE NOT = 0
007860         GO TO 9999-EXIT
007870     END-IF.
007880     IF WS-ROWS-DIFFERING > 0 OR WS-ROWS-NOT-CURRENT > 0
007890       OR WS-ROWS-CURRENT-ONLY > 0
007900         DISPLAY "DATATYPRCV-W08 REBUILT MASTER DIFFERS FROM "
007910                 "CURRENT - " WS-ROWS-DIFFERING " DIFFERING, "
007920                 WS-ROWS-NOT-CURRENT " NEW, "
007930                 WS-ROWS-CURRENT-ONLY " NOT REBUILT"
007940         MOVE 4 TO RETURN-CODE
007950     ELSE
007960         DISPLAY "DATATYPRCV-I01 REBUILT MASTER MATCHES CURRENT "
007970                 "- " WS-ROWS-WRITTEN " ROWS WRITTEN AS OF "
007980                 WS-TARGET-DATE
007990     END-IF.
008000 9999-EXIT.
008010     EXIT.
