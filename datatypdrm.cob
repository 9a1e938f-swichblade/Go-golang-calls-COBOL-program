000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPDRM.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - NIGHTLY DORMANCY SWEEP.
000120*                  A CODE WITH NO PROCESSED DTAUDIT ACTIVITY FOR
000130*                  THE DORMANCY PERIOD (DEFAULT 90 DAYS BEFORE
000140*                  THE DTBUSDT DATE, OVERRIDABLE WITH A DAY
000150*                  COUNT ON SYSIN) IS FLAGGED DORMANT - MR-STATUS
000160*                  D - ON DTMASTER, AND DATATYP REFUSES POSTINGS
000170*                  TO IT (RC 25, SUSPENSE) UNTIL DATATYPRAC
000180*                  REACTIVATES IT. THE LAST-ACTIVITY DATE PER
000190*                  CODE IS THE LATEST PROCESSED RECORD ON THE
000200*                  TRAIL; A DATATYPARC OPENING RECORD CARRIES
000210*                  THE DATE OF THE ARCHIVED HISTORY IT STANDS
000220*                  FOR, SO ROLL-OFF DOES NOT MAKE A CODE LOOK
000230*                  IDLE. AN APPLIED REACTIVATION ON THE
000240*                  DTDORMCH TRAIL COUNTS AS ACTIVITY ON ITS
000250*                  DATE, SO A CODE JUST REACTIVATED IS NOT
000260*                  FLAGGED AGAIN THE SAME NIGHT. CLOSED ROWS ARE
000270*                  LEFT ALONE. EVERY ROW FLAGGED APPENDS A
000280*                  DTDORMCH ROW, AND DTDRMRPT LISTS EVERY
000290*                  DORMANT CODE - NEW AND OLD - WITH ITS LAST
000300*                  ACTIVITY DATE AND ARG7 BALANCE. AN UNREADABLE
000310*                  TRAIL OR A FULL ACTIVITY TABLE STOPS THE RUN
000320*                  WITH RC 12 BEFORE ANY ROW IS TOUCHED, SINCE
000330*                  EITHER WOULD MAKE ACTIVE CODES LOOK DORMANT.
000332* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000334*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000336*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000338*                  IT BEHAVES EXACTLY AS BEFORE.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BUSDT-STATUS.
000410     SELECT DTAUDIT-FILE ASSIGN TO "DTAUDIT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT DTDORMCH-FILE ASSIGN TO "DTDORMCH"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHG-STATUS.
000470     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MR-ARG1
000510         FILE STATUS IS WS-MASTER-STATUS.
000520     SELECT DTDRM-RPT ASSIGN TO "DTDRMRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DTBUSDT-FILE.
000580     COPY DTDATREC.
000590 FD  DTAUDIT-FILE.
000600     COPY DTAUDREC.
000610 FD  DTDORMCH-FILE.
000620     COPY DTDCHREC.
000630 FD  DTMASTER-FILE.
000640     COPY DTMASREC.
000650 FD  DTDRM-RPT
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  RPT-RECORD                  PIC X(132).
000680 WORKING-STORAGE SECTION.
000690 01  WS-BUSDT-STATUS             PIC X(02).
000700 01  WS-AUDIT-STATUS             PIC X(02).
000710 01  WS-CHG-STATUS               PIC X(02).
000720 01  WS-MASTER-STATUS            PIC X(02).
000730 01  WS-RPT-STATUS               PIC X(02).
000740 01  WS-TODAY                    PIC X(08).
000750 01  WS-CURRENT-TIME             PIC X(06).
000760 01  WS-CUTOFF-DATE              PIC X(08).
000770 01  WS-PARM-DAYS                PIC X(03).
000780 01  WS-DORMANCY-DAYS            PIC 9(03) VALUE 90.
000790 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
000800     88  WS-AUDIT-EOF                        VALUE "Y".
000810 01  WS-AUDIT-BAD-SW             PIC X(01) VALUE "N".
000820     88  WS-AUDIT-BAD                        VALUE "Y".
000830 01  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
000840     88  WS-CHG-EOF                          VALUE "Y".
000850 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
000860     88  WS-MASTER-EOF                       VALUE "Y".
000870 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000880     88  WS-MASTER-OPEN                      VALUE "Y".
000890 01  WS-CHG-OPEN-SW              PIC X(01) VALUE "N".
000900     88  WS-CHG-OPEN                         VALUE "Y".
000910 01  WS-TABLE-OVF-SW             PIC X(01) VALUE "N".
000920     88  WS-TABLE-OVF                        VALUE "Y".
000930 01  WS-CODE-FOUND-SW            PIC X(01) VALUE "N".
000940     88  WS-CODE-FOUND                       VALUE "Y".
000950 01  WS-SEARCH-ARG1              PIC X(06).
000960 01  WS-ACTIVITY-DATE            PIC X(08).
000970 01  WS-LAST-ACTIVITY            PIC X(08).
000980 01  WS-WORK-DATE.
000990     05  WD-YEAR                 PIC 9(04).
001000     05  WD-MONTH                PIC 9(02).
001010     05  WD-DAY                  PIC 9(02).
001020 01  WS-MONTH-DAYS-TABLE.
001030     05  FILLER                  PIC X(24)
001040         VALUE "312831303130313130313031".
001050 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001060     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001070                                 PIC 9(02).
001080 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001090 01  WS-LEAP-REMAINDER           PIC 9(04) COMP.
001100 01  WS-LEAP-SW                  PIC X(01).
001110     88  WS-LEAP-YEAR                        VALUE "Y".
001120 01  WS-ACTIVITY-TABLE.
001130     05  WS-ACTIVITY-ENTRY       OCCURS 1000 TIMES.
001140         10  WS-ACT-ARG1         PIC X(06).
001150         10  WS-ACT-DATE         PIC X(08).
001160 01  WS-ACT-COUNT                PIC 9(04) COMP VALUE 0.
001170 01  WS-ACT-MAX                  PIC 9(04) COMP VALUE 1000.
001180 01  WS-ACT-IX                   PIC 9(04) COMP.
001190 01  WS-RECS-READ                PIC 9(09) COMP VALUE 0.
001200 01  WS-REACTIVATIONS-READ       PIC 9(07) COMP VALUE 0.
001210 01  WS-ROWS-SWEPT               PIC 9(07) COMP VALUE 0.
001220 01  WS-ROWS-CLOSED              PIC 9(07) COMP VALUE 0.
001230 01  WS-ROWS-ACTIVE              PIC 9(07) COMP VALUE 0.
001240 01  WS-ROWS-NEWLY-DORMANT       PIC 9(07) COMP VALUE 0.
001250 01  WS-ROWS-STILL-DORMANT       PIC 9(07) COMP VALUE 0.
001260 01  WS-DORMANT-ARG7-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
001270 01  WS-HEADING-1.
001280     05  FILLER                  PIC X(43)
001290         VALUE "DATATYP DORMANCY SWEEP - NO ACTIVITY AFTER".
001300     05  WH1-CUTOFF              PIC X(08).
001310     05  FILLER                  PIC X(07) VALUE " AS OF ".
001320     05  WH1-DATE                PIC X(08).
001330 01  WS-HEADING-2.
001340     05  FILLER                  PIC X(08) VALUE "ARG1".
001350     05  FILLER                  PIC X(15) VALUE "LAST ACTIVITY".
001360     05  FILLER                  PIC X(15)
001370         VALUE "   ARG7 BALANCE".
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  FILLER                  PIC X(20) VALUE "STATUS".
001400 01  WS-DETAIL-LINE.
001410     05  DL-ARG1                 PIC X(06).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-LAST-ACTIVITY        PIC X(08).
001440     05  FILLER                  PIC X(07) VALUE SPACES.
001450     05  DL-ARG7                 PIC -(09)9.99.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-RESULT               PIC X(20).
001480 01  WS-TOTAL-LINE.
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  TL-LABEL                PIC X(24).
001510     05  TL-COUNT                PIC ZZZ,ZZ9.
001520 01  WS-AMOUNT-LINE.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  TA-LABEL                PIC X(24).
001550     05  TA-AMOUNT               PIC -(11)9.99.
001560 PROCEDURE DIVISION.
001570*================================================================
001580* 0000-MAINLINE - BUILD EVERY CODE'S LAST-ACTIVITY DATE FIRST,
001590* THEN SWEEP THE MASTER; NOTHING IS FLAGGED IF THE ACTIVITY
001600* PICTURE IS INCOMPLETE
001610*================================================================
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640     PERFORM 2000-BUILD-ACTIVITY-TABLE THRU 2000-EXIT
001650     IF WS-AUDIT-BAD
001660         DISPLAY "DATATYPDRM-E01 AUDIT FILE OPEN STATUS "
001670                 WS-AUDIT-STATUS " - NOTHING FLAGGED"
001680         MOVE 12 TO RETURN-CODE
001690         PERFORM 9999-TERMINATE THRU 9999-EXIT
001700         GOBACK
001710     END-IF
001720     PERFORM 2500-ADD-REACTIVATIONS THRU 2500-EXIT
001730     IF WS-TABLE-OVF
001740         DISPLAY "DATATYPDRM-E02 ACTIVITY TABLE FULL AT "
001750                 WS-ACT-MAX " CODES - NOTHING FLAGGED"
001760         MOVE 12 TO RETURN-CODE
001770         PERFORM 9999-TERMINATE THRU 9999-EXIT
001780         GOBACK
001790     END-IF
001800     PERFORM 3000-OPEN-FILES THRU 3000-EXIT
001810     IF NOT WS-MASTER-OPEN
001820         DISPLAY "DATATYPDRM-E03 MASTER FILE OPEN STATUS "
001830                 WS-MASTER-STATUS " - NOTHING FLAGGED"
001840         MOVE 12 TO RETURN-CODE
001850         PERFORM 9999-TERMINATE THRU 9999-EXIT
001860         GOBACK
001870     END-IF
001880     PERFORM 4000-SWEEP-MASTER THRU 4000-EXIT
001890     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001900     PERFORM 9999-TERMINATE THRU 9999-EXIT
001910     GOBACK.
001920
001930*================================================================
001940* 1000-INITIALIZE - RESOLVE THE CUTOFF: THE DTBUSDT DATE
001950* STEPPED BACK BY THE DORMANCY DAY COUNT. A CODE WHOSE LAST
001960* ACTIVITY FALLS ON OR BEFORE THE CUTOFF HAS HAD NONE FOR THE
001970* WHOLE PERIOD.
001980*================================================================
001990 1000-INITIALIZE.
002000     MOVE SPACES TO WS-PARM-DAYS.
002010     ACCEPT WS-PARM-DAYS.
002020     IF WS-PARM-DAYS NUMERIC AND WS-PARM-DAYS NOT = "000"
002030         MOVE WS-PARM-DAYS TO WS-DORMANCY-DAYS
002040     END-IF.
002050     MOVE SPACES TO WS-TODAY.
002060     OPEN INPUT DTBUSDT-FILE.
002070     IF WS-BUSDT-STATUS = "00"
002080         READ DTBUSDT-FILE
002090             AT END
002100                 CONTINUE
002110             NOT AT END
002120                 IF BD-BUSINESS-DATE NUMERIC
002130                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002140                 END-IF
002150         END-READ
002160         CLOSE DTBUSDT-FILE
002170     END-IF.
002180     IF WS-TODAY = SPACES
002190         DISPLAY "DATATYPDRM-W01 NO BUSINESS DATE ON DTBUSDT - "
002200                 "USING MACHINE DATE"
002210         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002220     END-IF.
002230     MOVE WS-TODAY TO WS-WORK-DATE.
002240     PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
002250         WS-DORMANCY-DAYS TIMES.
002260     MOVE WS-WORK-DATE TO WS-CUTOFF-DATE.
002270     OPEN OUTPUT DTDRM-RPT.
002280     IF WS-RPT-STATUS NOT = "00"
002290         DISPLAY "DATATYPDRM-W02 REPORT FILE OPEN STATUS "
002300                 WS-RPT-STATUS
002310     END-IF.
002320     MOVE WS-CUTOFF-DATE TO WH1-CUTOFF.
002330     MOVE WS-TODAY TO WH1-DATE.
002340     WRITE RPT-RECORD FROM WS-HEADING-1.
002350     WRITE RPT-RECORD FROM WS-HEADING-2.
002360 1000-EXIT.
002370     EXIT.
002380
002390*================================================================
002400* 1100-STEP-BACK-ONE-DAY - ONE CALENDAR DAY BACKWARD, FEBRUARY
002410* 29 INCLUDED ON A LEAP YEAR - THE SAME STEP DATATYPARC TAKES
002420*================================================================
002430 1100-STEP-BACK-ONE-DAY.
002440     IF WD-DAY > 1
002450         SUBTRACT 1 FROM WD-DAY
002460         GO TO 1100-EXIT
002470     END-IF.
002480     IF WD-MONTH > 1
002490         SUBTRACT 1 FROM WD-MONTH
002500     ELSE
002510         MOVE 12 TO WD-MONTH
002520         SUBTRACT 1 FROM WD-YEAR
002530     END-IF.
002540     MOVE WS-DAYS-IN-MONTH (WD-MONTH) TO WD-DAY.
002550     IF WD-MONTH = 2
002560         PERFORM 1200-CHECK-LEAP-YEAR THRU 1200-EXIT
002570         IF WS-LEAP-YEAR
002580             MOVE 29 TO WD-DAY
002590         END-IF
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630
002640*================================================================
002650* 1200-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
002660* DIVISIBLE BY 400
002670*================================================================
002680 1200-CHECK-LEAP-YEAR.
002690     MOVE "N" TO WS-LEAP-SW.
002700     DIVIDE WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002710         REMAINDER WS-LEAP-REMAINDER.
002720     IF WS-LEAP-REMAINDER NOT = 0
002730         GO TO 1200-EXIT
002740     END-IF.
002750     DIVIDE WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002760         REMAINDER WS-LEAP-REMAINDER.
002770     IF WS-LEAP-REMAINDER NOT = 0
002780         MOVE "Y" TO WS-LEAP-SW
002790         GO TO 1200-EXIT
002800     END-IF.
002810     DIVIDE WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002820         REMAINDER WS-LEAP-REMAINDER.
002830     IF WS-LEAP-REMAINDER = 0
002840         MOVE "Y" TO WS-LEAP-SW
002850     END-IF.
002860 1200-EXIT.
002870     EXIT.
002880
002890*================================================================
002900* 2000-BUILD-ACTIVITY-TABLE - ONE PASS OVER THE TRAIL. EVERY
002910* PROCESSED RECORD, DATATYPARC OPENING RECORDS INCLUDED, MOVES
002920* ITS CODE'S LAST-ACTIVITY DATE FORWARD. INQUIRIES AND
002930* REJECTED OR LIMIT-BLOCKED CALLS MOVED NO MONEY AND DO NOT
002940* COUNT.
002950*================================================================
002960 2000-BUILD-ACTIVITY-TABLE.
002970     OPEN INPUT DTAUDIT-FILE.
002980     IF WS-AUDIT-STATUS NOT = "00"
002990         SET WS-AUDIT-BAD TO TRUE
003000         GO TO 2000-EXIT
003010     END-IF.
003020     PERFORM 2100-TABLE-ONE-RECORD
003030         UNTIL WS-AUDIT-EOF.
003040     CLOSE DTAUDIT-FILE.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2100-TABLE-ONE-RECORD.
003090     READ DTAUDIT-FILE
003100         AT END
003110             SET WS-AUDIT-EOF TO TRUE
003120         NOT AT END
003130             ADD 1 TO WS-RECS-READ
003140             IF AR-TYPE-PROCESSED
003150                 MOVE AR-ARG1 TO WS-SEARCH-ARG1
003160                 MOVE AR-DATE TO WS-ACTIVITY-DATE
003170                 PERFORM 2200-RECORD-ACTIVITY THRU 2200-EXIT
003180                 IF WS-TABLE-OVF
003190                     SET WS-AUDIT-EOF TO TRUE
003200                 END-IF
003210             END-IF
003220     END-READ.
003230 2100-EXIT.
003240     EXIT.
003250
003260*================================================================
003270* 2200-RECORD-ACTIVITY - KEEP THE LATER OF THE DATE ALREADY
003280* HELD FOR THE CODE AND THE ONE JUST SEEN
003290*================================================================
003300 2200-RECORD-ACTIVITY.
003310     PERFORM 2300-FIND-ACTIVITY-ENTRY THRU 2300-EXIT.
003320     IF NOT WS-CODE-FOUND
003330         IF WS-ACT-COUNT >= WS-ACT-MAX
003340             SET WS-TABLE-OVF TO TRUE
003350             GO TO 2200-EXIT
003360         END-IF
003370         ADD 1 TO WS-ACT-COUNT
003380         MOVE WS-ACT-COUNT TO WS-ACT-IX
003390         MOVE WS-SEARCH-ARG1 TO WS-ACT-ARG1 (WS-ACT-IX)
003400         MOVE WS-ACTIVITY-DATE TO WS-ACT-DATE (WS-ACT-IX)
003410         GO TO 2200-EXIT
003420     END-IF.
003430     IF WS-ACTIVITY-DATE > WS-ACT-DATE (WS-ACT-IX)
003440         MOVE WS-ACTIVITY-DATE TO WS-ACT-DATE (WS-ACT-IX)
003450     END-IF.
003460 2200-EXIT.
003470     EXIT.
003480
003490 2300-FIND-ACTIVITY-ENTRY.
003500     MOVE "N" TO WS-CODE-FOUND-SW.
003510     MOVE 1 TO WS-ACT-IX.
003520     PERFORM 2400-MATCH-ONE-ENTRY THRU 2400-EXIT
003530         UNTIL WS-CODE-FOUND
003540            OR WS-ACT-IX > WS-ACT-COUNT.
003550 2300-EXIT.
003560     EXIT.
003570
003580 2400-MATCH-ONE-ENTRY.
003590     IF WS-ACT-ARG1 (WS-ACT-IX) = WS-SEARCH-ARG1
003600         SET WS-CODE-FOUND TO TRUE
003610     ELSE
003620         ADD 1 TO WS-ACT-IX
003630     END-IF.
003640 2400-EXIT.
003650     EXIT.
003660
003670*================================================================
003680* 2500-ADD-REACTIVATIONS - AN APPLIED DATATYPRAC REACTIVATION IS
003690* ACTIVITY ON ITS BUSINESS DATE, OR A CODE REACTIVATED BUT NOT
003700* YET POSTED TO WOULD GO STRAIGHT BACK TO DORMANT. NO TRAIL YET
003710* JUST MEANS NOTHING HAS EVER BEEN REACTIVATED.
003720*================================================================
003730 2500-ADD-REACTIVATIONS.
003740     IF WS-TABLE-OVF
003750         GO TO 2500-EXIT
003760     END-IF.
003770     OPEN INPUT DTDORMCH-FILE.
003780     IF WS-CHG-STATUS NOT = "00"
003790         GO TO 2500-EXIT
003800     END-IF.
003810     PERFORM 2600-READ-ONE-CHANGE
003820         UNTIL WS-CHG-EOF.
003830     CLOSE DTDORMCH-FILE.
003840 2500-EXIT.
003850     EXIT.
003860
003870 2600-READ-ONE-CHANGE.
003880     READ DTDORMCH-FILE
003890         AT END
003900             SET WS-CHG-EOF TO TRUE
003910         NOT AT END
003920             IF DC-ACTION-REACTIVATE AND DC-RESULT-APPLIED
003930                 ADD 1 TO WS-REACTIVATIONS-READ
003940                 MOVE DC-ARG1 TO WS-SEARCH-ARG1
003950                 MOVE DC-DATE TO WS-ACTIVITY-DATE
003960                 PERFORM 2200-RECORD-ACTIVITY THRU 2200-EXIT
003970                 IF WS-TABLE-OVF
003980                     SET WS-CHG-EOF TO TRUE
003990                 END-IF
004000             END-IF
004010     END-READ.
004020 2600-EXIT.
004030     EXIT.
004040
004050*================================================================
004060* 3000-OPEN-FILES - THE MASTER OPENS I-O BECAUSE A ROW GOING
004070* DORMANT IS REWRITTEN IN PLACE; THE CHANGE TRAIL EXTENDS
004080*================================================================
004090 3000-OPEN-FILES.
004100     OPEN I-O DTMASTER-FILE.
004110     IF WS-MASTER-STATUS = "00"
004120         SET WS-MASTER-OPEN TO TRUE
004130     ELSE
004140         GO TO 3000-EXIT
004150     END-IF.
004160     OPEN EXTEND DTDORMCH-FILE.
004170     IF WS-CHG-STATUS = "00"
004180         SET WS-CHG-OPEN TO TRUE
004190     ELSE
004200         DISPLAY "DATATYPDRM-W03 CHANGE TRAIL OPEN STATUS "
004210                 WS-CHG-STATUS
004220     END-IF.
004230     ACCEPT WS-CURRENT-TIME FROM TIME.
004240 3000-EXIT.
004250     EXIT.
004260
004270*================================================================
004280* 4000-SWEEP-MASTER - EVERY MASTER ROW IN KEY ORDER
004290*================================================================
004300 4000-SWEEP-MASTER.
004310     MOVE LOW-VALUES TO MR-ARG1.
004320     START DTMASTER-FILE KEY NOT < MR-ARG1
004330         INVALID KEY
004340             SET WS-MASTER-EOF TO TRUE
004350     END-START.
004360     PERFORM 4100-SWEEP-ONE-ROW
004370         UNTIL WS-MASTER-EOF.
004380 4000-EXIT.
004390     EXIT.
004400
004410 4100-SWEEP-ONE-ROW.
004420     READ DTMASTER-FILE NEXT
004430         AT END
004440             SET WS-MASTER-EOF TO TRUE
004450         NOT AT END
004460             ADD 1 TO WS-ROWS-SWEPT
004470             PERFORM 4200-CHECK-ONE-ROW THRU 4200-EXIT
004480     END-READ.
004490 4100-EXIT.
004500     EXIT.
004510
004520*================================================================
004530* 4200-CHECK-ONE-ROW - A CLOSED ROW IS NOT SWEPT. AN OPEN ROW
004540* WITH NO ACTIVITY AFTER THE CUTOFF - OR NONE ON FILE AT ALL -
004550* GOES DORMANT; A ROW ALREADY DORMANT IS LISTED AGAIN SO THE
004560* REPORT ALWAYS SHOWS THE WHOLE DORMANT POPULATION.
004570*================================================================
004580 4200-CHECK-ONE-ROW.
004590     IF MR-STATUS-CLOSED
004600         ADD 1 TO WS-ROWS-CLOSED
004610         GO TO 4200-EXIT
004620     END-IF.
004630     MOVE MR-ARG1 TO WS-SEARCH-ARG1.
004640     PERFORM 2300-FIND-ACTIVITY-ENTRY THRU 2300-EXIT.
004650     IF WS-CODE-FOUND
004660         MOVE WS-ACT-DATE (WS-ACT-IX) TO WS-LAST-ACTIVITY
004670     ELSE
004680         MOVE SPACES TO WS-LAST-ACTIVITY
004690     END-IF.
004700     IF MR-STATUS-DORMANT
004710         ADD 1 TO WS-ROWS-STILL-DORMANT
004720         ADD MR-ARG7-BALANCE TO WS-DORMANT-ARG7-TOTAL
004730         MOVE "DORMANT" TO DL-RESULT
004740         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004750         GO TO 4200-EXIT
004760     END-IF.
004770     IF WS-CODE-FOUND
004780       AND WS-LAST-ACTIVITY > WS-CUTOFF-DATE
004790         ADD 1 TO WS-ROWS-ACTIVE
004800         GO TO 4200-EXIT
004810     END-IF.
004820     PERFORM 4300-FLAG-DORMANT THRU 4300-EXIT.
004830 4200-EXIT.
004840     EXIT.
004850
004860 4300-FLAG-DORMANT.
004870     MOVE SPACES TO DT-DORMCHG-RECORD.
004880     MOVE MR-STATUS TO DC-BEF-STATUS.
004890     MOVE "D" TO MR-STATUS.
004900     REWRITE MR-MASTER-RECORD
004910         INVALID KEY
004920             DISPLAY "DATATYPDRM-W04 MASTER REWRITE STATUS "
004930                     WS-MASTER-STATUS " FOR " MR-ARG1
004940             MOVE DC-BEF-STATUS TO MR-STATUS
004950             MOVE "REWRITE FAILED" TO DL-RESULT
004960             MOVE "REJECTED" TO DC-RESULT
004970         NOT INVALID KEY
004980             ADD 1 TO WS-ROWS-NEWLY-DORMANT
004990             ADD MR-ARG7-BALANCE TO WS-DORMANT-ARG7-TOTAL
005000             MOVE "NEWLY DORMANT" TO DL-RESULT
005010             MOVE "APPLIED" TO DC-RESULT
005020     END-REWRITE.
005030     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005040     PERFORM 8500-WRITE-CHANGE-TRAIL THRU 8500-EXIT.
005050 4300-EXIT.
005060     EXIT.
005070
005080*================================================================
005090* 7000-WRITE-REPORT-LINE - ONE LINE PER DORMANT CODE
005100*================================================================
005110 7000-WRITE-REPORT-LINE.
005120     MOVE MR-ARG1 TO DL-ARG1.
005130     IF WS-LAST-ACTIVITY = SPACES
005140         MOVE "NONE" TO DL-LAST-ACTIVITY
005150     ELSE
005160         MOVE WS-LAST-ACTIVITY TO DL-LAST-ACTIVITY
005170     END-IF.
005180     MOVE MR-ARG7-BALANCE TO DL-ARG7.
005190     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005200 7000-EXIT.
005210     EXIT.
005220
005230*================================================================
005240* 8000-PRINT-TOTALS - EVERY ROW SWEPT LANDS IN ONE BUCKET, THEN
005250* THE MONEY SITTING ON DORMANT CODES
005260*================================================================
005270 8000-PRINT-TOTALS.
005280     MOVE SPACES TO RPT-RECORD.
005290     WRITE RPT-RECORD.
005300     MOVE "AUDIT RECORDS READ" TO TL-LABEL.
005310     MOVE WS-RECS-READ TO TL-COUNT.
005320     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005330     MOVE "REACTIVATIONS ON TRAIL" TO TL-LABEL.
005340     MOVE WS-REACTIVATIONS-READ TO TL-COUNT.
005350     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005360     MOVE "MASTER ROWS SWEPT" TO TL-LABEL.
005370     MOVE WS-ROWS-SWEPT TO TL-COUNT.
005380     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005390     MOVE "CLOSED - NOT SWEPT" TO TL-LABEL.
005400     MOVE WS-ROWS-CLOSED TO TL-COUNT.
005410     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005420     MOVE "ACTIVE" TO TL-LABEL.
005430     MOVE WS-ROWS-ACTIVE TO TL-COUNT.
005440     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005450     MOVE "NEWLY DORMANT" TO TL-LABEL.
005460     MOVE WS-ROWS-NEWLY-DORMANT TO TL-COUNT.
005470     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005480     MOVE "ALREADY DORMANT" TO TL-LABEL.
005490     MOVE WS-ROWS-STILL-DORMANT TO TL-COUNT.
005500     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005510     MOVE "ARG7 HELD ON DORMANT" TO TA-LABEL.
005520     MOVE WS-DORMANT-ARG7-TOTAL TO TA-AMOUNT.
005530     WRITE RPT-RECORD FROM WS-AMOUNT-LINE.
005540 8000-EXIT.
005550     EXIT.
005560
005570*================================================================
005580* 8500-WRITE-CHANGE-TRAIL - THE SWEEP SIGNS ITS OWN CHANGES
005590*================================================================
005600 8500-WRITE-CHANGE-TRAIL.
005610     IF NOT WS-CHG-OPEN
005620         GO TO 8500-EXIT
005630     END-IF.
005640     MOVE WS-TODAY TO DC-DATE.
005650     MOVE WS-CURRENT-TIME TO DC-TIME.
005660     MOVE "SWEEP" TO DC-USER.
005670     MOVE "D" TO DC-ACTION.
005680     MOVE MR-ARG1 TO DC-ARG1.
005690     MOVE MR-STATUS TO DC-AFT-STATUS.
005700     MOVE MR-ARG7-BALANCE TO DC-ARG7-BALANCE.
005710     MOVE WS-LAST-ACTIVITY TO DC-LAST-ACTIVITY.
005720     WRITE DT-DORMCHG-RECORD.
005730     IF WS-CHG-STATUS NOT = "00"
005740         DISPLAY "DATATYPDRM-W05 CHANGE TRAIL WRITE STATUS "
005750                 WS-CHG-STATUS
005760     END-IF.
005770 8500-EXIT.
005780     EXIT.
005790
005800*================================================================
005810* 9999-TERMINATE - CLOSE EVERYTHING AND SUMMARIZE FOR THE LOG
005820*================================================================
005830 9999-TERMINATE.
005840     IF WS-MASTER-OPEN
005850         CLOSE DTMASTER-FILE
005860     END-IF.
005870     IF WS-CHG-OPEN
005880         CLOSE DTDORMCH-FILE
005890     END-IF.
005900     CLOSE DTDRM-RPT.
005910     IF RETURN-CODE = 0
005920         DISPLAY "DATATYPDRM-I01 DORMANCY SWEEP COMPLETE - "
005930                 WS-ROWS-SWEPT " SWEPT, "
005940                 WS-ROWS-NEWLY-DORMANT " NEWLY DORMANT, "
005950                 WS-ROWS-STILL-DORMANT " ALREADY DORMANT"
005960     END-IF.
005970 9999-EXIT.
005980     EXIT.
