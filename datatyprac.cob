000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPRAC.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - DORMANT CODE REACTIVATION
000120*                  MAINTENANCE. APPLIES REACTIVATION
000130*                  TRANSACTIONS FROM DTRACTX TO DTMASTER: A ROW
000140*                  THE DATATYPDRM SWEEP FLAGGED DORMANT GOES
000150*                  BACK TO OPEN (MR-STATUS SPACE) SO DATATYP
000160*                  TAKES POSTINGS FOR IT AGAIN. A CODE NOT ON
000170*                  FILE, NOT DORMANT, OR ENTERED WITHOUT A USER
000180*                  ID IS REJECTED - A CLOSED ROW STAYS CLOSED.
000190*                  EVERY TRANSACTION, APPLIED OR REJECTED,
000200*                  APPENDS A ROW TO THE DTDORMCH CHANGE TRAIL
000210*                  WITH THE USER WHO ENTERED IT, THE SAME WAY
000220*                  DATATYPAUT KEEPS DTAUTHCH, AND PRINTS A
000230*                  BEFORE/AFTER LINE ON DTRACRPT. THE TRAIL ROW
000240*                  CARRIES THE DTBUSDT DATE, WHICH THE NEXT
000250*                  SWEEP COUNTS AS ACTIVITY FOR THE CODE.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BUSDT-STATUS.
000330     SELECT DTRACTX-FILE ASSIGN TO "DTRACTX"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TXN-STATUS.
000360     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MR-ARG1
000400         FILE STATUS IS WS-MASTER-STATUS.
000410     SELECT DTDORMCH-FILE ASSIGN TO "DTDORMCH"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CHG-STATUS.
000440     SELECT DTRAC-RPT ASSIGN TO "DTRACRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DTBUSDT-FILE.
000500     COPY DTDATREC.
000510 FD  DTRACTX-FILE.
000520 01  DT-REACTTXN-RECORD.
000530     05  RX-ARG1                 PIC X(06).
000540     05  FILLER                  PIC X(01).
000550     05  RX-USER-ID              PIC X(08).
000560 FD  DTMASTER-FILE.
000570     COPY DTMASREC.
000580 FD  DTDORMCH-FILE.
000590     COPY DTDCHREC.
000600 FD  DTRAC-RPT
000610     RECORD CONTAINS 132 CHARACTERS.
000620 01  RPT-RECORD                  PIC X(132).
000630 WORKING-STORAGE SECTION.
000640 01  WS-BUSDT-STATUS             PIC X(02).
000650 01  WS-TXN-STATUS               PIC X(02).
000660 01  WS-MASTER-STATUS            PIC X(02).
000670 01  WS-CHG-STATUS               PIC X(02).
000680 01  WS-RPT-STATUS               PIC X(02).
000690 01  WS-TODAY                    PIC X(08).
000700 01  WS-CURRENT-TIME             PIC X(06).
000710 01  WS-TXN-EOF-SW               PIC X(01) VALUE "N".
000720     88  WS-TXN-EOF                          VALUE "Y".
000730 01  WS-ROW-FOUND-SW             PIC X(01) VALUE "N".
000740     88  WS-ROW-FOUND                        VALUE "Y".
000750 01  WS-TXN-APPLIED-SW           PIC X(01) VALUE "N".
000760     88  WS-TXN-APPLIED                      VALUE "Y".
000770 01  WS-REJECT-REASON            PIC X(20).
000780 01  WS-BEF-STATUS               PIC X(01).
000790 01  WS-BEF-ARG7                 PIC S9(09)V99 COMP-3.
000800 01  WS-TXNS-READ                PIC 9(07) COMP VALUE 0.
000810 01  WS-TXNS-APPLIED             PIC 9(07) COMP VALUE 0.
000820 01  WS-TXNS-REJECTED            PIC 9(07) COMP VALUE 0.
000830 01  WS-HEADING-1.
000840     05  FILLER                  PIC X(38)
000850         VALUE "DATATYP DORMANT CODE REACTIVATION -".
000860     05  WH1-DATE                PIC X(08).
000870 01  WS-HEADING-2.
000880     05  FILLER                  PIC X(08) VALUE "CODE".
000890     05  FILLER                  PIC X(10) VALUE "USER".
000900     05  FILLER                  PIC X(07) VALUE "BEFORE".
000910     05  FILLER                  PIC X(07) VALUE "AFTER".
000920     05  FILLER                  PIC X(15)
000930         VALUE "   ARG7 BALANCE".
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  FILLER                  PIC X(20) VALUE "RESULT".
000960 01  WS-DETAIL-LINE.
000970     05  DL-CODE                 PIC X(06).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DL-USER                 PIC X(08).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DL-BEF-STATUS           PIC X(01).
001020     05  FILLER                  PIC X(06) VALUE SPACES.
001030     05  DL-AFT-STATUS           PIC X(01).
001040     05  FILLER                  PIC X(08) VALUE SPACES.
001050     05  DL-ARG7                 PIC -(09)9.99.
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  DL-RESULT               PIC X(20).
001080 01  WS-TOTAL-LINE.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  TL-LABEL                PIC X(20).
001110     05  TL-COUNT                PIC ZZZ,ZZ9.
001120 PROCEDURE DIVISION.
001130*================================================================
001140* 0000-MAINLINE - DRIVE THE WHOLE MAINTENANCE RUN
001150*================================================================
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001180     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
001190     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT
001200     PERFORM 9999-TERMINATE THRU 9999-EXIT
001210     STOP RUN.
001220
001230*================================================================
001240* 1000-INITIALIZE - THE CHANGE TRAIL IS DATED WITH THE BUSINESS
001250* DATE, NOT THE MACHINE DATE, BECAUSE THE SWEEP MEASURES
001260* DORMANCY IN BUSINESS DAYS. THE MASTER OPENS I-O AND IS NOT
001270* CREATED HERE - A CODE WITH NO ROW HAS NOTHING TO REACTIVATE.
001280*================================================================
001290 1000-INITIALIZE.
001300     MOVE SPACES TO WS-TODAY.
001310     OPEN INPUT DTBUSDT-FILE.
001320     IF WS-BUSDT-STATUS = "00"
001330         READ DTBUSDT-FILE
001340             AT END
001350                 CONTINUE
001360             NOT AT END
001370                 IF BD-BUSINESS-DATE NUMERIC
001380                     MOVE BD-BUSINESS-DATE TO WS-TODAY
001390                 END-IF
001400         END-READ
001410         CLOSE DTBUSDT-FILE
001420     END-IF.
001430     IF WS-TODAY = SPACES
001440         DISPLAY "DATATYPRAC-W01 NO BUSINESS DATE ON DTBUSDT - "
001450                 "USING MACHINE DATE"
001460         ACCEPT WS-TODAY FROM DATE YYYYMMDD
001470     END-IF.
001480     ACCEPT WS-CURRENT-TIME FROM TIME.
001490     OPEN INPUT DTRACTX-FILE.
001500     IF WS-TXN-STATUS NOT = "00"
001510         DISPLAY "DATATYPRAC-W02 TXN FILE OPEN STATUS "
001520                 WS-TXN-STATUS
001530         SET WS-TXN-EOF TO TRUE
001540     END-IF.
001550     OPEN I-O DTMASTER-FILE.
001560     IF WS-MASTER-STATUS NOT = "00"
001570         DISPLAY "DATATYPRAC-W03 MASTER FILE OPEN STATUS "
001580                 WS-MASTER-STATUS
001590         SET WS-TXN-EOF TO TRUE
001600     END-IF.
001610     OPEN EXTEND DTDORMCH-FILE.
001620     IF WS-CHG-STATUS NOT = "00"
001630         DISPLAY "DATATYPRAC-W04 CHANGE TRAIL OPEN STATUS "
001640                 WS-CHG-STATUS
001650     END-IF.
001660     OPEN OUTPUT DTRAC-RPT.
001670     IF WS-RPT-STATUS NOT = "00"
001680         DISPLAY "DATATYPRAC-W05 REPORT FILE OPEN STATUS "
001690                 WS-RPT-STATUS
001700     END-IF.
001710     MOVE WS-TODAY TO WH1-DATE.
001720     WRITE RPT-RECORD FROM WS-HEADING-1.
001730     WRITE RPT-RECORD FROM WS-HEADING-2.
001740 1000-EXIT.
001750     EXIT.
001760
001770*================================================================
001780* 2000-PROCESS-TXNS - APPLY EVERY REACTIVATION TRANSACTION
001790*================================================================
001800 2000-PROCESS-TXNS.
001810     PERFORM 2100-PROCESS-ONE-TXN
001820         UNTIL WS-TXN-EOF.
001830 2000-EXIT.
001840     EXIT.
001850
001860 2100-PROCESS-ONE-TXN.
001870     READ DTRACTX-FILE
001880         AT END
001890             SET WS-TXN-EOF TO TRUE
001900         NOT AT END
001910             ADD 1 TO WS-TXNS-READ
001920             PERFORM 2200-APPLY-ONE-TXN THRU 2200-EXIT
001930     END-READ.
001940 2100-EXIT.
001950     EXIT.
001960
001970*================================================================
001980* 2200-APPLY-ONE-TXN - CAPTURE THE BEFORE IMAGE, APPLY, THEN
001990* REPORT AND TRAIL THE OUTCOME - APPLIED OR NOT - SO EVERY
002000* ATTEMPTED REACTIVATION LEAVES A TRACE
002010*================================================================
002020 2200-APPLY-ONE-TXN.
002030     MOVE "N" TO WS-TXN-APPLIED-SW.
002040     MOVE SPACES TO WS-REJECT-REASON.
002050     PERFORM 2300-READ-MASTER-ROW THRU 2300-EXIT.
002060     EVALUATE TRUE
002070         WHEN RX-ARG1 = SPACES
002080             MOVE "CODE MISSING" TO WS-REJECT-REASON
002090         WHEN RX-USER-ID = SPACES
002100             MOVE "USER MISSING" TO WS-REJECT-REASON
002110         WHEN OTHER
002120             PERFORM 3100-APPLY-REACTIVATE THRU 3100-EXIT
002130     END-EVALUATE.
002140     IF WS-TXN-APPLIED
002150         ADD 1 TO WS-TXNS-APPLIED
002160     ELSE
002170         ADD 1 TO WS-TXNS-REJECTED
002180     END-IF.
002190     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002200     PERFORM 8000-WRITE-CHANGE-TRAIL THRU 8000-EXIT.
002210 2200-EXIT.
002220     EXIT.
002230
002240*================================================================
002250* 2300-READ-MASTER-ROW - FETCH THE CODE'S CURRENT ROW AND SAVE
002260* ITS BEFORE IMAGE FOR THE REPORT AND THE CHANGE TRAIL
002270*================================================================
002280 2300-READ-MASTER-ROW.
002290     MOVE "N" TO WS-ROW-FOUND-SW.
002300     MOVE SPACES TO WS-BEF-STATUS.
002310     MOVE 0 TO WS-BEF-ARG7.
002320     MOVE RX-ARG1 TO MR-ARG1.
002330     READ DTMASTER-FILE
002340         INVALID KEY
002350             CONTINUE
002360         NOT INVALID KEY
002370             SET WS-ROW-FOUND TO TRUE
002380             MOVE MR-STATUS TO WS-BEF-STATUS
002390             MOVE MR-ARG7-BALANCE TO WS-BEF-ARG7
002400     END-READ.
002410 2300-EXIT.
002420     EXIT.
002430
002440*================================================================
002450* 3100-APPLY-REACTIVATE - ONLY A DORMANT ROW COMES BACK. AN OPEN
002460* ROW NEEDS NOTHING AND A CLOSED ROW IS RETIRED FOR GOOD.
002470*================================================================
002480 3100-APPLY-REACTIVATE.
002490     IF NOT WS-ROW-FOUND
002500         MOVE "NOT ON FILE" TO WS-REJECT-REASON
002510         GO TO 3100-EXIT
002520     END-IF.
002530     IF NOT MR-STATUS-DORMANT
002540         MOVE "NOT DORMANT" TO WS-REJECT-REASON
002550         GO TO 3100-EXIT
002560     END-IF.
002570     MOVE SPACE TO MR-STATUS.
002580     REWRITE MR-MASTER-RECORD
002590         INVALID KEY
002600             MOVE WS-BEF-STATUS TO MR-STATUS
002610             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002620         NOT INVALID KEY
002630             SET WS-TXN-APPLIED TO TRUE
002640     END-REWRITE.
002650 3100-EXIT.
002660     EXIT.
002670
002680*================================================================
002690* 7000-WRITE-REPORT-LINE - BEFORE AND AFTER STATUS SIDE BY SIDE
002700*================================================================
002710 7000-WRITE-REPORT-LINE.
002720     MOVE RX-ARG1 TO DL-CODE.
002730     MOVE RX-USER-ID TO DL-USER.
002740     MOVE WS-BEF-STATUS TO DL-BEF-STATUS.
002750     MOVE WS-BEF-ARG7 TO DL-ARG7.
002760     IF WS-TXN-APPLIED
002770         MOVE MR-STATUS TO DL-AFT-STATUS
002780         MOVE "APPLIED" TO DL-RESULT
002790     ELSE
002800         MOVE WS-BEF-STATUS TO DL-AFT-STATUS
002810         MOVE WS-REJECT-REASON TO DL-RESULT
002820     END-IF.
002830     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
002840 7000-EXIT.
002850     EXIT.
002860
002870*================================================================
002880* 8000-WRITE-CHANGE-TRAIL - WHO REACTIVATED WHAT AND WHEN -
002890* REJECTED ATTEMPTS INCLUDED
002900*================================================================
002910 8000-WRITE-CHANGE-TRAIL.
002920     MOVE SPACES TO DT-DORMCHG-RECORD.
002930     MOVE WS-TODAY TO DC-DATE.
002940     ACCEPT WS-CURRENT-TIME FROM TIME.
002950     MOVE WS-CURRENT-TIME TO DC-TIME.
002960     MOVE RX-USER-ID TO DC-USER.
002970     MOVE "R" TO DC-ACTION.
002980     MOVE RX-ARG1 TO DC-ARG1.
002990     MOVE WS-BEF-STATUS TO DC-BEF-STATUS.
003000     MOVE WS-BEF-ARG7 TO DC-ARG7-BALANCE.
003010     IF WS-TXN-APPLIED
003020         MOVE MR-STATUS TO DC-AFT-STATUS
003030         MOVE "APPLIED" TO DC-RESULT
003040     ELSE
003050         MOVE WS-BEF-STATUS TO DC-AFT-STATUS
003060         MOVE "REJECTED" TO DC-RESULT
003070     END-IF.
003080     IF WS-CHG-STATUS = "00"
003090         WRITE DT-DORMCHG-RECORD
003100         IF WS-CHG-STATUS NOT = "00"
003110             DISPLAY "DATATYPRAC-W06 CHANGE TRAIL WRITE STATUS "
003120                     WS-CHG-STATUS
003130         END-IF
003140     END-IF.
003150 8000-EXIT.
003160     EXIT.
003170
003180*================================================================
003190* 9000-PRINT-TOTALS - ONE LINE PER DISPOSITION
003200*================================================================
003210 9000-PRINT-TOTALS.
003220     MOVE SPACES TO RPT-RECORD.
003230     WRITE RPT-RECORD.
003240     MOVE "TRANSACTIONS READ" TO TL-LABEL.
003250     MOVE WS-TXNS-READ TO TL-COUNT.
003260     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003270     MOVE "APPLIED" TO TL-LABEL.
003280     MOVE WS-TXNS-APPLIED TO TL-COUNT.
003290     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003300     MOVE "REJECTED" TO TL-LABEL.
003310     MOVE WS-TXNS-REJECTED TO TL-COUNT.
003320     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
003330 9000-EXIT.
003340     EXIT.
003350
003360*================================================================
003370* 9999-TERMINATE - CLOSE EVERYTHING AND SUMMARIZE FOR THE LOG
003380*================================================================
003390 9999-TERMINATE.
003400     CLOSE DTRACTX-FILE.
003410     CLOSE DTMASTER-FILE.
003420     CLOSE DTDORMCH-FILE.
003430     CLOSE DTRAC-RPT.
003440     DISPLAY "DATATYPRAC-I01 REACTIVATION COMPLETE - "
003450             WS-TXNS-READ " READ, "
003460             WS-TXNS-APPLIED " APPLIED, "
003470             WS-TXNS-REJECTED " REJECTED".
003480 9999-EXIT.
003490     EXIT.
