000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPGRP.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - CODE GROUPING MASTER
000120*                  MAINTENANCE. APPLIES TRANSACTIONS FROM
000130*                  DTGRPTX TO THE INDEXED GROUPING MASTER DTGROUP
000140*                  (DTGRPREC LAYOUT): ADD A GROUP OR A CODE
000150*                  ASSIGNMENT, MOVE EITHER UNDER ANOTHER PARENT,
000160*                  RENAME A GROUP, REMOVE A ROW OR REINSTATE A
000170*                  REMOVED ONE. EVERY TRANSACTION - APPLIED OR
000180*                  REJECTED - APPENDS A ROW TO THE DTGRPCH
000190*                  CHANGE TRAIL SHOWING WHO CHANGED WHAT AND WHEN,
000200*                  AND PRINTS ON THE DTGRPRPT BEFORE/AFTER
000210*                  REPORT, THE SAME WAY DATATYPAUT KEEPS DTAUTHM.
000220*                  THE PARENT OF A ROW MUST BE AN ACTIVE GROUP
000230*                  (ONLY A GROUP MAY SIT AT THE TOP, WITH NO
000240*                  PARENT); A GROUP CANNOT BE MOVED UNDER ITSELF
000250*                  OR ITS OWN DESCENDANT, A NEW LEVEL CANNOT GO
000260*                  BELOW THE NINTH, AND A GROUP THAT STILL HAS
000270*                  ACTIVE MEMBERS CANNOT BE REMOVED, SO THE
000280*                  DATATYPCON ROLLUP ALWAYS SEES A CLEAN TREE.
000282* 10/15/2026 JM    MOVING A GROUP NOW COUNTS THE LEVELS OF GROUPS
000284*                  BELOW IT TOO, SO A MOVE CANNOT PUSH ITS LOWEST
000286*                  SUB-GROUPS BELOW THE NINTH LEVEL. A RENAME OF A
000288*                  CODE ROW NOW REJECTS AS CODE HAS NO NAME.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DTGRPTX-FILE ASSIGN TO "DTGRPTX"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TXN-STATUS.
000360     SELECT DTGROUP-FILE ASSIGN TO "DTGROUP"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS GM-KEY
000400         FILE STATUS IS WS-GROUP-STATUS.
000410     SELECT DTGRPCH-FILE ASSIGN TO "DTGRPCH"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CHG-STATUS.
000440     SELECT DTGRP-RPT ASSIGN TO "DTGRPRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DTGRPTX-FILE.
000500 01  DT-GRPTXN-RECORD.
000510     05  TX-ACTION               PIC X(01).
000520         88  TX-ACTION-ADD               VALUE "A".
000530         88  TX-ACTION-MOVE              VALUE "M".
000540         88  TX-ACTION-RENAME            VALUE "N".
000550         88  TX-ACTION-REMOVE            VALUE "X".
000560         88  TX-ACTION-REINSTATE         VALUE "R".
000570     05  FILLER                  PIC X(01).
000580     05  TX-MEMBER-TYPE          PIC X(01).
000590         88  TX-MEMBER-CODE              VALUE "C".
000600         88  TX-MEMBER-GROUP             VALUE "G".
000610     05  FILLER                  PIC X(01).
000620     05  TX-MEMBER-ID            PIC X(08).
000630     05  FILLER                  PIC X(01).
000640     05  TX-PARENT-ID            PIC X(08).
000650     05  FILLER                  PIC X(01).
000660     05  TX-GROUP-NAME           PIC X(30).
000670     05  FILLER                  PIC X(01).
000680     05  TX-GROUP-LEVEL          PIC X(10).
000690     05  FILLER                  PIC X(01).
000700     05  TX-USER-ID              PIC X(08).
000710 FD  DTGROUP-FILE.
000720     COPY DTGRPREC.
000730 FD  DTGRPCH-FILE.
000740 01  DT-GRPCHG-RECORD.
000750     05  CH-DATE                 PIC X(08).
000760     05  FILLER                  PIC X(01).
000770     05  CH-TIME                 PIC X(06).
000780     05  FILLER                  PIC X(01).
000790     05  CH-USER                 PIC X(08).
000800     05  FILLER                  PIC X(01).
000810     05  CH-ACTION               PIC X(01).
000820     05  FILLER                  PIC X(01).
000830     05  CH-MEMBER-TYPE          PIC X(01).
000840     05  FILLER                  PIC X(01).
000850     05  CH-MEMBER-ID            PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  CH-BEF-STATUS           PIC X(01).
000880     05  FILLER                  PIC X(01).
000890     05  CH-BEF-PARENT           PIC X(08).
000900     05  FILLER                  PIC X(01).
000910     05  CH-BEF-NAME             PIC X(30).
000920     05  FILLER                  PIC X(01).
000930     05  CH-AFT-STATUS           PIC X(01).
000940     05  FILLER                  PIC X(01).
000950     05  CH-AFT-PARENT           PIC X(08).
000960     05  FILLER                  PIC X(01).
000970     05  CH-AFT-NAME             PIC X(30).
000980     05  FILLER                  PIC X(01).
000990     05  CH-RESULT               PIC X(08).
001000 FD  DTGRP-RPT
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  RPT-RECORD                  PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 01  WS-TXN-STATUS               PIC X(02).
001050 01  WS-GROUP-STATUS             PIC X(02).
001060 01  WS-CHG-STATUS               PIC X(02).
001070 01  WS-RPT-STATUS               PIC X(02).
001080 01  WS-CURRENT-DATE             PIC X(08).
001090 01  WS-CURRENT-TIME             PIC X(06).
001100 01  WS-TXN-EOF-SW               PIC X(01) VALUE "N".
001110     88  WS-TXN-EOF                          VALUE "Y".
001120 01  WS-ROW-FOUND-SW             PIC X(01) VALUE "N".
001130     88  WS-ROW-FOUND                        VALUE "Y".
001140 01  WS-TXN-APPLIED-SW           PIC X(01) VALUE "N".
001150     88  WS-TXN-APPLIED                      VALUE "Y".
001160 01  WS-GROUP-EOF-SW             PIC X(01) VALUE "N".
001170     88  WS-GROUP-EOF                        VALUE "Y".
001180 01  WS-REJECT-REASON            PIC X(20).
001190 01  WS-BEF-STATUS               PIC X(01).
001200 01  WS-BEF-PARENT               PIC X(08).
001210 01  WS-BEF-NAME                 PIC X(30).
001220 01  WS-SAVE-RECORD              PIC X(80).
001230 01  WS-CHECK-PARENT             PIC X(08).
001240 01  WS-WALK-ID                  PIC X(08).
001250 01  WS-PARENT-DEPTH             PIC 9(04) COMP.
001260 01  WS-MAX-DEPTH                PIC 9(04) COMP VALUE 9.
001270 01  WS-MEMBER-COUNT             PIC 9(07) COMP.
001271 01  WS-SUBTREE-LEVELS           PIC 9(04) COMP.
001272 01  WS-WALK-STEPS               PIC 9(04) COMP.
001273 01  WS-FOUND-SW                 PIC X(01) VALUE "N".
001274     88  WS-FOUND                            VALUE "Y".
001275 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
001276     88  WS-OVERFLOW                         VALUE "Y".
001277 01  WS-GROUP-TABLE.
001278     05  WS-GROUP-ENTRY          OCCURS 500 TIMES.
001279         10  WS-GT-ID            PIC X(08).
001280         10  WS-GT-PARENT        PIC X(08).
001281 01  WS-GROUP-COUNT              PIC 9(04) COMP VALUE 0.
001282 01  WS-GROUP-MAX                PIC 9(04) COMP VALUE 500.
001283 01  WS-GROUP-IX                 PIC 9(04) COMP.
001284 01  WS-FIND-IX                  PIC 9(04) COMP.
001285 01  WS-TXNS-READ                PIC 9(07) COMP VALUE 0.
001290 01  WS-TXNS-APPLIED             PIC 9(07) COMP VALUE 0.
001300 01  WS-TXNS-REJECTED            PIC 9(07) COMP VALUE 0.
001310 01  WS-HEADING-1.
001320     05  FILLER                  PIC X(37)
001330         VALUE "DATATYP CODE GROUPING MAINTENANCE -".
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  WH1-DATE                PIC X(08).
001360 01  WS-HEADING-2.
001370     05  FILLER                  PIC X(04) VALUE "ACT ".
001380     05  FILLER                  PIC X(02) VALUE "T ".
001390     05  FILLER                  PIC X(10) VALUE "ID        ".
001400     05  FILLER                  PIC X(10) VALUE "USER      ".
001410     05  FILLER                  PIC X(43)
001420         VALUE "BEFORE ST/PARENT/NAME".
001430     05  FILLER                  PIC X(43)
001440         VALUE "AFTER  ST/PARENT/NAME".
001450     05  FILLER                  PIC X(20) VALUE "RESULT".
001460 01  WS-DETAIL-LINE.
001470     05  DL-ACTION               PIC X(01).
001480     05  FILLER                  PIC X(03) VALUE SPACES.
001490     05  DL-MEMBER-TYPE          PIC X(01).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  DL-MEMBER-ID            PIC X(08).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DL-USER                 PIC X(08).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  DL-BEF-STATUS           PIC X(01).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  DL-BEF-PARENT           PIC X(08).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  DL-BEF-NAME             PIC X(30).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DL-AFT-STATUS           PIC X(01).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  DL-AFT-PARENT           PIC X(08).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  DL-AFT-NAME             PIC X(30).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DL-RESULT               PIC X(20).
001680 01  WS-TOTAL-LINE.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  TL-LABEL                PIC X(20).
001710     05  TL-COUNT                PIC ZZZ,ZZ9.
001720 PROCEDURE DIVISION.
001730*================================================================
001740* 0000-MAINLINE - DRIVE THE WHOLE MAINTENANCE RUN
001750*================================================================
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001780     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
001790     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT
001800     PERFORM 9999-TERMINATE THRU 9999-EXIT
001810     STOP RUN.
001820
001830*================================================================
001840* 1000-INITIALIZE - OPEN THE FILES, CREATING THE GROUPING MASTER
001850* THE FIRST TIME THROUGH, AND PRINT THE REPORT HEADINGS
001860*================================================================
001870 1000-INITIALIZE.
001880     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001890     ACCEPT WS-CURRENT-TIME FROM TIME.
001900     OPEN INPUT DTGRPTX-FILE.
001910     IF WS-TXN-STATUS NOT = "00"
001920         DISPLAY "DATATYPGRP-W01 TXN FILE OPEN STATUS "
001930                 WS-TXN-STATUS
001940         SET WS-TXN-EOF TO TRUE
001950     END-IF.
001960     OPEN I-O DTGROUP-FILE.
001970     IF WS-GROUP-STATUS = "35"
001980         OPEN OUTPUT DTGROUP-FILE
001990         CLOSE DTGROUP-FILE
002000         OPEN I-O DTGROUP-FILE
002010     END-IF.
002020     IF WS-GROUP-STATUS NOT = "00"
002030         DISPLAY "DATATYPGRP-W02 GROUP MASTER OPEN STATUS "
002040                 WS-GROUP-STATUS
002050         SET WS-TXN-EOF TO TRUE
002060     END-IF.
002070     OPEN EXTEND DTGRPCH-FILE.
002080     IF WS-CHG-STATUS = "35"
002090         OPEN OUTPUT DTGRPCH-FILE
002100     END-IF.
002110     IF WS-CHG-STATUS NOT = "00"
002120         DISPLAY "DATATYPGRP-W03 CHANGE AUDIT OPEN STATUS "
002130                 WS-CHG-STATUS
002140     END-IF.
002150     OPEN OUTPUT DTGRP-RPT.
002160     IF WS-RPT-STATUS NOT = "00"
002170         DISPLAY "DATATYPGRP-W04 REPORT FILE OPEN STATUS "
002180                 WS-RPT-STATUS
002190     END-IF.
002200     MOVE WS-CURRENT-DATE TO WH1-DATE.
002210     WRITE RPT-RECORD FROM WS-HEADING-1.
002220     WRITE RPT-RECORD FROM WS-HEADING-2.
002230 1000-EXIT.
002240     EXIT.
002250
002260*================================================================
002270* 2000-PROCESS-TXNS - APPLY EVERY MAINTENANCE TRANSACTION
002280*================================================================
002290 2000-PROCESS-TXNS.
002300     PERFORM 2100-PROCESS-ONE-TXN
002310         UNTIL WS-TXN-EOF.
002320 2000-EXIT.
002330     EXIT.
002340
002350 2100-PROCESS-ONE-TXN.
002360     READ DTGRPTX-FILE
002370         AT END
002380             SET WS-TXN-EOF TO TRUE
002390         NOT AT END
002400             ADD 1 TO WS-TXNS-READ
002410             PERFORM 2200-APPLY-ONE-TXN THRU 2200-EXIT
002420     END-READ.
002430 2100-EXIT.
002440     EXIT.
002450
002460*================================================================
002470* 2200-APPLY-ONE-TXN - CAPTURE THE BEFORE IMAGE, APPLY THE
002480* ACTION, THEN REPORT AND AUDIT THE OUTCOME - APPLIED OR NOT -
002490* SO EVERY ATTEMPTED CHANGE LEAVES A TRACE
002500*================================================================
002510 2200-APPLY-ONE-TXN.
002520     MOVE "N" TO WS-TXN-APPLIED-SW.
002530     MOVE SPACES TO WS-REJECT-REASON.
002540     PERFORM 2300-READ-GROUP-ROW THRU 2300-EXIT.
002550     EVALUATE TRUE
002560         WHEN TX-MEMBER-ID = SPACES
002570             MOVE "ID MISSING" TO WS-REJECT-REASON
002580         WHEN NOT TX-MEMBER-CODE AND NOT TX-MEMBER-GROUP
002590             MOVE "INVALID ROW TYPE" TO WS-REJECT-REASON
002600         WHEN TX-MEMBER-CODE AND TX-MEMBER-ID (7:2) NOT = SPACES
002610             MOVE "CODE OVER 6 CHARS" TO WS-REJECT-REASON
002620         WHEN TX-ACTION-ADD
002630             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
002640         WHEN TX-ACTION-MOVE
002650             PERFORM 3200-APPLY-MOVE THRU 3200-EXIT
002660         WHEN TX-ACTION-RENAME
002670             PERFORM 3300-APPLY-RENAME THRU 3300-EXIT
002680         WHEN TX-ACTION-REMOVE
002690             PERFORM 3400-APPLY-REMOVE THRU 3400-EXIT
002700         WHEN TX-ACTION-REINSTATE
002710             PERFORM 3500-APPLY-REINSTATE THRU 3500-EXIT
002720         WHEN OTHER
002730             MOVE "INVALID ACTION" TO WS-REJECT-REASON
002740     END-EVALUATE.
002750     IF WS-TXN-APPLIED
002760         ADD 1 TO WS-TXNS-APPLIED
002770     ELSE
002780         ADD 1 TO WS-TXNS-REJECTED
002790         MOVE WS-SAVE-RECORD TO DT-GROUP-RECORD
002800     END-IF.
002810     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002820     PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT.
002830 2200-EXIT.
002840     EXIT.
002850
002860*================================================================
002870* 2300-READ-GROUP-ROW - FETCH THE ROW'S CURRENT IMAGE AND SAVE IT
002880* FOR THE REPORT AND THE CHANGE AUDIT. THE PARENT CHECKS READ
002890* OTHER ROWS, SO THE WHOLE RECORD IS KEPT TO PUT BACK.
002900*================================================================
002910 2300-READ-GROUP-ROW.
002920     MOVE "N" TO WS-ROW-FOUND-SW.
002930     MOVE SPACES TO WS-BEF-STATUS WS-BEF-PARENT WS-BEF-NAME.
002940     MOVE TX-MEMBER-TYPE TO GM-MEMBER-TYPE.
002950     MOVE TX-MEMBER-ID TO GM-MEMBER-ID.
002960     READ DTGROUP-FILE
002970         INVALID KEY
002980             MOVE SPACES TO DT-GROUP-RECORD
002990         NOT INVALID KEY
003000             SET WS-ROW-FOUND TO TRUE
003010             MOVE GM-STATUS TO WS-BEF-STATUS
003020             MOVE GM-PARENT-ID TO WS-BEF-PARENT
003030             MOVE GM-GROUP-NAME TO WS-BEF-NAME
003040     END-READ.
003050     MOVE DT-GROUP-RECORD TO WS-SAVE-RECORD.
003060 2300-EXIT.
003070     EXIT.
003080
003090*================================================================
003100* 3100-APPLY-ADD - NEW GROUP OR CODE ASSIGNMENT. A ROW ALREADY
003110* ON FILE IS REJECTED: A REMOVED ONE COMES BACK VIA REINSTATE,
003120* SO ITS HISTORY STAYS ON ONE ROW.
003130*================================================================
003140 3100-APPLY-ADD.
003150     IF WS-ROW-FOUND
003160         MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
003170         GO TO 3100-EXIT
003180     END-IF.
003190     MOVE TX-PARENT-ID TO WS-CHECK-PARENT.
003200     PERFORM 3800-CHECK-PARENT THRU 3800-EXIT.
003210     IF WS-REJECT-REASON NOT = SPACES
003220         GO TO 3100-EXIT
003230     END-IF.
003240     MOVE SPACES TO DT-GROUP-RECORD.
003250     MOVE TX-MEMBER-TYPE TO GM-MEMBER-TYPE.
003260     MOVE TX-MEMBER-ID TO GM-MEMBER-ID.
003270     MOVE TX-PARENT-ID TO GM-PARENT-ID.
003280     MOVE "A" TO GM-STATUS.
003290     IF TX-MEMBER-GROUP
003300         MOVE TX-GROUP-NAME TO GM-GROUP-NAME
003310         MOVE TX-GROUP-LEVEL TO GM-GROUP-LEVEL
003320     END-IF.
003330     PERFORM 3600-STAMP-MAINT-FIELDS THRU 3600-EXIT.
003340     WRITE DT-GROUP-RECORD
003350         INVALID KEY
003360             MOVE "WRITE FAILED" TO WS-REJECT-REASON
003370         NOT INVALID KEY
003380             SET WS-TXN-APPLIED TO TRUE
003390     END-WRITE.
003400 3100-EXIT.
003410     EXIT.
003420
003430*================================================================
003440* 3200-APPLY-MOVE - PUT AN ACTIVE ROW UNDER ANOTHER PARENT (A
003450* GROUP MAY BE MOVED TO THE TOP WITH A BLANK PARENT). A GROUP
003453* TAKES ITS SUB-GROUPS WITH IT, SO THE LEVELS BELOW IT COUNT
003456* AGAINST THE NINE-LEVEL LIMIT TOO.
003460*================================================================
003470 3200-APPLY-MOVE.
003480     IF NOT WS-ROW-FOUND
003490         MOVE "NOT ON FILE" TO WS-REJECT-REASON
003500         GO TO 3200-EXIT
003510     END-IF.
003520     IF NOT GM-STATUS-ACTIVE
003530         MOVE "ROW IS REMOVED" TO WS-REJECT-REASON
003540         GO TO 3200-EXIT
003550     END-IF.
003560     IF TX-PARENT-ID = GM-PARENT-ID
003570         MOVE "ALREADY UNDER PARENT" TO WS-REJECT-REASON
003580         GO TO 3200-EXIT
003590     END-IF.
003600     MOVE TX-PARENT-ID TO WS-CHECK-PARENT.
003610     PERFORM 3800-CHECK-PARENT THRU 3800-EXIT.
003611     IF WS-REJECT-REASON = SPACES AND TX-MEMBER-GROUP
003612         PERFORM 3950-MEASURE-SUBTREE THRU 3950-EXIT
003613         IF WS-REJECT-REASON = SPACES
003614           AND WS-PARENT-DEPTH + 1 + WS-SUBTREE-LEVELS
003615                 > WS-MAX-DEPTH
003616             MOVE "HIERARCHY TOO DEEP" TO WS-REJECT-REASON
003617         END-IF
003618     END-IF.
003620     MOVE WS-SAVE-RECORD TO DT-GROUP-RECORD.
003630     IF WS-REJECT-REASON NOT = SPACES
003640         GO TO 3200-EXIT
003650     END-IF.
003660     MOVE TX-PARENT-ID TO GM-PARENT-ID.
003670     PERFORM 3600-STAMP-MAINT-FIELDS THRU 3600-EXIT.
003680     PERFORM 3700-REWRITE-GROUP-ROW THRU 3700-EXIT.
003690 3200-EXIT.
003700     EXIT.
003710
003720*================================================================
003730* 3300-APPLY-RENAME - NEW NAME AND/OR LEVEL TITLE FOR A GROUP; A
003740* BLANK FIELD ON THE TRANSACTION LEAVES THAT FIELD ALONE
003750*================================================================
003760 3300-APPLY-RENAME.
003770     IF NOT WS-ROW-FOUND
003780         MOVE "NOT ON FILE" TO WS-REJECT-REASON
003790         GO TO 3300-EXIT
003800     END-IF.
003810     IF NOT GM-MEMBER-GROUP
003820         MOVE "CODE HAS NO NAME" TO WS-REJECT-REASON
003830         GO TO 3300-EXIT
003840     END-IF.
003850     IF TX-GROUP-NAME = SPACES AND TX-GROUP-LEVEL = SPACES
003860         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
003870         GO TO 3300-EXIT
003880     END-IF.
003890     IF TX-GROUP-NAME NOT = SPACES
003900         MOVE TX-GROUP-NAME TO GM-GROUP-NAME
003910     END-IF.
003920     IF TX-GROUP-LEVEL NOT = SPACES
003930         MOVE TX-GROUP-LEVEL TO GM-GROUP-LEVEL
003940     END-IF.
003950     PERFORM 3600-STAMP-MAINT-FIELDS THRU 3600-EXIT.
003960     PERFORM 3700-REWRITE-GROUP-ROW THRU 3700-EXIT.
003970 3300-EXIT.
003980     EXIT.
003990
004000*================================================================
004010* 3400-APPLY-REMOVE - TAKE A ROW OUT OF THE HIERARCHY. A GROUP
004020* MUST BE EMPTIED (ITS MEMBERS MOVED OR REMOVED) FIRST, OR ITS
004030* CODES WOULD DROP OUT OF THE ROLLUP UNSEEN.
004040*================================================================
004050 3400-APPLY-REMOVE.
004060     IF NOT WS-ROW-FOUND
004070         MOVE "NOT ON FILE" TO WS-REJECT-REASON
004080         GO TO 3400-EXIT
004090     END-IF.
004100     IF GM-STATUS-REMOVED
004110         MOVE "ALREADY REMOVED" TO WS-REJECT-REASON
004120         GO TO 3400-EXIT
004130     END-IF.
004140     IF GM-MEMBER-GROUP
004150         PERFORM 3900-COUNT-MEMBERS THRU 3900-EXIT
004160         MOVE WS-SAVE-RECORD TO DT-GROUP-RECORD
004170         IF WS-MEMBER-COUNT > 0
004180             MOVE "GROUP HAS MEMBERS" TO WS-REJECT-REASON
004190             GO TO 3400-EXIT
004200         END-IF
004210     END-IF.
004220     MOVE "X" TO GM-STATUS.
004230     PERFORM 3600-STAMP-MAINT-FIELDS THRU 3600-EXIT.
004240     PERFORM 3700-REWRITE-GROUP-ROW THRU 3700-EXIT.
004250 3400-EXIT.
004260     EXIT.
004270
004280*================================================================
004290* 3500-APPLY-REINSTATE - BRING A REMOVED ROW BACK, UNDER THE
004300* TRANSACTION'S PARENT OR, WHEN NONE IS GIVEN, ITS OLD ONE
004310*================================================================
004320 3500-APPLY-REINSTATE.
004330     IF NOT WS-ROW-FOUND
004340         MOVE "NOT ON FILE" TO WS-REJECT-REASON
004350         GO TO 3500-EXIT
004360     END-IF.
004370     IF GM-STATUS-ACTIVE
004380         MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
004390         GO TO 3500-EXIT
004400     END-IF.
004410     IF TX-PARENT-ID = SPACES
004420         MOVE GM-PARENT-ID TO WS-CHECK-PARENT
004430     ELSE
004440         MOVE TX-PARENT-ID TO WS-CHECK-PARENT
004450     END-IF.
004460     PERFORM 3800-CHECK-PARENT THRU 3800-EXIT.
004470     MOVE WS-SAVE-RECORD TO DT-GROUP-RECORD.
004480     IF WS-REJECT-REASON NOT = SPACES
004490         GO TO 3500-EXIT
004500     END-IF.
004510     MOVE WS-CHECK-PARENT TO GM-PARENT-ID.
004520     MOVE "A" TO GM-STATUS.
004530     PERFORM 3600-STAMP-MAINT-FIELDS THRU 3600-EXIT.
004540     PERFORM 3700-REWRITE-GROUP-ROW THRU 3700-EXIT.
004550 3500-EXIT.
004560     EXIT.
004570
004580 3600-STAMP-MAINT-FIELDS.
004590     MOVE WS-CURRENT-DATE TO GM-LAST-MAINT-DATE.
004600     MOVE WS-CURRENT-TIME TO GM-LAST-MAINT-TIME.
004610     MOVE TX-USER-ID TO GM-LAST-MAINT-USER.
004620 3600-EXIT.
004630     EXIT.
004640
004650 3700-REWRITE-GROUP-ROW.
004660     REWRITE DT-GROUP-RECORD
004670         INVALID KEY
004680             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
004690         NOT INVALID KEY
004700             SET WS-TXN-APPLIED TO TRUE
004710     END-REWRITE.
004720 3700-EXIT.
004730     EXIT.
004740
004750*================================================================
004760* 3800-CHECK-PARENT - WS-CHECK-PARENT MUST BE AN ACTIVE GROUP
004770* (BLANK ONLY FOR A GROUP, AT THE TOP). WALKING UP FROM IT MUST
004780* NOT REACH THE GROUP BEING PLACED - THAT WOULD FORM A LOOP -
004790* AND A NEW GROUP MAY NOT LAND BELOW THE NINTH LEVEL. LEAVES
004800* WS-REJECT-REASON SET WHEN THE PARENT WILL NOT DO.
004810*================================================================
004820 3800-CHECK-PARENT.
004825     MOVE 0 TO WS-PARENT-DEPTH.
004830     IF WS-CHECK-PARENT = SPACES
004840         IF TX-MEMBER-CODE
004850             MOVE "CODE NEEDS A PARENT" TO WS-REJECT-REASON
004860         END-IF
004870         GO TO 3800-EXIT
004880     END-IF.
004890     IF TX-MEMBER-GROUP AND WS-CHECK-PARENT = TX-MEMBER-ID
004900         MOVE "WOULD FORM A LOOP" TO WS-REJECT-REASON
004910         GO TO 3800-EXIT
004920     END-IF.
004930     MOVE "G" TO GM-MEMBER-TYPE.
004940     MOVE WS-CHECK-PARENT TO GM-MEMBER-ID.
004950     READ DTGROUP-FILE
004960         INVALID KEY
004970             MOVE "PARENT NOT ON FILE" TO WS-REJECT-REASON
004980             GO TO 3800-EXIT
004990     END-READ.
005000     IF NOT GM-STATUS-ACTIVE
005010         MOVE "PARENT IS REMOVED" TO WS-REJECT-REASON
005020         GO TO 3800-EXIT
005030     END-IF.
005040     MOVE 1 TO WS-PARENT-DEPTH.
005050     MOVE GM-PARENT-ID TO WS-WALK-ID.
005060     PERFORM 3810-WALK-UP-ONE THRU 3810-EXIT
005070         UNTIL WS-WALK-ID = SPACES
005080            OR WS-REJECT-REASON NOT = SPACES.
005090     IF WS-REJECT-REASON NOT = SPACES
005100         GO TO 3800-EXIT
005110     END-IF.
005120     IF TX-MEMBER-GROUP AND WS-PARENT-DEPTH >= WS-MAX-DEPTH
005130         MOVE "HIERARCHY TOO DEEP" TO WS-REJECT-REASON
005140     END-IF.
005150 3800-EXIT.
005160     EXIT.
005170
005180 3810-WALK-UP-ONE.
005190     IF TX-MEMBER-GROUP AND WS-WALK-ID = TX-MEMBER-ID
005200         MOVE "WOULD FORM A LOOP" TO WS-REJECT-REASON
005210         GO TO 3810-EXIT
005220     END-IF.
005230     IF WS-PARENT-DEPTH > WS-MAX-DEPTH
005240         MOVE "HIERARCHY TOO DEEP" TO WS-REJECT-REASON
005250         GO TO 3810-EXIT
005260     END-IF.
005270     MOVE "G" TO GM-MEMBER-TYPE.
005280     MOVE WS-WALK-ID TO GM-MEMBER-ID.
005290     READ DTGROUP-FILE
005300         INVALID KEY
005310             MOVE SPACES TO WS-WALK-ID
005320             GO TO 3810-EXIT
005330     END-READ.
005340     ADD 1 TO WS-PARENT-DEPTH.
005350     MOVE GM-PARENT-ID TO WS-WALK-ID.
005360 3810-EXIT.
005370     EXIT.
005380
005390*================================================================
005400* 3900-COUNT-MEMBERS - ACTIVE ROWS, GROUPS OR CODES, WHOSE
005410* PARENT IS THE GROUP BEING REMOVED
005420*================================================================
005430 3900-COUNT-MEMBERS.
005440     MOVE 0 TO WS-MEMBER-COUNT.
005450     MOVE "N" TO WS-GROUP-EOF-SW.
005460     MOVE LOW-VALUES TO GM-KEY.
005470     START DTGROUP-FILE KEY NOT < GM-KEY
005480         INVALID KEY
005490             SET WS-GROUP-EOF TO TRUE
005500     END-START.
005510     PERFORM 3910-CHECK-ONE-MEMBER
005520         UNTIL WS-GROUP-EOF.
005530 3900-EXIT.
005540     EXIT.
005550
005560 3910-CHECK-ONE-MEMBER.
005570     READ DTGROUP-FILE NEXT
005580         AT END
005590             SET WS-GROUP-EOF TO TRUE
005600         NOT AT END
005610             IF GM-PARENT-ID = TX-MEMBER-ID
005620               AND GM-STATUS-ACTIVE
005630                 ADD 1 TO WS-MEMBER-COUNT
005640             END-IF
005650     END-READ.
005660 3910-EXIT.
005670     EXIT.
005671
005672*================================================================
005673* 3950-MEASURE-SUBTREE - HOW MANY LEVELS OF ACTIVE GROUPS SIT
005674* BELOW THE GROUP BEING MOVED. THE ACTIVE GROUPS ARE LOADED INTO
005675* A TABLE FIRST AND EACH ONE IS WALKED UP IN THE TABLE, SINCE A
005676* KEYED READ IN THE MIDDLE OF THE SCAN WOULD MOVE ITS POSITION.
005677*================================================================
005678 3950-MEASURE-SUBTREE.
005679     MOVE 0 TO WS-SUBTREE-LEVELS.
005680     MOVE 0 TO WS-GROUP-COUNT.
005681     MOVE "N" TO WS-GROUP-EOF-SW.
005682     MOVE "N" TO WS-OVERFLOW-SW.
005683     MOVE "G" TO GM-MEMBER-TYPE.
005684     MOVE LOW-VALUES TO GM-MEMBER-ID.
005685     START DTGROUP-FILE KEY NOT < GM-KEY
005686         INVALID KEY
005687             SET WS-GROUP-EOF TO TRUE
005688     END-START.
005689     PERFORM 3960-LOAD-ONE-GROUP
005690         UNTIL WS-GROUP-EOF.
005691     IF WS-OVERFLOW
005692         MOVE "GROUP TABLE FULL" TO WS-REJECT-REASON
005693         GO TO 3950-EXIT
005694     END-IF.
005695     MOVE 1 TO WS-GROUP-IX.
005696     PERFORM 3970-MEASURE-ONE-GROUP THRU 3970-EXIT
005697         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
005698 3950-EXIT.
005699     EXIT.
005700
005701 3960-LOAD-ONE-GROUP.
005702     READ DTGROUP-FILE NEXT
005703         AT END
005704             SET WS-GROUP-EOF TO TRUE
005705         NOT AT END
005706             IF GM-MEMBER-GROUP AND GM-STATUS-ACTIVE
005707                 IF WS-GROUP-COUNT >= WS-GROUP-MAX
005708                     SET WS-OVERFLOW TO TRUE
005709                 ELSE
005710                     ADD 1 TO WS-GROUP-COUNT
005711                     MOVE GM-MEMBER-ID
005712                       TO WS-GT-ID (WS-GROUP-COUNT)
005713                     MOVE GM-PARENT-ID
005714                       TO WS-GT-PARENT (WS-GROUP-COUNT)
005715                 END-IF
005716             END-IF
005717     END-READ.
005718 3960-EXIT.
005719     EXIT.
005720
005721*================================================================
005722* 3970-MEASURE-ONE-GROUP - CLIMB FROM ONE GROUP TOWARD THE TOP; IF
005723* THE CLIMB REACHES THE GROUP BEING MOVED, THE STEPS TAKEN ARE HOW
005724* FAR BELOW IT THIS GROUP SITS. THE CLIMB IS CUT OFF AFTER AS MANY
005725* STEPS AS THERE ARE GROUPS, SO A LOOP ON FILE CANNOT HANG IT.
005726*================================================================
005727 3970-MEASURE-ONE-GROUP.
005728     MOVE 1 TO WS-WALK-STEPS.
005729     MOVE WS-GT-PARENT (WS-GROUP-IX) TO WS-WALK-ID.
005730     PERFORM 3980-STEP-UP-ONE THRU 3980-EXIT
005731         UNTIL WS-WALK-ID = SPACES
005732            OR WS-WALK-ID = TX-MEMBER-ID
005733            OR WS-WALK-STEPS > WS-GROUP-COUNT.
005734     IF WS-WALK-ID = TX-MEMBER-ID
005735       AND WS-WALK-STEPS > WS-SUBTREE-LEVELS
005736         MOVE WS-WALK-STEPS TO WS-SUBTREE-LEVELS
005737     END-IF.
005738     ADD 1 TO WS-GROUP-IX.
005739 3970-EXIT.
005740     EXIT.
005741
005742 3980-STEP-UP-ONE.
005743     MOVE "N" TO WS-FOUND-SW.
005744     MOVE 1 TO WS-FIND-IX.
005745     PERFORM 3990-MATCH-ONE-GROUP THRU 3990-EXIT
005746         UNTIL WS-FOUND
005747            OR WS-FIND-IX > WS-GROUP-COUNT.
005748     IF WS-FOUND
005749         MOVE WS-GT-PARENT (WS-FIND-IX) TO WS-WALK-ID
005750     ELSE
005751         MOVE SPACES TO WS-WALK-ID
005752     END-IF.
005753     ADD 1 TO WS-WALK-STEPS.
005754 3980-EXIT.
005755     EXIT.
005756
005757 3990-MATCH-ONE-GROUP.
005758     IF WS-GT-ID (WS-FIND-IX) = WS-WALK-ID
005759         SET WS-FOUND TO TRUE
005760     ELSE
005761         ADD 1 TO WS-FIND-IX
005762     END-IF.
005763 3990-EXIT.
005764     EXIT.
005765
005766*================================================================
005767* 7000-WRITE-REPORT-LINE - BEFORE AND AFTER IMAGES SIDE BY SIDE
005768*================================================================
005769 7000-WRITE-REPORT-LINE.
005770     MOVE TX-ACTION TO DL-ACTION.
005771     MOVE TX-MEMBER-TYPE TO DL-MEMBER-TYPE.
005772     MOVE TX-MEMBER-ID TO DL-MEMBER-ID.
005773     MOVE TX-USER-ID TO DL-USER.
005774     MOVE WS-BEF-STATUS TO DL-BEF-STATUS.
005780     MOVE WS-BEF-PARENT TO DL-BEF-PARENT.
005790     MOVE WS-BEF-NAME TO DL-BEF-NAME.
005800     IF WS-TXN-APPLIED
005810         MOVE GM-STATUS TO DL-AFT-STATUS
005820         MOVE GM-PARENT-ID TO DL-AFT-PARENT
005830         MOVE GM-GROUP-NAME TO DL-AFT-NAME
005840         MOVE "APPLIED" TO DL-RESULT
005850     ELSE
005860         MOVE WS-BEF-STATUS TO DL-AFT-STATUS
005870         MOVE WS-BEF-PARENT TO DL-AFT-PARENT
005880         MOVE WS-BEF-NAME TO DL-AFT-NAME
005890         MOVE WS-REJECT-REASON TO DL-RESULT
005900     END-IF.
005910     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005920 7000-EXIT.
005930     EXIT.
005940
005950*================================================================
005960* 8000-WRITE-CHANGE-AUDIT - WHO CHANGED WHAT AND WHEN, WITH THE
005970* BEFORE AND AFTER IMAGES - REJECTED ATTEMPTS INCLUDED
005980*================================================================
005990 8000-WRITE-CHANGE-AUDIT.
006000     MOVE WS-CURRENT-DATE TO CH-DATE.
006010     ACCEPT WS-CURRENT-TIME FROM TIME.
006020     MOVE WS-CURRENT-TIME TO CH-TIME.
006030     MOVE TX-USER-ID TO CH-USER.
006040     MOVE TX-ACTION TO CH-ACTION.
006050     MOVE TX-MEMBER-TYPE TO CH-MEMBER-TYPE.
006060     MOVE TX-MEMBER-ID TO CH-MEMBER-ID.
006070     MOVE WS-BEF-STATUS TO CH-BEF-STATUS.
006080     MOVE WS-BEF-PARENT TO CH-BEF-PARENT.
006090     MOVE WS-BEF-NAME TO CH-BEF-NAME.
006100     IF WS-TXN-APPLIED
006110         MOVE GM-STATUS TO CH-AFT-STATUS
006120         MOVE GM-PARENT-ID TO CH-AFT-PARENT
006130         MOVE GM-GROUP-NAME TO CH-AFT-NAME
006140         MOVE "APPLIED" TO CH-RESULT
006150     ELSE
006160         MOVE WS-BEF-STATUS TO CH-AFT-STATUS
006170         MOVE WS-BEF-PARENT TO CH-AFT-PARENT
006180         MOVE WS-BEF-NAME TO CH-AFT-NAME
006190         MOVE "REJECTED" TO CH-RESULT
006200     END-IF.
006210     IF WS-CHG-STATUS = "00"
006220         WRITE DT-GRPCHG-RECORD
006230         IF WS-CHG-STATUS NOT = "00"
006240             DISPLAY "DATATYPGRP-W05 CHANGE AUDIT WRITE STATUS "
006250                     WS-CHG-STATUS
006260         END-IF
006270     END-IF.
006280 8000-EXIT.
006290     EXIT.
006300
006310*================================================================
006320* 9000-PRINT-TOTALS - ONE LINE PER DISPOSITION
006330*================================================================
006340 9000-PRINT-TOTALS.
006350     MOVE SPACES TO RPT-RECORD.
006360     WRITE RPT-RECORD.
006370     MOVE "TRANSACTIONS READ" TO TL-LABEL.
006380     MOVE WS-TXNS-READ TO TL-COUNT.
006390     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006400     MOVE "APPLIED" TO TL-LABEL.
006410     MOVE WS-TXNS-APPLIED TO TL-COUNT.
006420     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006430     MOVE "REJECTED" TO TL-LABEL.
006440     MOVE WS-TXNS-REJECTED TO TL-COUNT.
006450     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
006460 9000-EXIT.
006470     EXIT.
006480
006490*================================================================
006500* 9999-TERMINATE - CLOSE EVERYTHING AND SUMMARIZE FOR THE LOG
006510*================================================================
006520 9999-TERMINATE.
006530     CLOSE DTGRPTX-FILE.
006540     CLOSE DTGROUP-FILE.
006550     CLOSE DTGRPCH-FILE.
006560     CLOSE DTGRP-RPT.
006570     DISPLAY "DATATYPGRP-I01 MAINTENANCE COMPLETE - "
006580             WS-TXNS-READ " READ, "
006590             WS-TXNS-APPLIED " APPLIED, "
006600             WS-TXNS-REJECTED " REJECTED".
006610 9999-EXIT.
006620     EXIT.
