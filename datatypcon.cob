000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPCON.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - CONSOLIDATED GROUP ROLLUP.
000120*                  ROLLS MR-ARG7-BALANCE, MR-MTD-ARG7-MOVEMENT AND
000130*                  MR-MTD-POST-COUNT OF EVERY DTMASTER CODE UP
000140*                  THE DTGROUP HIERARCHY (KEPT BY DATATYPGRP) TO
000150*                  EVERY LEVEL, AND PRINTS THE TREE ON DTCONRPT -
000160*                  EACH GROUP FOLLOWED BY ITS OWN CODES, THEN ITS
000170*                  SUB-GROUPS, THEN ITS SUBTOTAL - WITH THE CODES
000180*                  IN NO GROUP LAST, SO LEVEL-1 PLUS UNGROUPED
000190*                  ALWAYS PROVES TO THE DTMASTER TOTAL. REPLACES
000200*                  THE WEEKLY HAND ROLLUP FROM DATATYPSTM. A Y IN
000210*                  COLUMN 1 OF THE SYSIN CARD ALSO WRITES THE
000220*                  DTGLGRP GROUP-LEVEL LEDGER EXTRACT (DTGLXREC
000230*                  LAYOUT). A GROUP WHOSE PARENT IS NOT AN ACTIVE
000240*                  GROUP IS SHOWN AT THE TOP; ONE WHOSE CHAIN
000250*                  LOOPS OR RUNS PAST NINE LEVELS IS LEFT OUT AND
000260*                  ITS CODES COUNT AS UNGROUPED. EITHER, OR A
000270*                  CODE ASSIGNED TO NO ACTIVE GROUP, ENDS THE RUN
000280*                  WITH RC 4; A FULL GROUP TABLE OR NO DTMASTER
000290*                  ENDS IT WITH RC 8.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-BUSDT-STATUS.
000370     SELECT DTGROUP-FILE ASSIGN TO "DTGROUP"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GM-KEY
000410         FILE STATUS IS WS-GROUP-STATUS.
000420     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MR-ARG1
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000480     SELECT DTCON-RPT ASSIGN TO "DTCONRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510     SELECT DTGLGRP-FILE ASSIGN TO "DTGLGRP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-GLX-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DTBUSDT-FILE.
000570     COPY DTDATREC.
000580 FD  DTGROUP-FILE.
000590     COPY DTGRPREC.
000600 FD  DTMASTER-FILE.
000610     COPY DTMASREC.
000620 SD  SORT-WORK-FILE.
000630 01  SW-ROLLUP-RECORD.
000640     05  SW-PATH                 PIC X(72).
000650     05  SW-KIND                 PIC X(01).
000660         88  SW-KIND-GROUP               VALUE "1".
000670         88  SW-KIND-CODE                VALUE "2".
000680     05  SW-CODE                 PIC X(06).
000690     05  SW-IX                   PIC 9(04).
000700     05  SW-CODE-STATUS          PIC X(01).
000710     05  SW-ARG7-BALANCE         PIC S9(9)V99 COMP-3.
000720     05  SW-MTD-ARG7-MOVEMENT    PIC S9(11)V99 COMP-3.
000730     05  SW-MTD-POST-COUNT       PIC 9(07) COMP-3.
000740 FD  DTCON-RPT
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  RPT-RECORD                  PIC X(132).
000770 FD  DTGLGRP-FILE.
000780     COPY DTGLXREC.
000790 WORKING-STORAGE SECTION.
000800 01  WS-BUSDT-STATUS             PIC X(02).
000810 01  WS-GROUP-STATUS             PIC X(02).
000820 01  WS-MASTER-STATUS            PIC X(02).
000830 01  WS-RPT-STATUS               PIC X(02).
000840 01  WS-GLX-STATUS               PIC X(02).
000850 01  WS-TODAY                    PIC X(08).
000860 01  WS-PARM-EXTRACT             PIC X(80).
000870 01  WS-RUN-RC                   PIC 9(04) COMP VALUE 0.
000880 01  WS-EXTRACT-SW               PIC X(01) VALUE "N".
000890     88  WS-EXTRACT-WANTED                   VALUE "Y".
000900 01  WS-GROUP-OPEN-SW            PIC X(01) VALUE "N".
000910     88  WS-GROUP-OPEN                       VALUE "Y".
000920 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000930     88  WS-MASTER-OPEN                      VALUE "Y".
000940 01  WS-GROUP-EOF-SW             PIC X(01) VALUE "N".
000950     88  WS-GROUP-EOF                        VALUE "Y".
000960 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
000970     88  WS-MASTER-EOF                       VALUE "Y".
000980 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
000990     88  WS-SORT-EOF                         VALUE "Y".
001000 01  WS-FOUND-SW                 PIC X(01) VALUE "N".
001010     88  WS-FOUND                            VALUE "Y".
001020 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
001030     88  WS-OVERFLOW                         VALUE "Y".
001040 01  WS-UNGROUPED-SW             PIC X(01) VALUE "N".
001050     88  WS-UNGROUPED-STARTED                VALUE "Y".
001060 01  WS-KEY-GROUP                PIC X(08).
001070 01  WS-GROUP-TABLE.
001080     05  WS-GROUP-ENTRY          OCCURS 500 TIMES.
001090         10  WS-GT-ID            PIC X(08).
001100         10  WS-GT-PARENT        PIC X(08).
001110         10  WS-GT-NAME          PIC X(30).
001120         10  WS-GT-LEVEL-NAME    PIC X(10).
001130         10  WS-GT-PARENT-IX     PIC 9(04) COMP.
001140         10  WS-GT-DEPTH         PIC 9(04) COMP.
001150         10  WS-GT-BROKEN-SW     PIC X(01).
001160             88  WS-GT-BROKEN                VALUE "Y".
001170         10  WS-GT-PATH          PIC X(72).
001180         10  WS-GT-CODES         PIC 9(07) COMP.
001190         10  WS-GT-ARG7-BALANCE  PIC S9(13)V99 COMP-3.
001200         10  WS-GT-MTD-MOVEMENT  PIC S9(13)V99 COMP-3.
001210         10  WS-GT-MTD-POSTS     PIC 9(09) COMP.
001220 01  WS-GROUP-COUNT              PIC 9(04) COMP VALUE 0.
001230 01  WS-GROUP-MAX                PIC 9(04) COMP VALUE 500.
001240 01  WS-GROUP-IX                 PIC 9(04) COMP.
001250 01  WS-FIND-IX                  PIC 9(04) COMP.
001260 01  WS-WALK-IX                  PIC 9(04) COMP.
001270 01  WS-DEPTH                    PIC 9(04) COMP.
001280 01  WS-MAX-DEPTH                PIC 9(04) COMP VALUE 9.
001290 01  WS-PATH-POS                 PIC 9(04) COMP.
001300 01  WS-INDENT-POS               PIC 9(04) COMP.
001310 01  WS-STACK-TABLE.
001320     05  WS-STACK-IX             OCCURS 9 TIMES
001330                                 PIC 9(04) COMP.
001340 01  WS-STACK-TOP                PIC 9(04) COMP VALUE 0.
001350 01  WS-CODES-READ               PIC 9(07) COMP VALUE 0.
001360 01  WS-CODES-GROUPED            PIC 9(07) COMP VALUE 0.
001370 01  WS-CODES-UNGROUPED          PIC 9(07) COMP VALUE 0.
001380 01  WS-CODES-MISPLACED          PIC 9(07) COMP VALUE 0.
001390 01  WS-GROUPS-ORPHANED          PIC 9(07) COMP VALUE 0.
001400 01  WS-GROUPS-BROKEN            PIC 9(07) COMP VALUE 0.
001410 01  WS-GROUPS-EXTRACTED         PIC 9(07) COMP VALUE 0.
001420 01  WS-LEVEL1-CODES             PIC 9(07) COMP VALUE 0.
001430 01  WS-LEVEL1-ARG7-BALANCE      PIC S9(13)V99 COMP-3 VALUE 0.
001440 01  WS-LEVEL1-MTD-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE 0.
001450 01  WS-LEVEL1-MTD-POSTS         PIC 9(09) COMP VALUE 0.
001460 01  WS-UNGRP-ARG7-BALANCE       PIC S9(13)V99 COMP-3 VALUE 0.
001470 01  WS-UNGRP-MTD-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE 0.
001480 01  WS-UNGRP-MTD-POSTS          PIC 9(09) COMP VALUE 0.
001490 01  WS-MASTER-ARG7-BALANCE      PIC S9(13)V99 COMP-3 VALUE 0.
001500 01  WS-MASTER-MTD-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE 0.
001510 01  WS-MASTER-MTD-POSTS         PIC 9(09) COMP VALUE 0.
001520 01  WS-HEADING-1.
001530     05  FILLER                  PIC X(41)
001540         VALUE "DATATYP CONSOLIDATED GROUP ROLLUP FOR ".
001550     05  WH1-DATE                PIC X(08).
001560 01  WS-HEADING-2.
001570     05  FILLER                  PIC X(30)
001580         VALUE "  GROUP / CODE".
001590     05  FILLER                  PIC X(32) VALUE "NAME".
001600     05  FILLER                  PIC X(12) VALUE "LEVEL".
001610     05  FILLER                  PIC X(07) VALUE "  CODES".
001620     05  FILLER                  PIC X(19)
001630         VALUE "       ARG7 BALANCE".
001640     05  FILLER                  PIC X(19)
001650         VALUE "  MTD ARG7 MOVEMENT".
001660     05  FILLER                  PIC X(13)
001670         VALUE "    MTD POSTS".
001680 01  WS-GROUP-LINE.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  GL-TREE                 PIC X(26).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  GL-NAME                 PIC X(30).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  GL-LEVEL                PIC X(10).
001750 01  WS-DETAIL-LINE.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  DL-TREE                 PIC X(26).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  DL-NAME                 PIC X(30).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  DL-LEVEL                PIC X(10).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  DL-CODES                PIC ZZZ,ZZ9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  DL-ARG7-BALANCE         PIC -(13)9.99.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-MTD-MOVEMENT         PIC -(13)9.99.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DL-MTD-POSTS            PIC ZZZ,ZZZ,ZZ9.
001900 01  WS-TOTAL-LINE.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  TL-LABEL                PIC X(24).
001930     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
001940 PROCEDURE DIVISION.
001950*================================================================
001960* 0000-MAINLINE - LOAD AND RESOLVE THE HIERARCHY, ROLL THE
001970* MASTER UP IT, PRINT IN TREE ORDER
001980*================================================================
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     PERFORM 2000-LOAD-GROUPS THRU 2000-EXIT
002020     PERFORM 3000-RESOLVE-TREE THRU 3000-EXIT
002030     PERFORM 5000-PRINT-ROLLUP THRU 5000-EXIT
002040     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002050     PERFORM 9999-TERMINATE THRU 9999-EXIT
002060     STOP RUN.
002070
002080*================================================================
002090* 1000-INITIALIZE - THE REPORT DATE COMES FROM DTBUSDT; THE SYSIN
002100* CARD SAYS WHETHER THE LEDGER EXTRACT IS WANTED THIS RUN
002110*================================================================
002120 1000-INITIALIZE.
002130     MOVE SPACES TO WS-PARM-EXTRACT.
002140     ACCEPT WS-PARM-EXTRACT.
002150     IF WS-PARM-EXTRACT (1:1) = "Y"
002160         SET WS-EXTRACT-WANTED TO TRUE
002170     END-IF.
002180     MOVE SPACES TO WS-TODAY.
002190     OPEN INPUT DTBUSDT-FILE.
002200     IF WS-BUSDT-STATUS = "00"
002210         READ DTBUSDT-FILE
002220             AT END
002230                 CONTINUE
002240             NOT AT END
002250                 IF BD-BUSINESS-DATE NUMERIC
002260                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002270                 END-IF
002280         END-READ
002290         CLOSE DTBUSDT-FILE
002300     END-IF.
002310     IF WS-TODAY = SPACES
002320         DISPLAY "DATATYPCON-W01 NO BUSINESS DATE ON DTBUSDT - "
002330                 "USING MACHINE DATE"
002340         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002350     END-IF.
002360     OPEN OUTPUT DTCON-RPT.
002370     IF WS-RPT-STATUS NOT = "00"
002380         DISPLAY "DATATYPCON-W02 REPORT FILE OPEN STATUS "
002390                 WS-RPT-STATUS
002400     END-IF.
002410     MOVE WS-TODAY TO WH1-DATE.
002420     WRITE RPT-RECORD FROM WS-HEADING-1.
002430     MOVE SPACES TO RPT-RECORD.
002440     WRITE RPT-RECORD.
002450     WRITE RPT-RECORD FROM WS-HEADING-2.
002460     OPEN INPUT DTGROUP-FILE.
002470     IF WS-GROUP-STATUS = "00"
002480         SET WS-GROUP-OPEN TO TRUE
002490     ELSE
002500         DISPLAY "DATATYPCON-W03 GROUP MASTER OPEN STATUS "
002510                 WS-GROUP-STATUS " - ALL CODES UNGROUPED"
002520         IF WS-RUN-RC < 4
002530             MOVE 4 TO WS-RUN-RC
002540         END-IF
002550     END-IF.
002560     OPEN INPUT DTMASTER-FILE.
002570     IF WS-MASTER-STATUS = "00"
002580         SET WS-MASTER-OPEN TO TRUE
002590     ELSE
002600         DISPLAY "DATATYPCON-E02 MASTER FILE OPEN STATUS "
002610                 WS-MASTER-STATUS " - NOTHING TO ROLL UP"
002620         MOVE 8 TO WS-RUN-RC
002630     END-IF.
002640     IF WS-EXTRACT-WANTED
002650         OPEN OUTPUT DTGLGRP-FILE
002660         IF WS-GLX-STATUS NOT = "00"
002670             DISPLAY "DATATYPCON-W04 LEDGER EXTRACT OPEN STATUS "
002680                     WS-GLX-STATUS
002690             MOVE "N" TO WS-EXTRACT-SW
002700             IF WS-RUN-RC < 4
002710                 MOVE 4 TO WS-RUN-RC
002720             END-IF
002730         END-IF
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770
002780*================================================================
002790* 2000-LOAD-GROUPS - EVERY ACTIVE GROUP ROW INTO THE TABLE. CODE
002800* ROWS ARE READ BY KEY AS EACH MASTER CODE COMES UP.
002810*================================================================
002820 2000-LOAD-GROUPS.
002830     IF NOT WS-GROUP-OPEN
002840         GO TO 2000-EXIT
002850     END-IF.
002860     MOVE LOW-VALUES TO GM-KEY.
002870     START DTGROUP-FILE KEY NOT < GM-KEY
002880         INVALID KEY
002890             SET WS-GROUP-EOF TO TRUE
002900     END-START.
002910     PERFORM 2100-LOAD-ONE-GROUP
002920         UNTIL WS-GROUP-EOF.
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-LOAD-ONE-GROUP.
002970     READ DTGROUP-FILE NEXT
002980         AT END
002990             SET WS-GROUP-EOF TO TRUE
003000         NOT AT END
003010             IF GM-MEMBER-GROUP AND GM-STATUS-ACTIVE
003020                 PERFORM 2200-ADD-GROUP-ENTRY THRU 2200-EXIT
003030             END-IF
003040     END-READ.
003050 2100-EXIT.
003060     EXIT.
003070
003080 2200-ADD-GROUP-ENTRY.
003090     IF WS-GROUP-COUNT >= WS-GROUP-MAX
003100         IF NOT WS-OVERFLOW
003110             DISPLAY "DATATYPCON-E01 GROUP TABLE FULL AT "
003120                     WS-GROUP-MAX " GROUPS"
003130             SET WS-OVERFLOW TO TRUE
003140             MOVE 8 TO WS-RUN-RC
003150         END-IF
003160         GO TO 2200-EXIT
003170     END-IF.
003180     ADD 1 TO WS-GROUP-COUNT.
003190     MOVE WS-GROUP-COUNT TO WS-GROUP-IX.
003200     MOVE GM-MEMBER-ID TO WS-GT-ID (WS-GROUP-IX).
003210     MOVE GM-PARENT-ID TO WS-GT-PARENT (WS-GROUP-IX).
003220     MOVE GM-GROUP-NAME TO WS-GT-NAME (WS-GROUP-IX).
003230     MOVE GM-GROUP-LEVEL TO WS-GT-LEVEL-NAME (WS-GROUP-IX).
003240     MOVE 0 TO WS-GT-PARENT-IX (WS-GROUP-IX).
003250     MOVE 0 TO WS-GT-DEPTH (WS-GROUP-IX).
003260     MOVE "N" TO WS-GT-BROKEN-SW (WS-GROUP-IX).
003270     MOVE LOW-VALUES TO WS-GT-PATH (WS-GROUP-IX).
003280     MOVE 0 TO WS-GT-CODES (WS-GROUP-IX).
003290     MOVE 0 TO WS-GT-ARG7-BALANCE (WS-GROUP-IX).
003300     MOVE 0 TO WS-GT-MTD-MOVEMENT (WS-GROUP-IX).
003310     MOVE 0 TO WS-GT-MTD-POSTS (WS-GROUP-IX).
003320 2200-EXIT.
003330     EXIT.
003340
003350*================================================================
003360* 3000-RESOLVE-TREE - LINK EACH GROUP TO ITS PARENT'S ENTRY, THEN
003370* WORK OUT ITS DEPTH AND ITS PATH - THE IDS FROM THE TOP DOWN TO
003380* ITSELF - WHICH IS WHAT PUTS THE REPORT INTO TREE ORDER
003390*================================================================
003400 3000-RESOLVE-TREE.
003410     MOVE 1 TO WS-GROUP-IX.
003420     PERFORM 3100-LINK-ONE-PARENT THRU 3100-EXIT
003430         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
003440     MOVE 1 TO WS-GROUP-IX.
003450     PERFORM 3200-PLACE-ONE-GROUP THRU 3200-EXIT
003460         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
003470 3000-EXIT.
003480     EXIT.
003490
003500*================================================================
003510* 3100-LINK-ONE-PARENT - A PARENT THAT IS NOT AN ACTIVE GROUP IS
003520* A DATA PROBLEM; THE GROUP IS SHOWN AT THE TOP SO ITS MONEY IS
003530* STILL REPORTED
003540*================================================================
003550 3100-LINK-ONE-PARENT.
003560     IF WS-GT-PARENT (WS-GROUP-IX) NOT = SPACES
003570         MOVE WS-GT-PARENT (WS-GROUP-IX) TO WS-KEY-GROUP
003580         PERFORM 4000-FIND-GROUP THRU 4000-EXIT
003590         IF WS-FOUND
003600             MOVE WS-FIND-IX TO WS-GT-PARENT-IX (WS-GROUP-IX)
003610         ELSE
003620             DISPLAY "DATATYPCON-W05 GROUP "
003630                     WS-GT-ID (WS-GROUP-IX) " PARENT "
003640                     WS-GT-PARENT (WS-GROUP-IX)
003650                     " NOT AN ACTIVE GROUP - SHOWN AT TOP"
003660             MOVE SPACES TO WS-GT-PARENT (WS-GROUP-IX)
003670             ADD 1 TO WS-GROUPS-ORPHANED
003680             IF WS-RUN-RC < 4
003690                 MOVE 4 TO WS-RUN-RC
003700             END-IF
003710         END-IF
003720     END-IF.
003730     ADD 1 TO WS-GROUP-IX.
003740 3100-EXIT.
003750     EXIT.
003760
003770*================================================================
003780* 3200-PLACE-ONE-GROUP - CLIMB TO THE TOP COUNTING LEVELS; A
003790* CLIMB PAST THE NINTH LEVEL IS A LOOP OR A TREE TOO DEEP TO
003800* PRINT, AND THE GROUP IS LEFT OUT. OTHERWISE CLIMB AGAIN
003810* FILLING IN THE PATH FROM THE BOTTOM UP.
003820*================================================================
003830 3200-PLACE-ONE-GROUP.
003840     MOVE 1 TO WS-DEPTH.
003850     MOVE WS-GT-PARENT-IX (WS-GROUP-IX) TO WS-WALK-IX.
003860     PERFORM 3210-CLIMB-ONE-LEVEL THRU 3210-EXIT
003870         UNTIL WS-WALK-IX = 0
003880            OR WS-DEPTH > WS-MAX-DEPTH.
003890     IF WS-DEPTH > WS-MAX-DEPTH
003900         DISPLAY "DATATYPCON-W06 GROUP "
003910                 WS-GT-ID (WS-GROUP-IX)
003920                 " LOOPS OR IS OVER 9 LEVELS DEEP - LEFT OUT"
003930         SET WS-GT-BROKEN (WS-GROUP-IX) TO TRUE
003940         ADD 1 TO WS-GROUPS-BROKEN
003950         IF WS-RUN-RC < 4
003960             MOVE 4 TO WS-RUN-RC
003970         END-IF
003980         GO TO 3200-NEXT
003990     END-IF.
004000     MOVE WS-DEPTH TO WS-GT-DEPTH (WS-GROUP-IX).
004010     MOVE WS-GROUP-IX TO WS-WALK-IX.
004020     PERFORM 3220-FILL-ONE-LEVEL THRU 3220-EXIT
004030         UNTIL WS-WALK-IX = 0.
004040 3200-NEXT.
004050     ADD 1 TO WS-GROUP-IX.
004060 3200-EXIT.
004070     EXIT.
004080
004090 3210-CLIMB-ONE-LEVEL.
004100     ADD 1 TO WS-DEPTH.
004110     MOVE WS-GT-PARENT-IX (WS-WALK-IX) TO WS-WALK-IX.
004120 3210-EXIT.
004130     EXIT.
004140
004150 3220-FILL-ONE-LEVEL.
004160     COMPUTE WS-PATH-POS = (WS-DEPTH - 1) * 8 + 1.
004170     MOVE WS-GT-ID (WS-WALK-IX)
004180       TO WS-GT-PATH (WS-GROUP-IX) (WS-PATH-POS:8).
004190     SUBTRACT 1 FROM WS-DEPTH.
004200     MOVE WS-GT-PARENT-IX (WS-WALK-IX) TO WS-WALK-IX.
004210 3220-EXIT.
004220     EXIT.
004230
004240*================================================================
004250* 4000-FIND-GROUP - TABLE ENTRY FOR WS-KEY-GROUP INTO WS-FIND-IX
004260*================================================================
004270 4000-FIND-GROUP.
004280     MOVE "N" TO WS-FOUND-SW.
004290     MOVE 1 TO WS-FIND-IX.
004300     PERFORM 4100-MATCH-ONE-GROUP THRU 4100-EXIT
004310         UNTIL WS-FOUND
004320            OR WS-FIND-IX > WS-GROUP-COUNT.
004330 4000-EXIT.
004340     EXIT.
004350
004360 4100-MATCH-ONE-GROUP.
004370     IF WS-GT-ID (WS-FIND-IX) = WS-KEY-GROUP
004380         SET WS-FOUND TO TRUE
004390     ELSE
004400         ADD 1 TO WS-FIND-IX
004410     END-IF.
004420 4100-EXIT.
004430     EXIT.
004440
004450*================================================================
004460* 5000-PRINT-ROLLUP - EVERY CODE AND EVERY PLACED GROUP GOES
004470* THROUGH THE SORT ON ITS PATH. THE PATH IS PADDED WITH
004480* LOW-VALUES, SO A GROUP SORTS AHEAD OF ITS OWN CODES AND THEY
004490* AHEAD OF ITS SUB-GROUPS; UNGROUPED CODES CARRY HIGH-VALUES
004500* AND COME LAST.
004510*================================================================
004520 5000-PRINT-ROLLUP.
004530     SORT SORT-WORK-FILE
004540         ON ASCENDING KEY SW-PATH SW-KIND SW-CODE
004550         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
004560         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT THRU 5200-EXIT.
004570 5000-EXIT.
004580     EXIT.
004590
004600 5100-SORT-INPUT.
004610     IF WS-MASTER-OPEN
004620         MOVE LOW-VALUES TO MR-ARG1
004630         START DTMASTER-FILE KEY NOT < MR-ARG1
004640             INVALID KEY
004650                 SET WS-MASTER-EOF TO TRUE
004660         END-START
004670         PERFORM 5110-ROLL-ONE-CODE
004680             UNTIL WS-MASTER-EOF
004690     END-IF.
004700     MOVE 1 TO WS-GROUP-IX.
004710     PERFORM 5150-RELEASE-ONE-GROUP THRU 5150-EXIT
004720         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
004730 5100-EXIT.
004740     EXIT.
004750
004760 5110-ROLL-ONE-CODE.
004770     READ DTMASTER-FILE NEXT
004780         AT END
004790             SET WS-MASTER-EOF TO TRUE
004800         NOT AT END
004810             ADD 1 TO WS-CODES-READ
004820             PERFORM 5120-PLACE-ONE-CODE THRU 5120-EXIT
004830     END-READ.
004840 5110-EXIT.
004850     EXIT.
004860
004870*================================================================
004880* 5120-PLACE-ONE-CODE - FIND THE CODE'S GROUP AND ADD ITS
004890* FIGURES TO THAT GROUP AND EVERY GROUP ABOVE IT. A CODE WITH NO
004900* ROW, OR A REMOVED ONE, IS SIMPLY UNGROUPED; ONE ASSIGNED TO A
004910* GROUP THAT IS NOT IN THE TREE IS ALSO WARNED ABOUT.
004920*================================================================
004930 5120-PLACE-ONE-CODE.
004940     ADD MR-ARG7-BALANCE TO WS-MASTER-ARG7-BALANCE.
004950     ADD MR-MTD-ARG7-MOVEMENT TO WS-MASTER-MTD-MOVEMENT.
004960     ADD MR-MTD-POST-COUNT TO WS-MASTER-MTD-POSTS.
004970     MOVE MR-ARG1 TO SW-CODE.
004980     MOVE MR-STATUS TO SW-CODE-STATUS.
004990     MOVE MR-ARG7-BALANCE TO SW-ARG7-BALANCE.
005000     MOVE MR-MTD-ARG7-MOVEMENT TO SW-MTD-ARG7-MOVEMENT.
005010     MOVE MR-MTD-POST-COUNT TO SW-MTD-POST-COUNT.
005020     MOVE "2" TO SW-KIND.
005030     MOVE "N" TO WS-FOUND-SW.
005040     IF WS-GROUP-OPEN
005050         MOVE "C" TO GM-MEMBER-TYPE
005060         MOVE MR-ARG1 TO GM-MEMBER-ID
005070         READ DTGROUP-FILE
005080             INVALID KEY
005090                 MOVE "X" TO GM-STATUS
005100         END-READ
005110         IF GM-STATUS-ACTIVE
005120             MOVE GM-PARENT-ID TO WS-KEY-GROUP
005130             PERFORM 4000-FIND-GROUP THRU 4000-EXIT
005140             IF WS-FOUND AND WS-GT-BROKEN (WS-FIND-IX)
005150                 MOVE "N" TO WS-FOUND-SW
005160             END-IF
005170             IF NOT WS-FOUND
005180                 DISPLAY "DATATYPCON-W07 CODE " MR-ARG1
005190                         " ASSIGNED TO " GM-PARENT-ID
005200                         " WHICH IS NOT IN THE TREE - UNGROUPED"
005210                 ADD 1 TO WS-CODES-MISPLACED
005220                 IF WS-RUN-RC < 4
005230                     MOVE 4 TO WS-RUN-RC
005240                 END-IF
005250             END-IF
005260         END-IF
005270     END-IF.
005280     IF NOT WS-FOUND
005290         ADD 1 TO WS-CODES-UNGROUPED
005300         ADD MR-ARG7-BALANCE TO WS-UNGRP-ARG7-BALANCE
005310         ADD MR-MTD-ARG7-MOVEMENT TO WS-UNGRP-MTD-MOVEMENT
005320         ADD MR-MTD-POST-COUNT TO WS-UNGRP-MTD-POSTS
005330         MOVE HIGH-VALUES TO SW-PATH
005340         MOVE 0 TO SW-IX
005350         RELEASE SW-ROLLUP-RECORD
005360         GO TO 5120-EXIT
005370     END-IF.
005380     ADD 1 TO WS-CODES-GROUPED.
005390     MOVE WS-GT-PATH (WS-FIND-IX) TO SW-PATH.
005400     MOVE WS-FIND-IX TO SW-IX.
005410     RELEASE SW-ROLLUP-RECORD.
005420     MOVE WS-FIND-IX TO WS-WALK-IX.
005430     PERFORM 5130-ADD-TO-ONE-GROUP THRU 5130-EXIT
005440         UNTIL WS-WALK-IX = 0.
005450 5120-EXIT.
005460     EXIT.
005470
005480 5130-ADD-TO-ONE-GROUP.
005490     ADD 1 TO WS-GT-CODES (WS-WALK-IX).
005500     ADD MR-ARG7-BALANCE TO WS-GT-ARG7-BALANCE (WS-WALK-IX).
005510     ADD MR-MTD-ARG7-MOVEMENT TO WS-GT-MTD-MOVEMENT (WS-WALK-IX).
005520     ADD MR-MTD-POST-COUNT TO WS-GT-MTD-POSTS (WS-WALK-IX).
005530     MOVE WS-GT-PARENT-IX (WS-WALK-IX) TO WS-WALK-IX.
005540 5130-EXIT.
005550     EXIT.
005560
005570 5150-RELEASE-ONE-GROUP.
005580     IF NOT WS-GT-BROKEN (WS-GROUP-IX)
005590         MOVE WS-GT-PATH (WS-GROUP-IX) TO SW-PATH
005600         MOVE "1" TO SW-KIND
005610         MOVE SPACES TO SW-CODE
005620         MOVE WS-GROUP-IX TO SW-IX
005630         MOVE SPACE TO SW-CODE-STATUS
005640         MOVE 0 TO SW-ARG7-BALANCE
005650         MOVE 0 TO SW-MTD-ARG7-MOVEMENT
005660         MOVE 0 TO SW-MTD-POST-COUNT
005670         RELEASE SW-ROLLUP-RECORD
005680     END-IF.
005690     ADD 1 TO WS-GROUP-IX.
005700 5150-EXIT.
005710     EXIT.
005720
005730 5200-SORT-OUTPUT.
005740     PERFORM 5300-PRINT-ONE-ITEM THRU 5300-EXIT
005750         UNTIL WS-SORT-EOF.
005760     PERFORM 5500-CLOSE-GROUP THRU 5500-EXIT
005770         UNTIL WS-STACK-TOP = 0.
005780 5200-EXIT.
005790     EXIT.
005800
005810*================================================================
005820* 5300-PRINT-ONE-ITEM - THE GROUPS STILL OPEN ARE HELD ON A
005830* STACK; A NEW GROUP CLOSES EVERY OPEN ONE AT ITS OWN LEVEL OR
005840* BELOW (PRINTING THEIR SUBTOTALS) BEFORE IT OPENS
005850*================================================================
005860 5300-PRINT-ONE-ITEM.
005870     RETURN SORT-WORK-FILE
005880         AT END
005890             SET WS-SORT-EOF TO TRUE
005900             GO TO 5300-EXIT
005910     END-RETURN.
005920     IF SW-KIND-GROUP
005930         PERFORM 5500-CLOSE-GROUP THRU 5500-EXIT
005940             UNTIL WS-STACK-TOP < WS-GT-DEPTH (SW-IX)
005950         PERFORM 5400-OPEN-GROUP THRU 5400-EXIT
005960         GO TO 5300-EXIT
005970     END-IF.
005980     IF SW-IX = 0 AND NOT WS-UNGROUPED-STARTED
005990         PERFORM 5500-CLOSE-GROUP THRU 5500-EXIT
006000             UNTIL WS-STACK-TOP = 0
006010         PERFORM 5700-START-UNGROUPED THRU 5700-EXIT
006020     END-IF.
006030     PERFORM 5600-PRINT-CODE-LINE THRU 5600-EXIT.
006040 5300-EXIT.
006050     EXIT.
006060
006070 5400-OPEN-GROUP.
006080     MOVE SW-IX TO WS-GROUP-IX.
006090     IF WS-STACK-TOP = 0
006100         MOVE SPACES TO RPT-RECORD
006110         WRITE RPT-RECORD
006120     END-IF.
006130     MOVE SPACES TO GL-TREE.
006140     COMPUTE WS-INDENT-POS = (WS-GT-DEPTH (WS-GROUP-IX) - 1) * 2
006150                           + 1.
006160     MOVE WS-GT-ID (WS-GROUP-IX) TO GL-TREE (WS-INDENT-POS:8).
006170     MOVE WS-GT-NAME (WS-GROUP-IX) TO GL-NAME.
006180     MOVE WS-GT-LEVEL-NAME (WS-GROUP-IX) TO GL-LEVEL.
006190     WRITE RPT-RECORD FROM WS-GROUP-LINE.
006200     ADD 1 TO WS-STACK-TOP.
006210     MOVE WS-GROUP-IX TO WS-STACK-IX (WS-STACK-TOP).
006220 5400-EXIT.
006230     EXIT.
006240
006250*================================================================
006260* 5500-CLOSE-GROUP - THE SUBTOTAL FOR THE GROUP ON TOP OF THE
006270* STACK - ITS CODES AND EVERY SUB-GROUP'S - AND, WHEN ASKED FOR,
006280* ITS LEDGER EXTRACT RECORD
006290*================================================================
006300 5500-CLOSE-GROUP.
006310     MOVE WS-STACK-IX (WS-STACK-TOP) TO WS-GROUP-IX.
006320     SUBTRACT 1 FROM WS-STACK-TOP.
006330     MOVE SPACES TO DL-TREE.
006340     COMPUTE WS-INDENT-POS = (WS-GT-DEPTH (WS-GROUP-IX) - 1) * 2
006350                           + 1.
006360     MOVE WS-GT-ID (WS-GROUP-IX) TO DL-TREE (WS-INDENT-POS:8).
006370     MOVE WS-GT-NAME (WS-GROUP-IX) TO DL-NAME.
006380     MOVE "SUBTOTAL" TO DL-LEVEL.
006390     MOVE WS-GT-CODES (WS-GROUP-IX) TO DL-CODES.
006400     MOVE WS-GT-ARG7-BALANCE (WS-GROUP-IX) TO DL-ARG7-BALANCE.
006410     MOVE WS-GT-MTD-MOVEMENT (WS-GROUP-IX) TO DL-MTD-MOVEMENT.
006420     MOVE WS-GT-MTD-POSTS (WS-GROUP-IX) TO DL-MTD-POSTS.
006430     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
006440     IF WS-GT-DEPTH (WS-GROUP-IX) = 1
006450         ADD WS-GT-CODES (WS-GROUP-IX) TO WS-LEVEL1-CODES
006460         ADD WS-GT-ARG7-BALANCE (WS-GROUP-IX)
006470           TO WS-LEVEL1-ARG7-BALANCE
006480         ADD WS-GT-MTD-MOVEMENT (WS-GROUP-IX)
006490           TO WS-LEVEL1-MTD-MOVEMENT
006500         ADD WS-GT-MTD-POSTS (WS-GROUP-IX)
006510           TO WS-LEVEL1-MTD-POSTS
006520     END-IF.
006530     IF WS-EXTRACT-WANTED
006540         PERFORM 5510-WRITE-GROUP-EXTRACT THRU 5510-EXIT
006550     END-IF.
006560 5500-EXIT.
006570     EXIT.
006580
006590 5510-WRITE-GROUP-EXTRACT.
006600     MOVE SPACES TO DT-GLGROUP-RECORD.
006610     MOVE "G" TO XG-RECORD-TYPE.
006620     MOVE WS-TODAY TO XG-EXTRACT-DATE.
006630     MOVE WS-GT-ID (WS-GROUP-IX) TO XG-GROUP-ID.
006640     MOVE WS-GT-PARENT (WS-GROUP-IX) TO XG-PARENT-ID.
006650     MOVE WS-GT-DEPTH (WS-GROUP-IX) TO XG-LEVEL.
006660     MOVE WS-GT-CODES (WS-GROUP-IX) TO XG-CODE-COUNT.
006670     MOVE WS-GT-ARG7-BALANCE (WS-GROUP-IX) TO XG-ARG7-BALANCE.
006680     MOVE WS-GT-MTD-MOVEMENT (WS-GROUP-IX)
006690       TO XG-MTD-ARG7-MOVEMENT.
006700     MOVE WS-GT-MTD-POSTS (WS-GROUP-IX) TO XG-MTD-POST-COUNT.
006710     WRITE DT-GLGROUP-RECORD.
006720     IF WS-GLX-STATUS = "00"
006730         ADD 1 TO WS-GROUPS-EXTRACTED
006740     ELSE
006750         DISPLAY "DATATYPCON-W08 LEDGER EXTRACT WRITE STATUS "
006760                 WS-GLX-STATUS " GROUP " XG-GROUP-ID
006770         IF WS-RUN-RC < 4
006780             MOVE 4 TO WS-RUN-RC
006790         END-IF
006800     END-IF.
006810 5510-EXIT.
006820     EXIT.
006830
006840*================================================================
006850* 5600-PRINT-CODE-LINE - ONE CODE, INDENTED ONE STEP UNDER ITS
006860* GROUP; A CLOSED OR DORMANT CODE SAYS SO IN THE LEVEL COLUMN
006870*================================================================
006880 5600-PRINT-CODE-LINE.
006890     MOVE SPACES TO DL-TREE DL-NAME DL-LEVEL.
006900     IF SW-IX = 0
006910         MOVE 3 TO WS-INDENT-POS
006920     ELSE
006930         COMPUTE WS-INDENT-POS = WS-GT-DEPTH (SW-IX) * 2 + 1
006940     END-IF.
006950     MOVE SW-CODE TO DL-TREE (WS-INDENT-POS:6).
006960     EVALUATE SW-CODE-STATUS
006970         WHEN "C"
006980             MOVE "CLOSED" TO DL-LEVEL
006990         WHEN "D"
007000             MOVE "DORMANT" TO DL-LEVEL
007010     END-EVALUATE.
007020     MOVE 1 TO DL-CODES.
007030     MOVE SW-ARG7-BALANCE TO DL-ARG7-BALANCE.
007040     MOVE SW-MTD-ARG7-MOVEMENT TO DL-MTD-MOVEMENT.
007050     MOVE SW-MTD-POST-COUNT TO DL-MTD-POSTS.
007060     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007070 5600-EXIT.
007080     EXIT.
007090
007100 5700-START-UNGROUPED.
007110     SET WS-UNGROUPED-STARTED TO TRUE.
007120     MOVE SPACES TO RPT-RECORD.
007130     WRITE RPT-RECORD.
007140     MOVE "(UNGROUPED)" TO GL-TREE.
007150     MOVE "CODES IN NO ACTIVE GROUP" TO GL-NAME.
007160     MOVE SPACES TO GL-LEVEL.
007170     WRITE RPT-RECORD FROM WS-GROUP-LINE.
007180 5700-EXIT.
007190     EXIT.
007200
007210*================================================================
007220* 8000-PRINT-TOTALS - LEVEL-1 GROUPS PLUS UNGROUPED PROVES TO
007230* THE WHOLE MASTER; THE CONTROL EXTRACT RECORD CARRIES THE SAME
007240* THREE FIGURES FOR THE LEDGER
007250*================================================================
007260 8000-PRINT-TOTALS.
007270     IF WS-UNGROUPED-STARTED
007280         MOVE SPACES TO DL-TREE DL-NAME
007290         MOVE "(UNGROUPED)" TO DL-TREE
007300         MOVE "SUBTOTAL" TO DL-LEVEL
007310         MOVE WS-CODES-UNGROUPED TO DL-CODES
007320         MOVE WS-UNGRP-ARG7-BALANCE TO DL-ARG7-BALANCE
007330         MOVE WS-UNGRP-MTD-MOVEMENT TO DL-MTD-MOVEMENT
007340         MOVE WS-UNGRP-MTD-POSTS TO DL-MTD-POSTS
007350         WRITE RPT-RECORD FROM WS-DETAIL-LINE
007360     END-IF.
007370     MOVE SPACES TO RPT-RECORD.
007380     WRITE RPT-RECORD.
007390     MOVE SPACES TO DL-TREE DL-LEVEL.
007400     MOVE "ALL LEVEL-1 GROUPS" TO DL-NAME.
007410     MOVE WS-LEVEL1-CODES TO DL-CODES.
007420     MOVE WS-LEVEL1-ARG7-BALANCE TO DL-ARG7-BALANCE.
007430     MOVE WS-LEVEL1-MTD-MOVEMENT TO DL-MTD-MOVEMENT.
007440     MOVE WS-LEVEL1-MTD-POSTS TO DL-MTD-POSTS.
007450     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007460     MOVE "UNGROUPED CODES" TO DL-NAME.
007470     MOVE WS-CODES-UNGROUPED TO DL-CODES.
007480     MOVE WS-UNGRP-ARG7-BALANCE TO DL-ARG7-BALANCE.
007490     MOVE WS-UNGRP-MTD-MOVEMENT TO DL-MTD-MOVEMENT.
007500     MOVE WS-UNGRP-MTD-POSTS TO DL-MTD-POSTS.
007510     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007520     MOVE "DTMASTER TOTAL" TO DL-NAME.
007530     MOVE WS-CODES-READ TO DL-CODES.
007540     MOVE WS-MASTER-ARG7-BALANCE TO DL-ARG7-BALANCE.
007550     MOVE WS-MASTER-MTD-MOVEMENT TO DL-MTD-MOVEMENT.
007560     MOVE WS-MASTER-MTD-POSTS TO DL-MTD-POSTS.
007570     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007580     MOVE SPACES TO RPT-RECORD.
007590     WRITE RPT-RECORD.
007600     MOVE "GROUPS LOADED" TO TL-LABEL.
007610     MOVE WS-GROUP-COUNT TO TL-COUNT.
007620     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007630     MOVE "GROUPS SHOWN AT TOP" TO TL-LABEL.
007640     MOVE WS-GROUPS-ORPHANED TO TL-COUNT.
007650     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007660     MOVE "GROUPS LEFT OUT" TO TL-LABEL.
007670     MOVE WS-GROUPS-BROKEN TO TL-COUNT.
007680     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007690     MOVE "CODES READ" TO TL-LABEL.
007700     MOVE WS-CODES-READ TO TL-COUNT.
007710     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007720     MOVE "CODES GROUPED" TO TL-LABEL.
007730     MOVE WS-CODES-GROUPED TO TL-COUNT.
007740     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007750     MOVE "CODES UNGROUPED" TO TL-LABEL.
007760     MOVE WS-CODES-UNGROUPED TO TL-COUNT.
007770     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007780     MOVE "  OF WHICH MISASSIGNED" TO TL-LABEL.
007790     MOVE WS-CODES-MISPLACED TO TL-COUNT.
007800     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007810     IF WS-EXTRACT-WANTED
007820         MOVE "GROUP EXTRACT RECORDS" TO TL-LABEL
007830         MOVE WS-GROUPS-EXTRACTED TO TL-COUNT
007840         WRITE RPT-RECORD FROM WS-TOTAL-LINE
007850         MOVE SPACES TO DT-GLGROUP-CONTROL
007860         MOVE "C" TO XK-RECORD-TYPE
007870         MOVE WS-TODAY TO XK-EXTRACT-DATE
007880         MOVE WS-GROUPS-EXTRACTED TO XK-GROUP-COUNT
007890         MOVE WS-LEVEL1-ARG7-BALANCE TO XK-LEVEL1-ARG7-BALANCE
007900         MOVE WS-UNGRP-ARG7-BALANCE TO XK-UNGROUPED-ARG7-BAL
007910         MOVE WS-MASTER-ARG7-BALANCE TO XK-MASTER-ARG7-BALANCE
007920         WRITE DT-GLGROUP-CONTROL
007930     END-IF.
007940 8000-EXIT.
007950     EXIT.
007960
007970*================================================================
007980* 9999-TERMINATE - CLOSE UP AND SET THE RETURN CODE FOR OPS
007990*================================================================
008000 9999-TERMINATE.
008010     IF WS-GROUP-OPEN
008020         CLOSE DTGROUP-FILE
008030     END-IF.
008040     IF WS-MASTER-OPEN
008050         CLOSE DTMASTER-FILE
008060     END-IF.
008070     IF WS-EXTRACT-WANTED
008080         CLOSE DTGLGRP-FILE
008090     END-IF.
008100     CLOSE DTCON-RPT.
008110     DISPLAY "DATATYPCON-I01 ROLLUP FOR " WS-TODAY " - "
008120             WS-GROUP-COUNT " GROUPS, "
008130             WS-CODES-GROUPED " CODES GROUPED, "
008140             WS-CODES-UNGROUPED " UNGROUPED".
008150     MOVE WS-RUN-RC TO RETURN-CODE.
008160 9999-EXIT.
008170     EXIT.
