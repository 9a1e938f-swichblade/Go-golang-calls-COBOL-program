000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPAPR.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - SECOND-USER APPROVAL OF
000120*                  HIGH-VALUE POSTINGS. DATATYPBAT AND DATATYPREL
000130*                  PARK ANY POSTING WHOSE AMOUNT IS OVER THE
000140*                  DTHLDCTL THRESHOLD ON THE DTHELD FILE
000150*                  (DTHLDREC) INSTEAD OF CALLING DATATYP. THIS
000160*                  RUN APPLIES THE DTAPRTX DECISION FILE TO IT:
000170*                  AN A DECISION RELEASES THE NAMED ITEM THROUGH
000180*                  THE NORMAL DATATYP CALL, SO AUTH VALIDATION,
000190*                  DTLIMITS, DTAUDIT AND SUSPENSE ALL APPLY; A D
000200*                  DECISION DROPS IT AND PRINTS IT WITH THE
000210*                  DECLINING USER AND REASON. A DECISION FROM
000220*                  THE SAME USER WHO ENTERED THE ITEM IS REFUSED
000230*                  AND THE ITEM STAYS HELD. UNDECIDED ITEMS
000240*                  CARRY FORWARD TO DTHELDNEW, WHICH OPS SWAPS
000250*                  IN AFTER A CLEAN RUN THE SAME WAY DTPENDNEW
000260*                  REPLACES DTPEND. EVERY ITEM AND DECISION
000270*                  PRINTS ON DTAPRRPT, AND THE RUN APPENDS ITS
000280*                  DTRUNCTL ROW SO THE DAY-END CLOSE SEES THE
000290*                  RELEASED POSTINGS TOO.
000291* 10/15/2026 JM    EVERY DATATYP CALL NOW PASSES ARG12 WITH
000292*                  CHANNEL APR AND THE ITEM'S HL-MAKER-ID AS THE
000293*                  SUBMITTING USER - FOR A DATATYPBAT ITEM THAT IS
000294*                  ITS FEED, SO IT IS ALSO THE SOURCE SYSTEM. THE
000295*                  DTRUNCTL ROW NOW CARRIES RC-CHANNEL APR.
000296* 10/15/2026 JM    DL-RESULT WIDENED SO REFUSED - SAME AS MAKER
000297*                  PRINTS IN FULL; THE RESULT HEADING WIDENED TO
000298*                  MATCH SO REASON STAYS UNDER ITS HEADING.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DTAPRTX-FILE ASSIGN TO "DTAPRTX"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TXN-STATUS.
000370     SELECT DTHELD-FILE ASSIGN TO "DTHELD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-HELD-STATUS.
000400     SELECT DTHELDNEW-FILE ASSIGN TO "DTHELDNEW"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HELDNEW-STATUS.
000430     SELECT DTAPR-RPT ASSIGN TO "DTAPRRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.
000460     SELECT DTRUNCTL-FILE ASSIGN TO "DTRUNCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNCTL-STATUS.
000490     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BUSDT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DTAPRTX-FILE.
000550 01  DT-APRTXN-RECORD.
000560     05  AT-ACTION               PIC X(01).
000570         88  AT-ACTION-APPROVE           VALUE "A".
000580         88  AT-ACTION-DECLINE           VALUE "D".
000590     05  FILLER                  PIC X(01).
000600     05  AT-ID                   PIC X(07).
000610     05  FILLER                  PIC X(01).
000620     05  AT-USER-ID              PIC X(08).
000630     05  FILLER                  PIC X(01).
000640     05  AT-REASON               PIC X(30).
000650 FD  DTHELD-FILE.
000660     COPY DTHLDREC.
000670 FD  DTHELDNEW-FILE.
000680     COPY DTHLDREC REPLACING ==DT-HELD-RECORD== BY
000690                             ==NW-HELD-RECORD==.
000700 FD  DTAPR-RPT
000710     RECORD CONTAINS 132 CHARACTERS.
000720 01  RPT-RECORD                  PIC X(132).
000730 FD  DTRUNCTL-FILE.
000740     COPY DTRUNREC.
000750 FD  DTBUSDT-FILE.
000760     COPY DTDATREC.
000770 WORKING-STORAGE SECTION.
000780 01  WS-TXN-STATUS               PIC X(02).
000790 01  WS-HELD-STATUS              PIC X(02).
000800 01  WS-HELDNEW-STATUS           PIC X(02).
000810 01  WS-RPT-STATUS               PIC X(02).
000820 01  WS-RUNCTL-STATUS            PIC X(02).
000830 01  WS-BUSDT-STATUS             PIC X(02).
000840 01  WS-TODAY                    PIC X(08).
000850 01  WS-RUN-START-DATE           PIC X(08).
000860 01  WS-RUN-START-TIME           PIC X(06).
000870 01  WS-RUN-STOP-TIME            PIC X(06).
000880 01  WS-TXN-EOF-SW               PIC X(01) VALUE "N".
000890     88  WS-TXN-EOF                          VALUE "Y".
000900 01  WS-HELD-EOF-SW              PIC X(01) VALUE "N".
000910     88  WS-HELD-EOF                         VALUE "Y".
000920 01  WS-SESSION-OPEN-SW          PIC X(01) VALUE "N".
000930     88  WS-SESSION-OPEN                     VALUE "Y".
000940 01  WS-DEC-FOUND-SW             PIC X(01) VALUE "N".
000950     88  WS-DEC-FOUND                        VALUE "Y".
000960 01  WS-CALL-RC                  PIC S9(09) COMP.
000970 01  WS-DECISION-TABLE.
000980     05  WS-DECISION-ENTRY       OCCURS 300 TIMES.
000990         10  WS-DEC-ACTION       PIC X(01).
001000         10  WS-DEC-ID           PIC 9(07).
001010         10  WS-DEC-USER         PIC X(08).
001020         10  WS-DEC-REASON       PIC X(30).
001030         10  WS-DEC-HIT-SW       PIC X(01).
001040             88  WS-DEC-HIT              VALUE "Y".
001050 01  WS-DEC-COUNT                PIC 9(04) COMP VALUE 0.
001060 01  WS-DEC-MAX                  PIC 9(04) COMP VALUE 300.
001070 01  WS-DEC-IX                   PIC 9(04) COMP.
001080 01  WS-APPROVE-COUNT            PIC 9(04) COMP VALUE 0.
001090 01  WS-TXNS-READ                PIC 9(07) COMP VALUE 0.
001100 01  WS-TXNS-REJECTED            PIC 9(07) COMP VALUE 0.
001110 01  WS-ITEMS-READ               PIC 9(07) COMP VALUE 0.
001120 01  WS-ITEMS-POSTED             PIC 9(07) COMP VALUE 0.
001130 01  WS-ITEMS-POSTED-WARN        PIC 9(07) COMP VALUE 0.
001140 01  WS-ITEMS-REFUSED            PIC 9(07) COMP VALUE 0.
001150 01  WS-ITEMS-DECLINED           PIC 9(07) COMP VALUE 0.
001160 01  WS-ITEMS-STILL-HELD         PIC 9(07) COMP VALUE 0.
001170     COPY DTARGS.
001180 01  WS-HEADING-1.
001190     05  FILLER                  PIC X(36)
001200         VALUE "DATATYP HELD-POSTING APPROVALS -    ".
001210     05  WH1-DATE                PIC X(08).
001220 01  WS-HEADING-2.
001230     05  FILLER                  PIC X(09) VALUE "ID       ".
001240     05  FILLER                  PIC X(05) VALUE "SRC  ".
001250     05  FILLER                  PIC X(08) VALUE "ARG1    ".
001260     05  FILLER                  PIC X(04) VALUE "OP  ".
001270     05  FILLER                  PIC X(15) VALUE "AMOUNT".
001280     05  FILLER                  PIC X(10) VALUE "MAKER     ".
001290     05  FILLER                  PIC X(10) VALUE "CHECKER   ".
001300     05  FILLER                  PIC X(26) VALUE "RESULT".
001310     05  FILLER                  PIC X(30) VALUE "REASON".
001320 01  WS-DETAIL-LINE.
001330     05  DL-ID                   PIC 9(07).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-SOURCE               PIC X(03).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-ARG1                 PIC X(06).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-ARG9                 PIC X(01).
001400     05  FILLER                  PIC X(03) VALUE SPACES.
001410     05  DL-AMOUNT               PIC -(09)9.99.
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-MAKER                PIC X(08).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-CHECKER              PIC X(08).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-RESULT               PIC X(24).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DL-REASON               PIC X(30).
001500 01  WS-TOTAL-LINE.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  TL-LABEL                PIC X(22).
001530     05  TL-COUNT                PIC ZZZ,ZZ9.
001540 PROCEDURE DIVISION.
001550*================================================================
001560* 0000-MAINLINE - DECISIONS INTO STORAGE, ONE PASS OVER THE HELD
001570* FILE APPLYING THEM, THEN ACCOUNT FOR WHAT MATCHED NOTHING
001580*================================================================
001590 0000-MAINLINE.
001600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001610     ACCEPT WS-RUN-START-TIME FROM TIME
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-LOAD-DECISIONS THRU 2000-EXIT
001640     PERFORM 3000-WORK-HELD-FILE THRU 3000-EXIT
001650     PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT
001660     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001670     PERFORM 9800-WRITE-RUN-CONTROL THRU 9800-EXIT
001680     PERFORM 9999-TERMINATE THRU 9999-EXIT
001690     STOP RUN.
001700
001710*================================================================
001720* 1000-INITIALIZE - THE RUN POSTS UNDER THE DTBUSDT DATE; THE
001730* MACHINE DATE IS ONLY A FALLBACK WHEN THE CONTROL RECORD
001740* CANNOT BE READ
001750*================================================================
001760 1000-INITIALIZE.
001770     MOVE SPACES TO WS-TODAY.
001780     OPEN INPUT DTBUSDT-FILE.
001790     IF WS-BUSDT-STATUS = "00"
001800         READ DTBUSDT-FILE
001810             AT END
001820                 CONTINUE
001830             NOT AT END
001840                 IF BD-BUSINESS-DATE NUMERIC
001850                     MOVE BD-BUSINESS-DATE TO WS-TODAY
001860                 END-IF
001870         END-READ
001880         CLOSE DTBUSDT-FILE
001890     END-IF.
001900     IF WS-TODAY = SPACES
001910         DISPLAY "DATATYPAPR-W01 NO BUSINESS DATE ON DTBUSDT - "
001920                 "USING MACHINE DATE"
001930         ACCEPT WS-TODAY FROM DATE YYYYMMDD
001940     END-IF.
001950     OPEN INPUT DTAPRTX-FILE.
001960     IF WS-TXN-STATUS NOT = "00"
001970         IF WS-TXN-STATUS NOT = "35"
001980             DISPLAY "DATATYPAPR-W02 DECISION FILE OPEN STATUS "
001990                     WS-TXN-STATUS
002000         END-IF
002010         SET WS-TXN-EOF TO TRUE
002020     END-IF.
002030     OPEN INPUT DTHELD-FILE.
002040     IF WS-HELD-STATUS NOT = "00"
002050         IF WS-HELD-STATUS NOT = "35"
002060             DISPLAY "DATATYPAPR-W03 HELD FILE OPEN STATUS "
002070                     WS-HELD-STATUS
002080         END-IF
002090         SET WS-HELD-EOF TO TRUE
002100     END-IF.
002110     OPEN OUTPUT DTHELDNEW-FILE.
002120     IF WS-HELDNEW-STATUS NOT = "00"
002130         DISPLAY "DATATYPAPR-W04 CARRY-FORWARD OPEN STATUS "
002140                 WS-HELDNEW-STATUS
002150     END-IF.
002160     OPEN OUTPUT DTAPR-RPT.
002170     IF WS-RPT-STATUS NOT = "00"
002180         DISPLAY "DATATYPAPR-W05 REPORT FILE OPEN STATUS "
002190                 WS-RPT-STATUS
002200     END-IF.
002210     MOVE WS-TODAY TO WH1-DATE.
002220     WRITE RPT-RECORD FROM WS-HEADING-1.
002230     WRITE RPT-RECORD FROM WS-HEADING-2.
002240 1000-EXIT.
002250     EXIT.
002260
002270*================================================================
002280* 1300-OPEN-DATATYP-SESSION - ONE CONTROL CALL SO DATATYP OPENS
002290* ITS FILES ONCE FOR ALL THE RELEASES IN THE RUN
002300*================================================================
002310 1300-OPEN-DATATYP-SESSION.
002320     MOVE SPACES TO ARG1 ARG2.
002330     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
002340     MOVE SPACE TO ARG9.
002343     MOVE SPACES TO ARG12.
002346     SET DT-CHANNEL-APPROVAL TO TRUE.
002350     MOVE "O" TO ARG8.
002360     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
002370                           ARG8 ARG9 ARG10 ARG11 ARG12
002380     END-CALL.
002390     IF RETURN-CODE = 0
002400         SET WS-SESSION-OPEN TO TRUE
002410     ELSE
002420         DISPLAY "DATATYPAPR-W07 SESSION OPEN RETURNED "
002430                 RETURN-CODE
002440         MOVE 0 TO RETURN-CODE
002450     END-IF.
002460 1300-EXIT.
002470     EXIT.
002480
002490*================================================================
002500* 2000-LOAD-DECISIONS - THE WHOLE DECISION FILE COMES INTO
002510* STORAGE SO THE SINGLE PASS OVER THE HELD FILE CAN MATCH IT. A
002520* DECISION WITH NO RECOGNIZED ACTION, NO NUMERIC ID OR NO USER
002530* IS REJECTED HERE AND NEVER REACHES AN ITEM.
002540*================================================================
002550 2000-LOAD-DECISIONS.
002560     PERFORM 2100-LOAD-ONE-DECISION
002570         UNTIL WS-TXN-EOF.
002580     IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
002590         CLOSE DTAPRTX-FILE
002600     END-IF.
002610     IF WS-APPROVE-COUNT > 0
002620       AND NOT WS-HELD-EOF
002630         PERFORM 1300-OPEN-DATATYP-SESSION THRU 1300-EXIT
002640     END-IF.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-LOAD-ONE-DECISION.
002690     READ DTAPRTX-FILE
002700         AT END
002710             SET WS-TXN-EOF TO TRUE
002720         NOT AT END
002730             ADD 1 TO WS-TXNS-READ
002740             PERFORM 2200-STORE-ONE-DECISION THRU 2200-EXIT
002750     END-READ.
002760 2100-EXIT.
002770     EXIT.
002780
002790 2200-STORE-ONE-DECISION.
002800     MOVE SPACES TO WS-DETAIL-LINE.
002810     MOVE 0 TO DL-ID DL-AMOUNT.
002820     IF AT-ID NUMERIC
002830         MOVE AT-ID TO DL-ID
002840     END-IF.
002850     MOVE AT-USER-ID TO DL-CHECKER.
002860     MOVE AT-REASON TO DL-REASON.
002870     EVALUATE TRUE
002880         WHEN NOT AT-ACTION-APPROVE AND NOT AT-ACTION-DECLINE
002890             MOVE "INVALID ACTION" TO DL-RESULT
002900         WHEN AT-ID NOT NUMERIC
002910             MOVE "BAD HELD ID" TO DL-RESULT
002920         WHEN AT-USER-ID = SPACES
002930             MOVE "USER MISSING" TO DL-RESULT
002940         WHEN OTHER
002950             MOVE SPACES TO DL-RESULT
002960     END-EVALUATE.
002970     IF DL-RESULT NOT = SPACES
002980         ADD 1 TO WS-TXNS-REJECTED
002990         WRITE RPT-RECORD FROM WS-DETAIL-LINE
003000         GO TO 2200-EXIT
003010     END-IF.
003020     IF WS-DEC-COUNT >= WS-DEC-MAX
003030         ADD 1 TO WS-TXNS-REJECTED
003040         DISPLAY "DATATYPAPR-W06 DECISION TABLE FULL AT "
003050                 WS-DEC-MAX " - DECISION ON " AT-ID " DROPPED"
003060         GO TO 2200-EXIT
003070     END-IF.
003080     ADD 1 TO WS-DEC-COUNT.
003090     MOVE AT-ACTION TO WS-DEC-ACTION (WS-DEC-COUNT).
003100     MOVE AT-ID TO WS-DEC-ID (WS-DEC-COUNT).
003110     MOVE AT-USER-ID TO WS-DEC-USER (WS-DEC-COUNT).
003120     MOVE AT-REASON TO WS-DEC-REASON (WS-DEC-COUNT).
003130     MOVE "N" TO WS-DEC-HIT-SW (WS-DEC-COUNT).
003140     IF AT-ACTION-APPROVE
003150         ADD 1 TO WS-APPROVE-COUNT
003160     END-IF.
003170 2200-EXIT.
003180     EXIT.
003190
003200*================================================================
003210* 3000-WORK-HELD-FILE - ONE PASS, EVERY HELD ITEM EITHER DECIDED
003220* OR CARRIED FORWARD
003230*================================================================
003240 3000-WORK-HELD-FILE.
003250     PERFORM 3100-WORK-ONE-ITEM
003260         UNTIL WS-HELD-EOF.
003270     IF WS-HELD-STATUS = "00" OR WS-HELD-STATUS = "10"
003280         CLOSE DTHELD-FILE
003290     END-IF.
003300 3000-EXIT.
003310     EXIT.
003320
003330 3100-WORK-ONE-ITEM.
003340     READ DTHELD-FILE
003350         AT END
003360             SET WS-HELD-EOF TO TRUE
003370         NOT AT END
003380             ADD 1 TO WS-ITEMS-READ
003390             PERFORM 3200-DISPOSE-ONE-ITEM THRU 3200-EXIT
003400     END-READ.
003410 3100-EXIT.
003420     EXIT.
003430
003440*================================================================
003450* 3200-DISPOSE-ONE-ITEM - THE FIRST USABLE DECISION NAMING THE
003460* ITEM DECIDES IT; WITH NONE THE ITEM STAYS HELD. AN ITEM THAT
003470* CANNOT BE READ STAYS HELD TOO SO IT IS NEVER SILENTLY DROPPED.
003480*================================================================
003490 3200-DISPOSE-ONE-ITEM.
003500     MOVE "N" TO WS-DEC-FOUND-SW.
003510     IF HL-ID OF DT-HELD-RECORD NUMERIC
003520         PERFORM 3300-MATCH-DECISION THRU 3300-EXIT
003530     END-IF.
003540     PERFORM 7100-FILL-REPORT-LINE THRU 7100-EXIT.
003550     EVALUATE TRUE
003560         WHEN NOT WS-DEC-FOUND
003570             ADD 1 TO WS-ITEMS-STILL-HELD
003580             MOVE "STILL HELD" TO DL-RESULT
003590             PERFORM 3800-CARRY-FORWARD THRU 3800-EXIT
003600         WHEN WS-DEC-ACTION (WS-DEC-IX) = "A"
003610             PERFORM 4000-APPROVE-ONE-ITEM THRU 4000-EXIT
003620         WHEN OTHER
003630             ADD 1 TO WS-ITEMS-DECLINED
003640             MOVE "DECLINED" TO DL-RESULT
003650     END-EVALUATE.
003660     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
003670 3200-EXIT.
003680     EXIT.
003690
003700*================================================================
003710* 3300-MATCH-DECISION - EACH DECISION IS USED ONCE. A DECISION
003720* FROM THE USER WHO ENTERED THE ITEM IS USED UP AND REFUSED ON
003730* THE REPORT, AND THE SEARCH GOES ON FOR ONE FROM ANOTHER USER.
003740*================================================================
003750 3300-MATCH-DECISION.
003760     IF WS-DEC-COUNT = 0
003770         GO TO 3300-EXIT
003780     END-IF.
003790     MOVE 1 TO WS-DEC-IX.
003800     PERFORM 3400-MATCH-ONE-DECISION THRU 3400-EXIT
003810         UNTIL WS-DEC-FOUND
003820            OR WS-DEC-IX > WS-DEC-COUNT.
003830 3300-EXIT.
003840     EXIT.
003850
003860 3400-MATCH-ONE-DECISION.
003870     IF WS-DEC-ID (WS-DEC-IX) = HL-ID OF DT-HELD-RECORD
003880       AND NOT WS-DEC-HIT (WS-DEC-IX)
003890         MOVE "Y" TO WS-DEC-HIT-SW (WS-DEC-IX)
003900         IF WS-DEC-USER (WS-DEC-IX)
003910              = HL-MAKER-ID OF DT-HELD-RECORD
003920             ADD 1 TO WS-TXNS-REJECTED
003930             PERFORM 7100-FILL-REPORT-LINE THRU 7100-EXIT
003940             MOVE "REFUSED - SAME AS MAKER" TO DL-RESULT
003950             WRITE RPT-RECORD FROM WS-DETAIL-LINE
003960             ADD 1 TO WS-DEC-IX
003970         ELSE
003980             SET WS-DEC-FOUND TO TRUE
003990         END-IF
004000     ELSE
004010         ADD 1 TO WS-DEC-IX
004020     END-IF.
004030 3400-EXIT.
004040     EXIT.
004050
004060 3800-CARRY-FORWARD.
004070     MOVE DT-HELD-RECORD TO NW-HELD-RECORD.
004080     WRITE NW-HELD-RECORD.
004090     IF WS-HELDNEW-STATUS NOT = "00"
004100         DISPLAY "DATATYPAPR-W09 CARRY-FORWARD WRITE STATUS "
004110                 WS-HELDNEW-STATUS
004120     END-IF.
004130 3800-EXIT.
004140     EXIT.
004150
004160*================================================================
004170* 4000-APPROVE-ONE-ITEM - THE HELD ARGUMENT SET GOES THROUGH THE
004180* NORMAL DATATYP CALL. THE ITEM LEAVES THE HELD FILE EITHER WAY -
004190* A REFUSED RELEASE IS ALREADY ON DTSUSP OR DTEXCP WHERE THE
004200* NORMAL RECYCLE AND OVER-LIMIT PATHS PICK IT UP. AN RC 16 SIZE
004210* ERROR COMES BACK AFTER THE MASTER WAS REWRITTEN AND IS COUNTED
004220* AS POSTED WITH A WARNING, NEVER HELD FOR A SECOND RELEASE.
004230*================================================================
004240 4000-APPROVE-ONE-ITEM.
004250     MOVE HL-ARG1 OF DT-HELD-RECORD TO ARG1.
004260     MOVE "APR" TO ARG2.
004270     MOVE HL-ARG4 OF DT-HELD-RECORD TO ARG4.
004280     MOVE HL-ARG5 OF DT-HELD-RECORD TO ARG5.
004290     MOVE HL-ARG6 OF DT-HELD-RECORD TO ARG6.
004300     MOVE HL-ARG7 OF DT-HELD-RECORD TO ARG7.
004310     MOVE SPACE TO ARG8.
004320     MOVE HL-ARG9 OF DT-HELD-RECORD TO ARG9.
004330     MOVE HL-ARG10 OF DT-HELD-RECORD TO ARG10.
004340     MOVE HL-ARG11 OF DT-HELD-RECORD TO ARG11.
004341     MOVE SPACES TO ARG12.
004342     SET DT-CHANNEL-APPROVAL TO TRUE.
004343     MOVE HL-MAKER-ID OF DT-HELD-RECORD TO ARG12-USER-ID.
004344     IF HL-SOURCE-BATCH OF DT-HELD-RECORD
004345         MOVE HL-MAKER-ID OF DT-HELD-RECORD TO ARG12-SOURCE-SYSTEM
004346     END-IF.
004350     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
004360                           ARG8 ARG9 ARG10 ARG11 ARG12
004370     END-CALL.
004380     MOVE RETURN-CODE TO WS-CALL-RC.
004390     MOVE 0 TO RETURN-CODE.
004400     EVALUATE WS-CALL-RC
004410         WHEN 0
004420             ADD 1 TO WS-ITEMS-POSTED
004430             MOVE "APPROVED - POSTED" TO DL-RESULT
004440         WHEN 16
004450             ADD 1 TO WS-ITEMS-POSTED-WARN
004460             DISPLAY "DATATYPAPR-W08 DATATYP RETURNED "
004470                     WS-CALL-RC " RELEASING ID "
004480                     HL-ID OF DT-HELD-RECORD
004490             MOVE "APPROVED - SIZE ERROR" TO DL-RESULT
004500         WHEN OTHER
004510             ADD 1 TO WS-ITEMS-REFUSED
004520             DISPLAY "DATATYPAPR-W08 DATATYP RETURNED "
004530                     WS-CALL-RC " RELEASING ID "
004540                     HL-ID OF DT-HELD-RECORD
004550             MOVE "APPROVED - REFUSED" TO DL-RESULT
004560     END-EVALUATE.
004570 4000-EXIT.
004580     EXIT.
004590
004600*================================================================
004610* 5000-REPORT-UNMATCHED - A DECISION THAT NAMED NO HELD ITEM, OR
004620* NAMED ONE ANOTHER DECISION HAD ALREADY SETTLED, IS A KEYING
004630* ERROR SOMEBODY SHOULD SEE
004640*================================================================
004650 5000-REPORT-UNMATCHED.
004660     IF WS-DEC-COUNT = 0
004670         GO TO 5000-EXIT
004680     END-IF.
004690     MOVE 1 TO WS-DEC-IX.
004700     PERFORM 5100-REPORT-ONE-MISS THRU 5100-EXIT
004710         UNTIL WS-DEC-IX > WS-DEC-COUNT.
004720 5000-EXIT.
004730     EXIT.
004740
004750 5100-REPORT-ONE-MISS.
004760     IF NOT WS-DEC-HIT (WS-DEC-IX)
004770         ADD 1 TO WS-TXNS-REJECTED
004780         MOVE SPACES TO WS-DETAIL-LINE
004790         MOVE WS-DEC-ID (WS-DEC-IX) TO DL-ID
004800         MOVE 0 TO DL-AMOUNT
004810         MOVE WS-DEC-USER (WS-DEC-IX) TO DL-CHECKER
004820         MOVE WS-DEC-REASON (WS-DEC-IX) TO DL-REASON
004830         MOVE "NO HELD ITEM" TO DL-RESULT
004840         WRITE RPT-RECORD FROM WS-DETAIL-LINE
004850     END-IF.
004860     ADD 1 TO WS-DEC-IX.
004870 5100-EXIT.
004880     EXIT.
004890
004900*================================================================
004910* 7100-FILL-REPORT-LINE - THE ITEM'S OWN COLUMNS, PLUS THE
004920* DECIDING USER AND REASON WHEN A DECISION WAS MATCHED; THE
004930* CALLER DECIDES THE RESULT
004940*================================================================
004950 7100-FILL-REPORT-LINE.
004960     MOVE SPACES TO WS-DETAIL-LINE.
004970     IF HL-ID OF DT-HELD-RECORD NUMERIC
004980         MOVE HL-ID OF DT-HELD-RECORD TO DL-ID
004990     ELSE
005000         MOVE 0 TO DL-ID
005010     END-IF.
005020     MOVE HL-SOURCE OF DT-HELD-RECORD TO DL-SOURCE.
005030     MOVE HL-ARG1 OF DT-HELD-RECORD TO DL-ARG1.
005040     MOVE HL-ARG9 OF DT-HELD-RECORD TO DL-ARG9.
005050     IF HL-ARG10 OF DT-HELD-RECORD NUMERIC
005060         MOVE HL-ARG10 OF DT-HELD-RECORD TO DL-AMOUNT
005070     ELSE
005080         MOVE 0 TO DL-AMOUNT
005090     END-IF.
005100     MOVE HL-MAKER-ID OF DT-HELD-RECORD TO DL-MAKER.
005110     IF WS-DEC-IX >= 1
005120       AND WS-DEC-IX <= WS-DEC-COUNT
005130       AND WS-DEC-HIT (WS-DEC-IX)
005140         MOVE WS-DEC-USER (WS-DEC-IX) TO DL-CHECKER
005150         MOVE WS-DEC-REASON (WS-DEC-IX) TO DL-REASON
005160     END-IF.
005170 7100-EXIT.
005180     EXIT.
005190
005200*================================================================
005210* 8000-PRINT-TOTALS - ONE LINE PER DISPOSITION
005220*================================================================
005230 8000-PRINT-TOTALS.
005240     MOVE SPACES TO RPT-RECORD.
005250     WRITE RPT-RECORD.
005260     MOVE "DECISIONS READ" TO TL-LABEL.
005270     MOVE WS-TXNS-READ TO TL-COUNT.
005280     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005290     MOVE "DECISIONS REJECTED" TO TL-LABEL.
005300     MOVE WS-TXNS-REJECTED TO TL-COUNT.
005310     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005320     MOVE "HELD ITEMS READ" TO TL-LABEL.
005330     MOVE WS-ITEMS-READ TO TL-COUNT.
005340     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005350     MOVE "APPROVED - POSTED" TO TL-LABEL.
005360     MOVE WS-ITEMS-POSTED TO TL-COUNT.
005370     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005380     MOVE "APPROVED - SIZE ERROR" TO TL-LABEL.
005390     MOVE WS-ITEMS-POSTED-WARN TO TL-COUNT.
005400     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005410     MOVE "APPROVED - REFUSED" TO TL-LABEL.
005420     MOVE WS-ITEMS-REFUSED TO TL-COUNT.
005430     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005440     MOVE "DECLINED" TO TL-LABEL.
005450     MOVE WS-ITEMS-DECLINED TO TL-COUNT.
005460     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005470     MOVE "STILL HELD" TO TL-LABEL.
005480     MOVE WS-ITEMS-STILL-HELD TO TL-COUNT.
005490     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
005500 8000-EXIT.
005510     EXIT.
005520
005530*================================================================
005540* 9800-WRITE-RUN-CONTROL - ONE DTRUNCTL ROW SO THE DAY-END CLOSE
005550* SEES THE APPROVED RELEASES BESIDE THE BATCH RUN'S. DECLINED
005560* AND STILL-HELD ITEMS NEVER REACHED DATATYP AND COUNT NOWHERE.
005570*================================================================
005580 9800-WRITE-RUN-CONTROL.
005590     ACCEPT WS-RUN-STOP-TIME FROM TIME.
005600     MOVE SPACES TO DT-RUNCTL-RECORD.
005610     MOVE WS-RUN-START-DATE TO RC-RUN-DATE.
005620     MOVE WS-RUN-START-TIME TO RC-START-TIME.
005630     MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME.
005640     MOVE WS-ITEMS-READ TO RC-RECS-READ.
005650     COMPUTE RC-RECS-POSTED = WS-ITEMS-POSTED
005660             + WS-ITEMS-POSTED-WARN.
005670     MOVE WS-ITEMS-REFUSED TO RC-RECS-REJECTED.
005680     MOVE "APPROVAL" TO RC-TRAILER-STATUS.
005690     MOVE WS-TODAY TO RC-BUSINESS-DATE.
005700     MOVE 0 TO RC-RECS-HELD.
005705     MOVE "APR" TO RC-CHANNEL.
005710     OPEN EXTEND DTRUNCTL-FILE.
005720     IF WS-RUNCTL-STATUS NOT = "00"
005730         DISPLAY "DATATYPAPR-W10 RUN CONTROL OPEN STATUS "
005740                 WS-RUNCTL-STATUS
005750     ELSE
005760         WRITE DT-RUNCTL-RECORD
005770         IF WS-RUNCTL-STATUS NOT = "00"
005780             DISPLAY "DATATYPAPR-W11 RUN CONTROL WRITE STATUS "
005790                     WS-RUNCTL-STATUS
005800         END-IF
005810         CLOSE DTRUNCTL-FILE
005820     END-IF.
005830 9800-EXIT.
005840     EXIT.
005850
005860*================================================================
005870* 9900-CLOSE-DATATYP-SESSION - ONE CONTROL CALL SO DATATYP
005880* CLOSES THE FILES THE SESSION HELD OPEN
005890*================================================================
005900 9900-CLOSE-DATATYP-SESSION.
005910     MOVE SPACES TO ARG1 ARG2.
005920     MOVE 0 TO ARG4 ARG5 ARG6 ARG7 ARG10 ARG11.
005930     MOVE SPACE TO ARG9.
005933     MOVE SPACES TO ARG12.
005936     SET DT-CHANNEL-APPROVAL TO TRUE.
005940     MOVE "E" TO ARG8.
005950     CALL "DATATYP" USING ARG1 ARG2 ARG4 ARG5 ARG6 ARG7
005960                           ARG8 ARG9 ARG10 ARG11 ARG12
005970     END-CALL.
005980     IF RETURN-CODE NOT = 0
005990         DISPLAY "DATATYPAPR-W12 SESSION CLOSE RETURNED "
006000                 RETURN-CODE
006010         MOVE 0 TO RETURN-CODE
006020     END-IF.
006030 9900-EXIT.
006040     EXIT.
006050
006060*================================================================
006070* 9999-TERMINATE - CLOSE EVERYTHING AND SUMMARIZE FOR THE LOG
006080*================================================================
006090 9999-TERMINATE.
006100     IF WS-SESSION-OPEN
006110         PERFORM 9900-CLOSE-DATATYP-SESSION THRU 9900-EXIT
006120     END-IF.
006130     CLOSE DTHELDNEW-FILE.
006140     CLOSE DTAPR-RPT.
006150     DISPLAY "DATATYPAPR-I01 APPROVAL RUN COMPLETE - "
006160             WS-ITEMS-POSTED " POSTED, "
006170             WS-ITEMS-REFUSED " REFUSED, "
006180             WS-ITEMS-DECLINED " DECLINED, "
006190             WS-ITEMS-STILL-HELD " STILL HELD".
006200 9999-EXIT.
006210     EXIT.
