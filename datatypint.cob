000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPINT.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - WEEKLY CROSS-FILE
000120*                  INTEGRITY CHECK. DATATYPREC PROVES DTMASTER
000130*                  AGAINST DTAUDIT; THIS PROGRAM PROVES THE OTHER
000140*                  FILES AGREE WITH EACH OTHER, SO A BROKEN LINK
000150*                  SHOWS UP HERE INSTEAD OF AS AN ODD SUSPENSE
000160*                  RECORD OR A FAILED REVERSAL. READ-ONLY. IT
000170*                  CHECKS THAT EVERY DTMASTER ROW HAS A DTAUTHM
000180*                  ENTRY, AND THAT NO CODE STILL HOLDS AN ARG7
000190*                  BALANCE UNDER AN EXPIRED OR LAPSED AUTH; THAT
000200*                  EVERY DTLIMITS ROW IS FOR A CODE ON DTMASTER;
000210*                  THAT NO PENDING DTPEND ROW IS AIMED AT A
000220*                  CLOSED OR DORMANT CODE OR ONE NOT AUTHORIZED ON
000230*                  ITS VALUE DATE; THAT BOTH REFERENCES ON EVERY
000240*                  DTREVX ROW ARE ON THE TRAIL (DTAUDIT PLUS THE
000250*                  DTAUDHIST ARCHIVE DATATYPARC ROLLS DAYS INTO);
000260*                  AND THAT THE DTREFCTL COUNTER IS NOT BEHIND
000270*                  THE HIGHEST AR-POSTING-REF ISSUED. EACH
000280*                  FINDING PRINTS ON DTINTRPT WITH A SEVERITY -
000290*                  SEVERE (A COUNTER BEHIND THE TRAIL WILL ISSUE
000300*                  A DUPLICATE REFERENCE), ERROR (A POSTING OR
000310*                  REVERSAL WILL FAIL OR MONEY IS STRANDED) OR
000320*                  WARNING (UNTIDY BUT HARMLESS TODAY) - AND THE
000330*                  RUN ENDS WITH RC 12, 8 OR 4 FOR THE WORST
000340*                  FINDING, 0 WHEN EVERYTHING AGREES.
000342* 10/15/2026 JM    A ZERO DTREFCTL COUNTER NOW COUNTS AS MISSING,
000344*                  AS DATATYP TREATS IT, AND RESEEDS - A WARNING,
000346*                  NOT A SEVERE COUNTER-BEHIND FINDING.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BUSDT-STATUS.
000420     SELECT DTMASTER-FILE ASSIGN TO "DTMASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MR-ARG1
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT DTAUTHM-FILE ASSIGN TO "DTAUTHM"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AM-CODE
000510         FILE STATUS IS WS-AUTH-STATUS.
000520     SELECT DTLIMITS-FILE ASSIGN TO "DTLIMITS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LM-ARG1
000560         FILE STATUS IS WS-LIMIT-STATUS.
000570     SELECT DTPEND-FILE ASSIGN TO "DTPEND"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PEND-STATUS.
000600     SELECT DTREVX-FILE ASSIGN TO "DTREVX"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REVX-STATUS.
000630     SELECT DTAUDIT-FILE ASSIGN TO "DTAUDIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660     SELECT DTAUDHIST-FILE ASSIGN TO "DTAUDHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDHIST-STATUS.
000690     SELECT DTREFCTL-FILE ASSIGN TO "DTREFCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REF-STATUS.
000720     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000730     SELECT DTINT-RPT ASSIGN TO "DTINTRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RPT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  DTBUSDT-FILE.
000790     COPY DTDATREC.
000800 FD  DTMASTER-FILE.
000810     COPY DTMASREC.
000820 FD  DTAUTHM-FILE.
000830     COPY DTAUTHREC.
000840 FD  DTLIMITS-FILE.
000850     COPY DTLIMREC.
000860 FD  DTPEND-FILE.
000870     COPY DTPNDREC.
000880 FD  DTREVX-FILE.
000890 01  DT-REVX-RECORD.
000900     05  RV-ORIG-REF             PIC 9(09).
000910     05  FILLER                  PIC X(01).
000920     05  RV-REV-REF              PIC 9(09).
000930     05  FILLER                  PIC X(01).
000940     05  RV-DATE                 PIC X(08).
000950 FD  DTAUDIT-FILE.
000960     COPY DTAUDREC.
000970 FD  DTAUDHIST-FILE.
000980     COPY DTAUDREC REPLACING ==DT-AUDIT-RECORD== BY
000990                             ==HS-AUDIT-RECORD==.
001000 FD  DTREFCTL-FILE.
001010 01  DT-REFCTL-RECORD.
001020     05  RF-LAST-REF             PIC 9(09).
001030 SD  SORT-WORK-FILE.
001040 01  SW-REF-RECORD.
001050     05  SW-REF                  PIC 9(09).
001060     05  SW-SOURCE               PIC X(01).
001070         88  SW-FROM-TRAIL                   VALUE "A".
001080         88  SW-FROM-REVX-ORIG               VALUE "O".
001090         88  SW-FROM-REVX-REV                VALUE "R".
001100     05  SW-REVX-ORIG            PIC 9(09).
001110     05  SW-REVX-REV             PIC 9(09).
001120     05  SW-REVX-DATE            PIC X(08).
001130 FD  DTINT-RPT
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  RPT-RECORD                  PIC X(132).
001160 WORKING-STORAGE SECTION.
001170 01  WS-BUSDT-STATUS             PIC X(02).
001180 01  WS-MASTER-STATUS            PIC X(02).
001190 01  WS-AUTH-STATUS              PIC X(02).
001200 01  WS-LIMIT-STATUS             PIC X(02).
001210 01  WS-PEND-STATUS              PIC X(02).
001220 01  WS-REVX-STATUS              PIC X(02).
001230 01  WS-AUDIT-STATUS             PIC X(02).
001240 01  WS-AUDHIST-STATUS           PIC X(02).
001250 01  WS-REF-STATUS               PIC X(02).
001260 01  WS-RPT-STATUS               PIC X(02).
001270 01  WS-TODAY                    PIC X(08).
001280 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
001290     88  WS-MASTER-OPEN                      VALUE "Y".
001300 01  WS-AUTH-OPEN-SW             PIC X(01) VALUE "N".
001310     88  WS-AUTH-OPEN                        VALUE "Y".
001320 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001330     88  WS-MASTER-EOF                       VALUE "Y".
001340 01  WS-LIMIT-EOF-SW             PIC X(01) VALUE "N".
001350     88  WS-LIMIT-EOF                        VALUE "Y".
001360 01  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001370     88  WS-PEND-EOF                         VALUE "Y".
001380 01  WS-REVX-EOF-SW              PIC X(01) VALUE "N".
001390     88  WS-REVX-EOF                         VALUE "Y".
001400 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001410     88  WS-AUDIT-EOF                        VALUE "Y".
001420 01  WS-AUDHIST-EOF-SW           PIC X(01) VALUE "N".
001430     88  WS-AUDHIST-EOF                      VALUE "Y".
001440 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001450     88  WS-SORT-EOF                         VALUE "Y".
001460 01  WS-AUTH-FOUND-SW            PIC X(01) VALUE "N".
001470     88  WS-AUTH-FOUND                       VALUE "Y".
001480 01  WS-AUTH-VALID-SW            PIC X(01) VALUE "N".
001490     88  WS-AUTH-VALID                       VALUE "Y".
001500 01  WS-CHECK-DATE               PIC X(08).
001510 01  WS-LAST-TRAIL-REF           PIC 9(09) VALUE 0.
001520 01  WS-MAX-TRAIL-REF            PIC 9(09) VALUE 0.
001530 01  WS-COUNTER-REF              PIC 9(09) VALUE 0.
001540 01  WS-COUNTER-FOUND-SW         PIC X(01) VALUE "N".
001550     88  WS-COUNTER-FOUND                    VALUE "Y".
001560 01  WS-WORST-RC                 PIC 9(04) VALUE 0.
001570 01  WS-FINDING-RC               PIC 9(04).
001580 01  WS-MASTER-READ              PIC 9(07) COMP VALUE 0.
001590 01  WS-LIMITS-READ              PIC 9(07) COMP VALUE 0.
001600 01  WS-PENDING-READ             PIC 9(07) COMP VALUE 0.
001610 01  WS-REVX-READ                PIC 9(07) COMP VALUE 0.
001620 01  WS-TRAIL-REFS-READ          PIC 9(09) COMP VALUE 0.
001630 01  WS-SEVERE-COUNT             PIC 9(07) COMP VALUE 0.
001640 01  WS-ERROR-COUNT              PIC 9(07) COMP VALUE 0.
001650 01  WS-WARNING-COUNT            PIC 9(07) COMP VALUE 0.
001660 01  WS-ED-REF                   PIC Z(08)9.
001670 01  WS-ED-REF-2                 PIC Z(08)9.
001680 01  WS-ED-BALANCE               PIC -(9)9.99.
001690 01  WS-HEADING-1.
001700     05  FILLER                  PIC X(41)
001710         VALUE "DATATYP CROSS-FILE INTEGRITY CHECK AS OF ".
001720     05  WH1-DATE                PIC X(08).
001730 01  WS-HEADING-2.
001740     05  FILLER                  PIC X(12) VALUE "  SEVERITY".
001750     05  FILLER                  PIC X(10) VALUE "FILE".
001760     05  FILLER                  PIC X(14) VALUE "KEY".
001770     05  FILLER                  PIC X(44) VALUE "FINDING".
001780     05  FILLER                  PIC X(06) VALUE "DETAIL".
001790 01  WS-FINDING-LINE.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  FL-SEVERITY             PIC X(08).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  FL-FILE                 PIC X(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  FL-KEY                  PIC X(12).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  FL-DETAIL               PIC X(42).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  FL-INFO-1               PIC X(14).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  FL-INFO-2               PIC X(14).
001920 01  WS-TOTAL-LINE.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  TL-LABEL                PIC X(24).
001950     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
001960 PROCEDURE DIVISION.
001970*================================================================
001980* 0000-MAINLINE - ONE PASS PER CHECK, THEN TOTALS
001990*================================================================
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2000-CHECK-MASTER-AUTH THRU 2000-EXIT
002030     PERFORM 3000-CHECK-LIMITS THRU 3000-EXIT
002040     PERFORM 4000-CHECK-PENDING THRU 4000-EXIT
002050     PERFORM 5000-CHECK-REFERENCES THRU 5000-EXIT
002060     PERFORM 6000-CHECK-REF-COUNTER THRU 6000-EXIT
002070     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002080     PERFORM 9999-TERMINATE THRU 9999-EXIT
002090     STOP RUN.
002100
002110*================================================================
002120* 1000-INITIALIZE - AUTH EXPIRY IS JUDGED AGAINST THE DTBUSDT
002130* DATE. DTMASTER AND DTAUTHM ARE READ BY SEVERAL CHECKS, SO
002140* THEY STAY OPEN FOR THE WHOLE RUN.
002150*================================================================
002160 1000-INITIALIZE.
002170     MOVE SPACES TO WS-TODAY.
002180     OPEN INPUT DTBUSDT-FILE.
002190     IF WS-BUSDT-STATUS = "00"
002200         READ DTBUSDT-FILE
002210             AT END
002220                 CONTINUE
002230             NOT AT END
002240                 IF BD-BUSINESS-DATE NUMERIC
002250                     MOVE BD-BUSINESS-DATE TO WS-TODAY
002260                 END-IF
002270         END-READ
002280         CLOSE DTBUSDT-FILE
002290     END-IF.
002300     IF WS-TODAY = SPACES
002310         DISPLAY "DATATYPINT-W01 NO BUSINESS DATE ON DTBUSDT - "
002320                 "USING MACHINE DATE"
002330         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002340     END-IF.
002350     OPEN OUTPUT DTINT-RPT.
002360     IF WS-RPT-STATUS NOT = "00"
002370         DISPLAY "DATATYPINT-W02 REPORT FILE OPEN STATUS "
002380                 WS-RPT-STATUS
002390     END-IF.
002400     MOVE WS-TODAY TO WH1-DATE.
002410     WRITE RPT-RECORD FROM WS-HEADING-1.
002420     MOVE SPACES TO RPT-RECORD.
002430     WRITE RPT-RECORD.
002440     WRITE RPT-RECORD FROM WS-HEADING-2.
002450     OPEN INPUT DTMASTER-FILE.
002460     IF WS-MASTER-STATUS = "00"
002470         SET WS-MASTER-OPEN TO TRUE
002480     ELSE
002490         DISPLAY "DATATYPINT-W03 MASTER FILE OPEN STATUS "
002500                 WS-MASTER-STATUS
002510     END-IF.
002520     OPEN INPUT DTAUTHM-FILE.
002530     IF WS-AUTH-STATUS = "00"
002540         SET WS-AUTH-OPEN TO TRUE
002550     ELSE
002560         DISPLAY "DATATYPINT-W04 AUTH MASTER OPEN STATUS "
002570                 WS-AUTH-STATUS
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620*================================================================
002630* 2000-CHECK-MASTER-AUTH - EVERY MASTER ROW NEEDS AN AUTH ENTRY;
002640* ONE WHOSE AUTH HAS LAPSED MUST NOT STILL HOLD MONEY, SINCE
002650* NOTHING CAN BE POSTED TO MOVE IT OUT
002660*================================================================
002670 2000-CHECK-MASTER-AUTH.
002680     IF NOT WS-MASTER-OPEN OR NOT WS-AUTH-OPEN
002690         GO TO 2000-EXIT
002700     END-IF.
002710     MOVE LOW-VALUES TO MR-ARG1.
002720     START DTMASTER-FILE KEY NOT < MR-ARG1
002730         INVALID KEY
002740             SET WS-MASTER-EOF TO TRUE
002750     END-START.
002760     PERFORM 2100-CHECK-ONE-MASTER
002770         UNTIL WS-MASTER-EOF.
002780 2000-EXIT.
002790     EXIT.
002800
002810 2100-CHECK-ONE-MASTER.
002820     READ DTMASTER-FILE NEXT
002830         AT END
002840             SET WS-MASTER-EOF TO TRUE
002850         NOT AT END
002860             ADD 1 TO WS-MASTER-READ
002870             PERFORM 2200-PROVE-MASTER-AUTH THRU 2200-EXIT
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910
002920 2200-PROVE-MASTER-AUTH.
002930     MOVE MR-ARG1 TO FL-KEY.
002940     MOVE "DTMASTER" TO FL-FILE.
002950     MOVE SPACES TO FL-INFO-1 FL-INFO-2.
002960     MOVE WS-TODAY TO WS-CHECK-DATE.
002970     MOVE MR-ARG1 TO AM-CODE.
002980     PERFORM 7100-CHECK-AUTH THRU 7100-EXIT.
002990     IF NOT WS-AUTH-FOUND
003000         MOVE "NO DTAUTHM ENTRY FOR THIS CODE" TO FL-DETAIL
003010         PERFORM 7920-WRITE-ERROR THRU 7920-EXIT
003020         GO TO 2200-EXIT
003030     END-IF.
003040     IF NOT WS-AUTH-VALID AND MR-ARG7-BALANCE NOT = 0
003050         MOVE "AUTH EXPIRED OR LAPSED, ARG7 BALANCE HELD"
003060             TO FL-DETAIL
003070         MOVE AM-EFF-TO TO FL-INFO-1
003080         MOVE MR-ARG7-BALANCE TO WS-ED-BALANCE
003090         MOVE WS-ED-BALANCE TO FL-INFO-2
003100         PERFORM 7920-WRITE-ERROR THRU 7920-EXIT
003110     END-IF.
003120 2200-EXIT.
003130     EXIT.
003140
003150*================================================================
003160* 3000-CHECK-LIMITS - A LIMITS ROW FOR A CODE THAT DOES NOT
003170* EXIST CAPS NOTHING TODAY, BUT WOULD SILENTLY CAP A NEW CODE
003180* OPENED UNDER THE SAME NAME
003190*================================================================
003200 3000-CHECK-LIMITS.
003210     IF NOT WS-MASTER-OPEN
003220         GO TO 3000-EXIT
003230     END-IF.
003240     OPEN INPUT DTLIMITS-FILE.
003250     IF WS-LIMIT-STATUS NOT = "00"
003260         IF WS-LIMIT-STATUS NOT = "35"
003270             DISPLAY "DATATYPINT-W05 LIMITS FILE OPEN STATUS "
003280                     WS-LIMIT-STATUS
003290         END-IF
003300         GO TO 3000-EXIT
003310     END-IF.
003320     MOVE LOW-VALUES TO LM-ARG1.
003330     START DTLIMITS-FILE KEY NOT < LM-ARG1
003340         INVALID KEY
003350             SET WS-LIMIT-EOF TO TRUE
003360     END-START.
003370     PERFORM 3100-CHECK-ONE-LIMIT
003380         UNTIL WS-LIMIT-EOF.
003390     CLOSE DTLIMITS-FILE.
003400 3000-EXIT.
003410     EXIT.
003420
003430 3100-CHECK-ONE-LIMIT.
003440     READ DTLIMITS-FILE NEXT
003450         AT END
003460             SET WS-LIMIT-EOF TO TRUE
003470         NOT AT END
003480             ADD 1 TO WS-LIMITS-READ
003490             MOVE LM-ARG1 TO MR-ARG1
003500             READ DTMASTER-FILE
003510                 INVALID KEY
003520                     MOVE "DTLIMITS" TO FL-FILE
003530                     MOVE LM-ARG1 TO FL-KEY
003540                     MOVE SPACES TO FL-INFO-1 FL-INFO-2
003550                     MOVE "LIMITS ROW FOR A CODE NOT ON DTMASTER"
003560                         TO FL-DETAIL
003570                     PERFORM 7930-WRITE-WARNING THRU 7930-EXIT
003580             END-READ
003590     END-READ.
003600 3100-EXIT.
003610     EXIT.
003620
003630*================================================================
003640* 4000-CHECK-PENDING - A PENDING ROW THAT CANNOT POST WHEN
003650* DATATYPREL RELEASES IT. AUTH IS JUDGED ON THE VALUE DATE, THE
003660* DAY DATATYP WILL VALIDATE IT UNDER. A CODE NOT YET ON THE
003670* MASTER IS NOT A FINDING - THE RELEASE OPENS IT.
003680*================================================================
003690 4000-CHECK-PENDING.
003700     IF NOT WS-MASTER-OPEN OR NOT WS-AUTH-OPEN
003710         GO TO 4000-EXIT
003720     END-IF.
003730     OPEN INPUT DTPEND-FILE.
003740     IF WS-PEND-STATUS NOT = "00"
003750         IF WS-PEND-STATUS NOT = "35"
003760             DISPLAY "DATATYPINT-W06 PENDING FILE OPEN STATUS "
003770                     WS-PEND-STATUS
003780         END-IF
003790         GO TO 4000-EXIT
003800     END-IF.
003810     PERFORM 4100-CHECK-ONE-PENDING
003820         UNTIL WS-PEND-EOF.
003830     CLOSE DTPEND-FILE.
003840 4000-EXIT.
003850     EXIT.
003860
003870 4100-CHECK-ONE-PENDING.
003880     READ DTPEND-FILE
003890         AT END
003900             SET WS-PEND-EOF TO TRUE
003910         NOT AT END
003920             IF PN-STATUS-PENDING
003930                 ADD 1 TO WS-PENDING-READ
003940                 PERFORM 4200-PROVE-PENDING THRU 4200-EXIT
003950             END-IF
003960     END-READ.
003970 4100-EXIT.
003980     EXIT.
003990
004000 4200-PROVE-PENDING.
004010     MOVE "DTPEND" TO FL-FILE.
004020     MOVE PN-ID TO WS-ED-REF.
004030     MOVE WS-ED-REF TO FL-KEY.
004040     MOVE PN-ARG1 TO FL-INFO-1.
004050     MOVE PN-VALUE-DATE TO FL-INFO-2.
004060     MOVE PN-VALUE-DATE TO WS-CHECK-DATE.
004070     MOVE PN-ARG1 TO AM-CODE.
004080     PERFORM 7100-CHECK-AUTH THRU 7100-EXIT.
004090     IF NOT WS-AUTH-VALID
004100         MOVE "PENDING TO A CODE NOT AUTHORIZED ON ITS DAY"
004110             TO FL-DETAIL
004120         PERFORM 7920-WRITE-ERROR THRU 7920-EXIT
004130         GO TO 4200-EXIT
004140     END-IF.
004150     MOVE PN-ARG1 TO MR-ARG1.
004160     READ DTMASTER-FILE
004170         INVALID KEY
004180             GO TO 4200-EXIT
004190     END-READ.
004200     EVALUATE TRUE
004210         WHEN MR-STATUS-CLOSED
004220             MOVE "PENDING POSTING TO A CLOSED CODE"
004230                 TO FL-DETAIL
004240             PERFORM 7920-WRITE-ERROR THRU 7920-EXIT
004250         WHEN MR-STATUS-DORMANT
004260             MOVE "PENDING POSTING TO A DORMANT CODE"
004270                 TO FL-DETAIL
004280             PERFORM 7930-WRITE-WARNING THRU 7930-EXIT
004290     END-EVALUATE.
004300 4200-EXIT.
004310     EXIT.
004320
004330*================================================================
004340* 5000-CHECK-REFERENCES - EVERY POSTING REF ON THE TRAIL AND ON
004350* THE ARCHIVE, AND BOTH REFS OF EVERY DTREVX ROW, SORTED
004360* TOGETHER BY REF WITH THE TRAIL'S ROW FIRST. A DTREVX REF WITH
004370* NO TRAIL ROW AHEAD OF IT IS NOT ON THE TRAIL. THE LAST TRAIL
004380* REF THROUGH THE SORT IS THE HIGHEST EVER ISSUED. RECORDS
004390* WRITTEN BEFORE POSTING REFS EXISTED CARRY NONE AND ARE LEFT
004400* OUT.
004410*================================================================
004420 5000-CHECK-REFERENCES.
004430     SORT SORT-WORK-FILE
004440         ON ASCENDING KEY SW-REF SW-SOURCE
004450         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
004460         OUTPUT PROCEDURE IS 5500-SORT-OUTPUT THRU 5500-EXIT.
004470 5000-EXIT.
004480     EXIT.
004490
004500 5100-SORT-INPUT.
004510     OPEN INPUT DTAUDIT-FILE.
004520     IF WS-AUDIT-STATUS = "00"
004530         PERFORM 5200-RELEASE-ONE-AUDIT
004540             UNTIL WS-AUDIT-EOF
004550         CLOSE DTAUDIT-FILE
004560     ELSE
004570         DISPLAY "DATATYPINT-W07 AUDIT FILE OPEN STATUS "
004580                 WS-AUDIT-STATUS
004590     END-IF.
004600     OPEN INPUT DTAUDHIST-FILE.
004610     IF WS-AUDHIST-STATUS = "00"
004620         PERFORM 5250-RELEASE-ONE-HISTORY
004630             UNTIL WS-AUDHIST-EOF
004640         CLOSE DTAUDHIST-FILE
004650     ELSE
004660         IF WS-AUDHIST-STATUS NOT = "35"
004670             DISPLAY "DATATYPINT-W08 AUDIT ARCHIVE OPEN STATUS "
004680                     WS-AUDHIST-STATUS
004690         END-IF
004700     END-IF.
004710     OPEN INPUT DTREVX-FILE.
004720     IF WS-REVX-STATUS = "00"
004730         PERFORM 5300-RELEASE-ONE-REVX
004740             UNTIL WS-REVX-EOF
004750         CLOSE DTREVX-FILE
004760     ELSE
004770         IF WS-REVX-STATUS NOT = "35"
004780             DISPLAY "DATATYPINT-W09 REVERSAL XREF OPEN STATUS "
004790                     WS-REVX-STATUS
004800         END-IF
004810     END-IF.
004820 5100-EXIT.
004830     EXIT.
004840
004850 5200-RELEASE-ONE-AUDIT.
004860     READ DTAUDIT-FILE
004870         AT END
004880             SET WS-AUDIT-EOF TO TRUE
004890         NOT AT END
004900             IF AR-POSTING-REF OF DT-AUDIT-RECORD NUMERIC
004910               AND AR-POSTING-REF OF DT-AUDIT-RECORD > 0
004920                 MOVE AR-POSTING-REF OF DT-AUDIT-RECORD
004930                     TO SW-REF
004940                 PERFORM 5260-RELEASE-TRAIL-REF THRU 5260-EXIT
004950             END-IF
004960     END-READ.
004970 5200-EXIT.
004980     EXIT.
004990
005000 5250-RELEASE-ONE-HISTORY.
005010     READ DTAUDHIST-FILE
005020         AT END
005030             SET WS-AUDHIST-EOF TO TRUE
005040         NOT AT END
005050             IF AR-POSTING-REF OF HS-AUDIT-RECORD NUMERIC
005060               AND AR-POSTING-REF OF HS-AUDIT-RECORD > 0
005070                 MOVE AR-POSTING-REF OF HS-AUDIT-RECORD
005080                     TO SW-REF
005090                 PERFORM 5260-RELEASE-TRAIL-REF THRU 5260-EXIT
005100             END-IF
005110     END-READ.
005120 5250-EXIT.
005130     EXIT.
005140
005150 5260-RELEASE-TRAIL-REF.
005160     MOVE "A" TO SW-SOURCE.
005170     MOVE 0 TO SW-REVX-ORIG SW-REVX-REV.
005180     MOVE SPACES TO SW-REVX-DATE.
005190     ADD 1 TO WS-TRAIL-REFS-READ.
005200     RELEASE SW-REF-RECORD.
005210 5260-EXIT.
005220     EXIT.
005230
005240 5300-RELEASE-ONE-REVX.
005250     READ DTREVX-FILE
005260         AT END
005270             SET WS-REVX-EOF TO TRUE
005280         NOT AT END
005290             ADD 1 TO WS-REVX-READ
005300             PERFORM 5400-RELEASE-REVX-REFS THRU 5400-EXIT
005310     END-READ.
005320 5300-EXIT.
005330     EXIT.
005340
005350*================================================================
005360* 5400-RELEASE-REVX-REFS - A ROW WITH A REF THAT IS NOT EVEN
005370* NUMERIC CAN NEVER MATCH AND IS REPORTED STRAIGHT AWAY
005380*================================================================
005390 5400-RELEASE-REVX-REFS.
005400     IF RV-ORIG-REF NOT NUMERIC OR RV-REV-REF NOT NUMERIC
005410         MOVE "DTREVX" TO FL-FILE
005420         MOVE RV-DATE TO FL-KEY
005430         MOVE "CROSS-REFERENCE ROW WITH A NON-NUMERIC REF"
005440             TO FL-DETAIL
005450         MOVE SPACES TO FL-INFO-1 FL-INFO-2
005460         PERFORM 7920-WRITE-ERROR THRU 7920-EXIT
005470         GO TO 5400-EXIT
005480     END-IF.
005490     MOVE RV-ORIG-REF TO SW-REVX-ORIG.
005500     MOVE RV-REV-REF TO SW-REVX-REV.
005510     MOVE RV-DATE TO SW-REVX-DATE.
005520     MOVE RV-ORIG-REF TO SW-REF.
005530     MOVE "O" TO SW-SOURCE.
005540     RELEASE SW-REF-RECORD.
005550     MOVE RV-REV-REF TO SW-REF.
005560     MOVE "R" TO SW-SOURCE.
005570     RELEASE SW-REF-RECORD.
005580 5400-EXIT.
005590     EXIT.
005600
005610 5500-SORT-OUTPUT.
005620     PERFORM 5600-CHECK-ONE-REF THRU 5600-EXIT
005630         UNTIL WS-SORT-EOF.
005640 5500-EXIT.
005650     EXIT.
005660
005670 5600-CHECK-ONE-REF.
005680     RETURN SORT-WORK-FILE
005690         AT END
005700             SET WS-SORT-EOF TO TRUE
005710             GO TO 5600-EXIT
005720     END-RETURN.
005730     IF SW-FROM-TRAIL
005740         MOVE SW-REF TO WS-LAST-TRAIL-REF
005750         MOVE SW-REF TO WS-MAX-TRAIL-REF
005760         GO TO 5600-EXIT
005770     END-IF.
005780     IF SW-REF = WS-LAST-TRAIL-REF
005790         GO TO 5600-EXIT
005800     END-IF.
005810     MOVE "DTREVX" TO FL-FILE.
005820     MOVE SW-REVX-DATE TO FL-KEY.
005830     MOVE SW-REVX-ORIG TO WS-ED-REF.
005840     MOVE SW-REVX-REV TO WS-ED-REF-2.
005850     MOVE WS-ED-REF TO FL-INFO-1.
005860     MOVE WS-ED-REF-2 TO FL-INFO-2.
005870     IF SW-FROM-REVX-ORIG
005880         MOVE "ORIGINAL REF NOT ON THE TRAIL" TO FL-DETAIL
005890     ELSE
005900         MOVE "REVERSAL REF NOT ON THE TRAIL" TO FL-DETAIL
005910     END-IF.
005920     PERFORM 7920-WRITE-ERROR THRU 7920-EXIT.
005930 5600-EXIT.
005940     EXIT.
005950
005960*================================================================
005970* 6000-CHECK-REF-COUNTER - DATATYP DRAWS THE NEXT REF FROM
005980* DTREFCTL, SO A COUNTER BEHIND THE TRAIL WILL ISSUE A REF
005990* ALREADY IN USE. A MISSING COUNTER IS ONLY A WARNING - DATATYP
006000* RESEEDS IT FROM THE TRAIL ON ITS NEXT CALL. A ZERO COUNTER
006005* COUNTS AS MISSING, SINCE DATATYP RESEEDS THAT TOO.
006010*================================================================
006020 6000-CHECK-REF-COUNTER.
006030     MOVE "DTREFCTL" TO FL-FILE.
006040     MOVE "COUNTER" TO FL-KEY.
006050     MOVE SPACES TO FL-INFO-1 FL-INFO-2.
006060     OPEN INPUT DTREFCTL-FILE.
006070     IF WS-REF-STATUS = "00"
006080         READ DTREFCTL-FILE
006090             AT END
006100                 CONTINUE
006110             NOT AT END
006120                 IF RF-LAST-REF NUMERIC AND RF-LAST-REF > 0
006130                     MOVE RF-LAST-REF TO WS-COUNTER-REF
006140                     SET WS-COUNTER-FOUND TO TRUE
006150                 END-IF
006160         END-READ
006170         CLOSE DTREFCTL-FILE
006180     END-IF.
006190     IF NOT WS-COUNTER-FOUND
006200         IF WS-MAX-TRAIL-REF > 0
006210             MOVE "COUNTER MISSING OR UNREADABLE - RESEEDS"
006220                 TO FL-DETAIL
006230             PERFORM 7930-WRITE-WARNING THRU 7930-EXIT
006240         END-IF
006250         GO TO 6000-EXIT
006260     END-IF.
006270     IF WS-COUNTER-REF < WS-MAX-TRAIL-REF
006280         MOVE WS-COUNTER-REF TO WS-ED-REF
006290         MOVE WS-MAX-TRAIL-REF TO WS-ED-REF-2
006300         MOVE "COUNTER BEHIND THE HIGHEST REF ISSUED"
006310             TO FL-DETAIL
006320         MOVE WS-ED-REF TO FL-INFO-1
006330         MOVE WS-ED-REF-2 TO FL-INFO-2
006340         PERFORM 7910-WRITE-SEVERE THRU 7910-EXIT
006350     END-IF.
006360 6000-EXIT.
006370     EXIT.
006380
006390*================================================================
006400* 7100-CHECK-AUTH - THE SAME TEST DATATYP APPLIES: ACTIVE, AND
006410* WS-CHECK-DATE INSIDE THE EFFECTIVE RANGE, FOR THE AM-CODE THE
006420* CALLER HAS SET
006430*================================================================
006440 7100-CHECK-AUTH.
006450     MOVE "N" TO WS-AUTH-FOUND-SW.
006460     MOVE "N" TO WS-AUTH-VALID-SW.
006470     READ DTAUTHM-FILE
006480         INVALID KEY
006490             GO TO 7100-EXIT
006500     END-READ.
006510     SET WS-AUTH-FOUND TO TRUE.
006520     IF AM-STATUS-ACTIVE
006530       AND WS-CHECK-DATE NOT < AM-EFF-FROM
006540       AND WS-CHECK-DATE NOT > AM-EFF-TO
006550         SET WS-AUTH-VALID TO TRUE
006560     END-IF.
006570 7100-EXIT.
006580     EXIT.
006590
006600*================================================================
006610* 7910/7920/7930 - ONE LINE PER FINDING AT ITS SEVERITY; THE RUN
006620* ENDS WITH THE RETURN CODE OF THE WORST
006630*================================================================
006640 7910-WRITE-SEVERE.
006650     MOVE "SEVERE" TO FL-SEVERITY.
006660     ADD 1 TO WS-SEVERE-COUNT.
006670     MOVE 12 TO WS-FINDING-RC.
006680     PERFORM 7990-WRITE-FINDING THRU 7990-EXIT.
006690 7910-EXIT.
006700     EXIT.
006710
006720 7920-WRITE-ERROR.
006730     MOVE "ERROR" TO FL-SEVERITY.
006740     ADD 1 TO WS-ERROR-COUNT.
006750     MOVE 8 TO WS-FINDING-RC.
006760     PERFORM 7990-WRITE-FINDING THRU 7990-EXIT.
006770 7920-EXIT.
006780     EXIT.
006790
006800 7930-WRITE-WARNING.
006810     MOVE "WARNING" TO FL-SEVERITY.
006820     ADD 1 TO WS-WARNING-COUNT.
006830     MOVE 4 TO WS-FINDING-RC.
006840     PERFORM 7990-WRITE-FINDING THRU 7990-EXIT.
006850 7930-EXIT.
006860     EXIT.
006870
006880 7990-WRITE-FINDING.
006890     WRITE RPT-RECORD FROM WS-FINDING-LINE.
006900     IF WS-FINDING-RC > WS-WORST-RC
006910         MOVE WS-FINDING-RC TO WS-WORST-RC
006920     END-IF.
006930 7990-EXIT.
006940     EXIT.
006950
006960*================================================================
006970* 8000-PRINT-TOTALS - WHAT WAS READ AND WHAT WAS FOUND
006980*================================================================
006990 8000-PRINT-TOTALS.
007000     MOVE SPACES TO RPT-RECORD.
007010     WRITE RPT-RECORD.
007020     MOVE "MASTER ROWS CHECKED" TO TL-LABEL.
007030     MOVE WS-MASTER-READ TO TL-COUNT.
007040     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007050     MOVE "LIMITS ROWS CHECKED" TO TL-LABEL.
007060     MOVE WS-LIMITS-READ TO TL-COUNT.
007070     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007080     MOVE "PENDING ROWS CHECKED" TO TL-LABEL.
007090     MOVE WS-PENDING-READ TO TL-COUNT.
007100     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007110     MOVE "REVERSAL XREFS CHECKED" TO TL-LABEL.
007120     MOVE WS-REVX-READ TO TL-COUNT.
007130     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007140     MOVE "TRAIL REFS READ" TO TL-LABEL.
007150     MOVE WS-TRAIL-REFS-READ TO TL-COUNT.
007160     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007170     MOVE "HIGHEST REF ON TRAIL" TO TL-LABEL.
007180     MOVE WS-MAX-TRAIL-REF TO TL-COUNT.
007190     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007200     MOVE "SEVERE FINDINGS" TO TL-LABEL.
007210     MOVE WS-SEVERE-COUNT TO TL-COUNT.
007220     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007230     MOVE "ERROR FINDINGS" TO TL-LABEL.
007240     MOVE WS-ERROR-COUNT TO TL-COUNT.
007250     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007260     MOVE "WARNING FINDINGS" TO TL-LABEL.
007270     MOVE WS-WARNING-COUNT TO TL-COUNT.
007280     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
007290 8000-EXIT.
007300     EXIT.
007310
007320*================================================================
007330* 9999-TERMINATE - CLOSE UP; THE WORST FINDING SETS THE RC
007340*================================================================
007350 9999-TERMINATE.
007360     IF WS-MASTER-OPEN
007370         CLOSE DTMASTER-FILE
007380     END-IF.
007390     IF WS-AUTH-OPEN
007400         CLOSE DTAUTHM-FILE
007410     END-IF.
007420     CLOSE DTINT-RPT.
007430     IF WS-WORST-RC > 0
007440         DISPLAY "DATATYPINT-W10 " WS-SEVERE-COUNT " SEVERE, "
007450                 WS-ERROR-COUNT " ERROR, " WS-WARNING-COUNT
007460                 " WARNING FINDING(S) - SEE DTINTRPT"
007470     ELSE
007480         DISPLAY "DATATYPINT-I01 ALL FILES AGREE AS OF " WS-TODAY
007490     END-IF.
007500     MOVE WS-WORST-RC TO RETURN-CODE.
007510 9999-EXIT.
007520     EXIT.
