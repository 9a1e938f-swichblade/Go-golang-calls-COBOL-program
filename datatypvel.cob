000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATATYPVEL.
000030 AUTHOR. J-MILLER.
000040 INSTALLATION. CORPORATE-DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 JM    ORIGINAL VERSION - VELOCITY AND PATTERN
000120*                  ALERTS. DTLIMITS STOPS ONE OVERSIZED POSTING
000130*                  BUT NEVER NOTICES A CODE BEING WORKED WITH
000140*                  MANY SMALL ONES. THIS SCAN SORTS THE BUSINESS
000150*                  DAY'S PROCESSED DTAUDIT RECORDS BY ARG1 AND
000160*                  TIME AND, PER CODE, LOOKS FOR:
000170*                  - MORE POSTINGS INSIDE ANY TIME WINDOW THAN
000180*                    ALLOWED (V)
000190*                  - THE SAME AR-AMOUNT REPEATED (A)
000200*                  - A CREDIT FOLLOWED WITHIN MINUTES BY A
000210*                    MATCHING DEBIT OR REVERSAL (T)
000220*                  - THE DAY'S MOVEMENT FAR ABOVE THE CODE'S
000230*                    AVERAGE DAILY MOVEMENT ON DTBALHIST (M)
000240*                  THE LIMITS COME FROM THE DTVELCTL CONTROL
000250*                  RECORD (DTVCTREC), WITH DEFAULTS WHEN IT IS
000260*                  MISSING. EACH HIT IS WRITTEN TO THE INDEXED
000270*                  DTALERT FILE (DTALTREC) AS AN OPEN ALERT, AND
000280*                  DTVELRPT RANKS EVERY OPEN ALERT - TODAY'S AND
000290*                  ANY OLDER ONE NOT YET REVIEWED - BY SCORE FOR
000300*                  THE REVIEWERS. A REVIEWER CLOSES AN ALERT BY
000310*                  PUTTING ITS CODE, DATE, TYPE AND USER ID ON
000320*                  DTALRVW; THOSE ARE APPLIED FIRST, SO A CLOSED
000330*                  ALERT DROPS OFF THE SAME NIGHT. A RESCAN OF
000340*                  THE SAME DAY REFRESHES THAT DAY'S ALERTS
000350*                  WITHOUT REOPENING A CLOSED ONE. NEW ALERTS
000360*                  END THE RUN WITH RC 4.
000362* 10/15/2026 JM    ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
000364*                  DATATYPSTR STREAM CONTROLLER CAN CALL IT AS A
000366*                  STEP AND READ ITS RETURN CODE. RUN ON ITS OWN
000368*                  IT BEHAVES EXACTLY AS BEFORE.
000369* 10/15/2026 JM    THE MOVEMENT TEST NOW USES THE DAY'S NET ARG7
000370*                  CHANGE, THE SAME MEASURE AS THE DTBALHIST
000371*                  AVERAGE. SUMMING EVERY POSTING EITHER SIGN
000372*                  ALERTED ON A CODE WITH HEAVY TWO-WAY FLOW BUT
000373*                  LITTLE NET CHANGE.
000374*================================================================
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DTBUSDT-FILE ASSIGN TO "DTBUSDT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-BUSDT-STATUS.
000440     SELECT DTVELCTL-FILE ASSIGN TO "DTVELCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-VELCTL-STATUS.
000470     SELECT DTAUDIT-FILE ASSIGN TO "DTAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000510     SELECT RANK-WORK-FILE ASSIGN TO "SORTWK2".
000520     SELECT DTBALHIST-FILE ASSIGN TO "DTBALHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HIST-STATUS.
000550     SELECT DTALERT-FILE ASSIGN TO "DTALERT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AL-KEY OF DT-ALERT-RECORD
000590         FILE STATUS IS WS-ALERT-STATUS.
000600     SELECT DTALRVW-FILE ASSIGN TO "DTALRVW"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REVIEW-STATUS.
000630     SELECT DTVEL-RPT ASSIGN TO "DTVELRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DTBUSDT-FILE.
000690     COPY DTDATREC.
000700 FD  DTVELCTL-FILE.
000710     COPY DTVCTREC.
000720 FD  DTAUDIT-FILE.
000730     COPY DTAUDREC.
000740 SD  SORT-WORK-FILE.
000750     COPY DTAUDREC REPLACING ==DT-AUDIT-RECORD== BY
000760                             ==SW-AUDIT-RECORD==.
000770 SD  RANK-WORK-FILE.
000780     COPY DTALTREC REPLACING ==DT-ALERT-RECORD== BY
000790                             ==RK-ALERT-RECORD==.
000800 FD  DTBALHIST-FILE.
000810     COPY DTHISREC.
000820 FD  DTALERT-FILE.
000830     COPY DTALTREC.
000840 FD  DTALRVW-FILE.
000850 01  DT-ALRVW-RECORD.
000860     05  AV-ARG1                 PIC X(06).
000870     05  FILLER                  PIC X(01).
000880     05  AV-DATE                 PIC X(08).
000890     05  FILLER                  PIC X(01).
000900     05  AV-TYPE                 PIC X(01).
000910     05  FILLER                  PIC X(01).
000920     05  AV-USER-ID              PIC X(08).
000930 FD  DTVEL-RPT
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  RPT-RECORD                  PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  WS-BUSDT-STATUS             PIC X(02).
000980 01  WS-VELCTL-STATUS            PIC X(02).
000990 01  WS-AUDIT-STATUS             PIC X(02).
001000 01  WS-HIST-STATUS              PIC X(02).
001010 01  WS-ALERT-STATUS             PIC X(02).
001020 01  WS-REVIEW-STATUS            PIC X(02).
001030 01  WS-RPT-STATUS               PIC X(02).
001040 01  WS-TODAY                    PIC X(08).
001050 01  WS-CURRENT-TIME             PIC X(06).
001060 01  WS-MAX-POSTINGS             PIC 9(05) VALUE 10.
001070 01  WS-WINDOW-MINUTES           PIC 9(04) VALUE 60.
001080 01  WS-REPEAT-COUNT             PIC 9(03) VALUE 3.
001090 01  WS-TURN-MINUTES             PIC 9(04) VALUE 30.
001100 01  WS-MOVE-MULTIPLE            PIC 9(03) VALUE 5.
001110 01  WS-MIN-HISTORY              PIC 9(03) VALUE 5.
001120 01  WS-WINDOW-SECONDS           PIC 9(07) COMP.
001130 01  WS-TURN-SECONDS             PIC 9(07) COMP.
001140 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001150     88  WS-AUDIT-EOF                        VALUE "Y".
001160 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001170     88  WS-SORT-EOF                         VALUE "Y".
001180 01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001190     88  WS-HIST-EOF                         VALUE "Y".
001200 01  WS-REVIEW-EOF-SW            PIC X(01) VALUE "N".
001210     88  WS-REVIEW-EOF                       VALUE "Y".
001220 01  WS-ALERT-EOF-SW             PIC X(01) VALUE "N".
001230     88  WS-ALERT-EOF                        VALUE "Y".
001240 01  WS-RANK-EOF-SW              PIC X(01) VALUE "N".
001250     88  WS-RANK-EOF                         VALUE "Y".
001260 01  WS-ALERT-OPEN-SW            PIC X(01) VALUE "N".
001270     88  WS-ALERT-OPEN                       VALUE "Y".
001280 01  WS-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
001290     88  WS-FIRST-GROUP                      VALUE "Y".
001300 01  WS-HIST-OVF-SW              PIC X(01) VALUE "N".
001310     88  WS-HIST-OVF                         VALUE "Y".
001320 01  WS-DAY-OVF-SW               PIC X(01) VALUE "N".
001330     88  WS-DAY-OVF                          VALUE "Y".
001340 01  WS-CODE-FOUND-SW            PIC X(01) VALUE "N".
001350     88  WS-CODE-FOUND                       VALUE "Y".
001360 01  WS-MATCH-FOUND-SW           PIC X(01) VALUE "N".
001370     88  WS-MATCH-FOUND                      VALUE "Y".
001380 01  WS-SEARCH-DONE-SW           PIC X(01) VALUE "N".
001390     88  WS-SEARCH-DONE                      VALUE "Y".
001400 01  WS-CUR-ARG1                 PIC X(06).
001410 01  WS-BREAK-ARG1               PIC X(06).
001420 01  WS-SEARCH-ARG1              PIC X(06).
001430 01  WS-TIME-WORK.
001440     05  TW-HH                   PIC 9(02).
001450     05  TW-MM                   PIC 9(02).
001460     05  TW-SS                   PIC 9(02).
001470 01  WS-HIST-TABLE.
001480     05  WS-HIST-ENTRY           OCCURS 1000 TIMES.
001490         10  WS-HV-ARG1          PIC X(06).
001500         10  WS-HV-LAST-BAL      PIC S9(09)V99 COMP-3.
001510         10  WS-HV-SUM           PIC S9(11)V99 COMP-3.
001520         10  WS-HV-INTERVALS     PIC 9(05) COMP.
001530 01  WS-HIST-COUNT               PIC 9(04) COMP VALUE 0.
001540 01  WS-HIST-MAX                 PIC 9(04) COMP VALUE 1000.
001550 01  WS-HIST-IX                  PIC 9(04) COMP.
001560 01  WS-DAY-TABLE.
001570     05  WS-DAY-ENTRY            OCCURS 500 TIMES.
001580         10  WS-DP-TIME          PIC X(06).
001590         10  WS-DP-SECONDS       PIC 9(05) COMP.
001600         10  WS-DP-AMOUNT        PIC S9(09)V99 COMP-3.
001610         10  WS-DP-OP            PIC X(01).
001620         10  WS-DP-REF           PIC 9(09).
001630         10  WS-DP-REV-OF        PIC 9(09).
001640         10  WS-DP-USED-SW       PIC X(01).
001650 01  WS-DAY-COUNT                PIC 9(04) COMP VALUE 0.
001660 01  WS-DAY-MAX                  PIC 9(04) COMP VALUE 500.
001670 01  WS-DAY-IX                   PIC 9(04) COMP.
001680 01  WS-DAY-JX                   PIC 9(04) COMP.
001690 01  WS-WIN-START                PIC 9(04) COMP.
001700 01  WS-WIN-COUNT                PIC 9(05) COMP.
001710 01  WS-BEST-COUNT               PIC 9(05) COMP.
001720 01  WS-BEST-START               PIC 9(04) COMP.
001730 01  WS-BEST-END                 PIC 9(04) COMP.
001740 01  WS-REPEAT-HITS              PIC 9(05) COMP.
001750 01  WS-REPEAT-LAST              PIC 9(04) COMP.
001760 01  WS-BEST-LAST                PIC 9(04) COMP.
001770 01  WS-PAIRS                    PIC 9(05) COMP.
001780 01  WS-PAIR-CREDIT              PIC 9(04) COMP.
001790 01  WS-PAIR-DEBIT               PIC 9(04) COMP.
001800 01  WS-ELAPSED                  PIC S9(07) COMP.
001810 01  WS-DAY-POSTINGS             PIC 9(07) COMP.
001820 01  WS-DAY-MOVEMENT             PIC S9(11)V99 COMP-3.
001830 01  WS-WINDOW-MOVEMENT          PIC S9(11)V99 COMP-3.
001840 01  WS-ABS-AMOUNT               PIC S9(11)V99 COMP-3.
001850 01  WS-AVERAGE                  PIC S9(11)V99 COMP-3.
001860 01  WS-MOVE-LIMIT               PIC S9(11)V99 COMP-3.
001870 01  WS-SCORE                    PIC 9(05).
001880 01  WS-RECS-SCANNED             PIC 9(09) COMP VALUE 0.
001890 01  WS-CODES-SCANNED            PIC 9(07) COMP VALUE 0.
001900 01  WS-ALERTS-RAISED            PIC 9(07) COMP VALUE 0.
001910 01  WS-ALERTS-REFRESHED         PIC 9(07) COMP VALUE 0.
001920 01  WS-CNT-VELOCITY             PIC 9(07) COMP VALUE 0.
001930 01  WS-CNT-REPEAT               PIC 9(07) COMP VALUE 0.
001940 01  WS-CNT-TURNAROUND           PIC 9(07) COMP VALUE 0.
001950 01  WS-CNT-MOVEMENT             PIC 9(07) COMP VALUE 0.
001960 01  WS-REVIEWS-READ             PIC 9(07) COMP VALUE 0.
001970 01  WS-REVIEWS-APPLIED          PIC 9(07) COMP VALUE 0.
001980 01  WS-REVIEWS-REJECTED         PIC 9(07) COMP VALUE 0.
001990 01  WS-OPEN-RANKED              PIC 9(07) COMP VALUE 0.
002000 01  WS-REVIEW-RESULT            PIC X(20).
002010     COPY DTALTREC REPLACING ==DT-ALERT-RECORD== BY
002020                             ==NW-ALERT-RECORD==.
002030 01  WS-HEADING-1.
002040     05  FILLER                  PIC X(43)
002050         VALUE "DATATYP VELOCITY AND PATTERN ALERT REVIEW -".
002060     05  WH1-DATE                PIC X(08).
002070 01  WS-HEADING-2.
002080     05  FILLER                  PIC X(17)
002090         VALUE "  MAX POSTINGS / ".
002100     05  WH2-WINDOW              PIC ZZZ9.
002110     05  FILLER                  PIC X(07) VALUE " MIN = ".
002120     05  WH2-MAX-POSTINGS        PIC ZZZZ9.
002130     05  FILLER                  PIC X(16)
002140         VALUE "  SAME AMOUNT = ".
002150     05  WH2-REPEAT              PIC ZZ9.
002160     05  FILLER                  PIC X(17)
002170         VALUE "  TURNAROUND <= ".
002180     05  WH2-TURN                PIC ZZZ9.
002190     05  FILLER                  PIC X(20)
002200         VALUE " MIN  MOVEMENT > X".
002210     05  WH2-MULTIPLE            PIC ZZ9.
002220 01  WS-REVIEW-HEADING.
002230     05  FILLER                  PIC X(40)
002240         VALUE "REVIEWS APPLIED".
002250 01  WS-REVIEW-LINE.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  VL-ARG1                 PIC X(06).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  VL-DATE                 PIC X(08).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  VL-TYPE                 PIC X(01).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  VL-USER                 PIC X(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  VL-RESULT               PIC X(20).
002360 01  WS-RANK-HEADING-1.
002370     05  FILLER                  PIC X(40)
002380         VALUE "OPEN ALERTS BY SCORE".
002390 01  WS-RANK-HEADING-2.
002400     05  FILLER                  PIC X(07) VALUE " RANK".
002410     05  FILLER                  PIC X(08) VALUE "ARG1".
002420     05  FILLER                  PIC X(10) VALUE "DATE".
002430     05  FILLER                  PIC X(32) VALUE "PATTERN".
002440     05  FILLER                  PIC X(07) VALUE "SCORE".
002450     05  FILLER                  PIC X(07) VALUE "COUNT".
002460     05  FILLER                  PIC X(17)
002470         VALUE "         AMOUNT".
002480     05  FILLER                  PIC X(17)
002490         VALUE "      THRESHOLD".
002500     05  FILLER                  PIC X(15) VALUE "FROM   TO".
002510     05  FILLER                  PIC X(03) VALUE "NEW".
002520 01  WS-RANK-LINE.
002530     05  RL-RANK                 PIC ZZZZ9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  RL-ARG1                 PIC X(06).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  RL-DATE                 PIC X(08).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  RL-TYPE                 PIC X(01).
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  RL-DESCRIPTION          PIC X(30).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  RL-SCORE                PIC ZZZZ9.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  RL-COUNT                PIC ZZZZ9.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  RL-AMOUNT               PIC -(11)9.99.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  RL-THRESHOLD            PIC -(11)9.99.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RL-FIRST-TIME           PIC X(06).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  RL-LAST-TIME            PIC X(06).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  RL-NEW                  PIC X(03).
002760 01  WS-TOTAL-LINE.
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  TL-LABEL                PIC X(24).
002790     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002800 PROCEDURE DIVISION.
002810*================================================================
002820* 0000-MAINLINE - REVIEWS FIRST, THEN THE DAY'S SCAN, THEN THE
002830* RANKED LIST OF WHATEVER IS STILL OPEN
002840*================================================================
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     IF NOT WS-ALERT-OPEN
002880         DISPLAY "DATATYPVEL-E01 ALERT FILE OPEN STATUS "
002890                 WS-ALERT-STATUS " - NOTHING SCANNED"
002900         MOVE 12 TO RETURN-CODE
002910         PERFORM 9999-TERMINATE THRU 9999-EXIT
002920         GOBACK
002930     END-IF
002940     PERFORM 1500-APPLY-REVIEWS THRU 1500-EXIT
002950     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002960     PERFORM 3000-SCAN-DAY THRU 3000-EXIT
002970     PERFORM 7000-RANK-OPEN-ALERTS THRU 7000-EXIT
002980     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002990     PERFORM 9999-TERMINATE THRU 9999-EXIT
003000     GOBACK.
003010
003020*================================================================
003030* 1000-INITIALIZE - BUSINESS DATE, THE CONTROL LIMITS, AND THE
003040* ALERT FILE, CREATED THE FIRST TIME THROUGH THE SAME WAY
003050* DATATYPAUT CREATES DTAUTHM
003060*================================================================
003070 1000-INITIALIZE.
003080     MOVE SPACES TO WS-TODAY.
003090     OPEN INPUT DTBUSDT-FILE.
003100     IF WS-BUSDT-STATUS = "00"
003110         READ DTBUSDT-FILE
003120             AT END
003130                 CONTINUE
003140             NOT AT END
003150                 IF BD-BUSINESS-DATE NUMERIC
003160                     MOVE BD-BUSINESS-DATE TO WS-TODAY
003170                 END-IF
003180         END-READ
003190         CLOSE DTBUSDT-FILE
003200     END-IF.
003210     IF WS-TODAY = SPACES
003220         DISPLAY "DATATYPVEL-W01 NO BUSINESS DATE ON DTBUSDT - "
003230                 "USING MACHINE DATE"
003240         ACCEPT WS-TODAY FROM DATE YYYYMMDD
003250     END-IF.
003260     ACCEPT WS-CURRENT-TIME FROM TIME.
003270     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
003280     COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60.
003290     COMPUTE WS-TURN-SECONDS = WS-TURN-MINUTES * 60.
003300     OPEN I-O DTALERT-FILE.
003310     IF WS-ALERT-STATUS = "35"
003320         OPEN OUTPUT DTALERT-FILE
003330         CLOSE DTALERT-FILE
003340         OPEN I-O DTALERT-FILE
003350     END-IF.
003360     IF WS-ALERT-STATUS = "00"
003370         SET WS-ALERT-OPEN TO TRUE
003380     END-IF.
003390     OPEN OUTPUT DTVEL-RPT.
003400     IF WS-RPT-STATUS NOT = "00"
003410         DISPLAY "DATATYPVEL-W02 REPORT FILE OPEN STATUS "
003420                 WS-RPT-STATUS
003430     END-IF.
003440     MOVE WS-TODAY TO WH1-DATE.
003450     MOVE WS-WINDOW-MINUTES TO WH2-WINDOW.
003460     MOVE WS-MAX-POSTINGS TO WH2-MAX-POSTINGS.
003470     MOVE WS-REPEAT-COUNT TO WH2-REPEAT.
003480     MOVE WS-TURN-MINUTES TO WH2-TURN.
003490     MOVE WS-MOVE-MULTIPLE TO WH2-MULTIPLE.
003500     WRITE RPT-RECORD FROM WS-HEADING-1.
003510     WRITE RPT-RECORD FROM WS-HEADING-2.
003520 1000-EXIT.
003530     EXIT.
003540
003550*================================================================
003560* 1100-LOAD-CONTROL - EACH NONZERO NUMERIC DTVELCTL FIELD
003570* OVERRIDES ITS DEFAULT; NO FILE MEANS ALL DEFAULTS
003580*================================================================
003590 1100-LOAD-CONTROL.
003600     OPEN INPUT DTVELCTL-FILE.
003610     IF WS-VELCTL-STATUS NOT = "00"
003620         IF WS-VELCTL-STATUS NOT = "35"
003630             DISPLAY "DATATYPVEL-W03 CONTROL FILE OPEN STATUS "
003640                     WS-VELCTL-STATUS " - DEFAULTS USED"
003650         END-IF
003660         GO TO 1100-EXIT
003670     END-IF.
003680     READ DTVELCTL-FILE
003690         AT END
003700             CLOSE DTVELCTL-FILE
003710             GO TO 1100-EXIT
003720     END-READ.
003730     IF VC-MAX-POSTINGS NUMERIC AND VC-MAX-POSTINGS > 0
003740         MOVE VC-MAX-POSTINGS TO WS-MAX-POSTINGS
003750     END-IF.
003760     IF VC-WINDOW-MINUTES NUMERIC AND VC-WINDOW-MINUTES > 0
003770         MOVE VC-WINDOW-MINUTES TO WS-WINDOW-MINUTES
003780     END-IF.
003790     IF VC-REPEAT-COUNT NUMERIC AND VC-REPEAT-COUNT > 0
003800         MOVE VC-REPEAT-COUNT TO WS-REPEAT-COUNT
003810     END-IF.
003820     IF VC-TURN-MINUTES NUMERIC AND VC-TURN-MINUTES > 0
003830         MOVE VC-TURN-MINUTES TO WS-TURN-MINUTES
003840     END-IF.
003850     IF VC-MOVE-MULTIPLE NUMERIC AND VC-MOVE-MULTIPLE > 0
003860         MOVE VC-MOVE-MULTIPLE TO WS-MOVE-MULTIPLE
003870     END-IF.
003880     IF VC-MIN-HISTORY NUMERIC AND VC-MIN-HISTORY > 0
003890         MOVE VC-MIN-HISTORY TO WS-MIN-HISTORY
003900     END-IF.
003910     CLOSE DTVELCTL-FILE.
003920 1100-EXIT.
003930     EXIT.
003940
003950*================================================================
003960* 1500-APPLY-REVIEWS - CLOSE EVERY ALERT A REVIEWER SIGNED OFF.
003970* NO REVIEW FILE JUST MEANS NOTHING WAS REVIEWED TODAY.
003980*================================================================
003990 1500-APPLY-REVIEWS.
004000     OPEN INPUT DTALRVW-FILE.
004010     IF WS-REVIEW-STATUS NOT = "00"
004020         IF WS-REVIEW-STATUS NOT = "35"
004030             DISPLAY "DATATYPVEL-W04 REVIEW FILE OPEN STATUS "
004040                     WS-REVIEW-STATUS
004050         END-IF
004060         GO TO 1500-EXIT
004070     END-IF.
004080     MOVE SPACES TO RPT-RECORD.
004090     WRITE RPT-RECORD.
004100     WRITE RPT-RECORD FROM WS-REVIEW-HEADING.
004110     PERFORM 1600-APPLY-ONE-REVIEW
004120         UNTIL WS-REVIEW-EOF.
004130     CLOSE DTALRVW-FILE.
004140 1500-EXIT.
004150     EXIT.
004160
004170 1600-APPLY-ONE-REVIEW.
004180     READ DTALRVW-FILE
004190         AT END
004200             SET WS-REVIEW-EOF TO TRUE
004210         NOT AT END
004220             ADD 1 TO WS-REVIEWS-READ
004230             PERFORM 1700-CLOSE-ONE-ALERT THRU 1700-EXIT
004240     END-READ.
004250 1600-EXIT.
004260     EXIT.
004270
004280 1700-CLOSE-ONE-ALERT.
004290     MOVE SPACES TO WS-REVIEW-RESULT.
004300     IF AV-USER-ID = SPACES
004310         MOVE "USER MISSING" TO WS-REVIEW-RESULT
004320         GO TO 1700-WRITE-LINE
004330     END-IF.
004340     MOVE AV-ARG1 TO AL-ARG1 OF DT-ALERT-RECORD.
004350     MOVE AV-DATE TO AL-DATE OF DT-ALERT-RECORD.
004360     MOVE AV-TYPE TO AL-TYPE OF DT-ALERT-RECORD.
004370     READ DTALERT-FILE
004380         INVALID KEY
004390             MOVE "NO SUCH ALERT" TO WS-REVIEW-RESULT
004400             GO TO 1700-WRITE-LINE
004410     END-READ.
004420     IF AL-STATUS-CLOSED OF DT-ALERT-RECORD
004430         MOVE "ALREADY CLOSED" TO WS-REVIEW-RESULT
004440         GO TO 1700-WRITE-LINE
004450     END-IF.
004460     MOVE "C" TO AL-STATUS OF DT-ALERT-RECORD.
004470     MOVE WS-TODAY TO AL-CLOSED-DATE OF DT-ALERT-RECORD.
004480     MOVE AV-USER-ID TO AL-CLOSED-USER OF DT-ALERT-RECORD.
004490     REWRITE DT-ALERT-RECORD
004500         INVALID KEY
004510             MOVE "REWRITE FAILED" TO WS-REVIEW-RESULT
004520         NOT INVALID KEY
004530             MOVE "CLOSED" TO WS-REVIEW-RESULT
004540     END-REWRITE.
004550 1700-WRITE-LINE.
004560     IF WS-REVIEW-RESULT = "CLOSED"
004570         ADD 1 TO WS-REVIEWS-APPLIED
004580     ELSE
004590         ADD 1 TO WS-REVIEWS-REJECTED
004600     END-IF.
004610     MOVE AV-ARG1 TO VL-ARG1.
004620     MOVE AV-DATE TO VL-DATE.
004630     MOVE AV-TYPE TO VL-TYPE.
004640     MOVE AV-USER-ID TO VL-USER.
004650     MOVE WS-REVIEW-RESULT TO VL-RESULT.
004660     WRITE RPT-RECORD FROM WS-REVIEW-LINE.
004670 1700-EXIT.
004680     EXIT.
004690
004700*================================================================
004710* 2000-LOAD-HISTORY - EACH CODE'S AVERAGE DAILY MOVEMENT IS THE
004720* MEAN ARG7 CHANGE, EITHER SIGN, BETWEEN ITS CONSECUTIVE
004730* DTBALHIST SNAPSHOTS BEFORE TODAY. A FULL TABLE ONLY SKIPS THE
004740* MOVEMENT TEST FOR THE CODES THAT DID NOT FIT.
004750*================================================================
004760 2000-LOAD-HISTORY.
004770     OPEN INPUT DTBALHIST-FILE.
004780     IF WS-HIST-STATUS NOT = "00"
004790         IF WS-HIST-STATUS NOT = "35"
004800             DISPLAY "DATATYPVEL-W05 HISTORY FILE OPEN STATUS "
004810                     WS-HIST-STATUS
004820         END-IF
004830         GO TO 2000-EXIT
004840     END-IF.
004850     PERFORM 2100-LOAD-ONE-SNAPSHOT
004860         UNTIL WS-HIST-EOF.
004870     CLOSE DTBALHIST-FILE.
004880     IF WS-HIST-OVF
004890         DISPLAY "DATATYPVEL-W06 HISTORY TABLE FULL AT "
004900                 WS-HIST-MAX " CODES - MOVEMENT TEST SKIPPED "
004910                 "FOR THE REST"
004920     END-IF.
004930 2000-EXIT.
004940     EXIT.
004950
004960 2100-LOAD-ONE-SNAPSHOT.
004970     READ DTBALHIST-FILE
004980         AT END
004990             SET WS-HIST-EOF TO TRUE
005000         NOT AT END
005010             IF HS-SNAP-DATE < WS-TODAY
005020               AND HS-ARG7-BALANCE NUMERIC
005030                 PERFORM 2200-ROLL-HISTORY THRU 2200-EXIT
005040             END-IF
005050     END-READ.
005060 2100-EXIT.
005070     EXIT.
005080
005090 2200-ROLL-HISTORY.
005100     MOVE HS-ARG1 TO WS-SEARCH-ARG1.
005110     PERFORM 2300-FIND-HIST-ENTRY THRU 2300-EXIT.
005120     IF NOT WS-CODE-FOUND
005130         IF WS-HIST-COUNT >= WS-HIST-MAX
005140             SET WS-HIST-OVF TO TRUE
005150             GO TO 2200-EXIT
005160         END-IF
005170         ADD 1 TO WS-HIST-COUNT
005180         MOVE WS-HIST-COUNT TO WS-HIST-IX
005190         MOVE HS-ARG1 TO WS-HV-ARG1 (WS-HIST-IX)
005200         MOVE HS-ARG7-BALANCE TO WS-HV-LAST-BAL (WS-HIST-IX)
005210         MOVE 0 TO WS-HV-SUM (WS-HIST-IX)
005220         MOVE 0 TO WS-HV-INTERVALS (WS-HIST-IX)
005230         GO TO 2200-EXIT
005240     END-IF.
005250     COMPUTE WS-ABS-AMOUNT =
005260             HS-ARG7-BALANCE - WS-HV-LAST-BAL (WS-HIST-IX).
005270     IF WS-ABS-AMOUNT < 0
005280         COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
005290     END-IF.
005300     ADD WS-ABS-AMOUNT TO WS-HV-SUM (WS-HIST-IX).
005310     ADD 1 TO WS-HV-INTERVALS (WS-HIST-IX).
005320     MOVE HS-ARG7-BALANCE TO WS-HV-LAST-BAL (WS-HIST-IX).
005330 2200-EXIT.
005340     EXIT.
005350
005360 2300-FIND-HIST-ENTRY.
005370     MOVE "N" TO WS-CODE-FOUND-SW.
005380     MOVE 1 TO WS-HIST-IX.
005390     PERFORM 2400-MATCH-ONE-ENTRY THRU 2400-EXIT
005400         UNTIL WS-CODE-FOUND
005410            OR WS-HIST-IX > WS-HIST-COUNT.
005420 2300-EXIT.
005430     EXIT.
005440
005450 2400-MATCH-ONE-ENTRY.
005460     IF WS-HV-ARG1 (WS-HIST-IX) = WS-SEARCH-ARG1
005470         SET WS-CODE-FOUND TO TRUE
005480     ELSE
005490         ADD 1 TO WS-HIST-IX
005500     END-IF.
005510 2400-EXIT.
005520     EXIT.
005530
005540*================================================================
005550* 3000-SCAN-DAY - THE DAY'S PROCESSED POSTINGS INTO ARG1/TIME
005560* ORDER; THE POSTING REFERENCE KEEPS SAME-SECOND POSTINGS IN
005570* THE ORDER DATATYP TOOK THEM
005580*================================================================
005590 3000-SCAN-DAY.
005600     SORT SORT-WORK-FILE
005610         ON ASCENDING KEY AR-ARG1 OF SW-AUDIT-RECORD
005620                          AR-TIME OF SW-AUDIT-RECORD
005630                          AR-POSTING-REF OF SW-AUDIT-RECORD
005640         INPUT PROCEDURE IS 3100-SORT-INPUT THRU 3100-EXIT
005650         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
005660 3000-EXIT.
005670     EXIT.
005680
005690*================================================================
005700* 3100-SORT-INPUT - TODAY'S PROCESSED RECORDS ONLY. INQUIRIES,
005710* REJECTS AND LIMIT BLOCKS MOVED NO MONEY, AND A DATATYPARC
005720* OPENING RECORD IS NOT A POSTING.
005730*================================================================
005740 3100-SORT-INPUT.
005750     OPEN INPUT DTAUDIT-FILE.
005760     IF WS-AUDIT-STATUS NOT = "00"
005770         IF WS-AUDIT-STATUS NOT = "35"
005780             DISPLAY "DATATYPVEL-W07 AUDIT FILE OPEN STATUS "
005790                     WS-AUDIT-STATUS
005800         END-IF
005810         SET WS-AUDIT-EOF TO TRUE
005820     END-IF.
005830     PERFORM 3200-READ-AND-RELEASE
005840         UNTIL WS-AUDIT-EOF.
005850     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
005860         CLOSE DTAUDIT-FILE
005870     END-IF.
005880 3100-EXIT.
005890     EXIT.
005900
005910 3200-READ-AND-RELEASE.
005920     READ DTAUDIT-FILE
005930         AT END
005940             SET WS-AUDIT-EOF TO TRUE
005950         NOT AT END
005960             IF AR-DATE OF DT-AUDIT-RECORD = WS-TODAY
005970               AND AR-TYPE-PROCESSED OF DT-AUDIT-RECORD
005980               AND AR-ARG2 OF DT-AUDIT-RECORD NOT = "CFWD"
005990                 ADD 1 TO WS-RECS-SCANNED
006000                 RELEASE SW-AUDIT-RECORD FROM DT-AUDIT-RECORD
006010             END-IF
006020     END-READ.
006030 3200-EXIT.
006040     EXIT.
006050
006060*================================================================
006070* 4000-SORT-OUTPUT - CONTROL BREAK PER ARG1: GATHER THE CODE'S
006080* POSTINGS, THEN RUN THE FOUR TESTS OVER THEM
006090*================================================================
006100 4000-SORT-OUTPUT.
006110     RETURN SORT-WORK-FILE
006120         AT END
006130             SET WS-SORT-EOF TO TRUE
006140     END-RETURN.
006150     PERFORM 4100-PROCESS-SORTED-RECORD
006160         UNTIL WS-SORT-EOF.
006170     IF NOT WS-FIRST-GROUP
006180         PERFORM 5000-TEST-CODE THRU 5000-EXIT
006190     END-IF.
006200 4000-EXIT.
006210     EXIT.
006220
006230 4100-PROCESS-SORTED-RECORD.
006240     MOVE AR-ARG1 OF SW-AUDIT-RECORD TO WS-CUR-ARG1.
006250     IF WS-FIRST-GROUP
006260         MOVE WS-CUR-ARG1 TO WS-BREAK-ARG1
006270         PERFORM 4200-OPEN-GROUP THRU 4200-EXIT
006280         MOVE "N" TO WS-FIRST-GROUP-SW
006290     ELSE
006300         IF WS-CUR-ARG1 NOT = WS-BREAK-ARG1
006310             PERFORM 5000-TEST-CODE THRU 5000-EXIT
006320             MOVE WS-CUR-ARG1 TO WS-BREAK-ARG1
006330             PERFORM 4200-OPEN-GROUP THRU 4200-EXIT
006340         END-IF
006350     END-IF.
006360     PERFORM 4300-TABLE-POSTING THRU 4300-EXIT.
006370     RETURN SORT-WORK-FILE
006380         AT END
006390             SET WS-SORT-EOF TO TRUE
006400     END-RETURN.
006410 4100-EXIT.
006420     EXIT.
006430
006440 4200-OPEN-GROUP.
006450     MOVE 0 TO WS-DAY-COUNT.
006460     MOVE 0 TO WS-DAY-POSTINGS.
006470     MOVE 0 TO WS-DAY-MOVEMENT.
006480     MOVE "N" TO WS-DAY-OVF-SW.
006490 4200-EXIT.
006500     EXIT.
006510
006520*================================================================
006530* 4300-TABLE-POSTING - EVERY POSTING'S ARG7 CHANGE COUNTS TOWARD
006540* THE DAY'S NET MOVEMENT; THE FIRST 500 ARE KEPT FOR THE PATTERN
006545* TESTS
006550*================================================================
006560 4300-TABLE-POSTING.
006570     ADD 1 TO WS-DAY-POSTINGS.
006580     IF AR-ARG7-BEFORE OF SW-AUDIT-RECORD NUMERIC
006590       AND AR-ARG7-AFTER OF SW-AUDIT-RECORD NUMERIC
006600         COMPUTE WS-DAY-MOVEMENT = WS-DAY-MOVEMENT
006610                 + AR-ARG7-AFTER OF SW-AUDIT-RECORD
006615                 - AR-ARG7-BEFORE OF SW-AUDIT-RECORD
006620     END-IF.
006630     IF WS-DAY-COUNT >= WS-DAY-MAX
006640         IF NOT WS-DAY-OVF
006650             DISPLAY "DATATYPVEL-W08 OVER " WS-DAY-MAX
006660                     " POSTINGS ON " WS-CUR-ARG1
006670                     " - PATTERN TESTS USE THE FIRST "
006680                     WS-DAY-MAX
006690             SET WS-DAY-OVF TO TRUE
006700         END-IF
006710         GO TO 4300-EXIT
006720     END-IF.
006730     ADD 1 TO WS-DAY-COUNT.
006740     MOVE WS-DAY-COUNT TO WS-DAY-IX.
006750     MOVE AR-TIME OF SW-AUDIT-RECORD TO WS-DP-TIME (WS-DAY-IX).
006760     MOVE AR-TIME OF SW-AUDIT-RECORD TO WS-TIME-WORK.
006770     IF WS-TIME-WORK NUMERIC
006780         COMPUTE WS-DP-SECONDS (WS-DAY-IX) =
006790                 TW-HH * 3600 + TW-MM * 60 + TW-SS
006800     ELSE
006810         MOVE 0 TO WS-DP-SECONDS (WS-DAY-IX)
006820     END-IF.
006830     MOVE AR-AMOUNT OF SW-AUDIT-RECORD
006840         TO WS-DP-AMOUNT (WS-DAY-IX).
006850     MOVE AR-OP-CODE OF SW-AUDIT-RECORD TO WS-DP-OP (WS-DAY-IX).
006860     MOVE AR-POSTING-REF OF SW-AUDIT-RECORD
006870         TO WS-DP-REF (WS-DAY-IX).
006880     MOVE AR-REVERSAL-OF OF SW-AUDIT-RECORD
006890         TO WS-DP-REV-OF (WS-DAY-IX).
006900     MOVE "N" TO WS-DP-USED-SW (WS-DAY-IX).
006910 4300-EXIT.
006920     EXIT.
006930
006940*================================================================
006950* 5000-TEST-CODE - THE FOUR PATTERN TESTS FOR ONE CODE
006960*================================================================
006970 5000-TEST-CODE.
006980     ADD 1 TO WS-CODES-SCANNED.
006990     PERFORM 5100-TEST-VELOCITY THRU 5100-EXIT.
007000     PERFORM 5200-TEST-REPEATS THRU 5200-EXIT.
007010     PERFORM 5300-TEST-TURNAROUND THRU 5300-EXIT.
007020     PERFORM 5400-TEST-MOVEMENT THRU 5400-EXIT.
007030 5000-EXIT.
007040     EXIT.
007050
007060*================================================================
007070* 5100-TEST-VELOCITY - SLIDE A WINDOW OF THE CONTROL LENGTH
007080* DOWN THE CODE'S POSTINGS AND KEEP THE BUSIEST SPAN
007090*================================================================
007100 5100-TEST-VELOCITY.
007110     IF WS-DAY-COUNT NOT > WS-MAX-POSTINGS
007120         GO TO 5100-EXIT
007130     END-IF.
007140     MOVE 0 TO WS-BEST-COUNT.
007150     MOVE 1 TO WS-WIN-START.
007160     MOVE 1 TO WS-DAY-IX.
007170     PERFORM 5110-SLIDE-ONE THRU 5110-EXIT
007180         UNTIL WS-DAY-IX > WS-DAY-COUNT.
007190     IF WS-BEST-COUNT NOT > WS-MAX-POSTINGS
007200         GO TO 5100-EXIT
007210     END-IF.
007220     MOVE 0 TO WS-WINDOW-MOVEMENT.
007230     MOVE WS-BEST-START TO WS-DAY-JX.
007240     PERFORM 5130-SUM-WINDOW THRU 5130-EXIT
007250         UNTIL WS-DAY-JX > WS-BEST-END.
007260     PERFORM 6100-CLEAR-ALERT THRU 6100-EXIT.
007270     MOVE "V" TO AL-TYPE OF NW-ALERT-RECORD.
007280     MOVE "POSTINGS INSIDE TIME WINDOW"
007290         TO AL-DESCRIPTION OF NW-ALERT-RECORD.
007300     MOVE WS-BEST-COUNT TO AL-COUNT OF NW-ALERT-RECORD.
007310     MOVE WS-WINDOW-MOVEMENT TO AL-AMOUNT OF NW-ALERT-RECORD.
007320     MOVE WS-MAX-POSTINGS TO AL-THRESHOLD OF NW-ALERT-RECORD.
007330     MOVE WS-DP-TIME (WS-BEST-START)
007340         TO AL-FIRST-TIME OF NW-ALERT-RECORD.
007350     MOVE WS-DP-TIME (WS-BEST-END)
007360         TO AL-LAST-TIME OF NW-ALERT-RECORD.
007370     MOVE WS-DP-REF (WS-BEST-START)
007380         TO AL-FIRST-REF OF NW-ALERT-RECORD.
007390     COMPUTE WS-SCORE = WS-BEST-COUNT * 100 / WS-MAX-POSTINGS
007400         ON SIZE ERROR
007410             MOVE 99999 TO WS-SCORE
007420     END-COMPUTE.
007430     ADD 1 TO WS-CNT-VELOCITY.
007440     PERFORM 6000-STORE-ALERT THRU 6000-EXIT.
007450 5100-EXIT.
007460     EXIT.
007470
007480 5110-SLIDE-ONE.
007490     PERFORM 5120-ADVANCE-START THRU 5120-EXIT
007500         UNTIL WS-DP-SECONDS (WS-DAY-IX)
007510             - WS-DP-SECONDS (WS-WIN-START)
007520               NOT > WS-WINDOW-SECONDS.
007530     COMPUTE WS-WIN-COUNT = WS-DAY-IX - WS-WIN-START + 1.
007540     IF WS-WIN-COUNT > WS-BEST-COUNT
007550         MOVE WS-WIN-COUNT TO WS-BEST-COUNT
007560         MOVE WS-WIN-START TO WS-BEST-START
007570         MOVE WS-DAY-IX TO WS-BEST-END
007580     END-IF.
007590     ADD 1 TO WS-DAY-IX.
007600 5110-EXIT.
007610     EXIT.
007620
007630 5120-ADVANCE-START.
007640     ADD 1 TO WS-WIN-START.
007650 5120-EXIT.
007660     EXIT.
007670
007680 5130-SUM-WINDOW.
007690     MOVE WS-DP-AMOUNT (WS-DAY-JX) TO WS-ABS-AMOUNT.
007700     IF WS-ABS-AMOUNT < 0
007710         COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
007720     END-IF.
007730     ADD WS-ABS-AMOUNT TO WS-WINDOW-MOVEMENT.
007740     ADD 1 TO WS-DAY-JX.
007750 5130-EXIT.
007760     EXIT.
007770
007780*================================================================
007790* 5200-TEST-REPEATS - THE AMOUNT POSTED MOST OFTEN. COUNTING
007800* FORWARD FROM EACH POSTING FINDS EVERY AMOUNT'S FULL COUNT AT
007810* ITS FIRST OCCURRENCE.
007820*================================================================
007830 5200-TEST-REPEATS.
007840     MOVE 0 TO WS-BEST-COUNT.
007850     MOVE 1 TO WS-DAY-IX.
007860     PERFORM 5210-COUNT-ONE-AMOUNT THRU 5210-EXIT
007870         UNTIL WS-DAY-IX > WS-DAY-COUNT.
007880     IF WS-BEST-COUNT < WS-REPEAT-COUNT
007890         GO TO 5200-EXIT
007900     END-IF.
007910     PERFORM 6100-CLEAR-ALERT THRU 6100-EXIT.
007920     MOVE "A" TO AL-TYPE OF NW-ALERT-RECORD.
007930     MOVE "SAME AMOUNT REPEATED"
007940         TO AL-DESCRIPTION OF NW-ALERT-RECORD.
007950     MOVE WS-BEST-COUNT TO AL-COUNT OF NW-ALERT-RECORD.
007960     MOVE WS-DP-AMOUNT (WS-BEST-START)
007970         TO AL-AMOUNT OF NW-ALERT-RECORD.
007980     MOVE WS-REPEAT-COUNT TO AL-THRESHOLD OF NW-ALERT-RECORD.
007990     MOVE WS-DP-TIME (WS-BEST-START)
008000         TO AL-FIRST-TIME OF NW-ALERT-RECORD.
008010     MOVE WS-DP-TIME (WS-BEST-LAST)
008020         TO AL-LAST-TIME OF NW-ALERT-RECORD.
008030     MOVE WS-DP-REF (WS-BEST-START)
008040         TO AL-FIRST-REF OF NW-ALERT-RECORD.
008050     COMPUTE WS-SCORE = WS-BEST-COUNT * 100 / WS-REPEAT-COUNT
008060         ON SIZE ERROR
008070             MOVE 99999 TO WS-SCORE
008080     END-COMPUTE.
008090     ADD 1 TO WS-CNT-REPEAT.
008100     PERFORM 6000-STORE-ALERT THRU 6000-EXIT.
008110 5200-EXIT.
008120     EXIT.
008130
008140 5210-COUNT-ONE-AMOUNT.
008150     IF WS-DP-AMOUNT (WS-DAY-IX) = 0
008160         GO TO 5210-NEXT
008170     END-IF.
008180     MOVE 0 TO WS-REPEAT-HITS.
008190     MOVE WS-DAY-IX TO WS-DAY-JX.
008200     PERFORM 5220-MATCH-ONE-AMOUNT THRU 5220-EXIT
008210         UNTIL WS-DAY-JX > WS-DAY-COUNT.
008220     IF WS-REPEAT-HITS > WS-BEST-COUNT
008230         MOVE WS-REPEAT-HITS TO WS-BEST-COUNT
008240         MOVE WS-DAY-IX TO WS-BEST-START
008250         MOVE WS-REPEAT-LAST TO WS-BEST-LAST
008260     END-IF.
008270 5210-NEXT.
008280     ADD 1 TO WS-DAY-IX.
008290 5210-EXIT.
008300     EXIT.
008310
008320 5220-MATCH-ONE-AMOUNT.
008330     IF WS-DP-AMOUNT (WS-DAY-JX) = WS-DP-AMOUNT (WS-DAY-IX)
008340         ADD 1 TO WS-REPEAT-HITS
008350         MOVE WS-DAY-JX TO WS-REPEAT-LAST
008360     END-IF.
008370     ADD 1 TO WS-DAY-JX.
008380 5220-EXIT.
008390     EXIT.
008400
008410*================================================================
008420* 5300-TEST-TURNAROUND - EVERY CREDIT IS MATCHED AGAINST THE
008430* NEXT UNUSED DEBIT OR REVERSAL OF THE SAME AMOUNT (OR ONE
008440* NAMING ITS POSTING REFERENCE) INSIDE THE TURNAROUND WINDOW.
008450* EACH DEBIT PAIRS WITH ONE CREDIT AT MOST.
008460*================================================================
008470 5300-TEST-TURNAROUND.
008480     MOVE 0 TO WS-PAIRS.
008490     MOVE 1 TO WS-DAY-IX.
008500     PERFORM 5310-PAIR-ONE-CREDIT THRU 5310-EXIT
008510         UNTIL WS-DAY-IX > WS-DAY-COUNT.
008520     IF WS-PAIRS = 0
008530         GO TO 5300-EXIT
008540     END-IF.
008550     PERFORM 6100-CLEAR-ALERT THRU 6100-EXIT.
008560     MOVE "T" TO AL-TYPE OF NW-ALERT-RECORD.
008570     MOVE "CREDIT TURNED AROUND QUICKLY"
008580         TO AL-DESCRIPTION OF NW-ALERT-RECORD.
008590     MOVE WS-PAIRS TO AL-COUNT OF NW-ALERT-RECORD.
008600     MOVE WS-DP-AMOUNT (WS-PAIR-CREDIT)
008610         TO AL-AMOUNT OF NW-ALERT-RECORD.
008620     MOVE WS-TURN-MINUTES TO AL-THRESHOLD OF NW-ALERT-RECORD.
008630     MOVE WS-DP-TIME (WS-PAIR-CREDIT)
008640         TO AL-FIRST-TIME OF NW-ALERT-RECORD.
008650     MOVE WS-DP-TIME (WS-PAIR-DEBIT)
008660         TO AL-LAST-TIME OF NW-ALERT-RECORD.
008670     MOVE WS-DP-REF (WS-PAIR-CREDIT)
008680         TO AL-FIRST-REF OF NW-ALERT-RECORD.
008690     COMPUTE WS-SCORE = WS-PAIRS * 100
008700         ON SIZE ERROR
008710             MOVE 99999 TO WS-SCORE
008720     END-COMPUTE.
008730     ADD 1 TO WS-CNT-TURNAROUND.
008740     PERFORM 6000-STORE-ALERT THRU 6000-EXIT.
008750 5300-EXIT.
008760     EXIT.
008770
008780 5310-PAIR-ONE-CREDIT.
008790     IF WS-DP-AMOUNT (WS-DAY-IX) NOT > 0
008800       OR WS-DP-OP (WS-DAY-IX) = "D"
008810       OR WS-DP-OP (WS-DAY-IX) = "V"
008820         GO TO 5310-NEXT
008830     END-IF.
008840     MOVE "N" TO WS-MATCH-FOUND-SW.
008850     MOVE "N" TO WS-SEARCH-DONE-SW.
008860     COMPUTE WS-DAY-JX = WS-DAY-IX + 1.
008870     PERFORM 5320-TRY-ONE-DEBIT THRU 5320-EXIT
008880         UNTIL WS-MATCH-FOUND OR WS-SEARCH-DONE.
008890     IF NOT WS-MATCH-FOUND
008900         GO TO 5310-NEXT
008910     END-IF.
008920     ADD 1 TO WS-PAIRS.
008930     MOVE "Y" TO WS-DP-USED-SW (WS-DAY-JX).
008940     IF WS-PAIRS = 1
008950         MOVE WS-DAY-IX TO WS-PAIR-CREDIT
008960         MOVE WS-DAY-JX TO WS-PAIR-DEBIT
008970     END-IF.
008980 5310-NEXT.
008990     ADD 1 TO WS-DAY-IX.
009000 5310-EXIT.
009010     EXIT.
009020
009030 5320-TRY-ONE-DEBIT.
009040     IF WS-DAY-JX > WS-DAY-COUNT
009050         SET WS-SEARCH-DONE TO TRUE
009060         GO TO 5320-EXIT
009070     END-IF.
009080     COMPUTE WS-ELAPSED = WS-DP-SECONDS (WS-DAY-JX)
009090                        - WS-DP-SECONDS (WS-DAY-IX).
009100     IF WS-ELAPSED > WS-TURN-SECONDS
009110         SET WS-SEARCH-DONE TO TRUE
009120         GO TO 5320-EXIT
009130     END-IF.
009140     IF WS-DP-USED-SW (WS-DAY-JX) NOT = "Y"
009150       AND (WS-DP-OP (WS-DAY-JX) = "D"
009160         OR WS-DP-OP (WS-DAY-JX) = "V")
009170       AND (WS-DP-AMOUNT (WS-DAY-JX)
009180               = 0 - WS-DP-AMOUNT (WS-DAY-IX)
009190         OR WS-DP-REV-OF (WS-DAY-JX) = WS-DP-REF (WS-DAY-IX))
009200         SET WS-MATCH-FOUND TO TRUE
009210         GO TO 5320-EXIT
009220     END-IF.
009230     ADD 1 TO WS-DAY-JX.
009240 5320-EXIT.
009250     EXIT.
009260
009270*================================================================
009280* 5400-TEST-MOVEMENT - THE DAY'S NET ARG7 CHANGE, EITHER SIGN,
009290* AGAINST THE CONTROL MULTIPLE OF THE CODE'S AVERAGE NET CHANGE
009292* BETWEEN DTBALHIST SNAPSHOTS, SO BOTH SIDES MEASURE THE SAME
009294* THING - TWO-WAY FLOW THAT NETS OUT DOES NOT COUNT ON EITHER.
009296* A CODE WITHOUT ENOUGH HISTORY, OR WHOSE BALANCE HAS NEVER
009300* MOVED BETWEEN SNAPSHOTS, HAS NO AVERAGE TO TEST AGAINST.
009320*================================================================
009330 5400-TEST-MOVEMENT.
009332     IF WS-DAY-MOVEMENT < 0
009334         COMPUTE WS-DAY-MOVEMENT = 0 - WS-DAY-MOVEMENT
009336     END-IF.
009340     MOVE WS-BREAK-ARG1 TO WS-SEARCH-ARG1.
009350     PERFORM 2300-FIND-HIST-ENTRY THRU 2300-EXIT.
009360     IF NOT WS-CODE-FOUND
009370         GO TO 5400-EXIT
009380     END-IF.
009390     IF WS-HV-INTERVALS (WS-HIST-IX) < WS-MIN-HISTORY
009400       OR WS-HV-SUM (WS-HIST-IX) = 0
009410         GO TO 5400-EXIT
009420     END-IF.
009430     COMPUTE WS-AVERAGE ROUNDED = WS-HV-SUM (WS-HIST-IX)
009440                                / WS-HV-INTERVALS (WS-HIST-IX).
009450     COMPUTE WS-MOVE-LIMIT = WS-AVERAGE * WS-MOVE-MULTIPLE
009460         ON SIZE ERROR
009470             GO TO 5400-EXIT
009480     END-COMPUTE.
009490     IF WS-MOVE-LIMIT = 0
009500       OR WS-DAY-MOVEMENT NOT > WS-MOVE-LIMIT
009510         GO TO 5400-EXIT
009520     END-IF.
009530     PERFORM 6100-CLEAR-ALERT THRU 6100-EXIT.
009540     MOVE "M" TO AL-TYPE OF NW-ALERT-RECORD.
009550     MOVE "MOVEMENT FAR OVER AVERAGE"
009560         TO AL-DESCRIPTION OF NW-ALERT-RECORD.
009570     MOVE WS-DAY-POSTINGS TO AL-COUNT OF NW-ALERT-RECORD.
009580     MOVE WS-DAY-MOVEMENT TO AL-AMOUNT OF NW-ALERT-RECORD.
009590     MOVE WS-MOVE-LIMIT TO AL-THRESHOLD OF NW-ALERT-RECORD.
009600     MOVE WS-DP-TIME (1) TO AL-FIRST-TIME OF NW-ALERT-RECORD.
009610     MOVE WS-DP-TIME (WS-DAY-COUNT)
009620         TO AL-LAST-TIME OF NW-ALERT-RECORD.
009630     MOVE WS-DP-REF (1) TO AL-FIRST-REF OF NW-ALERT-RECORD.
009640     COMPUTE WS-SCORE = WS-DAY-MOVEMENT * 100 / WS-MOVE-LIMIT
009650         ON SIZE ERROR
009660             MOVE 99999 TO WS-SCORE
009670     END-COMPUTE.
009680     ADD 1 TO WS-CNT-MOVEMENT.
009690     PERFORM 6000-STORE-ALERT THRU 6000-EXIT.
009700 5400-EXIT.
009710     EXIT.
009720
009730*================================================================
009740* 6000-STORE-ALERT - A NEW ALERT GOES ON FILE OPEN. A RESCAN
009750* THAT HITS THE SAME CODE, DAY AND PATTERN REFRESHES THE
009760* FIGURES BUT KEEPS THE ROW'S STATUS AND ORIGINAL RAISE STAMP,
009770* SO A REVIEWER'S CLOSE IS NEVER UNDONE.
009780*================================================================
009790 6000-STORE-ALERT.
009800     MOVE WS-SCORE TO AL-SCORE OF NW-ALERT-RECORD.
009810     MOVE AL-KEY OF NW-ALERT-RECORD TO AL-KEY OF DT-ALERT-RECORD.
009820     READ DTALERT-FILE
009830         INVALID KEY
009840             MOVE "O" TO AL-STATUS OF NW-ALERT-RECORD
009850             MOVE WS-TODAY TO AL-RAISED-DATE OF NW-ALERT-RECORD
009860             MOVE WS-CURRENT-TIME
009870                 TO AL-RAISED-TIME OF NW-ALERT-RECORD
009880             WRITE DT-ALERT-RECORD FROM NW-ALERT-RECORD
009890                 INVALID KEY
009900                     DISPLAY "DATATYPVEL-W09 ALERT WRITE STATUS "
009910                             WS-ALERT-STATUS " FOR " WS-BREAK-ARG1
009920                 NOT INVALID KEY
009930                     ADD 1 TO WS-ALERTS-RAISED
009940             END-WRITE
009950             GO TO 6000-EXIT
009960     END-READ.
009970     MOVE AL-STATUS OF DT-ALERT-RECORD
009980         TO AL-STATUS OF NW-ALERT-RECORD.
009990     MOVE AL-RAISED-DATE OF DT-ALERT-RECORD
010000         TO AL-RAISED-DATE OF NW-ALERT-RECORD.
010010     MOVE AL-RAISED-TIME OF DT-ALERT-RECORD
010020         TO AL-RAISED-TIME OF NW-ALERT-RECORD.
010030     MOVE AL-CLOSED-DATE OF DT-ALERT-RECORD
010040         TO AL-CLOSED-DATE OF NW-ALERT-RECORD.
010050     MOVE AL-CLOSED-USER OF DT-ALERT-RECORD
010060         TO AL-CLOSED-USER OF NW-ALERT-RECORD.
010070     REWRITE DT-ALERT-RECORD FROM NW-ALERT-RECORD
010080         INVALID KEY
010090             DISPLAY "DATATYPVEL-W10 ALERT REWRITE STATUS "
010100                     WS-ALERT-STATUS " FOR " WS-BREAK-ARG1
010110         NOT INVALID KEY
010120             ADD 1 TO WS-ALERTS-REFRESHED
010130     END-REWRITE.
010140 6000-EXIT.
010150     EXIT.
010160
010170 6100-CLEAR-ALERT.
010180     MOVE SPACES TO NW-ALERT-RECORD.
010190     MOVE WS-BREAK-ARG1 TO AL-ARG1 OF NW-ALERT-RECORD.
010200     MOVE WS-TODAY TO AL-DATE OF NW-ALERT-RECORD.
010210     MOVE 0 TO AL-SCORE OF NW-ALERT-RECORD.
010220     MOVE 0 TO AL-COUNT OF NW-ALERT-RECORD.
010230     MOVE 0 TO AL-AMOUNT OF NW-ALERT-RECORD.
010240     MOVE 0 TO AL-THRESHOLD OF NW-ALERT-RECORD.
010250     MOVE 0 TO AL-FIRST-REF OF NW-ALERT-RECORD.
010260 6100-EXIT.
010270     EXIT.
010280
010290*================================================================
010300* 7000-RANK-OPEN-ALERTS - EVERY ALERT STILL OPEN, ANY DAY,
010310* HIGHEST SCORE FIRST
010320*================================================================
010330 7000-RANK-OPEN-ALERTS.
010340     MOVE SPACES TO RPT-RECORD.
010350     WRITE RPT-RECORD.
010360     WRITE RPT-RECORD FROM WS-RANK-HEADING-1.
010370     WRITE RPT-RECORD FROM WS-RANK-HEADING-2.
010380     SORT RANK-WORK-FILE
010390         ON DESCENDING KEY AL-SCORE OF RK-ALERT-RECORD
010400         ON ASCENDING KEY AL-ARG1 OF RK-ALERT-RECORD
010410                          AL-DATE OF RK-ALERT-RECORD
010420                          AL-TYPE OF RK-ALERT-RECORD
010430         INPUT PROCEDURE IS 7100-RANK-INPUT THRU 7100-EXIT
010440         OUTPUT PROCEDURE IS 7300-RANK-OUTPUT THRU 7300-EXIT.
010450 7000-EXIT.
010460     EXIT.
010470
010480 7100-RANK-INPUT.
010490     MOVE LOW-VALUES TO AL-KEY OF DT-ALERT-RECORD.
010500     START DTALERT-FILE KEY NOT < AL-KEY OF DT-ALERT-RECORD
010510         INVALID KEY
010520             SET WS-ALERT-EOF TO TRUE
010530     END-START.
010540     PERFORM 7200-RELEASE-ONE-ALERT THRU 7200-EXIT
010550         UNTIL WS-ALERT-EOF.
010560 7100-EXIT.
010570     EXIT.
010580
010590 7200-RELEASE-ONE-ALERT.
010600     READ DTALERT-FILE NEXT
010610         AT END
010620             SET WS-ALERT-EOF TO TRUE
010630         NOT AT END
010640             IF AL-STATUS-OPEN OF DT-ALERT-RECORD
010650                 RELEASE RK-ALERT-RECORD FROM DT-ALERT-RECORD
010660             END-IF
010670     END-READ.
010680 7200-EXIT.
010690     EXIT.
010700
010710 7300-RANK-OUTPUT.
010720     PERFORM 7400-PRINT-ONE-RANK THRU 7400-EXIT
010730         UNTIL WS-RANK-EOF.
010740 7300-EXIT.
010750     EXIT.
010760
010770 7400-PRINT-ONE-RANK.
010780     RETURN RANK-WORK-FILE
010790         AT END
010800             SET WS-RANK-EOF TO TRUE
010810             GO TO 7400-EXIT
010820     END-RETURN.
010830     ADD 1 TO WS-OPEN-RANKED.
010840     MOVE WS-OPEN-RANKED TO RL-RANK.
010850     MOVE AL-ARG1 OF RK-ALERT-RECORD TO RL-ARG1.
010860     MOVE AL-DATE OF RK-ALERT-RECORD TO RL-DATE.
010870     MOVE AL-TYPE OF RK-ALERT-RECORD TO RL-TYPE.
010880     MOVE AL-DESCRIPTION OF RK-ALERT-RECORD TO RL-DESCRIPTION.
010890     MOVE AL-SCORE OF RK-ALERT-RECORD TO RL-SCORE.
010900     MOVE AL-COUNT OF RK-ALERT-RECORD TO RL-COUNT.
010910     MOVE AL-AMOUNT OF RK-ALERT-RECORD TO RL-AMOUNT.
010920     MOVE AL-THRESHOLD OF RK-ALERT-RECORD TO RL-THRESHOLD.
010930     MOVE AL-FIRST-TIME OF RK-ALERT-RECORD TO RL-FIRST-TIME.
010940     MOVE AL-LAST-TIME OF RK-ALERT-RECORD TO RL-LAST-TIME.
010950     IF AL-DATE OF RK-ALERT-RECORD = WS-TODAY
010960         MOVE "NEW" TO RL-NEW
010970     ELSE
010980         MOVE SPACES TO RL-NEW
010990     END-IF.
011000     WRITE RPT-RECORD FROM WS-RANK-LINE.
011010 7400-EXIT.
011020     EXIT.
011030
011040*================================================================
011050* 8000-PRINT-TOTALS - WHAT WAS SCANNED, WHAT FIRED, WHAT IS OPEN
011060*================================================================
011070 8000-PRINT-TOTALS.
011080     MOVE SPACES TO RPT-RECORD.
011090     WRITE RPT-RECORD.
011100     MOVE "POSTINGS SCANNED" TO TL-LABEL.
011110     MOVE WS-RECS-SCANNED TO TL-COUNT.
011120     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011130     MOVE "CODES SCANNED" TO TL-LABEL.
011140     MOVE WS-CODES-SCANNED TO TL-COUNT.
011150     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011160     MOVE "VELOCITY ALERTS" TO TL-LABEL.
011170     MOVE WS-CNT-VELOCITY TO TL-COUNT.
011180     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011190     MOVE "REPEATED AMOUNT ALERTS" TO TL-LABEL.
011200     MOVE WS-CNT-REPEAT TO TL-COUNT.
011210     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011220     MOVE "TURNAROUND ALERTS" TO TL-LABEL.
011230     MOVE WS-CNT-TURNAROUND TO TL-COUNT.
011240     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011250     MOVE "MOVEMENT ALERTS" TO TL-LABEL.
011260     MOVE WS-CNT-MOVEMENT TO TL-COUNT.
011270     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011280     MOVE "NEW ON DTALERT" TO TL-LABEL.
011290     MOVE WS-ALERTS-RAISED TO TL-COUNT.
011300     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011310     MOVE "REFRESHED BY RESCAN" TO TL-LABEL.
011320     MOVE WS-ALERTS-REFRESHED TO TL-COUNT.
011330     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011340     MOVE "REVIEWS CLOSED" TO TL-LABEL.
011350     MOVE WS-REVIEWS-APPLIED TO TL-COUNT.
011360     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011370     MOVE "REVIEWS REJECTED" TO TL-LABEL.
011380     MOVE WS-REVIEWS-REJECTED TO TL-COUNT.
011390     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011400     MOVE "ALERTS STILL OPEN" TO TL-LABEL.
011410     MOVE WS-OPEN-RANKED TO TL-COUNT.
011420     WRITE RPT-RECORD FROM WS-TOTAL-LINE.
011430 8000-EXIT.
011440     EXIT.
011450
011460*================================================================
011470* 9999-TERMINATE - CLOSE UP AND FLAG THE RUN FOR OPS
011480*================================================================
011490 9999-TERMINATE.
011500     IF WS-ALERT-OPEN
011510         CLOSE DTALERT-FILE
011520     END-IF.
011530     CLOSE DTVEL-RPT.
011540     IF RETURN-CODE = 0
011550         IF WS-ALERTS-RAISED > 0
011560             DISPLAY "DATATYPVEL-W11 " WS-ALERTS-RAISED
011570                     " NEW ALERTS - SEE DTVELRPT"
011580             MOVE 4 TO RETURN-CODE
011590         END-IF
011600         DISPLAY "DATATYPVEL-I01 PATTERN SCAN COMPLETE - "
011610                 WS-CODES-SCANNED " CODES, "
011620                 WS-ALERTS-RAISED " NEW ALERTS, "
011630                 WS-OPEN-RANKED " OPEN"
011640     END-IF.
011650 9999-EXIT.
011660     EXIT.
