000270*                  SITS OPEN STILL SHOWS. NOTHING HERE UPDATES
000280*                  ANY FILE, SO IT IS SAFE DURING THE ONLINE
000290*                  DAY.
000291* 10/15/2026 JM    A ROW THE DATATYPDRM SWEEP FLAGGED DORMANT
000292*                  SAYS SO ON THE MASTER LINES, THE SAME WAY A
000293*                  CLOSED ROW DOES.
000294* 10/15/2026 JM    OPEN DATATYPVEL PATTERN ALERTS FOR THE CODE
000295*                  SHOW AFTER THE BLOCKS, ANY DAY, SO THE
000296*                  OPERATOR SEES WHAT THE REVIEWERS HAVE NOT YET
000297*                  CLEARED.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000580     SELECT DTEXCP-FILE ASSIGN TO "DTEXCP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXCP-STATUS.
000601     SELECT DTALERT-FILE ASSIGN TO "DTALERT"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS AL-KEY
000605         FILE STATUS IS WS-ALERT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DTBUSDT-FILE.
000740     COPY DTSUSREC.
000750 FD  DTEXCP-FILE.
000760     COPY DTEXCREC.
000763 FD  DTALERT-FILE.
000766     COPY DTALTREC.
000770 WORKING-STORAGE SECTION.
000780 01  WS-BUSDT-STATUS             PIC X(02).
000790 01  WS-AUTH-STATUS              PIC X(02).
000820 01  WS-AUDIT-STATUS             PIC X(02).
000830 01  WS-SUSP-STATUS              PIC X(02).
000840 01  WS-EXCP-STATUS              PIC X(02).
000845 01  WS-ALERT-STATUS             PIC X(02).
000850 01  WS-TODAY                    PIC X(08).
000860 01  WS-INQ-ARG1                 PIC X(06).
000870 01  WS-DONE-SW                  PIC X(01) VALUE "N".
000920     88  WS-LIMITS-OPEN                      VALUE "Y".
000930 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000940     88  WS-MASTER-OPEN                      VALUE "Y".
000943 01  WS-ALERT-OPEN-SW            PIC X(01) VALUE "N".
000946     88  WS-ALERT-OPEN                       VALUE "Y".
000950 01  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
000960     88  WS-FILE-EOF                         VALUE "Y".
000970 01  WS-ACTIVITY-COUNT           PIC 9(05) COMP.
000980 01  WS-SUSP-COUNT               PIC 9(05) COMP.
000990 01  WS-EXCP-COUNT               PIC 9(05) COMP.
000995 01  WS-ALERT-COUNT              PIC 9(05) COMP.
001000 01  WS-ED-ARG4                  PIC -(05)9.9999.
001010 01  WS-ED-ARG5                  PIC -(05)9.9999.
001020 01  WS-ED-ARG6                  PIC -(05)9.
001640         DISPLAY "DATATYPINQ-W04 MASTER FILE OPEN STATUS "
001650                 WS-MASTER-STATUS
001660     END-IF.
001661     OPEN INPUT DTALERT-FILE.
001662     IF WS-ALERT-STATUS = "00"
001663         SET WS-ALERT-OPEN TO TRUE
001664     ELSE
001665         IF WS-ALERT-STATUS NOT = "35"
001666             DISPLAY "DATATYPINQ-W05 ALERT FILE OPEN STATUS "
001667                     WS-ALERT-STATUS
001668         END-IF
001669     END-IF.
001670     DISPLAY "DATATYP INQUIRY CONSOLE - BUSINESS DAY " WS-TODAY.
001680 1000-EXIT.
001690     EXIT.
001880     PERFORM 4000-SHOW-TODAY-ACTIVITY THRU 4000-EXIT.
001890     PERFORM 5000-SHOW-SUSPENSE THRU 5000-EXIT.
001900     PERFORM 6000-SHOW-EXCEPTIONS THRU 6000-EXIT.
001905     PERFORM 7000-SHOW-ALERTS THRU 7000-EXIT.
001910     DISPLAY "==================================================".
001920 2000-EXIT.
001930     EXIT.
002610     IF MR-STATUS-CLOSED
002620         DISPLAY "MASTER:   ROW IS CLOSED - POSTINGS REFUSED"
002630     END-IF.
002632     IF MR-STATUS-DORMANT
002634         DISPLAY "MASTER:   ROW IS DORMANT - POSTINGS REFUSED"
002636     END-IF.
002640     MOVE MR-ARG4-BALANCE TO WS-ED-ARG4.
002650     MOVE MR-ARG5-BALANCE TO WS-ED-ARG5.
002660     MOVE MR-ARG6-BALANCE TO WS-ED-ARG6.
004050 6100-EXIT.
004060     EXIT.
004070
004072*================================================================
004074* 7000-SHOW-ALERTS - EVERY OPEN PATTERN ALERT FOR THE CODE, ANY
004076* DAY. DTALERT IS KEYED CODE FIRST, SO ONE START POSITIONS ON
004078* THE CODE'S OLDEST ALERT.
004080*================================================================
004081 7000-SHOW-ALERTS.
004082     MOVE 0 TO WS-ALERT-COUNT.
004083     MOVE "N" TO WS-FILE-EOF-SW.
004084     IF NOT WS-ALERT-OPEN
004085         DISPLAY "ALERTS:   NONE"
004086         GO TO 7000-EXIT
004087     END-IF.
004088     MOVE LOW-VALUES TO AL-KEY.
004089     MOVE WS-INQ-ARG1 TO AL-ARG1.
004090     START DTALERT-FILE KEY NOT < AL-KEY
004091         INVALID KEY
004092             SET WS-FILE-EOF TO TRUE
004093     END-START.
004094     PERFORM 7100-SHOW-ONE-ALERT
004095         UNTIL WS-FILE-EOF.
004096     IF WS-ALERT-COUNT = 0
004097         DISPLAY "ALERTS:   NONE"
004098     END-IF.
004099 7000-EXIT.
004100     EXIT.
004101
004102 7100-SHOW-ONE-ALERT.
004103     READ DTALERT-FILE NEXT
004104         AT END
004105             SET WS-FILE-EOF TO TRUE
004106         NOT AT END
004107             IF AL-ARG1 NOT = WS-INQ-ARG1
004108                 SET WS-FILE-EOF TO TRUE
004109             ELSE
004110                 IF AL-STATUS-OPEN
004111                     ADD 1 TO WS-ALERT-COUNT
004112                     DISPLAY "ALERTS:   " AL-DATE " " AL-TYPE " "
004113                             AL-DESCRIPTION " SCORE " AL-SCORE
004114                 END-IF
004115             END-IF
004116     END-READ.
004117 7100-EXIT.
004118     EXIT.
004119
004120*================================================================
004090* 9999-TERMINATE - CLOSE THE SESSION FILES
004100*================================================================
004110 9999-TERMINATE.
004180     IF WS-MASTER-OPEN
004190         CLOSE DTMASTER-FILE
004200     END-IF.
004202     IF WS-ALERT-OPEN
004204         CLOSE DTALERT-FILE
004206     END-IF.
004210     DISPLAY "DATATYPINQ-I01 INQUIRY CONSOLE CLOSED".
004220 9999-EXIT.
004230     EXIT.
