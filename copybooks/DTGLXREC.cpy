000010*================================================================
000020* DTGLXREC.CPY
000030* GROUP-LEVEL GENERAL LEDGER EXTRACT LAYOUTS FOR THE DTGLGRP FEED
000040* DATATYPCON WRITES WHEN ASKED TO ON SYSIN. TWO RECORD TYPES,
000050* DISTINGUISHED BY THE FIRST BYTE:
000060*   G - ONE PER GROUP, WITH THE CONSOLIDATED FIGURES OF EVERY
000070*       CODE AT OR BELOW IT - A PARENT'S FIGURES INCLUDE ITS
000080*       CHILDREN'S, SO ONLY LEVEL-1 ROWS MAY BE ADDED TOGETHER
000090*   C - ONE CONTROL RECORD, LAST, WITH THE GROUP COUNT, THE SUM
000100*       OF THE LEVEL-1 GROUPS, THE CODES IN NO GROUP AND THE
000110*       WHOLE DTMASTER TOTAL, SO THE LEDGER CAN PROVE LEVEL-1
000120*       PLUS UNGROUPED EQUALS THE MASTER BEFORE LOADING IT
000130* THE RECEIVING LEDGER LOADS THIS MEMBER TOO - DO NOT CHANGE A
000140* FIELD WITHOUT AGREEING THE CHANGE WITH THE LEDGER TEAM.
000150*----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* 10/15/2026 JM    ORIGINAL VERSION.
000180*================================================================
000190 01  DT-GLGROUP-RECORD.
000200     05  XG-RECORD-TYPE          PIC X(01).
000210     05  FILLER                  PIC X(01).
000220     05  XG-EXTRACT-DATE         PIC X(08).
000230     05  FILLER                  PIC X(01).
000240     05  XG-GROUP-ID             PIC X(08).
000250     05  FILLER                  PIC X(01).
000260     05  XG-PARENT-ID            PIC X(08).
000270     05  FILLER                  PIC X(01).
000280     05  XG-LEVEL                PIC 9(02).
000290     05  FILLER                  PIC X(01).
000300     05  XG-CODE-COUNT           PIC 9(07).
000310     05  FILLER                  PIC X(01).
000320     05  XG-ARG7-BALANCE         PIC S9(13)V99
000330                                     SIGN LEADING SEPARATE.
000340     05  FILLER                  PIC X(01).
000350     05  XG-MTD-ARG7-MOVEMENT    PIC S9(13)V99
000360                                     SIGN LEADING SEPARATE.
000370     05  FILLER                  PIC X(01).
000380     05  XG-MTD-POST-COUNT       PIC 9(09).
000390 01  DT-GLGROUP-CONTROL.
000400     05  XK-RECORD-TYPE          PIC X(01).
000410     05  FILLER                  PIC X(01).
000420     05  XK-EXTRACT-DATE         PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  XK-GROUP-COUNT          PIC 9(07).
000450     05  FILLER                  PIC X(01).
000460     05  XK-LEVEL1-ARG7-BALANCE  PIC S9(13)V99
000470                                     SIGN LEADING SEPARATE.
000480     05  FILLER                  PIC X(01).
000490     05  XK-UNGROUPED-ARG7-BAL   PIC S9(13)V99
000500                                     SIGN LEADING SEPARATE.
000510     05  FILLER                  PIC X(01).
000520     05  XK-MASTER-ARG7-BALANCE  PIC S9(13)V99
000530                                     SIGN LEADING SEPARATE.
