000010*================================================================
000020* DTGRPREC.CPY
000030* CODE GROUPING MASTER RECORD LAYOUT, KEYED ON GM-KEY. THE
000040* BUSINESS MANAGES ARG1 CODES IN GROUPS (REGION, PRODUCT,
000050* CUSTOMER) THAT NEST INSIDE ONE ANOTHER, SO DTGROUP HOLDS TWO
000060* KINDS OF ROW UNDER ONE KEY: A G ROW IS A GROUP, WITH ITS NAME,
000070* A FREE-TEXT LEVEL TITLE AND THE PARENT GROUP IT ROLLS UP TO
000080* (SPACES AT THE TOP OF A HIERARCHY); A C ROW ASSIGNS ONE ARG1
000090* CODE TO THE GROUP IT BELONGS TO. A ROW IS NEVER DELETED - A
000100* REMOVED ROW KEEPS ITS HISTORY UNDER GM-STATUS X AND DROPS OUT
000110* OF THE ROLLUP. HIERARCHIES ARE AT MOST NINE GROUPS DEEP.
000120* SHARED BY DATATYPGRP (MAINTENANCE) AND DATATYPCON (ROLLUP) SO
000130* THE TWO CAN NEVER DRIFT ON THE LAYOUT.
000140*----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* 10/15/2026 JM    ORIGINAL VERSION.
000170*================================================================
000180 01  DT-GROUP-RECORD.
000190     05  GM-KEY.
000200         10  GM-MEMBER-TYPE      PIC X(01).
000210             88  GM-MEMBER-CODE              VALUE "C".
000220             88  GM-MEMBER-GROUP             VALUE "G".
000230         10  GM-MEMBER-ID        PIC X(08).
000240     05  GM-PARENT-ID            PIC X(08).
000250     05  GM-STATUS               PIC X(01).
000260         88  GM-STATUS-ACTIVE            VALUE "A".
000270         88  GM-STATUS-REMOVED           VALUE "X".
000280     05  GM-GROUP-NAME           PIC X(30).
000290     05  GM-GROUP-LEVEL          PIC X(10).
000300     05  GM-LAST-MAINT-DATE      PIC X(08).
000310     05  GM-LAST-MAINT-TIME      PIC X(06).
000320     05  GM-LAST-MAINT-USER      PIC X(08).
