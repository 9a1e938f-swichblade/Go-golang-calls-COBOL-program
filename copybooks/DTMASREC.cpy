000156*                  CODE CAN NEVER STRAND MONEY AGAIN. THE SAME
000157*                  UNLOAD/RELOAD THAT PICKS UP THE MTD FIELDS
000158*                  COVERS THIS BYTE.
000159* 10/15/2026 JM    ADDED D - A ROW THE DATATYPDRM SWEEP FOUND
000160*                  WITH NO PROCESSED ACTIVITY FOR THE DORMANCY
000161*                  PERIOD. DATATYP REFUSES TO POST TO A DORMANT
000162*                  ROW (RC 25, SUSPENSE) UNTIL DATATYPRAC
000163*                  REACTIVATES IT BACK TO SPACE.
000159*================================================================
000154 01  MR-MASTER-RECORD.
000156     05  MR-ARG1                 PIC X(06).
000168     05  MR-MTD-POST-COUNT       PIC 9(07) COMP-3.
000170     05  MR-STATUS               PIC X(01).
000172         88  MR-STATUS-CLOSED            VALUE "C".
000174         88  MR-STATUS-DORMANT           VALUE "D".
