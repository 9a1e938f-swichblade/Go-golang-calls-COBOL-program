000303*                  ARG11 - THE CALL INTERFACE IS ONE ARGUMENT
000304*                  WIDER, AND THE GO BRIDGE MUST BE REBUILT
000305*                  AGAINST THIS LAYOUT.
000306* 10/15/2026 JM    ADDED ARG12, THE ORIGINATING CHANNEL, THE
000307*                  FEEDING SOURCE SYSTEM AND THE SUBMITTING
000308*                  USER. DATATYP STAMPS ALL THREE ON EVERY
000309*                  DTAUDIT, DTSUSP AND DTEXCP RECORD IT WRITES SO
000310*                  A POSTING CAN BE TRACED TO THE PATH THAT SENT
000311*                  IT. EACH BATCH DRIVER NAMES ITSELF; THE SOURCE
000312*                  SYSTEM IS THE ORIGINATING BH-SOURCE-SYSTEM OF
000313*                  A DATATYPBAT POSTING, CARRIED THROUGH
000314*                  DATATYPAPR AND DATATYPRCY, AND BLANK OTHERWISE.
000315*                  A BLANK CHANNEL IS TAKEN AS THE GO CALLER. LIKE
000316*                  ARG11, EVERY CALLER MUST NOW PASS ARG12 AND THE
000317*                  GO BRIDGE MUST BE REBUILT AGAINST THIS LAYOUT.
000306*================================================================
000310 01  ARG1                    PIC X(6).
000320 01  ARG2                    PIC X(6).
000450     88  DT-OP-LEGACY                VALUE SPACE.
000460 01  ARG10                   PIC S9(9)V99 COMP-3.
000470 01  ARG11                   PIC 9(09).
000472 01  ARG12.
000474     05  ARG12-CHANNEL       PIC X(4).
000476         88  DT-CHANNEL-GO               VALUE "GO  " SPACES.
000478         88  DT-CHANNEL-BATCH            VALUE "BAT ".
000480         88  DT-CHANNEL-RECYCLE          VALUE "RCY ".
000482         88  DT-CHANNEL-RELEASE          VALUE "REL ".
000484         88  DT-CHANNEL-TRANSFER         VALUE "XFR ".
000486         88  DT-CHANNEL-ACCRUAL          VALUE "ACR ".
000488         88  DT-CHANNEL-APPROVAL         VALUE "APR ".
000490     05  ARG12-SOURCE-SYSTEM PIC X(8).
000492     05  ARG12-USER-ID       PIC X(8).
