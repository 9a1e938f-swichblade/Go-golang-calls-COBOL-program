000210*                  BH-SOURCE-SYSTEM AND BH-RUN-DATE; A ROW FROM
000212*                  A SINGLE-PURPOSE POSTING RUN (RECYCLE,
000214*                  TRANSFER) LEAVES THEM BLANK.
000215* 10/15/2026 JM    ADDED RC-RECS-HELD, APPENDED AGAIN - POSTINGS
000216*                  THE RUN PARKED ON DTHELD FOR APPROVAL INSTEAD
000217*                  OF CALLING DATATYP. THEY ARE NEITHER POSTED
000218*                  NOR REJECTED, SO THE DAY-END CLOSE SKIPS THEM.
000219* 10/15/2026 JM    ADDED RC-CHANNEL, APPENDED AGAIN - THE ARG12
000220*                  CHANNEL THE RUN POSTED UNDER, SO THE DATATYPSTL
000221*                  SETTLEMENT REPORT CAN TIE EACH CHANNEL'S TRAIL
000222*                  COUNTS TO ITS OWN RUNS. A DATATYPBAT ROW TIES
000223*                  TOGETHER WITH ITS RC-SOURCE-SYSTEM. OLDER ROWS
000224*                  COME BACK BLANK THERE.
000216*================================================================
000220 01  DT-RUNCTL-RECORD.
000230     05  RC-RUN-DATE             PIC X(08).
000390     05  RC-SOURCE-SYSTEM        PIC X(08).
000400     05  FILLER                  PIC X(01).
000410     05  RC-FILE-RUN-DATE        PIC X(08).
000420     05  FILLER                  PIC X(01).
000430     05  RC-RECS-HELD            PIC 9(09).
000440     05  FILLER                  PIC X(01).
000450     05  RC-CHANNEL              PIC X(04).
