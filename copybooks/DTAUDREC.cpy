000153*                  RECORD WRITTEN BEFORE THE FIELDS EXISTED
000154*                  COMES BACK SPACE-FILLED THERE - READERS
000155*                  TEST NUMERIC BEFORE USING EITHER FIELD.
000156* 10/15/2026 JM    ADDED AR-CHANNEL, AR-SOURCE-SYSTEM AND
000157*                  AR-USER-ID FROM THE CALLER'S ARG12, APPENDED
000158*                  AT THE END AGAIN, SO EVERY CALL ON THE TRAIL
000159*                  NAMES THE PATH THAT SENT IT (GO, BAT, RCY,
000160*                  REL, XFR, ACR, APR), THE FEEDING SYSTEM OF A
000161*                  BATCH SET, AND THE SUBMITTING USER. OLDER
000162*                  RECORDS COME BACK BLANK THERE.
000156*================================================================
000140 01  DT-AUDIT-RECORD.
000150     05  AR-DATE                 PIC X(08).
000570     05  AR-POSTING-REF          PIC 9(09).
000580     05  FILLER                  PIC X(01).
000590     05  AR-REVERSAL-OF          PIC 9(09).
000600     05  FILLER                  PIC X(01).
000610     05  AR-CHANNEL              PIC X(04).
000620     05  FILLER                  PIC X(01).
000630     05  AR-SOURCE-SYSTEM        PIC X(08).
000640     05  FILLER                  PIC X(01).
000650     05  AR-USER-ID              PIC X(08).
