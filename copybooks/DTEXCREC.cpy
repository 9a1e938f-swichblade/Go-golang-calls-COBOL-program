000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 08/21/2026 JM    ORIGINAL VERSION.
000111* 10/15/2026 JM    ADDED XR-CHANNEL, XR-SOURCE-SYSTEM AND
000112*                  XR-USER-ID, APPENDED AFTER XR-REASON, SO A
000113*                  BLOCK NAMES THE PATH, FEEDING SYSTEM AND USER
000114*                  THAT SENT IT. OLDER RECORDS COME BACK BLANK
000115*                  THERE.
000120*================================================================
000130 01  DT-EXCEPTION-RECORD.
000140     05  XR-DATE                 PIC X(08).
000310                                     SIGN LEADING SEPARATE.
000320     05  FILLER                  PIC X(01).
000330     05  XR-REASON               PIC X(20).
000340     05  FILLER                  PIC X(01).
000350     05  XR-CHANNEL              PIC X(04).
000360     05  FILLER                  PIC X(01).
000370     05  XR-SOURCE-SYSTEM        PIC X(08).
000380     05  FILLER                  PIC X(01).
000390     05  XR-USER-ID              PIC X(08).
