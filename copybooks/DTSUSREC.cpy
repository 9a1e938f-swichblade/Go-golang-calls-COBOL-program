000203*                  APPENDED AFTER SR-ARG10 SO EXISTING RECORDS
000204*                  STILL PARSE - SO DATATYPRCY CAN REPLAY THE
000205*                  REVERSAL AGAINST THE SAME ORIGINAL POSTING.
000206* 10/15/2026 JM    ADDED SR-CHANNEL, SR-SOURCE-SYSTEM AND
000207*                  SR-USER-ID, APPENDED AFTER SR-ARG11, SO A
000208*                  REJECT NAMES THE PATH, FEEDING SYSTEM AND
000209*                  USER THAT SENT IT. OLDER RECORDS COME BACK
000210*                  BLANK THERE.
000206*================================================================
000210 01  DT-SUSPENSE-RECORD.
000220     05  SR-DATE                 PIC X(08).
000490                                     SIGN LEADING SEPARATE.
000500     05  FILLER                  PIC X(01).
000510     05  SR-ARG11                PIC 9(09).
000520     05  FILLER                  PIC X(01).
000530     05  SR-CHANNEL              PIC X(04).
000540     05  FILLER                  PIC X(01).
000550     05  SR-SOURCE-SYSTEM        PIC X(08).
000560     05  FILLER                  PIC X(01).
000570     05  SR-USER-ID              PIC X(08).
