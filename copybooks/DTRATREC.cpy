000010*================================================================
000020* DTRATREC.CPY
000030* RATE AND FEE SCHEDULE RECORD - ONE ROW ON THE DTRATES FILE PER
000040* ARG1 CODE THAT EARNS INTEREST OR PAYS FEES. A CODE WITH NO ROW
000050* IS NEITHER ACCRUED NOR CHARGED. INTEREST IS TIERED: EACH OF
000060* THE THREE RT-TIER ENTRIES CARRIES THE ARG7 BALANCE CEILING OF
000070* ITS BAND AND THE ANNUAL PERCENTAGE RATE PAID ON THE PART OF
000080* THE BALANCE INSIDE THE BAND. A ZERO CEILING MEANS THE BAND HAS
000090* NO UPPER LIMIT (THE THIRD CEILING IS ALWAYS TREATED THAT WAY).
000100* RT-MIN-BAL-FEE IS CHARGED ONCE AT MONTH END WHEN THE ARG7
000110* BALANCE STOOD BELOW RT-MIN-BALANCE ON ANY DAY ACCRUED IN THE
000120* MONTH; RT-MONTHLY-CHARGE IS CHARGED AT EVERY MONTH END.
000130* RT-DAY-BASIS IS THE DAY COUNT OF THE RATE YEAR (360 OR 365);
000140* ZERO IS TAKEN AS 365. MAINTAINED BY OPS AS A FLAT FILE AND
000150* READ BY DATATYPACR.
000160*----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 10/15/2026 JM    ORIGINAL VERSION.
000190*================================================================
000200 01  DT-RATE-RECORD.
000210     05  RT-ARG1                 PIC X(06).
000220     05  FILLER                  PIC X(01).
000230     05  RT-TIER                 OCCURS 3 TIMES.
000240         10  RT-TIER-CEILING     PIC 9(09)V99.
000250         10  FILLER              PIC X(01).
000260         10  RT-TIER-RATE        PIC 9(03)V9(04).
000270         10  FILLER              PIC X(01).
000280     05  RT-MIN-BALANCE          PIC 9(09)V99.
000290     05  FILLER                  PIC X(01).
000300     05  RT-MIN-BAL-FEE          PIC 9(07)V99.
000310     05  FILLER                  PIC X(01).
000320     05  RT-MONTHLY-CHARGE       PIC 9(07)V99.
000330     05  FILLER                  PIC X(01).
000340     05  RT-DAY-BASIS            PIC 9(03).
