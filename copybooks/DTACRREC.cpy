000010*================================================================
000020* DTACRREC.CPY
000030* ACCRUAL RECORD LAYOUT, KEYED ON AC-ARG1. ONE ROW PER CODE ON
000040* THE DTRATES SCHEDULE, HOLDING WHAT HAS ACCRUED SINCE THE LAST
000050* MONTH-END POSTING. AC-INTEREST-ACCRUED KEEPS SIX DECIMALS SO
000060* A MONTH OF SMALL DAILY AMOUNTS IS NOT LOST TO ROUNDING; ONLY
000070* THE ROUNDED CENTS ARE POSTED AND THE FRACTION STAYS BEHIND FOR
000080* THE NEXT PERIOD. AC-FEES-DUE IS NORMALLY ZERO BETWEEN MONTH
000090* ENDS - IT HOLDS FEES WHOSE POSTING DATATYP REFUSED, SO THEY
000100* ARE TRIED AGAIN AT THE NEXT MONTH END RATHER THAN LOST.
000110* AC-LAST-ACCRUAL-DATE IS THE BUSINESS DATE OF THE LAST ACCRUAL
000120* AND IS WHAT MAKES A RERUN OF THE SAME NIGHT A NO-OP. WRITTEN
000130* ONLY BY DATATYPACR.
000140*----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* 10/15/2026 JM    ORIGINAL VERSION.
000170*================================================================
000180 01  DT-ACCRUAL-RECORD.
000190     05  AC-ARG1                 PIC X(06).
000200     05  AC-PERIOD               PIC X(06).
000210     05  AC-LAST-ACCRUAL-DATE    PIC X(08).
000220     05  AC-PERIOD-DAYS          PIC 9(03) COMP-3.
000230     05  AC-INTEREST-ACCRUED     PIC S9(09)V9(06) COMP-3.
000240     05  AC-FEES-DUE             PIC S9(09)V99 COMP-3.
000250     05  AC-BELOW-MIN-SW         PIC X(01).
000260         88  AC-BELOW-MINIMUM            VALUE "Y".
000270     05  AC-LAST-RATE            PIC 9(03)V9(04) COMP-3.
000280     05  AC-LAST-POST-DATE       PIC X(08).
000290     05  AC-LAST-POST-INTEREST   PIC S9(09)V99 COMP-3.
000300     05  AC-LAST-POST-FEES       PIC S9(09)V99 COMP-3.
