000010*================================================================
000020* DTHCTREC.CPY
000030* APPROVAL-HOLD CONTROL RECORD - THE SINGLE RECORD ON DTHLDCTL.
000040* HC-THRESHOLD IS THE LARGEST POSTING AMOUNT (ARG10, EITHER SIGN)
000050* A DTBATCH TUPLE OR A RELEASED DTPEND ROW MAY CARRY AND STILL GO
000060* STRAIGHT TO DATATYP; ANYTHING LARGER IS PARKED ON THE DTHELD
000070* FILE UNTIL A SECOND USER APPROVES IT THROUGH DATATYPAPR. OPS
000080* SETS THE THRESHOLD BY HAND. NO RECORD, OR A ZERO THRESHOLD,
000090* TURNS THE HOLD OFF. HC-LAST-ID IS THE LAST HL-ID HANDED OUT,
000100* KEPT HERE SO AN ID IS NEVER REUSED AFTER DATATYPAPR HAS
000110* EMPTIED THE HELD FILE; DATATYPBAT AND DATATYPREL REWRITE THE
000120* RECORD WITH THE NEW HIGH-WATER MARK WHEN THEY HOLD ANYTHING.
000130*----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* 10/15/2026 JM    ORIGINAL VERSION.
000160*================================================================
000170 01  DT-HLDCTL-RECORD.
000180     05  HC-THRESHOLD            PIC 9(09)V99.
000190     05  FILLER                  PIC X(01).
000200     05  HC-LAST-ID              PIC 9(07).
