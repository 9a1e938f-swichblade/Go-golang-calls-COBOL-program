000010*================================================================
000020* DTDCHREC.CPY
000030* DORMANCY CHANGE-TRAIL RECORD LAYOUT - ONE ROW ON DTDORMCH PER
000040* DORMANCY STATUS CHANGE OR ATTEMPTED CHANGE. DATATYPDRM APPENDS
000050* A D ROW (USER SWEEP) FOR EVERY MASTER ROW IT FLAGS DORMANT;
000060* DATATYPRAC APPENDS AN R ROW FOR EVERY REACTIVATION
000070* TRANSACTION, APPLIED OR REJECTED, WITH THE USER WHO ENTERED
000080* IT. DC-DATE IS THE DTBUSDT BUSINESS DATE OF THE CHANGE, SO AN
000090* APPLIED REACTIVATION ALSO COUNTS AS ACTIVITY TO THE NEXT
000100* SWEEP. DC-LAST-ACTIVITY IS THE LAST PROCESSED DTAUDIT DATE
000110* THE SWEEP FOUND FOR THE CODE (SPACES WHEN NONE WAS ON FILE)
000120* AND DC-ARG7-BALANCE THE BALANCE THE ROW WAS HOLDING. SHARED BY
000130* BOTH WRITERS SO THE TRAIL KEEPS ONE LAYOUT.
000140*----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* 10/15/2026 JM    ORIGINAL VERSION.
000170*================================================================
000180 01  DT-DORMCHG-RECORD.
000190     05  DC-DATE                 PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  DC-TIME                 PIC X(06).
000220     05  FILLER                  PIC X(01).
000230     05  DC-USER                 PIC X(08).
000240     05  FILLER                  PIC X(01).
000250     05  DC-ACTION               PIC X(01).
000260         88  DC-ACTION-DORMANT           VALUE "D".
000270         88  DC-ACTION-REACTIVATE        VALUE "R".
000280     05  FILLER                  PIC X(01).
000290     05  DC-ARG1                 PIC X(06).
000300     05  FILLER                  PIC X(01).
000310     05  DC-BEF-STATUS           PIC X(01).
000320     05  FILLER                  PIC X(01).
000330     05  DC-AFT-STATUS           PIC X(01).
000340     05  FILLER                  PIC X(01).
000350     05  DC-ARG7-BALANCE         PIC S9(09)V99
000360                                     SIGN LEADING SEPARATE.
000370     05  FILLER                  PIC X(01).
000380     05  DC-LAST-ACTIVITY        PIC X(08).
000390     05  FILLER                  PIC X(01).
000400     05  DC-RESULT               PIC X(08).
000410         88  DC-RESULT-APPLIED           VALUE "APPLIED".
