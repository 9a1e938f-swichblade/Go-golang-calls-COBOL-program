000010*================================================================
000020* DTSTRREC.CPY
000030* NIGHTLY STREAM CONTROL RECORD LAYOUT - ONE ROW APPENDED TO
000040* DTSTREAM FOR EVERY STEP EVENT DATATYPSTR RECORDS, KEYED BY THE
000050* DTBUSDT BUSINESS DATE THE STREAM IS RUNNING FOR. AN S ROW IS
000060* WRITTEN (AND THE FILE CLOSED) BEFORE THE STEP IS CALLED AND AN
000070* E ROW WITH ITS RETURN CODE WHEN IT COMES BACK, SO A STEP THAT
000080* DIED PART WAY LEAVES AN S ROW WITH NO E ROW BEHIND IT. AN X ROW
000090* RECORDS A STEP THE CONTROLLER REFUSED TO RUN AND WHY; AN R ROW
000100* IS AN OPERATOR RERUN THAT CLEARS THE STEP'S EARLIER ROWS FOR
000110* THE DAY. THE STEP'S STATE FOR THE DAY IS THE NET OF ITS ROWS
000120* IN FILE ORDER. SS-DATE/SS-TIME ARE THE WALL CLOCK.
000130*----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* 10/15/2026 JM    ORIGINAL VERSION.
000160*================================================================
000170 01  DT-STREAM-RECORD.
000180     05  SS-BUSINESS-DATE        PIC X(08).
000190     05  FILLER                  PIC X(01).
000200     05  SS-STEP                 PIC X(10).
000210     05  FILLER                  PIC X(01).
000220     05  SS-EVENT                PIC X(01).
000230         88  SS-EVENT-START              VALUE "S".
000240         88  SS-EVENT-END                VALUE "E".
000250         88  SS-EVENT-REFUSED            VALUE "X".
000260         88  SS-EVENT-RERUN              VALUE "R".
000270     05  FILLER                  PIC X(01).
000280     05  SS-DATE                 PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  SS-TIME                 PIC X(06).
000310     05  FILLER                  PIC X(01).
000320     05  SS-RETURN-CODE          PIC 9(04).
000330     05  FILLER                  PIC X(01).
000340     05  SS-NOTE                 PIC X(40).
