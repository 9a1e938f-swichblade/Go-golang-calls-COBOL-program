000010*================================================================
000020* DTVCTREC.CPY
000030* VELOCITY AND PATTERN ALERT CONTROL RECORD - THE SINGLE RECORD
000040* ON DTVELCTL, SET BY HAND BY OPS THE SAME WAY AS DTHLDCTL.
000050* VC-MAX-POSTINGS IS THE MOST POSTINGS A CODE MAY TAKE INSIDE
000060* ANY VC-WINDOW-MINUTES SPAN BEFORE A V ALERT. VC-REPEAT-COUNT
000070* IS HOW MANY POSTINGS OF THE SAME AMOUNT IN ONE DAY RAISE AN A
000080* ALERT. A CREDIT MATCHED BY A DEBIT OR REVERSAL OF THE SAME
000090* AMOUNT WITHIN VC-TURN-MINUTES RAISES A T ALERT. THE DAY'S
000100* MOVEMENT ABOVE VC-MOVE-MULTIPLE TIMES THE CODE'S AVERAGE DAILY
000110* MOVEMENT ON DTBALHIST RAISES AN M ALERT, BUT ONLY ONCE THE
000120* CODE HAS VC-MIN-HISTORY SNAPSHOT INTERVALS TO AVERAGE. NO
000130* RECORD, OR A ZERO OR NON-NUMERIC FIELD, TAKES THE DEFAULT
000140* DATATYPVEL CARRIES FOR THAT FIELD. READ BY DATATYPVEL.
000150*----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* 10/15/2026 JM    ORIGINAL VERSION.
000180*================================================================
000190 01  DT-VELCTL-RECORD.
000200     05  VC-MAX-POSTINGS         PIC 9(05).
000210     05  FILLER                  PIC X(01).
000220     05  VC-WINDOW-MINUTES       PIC 9(04).
000230     05  FILLER                  PIC X(01).
000240     05  VC-REPEAT-COUNT         PIC 9(03).
000250     05  FILLER                  PIC X(01).
000260     05  VC-TURN-MINUTES         PIC 9(04).
000270     05  FILLER                  PIC X(01).
000280     05  VC-MOVE-MULTIPLE        PIC 9(03).
000290     05  FILLER                  PIC X(01).
000300     05  VC-MIN-HISTORY          PIC 9(03).
