000010*================================================================
000020* DTALTREC.CPY
000030* POSTING-PATTERN ALERT RECORD LAYOUT, KEYED ON AL-KEY - ONE ROW
000040* ON THE INDEXED DTALERT FILE PER CODE, BUSINESS DAY AND PATTERN
000050* THE DATATYPVEL SCAN RAISED. THE PATTERNS ARE:
000060*   V - MORE POSTINGS INSIDE THE TIME WINDOW THAN ALLOWED
000070*   A - THE SAME AR-AMOUNT REPEATED ON THE CODE
000080*   T - A CREDIT TURNED AROUND BY A MATCHING DEBIT OR REVERSAL
000090*   M - THE DAY'S MOVEMENT FAR ABOVE THE CODE'S DTBALHIST AVERAGE
000100* AL-COUNT, AL-AMOUNT AND AL-THRESHOLD CARRY WHAT WAS SEEN AND
000110* WHAT IT WAS MEASURED AGAINST; AL-SCORE IS HOW FAR OVER THE
000120* THRESHOLD THE CODE WENT, AS A PERCENTAGE, AND RANKS THE REVIEW
000130* REPORT. A ROW STAYS OPEN UNTIL A REVIEWER CLOSES IT THROUGH
000140* THE DTALRVW FILE; A RESCAN OF THE SAME DAY REFRESHES THE
000150* FIGURES BUT NEVER REOPENS A CLOSED ROW. THE KEY LEADS WITH
000160* AL-ARG1 SO DATATYPINQ CAN BROWSE ONE CODE'S ALERTS. WRITTEN BY
000170* DATATYPVEL, READ BY DATATYPINQ.
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 JM    ORIGINAL VERSION.
000210*================================================================
000220 01  DT-ALERT-RECORD.
000230     05  AL-KEY.
000240         10  AL-ARG1             PIC X(06).
000250         10  AL-DATE             PIC X(08).
000260         10  AL-TYPE             PIC X(01).
000270             88  AL-TYPE-VELOCITY        VALUE "V".
000280             88  AL-TYPE-REPEAT          VALUE "A".
000290             88  AL-TYPE-TURNAROUND      VALUE "T".
000300             88  AL-TYPE-MOVEMENT        VALUE "M".
000310     05  AL-STATUS               PIC X(01).
000320         88  AL-STATUS-OPEN              VALUE "O".
000330         88  AL-STATUS-CLOSED            VALUE "C".
000340     05  AL-SCORE                PIC 9(05).
000350     05  AL-COUNT                PIC 9(05).
000360     05  AL-AMOUNT               PIC S9(11)V99 COMP-3.
000370     05  AL-THRESHOLD            PIC S9(11)V99 COMP-3.
000380     05  AL-FIRST-TIME           PIC X(06).
000390     05  AL-LAST-TIME            PIC X(06).
000400     05  AL-FIRST-REF            PIC 9(09).
000410     05  AL-DESCRIPTION          PIC X(30).
000420     05  AL-RAISED-DATE          PIC X(08).
000430     05  AL-RAISED-TIME          PIC X(06).
000440     05  AL-CLOSED-DATE          PIC X(08).
000450     05  AL-CLOSED-USER          PIC X(08).
