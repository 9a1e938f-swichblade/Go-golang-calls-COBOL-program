000010*================================================================
000020* DTHLDREC.CPY
000030* HELD-FOR-APPROVAL RECORD LAYOUT - ONE ROW ON DTHELD PER POSTING
000040* WHOSE AMOUNT WAS OVER THE DTHLDCTL APPROVAL THRESHOLD WHEN IT
000050* WAS ABOUT TO GO TO DATATYP. DATATYPBAT PARKS OVER-THRESHOLD
000060* DTBATCH TUPLES HERE AND DATATYPREL PARKS OVER-THRESHOLD DTPEND
000070* ROWS WHEN THEY COME DUE, IN BOTH CASES INSTEAD OF CALLING
000080* DATATYP. THE ROW CARRIES THE FULL ARGUMENT SET SO DATATYPAPR
000090* CAN RELEASE IT THROUGH THE NORMAL CALL ONCE A SECOND USER HAS
000100* APPROVED IT. HL-MAKER-ID IS WHO ENTERED THE POSTING - THE
000110* PN-USER-ID OF A WAREHOUSED ROW, OR THE BH-SOURCE-SYSTEM OF A
000120* BATCH TUPLE, SINCE DTBATCH CARRIES NO USER - AND THAT ID MAY
000130* NOT APPROVE IT. HL-ORIGIN-REF TIES THE ROW BACK TO WHERE IT
000140* CAME FROM: THE BH-RUN-DATE OF THE BATCH FILE, OR THE PN-ID OF
000150* THE WAREHOUSED ROW. SHARED BY DATATYPBAT AND DATATYPREL
000160* (WRITERS) AND DATATYPAPR (APPROVER) SO THEY CAN NEVER DRIFT ON
000170* THE LAYOUT.
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 JM    ORIGINAL VERSION.
000210*================================================================
000220 01  DT-HELD-RECORD.
000230     05  HL-ID                   PIC 9(07).
000240     05  FILLER                  PIC X(01).
000250     05  HL-SOURCE               PIC X(03).
000260         88  HL-SOURCE-BATCH             VALUE "BAT".
000270         88  HL-SOURCE-RELEASE           VALUE "REL".
000280     05  FILLER                  PIC X(01).
000290     05  HL-ENTRY-DATE           PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  HL-ENTRY-TIME           PIC X(06).
000320     05  FILLER                  PIC X(01).
000330     05  HL-MAKER-ID             PIC X(08).
000340     05  FILLER                  PIC X(01).
000350     05  HL-ORIGIN-REF           PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  HL-ARG1                 PIC X(06).
000380     05  FILLER                  PIC X(01).
000390     05  HL-ARG2                 PIC X(06).
000400     05  FILLER                  PIC X(01).
000410     05  HL-ARG4                 PIC S9(05)V9(04)
000420                                     SIGN LEADING SEPARATE.
000430     05  FILLER                  PIC X(01).
000440     05  HL-ARG5                 PIC S9(05)V9(04)
000450                                     SIGN LEADING SEPARATE.
000460     05  FILLER                  PIC X(01).
000470     05  HL-ARG6                 PIC S9(05)
000480                                     SIGN LEADING SEPARATE.
000490     05  FILLER                  PIC X(01).
000500     05  HL-ARG7                 PIC S9(09)V99
000510                                     SIGN LEADING SEPARATE.
000520     05  FILLER                  PIC X(01).
000530     05  HL-ARG9                 PIC X(01).
000540     05  FILLER                  PIC X(01).
000550     05  HL-ARG10                PIC S9(09)V99
000560                                     SIGN LEADING SEPARATE.
000570     05  FILLER                  PIC X(01).
000580     05  HL-ARG11                PIC 9(09).
