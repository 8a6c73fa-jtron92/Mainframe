000010************************************************************
000020*    GRADREC - GRADE RANGE RECORD (GRADRNG FILE).  ONE      *
000030*    RECORD PER JC-JOB-GRADE PER RATE TYPE - THE MINIMUM,   *
000040*    MIDPOINT, AND MAXIMUM CM-PAY-RATE FOR THE GRADE, AS A  *
000050*    SALARY PER PAY PERIOD ("S") OR AN HOURLY RATE ("H") TO *
000060*    MATCH THE COMPMAST ROW IT IS HELD AGAINST.  MERWKS00   *
000070*    PRICES THE MERIT WORKSHEET FROM IT AND MERAPR00 HOLDS  *
000080*    APPROVED INCREASES TO GR-MAX-RATE                      *
000090************************************************************
000100* MODIFICATION HISTORY                                     *
000110*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000120************************************************************
000130 01 GRADE-RANGE-REC.
000140   05 GR-JOB-GRADE       PIC X(02).
000150   05 GR-RATE-TYPE       PIC X(01).
000160     88 GR-SALARIED      VALUE "S".
000170     88 GR-HOURLY        VALUE "H".
000180   05 GR-MIN-RATE        PIC 9(5)V9(2).
000190   05 GR-MID-RATE        PIC 9(5)V9(2).
000200   05 GR-MAX-RATE        PIC 9(5)V9(2).
000210   05 FILLER             PIC X(56).
