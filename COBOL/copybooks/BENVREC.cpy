000010************************************************************
000020*    BENVREC - BENEFIT COVERAGE STATE (BENCOVER).  ONE RECORD*
000030*    PER EMPLOYEE PER PLAN CURRENTLY COVERED - THE TIER, THE*
000040*    DATE THAT COVERAGE STARTED, AND THE EMPLOYEE COST PER  *
000050*    PERIOD BENENR00 LAST ENROLLED ON DEDENRL.  BENENR00    *
000060*    COMPARES TONIGHT'S ELECTIONS AND EMPVSFIL AGAINST IT TO*
000070*    FIND THE ADDS, CHANGES, AND TERMINATIONS, AND WRITES THE*
000080*    UPDATED STATE TO BENCOVN FOR THE JCL TO SWAP IN        *
000090************************************************************
000100* MODIFICATION HISTORY                                     *
000110*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000120************************************************************
000130 01 BENEFIT-COVER-REC.
000140   05 BV-EMP-ID          PIC X(04).
000150   05 BV-PLAN-CODE       PIC X(03).
000160   05 BV-TIER            PIC X(01).
000170   05 BV-START-DATE      PIC 9(08).
000180   05 BV-COST            PIC 9(5)V9(2).
000190   05 FILLER             PIC X(57).
