000010************************************************************
000020*    ERCSTREC - COMMON LAYOUT FOR THE PER-EMPLOYEE EMPLOYER *
000030*    COST FILE (ERCOST).  PAYERC00 CUTS ONE RECORD PER PAY  *
000040*    RECORD ON THE CYCLE'S EMPOFILE CARRYING WHAT THE       *
000050*    COMPANY ITSELF OWES ON THAT PAY - THE SOCIAL SECURITY  *
000060*    AND MEDICARE MATCH, FUTA, SUTA, AND THE EMPLOYER SHARE *
000070*    OF BENEFITS - AFTER THE ANNUAL WAGE-BASE LIMITS FROM   *
000080*    THE ERTAXRT RATE TABLE.  PAYGL00 READS THE FILE BACK   *
000090*    TO POST THE EXPENSE AND LIABILITY ENTRIES INTO THE     *
000100*    SAME GLPOST BATCH AS THE CYCLE'S PAY                   *
000110************************************************************
000120* MODIFICATION HISTORY                                     *
000130*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000140************************************************************
000150 01 ER-COST-REC.
000160   05 EC-EMP-ID          PIC 9(09).
000170   05 EC-PERIOD-END      PIC 9(08).
000180   05 EC-GROSS-PAY       PIC 9(6)V9(2).
000190   05 EC-FICA-AMT        PIC 9(5)V9(2).
000200   05 EC-MEDI-AMT        PIC 9(5)V9(2).
000210   05 EC-FUTA-AMT        PIC 9(5)V9(2).
000220   05 EC-SUTA-AMT        PIC 9(5)V9(2).
000230   05 EC-BEN-AMT         PIC 9(5)V9(2).
000240   05 EC-RUN-TYPE        PIC X(01).
000250     88 EC-OFF-CYCLE     VALUE "O".
000260   05 FILLER             PIC X(19).
