000010************************************************************
000020*    GARNRMRC - COMMON LAYOUT FOR THE GARNISHMENT           *
000030*    REMITTANCE FILE (GARNREMT).  COBTRAN3 CUTS ONE RECORD  *
000040*    FOR EVERY GARNISHMENT ORDER AMOUNT IT TAKES, CARRYING  *
000050*    THE AGENCY AND CASE THE MONEY IS OWED TO AND THE       *
000060*    ORDER BALANCE LEFT AFTER THE TAKE.  GARNRPT READS THE  *
000070*    FILE SORTED BY AGENCY AND CASE (SEE GARNRPT.JCL) TO    *
000080*    PRINT THE CYCLE'S REMITTANCE REPORT                    *
000090************************************************************
000100* MODIFICATION HISTORY                                     *
000110*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000120************************************************************
000130 01 GARN-REMIT-REC.
000140   05 GR-AGENCY          PIC X(20).
000150   05 GR-CASE-NBR        PIC X(15).
000160   05 GR-EMP-ID          PIC X(04).
000170   05 GR-ORDER-TYPE      PIC X(01).
000180   05 GR-PERIOD-END      PIC 9(08).
000190   05 GR-AMOUNT          PIC 9(6)V9(2).
000200   05 GR-BALANCE         PIC 9(7)V9(2).
000210   05 GR-ORDER-STATUS    PIC X(01).
000220     88 GR-NOW-SATISFIED VALUE "S".
000230   05 FILLER             PIC X(14).
