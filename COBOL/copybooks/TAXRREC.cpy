000010************************************************************
000020*    TAXRREC - COMMON LAYOUT FOR THE WITHHOLDING BRACKET    *
000030*    TABLE (TAXRATES).  ONE RECORD PER BRACKET: THE DATE    *
000040*    THE BRACKET SET TAKES EFFECT, THE BRACKET FLOOR, AND   *
000050*    THE RATE APPLIED TO GROSS BETWEEN THIS FLOOR AND THE   *
000060*    NEXT.  EACH EFFECTIVE DATE'S SET STARTS AT A ZERO      *
000070*    FLOOR AND IS KEPT IN ASCENDING FLOOR ORDER, WHICH      *
000080*    COBTRAN3 RELIES ON.  THE SAME SHAPE COBTRAN3 CARRIES   *
000090*    IN ITS OWN FD ENTRY; MAINTAINED BY REFMNT              *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 TAX-RATE-REC.
000150   05 TX-EFF-DATE        PIC 9(08).
000160   05 FILLER             PIC X(01).
000170   05 TX-FLOOR           PIC 9(7)V9(2).
000180   05 FILLER             PIC X(01).
000190   05 TX-RATE            PIC 9(2)V9(2).
000200   05 FILLER             PIC X(57).
