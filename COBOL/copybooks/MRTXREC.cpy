000010************************************************************
000020*    MRTXREC - MERIT MATRIX RECORD (MERITMTX FILE).  ONE    *
000030*    RECORD PER PERFORMANCE RATING, GIVING THE SUGGESTED    *
000040*    MERIT INCREASE PERCENT FOR EACH QUARTILE OF THE GRADE  *
000050*    RANGE - MX-PCT (1) FOR AN EMPLOYEE IN THE BOTTOM       *
000060*    QUARTILE (OR BELOW MINIMUM) THROUGH MX-PCT (4) FOR THE *
000070*    TOP QUARTILE.  READ BY MERWKS00                        *
000080************************************************************
000090* MODIFICATION HISTORY                                     *
000100*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000110************************************************************
000120 01 MERIT-MATRIX-REC.
000130   05 MX-RATING          PIC X(01).
000140   05 MX-RATING-DESC     PIC X(15).
000150   05 MX-QUARTILE-PCTS.
000160     10 MX-PCT-Q1        PIC 9(2)V9(2).
000170     10 MX-PCT-Q2        PIC 9(2)V9(2).
000180     10 MX-PCT-Q3        PIC 9(2)V9(2).
000190     10 MX-PCT-Q4        PIC 9(2)V9(2).
000200   05 MX-PCT-TABLE REDEFINES MX-QUARTILE-PCTS.
000210     10 MX-PCT           PIC 9(2)V9(2) OCCURS 4 TIMES.
000220   05 FILLER             PIC X(48).
