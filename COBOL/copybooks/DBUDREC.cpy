000010************************************************************
000020*    DBUDREC - DEPARTMENT BUDGET RECORD (DEPTBUD FILE).     *
000030*    ONE RECORD PER DEPT-ID PER BUDGET MONTH (YYYYMM) - THE *
000040*    BUDGETED HEADCOUNT AND THE BUDGETED LABOR COST (GROSS  *
000050*    PAY) FOR THE DEPARTMENT THAT MONTH.  MAINTAINED BY     *
000060*    DBUDMNT WITH AUDITREC IMAGES, AND READ BY DBUDRPT0 FOR *
000070*    THE MONTHLY BUDGET-VERSUS-ACTUAL REPORT                *
000080************************************************************
000090* MODIFICATION HISTORY                                     *
000100*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000110************************************************************
000120 01 DEPT-BUDGET-REC.
000130   05 DB-DEPT-ID         PIC 9(03).
000140   05 DB-BUDGET-MONTH.
000150     10 DB-BUDGET-YEAR   PIC 9(04).
000160     10 DB-BUDGET-MM     PIC 9(02).
000170   05 DB-BUDGET-HEADCOUNT PIC 9(05).
000180   05 DB-BUDGET-LABOR    PIC 9(7)V9(2).
000190   05 FILLER             PIC X(57).
