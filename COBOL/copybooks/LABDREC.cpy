000010************************************************************
000020*    LABDREC - LABOR DISTRIBUTION RECORD.  TIMEPAY0 WRITES  *
000030*    ONE RECORD PER EMPLOYEE PER DEPARTMENT CHARGED IN THE  *
000040*    PAY PERIOD TO THE LABDIST FILE - THE HOURS WORKED FOR  *
000050*    THAT DEPARTMENT (TIMEIN CHARGE DEPT, OR THE HOME       *
000060*    EMP-DEPT-ID WHEN NONE WAS KEYED) AND THE SHARE OF THE  *
000070*    EMPLOYEE'S GROSS THEY EARNED.  PAYGL00 DEBITS LABOR    *
000080*    EXPENSE BY LD-CHARGE-DEPT FROM IT, AND PAYLDR00        *
000090*    REPORTS BORROWED AND LOANED LABOR BY DEPARTMENT        *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 LABOR-DIST-REC.
000150   05 LD-EMP-ID          PIC X(04).
000160   05 LD-PERIOD-END      PIC 9(08).
000170   05 LD-HOME-DEPT       PIC 9(03).
000180   05 LD-CHARGE-DEPT     PIC 9(03).
000190   05 LD-HOURS           PIC 9(4)V9(2).
000200   05 LD-AMOUNT          PIC 9(7)V9(2).
000210   05 FILLER             PIC X(47).
