000010************************************************************
000020*    GARNREC - COMMON LAYOUT FOR THE GARNISHMENT ORDER      *
000030*    MASTER (GARNMAST).  ONE RECORD PER COURT OR AGENCY     *
000040*    ORDER SERVED ON AN EMPLOYEE.  GARNMNT MAINTAINS THE    *
000050*    FILE; COBTRAN3 TAKES EACH ACTIVE ORDER FROM DISPOSABLE *
000060*    EARNINGS (GROSS LESS TAX WITHHELD) AHEAD OF THE        *
000070*    VOLUNTARY DEDUCTIONS, IN LEGAL PRIORITY BY ORDER TYPE: *
000080*      C  CHILD SUPPORT          DEFAULT CAP 50 PERCENT     *
000090*      T  TAX LEVY               DEFAULT CAP 25 PERCENT     *
000100*      S  STUDENT LOAN (AWG)     DEFAULT CAP 15 PERCENT     *
000110*      G  CREDITOR GARNISHMENT   DEFAULT CAP 25 PERCENT     *
000120*    GN-MAX-PCT OVERRIDES THE TYPE'S DEFAULT CAP WHERE THE  *
000130*    ORDER ITSELF NAMES ONE (60/65 PERCENT SUPPORT ORDERS). *
000140*    GN-BALANCE COMES DOWN BY EVERY AMOUNT TAKEN AND THE    *
000150*    ORDER GOES TO STATUS S (SATISFIED) WHEN IT REACHES     *
000160*    ZERO.  A TOTAL-OWED OF ZERO IS AN OPEN-ENDED ORDER     *
000170*    (CURRENT SUPPORT) THAT RUNS UNTIL GARNMNT RELEASES IT  *
000180************************************************************
000190* MODIFICATION HISTORY                                     *
000200*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000210************************************************************
000220 01 GARN-ORDER-REC.
000230   05 GN-EMP-ID          PIC X(04).
000240   05 GN-ORDER-TYPE      PIC X(01).
000250     88 GN-CHILD-SUPPORT VALUE "C".
000260     88 GN-TAX-LEVY      VALUE "T".
000270     88 GN-STUDENT-LOAN  VALUE "S".
000280     88 GN-CREDITOR      VALUE "G".
000290   05 GN-CASE-NBR        PIC X(15).
000300   05 GN-AGENCY          PIC X(20).
000310   05 GN-CALC-TYPE       PIC X(01).
000320     88 GN-FLAT-AMOUNT   VALUE "A".
000330     88 GN-PERCENTAGE    VALUE "P".
000340   05 GN-ORDER-VALUE     PIC 9(5)V9(2).
000350   05 GN-TOTAL-OWED      PIC 9(7)V9(2).
000360     88 GN-OPEN-ENDED    VALUE ZERO.
000370   05 GN-BALANCE         PIC 9(7)V9(2).
000380   05 GN-MAX-PCT         PIC 9(02).
000390   05 GN-START-DATE      PIC 9(08).
000400   05 GN-STATUS          PIC X(01).
000410     88 GN-ACTIVE        VALUE "A".
000420     88 GN-SATISFIED     VALUE "S".
000430     88 GN-RELEASED      VALUE "R".
000440   05 FILLER             PIC X(03).
