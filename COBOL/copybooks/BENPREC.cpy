000010************************************************************
000020*    BENPREC - COMMON LAYOUT FOR THE BENEFIT PLAN MASTER    *
000030*    (BENPLAN).  ONE RECORD PER MEDICAL OR DENTAL PLAN.     *
000040*    BP-PLAN-CODE IS ALSO THE DEDCODES DEDUCTION CODE THE   *
000050*    PREMIUM IS TAKEN UNDER, SO BENENR00'S DEDMTRAN         *
000060*    ENROLLMENTS LAND ON DEDENRL UNDER THE PLAN'S OWN CODE. *
000070*    THE FOUR COVERAGE TIERS CARRY THE EMPLOYEE COST PER PAY*
000080*    PERIOD - A ZERO COST MEANS THE PLAN DOES NOT OFFER THAT*
000090*    TIER.  BP-WAIT-DAYS IS THE ELIGIBILITY WAITING PERIOD IN*
000100*    DAYS FROM EMP-HIRE-DATE                                *
000110************************************************************
000120* MODIFICATION HISTORY                                     *
000130*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000140************************************************************
000150 01 BENEFIT-PLAN-REC.
000160   05 BP-PLAN-CODE       PIC X(03).
000170   05 BP-PLAN-DESC       PIC X(20).
000180   05 BP-COVERAGE-TYPE   PIC X(01).
000190     88 BP-MEDICAL       VALUE "M".
000200     88 BP-DENTAL        VALUE "D".
000210   05 BP-CARRIER-ID      PIC X(06).
000220   05 BP-WAIT-DAYS       PIC X(03).
000230   05 BP-WAIT-DAYS-N REDEFINES BP-WAIT-DAYS PIC 9(03).
000240   05 BP-TIER-COSTS.
000250     10 BP-COST-EMP-ONLY PIC 9(5)V9(2).
000260     10 BP-COST-EMP-SPOUSE PIC 9(5)V9(2).
000270     10 BP-COST-EMP-CHILD PIC 9(5)V9(2).
000280     10 BP-COST-FAMILY   PIC 9(5)V9(2).
000290   05 BP-TIER-COST-TABLE REDEFINES BP-TIER-COSTS.
000300     10 BP-TIER-COST     PIC 9(5)V9(2) OCCURS 4 TIMES.
000310   05 FILLER             PIC X(19).
