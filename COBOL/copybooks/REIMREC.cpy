000010************************************************************
000020*    REIMREC - EXPENSE REIMBURSEMENT TRANSACTION (REIMTRAN  *
000030*    FILE).  ONE RECORD PER APPROVED EXPENSE CLAIM TO BE    *
000040*    REPAID THROUGH THE PAY CYCLE.  COBTRAN3 EDITS EACH ONE *
000050*    AGAINST THE EMPLOYEE MASTER (UNKNOWN OR TERMINATED     *
000060*    EMP-IDS REJECT TO EMPEXCPT/SUITEEXC) AND ADDS THE      *
000070*    AMOUNT TO NET PAY AFTER TAX AND DEDUCTIONS - IT IS     *
000080*    NOT EARNINGS, SO NOTHING IS TAKEN FROM IT.  THE TOTAL  *
000090*    RIDES PR-REIMB-AMT ON EMPOFILE AND PH-REIMB-AMT ON     *
000100*    PAYHIST.                                               *
000110*    EXPENSE TYPES:                                         *
000120*      MI  MILEAGE                TR  TRAVEL AND LODGING    *
000130*      ML  MEALS                  SU  SUPPLIES AND TOOLS    *
000140*      OT  OTHER APPROVED EXPENSE                           *
000150************************************************************
000160* MODIFICATION HISTORY                                     *
000170*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000180************************************************************
000190 01 REIM-TRANS-REC.
000200   05 RM-EMP-ID          PIC X(04).
000210   05 RM-EXP-TYPE        PIC X(02).
000220     88 RM-MILEAGE       VALUE "MI".
000230     88 RM-TRAVEL        VALUE "TR".
000240     88 RM-MEALS         VALUE "ML".
000250     88 RM-SUPPLIES      VALUE "SU".
000260     88 RM-OTHER         VALUE "OT".
000270     88 RM-VALID-TYPE    VALUE "MI" "TR" "ML" "SU" "OT".
000280   05 RM-AMOUNT          PIC 9(5)V9(2).
000290   05 RM-APPROVAL-REF    PIC X(12).
000300   05 FILLER             PIC X(55).
