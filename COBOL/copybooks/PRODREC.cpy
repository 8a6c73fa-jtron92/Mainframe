000010************************************************************
000020*    PRODREC - RECORD LAYOUT FOR THE PRODUCT MASTER KSDS    *
000030*    (Z38515.PRODUCT.KSDS / PRODKSD DD KEYED BY PRODUCT ID, *
000040*    SEE PRODDEF.JCL).  STORKSD AND INVTRAN CARRY ONLY THE  *
000050*    4-DIGIT PRODUCT-ID; THIS IS WHERE THE PRODUCT IS       *
000060*    DESCRIBED AND COSTED.  MAINTAINED BY PRODMNT, LOADED   *
000070*    ONCE FROM THE OLD PRODCOST TABLE BY PRODKSCV.  STORMNT *
000080*    WILL NOT STOCK AND INVEDIT HOLDS TRANSACTIONS FOR A    *
000090*    PRODUCT THAT IS MISSING OR INACTIVE HERE; INVGL00 AND  *
000100*    INVVAL00 VALUE STOCK AT PR-UNIT-COST.  A PRODUCT IS    *
000110*    NEVER DELETED - IT IS MADE INACTIVE                    *
000120************************************************************
000130* MODIFICATION HISTORY                                     *
000140*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000150************************************************************
000160 01 PRODUCT-REC.
000170   05 PR-PRODUCT-ID      PIC 9(04).
000180   05 PR-DESCRIPTION     PIC X(30).
000190   05 PR-UNIT-OF-MEASURE PIC X(04).
000200   05 PR-UNIT-COST       PIC 9(05)V9(02).
000210   05 PR-ACTIVE-FLAG     PIC X(01).
000220     88 PR-ACTIVE        VALUE "A".
000230     88 PR-INACTIVE      VALUE "I".
000240   05 PR-LAST-MAINT-DATE PIC 9(08).
000250   05 PR-LAST-MAINT-USER PIC X(08).
000260   05 FILLER             PIC X(18).
