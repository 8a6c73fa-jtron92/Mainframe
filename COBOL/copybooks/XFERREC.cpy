000010************************************************************
000020*    XFERREC - RECORD LAYOUT FOR THE INTER-STORE TRANSFER   *
000030*    KSDS (Z38515.XFER.KSDS / XFERKSD DD, SEE XFERDEF.JCL). *
000040*    ONE RECORD PER TRANSFER, KEYED BY THE TRANSFER NUMBER  *
000050*    ON THE SHIPPING PAPERWORK.  SCRIM ADDS IT IN TRANSIT   *
000060*    WHEN IT APPLIES THE SHIP SIDE (INVTRAN TYPE S - THE    *
000070*    SENDING STORE GOES DOWN) AND MARKS IT RECEIVED WHEN IT *
000080*    APPLIES THE RECEIVING SIDE (TYPE X - THE RECEIVING     *
000090*    STORE GOES UP).  INVEDIT CHECKS BOTH SIDES AGAINST IT, *
000100*    AND INVXFR00 AGES WHAT IS STILL IN TRANSIT.  RECEIVED  *
000110*    TRANSFERS ARE KEPT AS HISTORY                          *
000120************************************************************
000130* MODIFICATION HISTORY                                     *
000140*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000150************************************************************
000160 01 TRANSFER-REC.
000170   05 XF-TRANSFER-NBR    PIC X(08).
000180   05 XF-FROM-STORE-ID   PIC 9(04).
000190   05 XF-TO-STORE-ID     PIC 9(04).
000200   05 XF-PRODUCT-ID      PIC 9(04).
000210   05 XF-SHIP-QTY        PIC 9(06).
000220   05 XF-SHIP-DATE       PIC 9(08).
000230   05 XF-STATUS          PIC X(01).
000240     88 XF-IN-TRANSIT    VALUE "T".
000250     88 XF-RECEIVED      VALUE "R".
000260   05 XF-RECEIVED-DATE   PIC 9(08).
000270   05 FILLER             PIC X(37).
