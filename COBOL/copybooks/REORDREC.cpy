000010************************************************************
000020*    REORDREC - RECORD LAYOUT FOR THE REPLENISHMENT ORDER   *
000030*    KSDS (Z38515.REORDER.KSDS / ORDKSD DD, SEE             *
000040*    ORDDEF.JCL).  ONE RECORD PER ORDER INVRPL00 CUTS FOR A *
000050*    STORE/PRODUCT, KEYED BY STORE, PRODUCT AND THE NIGHT   *
000060*    IT WAS CUT - THE KEY IS THE ORDER NUMBER THE BUYERS    *
000070*    AND RECEIVING QUOTE.  THE ORDER STAYS OPEN UNTIL ITS   *
000080*    RECEIPT COMES BACK ON INVTRAN (TYPE R, ORDER DATE IN   *
000090*    COLS 16-23); INVEDIT HOLDS A RECEIPT WITH NO OPEN      *
000100*    ORDER, AND SCRIM CLOSES THE ORDER AND TAKES ITS        *
000110*    QUANTITY OFF SI-ON-ORDER-QTY WHEN IT APPLIES THE       *
000120*    RECEIPT.  CLOSED ORDERS ARE KEPT AS HISTORY            *
000130************************************************************
000140* MODIFICATION HISTORY                                     *
000150*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000160************************************************************
000170 01 REORDER-REC.
000180   05 RO-KEY.
000190     10 RO-STORE-ID      PIC 9(04).
000200     10 RO-PRODUCT-ID    PIC 9(04).
000210     10 RO-ORDER-DATE    PIC 9(08).
000220   05 RO-ORDER-QTY       PIC 9(06).
000230   05 RO-STATUS          PIC X(01).
000240     88 RO-OPEN          VALUE "O".
000250     88 RO-CLOSED        VALUE "C".
000260   05 RO-RECEIVED-QTY    PIC 9(06).
000270   05 RO-RECEIVED-DATE   PIC 9(08).
000280   05 FILLER             PIC X(43).
