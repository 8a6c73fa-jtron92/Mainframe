000100*    WRITES WHEN A STORE IS ADDED, SO "STORE EXISTS" IS A   *
000110*    SINGLE KEYED READ.  LOADED ONCE FROM STOREMAS BY       *
000120*    STORKSCV, THEN MAINTAINED BY STORMNT AND UPDATED IN    *
000130*    PLACE BY SCRIM.  THE REORDER POINT AND REORDER         *
000131*    QUANTITY ARE SET BY STORMNT ACTION O (ZERO QUANTITY    *
000132*    = NOT REPLENISHED), AND SI-ON-ORDER-QTY IS WHAT        *
000133*    INVRPL00 HAS ORDERED AND RECEIVING HAS NOT YET BOOKED  *
000134*    IN (SEE REORDREC).  RECORDS WRITTEN BEFORE THESE       *
000135*    FIELDS EXISTED HOLD SPACES THERE - TEST NUMERIC        *
000136*    STORE 0000/PRODUCT 0000 IS THE APPLY-CONTROL RECORD -  *
000137*    SCRIM STAMPS SI-LAST-APPLY-DATE/TIME ON IT AT THE END  *
000138*    OF EVERY RUN FOR THE INVI INQUIRY, AND STORMNT REFUSES *
000139*    STORE 0000.  THE FIELDS ARE BLANK ON OTHER RECORDS     *
000140************************************************************
000150* MODIFICATION HISTORY                                     *
000160*   09/02/2026  DM  ORIGINAL COPYBOOK                       *
000163*   10/15/2026  DM  REORDER POINT, REORDER QUANTITY AND    *
000166*                   ON-ORDER QUANTITY TAKEN FROM FILLER    *
000167*   10/15/2026  DM  LAST APPLY DATE/TIME TAKEN FROM FILLER *
000168*                   FOR THE STORE 0000 CONTROL RECORD      *
000170************************************************************
000180 01 STORE-INV-REC.
000190   05 SI-KEY.
000200     10 SI-STORE-ID      PIC 9(04).
000205       88 SI-APPLY-CONTROL-STORE VALUE ZERO.
000210     10 SI-PRODUCT-ID    PIC 9(04).
000220       88 SI-STORE-HEADER VALUE ZERO.
000230   05 SI-ON-HAND-QTY     PIC 9(06).
000232   05 SI-REORDER-POINT   PIC 9(06).
000234   05 SI-REORDER-QTY     PIC 9(06).
000236   05 SI-ON-ORDER-QTY    PIC 9(06).
000237   05 SI-LAST-APPLY-DATE PIC 9(08).
000238   05 SI-LAST-APPLY-TIME PIC 9(08).
000240   05 FILLER             PIC X(32).
