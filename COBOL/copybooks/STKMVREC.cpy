000010************************************************************
000020*    STKMVREC - RECORD LAYOUT FOR THE STOCK MOVEMENT LEDGER *
000030*    (&SYSUID..STKMOVE / STKMOVE DD, 80 BYTES).  SCRIM      *
000040*    APPENDS ONE RECORD FOR EVERY INVTRAN MOVEMENT IT       *
000050*    APPLIES TO STORKSD - THE REASON IT MOVED AND THE       *
000060*    ON-HAND QUANTITY EITHER SIDE OF IT - SO THE HISTORY    *
000070*    SI-ON-HAND-QTY OVERWRITES IS KEPT.  THE LEDGER IS      *
000080*    PERMANENT AND IS NEVER EMPTIED; INVMOV00 SORTS IT FOR  *
000090*    THE MONTHLY ACTIVITY AND SLOW/DEAD STOCK REPORT.       *
000100*    SM-REFERENCE IS THE ORDER DATE OF A RECEIPT (TYPE R)   *
000110*    OR THE TRANSFER NUMBER OF A TRANSFER (TYPE S OR X)     *
000120************************************************************
000130* MODIFICATION HISTORY                                     *
000140*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000150************************************************************
000160 01 STOCK-MOVEMENT-REC.
000170   05 SM-KEY.
000180     10 SM-STORE-ID      PIC 9(04).
000190     10 SM-PRODUCT-ID    PIC 9(04).
000200   05 SM-MOVE-DATE       PIC 9(08).
000210   05 SM-MOVE-TIME       PIC 9(08).
000220   05 SM-REASON-CODE     PIC X(02).
000230     88 SM-SALE          VALUE "SL".
000240     88 SM-CUSTOMER-RETURN VALUE "RT".
000250     88 SM-RECEIPT       VALUE "RC".
000260     88 SM-COUNT-CORRECTION VALUE "CC".
000270     88 SM-DAMAGE        VALUE "DM".
000280     88 SM-TRANSFER-OUT  VALUE "TO".
000290     88 SM-TRANSFER-IN   VALUE "TI".
000300     88 SM-OTHER-ADJUSTMENT VALUE "AD".
000310   05 SM-TRAN-TYPE       PIC X(01).
000320   05 SM-QTY-DELTA       PIC S9(06).
000330   05 SM-BEFORE-QTY      PIC 9(06).
000340   05 SM-AFTER-QTY       PIC 9(06).
000350   05 SM-REFERENCE       PIC X(08).
000360   05 FILLER             PIC X(27).
