000010************************************************************
000020*    INVAPREC - APPLIED INVENTORY ADJUSTMENT RECORD.  SCRIM *
000030*    APPENDS ONE RECORD TO THE INVAPPL FILE FOR EVERY       *
000040*    INVTRAN ADJUSTMENT IT ACTUALLY REWRITES ONTO STORKSD   *
000050*    (REJECTS NEVER APPEAR), WITH THE ON-HAND QUANTITY      *
000060*    BEFORE AND AFTER.  INVGL00 READS THE FILE BACK TO      *
000070*    VALUE THE NIGHT'S MOVEMENTS AT UNIT COST AND POST THEM *
000080*    TO THE GENERAL LEDGER                                  *
000090************************************************************
000100* MODIFICATION HISTORY                                     *
000110*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000111*   10/15/2026  DM  IA-TRAN-TYPE - R MARKS A REPLENISHMENT *
000112*                   RECEIPT, BLANK AN ADJUSTMENT           *
000113*   10/15/2026  DM  IA-TRANSFER - S/X INTER-STORE TRANSFER *
000114*   10/15/2026  DM  IA-REASON-CODE CARVED FROM FILLER - SL *
000115*                   POS SALE, RT CUSTOMER RETURN           *
000120************************************************************
000130 01 INV-APPLIED-REC.
000140   05 IA-STORE-ID        PIC 9(04).
000150   05 IA-PRODUCT-ID      PIC 9(04).
000160   05 IA-QTY-DELTA       PIC S9(06).
000170   05 IA-BEFORE-QTY      PIC 9(06).
000180   05 IA-AFTER-QTY       PIC 9(06).
000190   05 IA-APPLY-DATE      PIC 9(08).
000193   05 IA-TRAN-TYPE       PIC X(01).
000196     88 IA-RECEIPT       VALUE "R".
000198     88 IA-TRANSFER      VALUE "S" "X".
000200   05 IA-REASON-CODE     PIC X(02).
000210     88 IA-POS-SALE      VALUE "SL".
000220     88 IA-CUST-RETURN   VALUE "RT".
000230     88 IA-COST-OF-SALES VALUE "SL" "RT".
000240   05 FILLER             PIC X(43).
