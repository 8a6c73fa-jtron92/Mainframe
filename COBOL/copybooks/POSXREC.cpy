000010************************************************************
000020*    POSXREC - RECORD LAYOUT FOR THE POINT-OF-SALE CROSS-   *
000030*    REFERENCE FILE (&SYSUID..POSXREF / POSXREF DD, 80      *
000040*    BYTES, SEE POSXDEF.JCL).  THE POS FEED IFILE1 FILTERS  *
000050*    TO CUSTDDO CARRIES A 5-DIGIT STORE-ID AND A 10-BYTE    *
000060*    ITEM-ID THAT MEAN NOTHING TO STORKSD; EACH RECORD HERE *
000070*    MAPS ONE FEED CODE TO ITS INVENTORY ID:                *
000080*      S  FEED STORE-ID (COLS 3-7)  TO THE 4-DIGIT STORE    *
000090*      I  FEED ITEM-ID  (COLS 3-12) TO THE 4-DIGIT PRODUCT  *
000100*    THE INVENTORY ID IS IN COLS 14-17, AND COLS 19-48 ARE  *
000110*    A FREE DESCRIPTION.  MAINTAINED BY EDITING THE FILE;   *
000120*    POSDEP00 LOADS IT AT THE START OF EVERY RUN            *
000130************************************************************
000140* MODIFICATION HISTORY                                     *
000150*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000160************************************************************
000170 01 POS-XREF-REC.
000180   05 PX-XREF-TYPE       PIC X(01).
000190     88 PX-STORE-XREF    VALUE "S".
000200     88 PX-ITEM-XREF     VALUE "I".
000210   05 FILLER             PIC X(01).
000220   05 PX-FEED-CODE       PIC X(10).
000230   05 PX-FEED-STORE REDEFINES PX-FEED-CODE.
000240     10 PX-FEED-STORE-ID PIC X(05).
000250     10 FILLER           PIC X(05).
000260   05 FILLER             PIC X(01).
000270   05 PX-INVENTORY-ID    PIC X(04).
000280   05 PX-INVENTORY-ID-N REDEFINES PX-INVENTORY-ID PIC 9(04).
000290   05 FILLER             PIC X(01).
000300   05 PX-DESCRIPTION     PIC X(30).
000310   05 FILLER             PIC X(32).
