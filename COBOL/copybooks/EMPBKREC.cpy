000010************************************************************
000020*    EMPBKREC - EMPBANK EMPLOYEE DIRECT-DEPOSIT ACCOUNT     *
000030*    MASTER, ONE ROW PER EMP-ID.  MAINTAINED BY EMPBKMNT,   *
000040*    READ AND PRENOTE-STAMPED BY PAYBNK00.  EB-STATUS:      *
000050*      P  PRENOTE - NEW OR CHANGED ACCOUNT.  PAYBNK00 SENDS *
000060*         A ZERO-DOLLAR PRENOTE ON ITS NEXT BANKOUT FILE,   *
000070*         STAMPS EB-PRENOTE-DATE, AND PAYS BY CHECK UNTIL   *
000080*         THE PRENOTE PERIOD HAS PASSED                     *
000090*      A  ACTIVE - DEPOSITS GO TO THE ACCOUNT (A SPACE IS   *
000100*         A ROW HAND-LOADED BEFORE EMPBKMNT AND COUNTS AS   *
000110*         ACTIVE)                                           *
000120*      S  STOPPED - PAY BY CHECK; THE ROW STAYS ON FILE SO  *
000130*         THE SHARED-ACCOUNT CHECK STILL SEES THE ACCOUNT   *
000140************************************************************
000150* MODIFICATION HISTORY                                     *
000160*   10/15/2026  DM  ORIGINAL COPYBOOK - LAYOUT LIFTED FROM  *
000170*                   PAYBNK00 WITH THE STATUS, PRENOTE, AND  *
000180*                   CHANGE FIELDS CARVED FROM THE FILLER    *
000190************************************************************
000200 01 EMP-BANK-REC.
000210   05 EB-EMP-ID          PIC 9(06).
000220   05 FILLER             PIC X(01).
000230   05 EB-ROUTING         PIC 9(09).
000240   05 FILLER             PIC X(01).
000250   05 EB-ACCOUNT         PIC X(17).
000260   05 FILLER             PIC X(01).
000270   05 EB-STATUS          PIC X(01).
000280     88 EB-PRENOTE       VALUE "P".
000290     88 EB-ACTIVE        VALUE "A" " ".
000300     88 EB-STOPPED       VALUE "S".
000310   05 FILLER             PIC X(01).
000320   05 EB-PRENOTE-DATE    PIC 9(08).
000330   05 FILLER             PIC X(01).
000340   05 EB-CHANGE-DATE     PIC 9(08).
000350   05 FILLER             PIC X(01).
000360   05 EB-CHANGE-USER     PIC X(08).
000370   05 FILLER             PIC X(17).
