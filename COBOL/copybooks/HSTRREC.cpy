000010************************************************************
000020*    HSTRREC - EMPLOYEE HOME-STORE ASSIGNMENT RECORD        *
000030*    (HOMESTOR FILE).  ONE RECORD PER EMP-ID NAMING THE     *
000040*    STORE THE EMPLOYEE IS BASED AT - A STORE-HEADER RECORD *
000050*    ON STORKSD - THE DATE THE ASSIGNMENT TOOK EFFECT, AND  *
000060*    THE STORE HELD BEFORE THE LAST TRANSFER (ZERO FOR A    *
000070*    FIRST ASSIGNMENT).  MAINTAINED BY HSTRMNT WITH         *
000080*    AUDITREC IMAGES - STAFRPT0 PRINTS THE STAFFING BY      *
000090*    STORE FROM IT                                          *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 HOME-STORE-REC.
000150   05 HS-EMP-ID          PIC 9(06).
000160   05 HS-STORE-ID        PIC 9(04).
000170   05 HS-EFF-DATE        PIC 9(08).
000180   05 HS-PRIOR-STORE-ID  PIC 9(04).
000190     88 HS-FIRST-ASSIGNMENT VALUE ZERO.
000200   05 FILLER             PIC X(58).
