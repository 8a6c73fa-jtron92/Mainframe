000070*      T  TRANIN ADD/CHANGE/DELETE THROUGH TRANUPD          *
000080*      S  STORE MASTER MAINTENANCE THROUGH STORMNT          *
000090*      M  ONLINE EMPLOYEE UPDATES THROUGH EMPMNT            *
000095*      B  DIRECT-DEPOSIT ACCOUNTS THROUGH EMPBKMNT          *
000100*    THE MAINTENANCE PROGRAMS CHECK THE KEYED USER-ID HERE  *
000110*    BEFORE A CHANGE IS APPLIED AND STAMP IT INTO THE       *
000120*    AUDIT-USER-ID FIELD OF EVERY AUDIT RECORD - THE "WHO"  *
000140************************************************************
000150* MODIFICATION HISTORY                                     *
000160*   09/02/2026  DM  ORIGINAL COPYBOOK                       *
000165*   10/15/2026  DM  TYPE B ADDED FOR EMPBKMNT               *
000166*   10/15/2026  DM  UA-EMP-ID - THE OPERATOR'S OWN EMP-ID  *
000167*                   SO ACCREVW0 CAN CHECK THE OPERATOR IS   *
000168*                   STILL EMPLOYED (ZERO = NO EMPLOYEE)     *
000170************************************************************
000180 01 USER-AUTH-REC.
000190   05 UA-USER-ID         PIC X(08).
000200   05 FILLER             PIC X(01).
000210   05 UA-ALLOWED-TRANS   PIC X(10).
000212   05 FILLER             PIC X(01).
000214   05 UA-EMP-ID          PIC 9(06).
000220   05 FILLER             PIC X(54).
