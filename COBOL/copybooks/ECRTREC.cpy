000010************************************************************
000020*    ECRTREC - EMPLOYEE CERTIFICATION RECORD (EMPCERT       *
000030*    FILE).  ONE RECORD PER EMPLOYEE PER CERTIFICATION HELD *
000040*    (THE CE-CERT-CODE ON CERTMAST), WITH THE DATE IT WAS   *
000050*    LAST COMPLETED AND THE DATE IT LAPSES - 99999999 WHEN  *
000060*    THE CERTIFICATION NEVER EXPIRES.  A RENEWAL REPLACES   *
000070*    BOTH DATES.  MAINTAINED BY ECRTMNT, REPORTED BY        *
000080*    CERTRPT0                                               *
000090************************************************************
000100* MODIFICATION HISTORY                                     *
000110*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000120************************************************************
000130 01 EMP-CERT-REC.
000140   05 EC-EMP-ID          PIC 9(06).
000150   05 EC-CERT-CODE       PIC X(04).
000160   05 EC-COMPLETED-DATE  PIC 9(08).
000170   05 EC-EXPIRY-DATE     PIC 9(08).
000180     88 EC-NO-EXPIRY     VALUE 99999999.
000190   05 FILLER             PIC X(54).
