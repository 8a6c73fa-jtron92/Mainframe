000010************************************************************
000020*    CERTREC - CERTIFICATION MASTER RECORD (CERTMAST FILE). *
000030*    ONE RECORD PER CERTIFICATION THE STORES TRACK -        *
000040*    FORKLIFT, FOOD SAFETY, AND THE LIKE - WITH HOW MANY    *
000050*    MONTHS A COMPLETION STAYS GOOD (ZERO = NEVER EXPIRES)  *
000060*    AND UP TO EIGHT JC-JOB-CODE VALUES WHOSE HOLDERS MUST  *
000070*    CARRY IT.  MAINTAINED BY CERTMNT; ECRTMNT PRICES THE   *
000080*    EXPIRY DATE FROM IT AND CERTRPT0 CHECKS THE REQUIRED   *
000090*    JOB CODES AGAINST THE EMPCERT FILE (ECRTREC)           *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 CERT-MASTER-REC.
000150   05 CE-CERT-CODE       PIC X(04).
000160   05 CE-CERT-DESC       PIC X(30).
000170   05 CE-VALID-MONTHS    PIC 9(03).
000180     88 CE-NEVER-EXPIRES VALUE ZERO.
000190   05 CE-REQUIRED-JOBS.
000200     10 CE-REQ-JOB-CODE  PIC X(04) OCCURS 8 TIMES.
000210   05 FILLER             PIC X(11).
