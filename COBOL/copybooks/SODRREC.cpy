000010************************************************************
000020*    SODRREC - SEGREGATION-OF-DUTIES RULE (SODRULE FILE).   *
000030*    ONE RECORD PER CONFLICT SODCHK0 TESTS EVERY NIGHT:     *
000040*      P  PAIR - ONE USER-ID DID BOTH AUDIT ACTIONS TO THE  *
000050*         SAME EMP-ID WITHIN SR-WINDOW-DAYS OF EACH OTHER   *
000060*      S  SELF - A USER-ID DID THE AUDIT ACTION TO THEIR    *
000070*         OWN EMP-ID (UA-EMP-ID ON USERAUTH)                *
000080*      K  KEYER - A PENDTRN TRANSACTION WAS APPROVED BY THE *
000090*         USER-ID THAT KEYED IT (PROGRAMS/ACTIONS UNUSED)   *
000100*    A BLANK ACTION MATCHES EVERY ACTION OF THE PROGRAM.    *
000110*    LOADED BY SODDEF.JCL; SODRPT0 READS IT FOR THE RULE    *
000120*    DESCRIPTIONS ON THE MONTHLY REPORT                     *
000130************************************************************
000140* MODIFICATION HISTORY                                     *
000150*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000160************************************************************
000170 01 SOD-RULE-REC.
000180   05 SR-RULE-ID         PIC X(04).
000190   05 SR-RULE-TYPE       PIC X(01).
000200     88 SR-PAIR-RULE     VALUE "P".
000210     88 SR-SELF-RULE     VALUE "S".
000220     88 SR-KEYER-RULE    VALUE "K".
000230   05 SR-PROGRAM-1       PIC X(08).
000240   05 SR-ACTION-1        PIC X(08).
000250   05 SR-PROGRAM-2       PIC X(08).
000260   05 SR-ACTION-2        PIC X(08).
000270   05 SR-WINDOW-DAYS     PIC X(03).
000280   05 SR-WINDOW-DAYS-N REDEFINES SR-WINDOW-DAYS
000290                         PIC 9(03).
000300   05 SR-DESC            PIC X(25).
000310   05 FILLER             PIC X(15).
