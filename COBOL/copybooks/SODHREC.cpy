000010************************************************************
000020*    SODHREC - SEGREGATION-OF-DUTIES VIOLATION HISTORY      *
000030*    (SODHIST FILE).  SODCHK0 APPENDS ONE RECORD PER        *
000040*    VIOLATION THE NIGHT IT IS FOUND - THE FIRST AND SECOND *
000050*    ACTIONS ARE THE TWO HALVES OF THE CONFLICT (THE SAME   *
000060*    ACTION TWICE FOR A SELF RULE, KEYED THEN APPROVED FOR  *
000070*    A PENDTRN KEYER RULE).  THE FILE ALSO STOPS A RERUN    *
000080*    RAISING THE SAME VIOLATION TWICE, AND SODRPT0 PRINTS   *
000090*    THE MONTH'S RECORDS BY USER FOR COMPLIANCE             *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 SOD-HIST-REC.
000150   05 SH-DETECT-DATE     PIC 9(08).
000160   05 SH-RULE-ID         PIC X(04).
000170   05 SH-USER-ID         PIC X(08).
000180   05 SH-EMP-ID          PIC 9(06).
000190   05 SH-FIRST-DATE      PIC 9(08).
000200   05 SH-FIRST-PROGRAM   PIC X(08).
000210   05 SH-FIRST-ACTION    PIC X(08).
000220   05 SH-SECOND-DATE     PIC 9(08).
000230   05 SH-SECOND-PROGRAM  PIC X(08).
000240   05 SH-SECOND-ACTION   PIC X(08).
000250   05 FILLER             PIC X(06).
