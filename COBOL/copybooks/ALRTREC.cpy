000010************************************************************
000020*    ALRTREC - OPERATOR ALERT RECORD (ALERTS FILE, 100      *
000030*    BYTES).  ALERTWR APPENDS ONE PER CONDITION PER RUN     *
000040*    DATE; THE PAGING/EMAIL GATEWAY PICKS THE FILE UP       *
000050*    DURING THE NIGHT AND ALRTRPT PRINTS THE MORNING        *
000060*    SUMMARY OF EVERY ALERT RAISED AND WHEN.                *
000070*    AL-RUN-DATE IS THE NIGHT THE CONDITION BELONGS TO      *
000080*    (THE EXCEPTION OR RUN-CONTROL DATE FOR A SCANNED       *
000090*    CONDITION); AL-RAISED-DATE/TIME IS WHEN THE ALERT WAS  *
000100*    CUT.  SOURCE: C = CALLED BY THE FAILING STEP, E =      *
000110*    SEVERITY-H SUITEEXC RECORD, R = RUNCTL STEP MARKER     *
000120************************************************************
000130* MODIFICATION HISTORY                                     *
000140*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000150************************************************************
000160 01 ALERT-REC.
000170   05 AL-RUN-DATE        PIC 9(08).
000180   05 AL-RAISED-DATE     PIC 9(08).
000190   05 AL-RAISED-TIME     PIC 9(08).
000200   05 AL-PROGRAM         PIC X(08).
000210   05 AL-SEVERITY        PIC X(01).
000220     88 AL-SEV-HIGH      VALUE "H".
000230     88 AL-SEV-MEDIUM    VALUE "M".
000240     88 AL-SEV-LOW       VALUE "L".
000250   05 AL-SOURCE          PIC X(01).
000260     88 AL-SRC-CALLED    VALUE "C".
000270     88 AL-SRC-EXCEPTION VALUE "E".
000280     88 AL-SRC-RUNCTL    VALUE "R".
000290   05 AL-COND-CODE       PIC X(04).
000300   05 AL-COND-KEY        PIC X(10).
000310   05 AL-MESSAGE         PIC X(40).
000320   05 FILLER             PIC X(12).
