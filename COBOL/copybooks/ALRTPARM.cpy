000010************************************************************
000020*    ALRTPARM - LINKAGE PARAMETER BLOCK FOR THE ALERTWR     *
000030*    OPERATOR-ALERT WRITER.  ANY STEP THAT HITS A CONDITION *
000040*    THE NIGHT OPERATOR MUST HEAR ABOUT FILLS THE PROGRAM,  *
000050*    SEVERITY, CONDITION CODE AND KEY, AND A MESSAGE, AND   *
000060*    CALLS "ALERTWR" USING ALERT-PARM-BLOCK.  THE WRITER    *
000070*    APPENDS ONE ALRTREC RECORD TO THE ALERTS FILE THE      *
000080*    PAGING/EMAIL GATEWAY PICKS UP - UNLESS THE SAME RUN    *
000090*    DATE, PROGRAM, CONDITION CODE AND KEY IS ALREADY ON    *
000100*    FILE, IN WHICH CASE THE ALERT IS SUPPRESSED SO ONE     *
000110*    CONDITION PAGES ONLY ONCE PER RUN.  AP-RUN-DATE ZERO   *
000120*    MEANS TODAY.  AP-RESULT COMES BACK W (WRITTEN), S      *
000130*    (SUPPRESSED) OR F (ALERTS FILE NOT AVAILABLE) - A      *
000140*    FAILED ALERT NEVER STOPS THE CALLING STEP              *
000150************************************************************
000160* MODIFICATION HISTORY                                     *
000170*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000180************************************************************
000190 01 ALERT-PARM-BLOCK.
000200   05 AP-RUN-DATE        PIC 9(08).
000210   05 AP-PROGRAM         PIC X(08).
000220   05 AP-SEVERITY        PIC X(01).
000230     88 AP-SEV-HIGH      VALUE "H".
000240     88 AP-SEV-MEDIUM    VALUE "M".
000250     88 AP-SEV-LOW       VALUE "L".
000260   05 AP-SOURCE          PIC X(01).
000270     88 AP-SRC-CALLED    VALUE "C".
000280     88 AP-SRC-EXCEPTION VALUE "E".
000290     88 AP-SRC-RUNCTL    VALUE "R".
000300   05 AP-COND-CODE       PIC X(04).
000310   05 AP-COND-KEY        PIC X(10).
000320   05 AP-MESSAGE         PIC X(40).
000330   05 AP-RESULT          PIC X(01).
000340     88 AP-ALERT-WRITTEN    VALUE "W".
000350     88 AP-ALERT-SUPPRESSED VALUE "S".
000360     88 AP-ALERT-FAILED     VALUE "F".
