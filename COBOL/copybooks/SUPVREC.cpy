000010************************************************************
000020*    SUPVREC - REPORTING RELATIONSHIP RECORD (SUPVMAST      *
000030*    FILE).  ONE RECORD PER EMP-ID NAMING THE EMP-ID OF THE *
000040*    SUPERVISOR THE EMPLOYEE REPORTS TO, AND THE DATE THE   *
000050*    RELATIONSHIP TOOK EFFECT.  A ZERO SV-SUPV-EMP-ID MARKS *
000060*    THE TOP OF THE ORGANIZATION.  MAINTAINED BY SUPVMNT    *
000070*    WITH AUDITREC IMAGES - SUPVORG0 PRINTS THE ORG CHART   *
000080*    AND SPAN OF CONTROL FROM IT, AND SUPVORPH CHECKS IT    *
000090*    NIGHTLY FOR EMPLOYEES LEFT WITHOUT A SUPERVISOR        *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 SUPERVISOR-REC.
000150   05 SV-EMP-ID          PIC 9(06).
000160   05 SV-SUPV-EMP-ID     PIC 9(06).
000170     88 SV-TOP-OF-ORG    VALUE ZERO.
000180   05 SV-EFF-DATE        PIC 9(08).
000190   05 FILLER             PIC X(60).
