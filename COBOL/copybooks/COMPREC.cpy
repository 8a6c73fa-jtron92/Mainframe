000130************************************************************
000140* MODIFICATION HISTORY                                     *
000150*   09/02/2026  DM  ORIGINAL COPYBOOK                       *
000152*   10/15/2026  DM  CM-KEYED-USER/CM-APPR-USER - WHO KEYED *
000154*                   THE RATE ROW AND WHO APPROVED IT, AS   *
000156*                   CARRIED ON THE COMPTRAN TRANSACTION    *
000160************************************************************
000170 01 COMP-MASTER-REC.
000180   05 CM-EMP-ID          PIC X(04).
000210     88 CM-HOURLY        VALUE "H".
000220   05 CM-PAY-RATE        PIC 9(5)V9(2).
000230   05 CM-EFF-DATE        PIC 9(08).
000232   05 CM-KEYED-USER      PIC X(08).
000234   05 CM-APPR-USER       PIC X(08).
000240   05 FILLER             PIC X(44).
