000080*      I  ISSUED AND OUTSTANDING                            *
000090*      V  VOIDED                                            *
000100*      R  REPLACED BY A REISSUED CHECK                      *
000103*      C  CLEARED - PAID BY THE BANK (CHKRCN00 STAMPS THE   *
000106*         PAID DATE AND AMOUNT FROM THE BANKPAID FILE)      *
000110************************************************************
000120* MODIFICATION HISTORY                                     *
000130*   09/02/2026  DM  ORIGINAL COPYBOOK                       *
000133*   10/15/2026  DM  STATUS C (CLEARED) WITH CK-PAID-DATE    *
000136*                   AND CK-PAID-AMOUNT CARVED FROM FILLER   *
000140************************************************************
000150 01 CHECK-REGISTER-REC.
000160   05 CK-CHECK-NBR       PIC 9(08).
000210     88 CK-ISSUED        VALUE "I".
000220     88 CK-VOIDED        VALUE "V".
000230     88 CK-REPLACED      VALUE "R".
000235     88 CK-CLEARED       VALUE "C".
000240   05 CK-ISSUE-DATE      PIC 9(08).
000250   05 CK-PAID-DATE       PIC 9(08).
000260   05 CK-PAID-AMOUNT     PIC 9(6)V9(2).
000270   05 FILLER             PIC X(25).
