000200************************************************************
000210* MODIFICATION HISTORY                                     *
000220*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000223*   10/15/2026  DM  A CHECK CHKRCN00 HAS MARKED CLEARED     *
000226*                   (PAID BY THE BANK) CANNOT BE REISSUED   *
000230************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
003110         MOVE "CHECK ALREADY REISSUED" TO AL-MESSAGE
003120         GO TO P240-EXIT
003130      END-IF.
003131      IF CK-CLEARED
003132         PERFORM P260-REJECT-ACTION
003133         MOVE "CHECK ALREADY PAID BY THE BANK" TO AL-MESSAGE
003134         GO TO P240-EXIT
003135      END-IF.
003140*    PROVE THERE IS ROOM FOR THE REPLACEMENT BEFORE THE
003150* ORIGINAL IS TOUCHED - A FULL TABLE MUST NOT LEAVE A
003160* CHECK FLAGGED REPLACED WITH NO REPLACEMENT EVER ISSUED
