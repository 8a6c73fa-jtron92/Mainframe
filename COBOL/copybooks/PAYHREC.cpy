000290*                   FROM AN OFF-CYCLE RUN, WHICH SHARES A  *
000300*                   PERIOD-END WITH ITS REGULAR CYCLE BUT  *
000310*                   IS ITS OWN FLAGGED MINI-PERIOD         *
000311*   10/15/2026  DM  PH-PAY-DATE CARVED OUT OF THE FILLER - *
000312*                   THE DATE THE PAY WENT OUT (PR-PAY-DATE)*
000313*                   WHICH DECIDES THE QUARTER THE WAGES    *
000314*                   BELONG TO.  ZERO OR SPACES ON ROWS     *
000315*                   WRITTEN BEFORE IT WAS CARRIED - READERS*
000316*                   FALL BACK TO PH-PERIOD-END             *
000317*   10/15/2026  DM  PH-REIMB-AMT CARVED OUT OF THE FILLER -*
000318*                   THE REIMBURSEMENT INSIDE PH-NET-PAY    *
000319*                   (PR-REIMB-AMT).  SPACES ON OLDER ROWS  *
000320************************************************************
000330 01 PAY-HISTORY-REC.
000340   05 PH-EMP-ID          PIC 9(09).
000430   05 PH-ADJ-SIGN        PIC X(1).
000440   05 PH-OFFCYC-FLAG     PIC X(1).
000450     88 PH-OFF-CYCLE     VALUE "O".
000460   05 PH-PAY-DATE        PIC 9(08).
000465   05 PH-REIMB-AMT       PIC 9(6)V9(2).
000470   05 FILLER             PIC X(04).
