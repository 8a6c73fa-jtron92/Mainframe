000310*                   REGISTER, HISTORY ROLL-IN, AND         *
000320*                   VARIANCE REPORT CAN TELL A CORRECTION  *
000330*                   RUN FROM A REGULAR CYCLE               *
000331*   10/15/2026  DM  PR-PAY-DATE / PRH-PAY-DATE CARVED OUT  *
000332*                   OF THE FILLERS - THE DATE THE PAY GOES *
000333*                   OUT (PAYCAL PAY DATE, ALREADY ON A     *
000334*                   BUSINESS DAY), USED FOR THE ACH        *
000335*                   EFFECTIVE DATE, THE CHECK DATE, AND    *
000336*                   THE QUARTER IN PAY HISTORY             *
000337*   10/15/2026  DM  PR-REIMB-AMT CARVED OUT OF THE FILLER -*
000338*                   UNTAXED EXPENSE REIMBURSEMENT COBTRAN3 *
000339*                   ADDS TO PR-NET-PAY FROM REIMTRAN       *
000340************************************************************
000350 01 EMPLOYEE-RECORD-OUT.
000360     05 EMP-DATA           PIC X(80).
000470     05 PR-ARR-TAKEN       PIC S9(6)V9(2) USAGE COMP-3.
000480     05 PR-RUN-TYPE        PIC X(01).
000490       88 PR-OFF-CYCLE     VALUE "O".
000496     05 PR-PAY-DATE        PIC 9(08).
000499     05 PR-REIMB-AMT       PIC S9(6)V9(2) USAGE COMP-3.
000502     05 FILLER             PIC X(17).
000510 01 PAY-HEADER-RECORD REDEFINES EMPLOYEE-RECORD-OUT.
000520     05 PRH-REC-TYPE       PIC X(02).
000530       88 PAY-IS-HEADER    VALUE "HH".
000540     05 PRH-PERIOD-END     PIC 9(08).
000550     05 PRH-RUN-TYPE       PIC X(01).
000560       88 PRH-OFF-CYCLE    VALUE "O".
000570     05 PRH-PAY-DATE       PIC 9(08).
000580     05 FILLER             PIC X(61).
