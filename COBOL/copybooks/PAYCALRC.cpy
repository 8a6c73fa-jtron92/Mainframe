000090*    LONGER RUN A WHOLE CYCLE UNDER LAST PERIOD'S DATE.     *
000100*    STATUS O = OPEN (NOT YET RUN), C = CLOSED (RUN AND     *
000110*    ROLLED TO HISTORY)                                     *
000111*    EACH PERIOD ALSO CARRIES ITS PAY DATE - THE SCHEDULED  *
000112*    DATE AS KEYED AND THE DATE ACTUALLY PAID, ROLLED BACK  *
000113*    TO THE PRIOR BUSINESS DAY WHEN THE SCHEDULED DATE IS A *
000114*    WEEKEND OR HOLCAL HOLIDAY.  THE PAID DATE DRIVES THE   *
000115*    ACH EFFECTIVE DATE, THE CHECK DATE, AND THE QUARTER    *
000116*    THE WAGES ARE REPORTED IN                              *
000120************************************************************
000130* MODIFICATION HISTORY                                     *
000140*   09/02/2026  DM  ORIGINAL COPYBOOK                       *
000143*   10/15/2026  DM  PC-SCHED-PAY-DATE AND PC-PAY-DATE       *
000146*                   CARVED OUT OF THE FILLER                *
000150************************************************************
000160 01 PAY-CALENDAR-REC.
000170   05 PC-PERIOD-END      PIC 9(08).
000190   05 PC-STATUS          PIC X(01).
000200     88 PC-PERIOD-OPEN   VALUE "O".
000210     88 PC-PERIOD-CLOSED VALUE "C".
000220   05 FILLER             PIC X(01).
000230   05 PC-SCHED-PAY-DATE  PIC 9(08).
000240   05 FILLER             PIC X(01).
000250   05 PC-PAY-DATE        PIC 9(08).
000260   05 FILLER             PIC X(52).
