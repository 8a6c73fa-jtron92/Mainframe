000136*                   CALENDAR BOTH COUNT AGAINST IT), A      *
000137*                   HOLIDAY FLAG, AND THE EARLIEST          *
000138*                   BUSINESS DAY ON OR AFTER THE DATE       *
000139*   10/15/2026  DM  DAY-OFFSET FIELDS ADDED - WHEN          *
000140*                   DP-OFFSET-REQUEST IS "Y", DATEVAL ALSO  *
000141*                   RETURNS THE CALENDAR DATE DP-OFFSET-    *
000142*                   DAYS AFTER (OR, NEGATIVE, BEFORE) THE   *
000143*                   INPUT DATE, FOR PRENOTE, AGING, AND     *
000144*                   EXPIRY CUTOFFS                          *
000146*   10/15/2026  DM  DP-PRIOR-BUS-DATE ADDED - THE BUSINESS- *
000148*                   DAY REQUEST NOW ALSO RETURNS THE LATEST *
000150*                   BUSINESS DAY ON OR BEFORE THE DATE, SO  *
000152*                   A PAY DATE CAN ROLL BACK OFF A WEEKEND  *
000154*                   OR HOLIDAY                              *
000156************************************************************
000158 01 DATE-PARM-BLOCK.
000160   05 DP-DATE-IN         PIC X(10).
000170   05 DP-VALID-FLAG      PIC X(01).
000180     88 DP-DATE-VALID    VALUE "Y".
000320   05 DP-HOLIDAY-FLAG    PIC X(01).
000330     88 DP-IS-HOLIDAY    VALUE "Y".
000340   05 DP-NEXT-BUS-DATE   PIC X(10).
000350   05 DP-OFFSET-REQUEST  PIC X(01).
000360     88 DP-OFFSET-WANTED VALUE "Y".
000370     88 DP-OFFSET-NOT-WANTED VALUE "N".
000380   05 DP-OFFSET-DAYS     PIC S9(05).
000390   05 DP-OFFSET-DATE     PIC X(10).
000400   05 DP-PRIOR-BUS-DATE  PIC X(10).
