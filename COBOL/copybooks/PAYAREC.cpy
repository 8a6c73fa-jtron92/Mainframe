000010************************************************************
000020*    PAYAREC - PAY-HISTORY ARCHIVE RECORD (PAYHARC FILE,    *
000030*    ONE GENERATION OF THE &SYSUID..PAYHIST.ARCHIVE GDG PER *
000040*    ANNUAL RUN).  PAYHRET0 MOVES PAYHIST ROWS OLDER THAN   *
000050*    THE RETENTION YEARS HERE WHOLE TAX YEAR AT A TIME -    *
000060*    THE IMAGE IS THE UNCHANGED PAYHREC ROW, STAMPED WITH   *
000070*    THE DATE IT WAS MOVED AND THE TAX YEAR IT BELONGS TO   *
000080*    (THE PH-PAY-DATE YEAR, OR THE PERIOD-END YEAR ON A ROW *
000090*    WITH NO PAY DATE).  PAYHARCL READS EVERY GENERATION    *
000100*    BACK FOR AUDITS AND WAGE-VERIFICATION REQUESTS         *
000110************************************************************
000120* MODIFICATION HISTORY                                     *
000130*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000140************************************************************
000150 01 PAY-ARCHIVE-REC.
000160   05 PA-ARCHIVE-DATE    PIC 9(08).
000170   05 PA-TAX-YEAR        PIC 9(04).
000180   05 PA-HISTORY-IMAGE   PIC X(80).
000190   05 FILLER             PIC X(08).
