000010************************************************************
000020*    VSMHREC - VSAM CLUSTER HEALTH HISTORY RECORD (VSMHIST  *
000030*    FILE, 100 BYTES).  VSMHLTH0 APPENDS ONE PER CLUSTER OR *
000040*    ALTERNATE INDEX PER WEEKLY RUN FROM THE LISTCAT ALL    *
000050*    STATISTICS, AND READS THE LATEST ONE BACK NEXT WEEK SO *
000060*    THE REPORT CAN SHOW SPLITS SINCE THE LAST RUN AND THE  *
000070*    RECORD-COUNT TREND.  THE SPLIT COUNTS ARE LISTCAT'S    *
000080*    CUMULATIVE ONES - A REORGANIZATION RESETS THEM.        *
000090*    VH-FLAGS CARRIES THE THRESHOLD FLAGS RAISED THAT RUN   *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 VSAM-HEALTH-HIST-REC.
000150   05 VH-RUN-DATE        PIC 9(08).
000160   05 VH-ENTRY-NAME      PIC X(44).
000170   05 VH-ENTRY-TYPE      PIC X(03).
000180   05 VH-REC-TOTAL       PIC 9(10).
000190   05 VH-SPLITS-CI       PIC 9(07).
000200   05 VH-SPLITS-CA       PIC 9(07).
000210   05 VH-EXTENTS         PIC 9(03).
000220   05 VH-USED-PCT        PIC 9(03).
000230   05 VH-FLAGS           PIC X(05).
000240   05 FILLER             PIC X(10).
