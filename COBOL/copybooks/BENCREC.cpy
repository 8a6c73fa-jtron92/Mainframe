000010************************************************************
000020*    BENCREC - BENEFIT COVERAGE CHANGE RECORD.  BENENR00    *
000030*    WRITES ONE FOR EVERY COVERAGE ADD, TIER CHANGE, AND    *
000040*    TERMINATION IT GENERATES, AND THE NIGHT'S CHANGES ARE  *
000050*    APPENDED TO THE BENCHG ACCUMULATION FILE.  BENCAR00    *
000060*    SORTS THE WEEK'S BENCHG BY CARRIER AND WRITES EACH     *
000070*    INSURANCE CARRIER ITS CHANGES FILE.  THE CARRIER, EMP-ID,*
000080*    AND EFFECTIVE DATE LEAD THE RECORD SO ONE SORT FIELD   *
000090*    (1,18,CH,A) PUTS IT IN CARRIER ORDER                   *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 BENEFIT-CHANGE-REC.
000150   05 BC-CARRIER-ID      PIC X(06).
000160   05 BC-EMP-ID          PIC X(04).
000170   05 BC-EFFECTIVE-DATE  PIC 9(08).
000180   05 BC-CHANGE-TYPE     PIC X(01).
000190     88 BC-ADD           VALUE "A".
000200     88 BC-CHANGE        VALUE "C".
000210     88 BC-TERM          VALUE "T".
000220   05 BC-PLAN-CODE       PIC X(03).
000230   05 BC-TIER            PIC X(01).
000240   05 BC-PRIOR-TIER      PIC X(01).
000250   05 BC-LAST-NAME       PIC X(20).
000260   05 BC-FIRST-NAME      PIC X(15).
000270   05 BC-HIRE-DATE       PIC 9(08).
000280   05 BC-RUN-DATE        PIC 9(08).
000290   05 FILLER             PIC X(05).
