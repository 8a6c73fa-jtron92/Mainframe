000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYFRD00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    PAYROLL FRAUD INDICATOR REPORT FOR INTERNAL AUDIT -    *
000090*    RUN AFTER THE PAY CYCLE AGAINST THE PACKED EMPOFILE.   *
000100*    EVERY EMPLOYEE PAID ON IT IS CHECKED AGAINST EMPBANK,  *
000110*    EMPADDRF, TIMEIN, COMPMAST, LEAVEBAL, AND THE AUDITLOG *
000120*    HISTORY (LIVE FILE PLUS THE MONTHLY ARCHIVES) FOR:     *
000130*      SHRBANK - BANK ACCOUNT SHARED WITH ANOTHER EMPLOYEE  *
000140*      SHRADDR - STREET ADDRESS (AND ZIP) SHARED WITH       *
000150*                ANOTHER EMPLOYEE                           *
000160*      NOTIME  - HOURLY ON COMPMAST BUT NO TIMEIN CARD      *
000170*      DORMANT - NEVER TAKEN LEAVE (LB-LAST-TAKEN) AND NO   *
000180*                AUDIT ACTIVITY SINCE THE HIRE ITSELF       *
000190*      BANKCHG - BANK DETAILS ADDED OR CHANGED INSIDE THE   *
000200*                WINDOW BEFORE PAYDAY                       *
000210*      RATECHG - PAY RATE CHANGED INSIDE THE WINDOW         *
000220*      SELFAPR - A COMPMAST RATE ROW KEYED AND APPROVED BY  *
000230*                THE SAME USER                              *
000240*    EACH INDICATOR CARRIES A WEIGHT (WS-INDICATOR-VALUES)  *
000250*    AND THE WEIGHTS ARE SUMMED INTO A SCORE.  THE REPORT   *
000260*    RANKS FLAGGED EMPLOYEES HIGHEST SCORE FIRST.  A SCORE  *
000270*    AT OR ABOVE THE FLOOR GOES TO SUITEEXC (U001, HIGH     *
000280*    SEVERITY) AND SETS RC=4.                               *
000290*    SYSIN - COLS 1-8 PAYDAY YYYYMMDD (BLANK = THE PAY DATE *
000300*    ON THE EMPOFILE), COLS 9-10 WINDOW DAYS BEFORE PAYDAY  *
000310*    (BLANK = 02), COLS 11-13 SUITEEXC SCORE FLOOR (BLANK = *
000320*    050)                                                   *
000330************************************************************
000340* MODIFICATION HISTORY                                     *
000350*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000360************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EMPLOYEE-OUT-FILE ASSIGN TO EMPOFILE
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS EMPOFILE-STATUS.
000430     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE  IS RANDOM
000460     RECORD KEY   IS EMP-ID
000470     FILE STATUS  IS VSAM-FILE-STATUS.
000480     SELECT EMP-BANK-FILE ASSIGN TO EMPBANK
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS EMPBANK-STATUS.
000510     SELECT EMP-ADDRESS-FILE ASSIGN TO EMPADDRF
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE  IS SEQUENTIAL
000540     RECORD KEY   IS AD-EMP-ID
000550     FILE STATUS  IS EMPADDRF-STATUS.
000560     SELECT TIME-CARD-FILE ASSIGN TO TIMEIN
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS TIMEIN-STATUS.
000590     SELECT COMP-MASTER-FILE ASSIGN TO COMPMAST
000600     ORGANIZATION IS SEQUENTIAL
000610     FILE STATUS  IS COMPMAST-STATUS.
000620     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVEBAL
000630     ORGANIZATION IS SEQUENTIAL
000640     FILE STATUS  IS LEAVEBAL-STATUS.
000650     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000660     ORGANIZATION IS SEQUENTIAL
000670     FILE STATUS  IS AUDITLOG-STATUS.
000680     SELECT REPORT-FILE ASSIGN TO RPTOUT
000690     ORGANIZATION IS SEQUENTIAL
000700     FILE STATUS  IS RPT-FILE-STATUS.
000710     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000720     ORGANIZATION IS SEQUENTIAL
000730     FILE STATUS  IS SUITEEXC-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD EMPLOYEE-OUT-FILE
000770      RECORDING MODE IS F
000780      LABEL RECORDS ARE STANDARD
000790      RECORD CONTAINS 80 CHARACTERS
000800      BLOCK CONTAINS 0 RECORDS
000810      DATA RECORD IS EMPLOYEE-RECORD-OUT.
000820     COPY PAYREC.
000830 FD EMPLOYEE-VS-FILE.
000840     COPY EMPREC.
000850 FD EMP-BANK-FILE
000860      RECORDING MODE IS F
000870      LABEL RECORDS ARE STANDARD
000880      RECORD CONTAINS 80 CHARACTERS
000890      DATA RECORD IS EMP-BANK-REC.
000900     COPY EMPBKREC.
000910 FD EMP-ADDRESS-FILE.
000920     COPY ADDRREC.
000930 FD TIME-CARD-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 80 CHARACTERS
000970      DATA RECORD IS TIME-CARD-REC.
000980 01 TIME-CARD-REC.
000990   05 TC-EMP-ID          PIC X(04).
001000   05 TC-WORK-DATE       PIC X(08).
001010   05 TC-HOURS           PIC X(04).
001020   05 TC-PAY-CODE        PIC X(01).
001030   05 TC-CHARGE-DEPT     PIC X(03).
001040   05 FILLER             PIC X(60).
001050 FD COMP-MASTER-FILE
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      RECORD CONTAINS 80 CHARACTERS
001090      DATA RECORD IS COMP-MASTER-REC.
001100     COPY COMPREC.
001110 FD LEAVE-BALANCE-FILE
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      RECORD CONTAINS 80 CHARACTERS
001150      DATA RECORD IS LEAVE-BALANCE-REC.
001160 01 LEAVE-BALANCE-REC.
001170   05 LB-EMP-ID          PIC 9(06).
001180   05 LB-BALANCE-HRS     PIC 9(4)V9(2).
001190   05 LB-LAST-TAKEN      PIC 9(08).
001200   05 FILLER             PIC X(60).
001210 FD AUDIT-TRAIL-FILE
001220      RECORDING MODE IS F
001230      LABEL RECORDS ARE STANDARD
001240      RECORD CONTAINS 303 CHARACTERS
001250      DATA RECORD IS AUDIT-TRAIL-REC.
001260     COPY AUDITREC.
001270 FD REPORT-FILE
001280      RECORDING MODE IS F
001290      LABEL RECORDS ARE STANDARD
001300      DATA RECORD IS REPORT-LINE.
001310 01 REPORT-LINE          PIC X(132).
001320 FD SUITE-EXCEPTION-FILE
001330      RECORDING MODE IS F
001340      LABEL RECORDS ARE STANDARD
001350      RECORD CONTAINS 80 CHARACTERS
001360      DATA RECORD IS SUITE-EXCEPTION-REC.
001370     COPY EXCPTREC.
001380 WORKING-STORAGE SECTION.
001390     COPY FSTATCOM.
001400 01 EMPOFILE-STATUS      PIC X(2).
001410   88 EMPOFILE-OK        VALUE "00".
001420 01 EMPBANK-STATUS       PIC X(2).
001430   88 EMPBANK-OK         VALUE "00".
001440 01 EMPADDRF-STATUS      PIC X(2).
001450   88 EMPADDRF-OK        VALUE "00".
001460 01 TIMEIN-STATUS        PIC X(2).
001470   88 TIMEIN-OK          VALUE "00".
001480 01 COMPMAST-STATUS      PIC X(2).
001490   88 COMPMAST-OK        VALUE "00".
001500 01 LEAVEBAL-STATUS      PIC X(2).
001510   88 LEAVEBAL-OK        VALUE "00".
001520 01 AUDITLOG-STATUS      PIC X(2).
001530   88 AUDITLOG-OK        VALUE "00".
001540 01 RPT-FILE-STATUS      PIC X(2).
001550 01 SUITEEXC-STATUS      PIC X(2).
001560     COPY DATEPARM.
001570 01 WS-EMPOFILE-EOF-SW   PIC X(1) VALUE "N".
001580   88 WS-EMPOFILE-DONE   VALUE "Y".
001590 01 WS-EMPBANK-EOF-SW    PIC X(1) VALUE "N".
001600   88 WS-EMPBANK-DONE    VALUE "Y".
001610 01 WS-EMPADDRF-EOF-SW   PIC X(1) VALUE "N".
001620   88 WS-EMPADDRF-DONE   VALUE "Y".
001630 01 WS-TIMEIN-EOF-SW     PIC X(1) VALUE "N".
001640   88 WS-TIMEIN-DONE     VALUE "Y".
001650 01 WS-COMPMAST-EOF-SW   PIC X(1) VALUE "N".
001660   88 WS-COMPMAST-DONE   VALUE "Y".
001670 01 WS-LEAVEBAL-EOF-SW   PIC X(1) VALUE "N".
001680   88 WS-LEAVEBAL-DONE   VALUE "Y".
001690 01 WS-AUDITLOG-EOF-SW   PIC X(1) VALUE "N".
001700   88 WS-AUDITLOG-DONE   VALUE "Y".
001710 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001720 01 WS-CONTROL-CARD.
001730   05 WS-CC-PAYDAY       PIC X(08).
001740   05 WS-CC-WINDOW-DAYS  PIC X(02).
001750   05 WS-CC-WINDOW-DAYS-N REDEFINES WS-CC-WINDOW-DAYS
001760                         PIC 9(02).
001770   05 WS-CC-SCORE-FLOOR  PIC X(03).
001780   05 WS-CC-SCORE-FLOOR-N REDEFINES WS-CC-SCORE-FLOOR
001790                         PIC 9(03).
001800   05 FILLER             PIC X(67).
001810 01 WS-RUN-DATE          PIC 9(8).
001820 01 WS-PAYDAY            PIC 9(8) VALUE ZERO.
001830 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
001840 01 WS-FILE-PAY-DATE     PIC 9(8) VALUE ZERO.
001850 01 WS-WINDOW-DAYS       PIC 9(2).
001860 01 WS-WINDOW-START      PIC 9(8).
001870 01 WS-SCORE-FLOOR       PIC 9(3).
001880 01 WS-DATE-BUILD.
001890    05 WS-DB-YEAR    PIC X(4).
001900    05 FILLER        PIC X(1) VALUE "-".
001910    05 WS-DB-MONTH   PIC X(2).
001920    05 FILLER        PIC X(1) VALUE "-".
001930    05 WS-DB-DAY     PIC X(2).
001940 01 WS-OFFSET-PARSE.
001950    05 WS-OP-YEAR    PIC X(4).
001960    05 FILLER        PIC X(1).
001970    05 WS-OP-MONTH   PIC X(2).
001980    05 FILLER        PIC X(1).
001990    05 WS-OP-DAY     PIC X(2).
002000 01 WS-DATE-EDIT.
002010    05 WS-DE-YEAR    PIC X(4).
002020    05 WS-DE-MONTH   PIC X(2).
002030    05 WS-DE-DAY     PIC X(2).
002040*    THE SEVEN INDICATORS - CODE, WEIGHT, AND DESCRIPTION.  THE
002050* SUBSCRIPT IS THE INDICATOR NUMBER USED THROUGHOUT
002060 01 WS-INDICATOR-VALUES.
002070   05 FILLER             PIC X(40)
002080      VALUE "SHRBANK030BANK ACCOUNT SHARED".
002090   05 FILLER             PIC X(40)
002100      VALUE "SHRADDR015STREET ADDRESS SHARED".
002110   05 FILLER             PIC X(40)
002120      VALUE "NOTIME 025HOURLY, PAID WITH NO TIMECARD".
002130   05 FILLER             PIC X(40)
002140      VALUE "DORMANT010NO LEAVE/ACTIVITY SINCE HIRE".
002150   05 FILLER             PIC X(40)
002160      VALUE "BANKCHG030BANK CHANGED NEAR PAYDAY".
002170   05 FILLER             PIC X(40)
002180      VALUE "RATECHG020PAY RATE CHANGED NEAR PAYDAY".
002190   05 FILLER             PIC X(40)
002200      VALUE "SELFAPR025RATE CHANGE SELF-APPROVED".
002210 01 WS-INDICATOR-TABLE REDEFINES WS-INDICATOR-VALUES.
002220   05 WS-IND-ENTRY OCCURS 7 TIMES.
002230     10 WS-IND-CODE      PIC X(07).
002240     10 WS-IND-WEIGHT    PIC 9(03).
002250     10 WS-IND-DESC      PIC X(30).
002260 01 WS-IND-SUB           PIC 9(1).
002270 01 WS-IND-TOTALS.
002280   05 WS-IND-FLAGGED     PIC 9(5) OCCURS 7 TIMES.
002290*    EVERY EMPLOYEE PAID ON EMPOFILE, WITH WHAT THE OTHER
002300* FILES SAY ABOUT THEM
002310 01 WS-MAX-PAID          PIC 9(4) VALUE 1000.
002320 01 WS-PAID-COUNT        PIC 9(4) VALUE ZERO.
002330 01 WS-PAID-SUB          PIC 9(4).
002340 01 WS-PAID-TABLE.
002350    05 WS-PAID-ENTRY OCCURS 1000 TIMES.
002360      10 WS-PD-EMP-ID     PIC 9(6).
002370      10 WS-PD-NAME       PIC X(30).
002380      10 WS-PD-HIRE-DATE  PIC 9(8).
002390      10 WS-PD-GROSS      PIC S9(7)V9(2) COMP-3.
002400      10 WS-PD-RATE-EFF   PIC 9(8).
002410      10 WS-PD-HOURLY-SW  PIC X(1).
002420        88 WS-PD-HOURLY   VALUE "Y".
002430      10 WS-PD-TIMECARD-SW PIC X(1).
002440        88 WS-PD-HAS-TIMECARD VALUE "Y".
002450      10 WS-PD-LEAVE-SW   PIC X(1).
002460        88 WS-PD-HAS-TAKEN-LEAVE VALUE "Y".
002470      10 WS-PD-ACTIVITY-SW PIC X(1).
002480        88 WS-PD-HAS-ACTIVITY VALUE "Y".
002490      10 WS-PD-FLAG       PIC X(1) OCCURS 7 TIMES.
002500      10 WS-PD-SCORE      PIC 9(3).
002510      10 WS-PD-FLAG-COUNT PIC 9(1).
002520 01 WS-FIND-EMP-ID       PIC 9(6).
002530 01 WS-PAID-FOUND-SW     PIC X(1).
002540   88 WS-PAID-FOUND      VALUE "Y".
002550   88 WS-PAID-NOT-FOUND  VALUE "N".
002560*    EVERY BANK ACCOUNT NOT STOPPED ON EMPBANK, PAID OR NOT,
002570* SO AN ACCOUNT SHARED WITH ANYONE IS SEEN
002580 01 WS-MAX-BANKS         PIC 9(4) VALUE 2000.
002590 01 WS-BANK-COUNT        PIC 9(4) VALUE ZERO.
002600 01 WS-BANK-SUB          PIC 9(4).
002610 01 WS-BANK-SUB-2        PIC 9(4).
002620 01 WS-BANK-TABLE.
002630    05 WS-BANK-ENTRY OCCURS 2000 TIMES.
002640      10 WS-BK-EMP-ID     PIC 9(6).
002650      10 WS-BK-ROUTING    PIC 9(9).
002660      10 WS-BK-ACCOUNT    PIC X(17).
002670      10 WS-BK-PAID-SUB   PIC 9(4).
002680*    EVERY ADDRESS ON EMPADDRF - STREET AND 5-DIGIT ZIP
002690 01 WS-MAX-ADDRS         PIC 9(4) VALUE 2000.
002700 01 WS-ADDR-COUNT        PIC 9(4) VALUE ZERO.
002710 01 WS-ADDR-SUB          PIC 9(4).
002720 01 WS-ADDR-SUB-2        PIC 9(4).
002730 01 WS-ADDR-TABLE.
002740    05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
002750      10 WS-AT-EMP-ID     PIC 9(6).
002760      10 WS-AT-STREET     PIC X(30).
002770      10 WS-AT-ZIP        PIC X(05).
002780      10 WS-AT-PAID-SUB   PIC 9(4).
002790 01 WS-CM-EMP-NUM        PIC 9(4).
002800*    FLAGGED EMPLOYEES IN RANK ORDER - THE SORT KEY CARRIES
002810* 999 LESS THE SCORE SO AN ASCENDING SORT PUTS THE HIGHEST
002820* SCORE FIRST
002830 01 WS-RANK-COUNT        PIC 9(4) VALUE ZERO.
002840 01 WS-RANK-SUB          PIC 9(4).
002850 01 WS-RANK-SUB-2        PIC 9(4).
002860 01 WS-RANK-TABLE.
002870    05 WS-RANK-ENTRY OCCURS 1000 TIMES.
002880      10 WS-RK-SORT-KEY.
002890        15 WS-RK-SCORE-INV PIC 9(3).
002900        15 WS-RK-EMP-ID   PIC 9(6).
002910      10 WS-RK-PAID-SUB   PIC 9(4).
002920 01 WS-SWAP-ENTRY        PIC X(13).
002930 01 WS-COUNTERS.
002940   05 WS-PAY-RECS-READ   PIC 9(5) VALUE ZERO.
002950   05 WS-BANK-READ       PIC 9(5) VALUE ZERO.
002960   05 WS-ADDR-READ       PIC 9(5) VALUE ZERO.
002970   05 WS-TIMEIN-READ     PIC 9(5) VALUE ZERO.
002980   05 WS-COMPMAST-READ   PIC 9(5) VALUE ZERO.
002990   05 WS-LEAVEBAL-READ   PIC 9(5) VALUE ZERO.
003000   05 WS-AUDITLOG-READ   PIC 9(7) VALUE ZERO.
003010   05 WS-NOT-ON-MASTER   PIC 9(5) VALUE ZERO.
003020   05 WS-AT-FLOOR        PIC 9(5) VALUE ZERO.
003030 01 HEADING-LINE-1.
003040   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
003050   05 FILLER             PIC X(40)
003060      VALUE "PAYROLL FRAUD INDICATOR REPORT".
003070   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
003080   05 HL1-RUN-DATE       PIC 9(8).
003090   05 FILLER             PIC X(44) VALUE SPACES.
003100 01 HEADING-LINE-2.
003110   05 FILLER             PIC X(12) VALUE "PERIOD END: ".
003120   05 HL2-PERIOD-END     PIC X(10).
003130   05 FILLER             PIC X(11) VALUE "   PAYDAY: ".
003140   05 HL2-PAYDAY         PIC X(10).
003150   05 FILLER             PIC X(16) VALUE "   WINDOW FROM: ".
003160   05 HL2-WINDOW-START   PIC X(10).
003170   05 FILLER             PIC X(19) VALUE "   SUITEEXC FLOOR: ".
003180   05 HL2-SCORE-FLOOR    PIC ZZ9.
003190   05 FILLER             PIC X(41) VALUE SPACES.
003200 01 COLUMN-HEADING.
003210   05 FILLER             PIC X(46)
003220      VALUE "RANK  EMP-ID  NAME".
003230   05 FILLER             PIC X(21)
003240      VALUE "   GROSS PAY  SCORE".
003250   05 FILLER             PIC X(65) VALUE "INDICATORS".
003260 01 DETAIL-LINE.
003270   05 DL-RANK            PIC ZZZ9.
003280   05 FILLER             PIC X(02) VALUE SPACES.
003290   05 DL-EMP-ID          PIC 9(06).
003300   05 FILLER             PIC X(02) VALUE SPACES.
003310   05 DL-NAME            PIC X(30).
003320   05 FILLER             PIC X(02) VALUE SPACES.
003330   05 DL-GROSS           PIC Z,ZZZ,ZZ9.99.
003340   05 FILLER             PIC X(02) VALUE SPACES.
003350   05 DL-SCORE           PIC ZZ9.
003360   05 FILLER             PIC X(02) VALUE SPACES.
003370   05 DL-INDICATOR OCCURS 7 TIMES.
003380     10 DL-IND-CODE      PIC X(07).
003390     10 DL-IND-GAP       PIC X(01).
003400   05 FILLER             PIC X(11) VALUE SPACES.
003410 01 SUMMARY-HEADING.
003420   05 FILLER             PIC X(50)
003430      VALUE "INDICATOR  WEIGHT  DESCRIPTION".
003440   05 FILLER             PIC X(82) VALUE "EMPLOYEES".
003450 01 SUMMARY-LINE.
003460   05 SL-IND-CODE        PIC X(07).
003470   05 FILLER             PIC X(06) VALUE SPACES.
003480   05 SL-WEIGHT          PIC ZZ9.
003490   05 FILLER             PIC X(02) VALUE SPACES.
003500   05 SL-DESC            PIC X(30).
003510   05 FILLER             PIC X(02) VALUE SPACES.
003520   05 SL-FLAGGED         PIC ZZ,ZZ9.
003530   05 FILLER             PIC X(76) VALUE SPACES.
003540 01 TOTAL-LINE.
003550   05 TL-LABEL           PIC X(30).
003560   05 TL-COUNT           PIC ZZ,ZZ9.
003570   05 FILLER             PIC X(96) VALUE SPACES.
003580 PROCEDURE DIVISION.
003590 000-MAIN-PROCEDURE.
003600      PERFORM P100-INITIALIZATION.
003610      PERFORM P110-LOAD-PAID-EMPLOYEES.
003620      PERFORM P120-SET-PAYDAY-WINDOW.
003630      PERFORM P130-LOAD-BANK-ACCOUNTS.
003640      PERFORM P140-LOAD-ADDRESSES.
003650      PERFORM P150-READ-TIMECARDS.
003660      PERFORM P160-READ-COMP-MASTER.
003670      PERFORM P170-READ-LEAVE-BALANCES.
003680      PERFORM P180-READ-AUDIT-TRAIL.
003690      PERFORM P200-CHECK-SHARED-BANKS.
003700      PERFORM P210-CHECK-SHARED-ADDRESSES.
003710      PERFORM P220-SCORE-EMPLOYEES.
003720      PERFORM P240-RANK-EMPLOYEES.
003730      PERFORM P250-PRINT-REPORT.
003740      PERFORM P300-TERMINATION.
003750      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003760      STOP RUN.
003770 P100-INITIALIZATION.
003780      OPEN INPUT EMPLOYEE-OUT-FILE.
003790      IF NOT EMPOFILE-OK
003800         DISPLAY "FAILURE TO OPEN EMPOFILE " EMPOFILE-STATUS
003810         MOVE 12 TO RETURN-CODE
003820         STOP RUN
003830      END-IF.
003840      OPEN INPUT EMPLOYEE-VS-FILE.
003850      IF NOT VSAM-OK
003860         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
003870         MOVE 12 TO RETURN-CODE
003880         STOP RUN
003890      END-IF.
003900      OPEN INPUT EMP-BANK-FILE.
003910      IF NOT EMPBANK-OK
003920         DISPLAY "FAILURE TO OPEN EMPBANK " EMPBANK-STATUS
003930         MOVE 12 TO RETURN-CODE
003940         STOP RUN
003950      END-IF.
003960      OPEN INPUT EMP-ADDRESS-FILE.
003970      IF NOT EMPADDRF-OK
003980         DISPLAY "FAILURE TO OPEN EMPADDRF " EMPADDRF-STATUS
003990         MOVE 12 TO RETURN-CODE
004000         STOP RUN
004010      END-IF.
004020      OPEN INPUT TIME-CARD-FILE.
004030      IF NOT TIMEIN-OK
004040         DISPLAY "FAILURE TO OPEN TIMEIN " TIMEIN-STATUS
004050         MOVE 12 TO RETURN-CODE
004060         STOP RUN
004070      END-IF.
004080      OPEN INPUT COMP-MASTER-FILE.
004090      IF NOT COMPMAST-OK
004100         DISPLAY "FAILURE TO OPEN COMPMAST " COMPMAST-STATUS
004110         MOVE 12 TO RETURN-CODE
004120         STOP RUN
004130      END-IF.
004140      OPEN INPUT LEAVE-BALANCE-FILE.
004150      IF NOT LEAVEBAL-OK
004160         DISPLAY "FAILURE TO OPEN LEAVEBAL " LEAVEBAL-STATUS
004170         MOVE 12 TO RETURN-CODE
004180         STOP RUN
004190      END-IF.
004200      OPEN INPUT AUDIT-TRAIL-FILE.
004210      IF NOT AUDITLOG-OK
004220         DISPLAY "FAILURE TO OPEN AUDITLOG " AUDITLOG-STATUS
004230         MOVE 12 TO RETURN-CODE
004240         STOP RUN
004250      END-IF.
004260      OPEN OUTPUT REPORT-FILE.
004270      OPEN EXTEND SUITE-EXCEPTION-FILE.
004280      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004290      INITIALIZE WS-IND-TOTALS.
004300      PERFORM P105-READ-CONTROL-CARD.
004310 P105-READ-CONTROL-CARD.
004320*    THE SYSIN CARD - COLS 1-8 PAYDAY YYYYMMDD (BLANK FOR THE
004330* EMPOFILE PAY DATE), COLS 9-10 WINDOW DAYS (BLANK FOR 02),
004340* COLS 11-13 SUITEEXC SCORE FLOOR (BLANK FOR 050)
004350      MOVE SPACES TO WS-CONTROL-CARD.
004360      ACCEPT WS-CONTROL-CARD.
004370      IF WS-CC-PAYDAY NOT = SPACES
004380         IF WS-CC-PAYDAY IS NOT NUMERIC
004390            DISPLAY "INVALID SYSIN CARD - PAYDAY " WS-CC-PAYDAY
004400            MOVE 8 TO RETURN-CODE
004410            STOP RUN
004420         END-IF
004430         MOVE WS-CC-PAYDAY TO WS-PAYDAY
004440      END-IF.
004450      IF WS-CC-WINDOW-DAYS = SPACES
004460         MOVE 2 TO WS-WINDOW-DAYS
004470      ELSE
004480         IF WS-CC-WINDOW-DAYS IS NOT NUMERIC
004490            DISPLAY "INVALID SYSIN CARD - WINDOW DAYS "
004500               WS-CC-WINDOW-DAYS
004510            MOVE 8 TO RETURN-CODE
004520            STOP RUN
004530         END-IF
004540         MOVE WS-CC-WINDOW-DAYS-N TO WS-WINDOW-DAYS
004550      END-IF.
004560      IF WS-CC-SCORE-FLOOR = SPACES
004570         MOVE 50 TO WS-SCORE-FLOOR
004580      ELSE
004590         IF WS-CC-SCORE-FLOOR IS NOT NUMERIC
004600            DISPLAY "INVALID SYSIN CARD - SCORE FLOOR "
004610               WS-CC-SCORE-FLOOR
004620            MOVE 8 TO RETURN-CODE
004630            STOP RUN
004640         END-IF
004650         MOVE WS-CC-SCORE-FLOOR-N TO WS-SCORE-FLOOR
004660      END-IF.
004670 P110-LOAD-PAID-EMPLOYEES.
004680*    THE HH HEADER GIVES THE PERIOD END AND PAY DATE - EVERY
004690* OTHER RECORD IS AN EMPLOYEE PAID THIS CYCLE.  AN EMPLOYEE
004700* ON MORE THAN ONE RECORD IS ONE ENTRY WITH THE GROSS ADDED
004710      PERFORM UNTIL WS-EMPOFILE-DONE
004720         READ EMPLOYEE-OUT-FILE
004730            AT END
004740               SET WS-EMPOFILE-DONE TO TRUE
004750            NOT AT END
004760               ADD 1 TO WS-PAY-RECS-READ
004770               IF PAY-IS-HEADER
004780                  PERFORM P112-TAKE-HEADER-DATES
004790               ELSE
004800                  PERFORM P115-LOAD-ONE-PAID
004810               END-IF
004820         END-READ
004830      END-PERFORM.
004840      CLOSE EMPLOYEE-OUT-FILE.
004850      CLOSE EMPLOYEE-VS-FILE.
004860      DISPLAY "EMPOFILE RECORDS READ: " WS-PAY-RECS-READ.
004870      DISPLAY "EMPLOYEES PAID       : " WS-PAID-COUNT.
004880 P112-TAKE-HEADER-DATES.
004890      IF PRH-PERIOD-END IS NUMERIC
004900         MOVE PRH-PERIOD-END TO WS-PERIOD-END
004910      END-IF.
004920      IF PRH-PAY-DATE IS NUMERIC AND PRH-PAY-DATE > ZERO
004930         MOVE PRH-PAY-DATE TO WS-FILE-PAY-DATE
004940      END-IF.
004950 P115-LOAD-ONE-PAID.
004960      IF EMP-ID-OUT < 1 OR EMP-ID-OUT > 999999
004970         DISPLAY "EMPOFILE EMP-ID OUT OF RANGE " EMP-ID-OUT
004980            " IGNORED"
004990      ELSE
005000         IF WS-PERIOD-END = ZERO AND PR-PERIOD-END IS NUMERIC
005010            MOVE PR-PERIOD-END TO WS-PERIOD-END
005020         END-IF
005030         IF WS-FILE-PAY-DATE = ZERO AND PR-PAY-DATE IS NUMERIC
005040            MOVE PR-PAY-DATE TO WS-FILE-PAY-DATE
005050         END-IF
005060         MOVE EMP-ID-OUT TO WS-FIND-EMP-ID
005070         PERFORM P190-FIND-PAID
005080         IF WS-PAID-FOUND
005090            ADD REG-PAY-OUT BON-PAY-OUT
005100               TO WS-PD-GROSS (WS-PAID-SUB)
005110         ELSE
005120            PERFORM P117-ADD-PAID-ENTRY
005130         END-IF
005140      END-IF.
005150 P117-ADD-PAID-ENTRY.
005160      IF WS-PAID-COUNT >= WS-MAX-PAID
005170         DISPLAY "PAID TABLE FULL - EMP " WS-FIND-EMP-ID
005180            " IGNORED"
005190         MOVE 12 TO WS-HIGHEST-RC
005200      ELSE
005210         ADD 1 TO WS-PAID-COUNT
005220         MOVE WS-PAID-COUNT TO WS-PAID-SUB
005230         INITIALIZE WS-PAID-ENTRY (WS-PAID-SUB)
005240         MOVE WS-FIND-EMP-ID TO WS-PD-EMP-ID (WS-PAID-SUB)
005250         COMPUTE WS-PD-GROSS (WS-PAID-SUB) =
005260            REG-PAY-OUT + BON-PAY-OUT
005270         MOVE "N" TO WS-PD-HOURLY-SW (WS-PAID-SUB)
005280         MOVE "N" TO WS-PD-TIMECARD-SW (WS-PAID-SUB)
005290         MOVE "N" TO WS-PD-LEAVE-SW (WS-PAID-SUB)
005300         MOVE "N" TO WS-PD-ACTIVITY-SW (WS-PAID-SUB)
005310         MOVE WS-FIND-EMP-ID TO EMP-ID
005320         READ EMPLOYEE-VS-FILE
005330            INVALID KEY
005340               MOVE "(NOT ON EMPVSFIL)"
005350                  TO WS-PD-NAME (WS-PAID-SUB)
005360               ADD 1 TO WS-NOT-ON-MASTER
005370            NOT INVALID KEY
005380               STRING EMP-LAST-NAME  DELIMITED BY "  "
005390                      ", "           DELIMITED BY SIZE
005400                      EMP-FIRST-NAME DELIMITED BY "  "
005410                  INTO WS-PD-NAME (WS-PAID-SUB)
005420               END-STRING
005430               IF EMP-HIRE-DATE IS NUMERIC
005440                  MOVE EMP-HIRE-DATE
005450                     TO WS-PD-HIRE-DATE (WS-PAID-SUB)
005460               END-IF
005470         END-READ
005480      END-IF.
005490 P120-SET-PAYDAY-WINDOW.
005500*    PAYDAY IS THE SYSIN DATE, ELSE THE EMPOFILE PAY DATE, ELSE
005510* THE PERIOD END.  THE WINDOW STARTS WINDOW-DAYS BEFORE IT
005520* (DATEVAL DAY-OFFSET SERVICE, NEGATIVE OFFSET)
005530      IF WS-PAYDAY = ZERO
005540         MOVE WS-FILE-PAY-DATE TO WS-PAYDAY
005550      END-IF.
005560      IF WS-PAYDAY = ZERO
005570         MOVE WS-PERIOD-END TO WS-PAYDAY
005580      END-IF.
005590      IF WS-PAYDAY = ZERO
005600         DISPLAY "NO PAYDAY ON SYSIN OR EMPOFILE - RUN STOPPED"
005610         MOVE 8 TO RETURN-CODE
005620         STOP RUN
005630      END-IF.
005640      IF WS-PERIOD-END = ZERO
005650         MOVE WS-PAYDAY TO WS-PERIOD-END
005660      END-IF.
005670      MOVE WS-PAYDAY TO WS-DATE-EDIT.
005680      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
005690      MOVE WS-DE-MONTH TO WS-DB-MONTH.
005700      MOVE WS-DE-DAY   TO WS-DB-DAY.
005710      MOVE WS-DATE-BUILD TO DP-DATE-IN.
005720      SET DP-AGE-NOT-WANTED TO TRUE.
005730      SET DP-BUSDAY-NOT-WANTED TO TRUE.
005740      SET DP-OFFSET-WANTED TO TRUE.
005750      COMPUTE DP-OFFSET-DAYS = ZERO - WS-WINDOW-DAYS.
005760      CALL "DATEVAL" USING DATE-PARM-BLOCK.
005770      IF DP-DATE-INVALID
005780         DISPLAY "INVALID PAYDAY " WS-PAYDAY
005790         MOVE 8 TO RETURN-CODE
005800         STOP RUN
005810      END-IF.
005820      MOVE WS-DATE-BUILD TO HL2-PAYDAY.
005830      MOVE DP-OFFSET-DATE TO HL2-WINDOW-START.
005840      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
005850      MOVE WS-OP-YEAR  TO WS-DE-YEAR.
005860      MOVE WS-OP-MONTH TO WS-DE-MONTH.
005870      MOVE WS-OP-DAY   TO WS-DE-DAY.
005880      MOVE WS-DATE-EDIT TO WS-WINDOW-START.
005890      MOVE WS-PERIOD-END TO WS-DATE-EDIT.
005900      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
005910      MOVE WS-DE-MONTH TO WS-DB-MONTH.
005920      MOVE WS-DE-DAY   TO WS-DB-DAY.
005930      MOVE WS-DATE-BUILD TO HL2-PERIOD-END.
005940      DISPLAY "PERIOD END           : " WS-PERIOD-END.
005950      DISPLAY "PAYDAY               : " WS-PAYDAY.
005960      DISPLAY "WINDOW START         : " WS-WINDOW-START.
005970 P130-LOAD-BANK-ACCOUNTS.
005980*    A STOPPED ACCOUNT NO LONGER RECEIVES PAY AND IS LEFT OUT.
005990* AN ADD OR CHANGE STAMPED INSIDE THE WINDOW IS BANKCHG
006000      PERFORM UNTIL WS-EMPBANK-DONE
006010         READ EMP-BANK-FILE
006020            AT END
006030               SET WS-EMPBANK-DONE TO TRUE
006040            NOT AT END
006050               ADD 1 TO WS-BANK-READ
006060               IF NOT EB-STOPPED
006070                  PERFORM P135-LOAD-ONE-BANK
006080               END-IF
006090         END-READ
006100      END-PERFORM.
006110      CLOSE EMP-BANK-FILE.
006120      DISPLAY "EMPBANK RECORDS READ : " WS-BANK-READ.
006130 P135-LOAD-ONE-BANK.
006140      MOVE EB-EMP-ID TO WS-FIND-EMP-ID.
006150      PERFORM P190-FIND-PAID.
006160      IF WS-PAID-FOUND AND EB-CHANGE-DATE IS NUMERIC
006170         IF EB-CHANGE-DATE NOT < WS-WINDOW-START AND
006180            EB-CHANGE-DATE NOT > WS-PAYDAY
006190            MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 5)
006200         END-IF
006210      END-IF.
006220      IF WS-BANK-COUNT >= WS-MAX-BANKS
006230         DISPLAY "BANK TABLE FULL - EMP " EB-EMP-ID " IGNORED"
006240         MOVE 12 TO WS-HIGHEST-RC
006250      ELSE
006260         ADD 1 TO WS-BANK-COUNT
006270         MOVE EB-EMP-ID  TO WS-BK-EMP-ID (WS-BANK-COUNT)
006280         MOVE EB-ROUTING TO WS-BK-ROUTING (WS-BANK-COUNT)
006290         MOVE EB-ACCOUNT TO WS-BK-ACCOUNT (WS-BANK-COUNT)
006300         IF WS-PAID-FOUND
006310            MOVE WS-PAID-SUB TO WS-BK-PAID-SUB (WS-BANK-COUNT)
006320         ELSE
006330            MOVE ZERO TO WS-BK-PAID-SUB (WS-BANK-COUNT)
006340         END-IF
006350      END-IF.
006360 P140-LOAD-ADDRESSES.
006370      PERFORM UNTIL WS-EMPADDRF-DONE
006380         READ EMP-ADDRESS-FILE NEXT RECORD
006390            AT END
006400               SET WS-EMPADDRF-DONE TO TRUE
006410            NOT AT END
006420               ADD 1 TO WS-ADDR-READ
006430               IF AD-STREET NOT = SPACES
006440                  PERFORM P145-LOAD-ONE-ADDRESS
006450               END-IF
006460         END-READ
006470      END-PERFORM.
006480      CLOSE EMP-ADDRESS-FILE.
006490      DISPLAY "EMPADDRF RECORDS READ: " WS-ADDR-READ.
006500 P145-LOAD-ONE-ADDRESS.
006510      IF WS-ADDR-COUNT >= WS-MAX-ADDRS
006520         DISPLAY "ADDRESS TABLE FULL - EMP " AD-EMP-ID " IGNORED"
006530         MOVE 12 TO WS-HIGHEST-RC
006540      ELSE
006550         ADD 1 TO WS-ADDR-COUNT
006560         MOVE AD-EMP-ID      TO WS-AT-EMP-ID (WS-ADDR-COUNT)
006570         MOVE AD-STREET      TO WS-AT-STREET (WS-ADDR-COUNT)
006580         MOVE AD-ZIP (1:5)   TO WS-AT-ZIP (WS-ADDR-COUNT)
006590         MOVE AD-EMP-ID TO WS-FIND-EMP-ID
006600         PERFORM P190-FIND-PAID
006610         IF WS-PAID-FOUND
006620            MOVE WS-PAID-SUB TO WS-AT-PAID-SUB (WS-ADDR-COUNT)
006630         ELSE
006640            MOVE ZERO TO WS-AT-PAID-SUB (WS-ADDR-COUNT)
006650         END-IF
006660      END-IF.
006670 P150-READ-TIMECARDS.
006680      PERFORM UNTIL WS-TIMEIN-DONE
006690         READ TIME-CARD-FILE
006700            AT END
006710               SET WS-TIMEIN-DONE TO TRUE
006720            NOT AT END
006730               ADD 1 TO WS-TIMEIN-READ
006740               IF TC-EMP-ID IS NUMERIC
006750                  MOVE TC-EMP-ID TO WS-FIND-EMP-ID
006760                  PERFORM P190-FIND-PAID
006770                  IF WS-PAID-FOUND
006780                     MOVE "Y" TO WS-PD-TIMECARD-SW (WS-PAID-SUB)
006790                  END-IF
006800               END-IF
006810         END-READ
006820      END-PERFORM.
006830      CLOSE TIME-CARD-FILE.
006840      DISPLAY "TIMEIN CARDS READ    : " WS-TIMEIN-READ.
006850 P160-READ-COMP-MASTER.
006860*    THE RATE ROW IN FORCE AT THE PERIOD END (LATEST EFFECTIVE
006870* DATE NOT AFTER IT) SAYS WHETHER THE EMPLOYEE IS HOURLY.  ANY
006880* ROW KEYED AND APPROVED BY THE SAME USER IS SELFAPR
006890      PERFORM UNTIL WS-COMPMAST-DONE
006900         READ COMP-MASTER-FILE
006910            AT END
006920               SET WS-COMPMAST-DONE TO TRUE
006930            NOT AT END
006940               ADD 1 TO WS-COMPMAST-READ
006950               IF CM-EMP-ID IS NUMERIC
006960                  MOVE CM-EMP-ID TO WS-CM-EMP-NUM
006970                  MOVE WS-CM-EMP-NUM TO WS-FIND-EMP-ID
006980                  PERFORM P190-FIND-PAID
006990                  IF WS-PAID-FOUND
007000                     PERFORM P165-CHECK-ONE-RATE
007010                  END-IF
007020               END-IF
007030         END-READ
007040      END-PERFORM.
007050      CLOSE COMP-MASTER-FILE.
007060      DISPLAY "COMPMAST ROWS READ   : " WS-COMPMAST-READ.
007070 P165-CHECK-ONE-RATE.
007080      IF CM-EFF-DATE IS NUMERIC AND
007090         CM-EFF-DATE NOT > WS-PERIOD-END AND
007100         CM-EFF-DATE NOT < WS-PD-RATE-EFF (WS-PAID-SUB)
007110         MOVE CM-EFF-DATE TO WS-PD-RATE-EFF (WS-PAID-SUB)
007120         IF CM-HOURLY
007130            MOVE "Y" TO WS-PD-HOURLY-SW (WS-PAID-SUB)
007140         ELSE
007150            MOVE "N" TO WS-PD-HOURLY-SW (WS-PAID-SUB)
007160         END-IF
007170      END-IF.
007180      IF CM-KEYED-USER NOT = SPACES AND
007190         CM-KEYED-USER = CM-APPR-USER
007200         MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 7)
007210      END-IF.
007220 P170-READ-LEAVE-BALANCES.
007230*    LB-LAST-TAKEN IS THE LATEST DAY OF LEAVE EMPLEAVE EVER
007240* APPLIED - ZERO (OR NO LEAVEBAL ROW) MEANS NONE EVER TAKEN
007250      PERFORM UNTIL WS-LEAVEBAL-DONE
007260         READ LEAVE-BALANCE-FILE
007270            AT END
007280               SET WS-LEAVEBAL-DONE TO TRUE
007290            NOT AT END
007300               ADD 1 TO WS-LEAVEBAL-READ
007310               IF LB-LAST-TAKEN IS NUMERIC AND
007320                  LB-LAST-TAKEN > ZERO
007330                  MOVE LB-EMP-ID TO WS-FIND-EMP-ID
007340                  PERFORM P190-FIND-PAID
007350                  IF WS-PAID-FOUND
007360                     MOVE "Y" TO WS-PD-LEAVE-SW (WS-PAID-SUB)
007370                  END-IF
007380               END-IF
007390         END-READ
007400      END-PERFORM.
007410      CLOSE LEAVE-BALANCE-FILE.
007420      DISPLAY "LEAVEBAL ROWS READ   : " WS-LEAVEBAL-READ.
007430 P180-READ-AUDIT-TRAIL.
007440*    AUDITLOG IS THE ARCHIVE GENERATIONS FOLLOWED BY THE LIVE
007450* FILE.  BANK ADDS/CHANGES AND RATE CHANGES INSIDE THE WINDOW
007460* ARE FLAGGED.  ANY OTHER RECORD AFTER THE HIRE DATE, APART
007470* FROM THE HIRE ITSELF AND THE ANNIVERSARY SERVICE RUN, IS
007480* ACTIVITY THAT CLEARS DORMANT
007490      PERFORM UNTIL WS-AUDITLOG-DONE
007500         READ AUDIT-TRAIL-FILE
007510            AT END
007520               SET WS-AUDITLOG-DONE TO TRUE
007530            NOT AT END
007540               ADD 1 TO WS-AUDITLOG-READ
007550               IF AUDIT-EMP-ID IS NUMERIC AND
007560                  AUDIT-DATE IS NUMERIC
007570                  MOVE AUDIT-EMP-ID TO WS-FIND-EMP-ID
007580                  PERFORM P190-FIND-PAID
007590                  IF WS-PAID-FOUND
007600                     PERFORM P185-CHECK-ONE-AUDIT
007610                  END-IF
007620               END-IF
007630         END-READ
007640      END-PERFORM.
007650      CLOSE AUDIT-TRAIL-FILE.
007660      DISPLAY "AUDITLOG RECORDS READ: " WS-AUDITLOG-READ.
007670 P185-CHECK-ONE-AUDIT.
007680      IF AUDIT-DATE NOT < WS-WINDOW-START AND
007690         AUDIT-DATE NOT > WS-PAYDAY
007700         EVALUATE AUDIT-ACTION
007710            WHEN "BANKADD"
007720            WHEN "BANKCHG"
007730               MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 5)
007740            WHEN "RATECHG"
007750            WHEN "RATEDEL"
007760               MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 6)
007770         END-EVALUATE
007780      END-IF.
007790      IF AUDIT-DATE > WS-PD-HIRE-DATE (WS-PAID-SUB)
007800         EVALUATE AUDIT-ACTION
007810            WHEN "NEWHIRE"
007820            WHEN "REHIRE"
007830            WHEN "ADD"
007840            WHEN "SVCCALC"
007850               CONTINUE
007860            WHEN OTHER
007870               MOVE "Y" TO WS-PD-ACTIVITY-SW (WS-PAID-SUB)
007880         END-EVALUATE
007890      END-IF.
007900 P190-FIND-PAID.
007910*    LOOKS UP WS-FIND-EMP-ID IN THE PAID TABLE - SETS
007920* WS-PAID-FOUND AND WS-PAID-SUB
007930      SET WS-PAID-NOT-FOUND TO TRUE.
007940      PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
007950         UNTIL WS-PAID-SUB > WS-PAID-COUNT
007960         IF WS-PD-EMP-ID (WS-PAID-SUB) = WS-FIND-EMP-ID
007970            SET WS-PAID-FOUND TO TRUE
007980            EXIT PERFORM
007990         END-IF
008000      END-PERFORM.
008010 P200-CHECK-SHARED-BANKS.
008020*    A PAID EMPLOYEE'S ACCOUNT (ROUTING AND ACCOUNT NUMBER)
008030* ALSO ON FILE FOR ANY OTHER EMPLOYEE IS SHRBANK
008040      PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
008050         UNTIL WS-BANK-SUB > WS-BANK-COUNT
008060         IF WS-BK-PAID-SUB (WS-BANK-SUB) > ZERO
008070            PERFORM P205-MATCH-ONE-BANK
008080         END-IF
008090      END-PERFORM.
008100 P205-MATCH-ONE-BANK.
008110      PERFORM VARYING WS-BANK-SUB-2 FROM 1 BY 1
008120         UNTIL WS-BANK-SUB-2 > WS-BANK-COUNT
008130         IF WS-BK-EMP-ID (WS-BANK-SUB-2) NOT =
008140            WS-BK-EMP-ID (WS-BANK-SUB) AND
008150            WS-BK-ROUTING (WS-BANK-SUB-2) =
008160            WS-BK-ROUTING (WS-BANK-SUB) AND
008170            WS-BK-ACCOUNT (WS-BANK-SUB-2) =
008180            WS-BK-ACCOUNT (WS-BANK-SUB)
008190            MOVE WS-BK-PAID-SUB (WS-BANK-SUB) TO WS-PAID-SUB
008200            MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 1)
008210            EXIT PERFORM
008220         END-IF
008230      END-PERFORM.
008240 P210-CHECK-SHARED-ADDRESSES.
008250*    A PAID EMPLOYEE'S STREET AND 5-DIGIT ZIP ALSO ON FILE FOR
008260* ANY OTHER EMPLOYEE IS SHRADDR
008270      PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
008280         UNTIL WS-ADDR-SUB > WS-ADDR-COUNT
008290         IF WS-AT-PAID-SUB (WS-ADDR-SUB) > ZERO
008300            PERFORM P215-MATCH-ONE-ADDRESS
008310         END-IF
008320      END-PERFORM.
008330 P215-MATCH-ONE-ADDRESS.
008340      PERFORM VARYING WS-ADDR-SUB-2 FROM 1 BY 1
008350         UNTIL WS-ADDR-SUB-2 > WS-ADDR-COUNT
008360         IF WS-AT-EMP-ID (WS-ADDR-SUB-2) NOT =
008370            WS-AT-EMP-ID (WS-ADDR-SUB) AND
008380            WS-AT-STREET (WS-ADDR-SUB-2) =
008390            WS-AT-STREET (WS-ADDR-SUB) AND
008400            WS-AT-ZIP (WS-ADDR-SUB-2) =
008410            WS-AT-ZIP (WS-ADDR-SUB)
008420            MOVE WS-AT-PAID-SUB (WS-ADDR-SUB) TO WS-PAID-SUB
008430            MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 2)
008440            EXIT PERFORM
008450         END-IF
008460      END-PERFORM.
008470 P220-SCORE-EMPLOYEES.
008480*    NOTIME AND DORMANT ARE SETTLED ONCE EVERY FILE IS READ,
008490* THEN THE WEIGHTS OF ALL FLAGS SET ARE ADDED UP
008500      PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
008510         UNTIL WS-PAID-SUB > WS-PAID-COUNT
008520         IF WS-PD-HOURLY (WS-PAID-SUB) AND
008530            NOT WS-PD-HAS-TIMECARD (WS-PAID-SUB)
008540            MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 3)
008550         END-IF
008560         IF NOT WS-PD-HAS-TAKEN-LEAVE (WS-PAID-SUB) AND
008570            NOT WS-PD-HAS-ACTIVITY (WS-PAID-SUB)
008580            MOVE "Y" TO WS-PD-FLAG (WS-PAID-SUB, 4)
008590         END-IF
008600         PERFORM P225-SCORE-ONE-EMPLOYEE
008610      END-PERFORM.
008620 P225-SCORE-ONE-EMPLOYEE.
008630      MOVE ZERO TO WS-PD-SCORE (WS-PAID-SUB).
008640      MOVE ZERO TO WS-PD-FLAG-COUNT (WS-PAID-SUB).
008650      PERFORM VARYING WS-IND-SUB FROM 1 BY 1
008660         UNTIL WS-IND-SUB > 7
008670         IF WS-PD-FLAG (WS-PAID-SUB, WS-IND-SUB) = "Y"
008680            ADD WS-IND-WEIGHT (WS-IND-SUB)
008690               TO WS-PD-SCORE (WS-PAID-SUB)
008700            ADD 1 TO WS-PD-FLAG-COUNT (WS-PAID-SUB)
008710            ADD 1 TO WS-IND-FLAGGED (WS-IND-SUB)
008720         END-IF
008730      END-PERFORM.
008740      IF WS-PD-SCORE (WS-PAID-SUB) > ZERO
008750         ADD 1 TO WS-RANK-COUNT
008760         COMPUTE WS-RK-SCORE-INV (WS-RANK-COUNT) =
008770            999 - WS-PD-SCORE (WS-PAID-SUB)
008780         MOVE WS-PD-EMP-ID (WS-PAID-SUB)
008790            TO WS-RK-EMP-ID (WS-RANK-COUNT)
008800         MOVE WS-PAID-SUB TO WS-RK-PAID-SUB (WS-RANK-COUNT)
008810      END-IF.
008820      IF WS-PD-SCORE (WS-PAID-SUB) > ZERO AND
008830         WS-PD-SCORE (WS-PAID-SUB) NOT < WS-SCORE-FLOOR
008840         ADD 1 TO WS-AT-FLOOR
008850         MOVE "H"              TO EX-SEVERITY
008860         MOVE WS-PD-EMP-ID (WS-PAID-SUB) TO EX-KEY
008870         MOVE "U001"           TO EX-REASON-CODE
008880         MOVE SPACES           TO EX-REASON-TEXT
008890         STRING "FRAUD SCORE "    DELIMITED BY SIZE
008900                WS-PD-SCORE (WS-PAID-SUB) DELIMITED BY SIZE
008910                " - "             DELIMITED BY SIZE
008920                WS-PD-FLAG-COUNT (WS-PAID-SUB) DELIMITED BY SIZE
008930                " INDICATORS"     DELIMITED BY SIZE
008940            INTO EX-REASON-TEXT
008950         END-STRING
008960         PERFORM P298-WRITE-SUITE-EXCEPTION
008970      END-IF.
008980 P240-RANK-EMPLOYEES.
008990*    A SIMPLE EXCHANGE SORT - HIGHEST SCORE FIRST, THEN EMP-ID
009000      PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
009010         UNTIL WS-RANK-SUB >= WS-RANK-COUNT
009020         COMPUTE WS-RANK-SUB-2 = WS-RANK-SUB + 1
009030         PERFORM UNTIL WS-RANK-SUB-2 > WS-RANK-COUNT
009040            IF WS-RK-SORT-KEY (WS-RANK-SUB-2) <
009050               WS-RK-SORT-KEY (WS-RANK-SUB)
009060               MOVE WS-RANK-ENTRY (WS-RANK-SUB) TO WS-SWAP-ENTRY
009070               MOVE WS-RANK-ENTRY (WS-RANK-SUB-2)
009080                  TO WS-RANK-ENTRY (WS-RANK-SUB)
009090               MOVE WS-SWAP-ENTRY
009100                  TO WS-RANK-ENTRY (WS-RANK-SUB-2)
009110            END-IF
009120            ADD 1 TO WS-RANK-SUB-2
009130         END-PERFORM
009140      END-PERFORM.
009150 P250-PRINT-REPORT.
009160      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
009170      MOVE WS-SCORE-FLOOR TO HL2-SCORE-FLOOR.
009180      WRITE REPORT-LINE FROM HEADING-LINE-1.
009190      WRITE REPORT-LINE FROM HEADING-LINE-2.
009200      MOVE SPACES TO REPORT-LINE.
009210      WRITE REPORT-LINE.
009220      WRITE REPORT-LINE FROM COLUMN-HEADING.
009230      IF WS-RANK-COUNT = ZERO
009240         MOVE "NO PAID EMPLOYEE CARRIES ANY FRAUD INDICATOR"
009250            TO REPORT-LINE
009260         WRITE REPORT-LINE
009270      END-IF.
009280      PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
009290         UNTIL WS-RANK-SUB > WS-RANK-COUNT
009300         PERFORM P260-PRINT-DETAIL-LINE
009310      END-PERFORM.
009320      MOVE SPACES TO REPORT-LINE.
009330      WRITE REPORT-LINE.
009340      WRITE REPORT-LINE FROM SUMMARY-HEADING.
009350      PERFORM VARYING WS-IND-SUB FROM 1 BY 1
009360         UNTIL WS-IND-SUB > 7
009370         MOVE WS-IND-CODE (WS-IND-SUB)    TO SL-IND-CODE
009380         MOVE WS-IND-WEIGHT (WS-IND-SUB)  TO SL-WEIGHT
009390         MOVE WS-IND-DESC (WS-IND-SUB)    TO SL-DESC
009400         MOVE WS-IND-FLAGGED (WS-IND-SUB) TO SL-FLAGGED
009410         WRITE REPORT-LINE FROM SUMMARY-LINE
009420      END-PERFORM.
009430      MOVE SPACES TO REPORT-LINE.
009440      WRITE REPORT-LINE.
009450      MOVE "EMPLOYEES PAID" TO TL-LABEL.
009460      MOVE WS-PAID-COUNT TO TL-COUNT.
009470      WRITE REPORT-LINE FROM TOTAL-LINE.
009480      MOVE "EMPLOYEES FLAGGED" TO TL-LABEL.
009490      MOVE WS-RANK-COUNT TO TL-COUNT.
009500      WRITE REPORT-LINE FROM TOTAL-LINE.
009510      MOVE "AT OR ABOVE SUITEEXC FLOOR" TO TL-LABEL.
009520      MOVE WS-AT-FLOOR TO TL-COUNT.
009530      WRITE REPORT-LINE FROM TOTAL-LINE.
009540 P260-PRINT-DETAIL-LINE.
009550      MOVE WS-RK-PAID-SUB (WS-RANK-SUB) TO WS-PAID-SUB.
009560      MOVE SPACES TO DETAIL-LINE.
009570      MOVE WS-RANK-SUB                  TO DL-RANK.
009580      MOVE WS-PD-EMP-ID (WS-PAID-SUB)   TO DL-EMP-ID.
009590      MOVE WS-PD-NAME (WS-PAID-SUB)     TO DL-NAME.
009600      MOVE WS-PD-GROSS (WS-PAID-SUB)    TO DL-GROSS.
009610      MOVE WS-PD-SCORE (WS-PAID-SUB)    TO DL-SCORE.
009620      PERFORM VARYING WS-IND-SUB FROM 1 BY 1
009630         UNTIL WS-IND-SUB > 7
009640         IF WS-PD-FLAG (WS-PAID-SUB, WS-IND-SUB) = "Y"
009650            MOVE WS-IND-CODE (WS-IND-SUB)
009660               TO DL-IND-CODE (WS-IND-SUB)
009670         END-IF
009680      END-PERFORM.
009690      WRITE REPORT-LINE FROM DETAIL-LINE.
009700 P298-WRITE-SUITE-EXCEPTION.
009710*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
009720* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
009730* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
009740      MOVE "PAYFRD00" TO EX-PROGRAM.
009750      ACCEPT EX-DATE FROM DATE YYYYMMDD.
009760      ACCEPT EX-TIME FROM TIME.
009770      WRITE SUITE-EXCEPTION-REC.
009780 P300-TERMINATION.
009790      CLOSE REPORT-FILE.
009800      CLOSE SUITE-EXCEPTION-FILE.
009810      IF WS-AT-FLOOR > ZERO AND WS-HIGHEST-RC < 4
009820         MOVE 4 TO WS-HIGHEST-RC
009830      END-IF.
009840      DISPLAY "EMPLOYEES FLAGGED    : " WS-RANK-COUNT.
009850      DISPLAY "AT OR ABOVE FLOOR    : " WS-AT-FLOOR.
009860      IF WS-NOT-ON-MASTER > ZERO
009870         DISPLAY "PAID, NOT ON EMPVSFIL: " WS-NOT-ON-MASTER
009880      END-IF.
009890      DISPLAY "PAYFRD00 RETURN CODE : " WS-HIGHEST-RC.
