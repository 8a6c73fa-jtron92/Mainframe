000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYACR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MONTH-END PAYROLL ACCRUAL - A BIWEEKLY PERIOD THAT     *
000090*    ENDS IN THE NEXT MONTH PUT ALL OF ITS LABOR COST INTO  *
000100*    THE MONTH IT WAS PAID, AND THE MANUAL ACCRUAL BOOKED   *
000110*    TO COVER IT WAS NOT ALWAYS REVERSED.  THIS PROGRAM     *
000120*    FINDS THE PAYCAL PERIOD THAT STRADDLES THE CLOSING     *
000130*    MONTH END (THE FIRST PERIOD ENDING AFTER IT - IT       *
000140*    STARTS THE DAY AFTER THE PERIOD BEFORE IT), COUNTS ITS *
000150*    WORKING DAYS THROUGH THE DATEVAL BUSINESS-DAY SERVICE  *
000160*    (WEEKENDS AND HOLCAL HOLIDAYS DO NOT COUNT), AND       *
000170*    ACCRUES EACH EMPLOYEE'S MOST RECENT REGULAR PAYHIST    *
000180*    GROSS FOR THE SHARE OF THOSE DAYS THAT FALL IN THE     *
000190*    CLOSING MONTH.  ONLY EMPLOYEES PAID ON THE LAST        *
000200*    REGULAR CYCLE IN HISTORY, AND NOT TERMINATED ON THE    *
000210*    MASTER, ARE ACCRUED.  ACRPOST GETS TWO BATCHES IN THE  *
000220*    GLPOST FORMAT PAYGL00 WRITES:                          *
000230*      ACR  DATED THE MONTH END - DEBIT LABOR EXPENSE BY    *
000240*           DEPARTMENT, CREDIT ACCRUED PAYROLL              *
000250*      REV  DATED THE FIRST OF THE NEXT MONTH - THE SAME    *
000260*           ENTRY REVERSED, SO NOBODY HAS TO REMEMBER IT    *
000270*    RPTOUT SUPPORTS THE ENTRY BY DEPARTMENT AND EMPLOYEE.  *
000280*    THE SYSIN CARD IS THE CLOSING MONTH (COLS 1-6,         *
000290*    YYYYMM) - BLANK MEANS THE MONTH OF THE RUN DATE.  A    *
000300*    BATCH OUT OF BALANCE ENDS RC=8                         *
000310************************************************************
000320* MODIFICATION HISTORY                                     *
000330*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000340************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS PAYCAL-STATUS.
000410     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHACR
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS PAYHIST-STATUS.
000440     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE  IS RANDOM
000470     RECORD KEY   IS EMP-ID
000480     FILE STATUS  IS VSAM-FILE-STATUS.
000490     SELECT GL-POSTING-FILE ASSIGN TO ACRPOST
000500     ORGANIZATION IS SEQUENTIAL
000510     FILE STATUS  IS GLPOST-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO RPTOUT
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS RPT-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD PAY-CALENDAR-FILE
000580      RECORDING MODE IS F
000590      LABEL RECORDS ARE STANDARD
000600      RECORD CONTAINS 80 CHARACTERS
000610      DATA RECORD IS PAY-CALENDAR-REC.
000620     COPY PAYCALRC.
000630 FD PAY-HISTORY-FILE
000640      RECORDING MODE IS F
000650      LABEL RECORDS ARE STANDARD
000660      RECORD CONTAINS 80 CHARACTERS
000670      DATA RECORD IS PAY-HISTORY-REC.
000680     COPY PAYHREC.
000690 FD EMPLOYEE-VS-FILE.
000700     COPY EMPREC.
000710 FD GL-POSTING-FILE
000720      RECORDING MODE IS F
000730      LABEL RECORDS ARE STANDARD
000740      RECORD CONTAINS 80 CHARACTERS
000750      DATA RECORD IS GL-POSTING-REC.
000760 01 GL-POSTING-REC        PIC X(80).
000770 01 GL-HEADER-REC REDEFINES GL-POSTING-REC.
000780   05 GH-REC-TYPE        PIC X(02).
000790   05 GH-RUN-DATE        PIC 9(08).
000800   05 GH-PERIOD-END      PIC 9(08).
000810   05 GH-PAY-DATE        PIC 9(08).
000820   05 GH-SOURCE          PIC X(03).
000830   05 FILLER             PIC X(51).
000840 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
000850   05 GD-REC-TYPE        PIC X(02).
000860   05 GD-DR-CR           PIC X(01).
000870   05 GD-ACCOUNT         PIC X(08).
000880   05 GD-DEPT-ID         PIC 9(03).
000890   05 GD-AMOUNT          PIC 9(9)V9(2).
000900   05 GD-DESC            PIC X(24).
000910   05 FILLER             PIC X(31).
000920 01 GL-TRAILER-REC REDEFINES GL-POSTING-REC.
000930   05 GT-REC-TYPE        PIC X(02).
000940   05 GT-DEBIT-TOTAL     PIC 9(11)V9(2).
000950   05 GT-CREDIT-TOTAL    PIC 9(11)V9(2).
000960   05 FILLER             PIC X(52).
000970 FD REPORT-FILE
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD
001000      DATA RECORD IS REPORT-LINE.
001010 01 REPORT-LINE          PIC X(80).
001020 WORKING-STORAGE SECTION.
001030     COPY FSTATCOM.
001040     COPY DATEPARM.
001050 01 PAYCAL-STATUS        PIC X(2).
001060   88 PAYCAL-OK          VALUE "00".
001070 01 PAYHIST-STATUS       PIC X(2).
001080   88 PAYHIST-OK         VALUE "00".
001090 01 GLPOST-STATUS        PIC X(2).
001100 01 RPT-FILE-STATUS      PIC X(2).
001110 01 WS-CAL-EOF-SW        PIC X(1) VALUE "N".
001120   88 WS-CAL-DONE        VALUE "Y".
001130 01 WS-HIST-EOF-SW       PIC X(1) VALUE "N".
001140   88 WS-HIST-DONE       VALUE "Y".
001150 01 WS-PERIOD-FOUND-SW   PIC X(1) VALUE "N".
001160   88 WS-PERIOD-FOUND    VALUE "Y".
001170 01 WS-MASTER-SWITCH     PIC X(1).
001180   88 WS-ON-MASTER       VALUE "Y".
001190   88 WS-NOT-ON-MASTER   VALUE "N".
001200 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001210 01 WS-CONTROL-CARD.
001220   05 WS-CC-MONTH        PIC X(06).
001230   05 FILLER             PIC X(74).
001240 01 WS-RUN-DATE          PIC 9(8).
001250 01 WS-MONTH-END         PIC 9(8) VALUE ZERO.
001260 01 WS-REVERSE-DATE      PIC 9(8) VALUE ZERO.
001270 01 WS-PRIOR-END         PIC 9(8) VALUE ZERO.
001280 01 WS-ACR-START         PIC 9(8) VALUE ZERO.
001290 01 WS-ACR-END           PIC 9(8) VALUE ZERO.
001300 01 WS-ACR-STATUS        PIC X(1) VALUE SPACE.
001305 01 WS-GL-SOURCE         PIC X(3).
001310 01 WS-LAST-CYCLE        PIC 9(8) VALUE ZERO.
001320 01 WS-PERIOD-DAYS       PIC 9(3) VALUE ZERO.
001330 01 WS-MONTH-DAYS        PIC 9(3) VALUE ZERO.
001340 01 WS-DAY-GUARD         PIC 9(3) VALUE ZERO.
001350 01 WS-DV-DATE-X.
001360   05 WS-DV-YEAR         PIC X(04).
001370   05 WS-DV-MONTH        PIC X(02).
001380   05 WS-DV-DAY          PIC X(02).
001390 01 WS-DV-DATE REDEFINES WS-DV-DATE-X PIC 9(8).
001400 01 WS-DV-RESULT-X.
001410   05 WS-DR-YEAR         PIC X(04).
001420   05 WS-DR-MONTH        PIC X(02).
001430   05 WS-DR-DAY          PIC X(02).
001440 01 WS-DV-RESULT REDEFINES WS-DV-RESULT-X PIC 9(8).
001450 01 WS-DV-OFFSET         PIC S9(5).
001460 01 WS-DV-BUSDAY-SW      PIC X(1).
001470   88 WS-DV-BUSINESS-DAY VALUE "Y".
001480 01 WS-DATE-BUILD.
001490   05 WS-DB-YEAR         PIC X(04).
001500   05 FILLER             PIC X(01) VALUE "-".
001510   05 WS-DB-MONTH        PIC X(02).
001520   05 FILLER             PIC X(01) VALUE "-".
001530   05 WS-DB-DAY          PIC X(02).
001540 01 WS-DATE-PARSE.
001550   05 WS-DX-YEAR         PIC X(04).
001560   05 FILLER             PIC X(01).
001570   05 WS-DX-MONTH        PIC X(02).
001580   05 FILLER             PIC X(01).
001590   05 WS-DX-DAY          PIC X(02).
001600 01 WS-CUR-EMP-ID        PIC 9(9) VALUE ZERO.
001610 01 WS-CUR-PERIOD-END    PIC 9(8) VALUE ZERO.
001620 01 WS-CUR-GROSS         PIC S9(7)V9(2) VALUE ZERO.
001630 01 WS-MAX-EMPS          PIC 9(4) VALUE 2000.
001640 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
001650 01 WS-EMP-SUB           PIC 9(4).
001660 01 WS-EMP-SUB-2         PIC 9(4).
001670 01 WS-EMP-TABLE.
001680   05 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
001690     10 WS-ET-EMP-ID      PIC 9(9).
001700     10 WS-ET-PERIOD-END  PIC 9(8).
001710     10 WS-ET-GROSS       PIC S9(7)V9(2).
001720     10 WS-ET-DEPT-ID     PIC 9(3).
001730     10 WS-ET-ACCRUAL     PIC S9(7)V9(2).
001740     10 WS-ET-USE-SW      PIC X(1).
001750       88 WS-ET-ACCRUED   VALUE "Y".
001760 01 WS-SWAP-ENTRY        PIC X(39).
001770 01 WS-PRINT-DEPT        PIC 9(3).
001780 01 WS-DEPT-ACCRUAL      PIC S9(9)V9(2).
001790 01 WS-DEPT-GROSS        PIC S9(9)V9(2).
001800 01 WS-TOTALS.
001810   05 WS-TOTAL-GROSS     PIC S9(9)V9(2) VALUE ZERO.
001820   05 WS-TOTAL-ACCRUAL   PIC S9(9)V9(2) VALUE ZERO.
001830   05 WS-DEBIT-TOTAL     PIC S9(11)V9(2) VALUE ZERO.
001840   05 WS-CREDIT-TOTAL    PIC S9(11)V9(2) VALUE ZERO.
001850 01 WS-COUNTERS.
001860   05 WS-HIST-COUNT      PIC 9(7) VALUE ZERO.
001870   05 WS-ACCRUED-COUNT   PIC 9(5) VALUE ZERO.
001880   05 WS-STALE-COUNT     PIC 9(5) VALUE ZERO.
001890   05 WS-TERM-COUNT      PIC 9(5) VALUE ZERO.
001900   05 WS-POSTING-COUNT   PIC 9(5) VALUE ZERO.
001910 01 HEADING-LINE-1.
001920   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001930   05 FILLER             PIC X(30)
001940      VALUE "MONTH-END PAYROLL ACCRUAL".
001950   05 FILLER             PIC X(20) VALUE SPACES.
001960 01 HEADING-LINE-2.
001970   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001980   05 HL2-RUN-DATE       PIC 9(8).
001990   05 FILLER             PIC X(13) VALUE "  MONTH END: ".
002000   05 HL2-MONTH-END      PIC 9(8).
002010   05 FILLER             PIC X(12) VALUE "  REVERSES: ".
002020   05 HL2-REVERSE        PIC 9(8).
002030   05 FILLER             PIC X(21) VALUE SPACES.
002040 01 HEADING-LINE-3.
002050   05 FILLER             PIC X(08) VALUE "PERIOD: ".
002060   05 HL3-START          PIC 9(8).
002070   05 FILLER             PIC X(03) VALUE " - ".
002080   05 HL3-END            PIC 9(8).
002090   05 FILLER             PIC X(17) VALUE "  WORKING DAYS: ".
002100   05 HL3-MONTH-DAYS     PIC ZZ9.
002110   05 FILLER             PIC X(04) VALUE " OF ".
002120   05 HL3-PERIOD-DAYS    PIC ZZ9.
002130   05 FILLER             PIC X(26) VALUE " IN THE CLOSING MONTH".
002140 01 COLUMN-HEADING.
002150   05 FILLER             PIC X(06) VALUE "DEPT".
002160   05 FILLER             PIC X(12) VALUE "EMP-ID".
002170   05 FILLER             PIC X(12) VALUE "LAST CYCLE".
002180   05 FILLER             PIC X(14) VALUE "    LAST GROSS".
002190   05 FILLER             PIC X(16) VALUE "         ACCRUAL".
002200   05 FILLER             PIC X(20) VALUE SPACES.
002210 01 DETAIL-LINE.
002220   05 DL-DEPT-ID         PIC 9(3).
002230   05 FILLER             PIC X(03) VALUE SPACES.
002240   05 DL-EMP-ID          PIC 9(9).
002250   05 FILLER             PIC X(03) VALUE SPACES.
002260   05 DL-PERIOD-END      PIC 9(8).
002270   05 FILLER             PIC X(04) VALUE SPACES.
002280   05 DL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
002290   05 FILLER             PIC X(02) VALUE SPACES.
002300   05 DL-ACCRUAL         PIC ZZZ,ZZZ,ZZ9.99.
002310   05 FILLER             PIC X(20) VALUE SPACES.
002320 01 DEPT-TOTAL-LINE.
002330   05 FILLER             PIC X(06) VALUE SPACES.
002340   05 FILLER             PIC X(05) VALUE "DEPT ".
002350   05 DT-DEPT-ID         PIC 9(3).
002360   05 FILLER             PIC X(16) VALUE " TOTAL".
002370   05 DT-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
002380   05 FILLER             PIC X(02) VALUE SPACES.
002390   05 DT-ACCRUAL         PIC ZZZ,ZZZ,ZZ9.99.
002400   05 FILLER             PIC X(20) VALUE SPACES.
002410 01 GRAND-TOTAL-LINE.
002420   05 FILLER             PIC X(30)
002430      VALUE "COMPANY TOTAL".
002440   05 GT-LINE-GROSS      PIC ZZZ,ZZZ,ZZ9.99.
002450   05 FILLER             PIC X(02) VALUE SPACES.
002460   05 GT-LINE-ACCRUAL    PIC ZZZ,ZZZ,ZZ9.99.
002470   05 FILLER             PIC X(20) VALUE SPACES.
002480 01 MESSAGE-LINE.
002490   05 ML-TEXT            PIC X(80).
002500 PROCEDURE DIVISION.
002510 000-MAIN-PROCEDURE.
002520      PERFORM P100-INITIALIZATION.
002530      PERFORM P200-MAINLINE.
002540      PERFORM P300-TERMINATION.
002550      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002560      STOP RUN.
002570 P100-INITIALIZATION.
002580      OPEN INPUT PAY-CALENDAR-FILE.
002590      IF NOT PAYCAL-OK
002600         DISPLAY "FAILURE TO OPEN PAYCAL " PAYCAL-STATUS
002610         MOVE 12 TO RETURN-CODE
002620         STOP RUN
002630      END-IF.
002640      OPEN INPUT PAY-HISTORY-FILE.
002650      IF NOT PAYHIST-OK
002660         DISPLAY "FAILURE TO OPEN PAYHACR " PAYHIST-STATUS
002670         MOVE 12 TO RETURN-CODE
002680         STOP RUN
002690      END-IF.
002700      OPEN INPUT EMPLOYEE-VS-FILE.
002710      IF NOT VSAM-OK
002720         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002730         MOVE 12 TO RETURN-CODE
002740         STOP RUN
002750      END-IF.
002760      OPEN OUTPUT GL-POSTING-FILE.
002770      IF GLPOST-STATUS NOT = "00"
002780         DISPLAY "FAILURE TO OPEN ACRPOST " GLPOST-STATUS
002790         MOVE 12 TO RETURN-CODE
002800         STOP RUN
002810      END-IF.
002820      OPEN OUTPUT REPORT-FILE.
002830      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002840      PERFORM P110-SET-MONTH-END.
002850      PERFORM P120-FIND-STRADDLING-PERIOD.
002860      IF WS-PERIOD-FOUND
002870         PERFORM P130-COUNT-WORKING-DAYS
002880      END-IF.
002890      MOVE WS-RUN-DATE     TO HL2-RUN-DATE.
002900      MOVE WS-MONTH-END    TO HL2-MONTH-END.
002910      MOVE WS-REVERSE-DATE TO HL2-REVERSE.
002920      MOVE WS-ACR-START    TO HL3-START.
002930      MOVE WS-ACR-END      TO HL3-END.
002940      MOVE WS-MONTH-DAYS   TO HL3-MONTH-DAYS.
002950      MOVE WS-PERIOD-DAYS  TO HL3-PERIOD-DAYS.
002960      WRITE REPORT-LINE FROM HEADING-LINE-1.
002970      WRITE REPORT-LINE FROM HEADING-LINE-2.
002980      WRITE REPORT-LINE FROM HEADING-LINE-3.
002990 P110-SET-MONTH-END.
003000*    THE CARD NAMES THE CLOSING MONTH - BLANK MEANS THE
003010* MONTH THE JOB RUNS IN.  DATEVAL SUPPLIES THE DAYS IN THE
003020* MONTH (FEBRUARY INCLUDED) AND THE DAY AFTER IT, WHICH IS
003030* THE DATE THE REVERSAL POSTS
003040      MOVE SPACES TO WS-CONTROL-CARD.
003050      ACCEPT WS-CONTROL-CARD.
003060      IF WS-CC-MONTH = SPACES
003070         MOVE WS-RUN-DATE TO WS-DV-DATE
003080      ELSE
003090         IF WS-CC-MONTH IS NOT NUMERIC
003100            DISPLAY "INVALID SYSIN CARD - CLOSING MONTH "
003110               WS-CC-MONTH
003120            MOVE 8 TO RETURN-CODE
003130            STOP RUN
003140         END-IF
003150         MOVE WS-CC-MONTH (1:4) TO WS-DV-YEAR
003160         MOVE WS-CC-MONTH (5:2) TO WS-DV-MONTH
003170      END-IF.
003180      MOVE "01" TO WS-DV-DAY.
003190      MOVE ZERO TO WS-DV-OFFSET.
003200      PERFORM P900-CALL-DATEVAL.
003210      IF DP-DATE-INVALID
003220         DISPLAY "INVALID SYSIN CARD - CLOSING MONTH "
003230            WS-CC-MONTH " - " DP-FAIL-REASON
003240         MOVE 8 TO RETURN-CODE
003250         STOP RUN
003260      END-IF.
003270      MOVE DP-DAYS-IN-MONTH TO WS-DV-DAY.
003280      MOVE WS-DV-DATE TO WS-MONTH-END.
003290      MOVE 1 TO WS-DV-OFFSET.
003300      PERFORM P900-CALL-DATEVAL.
003310      MOVE WS-DV-RESULT TO WS-REVERSE-DATE.
003320      DISPLAY "CLOSING MONTH END    : " WS-MONTH-END.
003330      DISPLAY "REVERSAL DATE        : " WS-REVERSE-DATE.
003340 P120-FIND-STRADDLING-PERIOD.
003350*    PAYCAL IS IN PERIOD-END ORDER.  THE PERIOD THAT
003360* STRADDLES THE MONTH END IS THE FIRST ONE ENDING AFTER IT,
003370* PROVIDED THE ONE BEFORE IT ENDED INSIDE THE MONTH OR
003380* EARLIER.  A PERIOD ENDING ON THE MONTH END ITSELF MEANS
003390* THERE IS NOTHING TO ACCRUE
003400      PERFORM UNTIL WS-CAL-DONE OR WS-PERIOD-FOUND
003410         READ PAY-CALENDAR-FILE
003420            AT END
003430               SET WS-CAL-DONE TO TRUE
003440            NOT AT END
003450               IF PC-PERIOD-END > WS-MONTH-END
003460                  SET WS-PERIOD-FOUND TO TRUE
003470                  MOVE PC-PERIOD-END TO WS-ACR-END
003480                  MOVE PC-STATUS     TO WS-ACR-STATUS
003490               ELSE
003500                  MOVE PC-PERIOD-END TO WS-PRIOR-END
003510               END-IF
003520         END-READ
003530      END-PERFORM.
003540      CLOSE PAY-CALENDAR-FILE.
003550      IF NOT WS-PERIOD-FOUND
003560         DISPLAY "NO PAYCAL PERIOD ENDS AFTER " WS-MONTH-END
003570            " - EXTEND THE CALENDAR; NOTHING ACCRUED"
003580         MOVE 4 TO WS-HIGHEST-RC
003590      ELSE
003600         IF WS-PRIOR-END = WS-MONTH-END
003610            DISPLAY "PERIOD " WS-PRIOR-END " ENDS ON THE MONTH "
003620               "END - NOTHING TO ACCRUE"
003630            MOVE "N" TO WS-PERIOD-FOUND-SW
003640         ELSE
003650            PERFORM P125-SET-PERIOD-START
003660         END-IF
003670      END-IF.
003680 P125-SET-PERIOD-START.
003690*    A PERIOD STARTS THE DAY AFTER THE PERIOD BEFORE IT.  THE
003700* FIRST PERIOD ON THE CALENDAR HAS NO PREDECESSOR AND IS
003710* TAKEN AS A FULL BIWEEKLY PERIOD
003720      MOVE WS-ACR-END TO WS-DV-DATE.
003730      IF WS-PRIOR-END = ZERO
003740         MOVE -13 TO WS-DV-OFFSET
003750      ELSE
003760         MOVE WS-PRIOR-END TO WS-DV-DATE
003770         MOVE 1 TO WS-DV-OFFSET
003780      END-IF.
003790      PERFORM P900-CALL-DATEVAL.
003800      MOVE WS-DV-RESULT TO WS-ACR-START.
003810      DISPLAY "STRADDLING PERIOD    : " WS-ACR-START " - "
003820         WS-ACR-END " STATUS " WS-ACR-STATUS.
003830      IF WS-ACR-STATUS NOT = "O"
003840         DISPLAY "WARNING - THE STRADDLING PERIOD IS ALREADY "
003850            "CLOSED - ITS PAY MAY ALREADY BE BOOKED"
003860         MOVE 4 TO WS-HIGHEST-RC
003870      END-IF.
003880 P130-COUNT-WORKING-DAYS.
003890*    ONE DATEVAL CALL PER CALENDAR DAY OF THE PERIOD - IT
003900* SAYS WHETHER THE DAY IS WORKED AND HANDS BACK THE NEXT
003910* DAY.  THE GUARD STOPS A BAD CALENDAR FROM LOOPING
003920      MOVE WS-ACR-START TO WS-DV-DATE.
003930      MOVE 1 TO WS-DV-OFFSET.
003940      MOVE ZERO TO WS-DAY-GUARD.
003950      PERFORM UNTIL WS-DV-DATE > WS-ACR-END OR
003960                    WS-DAY-GUARD > 62
003970         ADD 1 TO WS-DAY-GUARD
003980         PERFORM P900-CALL-DATEVAL
003990         IF WS-DV-BUSINESS-DAY
004000            ADD 1 TO WS-PERIOD-DAYS
004010            IF WS-DV-DATE NOT > WS-MONTH-END
004020               ADD 1 TO WS-MONTH-DAYS
004030            END-IF
004040         END-IF
004050         MOVE WS-DV-RESULT TO WS-DV-DATE
004060      END-PERFORM.
004070      DISPLAY "WORKING DAYS         : " WS-MONTH-DAYS " OF "
004080         WS-PERIOD-DAYS " IN THE CLOSING MONTH".
004090      IF WS-PERIOD-DAYS = ZERO
004100         DISPLAY "THE PERIOD HAS NO WORKING DAYS - NOTHING "
004110            "ACCRUED"
004120         MOVE 4 TO WS-HIGHEST-RC
004130         MOVE "N" TO WS-PERIOD-FOUND-SW
004140      END-IF.
004150 P200-MAINLINE.
004160      PERFORM P210-LOAD-LAST-GROSS.
004170      IF WS-PERIOD-FOUND
004180         PERFORM P230-ACCRUE-EMPLOYEES
004190         PERFORM P240-SORT-BY-DEPARTMENT
004200      END-IF.
004210      PERFORM P250-PRINT-REPORT.
004220      PERFORM P260-WRITE-ACCRUAL-BATCH.
004230      PERFORM P270-WRITE-REVERSAL-BATCH.
004240 P210-LOAD-LAST-GROSS.
004250*    PAYHACR IS PAYHIST SORTED BY EMP-ID AND PERIOD-END, SO
004260* THE LAST REGULAR ROW SEEN FOR AN EMPLOYEE IS THE MOST
004270* RECENT ONE.  ADJUSTMENTS AND OFF-CYCLE PAY ARE NOT A
004280* NORMAL PERIOD'S COST AND ARE PASSED OVER
004290      PERFORM UNTIL WS-HIST-DONE
004300         READ PAY-HISTORY-FILE
004310            AT END
004320               SET WS-HIST-DONE TO TRUE
004330            NOT AT END
004340               ADD 1 TO WS-HIST-COUNT
004350               IF NOT PH-IS-ADJUSTMENT AND NOT PH-OFF-CYCLE
004360                  PERFORM P215-NOTE-REGULAR-ROW
004370               END-IF
004380         END-READ
004390      END-PERFORM.
004400      IF WS-CUR-EMP-ID NOT = ZERO
004410         PERFORM P220-STORE-EMPLOYEE
004420      END-IF.
004430      CLOSE PAY-HISTORY-FILE.
004440      DISPLAY "PAYHIST ROWS READ    : " WS-HIST-COUNT.
004450      DISPLAY "LAST REGULAR CYCLE   : " WS-LAST-CYCLE.
004460 P215-NOTE-REGULAR-ROW.
004470      IF PH-EMP-ID NOT = WS-CUR-EMP-ID
004480         IF WS-CUR-EMP-ID NOT = ZERO
004490            PERFORM P220-STORE-EMPLOYEE
004500         END-IF
004510         MOVE PH-EMP-ID TO WS-CUR-EMP-ID
004520      END-IF.
004530      MOVE PH-PERIOD-END TO WS-CUR-PERIOD-END.
004540      ADD PH-REG-PAY PH-BON-PAY GIVING WS-CUR-GROSS.
004550      IF PH-PERIOD-END > WS-LAST-CYCLE
004560         MOVE PH-PERIOD-END TO WS-LAST-CYCLE
004570      END-IF.
004580 P220-STORE-EMPLOYEE.
004590      IF WS-EMP-COUNT >= WS-MAX-EMPS
004600         DISPLAY "EMPLOYEE TABLE FULL - " WS-CUR-EMP-ID
004610            " NOT ACCRUED"
004620         MOVE 8 TO WS-HIGHEST-RC
004630      ELSE
004640         ADD 1 TO WS-EMP-COUNT
004650         SET EMP-IDX TO WS-EMP-COUNT
004660         MOVE WS-CUR-EMP-ID     TO WS-ET-EMP-ID (EMP-IDX)
004670         MOVE WS-CUR-PERIOD-END TO WS-ET-PERIOD-END (EMP-IDX)
004680         MOVE WS-CUR-GROSS      TO WS-ET-GROSS (EMP-IDX)
004690         MOVE ZERO              TO WS-ET-DEPT-ID (EMP-IDX)
004700         MOVE ZERO              TO WS-ET-ACCRUAL (EMP-IDX)
004710         MOVE "N"               TO WS-ET-USE-SW (EMP-IDX)
004720      END-IF.
004730 P230-ACCRUE-EMPLOYEES.
004740*    SOMEONE NOT PAID ON THE LAST REGULAR CYCLE HAS LEFT OR
004750* IS ON UNPAID LEAVE, AND A TERMINATED MASTER WILL NOT WORK
004760* THE CLOSING DAYS - NEITHER IS ACCRUED
004770      PERFORM VARYING EMP-IDX FROM 1 BY 1
004780         UNTIL EMP-IDX > WS-EMP-COUNT
004790         IF WS-ET-PERIOD-END (EMP-IDX) NOT = WS-LAST-CYCLE
004800            ADD 1 TO WS-STALE-COUNT
004810         ELSE
004820            PERFORM P235-ACCRUE-ONE-EMPLOYEE
004830         END-IF
004840      END-PERFORM.
004850 P235-ACCRUE-ONE-EMPLOYEE.
004860      SET WS-ON-MASTER TO TRUE.
004870      MOVE WS-ET-EMP-ID (EMP-IDX) TO EMP-ID.
004880      READ EMPLOYEE-VS-FILE
004890         INVALID KEY
004900            SET WS-NOT-ON-MASTER TO TRUE
004910      END-READ.
004920      IF WS-ON-MASTER AND EMP-TERMINATED
004930         ADD 1 TO WS-TERM-COUNT
004940      ELSE
004950*    NO USABLE DEPARTMENT POSTS TO DEPT 000, AS IN PAYGL00
004960         IF WS-ON-MASTER AND EMP-DEPT-ID IS NUMERIC
004970            MOVE EMP-DEPT-ID TO WS-ET-DEPT-ID (EMP-IDX)
004980         END-IF
004990         COMPUTE WS-ET-ACCRUAL (EMP-IDX) ROUNDED =
005000            WS-ET-GROSS (EMP-IDX) * WS-MONTH-DAYS
005010            / WS-PERIOD-DAYS
005020         SET WS-ET-ACCRUED (EMP-IDX) TO TRUE
005030         ADD 1 TO WS-ACCRUED-COUNT
005040      END-IF.
005050 P240-SORT-BY-DEPARTMENT.
005060*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT / EMP-ID ORDER
005070* FOR THE REPORT AND THE DEPARTMENT POSTINGS
005080      PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
005090         UNTIL WS-EMP-SUB >= WS-EMP-COUNT
005100         COMPUTE WS-EMP-SUB-2 = WS-EMP-SUB + 1
005110         PERFORM UNTIL WS-EMP-SUB-2 > WS-EMP-COUNT
005120            IF WS-ET-DEPT-ID (WS-EMP-SUB-2) <
005130               WS-ET-DEPT-ID (WS-EMP-SUB) OR
005140               (WS-ET-DEPT-ID (WS-EMP-SUB-2) =
005150                WS-ET-DEPT-ID (WS-EMP-SUB) AND
005160                WS-ET-EMP-ID (WS-EMP-SUB-2) <
005170                WS-ET-EMP-ID (WS-EMP-SUB))
005180               MOVE WS-EMP-ENTRY (WS-EMP-SUB) TO WS-SWAP-ENTRY
005190               MOVE WS-EMP-ENTRY (WS-EMP-SUB-2)
005200                  TO WS-EMP-ENTRY (WS-EMP-SUB)
005210               MOVE WS-SWAP-ENTRY
005220                  TO WS-EMP-ENTRY (WS-EMP-SUB-2)
005230            END-IF
005240            ADD 1 TO WS-EMP-SUB-2
005250         END-PERFORM
005260      END-PERFORM.
005270 P250-PRINT-REPORT.
005280      IF NOT WS-PERIOD-FOUND
005290         MOVE "NO PERIOD STRADDLES THE MONTH END - NO ACCRUAL"
005300            TO ML-TEXT
005310         WRITE REPORT-LINE FROM MESSAGE-LINE
005320      ELSE
005330         WRITE REPORT-LINE FROM COLUMN-HEADING
005340         MOVE 999 TO WS-PRINT-DEPT
005350         PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
005360            UNTIL WS-EMP-SUB > WS-EMP-COUNT
005370            IF WS-ET-ACCRUED (WS-EMP-SUB)
005380               PERFORM P255-PRINT-ONE-EMPLOYEE
005390            END-IF
005400         END-PERFORM
005410         IF WS-PRINT-DEPT NOT = 999
005420            PERFORM P258-PRINT-DEPT-TOTAL
005430         END-IF
005440         MOVE WS-TOTAL-GROSS   TO GT-LINE-GROSS
005450         MOVE WS-TOTAL-ACCRUAL TO GT-LINE-ACCRUAL
005460         WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
005470      END-IF.
005480 P255-PRINT-ONE-EMPLOYEE.
005490      IF WS-ET-DEPT-ID (WS-EMP-SUB) NOT = WS-PRINT-DEPT
005500         IF WS-PRINT-DEPT NOT = 999
005510            PERFORM P258-PRINT-DEPT-TOTAL
005520         END-IF
005530         MOVE WS-ET-DEPT-ID (WS-EMP-SUB) TO WS-PRINT-DEPT
005540         MOVE ZERO TO WS-DEPT-GROSS
005550         MOVE ZERO TO WS-DEPT-ACCRUAL
005560      END-IF.
005570      MOVE WS-ET-DEPT-ID (WS-EMP-SUB)    TO DL-DEPT-ID.
005580      MOVE WS-ET-EMP-ID (WS-EMP-SUB)     TO DL-EMP-ID.
005590      MOVE WS-ET-PERIOD-END (WS-EMP-SUB) TO DL-PERIOD-END.
005600      MOVE WS-ET-GROSS (WS-EMP-SUB)      TO DL-GROSS.
005610      MOVE WS-ET-ACCRUAL (WS-EMP-SUB)    TO DL-ACCRUAL.
005620      WRITE REPORT-LINE FROM DETAIL-LINE.
005630      ADD WS-ET-GROSS (WS-EMP-SUB)   TO WS-DEPT-GROSS.
005640      ADD WS-ET-ACCRUAL (WS-EMP-SUB) TO WS-DEPT-ACCRUAL.
005650      ADD WS-ET-GROSS (WS-EMP-SUB)   TO WS-TOTAL-GROSS.
005660      ADD WS-ET-ACCRUAL (WS-EMP-SUB) TO WS-TOTAL-ACCRUAL.
005670 P258-PRINT-DEPT-TOTAL.
005680      MOVE WS-PRINT-DEPT   TO DT-DEPT-ID.
005690      MOVE WS-DEPT-GROSS   TO DT-GROSS.
005700      MOVE WS-DEPT-ACCRUAL TO DT-ACCRUAL.
005710      WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.
005720 P260-WRITE-ACCRUAL-BATCH.
005730*    DATED THE MONTH END - LABOR EXPENSE BY DEPARTMENT
005740* AGAINST ACCRUED PAYROLL
005750      MOVE WS-MONTH-END TO WS-DV-RESULT.
005760      MOVE "ACR" TO WS-GL-SOURCE.
005770      PERFORM P280-WRITE-BATCH-HEADER.
005780      MOVE "D" TO GD-DR-CR.
005790      MOVE "ACCRUED LABOR EXPENSE" TO GD-DESC.
005800      PERFORM P285-WRITE-DEPT-LINES.
005810      MOVE "C" TO GD-DR-CR.
005820      MOVE "ACCRUED PAYROLL" TO GD-DESC.
005830      PERFORM P290-WRITE-LIABILITY-LINE.
005840      PERFORM P295-WRITE-BATCH-TRAILER.
005850 P270-WRITE-REVERSAL-BATCH.
005860*    DATED THE FIRST OF THE NEXT MONTH - THE SAME ENTRY WITH
005870* THE SIDES SWAPPED, SO THE ACCRUAL CLEARS WHEN THE PERIOD
005880* IS PAID
005890      MOVE WS-REVERSE-DATE TO WS-DV-RESULT.
005900      MOVE "REV" TO WS-GL-SOURCE.
005910      PERFORM P280-WRITE-BATCH-HEADER.
005920      MOVE "C" TO GD-DR-CR.
005930      MOVE "ACCRUAL REVERSAL" TO GD-DESC.
005940      PERFORM P285-WRITE-DEPT-LINES.
005950      MOVE "D" TO GD-DR-CR.
005960      MOVE "ACCRUED PAYROLL REVERSED" TO GD-DESC.
005970      PERFORM P290-WRITE-LIABILITY-LINE.
005980      PERFORM P295-WRITE-BATCH-TRAILER.
005990 P280-WRITE-BATCH-HEADER.
006000*    CALLER HAS SET WS-GL-SOURCE AND THE POSTING DATE IN
006010* WS-DV-RESULT
006030      MOVE SPACES        TO GL-POSTING-REC.
006040      MOVE "GH"          TO GH-REC-TYPE.
006050      MOVE WS-RUN-DATE   TO GH-RUN-DATE.
006060      MOVE WS-MONTH-END  TO GH-PERIOD-END.
006070      MOVE WS-DV-RESULT  TO GH-PAY-DATE.
006080      MOVE WS-GL-SOURCE  TO GH-SOURCE.
006090      WRITE GL-POSTING-REC.
006100      MOVE ZERO TO WS-DEBIT-TOTAL.
006110      MOVE ZERO TO WS-CREDIT-TOTAL.
006120 P285-WRITE-DEPT-LINES.
006130*    ONE LINE PER DEPARTMENT - THE TABLE IS IN DEPARTMENT
006140* ORDER.  CALLER HAS SET GD-DR-CR AND GD-DESC
006150      MOVE 999 TO WS-PRINT-DEPT.
006160      MOVE ZERO TO WS-DEPT-ACCRUAL.
006170      PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
006180         UNTIL WS-EMP-SUB > WS-EMP-COUNT
006190         IF WS-ET-ACCRUED (WS-EMP-SUB)
006200            IF WS-ET-DEPT-ID (WS-EMP-SUB) NOT = WS-PRINT-DEPT
006210               PERFORM P287-WRITE-ONE-DEPT
006220               MOVE WS-ET-DEPT-ID (WS-EMP-SUB) TO WS-PRINT-DEPT
006230               MOVE ZERO TO WS-DEPT-ACCRUAL
006240            END-IF
006250            ADD WS-ET-ACCRUAL (WS-EMP-SUB) TO WS-DEPT-ACCRUAL
006260         END-IF
006270      END-PERFORM.
006280      PERFORM P287-WRITE-ONE-DEPT.
006290 P287-WRITE-ONE-DEPT.
006300      IF WS-PRINT-DEPT NOT = 999 AND WS-DEPT-ACCRUAL NOT = ZERO
006310         MOVE "GD"            TO GD-REC-TYPE
006320         MOVE "6100-EXP"      TO GD-ACCOUNT
006330         MOVE WS-PRINT-DEPT   TO GD-DEPT-ID
006340         MOVE WS-DEPT-ACCRUAL TO GD-AMOUNT
006350         MOVE SPACES TO GL-POSTING-REC (50:31)
006360         WRITE GL-POSTING-REC
006370         ADD 1 TO WS-POSTING-COUNT
006380         PERFORM P297-ADD-TO-BATCH
006390      END-IF.
006400 P290-WRITE-LIABILITY-LINE.
006410*    CALLER HAS SET GD-DR-CR AND GD-DESC
006420      IF WS-TOTAL-ACCRUAL NOT = ZERO
006430         MOVE "GD"             TO GD-REC-TYPE
006440         MOVE "2500-ACR"       TO GD-ACCOUNT
006450         MOVE ZERO             TO GD-DEPT-ID
006460         MOVE WS-TOTAL-ACCRUAL TO GD-AMOUNT
006470         MOVE WS-TOTAL-ACCRUAL TO WS-DEPT-ACCRUAL
006480         MOVE SPACES TO GL-POSTING-REC (50:31)
006490         WRITE GL-POSTING-REC
006500         ADD 1 TO WS-POSTING-COUNT
006510         PERFORM P297-ADD-TO-BATCH
006520      END-IF.
006530 P295-WRITE-BATCH-TRAILER.
006540      MOVE SPACES TO GL-POSTING-REC.
006550      MOVE "GT"            TO GT-REC-TYPE.
006560      MOVE WS-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
006570      MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
006580      WRITE GL-POSTING-REC.
006590      DISPLAY "BATCH DEBITS/CREDITS : " WS-DEBIT-TOTAL " / "
006600         WS-CREDIT-TOTAL.
006610      IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
006620         DISPLAY "*** BATCH OUT OF BALANCE - HOLD THE LEDGER "
006630            "LOAD ***"
006640         MOVE 8 TO WS-HIGHEST-RC
006650      END-IF.
006660 P297-ADD-TO-BATCH.
006670      IF GD-DR-CR = "D"
006680         ADD WS-DEPT-ACCRUAL TO WS-DEBIT-TOTAL
006690      ELSE
006700         ADD WS-DEPT-ACCRUAL TO WS-CREDIT-TOTAL
006710      END-IF.
006720 P300-TERMINATION.
006730      CLOSE EMPLOYEE-VS-FILE.
006740      CLOSE GL-POSTING-FILE.
006750      CLOSE REPORT-FILE.
006760      DISPLAY "EMPLOYEES ACCRUED    : " WS-ACCRUED-COUNT.
006770      DISPLAY "NOT ON LAST CYCLE    : " WS-STALE-COUNT.
006780      DISPLAY "TERMINATED - SKIPPED : " WS-TERM-COUNT.
006790      DISPLAY "TOTAL ACCRUAL        : " WS-TOTAL-ACCRUAL.
006800      DISPLAY "POSTINGS WRITTEN     : " WS-POSTING-COUNT.
006810      DISPLAY "PAYACR00 RETURN CODE : " WS-HIGHEST-RC.
006820 P900-CALL-DATEVAL.
006830*    WS-DV-DATE IN (YYYYMMDD).  BACK COME THE BUSINESS-DAY
006840* FLAG FOR THAT DATE AND, IN WS-DV-RESULT, THE DATE
006850* WS-DV-OFFSET DAYS AWAY
006860      MOVE WS-DV-YEAR  TO WS-DB-YEAR.
006870      MOVE WS-DV-MONTH TO WS-DB-MONTH.
006880      MOVE WS-DV-DAY   TO WS-DB-DAY.
006890      MOVE WS-DATE-BUILD TO DP-DATE-IN.
006900      SET DP-AGE-NOT-WANTED TO TRUE.
006910      SET DP-BUSDAY-WANTED TO TRUE.
006920      SET DP-OFFSET-WANTED TO TRUE.
006930      MOVE WS-DV-OFFSET TO DP-OFFSET-DAYS.
006940      CALL "DATEVAL" USING DATE-PARM-BLOCK.
006950      MOVE DP-BUSDAY-FLAG TO WS-DV-BUSDAY-SW.
006960      MOVE DP-OFFSET-DATE TO WS-DATE-PARSE.
006970      MOVE WS-DX-YEAR  TO WS-DR-YEAR.
006980      MOVE WS-DX-MONTH TO WS-DR-MONTH.
006990      MOVE WS-DX-DAY   TO WS-DR-DAY.
