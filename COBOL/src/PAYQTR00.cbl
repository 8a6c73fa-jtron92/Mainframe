000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYQTR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    QUARTERLY PAYROLL TAX LIABILITY AND WAGE SUMMARY -     *
000090*    THE PAYROLL OFFICE WAS REBUILDING EACH QUARTER'S       *
000100*    TAXABLE WAGES AND WITHHOLDING BY HAND FROM SAVED       *
000110*    REGISTER LISTINGS TO FILE THE QUARTERLY RETURN.  THIS  *
000120*    PROGRAM TOTALS PAYHIST (PAYHREC LAYOUT) FOR ONE        *
000130*    CALENDAR QUARTER:                                      *
000140*      - WAGES AND TAX WITHHELD BY PAY PERIOD (REGULAR      *
000150*        CYCLE, OFF-CYCLE RUN, AND PAYADJ00 ADJUSTMENTS     *
000160*        ON SEPARATE LINES), BY MONTH, AND FOR THE QUARTER  *
000170*      - A PROOF OF EACH PERIOD'S WITHHOLDING AGAINST THE   *
000180*        2200-TAX LIABILITY CREDITS IN THE RELEASED GLPOST  *
000190*        BATCHES (GLHIST, APPENDED BY PAYGL00.JCL)          *
000200*      - PER-EMPLOYEE DETAIL FOR ANYONE WHOSE QUARTER       *
000210*        INCLUDES AN ADJUSTMENT OR AN OFF-CYCLE RUN         *
000220*    THE HISTORY IS READ TWICE, SORTED TWO WAYS (SEE        *
000230*    PAYQTR.JCL): PAYHPER IN PERIOD SEQUENCE FOR THE CYCLE  *
000240*    TOTALS AND PAYHEMP IN EMP-ID SEQUENCE FOR THE DETAIL.  *
000250*    THE QUARTER TOTAL FROM ONE PASS MUST EQUAL THE OTHER,  *
000260*    AND EVERY PERIOD MUST AGREE WITH ITS GL CREDITS - ANY  *
000270*    DIFFERENCE IS FLAGGED AND THE RUN ENDS RC=4 SO THE     *
000280*    RETURN IS NOT FILED UNTIL IT IS EXPLAINED.  THE        *
000290*    QUARTER COMES FROM A SYSIN CARD (COLS 1-4 YEAR, COL 5  *
000300*    QUARTER 1-4) AND DEFAULTS TO THE LAST QUARTER ENDED    *
000304*    BEFORE THE RUN DATE.  WAGES BELONG TO THE QUARTER THEY *
000308*    ARE PAID IN - A ROW IS IN THE QUARTER WHEN ITS PH-PAY- *
000312*    DATE IS (ITS PERIOD-END WHEN IT PREDATES PAY DATES),   *
000316*    AND A GL BATCH WHEN ITS GH-PAY-DATE IS                 *
000320************************************************************
000330* MODIFICATION HISTORY                                     *
000340*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000341*   10/15/2026  DM  QUARTER BY PAY DATE INSTEAD OF PERIOD-  *
000342*                   END - PAYHIST ROWS ON PH-PAY-DATE, GL   *
000343*                   BATCHES ON GH-PAY-DATE.  CYCLE LINES    *
000344*                   SHOW THE PAY DATE AND THE MONTH TOTALS  *
000345*                   ARE BY PAY MONTH                        *
000350************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PAY-HIST-PER-FILE ASSIGN TO PAYHPER
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS PAYHPER-STATUS.
000420     SELECT PAY-HIST-EMP-FILE ASSIGN TO PAYHEMP
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS PAYHEMP-STATUS.
000450     SELECT GL-HISTORY-FILE ASSIGN TO GLHIST
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS GLHIST-STATUS.
000480     SELECT REPORT-FILE ASSIGN TO RPTOUT
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS RPT-FILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD PAY-HIST-PER-FILE
000540      RECORDING MODE IS F
000550      LABEL RECORDS ARE STANDARD
000560      RECORD CONTAINS 80 CHARACTERS
000570      DATA RECORD IS PAY-HISTORY-REC.
000580     COPY PAYHREC.
000590 FD PAY-HIST-EMP-FILE
000600      RECORDING MODE IS F
000610      LABEL RECORDS ARE STANDARD
000620      RECORD CONTAINS 80 CHARACTERS
000630      DATA RECORD IS PAY-HIST-EMP-REC.
000640 01 PAY-HIST-EMP-REC      PIC X(80).
000650 FD GL-HISTORY-FILE
000660      RECORDING MODE IS F
000670      LABEL RECORDS ARE STANDARD
000680      RECORD CONTAINS 80 CHARACTERS
000690      DATA RECORD IS GL-POSTING-REC.
000700 01 GL-POSTING-REC        PIC X(80).
000710 01 GL-HEADER-REC REDEFINES GL-POSTING-REC.
000720   05 GH-REC-TYPE        PIC X(02).
000730   05 GH-RUN-DATE        PIC 9(08).
000740   05 GH-PERIOD-END      PIC 9(08).
000746   05 GH-PAY-DATE        PIC 9(08).
000752   05 FILLER             PIC X(54).
000760 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
000770   05 GD-REC-TYPE        PIC X(02).
000780   05 GD-DR-CR           PIC X(01).
000790   05 GD-ACCOUNT         PIC X(08).
000800   05 GD-DEPT-ID         PIC 9(03).
000810   05 GD-AMOUNT          PIC 9(9)V9(2).
000820   05 GD-DESC            PIC X(24).
000830   05 FILLER             PIC X(31).
000840 FD REPORT-FILE
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      DATA RECORD IS REPORT-LINE.
000880 01 REPORT-LINE           PIC X(80).
000890 WORKING-STORAGE SECTION.
000900 01 PAYHPER-STATUS        PIC X(2).
000910   88 PAYHPER-OK          VALUE "00".
000920 01 PAYHEMP-STATUS        PIC X(2).
000930   88 PAYHEMP-OK          VALUE "00".
000940 01 GLHIST-STATUS         PIC X(2).
000950   88 GLHIST-OK           VALUE "00".
000960 01 RPT-FILE-STATUS       PIC X(2).
000970 01 WS-EOF-SWITCH         PIC X(1) VALUE "N".
000980   88 WS-EOF              VALUE "Y".
000990 01 WS-GL-EOF-SWITCH      PIC X(1) VALUE "N".
001000   88 WS-GL-EOF           VALUE "Y".
001010 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001020 01 WS-CONTROL-CARD.
001030   05 WS-CC-YEAR          PIC X(4).
001040   05 WS-CC-QUARTER       PIC X(1).
001050   05 FILLER              PIC X(75).
001060 01 WS-RUN-DATE           PIC 9(8).
001070 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001080   05 WS-RUN-YEAR         PIC 9(4).
001090   05 WS-RUN-MONTH        PIC 9(2).
001100   05 WS-RUN-DAY          PIC 9(2).
001110 01 WS-QTR-YEAR           PIC 9(4).
001120 01 WS-QTR-NUMBER         PIC 9(1).
001130 01 WS-QTR-FIRST-MONTH    PIC 9(2).
001140 01 WS-QTR-START          PIC 9(8).
001150 01 WS-QTR-END            PIC 9(8).
001160 01 WS-WORK-DATE          PIC 9(8).
001170 01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001180   05 WS-WORK-YEAR        PIC 9(4).
001190   05 WS-WORK-MONTH       PIC 9(2).
001200   05 WS-WORK-DAY         PIC 9(2).
001210 01 WS-GL-PERIOD-END      PIC 9(8) VALUE ZERO.
001211 01 WS-GL-IN-QTR-SW       PIC X(1) VALUE "N".
001212   88 WS-GL-IN-QTR        VALUE "Y".
001213 01 WS-QTR-DATE           PIC 9(8).
001214 01 WS-QTR-DATE-X REDEFINES WS-QTR-DATE.
001215   05 WS-QD-YEAR          PIC 9(4).
001216   05 WS-QD-MONTH         PIC 9(2).
001217   05 WS-QD-DAY           PIC 9(2).
001218 01 WS-MON-SUB            PIC 9(1).
001220 01 WS-REC-WAGES          PIC S9(7)V9(2).
001230 01 WS-REC-TAX            PIC S9(7)V9(2).
001240 01 WS-FIRST-REC-SWITCH   PIC X(1) VALUE "Y".
001250   88 WS-FIRST-REC        VALUE "Y".
001260 01 WS-PRIOR-CYCLE-KEY.
001270   05 WS-PRIOR-PERIOD-END PIC 9(8).
001280   05 WS-PRIOR-OFFCYC     PIC X(1).
001290   05 WS-PRIOR-ADJ        PIC X(1).
001300 01 WS-THIS-CYCLE-KEY.
001310   05 WS-THIS-PERIOD-END  PIC 9(8).
001320   05 WS-THIS-OFFCYC      PIC X(1).
001330   05 WS-THIS-ADJ         PIC X(1).
001350 01 WS-CYCLE-TOTALS.
001360     05 WS-CYC-RECS       PIC 9(5)      VALUE ZERO.
001370     05 WS-CYC-WAGES      PIC S9(9)V9(2) VALUE ZERO.
001380     05 WS-CYC-TAX        PIC S9(9)V9(2) VALUE ZERO.
001385     05 WS-CYC-PAY-DATE   PIC 9(8)      VALUE ZERO.
001390 01 WS-MONTH-TOTALS.
001397   05 WS-MON-ENTRY OCCURS 3 TIMES.
001404     10 WS-MON-WAGES      PIC S9(9)V9(2).
001411     10 WS-MON-TAX        PIC S9(9)V9(2).
001420 01 WS-QUARTER-TOTALS.
001430     05 WS-QTR-WAGES      PIC S9(9)V9(2) VALUE ZERO.
001440     05 WS-QTR-TAX        PIC S9(9)V9(2) VALUE ZERO.
001450     05 WS-QTR-ADJ-TAX    PIC S9(9)V9(2) VALUE ZERO.
001460     05 WS-QTR-CYCLES     PIC 9(3)      VALUE ZERO.
001470     05 WS-EMP-PASS-WAGES PIC S9(9)V9(2) VALUE ZERO.
001480     05 WS-EMP-PASS-TAX   PIC S9(9)V9(2) VALUE ZERO.
001490     05 WS-GL-TAX-TOTAL   PIC S9(9)V9(2) VALUE ZERO.
001500     05 WS-HIST-TAX-TOTAL PIC S9(9)V9(2) VALUE ZERO.
001510     05 WS-DIFF-AMT       PIC S9(9)V9(2) VALUE ZERO.
001520 01 WS-MAX-PERIODS        PIC 9(2) VALUE 40.
001530 01 WS-PERIOD-COUNT       PIC 9(2) VALUE ZERO.
001540 01 WS-FIND-PERIOD        PIC 9(8).
001550 01 WS-PERIOD-TABLE.
001560   05 WS-PER-ENTRY OCCURS 40 TIMES INDEXED BY PER-IDX.
001570     10 WS-PER-PERIOD-END PIC 9(8).
001580     10 WS-PER-HIST-TAX   PIC S9(9)V9(2).
001590     10 WS-PER-GL-TAX     PIC S9(9)V9(2).
001600     10 WS-PER-GL-BATCHES PIC 9(3).
001610 01 WS-PER-FOUND-SW       PIC X(1).
001620   88 WS-PER-FOUND        VALUE "Y".
001630   88 WS-PER-NOT-FOUND    VALUE "N".
001640 01 WS-PRIOR-EMP-ID       PIC 9(9) VALUE ZERO.
001650 01 WS-EMP-FLAG-SW        PIC X(1) VALUE "N".
001660   88 WS-EMP-FLAGGED      VALUE "Y".
001670 01 WS-MAX-EMP-ROWS       PIC 9(2) VALUE 60.
001680 01 WS-EMP-ROW-COUNT      PIC 9(2) VALUE ZERO.
001690 01 WS-EMP-ROW-TABLE.
001700   05 WS-EMR-ENTRY OCCURS 60 TIMES INDEXED BY EMR-IDX.
001710     10 WS-EMR-PERIOD-END PIC 9(8).
001720     10 WS-EMR-TAG        PIC X(4).
001730     10 WS-EMR-WAGES      PIC S9(7)V9(2).
001740     10 WS-EMR-TAX        PIC S9(7)V9(2).
001750 01 WS-EMP-TOTALS.
001760     05 WS-EMP-WAGES      PIC S9(9)V9(2) VALUE ZERO.
001770     05 WS-EMP-TAX        PIC S9(9)V9(2) VALUE ZERO.
001780 01 WS-COUNTERS.
001790     05 WS-PER-READ-COUNT PIC 9(7) VALUE ZERO.
001800     05 WS-EMP-READ-COUNT PIC 9(7) VALUE ZERO.
001810     05 WS-QTR-REC-COUNT  PIC 9(7) VALUE ZERO.
001820     05 WS-FLAGGED-EMPS   PIC 9(5) VALUE ZERO.
001830     05 WS-GL-BATCH-COUNT PIC 9(5) VALUE ZERO.
001840     05 WS-PROOF-ERRORS   PIC 9(5) VALUE ZERO.
001850 01 HEADING-LINE-1.
001860     05 FILLER            PIC X(30) VALUE "PAYROLL-SYSTEMS".
001870     05 FILLER            PIC X(34)
001880        VALUE "QUARTERLY TAX LIABILITY SUMMARY".
001890     05 FILLER            PIC X(16) VALUE SPACES.
001900 01 HEADING-LINE-2.
001910     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001920     05 HL2-DATE          PIC 9(8).
001930     05 FILLER            PIC X(12) VALUE "   QUARTER: ".
001940     05 HL2-YEAR          PIC 9(4).
001950     05 FILLER            PIC X(02) VALUE " Q".
001960     05 HL2-QUARTER       PIC 9(1).
001970     05 FILLER            PIC X(03) VALUE "   ".
001980     05 HL2-START         PIC 9(8).
001990     05 FILLER            PIC X(03) VALUE " - ".
002000     05 HL2-END           PIC 9(8).
002010     05 FILLER            PIC X(21) VALUE SPACES.
002020 01 SECTION-LINE.
002030     05 SL-TITLE          PIC X(60).
002040     05 FILLER            PIC X(20) VALUE SPACES.
002050 01 CYCLE-HEADING.
002060     05 FILLER            PIC X(12) VALUE "PERIOD END".
002065     05 FILLER            PIC X(10) VALUE "PAY DATE".
002070     05 FILLER            PIC X(10) VALUE "RUN".
002080     05 FILLER            PIC X(07) VALUE "   RECS".
002090     05 FILLER            PIC X(17) VALUE "            WAGES".
002100     05 FILLER            PIC X(17) VALUE "     TAX WITHHELD".
002110     05 FILLER            PIC X(07) VALUE SPACES.
002120 01 CYCLE-LINE.
002130     05 CL-PERIOD-END     PIC 9(8).
002140     05 FILLER            PIC X(04) VALUE SPACES.
002143     05 CL-PAY-DATE       PIC 9(8).
002146     05 FILLER            PIC X(02) VALUE SPACES.
002150     05 CL-RUN-TYPE       PIC X(10).
002160     05 CL-RECS           PIC ZZZZZZ9.
002170     05 FILLER            PIC X(02) VALUE SPACES.
002180     05 CL-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002190     05 FILLER            PIC X(03) VALUE SPACES.
002200     05 CL-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002210     05 FILLER            PIC X(08) VALUE SPACES.
002220 01 MONTH-LINE.
002230     05 FILLER            PIC X(04) VALUE SPACES.
002240     05 FILLER            PIC X(10) VALUE "PAY MONTH ".
002250     05 ML-MONTH          PIC 9(2).
002260     05 FILLER            PIC X(01) VALUE "/".
002270     05 ML-YEAR           PIC 9(4).
002280     05 FILLER            PIC X(20) VALUE " TOTAL".
002290     05 ML-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002300     05 FILLER            PIC X(03) VALUE SPACES.
002310     05 ML-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002320     05 FILLER            PIC X(08) VALUE SPACES.
002330 01 QUARTER-LINE.
002340     05 FILLER            PIC X(16) VALUE "QUARTER TOTAL".
002350     05 FILLER            PIC X(08) VALUE "CYCLES: ".
002360     05 QL-CYCLES         PIC ZZ9.
002370     05 FILLER            PIC X(14) VALUE SPACES.
002380     05 QL-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002390     05 FILLER            PIC X(03) VALUE SPACES.
002400     05 QL-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002410     05 FILLER            PIC X(08) VALUE SPACES.
002420 01 PROOF-HEADING.
002430     05 FILLER            PIC X(12) VALUE "PERIOD END".
002440     05 FILLER            PIC X(16) VALUE "    PAYHIST TAX".
002450     05 FILLER            PIC X(16) VALUE "     GLPOST TAX".
002460     05 FILLER            PIC X(16) VALUE "      DIFFERENCE".
002470     05 FILLER            PIC X(20) VALUE "  BATCHES".
002480 01 PROOF-LINE.
002490     05 PL-PERIOD-END     PIC X(8).
002500     05 FILLER            PIC X(02) VALUE SPACES.
002510     05 PL-HIST-TAX       PIC ZZ,ZZZ,ZZ9.99-.
002520     05 FILLER            PIC X(02) VALUE SPACES.
002530     05 PL-GL-TAX         PIC ZZ,ZZZ,ZZ9.99-.
002540     05 FILLER            PIC X(02) VALUE SPACES.
002550     05 PL-DIFF           PIC ZZ,ZZZ,ZZ9.99-.
002560     05 FILLER            PIC X(02) VALUE SPACES.
002570     05 PL-BATCHES        PIC ZZ9.
002580     05 FILLER            PIC X(02) VALUE SPACES.
002590     05 PL-FLAG           PIC X(07).
002600 01 EMP-HEADING-LINE.
002610     05 FILLER            PIC X(08) VALUE "EMP-ID: ".
002620     05 EH-EMP-ID         PIC 9(9).
002630     05 FILLER            PIC X(63) VALUE SPACES.
002640 01 EMP-DETAIL-LINE.
002650     05 FILLER            PIC X(04) VALUE SPACES.
002660     05 ED-PERIOD-END     PIC 9(8).
002670     05 FILLER            PIC X(02) VALUE SPACES.
002680     05 ED-TAG            PIC X(04).
002690     05 FILLER            PIC X(11) VALUE SPACES.
002700     05 ED-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002710     05 FILLER            PIC X(03) VALUE SPACES.
002720     05 ED-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002730     05 FILLER            PIC X(20) VALUE SPACES.
002740 01 EMP-TOTAL-LINE.
002750     05 FILLER            PIC X(04) VALUE SPACES.
002760     05 FILLER            PIC X(25)
002770        VALUE "EMPLOYEE QUARTER TOTAL".
002780     05 ET-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002790     05 FILLER            PIC X(03) VALUE SPACES.
002800     05 ET-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002810     05 FILLER            PIC X(20) VALUE SPACES.
002820 01 SUMMARY-LINE.
002830     05 SM-LABEL          PIC X(34).
002840     05 SM-WAGES          PIC ZZ,ZZZ,ZZ9.99-.
002850     05 FILLER            PIC X(03) VALUE SPACES.
002860     05 SM-TAX            PIC ZZ,ZZZ,ZZ9.99-.
002870     05 FILLER            PIC X(15) VALUE SPACES.
002880 01 MESSAGE-LINE.
002890     05 MSG-TEXT          PIC X(80).
002900 PROCEDURE DIVISION.
002910 000-MAIN-PROCEDURE.
002920      PERFORM P100-INITIALIZATION.
002930      PERFORM P200-CYCLE-SUMMARY.
002940      PERFORM P400-LOAD-GL-CREDITS.
002950      PERFORM P500-PRINT-GL-PROOF.
002960      PERFORM P600-EMPLOYEE-DETAIL.
002970      PERFORM P900-TERMINATION.
002980      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002990      STOP RUN.
003000 P100-INITIALIZATION.
003010      OPEN INPUT PAY-HIST-PER-FILE.
003020      IF NOT PAYHPER-OK
003030         DISPLAY "FAILURE TO OPEN PAYHPER " PAYHPER-STATUS
003040         MOVE 12 TO RETURN-CODE
003050         STOP RUN
003060      END-IF.
003070      OPEN INPUT PAY-HIST-EMP-FILE.
003080      IF NOT PAYHEMP-OK
003090         DISPLAY "FAILURE TO OPEN PAYHEMP " PAYHEMP-STATUS
003100         MOVE 12 TO RETURN-CODE
003110         STOP RUN
003120      END-IF.
003130      OPEN INPUT GL-HISTORY-FILE.
003140      IF NOT GLHIST-OK
003150         DISPLAY "FAILURE TO OPEN GLHIST " GLHIST-STATUS
003160         MOVE 12 TO RETURN-CODE
003170         STOP RUN
003180      END-IF.
003190      OPEN OUTPUT REPORT-FILE.
003200      IF RPT-FILE-STATUS NOT = "00"
003210         DISPLAY "FAILURE TO OPEN RPTOUT " RPT-FILE-STATUS
003220         MOVE 12 TO RETURN-CODE
003230         STOP RUN
003240      END-IF.
003250      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260      PERFORM P110-SET-QUARTER.
003270      MOVE WS-RUN-DATE   TO HL2-DATE.
003280      MOVE WS-QTR-YEAR   TO HL2-YEAR.
003290      MOVE WS-QTR-NUMBER TO HL2-QUARTER.
003300      MOVE WS-QTR-START  TO HL2-START.
003310      MOVE WS-QTR-END    TO HL2-END.
003320      WRITE REPORT-LINE FROM HEADING-LINE-1.
003330      WRITE REPORT-LINE FROM HEADING-LINE-2.
003340 P110-SET-QUARTER.
003350*    A BLANK CARD MEANS THE LAST QUARTER THAT ENDED BEFORE
003360* THE RUN DATE - THE ONE BEING FILED
003370      MOVE SPACES TO WS-CONTROL-CARD.
003380      ACCEPT WS-CONTROL-CARD.
003390      IF WS-CC-YEAR = SPACES AND WS-CC-QUARTER = SPACE
003400         MOVE WS-RUN-YEAR TO WS-QTR-YEAR
003410         COMPUTE WS-QTR-NUMBER = (WS-RUN-MONTH - 1) / 3
003420         IF WS-QTR-NUMBER = ZERO
003430            MOVE 4 TO WS-QTR-NUMBER
003440            SUBTRACT 1 FROM WS-QTR-YEAR
003450         END-IF
003460      ELSE
003470         IF WS-CC-YEAR IS NOT NUMERIC OR
003480            WS-CC-QUARTER < "1" OR WS-CC-QUARTER > "4"
003490            DISPLAY "INVALID SYSIN CARD - YEAR/QUARTER "
003500               WS-CC-YEAR "/" WS-CC-QUARTER
003510            MOVE 8 TO RETURN-CODE
003520            STOP RUN
003530         END-IF
003540         MOVE WS-CC-YEAR    TO WS-QTR-YEAR
003550         MOVE WS-CC-QUARTER TO WS-QTR-NUMBER
003560      END-IF.
003570      COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER * 3) - 2.
003580      MOVE WS-QTR-YEAR        TO WS-WORK-YEAR.
003590      MOVE WS-QTR-FIRST-MONTH TO WS-WORK-MONTH.
003600      MOVE 01                 TO WS-WORK-DAY.
003610      MOVE WS-WORK-DATE       TO WS-QTR-START.
003620      ADD 2 TO WS-WORK-MONTH.
003630      IF WS-QTR-NUMBER = 2 OR WS-QTR-NUMBER = 3
003632         MOVE 30              TO WS-WORK-DAY
003634      ELSE
003636         MOVE 31              TO WS-WORK-DAY
003638      END-IF.
003640      MOVE WS-WORK-DATE       TO WS-QTR-END.
003650      DISPLAY "QUARTER SELECTED : " WS-QTR-YEAR " Q"
003660         WS-QTR-NUMBER " (" WS-QTR-START " - " WS-QTR-END ")".
003670 P200-CYCLE-SUMMARY.
003680      MOVE "WAGES AND WITHHOLDING BY PAY PERIOD" TO SL-TITLE.
003690      WRITE REPORT-LINE FROM SECTION-LINE.
003700      WRITE REPORT-LINE FROM CYCLE-HEADING.
003705      INITIALIZE WS-MONTH-TOTALS.
003710      READ PAY-HIST-PER-FILE
003720         AT END
003730            SET WS-EOF TO TRUE
003740      END-READ.
003750      PERFORM UNTIL WS-EOF
003760         ADD 1 TO WS-PER-READ-COUNT
003767         PERFORM P205-SET-QUARTER-DATE
003774         IF WS-QTR-DATE >= WS-QTR-START AND
003781            WS-QTR-DATE <= WS-QTR-END
003790            PERFORM P210-SUMMARIZE-ONE-RECORD
003800         END-IF
003810         READ PAY-HIST-PER-FILE
003820            AT END
003830               SET WS-EOF TO TRUE
003840         END-READ
003850      END-PERFORM.
003860      IF NOT WS-FIRST-REC
003870         PERFORM P230-CYCLE-BREAK
003890      END-IF.
003895      PERFORM P240-PRINT-MONTHS.
003900      MOVE WS-QTR-CYCLES TO QL-CYCLES.
003910      MOVE WS-QTR-WAGES  TO QL-WAGES.
003920      MOVE WS-QTR-TAX    TO QL-TAX.
003930      WRITE REPORT-LINE FROM QUARTER-LINE.
003932 P205-SET-QUARTER-DATE.
003934*    THE PAY DATE DECIDES THE QUARTER - A ROW ROLLED IN
003936* BEFORE PAY DATES WERE CARRIED FALLS BACK TO ITS PERIOD-END
003938      IF PH-PAY-DATE IS NUMERIC AND PH-PAY-DATE > ZERO
003940         MOVE PH-PAY-DATE   TO WS-QTR-DATE
003942      ELSE
003944         MOVE PH-PERIOD-END TO WS-QTR-DATE
003946      END-IF.
003950 P210-SUMMARIZE-ONE-RECORD.
003960*    ONE LINE PER PERIOD-END AND RUN KIND - THE SORT STEP
003970* IN PAYQTR.JCL PUTS THE REGULAR CYCLE, ITS OFF-CYCLE RUN,
003974* AND THE PERIOD'S ADJUSTMENTS NEXT TO EACH OTHER.  THE
003978* MONTH TOTALS GO BY PAY MONTH, WHICH AN OFF-CYCLE RUN CAN
003982* TAKE OUT OF PERIOD ORDER, SO THEY ARE HELD BY MONTH AND
003986* PRINTED AFTER THE LAST CYCLE
003990      ADD 1 TO WS-QTR-REC-COUNT.
004000      PERFORM P220-SIGN-RECORD-AMOUNTS.
004010      MOVE PH-PERIOD-END  TO WS-THIS-PERIOD-END.
004020      MOVE PH-OFFCYC-FLAG TO WS-THIS-OFFCYC.
004030      MOVE PH-ADJ-FLAG    TO WS-THIS-ADJ.
004040      IF WS-FIRST-REC
004050         MOVE "N" TO WS-FIRST-REC-SWITCH
004060         MOVE WS-THIS-CYCLE-KEY TO WS-PRIOR-CYCLE-KEY
004080      ELSE
004090         IF WS-THIS-CYCLE-KEY NOT = WS-PRIOR-CYCLE-KEY
004100            PERFORM P230-CYCLE-BREAK
004150            MOVE WS-THIS-CYCLE-KEY TO WS-PRIOR-CYCLE-KEY
004160         END-IF
004170      END-IF.
004180      ADD 1            TO WS-CYC-RECS.
004190      ADD WS-REC-WAGES TO WS-CYC-WAGES.
004200      ADD WS-REC-TAX   TO WS-CYC-TAX.
004202      MOVE WS-QTR-DATE TO WS-CYC-PAY-DATE.
004204      COMPUTE WS-MON-SUB = WS-QD-MONTH - WS-QTR-FIRST-MONTH + 1.
004206      ADD WS-REC-WAGES TO WS-MON-WAGES (WS-MON-SUB).
004208      ADD WS-REC-TAX   TO WS-MON-TAX (WS-MON-SUB).
004210 P220-SIGN-RECORD-AMOUNTS.
004220*    ADJUSTMENT RECORDS CARRY DELTAS, ONE SIGN PER RECORD
004230      ADD PH-REG-PAY PH-BON-PAY GIVING WS-REC-WAGES.
004240      MOVE PH-TAX-WH TO WS-REC-TAX.
004250      IF PH-IS-ADJUSTMENT AND PH-ADJ-SIGN = "-"
004260         MULTIPLY -1 BY WS-REC-WAGES
004270         MULTIPLY -1 BY WS-REC-TAX
004280      END-IF.
004290 P230-CYCLE-BREAK.
004300      MOVE WS-PRIOR-PERIOD-END TO CL-PERIOD-END.
004305      MOVE WS-CYC-PAY-DATE     TO CL-PAY-DATE.
004310      IF WS-PRIOR-ADJ = "A"
004320         MOVE "ADJUSTMENT" TO CL-RUN-TYPE
004330         ADD WS-CYC-TAX TO WS-QTR-ADJ-TAX
004340      ELSE
004350         IF WS-PRIOR-OFFCYC = "O"
004360            MOVE "OFF-CYCLE" TO CL-RUN-TYPE
004370         ELSE
004380            MOVE "REGULAR"   TO CL-RUN-TYPE
004390         END-IF
004400         ADD 1 TO WS-QTR-CYCLES
004410*    CYCLE WITHHOLDING IS WHAT PAYGL00 CREDITED TO 2200-TAX
004420* FOR THE PERIOD - ADJUSTMENTS NEVER WENT THROUGH PAYGL00
004430         MOVE WS-PRIOR-PERIOD-END TO WS-FIND-PERIOD
004440         PERFORM P250-FIND-PERIOD
004450         IF WS-PER-FOUND
004460            ADD WS-CYC-TAX TO WS-PER-HIST-TAX (PER-IDX)
004470         END-IF
004480      END-IF.
004490      MOVE WS-CYC-RECS  TO CL-RECS.
004500      MOVE WS-CYC-WAGES TO CL-WAGES.
004510      MOVE WS-CYC-TAX   TO CL-TAX.
004520      WRITE REPORT-LINE FROM CYCLE-LINE.
004530      ADD WS-CYC-WAGES TO WS-QTR-WAGES.
004540      ADD WS-CYC-TAX   TO WS-QTR-TAX.
004550      INITIALIZE WS-CYCLE-TOTALS.
004558 P240-PRINT-MONTHS.
004566      PERFORM VARYING WS-MON-SUB FROM 1 BY 1
004574         UNTIL WS-MON-SUB > 3
004582         COMPUTE ML-MONTH = WS-QTR-FIRST-MONTH + WS-MON-SUB - 1
004590         MOVE WS-QTR-YEAR               TO ML-YEAR
004598         MOVE WS-MON-WAGES (WS-MON-SUB) TO ML-WAGES
004606         MOVE WS-MON-TAX (WS-MON-SUB)   TO ML-TAX
004614         WRITE REPORT-LINE FROM MONTH-LINE
004622      END-PERFORM.
004630 P250-FIND-PERIOD.
004640*    FIND OR ADD THE PERIOD-END IN THE PROOF TABLE
004650      SET WS-PER-NOT-FOUND TO TRUE.
004660      PERFORM VARYING PER-IDX FROM 1 BY 1
004670         UNTIL PER-IDX > WS-PERIOD-COUNT
004680         IF WS-PER-PERIOD-END (PER-IDX) = WS-FIND-PERIOD
004690            SET WS-PER-FOUND TO TRUE
004700            EXIT PERFORM
004710         END-IF
004720      END-PERFORM.
004730      IF WS-PER-NOT-FOUND
004740         IF WS-PERIOD-COUNT >= WS-MAX-PERIODS
004750            DISPLAY "PERIOD TABLE FULL - PERIOD " WS-FIND-PERIOD
004760               " LEFT OUT OF THE GL PROOF"
004770            ADD 1 TO WS-PROOF-ERRORS
004780         ELSE
004790            ADD 1 TO WS-PERIOD-COUNT
004800            SET PER-IDX TO WS-PERIOD-COUNT
004810            MOVE WS-FIND-PERIOD TO WS-PER-PERIOD-END (PER-IDX)
004820            MOVE ZERO TO WS-PER-HIST-TAX (PER-IDX)
004830            MOVE ZERO TO WS-PER-GL-TAX (PER-IDX)
004840            MOVE ZERO TO WS-PER-GL-BATCHES (PER-IDX)
004850            SET WS-PER-FOUND TO TRUE
004860         END-IF
004870      END-IF.
004880 P400-LOAD-GL-CREDITS.
004890*    GLHIST HOLDS EVERY RELEASED GLPOST BATCH BACK TO BACK -
004900* EACH GH HEADER NAMES THE PERIOD ITS GD LINES BELONG TO.
004910* AN OFF-CYCLE BATCH SHARES ITS REGULAR CYCLE'S PERIOD-END,
004920* SO BOTH BATCHES' CREDITS LAND ON THE SAME PERIOD
004930      PERFORM UNTIL WS-GL-EOF
004940         READ GL-HISTORY-FILE
004950            AT END
004960               SET WS-GL-EOF TO TRUE
004970            NOT AT END
004980               PERFORM P410-TALLY-GL-RECORD
004990         END-READ
005000      END-PERFORM.
005010      CLOSE GL-HISTORY-FILE.
005020 P410-TALLY-GL-RECORD.
005030      IF GH-REC-TYPE = "GH"
005040         MOVE GH-PERIOD-END TO WS-GL-PERIOD-END
005042*    A BATCH BELONGS TO THE QUARTER ITS PAY DATE FALLS IN -
005044* ONE RELEASED BEFORE PAY DATES RODE THE HEADER GOES BY ITS
005046* PERIOD-END, THE SAME FALLBACK THE PAYHIST ROWS USE
005048         IF GH-PAY-DATE IS NUMERIC AND GH-PAY-DATE > ZERO
005050            MOVE GH-PAY-DATE TO WS-QTR-DATE
005052         ELSE
005054            MOVE GH-PERIOD-END TO WS-QTR-DATE
005056         END-IF
005058         MOVE "N" TO WS-GL-IN-QTR-SW
005060         IF WS-QTR-DATE >= WS-QTR-START AND
005062            WS-QTR-DATE <= WS-QTR-END
005064            SET WS-GL-IN-QTR TO TRUE
005070            ADD 1 TO WS-GL-BATCH-COUNT
005080            MOVE WS-GL-PERIOD-END TO WS-FIND-PERIOD
005090            PERFORM P250-FIND-PERIOD
005100            IF WS-PER-FOUND
005110               ADD 1 TO WS-PER-GL-BATCHES (PER-IDX)
005120            END-IF
005130         END-IF
005140      ELSE
005150         IF GD-REC-TYPE = "GD" AND GD-DR-CR = "C" AND
005160            GD-ACCOUNT = "2200-TAX" AND
005170            WS-GL-IN-QTR
005190            MOVE WS-GL-PERIOD-END TO WS-FIND-PERIOD
005200            PERFORM P250-FIND-PERIOD
005210            IF WS-PER-FOUND
005220               ADD GD-AMOUNT TO WS-PER-GL-TAX (PER-IDX)
005230            END-IF
005240         END-IF
005250      END-IF.
005260 P500-PRINT-GL-PROOF.
005270      MOVE SPACES TO REPORT-LINE.
005280      WRITE REPORT-LINE.
005290      MOVE "WITHHOLDING PROOF - PAYHIST VS GLPOST 2200-TAX"
005300         TO SL-TITLE.
005310      WRITE REPORT-LINE FROM SECTION-LINE.
005320      WRITE REPORT-LINE FROM PROOF-HEADING.
005330      PERFORM VARYING PER-IDX FROM 1 BY 1
005340         UNTIL PER-IDX > WS-PERIOD-COUNT
005350         MOVE WS-PER-PERIOD-END (PER-IDX) TO PL-PERIOD-END
005360         MOVE WS-PER-HIST-TAX (PER-IDX)   TO PL-HIST-TAX
005370         MOVE WS-PER-GL-TAX (PER-IDX)     TO PL-GL-TAX
005380         MOVE WS-PER-GL-BATCHES (PER-IDX) TO PL-BATCHES
005390         COMPUTE WS-DIFF-AMT = WS-PER-HIST-TAX (PER-IDX) -
005400            WS-PER-GL-TAX (PER-IDX)
005410         MOVE WS-DIFF-AMT TO PL-DIFF
005420         IF WS-DIFF-AMT NOT = ZERO OR
005430            WS-PER-GL-BATCHES (PER-IDX) = ZERO
005440            MOVE "*** OUT" TO PL-FLAG
005450            ADD 1 TO WS-PROOF-ERRORS
005460         ELSE
005470            MOVE SPACES TO PL-FLAG
005480         END-IF
005490         WRITE REPORT-LINE FROM PROOF-LINE
005500         ADD WS-PER-HIST-TAX (PER-IDX) TO WS-HIST-TAX-TOTAL
005510         ADD WS-PER-GL-TAX (PER-IDX)   TO WS-GL-TAX-TOTAL
005520      END-PERFORM.
005530      MOVE "QUARTER"         TO PL-PERIOD-END.
005540      MOVE WS-HIST-TAX-TOTAL TO PL-HIST-TAX.
005550      MOVE WS-GL-TAX-TOTAL   TO PL-GL-TAX.
005560      MOVE WS-GL-BATCH-COUNT TO PL-BATCHES.
005570      COMPUTE WS-DIFF-AMT = WS-HIST-TAX-TOTAL - WS-GL-TAX-TOTAL.
005580      MOVE WS-DIFF-AMT       TO PL-DIFF.
005590      IF WS-DIFF-AMT NOT = ZERO
005600         MOVE "*** OUT" TO PL-FLAG
005610      ELSE
005620         MOVE SPACES    TO PL-FLAG
005630      END-IF.
005640      WRITE REPORT-LINE FROM PROOF-LINE.
005650      IF WS-QTR-ADJ-TAX NOT = ZERO
005660         MOVE "ADJUSTMENT TAX NOT ON GLPOST      " TO SM-LABEL
005670         MOVE ZERO           TO SM-WAGES
005680         MOVE WS-QTR-ADJ-TAX TO SM-TAX
005690         WRITE REPORT-LINE FROM SUMMARY-LINE
005700      END-IF.
005710 P600-EMPLOYEE-DETAIL.
005720      MOVE SPACES TO REPORT-LINE.
005730      WRITE REPORT-LINE.
005740      MOVE "EMPLOYEES WITH ADJUSTMENTS OR OFF-CYCLE PAY"
005750         TO SL-TITLE.
005760      WRITE REPORT-LINE FROM SECTION-LINE.
005762*    PAYHPER STAYS OPEN UNTIL TERMINATION - ITS RECORD AREA
005764* (THE PAYHREC FIELDS) IS WHERE EACH PAYHEMP RECORD IS READ
005766* INTO, SO BOTH PASSES SHARE THE SAME PARAGRAPHS
005770      MOVE "N" TO WS-EOF-SWITCH.
005780      MOVE "Y" TO WS-FIRST-REC-SWITCH.
005790      READ PAY-HIST-EMP-FILE INTO PAY-HISTORY-REC
005800         AT END
005810            SET WS-EOF TO TRUE
005820      END-READ.
005830      PERFORM UNTIL WS-EOF
005840         ADD 1 TO WS-EMP-READ-COUNT
005847         PERFORM P205-SET-QUARTER-DATE
005854         IF WS-QTR-DATE >= WS-QTR-START AND
005861            WS-QTR-DATE <= WS-QTR-END
005870            PERFORM P610-COLLECT-EMP-RECORD
005880         END-IF
005890         READ PAY-HIST-EMP-FILE INTO PAY-HISTORY-REC
005900            AT END
005910               SET WS-EOF TO TRUE
005920         END-READ
005930      END-PERFORM.
005940      IF NOT WS-FIRST-REC
005950         PERFORM P620-EMPLOYEE-BREAK
005960      END-IF.
005970      CLOSE PAY-HIST-EMP-FILE.
005980 P610-COLLECT-EMP-RECORD.
005990*    CONTROL BREAK ON EMP-ID - THE SECOND SORT IN PAYQTR.JCL
006000* GIVES EMP-ID/PERIOD-END SEQUENCE.  THE EMPLOYEE'S QUARTER
006010* IS HELD UNTIL THE BREAK SO IT PRINTS ONLY IF FLAGGED
006020      IF WS-FIRST-REC
006030         MOVE "N" TO WS-FIRST-REC-SWITCH
006040         MOVE PH-EMP-ID TO WS-PRIOR-EMP-ID
006050      ELSE
006060         IF PH-EMP-ID NOT = WS-PRIOR-EMP-ID
006070            PERFORM P620-EMPLOYEE-BREAK
006080            MOVE PH-EMP-ID TO WS-PRIOR-EMP-ID
006090         END-IF
006100      END-IF.
006110      PERFORM P220-SIGN-RECORD-AMOUNTS.
006120      ADD WS-REC-WAGES TO WS-EMP-WAGES WS-EMP-PASS-WAGES.
006130      ADD WS-REC-TAX   TO WS-EMP-TAX   WS-EMP-PASS-TAX.
006140      IF PH-IS-ADJUSTMENT OR PH-OFF-CYCLE
006150         SET WS-EMP-FLAGGED TO TRUE
006160      END-IF.
006170      IF WS-EMP-ROW-COUNT < WS-MAX-EMP-ROWS
006180         ADD 1 TO WS-EMP-ROW-COUNT
006190         SET EMR-IDX TO WS-EMP-ROW-COUNT
006200         MOVE PH-PERIOD-END TO WS-EMR-PERIOD-END (EMR-IDX)
006210         MOVE WS-REC-WAGES  TO WS-EMR-WAGES (EMR-IDX)
006220         MOVE WS-REC-TAX    TO WS-EMR-TAX (EMR-IDX)
006230         EVALUATE TRUE
006240            WHEN PH-IS-ADJUSTMENT
006250               MOVE "ADJ"  TO WS-EMR-TAG (EMR-IDX)
006260            WHEN PH-OFF-CYCLE
006270               MOVE "OFF"  TO WS-EMR-TAG (EMR-IDX)
006280            WHEN OTHER
006290               MOVE SPACES TO WS-EMR-TAG (EMR-IDX)
006300         END-EVALUATE
006310      END-IF.
006320 P620-EMPLOYEE-BREAK.
006330      IF WS-EMP-FLAGGED
006340         ADD 1 TO WS-FLAGGED-EMPS
006350         MOVE WS-PRIOR-EMP-ID TO EH-EMP-ID
006360         WRITE REPORT-LINE FROM EMP-HEADING-LINE
006370         PERFORM VARYING EMR-IDX FROM 1 BY 1
006380            UNTIL EMR-IDX > WS-EMP-ROW-COUNT
006390            MOVE WS-EMR-PERIOD-END (EMR-IDX) TO ED-PERIOD-END
006400            MOVE WS-EMR-TAG (EMR-IDX)        TO ED-TAG
006410            MOVE WS-EMR-WAGES (EMR-IDX)      TO ED-WAGES
006420            MOVE WS-EMR-TAX (EMR-IDX)        TO ED-TAX
006430            WRITE REPORT-LINE FROM EMP-DETAIL-LINE
006440         END-PERFORM
006450         MOVE WS-EMP-WAGES TO ET-WAGES
006460         MOVE WS-EMP-TAX   TO ET-TAX
006470         WRITE REPORT-LINE FROM EMP-TOTAL-LINE
006480      END-IF.
006490      MOVE ZERO TO WS-EMP-ROW-COUNT.
006500      MOVE "N"  TO WS-EMP-FLAG-SW.
006510      INITIALIZE WS-EMP-TOTALS.
006520 P900-TERMINATION.
006530*    THE QUARTER FROM THE PERIOD-SEQUENCE PASS MUST EQUAL THE
006540* SAME QUARTER BUILT EMPLOYEE BY EMPLOYEE - A DIFFERENCE
006550* MEANS A SORTED COPY IS NOT THE SAME PAYHIST
006560      MOVE SPACES TO REPORT-LINE.
006570      WRITE REPORT-LINE.
006580      MOVE "QUARTER PROOF" TO SL-TITLE.
006590      WRITE REPORT-LINE FROM SECTION-LINE.
006600      MOVE "SUM OF PAY CYCLES (PERIOD PASS)  " TO SM-LABEL.
006610      MOVE WS-QTR-WAGES      TO SM-WAGES.
006620      MOVE WS-QTR-TAX        TO SM-TAX.
006630      WRITE REPORT-LINE FROM SUMMARY-LINE.
006640      MOVE "SUM OF EMPLOYEES (EMP-ID PASS)   " TO SM-LABEL.
006650      MOVE WS-EMP-PASS-WAGES TO SM-WAGES.
006660      MOVE WS-EMP-PASS-TAX   TO SM-TAX.
006670      WRITE REPORT-LINE FROM SUMMARY-LINE.
006680      IF WS-QTR-WAGES NOT = WS-EMP-PASS-WAGES OR
006690         WS-QTR-TAX NOT = WS-EMP-PASS-TAX
006700         ADD 1 TO WS-PROOF-ERRORS
006710         MOVE "*** QUARTER TOTALS DISAGREE BETWEEN PASSES"
006720            TO MSG-TEXT
006730         WRITE REPORT-LINE FROM MESSAGE-LINE
006740      END-IF.
006750      IF WS-PROOF-ERRORS > ZERO
006760         MOVE "*** DIFFERENCES FOUND - RESOLVE BEFORE FILING ***"
006770            TO MSG-TEXT
006780         MOVE 4 TO WS-HIGHEST-RC
006790      ELSE
006800         MOVE "QUARTER PROVES TO PAY CYCLES AND GLPOST"
006810            TO MSG-TEXT
006820      END-IF.
006830      WRITE REPORT-LINE FROM MESSAGE-LINE.
006840      CLOSE PAY-HIST-PER-FILE.
006842      CLOSE REPORT-FILE.
006850      DISPLAY "PAYHPER RECORDS READ : " WS-PER-READ-COUNT.
006860      DISPLAY "PAYHEMP RECORDS READ : " WS-EMP-READ-COUNT.
006870      DISPLAY "QUARTER RECORDS      : " WS-QTR-REC-COUNT.
006880      DISPLAY "GL BATCHES IN QUARTER: " WS-GL-BATCH-COUNT.
006890      DISPLAY "FLAGGED EMPLOYEES    : " WS-FLAGGED-EMPS.
006900      DISPLAY "PROOF DIFFERENCES    : " WS-PROOF-ERRORS.
006910      DISPLAY "PAYQTR00 - SUCCESSFULLY ENDED".
