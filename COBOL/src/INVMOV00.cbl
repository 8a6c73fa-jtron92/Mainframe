000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVMOV00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MONTHLY STOCK MOVEMENT REPORT.  READS THE STKMOVE      *
000090*    LEDGER (STKMVREC) - EVERY MOVEMENT SCRIM HAS EVER      *
000100*    APPLIED, SORTED BY STORE, PRODUCT, DATE AND TIME IN    *
000110*    THE STEP BEFORE - MATCHED AGAINST THE STORKSD STORE    *
000120*    CLUSTER READ IN THE SAME KEY ORDER.  FOR THE REPORT    *
000130*    MONTH (SYSIN, DEFAULT THE MONTH BEFORE THE RUN) IT     *
000140*    PRINTS EACH STORE/PRODUCT'S MOVEMENTS, UNITS IN AND    *
000150*    UNITS OUT BY REASON CODE, THEN THE MONTH'S TOTALS BY   *
000160*    REASON.  FROM THE WHOLE LEDGER IT FINDS EACH PRODUCT'S *
000170*    LAST SALE AND LAST MOVEMENT OF ANY KIND, AND LISTS     *
000180*    STOCK STILL ON HAND WITH NO MOVEMENT SINCE THE RUN     *
000190*    DATE LESS THE DEAD-STOCK DAYS AS DEAD STOCK, OR ELSE   *
000200*    WITH NO SALE SINCE THE RUN DATE LESS THE SLOW-MOVING   *
000210*    DAYS AS SLOW MOVING.  A PRODUCT WITH NO LEDGER HISTORY *
000220*    AT ALL COUNTS AS NEVER MOVED, SO UNTIL THE LEDGER IS   *
000230*    AS OLD AS THE DEAD-STOCK DAYS READ DEAD AS "NOT MOVED  *
000240*    SINCE THE LEDGER BEGAN".  RC=4 WHEN THE FLAGGED TABLE  *
000250*    OVERFLOWS                                              *
000260************************************************************
000270* MODIFICATION HISTORY                                     *
000280*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000290************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MOVEMENT-FILE ASSIGN TO STKMOVE
000340     ORGANIZATION IS SEQUENTIAL
000350     FILE STATUS  IS STKMOVE-STATUS.
000360     SELECT STORE-KEYED-FILE ASSIGN TO STORKSD
000370     ORGANIZATION IS INDEXED
000380     ACCESS MODE  IS SEQUENTIAL
000390     RECORD KEY   IS SI-KEY
000400     FILE STATUS  IS STORKSD-STATUS.
000410     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE  IS RANDOM
000440     RECORD KEY   IS PR-PRODUCT-ID
000450     FILE STATUS  IS PRODKSD-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO RPTOUT
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD MOVEMENT-FILE
000520      RECORDING MODE IS F
000530      LABEL RECORDS ARE STANDARD
000540      RECORD CONTAINS 80 CHARACTERS
000550      DATA RECORD IS STOCK-MOVEMENT-REC.
000560     COPY STKMVREC.
000570 FD STORE-KEYED-FILE.
000580     COPY STORKREC.
000590 FD PRODUCT-FILE.
000600     COPY PRODREC.
000610 FD REPORT-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      DATA RECORD IS REPORT-LINE.
000650 01 REPORT-LINE           PIC X(80).
000660 WORKING-STORAGE SECTION.
000670     COPY DATEPARM.
000680 01 STKMOVE-STATUS        PIC X(2).
000690   88 STKMOVE-OK          VALUE "00".
000700 01 STORKSD-STATUS        PIC X(2).
000710   88 STORKSD-OK          VALUE "00".
000720 01 PRODKSD-STATUS        PIC X(2).
000730   88 PRODKSD-OK          VALUE "00".
000740 01 RPT-FILE-STATUS       PIC X(2).
000750 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
000760 01 WS-RUN-DATE           PIC 9(8).
000770 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
000780 01 WS-CONTROL-CARD.
000790   05 WS-CC-MONTH         PIC X(6).
000800   05 FILLER              PIC X(1).
000810   05 WS-CC-SLOW-DAYS     PIC X(3).
000820   05 FILLER              PIC X(1).
000830   05 WS-CC-DEAD-DAYS     PIC X(3).
000840   05 FILLER              PIC X(66).
000850 01 WS-REPORT-MONTH.
000860   05 WS-RM-YEAR          PIC 9(4).
000870   05 WS-RM-MONTH         PIC 9(2).
000880 01 WS-REPORT-MONTH-9 REDEFINES WS-REPORT-MONTH PIC 9(6).
000890 01 WS-MOVE-DATE.
000900   05 WS-MD-MONTH         PIC 9(6).
000910   05 WS-MD-DAY           PIC 9(2).
000920 01 WS-SLOW-DAYS          PIC 9(3) VALUE 90.
000930 01 WS-DEAD-DAYS          PIC 9(3) VALUE 180.
000940 01 WS-OFFSET-DAYS        PIC 9(3).
000950 01 WS-SLOW-CUTOFF        PIC 9(8).
000960 01 WS-DEAD-CUTOFF        PIC 9(8).
000970 01 WS-DATE-BUILD.
000980    05 WS-DB-YEAR    PIC X(4).
000990    05 FILLER        PIC X(1) VALUE "-".
001000    05 WS-DB-MONTH   PIC X(2).
001010    05 FILLER        PIC X(1) VALUE "-".
001020    05 WS-DB-DAY     PIC X(2).
001030 01 WS-OFFSET-PARSE.
001040    05 WS-OP-YEAR    PIC X(4).
001050    05 FILLER        PIC X(1).
001060    05 WS-OP-MONTH   PIC X(2).
001070    05 FILLER        PIC X(1).
001080    05 WS-OP-DAY     PIC X(2).
001090 01 WS-CUTOFF-X.
001100    05 WS-CX-YEAR    PIC X(4).
001110    05 WS-CX-MONTH   PIC X(2).
001120    05 WS-CX-DAY     PIC X(2).
001130 01 WS-CUTOFF-9 REDEFINES WS-CUTOFF-X PIC 9(8).
001140*    THE LEDGER AND THE CLUSTER ARE MATCHED ON STORE + PRODUCT;
001150* A FILE AT END CARRIES HIGH-VALUES SO THE OTHER RUNS OUT
001160 01 WS-MOVE-KEY           PIC X(8).
001170 01 WS-STOCK-KEY          PIC X(8).
001180 01 WS-CURRENT-KEY.
001190   05 WS-CUR-STORE-ID     PIC 9(4).
001200   05 WS-CUR-PRODUCT-ID   PIC 9(4).
001210 01 WS-CURRENT-KEY-X REDEFINES WS-CURRENT-KEY PIC X(8).
001220 01 WS-STOCK-FOUND-SW     PIC X(1).
001230   88 WS-ON-STORKSD       VALUE "Y".
001240   88 WS-NOT-ON-STORKSD   VALUE "N".
001250 01 WS-ACTIVITY-SW        PIC X(1).
001260   88 WS-MONTH-ACTIVITY   VALUE "Y".
001270   88 WS-NO-MONTH-ACTIVITY VALUE "N".
001280 01 WS-ON-HAND            PIC 9(6).
001290 01 WS-LAST-SALE-DATE     PIC 9(8).
001300 01 WS-LAST-MOVE-DATE     PIC 9(8).
001310 01 WS-UNITS              PIC 9(6).
001320 01 WS-DESCRIPTION        PIC X(20).
001330 01 WS-FLAG-TYPE          PIC X(1).
001340*    THE EIGHT INVTRAN REASON CODES, AND A LAST SLOT FOR ANY
001350* LEDGER RECORD CARRYING SOMETHING ELSE
001360 01 WS-REASON-VALUES.
001370   05 FILLER              PIC X(18) VALUE "SLSALE".
001380   05 FILLER              PIC X(18) VALUE "RTCUSTOMER RETURN".
001390   05 FILLER              PIC X(18) VALUE "RCRECEIPT".
001400   05 FILLER              PIC X(18) VALUE "CCCOUNT CORRECTION".
001410   05 FILLER              PIC X(18) VALUE "DMDAMAGE/WASTE".
001420   05 FILLER              PIC X(18) VALUE "TOTRANSFER OUT".
001430   05 FILLER              PIC X(18) VALUE "TITRANSFER IN".
001440   05 FILLER              PIC X(18) VALUE "ADOTHER ADJUSTMENT".
001450   05 FILLER              PIC X(18) VALUE "??UNCODED".
001460 01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001470   05 WS-REASON-ENTRY OCCURS 9 TIMES.
001480     10 WS-RSN-CODE       PIC X(2).
001490     10 WS-RSN-NAME       PIC X(16).
001500 01 WS-MAX-REASON         PIC 9(2) VALUE 9.
001510 01 WS-RSN-SUB            PIC 9(2).
001520 01 WS-ACTIVITY-TABLE.
001530   05 WS-ACTIVITY OCCURS 9 TIMES.
001540     10 WS-ACT-MOVES      PIC 9(5).
001550     10 WS-ACT-IN         PIC 9(7).
001560     10 WS-ACT-OUT        PIC 9(7).
001570 01 WS-MONTH-TOTAL-TABLE.
001580   05 WS-MONTH-TOTAL OCCURS 9 TIMES.
001590     10 WS-TOT-MOVES      PIC 9(7).
001600     10 WS-TOT-IN         PIC 9(9).
001610     10 WS-TOT-OUT        PIC 9(9).
001620*    SLOW AND DEAD ITEMS ARE FOUND DURING THE MATCH BUT PRINT
001630* AFTER THE ACTIVITY, SO THEY ARE HELD HERE UNTIL THE END
001640 01 WS-MAX-FLAGGED        PIC 9(4) VALUE 2000.
001650 01 WS-FLAGGED-COUNT      PIC 9(4) VALUE ZERO.
001660 01 WS-FLAGGED-TABLE.
001670   05 WS-FLAGGED OCCURS 2000 TIMES INDEXED BY FLAG-IDX.
001680     10 WS-FLG-STORE-ID   PIC 9(4).
001690     10 WS-FLG-PRODUCT-ID PIC 9(4).
001700     10 WS-FLG-ON-HAND    PIC 9(6).
001710     10 WS-FLG-LAST-SALE  PIC 9(8).
001720     10 WS-FLG-LAST-MOVE  PIC 9(8).
001730     10 WS-FLG-TYPE       PIC X(1).
001740       88 WS-FLG-DEAD     VALUE "D".
001750       88 WS-FLG-SLOW     VALUE "S".
001760 01 WS-COUNTERS.
001770     05 WS-LEDGER-READ    PIC 9(9) VALUE ZERO.
001780     05 WS-MONTH-MOVES    PIC 9(9) VALUE ZERO.
001790     05 WS-ACTIVE-ITEMS   PIC 9(7) VALUE ZERO.
001800     05 WS-SLOW-COUNT     PIC 9(7) VALUE ZERO.
001810     05 WS-DEAD-COUNT     PIC 9(7) VALUE ZERO.
001820     05 WS-FLAG-OVERFLOW  PIC 9(7) VALUE ZERO.
001830 01 HEADING-LINE-1.
001840     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
001850     05 FILLER            PIC X(30)
001860        VALUE "STOCK MOVEMENT - MONTHLY".
001870     05 FILLER            PIC X(20) VALUE SPACES.
001880 01 HEADING-LINE-2.
001890     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001900     05 HL2-DATE          PIC 9(8).
001910     05 FILLER            PIC X(17) VALUE "  REPORT MONTH: ".
001920     05 HL2-MONTH         PIC 9(6).
001930     05 FILLER            PIC X(39) VALUE SPACES.
001940 01 HEADING-LINE-3.
001950     05 FILLER            PIC X(06) VALUE "STORE".
001960     05 FILLER            PIC X(06) VALUE "PROD".
001970     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
001980     05 FILLER            PIC X(20) VALUE "REASON".
001990     05 FILLER            PIC X(06) VALUE " MOVES".
002000     05 FILLER            PIC X(01) VALUE SPACES.
002010     05 FILLER            PIC X(09) VALUE " UNITS IN".
002020     05 FILLER            PIC X(01) VALUE SPACES.
002030     05 FILLER            PIC X(09) VALUE "UNITS OUT".
002040     05 FILLER            PIC X(01) VALUE SPACES.
002050 01 HEADING-LINE-4.
002060     05 FILLER            PIC X(20) VALUE "SLOW: NO SALE SINCE ".
002070     05 HL4-SLOW-CUTOFF   PIC 9(8).
002080     05 FILLER            PIC X(26)
002090        VALUE "  DEAD: NO MOVEMENT SINCE ".
002100     05 HL4-DEAD-CUTOFF   PIC 9(8).
002110     05 FILLER            PIC X(18) VALUE "  - STOCK ON HAND".
002120 01 HEADING-LINE-5.
002130     05 FILLER            PIC X(06) VALUE "STORE".
002140     05 FILLER            PIC X(06) VALUE "PROD".
002150     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
002160     05 FILLER            PIC X(09) VALUE "ON HAND".
002170     05 FILLER            PIC X(10) VALUE "LAST SALE".
002180     05 FILLER            PIC X(10) VALUE "LAST MOVE".
002190     05 FILLER            PIC X(18) VALUE "FLAG".
002200 01 TITLE-LINE.
002210     05 TL-TEXT           PIC X(60).
002220     05 FILLER            PIC X(20) VALUE SPACES.
002230 01 DETAIL-LINE.
002240     05 DL-STORE-ID       PIC 9(4).
002250     05 FILLER            PIC X(02) VALUE SPACES.
002260     05 DL-PRODUCT-ID     PIC 9(4).
002270     05 FILLER            PIC X(02) VALUE SPACES.
002280     05 DL-DESCRIPTION    PIC X(20).
002290     05 FILLER            PIC X(01) VALUE SPACES.
002300     05 DL-REASON-CODE    PIC X(2).
002310     05 FILLER            PIC X(01) VALUE SPACES.
002320     05 DL-REASON-NAME    PIC X(16).
002330     05 FILLER            PIC X(01) VALUE SPACES.
002340     05 DL-MOVES          PIC ZZ,ZZ9.
002350     05 FILLER            PIC X(01) VALUE SPACES.
002360     05 DL-UNITS-IN       PIC Z,ZZZ,ZZ9.
002370     05 FILLER            PIC X(01) VALUE SPACES.
002380     05 DL-UNITS-OUT      PIC Z,ZZZ,ZZ9.
002390     05 FILLER            PIC X(01) VALUE SPACES.
002400 01 REASON-TOTAL-LINE.
002410     05 FILLER            PIC X(33) VALUE SPACES.
002420     05 RT-REASON-CODE    PIC X(2).
002430     05 FILLER            PIC X(01) VALUE SPACES.
002440     05 RT-REASON-NAME    PIC X(16).
002450     05 RT-MOVES          PIC ZZZ,ZZ9.
002460     05 RT-UNITS-IN       PIC ZZ,ZZZ,ZZ9.
002470     05 RT-UNITS-OUT      PIC ZZ,ZZZ,ZZ9.
002480     05 FILLER            PIC X(01) VALUE SPACES.
002490 01 FLAG-LINE.
002500     05 FL-STORE-ID       PIC 9(4).
002510     05 FILLER            PIC X(02) VALUE SPACES.
002520     05 FL-PRODUCT-ID     PIC 9(4).
002530     05 FILLER            PIC X(02) VALUE SPACES.
002540     05 FL-DESCRIPTION    PIC X(20).
002550     05 FILLER            PIC X(01) VALUE SPACES.
002560     05 FL-ON-HAND        PIC ZZZ,ZZ9.
002570     05 FILLER            PIC X(02) VALUE SPACES.
002580     05 FL-LAST-SALE      PIC X(8).
002590     05 FILLER            PIC X(02) VALUE SPACES.
002600     05 FL-LAST-MOVE      PIC X(8).
002610     05 FILLER            PIC X(02) VALUE SPACES.
002620     05 FL-FLAG           PIC X(12).
002630     05 FILLER            PIC X(06) VALUE SPACES.
002640 01 COUNT-LINE.
002650     05 CL-LABEL          PIC X(26).
002660     05 CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
002670     05 FILLER            PIC X(43) VALUE SPACES.
002680 PROCEDURE DIVISION.
002690 000-MAIN-PROCEDURE.
002700      PERFORM 1000-INITIALIZE.
002710      PERFORM 2000-REPORT-MOVEMENT.
002720      PERFORM 3000-TERMINATE.
002730      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002740      STOP RUN.
002750 1000-INITIALIZE.
002760      OPEN INPUT MOVEMENT-FILE.
002770      IF NOT STKMOVE-OK
002780         DISPLAY "FAILURE TO OPEN STKMOVE " STKMOVE-STATUS
002790         MOVE 12 TO RETURN-CODE
002800         STOP RUN
002810      END-IF.
002820      OPEN INPUT STORE-KEYED-FILE.
002830      IF NOT STORKSD-OK
002840         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
002850         MOVE 12 TO RETURN-CODE
002860         STOP RUN
002870      END-IF.
002880      OPEN INPUT PRODUCT-FILE.
002890      IF NOT PRODKSD-OK
002900         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
002910         MOVE 12 TO RETURN-CODE
002920         STOP RUN
002930      END-IF.
002940      OPEN OUTPUT REPORT-FILE.
002950      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960      PERFORM 1100-READ-CONTROL-CARD.
002970      MOVE WS-SLOW-DAYS TO WS-OFFSET-DAYS.
002980      PERFORM 1200-OFFSET-RUN-DATE.
002990      MOVE WS-CUTOFF-9  TO WS-SLOW-CUTOFF.
003000      MOVE WS-DEAD-DAYS TO WS-OFFSET-DAYS.
003010      PERFORM 1200-OFFSET-RUN-DATE.
003020      MOVE WS-CUTOFF-9  TO WS-DEAD-CUTOFF.
003030      DISPLAY "REPORT MONTH          : " WS-REPORT-MONTH-9.
003040      DISPLAY "SLOW-MOVING CUTOFF    : " WS-SLOW-CUTOFF.
003050      DISPLAY "DEAD-STOCK CUTOFF     : " WS-DEAD-CUTOFF.
003060      MOVE ZEROS TO WS-MONTH-TOTAL-TABLE.
003070      MOVE WS-RUN-DATE       TO HL2-DATE.
003080      MOVE WS-REPORT-MONTH-9 TO HL2-MONTH.
003090      WRITE REPORT-LINE FROM HEADING-LINE-1.
003100      WRITE REPORT-LINE FROM HEADING-LINE-2.
003110      WRITE REPORT-LINE FROM HEADING-LINE-3.
003120      PERFORM 2900-READ-MOVEMENT.
003130      PERFORM 2910-READ-STOCK.
003140 1100-READ-CONTROL-CARD.
003150*    SYSIN COLS 1-6 THE REPORT MONTH (YYYYMM - BLANK IS THE
003160* MONTH BEFORE THE RUN DATE), COLS 8-10 THE SLOW-MOVING DAYS
003170* (DEFAULT 90), COLS 12-14 THE DEAD-STOCK DAYS (DEFAULT 180)
003180      ACCEPT WS-CONTROL-CARD FROM SYSIN.
003190      IF WS-CC-MONTH IS NUMERIC
003200         AND WS-CC-MONTH (5:2) > "00"
003210         AND WS-CC-MONTH (5:2) < "13"
003220         MOVE WS-CC-MONTH TO WS-REPORT-MONTH
003230      ELSE
003240         MOVE WS-RUN-DATE-X (1:6) TO WS-REPORT-MONTH
003250         IF WS-RM-MONTH = 1
003260            MOVE 12 TO WS-RM-MONTH
003270            SUBTRACT 1 FROM WS-RM-YEAR
003280         ELSE
003290            SUBTRACT 1 FROM WS-RM-MONTH
003300         END-IF
003310         DISPLAY "NO REPORT MONTH ON SYSIN - DEFAULT "
003320            WS-REPORT-MONTH-9
003330      END-IF.
003340      IF WS-CC-SLOW-DAYS IS NUMERIC
003350         AND WS-CC-SLOW-DAYS NOT = "000"
003360         MOVE WS-CC-SLOW-DAYS TO WS-SLOW-DAYS
003370      ELSE
003380         DISPLAY "NO SLOW-MOVING DAYS ON SYSIN - DEFAULT "
003390            WS-SLOW-DAYS " DAYS"
003400      END-IF.
003410      IF WS-CC-DEAD-DAYS IS NUMERIC
003420         AND WS-CC-DEAD-DAYS NOT = "000"
003430         MOVE WS-CC-DEAD-DAYS TO WS-DEAD-DAYS
003440      ELSE
003450         DISPLAY "NO DEAD-STOCK DAYS ON SYSIN - DEFAULT "
003460            WS-DEAD-DAYS " DAYS"
003470      END-IF.
003480 1200-OFFSET-RUN-DATE.
003490*    THE RUN DATE LESS WS-OFFSET-DAYS, FROM THE DATEVAL OFFSET
003500* SERVICE AS CHKRCN00 AGES ITS CHECKS, INTO WS-CUTOFF-9
003510      MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR.
003520      MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH.
003530      MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY.
003540      MOVE WS-DATE-BUILD TO DP-DATE-IN.
003550      SET DP-AGE-NOT-WANTED TO TRUE.
003560      SET DP-BUSDAY-NOT-WANTED TO TRUE.
003570      SET DP-OFFSET-WANTED TO TRUE.
003580      COMPUTE DP-OFFSET-DAYS = ZERO - WS-OFFSET-DAYS.
003590      CALL "DATEVAL" USING DATE-PARM-BLOCK.
003600      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
003610      MOVE WS-OP-YEAR  TO WS-CX-YEAR.
003620      MOVE WS-OP-MONTH TO WS-CX-MONTH.
003630      MOVE WS-OP-DAY   TO WS-CX-DAY.
003640 2000-REPORT-MOVEMENT.
003650      PERFORM 2100-REPORT-ONE-ITEM
003660         UNTIL WS-MOVE-KEY = HIGH-VALUES
003670           AND WS-STOCK-KEY = HIGH-VALUES.
003680 2100-REPORT-ONE-ITEM.
003690*    ONE STORE/PRODUCT AT A TIME - THE LOWER OF THE TWO KEYS.
003700* A LEDGER KEY NOT ON STORKSD STILL REPORTS ITS ACTIVITY; A
003710* STORKSD RECORD WITH NO LEDGER HISTORY HAS NEVER MOVED
003720      IF WS-MOVE-KEY < WS-STOCK-KEY
003730         MOVE WS-MOVE-KEY  TO WS-CURRENT-KEY-X
003740      ELSE
003750         MOVE WS-STOCK-KEY TO WS-CURRENT-KEY-X
003760      END-IF.
003770      MOVE ZEROS TO WS-ACTIVITY-TABLE.
003780      MOVE ZERO  TO WS-ON-HAND.
003790      MOVE ZERO  TO WS-LAST-SALE-DATE.
003800      MOVE ZERO  TO WS-LAST-MOVE-DATE.
003810      SET WS-NO-MONTH-ACTIVITY TO TRUE.
003820      SET WS-NOT-ON-STORKSD TO TRUE.
003830      IF WS-STOCK-KEY = WS-CURRENT-KEY-X
003840         SET WS-ON-STORKSD TO TRUE
003850         MOVE SI-ON-HAND-QTY TO WS-ON-HAND
003860         PERFORM 2910-READ-STOCK
003870      END-IF.
003880      PERFORM 2110-TAKE-MOVEMENT
003890         UNTIL WS-MOVE-KEY NOT = WS-CURRENT-KEY-X.
003900      IF WS-MONTH-ACTIVITY
003910         PERFORM 2200-PRINT-ACTIVITY
003920      END-IF.
003930      IF WS-ON-STORKSD AND WS-ON-HAND > ZERO
003940         PERFORM 2300-CHECK-STOCK-AGE THRU 2300-EXIT
003950      END-IF.
003960 2110-TAKE-MOVEMENT.
003970*    THE LEDGER IS IN DATE ORDER WITHIN THE KEY, SO THE LAST
003980* RECORD SEEN IS THE LATEST MOVEMENT
003990      MOVE SM-MOVE-DATE TO WS-LAST-MOVE-DATE.
004000      IF SM-SALE
004010         MOVE SM-MOVE-DATE TO WS-LAST-SALE-DATE
004020      END-IF.
004030      MOVE SM-MOVE-DATE TO WS-MOVE-DATE.
004040      IF WS-MD-MONTH = WS-REPORT-MONTH-9
004050         PERFORM 2120-ADD-ACTIVITY
004060      END-IF.
004070      PERFORM 2900-READ-MOVEMENT.
004080 2120-ADD-ACTIVITY.
004090      SET WS-MONTH-ACTIVITY TO TRUE.
004100      ADD 1 TO WS-MONTH-MOVES.
004110      PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
004120         UNTIL WS-RSN-SUB = WS-MAX-REASON
004130         IF WS-RSN-CODE (WS-RSN-SUB) = SM-REASON-CODE
004140            EXIT PERFORM
004150         END-IF
004160      END-PERFORM.
004170      ADD 1 TO WS-ACT-MOVES (WS-RSN-SUB).
004180      ADD 1 TO WS-TOT-MOVES (WS-RSN-SUB).
004190      IF SM-QTY-DELTA < ZERO
004200         COMPUTE WS-UNITS = ZERO - SM-QTY-DELTA
004210         ADD WS-UNITS TO WS-ACT-OUT (WS-RSN-SUB)
004220         ADD WS-UNITS TO WS-TOT-OUT (WS-RSN-SUB)
004230      ELSE
004240         ADD SM-QTY-DELTA TO WS-ACT-IN (WS-RSN-SUB)
004250         ADD SM-QTY-DELTA TO WS-TOT-IN (WS-RSN-SUB)
004260      END-IF.
004270 2200-PRINT-ACTIVITY.
004280*    ONE LINE PER REASON THE PRODUCT MOVED FOR IN THE MONTH
004290      ADD 1 TO WS-ACTIVE-ITEMS.
004300      MOVE WS-CUR-PRODUCT-ID TO PR-PRODUCT-ID.
004310      PERFORM 2400-FIND-PRODUCT.
004320      MOVE WS-CUR-STORE-ID   TO DL-STORE-ID.
004330      MOVE WS-CUR-PRODUCT-ID TO DL-PRODUCT-ID.
004340      MOVE WS-DESCRIPTION    TO DL-DESCRIPTION.
004350      PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
004360         UNTIL WS-RSN-SUB > WS-MAX-REASON
004370         IF WS-ACT-MOVES (WS-RSN-SUB) > ZERO
004380            MOVE WS-RSN-CODE (WS-RSN-SUB)  TO DL-REASON-CODE
004390            MOVE WS-RSN-NAME (WS-RSN-SUB)  TO DL-REASON-NAME
004400            MOVE WS-ACT-MOVES (WS-RSN-SUB) TO DL-MOVES
004410            MOVE WS-ACT-IN (WS-RSN-SUB)    TO DL-UNITS-IN
004420            MOVE WS-ACT-OUT (WS-RSN-SUB)   TO DL-UNITS-OUT
004430            WRITE REPORT-LINE FROM DETAIL-LINE
004440         END-IF
004450      END-PERFORM.
004460 2300-CHECK-STOCK-AGE.
004470*    STOCK ON HAND THAT HAS NOT MOVED AT ALL SINCE THE DEAD-STOCK
004480* CUTOFF IS DEAD; OTHERWISE STOCK NOT SOLD SINCE THE SLOW-MOVING
004490* CUTOFF IS SLOW MOVING.  NEVER MOVED OR NEVER SOLD IS ZERO
004500      IF WS-LAST-MOVE-DATE < WS-DEAD-CUTOFF
004510         ADD 1 TO WS-DEAD-COUNT
004520         MOVE "D" TO WS-FLAG-TYPE
004530      ELSE
004540         IF WS-LAST-SALE-DATE < WS-SLOW-CUTOFF
004550            ADD 1 TO WS-SLOW-COUNT
004560            MOVE "S" TO WS-FLAG-TYPE
004570         ELSE
004580            GO TO 2300-EXIT
004590         END-IF
004600      END-IF.
004610      IF WS-FLAGGED-COUNT NOT < WS-MAX-FLAGGED
004620         ADD 1 TO WS-FLAG-OVERFLOW
004630         GO TO 2300-EXIT
004640      END-IF.
004650      ADD 1 TO WS-FLAGGED-COUNT.
004660      SET FLAG-IDX TO WS-FLAGGED-COUNT.
004670      MOVE WS-CUR-STORE-ID   TO WS-FLG-STORE-ID (FLAG-IDX).
004680      MOVE WS-CUR-PRODUCT-ID TO WS-FLG-PRODUCT-ID (FLAG-IDX).
004690      MOVE WS-ON-HAND        TO WS-FLG-ON-HAND (FLAG-IDX).
004700      MOVE WS-LAST-SALE-DATE TO WS-FLG-LAST-SALE (FLAG-IDX).
004710      MOVE WS-LAST-MOVE-DATE TO WS-FLG-LAST-MOVE (FLAG-IDX).
004720      MOVE WS-FLAG-TYPE      TO WS-FLG-TYPE (FLAG-IDX).
004730 2300-EXIT.
004740      EXIT.
004750 2400-FIND-PRODUCT.
004760*    THE DESCRIPTION FROM THE PRODUCT MASTER - THE CALLER HAS
004770* MOVED THE PRODUCT TO PR-PRODUCT-ID
004780      READ PRODUCT-FILE
004790         INVALID KEY
004800            MOVE "NOT ON PRODUCT MASTER" TO WS-DESCRIPTION
004810         NOT INVALID KEY
004820            MOVE PR-DESCRIPTION TO WS-DESCRIPTION
004830      END-READ.
004840 2900-READ-MOVEMENT.
004850      READ MOVEMENT-FILE
004860         AT END
004870            MOVE HIGH-VALUES TO WS-MOVE-KEY
004880         NOT AT END
004890            ADD 1 TO WS-LEDGER-READ
004900            MOVE SM-KEY TO WS-MOVE-KEY
004910      END-READ.
004920 2910-READ-STOCK.
004930*    PRODUCT 0000 IS THE STORE HEADER RECORD, NOT STOCK
004940      PERFORM 2920-READ-NEXT-STOCK.
004950      PERFORM 2920-READ-NEXT-STOCK
004960         UNTIL WS-STOCK-KEY = HIGH-VALUES
004970            OR NOT SI-STORE-HEADER.
004980 2920-READ-NEXT-STOCK.
004990      READ STORE-KEYED-FILE NEXT RECORD
005000         AT END
005010            MOVE HIGH-VALUES TO WS-STOCK-KEY
005020         NOT AT END
005030            MOVE SI-KEY TO WS-STOCK-KEY
005040      END-READ.
005050 3000-TERMINATE.
005060      MOVE SPACES TO REPORT-LINE.
005070      WRITE REPORT-LINE.
005080      MOVE "MONTH TOTALS BY REASON" TO TL-TEXT.
005090      WRITE REPORT-LINE FROM TITLE-LINE.
005100      PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
005110         UNTIL WS-RSN-SUB > WS-MAX-REASON
005120         IF WS-TOT-MOVES (WS-RSN-SUB) > ZERO
005130            MOVE WS-RSN-CODE (WS-RSN-SUB)  TO RT-REASON-CODE
005140            MOVE WS-RSN-NAME (WS-RSN-SUB)  TO RT-REASON-NAME
005150            MOVE WS-TOT-MOVES (WS-RSN-SUB) TO RT-MOVES
005160            MOVE WS-TOT-IN (WS-RSN-SUB)    TO RT-UNITS-IN
005170            MOVE WS-TOT-OUT (WS-RSN-SUB)   TO RT-UNITS-OUT
005180            WRITE REPORT-LINE FROM REASON-TOTAL-LINE
005190         END-IF
005200      END-PERFORM.
005210      MOVE SPACES TO REPORT-LINE.
005220      WRITE REPORT-LINE.
005230      MOVE "SLOW-MOVING AND DEAD STOCK" TO TL-TEXT.
005240      WRITE REPORT-LINE FROM TITLE-LINE.
005250      MOVE WS-SLOW-CUTOFF TO HL4-SLOW-CUTOFF.
005260      MOVE WS-DEAD-CUTOFF TO HL4-DEAD-CUTOFF.
005270      WRITE REPORT-LINE FROM HEADING-LINE-4.
005280      WRITE REPORT-LINE FROM HEADING-LINE-5.
005290      PERFORM 3100-PRINT-FLAGGED
005300         VARYING FLAG-IDX FROM 1 BY 1
005310         UNTIL FLAG-IDX > WS-FLAGGED-COUNT.
005320      IF WS-FLAG-OVERFLOW > ZERO
005330         MOVE "ITEMS NOT LISTED (FULL):" TO CL-LABEL
005340         MOVE WS-FLAG-OVERFLOW TO CL-COUNT
005350         WRITE REPORT-LINE FROM COUNT-LINE
005360         MOVE 4 TO WS-HIGHEST-RC
005370      END-IF.
005380      MOVE SPACES TO REPORT-LINE.
005390      WRITE REPORT-LINE.
005400      MOVE "LEDGER RECORDS READ:" TO CL-LABEL.
005410      MOVE WS-LEDGER-READ TO CL-COUNT.
005420      WRITE REPORT-LINE FROM COUNT-LINE.
005430      MOVE "MOVEMENTS IN MONTH:" TO CL-LABEL.
005440      MOVE WS-MONTH-MOVES TO CL-COUNT.
005450      WRITE REPORT-LINE FROM COUNT-LINE.
005460      MOVE "ITEMS WITH ACTIVITY:" TO CL-LABEL.
005470      MOVE WS-ACTIVE-ITEMS TO CL-COUNT.
005480      WRITE REPORT-LINE FROM COUNT-LINE.
005490      MOVE "SLOW-MOVING ITEMS:" TO CL-LABEL.
005500      MOVE WS-SLOW-COUNT TO CL-COUNT.
005510      WRITE REPORT-LINE FROM COUNT-LINE.
005520      MOVE "DEAD-STOCK ITEMS:" TO CL-LABEL.
005530      MOVE WS-DEAD-COUNT TO CL-COUNT.
005540      WRITE REPORT-LINE FROM COUNT-LINE.
005550      CLOSE MOVEMENT-FILE.
005560      CLOSE STORE-KEYED-FILE.
005570      CLOSE PRODUCT-FILE.
005580      CLOSE REPORT-FILE.
005590      DISPLAY "LEDGER RECORDS READ   : " WS-LEDGER-READ.
005600      DISPLAY "MOVEMENTS IN MONTH    : " WS-MONTH-MOVES.
005610      DISPLAY "SLOW-MOVING ITEMS     : " WS-SLOW-COUNT.
005620      DISPLAY "DEAD-STOCK ITEMS      : " WS-DEAD-COUNT.
005630      DISPLAY "INVMOV00 RETURN CODE  : " WS-HIGHEST-RC.
005640 3100-PRINT-FLAGGED.
005650      MOVE WS-FLG-PRODUCT-ID (FLAG-IDX) TO PR-PRODUCT-ID.
005660      PERFORM 2400-FIND-PRODUCT.
005670      MOVE WS-FLG-STORE-ID (FLAG-IDX)   TO FL-STORE-ID.
005680      MOVE WS-FLG-PRODUCT-ID (FLAG-IDX) TO FL-PRODUCT-ID.
005690      MOVE WS-DESCRIPTION               TO FL-DESCRIPTION.
005700      MOVE WS-FLG-ON-HAND (FLAG-IDX)    TO FL-ON-HAND.
005710      IF WS-FLG-LAST-SALE (FLAG-IDX) = ZERO
005720         MOVE "NONE" TO FL-LAST-SALE
005730      ELSE
005740         MOVE WS-FLG-LAST-SALE (FLAG-IDX) TO FL-LAST-SALE
005750      END-IF.
005760      IF WS-FLG-LAST-MOVE (FLAG-IDX) = ZERO
005770         MOVE "NONE" TO FL-LAST-MOVE
005780      ELSE
005790         MOVE WS-FLG-LAST-MOVE (FLAG-IDX) TO FL-LAST-MOVE
005800      END-IF.
005810      IF WS-FLG-DEAD (FLAG-IDX)
005820         MOVE "DEAD STOCK"  TO FL-FLAG
005830      ELSE
005840         MOVE "SLOW MOVING" TO FL-FLAG
005850      END-IF.
005860      WRITE REPORT-LINE FROM FLAG-LINE.
