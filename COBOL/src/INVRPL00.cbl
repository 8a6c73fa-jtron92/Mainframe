000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVRPL00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    NIGHTLY REPLENISHMENT - RUNS AFTER SCRIM HAS BROUGHT   *
000090*    SI-ON-HAND-QTY UP TO DATE AND READS STORKSD IN KEY     *
000100*    ORDER (STORE, THEN PRODUCT).  EVERY PRODUCT WITH A     *
000110*    REORDER QUANTITY SET (STORMNT ACTION O) WHOSE ON-HAND  *
000120*    QUANTITY IS AT OR BELOW ITS REORDER POINT IS ORDERED   *
000130*    UP TO THE REORDER POINT PLUS THE REORDER QUANTITY,     *
000140*    LESS WHAT IS ALREADY ON ORDER - A PRODUCT WHOSE OPEN   *
000150*    ORDERS ALREADY COVER THAT IS NOT ORDERED AGAIN.  EACH  *
000160*    ORDER IS:                                              *
000170*      - WRITTEN TO ORDKSD AS AN OPEN ORDER (REORDREC),     *
000180*        KEYED BY STORE, PRODUCT AND TONIGHT'S DATE         *
000190*      - ADDED TO SI-ON-ORDER-QTY ON THE STORKSD RECORD     *
000200*      - WRITTEN TO THE REPLORD SUGGESTED-ORDER FILE AND    *
000210*        LISTED ON RPTOUT, GROUPED BY STORE FOR THE BUYERS  *
000220*    A PRODUCT INACTIVE OR MISSING ON THE PRODKSD PRODUCT   *
000230*    MASTER IS LISTED BUT NOT ORDERED (RC=4).  EVERY        *
000240*    STOCKED PRODUCT AT ZERO ON HAND, REPLENISHED OR NOT,   *
000250*    GOES ON THE ZERORPT EXCEPTION LIST WITH WHAT IS ON     *
000260*    ORDER FOR IT (RC=4).  THE RECEIPT COMES BACK AS A TYPE *
000270*    R INVTRAN TRANSACTION QUOTING THE ORDER DATE, AND      *
000280*    SCRIM CLOSES THE ORDER WHEN IT APPLIES IT              *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
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
000460     SELECT REORDER-FILE ASSIGN TO ORDKSD
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE  IS RANDOM
000490     RECORD KEY   IS RO-KEY
000500     FILE STATUS  IS ORDKSD-STATUS.
000510     SELECT SUGGESTED-ORDER-FILE ASSIGN TO REPLORD
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS REPLORD-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO RPTOUT
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS RPT-FILE-STATUS.
000570     SELECT ZERO-STOCK-FILE ASSIGN TO ZERORPT
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS ZERORPT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD STORE-KEYED-FILE.
000630     COPY STORKREC.
000640 FD PRODUCT-FILE.
000650     COPY PRODREC.
000660 FD REORDER-FILE.
000670     COPY REORDREC.
000680 FD SUGGESTED-ORDER-FILE
000690      RECORDING MODE IS F
000700      LABEL RECORDS ARE STANDARD
000710      RECORD CONTAINS 80 CHARACTERS
000720      DATA RECORD IS SUGGESTED-ORDER-REC.
000730 01 SUGGESTED-ORDER-REC.
000740     05 SO-STORE-ID        PIC 9(4).
000750     05 SO-PRODUCT-ID      PIC 9(4).
000760     05 SO-ORDER-DATE      PIC 9(8).
000770     05 SO-ORDER-QTY       PIC 9(6).
000780     05 SO-UOM             PIC X(4).
000790     05 SO-DESCRIPTION     PIC X(30).
000800     05 SO-ON-HAND-QTY     PIC 9(6).
000810     05 SO-ON-ORDER-QTY    PIC 9(6).
000820     05 SO-REORDER-POINT   PIC 9(6).
000830     05 FILLER             PIC X(6).
000840 FD REPORT-FILE
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      DATA RECORD IS REPORT-LINE.
000880 01 REPORT-LINE           PIC X(80).
000890 FD ZERO-STOCK-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS ZERO-STOCK-LINE.
000930 01 ZERO-STOCK-LINE       PIC X(80).
000940 WORKING-STORAGE SECTION.
000950 01 STORKSD-STATUS        PIC X(2).
000960   88 STORKSD-OK          VALUE "00".
000970 01 PRODKSD-STATUS        PIC X(2).
000980   88 PRODKSD-OK          VALUE "00".
000990 01 ORDKSD-STATUS         PIC X(2).
001000   88 ORDKSD-OK           VALUE "00".
001010 01 REPLORD-STATUS        PIC X(2).
001020 01 RPT-FILE-STATUS       PIC X(2).
001030 01 ZERORPT-STATUS        PIC X(2).
001040 01 WS-STORKSD-EOF-SW     PIC X(1) VALUE "N".
001050   88 WS-STORKSD-DONE     VALUE "Y".
001060 01 WS-PRODUCT-SW         PIC X(1).
001070   88 WS-PRODUCT-ORDERABLE VALUE "Y".
001080   88 WS-PRODUCT-BLOCKED  VALUE "N".
001090 01 WS-ORDERED-SW         PIC X(1).
001100   88 WS-ORDERED-TONIGHT  VALUE "Y".
001110   88 WS-NOT-ORDERED      VALUE "N".
001120 01 WS-RUN-DATE           PIC 9(8).
001130 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001140 01 WS-CURRENT-STORE      PIC 9(4) VALUE ZERO.
001150 01 WS-REORDER-POINT      PIC 9(6).
001160 01 WS-REORDER-QTY        PIC 9(6).
001170 01 WS-ON-ORDER-QTY       PIC 9(6).
001180 01 WS-SUGGESTED-QTY      PIC S9(7).
001190 01 WS-PRODUCT-NOTE       PIC X(12).
001200 01 WS-STORE-TOTALS.
001210     05 WS-STORE-ORDERS   PIC 9(5) VALUE ZERO.
001220     05 WS-STORE-UNITS    PIC 9(9) VALUE ZERO.
001230 01 WS-COUNTERS.
001240     05 WS-CHECKED-COUNT  PIC 9(7) VALUE ZERO.
001250     05 WS-AT-POINT-COUNT PIC 9(7) VALUE ZERO.
001260     05 WS-COVERED-COUNT  PIC 9(7) VALUE ZERO.
001270     05 WS-ORDER-COUNT    PIC 9(7) VALUE ZERO.
001280     05 WS-ORDER-UNITS    PIC 9(9) VALUE ZERO.
001290     05 WS-BLOCKED-COUNT  PIC 9(5) VALUE ZERO.
001300     05 WS-DUP-ORDER-COUNT PIC 9(5) VALUE ZERO.
001310     05 WS-ZERO-COUNT     PIC 9(7) VALUE ZERO.
001320 01 HEADING-LINE-1.
001330     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
001340     05 FILLER            PIC X(30)
001350        VALUE "SUGGESTED REPLENISHMENT ORDERS".
001360     05 FILLER            PIC X(20) VALUE SPACES.
001370 01 ZERO-HEADING-LINE-1.
001380     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
001390     05 FILLER            PIC X(30)
001400        VALUE "ZERO STOCK EXCEPTIONS".
001410     05 FILLER            PIC X(20) VALUE SPACES.
001420 01 HEADING-LINE-2.
001430     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001440     05 HL2-DATE          PIC 9(8).
001450     05 FILLER            PIC X(62) VALUE SPACES.
001460 01 HEADING-LINE-3.
001470     05 FILLER            PIC X(06) VALUE "STORE".
001480     05 FILLER            PIC X(06) VALUE "PROD".
001490     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
001500     05 FILLER            PIC X(05) VALUE "UOM".
001510     05 FILLER            PIC X(08) VALUE " ON HAND".
001520     05 FILLER            PIC X(08) VALUE "   ORDER".
001530     05 FILLER            PIC X(08) VALUE "  POINT".
001540     05 FILLER            PIC X(08) VALUE "   ORDER".
001550     05 FILLER            PIC X(11) VALUE " NOTE".
001560 01 HEADING-LINE-4.
001570     05 FILLER            PIC X(38) VALUE SPACES.
001580     05 FILLER            PIC X(08) VALUE SPACES.
001590     05 FILLER            PIC X(08) VALUE "      ON".
001600     05 FILLER            PIC X(08) VALUE " REORDER".
001610     05 FILLER            PIC X(08) VALUE "     QTY".
001620     05 FILLER            PIC X(10) VALUE SPACES.
001630 01 DETAIL-LINE.
001640     05 DL-STORE-ID       PIC 9(4).
001650     05 FILLER            PIC X(02) VALUE SPACES.
001660     05 DL-PRODUCT-ID     PIC 9(4).
001670     05 FILLER            PIC X(02) VALUE SPACES.
001680     05 DL-DESCRIPTION    PIC X(20).
001690     05 FILLER            PIC X(01) VALUE SPACES.
001700     05 DL-UOM            PIC X(04).
001710     05 FILLER            PIC X(01) VALUE SPACES.
001720     05 DL-ON-HAND        PIC ZZZ,ZZ9.
001730     05 FILLER            PIC X(01) VALUE SPACES.
001740     05 DL-ON-ORDER       PIC ZZZ,ZZ9.
001750     05 FILLER            PIC X(01) VALUE SPACES.
001760     05 DL-REORDER-POINT  PIC ZZZ,ZZ9.
001770     05 FILLER            PIC X(01) VALUE SPACES.
001780     05 DL-ORDER-QTY      PIC ZZZ,ZZ9.
001790     05 FILLER            PIC X(01) VALUE SPACES.
001800     05 DL-NOTE           PIC X(10).
001810 01 STORE-TOTAL-LINE.
001820     05 FILLER            PIC X(06) VALUE "STORE".
001830     05 STL-STORE-ID      PIC 9(4).
001840     05 FILLER            PIC X(10) VALUE "  ORDERS:".
001850     05 STL-ORDERS        PIC ZZ,ZZ9.
001860     05 FILLER            PIC X(10) VALUE "  UNITS:".
001870     05 STL-UNITS         PIC ZZZ,ZZZ,ZZ9.
001880     05 FILLER            PIC X(33) VALUE SPACES.
001890 01 ZERO-HEADING-LINE-3.
001900     05 FILLER            PIC X(06) VALUE "STORE".
001910     05 FILLER            PIC X(06) VALUE "PROD".
001920     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
001930     05 FILLER            PIC X(05) VALUE "UOM".
001940     05 FILLER            PIC X(08) VALUE "ON ORDER".
001950     05 FILLER            PIC X(08) VALUE " REORDER".
001960     05 FILLER            PIC X(26) VALUE " NOTE".
001970 01 ZERO-DETAIL-LINE.
001980     05 ZL-STORE-ID       PIC 9(4).
001990     05 FILLER            PIC X(02) VALUE SPACES.
002000     05 ZL-PRODUCT-ID     PIC 9(4).
002010     05 FILLER            PIC X(02) VALUE SPACES.
002020     05 ZL-DESCRIPTION    PIC X(20).
002030     05 FILLER            PIC X(01) VALUE SPACES.
002040     05 ZL-UOM            PIC X(04).
002050     05 FILLER            PIC X(01) VALUE SPACES.
002060     05 ZL-ON-ORDER       PIC ZZZ,ZZ9.
002070     05 FILLER            PIC X(01) VALUE SPACES.
002080     05 ZL-REORDER-POINT  PIC ZZZ,ZZ9.
002090     05 FILLER            PIC X(01) VALUE SPACES.
002100     05 ZL-NOTE           PIC X(26).
002110 01 COUNT-LINE.
002120     05 CL-LABEL          PIC X(26).
002130     05 CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
002140     05 FILLER            PIC X(43) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 000-MAIN-PROCEDURE.
002170      PERFORM 1000-INITIALIZE.
002180      PERFORM 2000-CHECK-STOCK-LEVELS.
002190      PERFORM 3000-TERMINATE.
002200      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002210      STOP RUN.
002220 1000-INITIALIZE.
002230      OPEN I-O STORE-KEYED-FILE.
002240      IF NOT STORKSD-OK
002250         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
002260         MOVE 12 TO RETURN-CODE
002270         STOP RUN
002280      END-IF.
002290      OPEN INPUT PRODUCT-FILE.
002300      IF NOT PRODKSD-OK
002310         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
002320         MOVE 12 TO RETURN-CODE
002330         STOP RUN
002340      END-IF.
002350      OPEN I-O REORDER-FILE.
002360      IF NOT ORDKSD-OK
002370         DISPLAY "FAILURE TO OPEN ORDKSD " ORDKSD-STATUS
002380         MOVE 12 TO RETURN-CODE
002390         STOP RUN
002400      END-IF.
002410      OPEN OUTPUT SUGGESTED-ORDER-FILE.
002420      OPEN OUTPUT REPORT-FILE.
002430      OPEN OUTPUT ZERO-STOCK-FILE.
002440      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450      MOVE WS-RUN-DATE TO HL2-DATE.
002460      WRITE REPORT-LINE FROM HEADING-LINE-1.
002470      WRITE REPORT-LINE FROM HEADING-LINE-2.
002480      WRITE REPORT-LINE FROM HEADING-LINE-3.
002490      WRITE REPORT-LINE FROM HEADING-LINE-4.
002500      WRITE ZERO-STOCK-LINE FROM ZERO-HEADING-LINE-1.
002510      WRITE ZERO-STOCK-LINE FROM HEADING-LINE-2.
002520      WRITE ZERO-STOCK-LINE FROM ZERO-HEADING-LINE-3.
002530 2000-CHECK-STOCK-LEVELS.
002540      PERFORM UNTIL WS-STORKSD-DONE
002550         READ STORE-KEYED-FILE NEXT RECORD
002560            AT END
002570               SET WS-STORKSD-DONE TO TRUE
002580            NOT AT END
002590               PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
002600         END-READ
002610      END-PERFORM.
002620      PERFORM 2300-STORE-BREAK.
002630 2100-CHECK-ONE-RECORD.
002640      IF SI-STORE-ID NOT = WS-CURRENT-STORE
002650         PERFORM 2300-STORE-BREAK
002660         MOVE SI-STORE-ID TO WS-CURRENT-STORE
002670      END-IF.
002680      IF SI-STORE-HEADER
002690         GO TO 2100-EXIT
002700      END-IF.
002710      ADD 1 TO WS-CHECKED-COUNT.
002720      SET WS-NOT-ORDERED TO TRUE.
002730      PERFORM 2110-LOAD-LEVELS.
002740      PERFORM 2120-FIND-PRODUCT.
002750      IF WS-REORDER-QTY > ZERO
002760         PERFORM 2200-REPLENISH THRU 2200-EXIT
002770      END-IF.
002780      IF SI-ON-HAND-QTY = ZERO
002790         PERFORM 2400-LIST-ZERO-STOCK
002800      END-IF.
002810 2100-EXIT.
002820      EXIT.
002830 2110-LOAD-LEVELS.
002840*    A RECORD STOCKED BEFORE THE REORDER FIELDS EXISTED HAS
002850* SPACES IN THEM - TREATED AS NO LEVEL SET, NOTHING ON ORDER
002860      MOVE ZERO TO WS-REORDER-POINT.
002870      MOVE ZERO TO WS-REORDER-QTY.
002880      MOVE ZERO TO WS-ON-ORDER-QTY.
002890      IF SI-REORDER-POINT IS NUMERIC
002900         MOVE SI-REORDER-POINT TO WS-REORDER-POINT
002910      END-IF.
002920      IF SI-REORDER-QTY IS NUMERIC
002930         MOVE SI-REORDER-QTY TO WS-REORDER-QTY
002940      END-IF.
002950      IF SI-ON-ORDER-QTY IS NUMERIC
002960         MOVE SI-ON-ORDER-QTY TO WS-ON-ORDER-QTY
002970      END-IF.
002980 2120-FIND-PRODUCT.
002990*    ONLY AN ACTIVE PRODUCT ON THE MASTER IS ORDERED - THE
003000* OTHERS ARE STILL LISTED SO THE BUYER SEES THE SHORTFALL
003010      SET WS-PRODUCT-BLOCKED TO TRUE.
003020      MOVE SPACES TO WS-PRODUCT-NOTE.
003030      MOVE SI-PRODUCT-ID TO PR-PRODUCT-ID.
003040      READ PRODUCT-FILE
003050         INVALID KEY
003060            MOVE SPACES      TO PR-DESCRIPTION
003070            MOVE SPACES      TO PR-UNIT-OF-MEASURE
003080            MOVE "NO MASTER" TO WS-PRODUCT-NOTE
003090         NOT INVALID KEY
003100            IF PR-ACTIVE
003110               SET WS-PRODUCT-ORDERABLE TO TRUE
003120            ELSE
003130               MOVE "INACTIVE" TO WS-PRODUCT-NOTE
003140            END-IF
003150      END-READ.
003160 2200-REPLENISH.
003170*    ORDER UP TO REORDER POINT PLUS REORDER QUANTITY, LESS
003180* WHAT IS ON HAND AND WHAT OPEN ORDERS WILL BRING IN
003190      IF SI-ON-HAND-QTY > WS-REORDER-POINT
003200         GO TO 2200-EXIT
003210      END-IF.
003220      ADD 1 TO WS-AT-POINT-COUNT.
003230      COMPUTE WS-SUGGESTED-QTY = WS-REORDER-POINT
003240         + WS-REORDER-QTY - SI-ON-HAND-QTY - WS-ON-ORDER-QTY.
003250      IF WS-SUGGESTED-QTY NOT > ZERO
003260         ADD 1 TO WS-COVERED-COUNT
003270         GO TO 2200-EXIT
003280      END-IF.
003290      IF WS-SUGGESTED-QTY > 999999
003300         MOVE 999999 TO WS-SUGGESTED-QTY
003310      END-IF.
003320      MOVE SI-STORE-ID      TO DL-STORE-ID.
003330      MOVE SI-PRODUCT-ID    TO DL-PRODUCT-ID.
003340      MOVE PR-DESCRIPTION   TO DL-DESCRIPTION.
003350      MOVE PR-UNIT-OF-MEASURE TO DL-UOM.
003360      MOVE SI-ON-HAND-QTY   TO DL-ON-HAND.
003370      MOVE WS-ON-ORDER-QTY  TO DL-ON-ORDER.
003380      MOVE WS-REORDER-POINT TO DL-REORDER-POINT.
003390      MOVE WS-SUGGESTED-QTY TO DL-ORDER-QTY.
003400      IF WS-PRODUCT-BLOCKED
003410         ADD 1 TO WS-BLOCKED-COUNT
003420         MOVE WS-PRODUCT-NOTE TO DL-NOTE
003430         WRITE REPORT-LINE FROM DETAIL-LINE
003440         GO TO 2200-EXIT
003450      END-IF.
003460      PERFORM 2210-WRITE-OPEN-ORDER.
003470      IF WS-NOT-ORDERED
003480         ADD 1 TO WS-DUP-ORDER-COUNT
003490         MOVE "DUPLICATE" TO DL-NOTE
003500         WRITE REPORT-LINE FROM DETAIL-LINE
003510         GO TO 2200-EXIT
003520      END-IF.
003530      ADD WS-SUGGESTED-QTY TO WS-ON-ORDER-QTY.
003540      MOVE WS-REORDER-POINT TO SI-REORDER-POINT.
003550      MOVE WS-REORDER-QTY   TO SI-REORDER-QTY.
003560      MOVE WS-ON-ORDER-QTY  TO SI-ON-ORDER-QTY.
003570      REWRITE STORE-INV-REC.
003580      PERFORM 2220-WRITE-SUGGESTED-ORDER.
003590      MOVE SPACES TO DL-NOTE.
003600      WRITE REPORT-LINE FROM DETAIL-LINE.
003610      ADD 1                TO WS-STORE-ORDERS.
003620      ADD WS-SUGGESTED-QTY TO WS-STORE-UNITS.
003630      ADD 1                TO WS-ORDER-COUNT.
003640      ADD WS-SUGGESTED-QTY TO WS-ORDER-UNITS.
003650 2200-EXIT.
003660      EXIT.
003670 2210-WRITE-OPEN-ORDER.
003680*    THE KEY IS STORE/PRODUCT/RUN DATE, SO A RERUN THE SAME
003690* NIGHT CANNOT CUT A SECOND ORDER FOR THE SAME PRODUCT
003700      MOVE SPACES           TO REORDER-REC.
003710      MOVE SI-STORE-ID      TO RO-STORE-ID.
003720      MOVE SI-PRODUCT-ID    TO RO-PRODUCT-ID.
003730      MOVE WS-RUN-DATE      TO RO-ORDER-DATE.
003740      MOVE WS-SUGGESTED-QTY TO RO-ORDER-QTY.
003750      SET RO-OPEN           TO TRUE.
003760      MOVE ZERO             TO RO-RECEIVED-QTY.
003770      MOVE ZERO             TO RO-RECEIVED-DATE.
003780      WRITE REORDER-REC
003790         INVALID KEY
003800            CONTINUE
003810         NOT INVALID KEY
003820            SET WS-ORDERED-TONIGHT TO TRUE
003830      END-WRITE.
003840 2220-WRITE-SUGGESTED-ORDER.
003850      MOVE SPACES             TO SUGGESTED-ORDER-REC.
003860      MOVE SI-STORE-ID        TO SO-STORE-ID.
003870      MOVE SI-PRODUCT-ID      TO SO-PRODUCT-ID.
003880      MOVE WS-RUN-DATE        TO SO-ORDER-DATE.
003890      MOVE WS-SUGGESTED-QTY   TO SO-ORDER-QTY.
003900      MOVE PR-UNIT-OF-MEASURE TO SO-UOM.
003910      MOVE PR-DESCRIPTION     TO SO-DESCRIPTION.
003920      MOVE SI-ON-HAND-QTY     TO SO-ON-HAND-QTY.
003930      COMPUTE SO-ON-ORDER-QTY =
003940         WS-ON-ORDER-QTY - WS-SUGGESTED-QTY.
003950      MOVE WS-REORDER-POINT   TO SO-REORDER-POINT.
003960      WRITE SUGGESTED-ORDER-REC.
003970 2300-STORE-BREAK.
003980*    A STORE WITH NOTHING ORDERED PRINTS NO TOTAL LINE
003990      IF WS-STORE-ORDERS > ZERO
004000         MOVE WS-CURRENT-STORE TO STL-STORE-ID
004010         MOVE WS-STORE-ORDERS  TO STL-ORDERS
004020         MOVE WS-STORE-UNITS   TO STL-UNITS
004030         WRITE REPORT-LINE FROM STORE-TOTAL-LINE
004040         MOVE SPACES TO REPORT-LINE
004050         WRITE REPORT-LINE
004060      END-IF.
004070      MOVE ZERO TO WS-STORE-ORDERS.
004080      MOVE ZERO TO WS-STORE-UNITS.
004090 2400-LIST-ZERO-STOCK.
004100*    EVERY STOCKED PRODUCT AT ZERO, WITH WHAT IS COMING IN
004110      ADD 1 TO WS-ZERO-COUNT.
004120      MOVE SI-STORE-ID        TO ZL-STORE-ID.
004130      MOVE SI-PRODUCT-ID      TO ZL-PRODUCT-ID.
004140      MOVE PR-DESCRIPTION     TO ZL-DESCRIPTION.
004150      MOVE PR-UNIT-OF-MEASURE TO ZL-UOM.
004160      MOVE WS-ON-ORDER-QTY    TO ZL-ON-ORDER.
004170      MOVE WS-REORDER-POINT   TO ZL-REORDER-POINT.
004180      EVALUATE TRUE
004190         WHEN WS-PRODUCT-BLOCKED
004200            MOVE WS-PRODUCT-NOTE TO ZL-NOTE
004210         WHEN WS-ORDERED-TONIGHT
004220            MOVE "ORDERED TONIGHT" TO ZL-NOTE
004230         WHEN WS-ON-ORDER-QTY > ZERO
004240            MOVE "ON ORDER" TO ZL-NOTE
004250         WHEN WS-REORDER-QTY = ZERO
004260            MOVE "NO REORDER LEVEL SET" TO ZL-NOTE
004270         WHEN OTHER
004280            MOVE "NOT ORDERED" TO ZL-NOTE
004290      END-EVALUATE.
004300      WRITE ZERO-STOCK-LINE FROM ZERO-DETAIL-LINE.
004310 3000-TERMINATE.
004320      MOVE "PRODUCTS CHECKED:" TO CL-LABEL.
004330      MOVE WS-CHECKED-COUNT TO CL-COUNT.
004340      WRITE REPORT-LINE FROM COUNT-LINE.
004350      MOVE "AT OR BELOW REORDER POINT:" TO CL-LABEL.
004360      MOVE WS-AT-POINT-COUNT TO CL-COUNT.
004370      WRITE REPORT-LINE FROM COUNT-LINE.
004380      MOVE "COVERED BY OPEN ORDERS:" TO CL-LABEL.
004390      MOVE WS-COVERED-COUNT TO CL-COUNT.
004400      WRITE REPORT-LINE FROM COUNT-LINE.
004410      MOVE "ORDERS CUT:" TO CL-LABEL.
004420      MOVE WS-ORDER-COUNT TO CL-COUNT.
004430      WRITE REPORT-LINE FROM COUNT-LINE.
004440      MOVE "UNITS ORDERED:" TO CL-LABEL.
004450      MOVE WS-ORDER-UNITS TO CL-COUNT.
004460      WRITE REPORT-LINE FROM COUNT-LINE.
004470      MOVE "NOT ORDERED - PRODUCT:" TO CL-LABEL.
004480      MOVE WS-BLOCKED-COUNT TO CL-COUNT.
004490      WRITE REPORT-LINE FROM COUNT-LINE.
004500      MOVE "NOT ORDERED - DUPLICATE:" TO CL-LABEL.
004510      MOVE WS-DUP-ORDER-COUNT TO CL-COUNT.
004520      WRITE REPORT-LINE FROM COUNT-LINE.
004530      MOVE "PRODUCTS AT ZERO STOCK:" TO CL-LABEL.
004540      MOVE WS-ZERO-COUNT TO CL-COUNT.
004550      WRITE ZERO-STOCK-LINE FROM COUNT-LINE.
004560      CLOSE STORE-KEYED-FILE.
004570      CLOSE PRODUCT-FILE.
004580      CLOSE REORDER-FILE.
004590      CLOSE SUGGESTED-ORDER-FILE.
004600      CLOSE REPORT-FILE.
004610      CLOSE ZERO-STOCK-FILE.
004620      DISPLAY "PRODUCTS CHECKED      : " WS-CHECKED-COUNT.
004630      DISPLAY "ORDERS CUT            : " WS-ORDER-COUNT.
004640      DISPLAY "UNITS ORDERED         : " WS-ORDER-UNITS.
004650      DISPLAY "NOT ORDERED - PRODUCT : " WS-BLOCKED-COUNT.
004660      DISPLAY "ZERO STOCK            : " WS-ZERO-COUNT.
004670      IF (WS-BLOCKED-COUNT > ZERO OR WS-ZERO-COUNT > ZERO)
004680         AND WS-HIGHEST-RC < 4
004690         MOVE 4 TO WS-HIGHEST-RC
004700      END-IF.
004710      IF WS-CHECKED-COUNT = ZERO AND WS-HIGHEST-RC < 8
004720         DISPLAY "STORKSD HAS NO STOCKED PRODUCTS"
004730         MOVE 8 TO WS-HIGHEST-RC
004740      END-IF.
004750      DISPLAY "INVRPL00 RETURN CODE  : " WS-HIGHEST-RC.
