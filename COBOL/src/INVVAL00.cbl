000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVVAL00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MONTHLY INVENTORY VALUATION - WHAT THE STOCK ON THE    *
000090*    SHELVES IS WORTH.  STORKSD IS READ IN KEY ORDER        *
000100*    (STORE, THEN PRODUCT) AND EVERY STOCKED PRODUCT IS     *
000110*    LOOKED UP ON THE PRODKSD PRODUCT MASTER FOR ITS        *
000120*    DESCRIPTION, UNIT OF MEASURE, AND UNIT COST.  EACH     *
000130*    LINE SHOWS THE ON-HAND QUANTITY TIMES THE UNIT COST,   *
000140*    WITH A TOTAL AT EVERY CHANGE OF STORE AND A COMPANY    *
000150*    TOTAL AT THE END - THE SAME UNIT COST INVGL00 POSTS    *
000160*    MOVEMENTS AT, SO THE COMPANY TOTAL TIES TO THE         *
000170*    1400-INV ASSET ACCOUNT.  NOTES ON A LINE:              *
000180*      INACTIVE   STILL VALUED - CLEAR IT OR REACTIVATE IT  *
000190*      NO COST    ON THE MASTER AT ZERO COST (RC=4)         *
000200*      NO MASTER  NOT ON PRODKSD, VALUED AT ZERO (RC=4)     *
000210*    STORE HEADER RECORDS (PRODUCT 0000) ARE NOT LISTED     *
000220************************************************************
000230* MODIFICATION HISTORY                                     *
000240*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STORE-KEYED-FILE ASSIGN TO STORKSD
000300     ORGANIZATION IS INDEXED
000310     ACCESS MODE  IS SEQUENTIAL
000320     RECORD KEY   IS SI-KEY
000330     FILE STATUS  IS STORKSD-STATUS.
000340     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000350     ORGANIZATION IS INDEXED
000360     ACCESS MODE  IS RANDOM
000370     RECORD KEY   IS PR-PRODUCT-ID
000380     FILE STATUS  IS PRODKSD-STATUS.
000390     SELECT REPORT-FILE ASSIGN TO RPTOUT
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS RPT-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD STORE-KEYED-FILE.
000450     COPY STORKREC.
000460 FD PRODUCT-FILE.
000470     COPY PRODREC.
000480 FD REPORT-FILE
000490      RECORDING MODE IS F
000500      LABEL RECORDS ARE STANDARD
000510      DATA RECORD IS REPORT-LINE.
000520 01 REPORT-LINE           PIC X(80).
000530 WORKING-STORAGE SECTION.
000540 01 STORKSD-STATUS        PIC X(2).
000550   88 STORKSD-OK          VALUE "00".
000560 01 PRODKSD-STATUS        PIC X(2).
000570   88 PRODKSD-OK          VALUE "00".
000580 01 RPT-FILE-STATUS       PIC X(2).
000590 01 WS-STORKSD-EOF-SW     PIC X(1) VALUE "N".
000600   88 WS-STORKSD-DONE     VALUE "Y".
000610 01 WS-RUN-DATE           PIC 9(8).
000620 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
000630 01 WS-CURRENT-STORE      PIC 9(4) VALUE ZERO.
000640 01 WS-STORE-LINES        PIC 9(5) VALUE ZERO.
000650 01 WS-UNIT-COST          PIC 9(5)V9(2).
000660 01 WS-LINE-VALUE         PIC 9(11)V9(2).
000670 01 WS-TOTALS.
000680     05 WS-STORE-QTY      PIC 9(9) VALUE ZERO.
000690     05 WS-STORE-VALUE    PIC 9(11)V9(2) VALUE ZERO.
000700     05 WS-COMPANY-QTY    PIC 9(9) VALUE ZERO.
000710     05 WS-COMPANY-VALUE  PIC 9(11)V9(2) VALUE ZERO.
000720 01 WS-COUNTERS.
000730     05 WS-STORE-COUNT    PIC 9(5) VALUE ZERO.
000740     05 WS-LINE-COUNT     PIC 9(7) VALUE ZERO.
000750     05 WS-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
000760     05 WS-NO-COST-COUNT  PIC 9(5) VALUE ZERO.
000770     05 WS-NO-MASTER-COUNT PIC 9(5) VALUE ZERO.
000780 01 HEADING-LINE-1.
000790     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
000800     05 FILLER            PIC X(30)
000810        VALUE "INVENTORY VALUATION".
000820     05 FILLER            PIC X(20) VALUE SPACES.
000830 01 HEADING-LINE-2.
000840     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
000850     05 HL2-DATE          PIC 9(8).
000860     05 FILLER            PIC X(62) VALUE SPACES.
000870 01 HEADING-LINE-3.
000880     05 FILLER            PIC X(06) VALUE "STORE".
000890     05 FILLER            PIC X(06) VALUE "PROD".
000900     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
000910     05 FILLER            PIC X(05) VALUE "UOM".
000920     05 FILLER            PIC X(08) VALUE " ON HAND".
000930     05 FILLER            PIC X(10) VALUE " UNIT COST".
000940     05 FILLER            PIC X(15) VALUE "          VALUE".
000950     05 FILLER            PIC X(09) VALUE " NOTE".
000960 01 DETAIL-LINE.
000970     05 DL-STORE-ID       PIC 9(4).
000980     05 FILLER            PIC X(02) VALUE SPACES.
000990     05 DL-PRODUCT-ID     PIC 9(4).
001000     05 FILLER            PIC X(02) VALUE SPACES.
001010     05 DL-DESCRIPTION    PIC X(20).
001020     05 FILLER            PIC X(01) VALUE SPACES.
001030     05 DL-UOM            PIC X(04).
001040     05 FILLER            PIC X(01) VALUE SPACES.
001050     05 DL-QTY            PIC ZZZ,ZZ9.
001060     05 FILLER            PIC X(01) VALUE SPACES.
001070     05 DL-UNIT-COST      PIC ZZ,ZZ9.99.
001080     05 FILLER            PIC X(01) VALUE SPACES.
001090     05 DL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
001100     05 FILLER            PIC X(01) VALUE SPACES.
001110     05 DL-NOTE           PIC X(09).
001120 01 STORE-TOTAL-LINE.
001130     05 FILLER            PIC X(06) VALUE "STORE".
001140     05 STL-STORE-ID      PIC 9(4).
001150     05 FILLER            PIC X(07) VALUE " TOTAL".
001160     05 STL-LINES         PIC ZZ,ZZ9.
001170     05 FILLER            PIC X(14) VALUE " PRODUCTS".
001180     05 STL-QTY           PIC ZZZ,ZZZ,ZZ9.
001190     05 FILLER            PIC X(08) VALUE SPACES.
001200     05 STL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001210     05 FILLER            PIC X(07) VALUE SPACES.
001220 01 COMPANY-TOTAL-LINE.
001230     05 FILLER            PIC X(17) VALUE "COMPANY TOTAL".
001240     05 CTL-STORES        PIC ZZ,ZZ9.
001250     05 FILLER            PIC X(14) VALUE " STORES".
001260     05 CTL-QTY           PIC ZZZ,ZZZ,ZZ9.
001270     05 FILLER            PIC X(08) VALUE SPACES.
001280     05 CTL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001290     05 FILLER            PIC X(07) VALUE SPACES.
001300 01 COUNT-LINE.
001310     05 CL-LABEL          PIC X(26).
001320     05 CL-COUNT          PIC Z,ZZZ,ZZ9.
001330     05 FILLER            PIC X(45) VALUE SPACES.
001340 PROCEDURE DIVISION.
001350 000-MAIN-PROCEDURE.
001360      PERFORM 1000-INITIALIZE.
001370      PERFORM 2000-VALUE-INVENTORY.
001380      PERFORM 3000-TERMINATE.
001390      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001400      STOP RUN.
001410 1000-INITIALIZE.
001420      OPEN INPUT STORE-KEYED-FILE.
001430      IF NOT STORKSD-OK
001440         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
001450         MOVE 12 TO RETURN-CODE
001460         STOP RUN
001470      END-IF.
001480      OPEN INPUT PRODUCT-FILE.
001490      IF NOT PRODKSD-OK
001500         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001510         MOVE 12 TO RETURN-CODE
001520         STOP RUN
001530      END-IF.
001540      OPEN OUTPUT REPORT-FILE.
001550      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001560      MOVE WS-RUN-DATE TO HL2-DATE.
001570      WRITE REPORT-LINE FROM HEADING-LINE-1.
001580      WRITE REPORT-LINE FROM HEADING-LINE-2.
001590      WRITE REPORT-LINE FROM HEADING-LINE-3.
001600 2000-VALUE-INVENTORY.
001610      PERFORM UNTIL WS-STORKSD-DONE
001620         READ STORE-KEYED-FILE NEXT RECORD
001630            AT END
001640               SET WS-STORKSD-DONE TO TRUE
001650            NOT AT END
001660               PERFORM 2100-VALUE-ONE-RECORD THRU 2100-EXIT
001670         END-READ
001680      END-PERFORM.
001690      PERFORM 2300-STORE-BREAK.
001700 2100-VALUE-ONE-RECORD.
001710      IF SI-STORE-ID NOT = WS-CURRENT-STORE
001720         PERFORM 2300-STORE-BREAK
001730         MOVE SI-STORE-ID TO WS-CURRENT-STORE
001740      END-IF.
001750      IF SI-STORE-HEADER
001760         GO TO 2100-EXIT
001770      END-IF.
001780      ADD 1 TO WS-STORE-LINES.
001790      ADD 1 TO WS-LINE-COUNT.
001800      MOVE SI-STORE-ID    TO DL-STORE-ID.
001810      MOVE SI-PRODUCT-ID  TO DL-PRODUCT-ID.
001820      MOVE SI-ON-HAND-QTY TO DL-QTY.
001830      MOVE SPACES         TO DL-NOTE.
001840      PERFORM 2110-FIND-PRODUCT.
001850      COMPUTE WS-LINE-VALUE = SI-ON-HAND-QTY * WS-UNIT-COST.
001860      MOVE WS-UNIT-COST   TO DL-UNIT-COST.
001870      MOVE WS-LINE-VALUE  TO DL-VALUE.
001880      WRITE REPORT-LINE FROM DETAIL-LINE.
001890      ADD SI-ON-HAND-QTY  TO WS-STORE-QTY.
001900      ADD WS-LINE-VALUE   TO WS-STORE-VALUE.
001910 2100-EXIT.
001920      EXIT.
001930 2110-FIND-PRODUCT.
001940*    A PRODUCT MISSING FROM THE MASTER OR CARRIED AT ZERO
001950* COST IS STILL LISTED SO THE QUANTITY IS SEEN, BUT IT ADDS
001960* NOTHING TO THE VALUE AND THE RUN ENDS RC=4
001970      MOVE SI-PRODUCT-ID TO PR-PRODUCT-ID.
001980      READ PRODUCT-FILE
001990         INVALID KEY
002000            MOVE SPACES TO DL-DESCRIPTION
002010            MOVE SPACES TO DL-UOM
002020            MOVE ZERO   TO WS-UNIT-COST
002030            MOVE "NO MASTER" TO DL-NOTE
002040            ADD 1 TO WS-NO-MASTER-COUNT
002050         NOT INVALID KEY
002060            MOVE PR-DESCRIPTION     TO DL-DESCRIPTION
002070            MOVE PR-UNIT-OF-MEASURE TO DL-UOM
002080            MOVE PR-UNIT-COST       TO WS-UNIT-COST
002090            IF PR-INACTIVE
002100               MOVE "INACTIVE" TO DL-NOTE
002110               ADD 1 TO WS-INACTIVE-COUNT
002120            END-IF
002130            IF PR-UNIT-COST = ZERO
002140               MOVE "NO COST" TO DL-NOTE
002150               ADD 1 TO WS-NO-COST-COUNT
002160            END-IF
002170      END-READ.
002180 2300-STORE-BREAK.
002190*    A STORE WITH NOTHING STOCKED PRINTS NO TOTAL LINE
002200      IF WS-STORE-LINES > ZERO
002210         MOVE WS-CURRENT-STORE TO STL-STORE-ID
002220         MOVE WS-STORE-LINES   TO STL-LINES
002230         MOVE WS-STORE-QTY     TO STL-QTY
002240         MOVE WS-STORE-VALUE   TO STL-VALUE
002250         WRITE REPORT-LINE FROM STORE-TOTAL-LINE
002260         MOVE SPACES TO REPORT-LINE
002270         WRITE REPORT-LINE
002280         ADD 1              TO WS-STORE-COUNT
002290         ADD WS-STORE-QTY   TO WS-COMPANY-QTY
002300         ADD WS-STORE-VALUE TO WS-COMPANY-VALUE
002310      END-IF.
002320      MOVE ZERO TO WS-STORE-LINES.
002330      MOVE ZERO TO WS-STORE-QTY.
002340      MOVE ZERO TO WS-STORE-VALUE.
002350 3000-TERMINATE.
002360      MOVE WS-STORE-COUNT   TO CTL-STORES.
002370      MOVE WS-COMPANY-QTY   TO CTL-QTY.
002380      MOVE WS-COMPANY-VALUE TO CTL-VALUE.
002390      WRITE REPORT-LINE FROM COMPANY-TOTAL-LINE.
002400      MOVE SPACES TO REPORT-LINE.
002410      WRITE REPORT-LINE.
002420      MOVE "PRODUCT LINES VALUED:" TO CL-LABEL.
002430      MOVE WS-LINE-COUNT TO CL-COUNT.
002440      WRITE REPORT-LINE FROM COUNT-LINE.
002450      MOVE "INACTIVE PRODUCTS:" TO CL-LABEL.
002460      MOVE WS-INACTIVE-COUNT TO CL-COUNT.
002470      WRITE REPORT-LINE FROM COUNT-LINE.
002480      MOVE "NO UNIT COST:" TO CL-LABEL.
002490      MOVE WS-NO-COST-COUNT TO CL-COUNT.
002500      WRITE REPORT-LINE FROM COUNT-LINE.
002510      MOVE "NOT ON PRODUCT MASTER:" TO CL-LABEL.
002520      MOVE WS-NO-MASTER-COUNT TO CL-COUNT.
002530      WRITE REPORT-LINE FROM COUNT-LINE.
002540      CLOSE STORE-KEYED-FILE.
002550      CLOSE PRODUCT-FILE.
002560      CLOSE REPORT-FILE.
002570      DISPLAY "STORES VALUED         : " WS-STORE-COUNT.
002580      DISPLAY "PRODUCT LINES VALUED  : " WS-LINE-COUNT.
002590      DISPLAY "NO UNIT COST          : " WS-NO-COST-COUNT.
002600      DISPLAY "NOT ON PRODUCT MASTER : " WS-NO-MASTER-COUNT.
002610      DISPLAY "COMPANY VALUE         : " WS-COMPANY-VALUE.
002620      IF (WS-NO-COST-COUNT > ZERO OR WS-NO-MASTER-COUNT > ZERO)
002630         AND WS-HIGHEST-RC < 4
002640         MOVE 4 TO WS-HIGHEST-RC
002650      END-IF.
002660      IF WS-LINE-COUNT = ZERO AND WS-HIGHEST-RC < 8
002670         DISPLAY "STORKSD HAS NO STOCKED PRODUCTS"
002680         MOVE 8 TO WS-HIGHEST-RC
002690      END-IF.
002700      DISPLAY "INVVAL00 RETURN CODE  : " WS-HIGHEST-RC.
