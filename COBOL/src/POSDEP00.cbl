000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POSDEP00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    POINT-OF-SALE DEPLETION.  RUNS AFTER IFILE1 AND TURNS  *
000090*    THE FILTERED POS ITEM FEED (CUSTDDO - ONE DETAIL       *
000100*    RECORD PER ITEM SOLD, 5-DIGIT STORE-ID AND 10-BYTE     *
000110*    ITEM-ID, BETWEEN AN HH HEADER AND A TT TRAILER) INTO   *
000120*    INVENTORY DEPLETION TRANSACTIONS.  EACH FEED STORE AND *
000130*    ITEM IS MAPPED TO ITS STORKSD STORE AND PRODUCT        *
000140*    THROUGH THE POSXREF CROSS-REFERENCE (POSXREC), THE     *
000150*    ITEMS SOLD ARE SUMMED BY STORE AND PRODUCT (CUSTDDO    *
000160*    ARRIVES IN FEED STORE ORDER), AND EACH TOTAL IS        *
000170*    WRITTEN TO POSTRAN AS A NEGATIVE INVTRAN ADJUSTMENT    *
000180*    WITH REASON SL (SALE) - THE JCL APPENDS POSTRAN TO     *
000190*    INVTRAN FOR INVEDIT AND SCRIM.  A FEED STORE OR ITEM   *
000200*    WITH NO CROSS-REFERENCE GOES TO POSREJ AND, ONCE PER   *
000210*    CODE, TO SUITEEXC (S006 STORE, S007 ITEM), RC=4.  THE  *
000220*    TRAILER COUNT MUST EQUAL THE DETAIL RECORDS READ, AND  *
000230*    THOSE MUST EQUAL THE UNITS DEPLETED PLUS THE RECORDS   *
000240*    REJECTED - OTHERWISE THE FEED IS OUT OF BALANCE        *
000250*    (S008), RC=8, AND POSTRAN MUST NOT BE POSTED.  A       *
000260*    REPROCES CARD ON SYSIN (POSDEP.JCL) READS A PRIOR      *
000270*    POSREJ FILE IN PLACE OF CUSTDDO ONCE ITS CODES HAVE    *
000280*    BEEN CROSS-REFERENCED - IT CARRIES NO HH/TT PAIR, SO   *
000290*    ONLY THE UNITS-PLUS-REJECTS BALANCE APPLIES            *
000300************************************************************
000310* MODIFICATION HISTORY                                     *
000320*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000330************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT POS-FEED-FILE ASSIGN TO CUSTDDO
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS CUSTDDO-STATUS.
000400     SELECT XREF-FILE ASSIGN TO POSXREF
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS POSXREF-STATUS.
000430     SELECT POS-TRANS-FILE ASSIGN TO POSTRAN
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS POSTRAN-STATUS.
000460     SELECT POS-REJECT-FILE ASSIGN TO POSREJ
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS POSREJ-STATUS.
000490     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000500     ORGANIZATION IS SEQUENTIAL
000510     FILE STATUS  IS SUITEEXC-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO RPTOUT
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS RPT-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD POS-FEED-FILE
000580      RECORDING MODE IS F
000590      LABEL RECORDS ARE STANDARD
000600      RECORD CONTAINS 80 CHARACTERS
000610      DATA RECORD IS POS-FEED-REC.
000620 01 POS-FEED-REC.
000630     05 PF-STORE-ID        PIC X(5).
000640     05 FILLER             PIC X(1).
000650     05 PF-ITEM-ID         PIC X(10).
000660     05 FILLER             PIC X(64).
000670 01 POS-FEED-HDR-TRL-REC REDEFINES POS-FEED-REC.
000680     05 PF-REC-TYPE        PIC X(2).
000690       88 PF-HEADER        VALUE "HH".
000700       88 PF-TRAILER       VALUE "TT".
000710     05 PF-HDR-TRL-VALUE   PIC 9(8).
000720     05 FILLER             PIC X(70).
000730 FD XREF-FILE
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      RECORD CONTAINS 80 CHARACTERS
000770      DATA RECORD IS POS-XREF-REC.
000780     COPY POSXREC.
000790 FD POS-TRANS-FILE
000800      RECORDING MODE IS F
000810      LABEL RECORDS ARE STANDARD
000820      RECORD CONTAINS 80 CHARACTERS
000830      DATA RECORD IS INV-TRANS-REC.
000840 01 INV-TRANS-REC.
000850     05 IT-STORE-ID        PIC 9(4).
000860     05 IT-PRODUCT-ID      PIC 9(4).
000870     05 IT-QTY-DELTA       PIC S9(6).
000880     05 IT-TRAN-TYPE       PIC X(1).
000890     05 FILLER             PIC X(20).
000900     05 IT-REASON-CODE     PIC X(2).
000910     05 FILLER             PIC X(43).
000920 FD POS-REJECT-FILE
000930      RECORDING MODE IS F
000940      LABEL RECORDS ARE STANDARD
000950      RECORD CONTAINS 80 CHARACTERS
000960      DATA RECORD IS POS-REJECT-REC.
000970 01 POS-REJECT-REC.
000980     05 RJ-STORE-ID        PIC X(5).
000990     05 FILLER             PIC X(1).
001000     05 RJ-ITEM-ID         PIC X(10).
001010     05 RJ-REASON-CODE     PIC X(4).
001020     05 RJ-REASON-TEXT     PIC X(40).
001030     05 FILLER             PIC X(20).
001040 FD SUITE-EXCEPTION-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 80 CHARACTERS
001080      DATA RECORD IS SUITE-EXCEPTION-REC.
001090     COPY EXCPTREC.
001100 FD REPORT-FILE
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD
001130      DATA RECORD IS REPORT-LINE.
001140 01 REPORT-LINE           PIC X(80).
001150 WORKING-STORAGE SECTION.
001160 01 CUSTDDO-STATUS        PIC X(2).
001170   88 CUSTDDO-OK          VALUE "00".
001180 01 POSXREF-STATUS        PIC X(2).
001190   88 POSXREF-OK          VALUE "00".
001200 01 POSTRAN-STATUS        PIC X(2).
001210   88 POSTRAN-OK          VALUE "00".
001220 01 POSREJ-STATUS         PIC X(2).
001230 01 SUITEEXC-STATUS       PIC X(2).
001240 01 RPT-FILE-STATUS       PIC X(2).
001250 01 WS-FEED-EOF-SW        PIC X(1) VALUE "N".
001260   88 WS-FEED-DONE        VALUE "Y".
001270 01 WS-XREF-EOF-SW        PIC X(1) VALUE "N".
001280   88 WS-XREF-DONE        VALUE "Y".
001290 01 WS-HEADER-SW          PIC X(1) VALUE "N".
001300   88 WS-HEADER-FOUND     VALUE "Y".
001310 01 WS-TRAILER-SW         PIC X(1) VALUE "N".
001320   88 WS-TRAILER-FOUND    VALUE "Y".
001330 01 WS-XREF-FOUND-SW      PIC X(1).
001340   88 WS-XREF-FOUND       VALUE "Y".
001350   88 WS-XREF-NOT-FOUND   VALUE "N".
001360 01 WS-STORE-MAPPED-SW    PIC X(1).
001370   88 WS-STORE-MAPPED     VALUE "Y".
001380   88 WS-STORE-NOT-MAPPED VALUE "N".
001390 01 WS-SUM-FOUND-SW       PIC X(1).
001400   88 WS-SUM-FOUND        VALUE "Y".
001410   88 WS-SUM-NOT-FOUND    VALUE "N".
001420 01 WS-REPROCESS-SW       PIC X(1) VALUE "N".
001430   88 WS-REPROCESS-RUN    VALUE "Y".
001440 01 WS-BALANCE-SW         PIC X(1) VALUE "Y".
001450   88 WS-IN-BALANCE       VALUE "Y".
001460   88 WS-OUT-OF-BALANCE   VALUE "N".
001470 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001480 01 WS-RUN-DATE           PIC 9(8).
001490 01 WS-HEADER-DATE        PIC 9(8) VALUE ZERO.
001500 01 WS-TRAILER-COUNT      PIC 9(8) VALUE ZERO.
001510 01 WS-CONTROL-CARD       PIC X(80).
001520 01 WS-XREF-REASON        PIC X(40).
001530 01 WS-LOOKUP-STORE       PIC X(5).
001540 01 WS-LOOKUP-ITEM        PIC X(10).
001550 01 WS-CUR-FEED-STORE     PIC X(5) VALUE LOW-VALUES.
001560 01 WS-CUR-STORE-ID       PIC 9(4).
001570 01 WS-CUR-PRODUCT-ID     PIC 9(4).
001580 01 WS-REJECT-CODE        PIC X(4).
001590 01 WS-REJECT-TEXT        PIC X(40).
001600 01 WS-REJECT-FEED-CODE   PIC X(10).
001610 01 WS-BALANCE-TEXT       PIC X(40).
001620*    THE CROSS-REFERENCE, LOADED FROM POSXREF AT START-UP
001630 01 WS-MAX-STORE-XREF     PIC 9(4) VALUE 500.
001640 01 WS-STORE-XREF-COUNT   PIC 9(4) VALUE ZERO.
001650 01 WS-STORE-XREF-TABLE.
001660   05 WS-STORE-XREF OCCURS 500 TIMES INDEXED BY SX-IDX.
001670     10 WS-SX-FEED-STORE  PIC X(5).
001680     10 WS-SX-STORE-ID    PIC 9(4).
001690 01 WS-MAX-ITEM-XREF      PIC 9(4) VALUE 5000.
001700 01 WS-ITEM-XREF-COUNT    PIC 9(4) VALUE ZERO.
001710 01 WS-ITEM-XREF-TABLE.
001720   05 WS-ITEM-XREF OCCURS 5000 TIMES INDEXED BY IX-IDX.
001730     10 WS-IX-FEED-ITEM   PIC X(10).
001740     10 WS-IX-PRODUCT-ID  PIC 9(4).
001750*    UNITS SOLD BY PRODUCT FOR THE FEED STORE IN HAND - WRITTEN
001760* OUT AT EACH CHANGE OF FEED STORE (OR WHEN THE TABLE FILLS)
001770 01 WS-MAX-SUMMARY        PIC 9(4) VALUE 1000.
001780 01 WS-SUMMARY-COUNT      PIC 9(4) VALUE ZERO.
001790 01 WS-SUMMARY-TABLE.
001800   05 WS-SUMMARY OCCURS 1000 TIMES INDEXED BY SUM-IDX.
001810     10 WS-SUM-PRODUCT-ID PIC 9(4).
001820     10 WS-SUM-UNITS      PIC 9(6).
001830*    UNMAPPED CODES ALREADY RAISED TO SUITEEXC THIS RUN, SO A
001840* BUSY UNMAPPED ITEM IS ONE EXCEPTION, NOT ONE PER SALE
001850 01 WS-MAX-RAISED         PIC 9(4) VALUE 500.
001860 01 WS-RAISED-COUNT       PIC 9(4) VALUE ZERO.
001870 01 WS-RAISED-KEY.
001880   05 WS-RK-CODE          PIC X(4).
001890   05 WS-RK-FEED-CODE     PIC X(10).
001900 01 WS-RAISED-TABLE.
001910   05 WS-RAISED OCCURS 500 TIMES INDEXED BY RAISED-IDX.
001920     10 WS-RAISED-ENTRY   PIC X(14).
001930 01 WS-COUNTERS.
001940     05 WS-XREF-READ      PIC 9(7) VALUE ZERO.
001950     05 WS-XREF-BAD       PIC 9(7) VALUE ZERO.
001960     05 WS-DETAIL-READ    PIC 9(9) VALUE ZERO.
001970     05 WS-UNITS-WRITTEN  PIC 9(9) VALUE ZERO.
001980     05 WS-REJECT-COUNT   PIC 9(9) VALUE ZERO.
001990     05 WS-TRANS-WRITTEN  PIC 9(7) VALUE ZERO.
002000 01 WS-UNITS-ACCOUNTED    PIC 9(9).
002010 01 HEADING-LINE-1.
002020     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
002030     05 FILLER            PIC X(30) VALUE "POS SALES DEPLETION".
002040     05 FILLER            PIC X(20) VALUE SPACES.
002050 01 HEADING-LINE-2.
002060     05 FILLER            PIC X(11) VALUE "FEED DATE: ".
002070     05 HL2-FEED-DATE     PIC 9(8).
002080     05 FILLER            PIC X(12) VALUE "  RUN DATE: ".
002090     05 HL2-RUN-DATE      PIC 9(8).
002100     05 FILLER            PIC X(41) VALUE SPACES.
002110 01 HEADING-LINE-3.
002120     05 FILLER            PIC X(12) VALUE "FEED STORE".
002130     05 FILLER            PIC X(07) VALUE "STORE".
002140     05 FILLER            PIC X(07) VALUE "PROD".
002150     05 FILLER            PIC X(07) VALUE "   SOLD".
002160     05 FILLER            PIC X(47) VALUE SPACES.
002170 01 DETAIL-LINE.
002180     05 DL-FEED-STORE     PIC X(5).
002190     05 FILLER            PIC X(07) VALUE SPACES.
002200     05 DL-STORE-ID       PIC 9(4).
002210     05 FILLER            PIC X(03) VALUE SPACES.
002220     05 DL-PRODUCT-ID     PIC 9(4).
002230     05 FILLER            PIC X(03) VALUE SPACES.
002240     05 DL-UNITS          PIC ZZZ,ZZ9.
002250     05 FILLER            PIC X(47) VALUE SPACES.
002260 01 TITLE-LINE.
002270     05 TL-TEXT           PIC X(60).
002280     05 FILLER            PIC X(20) VALUE SPACES.
002290 01 COUNT-LINE.
002300     05 CL-LABEL          PIC X(26).
002310     05 CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
002320     05 FILLER            PIC X(43) VALUE SPACES.
002330 PROCEDURE DIVISION.
002340 000-MAIN-PROCEDURE.
002350      PERFORM 1000-INITIALIZE.
002360      PERFORM 2000-DEPLETE-SALES.
002370      PERFORM 3000-TERMINATE.
002380      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002390      STOP RUN.
002400 1000-INITIALIZE.
002410      OPEN INPUT XREF-FILE.
002420      IF NOT POSXREF-OK
002430         DISPLAY "FAILURE TO OPEN POSXREF " POSXREF-STATUS
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460      END-IF.
002470      PERFORM 1100-LOAD-XREF.
002480      CLOSE XREF-FILE.
002490      OPEN INPUT POS-FEED-FILE.
002500      IF NOT CUSTDDO-OK
002510         DISPLAY "FAILURE TO OPEN CUSTDDO " CUSTDDO-STATUS
002520         MOVE 12 TO RETURN-CODE
002530         STOP RUN
002540      END-IF.
002550      OPEN OUTPUT POS-TRANS-FILE.
002560      IF NOT POSTRAN-OK
002570         DISPLAY "FAILURE TO OPEN POSTRAN " POSTRAN-STATUS
002580         MOVE 12 TO RETURN-CODE
002590         STOP RUN
002600      END-IF.
002610      OPEN EXTEND POS-REJECT-FILE.
002620      OPEN EXTEND SUITE-EXCEPTION-FILE.
002630      OPEN OUTPUT REPORT-FILE.
002640      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650      MOVE WS-RUN-DATE TO HL2-RUN-DATE.
002660      MOVE ZERO        TO HL2-FEED-DATE.
002670      ACCEPT WS-CONTROL-CARD FROM SYSIN.
002680      IF WS-CONTROL-CARD (1:8) = "REPROCES"
002690         SET WS-REPROCESS-RUN TO TRUE
002700         DISPLAY "REPROCESS RUN - INPUT IS A PRIOR POSREJ FILE"
002710         WRITE REPORT-LINE FROM HEADING-LINE-1
002720         WRITE REPORT-LINE FROM HEADING-LINE-2
002730         WRITE REPORT-LINE FROM HEADING-LINE-3
002740      END-IF.
002750      DISPLAY "STORE CROSS-REFERENCES: " WS-STORE-XREF-COUNT.
002760      DISPLAY "ITEM CROSS-REFERENCES : " WS-ITEM-XREF-COUNT.
002770 1100-LOAD-XREF.
002780      PERFORM UNTIL WS-XREF-DONE
002790         READ XREF-FILE
002800            AT END
002810               SET WS-XREF-DONE TO TRUE
002820            NOT AT END
002830               ADD 1 TO WS-XREF-READ
002840               PERFORM 1110-TAKE-XREF THRU 1110-EXIT
002850         END-READ
002860      END-PERFORM.
002870 1110-TAKE-XREF.
002880*    A BAD CROSS-REFERENCE LINE IS IGNORED AND SHOWN ON SYSOUT -
002890* ITS FEED CODE THEN REJECTS AS UNMAPPED UNTIL THE LINE IS FIXED
002900      MOVE SPACES TO WS-XREF-REASON.
002910      IF PX-INVENTORY-ID IS NOT NUMERIC
002920         MOVE "INVENTORY ID NOT NUMERIC" TO WS-XREF-REASON
002930      ELSE
002940         EVALUATE TRUE
002950            WHEN PX-STORE-XREF
002960               PERFORM 1120-ADD-STORE-XREF
002970            WHEN PX-ITEM-XREF
002980               PERFORM 1130-ADD-ITEM-XREF
002990            WHEN OTHER
003000               MOVE "TYPE NOT S OR I" TO WS-XREF-REASON
003010         END-EVALUATE
003020      END-IF.
003030      IF WS-XREF-REASON = SPACES
003040         GO TO 1110-EXIT
003050      END-IF.
003060      ADD 1 TO WS-XREF-BAD.
003070      DISPLAY "POSXREF RECORD " WS-XREF-READ " IGNORED - "
003080         WS-XREF-REASON.
003090 1110-EXIT.
003100      EXIT.
003110 1120-ADD-STORE-XREF.
003120      MOVE PX-FEED-STORE-ID TO WS-LOOKUP-STORE.
003130      PERFORM 2200-FIND-STORE-XREF.
003140      EVALUATE TRUE
003150         WHEN PX-FEED-STORE-ID IS NOT NUMERIC
003160            MOVE "FEED STORE-ID NOT NUMERIC" TO WS-XREF-REASON
003170         WHEN WS-XREF-FOUND
003180            MOVE "FEED STORE ALREADY CROSS-REFERENCED"
003190               TO WS-XREF-REASON
003200         WHEN WS-STORE-XREF-COUNT NOT < WS-MAX-STORE-XREF
003210            MOVE "STORE CROSS-REFERENCE TABLE FULL"
003220               TO WS-XREF-REASON
003230         WHEN OTHER
003240            ADD 1 TO WS-STORE-XREF-COUNT
003250            SET SX-IDX TO WS-STORE-XREF-COUNT
003260            MOVE PX-FEED-STORE-ID  TO WS-SX-FEED-STORE (SX-IDX)
003270            MOVE PX-INVENTORY-ID-N TO WS-SX-STORE-ID (SX-IDX)
003280      END-EVALUATE.
003290 1130-ADD-ITEM-XREF.
003300      MOVE PX-FEED-CODE TO WS-LOOKUP-ITEM.
003310      PERFORM 2210-FIND-ITEM-XREF.
003320      EVALUATE TRUE
003330         WHEN PX-FEED-CODE = SPACES
003340            MOVE "FEED ITEM-ID BLANK" TO WS-XREF-REASON
003350         WHEN WS-XREF-FOUND
003360            MOVE "FEED ITEM ALREADY CROSS-REFERENCED"
003370               TO WS-XREF-REASON
003380         WHEN WS-ITEM-XREF-COUNT NOT < WS-MAX-ITEM-XREF
003390            MOVE "ITEM CROSS-REFERENCE TABLE FULL"
003400               TO WS-XREF-REASON
003410         WHEN OTHER
003420            ADD 1 TO WS-ITEM-XREF-COUNT
003430            SET IX-IDX TO WS-ITEM-XREF-COUNT
003440            MOVE PX-FEED-CODE      TO WS-IX-FEED-ITEM (IX-IDX)
003450            MOVE PX-INVENTORY-ID-N TO WS-IX-PRODUCT-ID (IX-IDX)
003460      END-EVALUATE.
003470 2000-DEPLETE-SALES.
003480      PERFORM UNTIL WS-FEED-DONE
003490         READ POS-FEED-FILE
003500            AT END
003510               SET WS-FEED-DONE TO TRUE
003520            NOT AT END
003530               PERFORM 2100-TAKE-FEED-RECORD THRU 2100-EXIT
003540         END-READ
003550      END-PERFORM.
003560      PERFORM 2400-WRITE-STORE-TOTALS.
003570 2100-TAKE-FEED-RECORD.
003580*    THE HH HEADER CARRIES THE FEED DATE AND THE TT TRAILER THE
003590* DETAIL COUNT IFILE1 WROTE; EVERY OTHER RECORD IS ONE ITEM SOLD
003600      IF PF-HEADER
003610         SET WS-HEADER-FOUND TO TRUE
003620         MOVE PF-HDR-TRL-VALUE TO WS-HEADER-DATE
003630         MOVE WS-HEADER-DATE   TO HL2-FEED-DATE
003640         WRITE REPORT-LINE FROM HEADING-LINE-1
003650         WRITE REPORT-LINE FROM HEADING-LINE-2
003660         WRITE REPORT-LINE FROM HEADING-LINE-3
003670         GO TO 2100-EXIT
003680      END-IF.
003690      IF PF-TRAILER
003700         SET WS-TRAILER-FOUND TO TRUE
003710         MOVE PF-HDR-TRL-VALUE TO WS-TRAILER-COUNT
003720         GO TO 2100-EXIT
003730      END-IF.
003740      ADD 1 TO WS-DETAIL-READ.
003750      IF PF-STORE-ID NOT = WS-CUR-FEED-STORE
003760         PERFORM 2400-WRITE-STORE-TOTALS
003770         PERFORM 2110-START-FEED-STORE
003780      END-IF.
003790      IF WS-STORE-NOT-MAPPED
003800         MOVE "S006"        TO WS-REJECT-CODE
003810         MOVE PF-STORE-ID   TO WS-REJECT-FEED-CODE
003820         MOVE "POS FEED STORE NOT CROSS-REFERENCED"
003830            TO WS-REJECT-TEXT
003840         PERFORM 2500-REJECT-FEED-RECORD THRU 2500-EXIT
003850         GO TO 2100-EXIT
003860      END-IF.
003870      MOVE PF-ITEM-ID TO WS-LOOKUP-ITEM.
003880      PERFORM 2210-FIND-ITEM-XREF.
003890      IF WS-XREF-NOT-FOUND
003900         MOVE "S007"        TO WS-REJECT-CODE
003910         MOVE PF-ITEM-ID    TO WS-REJECT-FEED-CODE
003920         MOVE "POS FEED ITEM NOT CROSS-REFERENCED"
003930            TO WS-REJECT-TEXT
003940         PERFORM 2500-REJECT-FEED-RECORD THRU 2500-EXIT
003950         GO TO 2100-EXIT
003960      END-IF.
003970      MOVE WS-IX-PRODUCT-ID (IX-IDX) TO WS-CUR-PRODUCT-ID.
003980      PERFORM 2300-ADD-TO-SUMMARY.
003990 2100-EXIT.
004000      EXIT.
004010 2110-START-FEED-STORE.
004020      MOVE PF-STORE-ID TO WS-CUR-FEED-STORE.
004030      MOVE PF-STORE-ID TO WS-LOOKUP-STORE.
004040      PERFORM 2200-FIND-STORE-XREF.
004050      IF WS-XREF-FOUND
004060         SET WS-STORE-MAPPED TO TRUE
004070         MOVE WS-SX-STORE-ID (SX-IDX) TO WS-CUR-STORE-ID
004080      ELSE
004090         SET WS-STORE-NOT-MAPPED TO TRUE
004100      END-IF.
004110 2200-FIND-STORE-XREF.
004120      SET WS-XREF-NOT-FOUND TO TRUE.
004130      PERFORM VARYING SX-IDX FROM 1 BY 1
004140         UNTIL SX-IDX > WS-STORE-XREF-COUNT
004150         IF WS-SX-FEED-STORE (SX-IDX) = WS-LOOKUP-STORE
004160            SET WS-XREF-FOUND TO TRUE
004170            EXIT PERFORM
004180         END-IF
004190      END-PERFORM.
004200 2210-FIND-ITEM-XREF.
004210      SET WS-XREF-NOT-FOUND TO TRUE.
004220      PERFORM VARYING IX-IDX FROM 1 BY 1
004230         UNTIL IX-IDX > WS-ITEM-XREF-COUNT
004240         IF WS-IX-FEED-ITEM (IX-IDX) = WS-LOOKUP-ITEM
004250            SET WS-XREF-FOUND TO TRUE
004260            EXIT PERFORM
004270         END-IF
004280      END-PERFORM.
004290 2300-ADD-TO-SUMMARY.
004300*    SEVERAL FEED ITEMS MAY MAP TO ONE PRODUCT - THEY SUM TOGETHER
004310      SET WS-SUM-NOT-FOUND TO TRUE.
004320      PERFORM VARYING SUM-IDX FROM 1 BY 1
004330         UNTIL SUM-IDX > WS-SUMMARY-COUNT
004340         IF WS-SUM-PRODUCT-ID (SUM-IDX) = WS-CUR-PRODUCT-ID
004350            SET WS-SUM-FOUND TO TRUE
004360            EXIT PERFORM
004370         END-IF
004380      END-PERFORM.
004390      IF WS-SUM-NOT-FOUND
004400         IF WS-SUMMARY-COUNT NOT < WS-MAX-SUMMARY
004410            PERFORM 2400-WRITE-STORE-TOTALS
004420         END-IF
004430         ADD 1 TO WS-SUMMARY-COUNT
004440         SET SUM-IDX TO WS-SUMMARY-COUNT
004450         MOVE WS-CUR-PRODUCT-ID TO WS-SUM-PRODUCT-ID (SUM-IDX)
004460         MOVE ZERO              TO WS-SUM-UNITS (SUM-IDX)
004470      END-IF.
004480      ADD 1 TO WS-SUM-UNITS (SUM-IDX).
004490 2400-WRITE-STORE-TOTALS.
004500*    ONE SALE DEPLETION PER PRODUCT THE FEED STORE SOLD
004510      PERFORM 2410-WRITE-DEPLETION
004520         VARYING SUM-IDX FROM 1 BY 1
004530         UNTIL SUM-IDX > WS-SUMMARY-COUNT.
004540      MOVE ZERO TO WS-SUMMARY-COUNT.
004550 2410-WRITE-DEPLETION.
004560      MOVE SPACES                   TO INV-TRANS-REC.
004570      MOVE WS-CUR-STORE-ID          TO IT-STORE-ID.
004580      MOVE WS-SUM-PRODUCT-ID (SUM-IDX) TO IT-PRODUCT-ID.
004590      COMPUTE IT-QTY-DELTA = ZERO - WS-SUM-UNITS (SUM-IDX).
004600      MOVE "SL"                     TO IT-REASON-CODE.
004610      WRITE INV-TRANS-REC.
004620      ADD 1 TO WS-TRANS-WRITTEN.
004630      ADD WS-SUM-UNITS (SUM-IDX) TO WS-UNITS-WRITTEN.
004640      MOVE WS-CUR-FEED-STORE        TO DL-FEED-STORE.
004650      MOVE WS-CUR-STORE-ID          TO DL-STORE-ID.
004660      MOVE WS-SUM-PRODUCT-ID (SUM-IDX) TO DL-PRODUCT-ID.
004670      MOVE WS-SUM-UNITS (SUM-IDX)   TO DL-UNITS.
004680      WRITE REPORT-LINE FROM DETAIL-LINE.
004690 2500-REJECT-FEED-RECORD.
004700*    EVERY UNMAPPED SALE GOES TO POSREJ; THE CODE ITSELF IS RAISED
004710* TO SUITEEXC THE FIRST TIME IT IS SEEN IN THE RUN
004720      ADD 1 TO WS-REJECT-COUNT.
004730      MOVE SPACES         TO POS-REJECT-REC.
004740      MOVE PF-STORE-ID    TO RJ-STORE-ID.
004750      MOVE PF-ITEM-ID     TO RJ-ITEM-ID.
004760      MOVE WS-REJECT-CODE TO RJ-REASON-CODE.
004770      MOVE WS-REJECT-TEXT TO RJ-REASON-TEXT.
004780      WRITE POS-REJECT-REC.
004790      MOVE WS-REJECT-CODE      TO WS-RK-CODE.
004800      MOVE WS-REJECT-FEED-CODE TO WS-RK-FEED-CODE.
004810      PERFORM VARYING RAISED-IDX FROM 1 BY 1
004820         UNTIL RAISED-IDX > WS-RAISED-COUNT
004830         IF WS-RAISED-ENTRY (RAISED-IDX) = WS-RAISED-KEY
004840            GO TO 2500-EXIT
004850         END-IF
004860      END-PERFORM.
004870      IF WS-RAISED-COUNT < WS-MAX-RAISED
004880         ADD 1 TO WS-RAISED-COUNT
004890         SET RAISED-IDX TO WS-RAISED-COUNT
004900         MOVE WS-RAISED-KEY TO WS-RAISED-ENTRY (RAISED-IDX)
004910      END-IF.
004920      MOVE "M"                 TO EX-SEVERITY.
004930      MOVE WS-REJECT-FEED-CODE TO EX-KEY.
004940      MOVE WS-REJECT-CODE      TO EX-REASON-CODE.
004950      MOVE WS-REJECT-TEXT      TO EX-REASON-TEXT.
004960      PERFORM 9000-WRITE-SUITE-EXCEPTION.
004970 2500-EXIT.
004980      EXIT.
004990 3000-TERMINATE.
005000      PERFORM 3100-BALANCE-FEED.
005010      MOVE SPACES TO REPORT-LINE.
005020      WRITE REPORT-LINE.
005030      MOVE "CUSTDDO DETAIL RECORDS:" TO CL-LABEL.
005040      MOVE WS-DETAIL-READ TO CL-COUNT.
005050      WRITE REPORT-LINE FROM COUNT-LINE.
005060      MOVE "CUSTDDO TRAILER COUNT:" TO CL-LABEL.
005070      MOVE WS-TRAILER-COUNT TO CL-COUNT.
005080      WRITE REPORT-LINE FROM COUNT-LINE.
005090      MOVE "UNITS DEPLETED:" TO CL-LABEL.
005100      MOVE WS-UNITS-WRITTEN TO CL-COUNT.
005110      WRITE REPORT-LINE FROM COUNT-LINE.
005120      MOVE "RECORDS REJECTED:" TO CL-LABEL.
005130      MOVE WS-REJECT-COUNT TO CL-COUNT.
005140      WRITE REPORT-LINE FROM COUNT-LINE.
005150      MOVE "DEPLETION TRANSACTIONS:" TO CL-LABEL.
005160      MOVE WS-TRANS-WRITTEN TO CL-COUNT.
005170      WRITE REPORT-LINE FROM COUNT-LINE.
005180      MOVE WS-BALANCE-TEXT TO TL-TEXT.
005190      WRITE REPORT-LINE FROM TITLE-LINE.
005200      CLOSE POS-FEED-FILE.
005210      CLOSE POS-TRANS-FILE.
005220      CLOSE POS-REJECT-FILE.
005230      CLOSE SUITE-EXCEPTION-FILE.
005240      CLOSE REPORT-FILE.
005250      DISPLAY "CUSTDDO DETAIL RECORDS: " WS-DETAIL-READ.
005260      DISPLAY "CUSTDDO TRAILER COUNT : " WS-TRAILER-COUNT.
005270      DISPLAY "UNITS DEPLETED        : " WS-UNITS-WRITTEN.
005280      DISPLAY "RECORDS REJECTED      : " WS-REJECT-COUNT.
005290      DISPLAY "DEPLETIONS WRITTEN    : " WS-TRANS-WRITTEN.
005300      DISPLAY WS-BALANCE-TEXT.
005310      IF WS-REJECT-COUNT > ZERO OR WS-XREF-BAD > ZERO
005320         IF WS-HIGHEST-RC < 4
005330            MOVE 4 TO WS-HIGHEST-RC
005340         END-IF
005350      END-IF.
005360      DISPLAY "POSDEP00 RETURN CODE  : " WS-HIGHEST-RC.
005370 3100-BALANCE-FEED.
005380*    EVERY ITEM IFILE1 PASSED MUST BE ACCOUNTED FOR - EITHER IN A
005390* DEPLETION OR ON POSREJ.  OUT OF BALANCE STOPS THE POSTING STEP
005400      MOVE "FEED IN BALANCE - DEPLETIONS RELEASED"
005410         TO WS-BALANCE-TEXT.
005420      COMPUTE WS-UNITS-ACCOUNTED = WS-UNITS-WRITTEN
005430                                 + WS-REJECT-COUNT.
005440      IF WS-REPROCESS-RUN
005450         CONTINUE
005460      ELSE
005470         IF NOT WS-TRAILER-FOUND
005480            SET WS-OUT-OF-BALANCE TO TRUE
005490            MOVE "CUSTDDO HAS NO TT TRAILER RECORD"
005500               TO EX-REASON-TEXT
005510         ELSE
005520            IF WS-TRAILER-COUNT NOT = WS-DETAIL-READ
005530               SET WS-OUT-OF-BALANCE TO TRUE
005540               MOVE "TRAILER COUNT NOT THE RECORDS READ"
005550                  TO EX-REASON-TEXT
005560            END-IF
005570         END-IF
005580      END-IF.
005590      IF WS-UNITS-ACCOUNTED NOT = WS-DETAIL-READ
005600         SET WS-OUT-OF-BALANCE TO TRUE
005610         MOVE "UNITS PLUS REJECTS NOT THE RECORDS READ"
005620            TO EX-REASON-TEXT
005630      END-IF.
005640      IF WS-OUT-OF-BALANCE
005650         MOVE "FEED OUT OF BALANCE - DEPLETIONS HELD"
005660            TO WS-BALANCE-TEXT
005670         MOVE "H"       TO EX-SEVERITY
005680         MOVE "CUSTDDO" TO EX-KEY
005690         MOVE "S008"    TO EX-REASON-CODE
005700         PERFORM 9000-WRITE-SUITE-EXCEPTION
005710         MOVE 8 TO WS-HIGHEST-RC
005720      END-IF.
005730 9000-WRITE-SUITE-EXCEPTION.
005740*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
005750* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
005760* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
005770      MOVE "POSDEP00" TO EX-PROGRAM.
005780      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005790      ACCEPT EX-TIME FROM TIME.
005800      WRITE SUITE-EXCEPTION-REC.
