000510*                   AND RC=12 (STORE REJECTS/OVERFLOW) NO  *
000520*                   LONGER OCCUR; RC=12 NOW MEANS THE      *
000530*                   CLUSTER WOULD NOT OPEN                 *
000531*   10/15/2026  DM  APPLIED ADJUSTMENTS GO TO INVAPPL      *
000532*                   (INVAPREC) WITH BEFORE/AFTER ON-HAND   *
000533*                   FOR THE INVGL00 GENERAL-LEDGER FEED    *
000534*   10/15/2026  DM  TYPE R RECEIPT (COL 15) CLOSES ITS     *
000535*                   ORDKSD ORDER; TRANSFER SHIP (S) OPENS  *
000536*                   AND RECEIPT (X) CLOSES AN XFERKSD      *
000537*                   IN-TRANSIT RECORD; RC=12 IF ORDKSD OR  *
000538*                   XFERKSD WILL NOT OPEN                  *
000539*   10/15/2026  DM  EVERY APPLIED MOVEMENT IS ADDED TO THE *
000540*                   STKMOVE LEDGER (STKMVREC) WITH ITS     *
000541*                   REASON AND BEFORE/AFTER ON-HAND; RC=12 *
000542*                   IF STKMOVE WILL NOT OPEN               *
000543*   10/15/2026  DM  LAST APPLY DATE/TIME STAMPED ON THE    *
000544*                   STORE 0000 CONTROL RECORD FOR INVI     *
000545*   10/15/2026  DM  INVAPPL ALSO CARRIES IA-REASON-CODE    *
000546************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000630     SELECT INVENTORY-TRANS-FILE ASSIGN TO INVTRAN
000640     ORGANIZATION IS SEQUENTIAL
000650     FILE STATUS  IS INVTRAN-STATUS.
000651     SELECT REORDER-FILE ASSIGN TO ORDKSD
000652     ORGANIZATION IS INDEXED
000653     ACCESS MODE  IS RANDOM
000654     RECORD KEY   IS RO-KEY
000655     FILE STATUS  IS ORDKSD-STATUS.
000660     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000670     ORGANIZATION IS SEQUENTIAL
000680     FILE STATUS  IS SUITEEXC-STATUS.
000681     SELECT TRANSFER-FILE ASSIGN TO XFERKSD
000682     ORGANIZATION IS INDEXED
000683     ACCESS MODE  IS RANDOM
000684     RECORD KEY   IS XF-TRANSFER-NBR
000685     FILE STATUS  IS XFERKSD-STATUS.
000690     SELECT INVENTORY-REPORT-FILE ASSIGN TO INVRPT
000700     ORGANIZATION IS SEQUENTIAL
000710     FILE STATUS  IS INVRPT-STATUS.
000712     SELECT INV-APPLIED-FILE ASSIGN TO INVAPPL
000714     ORGANIZATION IS SEQUENTIAL
000716     FILE STATUS  IS INVAPPL-STATUS.
000717     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOVE
000718     ORGANIZATION IS SEQUENTIAL
000719     FILE STATUS  IS STKMOVE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD STORE-KEYED-FILE.
000750     COPY STORKREC.
000753 FD REORDER-FILE.
000756     COPY REORDREC.
000757 FD TRANSFER-FILE.
000758     COPY XFERREC.
000760 FD INVENTORY-TRANS-FILE
000770      RECORDING MODE IS F
000780      LABEL RECORDS ARE STANDARD
000820     05 IT-STORE-ID        PIC 9(4).
000830     05 IT-PRODUCT-ID      PIC 9(4).
000840     05 IT-QTY-DELTA       PIC S9(6).
000841     05 IT-TRAN-TYPE       PIC X(1).
000842       88 IT-RECEIPT       VALUE "R".
000843       88 IT-TRANSFER-SHIP VALUE "S".
000844       88 IT-TRANSFER-RECEIVE VALUE "X".
000845     05 IT-ORDER-DATE      PIC X(8).
000846     05 IT-ORDER-DATE-N REDEFINES IT-ORDER-DATE PIC 9(8).
000847     05 IT-TO-STORE-ID     PIC 9(4).
000848     05 IT-TRANSFER-NBR    PIC X(8).
000850     05 IT-REASON-CODE     PIC X(2).
000855     05 FILLER             PIC X(43).
000860 FD SUITE-EXCEPTION-FILE
000870      RECORDING MODE IS F
000880      LABEL RECORDS ARE STANDARD
000890      RECORD CONTAINS 80 CHARACTERS
000900      DATA RECORD IS SUITE-EXCEPTION-REC.
000910     COPY EXCPTREC.
000911 FD STOCK-MOVEMENT-FILE
000912      RECORDING MODE IS F
000913      LABEL RECORDS ARE STANDARD
000914      RECORD CONTAINS 80 CHARACTERS
000915      DATA RECORD IS STOCK-MOVEMENT-REC.
000916     COPY STKMVREC.
000920 FD INVENTORY-REPORT-FILE
000930      RECORDING MODE IS F
000940      LABEL RECORDS ARE STANDARD
000950      DATA RECORD IS INV-REPORT-LINE.
000960 01 INV-REPORT-LINE        PIC X(80).
000962 FD INV-APPLIED-FILE
000964      RECORDING MODE IS F
000965      LABEL RECORDS ARE STANDARD
000966      RECORD CONTAINS 80 CHARACTERS
000967      DATA RECORD IS INV-APPLIED-REC.
000968     COPY INVAPREC.
000970 WORKING-STORAGE SECTION.
000980 01 STORKSD-STATUS         PIC X(2).
000990   88 STORKSD-OK           VALUE "00".
001010 01 INVTRAN-STATUS         PIC X(2).
001020   88 INVTRAN-OK           VALUE "00".
001030   88 INVTRAN-EOF          VALUE "10".
001031 01 ORDKSD-STATUS          PIC X(2).
001032   88 ORDKSD-OK            VALUE "00".
001033 01 WS-ORDER-FOUND-SWITCH  PIC X(1).
001034   88 WS-ORDER-OPEN        VALUE "Y".
001035   88 WS-ORDER-NOT-OPEN    VALUE "N".
001036 01 XFERKSD-STATUS         PIC X(2).
001037   88 XFERKSD-OK           VALUE "00".
001038 01 STKMOVE-STATUS         PIC X(2).
001039   88 STKMOVE-OK           VALUE "00".
001040 01 INVRPT-STATUS          PIC X(2).
001042 01 INVAPPL-STATUS         PIC X(2).
001044   88 INVAPPL-OK           VALUE "00".
001046 01 WS-RUN-DATE            PIC 9(8).
001048 01 WS-BEFORE-QTY          PIC 9(6).
001050 01 WS-INVTRAN-EOF-SWITCH  PIC X(1) VALUE "N".
001060   88 WS-INVTRAN-DONE      VALUE "Y".
001070 01 WS-STORE-FOUND-SWITCH  PIC X(1) VALUE "N".
001110   88 WS-PRODUCT-FOUND     VALUE "Y".
001120   88 WS-PRODUCT-NOT-FOUND VALUE "N".
001130 01 WS-NEW-QTY             PIC S9(7).
001132 01 WS-XFER-FOUND-SWITCH   PIC X(1).
001134   88 WS-XFER-IN-TRANSIT   VALUE "Y".
001136   88 WS-XFER-NOT-IN-TRANSIT VALUE "N".
001140 01 WS-COUNTERS.
001150   05 WS-TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
001160   05 WS-TRANS-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
001460         MOVE 12 TO RETURN-CODE
001470         GOBACK
001480      END-IF.
001481*    STKMOVE IS THE PERMANENT STOCK MOVEMENT LEDGER - IT IS
001482* NEVER EMPTIED, EACH NIGHT'S MOVEMENTS ARE ADDED TO THE END
001483      OPEN EXTEND STOCK-MOVEMENT-FILE.
001484      IF NOT STKMOVE-OK
001485         DISPLAY "FAILURE TO OPEN STKMOVE " STKMOVE-STATUS
001486         MOVE 12 TO RETURN-CODE
001487         GOBACK
001488      END-IF.
001490      OPEN INPUT INVENTORY-TRANS-FILE.
001491      OPEN I-O TRANSFER-FILE.
001492      IF NOT XFERKSD-OK
001493         DISPLAY "FAILURE TO OPEN XFERKSD " XFERKSD-STATUS
001494         MOVE 12 TO RETURN-CODE
001495         GOBACK
001496      END-IF.
001500      OPEN OUTPUT INVENTORY-REPORT-FILE.
001501      OPEN I-O REORDER-FILE.
001502      IF NOT ORDKSD-OK
001503         DISPLAY "FAILURE TO OPEN ORDKSD " ORDKSD-STATUS
001504         MOVE 12 TO RETURN-CODE
001505         GOBACK
001506      END-IF.
001510      OPEN EXTEND SUITE-EXCEPTION-FILE.
001511      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001512*    INVAPPL ACCUMULATES UNTIL INVGL00 HAS POSTED IT, SO A
001513* NIGHT WHOSE LEDGER BATCH WAS HELD ROLLS INTO THE NEXT ONE
001514      OPEN EXTEND INV-APPLIED-FILE.
001515      IF NOT INVAPPL-OK
001516         DISPLAY "FAILURE TO OPEN INVAPPL " INVAPPL-STATUS
001517         MOVE 12 TO RETURN-CODE
001518         GOBACK
001519      END-IF.
001520 2000-PROCESS-TRANSACTIONS.
001530      READ INVENTORY-TRANS-FILE
001540         AT END
002290         MOVE EL-REASON   TO EX-REASON-TEXT
002300         PERFORM 9000-WRITE-SUITE-EXCEPTION
002310      ELSE
002315         MOVE SI-ON-HAND-QTY TO WS-BEFORE-QTY
002320         MOVE WS-NEW-QTY TO SI-ON-HAND-QTY
002322         EVALUATE TRUE
002323            WHEN IT-RECEIPT
002324               PERFORM 2150-CLOSE-ORDER
002325            WHEN IT-TRANSFER-SHIP
002326               PERFORM 2160-SHIP-TRANSFER
002327            WHEN IT-TRANSFER-RECEIVE
002328               PERFORM 2170-RECEIVE-TRANSFER
002329         END-EVALUATE
002330         REWRITE STORE-INV-REC
002340         ADD 1 TO WS-TRANS-APPLIED-COUNT
002345         PERFORM 2140-WRITE-APPLIED
002350         MOVE IT-STORE-ID   TO RL-STORE-ID
002360         MOVE IT-PRODUCT-ID TO RL-PRODUCT-ID
002370         MOVE SI-ON-HAND-QTY TO RL-NEW-QTY
002380         WRITE INV-REPORT-LINE FROM RESULT-LINE
002390      END-IF.
002400 3000-TERMINATE.
002405      PERFORM 3200-STAMP-APPLY-CONTROL.
002410      CLOSE STORE-KEYED-FILE.
002420      CLOSE INVENTORY-TRANS-FILE.
002430      CLOSE INVENTORY-REPORT-FILE.
002440      CLOSE SUITE-EXCEPTION-FILE.
002442      CLOSE INV-APPLIED-FILE.
002446      CLOSE REORDER-FILE.
002448      CLOSE TRANSFER-FILE.
002449      CLOSE STOCK-MOVEMENT-FILE.
002450      DISPLAY "TRANSACTIONS APPLIED  : " WS-TRANS-APPLIED-COUNT.
002460      DISPLAY "TRANSACTIONS REJECTED : " WS-TRANS-REJECTED-COUNT.
002470      PERFORM 3100-SET-RETURN-CODE.
002650      ACCEPT EX-DATE FROM DATE YYYYMMDD.
002660      ACCEPT EX-TIME FROM TIME.
002670      WRITE SUITE-EXCEPTION-REC.
002680 2140-WRITE-APPLIED.
002690*    ONE INVAPPL RECORD PER REWRITE - THE ADJUSTMENT AS
002700* APPLIED, WITH THE ON-HAND QUANTITY EITHER SIDE OF IT
002710      MOVE SPACES         TO INV-APPLIED-REC.
002720      MOVE IT-STORE-ID    TO IA-STORE-ID.
002730      MOVE IT-PRODUCT-ID  TO IA-PRODUCT-ID.
002740      MOVE IT-QTY-DELTA   TO IA-QTY-DELTA.
002750      MOVE WS-BEFORE-QTY  TO IA-BEFORE-QTY.
002760      MOVE SI-ON-HAND-QTY TO IA-AFTER-QTY.
002770      MOVE WS-RUN-DATE    TO IA-APPLY-DATE.
002775      MOVE IT-TRAN-TYPE   TO IA-TRAN-TYPE.
002777      MOVE IT-REASON-CODE TO IA-REASON-CODE.
002780      WRITE INV-APPLIED-REC.
002785      PERFORM 2190-WRITE-MOVEMENT.
002790 2150-CLOSE-ORDER.
002800*    THE RECEIPT CLOSES THE ORDER INVRPL00 CUT, SHORT OR
002810* OVER, AND ITS FULL ORDER QUANTITY COMES OFF ON-ORDER.  THE
002820* CALLER REWRITES THE STORE RECORD.  INVEDIT HOLDS A RECEIPT
002830* WITH NO OPEN ORDER, SO ONE ARRIVING HERE HAS MET A SECOND
002840* RECEIPT FOR THE SAME ORDER IN THE BATCH - THE QUANTITY
002850* STILL APPLIES AND INVRPT SAYS SO
002860      SET WS-ORDER-NOT-OPEN TO TRUE.
002870      IF IT-ORDER-DATE IS NUMERIC
002880         MOVE IT-STORE-ID     TO RO-STORE-ID
002890         MOVE IT-PRODUCT-ID   TO RO-PRODUCT-ID
002900         MOVE IT-ORDER-DATE-N TO RO-ORDER-DATE
002910         READ REORDER-FILE
002920            INVALID KEY
002930               CONTINUE
002940            NOT INVALID KEY
002950               IF RO-OPEN
002960                  SET WS-ORDER-OPEN TO TRUE
002970               END-IF
002980         END-READ
002990      END-IF.
003000      IF WS-ORDER-OPEN
003010         IF SI-ON-ORDER-QTY IS NUMERIC AND
003020            SI-ON-ORDER-QTY > RO-ORDER-QTY
003030            SUBTRACT RO-ORDER-QTY FROM SI-ON-ORDER-QTY
003040         ELSE
003050            MOVE ZERO TO SI-ON-ORDER-QTY
003060         END-IF
003070         SET RO-CLOSED TO TRUE
003080         MOVE IT-QTY-DELTA TO RO-RECEIVED-QTY
003090         MOVE WS-RUN-DATE  TO RO-RECEIVED-DATE
003100         REWRITE REORDER-REC
003110      ELSE
003120         MOVE IT-STORE-ID   TO EL-STORE-ID
003130         MOVE IT-PRODUCT-ID TO EL-PRODUCT-ID
003140         MOVE "RECEIPT APPLIED - NO OPEN ORDER TO CLOSE"
003150            TO EL-REASON
003160         WRITE INV-REPORT-LINE FROM EXCEPTION-LINE
003170      END-IF.
003180 2160-SHIP-TRANSFER.
003190*    THE SHIP SIDE HAS TAKEN THE STOCK OFF THE SENDING STORE -
003200* IT NOW SITS IN TRANSIT ON XFERKSD UNTIL THE RECEIVING STORE
003210* BOOKS IT IN.  INVEDIT HOLDS A REUSED TRANSFER NUMBER, SO ONE
003220* ARRIVING HERE STILL APPLIES AND IS REPORTED
003230      MOVE SPACES          TO TRANSFER-REC.
003240      MOVE IT-TRANSFER-NBR TO XF-TRANSFER-NBR.
003250      MOVE IT-STORE-ID     TO XF-FROM-STORE-ID.
003260      MOVE IT-TO-STORE-ID  TO XF-TO-STORE-ID.
003270      MOVE IT-PRODUCT-ID   TO XF-PRODUCT-ID.
003280      COMPUTE XF-SHIP-QTY = ZERO - IT-QTY-DELTA.
003290      MOVE WS-RUN-DATE     TO XF-SHIP-DATE.
003300      SET XF-IN-TRANSIT    TO TRUE.
003310      MOVE ZERO            TO XF-RECEIVED-DATE.
003320      WRITE TRANSFER-REC
003330         INVALID KEY
003340            MOVE "TRANSFER SHIPPED - NUMBER ALREADY USED"
003350               TO EL-REASON
003360            PERFORM 2180-REPORT-TRANSFER
003370      END-WRITE.
003380 2170-RECEIVE-TRANSFER.
003390*    THE RECEIVING SIDE TAKES THE TRANSFER OUT OF TRANSIT
003400      SET WS-XFER-NOT-IN-TRANSIT TO TRUE.
003410      MOVE IT-TRANSFER-NBR TO XF-TRANSFER-NBR.
003420      READ TRANSFER-FILE
003430         INVALID KEY
003440            CONTINUE
003450         NOT INVALID KEY
003460            IF XF-IN-TRANSIT
003470               SET WS-XFER-IN-TRANSIT TO TRUE
003480            END-IF
003490      END-READ.
003500      IF WS-XFER-IN-TRANSIT
003510         SET XF-RECEIVED  TO TRUE
003520         MOVE WS-RUN-DATE TO XF-RECEIVED-DATE
003530         REWRITE TRANSFER-REC
003540      ELSE
003550         MOVE "TRANSFER RECEIVED - NOT IN TRANSIT" TO EL-REASON
003560         PERFORM 2180-REPORT-TRANSFER
003570      END-IF.
003580 2180-REPORT-TRANSFER.
003590*    COMPANY STOCK NO LONGER NETS - FLAG IT FOR THE MORNING
003600      MOVE IT-STORE-ID   TO EL-STORE-ID.
003610      MOVE IT-PRODUCT-ID TO EL-PRODUCT-ID.
003620      WRITE INV-REPORT-LINE FROM EXCEPTION-LINE.
003630      MOVE "M"           TO EX-SEVERITY.
003640      MOVE EL-STORE-ID   TO EX-KEY.
003650      MOVE "S001"        TO EX-REASON-CODE.
003660      MOVE EL-REASON     TO EX-REASON-TEXT.
003670      PERFORM 9000-WRITE-SUITE-EXCEPTION.
003680 2190-WRITE-MOVEMENT.
003690*    ONE STKMOVE LEDGER RECORD PER MOVEMENT APPLIED - WHY IT
003700* MOVED AND THE ON-HAND QUANTITY EITHER SIDE OF IT.  INVEDIT
003710* HAS ALREADY FILLED A BLANK REASON FROM THE TRANSACTION TYPE
003720      MOVE SPACES          TO STOCK-MOVEMENT-REC.
003730      MOVE IT-STORE-ID     TO SM-STORE-ID.
003740      MOVE IT-PRODUCT-ID   TO SM-PRODUCT-ID.
003750      MOVE WS-RUN-DATE     TO SM-MOVE-DATE.
003760      ACCEPT SM-MOVE-TIME FROM TIME.
003770      MOVE IT-REASON-CODE  TO SM-REASON-CODE.
003780      MOVE IT-TRAN-TYPE    TO SM-TRAN-TYPE.
003790      MOVE IT-QTY-DELTA    TO SM-QTY-DELTA.
003800      MOVE WS-BEFORE-QTY   TO SM-BEFORE-QTY.
003810      MOVE SI-ON-HAND-QTY  TO SM-AFTER-QTY.
003820      EVALUATE TRUE
003830         WHEN IT-RECEIPT
003840            MOVE IT-ORDER-DATE   TO SM-REFERENCE
003850         WHEN IT-TRANSFER-SHIP
003860         WHEN IT-TRANSFER-RECEIVE
003870            MOVE IT-TRANSFER-NBR TO SM-REFERENCE
003880      END-EVALUATE.
003890      WRITE STOCK-MOVEMENT-REC.
003900 3200-STAMP-APPLY-CONTROL.
003910*    STORE 0000 / PRODUCT 0000 IS THE APPLY-CONTROL RECORD - IT
003920* CARRIES THE DATE AND TIME OF THE LAST APPLY SO THE INVI
003930* INQUIRY CAN SHOW HOW CURRENT THE ON-HAND FIGURES ARE.  THE
003940* FIRST RUN AFTER THIS WAS ADDED WRITES IT
003950      MOVE ZERO TO SI-STORE-ID.
003960      MOVE ZERO TO SI-PRODUCT-ID.
003970      READ STORE-KEYED-FILE
003980         INVALID KEY
003990            MOVE SPACES TO STORE-INV-REC
004000            MOVE ZERO   TO SI-STORE-ID
004010            MOVE ZERO   TO SI-PRODUCT-ID
004020      END-READ.
004030      ACCEPT SI-LAST-APPLY-DATE FROM DATE YYYYMMDD.
004040      ACCEPT SI-LAST-APPLY-TIME FROM TIME.
004050      IF STORKSD-OK
004060         REWRITE STORE-INV-REC
004070      ELSE
004080         WRITE STORE-INV-REC
004090      END-IF.
