000170*      - PROJECTED QUANTITY (RUNNING, INCLUDING EARLIER     *
000180*        PASSED TRANSACTIONS) NOT DRIVEN NEGATIVE           *
000190*      - NOT AN EXACT DUPLICATE WITHIN THE BATCH            *
000191*      - A RECEIPT (TYPE R) QUOTES AN OPEN ORDKSD ORDER     *
000192*        AND IS A POSITIVE QUANTITY                         *
000193*      - A TRANSFER SHIP (TYPE S) HAS A NEW TRANSFER        *
000194*        NUMBER AND A RECEIVING STORE STOCKING IT; A        *
000195*        RECEIPT (TYPE X) MATCHES ITS XFERKSD RECORD        *
000196*      - THE REASON CODE (COLS 36-37) FITS THE TYPE AND     *
000197*        SIGN - BLANK TAKES THE TYPE'S OWN REASON           *
000200*    PASSED TRANSACTIONS FLOW TO INVOK - THE FILE SCRIM'S   *
000210*    INVTRAN DD NOW POINTS AT - AND HELD ONES GO TO THE     *
000220*    HOLD REPORT WITH REASONS SO THE WAREHOUSE CONFIRMS     *
000270*                   QUANTITY IS KEPT IN A TOUCHED-PAIR     *
000272*                   TABLE SEEDED FROM THE CLUSTER ON THE   *
000274*                   FIRST TRANSACTION AGAINST EACH PAIR    *
000275*   10/15/2026  DM  PRODUCT MASTER CHECK - HOLD A PRODUCT  *
000276*                   MISSING OR INACTIVE ON PRODKSD         *
000277*   10/15/2026  DM  TYPE R RECEIPT AND S/X TRANSFER EDITS  *
000278*   10/15/2026  DM  MOVEMENT REASON CODE (COLS 36-37) EDIT *
000279************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000324     ACCESS MODE  IS RANDOM
000326     RECORD KEY   IS SI-KEY
000330     FILE STATUS  IS STORKSD-STATUS.
000331     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000332     ORGANIZATION IS INDEXED
000333     ACCESS MODE  IS RANDOM
000334     RECORD KEY   IS PR-PRODUCT-ID
000335     FILE STATUS  IS PRODKSD-STATUS.
000340     SELECT INVENTORY-TRANS-FILE ASSIGN TO INVTRAN
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS INVTRAN-STATUS.
000361     SELECT REORDER-FILE ASSIGN TO ORDKSD
000362     ORGANIZATION IS INDEXED
000363     ACCESS MODE  IS RANDOM
000364     RECORD KEY   IS RO-KEY
000365     FILE STATUS  IS ORDKSD-STATUS.
000370     SELECT PASSED-TRANS-FILE ASSIGN TO INVOK
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS INVOK-STATUS.
000400     SELECT REPORT-FILE ASSIGN TO RPTOUT
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS RPT-FILE-STATUS.
000421     SELECT TRANSFER-FILE ASSIGN TO XFERKSD
000422     ORGANIZATION IS INDEXED
000423     ACCESS MODE  IS RANDOM
000424     RECORD KEY   IS XF-TRANSFER-NBR
000425     FILE STATUS  IS XFERKSD-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD STORE-KEYED-FILE.
000460     COPY STORKREC.
000470 FD PRODUCT-FILE.
000480     COPY PRODREC.
000490 FD REORDER-FILE.
000500     COPY REORDREC.
000520 FD TRANSFER-FILE.
000540     COPY XFERREC.
000560 FD INVENTORY-TRANS-FILE
000570      RECORDING MODE IS F
000580      LABEL RECORDS ARE STANDARD
000620     05 IT-STORE-ID        PIC 9(4).
000630     05 IT-PRODUCT-ID      PIC 9(4).
000640     05 IT-QTY-DELTA       PIC S9(6).
000641     05 IT-TRAN-TYPE       PIC X(1).
000642       88 IT-ADJUSTMENT    VALUE " ".
000643       88 IT-RECEIPT       VALUE "R".
000644       88 IT-TRANSFER-SHIP VALUE "S".
000645       88 IT-TRANSFER-RECEIVE VALUE "X".
000646     05 IT-ORDER-DATE      PIC X(8).
000647     05 IT-ORDER-DATE-N REDEFINES IT-ORDER-DATE PIC 9(8).
000648     05 IT-TO-STORE-ID     PIC 9(4).
000649     05 IT-TRANSFER-NBR    PIC X(8).
000650     05 IT-REASON-CODE     PIC X(2).
000651       88 IT-SALE-REASON   VALUE "SL".
000652       88 IT-RETURN-REASON VALUE "RT".
000653       88 IT-ADJUSTMENT-REASON VALUE "SL" "RT" "CC" "DM" "AD".
000654       88 IT-RECEIPT-REASON VALUE "RC".
000655       88 IT-TRANSFER-OUT-REASON VALUE "TO".
000656       88 IT-TRANSFER-IN-REASON VALUE "TI".
000657     05 FILLER             PIC X(43).
000660 FD PASSED-TRANS-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000770 WORKING-STORAGE SECTION.
000780 01 STORKSD-STATUS        PIC X(2).
000790   88 STORKSD-OK          VALUE "00".
000793 01 PRODKSD-STATUS        PIC X(2).
000796   88 PRODKSD-OK          VALUE "00".
000797 01 ORDKSD-STATUS         PIC X(2).
000798   88 ORDKSD-OK           VALUE "00".
000800 01 INVTRAN-STATUS        PIC X(2).
000810   88 INVTRAN-OK          VALUE "00".
000820 01 INVOK-STATUS          PIC X(2).
000830 01 RPT-FILE-STATUS       PIC X(2).
000840 01 XFERKSD-STATUS        PIC X(2).
000850   88 XFERKSD-OK          VALUE "00".
000860 01 WS-INVTRAN-EOF-SW     PIC X(1) VALUE "N".
000870   88 WS-INVTRAN-DONE     VALUE "Y".
000880 01 WS-RUN-DATE           PIC 9(8).
001160 01 WS-DUP-FOUND-SW       PIC X(1).
001170   88 WS-DUP-FOUND        VALUE "Y".
001180   88 WS-DUP-NOT-FOUND    VALUE "N".
001181*    TRANSFER NUMBERS ALREADY QUOTED IN THIS BATCH
001182 01 WS-MAX-XFER           PIC 9(3) VALUE 200.
001183 01 WS-XFER-COUNT         PIC 9(3) VALUE ZERO.
001184 01 WS-XFER-TABLE.
001185     05 WS-XFER-NBR        PIC X(8)
001186                           OCCURS 200 TIMES INDEXED BY XFER-IDX.
001187 01 WS-XFER-SEEN-SW       PIC X(1).
001188   88 WS-XFER-SEEN        VALUE "Y".
001189   88 WS-XFER-NOT-SEEN    VALUE "N".
001190 01 WS-COUNTERS.
001200     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001210     05 WS-PASSED-COUNT   PIC 9(5) VALUE ZERO.
001740         MOVE 12 TO RETURN-CODE
001750         STOP RUN
001760      END-IF.
001761      OPEN INPUT PRODUCT-FILE.
001762      IF NOT PRODKSD-OK
001763         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001764         MOVE 12 TO RETURN-CODE
001765         STOP RUN
001766      END-IF.
001770      OPEN INPUT INVENTORY-TRANS-FILE.
001780      IF NOT INVTRAN-OK
001790         DISPLAY "FAILURE TO OPEN INVTRAN " INVTRAN-STATUS
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820      END-IF.
001821      OPEN INPUT REORDER-FILE.
001822      IF NOT ORDKSD-OK
001823         DISPLAY "FAILURE TO OPEN ORDKSD " ORDKSD-STATUS
001824         MOVE 12 TO RETURN-CODE
001825         STOP RUN
001826      END-IF.
001830      OPEN OUTPUT PASSED-TRANS-FILE.
001840      OPEN OUTPUT REPORT-FILE.
001841      OPEN INPUT TRANSFER-FILE.
001842      IF NOT XFERKSD-OK
001843         DISPLAY "FAILURE TO OPEN XFERKSD " XFERKSD-STATUS
001844         MOVE 12 TO RETURN-CODE
001845         STOP RUN
001846      END-IF.
001850      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001860      MOVE WS-RUN-DATE TO HL2-DATE.
001870      WRITE REPORT-LINE FROM HEADING-LINE-1.
002290 2100-SCREEN-ONE-TRANSACTION.
002300      SET WS-TRAN-PASSED TO TRUE.
002310      MOVE SPACES TO WS-HOLD-REASON.
002312*    A TRANSFER IS KEPT UNIQUE BY ITS TRANSFER NUMBER
002314* INSTEAD (2195) - ONLY THE OTHER TYPES TAKE THE REPEAT CHECK
002316      IF NOT IT-TRANSFER-SHIP AND NOT IT-TRANSFER-RECEIVE
002320         PERFORM 2110-CHECK-DUPLICATE
002325      END-IF.
002330      IF WS-TRAN-PASSED
002340         PERFORM 2120-FIND-STORE
002350         IF WS-STORE-NOT-FOUND
002370            MOVE "STORE NOT ON STORE CLUSTER" TO WS-HOLD-REASON
002380         END-IF
002390      END-IF.
002392      IF WS-TRAN-PASSED
002394         PERFORM 2125-CHECK-PRODUCT-MASTER
002396      END-IF.
002400      IF WS-TRAN-PASSED
002410         PERFORM 2130-FIND-PRODUCT
002420         IF WS-TRAN-PASSED AND WS-SLOT-NOT-FOUND
002450               TO WS-HOLD-REASON
002460         END-IF
002470      END-IF.
002472      IF WS-TRAN-PASSED
002474         PERFORM 2160-CHECK-TRAN-TYPE
002476      END-IF.
002477      IF WS-TRAN-PASSED
002478         PERFORM 2165-CHECK-REASON-CODE THRU 2165-EXIT
002479      END-IF.
002480      IF WS-TRAN-PASSED
002490         COMPUTE WS-PROJECTED-QTY =
002500            WS-PROJ-QTY (PROJ-IDX) + IT-QTY-DELTA
003010         NOT INVALID KEY
003020            SET WS-STORE-FOUND TO TRUE
003030      END-READ.
003031 2125-CHECK-PRODUCT-MASTER.
003032*    MOVEMENT IS ONLY TAKEN FOR A PRODUCT THAT IS ON THE
003033* PRODKSD PRODUCT MASTER AND ACTIVE
003034      MOVE IT-PRODUCT-ID TO PR-PRODUCT-ID.
003035      READ PRODUCT-FILE
003036         INVALID KEY
003037            SET WS-TRAN-HELD TO TRUE
003038            MOVE "PRODUCT NOT ON PRODUCT MASTER"
003039               TO WS-HOLD-REASON
003040         NOT INVALID KEY
003041            IF PR-INACTIVE
003042               SET WS-TRAN-HELD TO TRUE
003043               MOVE "PRODUCT INACTIVE ON PRODUCT MASTER"
003044                  TO WS-HOLD-REASON
003045            END-IF
003046      END-READ.
003050 2130-FIND-PRODUCT.
003052*    THE TOUCHED-PAIR TABLE HOLDS THE RUNNING PROJECTED
003054* QUANTITY - ON THE FIRST TRANSACTION AGAINST A PAIR THE
003210      CLOSE INVENTORY-TRANS-FILE.
003220      CLOSE PASSED-TRANS-FILE.
003225      CLOSE STORE-KEYED-FILE.
003227      CLOSE PRODUCT-FILE.
003228      CLOSE REORDER-FILE.
003229      CLOSE TRANSFER-FILE.
003230      CLOSE REPORT-FILE.
003240      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
003250      DISPLAY "PASSED TO SCRIM       : " WS-PASSED-COUNT.
003320         MOVE 8 TO WS-HIGHEST-RC
003330      END-IF.
003340      DISPLAY "INVEDIT RETURN CODE   : " WS-HIGHEST-RC.
003350 2160-CHECK-TRAN-TYPE.
003360*    BLANK IS AN ADJUSTMENT.  R IS A REPLENISHMENT RECEIPT,
003370* WHICH MUST BRING STOCK IN AGAINST AN ORDER INVRPL00 CUT
003380* AND RECEIVING HAS NOT ALREADY BOOKED
003385* - S SHIPS AN INTER-STORE TRANSFER AND X RECEIVES IT
003390      EVALUATE TRUE
003400         WHEN IT-ADJUSTMENT
003410            CONTINUE
003420         WHEN IT-RECEIPT
003430            PERFORM 2170-CHECK-OPEN-ORDER
003432         WHEN IT-TRANSFER-SHIP
003434            PERFORM 2180-CHECK-TRANSFER-SHIP THRU 2180-EXIT
003436         WHEN IT-TRANSFER-RECEIVE
003438            PERFORM 2190-CHECK-TRANSFER-RECEIPT THRU 2190-EXIT
003440         WHEN OTHER
003450            SET WS-TRAN-HELD TO TRUE
003460            MOVE "UNKNOWN TRANSACTION TYPE" TO WS-HOLD-REASON
003470      END-EVALUATE.
003480 2170-CHECK-OPEN-ORDER.
003490      IF IT-QTY-DELTA NOT > ZERO
003500         SET WS-TRAN-HELD TO TRUE
003510         MOVE "RECEIPT QUANTITY NOT POSITIVE" TO WS-HOLD-REASON
003520      ELSE
003530         IF IT-ORDER-DATE IS NOT NUMERIC
003540            SET WS-TRAN-HELD TO TRUE
003550            MOVE "RECEIPT ORDER DATE NOT NUMERIC"
003560               TO WS-HOLD-REASON
003570         ELSE
003580            MOVE IT-STORE-ID     TO RO-STORE-ID
003590            MOVE IT-PRODUCT-ID   TO RO-PRODUCT-ID
003600            MOVE IT-ORDER-DATE-N TO RO-ORDER-DATE
003610            READ REORDER-FILE
003620               INVALID KEY
003630                  SET WS-TRAN-HELD TO TRUE
003640                  MOVE "NO SUCH REPLENISHMENT ORDER"
003650                     TO WS-HOLD-REASON
003660               NOT INVALID KEY
003670                  IF NOT RO-OPEN
003680                     SET WS-TRAN-HELD TO TRUE
003690                     MOVE "ORDER ALREADY RECEIVED"
003700                        TO WS-HOLD-REASON
003710                  END-IF
003720            END-READ
003730         END-IF
003740      END-IF.
003750 2180-CHECK-TRANSFER-SHIP.
003760*    THE SHIP SIDE CARRIES BOTH ENDS - IT-STORE-ID SENDS (ITS
003770* STOCK IS THE PROJECTED-QUANTITY CHECK IN 2100) AND
003780* IT-TO-STORE-ID RECEIVES, SO BOTH STORES ARE PROVED HERE
003790      IF IT-QTY-DELTA NOT < ZERO
003800         SET WS-TRAN-HELD TO TRUE
003810         MOVE "TRANSFER SHIP QUANTITY NOT NEGATIVE"
003820            TO WS-HOLD-REASON
003830         GO TO 2180-EXIT
003840      END-IF.
003850      IF IT-TRANSFER-NBR = SPACES
003860         SET WS-TRAN-HELD TO TRUE
003870         MOVE "TRANSFER NUMBER MISSING" TO WS-HOLD-REASON
003880         GO TO 2180-EXIT
003890      END-IF.
003900      IF IT-TO-STORE-ID IS NOT NUMERIC
003910         SET WS-TRAN-HELD TO TRUE
003920         MOVE "RECEIVING STORE NOT NUMERIC" TO WS-HOLD-REASON
003930         GO TO 2180-EXIT
003940      END-IF.
003950      IF IT-TO-STORE-ID = IT-STORE-ID
003960         SET WS-TRAN-HELD TO TRUE
003970         MOVE "TRANSFER TO THE SENDING STORE" TO WS-HOLD-REASON
003980         GO TO 2180-EXIT
003990      END-IF.
004000      MOVE IT-TO-STORE-ID TO SI-STORE-ID.
004010      MOVE ZERO           TO SI-PRODUCT-ID.
004020      READ STORE-KEYED-FILE
004030         INVALID KEY
004040            SET WS-TRAN-HELD TO TRUE
004050            MOVE "RECEIVING STORE NOT ON STORE CLUSTER"
004060               TO WS-HOLD-REASON
004070      END-READ.
004080      IF WS-TRAN-HELD
004090         GO TO 2180-EXIT
004100      END-IF.
004110      MOVE IT-PRODUCT-ID  TO SI-PRODUCT-ID.
004120      READ STORE-KEYED-FILE
004130         INVALID KEY
004140            SET WS-TRAN-HELD TO TRUE
004150            MOVE "PRODUCT NOT STOCKED AT RECEIVING STORE"
004160               TO WS-HOLD-REASON
004170      END-READ.
004180      IF WS-TRAN-HELD
004190         GO TO 2180-EXIT
004200      END-IF.
004210      MOVE IT-TRANSFER-NBR TO XF-TRANSFER-NBR.
004220      READ TRANSFER-FILE
004230         INVALID KEY
004240            CONTINUE
004250         NOT INVALID KEY
004260            SET WS-TRAN-HELD TO TRUE
004270            MOVE "TRANSFER NUMBER ALREADY USED" TO WS-HOLD-REASON
004280      END-READ.
004290      IF WS-TRAN-PASSED
004300         PERFORM 2195-CHECK-BATCH-TRANSFER
004310      END-IF.
004320 2180-EXIT.
004330      EXIT.
004340 2190-CHECK-TRANSFER-RECEIPT.
004350*    THE RECEIVING SIDE QUOTES THE TRANSFER NUMBER AND BOOKS
004360* THE WHOLE SHIPPED QUANTITY AT THE STORE IT WAS SENT TO - A
004370* SHORT OR DAMAGED DELIVERY IS RECEIVED IN FULL AND THEN
004380* ADJUSTED, SO THE TWO SIDES ALWAYS NET TO ZERO
004390      IF IT-TRANSFER-NBR = SPACES
004400         SET WS-TRAN-HELD TO TRUE
004410         MOVE "TRANSFER NUMBER MISSING" TO WS-HOLD-REASON
004420         GO TO 2190-EXIT
004430      END-IF.
004440      MOVE IT-TRANSFER-NBR TO XF-TRANSFER-NBR.
004450      READ TRANSFER-FILE
004460         INVALID KEY
004470            SET WS-TRAN-HELD TO TRUE
004480            MOVE "NO SUCH TRANSFER IN TRANSIT" TO WS-HOLD-REASON
004490      END-READ.
004500      IF WS-TRAN-HELD
004510         GO TO 2190-EXIT
004520      END-IF.
004530      IF NOT XF-IN-TRANSIT
004540         SET WS-TRAN-HELD TO TRUE
004550         MOVE "TRANSFER ALREADY RECEIVED" TO WS-HOLD-REASON
004560         GO TO 2190-EXIT
004570      END-IF.
004580      IF XF-TO-STORE-ID NOT = IT-STORE-ID OR
004590         XF-PRODUCT-ID NOT = IT-PRODUCT-ID
004600         SET WS-TRAN-HELD TO TRUE
004610         MOVE "TRANSFER IS FOR ANOTHER STORE/PRODUCT"
004620            TO WS-HOLD-REASON
004630         GO TO 2190-EXIT
004640      END-IF.
004650      IF IT-QTY-DELTA NOT = XF-SHIP-QTY
004660         SET WS-TRAN-HELD TO TRUE
004670         MOVE "RECEIPT QTY NOT THE QUANTITY SHIPPED"
004680            TO WS-HOLD-REASON
004690         GO TO 2190-EXIT
004700      END-IF.
004710      PERFORM 2195-CHECK-BATCH-TRANSFER.
004720 2190-EXIT.
004730      EXIT.
004740 2195-CHECK-BATCH-TRANSFER.
004750*    ONE SIDE OF A TRANSFER PER BATCH - A SECOND SHIP OR
004760* RECEIPT QUOTING THE SAME NUMBER IS A KEYING SLIP
004770      SET WS-XFER-NOT-SEEN TO TRUE.
004780      PERFORM VARYING XFER-IDX FROM 1 BY 1
004790         UNTIL XFER-IDX > WS-XFER-COUNT
004800         IF WS-XFER-NBR (XFER-IDX) = IT-TRANSFER-NBR
004810            SET WS-XFER-SEEN TO TRUE
004820            EXIT PERFORM
004830         END-IF
004840      END-PERFORM.
004850      IF WS-XFER-SEEN
004860         SET WS-TRAN-HELD TO TRUE
004870         MOVE "TRANSFER NUMBER REPEATED IN BATCH"
004880            TO WS-HOLD-REASON
004890      ELSE
004900         IF WS-XFER-COUNT < WS-MAX-XFER
004910            ADD 1 TO WS-XFER-COUNT
004920            SET XFER-IDX TO WS-XFER-COUNT
004930            MOVE IT-TRANSFER-NBR TO WS-XFER-NBR (XFER-IDX)
004940         END-IF
004950      END-IF.
004960 2165-CHECK-REASON-CODE.
004970*    COLS 36-37 SAY WHY THE STOCK MOVED, FOR THE STKMOVE LEDGER:
004980* SL SALE, RT CUSTOMER RETURN, CC COUNT CORRECTION, DM DAMAGE
004990* OR WASTE, AD ANY OTHER ADJUSTMENT, RC RECEIPT (TYPE R ONLY),
005000* TO/TI TRANSFER OUT/IN (TYPE S/X ONLY).  A BLANK REASON TAKES
005010* THE TYPE'S OWN - AD FOR AN ADJUSTMENT - SO SCRIM ALWAYS HAS
005020* ONE TO POST
005030      IF IT-REASON-CODE = SPACES
005040         EVALUATE TRUE
005050            WHEN IT-RECEIPT
005060               MOVE "RC" TO IT-REASON-CODE
005070            WHEN IT-TRANSFER-SHIP
005080               MOVE "TO" TO IT-REASON-CODE
005090            WHEN IT-TRANSFER-RECEIVE
005100               MOVE "TI" TO IT-REASON-CODE
005110            WHEN OTHER
005120               MOVE "AD" TO IT-REASON-CODE
005130         END-EVALUATE
005140         GO TO 2165-EXIT
005150      END-IF.
005160      EVALUATE TRUE
005170         WHEN IT-RECEIPT
005180            IF NOT IT-RECEIPT-REASON
005190               SET WS-TRAN-HELD TO TRUE
005200            END-IF
005210         WHEN IT-TRANSFER-SHIP
005220            IF NOT IT-TRANSFER-OUT-REASON
005230               SET WS-TRAN-HELD TO TRUE
005240            END-IF
005250         WHEN IT-TRANSFER-RECEIVE
005260            IF NOT IT-TRANSFER-IN-REASON
005270               SET WS-TRAN-HELD TO TRUE
005280            END-IF
005290         WHEN OTHER
005300            IF NOT IT-ADJUSTMENT-REASON
005310               SET WS-TRAN-HELD TO TRUE
005320            END-IF
005330      END-EVALUATE.
005340      IF WS-TRAN-HELD
005350         MOVE "REASON CODE UNKNOWN OR WRONG FOR TYPE"
005360            TO WS-HOLD-REASON
005370         GO TO 2165-EXIT
005380      END-IF.
005390      IF IT-SALE-REASON AND IT-QTY-DELTA NOT < ZERO
005400         SET WS-TRAN-HELD TO TRUE
005410         MOVE "SALE QUANTITY NOT NEGATIVE" TO WS-HOLD-REASON
005420      END-IF.
005430      IF IT-RETURN-REASON AND IT-QTY-DELTA NOT > ZERO
005440         SET WS-TRAN-HELD TO TRUE
005450         MOVE "CUSTOMER RETURN QUANTITY NOT POSITIVE"
005460            TO WS-HOLD-REASON
005470      END-IF.
005480 2165-EXIT.
005490      EXIT.
