000130*    STORKSD STORE-INVENTORY CLUSTER INSTEAD:               *
000140*      A  ADD A STORE            R  REMOVE A STORE          *
000150*      P  STOCK A PRODUCT        C  CLEAR A PRODUCT         *
000155*      O  SET THE REORDER POINT AND QUANTITY OF A PRODUCT   *
000160*    WITH FULL EDITS (NUMERIC IDS, NO DUPLICATE STORE, NO   *
000170*    DUPLICATE PRODUCT WITHIN A STORE), A MAINTENANCE LOG   *
000180*    OF EVERY TRANSACTION'S RESULT ON STORLOG, AND          *
000410*                   PRODUCT RECORDS, AND REMOVE NOW        *
000420*                   REFUSES A STORE THAT STILL HAS         *
000430*                   PRODUCTS STOCKED (CLEAR THEM FIRST)    *
000432*   10/15/2026  DM  STOCKING A PRODUCT (P) NOW REQUIRES IT *
000434*                   TO BE ON THE PRODKSD PRODUCT MASTER    *
000436*                   (PRODREC) AND ACTIVE - AN UNKNOWN OR   *
000438*                   INACTIVE PRODUCT REJECTS TO STORLOG    *
000440*   10/15/2026  DM  ACTION O SETS A STOCKED PRODUCT'S      *
000441*                   REORDER POINT (COLS 18-23) AND REORDER *
000442*                   QUANTITY (COLS 24-29) FOR INVRPL00 -   *
000443*                   ZERO QUANTITY TURNS IT OFF.  P STARTS  *
000444*                   ALL THREE REORDER FIELDS AT ZERO       *
000445*   10/15/2026  DM  STORE 0000 IS REFUSED - IT IS THE      *
000446*                   SCRIM APPLY-CONTROL RECORD             *
000447************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000500     ACCESS MODE  IS DYNAMIC
000510     RECORD KEY   IS SI-KEY
000520     FILE STATUS  IS STORKSD-STATUS.
000521     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000522     ORGANIZATION IS INDEXED
000523     ACCESS MODE  IS RANDOM
000524     RECORD KEY   IS PR-PRODUCT-ID
000525     FILE STATUS  IS PRODKSD-STATUS.
000530     SELECT STORE-TRANS-FILE ASSIGN TO STORTRAN
000540     ORGANIZATION IS SEQUENTIAL
000550     FILE STATUS  IS STORTRAN-STATUS.
000710 FILE SECTION.
000720 FD STORE-KEYED-FILE.
000730     COPY STORKREC.
000733 FD PRODUCT-FILE.
000736     COPY PRODREC.
000740 FD STORE-TRANS-FILE
000750      RECORDING MODE IS F
000760      LABEL RECORDS ARE STANDARD
000820       88 ST-REMOVE-STORE  VALUE "R".
000830       88 ST-ASSIGN-PROD   VALUE "P".
000840       88 ST-CLEAR-PROD    VALUE "C".
000845       88 ST-SET-REORDER   VALUE "O".
000850     05 ST-STORE-ID        PIC X(4).
000860     05 ST-PRODUCT-ID      PIC X(4).
000870     05 ST-USER-ID         PIC X(8).
000880     05 ST-REORDER-POINT   PIC X(6).
000881     05 ST-REORDER-POINT-N REDEFINES ST-REORDER-POINT
000882                           PIC 9(6).
000883     05 ST-REORDER-QTY     PIC X(6).
000884     05 ST-REORDER-QTY-N REDEFINES ST-REORDER-QTY
000885                           PIC 9(6).
000886     05 FILLER             PIC X(51).
000890 FD MAINT-LOG-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
001180     COPY AUDSPARM.
001190 01 STORKSD-STATUS        PIC X(2).
001200   88 STORKSD-OK          VALUE "00".
001203 01 PRODKSD-STATUS        PIC X(2).
001206   88 PRODKSD-OK          VALUE "00".
001210 01 STORTRAN-STATUS       PIC X(2).
001220   88 STORTRAN-OK         VALUE "00".
001230 01 STORLOG-STATUS        PIC X(2).
001670         MOVE 12 TO RETURN-CODE
001680         STOP RUN
001690      END-IF.
001691      OPEN INPUT PRODUCT-FILE.
001692      IF NOT PRODKSD-OK
001693         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001694         MOVE 12 TO RETURN-CODE
001695         STOP RUN
001696      END-IF.
001700      OPEN INPUT STORE-TRANS-FILE.
001710      IF NOT STORTRAN-OK
001720         DISPLAY "FAILURE TO OPEN STORTRAN " STORTRAN-STATUS
002080               PERFORM 2400-ASSIGN-PRODUCT
002090            WHEN ST-CLEAR-PROD
002100               PERFORM 2500-CLEAR-PRODUCT
002103            WHEN ST-SET-REORDER
002106               PERFORM 2800-SET-REORDER-LEVELS
002110         END-EVALUATE
002120      END-IF.
002130      PERFORM 2600-WRITE-LOG-LINE.
002170         SET WS-TRAN-REJECTED TO TRUE
002180      END-IF.
002190      IF NOT (ST-ADD-STORE OR ST-REMOVE-STORE OR
002200              ST-ASSIGN-PROD OR ST-CLEAR-PROD OR
002205              ST-SET-REORDER)
002210         PERFORM 2130-REJECT-UNKNOWN-ACTION
002220      END-IF.
002230      IF WS-TRAN-ACCEPTED AND ST-STORE-ID IS NOT NUMERIC
002240         SET WS-TRAN-REJECTED TO TRUE
002250         MOVE "STORE-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002260      END-IF.
002261      IF WS-TRAN-ACCEPTED AND ST-STORE-ID = "0000"
002262         SET WS-TRAN-REJECTED TO TRUE
002263         MOVE "STORE 0000 IS THE APPLY-CONTROL RECORD"
002264            TO WS-REJECT-REASON
002265      END-IF.
002270      IF WS-TRAN-ACCEPTED AND
002280         (ST-ASSIGN-PROD OR ST-CLEAR-PROD OR ST-SET-REORDER) AND
002290         ST-PRODUCT-ID IS NOT NUMERIC
002300         SET WS-TRAN-REJECTED TO TRUE
002310         MOVE "PRODUCT-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002320      END-IF.
002330      IF WS-TRAN-ACCEPTED AND
002340         (ST-ASSIGN-PROD OR ST-CLEAR-PROD OR ST-SET-REORDER) AND
002350         ST-PRODUCT-ID = "0000"
002360         SET WS-TRAN-REJECTED TO TRUE
002370         MOVE "PRODUCT 0000 IS THE STORE HEADER"
002440               SET WS-TRAN-REJECTED TO TRUE
002450               MOVE "STORE ALREADY ON MASTER" TO WS-REJECT-REASON
002460            WHEN (ST-REMOVE-STORE OR ST-ASSIGN-PROD OR
002470                  ST-CLEAR-PROD OR ST-SET-REORDER) AND
002475                  WS-STORE-NOT-FOUND
002480               SET WS-TRAN-REJECTED TO TRUE
002490               MOVE "STORE NOT ON MASTER" TO WS-REJECT-REASON
002500            WHEN OTHER
002510               CONTINUE
002520         END-EVALUATE
002530      END-IF.
002532      IF WS-TRAN-ACCEPTED AND ST-ASSIGN-PROD
002534         PERFORM 2160-CHECK-PRODUCT-MASTER
002536      END-IF.
002540 2105-CHECK-USER-AUTH.
002550*    THE SUBMITTING USER MUST BE ON USERAUTH WITH TYPE S -
002560* A BLANK USER-ID REJECTS TOO, AND THE VIOLATION GOES TO
002870 2130-REJECT-UNKNOWN-ACTION.
002880      SET WS-TRAN-REJECTED TO TRUE.
002890      MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON.
002891 2160-CHECK-PRODUCT-MASTER.
002892      MOVE ST-PRODUCT-ID TO PR-PRODUCT-ID.
002893      READ PRODUCT-FILE
002894         INVALID KEY
002895            MOVE SPACE TO PR-ACTIVE-FLAG
002896      END-READ.
002897      IF NOT PR-ACTIVE
002898         PERFORM 2170-REJECT-PRODUCT
002899      END-IF.
002900 2140-FIND-STORE.
002910*    PRODUCT 0000 IS THE STORE HEADER RECORD - ONE KEYED
002920* READ PROVES THE STORE EXISTS AND SAVES ITS QUANTITY
003110         NOT INVALID KEY
003120            SET WS-RECORD-FOUND TO TRUE
003130      END-READ.
003131 2170-REJECT-PRODUCT.
003132*    NOT ON THE PRODUCT MASTER, OR ON IT BUT INACTIVE
003133      SET WS-TRAN-REJECTED TO TRUE.
003134      IF PR-INACTIVE
003135         MOVE "PRODUCT IS INACTIVE" TO WS-REJECT-REASON
003136      ELSE
003137         MOVE "PRODUCT NOT ON PRODUCT MASTER"
003138            TO WS-REJECT-REASON
003139      END-IF.
003140 2200-ADD-STORE.
003150      MOVE SPACES      TO STORE-INV-REC.
003160      MOVE ST-STORE-ID TO SI-STORE-ID.
003720      MOVE ST-STORE-ID   TO SI-STORE-ID.
003730      MOVE ST-PRODUCT-ID TO SI-PRODUCT-ID.
003740      MOVE ZERO          TO SI-ON-HAND-QTY.
003742      MOVE ZERO          TO SI-REORDER-POINT.
003744      MOVE ZERO          TO SI-REORDER-QTY.
003746      MOVE ZERO          TO SI-ON-ORDER-QTY.
003750      MOVE SPACES        TO WS-BEFORE-IMAGE.
003760      MOVE STORE-INV-REC TO WS-AFTER-IMAGE.
003770      WRITE STORE-INV-REC
004480      WRITE SUITE-EXCEPTION-REC.
004490 3000-TERMINATE.
004500      CLOSE STORE-KEYED-FILE.
004505      CLOSE PRODUCT-FILE.
004510      CLOSE STORE-TRANS-FILE.
004520      CLOSE MAINT-LOG-FILE.
004530      CLOSE AUDIT-TRAIL-FILE.
004660         MOVE 8 TO WS-HIGHEST-RC
004670      END-IF.
004680      DISPLAY "STORMNT RETURN CODE   : " WS-HIGHEST-RC.
004690 2800-SET-REORDER-LEVELS.
004700*    REORDER POINT AND QUANTITY FOR A PRODUCT ALREADY
004710* STOCKED AT THE STORE - A ZERO QUANTITY LEAVES IT OUT OF
004720* REPLENISHMENT.  THE ON-ORDER QUANTITY BELONGS TO INVRPL00
004730* AND SCRIM AND IS ONLY TIDIED HERE IF IT WAS NEVER SET
004740      IF ST-REORDER-POINT IS NOT NUMERIC OR
004750         ST-REORDER-QTY IS NOT NUMERIC
004760         SET WS-TRAN-REJECTED TO TRUE
004770         MOVE "REORDER POINT/QTY NOT NUMERIC" TO WS-REJECT-REASON
004780      ELSE
004790         PERFORM 2150-FIND-PRODUCT
004800         IF WS-RECORD-NOT-FOUND
004810            SET WS-TRAN-REJECTED TO TRUE
004820            MOVE "PRODUCT NOT AT THIS STORE" TO WS-REJECT-REASON
004830         ELSE
004840            MOVE STORE-INV-REC      TO WS-BEFORE-IMAGE
004850            MOVE ST-REORDER-POINT-N TO SI-REORDER-POINT
004860            MOVE ST-REORDER-QTY-N   TO SI-REORDER-QTY
004870            IF SI-ON-ORDER-QTY IS NOT NUMERIC
004880               MOVE ZERO TO SI-ON-ORDER-QTY
004890            END-IF
004900            MOVE STORE-INV-REC      TO WS-AFTER-IMAGE
004910            REWRITE STORE-INV-REC
004920               INVALID KEY
004930                  SET WS-TRAN-REJECTED TO TRUE
004940                  MOVE "PRODUCT NOT AT THIS STORE"
004950                     TO WS-REJECT-REASON
004960               NOT INVALID KEY
004970                  MOVE "REORDER" TO WS-AUDIT-ACTION
004980                  PERFORM 2700-WRITE-AUDIT-REC
004990            END-REWRITE
005000         END-IF
005010      END-IF.
