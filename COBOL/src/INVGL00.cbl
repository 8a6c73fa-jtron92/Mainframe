000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVGL00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    INVENTORY GENERAL-LEDGER INTERFACE - ONLY PAYROLL      *
000090*    REACHED THE LEDGER (PAYGL00), SO COUNT WRITE-DOWNS     *
000100*    FROM INVRECON AND EVERY OTHER ADJUSTMENT SCRIM APPLIED *
000110*    TO STORKSD NEVER MOVED THE INVENTORY ASSET ON THE      *
000120*    BOOKS.  THIS PROGRAM READS THE INVAPPL FILE SCRIM      *
000130*    APPENDS TO (ONE RECORD PER APPLIED ADJUSTMENT), VALUES *
000140*    EACH MOVEMENT AT THE PRODUCT'S UNIT COST FROM THE      *
000150*    PRODKSD PRODUCT MASTER, AND WRITES THE INVGLPST FILE   *
000160*    IN THE SAME GH/GD/GT FORMAT PAYGL00 USES:              *
000170*      GH  BATCH HEADER (RUN DATE, SOURCE "INV")            *
000180*      GD  PER STORE - A NET DECREASE DEBITS SHRINK EXPENSE *
000190*          AND CREDITS INVENTORY, A NET INCREASE DEBITS     *
000200*          INVENTORY AND CREDITS SHRINK (THE OVERAGE)       *
000202*          A REPLENISHMENT RECEIPT (INVAPPL TYPE R) IS      *
000203*          A PURCHASE, NOT AN OVERAGE - IT DEBITS           *
000204*          INVENTORY AND CREDITS 2050-GRN, RECEIVED NOT     *
000205*          INVOICED, UNTIL PAYABLES MATCHES THE INVOICE     *
000206*          A STORE TRANSFER (TYPE S/X) MOVES VIA 1410-TRN   *
000207*          A POS SALE OR CUSTOMER RETURN (REASON SL/RT)     *
000208*          IS COST OF SALES (5100-COG), NOT SHRINK          *
000210*      GT  TRAILER WITH DEBIT AND CREDIT TOTALS             *
000220*    THE STORE GOES IN GD-STORE-ID (PAYGL00 LEAVES THOSE    *
000230*    COLUMNS BLANK).  A PRODUCT WITH NO UNIT COST IS LISTED *
000240*    AND RAISED TO SUITEEXC AT ZERO VALUE (RC=4).  THE      *
000250*    BATCH MUST BALANCE TO THE PENNY - AN OUT-OF-BALANCE    *
000260*    RUN ENDS RC=8 SO THE JCL HOLDS THE LEDGER LOAD         *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000291*   10/15/2026  DM  UNIT COST NOW COMES FROM A KEYED READ  *
000292*                   OF PRODKSD (PRODREC), NOT THE PRODCOST *
000293*                   TABLE - A ZERO COST COUNTS AS NO COST  *
000294*   10/15/2026  DM  REPLENISHMENT RECEIPTS (INVAPPL TYPE   *
000295*                   R) POST DR 1400-INV / CR 2050-GRN PER  *
000296*                   STORE INSTEAD OF AS OVERAGE, PLUS A    *
000297*                   RECEIPTS COLUMN ON THE STORE SUMMARY   *
000298*   10/15/2026  DM  STORE TRANSFERS POST THROUGH 1410-TRN  *
000299*   10/15/2026  DM  POS SALES/RETURNS (IA-REASON-CODE SL/  *
000300*                   RT) POST TO 5100-COG, COST OF SALES,   *
000301*                   WITH THEIR OWN TOTAL - NOT AS SHRINK   *
000309************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT INV-APPLIED-FILE ASSIGN TO INVAPPL
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS INVAPPL-STATUS.
000370     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE  IS RANDOM
000393     RECORD KEY   IS PR-PRODUCT-ID
000396     FILE STATUS  IS PRODKSD-STATUS.
000400     SELECT GL-POSTING-FILE ASSIGN TO INVGLPST
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS GLPOST-STATUS.
000430     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS SUITEEXC-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO RPTOUT
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD INV-APPLIED-FILE
000520      RECORDING MODE IS F
000530      LABEL RECORDS ARE STANDARD
000540      RECORD CONTAINS 80 CHARACTERS
000550      DATA RECORD IS INV-APPLIED-REC.
000560     COPY INVAPREC.
000570 FD PRODUCT-FILE.
000580     COPY PRODREC.
000670 FD GL-POSTING-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      RECORD CONTAINS 80 CHARACTERS
000710      DATA RECORD IS GL-POSTING-REC.
000720 01 GL-POSTING-REC        PIC X(80).
000730 01 GL-HEADER-REC REDEFINES GL-POSTING-REC.
000740   05 GH-REC-TYPE        PIC X(02).
000750   05 GH-RUN-DATE        PIC 9(08).
000760   05 GH-PERIOD-END      PIC 9(08).
000770   05 GH-POST-DATE       PIC 9(08).
000780   05 GH-SOURCE          PIC X(03).
000790   05 FILLER             PIC X(51).
000800 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
000810   05 GD-REC-TYPE        PIC X(02).
000820   05 GD-DR-CR           PIC X(01).
000830   05 GD-ACCOUNT         PIC X(08).
000840   05 GD-DEPT-ID         PIC 9(03).
000850   05 GD-AMOUNT          PIC 9(9)V9(2).
000860   05 GD-DESC            PIC X(24).
000870   05 GD-STORE-ID        PIC 9(04).
000880   05 FILLER             PIC X(27).
000890 01 GL-TRAILER-REC REDEFINES GL-POSTING-REC.
000900   05 GT-REC-TYPE        PIC X(02).
000910   05 GT-DEBIT-TOTAL     PIC 9(11)V9(2).
000920   05 GT-CREDIT-TOTAL    PIC 9(11)V9(2).
000930   05 FILLER             PIC X(52).
000940 FD SUITE-EXCEPTION-FILE
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      RECORD CONTAINS 80 CHARACTERS
000980      DATA RECORD IS SUITE-EXCEPTION-REC.
000990     COPY EXCPTREC.
001000 FD REPORT-FILE
001010      RECORDING MODE IS F
001020      LABEL RECORDS ARE STANDARD
001030      DATA RECORD IS REPORT-LINE.
001040 01 REPORT-LINE           PIC X(80).
001050 WORKING-STORAGE SECTION.
001060 01 INVAPPL-STATUS        PIC X(2).
001070   88 INVAPPL-OK          VALUE "00".
001080 01 PRODKSD-STATUS        PIC X(2).
001090   88 PRODKSD-OK          VALUE "00".
001100 01 GLPOST-STATUS         PIC X(2).
001110 01 SUITEEXC-STATUS       PIC X(2).
001120 01 RPT-FILE-STATUS       PIC X(2).
001130 01 WS-INVAPPL-EOF-SW     PIC X(1) VALUE "N".
001140   88 WS-INVAPPL-DONE     VALUE "Y".
001170 01 WS-RUN-DATE           PIC 9(8).
001180 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001190 01 WS-COST-FOUND-SW      PIC X(1).
001200   88 WS-COST-FOUND       VALUE "Y".
001210   88 WS-COST-NOT-FOUND   VALUE "N".
001220 01 WS-STORE-FOUND-SW     PIC X(1).
001230   88 WS-STORE-FOUND      VALUE "Y".
001240   88 WS-STORE-NOT-FOUND  VALUE "N".
001250 01 WS-UNIT-COST          PIC 9(5)V9(2).
001260 01 WS-MOVE-VALUE         PIC S9(9)V9(2).
001270 01 WS-POST-AMT           PIC S9(9)V9(2).
001340 01 WS-MAX-STORES         PIC 9(3) VALUE 500.
001350 01 WS-STORE-COUNT        PIC 9(3) VALUE ZERO.
001360 01 WS-STORE-SUB          PIC 9(3).
001370 01 WS-STORE-TABLE.
001380     05 WS-STORE-ENTRY OCCURS 500 TIMES INDEXED BY STORE-IDX.
001390       10 WS-ST-STORE-ID   PIC 9(4).
001400       10 WS-ST-SHRINK     PIC S9(9)V9(2).
001410       10 WS-ST-OVERAGE    PIC S9(9)V9(2).
001420       10 WS-ST-NET        PIC S9(9)V9(2).
001425       10 WS-ST-RECEIPTS   PIC S9(9)V9(2).
001427       10 WS-ST-TRANSFERS  PIC S9(9)V9(2).
001428       10 WS-ST-COGS       PIC S9(9)V9(2).
001430 01 WS-TOTALS.
001440     05 WS-TOTAL-SHRINK   PIC S9(11)V9(2) VALUE ZERO.
001450     05 WS-TOTAL-OVERAGE  PIC S9(11)V9(2) VALUE ZERO.
001455     05 WS-TOTAL-RECEIPTS PIC S9(11)V9(2) VALUE ZERO.
001457     05 WS-TOTAL-TRANSFERS PIC S9(11)V9(2) VALUE ZERO.
001458     05 WS-TOTAL-COGS     PIC S9(11)V9(2) VALUE ZERO.
001460     05 WS-DEBIT-TOTAL    PIC S9(11)V9(2) VALUE ZERO.
001470     05 WS-CREDIT-TOTAL   PIC S9(11)V9(2) VALUE ZERO.
001480 01 WS-COUNTERS.
001490     05 WS-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
001500     05 WS-NO-COST-COUNT  PIC 9(5) VALUE ZERO.
001510     05 WS-POSTING-COUNT  PIC 9(5) VALUE ZERO.
001520 01 HEADING-LINE-1.
001530     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
001540     05 FILLER            PIC X(30)
001550        VALUE "INVENTORY GL POSTINGS".
001560     05 FILLER            PIC X(20) VALUE SPACES.
001570 01 HEADING-LINE-2.
001580     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001590     05 HL2-DATE          PIC 9(8).
001600     05 FILLER            PIC X(62) VALUE SPACES.
001610 01 HEADING-LINE-3.
001620     05 FILLER            PIC X(07) VALUE "STORE".
001630     05 FILLER            PIC X(09) VALUE "PRODUCT".
001640     05 FILLER            PIC X(10) VALUE "   CHANGE".
001650     05 FILLER            PIC X(12) VALUE "   UNIT COST".
001660     05 FILLER            PIC X(15) VALUE "          VALUE".
001670     05 FILLER            PIC X(27) VALUE SPACES.
001680 01 DETAIL-LINE.
001690     05 DL-STORE-ID       PIC 9(4).
001700     05 FILLER            PIC X(03) VALUE SPACES.
001710     05 DL-PRODUCT-ID     PIC 9(4).
001720     05 FILLER            PIC X(03) VALUE SPACES.
001730     05 DL-DELTA          PIC -(6)9.
001740     05 FILLER            PIC X(03) VALUE SPACES.
001750     05 DL-UNIT-COST      PIC ZZ,ZZ9.99.
001760     05 FILLER            PIC X(02) VALUE SPACES.
001770     05 DL-VALUE          PIC -,---,---,--9.99.
001780     05 FILLER            PIC X(02) VALUE SPACES.
001790     05 DL-NOTE           PIC X(27).
001800 01 STORE-HEADING-LINE.
001810     05 FILLER            PIC X(07) VALUE "STORE".
001820     05 FILLER            PIC X(18) VALUE "          SHRINK".
001830     05 FILLER            PIC X(18) VALUE "        OVERAGE".
001840     05 FILLER            PIC X(18) VALUE "        NET".
001850     05 FILLER            PIC X(18) VALUE "       RECEIPTS".
001855     05 FILLER            PIC X(01) VALUE SPACES.
001860 01 STORE-LINE.
001870     05 SL-STORE-ID       PIC 9(4).
001880     05 FILLER            PIC X(03) VALUE SPACES.
001890     05 SL-SHRINK         PIC ---,---,--9.99.
001900     05 FILLER            PIC X(04) VALUE SPACES.
001910     05 SL-OVERAGE        PIC ---,---,--9.99.
001920     05 FILLER            PIC X(04) VALUE SPACES.
001930     05 SL-NET            PIC ---,---,--9.99.
001940     05 FILLER            PIC X(04) VALUE SPACES.
001943     05 SL-RECEIPTS       PIC ---,---,--9.99.
001946     05 FILLER            PIC X(05) VALUE SPACES.
001950 01 TOTAL-LINE-1.
001960     05 FILLER            PIC X(26)
001970        VALUE "ADJUSTMENTS VALUED:     ".
001980     05 TL-APPLIED        PIC Z,ZZZ,ZZ9.
001990     05 FILLER            PIC X(45) VALUE SPACES.
002000 01 TOTAL-LINE-2.
002010     05 FILLER            PIC X(26)
002020        VALUE "NO UNIT COST (NOT VALUED):".
002030     05 TL-NO-COST        PIC Z,ZZZ,ZZ9.
002040     05 FILLER            PIC X(45) VALUE SPACES.
002050 01 TOTAL-LINE-3.
002060     05 FILLER            PIC X(26)
002070        VALUE "DEBIT TOTAL:             ".
002080     05 TL-DEBIT          PIC ---,---,---,--9.99.
002090     05 FILLER            PIC X(36) VALUE SPACES.
002100 01 TOTAL-LINE-4.
002110     05 FILLER            PIC X(26)
002120        VALUE "CREDIT TOTAL:            ".
002130     05 TL-CREDIT         PIC ---,---,---,--9.99.
002140     05 FILLER            PIC X(36) VALUE SPACES.
002141 01 TOTAL-LINE-5.
002142     05 FILLER            PIC X(26)
002143        VALUE "COST OF SALES:           ".
002144     05 TL-COGS           PIC ---,---,---,--9.99.
002145     05 FILLER            PIC X(36) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 000-MAIN-PROCEDURE.
002170      PERFORM 1000-INITIALIZE.
002190      PERFORM 2000-VALUE-ADJUSTMENTS.
002200      PERFORM 2500-WRITE-POSTINGS.
002210      PERFORM 3000-TERMINATE.
002220      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002230      STOP RUN.
002240 1000-INITIALIZE.
002250      OPEN INPUT INV-APPLIED-FILE.
002260      IF NOT INVAPPL-OK
002270         DISPLAY "FAILURE TO OPEN INVAPPL " INVAPPL-STATUS
002280         MOVE 12 TO RETURN-CODE
002290         STOP RUN
002300      END-IF.
002310      OPEN INPUT PRODUCT-FILE.
002320      IF NOT PRODKSD-OK
002330         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
002340         MOVE 12 TO RETURN-CODE
002350         STOP RUN
002360      END-IF.
002370      OPEN OUTPUT GL-POSTING-FILE.
002380      IF GLPOST-STATUS NOT = "00"
002390         DISPLAY "FAILURE TO OPEN INVGLPST " GLPOST-STATUS
002400         MOVE 12 TO RETURN-CODE
002410         STOP RUN
002420      END-IF.
002430      OPEN EXTEND SUITE-EXCEPTION-FILE.
002440      OPEN OUTPUT REPORT-FILE.
002450      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460      MOVE WS-RUN-DATE TO HL2-DATE.
002470      WRITE REPORT-LINE FROM HEADING-LINE-1.
002480      WRITE REPORT-LINE FROM HEADING-LINE-2.
002490      WRITE REPORT-LINE FROM HEADING-LINE-3.
002500      MOVE SPACES        TO GL-POSTING-REC.
002510      MOVE "GH"          TO GH-REC-TYPE.
002520      MOVE WS-RUN-DATE   TO GH-RUN-DATE.
002530      MOVE WS-RUN-DATE   TO GH-PERIOD-END.
002540      MOVE WS-RUN-DATE   TO GH-POST-DATE.
002550      MOVE "INV"         TO GH-SOURCE.
002560      WRITE GL-POSTING-REC.
002860 2000-VALUE-ADJUSTMENTS.
002870      PERFORM UNTIL WS-INVAPPL-DONE
002880         READ INV-APPLIED-FILE
002890            AT END
002900               SET WS-INVAPPL-DONE TO TRUE
002910            NOT AT END
002920               PERFORM 2100-VALUE-ONE-ADJUSTMENT THRU 2100-EXIT
002930         END-READ
002940      END-PERFORM.
002950 2100-VALUE-ONE-ADJUSTMENT.
002960      IF IA-STORE-ID IS NOT NUMERIC OR
002970         IA-PRODUCT-ID IS NOT NUMERIC OR
002980         IA-QTY-DELTA IS NOT NUMERIC
002990         DISPLAY "BAD INVAPPL RECORD SKIPPED : "
003000            INV-APPLIED-REC (1:30)
003010         MOVE 4 TO WS-HIGHEST-RC
003020         GO TO 2100-EXIT
003030      END-IF.
003040      IF IA-QTY-DELTA = ZERO
003050         GO TO 2100-EXIT
003060      END-IF.
003070      ADD 1 TO WS-APPLIED-COUNT.
003080      MOVE IA-STORE-ID   TO DL-STORE-ID.
003090      MOVE IA-PRODUCT-ID TO DL-PRODUCT-ID.
003100      MOVE IA-QTY-DELTA  TO DL-DELTA.
003110      MOVE SPACES        TO DL-NOTE.
003120      PERFORM 2110-FIND-UNIT-COST.
003130      IF WS-COST-NOT-FOUND
003140*    NO COST ON FILE - THE MOVEMENT IS STILL LISTED SO THE
003150* VALUE CAN BE BOOKED BY HAND, BUT NOTHING IS POSTED FOR IT
003160         ADD 1 TO WS-NO-COST-COUNT
003170         MOVE ZERO TO WS-UNIT-COST
003180         MOVE "NO UNIT COST - NOT POSTED" TO DL-NOTE
003190         MOVE "M"           TO EX-SEVERITY
003200         MOVE SPACES        TO EX-KEY
003210         STRING IA-STORE-ID "/" IA-PRODUCT-ID
003220            DELIMITED BY SIZE INTO EX-KEY
003230         MOVE "S003"        TO EX-REASON-CODE
003240         MOVE "NO UNIT COST - ADJUSTMENT NOT POSTED TO GL"
003250            TO EX-REASON-TEXT
003260         PERFORM 9000-WRITE-SUITE-EXCEPTION
003270         IF WS-HIGHEST-RC < 4
003280            MOVE 4 TO WS-HIGHEST-RC
003290         END-IF
003300      END-IF.
003310      COMPUTE WS-MOVE-VALUE ROUNDED =
003320         IA-QTY-DELTA * WS-UNIT-COST.
003330      MOVE WS-UNIT-COST  TO DL-UNIT-COST.
003332      IF IA-COST-OF-SALES AND WS-COST-FOUND
003334         MOVE "COST OF SALES" TO DL-NOTE
003336      END-IF.
003340      MOVE WS-MOVE-VALUE TO DL-VALUE.
003342      IF IA-RECEIPT AND WS-COST-FOUND
003344         MOVE "REPLENISHMENT RECEIPT" TO DL-NOTE
003346      END-IF.
003347      IF IA-TRANSFER AND WS-COST-FOUND
003348         MOVE "STORE TRANSFER" TO DL-NOTE
003349      END-IF.
003350      WRITE REPORT-LINE FROM DETAIL-LINE.
003360      PERFORM 2120-TALLY-STORE.
003361      IF IA-RECEIPT OR IA-TRANSFER OR IA-COST-OF-SALES
003362         PERFORM 2130-TALLY-OTHER-MOVEMENT
003363         GO TO 2100-EXIT
003364      END-IF.
003370      IF WS-MOVE-VALUE < ZERO
003380         SUBTRACT WS-MOVE-VALUE FROM WS-ST-SHRINK (STORE-IDX)
003390         SUBTRACT WS-MOVE-VALUE FROM WS-TOTAL-SHRINK
003400      ELSE
003410         ADD WS-MOVE-VALUE TO WS-ST-OVERAGE (STORE-IDX)
003420         ADD WS-MOVE-VALUE TO WS-TOTAL-OVERAGE
003430      END-IF.
003440      ADD WS-MOVE-VALUE TO WS-ST-NET (STORE-IDX).
003450 2100-EXIT.
003460      EXIT.
003470 2110-FIND-UNIT-COST.
003480*    ONE KEYED READ OF THE PRODUCT MASTER - A PRODUCT NOT ON
003490* IT, OR STILL AT THE ZERO COST PRODKSCV LOADED IT WITH, HAS
003500* NO UNIT COST TO POST AT
003510      SET WS-COST-NOT-FOUND TO TRUE.
003520      MOVE IA-PRODUCT-ID TO PR-PRODUCT-ID.
003530      READ PRODUCT-FILE
003540         INVALID KEY
003550            CONTINUE
003560         NOT INVALID KEY
003561            IF PR-UNIT-COST > ZERO
003562               SET WS-COST-FOUND TO TRUE
003563               MOVE PR-UNIT-COST TO WS-UNIT-COST
003564            END-IF
003565      END-READ.
003570 2120-TALLY-STORE.
003580      SET WS-STORE-NOT-FOUND TO TRUE.
003590      PERFORM VARYING STORE-IDX FROM 1 BY 1
003600         UNTIL STORE-IDX > WS-STORE-COUNT
003610         IF WS-ST-STORE-ID (STORE-IDX) = IA-STORE-ID
003620            SET WS-STORE-FOUND TO TRUE
003630            EXIT PERFORM
003640         END-IF
003650      END-PERFORM.
003660      IF WS-STORE-NOT-FOUND
003670         IF WS-STORE-COUNT >= WS-MAX-STORES
003680*    NO ROOM FOR ANOTHER STORE - ITS VALUE STILL POSTS, TO
003690* THE FIRST STORE'S LINE, SO THE BATCH STAYS COMPLETE
003700            DISPLAY "STORE TABLE FULL - STORE " IA-STORE-ID
003710               " POSTED WITH STORE " WS-ST-STORE-ID (1)
003720            SET STORE-IDX TO 1
003730            IF WS-HIGHEST-RC < 4
003740               MOVE 4 TO WS-HIGHEST-RC
003750            END-IF
003760         ELSE
003770            ADD 1 TO WS-STORE-COUNT
003780            SET STORE-IDX TO WS-STORE-COUNT
003790            MOVE IA-STORE-ID TO WS-ST-STORE-ID (STORE-IDX)
003800            MOVE ZERO        TO WS-ST-SHRINK (STORE-IDX)
003810            MOVE ZERO        TO WS-ST-OVERAGE (STORE-IDX)
003820            MOVE ZERO        TO WS-ST-NET (STORE-IDX)
003825            MOVE ZERO        TO WS-ST-RECEIPTS (STORE-IDX)
003827            MOVE ZERO        TO WS-ST-TRANSFERS (STORE-IDX)
003828            MOVE ZERO        TO WS-ST-COGS (STORE-IDX)
003830         END-IF
003840      END-IF.
003850 2500-WRITE-POSTINGS.
003860*    ONE PAIR OF ENTRIES PER STORE FOR ITS NET MOVEMENT -
003870* SHRINK EXPENSE AGAINST THE INVENTORY ASSET, EITHER WAY
003880* ROUND.  THE STORE SUMMARY SHOWS THE SHRINK AND OVERAGE
003890* THAT MAKE UP EACH NET
003900      WRITE REPORT-LINE FROM STORE-HEADING-LINE.
003910      PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
003920         UNTIL WS-STORE-SUB > WS-STORE-COUNT
003930         MOVE WS-ST-STORE-ID (WS-STORE-SUB) TO SL-STORE-ID
003940         MOVE WS-ST-SHRINK (WS-STORE-SUB)   TO SL-SHRINK
003950         MOVE WS-ST-OVERAGE (WS-STORE-SUB)  TO SL-OVERAGE
003960         MOVE WS-ST-NET (WS-STORE-SUB)      TO SL-NET
003965         MOVE WS-ST-RECEIPTS (WS-STORE-SUB) TO SL-RECEIPTS
003970         WRITE REPORT-LINE FROM STORE-LINE
003980         IF WS-ST-NET (WS-STORE-SUB) < ZERO
003990            COMPUTE WS-POST-AMT = WS-ST-NET (WS-STORE-SUB) * -1
003995            MOVE SPACES TO GL-POSTING-REC
004000            MOVE "D"        TO GD-DR-CR
004010            MOVE "5300-SHR" TO GD-ACCOUNT
004020            MOVE "INVENTORY SHRINK"   TO GD-DESC
004030            PERFORM 2510-WRITE-DETAIL
004035            MOVE SPACES TO GL-POSTING-REC
004040            MOVE "C"        TO GD-DR-CR
004050            MOVE "1400-INV" TO GD-ACCOUNT
004060            MOVE "INVENTORY WRITE-DOWN" TO GD-DESC
004070            PERFORM 2510-WRITE-DETAIL
004080         END-IF
004090         IF WS-ST-NET (WS-STORE-SUB) > ZERO
004100            MOVE WS-ST-NET (WS-STORE-SUB) TO WS-POST-AMT
004105            MOVE SPACES TO GL-POSTING-REC
004110            MOVE "D"        TO GD-DR-CR
004120            MOVE "1400-INV" TO GD-ACCOUNT
004130            MOVE "INVENTORY WRITE-UP" TO GD-DESC
004140            PERFORM 2510-WRITE-DETAIL
004145            MOVE SPACES TO GL-POSTING-REC
004150            MOVE "C"        TO GD-DR-CR
004160            MOVE "5300-SHR" TO GD-ACCOUNT
004170            MOVE "INVENTORY OVERAGE"  TO GD-DESC
004180            PERFORM 2510-WRITE-DETAIL
004190         END-IF
004195         PERFORM 2520-POST-RECEIPTS
004197         PERFORM 2530-POST-TRANSFERS
004198         PERFORM 2540-POST-COST-OF-SALES
004200      END-PERFORM.
004210 2510-WRITE-DETAIL.
004220*    CALLER HAS CLEARED THE RECORD AND SET GD-DR-CR,
004230* GD-ACCOUNT, GD-DESC, AND THE AMOUNT IN WS-POST-AMT
004240      MOVE "GD"       TO GD-REC-TYPE.
004250      MOVE ZERO       TO GD-DEPT-ID.
004260      MOVE WS-POST-AMT TO GD-AMOUNT.
004270      MOVE WS-ST-STORE-ID (WS-STORE-SUB) TO GD-STORE-ID.
004290      WRITE GL-POSTING-REC.
004300      ADD 1 TO WS-POSTING-COUNT.
004310      IF GD-DR-CR = "D"
004320         ADD WS-POST-AMT TO WS-DEBIT-TOTAL
004330      ELSE
004340         ADD WS-POST-AMT TO WS-CREDIT-TOTAL
004350      END-IF.
004360 3000-TERMINATE.
004370      MOVE SPACES TO GL-POSTING-REC.
004380      MOVE "GT"            TO GT-REC-TYPE.
004390      MOVE WS-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
004400      MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
004410      WRITE GL-POSTING-REC.
004420      MOVE WS-APPLIED-COUNT TO TL-APPLIED.
004430      MOVE WS-NO-COST-COUNT TO TL-NO-COST.
004440      MOVE WS-DEBIT-TOTAL   TO TL-DEBIT.
004450      MOVE WS-CREDIT-TOTAL  TO TL-CREDIT.
004455      MOVE WS-TOTAL-COGS    TO TL-COGS.
004460      WRITE REPORT-LINE FROM TOTAL-LINE-1.
004470      WRITE REPORT-LINE FROM TOTAL-LINE-2.
004480      WRITE REPORT-LINE FROM TOTAL-LINE-3.
004490      WRITE REPORT-LINE FROM TOTAL-LINE-4.
004495      WRITE REPORT-LINE FROM TOTAL-LINE-5.
004500      CLOSE INV-APPLIED-FILE.
004505      CLOSE PRODUCT-FILE.
004510      CLOSE GL-POSTING-FILE.
004520      CLOSE SUITE-EXCEPTION-FILE.
004530      CLOSE REPORT-FILE.
004540      DISPLAY "ADJUSTMENTS VALUED    : " WS-APPLIED-COUNT.
004550      DISPLAY "NO UNIT COST          : " WS-NO-COST-COUNT.
004560      DISPLAY "POSTINGS WRITTEN      : " WS-POSTING-COUNT.
004570      DISPLAY "TOTAL SHRINK          : " WS-TOTAL-SHRINK.
004580      DISPLAY "TOTAL OVERAGE         : " WS-TOTAL-OVERAGE.
004585      DISPLAY "TOTAL RECEIPTS        : " WS-TOTAL-RECEIPTS.
004587      DISPLAY "NET TO IN TRANSIT     : " WS-TOTAL-TRANSFERS.
004588      DISPLAY "TOTAL COST OF SALES   : " WS-TOTAL-COGS.
004590      DISPLAY "DEBIT TOTAL           : " WS-DEBIT-TOTAL.
004600      DISPLAY "CREDIT TOTAL          : " WS-CREDIT-TOTAL.
004610      IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
004620         DISPLAY "BATCH BALANCES TO THE PENNY - RELEASED"
004630      ELSE
004640         DISPLAY "*** BATCH OUT OF BALANCE - HOLD THE LEDGER "
004650            "LOAD ***"
004660         MOVE 8 TO WS-HIGHEST-RC
004670      END-IF.
004680      DISPLAY "INVGL00 RETURN CODE   : " WS-HIGHEST-RC.
004690 9000-WRITE-SUITE-EXCEPTION.
004700*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004710* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004720* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004730      MOVE "INVGL00" TO EX-PROGRAM.
004740      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004750      ACCEPT EX-TIME FROM TIME.
004760      WRITE SUITE-EXCEPTION-REC.
004770 2520-POST-RECEIPTS.
004780*    RECEIPTS ARE NOT NETTED AGAINST SHRINK - THE STOCK
004790* BOUGHT IN GOES ONTO THE ASSET AGAINST THE RECEIVED-NOT-
004800* INVOICED ACCRUAL THAT PAYABLES CLEARS
004810      IF WS-ST-RECEIPTS (WS-STORE-SUB) > ZERO
004820         MOVE WS-ST-RECEIPTS (WS-STORE-SUB) TO WS-POST-AMT
004830         MOVE SPACES TO GL-POSTING-REC
004840         MOVE "D"        TO GD-DR-CR
004850         MOVE "1400-INV" TO GD-ACCOUNT
004860         MOVE "REPLENISHMENT RECEIPTS" TO GD-DESC
004870         PERFORM 2510-WRITE-DETAIL
004880         MOVE SPACES TO GL-POSTING-REC
004890         MOVE "C"        TO GD-DR-CR
004900         MOVE "2050-GRN" TO GD-ACCOUNT
004910         MOVE "RECEIVED NOT INVOICED" TO GD-DESC
004920         PERFORM 2510-WRITE-DETAIL
004930      END-IF.
004940 2530-POST-TRANSFERS.
004950*    A TRANSFER IS NEITHER SHRINK NOR A PURCHASE - THE SHIP
004960* SIDE MOVES THE STOCK FROM THE ASSET INTO 1410-TRN, IN
004970* TRANSIT, AND THE RECEIVING SIDE MOVES IT BACK - EACH AT
004980* THE UNIT COST ON THE NIGHT IT IS APPLIED
005000      ADD WS-ST-TRANSFERS (WS-STORE-SUB) TO WS-TOTAL-TRANSFERS.
005010      IF WS-ST-TRANSFERS (WS-STORE-SUB) < ZERO
005020         COMPUTE WS-POST-AMT =
005030            WS-ST-TRANSFERS (WS-STORE-SUB) * -1
005040         MOVE SPACES TO GL-POSTING-REC
005050         MOVE "D"        TO GD-DR-CR
005060         MOVE "1410-TRN" TO GD-ACCOUNT
005070         MOVE "INVENTORY IN TRANSIT" TO GD-DESC
005080         PERFORM 2510-WRITE-DETAIL
005090         MOVE SPACES TO GL-POSTING-REC
005100         MOVE "C"        TO GD-DR-CR
005110         MOVE "1400-INV" TO GD-ACCOUNT
005120         MOVE "TRANSFERS SHIPPED" TO GD-DESC
005130         PERFORM 2510-WRITE-DETAIL
005140      END-IF.
005150      IF WS-ST-TRANSFERS (WS-STORE-SUB) > ZERO
005160         MOVE WS-ST-TRANSFERS (WS-STORE-SUB) TO WS-POST-AMT
005170         MOVE SPACES TO GL-POSTING-REC
005180         MOVE "D"        TO GD-DR-CR
005190         MOVE "1400-INV" TO GD-ACCOUNT
005200         MOVE "TRANSFERS RECEIVED" TO GD-DESC
005210         PERFORM 2510-WRITE-DETAIL
005220         MOVE SPACES TO GL-POSTING-REC
005230         MOVE "C"        TO GD-DR-CR
005240         MOVE "1410-TRN" TO GD-ACCOUNT
005250         MOVE "INVENTORY IN TRANSIT" TO GD-DESC
005260         PERFORM 2510-WRITE-DETAIL
005270      END-IF.
005280 2130-TALLY-OTHER-MOVEMENT.
005290*    RECEIPTS, TRANSFERS AND POS SALES/RETURNS ARE KEPT OUT OF
005300* THE SHRINK/OVERAGE NET - EACH HAS ITS OWN POSTING
005310      EVALUATE TRUE
005320         WHEN IA-RECEIPT
005330            ADD WS-MOVE-VALUE TO WS-ST-RECEIPTS (STORE-IDX)
005340            ADD WS-MOVE-VALUE TO WS-TOTAL-RECEIPTS
005350         WHEN IA-TRANSFER
005360            ADD WS-MOVE-VALUE TO WS-ST-TRANSFERS (STORE-IDX)
005370         WHEN IA-COST-OF-SALES
005380            ADD WS-MOVE-VALUE TO WS-ST-COGS (STORE-IDX)
005390            SUBTRACT WS-MOVE-VALUE FROM WS-TOTAL-COGS
005400      END-EVALUATE.
005410 2540-POST-COST-OF-SALES.
005420*    STOCK SOLD THROUGH THE TILLS LEAVES THE ASSET AS COST OF
005430* SALES AT THE NIGHT'S UNIT COST; A NIGHT WHERE A STORE'S
005440* CUSTOMER RETURNS OUTWEIGH ITS SALES PUTS THE NET BACK
005450      IF WS-ST-COGS (WS-STORE-SUB) < ZERO
005460         COMPUTE WS-POST-AMT = WS-ST-COGS (WS-STORE-SUB) * -1
005470         MOVE SPACES TO GL-POSTING-REC
005480         MOVE "D"        TO GD-DR-CR
005490         MOVE "5100-COG" TO GD-ACCOUNT
005500         MOVE "COST OF GOODS SOLD" TO GD-DESC
005510         PERFORM 2510-WRITE-DETAIL
005520         MOVE SPACES TO GL-POSTING-REC
005530         MOVE "C"        TO GD-DR-CR
005540         MOVE "1400-INV" TO GD-ACCOUNT
005550         MOVE "INVENTORY SOLD" TO GD-DESC
005560         PERFORM 2510-WRITE-DETAIL
005570      END-IF.
005580      IF WS-ST-COGS (WS-STORE-SUB) > ZERO
005590         MOVE WS-ST-COGS (WS-STORE-SUB) TO WS-POST-AMT
005600         MOVE SPACES TO GL-POSTING-REC
005610         MOVE "D"        TO GD-DR-CR
005620         MOVE "1400-INV" TO GD-ACCOUNT
005630         MOVE "CUSTOMER RETURNS" TO GD-DESC
005640         PERFORM 2510-WRITE-DETAIL
005650         MOVE SPACES TO GL-POSTING-REC
005660         MOVE "C"        TO GD-DR-CR
005670         MOVE "5100-COG" TO GD-ACCOUNT
005680         MOVE "COST OF GOODS RETURNED" TO GD-DESC
005690         PERFORM 2510-WRITE-DETAIL
005700      END-IF.
