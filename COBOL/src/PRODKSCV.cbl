000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRODKSCV.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ONE-TIME PRODUCT MASTER CONVERSION - LOADS THE KEYED   *
000090*    Z38515.PRODUCT.KSDS CLUSTER (PRODKSD) FROM THE FLAT    *
000100*    PRODCOST UNIT-COST TABLE INVGL00 USED TO READ.  EACH   *
000110*    PRODCOST ROW BECOMES AN ACTIVE PRODUCT, UNIT OF        *
000120*    MEASURE EA, AT ITS UNIT COST, WITH A PLACEHOLDER       *
000130*    DESCRIPTION.  STORKSD IS THEN BROWSED AND ANY PRODUCT  *
000140*    STOCKED AT A STORE BUT MISSING FROM PRODCOST IS ADDED  *
000150*    TOO, ACTIVE AT ZERO COST, AND LISTED (RC=4) -          *
000160*    OTHERWISE STORMNT AND INVEDIT WOULD START REFUSING     *
000170*    STOCK ALREADY ON THE SHELVES.  FINISH EVERY LISTED     *
000180*    PRODUCT AND EVERY PLACEHOLDER DESCRIPTION WITH PRODMNT *
000190*    CHANGES.  RUN PRODDEF.JCL FIRST - SEE PRODKSCV.JCL     *
000200************************************************************
000210* MODIFICATION HISTORY                                     *
000220*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000230************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PRODUCT-COST-FILE ASSIGN TO PRODCOST
000280     ORGANIZATION IS SEQUENTIAL
000290     FILE STATUS  IS PRODCOST-STATUS.
000300     SELECT STORE-KEYED-FILE ASSIGN TO STORKSD
000310     ORGANIZATION IS INDEXED
000320     ACCESS MODE  IS SEQUENTIAL
000330     RECORD KEY   IS SI-KEY
000340     FILE STATUS  IS STORKSD-STATUS.
000350     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000360     ORGANIZATION IS INDEXED
000370     ACCESS MODE  IS RANDOM
000380     RECORD KEY   IS PR-PRODUCT-ID
000390     FILE STATUS  IS PRODKSD-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD PRODUCT-COST-FILE
000430      RECORDING MODE IS F
000440      LABEL RECORDS ARE STANDARD
000450      RECORD CONTAINS 80 CHARACTERS
000460      DATA RECORD IS PRODUCT-COST-REC.
000470 01 PRODUCT-COST-REC.
000480     05 PCO-PRODUCT-ID     PIC 9(4).
000490     05 FILLER             PIC X(1).
000500     05 PCO-UNIT-COST      PIC 9(5)V9(2).
000510     05 FILLER             PIC X(68).
000520 FD STORE-KEYED-FILE.
000530     COPY STORKREC.
000540 FD PRODUCT-FILE.
000550     COPY PRODREC.
000560 WORKING-STORAGE SECTION.
000570 01 PRODCOST-STATUS      PIC X(2).
000580   88 PRODCOST-OK        VALUE "00".
000590 01 STORKSD-STATUS       PIC X(2).
000600   88 STORKSD-OK         VALUE "00".
000610 01 PRODKSD-STATUS       PIC X(2).
000620   88 PRODKSD-OK         VALUE "00".
000630 01 WS-PRODCOST-EOF-SW   PIC X(1) VALUE "N".
000640   88 WS-PRODCOST-DONE   VALUE "Y".
000650 01 WS-STORKSD-EOF-SW    PIC X(1) VALUE "N".
000660   88 WS-STORKSD-DONE    VALUE "Y".
000670 01 WS-RUN-DATE          PIC 9(8).
000680 01 WS-PLACEHOLDER-DESC  PIC X(30)
000690    VALUE "*** DESCRIPTION NEEDED ***".
000700 01 WS-COUNTERS.
000710     05 WS-COSTS-COUNT    PIC 9(5) VALUE ZERO.
000720     05 WS-STOCKED-COUNT  PIC 9(5) VALUE ZERO.
000730     05 WS-BADROW-COUNT   PIC 9(5) VALUE ZERO.
000740     05 WS-DUPKEY-COUNT   PIC 9(5) VALUE ZERO.
000750 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
000760 PROCEDURE DIVISION.
000770 000-MAIN-PROCEDURE.
000780      PERFORM 1000-INITIALIZE.
000790      PERFORM 2000-CONVERT-COSTS.
000800      PERFORM 2500-ADD-STOCKED-PRODUCTS.
000810      PERFORM 3000-TERMINATE.
000820      MOVE WS-HIGHEST-RC TO RETURN-CODE.
000830      STOP RUN.
000840 1000-INITIALIZE.
000850      OPEN INPUT PRODUCT-COST-FILE.
000860      IF NOT PRODCOST-OK
000870         DISPLAY "FAILURE TO OPEN PRODCOST " PRODCOST-STATUS
000880         MOVE 12 TO RETURN-CODE
000890         STOP RUN
000900      END-IF.
000910      OPEN INPUT STORE-KEYED-FILE.
000920      IF NOT STORKSD-OK
000930         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
000940         MOVE 12 TO RETURN-CODE
000950         STOP RUN
000960      END-IF.
000970      OPEN I-O PRODUCT-FILE.
000980      IF NOT PRODKSD-OK
000990         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001000         MOVE 12 TO RETURN-CODE
001010         STOP RUN
001020      END-IF.
001030      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001040 2000-CONVERT-COSTS.
001050      PERFORM UNTIL WS-PRODCOST-DONE
001060         READ PRODUCT-COST-FILE
001070            AT END
001080               SET WS-PRODCOST-DONE TO TRUE
001090            NOT AT END
001100               PERFORM 2100-CONVERT-ONE-COST
001110         END-READ
001120      END-PERFORM.
001130 2100-CONVERT-ONE-COST.
001140      IF PCO-PRODUCT-ID IS NOT NUMERIC OR
001150         PCO-UNIT-COST IS NOT NUMERIC OR
001160         PCO-PRODUCT-ID = ZERO
001170         ADD 1 TO WS-BADROW-COUNT
001180         DISPLAY "BAD PRODCOST ROW NOT LOADED : "
001190            PRODUCT-COST-REC (1:40)
001200      ELSE
001210         MOVE PCO-PRODUCT-ID TO PR-PRODUCT-ID
001220         MOVE PCO-UNIT-COST  TO PR-UNIT-COST
001230         PERFORM 2200-WRITE-PRODUCT
001240         ADD 1 TO WS-COSTS-COUNT
001250      END-IF.
001260 2200-WRITE-PRODUCT.
001270*    CALLER HAS SET THE PRODUCT ID AND UNIT COST - THE REST
001280* OF THE RECORD IS THE SAME FOR EVERY CONVERTED PRODUCT
001290      MOVE WS-PLACEHOLDER-DESC TO PR-DESCRIPTION.
001300      MOVE "EA"                TO PR-UNIT-OF-MEASURE.
001310      SET PR-ACTIVE            TO TRUE.
001320      MOVE WS-RUN-DATE         TO PR-LAST-MAINT-DATE.
001330      MOVE "PRODKSCV"          TO PR-LAST-MAINT-USER.
001340      WRITE PRODUCT-REC
001350         INVALID KEY
001360            ADD 1 TO WS-DUPKEY-COUNT
001370            DISPLAY "DUPLICATE KEY NOT LOADED : " PR-PRODUCT-ID
001380      END-WRITE.
001390 2500-ADD-STOCKED-PRODUCTS.
001400      PERFORM UNTIL WS-STORKSD-DONE
001410         READ STORE-KEYED-FILE NEXT RECORD
001420            AT END
001430               SET WS-STORKSD-DONE TO TRUE
001440            NOT AT END
001450               IF NOT SI-STORE-HEADER
001460                  PERFORM 2510-CHECK-STOCKED-PRODUCT
001470               END-IF
001480         END-READ
001490      END-PERFORM.
001500 2510-CHECK-STOCKED-PRODUCT.
001510*    A PRODUCT STOCKED AT SEVERAL STORES IS ADDED ON THE
001520* FIRST AND FOUND ON THE REST
001530      MOVE SPACES        TO PRODUCT-REC.
001540      MOVE SI-PRODUCT-ID TO PR-PRODUCT-ID.
001550      READ PRODUCT-FILE
001560         INVALID KEY
001570            MOVE SPACES        TO PRODUCT-REC
001580            MOVE SI-PRODUCT-ID TO PR-PRODUCT-ID
001590            MOVE ZERO          TO PR-UNIT-COST
001600            PERFORM 2200-WRITE-PRODUCT
001610            ADD 1 TO WS-STOCKED-COUNT
001620            DISPLAY "STOCKED AT STORE " SI-STORE-ID
001630               " BUT NOT ON PRODCOST - ADDED AT ZERO COST : "
001640               SI-PRODUCT-ID
001650      END-READ.
001660 3000-TERMINATE.
001670      CLOSE PRODUCT-COST-FILE.
001680      CLOSE STORE-KEYED-FILE.
001690      CLOSE PRODUCT-FILE.
001700      DISPLAY "PRODCOST ROWS LOADED  : " WS-COSTS-COUNT.
001710      DISPLAY "BAD PRODCOST ROWS     : " WS-BADROW-COUNT.
001720      DISPLAY "ADDED FROM STORKSD    : " WS-STOCKED-COUNT.
001730      DISPLAY "DUPLICATE KEYS        : " WS-DUPKEY-COUNT.
001740      IF (WS-BADROW-COUNT > ZERO OR WS-STOCKED-COUNT > ZERO)
001750         AND WS-HIGHEST-RC < 4
001760         MOVE 4 TO WS-HIGHEST-RC
001770      END-IF.
001780      IF WS-DUPKEY-COUNT > ZERO AND WS-HIGHEST-RC < 8
001790         MOVE 8 TO WS-HIGHEST-RC
001800      END-IF.
001810      IF WS-COSTS-COUNT = ZERO AND WS-HIGHEST-RC < 8
001820         DISPLAY "PRODCOST WAS EMPTY - NOTHING CONVERTED"
001830         MOVE 8 TO WS-HIGHEST-RC
001840      END-IF.
001850      DISPLAY "PRODKSCV RETURN CODE  : " WS-HIGHEST-RC.
