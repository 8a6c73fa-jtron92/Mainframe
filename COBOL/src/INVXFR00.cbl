000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVXFR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    DAILY IN-TRANSIT TRANSFER AGING.  AN INTER-STORE       *
000090*    TRANSFER IS ADDED TO XFERKSD (XFERREC) IN TRANSIT WHEN *
000100*    SCRIM APPLIES ITS SHIP SIDE AND IS MARKED RECEIVED     *
000110*    WHEN SCRIM APPLIES THE RECEIVING SIDE, SO EVERY RECORD *
000120*    STILL IN TRANSIT IS STOCK THAT HAS LEFT ONE STORE AND  *
000130*    NOT YET REACHED THE OTHER.  THIS PROGRAM READS XFERKSD *
000140*    IN TRANSFER-NUMBER ORDER AND LISTS EVERY TRANSFER      *
000150*    STILL IN TRANSIT WITH ITS SHIP DATE.  ONE SHIPPED ON   *
000160*    OR BEFORE THE RUN DATE LESS THE SYSIN ALLOWANCE (DAYS, *
000170*    DEFAULT 5) IS FLAGGED OVERDUE, RAISED TO SUITEEXC      *
000180*    (S005) FOR THE STORES TO CHASE, AND ENDS THE RUN RC=4. *
000190*    THE TOTALS GIVE THE UNITS AND THE VALUE AT TODAY'S     *
000200*    PRODKSD UNIT COST STILL ON THE ROAD - THE STOCK        *
000210*    INVGL00 CARRIES IN 1410-TRN.  RECEIVED TRANSFERS ARE   *
000220*    NOT LISTED                                             *
000230************************************************************
000240* MODIFICATION HISTORY                                     *
000250*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000260************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TRANSFER-FILE ASSIGN TO XFERKSD
000310     ORGANIZATION IS INDEXED
000320     ACCESS MODE  IS SEQUENTIAL
000330     RECORD KEY   IS XF-TRANSFER-NBR
000340     FILE STATUS  IS XFERKSD-STATUS.
000350     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000360     ORGANIZATION IS INDEXED
000370     ACCESS MODE  IS RANDOM
000380     RECORD KEY   IS PR-PRODUCT-ID
000390     FILE STATUS  IS PRODKSD-STATUS.
000400     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS SUITEEXC-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO RPTOUT
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS RPT-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD TRANSFER-FILE.
000490     COPY XFERREC.
000500 FD PRODUCT-FILE.
000510     COPY PRODREC.
000520 FD SUITE-EXCEPTION-FILE
000530      RECORDING MODE IS F
000540      LABEL RECORDS ARE STANDARD
000550      RECORD CONTAINS 80 CHARACTERS
000560      DATA RECORD IS SUITE-EXCEPTION-REC.
000570     COPY EXCPTREC.
000580 FD REPORT-FILE
000590      RECORDING MODE IS F
000600      LABEL RECORDS ARE STANDARD
000610      DATA RECORD IS REPORT-LINE.
000620 01 REPORT-LINE           PIC X(80).
000630 WORKING-STORAGE SECTION.
000640     COPY DATEPARM.
000650 01 XFERKSD-STATUS        PIC X(2).
000660   88 XFERKSD-OK          VALUE "00".
000670 01 PRODKSD-STATUS        PIC X(2).
000680   88 PRODKSD-OK          VALUE "00".
000690 01 SUITEEXC-STATUS       PIC X(2).
000700 01 RPT-FILE-STATUS       PIC X(2).
000710 01 WS-XFERKSD-EOF-SW     PIC X(1) VALUE "N".
000720   88 WS-XFERKSD-DONE     VALUE "Y".
000730 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
000740 01 WS-RUN-DATE           PIC 9(8).
000750 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
000760 01 WS-CONTROL-CARD.
000770   05 WS-CC-OVERDUE-DAYS  PIC X(3).
000780   05 FILLER              PIC X(77).
000790 01 WS-OVERDUE-DAYS       PIC 9(3) VALUE 5.
000800 01 WS-OVERDUE-CUTOFF     PIC 9(8).
000810 01 WS-DATE-BUILD.
000820    05 WS-DB-YEAR    PIC X(4).
000830    05 FILLER        PIC X(1) VALUE "-".
000840    05 WS-DB-MONTH   PIC X(2).
000850    05 FILLER        PIC X(1) VALUE "-".
000860    05 WS-DB-DAY     PIC X(2).
000870 01 WS-OFFSET-PARSE.
000880    05 WS-OP-YEAR    PIC X(4).
000890    05 FILLER        PIC X(1).
000900    05 WS-OP-MONTH   PIC X(2).
000910    05 FILLER        PIC X(1).
000920    05 WS-OP-DAY     PIC X(2).
000930 01 WS-CUTOFF-X.
000940    05 WS-CX-YEAR    PIC X(4).
000950    05 WS-CX-MONTH   PIC X(2).
000960    05 WS-CX-DAY     PIC X(2).
000970 01 WS-CUTOFF-9 REDEFINES WS-CUTOFF-X PIC 9(8).
000980 01 WS-UNIT-COST          PIC 9(5)V9(2).
000990 01 WS-LINE-VALUE         PIC 9(11)V9(2).
001000 01 WS-COUNTERS.
001010     05 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
001020     05 WS-TRANSIT-COUNT  PIC 9(7) VALUE ZERO.
001030     05 WS-TRANSIT-UNITS  PIC 9(9) VALUE ZERO.
001040     05 WS-OVERDUE-COUNT  PIC 9(7) VALUE ZERO.
001050     05 WS-OVERDUE-UNITS  PIC 9(9) VALUE ZERO.
001060     05 WS-NO-COST-COUNT  PIC 9(5) VALUE ZERO.
001070 01 WS-TRANSIT-VALUE      PIC 9(11)V9(2) VALUE ZERO.
001080 01 HEADING-LINE-1.
001090     05 FILLER            PIC X(30) VALUE "STORE-SYSTEMS".
001100     05 FILLER            PIC X(30)
001110        VALUE "TRANSFERS IN TRANSIT - AGING".
001120     05 FILLER            PIC X(20) VALUE SPACES.
001130 01 HEADING-LINE-2.
001140     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001150     05 HL2-DATE          PIC 9(8).
001160     05 FILLER            PIC X(16) VALUE "  OVERDUE AFTER ".
001170     05 HL2-DAYS          PIC ZZ9.
001180     05 FILLER            PIC X(06) VALUE " DAYS:".
001190     05 FILLER            PIC X(22)
001200        VALUE " SHIPPED ON OR BEFORE ".
001210     05 HL2-CUTOFF        PIC 9(8).
001220     05 FILLER            PIC X(07) VALUE SPACES.
001230 01 HEADING-LINE-3.
001240     05 FILLER            PIC X(10) VALUE "TRANSFER".
001250     05 FILLER            PIC X(06) VALUE "FROM".
001260     05 FILLER            PIC X(06) VALUE "TO".
001270     05 FILLER            PIC X(06) VALUE "PROD".
001280     05 FILLER            PIC X(21) VALUE "DESCRIPTION".
001290     05 FILLER            PIC X(09) VALUE "    QTY".
001300     05 FILLER            PIC X(10) VALUE "SHIPPED".
001310     05 FILLER            PIC X(12) VALUE "NOTE".
001320 01 DETAIL-LINE.
001330     05 DL-TRANSFER-NBR   PIC X(8).
001340     05 FILLER            PIC X(02) VALUE SPACES.
001350     05 DL-FROM-STORE-ID  PIC 9(4).
001360     05 FILLER            PIC X(02) VALUE SPACES.
001370     05 DL-TO-STORE-ID    PIC 9(4).
001380     05 FILLER            PIC X(02) VALUE SPACES.
001390     05 DL-PRODUCT-ID     PIC 9(4).
001400     05 FILLER            PIC X(02) VALUE SPACES.
001410     05 DL-DESCRIPTION    PIC X(20).
001420     05 FILLER            PIC X(01) VALUE SPACES.
001430     05 DL-SHIP-QTY       PIC ZZZ,ZZ9.
001440     05 FILLER            PIC X(02) VALUE SPACES.
001450     05 DL-SHIP-DATE      PIC 9(8).
001460     05 FILLER            PIC X(02) VALUE SPACES.
001470     05 DL-NOTE           PIC X(12).
001480 01 COUNT-LINE.
001490     05 CL-LABEL          PIC X(26).
001500     05 CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
001510     05 FILLER            PIC X(43) VALUE SPACES.
001520 01 VALUE-LINE.
001530     05 VL-LABEL          PIC X(26).
001540     05 VL-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001550     05 FILLER            PIC X(37) VALUE SPACES.
001560 PROCEDURE DIVISION.
001570 000-MAIN-PROCEDURE.
001580      PERFORM 1000-INITIALIZE.
001590      PERFORM 2000-AGE-TRANSFERS.
001600      PERFORM 3000-TERMINATE.
001610      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001620      STOP RUN.
001630 1000-INITIALIZE.
001640      OPEN INPUT TRANSFER-FILE.
001650      IF NOT XFERKSD-OK
001660         DISPLAY "FAILURE TO OPEN XFERKSD " XFERKSD-STATUS
001670         MOVE 12 TO RETURN-CODE
001680         STOP RUN
001690      END-IF.
001700      OPEN INPUT PRODUCT-FILE.
001710      IF NOT PRODKSD-OK
001720         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001730         MOVE 12 TO RETURN-CODE
001740         STOP RUN
001750      END-IF.
001760      OPEN EXTEND SUITE-EXCEPTION-FILE.
001770      OPEN OUTPUT REPORT-FILE.
001780      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001790      PERFORM 1100-SET-OVERDUE-CUTOFF.
001800      MOVE WS-RUN-DATE       TO HL2-DATE.
001810      MOVE WS-OVERDUE-DAYS   TO HL2-DAYS.
001820      MOVE WS-OVERDUE-CUTOFF TO HL2-CUTOFF.
001830      WRITE REPORT-LINE FROM HEADING-LINE-1.
001840      WRITE REPORT-LINE FROM HEADING-LINE-2.
001850      WRITE REPORT-LINE FROM HEADING-LINE-3.
001860 1100-SET-OVERDUE-CUTOFF.
001870*    SYSIN COLS 1-3 GIVE THE DAYS A TRANSFER MAY SPEND ON THE
001880* ROAD - ONE SHIPPED ON OR BEFORE THE RUN DATE LESS THAT MANY
001890* DAYS IS OVERDUE.  THE CUTOFF COMES FROM THE DATEVAL OFFSET
001900* SERVICE, AS CHKRCN00 AGES ITS CHECKS
001910      ACCEPT WS-CONTROL-CARD FROM SYSIN.
001920      IF WS-CC-OVERDUE-DAYS IS NUMERIC
001930         AND WS-CC-OVERDUE-DAYS NOT = "000"
001940         MOVE WS-CC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
001950      ELSE
001960         DISPLAY "NO OVERDUE DAYS ON SYSIN - DEFAULT "
001970            WS-OVERDUE-DAYS " DAYS"
001980      END-IF.
001990      MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR.
002000      MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH.
002010      MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY.
002020      MOVE WS-DATE-BUILD TO DP-DATE-IN.
002030      SET DP-AGE-NOT-WANTED TO TRUE.
002040      SET DP-BUSDAY-NOT-WANTED TO TRUE.
002050      SET DP-OFFSET-WANTED TO TRUE.
002060      COMPUTE DP-OFFSET-DAYS = ZERO - WS-OVERDUE-DAYS.
002070      CALL "DATEVAL" USING DATE-PARM-BLOCK.
002080      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
002090      MOVE WS-OP-YEAR  TO WS-CX-YEAR.
002100      MOVE WS-OP-MONTH TO WS-CX-MONTH.
002110      MOVE WS-OP-DAY   TO WS-CX-DAY.
002120      MOVE WS-CUTOFF-9 TO WS-OVERDUE-CUTOFF.
002130      DISPLAY "OVERDUE CUTOFF DATE   : " WS-OVERDUE-CUTOFF.
002140 2000-AGE-TRANSFERS.
002150      PERFORM UNTIL WS-XFERKSD-DONE
002160         READ TRANSFER-FILE NEXT RECORD
002170            AT END
002180               SET WS-XFERKSD-DONE TO TRUE
002190            NOT AT END
002200               ADD 1 TO WS-READ-COUNT
002210               PERFORM 2100-AGE-ONE-TRANSFER THRU 2100-EXIT
002220         END-READ
002230      END-PERFORM.
002240 2100-AGE-ONE-TRANSFER.
002250      IF NOT XF-IN-TRANSIT
002260         GO TO 2100-EXIT
002270      END-IF.
002280      ADD 1           TO WS-TRANSIT-COUNT.
002290      ADD XF-SHIP-QTY TO WS-TRANSIT-UNITS.
002300      PERFORM 2110-FIND-PRODUCT.
002310      COMPUTE WS-LINE-VALUE = XF-SHIP-QTY * WS-UNIT-COST.
002320      ADD WS-LINE-VALUE TO WS-TRANSIT-VALUE.
002330      MOVE XF-TRANSFER-NBR  TO DL-TRANSFER-NBR.
002340      MOVE XF-FROM-STORE-ID TO DL-FROM-STORE-ID.
002350      MOVE XF-TO-STORE-ID   TO DL-TO-STORE-ID.
002360      MOVE XF-PRODUCT-ID    TO DL-PRODUCT-ID.
002370      MOVE PR-DESCRIPTION   TO DL-DESCRIPTION.
002380      MOVE XF-SHIP-QTY      TO DL-SHIP-QTY.
002390      MOVE XF-SHIP-DATE     TO DL-SHIP-DATE.
002400      MOVE SPACES           TO DL-NOTE.
002410      IF XF-SHIP-DATE NOT > WS-OVERDUE-CUTOFF
002420         MOVE "OVERDUE" TO DL-NOTE
002430         PERFORM 2200-RAISE-OVERDUE
002440      END-IF.
002450      WRITE REPORT-LINE FROM DETAIL-LINE.
002460 2100-EXIT.
002470      EXIT.
002480 2110-FIND-PRODUCT.
002490*    THE PRODUCT MASTER GIVES THE DESCRIPTION AND TODAY'S UNIT
002500* COST - A PRODUCT NOT ON IT IS LISTED AT ZERO VALUE
002510      MOVE ZERO TO WS-UNIT-COST.
002520      MOVE XF-PRODUCT-ID TO PR-PRODUCT-ID.
002530      READ PRODUCT-FILE
002540         INVALID KEY
002550            MOVE "NOT ON PRODUCT MASTER" TO PR-DESCRIPTION
002560            ADD 1 TO WS-NO-COST-COUNT
002570         NOT INVALID KEY
002580            MOVE PR-UNIT-COST TO WS-UNIT-COST
002590      END-READ.
002600 2200-RAISE-OVERDUE.
002610*    ONE SUITEEXC RECORD PER OVERDUE TRANSFER, KEYED BY THE
002620* TRANSFER NUMBER, FOR THE TWO STORES TO RECONCILE
002630      ADD 1           TO WS-OVERDUE-COUNT.
002640      ADD XF-SHIP-QTY TO WS-OVERDUE-UNITS.
002650      MOVE "M"             TO EX-SEVERITY.
002660      MOVE XF-TRANSFER-NBR TO EX-KEY.
002670      MOVE "S005"          TO EX-REASON-CODE.
002680      MOVE "TRANSFER IN TRANSIT PAST ALLOWANCE"
002690         TO EX-REASON-TEXT.
002700      PERFORM 9000-WRITE-SUITE-EXCEPTION.
002710 3000-TERMINATE.
002720      MOVE SPACES TO REPORT-LINE.
002730      WRITE REPORT-LINE.
002740      MOVE "TRANSFERS IN TRANSIT:" TO CL-LABEL.
002750      MOVE WS-TRANSIT-COUNT TO CL-COUNT.
002760      WRITE REPORT-LINE FROM COUNT-LINE.
002770      MOVE "UNITS IN TRANSIT:" TO CL-LABEL.
002780      MOVE WS-TRANSIT-UNITS TO CL-COUNT.
002790      WRITE REPORT-LINE FROM COUNT-LINE.
002800      MOVE "VALUE IN TRANSIT:" TO VL-LABEL.
002810      MOVE WS-TRANSIT-VALUE TO VL-VALUE.
002820      WRITE REPORT-LINE FROM VALUE-LINE.
002830      MOVE "TRANSFERS OVERDUE:" TO CL-LABEL.
002840      MOVE WS-OVERDUE-COUNT TO CL-COUNT.
002850      WRITE REPORT-LINE FROM COUNT-LINE.
002860      MOVE "UNITS OVERDUE:" TO CL-LABEL.
002870      MOVE WS-OVERDUE-UNITS TO CL-COUNT.
002880      WRITE REPORT-LINE FROM COUNT-LINE.
002890      CLOSE TRANSFER-FILE.
002900      CLOSE PRODUCT-FILE.
002910      CLOSE SUITE-EXCEPTION-FILE.
002920      CLOSE REPORT-FILE.
002930      DISPLAY "TRANSFERS READ        : " WS-READ-COUNT.
002940      DISPLAY "IN TRANSIT            : " WS-TRANSIT-COUNT.
002950      DISPLAY "OVERDUE               : " WS-OVERDUE-COUNT.
002960      DISPLAY "NOT ON PRODUCT MASTER : " WS-NO-COST-COUNT.
002970      IF WS-OVERDUE-COUNT > ZERO AND WS-HIGHEST-RC < 4
002980         MOVE 4 TO WS-HIGHEST-RC
002990      END-IF.
003000      DISPLAY "INVXFR00 RETURN CODE  : " WS-HIGHEST-RC.
003010 9000-WRITE-SUITE-EXCEPTION.
003020*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
003030* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
003040* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
003050      MOVE "INVXFR00" TO EX-PROGRAM.
003060      ACCEPT EX-DATE FROM DATE YYYYMMDD.
003070      ACCEPT EX-TIME FROM TIME.
003080      WRITE SUITE-EXCEPTION-REC.
