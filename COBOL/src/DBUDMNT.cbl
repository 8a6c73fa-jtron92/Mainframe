000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DBUDMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    DEPARTMENT BUDGET MAINTENANCE - THE DEPTBUD FILE       *
000090*    (DBUDREC LAYOUT) HOLDS EACH DEPARTMENT'S BUDGETED      *
000100*    HEADCOUNT AND LABOR COST, ONE ROW PER DEPT-ID PER      *
000110*    BUDGET MONTH.  THIS PROGRAM APPLIES A DBUDTRAN         *
000120*    TRANSACTION FILE AGAINST IT:                           *
000130*      A  ADD A BUDGET ROW (DEPT + MONTH)                   *
000140*      C  CHANGE A BUDGET ROW - BOTH AMOUNTS ARE REPLACED   *
000150*      D  DELETE A BUDGET ROW                               *
000160*    WITH FULL EDITS (DEPT-ID NUMERIC AND ON DEPTMAST,      *
000170*    MONTH THROUGH THE SHARED DATEVAL SERVICE, HEADCOUNT    *
000180*    AND LABOR COST NUMERIC, NO DUPLICATE DEPT/MONTH ROW),  *
000190*    A MAINTENANCE LOG ON DBUDMLOG, BEFORE/AFTER AUDITREC   *
000200*    IMAGES ON AUDITLOG (THE DEPT-ID RIDES IN THE           *
000210*    AUDIT-EMP-ID KEY FIELD, AS THE STORE ID DOES FOR       *
000220*    STORMNT), AND REJECTS TO THE SUITE-WIDE SUITEEXC FILE  *
000230*    (V001).  THE UPDATED FILE GOES TO DBUDOUT AND IS       *
000240*    SWAPPED INTO PLACE BY THE JCL (COMPMNT CYCLE)          *
000250************************************************************
000260* MODIFICATION HISTORY                                     *
000270*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000280************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DEPT-BUDGET-FILE ASSIGN TO DEPTBUD
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS DEPTBUD-STATUS.
000350     SELECT DEPT-BUDGET-OUT-FILE ASSIGN TO DBUDOUT
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS DBUDOUT-STATUS.
000380     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS DEPTMAST-STATUS.
000410     SELECT BUDGET-TRANS-FILE ASSIGN TO DBUDTRAN
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS DBUDTRAN-STATUS.
000440     SELECT MAINT-LOG-FILE ASSIGN TO DBUDMLOG
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS DBUDMLOG-STATUS.
000470     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000480     ORGANIZATION IS SEQUENTIAL
000490     FILE STATUS  IS AUDITLOG-STATUS.
000500     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS SUITEEXC-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD DEPT-BUDGET-FILE
000560      RECORDING MODE IS F
000570      LABEL RECORDS ARE STANDARD
000580      RECORD CONTAINS 80 CHARACTERS
000590      DATA RECORD IS DEPT-BUDGET-REC.
000600     COPY DBUDREC.
000610 FD DEPT-BUDGET-OUT-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 80 CHARACTERS
000650      DATA RECORD IS DEPT-BUDGET-OUT-REC.
000660 01 DEPT-BUDGET-OUT-REC  PIC X(80).
000670 FD DEPT-MASTER-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      RECORD CONTAINS 80 CHARACTERS
000710      DATA RECORD IS DEPARTMENT-REC.
000720     COPY DEPTREC.
000730 FD BUDGET-TRANS-FILE
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      RECORD CONTAINS 80 CHARACTERS
000770      DATA RECORD IS BUDGET-TRANS-REC.
000780 01 BUDGET-TRANS-REC.
000790     05 BT-ACTION-CODE     PIC X(1).
000800       88 BT-ADD-BUDGET    VALUE "A".
000810       88 BT-CHANGE-BUDGET VALUE "C".
000820       88 BT-DELETE-BUDGET VALUE "D".
000830     05 BT-DEPT-ID         PIC X(3).
000840     05 BT-BUDGET-MONTH    PIC X(6).
000850     05 BT-HEADCOUNT       PIC X(5).
000860     05 BT-HEADCOUNT-N REDEFINES BT-HEADCOUNT PIC 9(5).
000870     05 BT-LABOR-COST      PIC X(9).
000880     05 BT-LABOR-COST-N REDEFINES BT-LABOR-COST PIC 9(7)V9(2).
000890     05 BT-USER-ID         PIC X(8).
000900     05 FILLER             PIC X(48).
000910 FD MAINT-LOG-FILE
000920      RECORDING MODE IS F
000930      LABEL RECORDS ARE STANDARD
000940      DATA RECORD IS MAINT-LOG-REC.
000950 01 MAINT-LOG-REC.
000960     05 ML-ACTION-CODE     PIC X(1).
000970     05 FILLER             PIC X(1).
000980     05 ML-DEPT-ID         PIC X(3).
000990     05 FILLER             PIC X(1).
001000     05 ML-BUDGET-MONTH    PIC X(6).
001010     05 FILLER             PIC X(1).
001020     05 ML-RESULT          PIC X(10).
001030     05 ML-MESSAGE         PIC X(40).
001040     05 FILLER             PIC X(17).
001050 FD AUDIT-TRAIL-FILE
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      RECORD CONTAINS 303 CHARACTERS
001090      DATA RECORD IS AUDIT-TRAIL-REC.
001100     COPY AUDITREC.
001110 FD SUITE-EXCEPTION-FILE
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      RECORD CONTAINS 80 CHARACTERS
001150      DATA RECORD IS SUITE-EXCEPTION-REC.
001160     COPY EXCPTREC.
001170 WORKING-STORAGE SECTION.
001180     COPY AUDSPARM.
001190 01 DEPTBUD-STATUS       PIC X(2).
001200   88 DEPTBUD-OK         VALUE "00".
001210 01 DBUDOUT-STATUS       PIC X(2).
001220 01 DEPTMAST-STATUS      PIC X(2).
001230   88 DEPTMAST-OK        VALUE "00".
001240 01 DBUDTRAN-STATUS      PIC X(2).
001250   88 DBUDTRAN-OK        VALUE "00".
001260 01 DBUDMLOG-STATUS      PIC X(2).
001270 01 AUDITLOG-STATUS      PIC X(2).
001280 01 SUITEEXC-STATUS      PIC X(2).
001290     COPY DATEPARM.
001300 01 WS-DEPTBUD-EOF-SW    PIC X(1) VALUE "N".
001310   88 WS-DEPTBUD-DONE    VALUE "Y".
001320 01 WS-DEPTMAST-EOF-SW   PIC X(1) VALUE "N".
001330   88 WS-DEPTMAST-DONE   VALUE "Y".
001340 01 WS-DBUDTRAN-EOF-SW   PIC X(1) VALUE "N".
001350   88 WS-DBUDTRAN-DONE   VALUE "Y".
001360 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
001370 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
001380 01 WS-DEPT-TABLE.
001390    05 WS-DT-DEPT-ID     PIC 9(3) OCCURS 100 TIMES
001400                         INDEXED BY DEPT-IDX.
001410 01 WS-MAX-BUDGET-ROWS   PIC 9(4) VALUE 2000.
001420 01 WS-BUDGET-ROW-COUNT  PIC 9(4) VALUE ZERO.
001430 01 WS-BUDGET-TABLE.
001440    05 WS-BT-ENTRY OCCURS 2000 TIMES INDEXED BY BT-IDX.
001450      10 WS-BT-DEPT-ID    PIC 9(3).
001460      10 WS-BT-MONTH      PIC 9(6).
001470      10 WS-BT-HEADCOUNT  PIC 9(5).
001480      10 WS-BT-LABOR      PIC 9(7)V9(2).
001490      10 WS-BT-DELETED-SW PIC X(1).
001500        88 WS-BT-DELETED  VALUE "Y".
001510 01 WS-ROW-FOUND-SW      PIC X(1).
001520   88 WS-ROW-FOUND       VALUE "Y".
001530   88 WS-ROW-NOT-FOUND   VALUE "N".
001540 01 WS-DEPT-FOUND-SW     PIC X(1).
001550   88 WS-DEPT-FOUND      VALUE "Y".
001560   88 WS-DEPT-NOT-FOUND  VALUE "N".
001570 01 WS-REJECT-SW         PIC X(1).
001580   88 WS-TRAN-REJECTED   VALUE "Y".
001590   88 WS-TRAN-ACCEPTED   VALUE "N".
001600 01 WS-REJECT-REASON     PIC X(40).
001610 01 WS-BEFORE-IMAGE      PIC X(80).
001620 01 WS-AUDIT-ACTION      PIC X(8).
001630 01 WS-BUDGET-WORK-REC.
001640     05 WK-DEPT-ID         PIC 9(3).
001650     05 WK-BUDGET-MONTH    PIC 9(6).
001660     05 WK-HEADCOUNT       PIC 9(5).
001670     05 WK-LABOR-COST      PIC 9(7)V9(2).
001680     05 FILLER             PIC X(57).
001690 01 WS-DATE-BUILD.
001700    05 WS-DB-YEAR    PIC X(4).
001710    05 FILLER        PIC X(1) VALUE "-".
001720    05 WS-DB-MONTH   PIC X(2).
001730    05 FILLER        PIC X(1) VALUE "-".
001740    05 WS-DB-DAY     PIC X(2).
001750 01 WS-COUNTERS.
001760     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001770     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001780     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001790 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001800 PROCEDURE DIVISION.
001810 000-MAIN-PROCEDURE.
001820      PERFORM 1000-INITIALIZE.
001830      PERFORM 2000-PROCESS-TRANSACTIONS.
001840      PERFORM 3000-TERMINATE.
001850      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001860      STOP RUN.
001870 1000-INITIALIZE.
001880      OPEN INPUT DEPT-BUDGET-FILE.
001890      IF NOT DEPTBUD-OK
001900         DISPLAY "FAILURE TO OPEN DEPTBUD " DEPTBUD-STATUS
001910         MOVE 12 TO RETURN-CODE
001920         STOP RUN
001930      END-IF.
001940      OPEN INPUT DEPT-MASTER-FILE.
001950      IF NOT DEPTMAST-OK
001960         DISPLAY "FAILURE TO OPEN DEPTMAST " DEPTMAST-STATUS
001970         MOVE 12 TO RETURN-CODE
001980         STOP RUN
001990      END-IF.
002000      OPEN INPUT BUDGET-TRANS-FILE.
002010      IF NOT DBUDTRAN-OK
002020         DISPLAY "FAILURE TO OPEN DBUDTRAN " DBUDTRAN-STATUS
002030         MOVE 8 TO RETURN-CODE
002040         STOP RUN
002050      END-IF.
002060      OPEN OUTPUT DEPT-BUDGET-OUT-FILE.
002070      OPEN OUTPUT MAINT-LOG-FILE.
002080      OPEN EXTEND AUDIT-TRAIL-FILE.
002090      MOVE "DBUDMNT" TO AUDS-PROGRAM.
002100      SET AUDS-FUNC-OPEN TO TRUE.
002110      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002120      OPEN EXTEND SUITE-EXCEPTION-FILE.
002130      PERFORM 1100-LOAD-DEPT-TABLE.
002140      PERFORM 1200-LOAD-BUDGET-TABLE.
002150 1100-LOAD-DEPT-TABLE.
002160      PERFORM UNTIL WS-DEPTMAST-DONE
002170         READ DEPT-MASTER-FILE
002180            AT END
002190               SET WS-DEPTMAST-DONE TO TRUE
002200            NOT AT END
002210               IF WS-DEPT-COUNT < WS-MAX-DEPTS
002220                  ADD 1 TO WS-DEPT-COUNT
002230                  SET DEPT-IDX TO WS-DEPT-COUNT
002240                  MOVE DEPT-ID TO WS-DT-DEPT-ID (DEPT-IDX)
002250               ELSE
002260                  DISPLAY "DEPARTMENT TABLE FULL - DEPT "
002270                     DEPT-ID " IGNORED"
002280               END-IF
002290         END-READ
002300      END-PERFORM.
002310      CLOSE DEPT-MASTER-FILE.
002320      DISPLAY "DEPARTMENTS LOADED    : " WS-DEPT-COUNT.
002330 1200-LOAD-BUDGET-TABLE.
002340      PERFORM UNTIL WS-DEPTBUD-DONE
002350         READ DEPT-BUDGET-FILE
002360            AT END
002370               SET WS-DEPTBUD-DONE TO TRUE
002380            NOT AT END
002390               PERFORM 1210-LOAD-ONE-ROW
002400         END-READ
002410      END-PERFORM.
002420      DISPLAY "BUDGET ROWS LOADED    : " WS-BUDGET-ROW-COUNT.
002430 1210-LOAD-ONE-ROW.
002440      IF WS-BUDGET-ROW-COUNT >= WS-MAX-BUDGET-ROWS
002450         DISPLAY "BUDGET TABLE FULL - ROW DROPPED FOR DEPT "
002460            DB-DEPT-ID " MONTH " DB-BUDGET-MONTH
002470         MOVE 12 TO WS-HIGHEST-RC
002480      ELSE
002490         ADD 1 TO WS-BUDGET-ROW-COUNT
002500         SET BT-IDX TO WS-BUDGET-ROW-COUNT
002510         MOVE DB-DEPT-ID          TO WS-BT-DEPT-ID (BT-IDX)
002520         MOVE DB-BUDGET-MONTH     TO WS-BT-MONTH (BT-IDX)
002530         MOVE DB-BUDGET-HEADCOUNT TO WS-BT-HEADCOUNT (BT-IDX)
002540         MOVE DB-BUDGET-LABOR     TO WS-BT-LABOR (BT-IDX)
002550         MOVE "N"                 TO WS-BT-DELETED-SW (BT-IDX)
002560      END-IF.
002570 2000-PROCESS-TRANSACTIONS.
002580      PERFORM UNTIL WS-DBUDTRAN-DONE
002590         READ BUDGET-TRANS-FILE
002600            AT END
002610               SET WS-DBUDTRAN-DONE TO TRUE
002620            NOT AT END
002630               ADD 1 TO WS-TRANS-COUNT
002640               PERFORM 2100-APPLY-ONE-TRANSACTION
002650         END-READ
002660      END-PERFORM.
002670 2100-APPLY-ONE-TRANSACTION.
002680      SET WS-TRAN-ACCEPTED TO TRUE.
002690      MOVE SPACES TO WS-REJECT-REASON.
002700      PERFORM 2110-EDIT-TRANSACTION.
002710      IF WS-TRAN-ACCEPTED
002720         EVALUATE TRUE
002730            WHEN BT-ADD-BUDGET
002740               PERFORM 2200-ADD-BUDGET-ROW
002750            WHEN BT-CHANGE-BUDGET
002760               PERFORM 2250-CHANGE-BUDGET-ROW
002770            WHEN BT-DELETE-BUDGET
002780               PERFORM 2300-DELETE-BUDGET-ROW
002790         END-EVALUATE
002800      END-IF.
002810      PERFORM 2600-WRITE-LOG-LINE.
002820 2110-EDIT-TRANSACTION.
002830      IF NOT (BT-ADD-BUDGET OR BT-CHANGE-BUDGET OR
002840              BT-DELETE-BUDGET)
002850         SET WS-TRAN-REJECTED TO TRUE
002860         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002870      END-IF.
002880      IF WS-TRAN-ACCEPTED AND BT-DEPT-ID IS NOT NUMERIC
002890         SET WS-TRAN-REJECTED TO TRUE
002900         MOVE "DEPT-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002910      END-IF.
002920*    A ROW FOR A DEPARTMENT SINCE CLOSED MAY STILL BE DELETED
002930      IF WS-TRAN-ACCEPTED AND NOT BT-DELETE-BUDGET
002940         PERFORM 2140-FIND-DEPARTMENT
002950         IF WS-DEPT-NOT-FOUND
002960            SET WS-TRAN-REJECTED TO TRUE
002970            MOVE "DEPT-ID NOT ON DEPTMAST" TO WS-REJECT-REASON
002980         END-IF
002990      END-IF.
003000      IF WS-TRAN-ACCEPTED
003010         PERFORM 2120-VALIDATE-BUDGET-MONTH
003020         IF DP-DATE-INVALID
003030            SET WS-TRAN-REJECTED TO TRUE
003040            MOVE "BAD BUDGET MONTH" TO WS-REJECT-REASON
003050         END-IF
003060      END-IF.
003070      IF WS-TRAN-ACCEPTED AND NOT BT-DELETE-BUDGET
003080         IF BT-HEADCOUNT IS NOT NUMERIC
003090            SET WS-TRAN-REJECTED TO TRUE
003100            MOVE "HEADCOUNT NOT NUMERIC" TO WS-REJECT-REASON
003110         ELSE
003120            IF BT-LABOR-COST IS NOT NUMERIC
003130               SET WS-TRAN-REJECTED TO TRUE
003140               MOVE "LABOR COST NOT NUMERIC" TO WS-REJECT-REASON
003150            END-IF
003160         END-IF
003170      END-IF.
003180 2120-VALIDATE-BUDGET-MONTH.
003190*    THE TRANSACTION CARRIES YYYYMM - DATEVAL WANTS A WHOLE
003200* DASHED DATE, SO THE FIRST OF THE MONTH IS CHECKED
003210      IF BT-BUDGET-MONTH IS NOT NUMERIC
003220         SET DP-DATE-INVALID TO TRUE
003230         MOVE "NOT NUMERIC" TO DP-FAIL-REASON
003240      ELSE
003250         MOVE BT-BUDGET-MONTH (1:4) TO WS-DB-YEAR
003260         MOVE BT-BUDGET-MONTH (5:2) TO WS-DB-MONTH
003270         MOVE "01"                  TO WS-DB-DAY
003280         MOVE WS-DATE-BUILD TO DP-DATE-IN
003290         SET DP-AGE-NOT-WANTED TO TRUE
003300         CALL "DATEVAL" USING DATE-PARM-BLOCK
003310      END-IF.
003320 2130-FIND-BUDGET-ROW.
003330      SET WS-ROW-NOT-FOUND TO TRUE.
003340      PERFORM VARYING BT-IDX FROM 1 BY 1
003350         UNTIL BT-IDX > WS-BUDGET-ROW-COUNT
003360         IF WS-BT-DEPT-ID (BT-IDX) = BT-DEPT-ID AND
003370            WS-BT-MONTH (BT-IDX) = BT-BUDGET-MONTH AND
003380            NOT WS-BT-DELETED (BT-IDX)
003390            SET WS-ROW-FOUND TO TRUE
003400            EXIT PERFORM
003410         END-IF
003420      END-PERFORM.
003430 2140-FIND-DEPARTMENT.
003440      SET WS-DEPT-NOT-FOUND TO TRUE.
003450      PERFORM VARYING DEPT-IDX FROM 1 BY 1
003460         UNTIL DEPT-IDX > WS-DEPT-COUNT
003470         IF WS-DT-DEPT-ID (DEPT-IDX) = BT-DEPT-ID
003480            SET WS-DEPT-FOUND TO TRUE
003490            EXIT PERFORM
003500         END-IF
003510      END-PERFORM.
003520 2200-ADD-BUDGET-ROW.
003530      PERFORM 2130-FIND-BUDGET-ROW.
003540      IF WS-ROW-FOUND
003550         SET WS-TRAN-REJECTED TO TRUE
003560         MOVE "BUDGET ROW ALREADY ON FILE" TO WS-REJECT-REASON
003570      ELSE
003580         IF WS-BUDGET-ROW-COUNT >= WS-MAX-BUDGET-ROWS
003590            SET WS-TRAN-REJECTED TO TRUE
003600            MOVE "BUDGET TABLE FULL" TO WS-REJECT-REASON
003610         ELSE
003620            ADD 1 TO WS-BUDGET-ROW-COUNT
003630            SET BT-IDX TO WS-BUDGET-ROW-COUNT
003640            MOVE BT-DEPT-ID       TO WS-BT-DEPT-ID (BT-IDX)
003650            MOVE BT-BUDGET-MONTH  TO WS-BT-MONTH (BT-IDX)
003660            MOVE BT-HEADCOUNT-N   TO WS-BT-HEADCOUNT (BT-IDX)
003670            MOVE BT-LABOR-COST-N  TO WS-BT-LABOR (BT-IDX)
003680            MOVE "N"              TO WS-BT-DELETED-SW (BT-IDX)
003690            MOVE SPACES           TO WS-BEFORE-IMAGE
003700            MOVE "BUDGADD"        TO WS-AUDIT-ACTION
003710            PERFORM 2700-WRITE-AUDIT-REC
003720         END-IF
003730      END-IF.
003740 2250-CHANGE-BUDGET-ROW.
003750      PERFORM 2130-FIND-BUDGET-ROW.
003760      IF WS-ROW-NOT-FOUND
003770         SET WS-TRAN-REJECTED TO TRUE
003780         MOVE "BUDGET ROW NOT ON FILE" TO WS-REJECT-REASON
003790      ELSE
003800         PERFORM 2150-FORMAT-BUDGET-ROW
003810         MOVE WS-BUDGET-WORK-REC TO WS-BEFORE-IMAGE
003820         MOVE BT-HEADCOUNT-N  TO WS-BT-HEADCOUNT (BT-IDX)
003830         MOVE BT-LABOR-COST-N TO WS-BT-LABOR (BT-IDX)
003840         MOVE "BUDGCHG" TO WS-AUDIT-ACTION
003850         PERFORM 2700-WRITE-AUDIT-REC
003860      END-IF.
003870 2300-DELETE-BUDGET-ROW.
003880      PERFORM 2130-FIND-BUDGET-ROW.
003890      IF WS-ROW-NOT-FOUND
003900         SET WS-TRAN-REJECTED TO TRUE
003910         MOVE "BUDGET ROW NOT ON FILE" TO WS-REJECT-REASON
003920      ELSE
003930         PERFORM 2150-FORMAT-BUDGET-ROW
003940         MOVE WS-BUDGET-WORK-REC TO WS-BEFORE-IMAGE
003950         SET WS-BT-DELETED (BT-IDX) TO TRUE
003960         MOVE "BUDGDEL" TO WS-AUDIT-ACTION
003970         PERFORM 2700-WRITE-AUDIT-REC
003980      END-IF.
003990 2150-FORMAT-BUDGET-ROW.
004000      MOVE SPACES TO WS-BUDGET-WORK-REC.
004010      MOVE WS-BT-DEPT-ID (BT-IDX)   TO WK-DEPT-ID.
004020      MOVE WS-BT-MONTH (BT-IDX)     TO WK-BUDGET-MONTH.
004030      MOVE WS-BT-HEADCOUNT (BT-IDX) TO WK-HEADCOUNT.
004040      MOVE WS-BT-LABOR (BT-IDX)     TO WK-LABOR-COST.
004050 2600-WRITE-LOG-LINE.
004060      MOVE SPACES          TO MAINT-LOG-REC.
004070      MOVE BT-ACTION-CODE  TO ML-ACTION-CODE.
004080      MOVE BT-DEPT-ID      TO ML-DEPT-ID.
004090      MOVE BT-BUDGET-MONTH TO ML-BUDGET-MONTH.
004100      IF WS-TRAN-REJECTED
004110         ADD 1 TO WS-REJECT-COUNT
004120         MOVE "REJECTED" TO ML-RESULT
004130         MOVE WS-REJECT-REASON TO ML-MESSAGE
004140         MOVE "M"              TO EX-SEVERITY
004150         MOVE SPACES           TO EX-KEY
004160         MOVE BT-DEPT-ID       TO EX-KEY (1:3)
004170         MOVE BT-BUDGET-MONTH  TO EX-KEY (5:6)
004180         MOVE "V001"           TO EX-REASON-CODE
004190         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
004200         PERFORM 2800-WRITE-SUITE-EXCEPTION
004210      ELSE
004220         ADD 1 TO WS-APPLIED-COUNT
004230         MOVE "APPLIED"  TO ML-RESULT
004240         MOVE SPACES     TO ML-MESSAGE
004250      END-IF.
004260      WRITE MAINT-LOG-REC.
004270 2700-WRITE-AUDIT-REC.
004280*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
004290* DEPT-ID RIDES IN THE AUDIT-EMP-ID KEY FIELD AND THE
004300* BUDGET-ROW IMAGE RIDES THE BEFORE/AFTER FIELDS
004310      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
004320      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
004330      ACCEPT AUDIT-TIME FROM TIME.
004340      MOVE "DBUDMNT"        TO AUDIT-PROGRAM.
004350      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
004360      MOVE BT-DEPT-ID       TO AUDIT-EMP-ID.
004370      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
004380      IF BT-DELETE-BUDGET
004390         MOVE SPACES TO AUDIT-AFTER-IMAGE
004400      ELSE
004410         PERFORM 2150-FORMAT-BUDGET-ROW
004420         MOVE WS-BUDGET-WORK-REC TO AUDIT-AFTER-IMAGE
004430      END-IF.
004440      MOVE BT-USER-ID       TO AUDIT-USER-ID.
004450      SET AUDS-FUNC-NEXT TO TRUE.
004460      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004470      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
004480      WRITE AUDIT-TRAIL-REC.
004490 2800-WRITE-SUITE-EXCEPTION.
004500*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004510* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004520* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004530      MOVE "DBUDMNT" TO EX-PROGRAM.
004540      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004550      ACCEPT EX-TIME FROM TIME.
004560      WRITE SUITE-EXCEPTION-REC.
004570 3000-TERMINATE.
004580      PERFORM 3100-WRITE-BUDGET-OUT.
004590      CLOSE DEPT-BUDGET-FILE.
004600      CLOSE BUDGET-TRANS-FILE.
004610      CLOSE DEPT-BUDGET-OUT-FILE.
004620      CLOSE MAINT-LOG-FILE.
004630      CLOSE AUDIT-TRAIL-FILE.
004640      SET AUDS-FUNC-CLOSE TO TRUE.
004650      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004660      CLOSE SUITE-EXCEPTION-FILE.
004670      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
004680      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
004690      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
004700      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
004710         MOVE 4 TO WS-HIGHEST-RC
004720      END-IF.
004730      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
004740         DISPLAY "DBUDTRAN WAS EMPTY - NOTHING APPLIED"
004750         MOVE 8 TO WS-HIGHEST-RC
004760      END-IF.
004770      DISPLAY "DBUDMNT RETURN CODE   : " WS-HIGHEST-RC.
004780 3100-WRITE-BUDGET-OUT.
004790      PERFORM VARYING BT-IDX FROM 1 BY 1
004800         UNTIL BT-IDX > WS-BUDGET-ROW-COUNT
004810         IF NOT WS-BT-DELETED (BT-IDX)
004820            PERFORM 2150-FORMAT-BUDGET-ROW
004830            WRITE DEPT-BUDGET-OUT-REC FROM WS-BUDGET-WORK-REC
004840         END-IF
004850      END-PERFORM.
