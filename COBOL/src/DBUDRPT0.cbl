000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DBUDRPT0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    DEPARTMENT BUDGET VERSUS ACTUAL - EACH MONTH FINANCE   *
000090*    COMPARED THE DEPARTMENT BUDGETS AGAINST HEADCOUNT AND  *
000100*    PAYROLL PAGES BY HAND.  THIS MONTHLY PROGRAM READS THE *
000110*    DEPTBUD BUDGET FILE (DBUDREC, MAINTAINED BY DBUDMNT),  *
000120*    THE EMPSNAP ROSTER, AND THE PAYHIST PAY HISTORY, AND   *
000130*    FOR EVERY DEPARTMENT PRINTS TWO LINES:                 *
000140*      MONTH - BUDGETED HEADCOUNT AGAINST THE ACTIVE HEADS  *
000150*              ON EMPSNAP, AND BUDGETED LABOR COST AGAINST  *
000160*              THE GROSS PAY (REGULAR + BONUS) OF PAY       *
000170*              PERIODS ENDING IN THE REPORT MONTH           *
000180*      YTD   - THE AVERAGE BUDGETED HEADCOUNT OF THE        *
000190*              MONTHS BUDGETED SO FAR THIS YEAR AGAINST     *
000200*              THE SAME ACTIVE HEADS, AND THE LABOR COST    *
000210*              BUDGETED THROUGH THE REPORT MONTH AGAINST    *
000220*              THE GROSS OF PERIODS ENDING JANUARY          *
000230*              THROUGH THE REPORT MONTH                     *
000240*    WITH THE VARIANCE (ACTUAL LESS BUDGET) IN COUNT,       *
000250*    DOLLARS, AND PERCENT OF BUDGET.  A LINE OVER BUDGET BY *
000260*    MORE THAN THE TOLERANCE PERCENT - OR WITH ACTUALS AND  *
000270*    NO BUDGET AT ALL - IS FLAGGED *OVER AND WRITTEN TO     *
000280*    SUITEEXC (V002, RC=4).  GROSS PAY IS CHARGED TO THE    *
000290*    EMPLOYEE'S EMP-DEPT-ID ON EMPSNAP; PAY FOR AN EMPLOYEE *
000300*    NO LONGER ON THE ROSTER POSTS TO DEPT 000, AS IN       *
000310*    PAYGL00.  PAYADJ00 ADJUSTMENT ROWS FOLD IN SIGNED BY   *
000320*    PH-ADJ-SIGN, AS IN PAYYTD00.  EMPSNAP IS TONIGHT'S     *
000330*    ROSTER, SO THE HEADCOUNT ACTUAL IS ALWAYS THE CURRENT  *
000340*    ONE - RUN FOR THE MONTH JUST CLOSED.                   *
000350*    SYSIN - COLS 1-6 REPORT MONTH YYYYMM (BLANK = THE RUN  *
000360*    DATE'S MONTH), COLS 7-10 TOLERANCE PERCENT 99V99       *
000370*    (BLANK = 05.00)                                        *
000380************************************************************
000390* MODIFICATION HISTORY                                     *
000400*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000410************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS DEPTMAST-STATUS.
000480     SELECT DEPT-BUDGET-FILE ASSIGN TO DEPTBUD
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS DEPTBUD-STATUS.
000510     SELECT SNAPSHOT-FILE ASSIGN TO EMPSNAP
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS EMPSNAP-STATUS.
000540     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS PAYHIST-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO RPTOUT
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS RPT-FILE-STATUS.
000600     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000610     ORGANIZATION IS SEQUENTIAL
000620     FILE STATUS  IS SUITEEXC-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD DEPT-MASTER-FILE
000660      RECORDING MODE IS F
000670      LABEL RECORDS ARE STANDARD
000680      RECORD CONTAINS 80 CHARACTERS
000690      DATA RECORD IS DEPARTMENT-REC.
000700     COPY DEPTREC.
000710 FD DEPT-BUDGET-FILE
000720      RECORDING MODE IS F
000730      LABEL RECORDS ARE STANDARD
000740      RECORD CONTAINS 80 CHARACTERS
000750      DATA RECORD IS DEPT-BUDGET-REC.
000760     COPY DBUDREC.
000770 FD SNAPSHOT-FILE
000780      RECORDING MODE IS F
000790      LABEL RECORDS ARE STANDARD
000800      RECORD CONTAINS 120 CHARACTERS
000810      DATA RECORD IS EMPLOYEE.
000820     COPY EMPREC.
000830 FD PAY-HISTORY-FILE
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 80 CHARACTERS
000870      DATA RECORD IS PAY-HISTORY-REC.
000880     COPY PAYHREC.
000890 FD REPORT-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS REPORT-LINE.
000930 01 REPORT-LINE          PIC X(80).
000940 FD SUITE-EXCEPTION-FILE
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      RECORD CONTAINS 80 CHARACTERS
000980      DATA RECORD IS SUITE-EXCEPTION-REC.
000990     COPY EXCPTREC.
001000 WORKING-STORAGE SECTION.
001010 01 DEPTMAST-STATUS      PIC X(2).
001020   88 DEPTMAST-OK        VALUE "00".
001030 01 DEPTBUD-STATUS       PIC X(2).
001040   88 DEPTBUD-OK         VALUE "00".
001050 01 EMPSNAP-STATUS       PIC X(2).
001060   88 EMPSNAP-OK         VALUE "00".
001070 01 PAYHIST-STATUS       PIC X(2).
001080   88 PAYHIST-OK         VALUE "00".
001090 01 RPT-FILE-STATUS      PIC X(2).
001100 01 SUITEEXC-STATUS      PIC X(2).
001110 01 WS-DEPTMAST-EOF-SW   PIC X(1) VALUE "N".
001120   88 WS-DEPTMAST-DONE   VALUE "Y".
001130 01 WS-DEPTMAST-OPEN-SW  PIC X(1) VALUE "N".
001140   88 WS-DEPTMAST-OPEN   VALUE "Y".
001150 01 WS-DEPTBUD-EOF-SW    PIC X(1) VALUE "N".
001160   88 WS-DEPTBUD-DONE    VALUE "Y".
001170 01 WS-SNAP-EOF-SW       PIC X(1) VALUE "N".
001180   88 WS-SNAP-DONE       VALUE "Y".
001190 01 WS-PAYHIST-EOF-SW    PIC X(1) VALUE "N".
001200   88 WS-PAYHIST-DONE    VALUE "Y".
001210 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001220 01 WS-CONTROL-CARD.
001230   05 WS-CC-REPORT-MONTH PIC X(06).
001240   05 WS-CC-TOLERANCE    PIC X(04).
001250   05 WS-CC-TOLERANCE-N REDEFINES WS-CC-TOLERANCE
001260                         PIC 9(2)V9(2).
001270   05 FILLER             PIC X(70).
001280 01 WS-RUN-DATE          PIC 9(8).
001290 01 WS-REPORT-MONTH.
001300   05 WS-RPT-YEAR        PIC 9(4).
001310   05 WS-RPT-MM          PIC 9(2).
001320 01 WS-TOLERANCE-PCT     PIC 9(2)V9(2).
001330 01 WS-REC-MONTH         PIC 9(6).
001340 01 WS-WORK-DEPT         PIC 9(3).
001350 01 WS-FIND-EMP-ID       PIC 9(9).
001360 01 WS-GROSS-PAY         PIC S9(7)V9(2).
001370*    ONE ROW PER DEPARTMENT ON DEPTMAST, DEPTBUD, OR EMPSNAP -
001380* DEPT 000 COLLECTS PAY FOR EMPLOYEES NOT ON THE ROSTER
001390 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
001400 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
001410 01 WS-DEPT-SUB          PIC 9(3).
001420 01 WS-DEPT-SUB-2        PIC 9(3).
001430 01 WS-DEPT-TABLE.
001440   05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
001450     10 WS-DT-DEPT-ID     PIC 9(3).
001460     10 WS-DT-DEPT-NAME   PIC X(30).
001470     10 WS-DT-BUD-HC      PIC 9(5).
001480     10 WS-DT-BUD-LABOR   PIC 9(7)V9(2).
001490     10 WS-DT-BUD-SW      PIC X(1).
001500       88 WS-DT-BUDGETED  VALUE "Y".
001510     10 WS-DT-YTD-HC-SUM  PIC 9(7).
001520     10 WS-DT-YTD-MONTHS  PIC 9(2).
001530     10 WS-DT-YTD-LABOR   PIC 9(9)V9(2).
001540     10 WS-DT-ACT-HC      PIC 9(5).
001550     10 WS-DT-ACT-LABOR   PIC S9(7)V9(2).
001560     10 WS-DT-YTD-ACTUAL  PIC S9(9)V9(2).
001570 01 WS-SWAP-ENTRY        PIC X(93).
001580 01 WS-MAX-EMPS          PIC 9(4) VALUE 2000.
001590 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
001600 01 WS-EMP-TABLE.
001610   05 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
001620     10 WS-ET-EMP-ID      PIC 9(6).
001630     10 WS-ET-DEPT-ID     PIC 9(3).
001640*    ONE COMPARISON AT A TIME - P500 WORKS THE VARIANCE,
001650* PERCENT, AND OVER-TOLERANCE TEST FOR WHICHEVER LINE IS
001660* BEING PRINTED
001670 01 WS-CALC-BUDGET       PIC 9(9)V9(2).
001680 01 WS-CALC-ACTUAL       PIC S9(9)V9(2).
001690 01 WS-CALC-VARIANCE     PIC S9(9)V9(2).
001700 01 WS-CALC-PCT          PIC S9(5)V9(1).
001710 01 WS-CALC-OVER-SW      PIC X(1).
001720   88 WS-CALC-OVER       VALUE "Y".
001730 01 WS-CALC-NO-PCT-SW    PIC X(1).
001740   88 WS-CALC-NO-PCT     VALUE "Y".
001750 01 WS-LINE-OVER-SW      PIC X(1).
001760   88 WS-LINE-OVER       VALUE "Y".
001770 01 WS-LINE-BUD-HC       PIC 9(5).
001780 01 WS-LINE-ACT-HC       PIC 9(5).
001790 01 WS-LINE-BUD-LABOR    PIC 9(9)V9(2).
001800 01 WS-LINE-ACT-LABOR    PIC S9(9)V9(2).
001810 01 WS-TOTALS.
001820   05 WS-TOT-BUD-HC      PIC 9(7) VALUE ZERO.
001830   05 WS-TOT-BUD-LABOR   PIC 9(9)V9(2) VALUE ZERO.
001840   05 WS-TOT-YTD-HC      PIC 9(7) VALUE ZERO.
001850   05 WS-TOT-YTD-LABOR   PIC 9(9)V9(2) VALUE ZERO.
001860   05 WS-TOT-ACT-HC      PIC 9(7) VALUE ZERO.
001870   05 WS-TOT-ACT-LABOR   PIC S9(9)V9(2) VALUE ZERO.
001880   05 WS-TOT-YTD-ACTUAL  PIC S9(9)V9(2) VALUE ZERO.
001890 01 WS-COUNTERS.
001900   05 WS-BUDGET-READ     PIC 9(5) VALUE ZERO.
001910   05 WS-BUDGET-USED     PIC 9(5) VALUE ZERO.
001920   05 WS-SNAP-READ       PIC 9(5) VALUE ZERO.
001930   05 WS-PAYHIST-READ    PIC 9(7) VALUE ZERO.
001940   05 WS-PAYHIST-USED    PIC 9(7) VALUE ZERO.
001950   05 WS-OFF-ROSTER      PIC 9(7) VALUE ZERO.
001960   05 WS-DEPTS-PRINTED   PIC 9(3) VALUE ZERO.
001970   05 WS-OVER-COUNT      PIC 9(3) VALUE ZERO.
001980 01 HEADING-LINE-1.
001990   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002000   05 FILLER             PIC X(30)
002010      VALUE "DEPT BUDGET VERSUS ACTUAL".
002020   05 FILLER             PIC X(20) VALUE SPACES.
002030 01 HEADING-LINE-2.
002040   05 FILLER             PIC X(14) VALUE "REPORT MONTH: ".
002050   05 HL2-YEAR           PIC 9(4).
002060   05 FILLER             PIC X(01) VALUE "/".
002070   05 HL2-MM             PIC 9(2).
002080   05 FILLER             PIC X(14) VALUE "   TOLERANCE: ".
002090   05 HL2-TOLERANCE      PIC Z9.99.
002100   05 FILLER             PIC X(15) VALUE "%    RUN DATE: ".
002110   05 HL2-RUN-DATE       PIC 9(8).
002120   05 FILLER             PIC X(17) VALUE SPACES.
002130 01 HEADING-LINE-3.
002140   05 FILLER             PIC X(08) VALUE SPACES.
002150   05 FILLER             PIC X(25)
002160      VALUE "------ HEADCOUNT -------".
002170   05 FILLER             PIC X(39)
002180      VALUE "---- LABOR COST (WHOLE DOLLARS) ------".
002190   05 FILLER             PIC X(08) VALUE SPACES.
002200 01 HEADING-LINE-4.
002210   05 FILLER             PIC X(08) VALUE "  PERIOD".
002220   05 FILLER             PIC X(25)
002230      VALUE "  BUD   ACT   VAR    PCT".
002240   05 FILLER             PIC X(39)
002250      VALUE "   BUDGET     ACTUAL   VARIANCE    PCT".
002260   05 FILLER             PIC X(08) VALUE SPACES.
002270 01 DEPT-NAME-LINE.
002280   05 DNL-DEPT-ID        PIC X(3).
002290   05 FILLER             PIC X(02) VALUE SPACES.
002300   05 DNL-DEPT-NAME      PIC X(30).
002310   05 FILLER             PIC X(02) VALUE SPACES.
002320   05 DNL-REMARK         PIC X(30).
002330   05 FILLER             PIC X(13) VALUE SPACES.
002340 01 DETAIL-LINE.
002350   05 FILLER             PIC X(02) VALUE SPACES.
002360   05 DL-PERIOD          PIC X(05).
002370   05 FILLER             PIC X(01) VALUE SPACES.
002380   05 DL-HC-BUDGET       PIC ZZZZ9.
002390   05 FILLER             PIC X(01) VALUE SPACES.
002400   05 DL-HC-ACTUAL       PIC ZZZZ9.
002410   05 FILLER             PIC X(01) VALUE SPACES.
002420   05 DL-HC-VARIANCE     PIC ----9.
002430   05 FILLER             PIC X(01) VALUE SPACES.
002440   05 DL-HC-PCT          PIC ---9.9.
002450   05 DL-HC-PCT-X REDEFINES DL-HC-PCT PIC X(06).
002460   05 FILLER             PIC X(01) VALUE SPACES.
002470   05 DL-LB-BUDGET       PIC Z,ZZZ,ZZ9.
002480   05 FILLER             PIC X(01) VALUE SPACES.
002490   05 DL-LB-ACTUAL       PIC --,---,--9.
002500   05 FILLER             PIC X(01) VALUE SPACES.
002510   05 DL-LB-VARIANCE     PIC --,---,--9.
002520   05 FILLER             PIC X(01) VALUE SPACES.
002530   05 DL-LB-PCT          PIC ---9.9.
002540   05 DL-LB-PCT-X REDEFINES DL-LB-PCT PIC X(06).
002550   05 FILLER             PIC X(01) VALUE SPACES.
002560   05 DL-FLAG            PIC X(05).
002570   05 FILLER             PIC X(03) VALUE SPACES.
002580 01 TOTAL-LINE.
002590   05 TL-LABEL           PIC X(30).
002600   05 TL-COUNT           PIC ZZ,ZZ9.
002610   05 FILLER             PIC X(44) VALUE SPACES.
002620 PROCEDURE DIVISION.
002630 000-MAIN-PROCEDURE.
002640      PERFORM P100-INITIALIZATION.
002650      PERFORM P110-LOAD-DEPARTMENTS.
002660      PERFORM P120-LOAD-BUDGETS.
002670      PERFORM P150-COUNT-ROSTER.
002680      PERFORM P200-TALLY-PAY-HISTORY.
002690      PERFORM P240-SORT-DEPARTMENTS.
002700      PERFORM P250-PRINT-REPORT.
002710      PERFORM P300-TERMINATION.
002720      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002730      STOP RUN.
002740 P100-INITIALIZATION.
002750      OPEN INPUT DEPT-BUDGET-FILE.
002760      IF NOT DEPTBUD-OK
002770         DISPLAY "FAILURE TO OPEN DEPTBUD " DEPTBUD-STATUS
002780         MOVE 12 TO RETURN-CODE
002790         STOP RUN
002800      END-IF.
002810      OPEN INPUT SNAPSHOT-FILE.
002820      IF NOT EMPSNAP-OK
002830         DISPLAY "FAILURE TO OPEN EMPSNAP " EMPSNAP-STATUS
002840         MOVE 12 TO RETURN-CODE
002850         STOP RUN
002860      END-IF.
002870      OPEN INPUT PAY-HISTORY-FILE.
002880      IF NOT PAYHIST-OK
002890         DISPLAY "FAILURE TO OPEN PAYHIST " PAYHIST-STATUS
002900         MOVE 12 TO RETURN-CODE
002910         STOP RUN
002920      END-IF.
002930      OPEN OUTPUT REPORT-FILE.
002940      OPEN EXTEND SUITE-EXCEPTION-FILE.
002950      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960      PERFORM P105-READ-CONTROL-CARD.
002970 P105-READ-CONTROL-CARD.
002980*    THE SYSIN CARD - COLS 1-6 REPORT MONTH YYYYMM (BLANK FOR
002990* THE RUN DATE'S MONTH), COLS 7-10 TOLERANCE PERCENT 99V99
003000* (BLANK FOR 05.00)
003010      MOVE SPACES TO WS-CONTROL-CARD.
003020      ACCEPT WS-CONTROL-CARD.
003030      IF WS-CC-REPORT-MONTH = SPACES
003040         MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
003050      ELSE
003060         IF WS-CC-REPORT-MONTH IS NOT NUMERIC
003070            DISPLAY "INVALID SYSIN CARD - REPORT MONTH "
003080               WS-CC-REPORT-MONTH
003090            MOVE 8 TO RETURN-CODE
003100            STOP RUN
003110         END-IF
003120         MOVE WS-CC-REPORT-MONTH TO WS-REPORT-MONTH
003130      END-IF.
003140      IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
003150         DISPLAY "INVALID SYSIN CARD - REPORT MONTH "
003160            WS-REPORT-MONTH
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190      END-IF.
003200      IF WS-CC-TOLERANCE = SPACES
003210         MOVE 5 TO WS-TOLERANCE-PCT
003220      ELSE
003230         IF WS-CC-TOLERANCE IS NOT NUMERIC
003240            DISPLAY "INVALID SYSIN CARD - TOLERANCE "
003250               WS-CC-TOLERANCE
003260            MOVE 8 TO RETURN-CODE
003270            STOP RUN
003280         END-IF
003290         MOVE WS-CC-TOLERANCE-N TO WS-TOLERANCE-PCT
003300      END-IF.
003310      DISPLAY "REPORT MONTH         : " WS-REPORT-MONTH.
003320      DISPLAY "TOLERANCE PERCENT    : " WS-TOLERANCE-PCT.
003330 P110-LOAD-DEPARTMENTS.
003340*    DEPTMAST GIVES THE NAMES - WITHOUT IT THE REPORT STILL
003350* RUNS, BY DEPT NUMBER ONLY
003360      OPEN INPUT DEPT-MASTER-FILE.
003370      IF NOT DEPTMAST-OK
003380         DISPLAY "DEPTMAST NOT AVAILABLE " DEPTMAST-STATUS
003390            " - NAMES LEFT BLANK"
003400         SET WS-DEPTMAST-DONE TO TRUE
003410      ELSE
003420         SET WS-DEPTMAST-OPEN TO TRUE
003430      END-IF.
003440      PERFORM UNTIL WS-DEPTMAST-DONE
003450         READ DEPT-MASTER-FILE
003460            AT END
003470               SET WS-DEPTMAST-DONE TO TRUE
003480            NOT AT END
003490               MOVE DEPT-ID TO WS-WORK-DEPT
003500               PERFORM P160-FIND-OR-ADD-DEPT
003510               MOVE DEPT-NAME TO WS-DT-DEPT-NAME (DEPT-IDX)
003520         END-READ
003530      END-PERFORM.
003540      IF WS-DEPTMAST-OPEN
003550         CLOSE DEPT-MASTER-FILE
003560      END-IF.
003570 P120-LOAD-BUDGETS.
003580*    ONLY THE REPORT YEAR THROUGH THE REPORT MONTH MATTERS -
003590* THE REPORT MONTH'S ROW IS THE MONTH BUDGET, AND EVERY ROW
003600* OF THE YEAR SO FAR ADDS TO THE YEAR-TO-DATE BUDGET
003610      PERFORM UNTIL WS-DEPTBUD-DONE
003620         READ DEPT-BUDGET-FILE
003630            AT END
003640               SET WS-DEPTBUD-DONE TO TRUE
003650            NOT AT END
003660               ADD 1 TO WS-BUDGET-READ
003670               IF DB-BUDGET-YEAR = WS-RPT-YEAR AND
003680                  DB-BUDGET-MM NOT > WS-RPT-MM
003690                  PERFORM P125-APPLY-ONE-BUDGET
003700               END-IF
003710         END-READ
003720      END-PERFORM.
003730      CLOSE DEPT-BUDGET-FILE.
003740      DISPLAY "BUDGET ROWS READ     : " WS-BUDGET-READ.
003750      DISPLAY "BUDGET ROWS USED     : " WS-BUDGET-USED.
003760 P125-APPLY-ONE-BUDGET.
003770      ADD 1 TO WS-BUDGET-USED.
003780      MOVE DB-DEPT-ID TO WS-WORK-DEPT.
003790      PERFORM P160-FIND-OR-ADD-DEPT.
003800      IF DB-BUDGET-MONTH = WS-REPORT-MONTH
003810         MOVE DB-BUDGET-HEADCOUNT TO WS-DT-BUD-HC (DEPT-IDX)
003820         MOVE DB-BUDGET-LABOR     TO WS-DT-BUD-LABOR (DEPT-IDX)
003830         SET WS-DT-BUDGETED (DEPT-IDX) TO TRUE
003840      END-IF.
003850      ADD DB-BUDGET-HEADCOUNT TO WS-DT-YTD-HC-SUM (DEPT-IDX).
003860      ADD 1                   TO WS-DT-YTD-MONTHS (DEPT-IDX).
003870      ADD DB-BUDGET-LABOR     TO WS-DT-YTD-LABOR (DEPT-IDX).
003880 P150-COUNT-ROSTER.
003890*    EMPSNAP IS THE POINT-IN-TIME ROSTER - EVERY RECORD GOES
003900* INTO THE EMP-ID/DEPT TABLE SO A TERMINATED EMPLOYEE'S LAST
003910* PAY STILL FINDS A DEPARTMENT, BUT ONLY RECORDS NOT
003920* TERMINATED COUNT AS HEADS (AS IN EMPTURN0)
003930      PERFORM UNTIL WS-SNAP-DONE
003940         READ SNAPSHOT-FILE
003950            AT END
003960               SET WS-SNAP-DONE TO TRUE
003970            NOT AT END
003980               ADD 1 TO WS-SNAP-READ
003990               PERFORM P155-LOAD-ONE-EMPLOYEE
004000         END-READ
004010      END-PERFORM.
004020      CLOSE SNAPSHOT-FILE.
004030      DISPLAY "EMPSNAP RECORDS READ : " WS-SNAP-READ.
004040 P155-LOAD-ONE-EMPLOYEE.
004050      IF EMP-DEPT-ID IS NUMERIC
004060         MOVE EMP-DEPT-ID TO WS-WORK-DEPT
004070      ELSE
004080         MOVE ZERO TO WS-WORK-DEPT
004090      END-IF.
004100      IF WS-EMP-COUNT < WS-MAX-EMPS
004110         ADD 1 TO WS-EMP-COUNT
004120         SET EMP-IDX TO WS-EMP-COUNT
004130         MOVE EMP-ID       TO WS-ET-EMP-ID (EMP-IDX)
004140         MOVE WS-WORK-DEPT TO WS-ET-DEPT-ID (EMP-IDX)
004150      ELSE
004160         DISPLAY "EMPLOYEE TABLE FULL - " EMP-ID
004170            " PAY POSTS TO DEPT 000"
004180         MOVE 4 TO WS-HIGHEST-RC
004190      END-IF.
004200      IF NOT EMP-TERMINATED
004210         PERFORM P160-FIND-OR-ADD-DEPT
004220         ADD 1 TO WS-DT-ACT-HC (DEPT-IDX)
004230      END-IF.
004240 P160-FIND-OR-ADD-DEPT.
004250      PERFORM VARYING DEPT-IDX FROM 1 BY 1
004260         UNTIL DEPT-IDX > WS-DEPT-COUNT
004270         IF WS-DT-DEPT-ID (DEPT-IDX) = WS-WORK-DEPT
004280            EXIT PERFORM
004290         END-IF
004300      END-PERFORM.
004310      IF DEPT-IDX > WS-DEPT-COUNT
004320         IF WS-DEPT-COUNT >= WS-MAX-DEPTS
004330            DISPLAY "DEPARTMENT TABLE FULL - DEPT " WS-WORK-DEPT
004340            MOVE 12 TO RETURN-CODE
004350            STOP RUN
004360         END-IF
004370         ADD 1 TO WS-DEPT-COUNT
004380         SET DEPT-IDX TO WS-DEPT-COUNT
004390         MOVE WS-WORK-DEPT TO WS-DT-DEPT-ID (DEPT-IDX)
004400         MOVE SPACES TO WS-DT-DEPT-NAME (DEPT-IDX)
004410         MOVE ZERO   TO WS-DT-BUD-HC (DEPT-IDX)
004420         MOVE ZERO   TO WS-DT-BUD-LABOR (DEPT-IDX)
004430         MOVE "N"    TO WS-DT-BUD-SW (DEPT-IDX)
004440         MOVE ZERO   TO WS-DT-YTD-HC-SUM (DEPT-IDX)
004450         MOVE ZERO   TO WS-DT-YTD-MONTHS (DEPT-IDX)
004460         MOVE ZERO   TO WS-DT-YTD-LABOR (DEPT-IDX)
004470         MOVE ZERO   TO WS-DT-ACT-HC (DEPT-IDX)
004480         MOVE ZERO   TO WS-DT-ACT-LABOR (DEPT-IDX)
004490         MOVE ZERO   TO WS-DT-YTD-ACTUAL (DEPT-IDX)
004500      END-IF.
004510 P200-TALLY-PAY-HISTORY.
004520      PERFORM UNTIL WS-PAYHIST-DONE
004530         READ PAY-HISTORY-FILE
004540            AT END
004550               SET WS-PAYHIST-DONE TO TRUE
004560            NOT AT END
004570               ADD 1 TO WS-PAYHIST-READ
004580               PERFORM P210-TALLY-ONE-PERIOD THRU P210-EXIT
004590         END-READ
004600      END-PERFORM.
004610      CLOSE PAY-HISTORY-FILE.
004620      DISPLAY "PAYHIST RECORDS READ : " WS-PAYHIST-READ.
004630      DISPLAY "PAYHIST RECORDS USED : " WS-PAYHIST-USED.
004640      DISPLAY "PAID OFF THE ROSTER  : " WS-OFF-ROSTER.
004650 P210-TALLY-ONE-PERIOD.
004660*    THE PERIOD-END DECIDES THE MONTH THE LABOR BELONGS TO -
004670* ONLY THE REPORT YEAR, JANUARY THROUGH THE REPORT MONTH
004680      IF PH-PERIOD-END IS NOT NUMERIC
004690         GO TO P210-EXIT
004700      END-IF.
004710      MOVE PH-PERIOD-END (1:6) TO WS-REC-MONTH.
004720      IF WS-REC-MONTH (1:4) NOT = WS-REPORT-MONTH (1:4) OR
004730         WS-REC-MONTH > WS-REPORT-MONTH
004740         GO TO P210-EXIT
004750      END-IF.
004760      ADD 1 TO WS-PAYHIST-USED.
004770      COMPUTE WS-GROSS-PAY = PH-REG-PAY + PH-BON-PAY.
004780      IF PH-IS-ADJUSTMENT AND PH-ADJ-SIGN = "-"
004790         COMPUTE WS-GROSS-PAY = ZERO - WS-GROSS-PAY
004800      END-IF.
004810      PERFORM P220-FIND-EMPLOYEE-DEPT.
004820      PERFORM P160-FIND-OR-ADD-DEPT.
004830      ADD WS-GROSS-PAY TO WS-DT-YTD-ACTUAL (DEPT-IDX).
004840      IF WS-REC-MONTH = WS-REPORT-MONTH
004850         ADD WS-GROSS-PAY TO WS-DT-ACT-LABOR (DEPT-IDX)
004860      END-IF.
004870 P210-EXIT.
004880      EXIT.
004890 P220-FIND-EMPLOYEE-DEPT.
004900*    PH-EMP-ID CARRIES THE SIX-DIGIT EMP-ID RIGHT-JUSTIFIED -
004910* ANYTHING NOT ON THE ROSTER POSTS TO DEPT 000
004920      MOVE ZERO TO WS-WORK-DEPT.
004930      MOVE PH-EMP-ID TO WS-FIND-EMP-ID.
004940      PERFORM VARYING EMP-IDX FROM 1 BY 1
004950         UNTIL EMP-IDX > WS-EMP-COUNT
004960         IF WS-ET-EMP-ID (EMP-IDX) = WS-FIND-EMP-ID
004970            MOVE WS-ET-DEPT-ID (EMP-IDX) TO WS-WORK-DEPT
004980            EXIT PERFORM
004990         END-IF
005000      END-PERFORM.
005010      IF EMP-IDX > WS-EMP-COUNT
005020         ADD 1 TO WS-OFF-ROSTER
005030      END-IF.
005040 P240-SORT-DEPARTMENTS.
005050*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT ORDER
005060      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
005070         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT
005080         COMPUTE WS-DEPT-SUB-2 = WS-DEPT-SUB + 1
005090         PERFORM UNTIL WS-DEPT-SUB-2 > WS-DEPT-COUNT
005100            IF WS-DT-DEPT-ID (WS-DEPT-SUB-2) <
005110               WS-DT-DEPT-ID (WS-DEPT-SUB)
005120               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO WS-SWAP-ENTRY
005130               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB-2)
005140                  TO WS-DEPT-ENTRY (WS-DEPT-SUB)
005150               MOVE WS-SWAP-ENTRY
005160                  TO WS-DEPT-ENTRY (WS-DEPT-SUB-2)
005170            END-IF
005180            ADD 1 TO WS-DEPT-SUB-2
005190         END-PERFORM
005200      END-PERFORM.
005210 P250-PRINT-REPORT.
005220      MOVE WS-RPT-YEAR      TO HL2-YEAR.
005230      MOVE WS-RPT-MM        TO HL2-MM.
005240      MOVE WS-TOLERANCE-PCT TO HL2-TOLERANCE.
005250      MOVE WS-RUN-DATE      TO HL2-RUN-DATE.
005260      WRITE REPORT-LINE FROM HEADING-LINE-1.
005270      WRITE REPORT-LINE FROM HEADING-LINE-2.
005280      MOVE SPACES TO REPORT-LINE.
005290      WRITE REPORT-LINE.
005300      WRITE REPORT-LINE FROM HEADING-LINE-3.
005310      WRITE REPORT-LINE FROM HEADING-LINE-4.
005320      PERFORM VARYING DEPT-IDX FROM 1 BY 1
005330         UNTIL DEPT-IDX > WS-DEPT-COUNT
005340         PERFORM P260-PRINT-ONE-DEPT THRU P260-EXIT
005350      END-PERFORM.
005360      PERFORM P270-PRINT-COMPANY.
005370 P260-PRINT-ONE-DEPT.
005380*    A DEPARTMENT WITH NO BUDGET, NO HEADS, AND NO PAY THIS
005390* YEAR HAS NOTHING TO COMPARE AND IS LEFT OFF
005400      IF WS-DT-YTD-MONTHS (DEPT-IDX) = ZERO AND
005410         WS-DT-ACT-HC (DEPT-IDX) = ZERO AND
005420         WS-DT-YTD-ACTUAL (DEPT-IDX) = ZERO
005430         GO TO P260-EXIT
005440      END-IF.
005450      ADD 1 TO WS-DEPTS-PRINTED.
005460      MOVE SPACES TO REPORT-LINE.
005470      WRITE REPORT-LINE.
005480      MOVE WS-DT-DEPT-ID (DEPT-IDX)   TO DNL-DEPT-ID.
005490      MOVE WS-DT-DEPT-NAME (DEPT-IDX) TO DNL-DEPT-NAME.
005500      IF WS-DT-DEPT-ID (DEPT-IDX) = ZERO AND
005510         WS-DT-DEPT-NAME (DEPT-IDX) = SPACES
005520         MOVE "NO DEPARTMENT / OFF ROSTER" TO DNL-DEPT-NAME
005530      END-IF.
005540      IF WS-DT-BUDGETED (DEPT-IDX)
005550         MOVE SPACES TO DNL-REMARK
005560      ELSE
005570         MOVE "** NO BUDGET FOR THE MONTH" TO DNL-REMARK
005580      END-IF.
005590      WRITE REPORT-LINE FROM DEPT-NAME-LINE.
005600*    THE MONTH LINE
005610      MOVE WS-DT-BUD-HC (DEPT-IDX)    TO WS-LINE-BUD-HC.
005620      MOVE WS-DT-ACT-HC (DEPT-IDX)    TO WS-LINE-ACT-HC.
005630      MOVE WS-DT-BUD-LABOR (DEPT-IDX) TO WS-LINE-BUD-LABOR.
005640      MOVE WS-DT-ACT-LABOR (DEPT-IDX) TO WS-LINE-ACT-LABOR.
005650      MOVE "MONTH" TO DL-PERIOD.
005660      PERFORM P400-FORMAT-DETAIL-LINE.
005670      IF WS-LINE-OVER
005680         MOVE "MONTH OVER BUDGET PAST TOLERANCE"
005690            TO EX-REASON-TEXT
005700         PERFORM P450-FLAG-DEPARTMENT
005710      END-IF.
005720*    THE YEAR-TO-DATE LINE - HEADCOUNT IS A LEVEL, NOT A
005730* SUM, SO ITS BUDGET IS THE AVERAGE OF THE MONTHS BUDGETED
005740      IF WS-DT-YTD-MONTHS (DEPT-IDX) = ZERO
005750         MOVE ZERO TO WS-LINE-BUD-HC
005760      ELSE
005770         COMPUTE WS-LINE-BUD-HC ROUNDED =
005780            WS-DT-YTD-HC-SUM (DEPT-IDX) /
005790            WS-DT-YTD-MONTHS (DEPT-IDX)
005800      END-IF.
005810      MOVE WS-DT-ACT-HC (DEPT-IDX)     TO WS-LINE-ACT-HC.
005820      MOVE WS-DT-YTD-LABOR (DEPT-IDX)  TO WS-LINE-BUD-LABOR.
005830      MOVE WS-DT-YTD-ACTUAL (DEPT-IDX) TO WS-LINE-ACT-LABOR.
005840      MOVE "YTD" TO DL-PERIOD.
005850      PERFORM P400-FORMAT-DETAIL-LINE.
005860      IF WS-LINE-OVER
005870         MOVE "YEAR-TO-DATE OVER BUDGET PAST TOLERANCE"
005880            TO EX-REASON-TEXT
005890         PERFORM P450-FLAG-DEPARTMENT
005900      END-IF.
005910      ADD WS-DT-BUD-HC (DEPT-IDX)     TO WS-TOT-BUD-HC.
005920      ADD WS-DT-BUD-LABOR (DEPT-IDX)  TO WS-TOT-BUD-LABOR.
005930      ADD WS-LINE-BUD-HC              TO WS-TOT-YTD-HC.
005940      ADD WS-DT-YTD-LABOR (DEPT-IDX)  TO WS-TOT-YTD-LABOR.
005950      ADD WS-DT-ACT-HC (DEPT-IDX)     TO WS-TOT-ACT-HC.
005960      ADD WS-DT-ACT-LABOR (DEPT-IDX)  TO WS-TOT-ACT-LABOR.
005970      ADD WS-DT-YTD-ACTUAL (DEPT-IDX) TO WS-TOT-YTD-ACTUAL.
005980 P260-EXIT.
005990      EXIT.
006000 P270-PRINT-COMPANY.
006010      MOVE SPACES TO REPORT-LINE.
006020      WRITE REPORT-LINE.
006030      MOVE SPACES          TO DNL-DEPT-ID.
006040      MOVE "COMPANY TOTAL" TO DNL-DEPT-NAME.
006050      MOVE SPACES          TO DNL-REMARK.
006060      WRITE REPORT-LINE FROM DEPT-NAME-LINE.
006070      MOVE WS-TOT-BUD-HC     TO WS-LINE-BUD-HC.
006080      MOVE WS-TOT-ACT-HC     TO WS-LINE-ACT-HC.
006090      MOVE WS-TOT-BUD-LABOR  TO WS-LINE-BUD-LABOR.
006100      MOVE WS-TOT-ACT-LABOR  TO WS-LINE-ACT-LABOR.
006110      MOVE "MONTH" TO DL-PERIOD.
006120      PERFORM P400-FORMAT-DETAIL-LINE.
006130      MOVE WS-TOT-YTD-HC     TO WS-LINE-BUD-HC.
006140      MOVE WS-TOT-ACT-HC     TO WS-LINE-ACT-HC.
006150      MOVE WS-TOT-YTD-LABOR  TO WS-LINE-BUD-LABOR.
006160      MOVE WS-TOT-YTD-ACTUAL TO WS-LINE-ACT-LABOR.
006170      MOVE "YTD" TO DL-PERIOD.
006180      PERFORM P400-FORMAT-DETAIL-LINE.
006190 P400-FORMAT-DETAIL-LINE.
006200*    THE CALLER LOADS THE WS-LINE- BUDGET AND ACTUAL FIGURES
006210* AND DL-PERIOD - THIS WORKS BOTH COMPARISONS AND WRITES IT
006220      MOVE "N" TO WS-LINE-OVER-SW.
006230      MOVE WS-LINE-BUD-HC TO DL-HC-BUDGET.
006240      MOVE WS-LINE-ACT-HC TO DL-HC-ACTUAL.
006250      MOVE WS-LINE-BUD-HC TO WS-CALC-BUDGET.
006260      MOVE WS-LINE-ACT-HC TO WS-CALC-ACTUAL.
006270      PERFORM P500-COMPARE-TO-BUDGET.
006280      MOVE WS-CALC-VARIANCE TO DL-HC-VARIANCE.
006290      IF WS-CALC-NO-PCT
006300         MOVE "   N/A" TO DL-HC-PCT-X
006310      ELSE
006320         MOVE WS-CALC-PCT TO DL-HC-PCT
006330      END-IF.
006340      IF WS-CALC-OVER
006350         SET WS-LINE-OVER TO TRUE
006360      END-IF.
006370      MOVE WS-LINE-BUD-LABOR TO DL-LB-BUDGET.
006380      MOVE WS-LINE-ACT-LABOR TO DL-LB-ACTUAL.
006390      MOVE WS-LINE-BUD-LABOR TO WS-CALC-BUDGET.
006400      MOVE WS-LINE-ACT-LABOR TO WS-CALC-ACTUAL.
006410      PERFORM P500-COMPARE-TO-BUDGET.
006420      MOVE WS-CALC-VARIANCE TO DL-LB-VARIANCE.
006430      IF WS-CALC-NO-PCT
006440         MOVE "   N/A" TO DL-LB-PCT-X
006450      ELSE
006460         MOVE WS-CALC-PCT TO DL-LB-PCT
006470      END-IF.
006480      IF WS-CALC-OVER
006490         SET WS-LINE-OVER TO TRUE
006500      END-IF.
006510      IF WS-LINE-OVER
006520         MOVE "*OVER" TO DL-FLAG
006530      ELSE
006540         MOVE SPACES TO DL-FLAG
006550      END-IF.
006560      WRITE REPORT-LINE FROM DETAIL-LINE.
006570 P450-FLAG-DEPARTMENT.
006580      ADD 1 TO WS-OVER-COUNT.
006590      MOVE "L"            TO EX-SEVERITY.
006600      MOVE SPACES         TO EX-KEY.
006610      MOVE WS-DT-DEPT-ID (DEPT-IDX) TO EX-KEY (1:3).
006620      MOVE WS-REPORT-MONTH TO EX-KEY (5:6).
006630      MOVE "V002"         TO EX-REASON-CODE.
006640      PERFORM P298-WRITE-SUITE-EXCEPTION.
006650 P298-WRITE-SUITE-EXCEPTION.
006660*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
006670* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
006680* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
006690      MOVE "DBUDRPT0" TO EX-PROGRAM.
006700      ACCEPT EX-DATE FROM DATE YYYYMMDD.
006710      ACCEPT EX-TIME FROM TIME.
006720      WRITE SUITE-EXCEPTION-REC.
006730 P500-COMPARE-TO-BUDGET.
006740*    VARIANCE IS ACTUAL LESS BUDGET, SO OVER BUDGET IS
006750* POSITIVE.  WITH NO BUDGET THERE IS NO PERCENT, AND ANY
006760* ACTUAL AT ALL IS OVER
006770      MOVE "N" TO WS-CALC-OVER-SW.
006780      MOVE "N" TO WS-CALC-NO-PCT-SW.
006790      COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
006800      IF WS-CALC-BUDGET = ZERO
006810         SET WS-CALC-NO-PCT TO TRUE
006820         MOVE ZERO TO WS-CALC-PCT
006830         IF WS-CALC-ACTUAL > ZERO
006840            SET WS-CALC-OVER TO TRUE
006850         END-IF
006860      ELSE
006870         COMPUTE WS-CALC-PCT ROUNDED =
006880            WS-CALC-VARIANCE * 100 / WS-CALC-BUDGET
006890            ON SIZE ERROR
006900               MOVE 999.9 TO WS-CALC-PCT
006910         END-COMPUTE
006920         IF WS-CALC-PCT > 999.9
006930            MOVE 999.9 TO WS-CALC-PCT
006940         END-IF
006950         IF WS-CALC-PCT > WS-TOLERANCE-PCT
006960            SET WS-CALC-OVER TO TRUE
006970         END-IF
006980      END-IF.
006990 P300-TERMINATION.
007000      MOVE SPACES TO REPORT-LINE.
007010      WRITE REPORT-LINE.
007020      MOVE "DEPARTMENTS REPORTED:" TO TL-LABEL.
007030      MOVE WS-DEPTS-PRINTED TO TL-COUNT.
007040      WRITE REPORT-LINE FROM TOTAL-LINE.
007050      MOVE "LINES OVER TOLERANCE:" TO TL-LABEL.
007060      MOVE WS-OVER-COUNT TO TL-COUNT.
007070      WRITE REPORT-LINE FROM TOTAL-LINE.
007080      CLOSE REPORT-FILE.
007090      CLOSE SUITE-EXCEPTION-FILE.
007100      IF WS-OVER-COUNT > ZERO AND WS-HIGHEST-RC < 4
007110         MOVE 4 TO WS-HIGHEST-RC
007120      END-IF.
007130      DISPLAY "DEPARTMENTS REPORTED : " WS-DEPTS-PRINTED.
007140      DISPLAY "LINES OVER TOLERANCE : " WS-OVER-COUNT.
007150      DISPLAY "DBUDRPT0 RETURN CODE : " WS-HIGHEST-RC.
