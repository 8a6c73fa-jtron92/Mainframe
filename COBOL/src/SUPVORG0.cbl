000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPVORG0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ORGANIZATION CHART AND SPAN OF CONTROL - READS THE     *
000090*    SUPVMAST REPORTING RELATIONSHIPS (SUPVREC, MAINTAINED  *
000100*    BY SUPVMNT) AND THE EMPLOYEE-VS-FILE, AND PRINTS:      *
000110*      1 AN INDENTED ORGANIZATION CHART WALKING THE TREE    *
000120*        DOWN FROM THE TOP - EVERY EMPLOYEE WHOSE ROW HAS   *
000130*        A ZERO SUPERVISOR, AND ANY SUPERVISOR WHO HAS NO   *
000140*        ROW OF HIS OR HER OWN - EACH EMPLOYEE INDENTED     *
000150*        UNDER THE SUPERVISOR, WITH THE DEPARTMENT, JOB     *
000160*        CODE, AND THE DIRECT AND TOTAL REPORT COUNTS       *
000170*      2 SPAN OF CONTROL - ONE LINE PER MANAGER (ANYONE     *
000180*        WITH A DIRECT REPORT) IN CHART ORDER, WITH THE     *
000190*        DIRECT AND TOTAL REPORT COUNTS                     *
000200*      3 RELATIONSHIPS NOT REACHED FROM THE TOP - A LOOP    *
000210*        IN THE CHAIN OF COMMAND (SUITEEXC H003, RC=4)      *
000220*      4 ACTIVE EMPLOYEES WITH NO REPORTING RELATIONSHIP    *
000230*    THE TREE IS WALKED WITH A TABLE STACK, SO THE CHART    *
000240*    GOES NO DEEPER THAN 50 LEVELS - ANYTHING BELOW THAT    *
000250*    LANDS IN SECTION 3.  NO SYSIN CARD                     *
000260************************************************************
000270* MODIFICATION HISTORY                                     *
000280*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000290************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUPERVISOR-FILE ASSIGN TO SUPVMAST
000340     ORGANIZATION IS SEQUENTIAL
000350     FILE STATUS  IS SUPVMAST-STATUS.
000360     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000370     ORGANIZATION IS INDEXED
000380     ACCESS MODE  IS SEQUENTIAL
000390     RECORD KEY   IS EMP-ID
000400     FILE STATUS  IS VSAM-FILE-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO RPTOUT
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS RPT-FILE-STATUS.
000440     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS SUITEEXC-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD SUPERVISOR-FILE
000500      RECORDING MODE IS F
000510      LABEL RECORDS ARE STANDARD
000520      RECORD CONTAINS 80 CHARACTERS
000530      DATA RECORD IS SUPERVISOR-REC.
000540     COPY SUPVREC.
000550 FD EMPLOYEE-VS-FILE.
000560     COPY EMPREC.
000570 FD REPORT-FILE
000580      RECORDING MODE IS F
000590      LABEL RECORDS ARE STANDARD
000600      DATA RECORD IS REPORT-LINE.
000610 01 REPORT-LINE          PIC X(80).
000620 FD SUITE-EXCEPTION-FILE
000630      RECORDING MODE IS F
000640      LABEL RECORDS ARE STANDARD
000650      RECORD CONTAINS 80 CHARACTERS
000660      DATA RECORD IS SUITE-EXCEPTION-REC.
000670     COPY EXCPTREC.
000680 WORKING-STORAGE SECTION.
000690     COPY FSTATCOM.
000700 01 SUPVMAST-STATUS      PIC X(2).
000710   88 SUPVMAST-OK        VALUE "00".
000720 01 RPT-FILE-STATUS      PIC X(2).
000730 01 SUITEEXC-STATUS      PIC X(2).
000740 01 WS-SUPVMAST-EOF-SW   PIC X(1) VALUE "N".
000750   88 WS-SUPVMAST-DONE   VALUE "Y".
000760 01 WS-EMP-EOF-SW        PIC X(1) VALUE "N".
000770   88 WS-EMP-DONE        VALUE "Y".
000780 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000790 01 WS-RUN-DATE          PIC 9(8).
000800*    EVERY EMPLOYEE ON EMPVSFIL - NAME, DEPARTMENT, JOB, AND
000810* STATUS FOR THE CHART, AND WHETHER THE CHART PLACED THEM
000820 01 WS-MAX-EMPS          PIC 9(4) VALUE 2000.
000830 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
000840 01 WS-EMP-TABLE.
000850   05 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
000860     10 WS-ET-EMP-ID      PIC 9(6).
000870     10 WS-ET-LAST-NAME   PIC X(30).
000880     10 WS-ET-FIRST-NAME  PIC X(20).
000890     10 WS-ET-DEPT-ID     PIC 9(3).
000900     10 WS-ET-JOB-CODE    PIC X(4).
000910     10 WS-ET-STATUS      PIC X(1).
000920       88 WS-ET-ACTIVE     VALUE "A".
000930       88 WS-ET-TERMINATED VALUE "T".
000940     10 WS-ET-CHARTED-SW  PIC X(1).
000950       88 WS-ET-CHARTED   VALUE "Y".
000960*    ONE NODE PER SUPVMAST ROW, PLUS ONE FOR EACH SUPERVISOR
000970* WITH NO ROW OF HIS OR HER OWN.  SORTED ON SUPERVISOR THEN
000980* EMPLOYEE, SO EACH MANAGER'S DIRECT REPORTS SIT TOGETHER
000990* AND THE TOP OF THE ORGANIZATION (SUPERVISOR ZERO) COMES
001000* FIRST
001010 01 WS-MAX-NODES         PIC 9(4) VALUE 2500.
001020 01 WS-NODE-COUNT        PIC 9(4) VALUE ZERO.
001030 01 WS-NODE-SUB          PIC 9(4).
001040 01 WS-NODE-SUB-2        PIC 9(4).
001050 01 WS-NODE-TABLE.
001060   05 WS-NODE-ENTRY OCCURS 2500 TIMES.
001070     10 WS-ND-SORT-KEY.
001080       15 WS-ND-SUPV-ID   PIC 9(6).
001090       15 WS-ND-EMP-ID    PIC 9(6).
001100     10 WS-ND-EMP-SUB     PIC 9(4).
001110     10 WS-ND-IMPLIED-SW  PIC X(1).
001120       88 WS-ND-IMPLIED   VALUE "Y".
001130     10 WS-ND-VISITED-SW  PIC X(1).
001140       88 WS-ND-VISITED   VALUE "Y".
001150     10 WS-ND-LEVEL       PIC 9(2).
001160     10 WS-ND-DIRECT      PIC 9(4).
001170     10 WS-ND-TOTAL       PIC 9(5).
001180 01 WS-SWAP-ENTRY        PIC X(29).
001190*    THE WALK - A STACK OF NODES ON THE PATH FROM THE TOP,
001200* EACH WITH THE NEXT NODE TO TRY AS ITS DIRECT REPORT, AND
001210* THE ORDER THE NODES WERE REACHED IN FOR PRINTING
001220 01 WS-MAX-LEVELS        PIC 9(2) VALUE 50.
001230 01 WS-STACK-TOP         PIC 9(2) VALUE ZERO.
001240 01 WS-STACK-TABLE.
001250   05 WS-STACK-ENTRY OCCURS 50 TIMES.
001260     10 WS-STK-NODE       PIC 9(4).
001270     10 WS-STK-NEXT       PIC 9(4).
001280 01 WS-VISIT-COUNT       PIC 9(4) VALUE ZERO.
001290 01 WS-VISIT-SUB         PIC 9(4).
001300 01 WS-VISIT-TABLE.
001310   05 WS-VISIT-NODE      PIC 9(4) OCCURS 2500 TIMES.
001320 01 WS-MORE-REPORTS-SW   PIC X(1).
001330   88 WS-MORE-REPORTS    VALUE "Y".
001340   88 WS-NO-MORE-REPORTS VALUE "N".
001350 01 WS-FIND-EMP-ID       PIC 9(6).
001360 01 WS-FIND-SUB          PIC 9(4).
001370 01 WS-CHILD-SUB         PIC 9(4).
001380 01 WS-PARENT-SUB        PIC 9(4).
001390 01 WS-INDENT            PIC 9(2).
001400 01 WS-TEXT-PTR          PIC 9(2).
001410 01 WS-NAME-WORK         PIC X(32).
001420 01 WS-COUNTERS.
001430   05 WS-ROWS-READ       PIC 9(5) VALUE ZERO.
001440   05 WS-EMPS-READ       PIC 9(5) VALUE ZERO.
001450   05 WS-IMPLIED-COUNT   PIC 9(5) VALUE ZERO.
001460   05 WS-MANAGER-COUNT   PIC 9(5) VALUE ZERO.
001470   05 WS-WIDEST-SPAN     PIC 9(4) VALUE ZERO.
001480   05 WS-DEEPEST-LEVEL   PIC 9(2) VALUE ZERO.
001490   05 WS-UNREACHED-COUNT PIC 9(5) VALUE ZERO.
001500   05 WS-UNCHARTED-COUNT PIC 9(5) VALUE ZERO.
001510 01 HEADING-LINE-1.
001520   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001530   05 FILLER             PIC X(30) VALUE "ORGANIZATION CHART".
001540   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001550   05 HL1-RUN-DATE       PIC 9(8).
001560   05 FILLER             PIC X(02) VALUE SPACES.
001570 01 SECTION-LINE.
001580   05 SEC-TITLE          PIC X(60).
001590   05 FILLER             PIC X(20) VALUE SPACES.
001600 01 CHART-HEADING.
001610   05 FILLER             PIC X(48) VALUE "LV EMPLOYEE".
001620   05 FILLER             PIC X(05) VALUE "DPT".
001630   05 FILLER             PIC X(06) VALUE "JOB".
001640   05 FILLER             PIC X(06) VALUE "DRCT".
001650   05 FILLER             PIC X(05) VALUE "TOTAL".
001660   05 FILLER             PIC X(10) VALUE SPACES.
001670 01 CHART-LINE.
001680   05 CL-LEVEL           PIC Z9.
001690   05 FILLER             PIC X(01) VALUE SPACES.
001700   05 CL-TEXT            PIC X(44).
001710   05 FILLER             PIC X(01) VALUE SPACES.
001720   05 CL-DEPT-ID         PIC X(03).
001730   05 FILLER             PIC X(02) VALUE SPACES.
001740   05 CL-JOB-CODE        PIC X(04).
001750   05 FILLER             PIC X(02) VALUE SPACES.
001760   05 CL-DIRECT          PIC ZZZ9.
001770   05 FILLER             PIC X(02) VALUE SPACES.
001780   05 CL-TOTAL           PIC ZZZZ9.
001790   05 FILLER             PIC X(10) VALUE SPACES.
001800 01 SPAN-HEADING.
001810   05 FILLER             PIC X(41) VALUE "EMP-ID  MANAGER".
001820   05 FILLER             PIC X(05) VALUE "DPT".
001830   05 FILLER             PIC X(05) VALUE "LV".
001840   05 FILLER             PIC X(07) VALUE "DRCT".
001850   05 FILLER             PIC X(05) VALUE "TOTAL".
001860   05 FILLER             PIC X(17) VALUE SPACES.
001870 01 SPAN-LINE.
001880   05 SL-EMP-ID          PIC 9(06).
001890   05 FILLER             PIC X(02) VALUE SPACES.
001900   05 SL-NAME            PIC X(32).
001910   05 FILLER             PIC X(01) VALUE SPACES.
001920   05 SL-DEPT-ID         PIC X(03).
001930   05 FILLER             PIC X(02) VALUE SPACES.
001940   05 SL-LEVEL           PIC Z9.
001950   05 FILLER             PIC X(03) VALUE SPACES.
001960   05 SL-DIRECT          PIC ZZZ9.
001970   05 FILLER             PIC X(03) VALUE SPACES.
001980   05 SL-TOTAL           PIC ZZZZ9.
001990   05 FILLER             PIC X(17) VALUE SPACES.
002000 01 LIST-HEADING.
002010   05 FILLER             PIC X(41) VALUE "EMP-ID  EMPLOYEE".
002020   05 FILLER             PIC X(08) VALUE "SUPV".
002030   05 FILLER             PIC X(31) VALUE "REMARK".
002040 01 LIST-LINE.
002050   05 LL-EMP-ID          PIC 9(06).
002060   05 FILLER             PIC X(02) VALUE SPACES.
002070   05 LL-NAME            PIC X(32).
002080   05 FILLER             PIC X(01) VALUE SPACES.
002090   05 LL-SUPV-ID         PIC X(06).
002100   05 FILLER             PIC X(02) VALUE SPACES.
002110   05 LL-REMARK          PIC X(30).
002120   05 FILLER             PIC X(01) VALUE SPACES.
002130 01 TOTAL-LINE.
002140   05 TL-LABEL           PIC X(30).
002150   05 TL-COUNT           PIC ZZ,ZZ9.
002160   05 FILLER             PIC X(44) VALUE SPACES.
002170 PROCEDURE DIVISION.
002180 000-MAIN-PROCEDURE.
002190      PERFORM P100-INITIALIZATION.
002200      PERFORM P110-LOAD-EMPLOYEES.
002210      PERFORM P120-LOAD-RELATIONSHIPS.
002220      PERFORM P130-ADD-IMPLIED-TOPS.
002230      PERFORM P140-SORT-NODES.
002240      PERFORM P150-LINK-EMPLOYEES.
002250      PERFORM P200-WALK-ORGANIZATION.
002260      PERFORM P250-PRINT-CHART.
002270      PERFORM P260-PRINT-SPAN-OF-CONTROL.
002280      PERFORM P270-PRINT-UNREACHED.
002290      PERFORM P280-PRINT-UNCHARTED.
002300      PERFORM P300-TERMINATION.
002310      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002320      STOP RUN.
002330 P100-INITIALIZATION.
002340      OPEN INPUT SUPERVISOR-FILE.
002350      IF NOT SUPVMAST-OK
002360         DISPLAY "FAILURE TO OPEN SUPVMAST " SUPVMAST-STATUS
002370         MOVE 12 TO RETURN-CODE
002380         STOP RUN
002390      END-IF.
002400      OPEN INPUT EMPLOYEE-VS-FILE.
002410      IF NOT VSAM-OK
002420         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002430         MOVE 12 TO RETURN-CODE
002440         STOP RUN
002450      END-IF.
002460      OPEN OUTPUT REPORT-FILE.
002470      OPEN EXTEND SUITE-EXCEPTION-FILE.
002480      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002490 P110-LOAD-EMPLOYEES.
002500      PERFORM UNTIL WS-EMP-DONE
002510         READ EMPLOYEE-VS-FILE NEXT RECORD
002520            AT END
002530               SET WS-EMP-DONE TO TRUE
002540            NOT AT END
002550               ADD 1 TO WS-EMPS-READ
002560               PERFORM P115-LOAD-ONE-EMPLOYEE
002570         END-READ
002580      END-PERFORM.
002590      CLOSE EMPLOYEE-VS-FILE.
002600      DISPLAY "EMPVSFIL RECORDS READ: " WS-EMPS-READ.
002610 P115-LOAD-ONE-EMPLOYEE.
002620      IF WS-EMP-COUNT >= WS-MAX-EMPS
002630         DISPLAY "EMPLOYEE TABLE FULL - EMP " EMP-ID " IGNORED"
002640         MOVE 4 TO WS-HIGHEST-RC
002650      ELSE
002660         ADD 1 TO WS-EMP-COUNT
002670         SET EMP-IDX TO WS-EMP-COUNT
002680         MOVE EMP-ID         TO WS-ET-EMP-ID (EMP-IDX)
002690         MOVE EMP-LAST-NAME  TO WS-ET-LAST-NAME (EMP-IDX)
002700         MOVE EMP-FIRST-NAME TO WS-ET-FIRST-NAME (EMP-IDX)
002710         IF EMP-DEPT-ID IS NUMERIC
002720            MOVE EMP-DEPT-ID TO WS-ET-DEPT-ID (EMP-IDX)
002730         ELSE
002740            MOVE ZERO TO WS-ET-DEPT-ID (EMP-IDX)
002750         END-IF
002760         MOVE EMP-JOB-CODE   TO WS-ET-JOB-CODE (EMP-IDX)
002770         MOVE EMP-STATUS     TO WS-ET-STATUS (EMP-IDX)
002780         MOVE "N"            TO WS-ET-CHARTED-SW (EMP-IDX)
002790      END-IF.
002800 P120-LOAD-RELATIONSHIPS.
002810      PERFORM UNTIL WS-SUPVMAST-DONE
002820         READ SUPERVISOR-FILE
002830            AT END
002840               SET WS-SUPVMAST-DONE TO TRUE
002850            NOT AT END
002860               ADD 1 TO WS-ROWS-READ
002870               PERFORM P125-ADD-NODE
002880               MOVE SV-EMP-ID TO WS-ND-EMP-ID (WS-NODE-COUNT)
002890               MOVE SV-SUPV-EMP-ID
002900                  TO WS-ND-SUPV-ID (WS-NODE-COUNT)
002910         END-READ
002920      END-PERFORM.
002930      CLOSE SUPERVISOR-FILE.
002940      DISPLAY "SUPVMAST ROWS READ   : " WS-ROWS-READ.
002950 P125-ADD-NODE.
002960      IF WS-NODE-COUNT >= WS-MAX-NODES
002970         DISPLAY "RELATIONSHIP TABLE FULL"
002980         MOVE 12 TO RETURN-CODE
002990         STOP RUN
003000      END-IF.
003010      ADD 1 TO WS-NODE-COUNT.
003020      MOVE ZERO TO WS-ND-SUPV-ID (WS-NODE-COUNT).
003030      MOVE ZERO TO WS-ND-EMP-ID (WS-NODE-COUNT).
003040      MOVE ZERO TO WS-ND-EMP-SUB (WS-NODE-COUNT).
003050      MOVE "N"  TO WS-ND-IMPLIED-SW (WS-NODE-COUNT).
003060      MOVE "N"  TO WS-ND-VISITED-SW (WS-NODE-COUNT).
003070      MOVE ZERO TO WS-ND-LEVEL (WS-NODE-COUNT).
003080      MOVE ZERO TO WS-ND-DIRECT (WS-NODE-COUNT).
003090      MOVE ZERO TO WS-ND-TOTAL (WS-NODE-COUNT).
003100 P130-ADD-IMPLIED-TOPS.
003110*    A SUPERVISOR WHO REPORTS TO NOBODY ON FILE STILL HEADS
003120* A BRANCH OF THE CHART - GIVE HIM OR HER A NODE UNDER THE
003130* TOP SO THE BRANCH IS WALKED
003140      PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
003150         UNTIL WS-NODE-SUB > WS-NODE-COUNT
003160         IF WS-ND-SUPV-ID (WS-NODE-SUB) NOT = ZERO
003170            MOVE WS-ND-SUPV-ID (WS-NODE-SUB) TO WS-FIND-EMP-ID
003180            PERFORM P135-FIND-NODE
003190            IF WS-FIND-SUB = ZERO
003200               PERFORM P125-ADD-NODE
003210               MOVE WS-FIND-EMP-ID
003220                  TO WS-ND-EMP-ID (WS-NODE-COUNT)
003230               SET WS-ND-IMPLIED (WS-NODE-COUNT) TO TRUE
003240               ADD 1 TO WS-IMPLIED-COUNT
003250            END-IF
003260         END-IF
003270      END-PERFORM.
003280 P135-FIND-NODE.
003290      MOVE ZERO TO WS-FIND-SUB.
003300      PERFORM VARYING WS-NODE-SUB-2 FROM 1 BY 1
003310         UNTIL WS-NODE-SUB-2 > WS-NODE-COUNT
003320         IF WS-ND-EMP-ID (WS-NODE-SUB-2) = WS-FIND-EMP-ID
003330            MOVE WS-NODE-SUB-2 TO WS-FIND-SUB
003340            EXIT PERFORM
003350         END-IF
003360      END-PERFORM.
003370 P140-SORT-NODES.
003380*    A SIMPLE EXCHANGE SORT INTO SUPERVISOR/EMPLOYEE ORDER
003390      PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
003400         UNTIL WS-NODE-SUB >= WS-NODE-COUNT
003410         COMPUTE WS-NODE-SUB-2 = WS-NODE-SUB + 1
003420         PERFORM UNTIL WS-NODE-SUB-2 > WS-NODE-COUNT
003430            IF WS-ND-SORT-KEY (WS-NODE-SUB-2) <
003440               WS-ND-SORT-KEY (WS-NODE-SUB)
003450               MOVE WS-NODE-ENTRY (WS-NODE-SUB) TO WS-SWAP-ENTRY
003460               MOVE WS-NODE-ENTRY (WS-NODE-SUB-2)
003470                  TO WS-NODE-ENTRY (WS-NODE-SUB)
003480               MOVE WS-SWAP-ENTRY
003490                  TO WS-NODE-ENTRY (WS-NODE-SUB-2)
003500            END-IF
003510            ADD 1 TO WS-NODE-SUB-2
003520         END-PERFORM
003530      END-PERFORM.
003540 P150-LINK-EMPLOYEES.
003550*    POINT EACH NODE AT ITS EMPLOYEE TABLE ENTRY - ZERO WHEN
003560* THE EMPLOYEE IS NO LONGER ON EMPVSFIL
003570      PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
003580         UNTIL WS-NODE-SUB > WS-NODE-COUNT
003590         PERFORM VARYING EMP-IDX FROM 1 BY 1
003600            UNTIL EMP-IDX > WS-EMP-COUNT
003610            IF WS-ET-EMP-ID (EMP-IDX) =
003620               WS-ND-EMP-ID (WS-NODE-SUB)
003630               SET WS-ND-EMP-SUB (WS-NODE-SUB) TO EMP-IDX
003640               EXIT PERFORM
003650            END-IF
003660         END-PERFORM
003670      END-PERFORM.
003680 P200-WALK-ORGANIZATION.
003690*    THE TOP OF THE ORGANIZATION SORTS FIRST - WALK EACH TOP
003700* NODE'S BRANCH IN TURN
003710      PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
003720         UNTIL WS-NODE-SUB > WS-NODE-COUNT
003730         IF WS-ND-SUPV-ID (WS-NODE-SUB) = ZERO
003740            MOVE WS-NODE-SUB TO WS-CHILD-SUB
003750            PERFORM P210-VISIT-NODE
003760            PERFORM P220-WALK-BRANCH
003770         END-IF
003780      END-PERFORM.
003790      DISPLAY "EMPLOYEES ON CHART   : " WS-VISIT-COUNT.
003800 P210-VISIT-NODE.
003810*    WS-CHILD-SUB IS REACHED - RECORD IT IN CHART ORDER AND
003820* PUSH IT, POINTING AT THE FIRST OF ITS DIRECT REPORTS
003830      SET WS-ND-VISITED (WS-CHILD-SUB) TO TRUE.
003840      MOVE WS-STACK-TOP TO WS-ND-LEVEL (WS-CHILD-SUB).
003850      IF WS-STACK-TOP > WS-DEEPEST-LEVEL
003860         MOVE WS-STACK-TOP TO WS-DEEPEST-LEVEL
003870      END-IF.
003880      ADD 1 TO WS-VISIT-COUNT.
003890      MOVE WS-CHILD-SUB TO WS-VISIT-NODE (WS-VISIT-COUNT).
003900      IF WS-ND-EMP-SUB (WS-CHILD-SUB) NOT = ZERO
003910         SET EMP-IDX TO WS-ND-EMP-SUB (WS-CHILD-SUB)
003920         SET WS-ET-CHARTED (EMP-IDX) TO TRUE
003930      END-IF.
003940      ADD 1 TO WS-STACK-TOP.
003950      MOVE WS-CHILD-SUB TO WS-STK-NODE (WS-STACK-TOP).
003960      MOVE WS-ND-EMP-ID (WS-CHILD-SUB) TO WS-FIND-EMP-ID.
003970      PERFORM VARYING WS-NODE-SUB-2 FROM 1 BY 1
003980         UNTIL WS-NODE-SUB-2 > WS-NODE-COUNT
003990         IF WS-ND-SUPV-ID (WS-NODE-SUB-2) = WS-FIND-EMP-ID
004000            EXIT PERFORM
004010         END-IF
004020      END-PERFORM.
004030      MOVE WS-NODE-SUB-2 TO WS-STK-NEXT (WS-STACK-TOP).
004040 P220-WALK-BRANCH.
004050*    THE NEXT NODE TO TRY IS A DIRECT REPORT WHILE ITS
004060* SUPERVISOR IS THE NODE ON TOP OF THE STACK.  WHEN THE
004070* REPORTS RUN OUT THE NODE IS POPPED AND ITS COUNT ROLLS
004080* UP INTO ITS SUPERVISOR'S TOTAL
004090      PERFORM UNTIL WS-STACK-TOP = ZERO
004100         MOVE WS-STK-NODE (WS-STACK-TOP) TO WS-PARENT-SUB
004110         MOVE WS-STK-NEXT (WS-STACK-TOP) TO WS-CHILD-SUB
004120         SET WS-NO-MORE-REPORTS TO TRUE
004130         IF WS-CHILD-SUB NOT > WS-NODE-COUNT
004140            IF WS-ND-SUPV-ID (WS-CHILD-SUB) =
004150               WS-ND-EMP-ID (WS-PARENT-SUB)
004160               SET WS-MORE-REPORTS TO TRUE
004170            END-IF
004180         END-IF
004190         IF WS-MORE-REPORTS
004200            ADD 1 TO WS-STK-NEXT (WS-STACK-TOP)
004210            IF NOT WS-ND-VISITED (WS-CHILD-SUB)
004220               AND WS-STACK-TOP < WS-MAX-LEVELS
004230               ADD 1 TO WS-ND-DIRECT (WS-PARENT-SUB)
004240               PERFORM P210-VISIT-NODE
004250            END-IF
004260         ELSE
004270            SUBTRACT 1 FROM WS-STACK-TOP
004280            IF WS-STACK-TOP > ZERO
004290               MOVE WS-STK-NODE (WS-STACK-TOP) TO WS-NODE-SUB-2
004300               COMPUTE WS-ND-TOTAL (WS-NODE-SUB-2) =
004310                  WS-ND-TOTAL (WS-NODE-SUB-2) +
004320                  WS-ND-TOTAL (WS-PARENT-SUB) + 1
004330            END-IF
004340         END-IF
004350      END-PERFORM.
004360 P250-PRINT-CHART.
004370      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
004380      WRITE REPORT-LINE FROM HEADING-LINE-1.
004390      MOVE SPACES TO REPORT-LINE.
004400      WRITE REPORT-LINE.
004410      MOVE "SECTION 1 - ORGANIZATION CHART" TO SEC-TITLE.
004420      WRITE REPORT-LINE FROM SECTION-LINE.
004430      WRITE REPORT-LINE FROM CHART-HEADING.
004440      PERFORM VARYING WS-VISIT-SUB FROM 1 BY 1
004450         UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
004460         MOVE WS-VISIT-NODE (WS-VISIT-SUB) TO WS-NODE-SUB
004470         PERFORM P255-PRINT-CHART-LINE
004480      END-PERFORM.
004490 P255-PRINT-CHART-LINE.
004500*    TWO COLUMNS OF INDENT PER LEVEL, HELD TO TWENTY SO THE
004510* NAME STILL FITS AT THE BOTTOM OF A DEEP BRANCH
004520      MOVE SPACES TO CHART-LINE.
004530      MOVE WS-ND-LEVEL (WS-NODE-SUB) TO CL-LEVEL.
004540      COMPUTE WS-INDENT = WS-ND-LEVEL (WS-NODE-SUB) * 2.
004550      IF WS-INDENT > 20
004560         MOVE 20 TO WS-INDENT
004570      END-IF.
004580      COMPUTE WS-TEXT-PTR = WS-INDENT + 1.
004590      PERFORM P290-FORMAT-NAME.
004600      STRING WS-ND-EMP-ID (WS-NODE-SUB) DELIMITED BY SIZE
004610             " "                       DELIMITED BY SIZE
004620             WS-NAME-WORK              DELIMITED BY "  "
004630         INTO CL-TEXT WITH POINTER WS-TEXT-PTR
004640      END-STRING.
004650      IF WS-ND-EMP-SUB (WS-NODE-SUB) = ZERO
004660         MOVE SPACES TO CL-DEPT-ID
004670         MOVE SPACES TO CL-JOB-CODE
004680      ELSE
004690         SET EMP-IDX TO WS-ND-EMP-SUB (WS-NODE-SUB)
004700         MOVE WS-ET-DEPT-ID (EMP-IDX)  TO CL-DEPT-ID
004710         MOVE WS-ET-JOB-CODE (EMP-IDX) TO CL-JOB-CODE
004720      END-IF.
004730      MOVE WS-ND-DIRECT (WS-NODE-SUB) TO CL-DIRECT.
004740      MOVE WS-ND-TOTAL (WS-NODE-SUB)  TO CL-TOTAL.
004750      WRITE REPORT-LINE FROM CHART-LINE.
004760 P260-PRINT-SPAN-OF-CONTROL.
004770      MOVE SPACES TO REPORT-LINE.
004780      WRITE REPORT-LINE.
004790      MOVE "SECTION 2 - SPAN OF CONTROL" TO SEC-TITLE.
004800      WRITE REPORT-LINE FROM SECTION-LINE.
004810      WRITE REPORT-LINE FROM SPAN-HEADING.
004820      PERFORM VARYING WS-VISIT-SUB FROM 1 BY 1
004830         UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
004840         MOVE WS-VISIT-NODE (WS-VISIT-SUB) TO WS-NODE-SUB
004850         IF WS-ND-DIRECT (WS-NODE-SUB) > ZERO
004860            PERFORM P265-PRINT-SPAN-LINE
004870         END-IF
004880      END-PERFORM.
004890      MOVE SPACES TO REPORT-LINE.
004900      WRITE REPORT-LINE.
004910      MOVE "MANAGERS:" TO TL-LABEL.
004920      MOVE WS-MANAGER-COUNT TO TL-COUNT.
004930      WRITE REPORT-LINE FROM TOTAL-LINE.
004940      MOVE "WIDEST SPAN (DIRECT REPORTS):" TO TL-LABEL.
004950      MOVE WS-WIDEST-SPAN TO TL-COUNT.
004960      WRITE REPORT-LINE FROM TOTAL-LINE.
004970      MOVE "DEEPEST LEVEL:" TO TL-LABEL.
004980      MOVE WS-DEEPEST-LEVEL TO TL-COUNT.
004990      WRITE REPORT-LINE FROM TOTAL-LINE.
005000 P265-PRINT-SPAN-LINE.
005010      ADD 1 TO WS-MANAGER-COUNT.
005020      IF WS-ND-DIRECT (WS-NODE-SUB) > WS-WIDEST-SPAN
005030         MOVE WS-ND-DIRECT (WS-NODE-SUB) TO WS-WIDEST-SPAN
005040      END-IF.
005050      MOVE WS-ND-EMP-ID (WS-NODE-SUB) TO SL-EMP-ID.
005060      PERFORM P290-FORMAT-NAME.
005070      MOVE WS-NAME-WORK TO SL-NAME.
005080      IF WS-ND-EMP-SUB (WS-NODE-SUB) = ZERO
005090         MOVE SPACES TO SL-DEPT-ID
005100      ELSE
005110         SET EMP-IDX TO WS-ND-EMP-SUB (WS-NODE-SUB)
005120         MOVE WS-ET-DEPT-ID (EMP-IDX) TO SL-DEPT-ID
005130      END-IF.
005140      MOVE WS-ND-LEVEL (WS-NODE-SUB)  TO SL-LEVEL.
005150      MOVE WS-ND-DIRECT (WS-NODE-SUB) TO SL-DIRECT.
005160      MOVE WS-ND-TOTAL (WS-NODE-SUB)  TO SL-TOTAL.
005170      WRITE REPORT-LINE FROM SPAN-LINE.
005180 P270-PRINT-UNREACHED.
005190*    EVERY ROW HAS ONE SUPERVISOR, SO A ROW THE WALK NEVER
005200* REACHED SITS IN (OR UNDER) A LOOP - SUPVMNT REFUSES THEM,
005210* SO ONE HERE MEANS THE FILE WAS CHANGED OUTSIDE IT
005220      MOVE SPACES TO REPORT-LINE.
005230      WRITE REPORT-LINE.
005240      MOVE "SECTION 3 - RELATIONSHIPS NOT REACHED FROM THE TOP"
005250         TO SEC-TITLE.
005260      WRITE REPORT-LINE FROM SECTION-LINE.
005270      WRITE REPORT-LINE FROM LIST-HEADING.
005280      PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
005290         UNTIL WS-NODE-SUB > WS-NODE-COUNT
005300         IF NOT WS-ND-VISITED (WS-NODE-SUB)
005310            PERFORM P275-PRINT-UNREACHED-LINE
005320         END-IF
005330      END-PERFORM.
005340      MOVE SPACES TO REPORT-LINE.
005350      WRITE REPORT-LINE.
005360      MOVE "NOT REACHED FROM THE TOP:" TO TL-LABEL.
005370      MOVE WS-UNREACHED-COUNT TO TL-COUNT.
005380      WRITE REPORT-LINE FROM TOTAL-LINE.
005390 P275-PRINT-UNREACHED-LINE.
005400      ADD 1 TO WS-UNREACHED-COUNT.
005410      MOVE SPACES TO LIST-LINE.
005420      MOVE WS-ND-EMP-ID (WS-NODE-SUB) TO LL-EMP-ID.
005430      PERFORM P290-FORMAT-NAME.
005440      MOVE WS-NAME-WORK TO LL-NAME.
005450      MOVE WS-ND-SUPV-ID (WS-NODE-SUB) TO LL-SUPV-ID.
005460      MOVE "LOOP, OR BELOW LEVEL 50" TO LL-REMARK.
005470      WRITE REPORT-LINE FROM LIST-LINE.
005480      MOVE "M"                TO EX-SEVERITY.
005490      MOVE SPACES             TO EX-KEY.
005500      MOVE WS-ND-EMP-ID (WS-NODE-SUB) TO EX-KEY.
005510      MOVE "H003"             TO EX-REASON-CODE.
005520      MOVE "NOT REACHED FROM TOP OF THE ORGANIZATION"
005530         TO EX-REASON-TEXT.
005540      PERFORM P298-WRITE-SUITE-EXCEPTION.
005550 P280-PRINT-UNCHARTED.
005560*    ACTIVE EMPLOYEES THE CHART NEVER PLACED - NO SUPVMAST
005570* ROW YET, OR A ROW ONLY IN SECTION 3
005580      MOVE SPACES TO REPORT-LINE.
005590      WRITE REPORT-LINE.
005600      MOVE "SECTION 4 - ACTIVE EMPLOYEES NOT ON THE CHART"
005610         TO SEC-TITLE.
005620      WRITE REPORT-LINE FROM SECTION-LINE.
005630      WRITE REPORT-LINE FROM LIST-HEADING.
005640      PERFORM VARYING EMP-IDX FROM 1 BY 1
005650         UNTIL EMP-IDX > WS-EMP-COUNT
005660         IF WS-ET-ACTIVE (EMP-IDX) AND NOT WS-ET-CHARTED (EMP-IDX)
005670            ADD 1 TO WS-UNCHARTED-COUNT
005680            MOVE SPACES TO LIST-LINE
005690            MOVE WS-ET-EMP-ID (EMP-IDX) TO LL-EMP-ID
005700            MOVE SPACES TO WS-NAME-WORK
005710            STRING WS-ET-LAST-NAME (EMP-IDX) DELIMITED BY "  "
005720                   ", "                       DELIMITED BY SIZE
005730                   WS-ET-FIRST-NAME (EMP-IDX) DELIMITED BY "  "
005740               INTO WS-NAME-WORK
005750            END-STRING
005760            MOVE WS-NAME-WORK TO LL-NAME
005770            MOVE "NO REPORTING RELATIONSHIP" TO LL-REMARK
005780            WRITE REPORT-LINE FROM LIST-LINE
005790         END-IF
005800      END-PERFORM.
005810      MOVE SPACES TO REPORT-LINE.
005820      WRITE REPORT-LINE.
005830      MOVE "ACTIVE, NOT ON THE CHART:" TO TL-LABEL.
005840      MOVE WS-UNCHARTED-COUNT TO TL-COUNT.
005850      WRITE REPORT-LINE FROM TOTAL-LINE.
005860 P290-FORMAT-NAME.
005870*    "LAST, FIRST" FOR WS-NODE-SUB, WITH A FLAG IN PLACE OF
005880* THE NAME WHEN THE EMPLOYEE IS GONE FROM EMPVSFIL, AND
005890* AFTER IT WHEN TERMINATED
005900      MOVE SPACES TO WS-NAME-WORK.
005910      IF WS-ND-EMP-SUB (WS-NODE-SUB) = ZERO
005920         MOVE "(NOT ON FILE)" TO WS-NAME-WORK
005930      ELSE
005940         SET EMP-IDX TO WS-ND-EMP-SUB (WS-NODE-SUB)
005950         IF WS-ET-TERMINATED (EMP-IDX)
005960            STRING WS-ET-LAST-NAME (EMP-IDX) DELIMITED BY "  "
005970                   " (TERMINATED)"            DELIMITED BY SIZE
005980               INTO WS-NAME-WORK
005990            END-STRING
006000         ELSE
006010            STRING WS-ET-LAST-NAME (EMP-IDX) DELIMITED BY "  "
006020                   ", "                       DELIMITED BY SIZE
006030                   WS-ET-FIRST-NAME (EMP-IDX) DELIMITED BY "  "
006040               INTO WS-NAME-WORK
006050            END-STRING
006060         END-IF
006070      END-IF.
006080 P298-WRITE-SUITE-EXCEPTION.
006090*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
006100* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
006110* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
006120      MOVE "SUPVORG0" TO EX-PROGRAM.
006130      ACCEPT EX-DATE FROM DATE YYYYMMDD.
006140      ACCEPT EX-TIME FROM TIME.
006150      WRITE SUITE-EXCEPTION-REC.
006160 P300-TERMINATION.
006170      CLOSE REPORT-FILE.
006180      CLOSE SUITE-EXCEPTION-FILE.
006190      IF WS-UNREACHED-COUNT > ZERO AND WS-HIGHEST-RC < 4
006200         MOVE 4 TO WS-HIGHEST-RC
006210      END-IF.
006220      DISPLAY "MANAGERS             : " WS-MANAGER-COUNT.
006230      DISPLAY "NOT REACHED FROM TOP : " WS-UNREACHED-COUNT.
006240      DISPLAY "ACTIVE, NOT CHARTED  : " WS-UNCHARTED-COUNT.
006250      DISPLAY "SUPVORG0 RETURN CODE : " WS-HIGHEST-RC.
