000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYLDR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    LABOR DISTRIBUTION REPORT - TIMEPAY0 NOW SPLITS EACH   *
000090*    HOURLY GROSS ACROSS THE DEPARTMENTS THE TIMECARDS WERE *
000100*    CHARGED TO AND WRITES THE SPLIT TO LABDIST (LABDREC).  *
000110*    THIS PROGRAM READS IT AND, FOR EVERY DEPARTMENT, SHOWS *
000120*    HOURS AND DOLLARS:                                     *
000130*      OWN       - HOME STAFF WORKING FOR THEIR OWN DEPT    *
000140*      BORROWED  - OTHER DEPTS' STAFF CHARGED TO THIS ONE   *
000150*      LOANED    - THIS DEPT'S STAFF CHARGED ELSEWHERE      *
000160*      CHARGED   - OWN PLUS BORROWED, WHAT PAYGL00 DEBITS   *
000170*                  TO THE DEPT AS LABOR EXPENSE             *
000180*    EVERY BORROWED RECORD IS LISTED FIRST.  TOTAL BORROWED *
000190*    MUST EQUAL TOTAL LOANED - A DIFFERENCE, OR LABDIST     *
000200*    RECORDS FOR MORE THAN ONE PERIOD, ENDS RC=4            *
000210************************************************************
000220* MODIFICATION HISTORY                                     *
000230*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LABOR-DIST-FILE ASSIGN TO LABDIST
000290     ORGANIZATION IS SEQUENTIAL
000300     FILE STATUS  IS LABDIST-STATUS.
000310     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000320     ORGANIZATION IS SEQUENTIAL
000330     FILE STATUS  IS DEPTMAST-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO RPTOUT
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS RPT-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD LABOR-DIST-FILE
000400      RECORDING MODE IS F
000410      LABEL RECORDS ARE STANDARD
000420      RECORD CONTAINS 80 CHARACTERS
000430      DATA RECORD IS LABOR-DIST-REC.
000440     COPY LABDREC.
000450 FD DEPT-MASTER-FILE
000460      RECORDING MODE IS F
000470      LABEL RECORDS ARE STANDARD
000480      RECORD CONTAINS 80 CHARACTERS
000490      DATA RECORD IS DEPARTMENT-REC.
000500     COPY DEPTREC.
000510 FD REPORT-FILE
000520      RECORDING MODE IS F
000530      LABEL RECORDS ARE STANDARD
000540      DATA RECORD IS REPORT-LINE.
000550 01 REPORT-LINE          PIC X(80).
000560 WORKING-STORAGE SECTION.
000570 01 LABDIST-STATUS       PIC X(2).
000580   88 LABDIST-OK         VALUE "00".
000590 01 DEPTMAST-STATUS      PIC X(2).
000600   88 DEPTMAST-OK        VALUE "00".
000610 01 RPT-FILE-STATUS      PIC X(2).
000620 01 WS-LABDIST-EOF-SW    PIC X(1) VALUE "N".
000630   88 WS-LABDIST-DONE    VALUE "Y".
000640 01 WS-DEPTMAST-EOF-SW   PIC X(1) VALUE "N".
000650   88 WS-DEPTMAST-DONE   VALUE "Y".
000660 01 WS-DEPTMAST-OPEN-SW  PIC X(1) VALUE "N".
000670   88 WS-DEPTMAST-OPEN   VALUE "Y".
000680 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000690 01 WS-RUN-DATE          PIC 9(8).
000700 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
000710 01 WS-LOOKUP-DEPT       PIC 9(3).
000720*    ONE ROW PER DEPARTMENT ON DEPTMAST OR SEEN ON LABDIST
000730 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
000740 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
000750 01 WS-DEPT-SUB          PIC 9(3).
000760 01 WS-DEPT-SUB-2        PIC 9(3).
000770 01 WS-DEPT-TABLE.
000780   05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
000790     10 WS-DT-DEPT-ID     PIC 9(3).
000800     10 WS-DT-DEPT-NAME   PIC X(30).
000810     10 WS-DT-OWN-HRS     PIC 9(7)V9(2).
000820     10 WS-DT-OWN-AMT     PIC 9(9)V9(2).
000830     10 WS-DT-BOR-HRS     PIC 9(7)V9(2).
000840     10 WS-DT-BOR-AMT     PIC 9(9)V9(2).
000850     10 WS-DT-LOAN-HRS    PIC 9(7)V9(2).
000860     10 WS-DT-LOAN-AMT    PIC 9(9)V9(2).
000870 01 WS-SWAP-ENTRY        PIC X(93).
000880 01 WS-TOTALS.
000890   05 WS-TOTAL-OWN-HRS   PIC 9(7)V9(2) VALUE ZERO.
000900   05 WS-TOTAL-OWN-AMT   PIC 9(9)V9(2) VALUE ZERO.
000910   05 WS-TOTAL-BOR-HRS   PIC 9(7)V9(2) VALUE ZERO.
000920   05 WS-TOTAL-BOR-AMT   PIC 9(9)V9(2) VALUE ZERO.
000930   05 WS-TOTAL-LOAN-HRS  PIC 9(7)V9(2) VALUE ZERO.
000940   05 WS-TOTAL-LOAN-AMT  PIC 9(9)V9(2) VALUE ZERO.
000950 01 WS-CHARGED-HRS       PIC 9(7)V9(2).
000960 01 WS-CHARGED-AMT       PIC 9(9)V9(2).
000970 01 WS-COUNTERS.
000980   05 WS-LABDIST-COUNT   PIC 9(5) VALUE ZERO.
000990   05 WS-BORROWED-COUNT  PIC 9(5) VALUE ZERO.
001000   05 WS-OTHER-PERIOD    PIC 9(5) VALUE ZERO.
001010 01 HEADING-LINE-1.
001020   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001030   05 FILLER             PIC X(30)
001040      VALUE "LABOR DISTRIBUTION BY DEPT".
001050   05 FILLER             PIC X(20) VALUE SPACES.
001060 01 HEADING-LINE-2.
001070   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001080   05 HL2-RUN-DATE       PIC 9(8).
001090   05 FILLER             PIC X(62) VALUE SPACES.
001100 01 HEADING-LINE-3.
001110   05 FILLER             PIC X(40)
001120      VALUE "BORROWED LABOR - CHARGED AWAY FROM HOME".
001130   05 FILLER             PIC X(40) VALUE SPACES.
001140 01 HEADING-LINE-4.
001150   05 FILLER             PIC X(08) VALUE "EMP-ID".
001160   05 FILLER             PIC X(08) VALUE "HOME".
001170   05 FILLER             PIC X(08) VALUE "CHARGED".
001180   05 FILLER             PIC X(10) VALUE "     HOURS".
001190   05 FILLER             PIC X(15) VALUE "         AMOUNT".
001200   05 FILLER             PIC X(31) VALUE SPACES.
001210 01 HEADING-LINE-5.
001220   05 FILLER             PIC X(24) VALUE "DEPT".
001230   05 FILLER             PIC X(14) VALUE "           OWN".
001240   05 FILLER             PIC X(14) VALUE "      BORROWED".
001250   05 FILLER             PIC X(14) VALUE "        LOANED".
001260   05 FILLER             PIC X(14) VALUE "       CHARGED".
001270 01 BORROWED-LINE.
001280   05 BL-EMP-ID          PIC X(04).
001290   05 FILLER             PIC X(04) VALUE SPACES.
001300   05 BL-HOME-DEPT       PIC 9(03).
001310   05 FILLER             PIC X(05) VALUE SPACES.
001320   05 BL-CHARGE-DEPT     PIC 9(03).
001330   05 FILLER             PIC X(05) VALUE SPACES.
001340   05 BL-HOURS           PIC ZZ,ZZ9.99.
001350   05 FILLER             PIC X(02) VALUE SPACES.
001360   05 BL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
001370   05 FILLER             PIC X(32) VALUE SPACES.
001380 01 DEPT-SUMMARY-LINE.
001390   05 DS-DEPT-ID         PIC X(03).
001400   05 FILLER             PIC X(01) VALUE SPACES.
001410   05 DS-DEPT-NAME       PIC X(16).
001420   05 DS-KIND            PIC X(04).
001430   05 FILLER             PIC X(01) VALUE SPACES.
001440   05 DS-OWN             PIC ZZ,ZZZ,ZZ9.99.
001450   05 FILLER             PIC X(01) VALUE SPACES.
001460   05 DS-BORROWED        PIC ZZ,ZZZ,ZZ9.99.
001470   05 FILLER             PIC X(01) VALUE SPACES.
001480   05 DS-LOANED          PIC ZZ,ZZZ,ZZ9.99.
001490   05 FILLER             PIC X(01) VALUE SPACES.
001500   05 DS-CHARGED         PIC ZZ,ZZZ,ZZ9.99.
001510 01 PERIOD-LINE.
001520   05 FILLER             PIC X(35)
001530      VALUE "LABOR BY DEPARTMENT, PERIOD ENDING ".
001540   05 PL-PERIOD-END      PIC 9(8).
001550   05 FILLER             PIC X(37) VALUE SPACES.
001560 01 MESSAGE-LINE.
001570   05 ML-TEXT            PIC X(80).
001580 PROCEDURE DIVISION.
001590 000-MAIN-PROCEDURE.
001600      PERFORM P100-INITIALIZATION.
001610      PERFORM P110-LOAD-DEPARTMENTS.
001620      PERFORM P200-READ-LABOR-DIST.
001630      PERFORM P240-SORT-DEPARTMENTS.
001640      PERFORM P250-PRINT-SUMMARY.
001650      PERFORM P300-TERMINATION.
001660      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001670      STOP RUN.
001680 P100-INITIALIZATION.
001690      OPEN INPUT LABOR-DIST-FILE.
001700      IF NOT LABDIST-OK
001710         DISPLAY "FAILURE TO OPEN LABDIST " LABDIST-STATUS
001720         MOVE 12 TO RETURN-CODE
001730         STOP RUN
001740      END-IF.
001750      OPEN OUTPUT REPORT-FILE.
001760      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001770 P110-LOAD-DEPARTMENTS.
001780*    DEPTMAST GIVES THE NAMES - WITHOUT IT THE REPORT STILL
001790* RUNS, BY DEPT NUMBER ONLY
001800      OPEN INPUT DEPT-MASTER-FILE.
001810      IF NOT DEPTMAST-OK
001820         DISPLAY "DEPTMAST NOT AVAILABLE " DEPTMAST-STATUS
001830            " - NAMES LEFT BLANK"
001840         SET WS-DEPTMAST-DONE TO TRUE
001850      ELSE
001860         SET WS-DEPTMAST-OPEN TO TRUE
001870      END-IF.
001880      PERFORM UNTIL WS-DEPTMAST-DONE
001890         READ DEPT-MASTER-FILE
001900            AT END
001910               SET WS-DEPTMAST-DONE TO TRUE
001920            NOT AT END
001930               MOVE DEPT-ID TO WS-LOOKUP-DEPT
001940               PERFORM P230-FIND-DEPARTMENT
001950               IF DEPT-IDX NOT > WS-DEPT-COUNT
001960                  MOVE DEPT-NAME TO WS-DT-DEPT-NAME (DEPT-IDX)
001970               END-IF
001980         END-READ
001990      END-PERFORM.
002000      IF WS-DEPTMAST-OPEN
002010         CLOSE DEPT-MASTER-FILE
002020      END-IF.
002030 P200-READ-LABOR-DIST.
002040*    BORROWED RECORDS PRINT AS THEY ARE READ; EVERY RECORD
002050* ROLLS INTO ITS CHARGE DEPT AND, WHEN BORROWED, ITS HOME
002060      WRITE REPORT-LINE FROM HEADING-LINE-1.
002070      MOVE WS-RUN-DATE TO HL2-RUN-DATE.
002080      WRITE REPORT-LINE FROM HEADING-LINE-2.
002090      WRITE REPORT-LINE FROM HEADING-LINE-3.
002100      WRITE REPORT-LINE FROM HEADING-LINE-4.
002110      PERFORM UNTIL WS-LABDIST-DONE
002120         READ LABOR-DIST-FILE
002130            AT END
002140               SET WS-LABDIST-DONE TO TRUE
002150            NOT AT END
002160               PERFORM P210-TALLY-ONE-RECORD
002170         END-READ
002180      END-PERFORM.
002190      CLOSE LABOR-DIST-FILE.
002200      IF WS-BORROWED-COUNT = ZERO
002210         MOVE "  NO LABOR CHARGED AWAY FROM HOME THIS PERIOD"
002220            TO ML-TEXT
002230         WRITE REPORT-LINE FROM MESSAGE-LINE
002240      END-IF.
002250 P210-TALLY-ONE-RECORD.
002260      ADD 1 TO WS-LABDIST-COUNT.
002270      IF WS-LABDIST-COUNT = 1
002280         MOVE LD-PERIOD-END TO WS-PERIOD-END
002290      END-IF.
002300      IF LD-PERIOD-END NOT = WS-PERIOD-END
002310         ADD 1 TO WS-OTHER-PERIOD
002320      END-IF.
002330      MOVE LD-CHARGE-DEPT TO WS-LOOKUP-DEPT.
002340      PERFORM P230-FIND-DEPARTMENT.
002350      IF DEPT-IDX NOT > WS-DEPT-COUNT
002360         IF LD-CHARGE-DEPT = LD-HOME-DEPT
002370            ADD LD-HOURS  TO WS-DT-OWN-HRS (DEPT-IDX)
002380            ADD LD-AMOUNT TO WS-DT-OWN-AMT (DEPT-IDX)
002390         ELSE
002400            ADD LD-HOURS  TO WS-DT-BOR-HRS (DEPT-IDX)
002410            ADD LD-AMOUNT TO WS-DT-BOR-AMT (DEPT-IDX)
002420         END-IF
002430      END-IF.
002440      IF LD-CHARGE-DEPT NOT = LD-HOME-DEPT
002450         ADD 1 TO WS-BORROWED-COUNT
002460         MOVE LD-EMP-ID      TO BL-EMP-ID
002470         MOVE LD-HOME-DEPT   TO BL-HOME-DEPT
002480         MOVE LD-CHARGE-DEPT TO BL-CHARGE-DEPT
002490         MOVE LD-HOURS       TO BL-HOURS
002500         MOVE LD-AMOUNT      TO BL-AMOUNT
002510         WRITE REPORT-LINE FROM BORROWED-LINE
002520         MOVE LD-HOME-DEPT TO WS-LOOKUP-DEPT
002530         PERFORM P230-FIND-DEPARTMENT
002540         IF DEPT-IDX NOT > WS-DEPT-COUNT
002550            ADD LD-HOURS  TO WS-DT-LOAN-HRS (DEPT-IDX)
002560            ADD LD-AMOUNT TO WS-DT-LOAN-AMT (DEPT-IDX)
002570         END-IF
002580      END-IF.
002590 P230-FIND-DEPARTMENT.
002600*    DEPT-IDX COMES BACK ON THE ROW FOR WS-LOOKUP-DEPT,
002610* ADDED IF NEW - PAST WS-DEPT-COUNT ONLY IF THE TABLE IS
002620* FULL
002630      PERFORM VARYING DEPT-IDX FROM 1 BY 1
002640         UNTIL DEPT-IDX > WS-DEPT-COUNT
002650         IF WS-DT-DEPT-ID (DEPT-IDX) = WS-LOOKUP-DEPT
002660            EXIT PERFORM
002670         END-IF
002680      END-PERFORM.
002690      IF DEPT-IDX > WS-DEPT-COUNT
002700         IF WS-DEPT-COUNT >= WS-MAX-DEPTS
002710            DISPLAY "DEPARTMENT TABLE FULL - DEPT "
002720               WS-LOOKUP-DEPT " DROPPED"
002730            MOVE 8 TO WS-HIGHEST-RC
002740         ELSE
002750            ADD 1 TO WS-DEPT-COUNT
002760            SET DEPT-IDX TO WS-DEPT-COUNT
002770            MOVE WS-LOOKUP-DEPT TO WS-DT-DEPT-ID (DEPT-IDX)
002780            MOVE SPACES TO WS-DT-DEPT-NAME (DEPT-IDX)
002790            MOVE ZERO TO WS-DT-OWN-HRS (DEPT-IDX)
002800            MOVE ZERO TO WS-DT-OWN-AMT (DEPT-IDX)
002810            MOVE ZERO TO WS-DT-BOR-HRS (DEPT-IDX)
002820            MOVE ZERO TO WS-DT-BOR-AMT (DEPT-IDX)
002830            MOVE ZERO TO WS-DT-LOAN-HRS (DEPT-IDX)
002840            MOVE ZERO TO WS-DT-LOAN-AMT (DEPT-IDX)
002850         END-IF
002860      END-IF.
002870 P240-SORT-DEPARTMENTS.
002880*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT ORDER
002890      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
002900         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT
002910         COMPUTE WS-DEPT-SUB-2 = WS-DEPT-SUB + 1
002920         PERFORM UNTIL WS-DEPT-SUB-2 > WS-DEPT-COUNT
002930            IF WS-DT-DEPT-ID (WS-DEPT-SUB-2) <
002940               WS-DT-DEPT-ID (WS-DEPT-SUB)
002950               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO WS-SWAP-ENTRY
002960               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB-2)
002970                  TO WS-DEPT-ENTRY (WS-DEPT-SUB)
002980               MOVE WS-SWAP-ENTRY
002990                  TO WS-DEPT-ENTRY (WS-DEPT-SUB-2)
003000            END-IF
003010            ADD 1 TO WS-DEPT-SUB-2
003020         END-PERFORM
003030      END-PERFORM.
003040 P250-PRINT-SUMMARY.
003050*    AN HOURS LINE AND A DOLLARS LINE PER DEPARTMENT THAT HAD
003060* ANY LABOR; DEPTMAST DEPARTMENTS WITH NONE ARE SKIPPED
003070      MOVE SPACES TO ML-TEXT.
003080      WRITE REPORT-LINE FROM MESSAGE-LINE.
003090      MOVE WS-PERIOD-END TO PL-PERIOD-END.
003100      WRITE REPORT-LINE FROM PERIOD-LINE.
003110      WRITE REPORT-LINE FROM HEADING-LINE-5.
003120      PERFORM VARYING DEPT-IDX FROM 1 BY 1
003130         UNTIL DEPT-IDX > WS-DEPT-COUNT
003140         IF WS-DT-OWN-HRS (DEPT-IDX)  NOT = ZERO OR
003150            WS-DT-OWN-AMT (DEPT-IDX)  NOT = ZERO OR
003160            WS-DT-BOR-HRS (DEPT-IDX)  NOT = ZERO OR
003170            WS-DT-BOR-AMT (DEPT-IDX)  NOT = ZERO OR
003180            WS-DT-LOAN-HRS (DEPT-IDX) NOT = ZERO OR
003190            WS-DT-LOAN-AMT (DEPT-IDX) NOT = ZERO
003200            PERFORM P255-PRINT-ONE-DEPARTMENT
003210         END-IF
003220      END-PERFORM.
003230      MOVE "TOT"             TO DS-DEPT-ID.
003240      MOVE "ALL DEPARTMENTS" TO DS-DEPT-NAME.
003250      MOVE "HRS "            TO DS-KIND.
003260      MOVE WS-TOTAL-OWN-HRS  TO DS-OWN.
003270      MOVE WS-TOTAL-BOR-HRS  TO DS-BORROWED.
003280      MOVE WS-TOTAL-LOAN-HRS TO DS-LOANED.
003290      ADD WS-TOTAL-OWN-HRS WS-TOTAL-BOR-HRS GIVING WS-CHARGED-HRS.
003300      MOVE WS-CHARGED-HRS    TO DS-CHARGED.
003310      WRITE REPORT-LINE FROM DEPT-SUMMARY-LINE.
003320      MOVE SPACES            TO DS-DEPT-ID.
003330      MOVE SPACES            TO DS-DEPT-NAME.
003340      MOVE "AMT "            TO DS-KIND.
003350      MOVE WS-TOTAL-OWN-AMT  TO DS-OWN.
003360      MOVE WS-TOTAL-BOR-AMT  TO DS-BORROWED.
003370      MOVE WS-TOTAL-LOAN-AMT TO DS-LOANED.
003380      ADD WS-TOTAL-OWN-AMT WS-TOTAL-BOR-AMT GIVING WS-CHARGED-AMT.
003390      MOVE WS-CHARGED-AMT    TO DS-CHARGED.
003400      WRITE REPORT-LINE FROM DEPT-SUMMARY-LINE.
003410      IF WS-TOTAL-BOR-HRS = WS-TOTAL-LOAN-HRS AND
003420         WS-TOTAL-BOR-AMT = WS-TOTAL-LOAN-AMT
003430         MOVE "BORROWED AND LOANED LABOR AGREE" TO ML-TEXT
003440      ELSE
003450         MOVE "*** BORROWED AND LOANED LABOR DO NOT AGREE ***"
003460            TO ML-TEXT
003470         MOVE 4 TO WS-HIGHEST-RC
003480      END-IF.
003490      WRITE REPORT-LINE FROM MESSAGE-LINE.
003500 P255-PRINT-ONE-DEPARTMENT.
003510      MOVE WS-DT-DEPT-ID (DEPT-IDX)   TO DS-DEPT-ID.
003520      MOVE WS-DT-DEPT-NAME (DEPT-IDX) TO DS-DEPT-NAME.
003530      MOVE "HRS "                     TO DS-KIND.
003540      MOVE WS-DT-OWN-HRS (DEPT-IDX)   TO DS-OWN.
003550      MOVE WS-DT-BOR-HRS (DEPT-IDX)   TO DS-BORROWED.
003560      MOVE WS-DT-LOAN-HRS (DEPT-IDX)  TO DS-LOANED.
003570      ADD WS-DT-OWN-HRS (DEPT-IDX) WS-DT-BOR-HRS (DEPT-IDX)
003580         GIVING WS-CHARGED-HRS.
003590      MOVE WS-CHARGED-HRS             TO DS-CHARGED.
003600      WRITE REPORT-LINE FROM DEPT-SUMMARY-LINE.
003610      MOVE SPACES                     TO DS-DEPT-ID.
003620      MOVE SPACES                     TO DS-DEPT-NAME.
003630      MOVE "AMT "                     TO DS-KIND.
003640      MOVE WS-DT-OWN-AMT (DEPT-IDX)   TO DS-OWN.
003650      MOVE WS-DT-BOR-AMT (DEPT-IDX)   TO DS-BORROWED.
003660      MOVE WS-DT-LOAN-AMT (DEPT-IDX)  TO DS-LOANED.
003670      ADD WS-DT-OWN-AMT (DEPT-IDX) WS-DT-BOR-AMT (DEPT-IDX)
003680         GIVING WS-CHARGED-AMT.
003690      MOVE WS-CHARGED-AMT             TO DS-CHARGED.
003700      WRITE REPORT-LINE FROM DEPT-SUMMARY-LINE.
003710      ADD WS-DT-OWN-HRS (DEPT-IDX)  TO WS-TOTAL-OWN-HRS.
003720      ADD WS-DT-OWN-AMT (DEPT-IDX)  TO WS-TOTAL-OWN-AMT.
003730      ADD WS-DT-BOR-HRS (DEPT-IDX)  TO WS-TOTAL-BOR-HRS.
003740      ADD WS-DT-BOR-AMT (DEPT-IDX)  TO WS-TOTAL-BOR-AMT.
003750      ADD WS-DT-LOAN-HRS (DEPT-IDX) TO WS-TOTAL-LOAN-HRS.
003760      ADD WS-DT-LOAN-AMT (DEPT-IDX) TO WS-TOTAL-LOAN-AMT.
003770 P300-TERMINATION.
003780      IF WS-LABDIST-COUNT = ZERO
003790         MOVE "LABDIST IS EMPTY - NO LABOR TO DISTRIBUTE"
003800            TO ML-TEXT
003810         WRITE REPORT-LINE FROM MESSAGE-LINE
003820         IF WS-HIGHEST-RC < 4
003830            MOVE 4 TO WS-HIGHEST-RC
003840         END-IF
003850      END-IF.
003860      IF WS-OTHER-PERIOD > ZERO
003870         DISPLAY "WARNING - " WS-OTHER-PERIOD " LABDIST RECORDS "
003880            "NOT FOR PERIOD " WS-PERIOD-END
003890         IF WS-HIGHEST-RC < 4
003900            MOVE 4 TO WS-HIGHEST-RC
003910         END-IF
003920      END-IF.
003930      CLOSE REPORT-FILE.
003940      DISPLAY "LABDIST RECORDS READ : " WS-LABDIST-COUNT.
003950      DISPLAY "BORROWED RECORDS     : " WS-BORROWED-COUNT.
003960      DISPLAY "PERIOD END           : " WS-PERIOD-END.
003970      DISPLAY "PAYLDR00 RETURN CODE : " WS-HIGHEST-RC.
