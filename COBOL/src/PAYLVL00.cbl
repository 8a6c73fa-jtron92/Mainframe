000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYLVL00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    LEAVE LIABILITY VALUATION - EMPLEAVE KEEPS THE HOURS   *
000090*    ON LEAVEBAL BUT FINANCE WAS VALUING THEM BY HAND FOR   *
000100*    THE BALANCE SHEET.  RUN AT PERIOD END, THIS PROGRAM:   *
000110*      - VALUES EVERY LB-BALANCE-HRS AT THE COMPMAST RATE   *
000120*        IN FORCE ON THE VALUATION DATE (LATEST ROW ON OR   *
000130*        BEFORE IT).  AN HOURLY RATE IS USED AS IS; A       *
000140*        SALARIED RATE CONVERTS AT PERIOD PAY / 80, THE     *
000150*        RULE TERMPAY0 USES FOR LEAVE PAYOUTS               *
000160*      - TOTALS THE LIABILITY BY DEPARTMENT (EMPLOYEE       *
000170*        MASTER; DEPT 000 WHEN UNKNOWN) AND SETS IT BESIDE  *
000180*        THE LAST RUN'S FIGURES FROM THE LVLPRIOR STATE     *
000190*      - WRITES LVLPOST, A GLPOST-FORMAT BATCH FOR JUST THE *
000200*        CHANGE SINCE THE LAST RUN - LEAVE EXPENSE BY       *
000210*        DEPARTMENT AGAINST ACCRUED LEAVE LIABILITY - SO    *
000220*        THE LEDGER CARRIES THE TRUE ACCRUED AMOUNT         *
000230*      - WRITES THIS RUN'S FIGURES TO LVLSTATE, WHICH THE   *
000240*        JCL SWAPS OVER LVLPRIOR ONLY ON A CLEAN RUN        *
000250*    A BALANCE WITH NO USABLE RATE IS LISTED, LEFT OUT OF   *
000260*    THE LIABILITY AND WRITTEN TO SUITEEXC (L002, RC=4) -   *
000270*    IT IS PICKED UP AS CHANGE ONCE A RATE IS ON FILE.  THE *
000280*    SYSIN CARD IS THE VALUATION DATE (COLS 1-8, YYYYMMDD)  *
000290*    - BLANK MEANS THE RUN DATE.  AN OUT-OF-BALANCE BATCH   *
000300*    ENDS RC=8                                              *
000310************************************************************
000320* MODIFICATION HISTORY                                     *
000330*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000340************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVEBAL
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS LEAVEBAL-STATUS.
000410     SELECT COMP-MASTER-FILE ASSIGN TO COMPMAST
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS COMPMAST-STATUS.
000440     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE  IS RANDOM
000470     RECORD KEY   IS EMP-ID
000480     FILE STATUS  IS VSAM-FILE-STATUS.
000490     SELECT PRIOR-STATE-FILE ASSIGN TO LVLPRIOR
000500     ORGANIZATION IS SEQUENTIAL
000510     FILE STATUS  IS LVLPRIOR-STATUS.
000520     SELECT NEW-STATE-FILE ASSIGN TO LVLSTATE
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS LVLSTATE-STATUS.
000550     SELECT GL-POSTING-FILE ASSIGN TO LVLPOST
000560     ORGANIZATION IS SEQUENTIAL
000570     FILE STATUS  IS GLPOST-STATUS.
000580     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000590     ORGANIZATION IS SEQUENTIAL
000600     FILE STATUS  IS SUITEEXC-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO RPTOUT
000620     ORGANIZATION IS SEQUENTIAL
000630     FILE STATUS  IS RPT-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD LEAVE-BALANCE-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000690      RECORD CONTAINS 80 CHARACTERS
000700      DATA RECORD IS LEAVE-BALANCE-REC.
000710 01 LEAVE-BALANCE-REC.
000720   05 LB-EMP-ID          PIC 9(06).
000730   05 LB-BALANCE-HRS     PIC 9(4)V9(2).
000740   05 FILLER             PIC X(68).
000750 FD COMP-MASTER-FILE
000760      RECORDING MODE IS F
000770      LABEL RECORDS ARE STANDARD
000780      RECORD CONTAINS 80 CHARACTERS
000790      DATA RECORD IS COMP-MASTER-REC.
000800     COPY COMPREC.
000810 FD EMPLOYEE-VS-FILE.
000820     COPY EMPREC.
000830 FD PRIOR-STATE-FILE
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 80 CHARACTERS
000870      DATA RECORD IS PRIOR-STATE-REC.
000880 01 PRIOR-STATE-REC.
000890   05 LP-DEPT-ID         PIC 9(03).
000900   05 LP-AS-OF-DATE      PIC 9(08).
000910   05 LP-HOURS           PIC 9(7)V9(2).
000920   05 LP-LIABILITY       PIC 9(9)V9(2).
000930   05 FILLER             PIC X(49).
000940 FD NEW-STATE-FILE
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      RECORD CONTAINS 80 CHARACTERS
000980      DATA RECORD IS NEW-STATE-REC.
000990 01 NEW-STATE-REC.
001000   05 LN-DEPT-ID         PIC 9(03).
001010   05 LN-AS-OF-DATE      PIC 9(08).
001020   05 LN-HOURS           PIC 9(7)V9(2).
001030   05 LN-LIABILITY       PIC 9(9)V9(2).
001040   05 FILLER             PIC X(49).
001050 FD GL-POSTING-FILE
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      RECORD CONTAINS 80 CHARACTERS
001090      DATA RECORD IS GL-POSTING-REC.
001100 01 GL-POSTING-REC        PIC X(80).
001110 01 GL-HEADER-REC REDEFINES GL-POSTING-REC.
001120   05 GH-REC-TYPE        PIC X(02).
001130   05 GH-RUN-DATE        PIC 9(08).
001140   05 GH-PERIOD-END      PIC 9(08).
001150   05 GH-PAY-DATE        PIC 9(08).
001160   05 GH-SOURCE          PIC X(03).
001170   05 FILLER             PIC X(51).
001180 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
001190   05 GD-REC-TYPE        PIC X(02).
001200   05 GD-DR-CR           PIC X(01).
001210   05 GD-ACCOUNT         PIC X(08).
001220   05 GD-DEPT-ID         PIC 9(03).
001230   05 GD-AMOUNT          PIC 9(9)V9(2).
001240   05 GD-DESC            PIC X(24).
001250   05 FILLER             PIC X(31).
001260 01 GL-TRAILER-REC REDEFINES GL-POSTING-REC.
001270   05 GT-REC-TYPE        PIC X(02).
001280   05 GT-DEBIT-TOTAL     PIC 9(11)V9(2).
001290   05 GT-CREDIT-TOTAL    PIC 9(11)V9(2).
001300   05 FILLER             PIC X(52).
001310 FD SUITE-EXCEPTION-FILE
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      RECORD CONTAINS 80 CHARACTERS
001350      DATA RECORD IS SUITE-EXCEPTION-REC.
001360     COPY EXCPTREC.
001370 FD REPORT-FILE
001380      RECORDING MODE IS F
001390      LABEL RECORDS ARE STANDARD
001400      DATA RECORD IS REPORT-LINE.
001410 01 REPORT-LINE          PIC X(80).
001420 WORKING-STORAGE SECTION.
001430     COPY FSTATCOM.
001440 01 LEAVEBAL-STATUS      PIC X(2).
001450   88 LEAVEBAL-OK        VALUE "00".
001460 01 COMPMAST-STATUS      PIC X(2).
001470   88 COMPMAST-OK        VALUE "00".
001480 01 LVLPRIOR-STATUS      PIC X(2).
001490   88 LVLPRIOR-OK        VALUE "00".
001500 01 LVLSTATE-STATUS      PIC X(2).
001510 01 GLPOST-STATUS        PIC X(2).
001520 01 SUITEEXC-STATUS      PIC X(2).
001530 01 RPT-FILE-STATUS      PIC X(2).
001540 01 WS-LEAVE-EOF-SW      PIC X(1) VALUE "N".
001550   88 WS-LEAVE-DONE      VALUE "Y".
001560 01 WS-COMP-EOF-SW       PIC X(1) VALUE "N".
001570   88 WS-COMP-DONE       VALUE "Y".
001580 01 WS-PRIOR-EOF-SW      PIC X(1) VALUE "N".
001590   88 WS-PRIOR-DONE      VALUE "Y".
001592 01 WS-COMP-OPEN-SW      PIC X(1) VALUE "N".
001594   88 WS-COMP-OPEN       VALUE "Y".
001596 01 WS-PRIOR-OPEN-SW     PIC X(1) VALUE "N".
001598   88 WS-PRIOR-OPEN      VALUE "Y".
001600 01 WS-MASTER-SWITCH     PIC X(1).
001610   88 WS-ON-MASTER       VALUE "Y".
001620   88 WS-NOT-ON-MASTER   VALUE "N".
001630 01 WS-RATE-FOUND-SW     PIC X(1).
001640   88 WS-RATE-FOUND      VALUE "Y".
001650   88 WS-RATE-NOT-FOUND  VALUE "N".
001660 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001670 01 WS-CONTROL-CARD.
001680   05 WS-CC-VALUE-DATE   PIC X(08).
001690   05 FILLER             PIC X(72).
001700 01 WS-RUN-DATE          PIC 9(8).
001710 01 WS-VALUE-DATE        PIC 9(8).
001720 01 WS-PRIOR-AS-OF       PIC 9(8) VALUE ZERO.
001730 01 WS-STD-PERIOD-HOURS  PIC 9(3) VALUE 80.
001740 01 WS-BEST-EFF-DATE     PIC 9(8).
001750 01 WS-EMP-ID-4          PIC 9(4).
001760 01 WS-HOURLY-RATE       PIC 9(5)V9(4).
001770 01 WS-LEAVE-VALUE       PIC 9(7)V9(2).
001780 01 WS-UNVALUED-REASON   PIC X(36).
001790 01 WS-MAX-COMPS         PIC 9(4) VALUE 2000.
001800 01 WS-COMP-COUNT        PIC 9(4) VALUE ZERO.
001810 01 WS-COMP-TABLE.
001820   05 WS-CMP-ENTRY OCCURS 2000 TIMES INDEXED BY CMP-IDX.
001830     10 WS-CMP-EMP-ID     PIC X(4).
001840     10 WS-CMP-RATE-TYPE  PIC X(1).
001850     10 WS-CMP-PAY-RATE   PIC 9(5)V9(2).
001860     10 WS-CMP-EFF-DATE   PIC 9(8).
001870 01 WS-MAX-EMPS          PIC 9(4) VALUE 1000.
001880 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
001890 01 WS-EMP-TABLE.
001900   05 WS-EMP-ENTRY OCCURS 1000 TIMES INDEXED BY EMP-IDX.
001910     10 WS-ET-EMP-ID      PIC 9(6).
001920     10 WS-ET-DEPT-ID     PIC 9(3).
001930     10 WS-ET-HOURS       PIC 9(4)V9(2).
001940     10 WS-ET-RATE        PIC 9(5)V9(4).
001950     10 WS-ET-VALUE       PIC 9(7)V9(2).
001960     10 WS-ET-REASON      PIC X(36).
001970*    ONE ROW PER DEPARTMENT SEEN THIS RUN OR LAST RUN
001980 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
001990 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
002000 01 WS-DEPT-SUB          PIC 9(3).
002010 01 WS-DEPT-SUB-2        PIC 9(3).
002020 01 WS-DEPT-TABLE.
002030   05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
002040     10 WS-DT-DEPT-ID     PIC 9(3).
002050     10 WS-DT-HOURS       PIC 9(7)V9(2).
002060     10 WS-DT-LIABILITY   PIC 9(9)V9(2).
002070     10 WS-DT-PRIOR       PIC 9(9)V9(2).
002080     10 WS-DT-CHANGE      PIC S9(9)V9(2).
002090 01 WS-SWAP-ENTRY        PIC X(45).
002100 01 WS-LOOKUP-DEPT       PIC 9(3).
002110 01 WS-TOTALS.
002120   05 WS-TOTAL-HOURS     PIC 9(7)V9(2) VALUE ZERO.
002130   05 WS-TOTAL-LIABILITY PIC 9(9)V9(2) VALUE ZERO.
002140   05 WS-TOTAL-PRIOR     PIC 9(9)V9(2) VALUE ZERO.
002150   05 WS-TOTAL-CHANGE    PIC S9(9)V9(2) VALUE ZERO.
002160   05 WS-UNVALUED-HOURS  PIC 9(7)V9(2) VALUE ZERO.
002170   05 WS-DEBIT-TOTAL     PIC S9(11)V9(2) VALUE ZERO.
002180   05 WS-CREDIT-TOTAL    PIC S9(11)V9(2) VALUE ZERO.
002190 01 WS-POST-AMOUNT       PIC S9(9)V9(2).
002200 01 WS-COUNTERS.
002210   05 WS-BALANCE-COUNT   PIC 9(5) VALUE ZERO.
002220   05 WS-VALUED-COUNT    PIC 9(5) VALUE ZERO.
002230   05 WS-UNVALUED-COUNT  PIC 9(5) VALUE ZERO.
002240   05 WS-POSTING-COUNT   PIC 9(5) VALUE ZERO.
002250 01 HEADING-LINE-1.
002260   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002270   05 FILLER             PIC X(30)
002280      VALUE "LEAVE LIABILITY VALUATION".
002290   05 FILLER             PIC X(20) VALUE SPACES.
002300 01 HEADING-LINE-2.
002310   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002320   05 HL2-RUN-DATE       PIC 9(8).
002330   05 FILLER             PIC X(13) VALUE "  VALUED AT: ".
002340   05 HL2-VALUE-DATE     PIC 9(8).
002350   05 FILLER             PIC X(13) VALUE "  PRIOR RUN: ".
002360   05 HL2-PRIOR-DATE     PIC 9(8).
002370   05 FILLER             PIC X(20) VALUE SPACES.
002380 01 HEADING-LINE-3.
002390   05 FILLER             PIC X(10) VALUE "  EMP-ID".
002400   05 FILLER             PIC X(10) VALUE "     HOURS".
002410   05 FILLER             PIC X(15) VALUE "      LIABILITY".
002420   05 FILLER             PIC X(13) VALUE "  HOURLY RATE".
002430   05 FILLER             PIC X(32) VALUE "  REMARK".
002440 01 HEADING-LINE-4.
002450   05 FILLER             PIC X(10) VALUE "DEPT".
002460   05 FILLER             PIC X(10) VALUE "     HOURS".
002470   05 FILLER             PIC X(15) VALUE "      LIABILITY".
002480   05 FILLER             PIC X(15) VALUE "      PRIOR RUN".
002490   05 FILLER             PIC X(18) VALUE "            CHANGE".
002500   05 FILLER             PIC X(12) VALUE SPACES.
002510 01 DETAIL-LINE.
002520   05 FILLER             PIC X(02) VALUE SPACES.
002530   05 DL-EMP-ID          PIC 9(6).
002540   05 FILLER             PIC X(02) VALUE SPACES.
002550   05 DL-HOURS           PIC ZZZ,ZZ9.99.
002560   05 FILLER             PIC X(02) VALUE SPACES.
002570   05 DL-VALUE           PIC ZZ,ZZZ,ZZ9.99.
002580   05 FILLER             PIC X(02) VALUE SPACES.
002590   05 DL-RATE            PIC ZZ,ZZ9.9999.
002600   05 FILLER             PIC X(02) VALUE SPACES.
002610   05 DL-REMARK          PIC X(30).
002620 01 DEPT-TOTAL-LINE.
002630   05 DT-LABEL           PIC X(05).
002640   05 DT-DEPT-ID         PIC X(03).
002650   05 FILLER             PIC X(02) VALUE SPACES.
002660   05 DT-HOURS           PIC ZZZ,ZZ9.99.
002670   05 FILLER             PIC X(02) VALUE SPACES.
002680   05 DT-LIABILITY       PIC ZZ,ZZZ,ZZ9.99.
002690   05 FILLER             PIC X(02) VALUE SPACES.
002700   05 DT-PRIOR           PIC ZZ,ZZZ,ZZ9.99.
002710   05 FILLER             PIC X(02) VALUE SPACES.
002720   05 DT-CHANGE          PIC -,---,---,--9.99.
002730   05 FILLER             PIC X(12) VALUE SPACES.
002740 01 MESSAGE-LINE.
002750   05 ML-TEXT            PIC X(80).
002760 PROCEDURE DIVISION.
002770 000-MAIN-PROCEDURE.
002780      PERFORM P100-INITIALIZATION.
002790      PERFORM P110-LOAD-COMP-TABLE.
002800      PERFORM P120-LOAD-PRIOR-STATE.
002810      PERFORM P200-VALUE-BALANCES.
002820      PERFORM P240-SORT-DEPARTMENTS.
002830      PERFORM P250-PRINT-REPORT.
002840      PERFORM P270-WRITE-GL-BATCH.
002850      PERFORM P280-WRITE-NEW-STATE.
002860      PERFORM P300-TERMINATION.
002870      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002880      STOP RUN.
002890 P100-INITIALIZATION.
002900      OPEN INPUT LEAVE-BALANCE-FILE.
002910      IF NOT LEAVEBAL-OK
002920         DISPLAY "FAILURE TO OPEN LEAVEBAL " LEAVEBAL-STATUS
002930         MOVE 12 TO RETURN-CODE
002940         STOP RUN
002950      END-IF.
002960      OPEN INPUT EMPLOYEE-VS-FILE.
002970      IF NOT VSAM-OK
002980         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002990         MOVE 12 TO RETURN-CODE
003000         STOP RUN
003010      END-IF.
003020      OPEN OUTPUT GL-POSTING-FILE.
003030      IF GLPOST-STATUS NOT = "00"
003040         DISPLAY "FAILURE TO OPEN LVLPOST " GLPOST-STATUS
003050         MOVE 12 TO RETURN-CODE
003060         STOP RUN
003070      END-IF.
003080      OPEN OUTPUT NEW-STATE-FILE.
003090      IF LVLSTATE-STATUS NOT = "00"
003100         DISPLAY "FAILURE TO OPEN LVLSTATE " LVLSTATE-STATUS
003110         MOVE 12 TO RETURN-CODE
003120         STOP RUN
003130      END-IF.
003140      OPEN OUTPUT REPORT-FILE.
003150      OPEN EXTEND SUITE-EXCEPTION-FILE.
003160      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003170      MOVE SPACES TO WS-CONTROL-CARD.
003180      ACCEPT WS-CONTROL-CARD.
003190      IF WS-CC-VALUE-DATE = SPACES
003200         MOVE WS-RUN-DATE TO WS-VALUE-DATE
003210      ELSE
003220         IF WS-CC-VALUE-DATE IS NOT NUMERIC
003230            DISPLAY "INVALID SYSIN CARD - VALUATION DATE "
003240               WS-CC-VALUE-DATE
003250            MOVE 8 TO RETURN-CODE
003260            STOP RUN
003270         END-IF
003280         MOVE WS-CC-VALUE-DATE TO WS-VALUE-DATE
003290      END-IF.
003300      DISPLAY "VALUATION DATE       : " WS-VALUE-DATE.
003310 P110-LOAD-COMP-TABLE.
003320      OPEN INPUT COMP-MASTER-FILE.
003330      IF NOT COMPMAST-OK
003340         DISPLAY "COMPMAST NOT AVAILABLE " COMPMAST-STATUS
003350            " - NO BALANCE CAN BE VALUED"
003360         SET WS-COMP-DONE TO TRUE
003365      ELSE
003367         SET WS-COMP-OPEN TO TRUE
003370      END-IF.
003380      PERFORM UNTIL WS-COMP-DONE
003390         READ COMP-MASTER-FILE
003400            AT END
003410               SET WS-COMP-DONE TO TRUE
003420            NOT AT END
003430               IF WS-COMP-COUNT < WS-MAX-COMPS
003440                  ADD 1 TO WS-COMP-COUNT
003450                  SET CMP-IDX TO WS-COMP-COUNT
003460                  MOVE CM-EMP-ID    TO WS-CMP-EMP-ID (CMP-IDX)
003470                  MOVE CM-RATE-TYPE TO WS-CMP-RATE-TYPE (CMP-IDX)
003480                  MOVE CM-PAY-RATE  TO WS-CMP-PAY-RATE (CMP-IDX)
003490                  MOVE CM-EFF-DATE  TO WS-CMP-EFF-DATE (CMP-IDX)
003500               ELSE
003510                  DISPLAY "COMPMAST TABLE FULL - ROW DROPPED FOR "
003520                     CM-EMP-ID
003530                  MOVE 8 TO WS-HIGHEST-RC
003540               END-IF
003550         END-READ
003560      END-PERFORM.
003570      IF WS-COMP-OPEN
003580         CLOSE COMP-MASTER-FILE
003590      END-IF.
003600 P120-LOAD-PRIOR-STATE.
003610*    THE LAST RUN'S LIABILITY BY DEPARTMENT - A MISSING
003620* STATE FILE JUST MEANS A FIRST RUN, AND THE WHOLE
003630* LIABILITY POSTS AS CHANGE
003640      OPEN INPUT PRIOR-STATE-FILE.
003650      IF NOT LVLPRIOR-OK
003660         DISPLAY "NO LVLPRIOR STATE - FIRST VALUATION RUN"
003670         SET WS-PRIOR-DONE TO TRUE
003675      ELSE
003677         SET WS-PRIOR-OPEN TO TRUE
003680      END-IF.
003690      PERFORM UNTIL WS-PRIOR-DONE
003700         READ PRIOR-STATE-FILE
003710            AT END
003720               SET WS-PRIOR-DONE TO TRUE
003730            NOT AT END
003740               MOVE LP-AS-OF-DATE TO WS-PRIOR-AS-OF
003750               MOVE LP-DEPT-ID TO WS-LOOKUP-DEPT
003760               PERFORM P230-FIND-DEPARTMENT
003770               IF DEPT-IDX NOT > WS-DEPT-COUNT
003780                  ADD LP-LIABILITY TO WS-DT-PRIOR (DEPT-IDX)
003790               END-IF
003800         END-READ
003810      END-PERFORM.
003820      IF WS-PRIOR-OPEN
003830         CLOSE PRIOR-STATE-FILE
003840      END-IF.
003850      IF WS-PRIOR-AS-OF > WS-VALUE-DATE
003860         DISPLAY "WARNING - LAST RUN WAS VALUED AT "
003870            WS-PRIOR-AS-OF ", AFTER THIS VALUATION DATE"
003880         MOVE 4 TO WS-HIGHEST-RC
003890      END-IF.
003900 P200-VALUE-BALANCES.
003910      PERFORM UNTIL WS-LEAVE-DONE
003920         READ LEAVE-BALANCE-FILE
003930            AT END
003940               SET WS-LEAVE-DONE TO TRUE
003950            NOT AT END
003960               ADD 1 TO WS-BALANCE-COUNT
003970               IF LB-BALANCE-HRS > ZERO
003980                  PERFORM P210-VALUE-ONE-BALANCE
003990               END-IF
004000         END-READ
004010      END-PERFORM.
004020      CLOSE LEAVE-BALANCE-FILE.
004030 P210-VALUE-ONE-BALANCE.
004040      IF WS-EMP-COUNT >= WS-MAX-EMPS
004050         DISPLAY "EMPLOYEE TABLE FULL - " LB-EMP-ID
004060            " NOT VALUED"
004070         MOVE 8 TO WS-HIGHEST-RC
004080      ELSE
004090         ADD 1 TO WS-EMP-COUNT
004100         SET EMP-IDX TO WS-EMP-COUNT
004110         MOVE LB-EMP-ID      TO WS-ET-EMP-ID (EMP-IDX)
004120         MOVE LB-BALANCE-HRS TO WS-ET-HOURS (EMP-IDX)
004130         MOVE ZERO           TO WS-ET-DEPT-ID (EMP-IDX)
004140         MOVE ZERO           TO WS-ET-RATE (EMP-IDX)
004150         MOVE ZERO           TO WS-ET-VALUE (EMP-IDX)
004160         MOVE SPACES         TO WS-ET-REASON (EMP-IDX)
004170         PERFORM P215-FIND-DEPARTMENT-ID
004180         PERFORM P220-FIND-HOURLY-RATE
004190         IF WS-RATE-FOUND
004200            COMPUTE WS-LEAVE-VALUE ROUNDED =
004210               LB-BALANCE-HRS * WS-HOURLY-RATE
004220               ON SIZE ERROR
004230                  MOVE 9999999.99 TO WS-LEAVE-VALUE
004240            END-COMPUTE
004250            MOVE WS-HOURLY-RATE TO WS-ET-RATE (EMP-IDX)
004260            MOVE WS-LEAVE-VALUE TO WS-ET-VALUE (EMP-IDX)
004270            ADD 1 TO WS-VALUED-COUNT
004280            MOVE WS-ET-DEPT-ID (EMP-IDX) TO WS-LOOKUP-DEPT
004290            PERFORM P230-FIND-DEPARTMENT
004300            IF DEPT-IDX NOT > WS-DEPT-COUNT
004310               ADD LB-BALANCE-HRS TO WS-DT-HOURS (DEPT-IDX)
004320               ADD WS-LEAVE-VALUE TO WS-DT-LIABILITY (DEPT-IDX)
004330            END-IF
004340         ELSE
004350            MOVE WS-UNVALUED-REASON TO WS-ET-REASON (EMP-IDX)
004360            ADD 1 TO WS-UNVALUED-COUNT
004370            ADD LB-BALANCE-HRS TO WS-UNVALUED-HOURS
004380            MOVE "M"                TO EX-SEVERITY
004390            MOVE LB-EMP-ID          TO EX-KEY
004400            MOVE "L002"             TO EX-REASON-CODE
004410            MOVE WS-UNVALUED-REASON TO EX-REASON-TEXT
004420            PERFORM P290-WRITE-SUITE-EXCEPTION
004430            IF WS-HIGHEST-RC < 4
004440               MOVE 4 TO WS-HIGHEST-RC
004450            END-IF
004460         END-IF
004470      END-IF.
004480 P215-FIND-DEPARTMENT-ID.
004490*    NO USABLE DEPARTMENT POSTS TO DEPT 000, AS IN PAYGL00
004500      SET WS-ON-MASTER TO TRUE.
004510      MOVE LB-EMP-ID TO EMP-ID.
004520      READ EMPLOYEE-VS-FILE
004530         INVALID KEY
004540            SET WS-NOT-ON-MASTER TO TRUE
004550      END-READ.
004560      IF WS-ON-MASTER AND EMP-DEPT-ID IS NUMERIC
004570         MOVE EMP-DEPT-ID TO WS-ET-DEPT-ID (EMP-IDX)
004580      END-IF.
004590 P220-FIND-HOURLY-RATE.
004600*    LATEST COMPMAST ROW ON OR BEFORE THE VALUATION DATE.
004610* COMPMAST STILL KEYS ON THE 4-DIGIT PAY-SIDE EMP-ID, SO
004620* A BALANCE ABOVE 009999 CANNOT BE MATCHED TO A RATE
004630      SET WS-RATE-NOT-FOUND TO TRUE.
004640      MOVE ZERO TO WS-BEST-EFF-DATE.
004650      IF LB-EMP-ID > 9999
004660         MOVE "EMP-ID ABOVE 4-DIGIT PAY-SIDE RANGE"
004670            TO WS-UNVALUED-REASON
004680      ELSE
004690         MOVE "NO COMPMAST RATE FOR EMPLOYEE"
004700            TO WS-UNVALUED-REASON
004710         MOVE LB-EMP-ID (3:4) TO WS-EMP-ID-4
004720         PERFORM VARYING CMP-IDX FROM 1 BY 1
004730            UNTIL CMP-IDX > WS-COMP-COUNT
004740            IF WS-CMP-EMP-ID (CMP-IDX) = WS-EMP-ID-4 AND
004750               WS-CMP-EFF-DATE (CMP-IDX) <= WS-VALUE-DATE AND
004760               WS-CMP-EFF-DATE (CMP-IDX) >= WS-BEST-EFF-DATE
004770               MOVE WS-CMP-EFF-DATE (CMP-IDX) TO WS-BEST-EFF-DATE
004780               SET WS-RATE-FOUND TO TRUE
004790            END-IF
004800         END-PERFORM
004810      END-IF.
004820      IF WS-RATE-FOUND
004830         PERFORM VARYING CMP-IDX FROM 1 BY 1
004840            UNTIL CMP-IDX > WS-COMP-COUNT
004850            IF WS-CMP-EMP-ID (CMP-IDX) = WS-EMP-ID-4 AND
004860               WS-CMP-EFF-DATE (CMP-IDX) = WS-BEST-EFF-DATE
004870               EXIT PERFORM
004880            END-IF
004890         END-PERFORM
004900*    HOURLY RATE AS IS; SALARY PER PERIOD / 80 - TERMPAY0
004910         IF WS-CMP-RATE-TYPE (CMP-IDX) = "H"
004920            MOVE WS-CMP-PAY-RATE (CMP-IDX) TO WS-HOURLY-RATE
004930         ELSE
004940            COMPUTE WS-HOURLY-RATE ROUNDED =
004950               WS-CMP-PAY-RATE (CMP-IDX) / WS-STD-PERIOD-HOURS
004960         END-IF
004970      END-IF.
004980 P230-FIND-DEPARTMENT.
004990*    DEPT-IDX COMES BACK ON THE ROW FOR WS-LOOKUP-DEPT,
005000* ADDED IF NEW - PAST WS-DEPT-COUNT ONLY IF THE TABLE IS
005010* FULL
005020      PERFORM VARYING DEPT-IDX FROM 1 BY 1
005030         UNTIL DEPT-IDX > WS-DEPT-COUNT
005040         IF WS-DT-DEPT-ID (DEPT-IDX) = WS-LOOKUP-DEPT
005050            EXIT PERFORM
005060         END-IF
005070      END-PERFORM.
005080      IF DEPT-IDX > WS-DEPT-COUNT
005090         IF WS-DEPT-COUNT >= WS-MAX-DEPTS
005100            DISPLAY "DEPARTMENT TABLE FULL - DEPT "
005110               WS-LOOKUP-DEPT " DROPPED"
005120            MOVE 8 TO WS-HIGHEST-RC
005130         ELSE
005140            ADD 1 TO WS-DEPT-COUNT
005150            SET DEPT-IDX TO WS-DEPT-COUNT
005160            MOVE WS-LOOKUP-DEPT TO WS-DT-DEPT-ID (DEPT-IDX)
005170            MOVE ZERO TO WS-DT-HOURS (DEPT-IDX)
005180            MOVE ZERO TO WS-DT-LIABILITY (DEPT-IDX)
005190            MOVE ZERO TO WS-DT-PRIOR (DEPT-IDX)
005200            MOVE ZERO TO WS-DT-CHANGE (DEPT-IDX)
005210         END-IF
005220      END-IF.
005230 P240-SORT-DEPARTMENTS.
005240*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT ORDER, THEN THE
005250* CHANGE SINCE THE LAST RUN FOR EACH DEPARTMENT
005260      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
005270         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT
005280         COMPUTE WS-DEPT-SUB-2 = WS-DEPT-SUB + 1
005290         PERFORM UNTIL WS-DEPT-SUB-2 > WS-DEPT-COUNT
005300            IF WS-DT-DEPT-ID (WS-DEPT-SUB-2) <
005310               WS-DT-DEPT-ID (WS-DEPT-SUB)
005320               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO WS-SWAP-ENTRY
005330               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB-2)
005340                  TO WS-DEPT-ENTRY (WS-DEPT-SUB)
005350               MOVE WS-SWAP-ENTRY
005360                  TO WS-DEPT-ENTRY (WS-DEPT-SUB-2)
005370            END-IF
005380            ADD 1 TO WS-DEPT-SUB-2
005390         END-PERFORM
005400      END-PERFORM.
005410      PERFORM VARYING DEPT-IDX FROM 1 BY 1
005420         UNTIL DEPT-IDX > WS-DEPT-COUNT
005430         COMPUTE WS-DT-CHANGE (DEPT-IDX) =
005440            WS-DT-LIABILITY (DEPT-IDX) - WS-DT-PRIOR (DEPT-IDX)
005450         ADD WS-DT-HOURS (DEPT-IDX)     TO WS-TOTAL-HOURS
005460         ADD WS-DT-LIABILITY (DEPT-IDX) TO WS-TOTAL-LIABILITY
005470         ADD WS-DT-PRIOR (DEPT-IDX)     TO WS-TOTAL-PRIOR
005480         ADD WS-DT-CHANGE (DEPT-IDX)    TO WS-TOTAL-CHANGE
005490      END-PERFORM.
005500 P250-PRINT-REPORT.
005510*    EACH DEPARTMENT'S EMPLOYEES, THEN ITS TOTAL AGAINST THE
005520* LAST RUN.  UNVALUED BALANCES PRINT UNDER THEIR DEPARTMENT
005530* WITH THE REASON BUT ARE NOT IN ITS TOTAL
005540      MOVE WS-RUN-DATE    TO HL2-RUN-DATE.
005550      MOVE WS-VALUE-DATE  TO HL2-VALUE-DATE.
005560      MOVE WS-PRIOR-AS-OF TO HL2-PRIOR-DATE.
005570      WRITE REPORT-LINE FROM HEADING-LINE-1.
005580      WRITE REPORT-LINE FROM HEADING-LINE-2.
005590      WRITE REPORT-LINE FROM HEADING-LINE-3.
005600      WRITE REPORT-LINE FROM HEADING-LINE-4.
005610      PERFORM VARYING DEPT-IDX FROM 1 BY 1
005620         UNTIL DEPT-IDX > WS-DEPT-COUNT
005630         PERFORM P255-PRINT-ONE-DEPARTMENT
005640      END-PERFORM.
005650      PERFORM P258-PRINT-UNVALUED.
005660      MOVE "TOTAL"            TO DT-LABEL.
005670      MOVE SPACES             TO DT-DEPT-ID.
005680      MOVE WS-TOTAL-HOURS     TO DT-HOURS.
005690      MOVE WS-TOTAL-LIABILITY TO DT-LIABILITY.
005700      MOVE WS-TOTAL-PRIOR     TO DT-PRIOR.
005710      MOVE WS-TOTAL-CHANGE    TO DT-CHANGE.
005720      WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.
005730 P255-PRINT-ONE-DEPARTMENT.
005740      PERFORM VARYING EMP-IDX FROM 1 BY 1
005750         UNTIL EMP-IDX > WS-EMP-COUNT
005760         IF WS-ET-DEPT-ID (EMP-IDX) = WS-DT-DEPT-ID (DEPT-IDX)
005770            AND WS-ET-REASON (EMP-IDX) = SPACES
005780            MOVE WS-ET-EMP-ID (EMP-IDX) TO DL-EMP-ID
005790            MOVE WS-ET-HOURS (EMP-IDX)  TO DL-HOURS
005800            MOVE WS-ET-VALUE (EMP-IDX)  TO DL-VALUE
005810            MOVE WS-ET-RATE (EMP-IDX)   TO DL-RATE
005820            MOVE SPACES                 TO DL-REMARK
005830            WRITE REPORT-LINE FROM DETAIL-LINE
005840         END-IF
005850      END-PERFORM.
005860      MOVE "DEPT "                    TO DT-LABEL.
005870      MOVE WS-DT-DEPT-ID (DEPT-IDX)   TO DT-DEPT-ID.
005880      MOVE WS-DT-HOURS (DEPT-IDX)     TO DT-HOURS.
005890      MOVE WS-DT-LIABILITY (DEPT-IDX) TO DT-LIABILITY.
005900      MOVE WS-DT-PRIOR (DEPT-IDX)     TO DT-PRIOR.
005910      MOVE WS-DT-CHANGE (DEPT-IDX)    TO DT-CHANGE.
005920      WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.
005930 P258-PRINT-UNVALUED.
005940      IF WS-UNVALUED-COUNT > ZERO
005950         MOVE "BALANCES NOT VALUED - NOT IN THE LIABILITY"
005960            TO ML-TEXT
005970         WRITE REPORT-LINE FROM MESSAGE-LINE
005980         PERFORM VARYING EMP-IDX FROM 1 BY 1
005990            UNTIL EMP-IDX > WS-EMP-COUNT
006000            IF WS-ET-REASON (EMP-IDX) NOT = SPACES
006010               MOVE WS-ET-EMP-ID (EMP-IDX) TO DL-EMP-ID
006020               MOVE WS-ET-HOURS (EMP-IDX)  TO DL-HOURS
006030               MOVE ZERO                   TO DL-VALUE
006040               MOVE ZERO                   TO DL-RATE
006050               MOVE WS-ET-REASON (EMP-IDX) TO DL-REMARK
006060               WRITE REPORT-LINE FROM DETAIL-LINE
006070            END-IF
006080         END-PERFORM
006090      END-IF.
006100 P270-WRITE-GL-BATCH.
006110*    ONLY THE CHANGE POSTS - A RISE DEBITS LEAVE EXPENSE
006120* FOR THE DEPARTMENT, A FALL CREDITS IT, AND THE NET GOES
006130* TO ACCRUED LEAVE LIABILITY SO THE BATCH BALANCES
006140      MOVE SPACES         TO GL-POSTING-REC.
006150      MOVE "GH"           TO GH-REC-TYPE.
006160      MOVE WS-RUN-DATE    TO GH-RUN-DATE.
006170      MOVE WS-VALUE-DATE  TO GH-PERIOD-END.
006180      MOVE WS-VALUE-DATE  TO GH-PAY-DATE.
006190      MOVE "LVL"          TO GH-SOURCE.
006200      WRITE GL-POSTING-REC.
006210      PERFORM VARYING DEPT-IDX FROM 1 BY 1
006220         UNTIL DEPT-IDX > WS-DEPT-COUNT
006230         IF WS-DT-CHANGE (DEPT-IDX) NOT = ZERO
006240            MOVE SPACES TO GL-POSTING-REC
006250            MOVE "GD"                     TO GD-REC-TYPE
006260            MOVE "6400-LVE"               TO GD-ACCOUNT
006270            MOVE WS-DT-DEPT-ID (DEPT-IDX) TO GD-DEPT-ID
006280            MOVE WS-DT-CHANGE (DEPT-IDX)  TO WS-POST-AMOUNT
006290            IF WS-POST-AMOUNT > ZERO
006300               MOVE "D" TO GD-DR-CR
006310               MOVE "LEAVE LIABILITY INCREASE" TO GD-DESC
006320            ELSE
006330               MOVE "C" TO GD-DR-CR
006340               MOVE "LEAVE LIABILITY DECREASE" TO GD-DESC
006350            END-IF
006360            PERFORM P275-WRITE-GL-DETAIL
006370         END-IF
006380      END-PERFORM.
006390      IF WS-TOTAL-CHANGE NOT = ZERO
006400         MOVE SPACES TO GL-POSTING-REC
006410         MOVE "GD"            TO GD-REC-TYPE
006420         MOVE "2600-LVL"      TO GD-ACCOUNT
006430         MOVE ZERO            TO GD-DEPT-ID
006440         MOVE "ACCRUED LEAVE LIABILITY" TO GD-DESC
006450         MOVE WS-TOTAL-CHANGE TO WS-POST-AMOUNT
006460         IF WS-POST-AMOUNT > ZERO
006470            MOVE "C" TO GD-DR-CR
006480         ELSE
006490            MOVE "D" TO GD-DR-CR
006500         END-IF
006510         PERFORM P275-WRITE-GL-DETAIL
006520      END-IF.
006530      MOVE SPACES TO GL-POSTING-REC.
006540      MOVE "GT"            TO GT-REC-TYPE.
006550      MOVE WS-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
006560      MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
006570      WRITE GL-POSTING-REC.
006580      DISPLAY "BATCH DEBITS/CREDITS : " WS-DEBIT-TOTAL " / "
006590         WS-CREDIT-TOTAL.
006600      IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
006610         DISPLAY "*** BATCH OUT OF BALANCE - HOLD THE LEDGER "
006620            "LOAD ***"
006630         MOVE 8 TO WS-HIGHEST-RC
006640      END-IF.
006650 P275-WRITE-GL-DETAIL.
006660*    GD-AMOUNT IS UNSIGNED - THE SIDE CARRIES THE SIGN
006670      IF WS-POST-AMOUNT < ZERO
006680         COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT
006690      END-IF.
006700      MOVE WS-POST-AMOUNT TO GD-AMOUNT.
006710      WRITE GL-POSTING-REC.
006720      ADD 1 TO WS-POSTING-COUNT.
006730      IF GD-DR-CR = "D"
006740         ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
006750      ELSE
006760         ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
006770      END-IF.
006780 P280-WRITE-NEW-STATE.
006790*    THIS RUN'S FIGURES BECOME NEXT RUN'S PRIOR - A
006800* DEPARTMENT WITH NOTHING LEFT IS DROPPED, HAVING POSTED
006810* ITS FALL TO ZERO THIS RUN
006820      PERFORM VARYING DEPT-IDX FROM 1 BY 1
006830         UNTIL DEPT-IDX > WS-DEPT-COUNT
006840         IF WS-DT-LIABILITY (DEPT-IDX) NOT = ZERO
006850            MOVE SPACES TO NEW-STATE-REC
006860            MOVE WS-DT-DEPT-ID (DEPT-IDX)   TO LN-DEPT-ID
006870            MOVE WS-VALUE-DATE              TO LN-AS-OF-DATE
006880            MOVE WS-DT-HOURS (DEPT-IDX)     TO LN-HOURS
006890            MOVE WS-DT-LIABILITY (DEPT-IDX) TO LN-LIABILITY
006900            WRITE NEW-STATE-REC
006910         END-IF
006920      END-PERFORM.
006930 P290-WRITE-SUITE-EXCEPTION.
006940*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
006950* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
006960* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
006970      MOVE "PAYLVL00" TO EX-PROGRAM.
006980      ACCEPT EX-DATE FROM DATE YYYYMMDD.
006990      ACCEPT EX-TIME FROM TIME.
007000      WRITE SUITE-EXCEPTION-REC.
007010 P300-TERMINATION.
007020      CLOSE EMPLOYEE-VS-FILE.
007030      CLOSE NEW-STATE-FILE.
007040      CLOSE GL-POSTING-FILE.
007050      CLOSE REPORT-FILE.
007060      CLOSE SUITE-EXCEPTION-FILE.
007070      DISPLAY "LEAVE BALANCES READ  : " WS-BALANCE-COUNT.
007080      DISPLAY "BALANCES VALUED      : " WS-VALUED-COUNT.
007090      DISPLAY "BALANCES NOT VALUED  : " WS-UNVALUED-COUNT.
007100      DISPLAY "TOTAL LIABILITY      : " WS-TOTAL-LIABILITY.
007110      DISPLAY "CHANGE SINCE LAST RUN: " WS-TOTAL-CHANGE.
007120      DISPLAY "POSTINGS WRITTEN     : " WS-POSTING-COUNT.
007130      DISPLAY "PAYLVL00 RETURN CODE : " WS-HIGHEST-RC.
