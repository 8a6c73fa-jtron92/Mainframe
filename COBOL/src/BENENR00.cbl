000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENENR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    NIGHTLY BENEFIT ENROLLMENT - MEDICAL AND DENTAL        *
000090*    ELECTIONS WERE TRACKED ON PAPER AND HR KEYED THE       *
000100*    PREMIUMS ONTO DEDMTRAN BY HAND.  THIS PROGRAM WALKS    *
000110*    EMPVSFIL AND, FOR EVERY EMPLOYEE AND EVERY BENPLAN PLAN*
000120*    (BENPREC), COMPARES THE BENELECT ELECTION (BENEREC) WITH*
000130*    THE COVERAGE ALREADY IN FORCE ON BENCOVER (BENVREC):   *
000140*      - AN ELECTED TIER IS ENROLLED ONCE THE EMPLOYEE IS   *
000150*        ELIGIBLE - EMP-HIRE-DATE PLUS THE PLAN'S WAITING   *
000160*        PERIOD, OR THE ELECTION'S EFFECTIVE DATE IF LATER  *
000170*      - A CHANGED TIER, OR A NEW PLAN COST, STOPS THE OLD  *
000180*        DEDUCTION THE DAY BEFORE AND ENROLLS THE NEW ONE   *
000190*      - A WAIVED OR REMOVED ELECTION, A TERMINATION ON     *
000200*        EMPVSFIL, OR AN EMPLOYEE GONE FROM THE MASTER STOPS*
000210*        THE COVERAGE                                       *
000220*    THE ENROLLMENTS AND STOPS GO OUT ON DEDMTRAN IN THE    *
000230*    DEDMNT TRANSACTION LAYOUT UNDER THE PLAN'S DEDUCTION   *
000240*    CODE, EVERY COVERAGE ADD/CHANGE/TERMINATION GOES TO    *
000250*    BENCHGN (BENCREC) FOR THE WEEKLY CARRIER FILES, AND THE*
000260*    UPDATED COVERAGE GOES TO BENCOVN.  RPTOUT IS HR'S      *
000270*    NOTICE LIST - EVERY ACTION TAKEN, AND EVERY EMPLOYEE   *
000280*    REACHING ELIGIBILITY INSIDE THE SYSIN NOTICE WINDOW.   *
000290*    REJECTED PLANS AND ELECTIONS GO TO SUITEEXC AS N001.   *
000300*    RC=4 MEANS NO CHANGES TONIGHT - NOTHING FOR DEDMNT     *
000310************************************************************
000320* MODIFICATION HISTORY                                     *
000330*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000340************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BENEFIT-PLAN-FILE ASSIGN TO BENPLAN
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS BENPLAN-STATUS.
000410     SELECT BENEFIT-ELECT-FILE ASSIGN TO BENELECT
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS BENELECT-STATUS.
000440     SELECT COVERAGE-FILE ASSIGN TO BENCOVER
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS BENCOVER-STATUS.
000470     SELECT COVERAGE-OUT-FILE ASSIGN TO BENCOVN
000480     ORGANIZATION IS SEQUENTIAL
000490     FILE STATUS  IS BENCOVN-STATUS.
000500     SELECT DED-CODES-FILE ASSIGN TO DEDCODES
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS DEDCODES-STATUS.
000530     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE  IS SEQUENTIAL
000560     RECORD KEY   IS EMP-ID
000570     FILE STATUS  IS VSAM-FILE-STATUS.
000580     SELECT DED-MAINT-TRANS-FILE ASSIGN TO DEDMTRAN
000590     ORGANIZATION IS SEQUENTIAL
000600     FILE STATUS  IS DEDMTRAN-STATUS.
000610     SELECT BENEFIT-CHANGE-FILE ASSIGN TO BENCHGN
000620     ORGANIZATION IS SEQUENTIAL
000630     FILE STATUS  IS BENCHGN-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO RPTOUT
000650     ORGANIZATION IS SEQUENTIAL
000660     FILE STATUS  IS RPT-FILE-STATUS.
000670     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000680     ORGANIZATION IS SEQUENTIAL
000690     FILE STATUS  IS SUITEEXC-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD BENEFIT-PLAN-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 80 CHARACTERS
000760      DATA RECORD IS BENEFIT-PLAN-REC.
000770     COPY BENPREC.
000780 FD BENEFIT-ELECT-FILE
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      RECORD CONTAINS 80 CHARACTERS
000820      DATA RECORD IS BENEFIT-ELECT-REC.
000830     COPY BENEREC.
000840 FD COVERAGE-FILE
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      RECORD CONTAINS 80 CHARACTERS
000880      DATA RECORD IS BENEFIT-COVER-REC.
000890     COPY BENVREC.
000900 FD COVERAGE-OUT-FILE
000910      RECORDING MODE IS F
000920      LABEL RECORDS ARE STANDARD
000930      RECORD CONTAINS 80 CHARACTERS
000940      DATA RECORD IS COVERAGE-OUT-REC.
000950 01 COVERAGE-OUT-REC     PIC X(80).
000960 FD DED-CODES-FILE
000970      RECORDING MODE IS F
000980      LABEL RECORDS ARE STANDARD
000990      RECORD CONTAINS 80 CHARACTERS
001000      DATA RECORD IS DED-CODE-REC.
001010 01 DED-CODE-REC.
001020    05 DC-DED-CODE    PIC X(03).
001030    05 FILLER         PIC X(01).
001040    05 DC-DED-DESC    PIC X(20).
001050    05 FILLER         PIC X(56).
001060 FD EMPLOYEE-VS-FILE.
001070     COPY EMPREC.
001080 FD DED-MAINT-TRANS-FILE
001090      RECORDING MODE IS F
001100      LABEL RECORDS ARE STANDARD
001110      RECORD CONTAINS 80 CHARACTERS
001120      DATA RECORD IS DED-MAINT-TRANS-REC.
001130 01 DED-MAINT-TRANS-REC.
001140     05 DT-ACTION-CODE     PIC X(1).
001150     05 DT-EMP-ID          PIC X(4).
001160     05 DT-DED-CODE        PIC X(3).
001170     05 DT-DED-TYPE        PIC X(1).
001180     05 DT-DED-VALUE       PIC 9(5)V9(2).
001190     05 DT-START-DATE      PIC X(8).
001200     05 DT-STOP-DATE       PIC X(8).
001210     05 FILLER             PIC X(48).
001220 FD BENEFIT-CHANGE-FILE
001230      RECORDING MODE IS F
001240      LABEL RECORDS ARE STANDARD
001250      RECORD CONTAINS 80 CHARACTERS
001260      DATA RECORD IS BENEFIT-CHANGE-REC.
001270     COPY BENCREC.
001280 FD REPORT-FILE
001290      RECORDING MODE IS F
001300      LABEL RECORDS ARE STANDARD
001310      DATA RECORD IS REPORT-LINE.
001320 01 REPORT-LINE           PIC X(80).
001330 FD SUITE-EXCEPTION-FILE
001340      RECORDING MODE IS F
001350      LABEL RECORDS ARE STANDARD
001360      RECORD CONTAINS 80 CHARACTERS
001370      DATA RECORD IS SUITE-EXCEPTION-REC.
001380     COPY EXCPTREC.
001390 WORKING-STORAGE SECTION.
001400     COPY FSTATCOM.
001410     COPY DATEPARM.
001420 01 BENPLAN-STATUS       PIC X(2).
001430   88 BENPLAN-OK         VALUE "00".
001440 01 BENELECT-STATUS      PIC X(2).
001450   88 BENELECT-OK        VALUE "00".
001460 01 BENCOVER-STATUS      PIC X(2).
001470   88 BENCOVER-OK        VALUE "00".
001480 01 BENCOVN-STATUS       PIC X(2).
001490 01 DEDCODES-STATUS      PIC X(2).
001500   88 DEDCODES-OK        VALUE "00".
001510 01 DEDMTRAN-STATUS      PIC X(2).
001520 01 BENCHGN-STATUS       PIC X(2).
001530 01 RPT-FILE-STATUS      PIC X(2).
001540 01 SUITEEXC-STATUS      PIC X(2).
001550 01 WS-BENPLAN-EOF-SW    PIC X(1) VALUE "N".
001560   88 WS-BENPLAN-DONE    VALUE "Y".
001570 01 WS-BENELECT-EOF-SW   PIC X(1) VALUE "N".
001580   88 WS-BENELECT-DONE   VALUE "Y".
001590 01 WS-BENCOVER-EOF-SW   PIC X(1) VALUE "N".
001600   88 WS-BENCOVER-DONE   VALUE "Y".
001610 01 WS-BENCOVER-OPEN-SW  PIC X(1) VALUE "N".
001620   88 WS-BENCOVER-OPEN   VALUE "Y".
001630 01 WS-DEDCODES-EOF-SW   PIC X(1) VALUE "N".
001640   88 WS-DEDCODES-DONE   VALUE "Y".
001650 01 WS-DEDCODES-OPEN-SW  PIC X(1) VALUE "N".
001660   88 WS-DEDCODES-OPEN   VALUE "Y".
001670 01 WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001680   88 WS-EMP-DONE        VALUE "Y".
001690 01 WS-CONTROL-CARD.
001700   05 WS-CC-AS-OF-DATE   PIC X(08).
001710   05 WS-CC-NOTICE-DAYS  PIC X(03).
001720   05 WS-CC-NOTICE-DAYS-N REDEFINES WS-CC-NOTICE-DAYS PIC 9(3).
001730   05 FILLER             PIC X(69).
001740 01 WS-RUN-DATE          PIC 9(8).
001750 01 WS-AS-OF-DATE        PIC 9(8).
001760 01 WS-NOTICE-END        PIC 9(8).
001770*    TIER CODES IN BP-TIER-COST ORDER
001780 01 WS-TIER-CODE-LIST.
001790   05 FILLER             PIC X(04) VALUE "ESCF".
001800 01 WS-TIER-CODE-TABLE REDEFINES WS-TIER-CODE-LIST.
001810   05 WS-TIER-CODE       PIC X(01) OCCURS 4 TIMES.
001820 01 WS-TIER-SUB          PIC 9(1).
001830 01 WS-MAX-DED-CODES     PIC 9(2) VALUE 50.
001840 01 WS-DED-CODE-COUNT    PIC 9(2) VALUE ZERO.
001850 01 WS-DED-CODE-TABLE.
001860    05 WS-DED-CODE OCCURS 50 TIMES INDEXED BY CODE-IDX
001870                   PIC X(3).
001880 01 WS-MAX-PLANS         PIC 9(2) VALUE 20.
001890 01 WS-PLAN-COUNT        PIC 9(2) VALUE ZERO.
001900 01 WS-PLAN-TABLE.
001910    05 WS-PL-ENTRY OCCURS 20 TIMES INDEXED BY PLN-IDX.
001920      10 WS-PL-CODE      PIC X(3).
001930      10 WS-PL-CARRIER   PIC X(6).
001940      10 WS-PL-WAIT-DAYS PIC 9(3).
001950      10 WS-PL-COST      PIC 9(5)V9(2) OCCURS 4 TIMES.
001960 01 WS-MAX-ELECTIONS     PIC 9(4) VALUE 1000.
001970 01 WS-ELECT-COUNT       PIC 9(4) VALUE ZERO.
001980 01 WS-ELECT-TABLE.
001990    05 WS-EL-ENTRY OCCURS 1000 TIMES INDEXED BY ELE-IDX.
002000      10 WS-EL-EMP-ID    PIC X(4).
002010      10 WS-EL-PLAN      PIC X(3).
002020      10 WS-EL-TIER      PIC X(1).
002030        88 WS-EL-WAIVED  VALUE "W".
002040      10 WS-EL-EFF-DATE  PIC 9(8).
002050      10 WS-EL-SEEN-SW   PIC X(1).
002060        88 WS-EL-SEEN    VALUE "Y".
002070 01 WS-MAX-COVERAGE      PIC 9(4) VALUE 1000.
002080 01 WS-COVER-COUNT       PIC 9(4) VALUE ZERO.
002090 01 WS-COVER-TABLE.
002100    05 WS-CV-ENTRY OCCURS 1000 TIMES INDEXED BY COV-IDX.
002110      10 WS-CV-EMP-ID    PIC X(4).
002120      10 WS-CV-PLAN      PIC X(3).
002130      10 WS-CV-TIER      PIC X(1).
002140      10 WS-CV-START     PIC 9(8).
002150      10 WS-CV-COST      PIC 9(5)V9(2).
002160      10 WS-CV-SEEN-SW   PIC X(1).
002170        88 WS-CV-SEEN    VALUE "Y".
002180      10 WS-CV-DROP-SW   PIC X(1).
002190        88 WS-CV-DROPPED VALUE "Y".
002200 01 WS-CODE-FOUND-SW     PIC X(1).
002210   88 WS-CODE-FOUND      VALUE "Y".
002220   88 WS-CODE-NOT-FOUND  VALUE "N".
002230 01 WS-PLAN-FOUND-SW     PIC X(1).
002240   88 WS-PLAN-FOUND      VALUE "Y".
002250   88 WS-PLAN-NOT-FOUND  VALUE "N".
002260 01 WS-ELECT-FOUND-SW    PIC X(1).
002270   88 WS-ELECT-FOUND     VALUE "Y".
002280   88 WS-ELECT-NOT-FOUND VALUE "N".
002290 01 WS-COVER-FOUND-SW    PIC X(1).
002300   88 WS-COVER-FOUND     VALUE "Y".
002310   88 WS-COVER-NOT-FOUND VALUE "N".
002320 01 WS-CUR-EMP-ID        PIC 9(4).
002330 01 WS-CUR-EMP-ID-X REDEFINES WS-CUR-EMP-ID PIC X(4).
002340 01 WS-CUR-PLAN          PIC X(3).
002350 01 WS-CUR-TIER          PIC X(1).
002360 01 WS-CUR-CARRIER       PIC X(6).
002370 01 WS-CUR-EFF-DATE      PIC 9(8).
002380 01 WS-PLAN-COST         PIC 9(5)V9(2).
002390 01 WS-ELIG-DATE         PIC 9(8).
002400 01 WS-START-DATE        PIC 9(8).
002410 01 WS-CHANGE-DATE       PIC 9(8).
002420 01 WS-STOP-DATE         PIC 9(8).
002430 01 WS-NOTICE-DATE       PIC 9(8).
002440 01 WS-NOTICE-TEXT       PIC X(31).
002450 01 WS-REJECT-REASON     PIC X(40).
002460 01 WS-CHG-NAME.
002470   05 WS-CHG-LAST-NAME   PIC X(20).
002480   05 WS-CHG-FIRST-NAME  PIC X(15).
002490   05 WS-CHG-HIRE-DATE   PIC 9(08).
002500 01 WS-DATE-BUILD.
002510    05 WS-DB-YEAR    PIC X(4).
002520    05 FILLER        PIC X(1) VALUE "-".
002530    05 WS-DB-MONTH   PIC X(2).
002540    05 FILLER        PIC X(1) VALUE "-".
002550    05 WS-DB-DAY     PIC X(2).
002560 01 WS-DV-DATE-X.
002570   05 WS-DV-YEAR         PIC X(04).
002580   05 WS-DV-MONTH        PIC X(02).
002590   05 WS-DV-DAY          PIC X(02).
002600 01 WS-DV-DATE REDEFINES WS-DV-DATE-X PIC 9(8).
002610 01 WS-DV-OFFSET         PIC S9(5).
002620 01 WS-DV-RESULT-X.
002630   05 WS-DR-YEAR         PIC X(04).
002640   05 WS-DR-MONTH        PIC X(02).
002650   05 WS-DR-DAY          PIC X(02).
002660 01 WS-DV-RESULT REDEFINES WS-DV-RESULT-X PIC 9(8).
002670 01 WS-COUNTERS.
002680     05 WS-EMP-READ-COUNT PIC 9(5) VALUE ZERO.
002690     05 WS-ENROLL-COUNT   PIC 9(5) VALUE ZERO.
002700     05 WS-CHANGE-COUNT   PIC 9(5) VALUE ZERO.
002710     05 WS-STOP-COUNT     PIC 9(5) VALUE ZERO.
002720     05 WS-NOTICE-COUNT   PIC 9(5) VALUE ZERO.
002730     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
002740     05 WS-TRAN-COUNT     PIC 9(5) VALUE ZERO.
002750     05 WS-CHG-REC-COUNT  PIC 9(5) VALUE ZERO.
002760 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
002770 01 HEADING-LINE-1.
002780     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
002790     05 FILLER           PIC X(30)
002800        VALUE "BENEFIT ENROLLMENT NOTICES".
002810     05 FILLER           PIC X(20) VALUE SPACES.
002820 01 HEADING-LINE-2.
002830     05 FILLER           PIC X(10) VALUE "AS OF   : ".
002840     05 HL2-DATE         PIC 9(8).
002850     05 FILLER           PIC X(22)
002860        VALUE "   NOTICE WINDOW TO : ".
002870     05 HL2-NOTICE-END   PIC 9(8).
002880     05 FILLER           PIC X(32) VALUE SPACES.
002890 01 HEADING-LINE-3.
002900     05 FILLER           PIC X(06) VALUE "EMP".
002910     05 FILLER           PIC X(25) VALUE "EMPLOYEE NAME".
002920     05 FILLER           PIC X(05) VALUE "PLN".
002930     05 FILLER           PIC X(03) VALUE "T".
002940     05 FILLER           PIC X(10) VALUE "DATE".
002950     05 FILLER           PIC X(31) VALUE "NOTICE".
002960 01 DETAIL-LINE.
002970     05 DL-EMP-ID        PIC X(4).
002980     05 FILLER           PIC X(02) VALUE SPACES.
002990     05 DL-NAME          PIC X(24).
003000     05 FILLER           PIC X(01) VALUE SPACES.
003010     05 DL-PLAN          PIC X(3).
003020     05 FILLER           PIC X(02) VALUE SPACES.
003030     05 DL-TIER          PIC X(1).
003040     05 FILLER           PIC X(02) VALUE SPACES.
003050     05 DL-DATE          PIC X(8).
003060     05 FILLER           PIC X(02) VALUE SPACES.
003070     05 DL-NOTICE        PIC X(31).
003080 01 REJECT-LINE.
003090     05 RL-EMP-ID        PIC X(4).
003100     05 FILLER           PIC X(02) VALUE SPACES.
003110     05 RL-PLAN          PIC X(3).
003120     05 FILLER           PIC X(02) VALUE SPACES.
003130     05 FILLER           PIC X(10) VALUE "REJECTED: ".
003140     05 RL-REASON        PIC X(40).
003150     05 FILLER           PIC X(19) VALUE SPACES.
003160 01 TOTAL-LINE.
003170     05 TL-LABEL         PIC X(26).
003180     05 TL-COUNT         PIC ZZZZ9.
003190     05 FILLER           PIC X(49) VALUE SPACES.
003200 PROCEDURE DIVISION.
003210 000-MAIN-PROCEDURE.
003220      PERFORM P100-INITIALIZATION.
003230      PERFORM P110-LOAD-DED-CODES.
003240      PERFORM P120-LOAD-PLANS.
003250      PERFORM P130-LOAD-ELECTIONS.
003260      PERFORM P140-LOAD-COVERAGE.
003270      PERFORM P200-SCAN-EMPLOYEES.
003280      PERFORM P250-STOP-UNSEEN-COVERAGE.
003290      PERFORM P255-LIST-UNSEEN-ELECTIONS.
003300      PERFORM P280-WRITE-NEW-COVERAGE.
003310      PERFORM P300-TERMINATION.
003320      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003330      STOP RUN.
003340 P100-INITIALIZATION.
003350      OPEN INPUT BENEFIT-PLAN-FILE.
003360      IF NOT BENPLAN-OK
003370         DISPLAY "FAILURE TO OPEN BENPLAN " BENPLAN-STATUS
003380         MOVE 12 TO RETURN-CODE
003390         STOP RUN
003400      END-IF.
003410      OPEN INPUT BENEFIT-ELECT-FILE.
003420      IF NOT BENELECT-OK
003430         DISPLAY "FAILURE TO OPEN BENELECT " BENELECT-STATUS
003440         MOVE 12 TO RETURN-CODE
003450         STOP RUN
003460      END-IF.
003470      OPEN INPUT EMPLOYEE-VS-FILE.
003480      IF NOT VSAM-OK
003490         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
003500         MOVE 12 TO RETURN-CODE
003510         STOP RUN
003520      END-IF.
003530      OPEN OUTPUT DED-MAINT-TRANS-FILE.
003540      IF DEDMTRAN-STATUS NOT = "00"
003550         DISPLAY "FAILURE TO OPEN DEDMTRAN " DEDMTRAN-STATUS
003560         MOVE 12 TO RETURN-CODE
003570         STOP RUN
003580      END-IF.
003590      OPEN OUTPUT COVERAGE-OUT-FILE.
003600      IF BENCOVN-STATUS NOT = "00"
003610         DISPLAY "FAILURE TO OPEN BENCOVN " BENCOVN-STATUS
003620         MOVE 12 TO RETURN-CODE
003630         STOP RUN
003640      END-IF.
003650      OPEN OUTPUT BENEFIT-CHANGE-FILE.
003660      IF BENCHGN-STATUS NOT = "00"
003670         DISPLAY "FAILURE TO OPEN BENCHGN " BENCHGN-STATUS
003680         MOVE 12 TO RETURN-CODE
003690         STOP RUN
003700      END-IF.
003710      OPEN OUTPUT REPORT-FILE.
003720      OPEN EXTEND SUITE-EXCEPTION-FILE.
003730      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003740      PERFORM P105-READ-CONTROL-CARD.
003750      MOVE WS-AS-OF-DATE TO HL2-DATE.
003760      MOVE WS-NOTICE-END TO HL2-NOTICE-END.
003770      WRITE REPORT-LINE FROM HEADING-LINE-1.
003780      WRITE REPORT-LINE FROM HEADING-LINE-2.
003790      WRITE REPORT-LINE FROM HEADING-LINE-3.
003800 P105-READ-CONTROL-CARD.
003810*    THE SYSIN CARD - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK FOR
003820* THE RUN DATE), 9-11 NOTICE WINDOW IN DAYS (BLANK FOR 030) -
003830* EMPLOYEES BECOMING ELIGIBLE WITHIN THE WINDOW ARE LISTED
003840      MOVE SPACES TO WS-CONTROL-CARD.
003850      ACCEPT WS-CONTROL-CARD.
003860      IF WS-CC-NOTICE-DAYS = SPACES
003870         MOVE "030" TO WS-CC-NOTICE-DAYS
003880      END-IF.
003890      IF WS-CC-AS-OF-DATE = SPACES
003900         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
003910      ELSE
003920         IF WS-CC-AS-OF-DATE IS NOT NUMERIC
003930            DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003940               WS-CC-AS-OF-DATE
003950            MOVE 8 TO RETURN-CODE
003960            STOP RUN
003970         END-IF
003980         MOVE WS-CC-AS-OF-DATE TO WS-AS-OF-DATE
003990      END-IF.
004000      IF WS-CC-NOTICE-DAYS IS NOT NUMERIC
004010         DISPLAY "INVALID SYSIN CARD - NOTICE DAYS "
004020            WS-CC-NOTICE-DAYS
004030         MOVE 8 TO RETURN-CODE
004040         STOP RUN
004050      END-IF.
004060      MOVE WS-AS-OF-DATE TO WS-DV-DATE.
004070      MOVE WS-CC-NOTICE-DAYS-N TO WS-DV-OFFSET.
004080      PERFORM P900-CALL-DATEVAL.
004090      IF DP-DATE-INVALID
004100         DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
004110            WS-AS-OF-DATE " " DP-FAIL-REASON
004120         MOVE 8 TO RETURN-CODE
004130         STOP RUN
004140      END-IF.
004150      MOVE WS-DV-RESULT TO WS-NOTICE-END.
004160      DISPLAY "AS-OF DATE           : " WS-AS-OF-DATE.
004170      DISPLAY "NOTICE WINDOW TO     : " WS-NOTICE-END.
004180 P110-LOAD-DED-CODES.
004190*    THE PLAN CODE IS THE DEDUCTION CODE - A PLAN NOT ON
004200* DEDCODES WOULD ONLY HAVE EVERY DEDMTRAN RECORD REJECTED
004210      OPEN INPUT DED-CODES-FILE.
004220      IF NOT DEDCODES-OK
004230         DISPLAY "DEDCODES NOT AVAILABLE " DEDCODES-STATUS
004240            " - PLAN CODES NOT CHECKED"
004250         SET WS-DEDCODES-DONE TO TRUE
004260      ELSE
004270         SET WS-DEDCODES-OPEN TO TRUE
004280      END-IF.
004290      PERFORM UNTIL WS-DEDCODES-DONE
004300         READ DED-CODES-FILE
004310            AT END
004320               SET WS-DEDCODES-DONE TO TRUE
004330            NOT AT END
004340               IF WS-DED-CODE-COUNT < WS-MAX-DED-CODES
004350                  ADD 1 TO WS-DED-CODE-COUNT
004360                  SET CODE-IDX TO WS-DED-CODE-COUNT
004370                  MOVE DC-DED-CODE TO WS-DED-CODE (CODE-IDX)
004380               ELSE
004390                  DISPLAY "DEDUCTION CODE TABLE FULL - CODE "
004400                     DC-DED-CODE " IGNORED"
004410               END-IF
004420         END-READ
004430      END-PERFORM.
004440      IF WS-DEDCODES-OPEN
004450         CLOSE DED-CODES-FILE
004460      END-IF.
004470 P120-LOAD-PLANS.
004480      PERFORM UNTIL WS-BENPLAN-DONE
004490         READ BENEFIT-PLAN-FILE
004500            AT END
004510               SET WS-BENPLAN-DONE TO TRUE
004520            NOT AT END
004530               PERFORM P125-LOAD-ONE-PLAN
004540         END-READ
004550      END-PERFORM.
004560      CLOSE BENEFIT-PLAN-FILE.
004570      DISPLAY "BENEFIT PLANS LOADED : " WS-PLAN-COUNT.
004580 P125-LOAD-ONE-PLAN.
004590      MOVE SPACES TO WS-REJECT-REASON.
004600      MOVE BP-PLAN-CODE TO WS-CUR-PLAN.
004610      IF BP-PLAN-CODE = SPACES OR BP-CARRIER-ID = SPACES
004620         MOVE "PLAN CODE OR CARRIER MISSING" TO WS-REJECT-REASON
004630      END-IF.
004640      IF WS-REJECT-REASON = SPACES AND
004650         (BP-WAIT-DAYS IS NOT NUMERIC OR
004660          BP-TIER-COSTS IS NOT NUMERIC)
004670         MOVE "WAIT DAYS OR TIER COST NOT NUMERIC"
004680            TO WS-REJECT-REASON
004690      END-IF.
004700      IF WS-REJECT-REASON = SPACES AND
004710         BP-TIER-COSTS = ZERO
004720         MOVE "PLAN OFFERS NO COVERAGE TIER" TO WS-REJECT-REASON
004730      END-IF.
004740      IF WS-REJECT-REASON = SPACES AND WS-DEDCODES-OPEN
004750         SET WS-CODE-NOT-FOUND TO TRUE
004760         PERFORM VARYING CODE-IDX FROM 1 BY 1
004770            UNTIL CODE-IDX > WS-DED-CODE-COUNT
004780            IF WS-DED-CODE (CODE-IDX) = BP-PLAN-CODE
004790               SET WS-CODE-FOUND TO TRUE
004800               EXIT PERFORM
004810            END-IF
004820         END-PERFORM
004830         IF WS-CODE-NOT-FOUND
004840            MOVE "PLAN CODE NOT ON DEDCODES" TO WS-REJECT-REASON
004850         END-IF
004860      END-IF.
004870      IF WS-REJECT-REASON = SPACES
004880         PERFORM P225-FIND-PLAN
004890         IF WS-PLAN-FOUND
004900            MOVE "DUPLICATE PLAN CODE ON BENPLAN"
004910               TO WS-REJECT-REASON
004920         END-IF
004930      END-IF.
004940      IF WS-REJECT-REASON NOT = SPACES
004950         MOVE SPACES TO WS-CUR-EMP-ID-X
004960         PERFORM P290-WRITE-REJECT
004970      ELSE
004980         IF WS-PLAN-COUNT >= WS-MAX-PLANS
004990            DISPLAY "PLAN TABLE FULL - PLAN " BP-PLAN-CODE
005000               " DROPPED"
005010            MOVE 12 TO WS-HIGHEST-RC
005020         ELSE
005030            ADD 1 TO WS-PLAN-COUNT
005040            SET PLN-IDX TO WS-PLAN-COUNT
005050            MOVE BP-PLAN-CODE   TO WS-PL-CODE (PLN-IDX)
005060            MOVE BP-CARRIER-ID  TO WS-PL-CARRIER (PLN-IDX)
005070            MOVE BP-WAIT-DAYS-N TO WS-PL-WAIT-DAYS (PLN-IDX)
005080            PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
005090               UNTIL WS-TIER-SUB > 4
005100               MOVE BP-TIER-COST (WS-TIER-SUB)
005110                  TO WS-PL-COST (PLN-IDX, WS-TIER-SUB)
005120            END-PERFORM
005130         END-IF
005140      END-IF.
005150 P130-LOAD-ELECTIONS.
005160      PERFORM UNTIL WS-BENELECT-DONE
005170         READ BENEFIT-ELECT-FILE
005180            AT END
005190               SET WS-BENELECT-DONE TO TRUE
005200            NOT AT END
005210               PERFORM P135-LOAD-ONE-ELECTION
005220         END-READ
005230      END-PERFORM.
005240      CLOSE BENEFIT-ELECT-FILE.
005250      DISPLAY "ELECTIONS LOADED     : " WS-ELECT-COUNT.
005260 P135-LOAD-ONE-ELECTION.
005270      MOVE SPACES TO WS-REJECT-REASON.
005280      MOVE BE-EMP-ID    TO WS-CUR-EMP-ID-X.
005290      MOVE BE-PLAN-CODE TO WS-CUR-PLAN.
005300      MOVE ZERO         TO WS-CUR-EFF-DATE.
005310      IF BE-EMP-ID IS NOT NUMERIC
005320         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
005330      END-IF.
005340      IF WS-REJECT-REASON = SPACES
005350         PERFORM P225-FIND-PLAN
005360         IF WS-PLAN-NOT-FOUND
005370            MOVE "PLAN NOT ON BENPLAN" TO WS-REJECT-REASON
005380         END-IF
005390      END-IF.
005400      IF WS-REJECT-REASON = SPACES AND
005410         NOT BE-TIER-VALID AND NOT BE-WAIVED
005420         MOVE "TIER NOT E, S, C, F, OR W" TO WS-REJECT-REASON
005430      END-IF.
005440      IF WS-REJECT-REASON = SPACES AND BE-TIER-VALID
005450         MOVE BE-TIER TO WS-CUR-TIER
005460         PERFORM P227-FIND-TIER
005470         IF WS-PL-COST (PLN-IDX, WS-TIER-SUB) = ZERO
005480            MOVE "TIER NOT OFFERED BY THE PLAN"
005490               TO WS-REJECT-REASON
005500         END-IF
005510      END-IF.
005520      IF WS-REJECT-REASON = SPACES AND
005530         BE-EFFECTIVE-DATE NOT = SPACES
005540         IF BE-EFFECTIVE-DATE IS NOT NUMERIC
005550            MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
005560         ELSE
005570            MOVE BE-EFFECTIVE-DATE TO WS-DV-DATE
005580            MOVE ZERO TO WS-DV-OFFSET
005590            PERFORM P900-CALL-DATEVAL
005600            IF DP-DATE-INVALID
005610               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
005620            ELSE
005630               MOVE WS-DV-DATE TO WS-CUR-EFF-DATE
005640            END-IF
005650         END-IF
005660      END-IF.
005670      IF WS-REJECT-REASON = SPACES
005680         PERFORM P230-FIND-ELECTION
005690         IF WS-ELECT-FOUND
005700            MOVE "DUPLICATE ELECTION FOR THE PLAN"
005710               TO WS-REJECT-REASON
005720         END-IF
005730      END-IF.
005740      IF WS-REJECT-REASON NOT = SPACES
005750         PERFORM P290-WRITE-REJECT
005760      ELSE
005770         IF WS-ELECT-COUNT >= WS-MAX-ELECTIONS
005780            DISPLAY "ELECTION TABLE FULL - EMP-ID " BE-EMP-ID
005790               " DROPPED"
005800            MOVE 12 TO WS-HIGHEST-RC
005810         ELSE
005820            ADD 1 TO WS-ELECT-COUNT
005830            SET ELE-IDX TO WS-ELECT-COUNT
005840            MOVE BE-EMP-ID       TO WS-EL-EMP-ID (ELE-IDX)
005850            MOVE BE-PLAN-CODE    TO WS-EL-PLAN (ELE-IDX)
005860            MOVE BE-TIER         TO WS-EL-TIER (ELE-IDX)
005870            MOVE WS-CUR-EFF-DATE TO WS-EL-EFF-DATE (ELE-IDX)
005880            MOVE "N"             TO WS-EL-SEEN-SW (ELE-IDX)
005890         END-IF
005900      END-IF.
005910 P140-LOAD-COVERAGE.
005920*    THE COVERAGE IN FORCE AFTER THE LAST RUN - A MISSING
005930* STATE FILE JUST MEANS A FIRST RUN WITH NOBODY COVERED YET
005940      OPEN INPUT COVERAGE-FILE.
005950      IF NOT BENCOVER-OK
005960         DISPLAY "NO BENCOVER STATE - FIRST ENROLLMENT RUN"
005970         SET WS-BENCOVER-DONE TO TRUE
005980      ELSE
005990         SET WS-BENCOVER-OPEN TO TRUE
006000      END-IF.
006010      PERFORM UNTIL WS-BENCOVER-DONE
006020         READ COVERAGE-FILE
006030            AT END
006040               SET WS-BENCOVER-DONE TO TRUE
006050            NOT AT END
006060               IF WS-COVER-COUNT < WS-MAX-COVERAGE
006070                  ADD 1 TO WS-COVER-COUNT
006080                  SET COV-IDX TO WS-COVER-COUNT
006090                  MOVE BV-EMP-ID     TO WS-CV-EMP-ID (COV-IDX)
006100                  MOVE BV-PLAN-CODE  TO WS-CV-PLAN (COV-IDX)
006110                  MOVE BV-TIER       TO WS-CV-TIER (COV-IDX)
006120                  MOVE BV-START-DATE TO WS-CV-START (COV-IDX)
006130                  MOVE BV-COST       TO WS-CV-COST (COV-IDX)
006140                  MOVE "N"           TO WS-CV-SEEN-SW (COV-IDX)
006150                  MOVE "N"           TO WS-CV-DROP-SW (COV-IDX)
006160               ELSE
006170                  DISPLAY "COVERAGE TABLE FULL - EMP-ID "
006180                     BV-EMP-ID " DROPPED"
006190                  MOVE 12 TO WS-HIGHEST-RC
006200               END-IF
006210         END-READ
006220      END-PERFORM.
006230      IF WS-BENCOVER-OPEN
006240         CLOSE COVERAGE-FILE
006250      END-IF.
006260      DISPLAY "COVERAGES LOADED     : " WS-COVER-COUNT.
006270 P200-SCAN-EMPLOYEES.
006280*    EVERY EMPLOYEE ON THE CLUSTER AGAINST EVERY PLAN.  DEDENRL
006290* CARRIES A FOUR-DIGIT EMP-ID, SO A WIDER ID CANNOT TAKE A
006300* STANDING DEDUCTION AND IS PASSED OVER
006310      PERFORM UNTIL WS-EMP-DONE
006320         READ EMPLOYEE-VS-FILE NEXT
006330            AT END
006340               SET WS-EMP-DONE TO TRUE
006350            NOT AT END
006360               ADD 1 TO WS-EMP-READ-COUNT
006370               IF EMP-ID NOT > 9999
006380                  PERFORM P210-PROCESS-ONE-EMPLOYEE
006390               END-IF
006400         END-READ
006410      END-PERFORM.
006420 P210-PROCESS-ONE-EMPLOYEE.
006430      MOVE EMP-ID         TO WS-CUR-EMP-ID.
006440      MOVE EMP-LAST-NAME  TO WS-CHG-LAST-NAME.
006450      MOVE EMP-FIRST-NAME TO WS-CHG-FIRST-NAME.
006460      IF EMP-HIRE-DATE IS NUMERIC
006470         MOVE EMP-HIRE-DATE TO WS-CHG-HIRE-DATE
006480      ELSE
006490         MOVE ZERO TO WS-CHG-HIRE-DATE
006500      END-IF.
006510      PERFORM VARYING PLN-IDX FROM 1 BY 1
006520         UNTIL PLN-IDX > WS-PLAN-COUNT
006530         MOVE WS-PL-CODE (PLN-IDX)    TO WS-CUR-PLAN
006540         MOVE WS-PL-CARRIER (PLN-IDX) TO WS-CUR-CARRIER
006550         PERFORM P220-PROCESS-ONE-PLAN THRU P220-EXIT
006560      END-PERFORM.
006570 P220-PROCESS-ONE-PLAN.
006580      PERFORM P230-FIND-ELECTION.
006590      PERFORM P235-FIND-COVERAGE.
006600      IF WS-ELECT-FOUND
006610         SET WS-EL-SEEN (ELE-IDX) TO TRUE
006620      END-IF.
006630      IF WS-COVER-FOUND
006640         SET WS-CV-SEEN (COV-IDX) TO TRUE
006650      END-IF.
006660      IF EMP-TERMINATED
006670         IF WS-COVER-FOUND
006680            MOVE WS-AS-OF-DATE TO WS-STOP-DATE
006690            MOVE "COVERAGE STOPPED - TERMINATED" TO WS-NOTICE-TEXT
006700            PERFORM P260-STOP-COVERAGE
006710         END-IF
006720         GO TO P220-EXIT
006730      END-IF.
006740      IF WS-ELECT-NOT-FOUND
006750         IF WS-COVER-FOUND
006760            MOVE WS-AS-OF-DATE TO WS-STOP-DATE
006770            MOVE "COVERAGE STOPPED - NO ELECTION"
006780               TO WS-NOTICE-TEXT
006790            PERFORM P260-STOP-COVERAGE
006800         ELSE
006810            PERFORM P240-CHECK-NOTICE-WINDOW
006820         END-IF
006830         GO TO P220-EXIT
006840      END-IF.
006850      MOVE WS-EL-EFF-DATE (ELE-IDX) TO WS-CUR-EFF-DATE.
006860      IF WS-EL-WAIVED (ELE-IDX)
006870         IF WS-COVER-FOUND
006880            PERFORM P247-SET-CHANGE-DATE
006890            IF WS-CHANGE-DATE NOT > WS-AS-OF-DATE
006900               MOVE "COVERAGE STOPPED - WAIVED" TO WS-NOTICE-TEXT
006910               PERFORM P260-STOP-COVERAGE
006920            END-IF
006930         END-IF
006940         GO TO P220-EXIT
006950      END-IF.
006960      MOVE WS-EL-TIER (ELE-IDX) TO WS-CUR-TIER.
006970      PERFORM P227-FIND-TIER.
006980      MOVE WS-PL-COST (PLN-IDX, WS-TIER-SUB) TO WS-PLAN-COST.
006990      IF WS-COVER-FOUND
007000         IF WS-CV-TIER (COV-IDX) NOT = WS-CUR-TIER OR
007010            WS-CV-COST (COV-IDX) NOT = WS-PLAN-COST
007020            PERFORM P247-SET-CHANGE-DATE
007030            IF WS-CHANGE-DATE NOT > WS-AS-OF-DATE
007040               PERFORM P270-CHANGE-COVERAGE THRU P270-EXIT
007050            END-IF
007060         END-IF
007070         GO TO P220-EXIT
007080      END-IF.
007090      PERFORM P245-COMPUTE-ELIGIBILITY.
007100      IF WS-REJECT-REASON NOT = SPACES
007110         PERFORM P290-WRITE-REJECT
007120         GO TO P220-EXIT
007130      END-IF.
007140      MOVE WS-ELIG-DATE TO WS-START-DATE.
007150      IF WS-CUR-EFF-DATE > WS-START-DATE
007160         MOVE WS-CUR-EFF-DATE TO WS-START-DATE
007170      END-IF.
007180      IF WS-START-DATE NOT > WS-AS-OF-DATE
007190         PERFORM P265-START-COVERAGE
007200      ELSE
007210         IF WS-START-DATE NOT > WS-NOTICE-END
007220            MOVE WS-START-DATE TO WS-NOTICE-DATE
007230            MOVE "ELECTED - COVERAGE STARTS" TO WS-NOTICE-TEXT
007240            PERFORM P295-WRITE-NOTICE
007250         END-IF
007260      END-IF.
007270 P220-EXIT.
007280      EXIT.
007290 P225-FIND-PLAN.
007300      SET WS-PLAN-NOT-FOUND TO TRUE.
007310      PERFORM VARYING PLN-IDX FROM 1 BY 1
007320         UNTIL PLN-IDX > WS-PLAN-COUNT
007330         IF WS-PL-CODE (PLN-IDX) = WS-CUR-PLAN
007340            SET WS-PLAN-FOUND TO TRUE
007350            EXIT PERFORM
007360         END-IF
007370      END-PERFORM.
007380 P227-FIND-TIER.
007390      PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
007400         UNTIL WS-TIER-SUB > 4
007410         IF WS-TIER-CODE (WS-TIER-SUB) = WS-CUR-TIER
007420            EXIT PERFORM
007430         END-IF
007440      END-PERFORM.
007450 P230-FIND-ELECTION.
007460      SET WS-ELECT-NOT-FOUND TO TRUE.
007470      PERFORM VARYING ELE-IDX FROM 1 BY 1
007480         UNTIL ELE-IDX > WS-ELECT-COUNT
007490         IF WS-EL-EMP-ID (ELE-IDX) = WS-CUR-EMP-ID-X AND
007500            WS-EL-PLAN (ELE-IDX) = WS-CUR-PLAN
007510            SET WS-ELECT-FOUND TO TRUE
007520            EXIT PERFORM
007530         END-IF
007540      END-PERFORM.
007550 P235-FIND-COVERAGE.
007560      SET WS-COVER-NOT-FOUND TO TRUE.
007570      PERFORM VARYING COV-IDX FROM 1 BY 1
007580         UNTIL COV-IDX > WS-COVER-COUNT
007590         IF WS-CV-EMP-ID (COV-IDX) = WS-CUR-EMP-ID-X AND
007600            WS-CV-PLAN (COV-IDX) = WS-CUR-PLAN AND
007610            NOT WS-CV-DROPPED (COV-IDX)
007620            SET WS-COVER-FOUND TO TRUE
007630            EXIT PERFORM
007640         END-IF
007650      END-PERFORM.
007660 P240-CHECK-NOTICE-WINDOW.
007670*    NO ELECTION ON FILE - AN ACTIVE EMPLOYEE WHOSE WAITING
007680* PERIOD ENDS INSIDE THE NOTICE WINDOW IS LISTED SO HR CAN
007690* CHASE THE FORM BEFORE THE ELIGIBILITY DATE GOES BY
007700      IF EMP-ACTIVE
007710         PERFORM P245-COMPUTE-ELIGIBILITY
007720         IF WS-REJECT-REASON = SPACES AND
007730            WS-ELIG-DATE NOT < WS-AS-OF-DATE AND
007740            WS-ELIG-DATE NOT > WS-NOTICE-END
007750            MOVE WS-ELIG-DATE TO WS-NOTICE-DATE
007760            MOVE SPACES TO WS-CUR-TIER
007770            MOVE "ELIGIBLE - NO ELECTION ON FILE"
007780               TO WS-NOTICE-TEXT
007790            PERFORM P295-WRITE-NOTICE
007800         END-IF
007810      END-IF.
007820 P245-COMPUTE-ELIGIBILITY.
007830      MOVE SPACES TO WS-REJECT-REASON.
007840      MOVE ZERO TO WS-ELIG-DATE.
007850      IF WS-CHG-HIRE-DATE = ZERO
007860         MOVE "NO HIRE DATE - ELIGIBILITY UNKNOWN"
007870            TO WS-REJECT-REASON
007880      ELSE
007890         MOVE WS-CHG-HIRE-DATE TO WS-DV-DATE
007900         MOVE WS-PL-WAIT-DAYS (PLN-IDX) TO WS-DV-OFFSET
007910         PERFORM P900-CALL-DATEVAL
007920         IF DP-DATE-INVALID
007930            MOVE "HIRE DATE INVALID - ELIGIBILITY UNKNOWN"
007940               TO WS-REJECT-REASON
007950         ELSE
007960            MOVE WS-DV-RESULT TO WS-ELIG-DATE
007970         END-IF
007980      END-IF.
007990 P247-SET-CHANGE-DATE.
008000*    A CHANGE TAKES EFFECT ON THE ELECTION'S EFFECTIVE DATE
008010* WHEN HR KEYED ONE AFTER THE COVERAGE STARTED, OTHERWISE ON
008020* THE NIGHT IT IS PICKED UP
008030      IF WS-CUR-EFF-DATE > WS-CV-START (COV-IDX)
008040         MOVE WS-CUR-EFF-DATE TO WS-CHANGE-DATE
008050      ELSE
008060         MOVE WS-AS-OF-DATE TO WS-CHANGE-DATE
008070      END-IF.
008080      MOVE WS-CHANGE-DATE TO WS-STOP-DATE.
008090 P250-STOP-UNSEEN-COVERAGE.
008100*    COVERAGE FOR AN EMP-ID NO LONGER ON THE CLUSTER - VSMC
008110* HAS DELETED THE TERMINATED EMPLOYEE - STOPS AS OF TONIGHT.
008120* COVERAGE UNDER A PLAN MISSING FROM TONIGHT'S BENPLAN IS
008130* KEPT AND REJECTED INSTEAD - A BAD PLAN RECORD MUST NOT
008140* STOP EVERYONE'S COVERAGE
008150      MOVE SPACES TO WS-CHG-NAME.
008160      MOVE ZERO   TO WS-CHG-HIRE-DATE.
008170      PERFORM VARYING COV-IDX FROM 1 BY 1
008180         UNTIL COV-IDX > WS-COVER-COUNT
008190         IF NOT WS-CV-SEEN (COV-IDX) AND
008200            NOT WS-CV-DROPPED (COV-IDX)
008210            MOVE WS-CV-EMP-ID (COV-IDX) TO WS-CUR-EMP-ID-X
008220            MOVE WS-CV-PLAN (COV-IDX)   TO WS-CUR-PLAN
008230            PERFORM P225-FIND-PLAN
008240            IF WS-PLAN-FOUND
008250               MOVE WS-PL-CARRIER (PLN-IDX) TO WS-CUR-CARRIER
008260               MOVE WS-AS-OF-DATE TO WS-STOP-DATE
008270               MOVE "STOPPED - EMP NOT ON MASTER"
008280                  TO WS-NOTICE-TEXT
008290               PERFORM P260-STOP-COVERAGE
008300            ELSE
008310               MOVE "COVERAGE KEPT - PLAN NOT ON BENPLAN"
008320                  TO WS-REJECT-REASON
008330               PERFORM P290-WRITE-REJECT
008340            END-IF
008350         END-IF
008360      END-PERFORM.
008370 P255-LIST-UNSEEN-ELECTIONS.
008380      MOVE SPACES TO WS-CHG-NAME.
008390      PERFORM VARYING ELE-IDX FROM 1 BY 1
008400         UNTIL ELE-IDX > WS-ELECT-COUNT
008410         IF NOT WS-EL-SEEN (ELE-IDX) AND
008420            NOT WS-EL-WAIVED (ELE-IDX)
008430            MOVE WS-EL-EMP-ID (ELE-IDX) TO WS-CUR-EMP-ID-X
008440            MOVE WS-EL-PLAN (ELE-IDX)   TO WS-CUR-PLAN
008450            MOVE WS-EL-TIER (ELE-IDX)   TO WS-CUR-TIER
008460            MOVE ZERO                   TO WS-NOTICE-DATE
008470            MOVE "ELECTION - EMP-ID NOT ON MASTER"
008480               TO WS-NOTICE-TEXT
008490            PERFORM P295-WRITE-NOTICE
008500         END-IF
008510      END-PERFORM.
008520 P260-STOP-COVERAGE.
008530*    WS-STOP-DATE IS THE FIRST DAY WITHOUT COVERAGE - THE
008540* DEDUCTION'S LAST DAY IS THE DAY BEFORE, SO A PAY PERIOD
008550* ENDING ON THE STOP DATE NO LONGER TAKES THE PREMIUM
008560      MOVE WS-STOP-DATE TO WS-DV-DATE.
008570      MOVE -1 TO WS-DV-OFFSET.
008580      PERFORM P900-CALL-DATEVAL.
008590      MOVE SPACES            TO DED-MAINT-TRANS-REC.
008600      MOVE "S"               TO DT-ACTION-CODE.
008610      MOVE WS-CV-EMP-ID (COV-IDX) TO DT-EMP-ID.
008620      MOVE WS-CV-PLAN (COV-IDX)   TO DT-DED-CODE.
008630      MOVE ZERO              TO DT-DED-VALUE.
008640      MOVE WS-DV-RESULT      TO DT-STOP-DATE.
008650      PERFORM P285-WRITE-DEDMTRAN.
008660      MOVE WS-CV-TIER (COV-IDX) TO WS-CUR-TIER.
008670      MOVE "T"               TO BC-CHANGE-TYPE.
008680      MOVE WS-STOP-DATE      TO BC-EFFECTIVE-DATE.
008690      MOVE SPACES            TO BC-PRIOR-TIER.
008700      PERFORM P275-WRITE-CHANGE-REC.
008710      SET WS-CV-DROPPED (COV-IDX) TO TRUE.
008720      ADD 1 TO WS-STOP-COUNT.
008730      MOVE WS-STOP-DATE TO WS-NOTICE-DATE.
008740      PERFORM P295-WRITE-NOTICE.
008750 P265-START-COVERAGE.
008760      IF WS-COVER-COUNT >= WS-MAX-COVERAGE
008770         DISPLAY "COVERAGE TABLE FULL - EMP-ID " WS-CUR-EMP-ID-X
008780            " PLAN " WS-CUR-PLAN " NOT ENROLLED"
008790         MOVE 12 TO WS-HIGHEST-RC
008800      ELSE
008810         ADD 1 TO WS-COVER-COUNT
008820         SET COV-IDX TO WS-COVER-COUNT
008830         MOVE WS-CUR-EMP-ID-X TO WS-CV-EMP-ID (COV-IDX)
008840         MOVE WS-CUR-PLAN     TO WS-CV-PLAN (COV-IDX)
008850         MOVE WS-CUR-TIER     TO WS-CV-TIER (COV-IDX)
008860         MOVE WS-START-DATE   TO WS-CV-START (COV-IDX)
008870         MOVE WS-PLAN-COST    TO WS-CV-COST (COV-IDX)
008880         MOVE "Y"             TO WS-CV-SEEN-SW (COV-IDX)
008890         MOVE "N"             TO WS-CV-DROP-SW (COV-IDX)
008900         PERFORM P266-WRITE-ENROLLMENT
008910         MOVE "A"             TO BC-CHANGE-TYPE
008920         MOVE WS-START-DATE   TO BC-EFFECTIVE-DATE
008930         MOVE SPACES          TO BC-PRIOR-TIER
008940         PERFORM P275-WRITE-CHANGE-REC
008950         ADD 1 TO WS-ENROLL-COUNT
008960         MOVE WS-START-DATE   TO WS-NOTICE-DATE
008970         MOVE "ENROLLED - DEDUCTION STARTS" TO WS-NOTICE-TEXT
008980         PERFORM P295-WRITE-NOTICE
008990      END-IF.
009000 P266-WRITE-ENROLLMENT.
009010      MOVE SPACES            TO DED-MAINT-TRANS-REC.
009020      MOVE "E"               TO DT-ACTION-CODE.
009030      MOVE WS-CUR-EMP-ID-X   TO DT-EMP-ID.
009040      MOVE WS-CUR-PLAN       TO DT-DED-CODE.
009050      MOVE "A"               TO DT-DED-TYPE.
009060      MOVE WS-PLAN-COST      TO DT-DED-VALUE.
009070      MOVE WS-START-DATE     TO DT-START-DATE.
009080      PERFORM P285-WRITE-DEDMTRAN.
009090 P270-CHANGE-COVERAGE.
009100*    STOP THE OLD DEDUCTION THE DAY BEFORE THE CHANGE AND
009110* ENROLL THE NEW COST FROM THE CHANGE DATE.  ONLY A TIER
009120* CHANGE CONCERNS THE CARRIER - A PLAN COST CHANGE IS
009130* PAYROLL'S BUSINESS ALONE
009140      MOVE WS-CHANGE-DATE TO WS-DV-DATE.
009150      MOVE -1 TO WS-DV-OFFSET.
009160      PERFORM P900-CALL-DATEVAL.
009170      MOVE SPACES            TO DED-MAINT-TRANS-REC.
009180      MOVE "S"               TO DT-ACTION-CODE.
009190      MOVE WS-CUR-EMP-ID-X   TO DT-EMP-ID.
009200      MOVE WS-CUR-PLAN       TO DT-DED-CODE.
009210      MOVE ZERO              TO DT-DED-VALUE.
009220      MOVE WS-DV-RESULT      TO DT-STOP-DATE.
009230      PERFORM P285-WRITE-DEDMTRAN.
009240      MOVE WS-CHANGE-DATE    TO WS-START-DATE.
009250      PERFORM P266-WRITE-ENROLLMENT.
009260      MOVE WS-CHANGE-DATE    TO WS-NOTICE-DATE.
009270      IF WS-CV-TIER (COV-IDX) = WS-CUR-TIER
009280         MOVE "PLAN COST CHANGED - NEW COST" TO WS-NOTICE-TEXT
009290      ELSE
009300         MOVE "C"               TO BC-CHANGE-TYPE
009310         MOVE WS-CHANGE-DATE    TO BC-EFFECTIVE-DATE
009320         MOVE WS-CV-TIER (COV-IDX) TO BC-PRIOR-TIER
009330         PERFORM P275-WRITE-CHANGE-REC
009340         MOVE "TIER CHANGED - NEW COST FROM" TO WS-NOTICE-TEXT
009350      END-IF.
009360      MOVE WS-CUR-TIER       TO WS-CV-TIER (COV-IDX).
009370      MOVE WS-PLAN-COST      TO WS-CV-COST (COV-IDX).
009380      MOVE WS-CHANGE-DATE    TO WS-CV-START (COV-IDX).
009390      ADD 1 TO WS-CHANGE-COUNT.
009400      PERFORM P295-WRITE-NOTICE.
009410 P270-EXIT.
009420      EXIT.
009430 P275-WRITE-CHANGE-REC.
009440*    THE CALLER FILLS THE CHANGE TYPE, EFFECTIVE DATE, AND
009450* PRIOR TIER - THE REST COMES FROM THE CURRENT EMPLOYEE/PLAN
009460      MOVE WS-CUR-CARRIER    TO BC-CARRIER-ID.
009470      MOVE WS-CUR-EMP-ID-X   TO BC-EMP-ID.
009480      MOVE WS-CUR-PLAN       TO BC-PLAN-CODE.
009490      MOVE WS-CUR-TIER       TO BC-TIER.
009500      MOVE WS-CHG-LAST-NAME  TO BC-LAST-NAME.
009510      MOVE WS-CHG-FIRST-NAME TO BC-FIRST-NAME.
009520      MOVE WS-CHG-HIRE-DATE  TO BC-HIRE-DATE.
009530      MOVE WS-AS-OF-DATE     TO BC-RUN-DATE.
009540      WRITE BENEFIT-CHANGE-REC.
009550      ADD 1 TO WS-CHG-REC-COUNT.
009560 P280-WRITE-NEW-COVERAGE.
009570      PERFORM VARYING COV-IDX FROM 1 BY 1
009580         UNTIL COV-IDX > WS-COVER-COUNT
009590         IF NOT WS-CV-DROPPED (COV-IDX)
009600            MOVE SPACES                 TO BENEFIT-COVER-REC
009610            MOVE WS-CV-EMP-ID (COV-IDX) TO BV-EMP-ID
009620            MOVE WS-CV-PLAN (COV-IDX)   TO BV-PLAN-CODE
009630            MOVE WS-CV-TIER (COV-IDX)   TO BV-TIER
009640            MOVE WS-CV-START (COV-IDX)  TO BV-START-DATE
009650            MOVE WS-CV-COST (COV-IDX)   TO BV-COST
009660            WRITE COVERAGE-OUT-REC FROM BENEFIT-COVER-REC
009670         END-IF
009680      END-PERFORM.
009690 P285-WRITE-DEDMTRAN.
009700      WRITE DED-MAINT-TRANS-REC.
009710      ADD 1 TO WS-TRAN-COUNT.
009720 P290-WRITE-REJECT.
009730      ADD 1 TO WS-REJECT-COUNT.
009740      MOVE WS-CUR-EMP-ID-X  TO RL-EMP-ID.
009750      MOVE WS-CUR-PLAN      TO RL-PLAN.
009760      MOVE WS-REJECT-REASON TO RL-REASON.
009770      WRITE REPORT-LINE FROM REJECT-LINE.
009780      MOVE "M"              TO EX-SEVERITY.
009790      MOVE SPACES           TO EX-KEY.
009800      STRING WS-CUR-EMP-ID-X " " WS-CUR-PLAN
009810         DELIMITED BY SIZE INTO EX-KEY.
009820      MOVE "N001"           TO EX-REASON-CODE.
009830      MOVE WS-REJECT-REASON TO EX-REASON-TEXT.
009840      PERFORM P298-WRITE-SUITE-EXCEPTION.
009850 P295-WRITE-NOTICE.
009860      ADD 1 TO WS-NOTICE-COUNT.
009870      MOVE WS-CUR-EMP-ID-X  TO DL-EMP-ID.
009880      MOVE SPACES           TO DL-NAME.
009890      STRING WS-CHG-LAST-NAME DELIMITED BY "  "
009900         ", " DELIMITED BY SIZE
009910         WS-CHG-FIRST-NAME DELIMITED BY "  "
009920         INTO DL-NAME.
009930      IF WS-CHG-LAST-NAME = SPACES
009940         MOVE "** NOT ON EMPVSFIL **" TO DL-NAME
009950      END-IF.
009960      MOVE WS-CUR-PLAN      TO DL-PLAN.
009970      MOVE WS-CUR-TIER      TO DL-TIER.
009980      IF WS-NOTICE-DATE = ZERO
009990         MOVE SPACES        TO DL-DATE
010000      ELSE
010010         MOVE WS-NOTICE-DATE TO DL-DATE
010020      END-IF.
010030      MOVE WS-NOTICE-TEXT   TO DL-NOTICE.
010040      WRITE REPORT-LINE FROM DETAIL-LINE.
010050 P298-WRITE-SUITE-EXCEPTION.
010060*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
010070* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
010080* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
010090      MOVE "BENENR00" TO EX-PROGRAM.
010100      ACCEPT EX-DATE FROM DATE YYYYMMDD.
010110      ACCEPT EX-TIME FROM TIME.
010120      WRITE SUITE-EXCEPTION-REC.
010130 P300-TERMINATION.
010140      MOVE "EMPLOYEES READ:" TO TL-LABEL.
010150      MOVE WS-EMP-READ-COUNT TO TL-COUNT.
010160      WRITE REPORT-LINE FROM TOTAL-LINE.
010170      MOVE "COVERAGES ENROLLED:" TO TL-LABEL.
010180      MOVE WS-ENROLL-COUNT TO TL-COUNT.
010190      WRITE REPORT-LINE FROM TOTAL-LINE.
010200      MOVE "COVERAGES CHANGED:" TO TL-LABEL.
010210      MOVE WS-CHANGE-COUNT TO TL-COUNT.
010220      WRITE REPORT-LINE FROM TOTAL-LINE.
010230      MOVE "COVERAGES STOPPED:" TO TL-LABEL.
010240      MOVE WS-STOP-COUNT TO TL-COUNT.
010250      WRITE REPORT-LINE FROM TOTAL-LINE.
010260      MOVE "DEDMTRAN RECORDS:" TO TL-LABEL.
010270      MOVE WS-TRAN-COUNT TO TL-COUNT.
010280      WRITE REPORT-LINE FROM TOTAL-LINE.
010290      MOVE "CARRIER CHANGES:" TO TL-LABEL.
010300      MOVE WS-CHG-REC-COUNT TO TL-COUNT.
010310      WRITE REPORT-LINE FROM TOTAL-LINE.
010320      MOVE "PLANS/ELECTIONS REJECTED:" TO TL-LABEL.
010330      MOVE WS-REJECT-COUNT TO TL-COUNT.
010340      WRITE REPORT-LINE FROM TOTAL-LINE.
010350      CLOSE EMPLOYEE-VS-FILE.
010360      CLOSE DED-MAINT-TRANS-FILE.
010370      CLOSE COVERAGE-OUT-FILE.
010380      CLOSE BENEFIT-CHANGE-FILE.
010390      CLOSE REPORT-FILE.
010400      CLOSE SUITE-EXCEPTION-FILE.
010410      DISPLAY "EMPLOYEES READ       : " WS-EMP-READ-COUNT.
010420      DISPLAY "COVERAGES ENROLLED   : " WS-ENROLL-COUNT.
010430      DISPLAY "COVERAGES CHANGED    : " WS-CHANGE-COUNT.
010440      DISPLAY "COVERAGES STOPPED    : " WS-STOP-COUNT.
010450      DISPLAY "DEDMTRAN RECORDS     : " WS-TRAN-COUNT.
010460      DISPLAY "NOTICES LISTED       : " WS-NOTICE-COUNT.
010470      DISPLAY "REJECTED             : " WS-REJECT-COUNT.
010480      IF WS-TRAN-COUNT = ZERO AND WS-HIGHEST-RC < 4
010490         DISPLAY "NO ENROLLMENT CHANGES - NOTHING FOR DEDMNT"
010500         MOVE 4 TO WS-HIGHEST-RC
010510      END-IF.
010520      DISPLAY "BENENR00 RETURN CODE : " WS-HIGHEST-RC.
010530 P900-CALL-DATEVAL.
010540*    WS-DV-DATE IN (YYYYMMDD).  BACK COMES THE VALID FLAG AND,
010550* IN WS-DV-RESULT, THE DATE WS-DV-OFFSET DAYS AWAY
010560      MOVE WS-DV-YEAR  TO WS-DB-YEAR.
010570      MOVE WS-DV-MONTH TO WS-DB-MONTH.
010580      MOVE WS-DV-DAY   TO WS-DB-DAY.
010590      MOVE WS-DATE-BUILD TO DP-DATE-IN.
010600      SET DP-AGE-NOT-WANTED TO TRUE.
010610      SET DP-BUSDAY-NOT-WANTED TO TRUE.
010620      SET DP-OFFSET-WANTED TO TRUE.
010630      MOVE WS-DV-OFFSET TO DP-OFFSET-DAYS.
010640      CALL "DATEVAL" USING DATE-PARM-BLOCK.
010650      MOVE DP-OFFSET-DATE (1:4) TO WS-DR-YEAR.
010660      MOVE DP-OFFSET-DATE (6:2) TO WS-DR-MONTH.
010670      MOVE DP-OFFSET-DATE (9:2) TO WS-DR-DAY.
