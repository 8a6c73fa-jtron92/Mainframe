000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERWKS00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ANNUAL MERIT WORKSHEET - THE MERIT REVIEW WAS A        *
000090*    SPREADSHEET BUILT FROM COMPMAST EXTRACTS.  FOR EVERY   *
000100*    ACTIVE EMPLOYEE ON EMPVSFIL THIS PROGRAM TAKES THE     *
000110*    COMPMAST RATE IN FORCE ON THE AS-OF DATE (LATEST ROW ON*
000120*    OR BEFORE IT), THE JC-JOB-GRADE OF THE EMPLOYEE'S JOB  *
000130*    CODE, AND THAT GRADE'S GRADRNG RANGE FOR THE SAME RATE *
000140*    TYPE (GRADREC), AND WORKS OUT:                         *
000150*      - COMPA-RATIO - RATE / GRADE MIDPOINT X 100          *
000160*      - POSITION IN RANGE - (RATE - MIN) / (MAX - MIN) X 100*
000170*        AND THE QUARTILE IT FALLS IN (BELOW MINIMUM COUNTS *
000180*        AS THE FIRST, ABOVE MAXIMUM AS THE FOURTH)         *
000190*      - THE SUGGESTED INCREASE - THE MERITMTX PERCENT      *
000200*        (MRTXREC) FOR THE PLANNING RATING AND QUARTILE,    *
000210*        HELD TO THE GRADE MAXIMUM AND BROUGHT UP TO THE    *
000220*        MINIMUM                                            *
000230*    RPTOUT IS THE WORKSHEET BY DEPARTMENT WITH THE MATRIX  *
000240*    PRINTED AHEAD OF IT, AND MERITWK CARRIES ONE MERAREC   *
000250*    RECORD PER PRICED EMPLOYEE WITH THE SUGGESTED RATE     *
000260*    FILLED IN, FOR THE MANAGERS TO APPROVE AND RETURN TO   *
000270*    MERAPR00.  AN EMPLOYEE WHO CANNOT BE PRICED IS LISTED  *
000280*    WITH THE REASON AND WRITTEN TO SUITEEXC (M001, RC=4).  *
000290*    SYSIN - COLS 1-8 AS-OF DATE (BLANK = RUN DATE), COL 9  *
000300*    PLANNING RATING (BLANK = 3), COLS 10-17 THE MERIT      *
000310*    EFFECTIVE DATE CARRIED ONTO MERITWK (MAY BE BLANK)     *
000320************************************************************
000330* MODIFICATION HISTORY                                     *
000340*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000350************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT JOB-CODE-MASTER-FILE ASSIGN TO JOBCODES
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS JOBCODES-STATUS.
000420     SELECT GRADE-RANGE-FILE ASSIGN TO GRADRNG
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS GRADRNG-STATUS.
000450     SELECT MERIT-MATRIX-FILE ASSIGN TO MERITMTX
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS MERITMTX-STATUS.
000480     SELECT COMP-MASTER-FILE ASSIGN TO COMPMAST
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS COMPMAST-STATUS.
000510     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE  IS SEQUENTIAL
000540     RECORD KEY   IS EMP-ID
000550     FILE STATUS  IS VSAM-FILE-STATUS.
000560     SELECT MERIT-WORK-FILE ASSIGN TO MERITWK
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS MERITWK-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO RPTOUT
000600     ORGANIZATION IS SEQUENTIAL
000610     FILE STATUS  IS RPT-FILE-STATUS.
000620     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000630     ORGANIZATION IS SEQUENTIAL
000640     FILE STATUS  IS SUITEEXC-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD JOB-CODE-MASTER-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      RECORD CONTAINS 80 CHARACTERS
000710      DATA RECORD IS JOB-CODE-REC.
000720     COPY JOBCREC.
000730 FD GRADE-RANGE-FILE
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      RECORD CONTAINS 80 CHARACTERS
000770      DATA RECORD IS GRADE-RANGE-REC.
000780     COPY GRADREC.
000790 FD MERIT-MATRIX-FILE
000800      RECORDING MODE IS F
000810      LABEL RECORDS ARE STANDARD
000820      RECORD CONTAINS 80 CHARACTERS
000830      DATA RECORD IS MERIT-MATRIX-REC.
000840     COPY MRTXREC.
000850 FD COMP-MASTER-FILE
000860      RECORDING MODE IS F
000870      LABEL RECORDS ARE STANDARD
000880      RECORD CONTAINS 80 CHARACTERS
000890      DATA RECORD IS COMP-MASTER-REC.
000900     COPY COMPREC.
000910 FD EMPLOYEE-VS-FILE.
000920     COPY EMPREC.
000930 FD MERIT-WORK-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 80 CHARACTERS
000970      DATA RECORD IS MERIT-APPROVAL-REC.
000980     COPY MERAREC.
000990 FD REPORT-FILE
001000      RECORDING MODE IS F
001010      LABEL RECORDS ARE STANDARD
001020      DATA RECORD IS REPORT-LINE.
001030 01 REPORT-LINE          PIC X(80).
001040 FD SUITE-EXCEPTION-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 80 CHARACTERS
001080      DATA RECORD IS SUITE-EXCEPTION-REC.
001090     COPY EXCPTREC.
001100 WORKING-STORAGE SECTION.
001110     COPY FSTATCOM.
001120     COPY DATEPARM.
001130 01 JOBCODES-STATUS      PIC X(2).
001140   88 JOBCODES-OK        VALUE "00".
001150 01 GRADRNG-STATUS       PIC X(2).
001160   88 GRADRNG-OK         VALUE "00".
001170 01 MERITMTX-STATUS      PIC X(2).
001180   88 MERITMTX-OK        VALUE "00".
001190 01 COMPMAST-STATUS      PIC X(2).
001200   88 COMPMAST-OK        VALUE "00".
001210 01 MERITWK-STATUS       PIC X(2).
001220 01 RPT-FILE-STATUS      PIC X(2).
001230 01 SUITEEXC-STATUS      PIC X(2).
001240 01 WS-JOBCODES-EOF-SW   PIC X(1) VALUE "N".
001250   88 WS-JOBCODES-DONE   VALUE "Y".
001260 01 WS-GRADRNG-EOF-SW    PIC X(1) VALUE "N".
001270   88 WS-GRADRNG-DONE    VALUE "Y".
001280 01 WS-MERITMTX-EOF-SW   PIC X(1) VALUE "N".
001290   88 WS-MERITMTX-DONE   VALUE "Y".
001300 01 WS-COMP-EOF-SW       PIC X(1) VALUE "N".
001310   88 WS-COMP-DONE       VALUE "Y".
001320 01 WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001330   88 WS-EMP-DONE        VALUE "Y".
001340 01 WS-FOUND-SW          PIC X(1).
001350   88 WS-FOUND           VALUE "Y".
001360   88 WS-NOT-FOUND       VALUE "N".
001370 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001380 01 WS-CONTROL-CARD.
001390   05 WS-CC-AS-OF-DATE   PIC X(08).
001400   05 WS-CC-RATING       PIC X(01).
001410   05 WS-CC-EFF-DATE     PIC X(08).
001420   05 FILLER             PIC X(63).
001430 01 WS-RUN-DATE          PIC 9(8).
001440 01 WS-AS-OF-DATE        PIC 9(8).
001450 01 WS-PLAN-RATING       PIC X(1).
001460 01 WS-MERIT-EFF-DATE    PIC X(8).
001470 01 WS-DATE-BUILD.
001480    05 WS-DB-YEAR        PIC X(4).
001490    05 FILLER            PIC X(1) VALUE "-".
001500    05 WS-DB-MONTH       PIC X(2).
001510    05 FILLER            PIC X(1) VALUE "-".
001520    05 WS-DB-DAY         PIC X(2).
001530 01 WS-EMP-ID-4          PIC 9(4).
001540 01 WS-BEST-EFF-DATE     PIC 9(8).
001550 01 WS-MAX-JOB-CODES     PIC 9(3) VALUE 500.
001560 01 WS-JOB-CODE-COUNT    PIC 9(3) VALUE ZERO.
001570 01 WS-JOB-CODE-TABLE.
001580    05 WS-JC-ENTRY OCCURS 500 TIMES INDEXED BY JC-IDX.
001590      10 WS-JC-CODE      PIC X(4).
001600      10 WS-JC-GRADE     PIC X(2).
001610 01 WS-MAX-GRADES        PIC 9(3) VALUE 200.
001620 01 WS-GRADE-COUNT       PIC 9(3) VALUE ZERO.
001630 01 WS-GRADE-TABLE.
001640    05 WS-GR-ENTRY OCCURS 200 TIMES INDEXED BY GR-IDX.
001650      10 WS-GR-GRADE     PIC X(2).
001660      10 WS-GR-RATE-TYPE PIC X(1).
001670      10 WS-GR-MIN       PIC 9(5)V9(2).
001680      10 WS-GR-MID       PIC 9(5)V9(2).
001690      10 WS-GR-MAX       PIC 9(5)V9(2).
001700 01 WS-MAX-RATINGS       PIC 9(2) VALUE 10.
001710 01 WS-RATING-COUNT      PIC 9(2) VALUE ZERO.
001720 01 WS-MATRIX-TABLE.
001730    05 WS-MX-ENTRY OCCURS 10 TIMES INDEXED BY MX-IDX.
001740      10 WS-MX-RATING    PIC X(1).
001750      10 WS-MX-DESC      PIC X(15).
001760      10 WS-MX-PCT       PIC 9(2)V9(2) OCCURS 4 TIMES.
001770 01 WS-PLAN-MX-SUB       PIC 9(2) VALUE ZERO.
001780 01 WS-MAX-COMPS         PIC 9(4) VALUE 2000.
001790 01 WS-COMP-COUNT        PIC 9(4) VALUE ZERO.
001800 01 WS-COMP-TABLE.
001810   05 WS-CMP-ENTRY OCCURS 2000 TIMES INDEXED BY CMP-IDX.
001820     10 WS-CMP-EMP-ID     PIC X(4).
001830     10 WS-CMP-RATE-TYPE  PIC X(1).
001840     10 WS-CMP-PAY-RATE   PIC 9(5)V9(2).
001850     10 WS-CMP-EFF-DATE   PIC 9(8).
001860*    ONE ROW PER ACTIVE EMPLOYEE - WS-WK-KEY IS THE PRINT
001870* ORDER, DEPARTMENT THEN EMP-ID
001880 01 WS-MAX-WORK-ROWS     PIC 9(4) VALUE 1000.
001890 01 WS-WORK-COUNT        PIC 9(4) VALUE ZERO.
001900 01 WS-WORK-SUB          PIC 9(4).
001910 01 WS-WORK-SUB-2        PIC 9(4).
001920 01 WS-WORK-TABLE.
001930   05 WS-WK-ENTRY OCCURS 1000 TIMES INDEXED BY WK-IDX.
001940     10 WS-WK-KEY.
001950       15 WS-WK-DEPT-ID   PIC 9(3).
001960       15 WS-WK-EMP-ID    PIC 9(6).
001970     10 WS-WK-LAST-NAME   PIC X(20).
001980     10 WS-WK-JOB-CODE    PIC X(4).
001990     10 WS-WK-GRADE       PIC X(2).
002000     10 WS-WK-RATE-TYPE   PIC X(1).
002010     10 WS-WK-RATE        PIC 9(5)V9(2).
002020     10 WS-WK-COMPA       PIC 9(3)V9(1).
002030     10 WS-WK-POSITION    PIC S9(3)V9(1).
002040     10 WS-WK-QUARTILE    PIC 9(1).
002050     10 WS-WK-PCT         PIC 9(2)V9(2).
002060     10 WS-WK-NEW-RATE    PIC 9(5)V9(2).
002070     10 WS-WK-PRICED-SW   PIC X(1).
002080       88 WS-WK-PRICED    VALUE "Y".
002090     10 WS-WK-REMARK      PIC X(40).
002100 01 WS-SWAP-ENTRY        PIC X(104).
002110 01 WS-QUARTILE-SUB      PIC 9(1).
002120 01 WS-CUR-MIN           PIC 9(5)V9(2).
002130 01 WS-CUR-MID           PIC 9(5)V9(2).
002140 01 WS-CUR-MAX           PIC 9(5)V9(2).
002150 01 WS-WORK-RATE         PIC 9(7)V9(4).
002160 01 WS-WORK-POSITION     PIC S9(5)V9(4).
002170 01 WS-LAST-DEPT         PIC 9(3).
002180 01 WS-COUNTERS.
002190   05 WS-EMP-READ-COUNT  PIC 9(5) VALUE ZERO.
002200   05 WS-LISTED-COUNT    PIC 9(5) VALUE ZERO.
002210   05 WS-PRICED-COUNT    PIC 9(5) VALUE ZERO.
002220   05 WS-UNPRICED-COUNT  PIC 9(5) VALUE ZERO.
002230   05 WS-ABOVE-MAX-COUNT PIC 9(5) VALUE ZERO.
002240   05 WS-BELOW-MIN-COUNT PIC 9(5) VALUE ZERO.
002250   05 WS-MERITWK-COUNT   PIC 9(5) VALUE ZERO.
002260 01 HEADING-LINE-1.
002270   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002280   05 FILLER             PIC X(30) VALUE "MERIT WORKSHEET".
002290   05 FILLER             PIC X(20) VALUE SPACES.
002300 01 HEADING-LINE-2.
002310   05 FILLER             PIC X(08) VALUE "AS OF: ".
002320   05 HL2-AS-OF-DATE     PIC 9(8).
002330   05 FILLER             PIC X(20) VALUE "   PLANNING RATING: ".
002340   05 HL2-RATING         PIC X(1).
002350   05 FILLER             PIC X(14) VALUE "   EFFECTIVE: ".
002360   05 HL2-EFF-DATE       PIC X(8).
002370   05 FILLER             PIC X(21) VALUE SPACES.
002380 01 MATRIX-HEAD-LINE.
002390   05 FILLER             PIC X(22) VALUE "MERIT MATRIX  RATING".
002400   05 FILLER             PIC X(16) VALUE "DESCRIPTION".
002410   05 FILLER             PIC X(42)
002420      VALUE "   Q1 PCT  Q2 PCT  Q3 PCT  Q4 PCT".
002430 01 MATRIX-LINE.
002440   05 FILLER             PIC X(19) VALUE SPACES.
002450   05 MXL-RATING         PIC X(1).
002460   05 FILLER             PIC X(2) VALUE SPACES.
002470   05 MXL-DESC           PIC X(15).
002480   05 MXL-PCT-GROUP OCCURS 4 TIMES.
002490     10 FILLER           PIC X(3).
002500     10 MXL-PCT          PIC Z9.99.
002510   05 FILLER             PIC X(11) VALUE SPACES.
002520 01 DEPT-HEAD-LINE.
002530   05 FILLER             PIC X(11) VALUE "DEPARTMENT ".
002540   05 DHL-DEPT-ID        PIC 9(3).
002550   05 FILLER             PIC X(66) VALUE SPACES.
002560 01 COLUMN-HEAD-LINE.
002570   05 FILLER             PIC X(25) VALUE "  EMP-ID LAST NAME".
002580   05 FILLER             PIC X(10) VALUE "JOB  GR T".
002590   05 FILLER             PIC X(10) VALUE "     RATE".
002600   05 FILLER             PIC X(14) VALUE "COMPA   RANGE".
002610   05 FILLER             PIC X(21) VALUE "Q   PCT  SUGGESTED".
002620 01 DETAIL-LINE.
002630   05 FILLER             PIC X(02) VALUE SPACES.
002640   05 DL-EMP-ID          PIC 9(6).
002650   05 FILLER             PIC X(01) VALUE SPACES.
002660   05 DL-LAST-NAME       PIC X(15).
002670   05 FILLER             PIC X(01) VALUE SPACES.
002680   05 DL-JOB-CODE        PIC X(4).
002690   05 FILLER             PIC X(01) VALUE SPACES.
002700   05 DL-GRADE           PIC X(2).
002710   05 FILLER             PIC X(01) VALUE SPACES.
002720   05 DL-RATE-TYPE       PIC X(1).
002730   05 FILLER             PIC X(01) VALUE SPACES.
002740   05 DL-RATE            PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
002750   05 FILLER             PIC X(01) VALUE SPACES.
002760   05 DL-COMPA           PIC ZZ9.9.
002770   05 FILLER             PIC X(01) VALUE SPACES.
002780   05 DL-POSITION        PIC ---9.9.
002790   05 FILLER             PIC X(02) VALUE SPACES.
002800   05 DL-QUARTILE        PIC 9(1).
002810   05 FILLER             PIC X(01) VALUE SPACES.
002820   05 DL-PCT             PIC Z9.99.
002830   05 FILLER             PIC X(01) VALUE SPACES.
002840   05 DL-NEW-RATE        PIC ZZ,ZZ9.99.
002850   05 FILLER             PIC X(04) VALUE SPACES.
002860 01 DETAIL-LINE-X REDEFINES DETAIL-LINE.
002870   05 FILLER             PIC X(44).
002880   05 DLX-COLUMNS        PIC X(36).
002890 01 REMARK-LINE.
002900   05 FILLER             PIC X(09) VALUE SPACES.
002910   05 FILLER             PIC X(03) VALUE "** ".
002920   05 RL-REMARK          PIC X(40).
002930   05 FILLER             PIC X(28) VALUE SPACES.
002940 01 TOTAL-LINE.
002950   05 TL-LABEL           PIC X(30).
002960   05 TL-COUNT           PIC ZZ,ZZ9.
002970   05 FILLER             PIC X(44) VALUE SPACES.
002980 PROCEDURE DIVISION.
002990 000-MAIN-PROCEDURE.
003000      PERFORM P100-INITIALIZATION.
003010      PERFORM P110-LOAD-JOB-CODES.
003020      PERFORM P120-LOAD-GRADE-RANGES.
003030      PERFORM P130-LOAD-MERIT-MATRIX.
003040      PERFORM P140-LOAD-COMP-TABLE.
003050      PERFORM P200-SCAN-EMPLOYEES.
003060      PERFORM P240-SORT-WORKSHEET.
003070      PERFORM P250-PRINT-WORKSHEET.
003080      PERFORM P300-TERMINATION.
003090      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003100      STOP RUN.
003110 P100-INITIALIZATION.
003120      OPEN INPUT JOB-CODE-MASTER-FILE.
003130      IF NOT JOBCODES-OK
003140         DISPLAY "FAILURE TO OPEN JOBCODES " JOBCODES-STATUS
003150         MOVE 12 TO RETURN-CODE
003160         STOP RUN
003170      END-IF.
003180      OPEN INPUT GRADE-RANGE-FILE.
003190      IF NOT GRADRNG-OK
003200         DISPLAY "FAILURE TO OPEN GRADRNG " GRADRNG-STATUS
003210         MOVE 12 TO RETURN-CODE
003220         STOP RUN
003230      END-IF.
003240      OPEN INPUT MERIT-MATRIX-FILE.
003250      IF NOT MERITMTX-OK
003260         DISPLAY "FAILURE TO OPEN MERITMTX " MERITMTX-STATUS
003270         MOVE 12 TO RETURN-CODE
003280         STOP RUN
003290      END-IF.
003300      OPEN INPUT COMP-MASTER-FILE.
003310      IF NOT COMPMAST-OK
003320         DISPLAY "FAILURE TO OPEN COMPMAST " COMPMAST-STATUS
003330         MOVE 12 TO RETURN-CODE
003340         STOP RUN
003350      END-IF.
003360      OPEN INPUT EMPLOYEE-VS-FILE.
003370      IF NOT VSAM-OK
003380         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
003390         MOVE 12 TO RETURN-CODE
003400         STOP RUN
003410      END-IF.
003420      OPEN OUTPUT MERIT-WORK-FILE.
003430      IF MERITWK-STATUS NOT = "00"
003440         DISPLAY "FAILURE TO OPEN MERITWK " MERITWK-STATUS
003450         MOVE 12 TO RETURN-CODE
003460         STOP RUN
003470      END-IF.
003480      OPEN OUTPUT REPORT-FILE.
003490      OPEN EXTEND SUITE-EXCEPTION-FILE.
003500      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003510      PERFORM P105-READ-CONTROL-CARD.
003520 P105-READ-CONTROL-CARD.
003530*    THE SYSIN CARD - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK FOR
003540* THE RUN DATE), COL 9 PLANNING RATING (BLANK FOR 3), COLS
003550* 10-17 MERIT EFFECTIVE DATE FOR MERITWK (MAY BE BLANK)
003560      MOVE SPACES TO WS-CONTROL-CARD.
003570      ACCEPT WS-CONTROL-CARD.
003580      IF WS-CC-AS-OF-DATE = SPACES
003590         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
003600      ELSE
003610         IF WS-CC-AS-OF-DATE IS NOT NUMERIC
003620            DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003630               WS-CC-AS-OF-DATE
003640            MOVE 8 TO RETURN-CODE
003650            STOP RUN
003660         END-IF
003670         MOVE WS-CC-AS-OF-DATE TO WS-AS-OF-DATE
003680      END-IF.
003690      IF WS-CC-RATING = SPACE
003700         MOVE "3" TO WS-PLAN-RATING
003710      ELSE
003720         MOVE WS-CC-RATING TO WS-PLAN-RATING
003730      END-IF.
003740      MOVE WS-CC-EFF-DATE TO WS-MERIT-EFF-DATE.
003750      IF WS-MERIT-EFF-DATE NOT = SPACES
003760         IF WS-MERIT-EFF-DATE IS NOT NUMERIC
003770            DISPLAY "INVALID SYSIN CARD - EFFECTIVE DATE "
003780               WS-MERIT-EFF-DATE
003790            MOVE 8 TO RETURN-CODE
003800            STOP RUN
003810         END-IF
003820         PERFORM P900-CALL-DATEVAL
003830         IF DP-DATE-INVALID
003840            DISPLAY "INVALID SYSIN CARD - EFFECTIVE DATE "
003850               WS-MERIT-EFF-DATE " " DP-FAIL-REASON
003860            MOVE 8 TO RETURN-CODE
003870            STOP RUN
003880         END-IF
003890      END-IF.
003900      DISPLAY "AS-OF DATE           : " WS-AS-OF-DATE.
003910      DISPLAY "PLANNING RATING      : " WS-PLAN-RATING.
003920      DISPLAY "MERIT EFFECTIVE DATE : " WS-MERIT-EFF-DATE.
003930 P110-LOAD-JOB-CODES.
003940      PERFORM UNTIL WS-JOBCODES-DONE
003950         READ JOB-CODE-MASTER-FILE
003960            AT END
003970               SET WS-JOBCODES-DONE TO TRUE
003980            NOT AT END
003990               IF WS-JOB-CODE-COUNT < WS-MAX-JOB-CODES
004000                  ADD 1 TO WS-JOB-CODE-COUNT
004010                  SET JC-IDX TO WS-JOB-CODE-COUNT
004020                  MOVE JC-JOB-CODE  TO WS-JC-CODE (JC-IDX)
004030                  MOVE JC-JOB-GRADE TO WS-JC-GRADE (JC-IDX)
004040               ELSE
004050                  DISPLAY "JOB CODE TABLE FULL - CODE "
004060                     JC-JOB-CODE " IGNORED"
004070               END-IF
004080         END-READ
004090      END-PERFORM.
004100      CLOSE JOB-CODE-MASTER-FILE.
004110 P120-LOAD-GRADE-RANGES.
004120*    A RANGE MUST RUN MIN <= MID <= MAX WITH A NONZERO
004130* MIDPOINT - ANYTHING ELSE IS LEFT OUT AND ITS EMPLOYEES
004140* SHOW AS HAVING NO RANGE
004150      PERFORM UNTIL WS-GRADRNG-DONE
004160         READ GRADE-RANGE-FILE
004170            AT END
004180               SET WS-GRADRNG-DONE TO TRUE
004190            NOT AT END
004200               PERFORM P125-LOAD-ONE-GRADE
004210         END-READ
004220      END-PERFORM.
004230      CLOSE GRADE-RANGE-FILE.
004240      DISPLAY "GRADE RANGES LOADED  : " WS-GRADE-COUNT.
004250 P125-LOAD-ONE-GRADE.
004260      IF GR-MIN-RATE IS NOT NUMERIC OR
004270         GR-MID-RATE IS NOT NUMERIC OR
004280         GR-MAX-RATE IS NOT NUMERIC OR
004290         GR-MID-RATE = ZERO OR
004300         GR-MIN-RATE > GR-MID-RATE OR
004310         GR-MID-RATE > GR-MAX-RATE OR
004320         NOT (GR-SALARIED OR GR-HOURLY)
004330         DISPLAY "GRADE RANGE INVALID - GRADE " GR-JOB-GRADE
004340            " TYPE " GR-RATE-TYPE " IGNORED"
004350         MOVE 4 TO WS-HIGHEST-RC
004360      ELSE
004370         IF WS-GRADE-COUNT < WS-MAX-GRADES
004380            ADD 1 TO WS-GRADE-COUNT
004390            SET GR-IDX TO WS-GRADE-COUNT
004400            MOVE GR-JOB-GRADE TO WS-GR-GRADE (GR-IDX)
004410            MOVE GR-RATE-TYPE TO WS-GR-RATE-TYPE (GR-IDX)
004420            MOVE GR-MIN-RATE  TO WS-GR-MIN (GR-IDX)
004430            MOVE GR-MID-RATE  TO WS-GR-MID (GR-IDX)
004440            MOVE GR-MAX-RATE  TO WS-GR-MAX (GR-IDX)
004450         ELSE
004460            DISPLAY "GRADE RANGE TABLE FULL - GRADE "
004470               GR-JOB-GRADE " IGNORED"
004480            MOVE 12 TO RETURN-CODE
004490            STOP RUN
004500         END-IF
004510      END-IF.
004520 P130-LOAD-MERIT-MATRIX.
004530*    THE PLANNING RATING MUST BE ON THE MATRIX - WITHOUT IT
004540* THERE IS NOTHING TO SUGGEST
004550      PERFORM UNTIL WS-MERITMTX-DONE
004560         READ MERIT-MATRIX-FILE
004570            AT END
004580               SET WS-MERITMTX-DONE TO TRUE
004590            NOT AT END
004600               PERFORM P135-LOAD-ONE-RATING
004610         END-READ
004620      END-PERFORM.
004630      CLOSE MERIT-MATRIX-FILE.
004640      IF WS-PLAN-MX-SUB = ZERO
004650         DISPLAY "PLANNING RATING " WS-PLAN-RATING
004660            " NOT ON MERITMTX"
004670         MOVE 8 TO RETURN-CODE
004680         STOP RUN
004690      END-IF.
004700 P135-LOAD-ONE-RATING.
004710      IF MX-QUARTILE-PCTS IS NOT NUMERIC
004720         DISPLAY "MERIT MATRIX ROW INVALID - RATING " MX-RATING
004730            " IGNORED"
004740         MOVE 4 TO WS-HIGHEST-RC
004750      ELSE
004760         IF WS-RATING-COUNT < WS-MAX-RATINGS
004770            ADD 1 TO WS-RATING-COUNT
004780            SET MX-IDX TO WS-RATING-COUNT
004790            MOVE MX-RATING      TO WS-MX-RATING (MX-IDX)
004800            MOVE MX-RATING-DESC TO WS-MX-DESC (MX-IDX)
004810            MOVE MX-PCT (1)     TO WS-MX-PCT (MX-IDX 1)
004820            MOVE MX-PCT (2)     TO WS-MX-PCT (MX-IDX 2)
004830            MOVE MX-PCT (3)     TO WS-MX-PCT (MX-IDX 3)
004840            MOVE MX-PCT (4)     TO WS-MX-PCT (MX-IDX 4)
004850            IF MX-RATING = WS-PLAN-RATING
004860               MOVE WS-RATING-COUNT TO WS-PLAN-MX-SUB
004870            END-IF
004880         ELSE
004890            DISPLAY "MERIT MATRIX TABLE FULL - RATING "
004900               MX-RATING " IGNORED"
004910         END-IF
004920      END-IF.
004930 P140-LOAD-COMP-TABLE.
004940      PERFORM UNTIL WS-COMP-DONE
004950         READ COMP-MASTER-FILE
004960            AT END
004970               SET WS-COMP-DONE TO TRUE
004980            NOT AT END
004990               IF WS-COMP-COUNT < WS-MAX-COMPS
005000                  ADD 1 TO WS-COMP-COUNT
005010                  SET CMP-IDX TO WS-COMP-COUNT
005020                  MOVE CM-EMP-ID    TO WS-CMP-EMP-ID (CMP-IDX)
005030                  MOVE CM-RATE-TYPE TO WS-CMP-RATE-TYPE (CMP-IDX)
005040                  MOVE CM-PAY-RATE  TO WS-CMP-PAY-RATE (CMP-IDX)
005050                  MOVE CM-EFF-DATE  TO WS-CMP-EFF-DATE (CMP-IDX)
005060               ELSE
005070                  DISPLAY "COMPMAST TABLE FULL - ROW DROPPED FOR "
005080                     CM-EMP-ID
005090                  MOVE 12 TO RETURN-CODE
005100                  STOP RUN
005110               END-IF
005120         END-READ
005130      END-PERFORM.
005140      CLOSE COMP-MASTER-FILE.
005150 P200-SCAN-EMPLOYEES.
005160      PERFORM UNTIL WS-EMP-DONE
005170         READ EMPLOYEE-VS-FILE NEXT RECORD
005180            AT END
005190               SET WS-EMP-DONE TO TRUE
005200            NOT AT END
005210               ADD 1 TO WS-EMP-READ-COUNT
005220               IF EMP-ACTIVE
005230                  PERFORM P210-PRICE-EMPLOYEE
005240               END-IF
005250         END-READ
005260      END-PERFORM.
005270 P210-PRICE-EMPLOYEE.
005280      IF WS-WORK-COUNT >= WS-MAX-WORK-ROWS
005290         DISPLAY "WORKSHEET TABLE FULL AT EMP-ID " EMP-ID
005300         MOVE 12 TO RETURN-CODE
005310         STOP RUN
005320      END-IF.
005330      ADD 1 TO WS-WORK-COUNT.
005340      SET WK-IDX TO WS-WORK-COUNT.
005350      INITIALIZE WS-WK-ENTRY (WK-IDX).
005360      MOVE EMP-ID         TO WS-WK-EMP-ID (WK-IDX).
005370      IF EMP-DEPT-ID IS NUMERIC
005380         MOVE EMP-DEPT-ID TO WS-WK-DEPT-ID (WK-IDX)
005390      END-IF.
005400      MOVE EMP-LAST-NAME  TO WS-WK-LAST-NAME (WK-IDX).
005410      MOVE EMP-JOB-CODE   TO WS-WK-JOB-CODE (WK-IDX).
005420      MOVE "N"            TO WS-WK-PRICED-SW (WK-IDX).
005430      PERFORM P220-FIND-GRADE.
005440      IF WS-WK-REMARK (WK-IDX) = SPACES
005450         PERFORM P225-FIND-RATE
005460      END-IF.
005470      IF WS-WK-REMARK (WK-IDX) = SPACES
005480         PERFORM P227-FIND-RANGE
005490      END-IF.
005500      IF WS-WK-REMARK (WK-IDX) = SPACES
005510         PERFORM P230-SUGGEST-INCREASE
005520      ELSE
005530         ADD 1 TO WS-UNPRICED-COUNT
005540         MOVE "L"                    TO EX-SEVERITY
005550         MOVE EMP-ID                 TO EX-KEY
005560         MOVE "M001"                 TO EX-REASON-CODE
005570         MOVE WS-WK-REMARK (WK-IDX)  TO EX-REASON-TEXT
005580         PERFORM P298-WRITE-SUITE-EXCEPTION
005590         IF WS-HIGHEST-RC < 4
005600            MOVE 4 TO WS-HIGHEST-RC
005610         END-IF
005620      END-IF.
005630 P220-FIND-GRADE.
005640      IF EMP-JOB-CODE = SPACES OR LOW-VALUES
005650         MOVE "NO JOB CODE ON EMPLOYEE MASTER"
005660            TO WS-WK-REMARK (WK-IDX)
005670      ELSE
005680         SET WS-NOT-FOUND TO TRUE
005690         PERFORM VARYING JC-IDX FROM 1 BY 1
005700            UNTIL JC-IDX > WS-JOB-CODE-COUNT
005710            IF WS-JC-CODE (JC-IDX) = EMP-JOB-CODE
005720               MOVE WS-JC-GRADE (JC-IDX) TO WS-WK-GRADE (WK-IDX)
005730               SET WS-FOUND TO TRUE
005740               EXIT PERFORM
005750            END-IF
005760         END-PERFORM
005770         IF WS-NOT-FOUND
005780            MOVE "JOB CODE NOT ON JOBCODES"
005790               TO WS-WK-REMARK (WK-IDX)
005800         ELSE
005810            IF WS-WK-GRADE (WK-IDX) = SPACES
005820               MOVE "NO GRADE ON JOB CODE"
005830                  TO WS-WK-REMARK (WK-IDX)
005840            END-IF
005850         END-IF
005860      END-IF.
005870 P225-FIND-RATE.
005880*    LATEST COMPMAST ROW ON OR BEFORE THE AS-OF DATE.
005890* COMPMAST KEYS ON THE 4-DIGIT PAY-SIDE EMP-ID, SO AN
005900* EMPLOYEE ABOVE 009999 CANNOT BE PRICED
005910      SET WS-NOT-FOUND TO TRUE.
005920      MOVE ZERO TO WS-BEST-EFF-DATE.
005930      IF EMP-ID > 9999
005940         MOVE "EMP-ID ABOVE 4-DIGIT PAY-SIDE RANGE"
005950            TO WS-WK-REMARK (WK-IDX)
005960      ELSE
005970         MOVE EMP-ID (3:4) TO WS-EMP-ID-4
005980         PERFORM VARYING CMP-IDX FROM 1 BY 1
005990            UNTIL CMP-IDX > WS-COMP-COUNT
006000            IF WS-CMP-EMP-ID (CMP-IDX) = WS-EMP-ID-4 AND
006010               WS-CMP-EFF-DATE (CMP-IDX) <= WS-AS-OF-DATE AND
006020               WS-CMP-EFF-DATE (CMP-IDX) >= WS-BEST-EFF-DATE
006030               MOVE WS-CMP-EFF-DATE (CMP-IDX) TO WS-BEST-EFF-DATE
006040               MOVE WS-CMP-RATE-TYPE (CMP-IDX)
006050                  TO WS-WK-RATE-TYPE (WK-IDX)
006060               MOVE WS-CMP-PAY-RATE (CMP-IDX)
006070                  TO WS-WK-RATE (WK-IDX)
006080               SET WS-FOUND TO TRUE
006090            END-IF
006100         END-PERFORM
006110         IF WS-NOT-FOUND
006120            MOVE "NO COMPMAST RATE ON AS-OF DATE"
006130               TO WS-WK-REMARK (WK-IDX)
006140         ELSE
006150            IF WS-WK-RATE (WK-IDX) = ZERO
006160               MOVE "COMPMAST RATE IS ZERO"
006170                  TO WS-WK-REMARK (WK-IDX)
006180            END-IF
006190         END-IF
006200      END-IF.
006210 P227-FIND-RANGE.
006220      SET WS-NOT-FOUND TO TRUE.
006230      PERFORM VARYING GR-IDX FROM 1 BY 1
006240         UNTIL GR-IDX > WS-GRADE-COUNT
006250         IF WS-GR-GRADE (GR-IDX) = WS-WK-GRADE (WK-IDX) AND
006260            WS-GR-RATE-TYPE (GR-IDX) = WS-WK-RATE-TYPE (WK-IDX)
006270            MOVE WS-GR-MIN (GR-IDX) TO WS-CUR-MIN
006280            MOVE WS-GR-MID (GR-IDX) TO WS-CUR-MID
006290            MOVE WS-GR-MAX (GR-IDX) TO WS-CUR-MAX
006300            SET WS-FOUND TO TRUE
006310            EXIT PERFORM
006320         END-IF
006330      END-PERFORM.
006340      IF WS-NOT-FOUND
006350         MOVE SPACES TO WS-WK-REMARK (WK-IDX)
006360         STRING "NO GRADRNG RANGE FOR GRADE "
006370            WS-WK-GRADE (WK-IDX) " TYPE "
006380            WS-WK-RATE-TYPE (WK-IDX)
006390            DELIMITED BY SIZE INTO WS-WK-REMARK (WK-IDX)
006400      END-IF.
006410 P230-SUGGEST-INCREASE.
006420*    COMPA-RATIO AND POSITION IN RANGE, THEN THE MATRIX
006430* PERCENT FOR THE PLANNING RATING IN THAT QUARTILE.  THE
006440* SUGGESTION NEVER TAKES A RATE PAST THE GRADE MAXIMUM AND
006450* ALWAYS BRINGS ONE UP TO THE MINIMUM
006460      SET WS-WK-PRICED (WK-IDX) TO TRUE.
006470      ADD 1 TO WS-PRICED-COUNT.
006480      COMPUTE WS-WK-COMPA (WK-IDX) ROUNDED =
006490         WS-WK-RATE (WK-IDX) * 100 / WS-CUR-MID.
006500      IF WS-CUR-MAX > WS-CUR-MIN
006510         COMPUTE WS-WORK-POSITION ROUNDED =
006520            (WS-WK-RATE (WK-IDX) - WS-CUR-MIN) * 100 /
006530            (WS-CUR-MAX - WS-CUR-MIN)
006540      ELSE
006550         MOVE 100 TO WS-WORK-POSITION
006560      END-IF.
006570      IF WS-WORK-POSITION < -999
006580         MOVE -999 TO WS-WORK-POSITION
006590      END-IF.
006600      IF WS-WORK-POSITION > 999
006610         MOVE 999 TO WS-WORK-POSITION
006620      END-IF.
006630      MOVE WS-WORK-POSITION TO WS-WK-POSITION (WK-IDX).
006640      EVALUATE TRUE
006650         WHEN WS-WORK-POSITION < 25
006660            MOVE 1 TO WS-WK-QUARTILE (WK-IDX)
006670         WHEN WS-WORK-POSITION < 50
006680            MOVE 2 TO WS-WK-QUARTILE (WK-IDX)
006690         WHEN WS-WORK-POSITION < 75
006700            MOVE 3 TO WS-WK-QUARTILE (WK-IDX)
006710         WHEN OTHER
006720            MOVE 4 TO WS-WK-QUARTILE (WK-IDX)
006730      END-EVALUATE.
006740      SET MX-IDX TO WS-PLAN-MX-SUB.
006750      MOVE WS-WK-QUARTILE (WK-IDX) TO WS-QUARTILE-SUB.
006760      COMPUTE WS-WORK-RATE ROUNDED = WS-WK-RATE (WK-IDX) *
006770         (100 + WS-MX-PCT (MX-IDX WS-QUARTILE-SUB)) / 100.
006780      EVALUATE TRUE
006790         WHEN WS-WK-RATE (WK-IDX) >= WS-CUR-MAX
006800            MOVE WS-WK-RATE (WK-IDX) TO WS-WORK-RATE
006810            MOVE "AT OR ABOVE GRADE MAXIMUM - NO INCREASE"
006820               TO WS-WK-REMARK (WK-IDX)
006830            ADD 1 TO WS-ABOVE-MAX-COUNT
006840         WHEN WS-WORK-RATE > WS-CUR-MAX
006850            MOVE WS-CUR-MAX TO WS-WORK-RATE
006860            MOVE "SUGGESTION HELD TO GRADE MAXIMUM"
006870               TO WS-WK-REMARK (WK-IDX)
006880         WHEN WS-WK-RATE (WK-IDX) < WS-CUR-MIN
006890            ADD 1 TO WS-BELOW-MIN-COUNT
006900            IF WS-WORK-RATE < WS-CUR-MIN
006910               MOVE WS-CUR-MIN TO WS-WORK-RATE
006920               MOVE "BELOW MINIMUM - SUGGESTED TO MINIMUM"
006930                  TO WS-WK-REMARK (WK-IDX)
006940            ELSE
006950               MOVE "BELOW GRADE MINIMUM"
006960                  TO WS-WK-REMARK (WK-IDX)
006970            END-IF
006980      END-EVALUATE.
006990      COMPUTE WS-WK-NEW-RATE (WK-IDX) ROUNDED = WS-WORK-RATE.
007000      COMPUTE WS-WK-PCT (WK-IDX) ROUNDED =
007010         (WS-WK-NEW-RATE (WK-IDX) - WS-WK-RATE (WK-IDX)) * 100
007020         / WS-WK-RATE (WK-IDX).
007030 P240-SORT-WORKSHEET.
007040*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT / EMP-ID ORDER SO
007050* EACH MANAGER'S PEOPLE PRINT - AND GO OUT ON MERITWK -
007060* TOGETHER
007070      PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
007080         UNTIL WS-WORK-SUB >= WS-WORK-COUNT
007090         COMPUTE WS-WORK-SUB-2 = WS-WORK-SUB + 1
007100         PERFORM UNTIL WS-WORK-SUB-2 > WS-WORK-COUNT
007110            IF WS-WK-KEY (WS-WORK-SUB-2) <
007120               WS-WK-KEY (WS-WORK-SUB)
007130               MOVE WS-WK-ENTRY (WS-WORK-SUB) TO WS-SWAP-ENTRY
007140               MOVE WS-WK-ENTRY (WS-WORK-SUB-2)
007150                  TO WS-WK-ENTRY (WS-WORK-SUB)
007160               MOVE WS-SWAP-ENTRY
007170                  TO WS-WK-ENTRY (WS-WORK-SUB-2)
007180            END-IF
007190            ADD 1 TO WS-WORK-SUB-2
007200         END-PERFORM
007210      END-PERFORM.
007220 P250-PRINT-WORKSHEET.
007230      MOVE WS-AS-OF-DATE     TO HL2-AS-OF-DATE.
007240      MOVE WS-PLAN-RATING    TO HL2-RATING.
007250      MOVE WS-MERIT-EFF-DATE TO HL2-EFF-DATE.
007260      WRITE REPORT-LINE FROM HEADING-LINE-1.
007270      WRITE REPORT-LINE FROM HEADING-LINE-2.
007280      MOVE SPACES TO REPORT-LINE.
007290      WRITE REPORT-LINE.
007300      WRITE REPORT-LINE FROM MATRIX-HEAD-LINE.
007310      PERFORM VARYING MX-IDX FROM 1 BY 1
007320         UNTIL MX-IDX > WS-RATING-COUNT
007330         MOVE SPACES TO MATRIX-LINE
007340         MOVE WS-MX-RATING (MX-IDX) TO MXL-RATING
007350         MOVE WS-MX-DESC (MX-IDX)   TO MXL-DESC
007360         MOVE WS-MX-PCT (MX-IDX 1)  TO MXL-PCT (1)
007370         MOVE WS-MX-PCT (MX-IDX 2)  TO MXL-PCT (2)
007380         MOVE WS-MX-PCT (MX-IDX 3)  TO MXL-PCT (3)
007390         MOVE WS-MX-PCT (MX-IDX 4)  TO MXL-PCT (4)
007400         WRITE REPORT-LINE FROM MATRIX-LINE
007410      END-PERFORM.
007420      MOVE 999 TO WS-LAST-DEPT.
007430      PERFORM VARYING WK-IDX FROM 1 BY 1
007440         UNTIL WK-IDX > WS-WORK-COUNT
007450         IF WS-WK-DEPT-ID (WK-IDX) NOT = WS-LAST-DEPT OR
007460            WK-IDX = 1
007470            MOVE WS-WK-DEPT-ID (WK-IDX) TO WS-LAST-DEPT
007480            MOVE WS-LAST-DEPT TO DHL-DEPT-ID
007490            MOVE SPACES TO REPORT-LINE
007500            WRITE REPORT-LINE
007510            WRITE REPORT-LINE FROM DEPT-HEAD-LINE
007520            WRITE REPORT-LINE FROM COLUMN-HEAD-LINE
007530         END-IF
007540         PERFORM P260-PRINT-ONE-EMPLOYEE
007550         IF WS-WK-PRICED (WK-IDX)
007560            PERFORM P270-WRITE-MERIT-WORK
007570         END-IF
007580      END-PERFORM.
007590 P260-PRINT-ONE-EMPLOYEE.
007600      ADD 1 TO WS-LISTED-COUNT.
007610      MOVE WS-WK-EMP-ID (WK-IDX)    TO DL-EMP-ID.
007620      MOVE WS-WK-LAST-NAME (WK-IDX) TO DL-LAST-NAME.
007630      MOVE WS-WK-JOB-CODE (WK-IDX)  TO DL-JOB-CODE.
007640      MOVE WS-WK-GRADE (WK-IDX)     TO DL-GRADE.
007650      MOVE WS-WK-RATE-TYPE (WK-IDX) TO DL-RATE-TYPE.
007660      MOVE WS-WK-RATE (WK-IDX)      TO DL-RATE.
007670      IF WS-WK-PRICED (WK-IDX)
007680         MOVE WS-WK-COMPA (WK-IDX)    TO DL-COMPA
007690         MOVE WS-WK-POSITION (WK-IDX) TO DL-POSITION
007700         MOVE WS-WK-QUARTILE (WK-IDX) TO DL-QUARTILE
007710         MOVE WS-WK-PCT (WK-IDX)      TO DL-PCT
007720         MOVE WS-WK-NEW-RATE (WK-IDX) TO DL-NEW-RATE
007730      ELSE
007740         MOVE SPACES TO DLX-COLUMNS
007750      END-IF.
007760      WRITE REPORT-LINE FROM DETAIL-LINE.
007770      IF WS-WK-REMARK (WK-IDX) NOT = SPACES
007780         MOVE WS-WK-REMARK (WK-IDX) TO RL-REMARK
007790         WRITE REPORT-LINE FROM REMARK-LINE
007800      END-IF.
007810 P270-WRITE-MERIT-WORK.
007820*    THE SUGGESTED RATE GOES IN AS THE NEW RATE FOR THE
007830* MANAGER TO ACCEPT OR OVERTYPE - BLANK WHEN THERE IS NO
007840* INCREASE TO SUGGEST
007850      MOVE SPACES TO MERIT-APPROVAL-REC.
007860      MOVE WS-WK-EMP-ID (WK-IDX)    TO MA-EMP-ID-N.
007870      MOVE WS-WK-DEPT-ID (WK-IDX)   TO MA-DEPT-ID.
007880      MOVE WS-WK-GRADE (WK-IDX)     TO MA-JOB-GRADE.
007890      MOVE WS-WK-RATE-TYPE (WK-IDX) TO MA-RATE-TYPE.
007900      MOVE WS-WK-RATE (WK-IDX)      TO MA-CURRENT-RATE.
007910      MOVE WS-WK-NEW-RATE (WK-IDX)  TO MA-SUGGESTED-RATE.
007920      MOVE WS-PLAN-RATING           TO MA-RATING.
007930      IF WS-WK-NEW-RATE (WK-IDX) > WS-WK-RATE (WK-IDX)
007940         MOVE WS-WK-NEW-RATE (WK-IDX) TO MA-NEW-RATE-N
007950      END-IF.
007960      MOVE WS-MERIT-EFF-DATE        TO MA-EFF-DATE.
007970      MOVE WS-WK-LAST-NAME (WK-IDX) TO MA-LAST-NAME.
007980      WRITE MERIT-APPROVAL-REC.
007990      ADD 1 TO WS-MERITWK-COUNT.
008000 P298-WRITE-SUITE-EXCEPTION.
008010*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
008020* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
008030* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
008040      MOVE "MERWKS00" TO EX-PROGRAM.
008050      ACCEPT EX-DATE FROM DATE YYYYMMDD.
008060      ACCEPT EX-TIME FROM TIME.
008070      WRITE SUITE-EXCEPTION-REC.
008080 P300-TERMINATION.
008090      MOVE SPACES TO REPORT-LINE.
008100      WRITE REPORT-LINE.
008110      MOVE "EMPLOYEES READ:" TO TL-LABEL.
008120      MOVE WS-EMP-READ-COUNT TO TL-COUNT.
008130      WRITE REPORT-LINE FROM TOTAL-LINE.
008140      MOVE "ACTIVE EMPLOYEES LISTED:" TO TL-LABEL.
008150      MOVE WS-LISTED-COUNT TO TL-COUNT.
008160      WRITE REPORT-LINE FROM TOTAL-LINE.
008170      MOVE "PRICED:" TO TL-LABEL.
008180      MOVE WS-PRICED-COUNT TO TL-COUNT.
008190      WRITE REPORT-LINE FROM TOTAL-LINE.
008200      MOVE "NOT PRICED (SEE REMARKS):" TO TL-LABEL.
008210      MOVE WS-UNPRICED-COUNT TO TL-COUNT.
008220      WRITE REPORT-LINE FROM TOTAL-LINE.
008230      MOVE "AT OR ABOVE GRADE MAXIMUM:" TO TL-LABEL.
008240      MOVE WS-ABOVE-MAX-COUNT TO TL-COUNT.
008250      WRITE REPORT-LINE FROM TOTAL-LINE.
008260      MOVE "BELOW GRADE MINIMUM:" TO TL-LABEL.
008270      MOVE WS-BELOW-MIN-COUNT TO TL-COUNT.
008280      WRITE REPORT-LINE FROM TOTAL-LINE.
008290      MOVE "MERITWK RECORDS WRITTEN:" TO TL-LABEL.
008300      MOVE WS-MERITWK-COUNT TO TL-COUNT.
008310      WRITE REPORT-LINE FROM TOTAL-LINE.
008320      CLOSE EMPLOYEE-VS-FILE.
008330      CLOSE MERIT-WORK-FILE.
008340      CLOSE REPORT-FILE.
008350      CLOSE SUITE-EXCEPTION-FILE.
008360      DISPLAY "ACTIVE EMPLOYEES     : " WS-LISTED-COUNT.
008370      DISPLAY "PRICED               : " WS-PRICED-COUNT.
008380      DISPLAY "NOT PRICED           : " WS-UNPRICED-COUNT.
008390      DISPLAY "MERITWK RECORDS      : " WS-MERITWK-COUNT.
008400      DISPLAY "MERWKS00 RETURN CODE : " WS-HIGHEST-RC.
008410 P900-CALL-DATEVAL.
008420*    WS-MERIT-EFF-DATE IN (YYYYMMDD) - BACK COMES THE VALID
008430* FLAG
008440      MOVE WS-MERIT-EFF-DATE (1:4) TO WS-DB-YEAR.
008450      MOVE WS-MERIT-EFF-DATE (5:2) TO WS-DB-MONTH.
008460      MOVE WS-MERIT-EFF-DATE (7:2) TO WS-DB-DAY.
008470      MOVE WS-DATE-BUILD TO DP-DATE-IN.
008480      SET DP-AGE-NOT-WANTED TO TRUE.
008490      SET DP-BUSDAY-NOT-WANTED TO TRUE.
008500      SET DP-OFFSET-NOT-WANTED TO TRUE.
008510      CALL "DATEVAL" USING DATE-PARM-BLOCK.
