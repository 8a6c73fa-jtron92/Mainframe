000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REFMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    REFERENCE TABLE MAINTENANCE - ONE CONTROLLED WAY TO    *
000090*    CHANGE THE FOUR REFERENCE FILES THE EDITS AND THE PAY  *
000100*    CYCLE VALIDATE AGAINST:                                *
000110*      D  DEPTMAST  DEPARTMENTS       (DEPTREC)             *
000120*      J  JOBCODES  JOB CODES         (JOBCREC)             *
000130*      C  DEDCODES  DEDUCTION CODES   (DEDCREC)             *
000140*      T  TAXRATES  WITHHOLDING BRACKETS (TAXRREC)          *
000150*    EACH REFTRAN TRANSACTION NAMES A TABLE AND AN ACTION:  *
000160*      A  ADD A ROW                                         *
000170*      C  CHANGE A ROW - EVERYTHING BUT THE KEY IS REPLACED *
000180*         (FOR A BRACKET ONLY THE RATE, SINCE THE EFFECTIVE *
000190*         DATE AND FLOOR ARE THE KEY)                       *
000200*      R  RETIRE A ROW - DROPPED FROM THE NEW FILE          *
000210*    EDITS: NO DUPLICATE KEYS, NAMES AND DESCRIPTIONS       *
000220*    PRESENT, RATES AND FLOORS NUMERIC, AND EVERY BRACKET   *
000230*    SET KEPT IN ASCENDING FLOOR ORDER FROM A ZERO FLOOR    *
000240*    WITH NO RATE BELOW THE BRACKET UNDER IT.  A DEPARTMENT *
000250*    OR JOB CODE STILL CARRIED BY ANY EMPLOYEE ON EMPVSFIL  *
000260*    OR EMP.KSDS MAY NOT BE RETIRED.  EVERY APPLIED CHANGE  *
000270*    CUTS A BEFORE/AFTER AUDITREC IMAGE ON AUDITLOG (THE    *
000280*    KEY RIDES IN THE IMAGES, AUDIT-EMP-ID IS LEFT ZERO),   *
000290*    REJECTS GO TO REFMLOG AND THE SUITE-WIDE SUITEEXC FILE *
000300*    (J001), AND RPTOUT CARRIES A BEFORE AND AN AFTER       *
000310*    LISTING OF EVERY TABLE THE RUN CHANGED.  ALL FOUR NEW  *
000320*    FILES ARE WRITTEN (UNCHANGED ONES AS READ) AND SWAPPED *
000330*    INTO PLACE BY THE JCL.  TAXRATES IS WRITTEN IN         *
000340*    EFFECTIVE DATE AND FLOOR ORDER, WHICH COBTRAN3 NEEDS   *
000350************************************************************
000360* MODIFICATION HISTORY                                     *
000370*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000380************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS DEPTMAST-STATUS.
000450     SELECT JOB-CODE-MASTER-FILE ASSIGN TO JOBCODES
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS JOBCODES-STATUS.
000480     SELECT DED-CODE-FILE ASSIGN TO DEDCODES
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS DEDCODES-STATUS.
000510     SELECT TAX-RATE-FILE ASSIGN TO TAXRATES
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS TAXRATES-STATUS.
000540     SELECT DEPT-OUT-FILE ASSIGN TO DEPTOUT
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS DEPTOUT-STATUS.
000570     SELECT JOB-CODE-OUT-FILE ASSIGN TO JOBCOUT
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS JOBCOUT-STATUS.
000600     SELECT DED-CODE-OUT-FILE ASSIGN TO DEDCOUT
000610     ORGANIZATION IS SEQUENTIAL
000620     FILE STATUS  IS DEDCOUT-STATUS.
000630     SELECT TAX-RATE-OUT-FILE ASSIGN TO TAXROUT
000640     ORGANIZATION IS SEQUENTIAL
000650     FILE STATUS  IS TAXROUT-STATUS.
000660     SELECT EMP-VS-FILE ASSIGN TO EMPVSFIL
000670     ORGANIZATION IS INDEXED
000680     ACCESS MODE  IS SEQUENTIAL
000690     RECORD KEY   IS EMP-ID OF EMPLOYEE
000700     FILE STATUS  IS VSAM-FILE-STATUS.
000710     SELECT KDS-FILE ASSIGN TO CUSTDD
000720     ORGANIZATION IS INDEXED
000730     ACCESS MODE  IS SEQUENTIAL
000740     RECORD KEY   IS EMP-ID OF IFILE-RECS
000750     FILE STATUS  IS KDS-FILE-STATUS.
000760     SELECT REF-TRANS-FILE ASSIGN TO REFTRAN
000770     ORGANIZATION IS SEQUENTIAL
000780     FILE STATUS  IS REFTRAN-STATUS.
000790     SELECT MAINT-LOG-FILE ASSIGN TO REFMLOG
000800     ORGANIZATION IS SEQUENTIAL
000810     FILE STATUS  IS REFMLOG-STATUS.
000820     SELECT REPORT-FILE ASSIGN TO RPTOUT
000830     ORGANIZATION IS SEQUENTIAL
000840     FILE STATUS  IS RPT-FILE-STATUS.
000850     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000860     ORGANIZATION IS SEQUENTIAL
000870     FILE STATUS  IS AUDITLOG-STATUS.
000880     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000890     ORGANIZATION IS SEQUENTIAL
000900     FILE STATUS  IS SUITEEXC-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD DEPT-MASTER-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 80 CHARACTERS
000970      DATA RECORD IS DEPARTMENT-REC.
000980     COPY DEPTREC.
000990 FD JOB-CODE-MASTER-FILE
001000      RECORDING MODE IS F
001010      LABEL RECORDS ARE STANDARD
001020      RECORD CONTAINS 80 CHARACTERS
001030      DATA RECORD IS JOB-CODE-REC.
001040     COPY JOBCREC.
001050 FD DED-CODE-FILE
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      RECORD CONTAINS 80 CHARACTERS
001090      DATA RECORD IS DED-CODE-REC.
001100     COPY DEDCREC.
001110 FD TAX-RATE-FILE
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      RECORD CONTAINS 80 CHARACTERS
001150      DATA RECORD IS TAX-RATE-REC.
001160     COPY TAXRREC.
001170 FD DEPT-OUT-FILE
001180      RECORDING MODE IS F
001190      LABEL RECORDS ARE STANDARD
001200      RECORD CONTAINS 80 CHARACTERS
001210      DATA RECORD IS DEPT-OUT-REC.
001220 01 DEPT-OUT-REC         PIC X(80).
001230 FD JOB-CODE-OUT-FILE
001240      RECORDING MODE IS F
001250      LABEL RECORDS ARE STANDARD
001260      RECORD CONTAINS 80 CHARACTERS
001270      DATA RECORD IS JOB-CODE-OUT-REC.
001280 01 JOB-CODE-OUT-REC     PIC X(80).
001290 FD DED-CODE-OUT-FILE
001300      RECORDING MODE IS F
001310      LABEL RECORDS ARE STANDARD
001320      RECORD CONTAINS 80 CHARACTERS
001330      DATA RECORD IS DED-CODE-OUT-REC.
001340 01 DED-CODE-OUT-REC     PIC X(80).
001350 FD TAX-RATE-OUT-FILE
001360      RECORDING MODE IS F
001370      LABEL RECORDS ARE STANDARD
001380      RECORD CONTAINS 80 CHARACTERS
001390      DATA RECORD IS TAX-RATE-OUT-REC.
001400 01 TAX-RATE-OUT-REC     PIC X(80).
001410 FD EMP-VS-FILE.
001420     COPY EMPREC.
001430 FD KDS-FILE.
001440     COPY KDSDREC.
001450 FD REF-TRANS-FILE
001460      RECORDING MODE IS F
001470      LABEL RECORDS ARE STANDARD
001480      RECORD CONTAINS 80 CHARACTERS
001490      DATA RECORD IS REF-TRANS-REC.
001500 01 REF-TRANS-REC.
001510     05 RT-TABLE-ID        PIC X(1).
001520       88 RT-DEPT-TABLE    VALUE "D".
001530       88 RT-JOB-TABLE     VALUE "J".
001540       88 RT-DED-TABLE     VALUE "C".
001550       88 RT-TAX-TABLE     VALUE "T".
001560     05 RT-ACTION-CODE     PIC X(1).
001570       88 RT-ADD-ROW       VALUE "A".
001580       88 RT-CHANGE-ROW    VALUE "C".
001590       88 RT-RETIRE-ROW    VALUE "R".
001600     05 RT-TABLE-DATA      PIC X(70).
001610     05 RT-DEPT-DATA REDEFINES RT-TABLE-DATA.
001620       10 RT-DEPT-ID       PIC X(3).
001630       10 RT-DEPT-ID-N REDEFINES RT-DEPT-ID PIC 9(3).
001640       10 RT-DEPT-NAME     PIC X(30).
001650       10 FILLER           PIC X(37).
001660     05 RT-JOB-DATA REDEFINES RT-TABLE-DATA.
001670       10 RT-JOB-CODE      PIC X(4).
001680       10 RT-JOB-TITLE     PIC X(30).
001690       10 RT-JOB-GRADE     PIC X(2).
001700       10 FILLER           PIC X(34).
001710     05 RT-DED-DATA REDEFINES RT-TABLE-DATA.
001720       10 RT-DED-CODE      PIC X(3).
001730       10 RT-DED-DESC      PIC X(20).
001740       10 RT-DED-PRIORITY  PIC X(1).
001750       10 FILLER           PIC X(46).
001760     05 RT-TAX-DATA REDEFINES RT-TABLE-DATA.
001770       10 RT-TAX-EFF-DATE  PIC X(8).
001780       10 RT-TAX-EFF-DATE-N REDEFINES RT-TAX-EFF-DATE PIC 9(8).
001790       10 RT-TAX-FLOOR     PIC X(9).
001800       10 RT-TAX-FLOOR-N REDEFINES RT-TAX-FLOOR PIC 9(7)V9(2).
001810       10 RT-TAX-RATE      PIC X(4).
001820       10 RT-TAX-RATE-N REDEFINES RT-TAX-RATE PIC 9(2)V9(2).
001830       10 FILLER           PIC X(49).
001840     05 RT-USER-ID         PIC X(8).
001850 FD MAINT-LOG-FILE
001860      RECORDING MODE IS F
001870      LABEL RECORDS ARE STANDARD
001880      DATA RECORD IS MAINT-LOG-REC.
001890 01 MAINT-LOG-REC.
001900     05 ML-TABLE-ID        PIC X(1).
001910     05 FILLER             PIC X(1).
001920     05 ML-ACTION-CODE     PIC X(1).
001930     05 FILLER             PIC X(1).
001940     05 ML-KEY             PIC X(17).
001950     05 FILLER             PIC X(1).
001960     05 ML-RESULT          PIC X(10).
001970     05 ML-MESSAGE         PIC X(40).
001980     05 FILLER             PIC X(8).
001990 FD REPORT-FILE
002000      RECORDING MODE IS F
002010      LABEL RECORDS ARE STANDARD
002020      RECORD CONTAINS 80 CHARACTERS
002030      DATA RECORD IS REPORT-LINE.
002040 01 REPORT-LINE          PIC X(80).
002050 FD AUDIT-TRAIL-FILE
002060      RECORDING MODE IS F
002070      LABEL RECORDS ARE STANDARD
002080      RECORD CONTAINS 303 CHARACTERS
002090      DATA RECORD IS AUDIT-TRAIL-REC.
002100     COPY AUDITREC.
002110 FD SUITE-EXCEPTION-FILE
002120      RECORDING MODE IS F
002130      LABEL RECORDS ARE STANDARD
002140      RECORD CONTAINS 80 CHARACTERS
002150      DATA RECORD IS SUITE-EXCEPTION-REC.
002160     COPY EXCPTREC.
002170 WORKING-STORAGE SECTION.
002180     COPY AUDSPARM.
002190     COPY DATEPARM.
002200     COPY FSTATCOM.
002210 01 KDS-FILE-STATUS      PIC X(2).
002220   88 KDS-OK             VALUE "00".
002230 01 DEPTMAST-STATUS      PIC X(2).
002240   88 DEPTMAST-OK        VALUE "00".
002250 01 JOBCODES-STATUS      PIC X(2).
002260   88 JOBCODES-OK        VALUE "00".
002270 01 DEDCODES-STATUS      PIC X(2).
002280   88 DEDCODES-OK        VALUE "00".
002290 01 TAXRATES-STATUS      PIC X(2).
002300   88 TAXRATES-OK        VALUE "00".
002310 01 DEPTOUT-STATUS       PIC X(2).
002320 01 JOBCOUT-STATUS       PIC X(2).
002330 01 DEDCOUT-STATUS       PIC X(2).
002340 01 TAXROUT-STATUS       PIC X(2).
002350 01 REFTRAN-STATUS       PIC X(2).
002360   88 REFTRAN-OK         VALUE "00".
002370 01 REFMLOG-STATUS       PIC X(2).
002380 01 RPT-FILE-STATUS      PIC X(2).
002390 01 AUDITLOG-STATUS      PIC X(2).
002400 01 SUITEEXC-STATUS      PIC X(2).
002410 01 WS-EOF-SW            PIC X(1).
002420   88 WS-FILE-DONE       VALUE "Y".
002430   88 WS-FILE-NOT-DONE   VALUE "N".
002440 01 WS-REFTRAN-EOF-SW    PIC X(1) VALUE "N".
002450   88 WS-REFTRAN-DONE    VALUE "Y".
002460*    ONE ENTRY PER REFERENCE TABLE, IN THE ORDER OF THE TABLE
002470* NUMBERS USED BELOW (1 DEPTMAST, 2 JOBCODES, 3 DEDCODES,
002480* 4 TAXRATES) - THE ID LETTER A REFTRAN ROW CARRIES, THE
002490* FILE NAME FOR MESSAGES AND LISTINGS, AND THE MOST ROWS THE
002500* READING PROGRAMS HOLD (COBTRAN3 KEEPS 20 DEDUCTION CODES
002510* AND 50 BRACKETS)
002520 01 WS-TABLE-DEF-VALUES.
002530    05 FILLER            PIC X(12) VALUE "DDEPTMAST200".
002540    05 FILLER            PIC X(12) VALUE "JJOBCODES200".
002550    05 FILLER            PIC X(12) VALUE "CDEDCODES020".
002560    05 FILLER            PIC X(12) VALUE "TTAXRATES050".
002570 01 WS-TABLE-DEFS REDEFINES WS-TABLE-DEF-VALUES.
002580    05 WS-TD-ENTRY OCCURS 4 TIMES.
002590      10 WS-TD-TABLE-ID   PIC X(1).
002600      10 WS-TD-FILE-NAME  PIC X(8).
002610      10 WS-TD-MAX-ROWS   PIC 9(3).
002620 01 WS-TABLE-STATS.
002630    05 WS-TS-ENTRY OCCURS 4 TIMES.
002640      10 WS-TS-ROWS-READ  PIC 9(3).
002650      10 WS-TS-ACTIVE     PIC 9(3).
002660      10 WS-TS-CHANGES    PIC 9(3).
002670      10 WS-TS-WRITTEN    PIC 9(3).
002680 01 WS-TBL               PIC 9(1).
002690*    EVERY ROW OF ALL FOUR TABLES - THE IMAGE AS IT WILL BE
002700* WRITTEN, THE IMAGE AS IT WAS READ (FOR THE BEFORE LISTING),
002710* AND WHAT THIS RUN DID TO IT.  AN ADDED ROW RETIRED AGAIN IN
002720* THE SAME RUN IS VOIDED AND APPEARS NOWHERE
002730 01 WS-MAX-ROWS          PIC 9(3) VALUE 600.
002740 01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
002750 01 WS-ROW-TABLE.
002760    05 WS-RW-ENTRY OCCURS 600 TIMES INDEXED BY RW-IDX RW-IDX2.
002770      10 WS-RW-TBL        PIC 9(1).
002780      10 WS-RW-KEY        PIC X(17).
002790      10 WS-RW-IMAGE      PIC X(80).
002800      10 WS-RW-BEFORE     PIC X(80).
002810      10 WS-RW-ORIGIN-SW  PIC X(1).
002820        88 WS-RW-LOADED   VALUE "L".
002830        88 WS-RW-NEW      VALUE "N".
002840      10 WS-RW-STATE      PIC X(1).
002850        88 WS-RW-UNCHANGED VALUE " ".
002860        88 WS-RW-ADDED    VALUE "A".
002870        88 WS-RW-CHANGED  VALUE "C".
002880        88 WS-RW-RETIRED  VALUE "R".
002890        88 WS-RW-VOIDED   VALUE "X".
002900        88 WS-RW-ACTIVE   VALUE " " "A" "C".
002910      10 WS-RW-WRITTEN-SW PIC X(1).
002920        88 WS-RW-WRITTEN  VALUE "Y".
002930*    EMPLOYEES CARRYING EACH DEPARTMENT (SUBSCRIPT DEPT + 1)
002940* AND EACH JOB CODE, COUNTED SEPARATELY FOR THE TWO CLUSTERS.
002950* TERMINATED EMPLOYEES COUNT - THEIR RECORDS STILL POINT AT
002960* THE CODE
002970 01 WS-DEPT-USE-TABLE.
002980    05 WS-DU-ENTRY OCCURS 1000 TIMES.
002990      10 WS-DU-VSFIL      PIC 9(5).
003000      10 WS-DU-KSDS       PIC 9(5).
003010 01 WS-DEPT-SUB          PIC 9(4).
003020 01 WS-MAX-JOB-USE       PIC 9(3) VALUE 500.
003030 01 WS-JOB-USE-COUNT     PIC 9(3) VALUE ZERO.
003040 01 WS-JOB-USE-TABLE.
003050    05 WS-JU-ENTRY OCCURS 500 TIMES INDEXED BY JU-IDX.
003060      10 WS-JU-JOB-CODE   PIC X(4).
003070      10 WS-JU-VSFIL      PIC 9(5).
003080      10 WS-JU-KSDS       PIC 9(5).
003090 01 WS-USE-JOB-CODE      PIC X(4).
003100 01 WS-USE-SIDE-SW       PIC X(1).
003110   88 WS-USE-VSFIL       VALUE "V".
003120   88 WS-USE-KSDS        VALUE "K".
003130 01 WS-USE-VSFIL-COUNT   PIC 9(5).
003140 01 WS-USE-KSDS-COUNT    PIC 9(5).
003150 01 WS-JU-FOUND-SW       PIC X(1).
003160   88 WS-JU-FOUND        VALUE "Y".
003170   88 WS-JU-NOT-FOUND    VALUE "N".
003180 01 WS-ROW-FOUND-SW      PIC X(1).
003190   88 WS-ROW-FOUND       VALUE "Y".
003200   88 WS-ROW-NOT-FOUND   VALUE "N".
003210 01 WS-FIND-TBL          PIC 9(1).
003220 01 WS-FIND-KEY          PIC X(17).
003230 01 WS-TAX-KEY-BUILD.
003240    05 WS-TKB-EFF-DATE    PIC X(8).
003250    05 WS-TKB-FLOOR       PIC X(9).
003260 01 WS-REJECT-SW         PIC X(1).
003270   88 WS-TRAN-REJECTED   VALUE "Y".
003280   88 WS-TRAN-ACCEPTED   VALUE "N".
003290 01 WS-REJECT-REASON     PIC X(40).
003300 01 WS-BEFORE-IMAGE      PIC X(80).
003310 01 WS-AFTER-IMAGE       PIC X(80).
003320 01 WS-AUDIT-ACTION.
003330    05 WS-AA-TABLE        PIC X(4).
003340    05 WS-AA-VERB         PIC X(3).
003350    05 FILLER             PIC X(1) VALUE SPACE.
003360*    ONE 80-BYTE WORK IMAGE SEEN THROUGH EACH TABLE'S LAYOUT -
003370* THE SAME SHAPES AS DEPTREC, JOBCREC, DEDCREC, AND TAXRREC
003380 01 WS-REF-WORK-REC      PIC X(80).
003390 01 WS-DEPT-WORK REDEFINES WS-REF-WORK-REC.
003400     05 WK-DEPT-ID         PIC 9(3).
003410     05 FILLER             PIC X(1).
003420     05 WK-DEPT-NAME       PIC X(30).
003430     05 FILLER             PIC X(46).
003440 01 WS-JOB-WORK REDEFINES WS-REF-WORK-REC.
003450     05 WK-JOB-CODE        PIC X(4).
003460     05 FILLER             PIC X(1).
003470     05 WK-JOB-TITLE       PIC X(30).
003480     05 FILLER             PIC X(1).
003490     05 WK-JOB-GRADE       PIC X(2).
003500     05 FILLER             PIC X(42).
003510 01 WS-DED-WORK REDEFINES WS-REF-WORK-REC.
003520     05 WK-DED-CODE        PIC X(3).
003530     05 FILLER             PIC X(1).
003540     05 WK-DED-DESC        PIC X(20).
003550     05 WK-DED-PRIORITY    PIC X(1).
003560     05 FILLER             PIC X(55).
003570 01 WS-TAX-WORK REDEFINES WS-REF-WORK-REC.
003580     05 WK-TAX-EFF-DATE    PIC 9(8).
003590     05 FILLER             PIC X(1).
003600     05 WK-TAX-FLOOR       PIC 9(7)V9(2).
003610     05 FILLER             PIC X(1).
003620     05 WK-TAX-RATE        PIC 9(2)V9(2).
003630     05 FILLER             PIC X(57).
003640*    A NEIGHBOURING BRACKET PULLED OUT OF THE ROW TABLE WHILE
003650* THE BRACKET EDITS WALK ONE EFFECTIVE DATE'S SET
003660 01 WS-SCAN-REC          PIC X(80).
003670 01 WS-SCAN-TAX REDEFINES WS-SCAN-REC.
003680     05 SC-TAX-EFF-DATE    PIC 9(8).
003690     05 FILLER             PIC X(1).
003700     05 SC-TAX-FLOOR       PIC 9(7)V9(2).
003710     05 FILLER             PIC X(1).
003720     05 SC-TAX-RATE        PIC 9(2)V9(2).
003730     05 FILLER             PIC X(57).
003740 01 WS-BRACKET-WORK.
003750    05 WS-BK-OTHER-COUNT  PIC 9(3).
003760    05 WS-BK-LOWER-SW     PIC X(1).
003770      88 WS-BK-LOWER-FOUND VALUE "Y".
003780    05 WS-BK-LOWER-FLOOR  PIC 9(7)V9(2).
003790    05 WS-BK-LOWER-RATE   PIC 9(2)V9(2).
003800    05 WS-BK-UPPER-SW     PIC X(1).
003810      88 WS-BK-UPPER-FOUND VALUE "Y".
003820    05 WS-BK-UPPER-FLOOR  PIC 9(7)V9(2).
003830    05 WS-BK-UPPER-RATE   PIC 9(2)V9(2).
003840 01 WS-DATE-BUILD.
003850    05 WS-DB-YEAR    PIC X(4).
003860    05 FILLER        PIC X(1) VALUE "-".
003870    05 WS-DB-MONTH   PIC X(2).
003880    05 FILLER        PIC X(1) VALUE "-".
003890    05 WS-DB-DAY     PIC X(2).
003900 01 WS-LOW-KEY           PIC X(17).
003910 01 WS-LIST-SW           PIC X(1).
003920   88 WS-LIST-AFTER      VALUE "Y".
003930   88 WS-NO-LIST-AFTER   VALUE "N".
003940 01 WS-CURRENT-DATE      PIC 9(8).
003950 01 HEADING-LINE-1.
003960    05 FILLER            PIC X(8)  VALUE "REFMNT  ".
003970    05 FILLER            PIC X(30)
003980                         VALUE "REFERENCE TABLE MAINTENANCE".
003990    05 FILLER            PIC X(10) VALUE "RUN DATE: ".
004000    05 HL1-RUN-DATE      PIC 9(8).
004010    05 FILLER            PIC X(24) VALUE SPACES.
004020 01 LISTING-HEADING.
004030    05 FILLER            PIC X(4)  VALUE SPACES.
004040    05 LH-FILE-NAME      PIC X(8).
004050    05 FILLER            PIC X(1)  VALUE SPACE.
004060    05 LH-WHEN           PIC X(6).
004070    05 FILLER            PIC X(16) VALUE " THIS RUN - ROWS".
004080    05 LH-ROW-COUNT      PIC ZZ9.
004090    05 FILLER            PIC X(42) VALUE SPACES.
004100 01 LISTING-LINE.
004110    05 LL-MARK           PIC X(8).
004120    05 FILLER            PIC X(2)  VALUE SPACES.
004130    05 LL-IMAGE          PIC X(70).
004140 01 WS-COUNTERS.
004150     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
004160     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
004170     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
004180     05 WS-EMPVS-READ     PIC 9(5) VALUE ZERO.
004190     05 WS-KSDS-READ      PIC 9(5) VALUE ZERO.
004200 01 WS-USE-COUNT-EDIT    PIC 9(5).
004210 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
004220 PROCEDURE DIVISION.
004230 000-MAIN-PROCEDURE.
004240      PERFORM 1000-INITIALIZE.
004250      PERFORM 2000-PROCESS-TRANSACTIONS.
004260      PERFORM 3000-TERMINATE.
004270      MOVE WS-HIGHEST-RC TO RETURN-CODE.
004280      STOP RUN.
004290 1000-INITIALIZE.
004300      OPEN INPUT DEPT-MASTER-FILE.
004310      IF NOT DEPTMAST-OK
004320         DISPLAY "FAILURE TO OPEN DEPTMAST " DEPTMAST-STATUS
004330         MOVE 12 TO RETURN-CODE
004340         STOP RUN
004350      END-IF.
004360      OPEN INPUT JOB-CODE-MASTER-FILE.
004370      IF NOT JOBCODES-OK
004380         DISPLAY "FAILURE TO OPEN JOBCODES " JOBCODES-STATUS
004390         MOVE 12 TO RETURN-CODE
004400         STOP RUN
004410      END-IF.
004420      OPEN INPUT DED-CODE-FILE.
004430      IF NOT DEDCODES-OK
004440         DISPLAY "FAILURE TO OPEN DEDCODES " DEDCODES-STATUS
004450         MOVE 12 TO RETURN-CODE
004460         STOP RUN
004470      END-IF.
004480      OPEN INPUT TAX-RATE-FILE.
004490      IF NOT TAXRATES-OK
004500         DISPLAY "FAILURE TO OPEN TAXRATES " TAXRATES-STATUS
004510         MOVE 12 TO RETURN-CODE
004520         STOP RUN
004530      END-IF.
004540      OPEN INPUT EMP-VS-FILE.
004550      IF NOT VSAM-OK
004560         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
004570         MOVE 12 TO RETURN-CODE
004580         STOP RUN
004590      END-IF.
004600      OPEN INPUT KDS-FILE.
004610      IF NOT KDS-OK
004620         DISPLAY "FAILURE TO OPEN CUSTDD " KDS-FILE-STATUS
004630         MOVE 12 TO RETURN-CODE
004640         STOP RUN
004650      END-IF.
004660      OPEN INPUT REF-TRANS-FILE.
004670      IF NOT REFTRAN-OK
004680         DISPLAY "FAILURE TO OPEN REFTRAN " REFTRAN-STATUS
004690         MOVE 8 TO RETURN-CODE
004700         STOP RUN
004710      END-IF.
004720      OPEN OUTPUT DEPT-OUT-FILE.
004730      OPEN OUTPUT JOB-CODE-OUT-FILE.
004740      OPEN OUTPUT DED-CODE-OUT-FILE.
004750      OPEN OUTPUT TAX-RATE-OUT-FILE.
004760      OPEN OUTPUT MAINT-LOG-FILE.
004770      OPEN OUTPUT REPORT-FILE.
004780      OPEN EXTEND AUDIT-TRAIL-FILE.
004790      MOVE "REFMNT" TO AUDS-PROGRAM.
004800      SET AUDS-FUNC-OPEN TO TRUE.
004810      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004820      OPEN EXTEND SUITE-EXCEPTION-FILE.
004830      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004840      MOVE WS-CURRENT-DATE TO HL1-RUN-DATE.
004850      WRITE REPORT-LINE FROM HEADING-LINE-1.
004860      INITIALIZE WS-TABLE-STATS.
004870      INITIALIZE WS-DEPT-USE-TABLE.
004880      PERFORM 1100-LOAD-DEPTMAST.
004890      PERFORM 1200-LOAD-JOBCODES.
004900      PERFORM 1300-LOAD-DEDCODES.
004910      PERFORM 1400-LOAD-TAXRATES.
004920      PERFORM 1500-COUNT-EMPVSFIL-USE.
004930      PERFORM 1600-COUNT-KSDS-USE.
004940 1100-LOAD-DEPTMAST.
004950      MOVE 1 TO WS-TBL.
004960      SET WS-FILE-NOT-DONE TO TRUE.
004970      PERFORM UNTIL WS-FILE-DONE
004980         READ DEPT-MASTER-FILE
004990            AT END
005000               SET WS-FILE-DONE TO TRUE
005010            NOT AT END
005020               MOVE DEPARTMENT-REC TO WS-REF-WORK-REC
005030               MOVE SPACES  TO WS-FIND-KEY
005040               MOVE DEPT-ID TO WS-FIND-KEY
005050               PERFORM 1900-LOAD-ONE-ROW
005060         END-READ
005070      END-PERFORM.
005080      CLOSE DEPT-MASTER-FILE.
005090      DISPLAY "DEPTMAST ROWS LOADED  : " WS-TS-ROWS-READ (1).
005100 1200-LOAD-JOBCODES.
005110      MOVE 2 TO WS-TBL.
005120      SET WS-FILE-NOT-DONE TO TRUE.
005130      PERFORM UNTIL WS-FILE-DONE
005140         READ JOB-CODE-MASTER-FILE
005150            AT END
005160               SET WS-FILE-DONE TO TRUE
005170            NOT AT END
005180               MOVE JOB-CODE-REC TO WS-REF-WORK-REC
005190               MOVE JC-JOB-CODE  TO WS-FIND-KEY
005200               PERFORM 1900-LOAD-ONE-ROW
005210         END-READ
005220      END-PERFORM.
005230      CLOSE JOB-CODE-MASTER-FILE.
005240      DISPLAY "JOBCODES ROWS LOADED  : " WS-TS-ROWS-READ (2).
005250 1300-LOAD-DEDCODES.
005260      MOVE 3 TO WS-TBL.
005270      SET WS-FILE-NOT-DONE TO TRUE.
005280      PERFORM UNTIL WS-FILE-DONE
005290         READ DED-CODE-FILE
005300            AT END
005310               SET WS-FILE-DONE TO TRUE
005320            NOT AT END
005330               MOVE DED-CODE-REC TO WS-REF-WORK-REC
005340               MOVE DC-DED-CODE  TO WS-FIND-KEY
005350               PERFORM 1900-LOAD-ONE-ROW
005360         END-READ
005370      END-PERFORM.
005380      CLOSE DED-CODE-FILE.
005390      DISPLAY "DEDCODES ROWS LOADED  : " WS-TS-ROWS-READ (3).
005400 1400-LOAD-TAXRATES.
005410      MOVE 4 TO WS-TBL.
005420      SET WS-FILE-NOT-DONE TO TRUE.
005430      PERFORM UNTIL WS-FILE-DONE
005440         READ TAX-RATE-FILE
005450            AT END
005460               SET WS-FILE-DONE TO TRUE
005470            NOT AT END
005480               MOVE TAX-RATE-REC TO WS-REF-WORK-REC
005490               MOVE TAX-RATE-REC (1:8)  TO WS-TKB-EFF-DATE
005500               MOVE TAX-RATE-REC (10:9) TO WS-TKB-FLOOR
005510               MOVE WS-TAX-KEY-BUILD TO WS-FIND-KEY
005520               PERFORM 1900-LOAD-ONE-ROW
005530         END-READ
005540      END-PERFORM.
005550      CLOSE TAX-RATE-FILE.
005560      DISPLAY "TAXRATES ROWS LOADED  : " WS-TS-ROWS-READ (4).
005570 1500-COUNT-EMPVSFIL-USE.
005580      SET WS-USE-VSFIL TO TRUE.
005590      SET WS-FILE-NOT-DONE TO TRUE.
005600      PERFORM UNTIL WS-FILE-DONE
005610         READ EMP-VS-FILE
005620            AT END
005630               SET WS-FILE-DONE TO TRUE
005640            NOT AT END
005650               ADD 1 TO WS-EMPVS-READ
005660               IF EMP-DEPT-ID OF EMPLOYEE IS NUMERIC
005670                  COMPUTE WS-DEPT-SUB =
005680                     EMP-DEPT-ID OF EMPLOYEE + 1
005690                  ADD 1 TO WS-DU-VSFIL (WS-DEPT-SUB)
005700               END-IF
005710               MOVE EMP-JOB-CODE OF EMPLOYEE TO WS-USE-JOB-CODE
005720               PERFORM 1700-COUNT-JOB-USE
005730         END-READ
005740      END-PERFORM.
005750      CLOSE EMP-VS-FILE.
005760      DISPLAY "EMPVSFIL RECORDS READ : " WS-EMPVS-READ.
005770 1600-COUNT-KSDS-USE.
005780      SET WS-USE-KSDS TO TRUE.
005790      SET WS-FILE-NOT-DONE TO TRUE.
005800      PERFORM UNTIL WS-FILE-DONE
005810         READ KDS-FILE
005820            AT END
005830               SET WS-FILE-DONE TO TRUE
005840            NOT AT END
005850               ADD 1 TO WS-KSDS-READ
005860               IF EMP-DEPT-ID OF IFILE-RECS IS NUMERIC
005870                  COMPUTE WS-DEPT-SUB =
005880                     EMP-DEPT-ID OF IFILE-RECS + 1
005890                  ADD 1 TO WS-DU-KSDS (WS-DEPT-SUB)
005900               END-IF
005910               MOVE EMP-JOB-CODE OF IFILE-RECS TO WS-USE-JOB-CODE
005920               PERFORM 1700-COUNT-JOB-USE
005930         END-READ
005940      END-PERFORM.
005950      CLOSE KDS-FILE.
005960      DISPLAY "EMP.KSDS RECORDS READ : " WS-KSDS-READ.
005970 1700-COUNT-JOB-USE.
005980*    BLANK OR ZERO MEANS NO JOB ASSIGNED - NOTHING TO COUNT
005990      IF WS-USE-JOB-CODE NOT = SPACES AND
006000         WS-USE-JOB-CODE NOT = "0000"
006010         PERFORM 1750-FIND-JOB-USE
006020         IF WS-JU-NOT-FOUND
006030            IF WS-JOB-USE-COUNT < WS-MAX-JOB-USE
006040               ADD 1 TO WS-JOB-USE-COUNT
006050               SET JU-IDX TO WS-JOB-USE-COUNT
006060               MOVE WS-USE-JOB-CODE TO WS-JU-JOB-CODE (JU-IDX)
006070               MOVE ZERO TO WS-JU-VSFIL (JU-IDX)
006080               MOVE ZERO TO WS-JU-KSDS (JU-IDX)
006090               SET WS-JU-FOUND TO TRUE
006100            ELSE
006110               DISPLAY "JOB USAGE TABLE FULL - JOB "
006120                  WS-USE-JOB-CODE " NOT COUNTED"
006130               MOVE 12 TO WS-HIGHEST-RC
006140            END-IF
006150         END-IF
006160         IF WS-JU-FOUND
006170            IF WS-USE-VSFIL
006180               ADD 1 TO WS-JU-VSFIL (JU-IDX)
006190            ELSE
006200               ADD 1 TO WS-JU-KSDS (JU-IDX)
006210            END-IF
006220         END-IF
006230      END-IF.
006240 1750-FIND-JOB-USE.
006250      SET WS-JU-NOT-FOUND TO TRUE.
006260      PERFORM VARYING JU-IDX FROM 1 BY 1
006270         UNTIL JU-IDX > WS-JOB-USE-COUNT
006280         IF WS-JU-JOB-CODE (JU-IDX) = WS-USE-JOB-CODE
006290            SET WS-JU-FOUND TO TRUE
006300            EXIT PERFORM
006310         END-IF
006320      END-PERFORM.
006330 1900-LOAD-ONE-ROW.
006340*    A TABLE THAT WILL NOT FIT IS AN RC 12 - THE JCL THEN
006350* KEEPS THE OLD FILES RATHER THAN SWAP IN A SHORT ONE
006360      IF WS-TS-ROWS-READ (WS-TBL) >= WS-TD-MAX-ROWS (WS-TBL) OR
006370         WS-ROW-COUNT >= WS-MAX-ROWS
006380         DISPLAY WS-TD-FILE-NAME (WS-TBL)
006390            " TABLE FULL - KEY " WS-FIND-KEY " DROPPED"
006400         MOVE 12 TO WS-HIGHEST-RC
006410      ELSE
006420         ADD 1 TO WS-ROW-COUNT
006430         ADD 1 TO WS-TS-ROWS-READ (WS-TBL)
006440         ADD 1 TO WS-TS-ACTIVE (WS-TBL)
006450         SET RW-IDX TO WS-ROW-COUNT
006460         MOVE WS-TBL          TO WS-RW-TBL (RW-IDX)
006470         MOVE WS-FIND-KEY     TO WS-RW-KEY (RW-IDX)
006480         MOVE WS-REF-WORK-REC TO WS-RW-IMAGE (RW-IDX)
006490         MOVE WS-REF-WORK-REC TO WS-RW-BEFORE (RW-IDX)
006500         SET WS-RW-LOADED (RW-IDX)    TO TRUE
006510         SET WS-RW-UNCHANGED (RW-IDX) TO TRUE
006520         MOVE "N" TO WS-RW-WRITTEN-SW (RW-IDX)
006530      END-IF.
006540 2000-PROCESS-TRANSACTIONS.
006550      PERFORM UNTIL WS-REFTRAN-DONE
006560         READ REF-TRANS-FILE
006570            AT END
006580               SET WS-REFTRAN-DONE TO TRUE
006590            NOT AT END
006600               ADD 1 TO WS-TRANS-COUNT
006610               PERFORM 2100-APPLY-ONE-TRANSACTION
006620         END-READ
006630      END-PERFORM.
006640 2100-APPLY-ONE-TRANSACTION.
006650      SET WS-TRAN-ACCEPTED TO TRUE.
006660      MOVE SPACES TO WS-REJECT-REASON.
006670      MOVE SPACES TO WS-FIND-KEY.
006680      PERFORM 2110-EDIT-TRANSACTION.
006690      IF WS-TRAN-ACCEPTED
006700         MOVE WS-TBL TO WS-FIND-TBL
006710         PERFORM 2130-FIND-ROW
006720         EVALUATE TRUE
006730            WHEN RT-ADD-ROW
006740               PERFORM 2200-ADD-ROW
006750            WHEN RT-CHANGE-ROW
006760               PERFORM 2250-CHANGE-ROW
006770            WHEN RT-RETIRE-ROW
006780               PERFORM 2300-RETIRE-ROW
006790         END-EVALUATE
006800      END-IF.
006810      PERFORM 2600-WRITE-LOG-LINE.
006820 2110-EDIT-TRANSACTION.
006830      EVALUATE TRUE
006840         WHEN RT-DEPT-TABLE
006850            MOVE 1 TO WS-TBL
006860         WHEN RT-JOB-TABLE
006870            MOVE 2 TO WS-TBL
006880         WHEN RT-DED-TABLE
006890            MOVE 3 TO WS-TBL
006900         WHEN RT-TAX-TABLE
006910            MOVE 4 TO WS-TBL
006920         WHEN OTHER
006930            MOVE ZERO TO WS-TBL
006940            SET WS-TRAN-REJECTED TO TRUE
006950            MOVE "UNKNOWN TABLE ID" TO WS-REJECT-REASON
006960      END-EVALUATE.
006970      IF WS-TRAN-ACCEPTED AND
006980         NOT (RT-ADD-ROW OR RT-CHANGE-ROW OR RT-RETIRE-ROW)
006990         SET WS-TRAN-REJECTED TO TRUE
007000         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
007010      END-IF.
007020      IF WS-TRAN-ACCEPTED
007030         EVALUATE WS-TBL
007040            WHEN 1
007050               PERFORM 2111-EDIT-DEPT
007060            WHEN 2
007070               PERFORM 2112-EDIT-JOB
007080            WHEN 3
007090               PERFORM 2113-EDIT-DED
007100            WHEN 4
007110               PERFORM 2114-EDIT-TAX
007120         END-EVALUATE
007130      END-IF.
007140 2111-EDIT-DEPT.
007150      IF RT-DEPT-ID IS NOT NUMERIC
007160         SET WS-TRAN-REJECTED TO TRUE
007170         MOVE "DEPARTMENT ID NOT NUMERIC" TO WS-REJECT-REASON
007180      ELSE
007190         IF RT-DEPT-ID-N = ZERO
007200            SET WS-TRAN-REJECTED TO TRUE
007210            MOVE "DEPARTMENT 000 IS NOT ALLOWED"
007220               TO WS-REJECT-REASON
007230         ELSE
007240            MOVE RT-DEPT-ID TO WS-FIND-KEY
007250         END-IF
007260      END-IF.
007270      IF WS-TRAN-ACCEPTED AND NOT RT-RETIRE-ROW AND
007280         RT-DEPT-NAME = SPACES
007290         SET WS-TRAN-REJECTED TO TRUE
007300         MOVE "DEPARTMENT NAME IS BLANK" TO WS-REJECT-REASON
007310      END-IF.
007320 2112-EDIT-JOB.
007330      IF RT-JOB-CODE = SPACES OR RT-JOB-CODE = "0000"
007340         SET WS-TRAN-REJECTED TO TRUE
007350         MOVE "JOB CODE IS BLANK OR ZERO" TO WS-REJECT-REASON
007360      ELSE
007370         MOVE RT-JOB-CODE TO WS-FIND-KEY
007380      END-IF.
007390      IF WS-TRAN-ACCEPTED AND NOT RT-RETIRE-ROW
007400         IF RT-JOB-TITLE = SPACES
007410            SET WS-TRAN-REJECTED TO TRUE
007420            MOVE "JOB TITLE IS BLANK" TO WS-REJECT-REASON
007430         ELSE
007440            IF RT-JOB-GRADE = SPACES
007450               SET WS-TRAN-REJECTED TO TRUE
007460               MOVE "JOB GRADE IS BLANK" TO WS-REJECT-REASON
007470            END-IF
007480         END-IF
007490      END-IF.
007500 2113-EDIT-DED.
007510      IF RT-DED-CODE = SPACES
007520         SET WS-TRAN-REJECTED TO TRUE
007530         MOVE "DEDUCTION CODE IS BLANK" TO WS-REJECT-REASON
007540      ELSE
007550         MOVE RT-DED-CODE TO WS-FIND-KEY
007560      END-IF.
007570      IF WS-TRAN-ACCEPTED AND NOT RT-RETIRE-ROW
007580         IF RT-DED-DESC = SPACES
007590            SET WS-TRAN-REJECTED TO TRUE
007600            MOVE "DEDUCTION DESCRIPTION IS BLANK"
007610               TO WS-REJECT-REASON
007620         ELSE
007630            IF RT-DED-PRIORITY NOT = SPACE AND
007640               RT-DED-PRIORITY IS NOT NUMERIC
007650               SET WS-TRAN-REJECTED TO TRUE
007660               MOVE "PRIORITY MUST BE BLANK OR 0-9"
007670                  TO WS-REJECT-REASON
007680            END-IF
007690         END-IF
007700      END-IF.
007710 2114-EDIT-TAX.
007720      PERFORM 2160-VALIDATE-EFF-DATE.
007730      IF DP-DATE-INVALID
007740         SET WS-TRAN-REJECTED TO TRUE
007750         MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
007760            TO WS-REJECT-REASON
007770      END-IF.
007780      IF WS-TRAN-ACCEPTED AND RT-TAX-FLOOR IS NOT NUMERIC
007790         SET WS-TRAN-REJECTED TO TRUE
007800         MOVE "BRACKET FLOOR NOT NUMERIC" TO WS-REJECT-REASON
007810      END-IF.
007820      IF WS-TRAN-ACCEPTED AND NOT RT-RETIRE-ROW AND
007830         RT-TAX-RATE IS NOT NUMERIC
007840         SET WS-TRAN-REJECTED TO TRUE
007850         MOVE "TAX RATE NOT NUMERIC" TO WS-REJECT-REASON
007860      END-IF.
007870      IF WS-TRAN-ACCEPTED
007880         MOVE RT-TAX-EFF-DATE TO WS-TKB-EFF-DATE
007890         MOVE RT-TAX-FLOOR    TO WS-TKB-FLOOR
007900         MOVE WS-TAX-KEY-BUILD TO WS-FIND-KEY
007910      END-IF.
007920 2130-FIND-ROW.
007930*    ONLY A ROW STILL ON THE TABLE COUNTS - A KEY RETIRED
007940* EARLIER IN THE RUN MAY BE ADDED AGAIN AS A NEW ROW
007950      SET WS-ROW-NOT-FOUND TO TRUE.
007960      PERFORM VARYING RW-IDX FROM 1 BY 1
007970         UNTIL RW-IDX > WS-ROW-COUNT
007980         IF WS-RW-TBL (RW-IDX) = WS-FIND-TBL AND
007990            WS-RW-KEY (RW-IDX) = WS-FIND-KEY AND
008000            WS-RW-ACTIVE (RW-IDX)
008010            SET WS-ROW-FOUND TO TRUE
008020            EXIT PERFORM
008030         END-IF
008040      END-PERFORM.
008050 2160-VALIDATE-EFF-DATE.
008060*    YYYYMMDD FROM THE TRANSACTION, CHECKED THROUGH DATEVAL IN
008070* ITS DASHED FORM
008080      IF RT-TAX-EFF-DATE IS NOT NUMERIC
008090         SET DP-DATE-INVALID TO TRUE
008100      ELSE
008110         MOVE RT-TAX-EFF-DATE (1:4) TO WS-DB-YEAR
008120         MOVE RT-TAX-EFF-DATE (5:2) TO WS-DB-MONTH
008130         MOVE RT-TAX-EFF-DATE (7:2) TO WS-DB-DAY
008140         MOVE WS-DATE-BUILD TO DP-DATE-IN
008150         SET DP-AGE-NOT-WANTED TO TRUE
008160         SET DP-BUSDAY-NOT-WANTED TO TRUE
008170         SET DP-OFFSET-NOT-WANTED TO TRUE
008180         CALL "DATEVAL" USING DATE-PARM-BLOCK
008190      END-IF.
008200 2200-ADD-ROW.
008210      IF WS-ROW-FOUND
008220         SET WS-TRAN-REJECTED TO TRUE
008230         STRING "KEY ALREADY ON "        DELIMITED BY SIZE
008240                WS-TD-FILE-NAME (WS-TBL) DELIMITED BY SIZE
008250            INTO WS-REJECT-REASON
008260         END-STRING
008270      END-IF.
008280      IF WS-TRAN-ACCEPTED AND
008290         (WS-TS-ACTIVE (WS-TBL) >= WS-TD-MAX-ROWS (WS-TBL) OR
008300          WS-ROW-COUNT >= WS-MAX-ROWS)
008310         SET WS-TRAN-REJECTED TO TRUE
008320         STRING WS-TD-FILE-NAME (WS-TBL) DELIMITED BY SIZE
008330                " TABLE IS FULL"         DELIMITED BY SIZE
008340            INTO WS-REJECT-REASON
008350         END-STRING
008360      END-IF.
008370      IF WS-TRAN-ACCEPTED AND WS-TBL = 4
008380         PERFORM 2400-EDIT-BRACKET
008390      END-IF.
008400      IF WS-TRAN-ACCEPTED
008410         MOVE SPACES TO WS-REF-WORK-REC
008420         EVALUATE WS-TBL
008430            WHEN 1
008440               MOVE RT-DEPT-ID-N      TO WK-DEPT-ID
008450            WHEN 2
008460               MOVE RT-JOB-CODE       TO WK-JOB-CODE
008470            WHEN 3
008480               MOVE RT-DED-CODE       TO WK-DED-CODE
008490            WHEN 4
008500               MOVE RT-TAX-EFF-DATE-N TO WK-TAX-EFF-DATE
008510               MOVE RT-TAX-FLOOR-N    TO WK-TAX-FLOOR
008520         END-EVALUATE
008530         PERFORM 2270-APPLY-TRAN-FIELDS
008540         ADD 1 TO WS-ROW-COUNT
008550         ADD 1 TO WS-TS-ACTIVE (WS-TBL)
008560         ADD 1 TO WS-TS-CHANGES (WS-TBL)
008570         SET RW-IDX TO WS-ROW-COUNT
008580         MOVE WS-TBL          TO WS-RW-TBL (RW-IDX)
008590         MOVE WS-FIND-KEY     TO WS-RW-KEY (RW-IDX)
008600         MOVE WS-REF-WORK-REC TO WS-RW-IMAGE (RW-IDX)
008610         MOVE SPACES          TO WS-RW-BEFORE (RW-IDX)
008620         SET WS-RW-NEW (RW-IDX)   TO TRUE
008630         SET WS-RW-ADDED (RW-IDX) TO TRUE
008640         MOVE "N" TO WS-RW-WRITTEN-SW (RW-IDX)
008650         MOVE SPACES          TO WS-BEFORE-IMAGE
008660         MOVE WS-REF-WORK-REC TO WS-AFTER-IMAGE
008670         MOVE "ADD"           TO WS-AA-VERB
008680         PERFORM 2700-WRITE-AUDIT-REC
008690      END-IF.
008700 2250-CHANGE-ROW.
008710      IF WS-ROW-NOT-FOUND
008720         SET WS-TRAN-REJECTED TO TRUE
008730         STRING "KEY NOT ON "            DELIMITED BY SIZE
008740                WS-TD-FILE-NAME (WS-TBL) DELIMITED BY SIZE
008750            INTO WS-REJECT-REASON
008760         END-STRING
008770      END-IF.
008780      IF WS-TRAN-ACCEPTED AND WS-TBL = 4
008790         SET RW-IDX2 TO RW-IDX
008800         PERFORM 2400-EDIT-BRACKET
008810         SET RW-IDX TO RW-IDX2
008820      END-IF.
008830      IF WS-TRAN-ACCEPTED
008840         MOVE WS-RW-IMAGE (RW-IDX) TO WS-BEFORE-IMAGE
008850         MOVE WS-RW-IMAGE (RW-IDX) TO WS-REF-WORK-REC
008860         PERFORM 2270-APPLY-TRAN-FIELDS
008870         MOVE WS-REF-WORK-REC TO WS-RW-IMAGE (RW-IDX)
008880         IF WS-RW-UNCHANGED (RW-IDX)
008890            SET WS-RW-CHANGED (RW-IDX) TO TRUE
008900         END-IF
008910         ADD 1 TO WS-TS-CHANGES (WS-TBL)
008920         MOVE WS-REF-WORK-REC TO WS-AFTER-IMAGE
008930         MOVE "CHG"           TO WS-AA-VERB
008940         PERFORM 2700-WRITE-AUDIT-REC
008950      END-IF.
008960 2270-APPLY-TRAN-FIELDS.
008970*    EVERYTHING BUT THE KEY COMES FROM THE TRANSACTION - A
008980* BLANK DEDUCTION PRIORITY IS KEPT BLANK (COBTRAN3 TREATS
008990* IT AS 9, TAKEN LAST)
009000      EVALUATE WS-TBL
009010         WHEN 1
009020            MOVE RT-DEPT-NAME    TO WK-DEPT-NAME
009030         WHEN 2
009040            MOVE RT-JOB-TITLE    TO WK-JOB-TITLE
009050            MOVE RT-JOB-GRADE    TO WK-JOB-GRADE
009060         WHEN 3
009070            MOVE RT-DED-DESC     TO WK-DED-DESC
009080            MOVE RT-DED-PRIORITY TO WK-DED-PRIORITY
009090         WHEN 4
009100            MOVE RT-TAX-RATE-N   TO WK-TAX-RATE
009110      END-EVALUATE.
009120 2300-RETIRE-ROW.
009130      IF WS-ROW-NOT-FOUND
009140         SET WS-TRAN-REJECTED TO TRUE
009150         STRING "KEY NOT ON "            DELIMITED BY SIZE
009160                WS-TD-FILE-NAME (WS-TBL) DELIMITED BY SIZE
009170            INTO WS-REJECT-REASON
009180         END-STRING
009190      END-IF.
009200      IF WS-TRAN-ACCEPTED
009210         SET RW-IDX2 TO RW-IDX
009220         EVALUATE WS-TBL
009230            WHEN 1
009240               PERFORM 2310-CHECK-DEPT-IN-USE
009250            WHEN 2
009260               PERFORM 2320-CHECK-JOB-IN-USE
009270            WHEN 4
009280               PERFORM 2400-EDIT-BRACKET
009290         END-EVALUATE
009300         SET RW-IDX TO RW-IDX2
009310      END-IF.
009320      IF WS-TRAN-ACCEPTED
009330         MOVE WS-RW-IMAGE (RW-IDX) TO WS-BEFORE-IMAGE
009340         IF WS-RW-ADDED (RW-IDX)
009350            SET WS-RW-VOIDED (RW-IDX) TO TRUE
009360         ELSE
009370            SET WS-RW-RETIRED (RW-IDX) TO TRUE
009380         END-IF
009390         SUBTRACT 1 FROM WS-TS-ACTIVE (WS-TBL)
009400         ADD 1 TO WS-TS-CHANGES (WS-TBL)
009410         MOVE SPACES TO WS-AFTER-IMAGE
009420         MOVE "RET"  TO WS-AA-VERB
009430         PERFORM 2700-WRITE-AUDIT-REC
009440      END-IF.
009450 2310-CHECK-DEPT-IN-USE.
009460      COMPUTE WS-DEPT-SUB = RT-DEPT-ID-N + 1.
009470      MOVE WS-DU-VSFIL (WS-DEPT-SUB) TO WS-USE-VSFIL-COUNT.
009480      MOVE WS-DU-KSDS (WS-DEPT-SUB)  TO WS-USE-KSDS-COUNT.
009490      PERFORM 2330-REJECT-IF-IN-USE.
009500 2320-CHECK-JOB-IN-USE.
009510      MOVE RT-JOB-CODE TO WS-USE-JOB-CODE.
009520      PERFORM 1750-FIND-JOB-USE.
009530      IF WS-JU-FOUND
009540         MOVE WS-JU-VSFIL (JU-IDX) TO WS-USE-VSFIL-COUNT
009550         MOVE WS-JU-KSDS (JU-IDX)  TO WS-USE-KSDS-COUNT
009560      ELSE
009570         MOVE ZERO TO WS-USE-VSFIL-COUNT
009580         MOVE ZERO TO WS-USE-KSDS-COUNT
009590      END-IF.
009600      PERFORM 2330-REJECT-IF-IN-USE.
009610 2330-REJECT-IF-IN-USE.
009620      IF WS-USE-VSFIL-COUNT > ZERO OR WS-USE-KSDS-COUNT > ZERO
009630         SET WS-TRAN-REJECTED TO TRUE
009640         STRING "IN USE - EMPVSFIL "  DELIMITED BY SIZE
009650                WS-USE-VSFIL-COUNT    DELIMITED BY SIZE
009660                " EMP.KSDS "          DELIMITED BY SIZE
009670                WS-USE-KSDS-COUNT     DELIMITED BY SIZE
009680            INTO WS-REJECT-REASON
009690         END-STRING
009700      END-IF.
009710 2400-EDIT-BRACKET.
009720*    WALK THE OTHER BRACKETS SHARING THIS EFFECTIVE DATE.  A
009730* SET MUST START AT A ZERO FLOOR, AND THE RATE ON A BRACKET
009740* MAY NOT FALL BELOW THE ONE UNDER IT NOR RISE ABOVE THE ONE
009750* OVER IT.  FLOORS ARE PART OF THE KEY, SO TWO BRACKETS NEVER
009760* START AT THE SAME AMOUNT AND THE WRITTEN SET (IN FLOOR
009770* ORDER) CANNOT OVERLAP.  THE ZERO BRACKET IS THE LAST ONE
009780* OF A SET THAT MAY BE RETIRED
009790      MOVE ZERO TO WS-BK-OTHER-COUNT.
009800      MOVE "N"  TO WS-BK-LOWER-SW.
009810      MOVE "N"  TO WS-BK-UPPER-SW.
009820      PERFORM VARYING RW-IDX FROM 1 BY 1
009830         UNTIL RW-IDX > WS-ROW-COUNT
009840         IF WS-RW-TBL (RW-IDX) = 4 AND
009850            WS-RW-ACTIVE (RW-IDX) AND
009860            WS-RW-KEY (RW-IDX) (1:8) = RT-TAX-EFF-DATE AND
009870            WS-RW-KEY (RW-IDX) NOT = WS-FIND-KEY
009880            PERFORM 2410-NOTE-NEIGHBOUR
009890         END-IF
009900      END-PERFORM.
009910      EVALUATE TRUE
009920         WHEN RT-RETIRE-ROW
009930            IF RT-TAX-FLOOR-N = ZERO AND WS-BK-OTHER-COUNT > ZERO
009940               SET WS-TRAN-REJECTED TO TRUE
009950               MOVE "ZERO BRACKET STILL HAS BRACKETS ABOVE"
009960                  TO WS-REJECT-REASON
009970            END-IF
009980         WHEN WS-BK-OTHER-COUNT = ZERO AND
009990              RT-TAX-FLOOR-N NOT = ZERO
010000            SET WS-TRAN-REJECTED TO TRUE
010010            MOVE "FIRST BRACKET FOR A DATE MUST BE 0.00"
010020               TO WS-REJECT-REASON
010030         WHEN WS-BK-LOWER-FOUND AND
010040              RT-TAX-RATE-N < WS-BK-LOWER-RATE
010050            SET WS-TRAN-REJECTED TO TRUE
010060            MOVE "RATE BELOW THE BRACKET UNDER IT"
010070               TO WS-REJECT-REASON
010080         WHEN WS-BK-UPPER-FOUND AND
010090              RT-TAX-RATE-N > WS-BK-UPPER-RATE
010100            SET WS-TRAN-REJECTED TO TRUE
010110            MOVE "RATE ABOVE THE BRACKET OVER IT"
010120               TO WS-REJECT-REASON
010130      END-EVALUATE.
010140 2410-NOTE-NEIGHBOUR.
010150      ADD 1 TO WS-BK-OTHER-COUNT.
010160      MOVE WS-RW-IMAGE (RW-IDX) TO WS-SCAN-REC.
010170      IF SC-TAX-FLOOR < RT-TAX-FLOOR-N
010180         IF NOT WS-BK-LOWER-FOUND OR
010190            SC-TAX-FLOOR > WS-BK-LOWER-FLOOR
010200            SET WS-BK-LOWER-FOUND TO TRUE
010210            MOVE SC-TAX-FLOOR TO WS-BK-LOWER-FLOOR
010220            MOVE SC-TAX-RATE  TO WS-BK-LOWER-RATE
010230         END-IF
010240      ELSE
010250         IF NOT WS-BK-UPPER-FOUND OR
010260            SC-TAX-FLOOR < WS-BK-UPPER-FLOOR
010270            SET WS-BK-UPPER-FOUND TO TRUE
010280            MOVE SC-TAX-FLOOR TO WS-BK-UPPER-FLOOR
010290            MOVE SC-TAX-RATE  TO WS-BK-UPPER-RATE
010300         END-IF
010310      END-IF.
010320 2600-WRITE-LOG-LINE.
010330      MOVE SPACES          TO MAINT-LOG-REC.
010340      MOVE RT-TABLE-ID     TO ML-TABLE-ID.
010350      MOVE RT-ACTION-CODE  TO ML-ACTION-CODE.
010360      IF WS-FIND-KEY = SPACES
010370         MOVE RT-TABLE-DATA TO ML-KEY
010380      ELSE
010390         MOVE WS-FIND-KEY   TO ML-KEY
010400      END-IF.
010410      IF WS-TRAN-REJECTED
010420         ADD 1 TO WS-REJECT-COUNT
010430         MOVE "REJECTED" TO ML-RESULT
010440         MOVE WS-REJECT-REASON TO ML-MESSAGE
010450         MOVE "M"              TO EX-SEVERITY
010460         MOVE SPACES           TO EX-KEY
010470         STRING RT-TABLE-ID DELIMITED BY SIZE
010480                ML-KEY      DELIMITED BY SIZE
010490            INTO EX-KEY
010500         END-STRING
010510         MOVE "J001"           TO EX-REASON-CODE
010520         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
010530         PERFORM 2800-WRITE-SUITE-EXCEPTION
010540      ELSE
010550         ADD 1 TO WS-APPLIED-COUNT
010560         MOVE "APPLIED"  TO ML-RESULT
010570         MOVE SPACES     TO ML-MESSAGE
010580      END-IF.
010590      WRITE MAINT-LOG-REC.
010600 2700-WRITE-AUDIT-REC.
010610*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE TABLE
010620* ROW, KEY FIRST, RIDES THE BEFORE/AFTER FIELDS, THE ACTION
010630* NAMES THE TABLE (DEPT, JOBC, DEDC, TAXR) AND THE VERB, AND
010640* AUDIT-EMP-ID STAYS ZERO
010650      EVALUATE WS-TBL
010660         WHEN 1
010670            MOVE "DEPT" TO WS-AA-TABLE
010680         WHEN 2
010690            MOVE "JOBC" TO WS-AA-TABLE
010700         WHEN 3
010710            MOVE "DEDC" TO WS-AA-TABLE
010720         WHEN 4
010730            MOVE "TAXR" TO WS-AA-TABLE
010740      END-EVALUATE.
010750      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
010760      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
010770      ACCEPT AUDIT-TIME FROM TIME.
010780      MOVE "REFMNT"         TO AUDIT-PROGRAM.
010790      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
010800      MOVE ZERO             TO AUDIT-EMP-ID.
010810      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
010820      MOVE WS-AFTER-IMAGE   TO AUDIT-AFTER-IMAGE.
010830      MOVE RT-USER-ID       TO AUDIT-USER-ID.
010840      SET AUDS-FUNC-NEXT TO TRUE.
010850      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
010860      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
010870      WRITE AUDIT-TRAIL-REC.
010880 2800-WRITE-SUITE-EXCEPTION.
010890*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
010900* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
010910* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
010920      MOVE "REFMNT" TO EX-PROGRAM.
010930      ACCEPT EX-DATE FROM DATE YYYYMMDD.
010940      ACCEPT EX-TIME FROM TIME.
010950      WRITE SUITE-EXCEPTION-REC.
010960 3000-TERMINATE.
010970      PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 4
010980         PERFORM 3100-FINISH-ONE-TABLE
010990      END-PERFORM.
011000      CLOSE REF-TRANS-FILE.
011010      CLOSE DEPT-OUT-FILE.
011020      CLOSE JOB-CODE-OUT-FILE.
011030      CLOSE DED-CODE-OUT-FILE.
011040      CLOSE TAX-RATE-OUT-FILE.
011050      CLOSE MAINT-LOG-FILE.
011060      CLOSE REPORT-FILE.
011070      CLOSE AUDIT-TRAIL-FILE.
011080      SET AUDS-FUNC-CLOSE TO TRUE.
011090      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
011100      CLOSE SUITE-EXCEPTION-FILE.
011110      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
011120      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
011130      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
011140      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
011150         MOVE 4 TO WS-HIGHEST-RC
011160      END-IF.
011170      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
011180         DISPLAY "REFTRAN WAS EMPTY - NOTHING APPLIED"
011190         MOVE 8 TO WS-HIGHEST-RC
011200      END-IF.
011210      DISPLAY "REFMNT RETURN CODE    : " WS-HIGHEST-RC.
011220 3100-FINISH-ONE-TABLE.
011230*    A TABLE THIS RUN TOUCHED GETS ITS BEFORE LISTING (AS READ,
011240* MARKING WHAT CHANGED OR WENT) AND ITS AFTER LISTING (AS
011250* WRITTEN, MARKING WHAT IS NEW OR DIFFERENT).  AN UNTOUCHED
011260* TABLE IS COPIED THROUGH AS READ AND NOT LISTED
011270      IF WS-TS-CHANGES (WS-TBL) > ZERO
011280         SET WS-LIST-AFTER TO TRUE
011290         PERFORM 3200-LIST-BEFORE
011300         MOVE SPACES TO REPORT-LINE
011310         WRITE REPORT-LINE
011320         MOVE WS-TD-FILE-NAME (WS-TBL) TO LH-FILE-NAME
011330         MOVE "AFTER"                  TO LH-WHEN
011340         MOVE WS-TS-ACTIVE (WS-TBL)    TO LH-ROW-COUNT
011350         WRITE REPORT-LINE FROM LISTING-HEADING
011360      ELSE
011370         SET WS-NO-LIST-AFTER TO TRUE
011380      END-IF.
011390      IF WS-TBL = 4
011400         PERFORM 3400-WRITE-TAX-IN-ORDER
011410      ELSE
011420         PERFORM VARYING RW-IDX FROM 1 BY 1
011430            UNTIL RW-IDX > WS-ROW-COUNT
011440            IF WS-RW-TBL (RW-IDX) = WS-TBL AND
011450               WS-RW-ACTIVE (RW-IDX)
011460               PERFORM 3300-WRITE-ONE-ROW
011470            END-IF
011480         END-PERFORM
011490      END-IF.
011500      DISPLAY WS-TD-FILE-NAME (WS-TBL) " ROWS WRITTEN  : "
011510         WS-TS-WRITTEN (WS-TBL).
011520 3200-LIST-BEFORE.
011530      MOVE SPACES TO REPORT-LINE.
011540      WRITE REPORT-LINE.
011550      MOVE WS-TD-FILE-NAME (WS-TBL) TO LH-FILE-NAME.
011560      MOVE "BEFORE"                 TO LH-WHEN.
011570      MOVE WS-TS-ROWS-READ (WS-TBL) TO LH-ROW-COUNT.
011580      WRITE REPORT-LINE FROM LISTING-HEADING.
011590      PERFORM VARYING RW-IDX FROM 1 BY 1
011600         UNTIL RW-IDX > WS-ROW-COUNT
011610         IF WS-RW-TBL (RW-IDX) = WS-TBL AND WS-RW-LOADED (RW-IDX)
011620            EVALUATE TRUE
011630               WHEN WS-RW-CHANGED (RW-IDX)
011640                  MOVE "CHANGED" TO LL-MARK
011650               WHEN WS-RW-RETIRED (RW-IDX)
011660                  MOVE "RETIRED" TO LL-MARK
011670               WHEN OTHER
011680                  MOVE SPACES    TO LL-MARK
011690            END-EVALUATE
011700            MOVE WS-RW-BEFORE (RW-IDX) TO LL-IMAGE
011710            WRITE REPORT-LINE FROM LISTING-LINE
011720         END-IF
011730      END-PERFORM.
011740 3300-WRITE-ONE-ROW.
011750      EVALUATE WS-TBL
011760         WHEN 1
011770            WRITE DEPT-OUT-REC FROM WS-RW-IMAGE (RW-IDX)
011780         WHEN 2
011790            WRITE JOB-CODE-OUT-REC FROM WS-RW-IMAGE (RW-IDX)
011800         WHEN 3
011810            WRITE DED-CODE-OUT-REC FROM WS-RW-IMAGE (RW-IDX)
011820         WHEN 4
011830            WRITE TAX-RATE-OUT-REC FROM WS-RW-IMAGE (RW-IDX)
011840      END-EVALUATE.
011850      ADD 1 TO WS-TS-WRITTEN (WS-TBL).
011860      SET WS-RW-WRITTEN (RW-IDX) TO TRUE.
011870      IF WS-LIST-AFTER
011880         EVALUATE TRUE
011890            WHEN WS-RW-CHANGED (RW-IDX)
011900               MOVE "CHANGED" TO LL-MARK
011910            WHEN WS-RW-ADDED (RW-IDX)
011920               MOVE "ADDED"   TO LL-MARK
011930            WHEN OTHER
011940               MOVE SPACES    TO LL-MARK
011950         END-EVALUATE
011960         MOVE WS-RW-IMAGE (RW-IDX) TO LL-IMAGE
011970         WRITE REPORT-LINE FROM LISTING-LINE
011980      END-IF.
011990 3400-WRITE-TAX-IN-ORDER.
012000*    TAXRATES GOES OUT IN EFFECTIVE DATE AND FLOOR ORDER -
012010* EACH PASS PICKS THE LOWEST KEY NOT YET WRITTEN, SO A
012020* BRACKET ADDED TODAY LANDS INSIDE ITS SET.  THE TABLE IS
012030* NEVER MORE THAN 50 ROWS
012040      PERFORM WS-TS-ACTIVE (4) TIMES
012050         SET WS-ROW-NOT-FOUND TO TRUE
012060         MOVE HIGH-VALUES TO WS-LOW-KEY
012070         PERFORM VARYING RW-IDX2 FROM 1 BY 1
012080            UNTIL RW-IDX2 > WS-ROW-COUNT
012090            IF WS-RW-TBL (RW-IDX2) = 4 AND
012100               WS-RW-ACTIVE (RW-IDX2) AND
012110               NOT WS-RW-WRITTEN (RW-IDX2) AND
012120               WS-RW-KEY (RW-IDX2) < WS-LOW-KEY
012130               MOVE WS-RW-KEY (RW-IDX2) TO WS-LOW-KEY
012140               SET RW-IDX TO RW-IDX2
012150               SET WS-ROW-FOUND TO TRUE
012160            END-IF
012170         END-PERFORM
012180         IF WS-ROW-FOUND
012190            PERFORM 3300-WRITE-ONE-ROW
012200         END-IF
012210      END-PERFORM.
