000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPMASK0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    BUILDS A DE-IDENTIFIED TEST COPY OF THE EMPLOYEE AND   *
000090*    PAY FILES SO PRODUCTION DATA NEVER HAS TO BE LOADED    *
000100*    INTO THE TEST REGION.  EACH FILE IS READ IN KEY ORDER  *
000110*    AND WRITTEN RECORD FOR RECORD, KEYS AND DATES AS IS -  *
000120*      EMPVSFIL (EMPREC)   NAME REPLACED                    *
000130*      CUSTDD   (KDSDREC)  NAME REPLACED                    *
000140*      EMPADDRF (ADDRREC)  STREET AND PHONE REPLACED        *
000150*      EMPBANK  (EMPBKREC) ACCOUNT NUMBER REPLACED          *
000160*      COMPMAST (COMPREC)  PAY RATE SCALED                  *
000170*      PAYHIST  (PAYHREC)  AMOUNTS SCALED                   *
000180*    THE FAKE NAME IS DERIVED FROM THE EMP-ID ALONE, SO AN  *
000190*    EMPLOYEE CARRIES THE SAME FAKE NAME IN EVERY FILE.  A  *
000200*    CUSTDD NAME THAT MATCHED EMPVSFIL IN PRODUCTION STILL  *
000210*    MATCHES IN THE COPY AND ONE THAT DID NOT STILL DOES    *
000220*    NOT, SO EMPRECON RECONCILES THE COPY THE SAME WAY. NET *
000230*    PAY IS RE-DERIVED FROM THE SCALED AMOUNTS WHEREVER THE *
000240*    SOURCE ROW BALANCED.  WHEN THE COPIES ARE WRITTEN EACH *
000250*    SOURCE AND ITS COPY ARE RE-READ SIDE BY SIDE - ANY     *
000260*    DIFFERENCE IN COUNT OR KEY ENDS THE RUN RC=12.         *
000270*    SYSIN - COLS 1-4 PAY SCALE FACTOR 9V999, 0001-1000     *
000280*            (BLANK = 0875)                                 *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000313*   10/15/2026  DM  PH-REIMB-AMT SCALED WITH THE OTHER PAY *
000316*                   AMOUNTS AND PART OF THE NET RE-CHECK   *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMP-VS-FILE ASSIGN TO EMPVSFIL
000370     ORGANIZATION IS INDEXED
000380     ACCESS MODE  IS DYNAMIC
000390     RECORD KEY   IS EMP-ID OF EMPLOYEE
000400     FILE STATUS  IS VSAM-FILE-STATUS.
000410     SELECT KDS-FILE ASSIGN TO CUSTDD
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE  IS SEQUENTIAL
000440     RECORD KEY   IS EMP-ID OF IFILE-RECS
000450     FILE STATUS  IS KDS-FILE-STATUS.
000460     SELECT EMP-ADDRESS-FILE ASSIGN TO EMPADDRF
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE  IS SEQUENTIAL
000490     RECORD KEY   IS AD-EMP-ID
000500     FILE STATUS  IS ADDR-FILE-STATUS.
000510     SELECT EMP-BANK-FILE ASSIGN TO EMPBANK
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS BANK-FILE-STATUS.
000540     SELECT COMP-MASTER-FILE ASSIGN TO COMPMAST
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS COMP-FILE-STATUS.
000570     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS PAYH-FILE-STATUS.
000600     SELECT EMPVS-OUT-FILE ASSIGN TO EMPVSOUT
000610     ORGANIZATION IS SEQUENTIAL
000620     FILE STATUS  IS OUT-FILE-STATUS.
000630     SELECT KDS-OUT-FILE ASSIGN TO KSDSOUT
000640     ORGANIZATION IS SEQUENTIAL
000650     FILE STATUS  IS OUT-FILE-STATUS.
000660     SELECT ADDR-OUT-FILE ASSIGN TO ADDROUT
000670     ORGANIZATION IS SEQUENTIAL
000680     FILE STATUS  IS OUT-FILE-STATUS.
000690     SELECT BANK-OUT-FILE ASSIGN TO BANKOUT
000700     ORGANIZATION IS SEQUENTIAL
000710     FILE STATUS  IS OUT-FILE-STATUS.
000720     SELECT COMP-OUT-FILE ASSIGN TO COMPOUT
000730     ORGANIZATION IS SEQUENTIAL
000740     FILE STATUS  IS OUT-FILE-STATUS.
000750     SELECT PAYH-OUT-FILE ASSIGN TO PAYHOUT
000760     ORGANIZATION IS SEQUENTIAL
000770     FILE STATUS  IS OUT-FILE-STATUS.
000780     SELECT REPORT-FILE ASSIGN TO RPTOUT
000790     ORGANIZATION IS SEQUENTIAL
000800     FILE STATUS  IS RPT-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD EMP-VS-FILE.
000840     COPY EMPREC.
000850 FD KDS-FILE.
000860     COPY KDSDREC.
000870 FD EMP-ADDRESS-FILE.
000880     COPY ADDRREC.
000890 FD EMP-BANK-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      RECORD CONTAINS 80 CHARACTERS
000930      DATA RECORD IS EMP-BANK-REC.
000940     COPY EMPBKREC.
000950 FD COMP-MASTER-FILE
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      RECORD CONTAINS 80 CHARACTERS
000990      DATA RECORD IS COMP-MASTER-REC.
001000     COPY COMPREC.
001010 FD PAY-HISTORY-FILE
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      RECORD CONTAINS 80 CHARACTERS
001050      DATA RECORD IS PAY-HISTORY-REC.
001060     COPY PAYHREC.
001070 FD EMPVS-OUT-FILE
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD
001100      RECORD CONTAINS 120 CHARACTERS
001110      DATA RECORD IS EMPVS-OUT-REC.
001120 01 EMPVS-OUT-REC        PIC X(120).
001130 FD KDS-OUT-FILE
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD
001160      RECORD CONTAINS 80 CHARACTERS
001170      DATA RECORD IS KDS-OUT-REC.
001180 01 KDS-OUT-REC          PIC X(80).
001190 FD ADDR-OUT-FILE
001200      RECORDING MODE IS F
001210      LABEL RECORDS ARE STANDARD
001220      RECORD CONTAINS 80 CHARACTERS
001230      DATA RECORD IS ADDR-OUT-REC.
001240 01 ADDR-OUT-REC         PIC X(80).
001250 FD BANK-OUT-FILE
001260      RECORDING MODE IS F
001270      LABEL RECORDS ARE STANDARD
001280      RECORD CONTAINS 80 CHARACTERS
001290      DATA RECORD IS BANK-OUT-REC.
001300 01 BANK-OUT-REC         PIC X(80).
001310 FD COMP-OUT-FILE
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      RECORD CONTAINS 80 CHARACTERS
001350      DATA RECORD IS COMP-OUT-REC.
001360 01 COMP-OUT-REC         PIC X(80).
001370 FD PAYH-OUT-FILE
001380      RECORDING MODE IS F
001390      LABEL RECORDS ARE STANDARD
001400      RECORD CONTAINS 80 CHARACTERS
001410      DATA RECORD IS PAYH-OUT-REC.
001420 01 PAYH-OUT-REC         PIC X(80).
001430 FD REPORT-FILE
001440      RECORDING MODE IS F
001450      LABEL RECORDS ARE STANDARD
001460      DATA RECORD IS REPORT-LINE.
001470 01 REPORT-LINE          PIC X(132).
001480 WORKING-STORAGE SECTION.
001490     COPY FSTATCOM.
001500 01 KDS-FILE-STATUS      PIC X(2).
001510   88 KDS-OK             VALUE "00".
001520 01 ADDR-FILE-STATUS     PIC X(2).
001530   88 ADDR-OK            VALUE "00".
001540 01 BANK-FILE-STATUS     PIC X(2).
001550   88 BANK-OK            VALUE "00".
001560 01 COMP-FILE-STATUS     PIC X(2).
001570   88 COMP-OK            VALUE "00".
001580 01 PAYH-FILE-STATUS     PIC X(2).
001590   88 PAYH-OK            VALUE "00".
001600 01 OUT-FILE-STATUS      PIC X(2).
001610   88 OUT-OK             VALUE "00".
001620 01 RPT-FILE-STATUS      PIC X(2).
001630 01 WS-SRC-EOF-SW        PIC X(1).
001640   88 WS-SRC-DONE        VALUE "Y".
001650 01 WS-OUT-EOF-SW        PIC X(1).
001660   88 WS-OUT-DONE        VALUE "Y".
001670 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001680 01 WS-RUN-DATE          PIC 9(8).
001690 01 WS-OPEN-DD           PIC X(8).
001700 01 WS-OPEN-STATUS       PIC X(2).
001710 01 WS-CONTROL-CARD.
001720   05 WS-CC-SCALE        PIC X(04).
001730   05 WS-CC-SCALE-N REDEFINES WS-CC-SCALE PIC 9V999.
001740   05 FILLER             PIC X(76).
001750 01 WS-SCALE-FACTOR      PIC 9V999 VALUE 0.875.
001760 01 WS-SCALE-EDIT        PIC 9.999.
001770*    ONE ENTRY PER SOURCE FILE, IN THE ORDER THEY ARE COPIED -
001780* THE COUNTS FROM THE COPY PASS AND FROM THE RE-READ
001790 01 WS-FILE-COUNT        PIC 9(1) VALUE 6.
001800 01 WS-FILE-SUB          PIC 9(1).
001810 01 WS-FILE-NAMES.
001820   05 FILLER             PIC X(16) VALUE "EMPVSFILEMPVSOUT".
001830   05 FILLER             PIC X(16) VALUE "CUSTDD  KSDSOUT ".
001840   05 FILLER             PIC X(16) VALUE "EMPADDRFADDROUT ".
001850   05 FILLER             PIC X(16) VALUE "EMPBANK BANKOUT ".
001860   05 FILLER             PIC X(16) VALUE "COMPMASTCOMPOUT ".
001870   05 FILLER             PIC X(16) VALUE "PAYHIST PAYHOUT ".
001880 01 WS-FILE-NAMES-R REDEFINES WS-FILE-NAMES.
001890   05 WS-FILE-NAME-ENTRY OCCURS 6 TIMES.
001900     10 FN-SOURCE-DD     PIC X(8).
001910     10 FN-OUTPUT-DD     PIC X(8).
001920 01 WS-FILE-TABLE.
001930   05 WS-FILE-ENTRY OCCURS 6 TIMES.
001940     10 FT-SOURCE-READ   PIC 9(7).
001950     10 FT-WRITTEN       PIC 9(7).
001960     10 FT-SOURCE-BACK   PIC 9(7).
001970     10 FT-OUTPUT-BACK   PIC 9(7).
001980     10 FT-KEY-DIFFS     PIC 9(7).
001990     10 FT-RESULT        PIC X(8).
002000 01 WS-SRC-KEY           PIC X(20).
002010 01 WS-OUT-KEY           PIC X(20).
002020*    FAKE NAMES - FIRST NAME FROM THE EMP-ID MOD 26, LAST NAME
002030* FROM THE NEXT DIGIT IN BASE 26.  EVERY NAME IS ONE WORD SO
002040* THE "FIRST LAST" FORM EMPRECON BUILDS STAYS INTACT
002050 01 WS-FIRST-NAME-VALUES.
002060   05 FILLER             PIC X(10) VALUE "ALEX".
002070   05 FILLER             PIC X(10) VALUE "BAILEY".
002080   05 FILLER             PIC X(10) VALUE "CAMERON".
002090   05 FILLER             PIC X(10) VALUE "DANA".
002100   05 FILLER             PIC X(10) VALUE "ELLIS".
002110   05 FILLER             PIC X(10) VALUE "FRANKIE".
002120   05 FILLER             PIC X(10) VALUE "GRAY".
002130   05 FILLER             PIC X(10) VALUE "HARPER".
002140   05 FILLER             PIC X(10) VALUE "INDIA".
002150   05 FILLER             PIC X(10) VALUE "JORDAN".
002160   05 FILLER             PIC X(10) VALUE "KENDALL".
002170   05 FILLER             PIC X(10) VALUE "LOGAN".
002180   05 FILLER             PIC X(10) VALUE "MORGAN".
002190   05 FILLER             PIC X(10) VALUE "NOEL".
002200   05 FILLER             PIC X(10) VALUE "OAKLEY".
002210   05 FILLER             PIC X(10) VALUE "PARKER".
002220   05 FILLER             PIC X(10) VALUE "QUINN".
002230   05 FILLER             PIC X(10) VALUE "REESE".
002240   05 FILLER             PIC X(10) VALUE "SAGE".
002250   05 FILLER             PIC X(10) VALUE "TAYLOR".
002260   05 FILLER             PIC X(10) VALUE "UNA".
002270   05 FILLER             PIC X(10) VALUE "VAL".
002280   05 FILLER             PIC X(10) VALUE "WREN".
002290   05 FILLER             PIC X(10) VALUE "XANDER".
002300   05 FILLER             PIC X(10) VALUE "YALE".
002310   05 FILLER             PIC X(10) VALUE "ZION".
002320 01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
002330   05 WS-FIRST-NAME      PIC X(10) OCCURS 26 TIMES.
002340 01 WS-LAST-NAME-VALUES.
002350   05 FILLER             PIC X(10) VALUE "ABBOTT".
002360   05 FILLER             PIC X(10) VALUE "BRENNAN".
002370   05 FILLER             PIC X(10) VALUE "CALLOWAY".
002380   05 FILLER             PIC X(10) VALUE "DOWLING".
002390   05 FILLER             PIC X(10) VALUE "EVERETT".
002400   05 FILLER             PIC X(10) VALUE "FAIRBANK".
002410   05 FILLER             PIC X(10) VALUE "GARRISON".
002420   05 FILLER             PIC X(10) VALUE "HOLLOWAY".
002430   05 FILLER             PIC X(10) VALUE "IVERSON".
002440   05 FILLER             PIC X(10) VALUE "JESSUP".
002450   05 FILLER             PIC X(10) VALUE "KIMBALL".
002460   05 FILLER             PIC X(10) VALUE "LANGFORD".
002470   05 FILLER             PIC X(10) VALUE "MERRITT".
002480   05 FILLER             PIC X(10) VALUE "NORCROSS".
002490   05 FILLER             PIC X(10) VALUE "OSBORNE".
002500   05 FILLER             PIC X(10) VALUE "PRESCOTT".
002510   05 FILLER             PIC X(10) VALUE "QUIMBY".
002520   05 FILLER             PIC X(10) VALUE "RADCLIFFE".
002530   05 FILLER             PIC X(10) VALUE "STANWICK".
002540   05 FILLER             PIC X(10) VALUE "THORNBURY".
002550   05 FILLER             PIC X(10) VALUE "UPTON".
002560   05 FILLER             PIC X(10) VALUE "VANCE".
002570   05 FILLER             PIC X(10) VALUE "WHITLOCK".
002580   05 FILLER             PIC X(10) VALUE "YARBROUGH".
002590   05 FILLER             PIC X(10) VALUE "ZELLER".
002600   05 FILLER             PIC X(10) VALUE "ASHBY".
002610 01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
002620   05 WS-LAST-NAME       PIC X(10) OCCURS 26 TIMES.
002630 01 WS-STREET-NAME-VALUES.
002640   05 FILLER             PIC X(12) VALUE "MAPLE AVE".
002650   05 FILLER             PIC X(12) VALUE "OAK ST".
002660   05 FILLER             PIC X(12) VALUE "PINE RD".
002670   05 FILLER             PIC X(12) VALUE "CEDAR LN".
002680   05 FILLER             PIC X(12) VALUE "ELM ST".
002690   05 FILLER             PIC X(12) VALUE "BIRCH DR".
002700   05 FILLER             PIC X(12) VALUE "WALNUT CT".
002710   05 FILLER             PIC X(12) VALUE "SPRUCE WAY".
002720   05 FILLER             PIC X(12) VALUE "ASPEN BLVD".
002730   05 FILLER             PIC X(12) VALUE "WILLOW PL".
002740 01 WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
002750   05 WS-STREET-NAME     PIC X(12) OCCURS 10 TIMES.
002760 01 WS-MASK-EMP-ID       PIC 9(9).
002770 01 WS-MASK-QUOT         PIC 9(9).
002780 01 WS-MASK-QUOT-2       PIC 9(9).
002790 01 WS-MASK-REM          PIC 9(4).
002800 01 WS-NAME-SUB          PIC 9(2).
002810 01 WS-FAKE-FIRST        PIC X(10).
002820 01 WS-FAKE-LAST         PIC X(10).
002830 01 WS-FAKE-FULL-NAME    PIC X(30).
002840 01 WS-EMPVS-FULL-NAME   PIC X(30).
002850 01 WS-HOUSE-NO          PIC 9(4).
002860 01 WS-PHONE-LINE        PIC 9(2).
002870 01 WS-PREV-BANK-EMP     PIC 9(6).
002880 01 WS-BANK-SEQ          PIC 9(2).
002890 01 WS-NET-CHECK         PIC S9(7)V99.
002900 01 WS-COUNTERS.
002910   05 WS-NAMES-MASKED    PIC 9(7) VALUE ZERO.
002920   05 WS-KDS-NAME-MATCH  PIC 9(7) VALUE ZERO.
002930   05 WS-KDS-NAME-DIFF   PIC 9(7) VALUE ZERO.
002940   05 WS-KDS-NOT-ON-VS   PIC 9(7) VALUE ZERO.
002950   05 WS-STREETS-MASKED  PIC 9(7) VALUE ZERO.
002960   05 WS-PHONES-MASKED   PIC 9(7) VALUE ZERO.
002970   05 WS-ACCTS-MASKED    PIC 9(7) VALUE ZERO.
002980   05 WS-RATES-SCALED    PIC 9(7) VALUE ZERO.
002990   05 WS-NET-REDERIVED   PIC 9(7) VALUE ZERO.
003000   05 WS-NET-SCALED      PIC 9(7) VALUE ZERO.
003010   05 WS-FILES-IN-ERROR  PIC 9(1) VALUE ZERO.
003020 01 HEADING-LINE-1.
003030   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
003040   05 FILLER             PIC X(40)
003050      VALUE "DE-IDENTIFIED TEST DATA COPY".
003060   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
003070   05 HL1-RUN-DATE       PIC 9(8).
003080   05 FILLER             PIC X(44) VALUE SPACES.
003090 01 HEADING-LINE-2.
003100   05 FILLER             PIC X(18) VALUE "PAY SCALE FACTOR: ".
003110   05 HL2-SCALE          PIC 9.999.
003120   05 FILLER             PIC X(109) VALUE SPACES.
003130 01 COLUMN-HEADING-1.
003140   05 FILLER             PIC X(40)
003150      VALUE "SOURCE    OUTPUT      RECS READ      WRI".
003160   05 FILLER             PIC X(40)
003170      VALUE "TTEN  SRC RE-READ  OUT RE-READ  KEY DIF ".
003180   05 FILLER             PIC X(52)
003190      VALUE " RESULT".
003200 01 VERIFY-LINE.
003210   05 VL-SOURCE-DD       PIC X(08).
003220   05 FILLER             PIC X(02) VALUE SPACES.
003230   05 VL-OUTPUT-DD       PIC X(08).
003240   05 FILLER             PIC X(02) VALUE SPACES.
003250   05 VL-SOURCE-READ     PIC ZZZ,ZZZ,ZZ9.
003260   05 FILLER             PIC X(02) VALUE SPACES.
003270   05 VL-WRITTEN         PIC ZZZ,ZZZ,ZZ9.
003280   05 FILLER             PIC X(02) VALUE SPACES.
003290   05 VL-SOURCE-BACK     PIC ZZZ,ZZZ,ZZ9.
003300   05 FILLER             PIC X(02) VALUE SPACES.
003310   05 VL-OUTPUT-BACK     PIC ZZZ,ZZZ,ZZ9.
003320   05 FILLER             PIC X(02) VALUE SPACES.
003330   05 VL-KEY-DIFFS       PIC ZZZ,ZZ9.
003340   05 FILLER             PIC X(02) VALUE SPACES.
003350   05 VL-RESULT          PIC X(08).
003360   05 FILLER             PIC X(43) VALUE SPACES.
003370 01 TOTAL-LINE.
003380   05 TL-LABEL           PIC X(40).
003390   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
003400   05 FILLER             PIC X(81) VALUE SPACES.
003410 PROCEDURE DIVISION.
003420 000-MAIN-PROCEDURE.
003430      PERFORM P100-INITIALIZATION.
003440      PERFORM P200-COPY-EMPLOYEE-VS.
003450      PERFORM P210-COPY-EMP-KSDS.
003460      PERFORM P220-COPY-ADDRESSES.
003470      PERFORM P230-COPY-BANK.
003480      PERFORM P240-COPY-COMP-MASTER.
003490      PERFORM P250-COPY-PAY-HISTORY.
003500      PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
003510         UNTIL WS-FILE-SUB > WS-FILE-COUNT
003520         PERFORM P400-VERIFY-FILE
003530      END-PERFORM.
003540      PERFORM P450-PRINT-REPORT.
003550      PERFORM P300-TERMINATION.
003560      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003570      STOP RUN.
003580 P100-INITIALIZATION.
003590      INITIALIZE WS-FILE-TABLE.
003600      OPEN OUTPUT REPORT-FILE.
003610      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003620      PERFORM P105-READ-CONTROL-CARD.
003630 P105-READ-CONTROL-CARD.
003640*    THE SYSIN CARD - COLS 1-4 THE PAY SCALE FACTOR 9V999.  THE
003650* COPY IS ONLY EVER SCALED DOWN SO NO AMOUNT CAN OUTGROW ITS
003660* FIELD
003670      MOVE SPACES TO WS-CONTROL-CARD.
003680      ACCEPT WS-CONTROL-CARD.
003690      IF WS-CC-SCALE NOT = SPACES
003700         IF WS-CC-SCALE IS NOT NUMERIC OR
003710            WS-CC-SCALE-N = ZERO OR WS-CC-SCALE-N > 1
003720            DISPLAY "INVALID SYSIN CARD - SCALE " WS-CC-SCALE
003730            MOVE 8 TO RETURN-CODE
003740            STOP RUN
003750         END-IF
003760         MOVE WS-CC-SCALE-N TO WS-SCALE-FACTOR
003770      END-IF.
003780      MOVE WS-SCALE-FACTOR TO WS-SCALE-EDIT.
003790      DISPLAY "PAY SCALE FACTOR     : " WS-SCALE-EDIT.
003800 P190-CHECK-OPEN.
003810*    A FILE THAT WILL NOT OPEN ENDS THE RUN - A PARTIAL TEST COPY
003820* IS WORSE THAN NONE
003830      IF WS-OPEN-STATUS NOT = "00"
003840         DISPLAY "FAILURE TO OPEN " WS-OPEN-DD " " WS-OPEN-STATUS
003850         MOVE 12 TO RETURN-CODE
003860         STOP RUN
003870      END-IF.
003880 P195-COUNT-WRITE.
003890      IF OUT-OK
003900         ADD 1 TO FT-WRITTEN (WS-FILE-SUB)
003910      ELSE
003920         DISPLAY "WRITE ERROR ON " FN-OUTPUT-DD (WS-FILE-SUB)
003930            " " OUT-FILE-STATUS
003940         MOVE 12 TO WS-HIGHEST-RC
003950      END-IF.
003960 P200-COPY-EMPLOYEE-VS.
003970      MOVE 1 TO WS-FILE-SUB.
003980      OPEN INPUT EMP-VS-FILE.
003990      MOVE "EMPVSFIL" TO WS-OPEN-DD.
004000      MOVE VSAM-FILE-STATUS TO WS-OPEN-STATUS.
004010      PERFORM P190-CHECK-OPEN.
004020      OPEN OUTPUT EMPVS-OUT-FILE.
004030      MOVE "EMPVSOUT" TO WS-OPEN-DD.
004040      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
004050      PERFORM P190-CHECK-OPEN.
004060      MOVE "N" TO WS-SRC-EOF-SW.
004070      PERFORM UNTIL WS-SRC-DONE
004080         READ EMP-VS-FILE NEXT RECORD
004090            AT END
004100               SET WS-SRC-DONE TO TRUE
004110            NOT AT END
004120               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
004130               MOVE EMP-ID OF EMPLOYEE TO WS-MASK-EMP-ID
004140               PERFORM P280-BUILD-FAKE-NAME
004150               MOVE WS-FAKE-LAST  TO EMP-LAST-NAME
004160               MOVE WS-FAKE-FIRST TO EMP-FIRST-NAME
004170               ADD 1 TO WS-NAMES-MASKED
004180               WRITE EMPVS-OUT-REC FROM EMPLOYEE
004190               PERFORM P195-COUNT-WRITE
004200         END-READ
004210      END-PERFORM.
004220      CLOSE EMP-VS-FILE EMPVS-OUT-FILE.
004230 P210-COPY-EMP-KSDS.
004240*    THE PRODUCTION EMPVSFIL NAME IS READ FOR EACH CUSTDD RECORD
004250* SO THE COPY KEEPS THE SAME MATCH OR MISMATCH EMPRECON SEES
004260      MOVE 2 TO WS-FILE-SUB.
004270      OPEN INPUT KDS-FILE.
004280      MOVE "CUSTDD" TO WS-OPEN-DD.
004290      MOVE KDS-FILE-STATUS TO WS-OPEN-STATUS.
004300      PERFORM P190-CHECK-OPEN.
004310      OPEN INPUT EMP-VS-FILE.
004320      MOVE "EMPVSFIL" TO WS-OPEN-DD.
004330      MOVE VSAM-FILE-STATUS TO WS-OPEN-STATUS.
004340      PERFORM P190-CHECK-OPEN.
004350      OPEN OUTPUT KDS-OUT-FILE.
004360      MOVE "KSDSOUT" TO WS-OPEN-DD.
004370      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
004380      PERFORM P190-CHECK-OPEN.
004390      MOVE "N" TO WS-SRC-EOF-SW.
004400      PERFORM UNTIL WS-SRC-DONE
004410         READ KDS-FILE NEXT RECORD
004420            AT END
004430               SET WS-SRC-DONE TO TRUE
004440            NOT AT END
004450               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
004460               PERFORM P215-MASK-KSDS-NAME
004470               WRITE KDS-OUT-REC FROM IFILE-RECS
004480               PERFORM P195-COUNT-WRITE
004490         END-READ
004500      END-PERFORM.
004510      CLOSE KDS-FILE EMP-VS-FILE KDS-OUT-FILE.
004520 P215-MASK-KSDS-NAME.
004530      MOVE EMP-ID OF IFILE-RECS TO WS-MASK-EMP-ID.
004540      PERFORM P280-BUILD-FAKE-NAME.
004550      MOVE SPACES TO WS-FAKE-FULL-NAME.
004560      MOVE EMP-ID OF IFILE-RECS TO EMP-ID OF EMPLOYEE.
004570      READ EMP-VS-FILE
004580         KEY IS EMP-ID OF EMPLOYEE
004590         INVALID KEY
004600            ADD 1 TO WS-KDS-NOT-ON-VS
004610            MOVE SPACES TO WS-EMPVS-FULL-NAME
004620         NOT INVALID KEY
004630            MOVE SPACES TO WS-EMPVS-FULL-NAME
004640            STRING EMP-FIRST-NAME OF EMPLOYEE DELIMITED BY SPACE
004650                   " "                        DELIMITED BY SIZE
004660                   EMP-LAST-NAME OF EMPLOYEE   DELIMITED BY SPACE
004670              INTO WS-EMPVS-FULL-NAME
004680            END-STRING
004690      END-READ.
004700      IF WS-EMPVS-FULL-NAME NOT = SPACES AND
004710         WS-EMPVS-FULL-NAME NOT = EMPLOYEE-NAME OF IFILE-RECS
004720         ADD 1 TO WS-KDS-NAME-DIFF
004730         STRING WS-FAKE-LAST  DELIMITED BY SPACE
004740                " "           DELIMITED BY SIZE
004750                WS-FAKE-FIRST DELIMITED BY SPACE
004760           INTO WS-FAKE-FULL-NAME
004770         END-STRING
004780      ELSE
004790         IF WS-EMPVS-FULL-NAME NOT = SPACES
004800            ADD 1 TO WS-KDS-NAME-MATCH
004810         END-IF
004820         STRING WS-FAKE-FIRST DELIMITED BY SPACE
004830                " "           DELIMITED BY SIZE
004840                WS-FAKE-LAST  DELIMITED BY SPACE
004850           INTO WS-FAKE-FULL-NAME
004860         END-STRING
004870      END-IF.
004880      MOVE WS-FAKE-FULL-NAME TO EMPLOYEE-NAME OF IFILE-RECS.
004890      ADD 1 TO WS-NAMES-MASKED.
004900 P220-COPY-ADDRESSES.
004910      MOVE 3 TO WS-FILE-SUB.
004920      OPEN INPUT EMP-ADDRESS-FILE.
004930      MOVE "EMPADDRF" TO WS-OPEN-DD.
004940      MOVE ADDR-FILE-STATUS TO WS-OPEN-STATUS.
004950      PERFORM P190-CHECK-OPEN.
004960      OPEN OUTPUT ADDR-OUT-FILE.
004970      MOVE "ADDROUT" TO WS-OPEN-DD.
004980      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
004990      PERFORM P190-CHECK-OPEN.
005000      MOVE "N" TO WS-SRC-EOF-SW.
005010      PERFORM UNTIL WS-SRC-DONE
005020         READ EMP-ADDRESS-FILE NEXT RECORD
005030            AT END
005040               SET WS-SRC-DONE TO TRUE
005050            NOT AT END
005060               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
005070               PERFORM P225-MASK-ADDRESS
005080               WRITE ADDR-OUT-REC FROM EMP-ADDRESS-REC
005090               PERFORM P195-COUNT-WRITE
005100         END-READ
005110      END-PERFORM.
005120      CLOSE EMP-ADDRESS-FILE ADDR-OUT-FILE.
005130 P225-MASK-ADDRESS.
005140*    CITY, STATE, AND ZIP STAY SO TAX AND LOCALITY TESTS STILL
005150* WORK - THE STREET BECOMES A HOUSE NUMBER AND STREET NAME FROM
005160* THE EMP-ID, AND THE PHONE KEEPS ITS AREA CODE BUT TAKES A
005170* 555-01XX NUMBER
005180      IF AD-STREET NOT = SPACES
005190         DIVIDE AD-EMP-ID BY 8999
005200            GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM
005210         COMPUTE WS-HOUSE-NO = WS-MASK-REM + 1000
005220         DIVIDE AD-EMP-ID BY 10
005230            GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM
005240         COMPUTE WS-NAME-SUB = WS-MASK-REM + 1
005250         MOVE SPACES TO AD-STREET
005260         STRING WS-HOUSE-NO                 DELIMITED BY SIZE
005270                " "                         DELIMITED BY SIZE
005280                WS-STREET-NAME (WS-NAME-SUB) DELIMITED BY "  "
005290           INTO AD-STREET
005300         END-STRING
005310         ADD 1 TO WS-STREETS-MASKED
005320      END-IF.
005330      IF AD-PHONE NOT = SPACES
005340         DIVIDE AD-EMP-ID BY 100
005350            GIVING WS-MASK-QUOT REMAINDER WS-PHONE-LINE
005360         MOVE "55501"       TO AD-PHONE (4:5)
005370         MOVE WS-PHONE-LINE TO AD-PHONE (9:2)
005380         ADD 1 TO WS-PHONES-MASKED
005390      END-IF.
005400 P230-COPY-BANK.
005410      MOVE 4 TO WS-FILE-SUB.
005420      OPEN INPUT EMP-BANK-FILE.
005430      MOVE "EMPBANK" TO WS-OPEN-DD.
005440      MOVE BANK-FILE-STATUS TO WS-OPEN-STATUS.
005450      PERFORM P190-CHECK-OPEN.
005460      OPEN OUTPUT BANK-OUT-FILE.
005470      MOVE "BANKOUT" TO WS-OPEN-DD.
005480      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
005490      PERFORM P190-CHECK-OPEN.
005500      MOVE ZERO TO WS-PREV-BANK-EMP.
005510      MOVE "N" TO WS-SRC-EOF-SW.
005520      PERFORM UNTIL WS-SRC-DONE
005530         READ EMP-BANK-FILE
005540            AT END
005550               SET WS-SRC-DONE TO TRUE
005560            NOT AT END
005570               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
005580               PERFORM P235-MASK-ACCOUNT
005590               WRITE BANK-OUT-REC FROM EMP-BANK-REC
005600               PERFORM P195-COUNT-WRITE
005610         END-READ
005620      END-PERFORM.
005630      CLOSE EMP-BANK-FILE BANK-OUT-FILE.
005640 P235-MASK-ACCOUNT.
005650*    THE ROUTING NUMBER STAYS SO PRENOTE AND ACH EDITS STILL SEE
005660* A REAL BANK - THE ACCOUNT BECOMES "TEST", THE EMP-ID, AND THE
005670* ROW'S PLACE AMONG THAT EMPLOYEE'S ACCOUNTS
005680      IF EB-EMP-ID = WS-PREV-BANK-EMP
005690         ADD 1 TO WS-BANK-SEQ
005700      ELSE
005710         MOVE EB-EMP-ID TO WS-PREV-BANK-EMP
005720         MOVE 1 TO WS-BANK-SEQ
005730      END-IF.
005740      IF EB-ACCOUNT NOT = SPACES
005750         MOVE SPACES TO EB-ACCOUNT
005760         STRING "TEST"      DELIMITED BY SIZE
005770                EB-EMP-ID   DELIMITED BY SIZE
005780                WS-BANK-SEQ DELIMITED BY SIZE
005790           INTO EB-ACCOUNT
005800         END-STRING
005810         ADD 1 TO WS-ACCTS-MASKED
005820      END-IF.
005830 P240-COPY-COMP-MASTER.
005840      MOVE 5 TO WS-FILE-SUB.
005850      OPEN INPUT COMP-MASTER-FILE.
005860      MOVE "COMPMAST" TO WS-OPEN-DD.
005870      MOVE COMP-FILE-STATUS TO WS-OPEN-STATUS.
005880      PERFORM P190-CHECK-OPEN.
005890      OPEN OUTPUT COMP-OUT-FILE.
005900      MOVE "COMPOUT" TO WS-OPEN-DD.
005910      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
005920      PERFORM P190-CHECK-OPEN.
005930      MOVE "N" TO WS-SRC-EOF-SW.
005940      PERFORM UNTIL WS-SRC-DONE
005950         READ COMP-MASTER-FILE
005960            AT END
005970               SET WS-SRC-DONE TO TRUE
005980            NOT AT END
005990               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
006000               COMPUTE CM-PAY-RATE ROUNDED =
006010                  CM-PAY-RATE * WS-SCALE-FACTOR
006020               ADD 1 TO WS-RATES-SCALED
006030               WRITE COMP-OUT-REC FROM COMP-MASTER-REC
006040               PERFORM P195-COUNT-WRITE
006050         END-READ
006060      END-PERFORM.
006070      CLOSE COMP-MASTER-FILE COMP-OUT-FILE.
006080 P250-COPY-PAY-HISTORY.
006090      MOVE 6 TO WS-FILE-SUB.
006100      OPEN INPUT PAY-HISTORY-FILE.
006110      MOVE "PAYHIST" TO WS-OPEN-DD.
006120      MOVE PAYH-FILE-STATUS TO WS-OPEN-STATUS.
006130      PERFORM P190-CHECK-OPEN.
006140      OPEN OUTPUT PAYH-OUT-FILE.
006150      MOVE "PAYHOUT" TO WS-OPEN-DD.
006160      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
006170      PERFORM P190-CHECK-OPEN.
006180      MOVE "N" TO WS-SRC-EOF-SW.
006190      PERFORM UNTIL WS-SRC-DONE
006200         READ PAY-HISTORY-FILE
006210            AT END
006220               SET WS-SRC-DONE TO TRUE
006230            NOT AT END
006240               ADD 1 TO FT-SOURCE-READ (WS-FILE-SUB)
006250               PERFORM P255-SCALE-PAY
006260               WRITE PAYH-OUT-REC FROM PAY-HISTORY-REC
006270               PERFORM P195-COUNT-WRITE
006280         END-READ
006290      END-PERFORM.
006300      CLOSE PAY-HISTORY-FILE PAYH-OUT-FILE.
006310 P255-SCALE-PAY.
006320*    A ROW WHOSE NET WAS GROSS LESS DEDUCTIONS LESS TAX PLUS
006330* REIMBURSEMENT GETS ITS NET RE-DERIVED FROM THE SCALED AMOUNTS
006340* SO IT STILL BALANCES - ANY OTHER ROW HAS ITS NET SCALED TOO
006342      IF PH-REIMB-AMT IS NOT NUMERIC
006344         MOVE ZERO TO PH-REIMB-AMT
006346      END-IF.
006350      COMPUTE WS-NET-CHECK = PH-REG-PAY + PH-BON-PAY
006360                           - PH-TOTAL-DED - PH-TAX-WH
006365                           + PH-REIMB-AMT.
006370      COMPUTE PH-REG-PAY ROUNDED = PH-REG-PAY * WS-SCALE-FACTOR.
006380      COMPUTE PH-BON-PAY ROUNDED = PH-BON-PAY * WS-SCALE-FACTOR.
006390      COMPUTE PH-TOTAL-DED ROUNDED =
006400         PH-TOTAL-DED * WS-SCALE-FACTOR.
006410      COMPUTE PH-TAX-WH ROUNDED = PH-TAX-WH * WS-SCALE-FACTOR.
006413      COMPUTE PH-REIMB-AMT ROUNDED =
006416         PH-REIMB-AMT * WS-SCALE-FACTOR.
006420      IF WS-NET-CHECK = PH-NET-PAY
006430         COMPUTE WS-NET-CHECK = PH-REG-PAY + PH-BON-PAY
006440                              - PH-TOTAL-DED - PH-TAX-WH
006445                              + PH-REIMB-AMT
006450         IF WS-NET-CHECK < ZERO
006460            MOVE ZERO TO WS-NET-CHECK
006470         END-IF
006480         MOVE WS-NET-CHECK TO PH-NET-PAY
006490         ADD 1 TO WS-NET-REDERIVED
006500      ELSE
006510         COMPUTE PH-NET-PAY ROUNDED = PH-NET-PAY * WS-SCALE-FACTOR
006520         ADD 1 TO WS-NET-SCALED
006530      END-IF.
006540 P280-BUILD-FAKE-NAME.
006550      DIVIDE WS-MASK-EMP-ID BY 26
006560         GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM.
006570      COMPUTE WS-NAME-SUB = WS-MASK-REM + 1.
006580      MOVE WS-FIRST-NAME (WS-NAME-SUB) TO WS-FAKE-FIRST.
006590      DIVIDE WS-MASK-QUOT BY 26
006600         GIVING WS-MASK-QUOT-2 REMAINDER WS-MASK-REM.
006610      COMPUTE WS-NAME-SUB = WS-MASK-REM + 1.
006620      MOVE WS-LAST-NAME (WS-NAME-SUB) TO WS-FAKE-LAST.
006630 P400-VERIFY-FILE.
006640*    THE SOURCE AND ITS COPY ARE READ SIDE BY SIDE - THE COUNTS
006650* MUST AGREE WITH EACH OTHER AND WITH THE COPY PASS, AND EVERY
006660* PAIR OF RECORDS MUST CARRY THE SAME KEY
006670      PERFORM P410-OPEN-PAIR.
006680      MOVE "N" TO WS-SRC-EOF-SW.
006690      MOVE "N" TO WS-OUT-EOF-SW.
006700      PERFORM UNTIL WS-SRC-DONE AND WS-OUT-DONE
006710         IF NOT WS-SRC-DONE
006720            PERFORM P420-READ-SOURCE
006730         END-IF
006740         IF NOT WS-OUT-DONE
006750            PERFORM P430-READ-OUTPUT
006760         END-IF
006770         IF NOT WS-SRC-DONE AND NOT WS-OUT-DONE
006780            IF WS-SRC-KEY NOT = WS-OUT-KEY
006790               ADD 1 TO FT-KEY-DIFFS (WS-FILE-SUB)
006800            END-IF
006810         END-IF
006820      END-PERFORM.
006830      PERFORM P440-CLOSE-PAIR.
006840      IF FT-WRITTEN (WS-FILE-SUB) = FT-SOURCE-READ (WS-FILE-SUB)
006850         AND FT-SOURCE-BACK (WS-FILE-SUB) =
006860             FT-SOURCE-READ (WS-FILE-SUB)
006870         AND FT-OUTPUT-BACK (WS-FILE-SUB) =
006880             FT-SOURCE-READ (WS-FILE-SUB)
006890         AND FT-KEY-DIFFS (WS-FILE-SUB) = ZERO
006900         MOVE "MATCHED" TO FT-RESULT (WS-FILE-SUB)
006910      ELSE
006920         MOVE "MISMATCH" TO FT-RESULT (WS-FILE-SUB)
006930         ADD 1 TO WS-FILES-IN-ERROR
006940         DISPLAY "COPY DOES NOT MATCH SOURCE - "
006950            FN-SOURCE-DD (WS-FILE-SUB)
006960         MOVE 12 TO WS-HIGHEST-RC
006970      END-IF.
006980 P410-OPEN-PAIR.
006990      MOVE FN-SOURCE-DD (WS-FILE-SUB) TO WS-OPEN-DD.
007000      EVALUATE WS-FILE-SUB
007010         WHEN 1
007020            OPEN INPUT EMP-VS-FILE
007030            MOVE VSAM-FILE-STATUS TO WS-OPEN-STATUS
007040         WHEN 2
007050            OPEN INPUT KDS-FILE
007060            MOVE KDS-FILE-STATUS TO WS-OPEN-STATUS
007070         WHEN 3
007080            OPEN INPUT EMP-ADDRESS-FILE
007090            MOVE ADDR-FILE-STATUS TO WS-OPEN-STATUS
007100         WHEN 4
007110            OPEN INPUT EMP-BANK-FILE
007120            MOVE BANK-FILE-STATUS TO WS-OPEN-STATUS
007130         WHEN 5
007140            OPEN INPUT COMP-MASTER-FILE
007150            MOVE COMP-FILE-STATUS TO WS-OPEN-STATUS
007160         WHEN 6
007170            OPEN INPUT PAY-HISTORY-FILE
007180            MOVE PAYH-FILE-STATUS TO WS-OPEN-STATUS
007190      END-EVALUATE.
007200      PERFORM P190-CHECK-OPEN.
007210      MOVE FN-OUTPUT-DD (WS-FILE-SUB) TO WS-OPEN-DD.
007220      EVALUATE WS-FILE-SUB
007230         WHEN 1
007240            OPEN INPUT EMPVS-OUT-FILE
007250         WHEN 2
007260            OPEN INPUT KDS-OUT-FILE
007270         WHEN 3
007280            OPEN INPUT ADDR-OUT-FILE
007290         WHEN 4
007300            OPEN INPUT BANK-OUT-FILE
007310         WHEN 5
007320            OPEN INPUT COMP-OUT-FILE
007330         WHEN 6
007340            OPEN INPUT PAYH-OUT-FILE
007350      END-EVALUATE.
007360      MOVE OUT-FILE-STATUS TO WS-OPEN-STATUS.
007370      PERFORM P190-CHECK-OPEN.
007380 P420-READ-SOURCE.
007390*    THE KEY OF EACH FILE - EMP-ID, WITH THE ROUTING NUMBER ON
007400* EMPBANK, THE EFFECTIVE DATE ON COMPMAST, AND THE PERIOD END ON
007410* PAYHIST
007420      MOVE SPACES TO WS-SRC-KEY.
007430      EVALUATE WS-FILE-SUB
007440         WHEN 1
007450            READ EMP-VS-FILE NEXT RECORD
007460               AT END SET WS-SRC-DONE TO TRUE
007470            END-READ
007480            MOVE EMPLOYEE (1:6) TO WS-SRC-KEY
007490         WHEN 2
007500            READ KDS-FILE NEXT RECORD
007510               AT END SET WS-SRC-DONE TO TRUE
007520            END-READ
007530            MOVE IFILE-RECS (1:6) TO WS-SRC-KEY
007540         WHEN 3
007550            READ EMP-ADDRESS-FILE NEXT RECORD
007560               AT END SET WS-SRC-DONE TO TRUE
007570            END-READ
007580            MOVE EMP-ADDRESS-REC (1:6) TO WS-SRC-KEY
007590         WHEN 4
007600            READ EMP-BANK-FILE
007610               AT END SET WS-SRC-DONE TO TRUE
007620            END-READ
007630            MOVE EMP-BANK-REC (1:16) TO WS-SRC-KEY
007640         WHEN 5
007650            READ COMP-MASTER-FILE
007660               AT END SET WS-SRC-DONE TO TRUE
007670            END-READ
007680            MOVE COMP-MASTER-REC (1:4)  TO WS-SRC-KEY (1:4)
007690            MOVE COMP-MASTER-REC (13:8) TO WS-SRC-KEY (5:8)
007700         WHEN 6
007710            READ PAY-HISTORY-FILE
007720               AT END SET WS-SRC-DONE TO TRUE
007730            END-READ
007740            MOVE PAY-HISTORY-REC (1:17) TO WS-SRC-KEY
007750      END-EVALUATE.
007760      IF NOT WS-SRC-DONE
007770         ADD 1 TO FT-SOURCE-BACK (WS-FILE-SUB)
007780      END-IF.
007790 P430-READ-OUTPUT.
007800      MOVE SPACES TO WS-OUT-KEY.
007810      EVALUATE WS-FILE-SUB
007820         WHEN 1
007830            READ EMPVS-OUT-FILE
007840               AT END SET WS-OUT-DONE TO TRUE
007850            END-READ
007860            MOVE EMPVS-OUT-REC (1:6) TO WS-OUT-KEY
007870         WHEN 2
007880            READ KDS-OUT-FILE
007890               AT END SET WS-OUT-DONE TO TRUE
007900            END-READ
007910            MOVE KDS-OUT-REC (1:6) TO WS-OUT-KEY
007920         WHEN 3
007930            READ ADDR-OUT-FILE
007940               AT END SET WS-OUT-DONE TO TRUE
007950            END-READ
007960            MOVE ADDR-OUT-REC (1:6) TO WS-OUT-KEY
007970         WHEN 4
007980            READ BANK-OUT-FILE
007990               AT END SET WS-OUT-DONE TO TRUE
008000            END-READ
008010            MOVE BANK-OUT-REC (1:16) TO WS-OUT-KEY
008020         WHEN 5
008030            READ COMP-OUT-FILE
008040               AT END SET WS-OUT-DONE TO TRUE
008050            END-READ
008060            MOVE COMP-OUT-REC (1:4)  TO WS-OUT-KEY (1:4)
008070            MOVE COMP-OUT-REC (13:8) TO WS-OUT-KEY (5:8)
008080         WHEN 6
008090            READ PAYH-OUT-FILE
008100               AT END SET WS-OUT-DONE TO TRUE
008110            END-READ
008120            MOVE PAYH-OUT-REC (1:17) TO WS-OUT-KEY
008130      END-EVALUATE.
008140      IF NOT WS-OUT-DONE
008150         ADD 1 TO FT-OUTPUT-BACK (WS-FILE-SUB)
008160      END-IF.
008170 P440-CLOSE-PAIR.
008180      EVALUATE WS-FILE-SUB
008190         WHEN 1
008200            CLOSE EMP-VS-FILE EMPVS-OUT-FILE
008210         WHEN 2
008220            CLOSE KDS-FILE KDS-OUT-FILE
008230         WHEN 3
008240            CLOSE EMP-ADDRESS-FILE ADDR-OUT-FILE
008250         WHEN 4
008260            CLOSE EMP-BANK-FILE BANK-OUT-FILE
008270         WHEN 5
008280            CLOSE COMP-MASTER-FILE COMP-OUT-FILE
008290         WHEN 6
008300            CLOSE PAY-HISTORY-FILE PAYH-OUT-FILE
008310      END-EVALUATE.
008320 P450-PRINT-REPORT.
008330      MOVE WS-RUN-DATE     TO HL1-RUN-DATE.
008340      MOVE WS-SCALE-FACTOR TO HL2-SCALE.
008350      WRITE REPORT-LINE FROM HEADING-LINE-1.
008360      WRITE REPORT-LINE FROM HEADING-LINE-2.
008370      MOVE SPACES TO REPORT-LINE.
008380      WRITE REPORT-LINE.
008390      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
008400      PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
008410         UNTIL WS-FILE-SUB > WS-FILE-COUNT
008420         MOVE FN-SOURCE-DD (WS-FILE-SUB)   TO VL-SOURCE-DD
008430         MOVE FN-OUTPUT-DD (WS-FILE-SUB)   TO VL-OUTPUT-DD
008440         MOVE FT-SOURCE-READ (WS-FILE-SUB) TO VL-SOURCE-READ
008450         MOVE FT-WRITTEN (WS-FILE-SUB)     TO VL-WRITTEN
008460         MOVE FT-SOURCE-BACK (WS-FILE-SUB) TO VL-SOURCE-BACK
008470         MOVE FT-OUTPUT-BACK (WS-FILE-SUB) TO VL-OUTPUT-BACK
008480         MOVE FT-KEY-DIFFS (WS-FILE-SUB)   TO VL-KEY-DIFFS
008490         MOVE FT-RESULT (WS-FILE-SUB)      TO VL-RESULT
008500         WRITE REPORT-LINE FROM VERIFY-LINE
008510      END-PERFORM.
008520      MOVE SPACES TO REPORT-LINE.
008530      WRITE REPORT-LINE.
008540      MOVE "NAMES REPLACED" TO TL-LABEL.
008550      MOVE WS-NAMES-MASKED TO TL-COUNT.
008560      WRITE REPORT-LINE FROM TOTAL-LINE.
008570      MOVE "  CUSTDD NAME MATCHED EMPVSFIL" TO TL-LABEL.
008580      MOVE WS-KDS-NAME-MATCH TO TL-COUNT.
008590      WRITE REPORT-LINE FROM TOTAL-LINE.
008600      MOVE "  CUSTDD NAME DIFFERED - KEPT DIFFERENT" TO TL-LABEL.
008610      MOVE WS-KDS-NAME-DIFF TO TL-COUNT.
008620      WRITE REPORT-LINE FROM TOTAL-LINE.
008630      MOVE "  CUSTDD EMP-ID NOT ON EMPVSFIL" TO TL-LABEL.
008640      MOVE WS-KDS-NOT-ON-VS TO TL-COUNT.
008650      WRITE REPORT-LINE FROM TOTAL-LINE.
008660      MOVE "STREETS REPLACED" TO TL-LABEL.
008670      MOVE WS-STREETS-MASKED TO TL-COUNT.
008680      WRITE REPORT-LINE FROM TOTAL-LINE.
008690      MOVE "PHONE NUMBERS REPLACED" TO TL-LABEL.
008700      MOVE WS-PHONES-MASKED TO TL-COUNT.
008710      WRITE REPORT-LINE FROM TOTAL-LINE.
008720      MOVE "BANK ACCOUNTS REPLACED" TO TL-LABEL.
008730      MOVE WS-ACCTS-MASKED TO TL-COUNT.
008740      WRITE REPORT-LINE FROM TOTAL-LINE.
008750      MOVE "PAY RATES SCALED" TO TL-LABEL.
008760      MOVE WS-RATES-SCALED TO TL-COUNT.
008770      WRITE REPORT-LINE FROM TOTAL-LINE.
008780      MOVE "PAY HISTORY ROWS - NET RE-DERIVED" TO TL-LABEL.
008790      MOVE WS-NET-REDERIVED TO TL-COUNT.
008800      WRITE REPORT-LINE FROM TOTAL-LINE.
008810      MOVE "PAY HISTORY ROWS - NET SCALED" TO TL-LABEL.
008820      MOVE WS-NET-SCALED TO TL-COUNT.
008830      WRITE REPORT-LINE FROM TOTAL-LINE.
008840      MOVE SPACES TO REPORT-LINE.
008850      WRITE REPORT-LINE.
008860      IF WS-FILES-IN-ERROR = ZERO
008870         MOVE "ALL COPIES MATCH THEIR SOURCE RECORD FOR RECORD"
008880            TO REPORT-LINE
008890      ELSE
008900         MOVE "*** COPY DOES NOT MATCH SOURCE - DO NOT LOAD ***"
008910            TO REPORT-LINE
008920      END-IF.
008930      WRITE REPORT-LINE.
008940 P300-TERMINATION.
008950      CLOSE REPORT-FILE.
008960      DISPLAY "NAMES REPLACED       : " WS-NAMES-MASKED.
008970      DISPLAY "FILES IN ERROR       : " WS-FILES-IN-ERROR.
008980      DISPLAY "EMPMASK0 RETURN CODE  : " WS-HIGHEST-RC.
