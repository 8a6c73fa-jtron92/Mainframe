000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYPRF00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    END-OF-CYCLE PAYROLL PROOF - RUNS LAST IN THE PAY      *
000090*    CYCLE, AFTER COBTRAN3, PAYREG00, PAYCHK00, PAYBNK00,   *
000100*    PAYGL00 AND PAYHSTUP, AND BALANCES THEIR OUTPUTS       *
000110*    AGAINST EACH OTHER.  EMPOFILE (THE FILE PAYREG00       *
000120*    REGISTERS) IS THE BASE; EACH OF THESE MUST AGREE WITH  *
000130*    IT IN RECORD COUNT AND NET PAY -                       *
000140*      PAYHIST   ROWS PAYHSTUP ADDED FOR THE PERIOD AND RUN *
000150*                TYPE (ADJUSTMENT ROWS LEFT OUT)            *
000160*      CHECKREG  INSTRUMENTS PAYCHK00 ISSUED FOR THE PERIOD *
000170*                ON THE CYCLE'S PAY DATE                    *
000180*      BANKOUT   BT TRAILER DEPOSITS (PRENOTES LEFT OUT)    *
000190*                PLUS THE CHKLIST CHECKS TO PRINT           *
000200*      GLPOST    THE 1000-CSH NET PAY CASH CREDIT (AMOUNT   *
000210*                ONLY - IT IS ONE SUMMARY POSTING)          *
000220*    BANKOUT'S BD DETAILS MUST ALSO FOOT TO ITS OWN BT      *
000230*    TRAILER, CHKLIST'S LINES TO ITS OWN TOTAL LINE, AND    *
000240*    THE BANKOUT AND GLPOST HEADERS MUST CARRY THE SAME     *
000250*    PERIOD.                                                *
000260*    ANY DIFFERENCE GOES TO SUITEEXC (I001, HIGH SEVERITY)  *
000270*    AND ENDS THE RUN RC=8 SO THE BANK FILE IS HELD.  A     *
000280*    MISSING FILE ENDS RC=12.  ONE-PAGE PROOF ON RPTOUT.    *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-OUT-FILE ASSIGN TO EMPOFILE
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS EMPOFILE-STATUS.
000390     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS PAYHIST-STATUS.
000420     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS CHECKREG-STATUS.
000450     SELECT BANK-PAYMENT-FILE ASSIGN TO BANKOUT
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS BANKOUT-STATUS.
000480     SELECT CHECK-LIST-FILE ASSIGN TO CHKLIST
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS CHKLIST-STATUS.
000510     SELECT GL-POSTING-FILE ASSIGN TO GLPOST
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS GLPOST-STATUS.
000540     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS SUITEEXC-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO RPTOUT
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS RPT-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD EMPLOYEE-OUT-FILE
000630      RECORDING MODE IS F
000640      LABEL RECORDS ARE STANDARD
000650      RECORD CONTAINS 80 CHARACTERS
000660      BLOCK CONTAINS 0 RECORDS
000670      DATA RECORD IS EMPLOYEE-RECORD-OUT.
000680     COPY PAYREC.
000690 FD PAY-HISTORY-FILE
000700      RECORDING MODE IS F
000710      LABEL RECORDS ARE STANDARD
000720      RECORD CONTAINS 80 CHARACTERS
000730      DATA RECORD IS PAY-HISTORY-REC.
000740     COPY PAYHREC.
000750 FD CHECK-REGISTER-FILE
000760      RECORDING MODE IS F
000770      LABEL RECORDS ARE STANDARD
000780      RECORD CONTAINS 80 CHARACTERS
000790      DATA RECORD IS CHECK-REGISTER-REC.
000800     COPY CHKREC.
000810 FD BANK-PAYMENT-FILE
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD
000840      RECORD CONTAINS 80 CHARACTERS
000850      DATA RECORD IS BANK-PAYMENT-REC.
000860 01 BANK-PAYMENT-REC      PIC X(80).
000870 01 BANK-HEADER-REC REDEFINES BANK-PAYMENT-REC.
000880   05 BH-REC-TYPE        PIC X(02).
000890   05 BH-COMPANY         PIC X(20).
000900   05 BH-RUN-DATE        PIC 9(08).
000910   05 BH-PERIOD-END      PIC 9(08).
000920   05 BH-EFF-DATE        PIC 9(08).
000930   05 FILLER             PIC X(34).
000940 01 BANK-DETAIL-REC REDEFINES BANK-PAYMENT-REC.
000950   05 BD-REC-TYPE        PIC X(02).
000960   05 BD-EMP-ID          PIC 9(06).
000970   05 BD-ROUTING         PIC 9(09).
000980   05 BD-ACCOUNT         PIC X(17).
000990   05 BD-NET-PAY         PIC 9(7)V9(2).
001000   05 BD-TRAN-CODE       PIC X(02).
001010     88 BD-LIVE-CREDIT   VALUE "22".
001020     88 BD-PRENOTE       VALUE "23".
001030   05 FILLER             PIC X(35).
001040 01 BANK-TRAILER-REC REDEFINES BANK-PAYMENT-REC.
001050   05 BT-REC-TYPE        PIC X(02).
001060   05 BT-DETAIL-COUNT    PIC 9(07).
001070   05 BT-NET-HASH        PIC 9(11)V9(2).
001080   05 BT-PRENOTE-COUNT   PIC 9(07).
001090   05 FILLER             PIC X(51).
001100 FD CHECK-LIST-FILE
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD
001130      DATA RECORD IS CHECK-LIST-LINE.
001140 01 CHECK-LIST-LINE       PIC X(80).
001150*    THE CHECK-PRINT LIST IS READ BACK IN THE SHAPE PAYBNK00
001160* PRINTS IT - A DETAIL LINE STARTS WITH THE EMP-ID
001170 01 CHECK-LIST-DETAIL REDEFINES CHECK-LIST-LINE.
001180   05 CL-EMP-ID          PIC X(06).
001190   05 FILLER             PIC X(02).
001200   05 CL-NET-PAY         PIC Z,ZZZ,ZZ9.99.
001210   05 FILLER             PIC X(60).
001220 01 CHECK-LIST-TOTAL REDEFINES CHECK-LIST-LINE.
001230   05 CL-TOTAL-TEXT      PIC X(16).
001240     88 CL-IS-TOTAL      VALUE "CHECKS TO PRINT:".
001250   05 FILLER             PIC X(10).
001260   05 CL-TOTAL-COUNT     PIC ZZZZ9.
001270   05 FILLER             PIC X(49).
001280 FD GL-POSTING-FILE
001290      RECORDING MODE IS F
001300      LABEL RECORDS ARE STANDARD
001310      RECORD CONTAINS 80 CHARACTERS
001320      DATA RECORD IS GL-POSTING-REC.
001330 01 GL-POSTING-REC        PIC X(80).
001340 01 GL-HEADER-REC REDEFINES GL-POSTING-REC.
001350   05 GH-REC-TYPE        PIC X(02).
001360   05 GH-RUN-DATE        PIC 9(08).
001370   05 GH-PERIOD-END      PIC 9(08).
001380   05 GH-PAY-DATE        PIC 9(08).
001390   05 FILLER             PIC X(54).
001400 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
001410   05 GD-REC-TYPE        PIC X(02).
001420   05 GD-DR-CR           PIC X(01).
001430   05 GD-ACCOUNT         PIC X(08).
001440   05 GD-DEPT-ID         PIC 9(03).
001450   05 GD-AMOUNT          PIC 9(9)V9(2).
001460   05 GD-DESC            PIC X(24).
001470   05 FILLER             PIC X(31).
001480 FD SUITE-EXCEPTION-FILE
001490      RECORDING MODE IS F
001500      LABEL RECORDS ARE STANDARD
001510      RECORD CONTAINS 80 CHARACTERS
001520      DATA RECORD IS SUITE-EXCEPTION-REC.
001530     COPY EXCPTREC.
001540 FD REPORT-FILE
001550      RECORDING MODE IS F
001560      LABEL RECORDS ARE STANDARD
001570      DATA RECORD IS REPORT-LINE.
001580 01 REPORT-LINE          PIC X(132).
001590 WORKING-STORAGE SECTION.
001600 01 EMPOFILE-STATUS      PIC X(2).
001610   88 EMPOFILE-OK        VALUE "00".
001620 01 PAYHIST-STATUS       PIC X(2).
001630   88 PAYHIST-OK         VALUE "00".
001640 01 CHECKREG-STATUS      PIC X(2).
001650   88 CHECKREG-OK        VALUE "00".
001660 01 BANKOUT-STATUS       PIC X(2).
001670   88 BANKOUT-OK         VALUE "00".
001680 01 CHKLIST-STATUS       PIC X(2).
001690   88 CHKLIST-OK         VALUE "00".
001700 01 GLPOST-STATUS        PIC X(2).
001710   88 GLPOST-OK          VALUE "00".
001720 01 SUITEEXC-STATUS      PIC X(2).
001730 01 RPT-FILE-STATUS      PIC X(2).
001740 01 WS-EOF-SW            PIC X(1).
001750   88 WS-EOF             VALUE "Y".
001760 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001770 01 WS-RUN-DATE          PIC 9(8).
001780 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
001790 01 WS-PAY-DATE          PIC 9(8) VALUE ZERO.
001800 01 WS-RUN-TYPE          PIC X(1) VALUE SPACE.
001810   88 WS-OFF-CYCLE       VALUE "O".
001820 01 WS-BH-PERIOD-END     PIC 9(8) VALUE ZERO.
001830 01 WS-GH-PERIOD-END     PIC 9(8) VALUE ZERO.
001840 01 WS-CHECK-LIST-NET    PIC 9(7)V9(2).
001850 01 WS-CHECK-LIST-TOTAL  PIC 9(5) VALUE ZERO.
001860 01 WS-TOTAL-LINE-SW     PIC X(1) VALUE "N".
001870   88 WS-TOTAL-LINE-SEEN VALUE "Y".
001880*    ONE COUNT AND NET PAY PER SOURCE - EMPOFILE IS THE BASE
001890* EVERY OTHER SOURCE IS PROVED AGAINST
001900 01 WS-SOURCE-TOTALS.
001910   05 WS-EMPO-COUNT      PIC 9(7) VALUE ZERO.
001920   05 WS-EMPO-NET        PIC S9(11)V99 VALUE ZERO.
001930   05 WS-HIST-COUNT      PIC 9(7) VALUE ZERO.
001940   05 WS-HIST-NET        PIC S9(11)V99 VALUE ZERO.
001950   05 WS-CREG-COUNT      PIC 9(7) VALUE ZERO.
001960   05 WS-CREG-NET        PIC S9(11)V99 VALUE ZERO.
001970   05 WS-BT-COUNT        PIC 9(7) VALUE ZERO.
001980   05 WS-BT-NET          PIC S9(11)V99 VALUE ZERO.
001990   05 WS-BD-COUNT        PIC 9(7) VALUE ZERO.
002000   05 WS-BD-NET          PIC S9(11)V99 VALUE ZERO.
002010   05 WS-CHKL-COUNT      PIC 9(7) VALUE ZERO.
002020   05 WS-CHKL-NET        PIC S9(11)V99 VALUE ZERO.
002030   05 WS-PAID-COUNT      PIC 9(7) VALUE ZERO.
002040   05 WS-PAID-NET        PIC S9(11)V99 VALUE ZERO.
002050   05 WS-GL-CASH-NET     PIC S9(11)V99 VALUE ZERO.
002060   05 WS-GL-CASH-LINES   PIC 9(3) VALUE ZERO.
002070   05 WS-BT-SEEN-SW      PIC X(1) VALUE "N".
002080     88 WS-BT-SEEN       VALUE "Y".
002090*    THE PROOF LINE BEING PRINTED - THE CALLER FILLS THE LABEL,
002100* THE SOURCE'S FIGURES, THE FIGURES IT MUST MATCH, AND WHETHER
002110* THE COUNT, THE NET, BOTH OR NEITHER ARE COMPARED
002120 01 WS-PROOF-LABEL       PIC X(44).
002130 01 WS-PROOF-COUNT       PIC 9(7).
002140 01 WS-PROOF-NET         PIC S9(11)V99.
002150 01 WS-MATCH-COUNT       PIC 9(7).
002160 01 WS-MATCH-NET         PIC S9(11)V99.
002170 01 WS-COUNT-DIFF        PIC S9(7).
002180 01 WS-NET-DIFF          PIC S9(11)V99.
002190 01 WS-COMPARE-SW        PIC X(1).
002200   88 WS-COMPARE-BOTH    VALUE "B".
002210   88 WS-COMPARE-NET     VALUE "N".
002220   88 WS-COMPARE-COUNT   VALUE "C".
002230   88 WS-COMPARE-NONE    VALUE "X".
002240 01 WS-DIFFERENCE-COUNT  PIC 9(3) VALUE ZERO.
002250 01 HEADING-LINE-1.
002260   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002270   05 FILLER             PIC X(40)
002280      VALUE "PAYROLL CYCLE PROOF".
002290   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002300   05 HL1-RUN-DATE       PIC 9(8).
002310   05 FILLER             PIC X(44) VALUE SPACES.
002320 01 HEADING-LINE-2.
002330   05 FILLER             PIC X(12) VALUE "PERIOD END: ".
002340   05 HL2-PERIOD-END     PIC 9(8).
002350   05 FILLER             PIC X(12) VALUE "  PAY DATE: ".
002360   05 HL2-PAY-DATE       PIC 9(8).
002370   05 FILLER             PIC X(12) VALUE "  RUN TYPE: ".
002380   05 HL2-RUN-TYPE       PIC X(09).
002390   05 FILLER             PIC X(71) VALUE SPACES.
002400 01 COLUMN-HEADING-1.
002410   05 FILLER             PIC X(44) VALUE "SOURCE".
002420   05 FILLER             PIC X(10) VALUE "   RECORDS".
002430   05 FILLER             PIC X(18) VALUE "           NET PAY".
002440   05 FILLER             PIC X(11) VALUE "  REC DIFF".
002450   05 FILLER             PIC X(18) VALUE "      NET PAY DIFF".
002460   05 FILLER             PIC X(31) VALUE "  RESULT".
002470 01 PROOF-LINE.
002480   05 PL-LABEL           PIC X(44).
002490   05 PL-COUNT-AREA      PIC X(10).
002500   05 PL-COUNT REDEFINES PL-COUNT-AREA
002510                         PIC Z,ZZZ,ZZ9.
002520   05 PL-NET-AREA        PIC X(18).
002530   05 PL-NET REDEFINES PL-NET-AREA
002540                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002550   05 PL-COUNT-DIFF-AREA PIC X(11).
002560   05 PL-COUNT-DIFF REDEFINES PL-COUNT-DIFF-AREA
002570                         PIC Z,ZZZ,ZZ9-.
002580   05 PL-NET-DIFF-AREA   PIC X(18).
002590   05 PL-NET-DIFF REDEFINES PL-NET-DIFF-AREA
002600                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002610   05 FILLER             PIC X(02) VALUE SPACES.
002620   05 PL-RESULT          PIC X(29).
002630 01 PERIOD-LINE.
002640   05 PD-LABEL           PIC X(44).
002650   05 PD-PERIOD-END      PIC 9(08).
002660   05 FILLER             PIC X(51) VALUE SPACES.
002670   05 PD-RESULT          PIC X(29).
002680 01 RESULT-LINE.
002690   05 RL-TEXT            PIC X(60).
002700   05 FILLER             PIC X(72) VALUE SPACES.
002710 PROCEDURE DIVISION.
002720 000-MAIN-PROCEDURE.
002730      PERFORM P100-INITIALIZATION.
002740      PERFORM P200-GATHER-TOTALS.
002750      PERFORM P400-PRINT-PROOF.
002760      PERFORM P300-TERMINATION.
002770      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002780      STOP RUN.
002790 P100-INITIALIZATION.
002800*    EVERY FILE IN THE CHAIN MUST BE THERE - A PROOF WITH A
002810* SOURCE MISSING PROVES NOTHING
002820      OPEN INPUT EMPLOYEE-OUT-FILE.
002830      IF NOT EMPOFILE-OK
002840         DISPLAY "FAILURE TO OPEN EMPOFILE " EMPOFILE-STATUS
002850         MOVE 12 TO RETURN-CODE
002860         STOP RUN
002870      END-IF.
002880      OPEN INPUT PAY-HISTORY-FILE.
002890      IF NOT PAYHIST-OK
002900         DISPLAY "FAILURE TO OPEN PAYHIST " PAYHIST-STATUS
002910         MOVE 12 TO RETURN-CODE
002920         STOP RUN
002930      END-IF.
002940      OPEN INPUT CHECK-REGISTER-FILE.
002950      IF NOT CHECKREG-OK
002960         DISPLAY "FAILURE TO OPEN CHECKREG " CHECKREG-STATUS
002970         MOVE 12 TO RETURN-CODE
002980         STOP RUN
002990      END-IF.
003000      OPEN INPUT BANK-PAYMENT-FILE.
003010      IF NOT BANKOUT-OK
003020         DISPLAY "FAILURE TO OPEN BANKOUT " BANKOUT-STATUS
003030         MOVE 12 TO RETURN-CODE
003040         STOP RUN
003050      END-IF.
003060      OPEN INPUT CHECK-LIST-FILE.
003070      IF NOT CHKLIST-OK
003080         DISPLAY "FAILURE TO OPEN CHKLIST " CHKLIST-STATUS
003090         MOVE 12 TO RETURN-CODE
003100         STOP RUN
003110      END-IF.
003120      OPEN INPUT GL-POSTING-FILE.
003130      IF NOT GLPOST-OK
003140         DISPLAY "FAILURE TO OPEN GLPOST " GLPOST-STATUS
003150         MOVE 12 TO RETURN-CODE
003160         STOP RUN
003170      END-IF.
003180      OPEN EXTEND SUITE-EXCEPTION-FILE.
003190      OPEN OUTPUT REPORT-FILE.
003200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003210 P200-GATHER-TOTALS.
003220      PERFORM P210-TOTAL-EMPOFILE.
003230      PERFORM P220-TOTAL-PAYHIST.
003240      PERFORM P230-TOTAL-CHECKREG.
003250      PERFORM P240-TOTAL-BANKOUT.
003260      PERFORM P250-TOTAL-CHKLIST.
003270      PERFORM P260-TOTAL-GLPOST.
003280 P210-TOTAL-EMPOFILE.
003290*    THE HH HEADER NAMES THE CYCLE - PERIOD, RUN TYPE, PAY DATE.
003300* WITHOUT IT NOTHING ELSE CAN BE MATCHED AND THE PROOF FAILS
003310      MOVE "N" TO WS-EOF-SW.
003320      READ EMPLOYEE-OUT-FILE
003330         AT END
003340            DISPLAY "EMPOFILE IS EMPTY - NO HEADER RECORD"
003350            SET WS-EOF TO TRUE
003360      END-READ.
003370      IF NOT WS-EOF
003380         IF PAY-IS-HEADER
003390            MOVE PRH-PERIOD-END TO WS-PERIOD-END
003400            MOVE PRH-RUN-TYPE   TO WS-RUN-TYPE
003410            IF PRH-PAY-DATE IS NUMERIC
003420               MOVE PRH-PAY-DATE TO WS-PAY-DATE
003430            END-IF
003440         ELSE
003450            DISPLAY "WARNING - EMPOFILE HAS NO HH HEADER - "
003460               "THE CYCLE CANNOT BE MATCHED"
003470            ADD 1 TO WS-EMPO-COUNT
003480            ADD PR-NET-PAY TO WS-EMPO-NET
003490         END-IF
003500      END-IF.
003510      PERFORM UNTIL WS-EOF
003520         READ EMPLOYEE-OUT-FILE
003530            AT END
003540               SET WS-EOF TO TRUE
003550            NOT AT END
003560               IF NOT PAY-IS-HEADER
003570                  ADD 1 TO WS-EMPO-COUNT
003580                  ADD PR-NET-PAY TO WS-EMPO-NET
003590               END-IF
003600         END-READ
003610      END-PERFORM.
003620      CLOSE EMPLOYEE-OUT-FILE.
003630 P220-TOTAL-PAYHIST.
003640*    THE CYCLE'S ROWS ARE THE ONES PAYHSTUP'S DUPLICATE-CYCLE
003650* GUARD LOOKS FOR - SAME PERIOD-END, SAME RUN TYPE, NOT AN
003660* ADJUSTMENT
003670      MOVE "N" TO WS-EOF-SW.
003680      PERFORM UNTIL WS-EOF
003690         READ PAY-HISTORY-FILE
003700            AT END
003710               SET WS-EOF TO TRUE
003720            NOT AT END
003730               IF PH-PERIOD-END = WS-PERIOD-END AND
003740                  PH-OFFCYC-FLAG = WS-RUN-TYPE AND
003750                  NOT PH-IS-ADJUSTMENT
003760                  ADD 1 TO WS-HIST-COUNT
003770                  ADD PH-NET-PAY TO WS-HIST-NET
003780               END-IF
003790         END-READ
003800      END-PERFORM.
003810      CLOSE PAY-HISTORY-FILE.
003820 P230-TOTAL-CHECKREG.
003830*    PAYCHK00 STAMPS EVERY INSTRUMENT WITH THE CYCLE'S PAY DATE
003840* AS ITS ISSUE DATE.  A CHKMNT00 REISSUE CARRIES THE DATE IT
003850* WAS REISSUED, SO IT STAYS OUT; A VOID STILL COUNTS - IT WAS
003860* ISSUED BY THIS CYCLE
003870      MOVE "N" TO WS-EOF-SW.
003880      PERFORM UNTIL WS-EOF
003890         READ CHECK-REGISTER-FILE
003900            AT END
003910               SET WS-EOF TO TRUE
003920            NOT AT END
003930               IF CK-PERIOD-END = WS-PERIOD-END AND
003940                  (WS-PAY-DATE = ZERO OR
003950                   CK-ISSUE-DATE = WS-PAY-DATE)
003960                  ADD 1 TO WS-CREG-COUNT
003970                  ADD CK-NET-PAY TO WS-CREG-NET
003980               END-IF
003990         END-READ
004000      END-PERFORM.
004010      CLOSE CHECK-REGISTER-FILE.
004020 P240-TOTAL-BANKOUT.
004030*    DEPOSITS ARE THE BT COUNT LESS ITS PRENOTES; THE LIVE BD
004040* DETAILS ARE FOOTED SEPARATELY TO PROVE THE TRAILER ITSELF
004050      MOVE "N" TO WS-EOF-SW.
004060      PERFORM UNTIL WS-EOF
004070         READ BANK-PAYMENT-FILE
004080            AT END
004090               SET WS-EOF TO TRUE
004100            NOT AT END
004110               EVALUATE BH-REC-TYPE
004120                  WHEN "BH"
004130                     MOVE BH-PERIOD-END TO WS-BH-PERIOD-END
004140                  WHEN "BD"
004150                     IF BD-LIVE-CREDIT
004160                        ADD 1 TO WS-BD-COUNT
004170                        ADD BD-NET-PAY TO WS-BD-NET
004180                     END-IF
004190                  WHEN "BT"
004200                     SET WS-BT-SEEN TO TRUE
004210                     COMPUTE WS-BT-COUNT =
004220                        BT-DETAIL-COUNT - BT-PRENOTE-COUNT
004230                     MOVE BT-NET-HASH TO WS-BT-NET
004240               END-EVALUATE
004250         END-READ
004260      END-PERFORM.
004270      CLOSE BANK-PAYMENT-FILE.
004280      IF NOT WS-BT-SEEN
004290         DISPLAY "BANKOUT HAS NO BT TRAILER"
004300      END-IF.
004310 P250-TOTAL-CHKLIST.
004320      MOVE "N" TO WS-EOF-SW.
004330      PERFORM UNTIL WS-EOF
004340         READ CHECK-LIST-FILE
004350            AT END
004360               SET WS-EOF TO TRUE
004370            NOT AT END
004380               IF CL-IS-TOTAL
004390                  SET WS-TOTAL-LINE-SEEN TO TRUE
004400                  MOVE CL-TOTAL-COUNT TO WS-CHECK-LIST-TOTAL
004410               ELSE
004420                  IF CL-EMP-ID IS NUMERIC
004430                     MOVE CL-NET-PAY TO WS-CHECK-LIST-NET
004440                     ADD 1 TO WS-CHKL-COUNT
004450                     ADD WS-CHECK-LIST-NET TO WS-CHKL-NET
004460                  END-IF
004470               END-IF
004480         END-READ
004490      END-PERFORM.
004500      CLOSE CHECK-LIST-FILE.
004510      IF NOT WS-TOTAL-LINE-SEEN
004520         DISPLAY "CHKLIST HAS NO CHECKS-TO-PRINT TOTAL LINE"
004530      END-IF.
004540      COMPUTE WS-PAID-COUNT = WS-BT-COUNT + WS-CHKL-COUNT.
004550      COMPUTE WS-PAID-NET   = WS-BT-NET + WS-CHKL-NET.
004560 P260-TOTAL-GLPOST.
004570      MOVE "N" TO WS-EOF-SW.
004580      PERFORM UNTIL WS-EOF
004590         READ GL-POSTING-FILE
004600            AT END
004610               SET WS-EOF TO TRUE
004620            NOT AT END
004630               IF GH-REC-TYPE = "GH"
004640                  MOVE GH-PERIOD-END TO WS-GH-PERIOD-END
004650               END-IF
004660               IF GD-REC-TYPE = "GD" AND
004670                  GD-ACCOUNT = "1000-CSH" AND
004680                  GD-DR-CR = "C"
004690                  ADD 1 TO WS-GL-CASH-LINES
004700                  ADD GD-AMOUNT TO WS-GL-CASH-NET
004710               END-IF
004720         END-READ
004730      END-PERFORM.
004740      CLOSE GL-POSTING-FILE.
004750 P300-TERMINATION.
004760      CLOSE SUITE-EXCEPTION-FILE.
004770      CLOSE REPORT-FILE.
004780      DISPLAY "PERIOD END           : " WS-PERIOD-END.
004790      DISPLAY "EMPOFILE PAY RECORDS : " WS-EMPO-COUNT.
004800      DISPLAY "PROOF DIFFERENCES    : " WS-DIFFERENCE-COUNT.
004810      DISPLAY "PAYPRF00 RETURN CODE  : " WS-HIGHEST-RC.
004820 P400-PRINT-PROOF.
004830      MOVE WS-RUN-DATE   TO HL1-RUN-DATE.
004840      MOVE WS-PERIOD-END TO HL2-PERIOD-END.
004850      MOVE WS-PAY-DATE   TO HL2-PAY-DATE.
004860      IF WS-OFF-CYCLE
004870         MOVE "OFF-CYCLE" TO HL2-RUN-TYPE
004880      ELSE
004890         MOVE "REGULAR"   TO HL2-RUN-TYPE
004900      END-IF.
004910      WRITE REPORT-LINE FROM HEADING-LINE-1.
004920      WRITE REPORT-LINE FROM HEADING-LINE-2.
004930      MOVE SPACES TO REPORT-LINE.
004940      WRITE REPORT-LINE.
004950      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
004960      MOVE SPACES TO REPORT-LINE.
004970      WRITE REPORT-LINE.
004980      IF WS-PERIOD-END = ZERO
004990         MOVE "*** NO HH HEADER" TO PL-RESULT
005000         MOVE "EMPOFILE PERIOD HEADER" TO PL-LABEL
005010         MOVE SPACES TO PL-COUNT-AREA PL-NET-AREA
005020                        PL-COUNT-DIFF-AREA PL-NET-DIFF-AREA
005030         WRITE REPORT-LINE FROM PROOF-LINE
005040         PERFORM P430-WRITE-EXCEPTION
005050      END-IF.
005060      MOVE WS-EMPO-COUNT TO WS-MATCH-COUNT.
005070      MOVE WS-EMPO-NET   TO WS-MATCH-NET.
005080      MOVE "EMPOFILE PAY RECORDS - PAYREG00 REGISTER"
005090         TO WS-PROOF-LABEL.
005100      MOVE WS-EMPO-COUNT TO WS-PROOF-COUNT.
005110      MOVE WS-EMPO-NET   TO WS-PROOF-NET.
005120      SET WS-COMPARE-NONE TO TRUE.
005130      PERFORM P410-PRINT-PROOF-LINE.
005140      MOVE "PAYHIST ROWS ADDED FOR THE PERIOD" TO WS-PROOF-LABEL.
005150      MOVE WS-HIST-COUNT TO WS-PROOF-COUNT.
005160      MOVE WS-HIST-NET   TO WS-PROOF-NET.
005170      SET WS-COMPARE-BOTH TO TRUE.
005180      PERFORM P410-PRINT-PROOF-LINE.
005190      MOVE "CHECKREG INSTRUMENTS ISSUED" TO WS-PROOF-LABEL.
005200      MOVE WS-CREG-COUNT TO WS-PROOF-COUNT.
005210      MOVE WS-CREG-NET   TO WS-PROOF-NET.
005220      SET WS-COMPARE-BOTH TO TRUE.
005230      PERFORM P410-PRINT-PROOF-LINE.
005240      MOVE "  BANKOUT DEPOSITS PER BT TRAILER" TO WS-PROOF-LABEL.
005250      MOVE WS-BT-COUNT   TO WS-PROOF-COUNT.
005260      MOVE WS-BT-NET     TO WS-PROOF-NET.
005270      SET WS-COMPARE-NONE TO TRUE.
005280      PERFORM P410-PRINT-PROOF-LINE.
005290      MOVE "  CHKLIST CHECKS TO PRINT" TO WS-PROOF-LABEL.
005300      MOVE WS-CHKL-COUNT TO WS-PROOF-COUNT.
005310      MOVE WS-CHKL-NET   TO WS-PROOF-NET.
005320      SET WS-COMPARE-NONE TO TRUE.
005330      PERFORM P410-PRINT-PROOF-LINE.
005340      MOVE "BANK DEPOSITS PLUS CHECKS TO PRINT" TO WS-PROOF-LABEL.
005350      MOVE WS-PAID-COUNT TO WS-PROOF-COUNT.
005360      MOVE WS-PAID-NET   TO WS-PROOF-NET.
005370      SET WS-COMPARE-BOTH TO TRUE.
005380      PERFORM P410-PRINT-PROOF-LINE.
005390      MOVE "GLPOST 1000-CSH NET PAY CASH CREDIT"
005400         TO WS-PROOF-LABEL.
005410      MOVE ZERO           TO WS-PROOF-COUNT.
005420      MOVE WS-GL-CASH-NET TO WS-PROOF-NET.
005430      SET WS-COMPARE-NET TO TRUE.
005440      PERFORM P410-PRINT-PROOF-LINE.
005450*    THE FILES MUST ALSO AGREE WITH THEMSELVES
005460      MOVE SPACES TO REPORT-LINE.
005470      WRITE REPORT-LINE.
005480      MOVE WS-BT-COUNT TO WS-MATCH-COUNT.
005490      MOVE WS-BT-NET   TO WS-MATCH-NET.
005500      MOVE "BANKOUT BD LIVE DETAILS VS BT TRAILER"
005510         TO WS-PROOF-LABEL.
005520      MOVE WS-BD-COUNT TO WS-PROOF-COUNT.
005530      MOVE WS-BD-NET   TO WS-PROOF-NET.
005540      SET WS-COMPARE-BOTH TO TRUE.
005550      PERFORM P410-PRINT-PROOF-LINE.
005560      MOVE WS-CHECK-LIST-TOTAL TO WS-MATCH-COUNT.
005570      MOVE "CHKLIST LINES VS CHECKS-TO-PRINT TOTAL"
005580         TO WS-PROOF-LABEL.
005590      MOVE WS-CHKL-COUNT TO WS-PROOF-COUNT.
005600      MOVE WS-CHKL-NET   TO WS-PROOF-NET.
005610      SET WS-COMPARE-COUNT TO TRUE.
005620      PERFORM P410-PRINT-PROOF-LINE.
005630      MOVE "GLPOST CASH CREDIT POSTINGS (MUST BE 1)"
005640         TO WS-PROOF-LABEL.
005650      MOVE 1 TO WS-MATCH-COUNT.
005660      MOVE WS-GL-CASH-LINES TO WS-PROOF-COUNT.
005670      MOVE ZERO TO WS-PROOF-NET.
005680      SET WS-COMPARE-COUNT TO TRUE.
005690      PERFORM P410-PRINT-PROOF-LINE.
005700      MOVE "BANKOUT BH BATCH PERIOD-END" TO PD-LABEL.
005710      MOVE WS-BH-PERIOD-END TO PD-PERIOD-END.
005720      PERFORM P420-PRINT-PERIOD-LINE.
005730      MOVE "GLPOST GH BATCH PERIOD-END" TO PD-LABEL.
005740      MOVE WS-GH-PERIOD-END TO PD-PERIOD-END.
005750      PERFORM P420-PRINT-PERIOD-LINE.
005760      MOVE SPACES TO REPORT-LINE.
005770      WRITE REPORT-LINE.
005780      IF WS-DIFFERENCE-COUNT = ZERO
005790         MOVE "PAYROLL CYCLE PROVED - ALL SOURCES AGREE"
005800            TO RL-TEXT
005810      ELSE
005820         MOVE "*** CYCLE OUT OF BALANCE - HOLD THE BANK FILE ***"
005830            TO RL-TEXT
005840         MOVE 8 TO WS-HIGHEST-RC
005850      END-IF.
005860      WRITE REPORT-LINE FROM RESULT-LINE.
005870 P410-PRINT-PROOF-LINE.
005880      MOVE WS-PROOF-LABEL TO PL-LABEL.
005890      MOVE SPACES TO PL-COUNT-AREA PL-NET-AREA
005900                     PL-COUNT-DIFF-AREA PL-NET-DIFF-AREA
005910                     PL-RESULT.
005920      IF NOT WS-COMPARE-NET
005930         MOVE WS-PROOF-COUNT TO PL-COUNT
005940      END-IF.
005950      IF NOT WS-COMPARE-COUNT OR WS-PROOF-NET NOT = ZERO
005960         MOVE WS-PROOF-NET TO PL-NET
005970      END-IF.
005980      IF WS-COMPARE-BOTH OR WS-COMPARE-COUNT
005990         COMPUTE WS-COUNT-DIFF = WS-PROOF-COUNT - WS-MATCH-COUNT
006000         MOVE WS-COUNT-DIFF TO PL-COUNT-DIFF
006010      ELSE
006020         MOVE ZERO TO WS-COUNT-DIFF
006030      END-IF.
006040      IF WS-COMPARE-BOTH OR WS-COMPARE-NET
006050         COMPUTE WS-NET-DIFF = WS-PROOF-NET - WS-MATCH-NET
006060         MOVE WS-NET-DIFF TO PL-NET-DIFF
006070      ELSE
006080         MOVE ZERO TO WS-NET-DIFF
006090      END-IF.
006100      IF NOT WS-COMPARE-NONE
006110         IF WS-COUNT-DIFF = ZERO AND WS-NET-DIFF = ZERO
006120            MOVE "AGREES" TO PL-RESULT
006130         ELSE
006140            MOVE "*** DIFFERENCE" TO PL-RESULT
006150            PERFORM P430-WRITE-EXCEPTION
006160         END-IF
006170      END-IF.
006180      WRITE REPORT-LINE FROM PROOF-LINE.
006190 P420-PRINT-PERIOD-LINE.
006200      IF PD-PERIOD-END = WS-PERIOD-END
006210         MOVE "AGREES" TO PD-RESULT
006220      ELSE
006230         MOVE "*** DIFFERENT PERIOD" TO PD-RESULT
006240         MOVE PD-LABEL TO PL-LABEL
006250         PERFORM P430-WRITE-EXCEPTION
006260      END-IF.
006270      WRITE REPORT-LINE FROM PERIOD-LINE.
006280 P430-WRITE-EXCEPTION.
006290*    ONE HIGH-SEVERITY SUITEEXC RECORD PER SOURCE THAT DOES NOT
006300* AGREE, KEYED BY THE PERIOD-END
006310      ADD 1 TO WS-DIFFERENCE-COUNT.
006320      MOVE SPACES        TO SUITE-EXCEPTION-REC.
006330      MOVE "PAYPRF00"    TO EX-PROGRAM.
006340      MOVE "H"           TO EX-SEVERITY.
006350      MOVE WS-PERIOD-END TO EX-KEY.
006360      MOVE "I001"        TO EX-REASON-CODE.
006370      MOVE PL-LABEL      TO EX-REASON-TEXT.
006380      ACCEPT EX-DATE FROM DATE YYYYMMDD.
006390      ACCEPT EX-TIME FROM TIME.
006400      WRITE SUITE-EXCEPTION-REC.
