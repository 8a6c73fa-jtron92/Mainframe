000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHKRCN00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    PAID-CHECK RECONCILIATION - CHECKREG COULD ONLY SAY A  *
000090*    CHECK WAS ISSUED, VOIDED, OR REPLACED, SO NOBODY KNEW  *
000100*    WHETHER AN ISSUED CHECK WAS EVER CASHED AND THE        *
000110*    CHKMNT00 OUTSTANDING-CHECKS REPORT GREW FOREVER.  THIS *
000120*    STEP READS THE BANK'S BANKPAID PAID-ITEMS FILE (CHECK  *
000130*    NUMBER, PAID DATE, PAID AMOUNT) AND MARKS EACH         *
000140*    MATCHING OUTSTANDING CHECK CLEARED (STATUS C, PAID     *
000150*    DATE AND AMOUNT STAMPED).  HIGH-SEVERITY SUITEEXC      *
000160*    EXCEPTIONS:                                            *
000170*      Q001  PAID ITEM NOT ON CHECKREG                      *
000180*      Q002  PAID AMOUNT DIFFERS FROM THE REGISTER - THE    *
000190*            CHECK STAYS OUTSTANDING UNTIL FINANCE CLEARS   *
000200*            UP THE POSSIBLE ALTERATION                     *
000210*      Q003  CHECK PAID AFTER IT WAS VOIDED OR REPLACED     *
000220*      Q004  CHECK ALREADY PAID - SECOND PRESENTMENT        *
000230*    AN UNREADABLE PAID ITEM IS A MEDIUM Q005.  THE UPDATED *
000240*    REGISTER GOES TO CHECKOUT FOR THE JCL SWAP.  RPTOUT    *
000250*    THEN AGES EVERY CHECK STILL OUTSTANDING (UNDER 30, 30, *
000260*    60, 90, AND 180+ DAYS FROM ISSUE) AND ESCHRPT LISTS    *
000270*    THOSE OUTSTANDING PAST THE SYSIN DORMANCY PERIOD FOR   *
000280*    THE UNCLAIMED-PROPERTY (ESCHEAT) FILING                *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS CHECKREG-STATUS.
000390     SELECT CHECK-REGISTER-OUT-FILE ASSIGN TO CHECKOUT
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS CHECKOUT-STATUS.
000420     SELECT BANK-PAID-FILE ASSIGN TO BANKPAID
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS BANKPAID-STATUS.
000450     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE  IS RANDOM
000480     RECORD KEY   IS EMP-ID
000490     FILE STATUS  IS VSAM-FILE-STATUS.
000500     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS SUITEEXC-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO RPTOUT
000540     ORGANIZATION IS SEQUENTIAL
000550     FILE STATUS  IS RPT-FILE-STATUS.
000560     SELECT ESCHEAT-FILE ASSIGN TO ESCHRPT
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS ESCHRPT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD CHECK-REGISTER-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 80 CHARACTERS
000650      DATA RECORD IS CHECK-REGISTER-REC.
000660     COPY CHKREC.
000670 FD CHECK-REGISTER-OUT-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      RECORD CONTAINS 80 CHARACTERS
000710      DATA RECORD IS CHECK-REGISTER-OUT-REC.
000720 01 CHECK-REGISTER-OUT-REC PIC X(80).
000730 FD BANK-PAID-FILE
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      RECORD CONTAINS 80 CHARACTERS
000770      DATA RECORD IS BANK-PAID-REC.
000780 01 BANK-PAID-REC.
000790   05 BP-CHECK-NBR       PIC X(08).
000800   05 BP-PAID-DATE       PIC X(08).
000810   05 BP-PAID-AMOUNT     PIC 9(7)V9(2).
000820   05 FILLER             PIC X(55).
000830 FD EMPLOYEE-VS-FILE.
000840     COPY EMPREC.
000850 FD SUITE-EXCEPTION-FILE
000860      RECORDING MODE IS F
000870      LABEL RECORDS ARE STANDARD
000880      RECORD CONTAINS 80 CHARACTERS
000890      DATA RECORD IS SUITE-EXCEPTION-REC.
000900     COPY EXCPTREC.
000910 FD REPORT-FILE
000920      RECORDING MODE IS F
000930      LABEL RECORDS ARE STANDARD
000940      DATA RECORD IS REPORT-LINE.
000950 01 REPORT-LINE           PIC X(80).
000960 FD ESCHEAT-FILE
000970      RECORDING MODE IS F
000980      LABEL RECORDS ARE STANDARD
000990      DATA RECORD IS ESCHEAT-LINE.
001000 01 ESCHEAT-LINE          PIC X(80).
001010 WORKING-STORAGE SECTION.
001020     COPY FSTATCOM.
001030     COPY DATEPARM.
001040 01 CHECKREG-STATUS      PIC X(2).
001050   88 CHECKREG-OK        VALUE "00".
001060 01 CHECKOUT-STATUS      PIC X(2).
001070 01 BANKPAID-STATUS      PIC X(2).
001080   88 BANKPAID-OK        VALUE "00".
001090 01 SUITEEXC-STATUS      PIC X(2).
001100 01 RPT-FILE-STATUS      PIC X(2).
001110 01 ESCHRPT-STATUS       PIC X(2).
001120 01 WS-CHECKREG-EOF-SW   PIC X(1) VALUE "N".
001130   88 WS-CHECKREG-DONE   VALUE "Y".
001140 01 WS-BANKPAID-EOF-SW   PIC X(1) VALUE "N".
001150   88 WS-BANKPAID-DONE   VALUE "Y".
001160 01 WS-FOUND-SW          PIC X(1).
001170   88 WS-CHECK-FOUND     VALUE "Y".
001180   88 WS-CHECK-NOT-FOUND VALUE "N".
001190 01 WS-MASTER-SW         PIC X(1).
001200   88 WS-ON-MASTER       VALUE "Y".
001210   88 WS-NOT-ON-MASTER   VALUE "N".
001220 01 WS-RUN-DATE          PIC 9(8).
001230 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
001240 01 WS-CONTROL-CARD.
001250   05 WS-CC-DORMANCY-DAYS PIC X(4).
001260   05 FILLER              PIC X(76).
001270 01 WS-DORMANCY-DAYS     PIC 9(4) VALUE 365.
001280 01 WS-DORMANCY-CUTOFF   PIC 9(8).
001290 01 WS-OFFSET-WANTED     PIC 9(4).
001300 01 WS-OFFSET-RESULT     PIC 9(8).
001310 01 WS-DATE-BUILD.
001320    05 WS-DB-YEAR    PIC X(4).
001330    05 FILLER        PIC X(1) VALUE "-".
001340    05 WS-DB-MONTH   PIC X(2).
001350    05 FILLER        PIC X(1) VALUE "-".
001360    05 WS-DB-DAY     PIC X(2).
001370 01 WS-OFFSET-PARSE.
001380    05 WS-OP-YEAR    PIC X(4).
001390    05 FILLER        PIC X(1).
001400    05 WS-OP-MONTH   PIC X(2).
001410    05 FILLER        PIC X(1).
001420    05 WS-OP-DAY     PIC X(2).
001430 01 WS-CUTOFF-X.
001440    05 WS-CX-YEAR    PIC X(4).
001450    05 WS-CX-MONTH   PIC X(2).
001460    05 WS-CX-DAY     PIC X(2).
001470 01 WS-CUTOFF-9 REDEFINES WS-CUTOFF-X PIC 9(8).
001480*    AGING BUCKETS - A CHECK ISSUED ON OR BEFORE A BUCKET'S
001490* CUTOFF DATE IS AT LEAST THAT MANY DAYS OLD.  BUCKET 1 IS
001500* EVERYTHING YOUNGER THAN 30 DAYS
001510 01 WS-AGE-BUCKET-VALUES.
001520   05 FILLER PIC X(14) VALUE "0000UNDER 30".
001530   05 FILLER PIC X(14) VALUE "003030-59".
001540   05 FILLER PIC X(14) VALUE "006060-89".
001550   05 FILLER PIC X(14) VALUE "009090-179".
001560   05 FILLER PIC X(14) VALUE "0180180+".
001570 01 WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-VALUES.
001580   05 WS-AGE-BUCKET OCCURS 5 TIMES INDEXED BY AGE-IDX.
001590     10 WS-AGE-DAYS      PIC 9(4).
001600     10 WS-AGE-LABEL     PIC X(10).
001610 01 WS-AGE-TOTALS.
001620   05 WS-AGE-TOTAL OCCURS 5 TIMES.
001630     10 WS-AGE-CUTOFF    PIC 9(8).
001640     10 WS-AGE-COUNT     PIC 9(5).
001650     10 WS-AGE-AMOUNT    PIC 9(9)V9(2).
001660 01 WS-AGE-SUB           PIC 9(1).
001670 01 WS-MAX-CHECKS        PIC 9(4) VALUE 2000.
001680 01 WS-CHECK-COUNT       PIC 9(4) VALUE ZERO.
001690 01 WS-CHECK-TABLE.
001700   05 WS-CHK-ENTRY OCCURS 2000 TIMES INDEXED BY CHK-IDX.
001710     10 WS-CHK-IMAGE     PIC X(80).
001720 01 WS-CHK-SUB           PIC 9(4).
001730 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001740 01 WS-COUNTERS.
001750     05 WS-PAID-COUNT     PIC 9(5) VALUE ZERO.
001760     05 WS-CLEARED-COUNT  PIC 9(5) VALUE ZERO.
001770     05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
001780     05 WS-CLEARED-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
001790     05 WS-OUTSTANDING    PIC 9(5) VALUE ZERO.
001800     05 WS-OUT-NET-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
001810     05 WS-ESCHEAT-COUNT  PIC 9(5) VALUE ZERO.
001820     05 WS-ESCHEAT-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
001830 01 HEADING-LINE-1.
001840     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
001850     05 FILLER           PIC X(30)
001860        VALUE "PAID-CHECK RECONCILIATION".
001870     05 FILLER           PIC X(20) VALUE SPACES.
001880 01 HEADING-LINE-2.
001890     05 FILLER           PIC X(10) VALUE "RUN DATE: ".
001900     05 HL2-DATE         PIC 9(8).
001910     05 FILLER           PIC X(62) VALUE SPACES.
001920 01 PAID-COLUMN-LINE.
001930     05 FILLER           PIC X(10) VALUE "CHECK NBR".
001940     05 FILLER           PIC X(10) VALUE "PAID".
001950     05 FILLER           PIC X(14) VALUE "   PAID AMOUNT".
001960     05 FILLER           PIC X(02) VALUE SPACES.
001970     05 FILLER           PIC X(10) VALUE "RESULT".
001980     05 FILLER           PIC X(34) VALUE "MESSAGE".
001990 01 PAID-DETAIL-LINE.
002000     05 PL-CHECK-NBR     PIC X(08).
002010     05 FILLER           PIC X(02) VALUE SPACES.
002020     05 PL-PAID-DATE     PIC X(08).
002030     05 FILLER           PIC X(02) VALUE SPACES.
002040     05 PL-PAID-AMOUNT   PIC Z,ZZZ,ZZ9.99.
002050     05 FILLER           PIC X(04) VALUE SPACES.
002060     05 PL-RESULT        PIC X(10).
002070     05 PL-MESSAGE       PIC X(34).
002080 01 PAID-TOTAL-LINE.
002090     05 FILLER           PIC X(20) VALUE "CHECKS CLEARED:    ".
002100     05 PT-CLEARED       PIC ZZZZ9.
002110     05 FILLER           PIC X(13) VALUE "   PAID TOTAL".
002120     05 PT-CLEARED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
002130     05 FILLER           PIC X(14) VALUE "  EXCEPTIONS: ".
002140     05 PT-EXCEPTIONS    PIC ZZZZ9.
002150     05 FILLER           PIC X(09) VALUE SPACES.
002160 01 AGE-HEADING-LINE.
002170     05 FILLER           PIC X(40)
002180        VALUE "OUTSTANDING CHECKS BY AGE".
002190     05 FILLER           PIC X(40) VALUE SPACES.
002200 01 AGE-COLUMN-LINE.
002210     05 FILLER           PIC X(10) VALUE "CHECK NBR".
002220     05 FILLER           PIC X(08) VALUE "EMP-ID".
002230     05 FILLER           PIC X(10) VALUE "ISSUED".
002240     05 FILLER           PIC X(13) VALUE "      NET PAY".
002250     05 FILLER           PIC X(02) VALUE SPACES.
002260     05 FILLER           PIC X(37) VALUE "AGE (DAYS)".
002270 01 AGE-DETAIL-LINE.
002280     05 AL-CHECK-NBR     PIC 9(8).
002290     05 FILLER           PIC X(02) VALUE SPACES.
002300     05 AL-EMP-ID        PIC 9(6).
002310     05 FILLER           PIC X(02) VALUE SPACES.
002320     05 AL-ISSUE-DATE    PIC 9(8).
002330     05 FILLER           PIC X(02) VALUE SPACES.
002340     05 AL-NET-PAY       PIC Z,ZZZ,ZZ9.99.
002350     05 FILLER           PIC X(02) VALUE SPACES.
002360     05 AL-AGE-LABEL     PIC X(10).
002370     05 AL-ESCHEAT-FLAG  PIC X(18).
002380 01 AGE-TOTAL-LINE.
002390     05 FILLER           PIC X(04) VALUE SPACES.
002400     05 AT-AGE-LABEL     PIC X(10).
002410     05 FILLER           PIC X(08) VALUE " CHECKS ".
002420     05 AT-COUNT         PIC ZZZZ9.
002430     05 FILLER           PIC X(09) VALUE "  AMOUNT ".
002440     05 AT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002450     05 FILLER           PIC X(30) VALUE SPACES.
002460 01 OUT-TOTAL-LINE.
002470     05 FILLER           PIC X(22)
002480        VALUE "CHECKS OUTSTANDING:  ".
002490     05 OT-COUNT         PIC ZZZZ9.
002500     05 FILLER           PIC X(13) VALUE "   NET TOTAL:".
002510     05 OT-NET-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
002520     05 FILLER           PIC X(26) VALUE SPACES.
002530 01 ESC-HEADING-LINE-1.
002540     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
002550     05 FILLER           PIC X(30)
002560        VALUE "UNCLAIMED PROPERTY - CHECKS".
002570     05 FILLER           PIC X(20) VALUE SPACES.
002580 01 ESC-HEADING-LINE-2.
002590     05 FILLER           PIC X(10) VALUE "RUN DATE: ".
002600     05 EH2-DATE         PIC 9(8).
002610     05 FILLER           PIC X(18)
002620        VALUE "  DORMANCY DAYS:  ".
002630     05 EH2-DAYS         PIC ZZZ9.
002640     05 FILLER           PIC X(19)
002650        VALUE "  ISSUED ON/BEFORE ".
002660     05 EH2-CUTOFF       PIC 9(8).
002670     05 FILLER           PIC X(13) VALUE SPACES.
002680 01 ESC-COLUMN-LINE.
002690     05 FILLER           PIC X(10) VALUE "CHECK NBR".
002700     05 FILLER           PIC X(08) VALUE "EMP-ID".
002710     05 FILLER           PIC X(10) VALUE "ISSUED".
002720     05 FILLER           PIC X(13) VALUE "      NET PAY".
002730     05 FILLER           PIC X(02) VALUE SPACES.
002740     05 FILLER           PIC X(37) VALUE "PAYEE".
002750 01 ESC-DETAIL-LINE.
002760     05 EL-CHECK-NBR     PIC 9(8).
002770     05 FILLER           PIC X(02) VALUE SPACES.
002780     05 EL-EMP-ID        PIC 9(6).
002790     05 FILLER           PIC X(02) VALUE SPACES.
002800     05 EL-ISSUE-DATE    PIC 9(8).
002810     05 FILLER           PIC X(02) VALUE SPACES.
002820     05 EL-NET-PAY       PIC Z,ZZZ,ZZ9.99.
002830     05 FILLER           PIC X(02) VALUE SPACES.
002840     05 EL-PAYEE         PIC X(38).
002850 01 ESC-TOTAL-LINE.
002860     05 FILLER           PIC X(22)
002870        VALUE "CHECKS TO ESCHEAT:   ".
002880     05 ET-COUNT         PIC ZZZZ9.
002890     05 FILLER           PIC X(13) VALUE "   NET TOTAL:".
002900     05 ET-NET-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
002910     05 FILLER           PIC X(26) VALUE SPACES.
002920 PROCEDURE DIVISION.
002930 000-MAIN-PROCEDURE.
002940      PERFORM P100-INITIALIZATION.
002950      PERFORM P150-LOAD-REGISTER.
002960      PERFORM P200-APPLY-PAID-ITEMS.
002970      PERFORM P300-WRITE-REGISTER-OUT.
002980      PERFORM P400-AGING-REPORT.
002990      PERFORM P500-TERMINATION.
003000      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003010      STOP RUN.
003020 P100-INITIALIZATION.
003030      OPEN INPUT CHECK-REGISTER-FILE.
003040      IF NOT CHECKREG-OK
003050         DISPLAY "FAILURE TO OPEN CHECKREG " CHECKREG-STATUS
003060         MOVE 12 TO RETURN-CODE
003070         STOP RUN
003080      END-IF.
003090      OPEN INPUT BANK-PAID-FILE.
003100      IF NOT BANKPAID-OK
003110         DISPLAY "FAILURE TO OPEN BANKPAID " BANKPAID-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140      END-IF.
003150      OPEN INPUT EMPLOYEE-VS-FILE.
003160      IF NOT VSAM-OK
003170         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
003180         MOVE 12 TO RETURN-CODE
003190         STOP RUN
003200      END-IF.
003210      OPEN OUTPUT CHECK-REGISTER-OUT-FILE.
003220      OPEN OUTPUT REPORT-FILE.
003230      OPEN OUTPUT ESCHEAT-FILE.
003240      OPEN EXTEND SUITE-EXCEPTION-FILE.
003250      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260      PERFORM P110-SET-AGING-CUTOFFS.
003270      MOVE WS-RUN-DATE TO HL2-DATE.
003280      WRITE REPORT-LINE FROM HEADING-LINE-1.
003290      WRITE REPORT-LINE FROM HEADING-LINE-2.
003300      WRITE REPORT-LINE FROM PAID-COLUMN-LINE.
003310 P110-SET-AGING-CUTOFFS.
003320*    SYSIN COLS 1-4 GIVE THE STATE DORMANCY PERIOD IN DAYS -
003330* A CHECK STILL OUTSTANDING THAT LONG AFTER ISSUE IS
003340* UNCLAIMED PROPERTY.  EACH AGING BUCKET'S CUTOFF IS THE RUN
003350* DATE LESS THE BUCKET'S DAYS, FROM THE DATEVAL OFFSET SERVICE
003360      ACCEPT WS-CONTROL-CARD FROM SYSIN.
003370      IF WS-CC-DORMANCY-DAYS IS NUMERIC
003380         AND WS-CC-DORMANCY-DAYS NOT = "0000"
003390         MOVE WS-CC-DORMANCY-DAYS TO WS-DORMANCY-DAYS
003400      ELSE
003410         DISPLAY "NO DORMANCY DAYS ON SYSIN - DEFAULT "
003420            WS-DORMANCY-DAYS " DAYS"
003430      END-IF.
003440      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
003450         UNTIL WS-AGE-SUB > 5
003460         SET AGE-IDX TO WS-AGE-SUB
003470         MOVE WS-AGE-DAYS (AGE-IDX) TO WS-OFFSET-WANTED
003480         PERFORM P120-OFFSET-RUN-DATE
003490         MOVE WS-OFFSET-RESULT TO WS-AGE-CUTOFF (WS-AGE-SUB)
003500         MOVE ZERO TO WS-AGE-COUNT (WS-AGE-SUB)
003510         MOVE ZERO TO WS-AGE-AMOUNT (WS-AGE-SUB)
003520      END-PERFORM.
003530      MOVE WS-DORMANCY-DAYS TO WS-OFFSET-WANTED.
003540      PERFORM P120-OFFSET-RUN-DATE.
003550      MOVE WS-OFFSET-RESULT TO WS-DORMANCY-CUTOFF.
003560      DISPLAY "ESCHEAT CUTOFF DATE  : " WS-DORMANCY-CUTOFF.
003570 P120-OFFSET-RUN-DATE.
003580      MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR.
003590      MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH.
003600      MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY.
003610      MOVE WS-DATE-BUILD TO DP-DATE-IN.
003620      SET DP-AGE-NOT-WANTED TO TRUE.
003630      SET DP-BUSDAY-NOT-WANTED TO TRUE.
003640      SET DP-OFFSET-WANTED TO TRUE.
003650      COMPUTE DP-OFFSET-DAYS = ZERO - WS-OFFSET-WANTED.
003660      CALL "DATEVAL" USING DATE-PARM-BLOCK.
003670      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
003680      MOVE WS-OP-YEAR  TO WS-CX-YEAR.
003690      MOVE WS-OP-MONTH TO WS-CX-MONTH.
003700      MOVE WS-OP-DAY   TO WS-CX-DAY.
003710      MOVE WS-CUTOFF-9 TO WS-OFFSET-RESULT.
003720 P150-LOAD-REGISTER.
003730      PERFORM UNTIL WS-CHECKREG-DONE
003740         READ CHECK-REGISTER-FILE
003750            AT END
003760               SET WS-CHECKREG-DONE TO TRUE
003770            NOT AT END
003780               IF WS-CHECK-COUNT >= WS-MAX-CHECKS
003790                  DISPLAY "CHECK TABLE FULL - REGISTER RECORD "
003800                     "DROPPED FOR " CK-CHECK-NBR
003810                  MOVE 12 TO WS-HIGHEST-RC
003820               ELSE
003830                  ADD 1 TO WS-CHECK-COUNT
003840                  SET CHK-IDX TO WS-CHECK-COUNT
003850                  MOVE CHECK-REGISTER-REC
003860                     TO WS-CHK-IMAGE (CHK-IDX)
003870               END-IF
003880         END-READ
003890      END-PERFORM.
003900      CLOSE CHECK-REGISTER-FILE.
003910      DISPLAY "REGISTER RECORDS LOADED : " WS-CHECK-COUNT.
003920 P200-APPLY-PAID-ITEMS.
003930      PERFORM UNTIL WS-BANKPAID-DONE
003940         READ BANK-PAID-FILE
003950            AT END
003960               SET WS-BANKPAID-DONE TO TRUE
003970            NOT AT END
003980               ADD 1 TO WS-PAID-COUNT
003990               PERFORM P210-MATCH-ONE-ITEM THRU P210-EXIT
004000         END-READ
004010      END-PERFORM.
004020      MOVE WS-CLEARED-COUNT   TO PT-CLEARED.
004030      MOVE WS-CLEARED-TOTAL   TO PT-CLEARED-TOTAL.
004040      MOVE WS-EXCEPTION-COUNT TO PT-EXCEPTIONS.
004050      WRITE REPORT-LINE FROM PAID-TOTAL-LINE.
004060 P210-MATCH-ONE-ITEM.
004070      MOVE BP-CHECK-NBR TO PL-CHECK-NBR.
004080      MOVE BP-PAID-DATE TO PL-PAID-DATE.
004090      MOVE SPACES       TO PL-MESSAGE.
004100      IF BP-CHECK-NBR IS NOT NUMERIC
004110         OR BP-PAID-DATE IS NOT NUMERIC
004120         OR BP-PAID-AMOUNT IS NOT NUMERIC
004130         MOVE ZERO TO PL-PAID-AMOUNT
004140         MOVE "M"    TO EX-SEVERITY
004150         MOVE "Q005" TO EX-REASON-CODE
004160         MOVE "PAID ITEM NOT NUMERIC" TO PL-MESSAGE
004170         PERFORM P260-PAID-EXCEPTION
004180         GO TO P210-EXIT
004190      END-IF.
004200      MOVE BP-PAID-AMOUNT TO PL-PAID-AMOUNT.
004210      PERFORM P220-FIND-CHECK.
004220      IF WS-CHECK-NOT-FOUND
004230         MOVE "H"    TO EX-SEVERITY
004240         MOVE "Q001" TO EX-REASON-CODE
004250         MOVE "PAID ITEM NOT ON CHECKREG" TO PL-MESSAGE
004260         PERFORM P260-PAID-EXCEPTION
004270         GO TO P210-EXIT
004280      END-IF.
004290      MOVE WS-CHK-IMAGE (CHK-IDX) TO CHECK-REGISTER-REC.
004300      IF CK-VOIDED OR CK-REPLACED
004310         MOVE "H"    TO EX-SEVERITY
004320         MOVE "Q003" TO EX-REASON-CODE
004330         MOVE "CHECK PAID AFTER VOID/REISSUE" TO PL-MESSAGE
004340         PERFORM P260-PAID-EXCEPTION
004350         GO TO P210-EXIT
004360      END-IF.
004370      IF CK-CLEARED
004380         MOVE "H"    TO EX-SEVERITY
004390         MOVE "Q004" TO EX-REASON-CODE
004400         MOVE "CHECK ALREADY PAID" TO PL-MESSAGE
004410         PERFORM P260-PAID-EXCEPTION
004420         GO TO P210-EXIT
004430      END-IF.
004440      IF BP-PAID-AMOUNT NOT = CK-NET-PAY
004450         MOVE "H"    TO EX-SEVERITY
004460         MOVE "Q002" TO EX-REASON-CODE
004470         MOVE "PAID AMOUNT DIFFERS FROM CHECKREG" TO PL-MESSAGE
004480         PERFORM P260-PAID-EXCEPTION
004490         GO TO P210-EXIT
004500      END-IF.
004510      PERFORM P230-CLEAR-CHECK.
004520 P210-EXIT.
004530      EXIT.
004540 P220-FIND-CHECK.
004550      SET WS-CHECK-NOT-FOUND TO TRUE.
004560      PERFORM VARYING CHK-IDX FROM 1 BY 1
004570         UNTIL CHK-IDX > WS-CHECK-COUNT
004580         IF WS-CHK-IMAGE (CHK-IDX) (1:8) = BP-CHECK-NBR
004590            SET WS-CHECK-FOUND TO TRUE
004600            EXIT PERFORM
004610         END-IF
004620      END-PERFORM.
004630 P230-CLEAR-CHECK.
004640      MOVE "C"            TO CK-STATUS.
004650      MOVE BP-PAID-DATE   TO CK-PAID-DATE.
004660      MOVE BP-PAID-AMOUNT TO CK-PAID-AMOUNT.
004670      MOVE CHECK-REGISTER-REC TO WS-CHK-IMAGE (CHK-IDX).
004680      ADD 1 TO WS-CLEARED-COUNT.
004690      ADD BP-PAID-AMOUNT TO WS-CLEARED-TOTAL.
004700      MOVE "CLEARED" TO PL-RESULT.
004710      WRITE REPORT-LINE FROM PAID-DETAIL-LINE.
004720 P260-PAID-EXCEPTION.
004730*    THE CALLER FILLS SEVERITY, CODE, AND THE MESSAGE - THE
004740* SAME TEXT RIDES THE REPORT LINE AND THE SUITEEXC RECORD
004750      ADD 1 TO WS-EXCEPTION-COUNT.
004760      MOVE "EXCEPTION" TO PL-RESULT.
004770      WRITE REPORT-LINE FROM PAID-DETAIL-LINE.
004780      MOVE BP-CHECK-NBR TO EX-KEY.
004790      MOVE PL-MESSAGE   TO EX-REASON-TEXT.
004800      MOVE "CHKRCN00"   TO EX-PROGRAM.
004810      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004820      ACCEPT EX-TIME FROM TIME.
004830      WRITE SUITE-EXCEPTION-REC.
004840 P300-WRITE-REGISTER-OUT.
004850      PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
004860         UNTIL WS-CHK-SUB > WS-CHECK-COUNT
004870         SET CHK-IDX TO WS-CHK-SUB
004880         WRITE CHECK-REGISTER-OUT-REC
004890            FROM WS-CHK-IMAGE (CHK-IDX)
004900      END-PERFORM.
004910 P400-AGING-REPORT.
004920      WRITE REPORT-LINE FROM AGE-HEADING-LINE.
004930      WRITE REPORT-LINE FROM AGE-COLUMN-LINE.
004940      MOVE WS-RUN-DATE        TO EH2-DATE.
004950      MOVE WS-DORMANCY-DAYS   TO EH2-DAYS.
004960      MOVE WS-DORMANCY-CUTOFF TO EH2-CUTOFF.
004970      WRITE ESCHEAT-LINE FROM ESC-HEADING-LINE-1.
004980      WRITE ESCHEAT-LINE FROM ESC-HEADING-LINE-2.
004990      WRITE ESCHEAT-LINE FROM ESC-COLUMN-LINE.
005000      PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
005010         UNTIL WS-CHK-SUB > WS-CHECK-COUNT
005020         SET CHK-IDX TO WS-CHK-SUB
005030         MOVE WS-CHK-IMAGE (CHK-IDX) TO CHECK-REGISTER-REC
005040         IF CK-ISSUED
005050            PERFORM P410-AGE-ONE-CHECK
005060         END-IF
005070      END-PERFORM.
005080      PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
005090         UNTIL WS-AGE-SUB > 5
005100         SET AGE-IDX TO WS-AGE-SUB
005110         MOVE WS-AGE-LABEL (AGE-IDX)      TO AT-AGE-LABEL
005120         MOVE WS-AGE-COUNT (WS-AGE-SUB)  TO AT-COUNT
005130         MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO AT-AMOUNT
005140         WRITE REPORT-LINE FROM AGE-TOTAL-LINE
005150      END-PERFORM.
005160      MOVE WS-OUTSTANDING   TO OT-COUNT.
005170      MOVE WS-OUT-NET-TOTAL TO OT-NET-TOTAL.
005180      WRITE REPORT-LINE FROM OUT-TOTAL-LINE.
005190      MOVE WS-ESCHEAT-COUNT TO ET-COUNT.
005200      MOVE WS-ESCHEAT-TOTAL TO ET-NET-TOTAL.
005210      WRITE ESCHEAT-LINE FROM ESC-TOTAL-LINE.
005220 P410-AGE-ONE-CHECK.
005230*    THE OLDEST BUCKET WHOSE CUTOFF THE ISSUE DATE IS ON OR
005240* BEFORE WINS - BUCKET 1 (CUTOFF = RUN DATE) CATCHES THE REST
005250      MOVE 1 TO WS-AGE-SUB.
005260      IF CK-ISSUE-DATE <= WS-AGE-CUTOFF (2)
005270         MOVE 2 TO WS-AGE-SUB
005280      END-IF.
005290      IF CK-ISSUE-DATE <= WS-AGE-CUTOFF (3)
005300         MOVE 3 TO WS-AGE-SUB
005310      END-IF.
005320      IF CK-ISSUE-DATE <= WS-AGE-CUTOFF (4)
005330         MOVE 4 TO WS-AGE-SUB
005340      END-IF.
005350      IF CK-ISSUE-DATE <= WS-AGE-CUTOFF (5)
005360         MOVE 5 TO WS-AGE-SUB
005370      END-IF.
005380      SET AGE-IDX TO WS-AGE-SUB.
005390      ADD 1          TO WS-AGE-COUNT (WS-AGE-SUB).
005400      ADD CK-NET-PAY TO WS-AGE-AMOUNT (WS-AGE-SUB).
005410      ADD 1          TO WS-OUTSTANDING.
005420      ADD CK-NET-PAY TO WS-OUT-NET-TOTAL.
005430      MOVE CK-CHECK-NBR          TO AL-CHECK-NBR.
005440      MOVE CK-EMP-ID             TO AL-EMP-ID.
005450      MOVE CK-ISSUE-DATE         TO AL-ISSUE-DATE.
005460      MOVE CK-NET-PAY            TO AL-NET-PAY.
005470      MOVE WS-AGE-LABEL (AGE-IDX) TO AL-AGE-LABEL.
005480      MOVE SPACES                TO AL-ESCHEAT-FLAG.
005490      IF CK-ISSUE-DATE <= WS-DORMANCY-CUTOFF
005500         MOVE "  ESCHEAT" TO AL-ESCHEAT-FLAG
005510         PERFORM P420-ESCHEAT-ONE-CHECK
005520      END-IF.
005530      WRITE REPORT-LINE FROM AGE-DETAIL-LINE.
005540 P420-ESCHEAT-ONE-CHECK.
005550      SET WS-ON-MASTER TO TRUE.
005560      MOVE CK-EMP-ID TO EMP-ID.
005570      READ EMPLOYEE-VS-FILE
005580         INVALID KEY
005590            SET WS-NOT-ON-MASTER TO TRUE
005600      END-READ.
005610      MOVE SPACES TO EL-PAYEE.
005620      IF WS-ON-MASTER
005630         STRING EMP-FIRST-NAME DELIMITED BY "  "
005640                " "            DELIMITED BY SIZE
005650                EMP-LAST-NAME  DELIMITED BY "  "
005660            INTO EL-PAYEE
005670         END-STRING
005680      ELSE
005690         MOVE "** NOT ON EMPLOYEE MASTER **" TO EL-PAYEE
005700      END-IF.
005710      MOVE CK-CHECK-NBR  TO EL-CHECK-NBR.
005720      MOVE CK-EMP-ID     TO EL-EMP-ID.
005730      MOVE CK-ISSUE-DATE TO EL-ISSUE-DATE.
005740      MOVE CK-NET-PAY    TO EL-NET-PAY.
005750      WRITE ESCHEAT-LINE FROM ESC-DETAIL-LINE.
005760      ADD 1          TO WS-ESCHEAT-COUNT.
005770      ADD CK-NET-PAY TO WS-ESCHEAT-TOTAL.
005780 P500-TERMINATION.
005790      CLOSE BANK-PAID-FILE.
005800      CLOSE EMPLOYEE-VS-FILE.
005810      CLOSE CHECK-REGISTER-OUT-FILE.
005820      CLOSE REPORT-FILE.
005830      CLOSE ESCHEAT-FILE.
005840      CLOSE SUITE-EXCEPTION-FILE.
005850      DISPLAY "PAID ITEMS READ     : " WS-PAID-COUNT.
005860      DISPLAY "CHECKS CLEARED      : " WS-CLEARED-COUNT.
005870      DISPLAY "PAID-ITEM EXCEPTIONS: " WS-EXCEPTION-COUNT.
005880      DISPLAY "CHECKS OUTSTANDING  : " WS-OUTSTANDING.
005890      DISPLAY "CHECKS TO ESCHEAT   : " WS-ESCHEAT-COUNT.
005900      IF WS-EXCEPTION-COUNT > ZERO AND WS-HIGHEST-RC < 4
005910         MOVE 4 TO WS-HIGHEST-RC
005920      END-IF.
005930      IF WS-PAID-COUNT = ZERO
005940         DISPLAY "BANKPAID HAD NO PAID ITEMS - AGING ONLY"
005950      END-IF.
005960      DISPLAY "CHKRCN00 RETURN CODE: " WS-HIGHEST-RC.
