000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYERC00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    EMPLOYER PAYROLL COST - COBTRAN3 WITHHOLDS THE         *
000090*    EMPLOYEE'S TAX, BUT THE COMPANY'S OWN SHARE WAS BEING  *
000100*    WORKED OUT BY ACCOUNTING ON A SPREADSHEET FROM THE     *
000110*    PAYREG00 TOTALS.  THIS PROGRAM READS THE CYCLE'S       *
000120*    PACKED EMPOFILE AND, FOR EVERY PAY RECORD, COMPUTES:   *
000130*      FICA  EMPLOYER SOCIAL SECURITY MATCH                 *
000140*      MEDI  EMPLOYER MEDICARE MATCH                        *
000150*      FUTA  FEDERAL UNEMPLOYMENT                           *
000160*      SUTA  STATE UNEMPLOYMENT                             *
000170*      BENEFIT ROWS (KIND B) - THE EMPLOYER SHARE OF        *
000180*            BENEFITS, A PERCENT OF GROSS OR A FLAT AMOUNT  *
000190*            PER REGULAR CYCLE                              *
000200*    RATES AND ANNUAL WAGE BASES COME FROM THE EFFECTIVE-   *
000210*    DATED ERTAXRT TABLE (THE SET IN FORCE FOR THE CYCLE'S  *
000220*    PERIOD-END IS USED, THE WAY COBTRAN3 PICKS TAXRATES).  *
000230*    EACH EMPLOYEE'S WAGES ALREADY PAID THIS CALENDAR YEAR  *
000240*    ARE TOTALLED FROM PAYHIST SO A CONTRIBUTION STOPS ONCE *
000250*    THE YEAR'S WAGES REACH THE BASE - RUN THIS BEFORE THE  *
000260*    CYCLE IS ROLLED INTO PAYHIST.  RESULTS GO TO THE       *
000270*    ERCOST FILE (ERCSTREC LAYOUT) THAT PAYGL00 POSTS       *
000273*    THE WAGE-BASE YEAR IS THE PAY DATE'S YEAR (THE         *
000276*    PERIOD-END YEAR FOR A CYCLE OR ROW WITH NO PAY DATE)   *
000280************************************************************
000290* MODIFICATION HISTORY                                     *
000300*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000302*   10/15/2026  DM  WAGE-BASE YEAR FROM PRH-/PH-PAY-DATE,  *
000304*                   PERIOD-END ONLY WHEN THERE IS NO PAY   *
000306*                   DATE - A DECEMBER PERIOD PAID IN       *
000308*                   JANUARY COUNTS TOWARD THE NEW YEAR     *
000310************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EMPLOYEE-OUT-FILE ASSIGN TO EMPOFILE
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS EMPOFILE-STATUS.
000380     SELECT ER-RATES-FILE ASSIGN TO ERTAXRT
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS ERTAXRT-STATUS.
000410     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS PAYHIST-STATUS.
000440     SELECT ER-COST-FILE ASSIGN TO ERCOST
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS ERCOST-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD EMPLOYEE-OUT-FILE
000500      RECORDING MODE IS F
000510      LABEL RECORDS ARE STANDARD
000520      RECORD CONTAINS 80 CHARACTERS
000530      BLOCK CONTAINS 0 RECORDS
000540      DATA RECORD IS EMPLOYEE-RECORD-OUT.
000550     COPY PAYREC.
000560 FD ER-RATES-FILE
000570      RECORDING MODE IS F
000580      LABEL RECORDS ARE STANDARD
000590      RECORD CONTAINS 80 CHARACTERS
000600      DATA RECORD IS ER-RATE-REC.
000610 01 ER-RATE-REC.
000620    05 ER-EFF-DATE    PIC 9(08).
000630    05 FILLER         PIC X(01).
000640    05 ER-COST-CODE   PIC X(04).
000650    05 FILLER         PIC X(01).
000660    05 ER-COST-KIND   PIC X(01).
000670      88 ER-KIND-TAX     VALUE "T".
000680      88 ER-KIND-BENEFIT VALUE "B".
000690    05 FILLER         PIC X(01).
000700    05 ER-CALC-TYPE   PIC X(01).
000710      88 ER-CALC-PCT     VALUE "P".
000720      88 ER-CALC-FLAT    VALUE "A".
000730    05 FILLER         PIC X(01).
000740    05 ER-RATE        PIC 9(2)V9(4).
000750    05 FILLER         PIC X(01).
000760    05 ER-FLAT-AMT    PIC 9(5)V9(2).
000770    05 FILLER         PIC X(01).
000780    05 ER-WAGE-BASE   PIC 9(7)V9(2).
000790    05 FILLER         PIC X(38).
000800 FD PAY-HISTORY-FILE
000810      RECORDING MODE IS F
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 80 CHARACTERS
000840      DATA RECORD IS PAY-HISTORY-REC.
000850     COPY PAYHREC.
000860 FD ER-COST-FILE
000870      RECORDING MODE IS F
000880      LABEL RECORDS ARE STANDARD
000890      RECORD CONTAINS 80 CHARACTERS
000900      DATA RECORD IS ER-COST-REC.
000910     COPY ERCSTREC.
000920 WORKING-STORAGE SECTION.
000930 01 EMPOFILE-STATUS      PIC X(2).
000940   88 EMPOFILE-OK        VALUE "00".
000950 01 ERTAXRT-STATUS       PIC X(2).
000960   88 ERTAXRT-OK         VALUE "00".
000970 01 PAYHIST-STATUS       PIC X(2).
000980   88 PAYHIST-OK         VALUE "00".
000990 01 ERCOST-STATUS        PIC X(2).
001000 01 WS-EOF-SWITCH        PIC X(1) VALUE "N".
001010   88 WS-EOF             VALUE "Y".
001020 01 WS-RATES-EOF-SW      PIC X(1) VALUE "N".
001030   88 WS-RATES-DONE      VALUE "Y".
001040 01 WS-HIST-EOF-SW       PIC X(1) VALUE "N".
001050   88 WS-HIST-DONE       VALUE "Y".
001060 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001070 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
001075 01 WS-PAY-DATE          PIC 9(8) VALUE ZERO.
001080 01 WS-TAX-YEAR          PIC 9(4) VALUE ZERO.
001090 01 WS-HIST-YEAR         PIC 9(4).
001100 01 WS-RUN-TYPE          PIC X(1) VALUE SPACE.
001110   88 WS-OFF-CYCLE-RUN   VALUE "O".
001120 01 WS-GROSS-PAY         PIC S9(7)V9(2).
001130 01 WS-HIST-GROSS        PIC S9(7)V9(2).
001140 01 WS-SUBJECT-WAGES     PIC S9(7)V9(2).
001150 01 WS-BASE-LEFT         PIC S9(8)V9(2).
001160 01 WS-COST-AMT          PIC S9(7)V9(2).
001170 01 WS-FIND-EMP-ID       PIC 9(9).
001180 01 WS-MAX-RATE-ROWS     PIC 9(2) VALUE 50.
001190 01 WS-RATE-ROW-COUNT    PIC 9(2) VALUE ZERO.
001200 01 WS-RATE-ROW-TABLE.
001210    05 WS-RTR-ENTRY OCCURS 50 TIMES INDEXED BY RTR-IDX.
001220      10 WS-RTR-EFF-DATE  PIC 9(8).
001230      10 WS-RTR-CODE      PIC X(4).
001240      10 WS-RTR-KIND      PIC X(1).
001250      10 WS-RTR-CALC      PIC X(1).
001260      10 WS-RTR-RATE      PIC 9(2)V9(4).
001270      10 WS-RTR-FLAT      PIC 9(5)V9(2).
001280      10 WS-RTR-BASE      PIC 9(7)V9(2).
001290 01 WS-ACT-EFF-DATE      PIC 9(8) VALUE ZERO.
001300 01 WS-ACT-RATE-COUNT    PIC 9(2) VALUE ZERO.
001310 01 WS-ACT-RATE-TABLE.
001320    05 WS-ACT-ENTRY OCCURS 50 TIMES INDEXED BY ACT-IDX.
001330      10 WS-ACT-CODE      PIC X(4).
001340      10 WS-ACT-KIND      PIC X(1).
001350      10 WS-ACT-CALC      PIC X(1).
001360      10 WS-ACT-RATE      PIC 9(2)V9(4).
001370      10 WS-ACT-FLAT      PIC 9(5)V9(2).
001380      10 WS-ACT-BASE      PIC 9(7)V9(2).
001390 01 WS-MAX-PAY-ROWS      PIC 9(4) VALUE 2000.
001400 01 WS-PAY-ROW-COUNT     PIC 9(4) VALUE ZERO.
001410 01 WS-PAY-TABLE.
001420    05 WS-PAY-ENTRY OCCURS 2000 TIMES INDEXED BY PAY-IDX.
001430      10 WS-PAY-EMP-ID    PIC 9(9).
001440      10 WS-PAY-GROSS     PIC S9(7)V9(2).
001450      10 WS-PAY-YTD-GROSS PIC S9(8)V9(2).
001460 01 WS-PAY-FOUND-SW      PIC X(1).
001470   88 WS-PAY-FOUND       VALUE "Y".
001480   88 WS-PAY-NOT-FOUND   VALUE "N".
001490 01 WS-TOTALS.
001500     05 WS-TOTAL-FICA     PIC S9(9)V9(2) VALUE ZERO.
001510     05 WS-TOTAL-MEDI     PIC S9(9)V9(2) VALUE ZERO.
001520     05 WS-TOTAL-FUTA     PIC S9(9)V9(2) VALUE ZERO.
001530     05 WS-TOTAL-SUTA     PIC S9(9)V9(2) VALUE ZERO.
001540     05 WS-TOTAL-BEN      PIC S9(9)V9(2) VALUE ZERO.
001550 01 WS-COUNTERS.
001560     05 WS-PAY-COUNT      PIC 9(5) VALUE ZERO.
001570     05 WS-HIST-COUNT     PIC 9(7) VALUE ZERO.
001580     05 WS-WRITE-COUNT    PIC 9(5) VALUE ZERO.
001590     05 WS-CAPPED-COUNT   PIC 9(5) VALUE ZERO.
001600 PROCEDURE DIVISION.
001610 000-MAIN-PROCEDURE.
001620      PERFORM P100-INITIALIZATION.
001630      PERFORM P200-MAINLINE.
001640      PERFORM P300-TERMINATION.
001650      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001660      STOP RUN.
001670 P100-INITIALIZATION.
001680      OPEN INPUT EMPLOYEE-OUT-FILE.
001690      IF NOT EMPOFILE-OK
001700         DISPLAY "FAILURE TO OPEN EMPOFILE " EMPOFILE-STATUS
001710         MOVE 12 TO RETURN-CODE
001720         STOP RUN
001730      END-IF.
001740      OPEN INPUT ER-RATES-FILE.
001750      IF NOT ERTAXRT-OK
001760         DISPLAY "FAILURE TO OPEN ERTAXRT " ERTAXRT-STATUS
001770         MOVE 12 TO RETURN-CODE
001780         STOP RUN
001790      END-IF.
001800      OPEN INPUT PAY-HISTORY-FILE.
001810      IF NOT PAYHIST-OK
001820         DISPLAY "FAILURE TO OPEN PAYHIST " PAYHIST-STATUS
001830         MOVE 12 TO RETURN-CODE
001840         STOP RUN
001850      END-IF.
001860      OPEN OUTPUT ER-COST-FILE.
001870      IF ERCOST-STATUS NOT = "00"
001880         DISPLAY "FAILURE TO OPEN ERCOST " ERCOST-STATUS
001890         MOVE 12 TO RETURN-CODE
001900         STOP RUN
001910      END-IF.
001920      PERFORM P110-READ-PERIOD-HEADER.
001930      PERFORM P120-LOAD-RATES.
001940      PERFORM P130-SELECT-RATE-SET.
001950 P110-READ-PERIOD-HEADER.
001960*    THE HH HEADER CARRIES THE PERIOD-END THAT PICKS THE
001970* RATE SET AND THE PAY DATE WHOSE YEAR THE WAGE BASES RUN OVER
001980      READ EMPLOYEE-OUT-FILE
001990         AT END
002000            DISPLAY "EMPOFILE IS EMPTY - NO HEADER RECORD"
002010            SET WS-EOF TO TRUE
002020      END-READ.
002030      IF NOT WS-EOF
002040         IF PAY-IS-HEADER
002050            MOVE PRH-PERIOD-END TO WS-PERIOD-END
002060            MOVE PRH-RUN-TYPE   TO WS-RUN-TYPE
002062            IF PRH-PAY-DATE IS NUMERIC AND PRH-PAY-DATE > ZERO
002064               MOVE PRH-PAY-DATE TO WS-PAY-DATE
002066            END-IF
002070         ELSE
002080            DISPLAY "WARNING - EMPOFILE HAS NO HH HEADER - "
002090               "FIRST RECORD TREATED AS DETAIL"
002100            MOVE PR-PERIOD-END TO WS-PERIOD-END
002102            IF PR-PAY-DATE IS NUMERIC AND PR-PAY-DATE > ZERO
002104               MOVE PR-PAY-DATE TO WS-PAY-DATE
002106            END-IF
002110            PERFORM P210-LOAD-ONE-PAY-RECORD
002120         END-IF
002130      END-IF.
002140      IF WS-PAY-DATE > ZERO
002142         MOVE WS-PAY-DATE (1:4) TO WS-TAX-YEAR
002144      ELSE
002146         MOVE WS-PERIOD-END (1:4) TO WS-TAX-YEAR
002148      END-IF.
002150 P120-LOAD-RATES.
002160      PERFORM UNTIL WS-RATES-DONE
002170         READ ER-RATES-FILE
002180            AT END
002190               SET WS-RATES-DONE TO TRUE
002200            NOT AT END
002210               IF ER-EFF-DATE IS NOT NUMERIC OR
002220                  ER-RATE IS NOT NUMERIC OR
002230                  ER-FLAT-AMT IS NOT NUMERIC OR
002240                  ER-WAGE-BASE IS NOT NUMERIC OR
002250                  NOT (ER-KIND-TAX OR ER-KIND-BENEFIT) OR
002260                  NOT (ER-CALC-PCT OR ER-CALC-FLAT)
002270                  DISPLAY "BAD ERTAXRT ROW DROPPED : "
002280                     ER-RATE-REC (1:40)
002290                  MOVE 4 TO WS-HIGHEST-RC
002300               ELSE
002310                  IF ER-KIND-TAX AND
002320                     ER-COST-CODE NOT = "FICA" AND
002330                     ER-COST-CODE NOT = "MEDI" AND
002340                     ER-COST-CODE NOT = "FUTA" AND
002350                     ER-COST-CODE NOT = "SUTA"
002360                     DISPLAY "UNKNOWN EMPLOYER TAX CODE "
002370                        ER-COST-CODE " - ROW DROPPED"
002380                     MOVE 4 TO WS-HIGHEST-RC
002390                  ELSE
002400                     PERFORM P125-STORE-RATE-ROW
002410                  END-IF
002420               END-IF
002430         END-READ
002440      END-PERFORM.
002450      CLOSE ER-RATES-FILE.
002460      DISPLAY "EMPLOYER RATE ROWS LOADED : " WS-RATE-ROW-COUNT.
002470 P125-STORE-RATE-ROW.
002480      IF WS-RATE-ROW-COUNT >= WS-MAX-RATE-ROWS
002490         DISPLAY "EMPLOYER RATE TABLE FULL - ROW DROPPED"
002500         MOVE 4 TO WS-HIGHEST-RC
002510      ELSE
002520         ADD 1 TO WS-RATE-ROW-COUNT
002530         SET RTR-IDX TO WS-RATE-ROW-COUNT
002540         MOVE ER-EFF-DATE  TO WS-RTR-EFF-DATE (RTR-IDX)
002550         MOVE ER-COST-CODE TO WS-RTR-CODE (RTR-IDX)
002560         MOVE ER-COST-KIND TO WS-RTR-KIND (RTR-IDX)
002570         MOVE ER-CALC-TYPE TO WS-RTR-CALC (RTR-IDX)
002580         MOVE ER-RATE      TO WS-RTR-RATE (RTR-IDX)
002590         MOVE ER-FLAT-AMT  TO WS-RTR-FLAT (RTR-IDX)
002600         MOVE ER-WAGE-BASE TO WS-RTR-BASE (RTR-IDX)
002610      END-IF.
002620 P130-SELECT-RATE-SET.
002630*    THE RATE SET IN FORCE IS THE ONE WITH THE LATEST
002640* EFFECTIVE DATE ON OR BEFORE THE CYCLE'S PERIOD-END - NEXT
002650* YEAR'S RATES AND WAGE BASES CAN SIT ON THE FILE AHEAD OF
002660* TIME, THE SAME RULE COBTRAN3 USES FOR TAXRATES
002670      PERFORM VARYING RTR-IDX FROM 1 BY 1
002680         UNTIL RTR-IDX > WS-RATE-ROW-COUNT
002690         IF WS-RTR-EFF-DATE (RTR-IDX) <= WS-PERIOD-END AND
002700            WS-RTR-EFF-DATE (RTR-IDX) > WS-ACT-EFF-DATE
002710            MOVE WS-RTR-EFF-DATE (RTR-IDX) TO WS-ACT-EFF-DATE
002720         END-IF
002730      END-PERFORM.
002740      PERFORM VARYING RTR-IDX FROM 1 BY 1
002750         UNTIL RTR-IDX > WS-RATE-ROW-COUNT
002760         IF WS-RTR-EFF-DATE (RTR-IDX) = WS-ACT-EFF-DATE AND
002770            WS-ACT-EFF-DATE > ZERO
002780            ADD 1 TO WS-ACT-RATE-COUNT
002790            SET ACT-IDX TO WS-ACT-RATE-COUNT
002800            MOVE WS-RTR-CODE (RTR-IDX) TO WS-ACT-CODE (ACT-IDX)
002810            MOVE WS-RTR-KIND (RTR-IDX) TO WS-ACT-KIND (ACT-IDX)
002820            MOVE WS-RTR-CALC (RTR-IDX) TO WS-ACT-CALC (ACT-IDX)
002830            MOVE WS-RTR-RATE (RTR-IDX) TO WS-ACT-RATE (ACT-IDX)
002840            MOVE WS-RTR-FLAT (RTR-IDX) TO WS-ACT-FLAT (ACT-IDX)
002850            MOVE WS-RTR-BASE (RTR-IDX) TO WS-ACT-BASE (ACT-IDX)
002860         END-IF
002870      END-PERFORM.
002880      IF WS-ACT-RATE-COUNT = ZERO
002890         DISPLAY "NO EMPLOYER RATES IN FORCE FOR PERIOD "
002900            WS-PERIOD-END " - EMPLOYER COSTS WILL BE ZERO"
002910         MOVE 4 TO WS-HIGHEST-RC
002920      ELSE
002930         DISPLAY "EMPLOYER RATES EFFECTIVE " WS-ACT-EFF-DATE
002940            " SELECTED - ROWS: " WS-ACT-RATE-COUNT
002950      END-IF.
002960 P200-MAINLINE.
002970      READ EMPLOYEE-OUT-FILE
002980         AT END
002990            SET WS-EOF TO TRUE
003000      END-READ.
003010      PERFORM UNTIL WS-EOF
003020         PERFORM P210-LOAD-ONE-PAY-RECORD
003030         READ EMPLOYEE-OUT-FILE
003040            AT END
003050               SET WS-EOF TO TRUE
003060         END-READ
003070      END-PERFORM.
003080      PERFORM P220-ACCUMULATE-YTD-WAGES.
003090      PERFORM VARYING PAY-IDX FROM 1 BY 1
003100         UNTIL PAY-IDX > WS-PAY-ROW-COUNT
003110         PERFORM P240-COST-ONE-EMPLOYEE
003120      END-PERFORM.
003130 P210-LOAD-ONE-PAY-RECORD.
003140*    THE CYCLE'S PAY IS HELD IN A TABLE SO ONE PASS OF
003150* PAYHIST CAN TOTAL THE YEAR'S PRIOR WAGES FOR EVERYONE
003160      ADD 1 TO WS-PAY-COUNT.
003170      IF WS-PAY-ROW-COUNT >= WS-MAX-PAY-ROWS
003180         DISPLAY "PAY TABLE FULL AT " WS-MAX-PAY-ROWS
003190            " RECORDS - EMPLOYER COSTS NOT COMPUTED"
003200         MOVE 12 TO RETURN-CODE
003210         STOP RUN
003220      END-IF.
003230      ADD 1 TO WS-PAY-ROW-COUNT.
003240      SET PAY-IDX TO WS-PAY-ROW-COUNT.
003250      MOVE EMP-ID-OUT TO WS-PAY-EMP-ID (PAY-IDX).
003260      ADD REG-PAY-OUT BON-PAY-OUT
003270         GIVING WS-PAY-GROSS (PAY-IDX).
003280      MOVE ZERO TO WS-PAY-YTD-GROSS (PAY-IDX).
003290 P220-ACCUMULATE-YTD-WAGES.
003300*    WAGES ALREADY PAID THIS TAX YEAR - EVERY PAYHIST RECORD
003310* PAID IN THE CYCLE'S YEAR (PERIOD-END YEAR WITHOUT A PAY DATE),
003320* WITH PAYADJ00'S FLAGGED ADJUSTMENTS SIGNED IN THE WAY
003330* PAYYTD00 FOLDS THEM
003340      PERFORM UNTIL WS-HIST-DONE
003350         READ PAY-HISTORY-FILE
003360            AT END
003370               SET WS-HIST-DONE TO TRUE
003380            NOT AT END
003390               ADD 1 TO WS-HIST-COUNT
003400               IF PH-PAY-DATE IS NUMERIC AND PH-PAY-DATE > ZERO
003402                  MOVE PH-PAY-DATE (1:4) TO WS-HIST-YEAR
003404               ELSE
003406                  MOVE PH-PERIOD-END (1:4) TO WS-HIST-YEAR
003408               END-IF
003410               IF WS-HIST-YEAR = WS-TAX-YEAR AND
003420                  PH-PERIOD-END <= WS-PERIOD-END
003430                  PERFORM P230-ADD-HISTORY-WAGES
003440               END-IF
003450         END-READ
003460      END-PERFORM.
003470      CLOSE PAY-HISTORY-FILE.
003480 P230-ADD-HISTORY-WAGES.
003490      MOVE PH-EMP-ID TO WS-FIND-EMP-ID.
003500      SET WS-PAY-NOT-FOUND TO TRUE.
003510      PERFORM VARYING PAY-IDX FROM 1 BY 1
003520         UNTIL PAY-IDX > WS-PAY-ROW-COUNT
003530         IF WS-PAY-EMP-ID (PAY-IDX) = WS-FIND-EMP-ID
003540            SET WS-PAY-FOUND TO TRUE
003550            EXIT PERFORM
003560         END-IF
003570      END-PERFORM.
003580      IF WS-PAY-FOUND
003590         ADD PH-REG-PAY PH-BON-PAY GIVING WS-HIST-GROSS
003600         IF PH-IS-ADJUSTMENT AND PH-ADJ-SIGN = "-"
003610            SUBTRACT WS-HIST-GROSS
003620               FROM WS-PAY-YTD-GROSS (PAY-IDX)
003630         ELSE
003640            ADD WS-HIST-GROSS TO WS-PAY-YTD-GROSS (PAY-IDX)
003650         END-IF
003660      END-IF.
003670 P240-COST-ONE-EMPLOYEE.
003680      MOVE SPACES TO ER-COST-REC.
003690      MOVE WS-PAY-EMP-ID (PAY-IDX) TO EC-EMP-ID.
003700      MOVE WS-PERIOD-END           TO EC-PERIOD-END.
003710      MOVE WS-PAY-GROSS (PAY-IDX)  TO EC-GROSS-PAY.
003720      MOVE WS-RUN-TYPE             TO EC-RUN-TYPE.
003730      MOVE ZERO TO EC-FICA-AMT EC-MEDI-AMT EC-FUTA-AMT
003740                   EC-SUTA-AMT EC-BEN-AMT.
003750      MOVE WS-PAY-GROSS (PAY-IDX) TO WS-GROSS-PAY.
003760      PERFORM VARYING ACT-IDX FROM 1 BY 1
003770         UNTIL ACT-IDX > WS-ACT-RATE-COUNT
003780         PERFORM P250-COMPUTE-ONE-COST
003790      END-PERFORM.
003800      WRITE ER-COST-REC.
003810      ADD 1 TO WS-WRITE-COUNT.
003820      ADD EC-FICA-AMT TO WS-TOTAL-FICA.
003830      ADD EC-MEDI-AMT TO WS-TOTAL-MEDI.
003840      ADD EC-FUTA-AMT TO WS-TOTAL-FUTA.
003850      ADD EC-SUTA-AMT TO WS-TOTAL-SUTA.
003860      ADD EC-BEN-AMT  TO WS-TOTAL-BEN.
003870 P250-COMPUTE-ONE-COST.
003880*    A PERCENT ROW APPLIES TO THE PART OF THIS CYCLE'S GROSS
003890* STILL UNDER THE ANNUAL WAGE BASE (ZERO BASE = NO LIMIT).
003900* A FLAT ROW IS A PER-CYCLE AMOUNT, CHARGED ON REGULAR
003910* CYCLES ONLY SO AN OFF-CYCLE CORRECTION DOES NOT BILL IT
003920* TWICE
003930      MOVE ZERO TO WS-COST-AMT.
003940      IF WS-ACT-CALC (ACT-IDX) = "A"
003950         IF NOT WS-OFF-CYCLE-RUN AND WS-GROSS-PAY > ZERO
003960            MOVE WS-ACT-FLAT (ACT-IDX) TO WS-COST-AMT
003970         END-IF
003980      ELSE
003990         MOVE WS-GROSS-PAY TO WS-SUBJECT-WAGES
004000         IF WS-ACT-BASE (ACT-IDX) > ZERO
004010            COMPUTE WS-BASE-LEFT = WS-ACT-BASE (ACT-IDX) -
004020               WS-PAY-YTD-GROSS (PAY-IDX)
004030            IF WS-BASE-LEFT < ZERO
004040               MOVE ZERO TO WS-BASE-LEFT
004050            END-IF
004060            IF WS-SUBJECT-WAGES > WS-BASE-LEFT
004070               MOVE WS-BASE-LEFT TO WS-SUBJECT-WAGES
004080               ADD 1 TO WS-CAPPED-COUNT
004090            END-IF
004100         END-IF
004110         IF WS-SUBJECT-WAGES > ZERO
004120            COMPUTE WS-COST-AMT ROUNDED =
004130               WS-SUBJECT-WAGES * WS-ACT-RATE (ACT-IDX) / 100
004140         END-IF
004150      END-IF.
004160      IF WS-ACT-KIND (ACT-IDX) = "B"
004170         ADD WS-COST-AMT TO EC-BEN-AMT
004180      ELSE
004190         EVALUATE WS-ACT-CODE (ACT-IDX)
004200            WHEN "FICA"
004210               ADD WS-COST-AMT TO EC-FICA-AMT
004220            WHEN "MEDI"
004230               ADD WS-COST-AMT TO EC-MEDI-AMT
004240            WHEN "FUTA"
004250               ADD WS-COST-AMT TO EC-FUTA-AMT
004260            WHEN "SUTA"
004270               ADD WS-COST-AMT TO EC-SUTA-AMT
004280         END-EVALUATE
004290      END-IF.
004300 P300-TERMINATION.
004310      CLOSE EMPLOYEE-OUT-FILE.
004320      CLOSE ER-COST-FILE.
004330      DISPLAY "PAY RECORDS READ      : " WS-PAY-COUNT.
004340      DISPLAY "PAYHIST RECORDS READ  : " WS-HIST-COUNT.
004350      DISPLAY "ERCOST RECORDS WRITTEN: " WS-WRITE-COUNT.
004360      DISPLAY "WAGE-BASE LIMITS HIT  : " WS-CAPPED-COUNT.
004370      DISPLAY "EMPLOYER FICA         : " WS-TOTAL-FICA.
004380      DISPLAY "EMPLOYER MEDICARE     : " WS-TOTAL-MEDI.
004390      DISPLAY "FUTA                  : " WS-TOTAL-FUTA.
004400      DISPLAY "SUTA                  : " WS-TOTAL-SUTA.
004410      DISPLAY "EMPLOYER BENEFITS     : " WS-TOTAL-BEN.
004420      DISPLAY "PAYERC00 - SUCCESSFULLY ENDED".
