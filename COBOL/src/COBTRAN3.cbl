001240*                   EDIT - THEY CARRY LEAVE PAYOUT ON TOP OF    *
001250*                   THE PERIOD RATE BY DESIGN, AND REJECTING    *
001260*                   THEM WOULD PARK THE TERMINATION FOREVER     *
001261*   10/15/2026  DM  GARNISHMENT ORDERS - EVERY ACTIVE      *
001262*                   GARNMAST ORDER (GARNREC, MAINTAINED BY *
001263*                   GARNMNT) IS TAKEN FROM DISPOSABLE      *
001264*                   EARNINGS (GROSS LESS TAX) AHEAD OF THE *
001265*                   DEDCODES DEDUCTIONS, IN LEGAL PRIORITY *
001266*                   (SUPPORT, LEVY, STUDENT LOAN, CREDITOR)*
001267*                   AND HELD TO EACH ORDER'S LEGAL MAXIMUM *
001268*                   PERCENTAGE.  AN ORDER PAID TO ZERO GOES*
001269*                   SATISFIED.  UPDATED MASTER TO GARNOUT, *
001270*                   AMOUNTS TAKEN TO GARNREMT FOR GARNRPT  *
001271*   10/15/2026  DM  WS-PRIO-SUB WIDENED TO 9(2) - A ONE-   *
001272*                   DIGIT SUBSCRIPT WRAPPED BEFORE THE     *
001273*                   PRIORITY LOOP COULD PASS 9             *
001274*   10/15/2026  DM  PAY DATE - THE PAYCAL PAY DATE FOR THE *
001275*                   PERIOD (ROLLED OFF WEEKENDS/HOLIDAYS BY*
001276*                   PAYCAL00) IS STAMPED INTO PRH-PAY-DATE *
001277*                   AND PR-PAY-DATE.  FILECTL COLS 32-39   *
001278*                   OVERRIDE IT; OFF-CYCLE WITHOUT ONE PAYS*
001279*                   ON THE RUN DATE, A PERIOD NOT ON THE   *
001280*                   CALENDAR ON ITS PERIOD-END             *
001281*   10/15/2026  DM  EXPENSE REIMBURSEMENTS - REIMTRAN      *
001282*                   (REIMREC) CLAIMS ADD TO NET PAY UNTAXED*
001283*                   IN PR-REIMB-AMT.  UNKNOWN/TERMINATED   *
001284*                   EMP-IDS REJECT (C007); UNPAID ONES LIST*
001285*                   AT END OF JOB (C008)                   *
001286************************************************************
001287 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT FILE-PAIR-CONTROL-FILE ASSIGN TO FILECTL.
001540     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
001550     ORGANIZATION IS SEQUENTIAL
001560     FILE STATUS  IS SUITEEXC-STATUS.
001562     SELECT GARN-ORDER-FILE ASSIGN TO GARNMAST.
001564     SELECT GARN-OUT-FILE ASSIGN TO GARNOUT.
001566     SELECT GARN-REMIT-FILE ASSIGN TO GARNREMT.
001568     SELECT REIM-TRANS-FILE ASSIGN TO REIMTRAN.
001570 DATA DIVISION.
001580 FILE SECTION.
001590 FD FILE-PAIR-CONTROL-FILE
001700    05 FILLER         PIC X(01).
001710    05 FP-RUN-TYPE    PIC X(01).
001720      88 FP-OFF-CYCLE VALUE "O".
001725    05 FILLER         PIC X(01).
001730    05 FP-PAY-DATE    PIC X(08).
001735    05 FILLER         PIC X(41).
001740 FD EMPLOYEE-VS-FILE.
001750     COPY EMPREC.
001760 FD DED-CODES-FILE
001970      88 DT-PERCENTAGE   VALUE "P".
001980    05 DT-DED-VALUE   PIC 9(5)V9(2).
001990    05 FILLER         PIC X(65).
001991 FD REIM-TRANS-FILE
001992      RECORDING MODE IS F
001993      LABEL RECORDS ARE STANDARD
001994      RECORD CONTAINS 80 CHARACTERS
001995      DATA RECORD IS REIM-TRANS-REC.
001996     COPY REIMREC.
002000 FD DED-ENROLL-FILE
002010      RECORDING MODE IS F
002020      LABEL RECORDS ARE STANDARD
002320    05 DD-SOURCE      PIC X(01).
002330      88 DD-FROM-ENROLLMENT VALUE "E".
002340      88 DD-FROM-DEDTRAN    VALUE "T".
002345      88 DD-FROM-GARNISHMENT VALUE "G".
002350    05 FILLER         PIC X(56).
002360 FD TAX-RATES-FILE
002370      RECORDING MODE IS F
002930       RECORD CONTAINS 132 CHARACTERS
002940       DATA RECORD IS EXCEPTION-LINE.
002950 01 EXCEPTION-LINE    PIC X(132).
002951 FD GARN-ORDER-FILE
002952      RECORDING MODE IS F
002953      LABEL RECORDS ARE STANDARD
002954      RECORD CONTAINS 80 CHARACTERS
002955      DATA RECORD IS GARN-ORDER-REC.
002956     COPY GARNREC.
002957 FD GARN-OUT-FILE
002958      RECORDING MODE IS F
002959      LABEL RECORDS ARE STANDARD
002960      RECORD CONTAINS 80 CHARACTERS
002961      DATA RECORD IS GARN-OUT-REC.
002962 01 GARN-OUT-REC       PIC X(80).
002963 FD GARN-REMIT-FILE
002964      RECORDING MODE IS F
002965      LABEL RECORDS ARE STANDARD
002966      RECORD CONTAINS 80 CHARACTERS
002967      DATA RECORD IS GARN-REMIT-REC.
002968     COPY GARNRMRC.
002969 WORKING-STORAGE SECTION.
002970 01 WS-IN-DDNAME           PIC X(08).
002980 01 WS-OUT-DDNAME          PIC X(08).
002990 01 WS-PAIR-COUNT          PIC 9(3) VALUE ZERO.
003710 01 WS-AVAILABLE        PIC S9(7)V9(2).
003720 01 WS-TAKE-AMT         PIC S9(7)V9(2).
003730 01 WS-SHORT-AMT        PIC S9(7)V9(2).
003740 01 WS-PRIO-SUB         PIC 9(2).
003750 01 WS-ARR-TAKEN        PIC S9(7)V9(2).
003760 01 WS-SHORT-SW         PIC X(1).
003770   88 WS-CHECK-SHORT    VALUE "Y".
003950 01 WS-CODE-FOUND-SW    PIC X(1).
003960   88 WS-CODE-FOUND     VALUE "Y".
003970   88 WS-CODE-NOT-FOUND VALUE "N".
003971 01 WS-GARNMAST-EOF-SW  PIC X(1) VALUE "N".
003972   88 WS-GARNMAST-DONE  VALUE "Y".
003973 01 WS-MAX-GARN-ORDERS  PIC 9(3) VALUE 200.
003974 01 WS-GARN-COUNT       PIC 9(3) VALUE ZERO.
003975 01 WS-GARN-TABLE.
003976    05 WS-GRN-ENTRY OCCURS 200 TIMES INDEXED BY GRN-IDX.
003977      10 WS-GRN-EMP-ID   PIC X(4).
003978      10 WS-GRN-TYPE     PIC X(1).
003979      10 WS-GRN-CASE     PIC X(15).
003980      10 WS-GRN-AGENCY   PIC X(20).
003981      10 WS-GRN-CALC     PIC X(1).
003982      10 WS-GRN-VALUE    PIC 9(5)V9(2).
003983      10 WS-GRN-OWED     PIC 9(7)V9(2).
003984      10 WS-GRN-BAL      PIC 9(7)V9(2).
003985      10 WS-GRN-MAX-PCT  PIC 9(2).
003986      10 WS-GRN-START    PIC 9(8).
003987      10 WS-GRN-STATUS   PIC X(1).
003988*    LEGAL PRIORITY ORDER OF THE ORDER TYPES, AND EACH TYPE'S
003989* DEFAULT MAXIMUM PERCENTAGE OF DISPOSABLE EARNINGS
003990 01 WS-GARN-PRIO-ORDER  PIC X(4) VALUE "CTSG".
003991 01 WS-GARN-PRIO-TABLE REDEFINES WS-GARN-PRIO-ORDER.
003992    05 WS-GARN-PRIO-TYPE PIC X(1) OCCURS 4 TIMES.
003993 01 WS-GARN-DFLT-CAPS   PIC X(8) VALUE "50251525".
003994 01 WS-GARN-CAP-TABLE REDEFINES WS-GARN-DFLT-CAPS.
003995    05 WS-GARN-DFLT-PCT  PIC 9(2) OCCURS 4 TIMES.
003996 01 WS-GARN-PRIO-SUB    PIC 9(1).
003997 01 WS-GARN-PCT         PIC 9(2).
003998 01 WS-GARN-CAP         PIC S9(7)V9(2).
003999 01 WS-GARN-WANTED      PIC S9(7)V9(2).
004000 01 WS-GARN-TAKEN       PIC S9(7)V9(2).
004001 01 WS-GARN-TOTALS.
004002   05 WS-GARN-REMIT-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
004003   05 WS-GARN-REMIT-COUNT     PIC 9(5) VALUE ZERO.
004004   05 WS-GARN-CAPPED-COUNT    PIC 9(5) VALUE ZERO.
004005   05 WS-GARN-SATISFIED-COUNT PIC 9(5) VALUE ZERO.
004006 01 WS-GROSS-PAY        PIC S9(7)V9(2).
004007 01 WS-TOTAL-DED        PIC S9(7)V9(2).
004008 01 WS-TAX-WH           PIC S9(7)V9(2).
004010 01 WS-TAXABLE-TOP      PIC S9(7)V9(2).
004020 01 WS-TAXRATES-EOF-SW  PIC X(1) VALUE "N".
004030   88 WS-TAXRATES-DONE  VALUE "Y".
004350 01 WS-RATE-TOLERANCE   PIC 9(5)V9(2).
004360 01 WS-NO-RATE-COUNT    PIC 9(5) VALUE ZERO.
004370 01 WS-FINAL-PAY-COUNT  PIC 9(5) VALUE ZERO.
004371 01 WS-REIMTRAN-EOF-SW  PIC X(1) VALUE "N".
004372   88 WS-REIMTRAN-DONE  VALUE "Y".
004373 01 WS-REIMB-TOTAL      PIC S9(7)V9(2).
004374 01 WS-REIMB-TOTALS.
004375   05 WS-REIMB-PAID-COUNT   PIC 9(5) VALUE ZERO.
004376   05 WS-REIMB-PAID-AMT     PIC 9(9)V9(2) VALUE ZERO.
004377   05 WS-REIMB-REJECT-COUNT PIC 9(5) VALUE ZERO.
004378   05 WS-REIMB-UNPAID-COUNT PIC 9(5) VALUE ZERO.
004380 01 WS-PAYCAL-EOF-SW    PIC X(1) VALUE "N".
004390   88 WS-PAYCAL-DONE    VALUE "Y".
004400 01 PAYCAL-STATUS       PIC X(2).
004420 01 PEROVRD-STATUS      PIC X(2).
004430   88 PEROVRD-OK        VALUE "00".
004440 01 WS-NEXT-OPEN-PERIOD PIC 9(8) VALUE ZERO.
004442 01 WS-PAY-DATE         PIC 9(8) VALUE ZERO.
004444 01 WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
004446 01 WS-PAYCAL-OPEN-SW   PIC X(1) VALUE "N".
004448   88 WS-PAYCAL-OPEN    VALUE "Y".
004450 01 WS-OVERRIDE-SW      PIC X(1) VALUE "N".
004460   88 WS-OVERRIDE-RUN   VALUE "Y".
004470 01 WS-DED-REJECT-COUNT PIC 9(5) VALUE ZERO.
004471 01 WS-MAX-REIMB        PIC 9(3) VALUE 500.
004472 01 WS-REIMB-COUNT      PIC 9(3) VALUE ZERO.
004473 01 WS-REIMB-TABLE.
004474    05 WS-RMB-ENTRY OCCURS 500 TIMES INDEXED BY RMB-IDX.
004475      10 WS-RMB-EMP-ID   PIC X(4).
004476      10 WS-RMB-AMT      PIC 9(5)V9(2).
004477      10 WS-RMB-REF      PIC X(12).
004478      10 WS-RMB-PAID-SW  PIC X(1).
004480 01 WS-PERIOD-END    PIC 9(8) VALUE ZERO.
004490 01 WS-RUN-TYPE      PIC X(1) VALUE SPACE.
004500   88 WS-OFF-CYCLE-RUN VALUE "O".
007130     IF WS-NEXT-OPEN-PERIOD > ZERO
007140       DISPLAY "NEXT OPEN PAY PERIOD   : " WS-NEXT-OPEN-PERIOD
007150     END-IF.
007155     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
007160     OPEN INPUT OVERRIDE-CARD-FILE.
007170     IF PEROVRD-OK
007180       READ OVERRIDE-CARD-FILE
007270       END-READ
007280       CLOSE OVERRIDE-CARD-FILE
007290     END-IF.
007291 P052-LOAD-GARN-ORDERS.
007292*    EVERY ORDER LOADS - SATISFIED AND RELEASED ONES TOO -
007293* BECAUSE THE WHOLE MASTER GOES BACK OUT TO GARNOUT.  AN
007294* ORDER THAT WILL NOT FIT IN THE TABLE WOULD DROP OFF THE
007295* MASTER AT THE SWAP, SO A FULL TABLE STOPS THE RUN
007296     OPEN INPUT GARN-ORDER-FILE.
007297     PERFORM UNTIL WS-GARNMAST-DONE
007298        READ GARN-ORDER-FILE
007299           AT END
007300              SET WS-GARNMAST-DONE TO TRUE
007301           NOT AT END
007302              IF WS-GARN-COUNT >= WS-MAX-GARN-ORDERS
007303                 DISPLAY "GARNISHMENT TABLE FULL AT EMP-ID "
007304                    GN-EMP-ID " CASE " GN-CASE-NBR
007305                 MOVE 12 TO RETURN-CODE
007306                 STOP RUN
007307              END-IF
007308              ADD 1 TO WS-GARN-COUNT
007309              SET GRN-IDX TO WS-GARN-COUNT
007310              MOVE GN-EMP-ID      TO WS-GRN-EMP-ID (GRN-IDX)
007311              MOVE GN-ORDER-TYPE  TO WS-GRN-TYPE (GRN-IDX)
007312              MOVE GN-CASE-NBR    TO WS-GRN-CASE (GRN-IDX)
007313              MOVE GN-AGENCY      TO WS-GRN-AGENCY (GRN-IDX)
007314              MOVE GN-CALC-TYPE   TO WS-GRN-CALC (GRN-IDX)
007315              MOVE GN-ORDER-VALUE TO WS-GRN-VALUE (GRN-IDX)
007316              MOVE GN-TOTAL-OWED  TO WS-GRN-OWED (GRN-IDX)
007317              MOVE GN-BALANCE     TO WS-GRN-BAL (GRN-IDX)
007318              MOVE GN-MAX-PCT     TO WS-GRN-MAX-PCT (GRN-IDX)
007319              MOVE GN-START-DATE  TO WS-GRN-START (GRN-IDX)
007320              MOVE GN-STATUS      TO WS-GRN-STATUS (GRN-IDX)
007321        END-READ
007322     END-PERFORM.
007323     CLOSE GARN-ORDER-FILE.
007324     DISPLAY "GARNISHMENT ORDERS     : " WS-GARN-COUNT.
007325 P053-LOAD-ARREARS.
007326*    LAST CYCLE'S UNCOLLECTED BALANCES CARRY FORWARD - THIS
007327* CYCLE'S REPACK TRIES TO RECOVER THEM AFTER THE CURRENT
007330* DEDUCTIONS, AND THE UPDATED BALANCES GO BACK OUT TO
007340* ARRSOUT FOR THE JCL SWAP
007350     OPEN INPUT DED-ARREARS-FILE.
007580     OPEN OUTPUT DED-DETAIL-FILE.
007590     OPEN OUTPUT EXCEPTION-REPORT-FILE.
007600     OPEN EXTEND SUITE-EXCEPTION-FILE.
007605     OPEN OUTPUT GARN-REMIT-FILE.
007610     OPEN INPUT EMPLOYEE-VS-FILE.
007620     IF NOT VSAM-OK
007630        DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
007690     PERFORM P056-LOAD-TAX-RATES.
007700     PERFORM P057-LOAD-DED-ENROLLMENTS.
007710     PERFORM P058-LOAD-DED-TRANS.
007715     PERFORM P05B-LOAD-REIMBURSEMENTS.
007720     PERFORM P053-LOAD-ARREARS.
007725     PERFORM P052-LOAD-GARN-ORDERS.
007730     PERFORM P051-LOAD-PAY-CALENDAR.
007740 P060-PROCESS-ALL-PAIRS.
007750*    EACH FILECTL CARD NAMES ONE EMPLOYEE-IN-FILE/EMPLOYEE-OUT-
007860        MOVE FP-IN-DDNAME  TO WS-IN-DDNAME
007870        MOVE FP-OUT-DDNAME TO WS-OUT-DDNAME
007880        PERFORM P070-EDIT-PERIOD-END
007885        PERFORM P072-SET-PAY-DATE
007890        PERFORM P075-SELECT-TAX-TABLE
007900        PERFORM P100-INITIALIZATION
007910        PERFORM P200-MAINLINE
008960     MOVE "HH" TO PRH-REC-TYPE.
008970     MOVE WS-PERIOD-END TO PRH-PERIOD-END.
008980     MOVE WS-RUN-TYPE   TO PRH-RUN-TYPE.
008985     MOVE WS-PAY-DATE   TO PRH-PAY-DATE.
008990     WRITE EMPLOYEE-RECORD-OUT.
009000 P200-MAINLINE.
009010*    MAIN LOOP - READ THE INPUT FILE, LOAD THE OUTPUT
010240     MOVE EMP-ID-IN TO EMP-ID-OUT
010250     MOVE WS-PERIOD-END TO PR-PERIOD-END
010260     MOVE WS-RUN-TYPE   TO PR-RUN-TYPE
010265     MOVE WS-PAY-DATE   TO PR-PAY-DATE
010270     MOVE REG-PAY-IN TO REG-PAY-OUT  DIS-REG-PAY
010280     MOVE BON-PAY-IN TO BON-PAY-OUT  DIS-BON-PAY
010290     PERFORM P225-APPLY-DEDUCTIONS
010520     MOVE ZERO TO WS-TOTAL-DED.
010530     MOVE ZERO TO WS-ARR-TAKEN.
010540     MOVE "N"  TO WS-SHORT-SW.
010542*    COURT-ORDERED GARNISHMENTS COME OFF AHEAD OF EVERY
010544* DEDCODES DEDUCTION
010546     PERFORM P22B-APPLY-GARNISHMENTS.
010550     PERFORM VARYING WS-PRIO-SUB FROM 1 BY 1
010560        UNTIL WS-PRIO-SUB > 9
010570        PERFORM VARYING ENR-IDX FROM 1 BY 1
011100     MOVE WS-TOTAL-DED TO PR-TOTAL-DED.
011110     MOVE WS-TAX-WH    TO PR-TAX-WH.
011120     MOVE WS-ARR-TAKEN TO PR-ARR-TAKEN.
011125     PERFORM P22E-ADD-REIMBURSEMENTS.
011130     COMPUTE PR-NET-PAY =
011140        WS-GROSS-PAY - WS-TAX-WH - WS-TOTAL-DED + WS-REIMB-TOTAL.
011150 P228-TAKE-ONE-DEDUCTION.
011160*    TAKE WHAT THE REMAINING GROSS COVERS - THE SHORTFALL,
011170* IF ANY, GOES ON THE EMPLOYEE'S ARREARS BALANCE FOR THE
011810     ADD WS-SHORT-AMT TO WS-ARR-NEW-TOTAL.
011820 P22A-EXIT.
011830     EXIT.
011831 P22B-APPLY-GARNISHMENTS.
011832*    DISPOSABLE EARNINGS ARE GROSS LESS TAX WITHHELD (THE
011833* WS-AVAILABLE FIGURE).  ORDERS APPLY ONE TYPE AT A TIME IN
011834* LEGAL PRIORITY, AND WITHIN A TYPE IN MASTER ORDER - GARNMNT
011835* ADDS NEW ORDERS AT THE END, SO THE FIRST SERVED IS FIRST
011836* PAID
011837     MOVE ZERO TO WS-GARN-TAKEN.
011838     PERFORM VARYING WS-GARN-PRIO-SUB FROM 1 BY 1
011839        UNTIL WS-GARN-PRIO-SUB > 4
011840        PERFORM VARYING GRN-IDX FROM 1 BY 1
011841           UNTIL GRN-IDX > WS-GARN-COUNT
011842           IF WS-GRN-EMP-ID (GRN-IDX) = EMP-ID-IN AND
011843              WS-GRN-TYPE (GRN-IDX) =
011844                 WS-GARN-PRIO-TYPE (WS-GARN-PRIO-SUB) AND
011845              WS-GRN-STATUS (GRN-IDX) = "A" AND
011846              WS-GRN-START (GRN-IDX) <= WS-PERIOD-END
011847              PERFORM P22C-TAKE-ONE-GARNISHMENT
011848           END-IF
011849        END-PERFORM
011850     END-PERFORM.
011851 P22C-TAKE-ONE-GARNISHMENT.
011852*    THE ORDER'S CAP IS ITS LEGAL PERCENTAGE OF DISPOSABLE
011853* EARNINGS LESS WHAT HIGHER-PRIORITY ORDERS ALREADY TOOK
011854* FROM THIS CHECK, SO THE ORDERS TOGETHER NEVER PASS THE
011855* LIMIT OF THE MOST RESTRICTIVE ONE.  WHAT THE CAP HOLDS
011856* BACK IS NOT ARREARS - IT STAYS ON THE ORDER BALANCE
011857     IF WS-GRN-MAX-PCT (GRN-IDX) > ZERO
011858        MOVE WS-GRN-MAX-PCT (GRN-IDX) TO WS-GARN-PCT
011859     ELSE
011860        MOVE WS-GARN-DFLT-PCT (WS-GARN-PRIO-SUB) TO WS-GARN-PCT
011861     END-IF.
011862     COMPUTE WS-GARN-CAP ROUNDED =
011863        (WS-AVAILABLE * WS-GARN-PCT / 100) - WS-GARN-TAKEN.
011864     IF WS-GARN-CAP < ZERO
011865        MOVE ZERO TO WS-GARN-CAP
011866     END-IF.
011867     IF WS-GRN-CALC (GRN-IDX) = "P"
011868        COMPUTE WS-GARN-WANTED ROUNDED =
011869           WS-AVAILABLE * WS-GRN-VALUE (GRN-IDX) / 100
011870     ELSE
011871        MOVE WS-GRN-VALUE (GRN-IDX) TO WS-GARN-WANTED
011872     END-IF.
011873     IF WS-GRN-OWED (GRN-IDX) > ZERO AND
011874        WS-GARN-WANTED > WS-GRN-BAL (GRN-IDX)
011875        MOVE WS-GRN-BAL (GRN-IDX) TO WS-GARN-WANTED
011876     END-IF.
011877     MOVE WS-GARN-WANTED TO WS-DED-AMOUNT.
011878     IF WS-DED-AMOUNT > WS-GARN-CAP
011879        MOVE WS-GARN-CAP TO WS-DED-AMOUNT
011880     END-IF.
011881     IF WS-DED-AMOUNT > WS-AVAILABLE - WS-TOTAL-DED
011882        COMPUTE WS-DED-AMOUNT = WS-AVAILABLE - WS-TOTAL-DED
011883     END-IF.
011884     IF WS-DED-AMOUNT < ZERO
011885        MOVE ZERO TO WS-DED-AMOUNT
011886     END-IF.
011887     IF WS-DED-AMOUNT < WS-GARN-WANTED
011888        ADD 1 TO WS-GARN-CAPPED-COUNT
011889        MOVE SPACES TO EXCEPTION-LINE
011890        STRING "GARNISHMENT HELD TO LEGAL MAXIMUM FOR EMP-ID: "
011891           EMP-ID-IN " CASE: " WS-GRN-CASE (GRN-IDX)
011892           DELIMITED BY SIZE INTO EXCEPTION-LINE
011893        WRITE EXCEPTION-LINE
011894        MOVE "L"       TO EX-SEVERITY
011895        MOVE EMP-ID-IN TO EX-KEY
011896        MOVE "C006"    TO EX-REASON-CODE
011897        MOVE "GARNISHMENT HELD TO LEGAL MAXIMUM"
011898           TO EX-REASON-TEXT
011899        PERFORM WRITE-SUITE-EXCEPTION
011900     END-IF.
011901     IF WS-DED-AMOUNT > ZERO
011902        ADD WS-DED-AMOUNT TO WS-TOTAL-DED
011903        ADD WS-DED-AMOUNT TO WS-GARN-TAKEN
011904        IF WS-GRN-OWED (GRN-IDX) > ZERO
011905           SUBTRACT WS-DED-AMOUNT FROM WS-GRN-BAL (GRN-IDX)
011906           IF WS-GRN-BAL (GRN-IDX) = ZERO
011907              MOVE "S" TO WS-GRN-STATUS (GRN-IDX)
011908              ADD 1 TO WS-GARN-SATISFIED-COUNT
011909              DISPLAY "GARNISHMENT SATISFIED - EMP-ID "
011910                 EMP-ID-IN " CASE " WS-GRN-CASE (GRN-IDX)
011911           END-IF
011912        END-IF
011913        MOVE "GN"                  TO WS-DED-WORK-CODE (1:2)
011914        MOVE WS-GRN-TYPE (GRN-IDX) TO WS-DED-WORK-CODE (3:1)
011915        MOVE WS-DED-WORK-CODE      TO DD-DED-CODE
011916        MOVE "G"                   TO DD-SOURCE
011917        PERFORM P226-WRITE-DED-DETAIL
011918        PERFORM P22D-WRITE-REMITTANCE
011919     END-IF.
011920 P22D-WRITE-REMITTANCE.
011921*    ONE REMITTANCE RECORD PER AMOUNT TAKEN - GARNRPT TOTALS
011922* THEM BY AGENCY AND CASE FOR THE CHECKS PAYROLL CUTS
011923     MOVE SPACES                  TO GARN-REMIT-REC.
011924     MOVE WS-GRN-AGENCY (GRN-IDX) TO GR-AGENCY.
011925     MOVE WS-GRN-CASE (GRN-IDX)   TO GR-CASE-NBR.
011926     MOVE EMP-ID-IN               TO GR-EMP-ID.
011927     MOVE WS-GRN-TYPE (GRN-IDX)   TO GR-ORDER-TYPE.
011928     MOVE WS-PERIOD-END           TO GR-PERIOD-END.
011929     MOVE WS-DED-AMOUNT           TO GR-AMOUNT.
011930     MOVE WS-GRN-BAL (GRN-IDX)    TO GR-BALANCE.
011931     MOVE WS-GRN-STATUS (GRN-IDX) TO GR-ORDER-STATUS.
011932     WRITE GARN-REMIT-REC.
011933     ADD 1             TO WS-GARN-REMIT-COUNT.
011934     ADD WS-DED-AMOUNT TO WS-GARN-REMIT-TOTAL.
011935 P227-COMPUTE-TAX-WH.
011936*    PROGRESSIVE BRACKET TAX ON TAXABLE GROSS - EACH
011937* BRACKET'S RATE APPLIES ONLY TO THE SLICE OF GROSS THAT
011938* FALLS BETWEEN ITS FLOOR AND THE NEXT BRACKET'S FLOOR
011939     MOVE ZERO TO WS-TAX-WH.
011940     PERFORM VARYING WS-ACT-BRKT-SUB FROM 1 BY 1
011941        UNTIL WS-ACT-BRKT-SUB > WS-ACT-BRKT-COUNT
011942        IF WS-GROSS-PAY > WS-ACT-FLOOR (WS-ACT-BRKT-SUB)
011943           MOVE WS-GROSS-PAY TO WS-TAXABLE-TOP
011944           IF WS-ACT-BRKT-SUB < WS-ACT-BRKT-COUNT AND
011945              WS-ACT-FLOOR (WS-ACT-BRKT-SUB + 1) <
011950              WS-TAXABLE-TOP
011960              MOVE WS-ACT-FLOOR (WS-ACT-BRKT-SUB + 1)
011970                 TO WS-TAXABLE-TOP
012550     ADD WS-OUT-BON-HASH    TO WS-GRAND-OUT-BON-HASH.
012560 P300-TERMINATION.
012570     PERFORM P310-WRITE-ARREARS-OUT.
012575     PERFORM P320-WRITE-GARN-OUT.
012577     PERFORM P330-REPORT-UNPAID-REIMB.
012580     CLOSE FILE-PAIR-CONTROL-FILE,
012590           EMPLOYEE-VS-FILE,
012600           DED-DETAIL-FILE,
012610           EXCEPTION-REPORT-FILE,
012616           SUITE-EXCEPTION-FILE,
012622           GARN-REMIT-FILE.
012630     DISPLAY "FILE PAIRS PROCESSED : " WS-PAIR-COUNT.
012640     DISPLAY "RECORDS READ      : " WS-GRAND-READ-COUNT.
012650     DISPLAY "RECORDS WRITTEN   : " WS-GRAND-WRITTEN-COUNT.
012690     DISPLAY "CHECKS SHORT (ARREARS)  : " WS-SHORT-COUNT.
012700     DISPLAY "NEW ARREARS CARRIED     : " WS-ARR-NEW-TOTAL.
012710     DISPLAY "ARREARS RECOVERED       : " WS-ARR-RECOVERED.
012712     DISPLAY "GARNISHMENTS REMITTED   : " WS-GARN-REMIT-COUNT.
012714     DISPLAY "GARNISHMENT REMIT TOTAL : " WS-GARN-REMIT-TOTAL.
012716     DISPLAY "GARNISHMENTS AT MAXIMUM : " WS-GARN-CAPPED-COUNT.
012718     DISPLAY "GARNISHMENTS SATISFIED  : " WS-GARN-SATISFIED-COUNT.
012720     DISPLAY "EMP-ID   HASH - IN: " WS-GRAND-IN-ID-HASH
012730        " OUT: " WS-GRAND-OUT-ID-HASH.
012740     DISPLAY "REG-PAY  HASH - IN: " WS-GRAND-IN-REG-HASH
012990        END-IF
013000     END-PERFORM.
013010     CLOSE ARREARS-OUT-FILE.
013011 P320-WRITE-GARN-OUT.
013012*    THE WHOLE ORDER MASTER GOES FORWARD WITH THIS CYCLE'S
013013* BALANCES - SATISFIED AND RELEASED ORDERS STAY ON IT AS
013014* THE HISTORY OF WHAT WAS SERVED
013015     OPEN OUTPUT GARN-OUT-FILE.
013016     PERFORM VARYING GRN-IDX FROM 1 BY 1
013017        UNTIL GRN-IDX > WS-GARN-COUNT
013018        MOVE SPACES TO GARN-ORDER-REC
013019        MOVE WS-GRN-EMP-ID (GRN-IDX)  TO GN-EMP-ID
013020        MOVE WS-GRN-TYPE (GRN-IDX)    TO GN-ORDER-TYPE
013021        MOVE WS-GRN-CASE (GRN-IDX)    TO GN-CASE-NBR
013022        MOVE WS-GRN-AGENCY (GRN-IDX)  TO GN-AGENCY
013023        MOVE WS-GRN-CALC (GRN-IDX)    TO GN-CALC-TYPE
013024        MOVE WS-GRN-VALUE (GRN-IDX)   TO GN-ORDER-VALUE
013025        MOVE WS-GRN-OWED (GRN-IDX)    TO GN-TOTAL-OWED
013026        MOVE WS-GRN-BAL (GRN-IDX)     TO GN-BALANCE
013027        MOVE WS-GRN-MAX-PCT (GRN-IDX) TO GN-MAX-PCT
013028        MOVE WS-GRN-START (GRN-IDX)   TO GN-START-DATE
013029        MOVE WS-GRN-STATUS (GRN-IDX)  TO GN-STATUS
013030        WRITE GARN-OUT-REC FROM GARN-ORDER-REC
013031     END-PERFORM.
013032     CLOSE GARN-OUT-FILE.
013033 WRITE-SUITE-EXCEPTION.
013034*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
013040* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
013050* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
013060     MOVE "COBTRAN3" TO EX-PROGRAM.
013070     ACCEPT EX-DATE FROM DATE YYYYMMDD.
013080     ACCEPT EX-TIME FROM TIME.
013090     WRITE SUITE-EXCEPTION-REC.
013100 P072-SET-PAY-DATE.
013110*    THE PAY DATE RIDES THE HEADER AND EVERY RECORD SO THE
013120* BANK FILE, THE CHECKS, AND PAY HISTORY ALL AGREE ON IT.
013130* A DATE KEYED ON THE CARD WINS; A REGULAR CYCLE OTHERWISE
013140* TAKES ITS PERIOD'S CALENDAR PAY DATE (RERUNS INCLUDED)
013150     MOVE ZERO TO WS-PAY-DATE.
013160     IF FP-PAY-DATE NOT = SPACES
013170        PERFORM P073-EDIT-CARD-PAY-DATE
013180     END-IF.
013190     IF WS-PAY-DATE = ZERO AND NOT WS-OFF-CYCLE-RUN
013200        PERFORM P074-FIND-CAL-PAY-DATE
013210        IF WS-PAY-DATE = ZERO
013220           MOVE WS-PERIOD-END TO WS-PAY-DATE
013230           DISPLAY "NO CALENDAR PAY DATE FOR PERIOD "
013240              WS-PERIOD-END " - PAYING ON PERIOD-END"
013250        END-IF
013260     END-IF.
013270     IF WS-PAY-DATE = ZERO
013280        MOVE WS-TODAY-DATE TO WS-PAY-DATE
013290     END-IF.
013300     DISPLAY "PAY DATE               : " WS-PAY-DATE.
013310 P073-EDIT-CARD-PAY-DATE.
013320     IF FP-PAY-DATE IS NOT NUMERIC
013330        DISPLAY "BAD FILECTL PAY DATE : " FP-PAY-DATE
013340        MOVE 12 TO RETURN-CODE
013350        STOP RUN
013360     END-IF.
013370     MOVE FP-PAY-DATE (1:4) TO WS-PB-YEAR.
013380     MOVE FP-PAY-DATE (5:2) TO WS-PB-MONTH.
013390     MOVE FP-PAY-DATE (7:2) TO WS-PB-DAY.
013400     MOVE WS-PERIOD-DATE-BUILD TO DP-DATE-IN.
013410     SET DP-AGE-NOT-WANTED TO TRUE.
013420     SET DP-BUSDAY-WANTED TO TRUE.
013430     SET DP-OFFSET-NOT-WANTED TO TRUE.
013440     CALL "DATEVAL" USING DATE-PARM-BLOCK.
013450     IF DP-DATE-INVALID
013460        DISPLAY "BAD FILECTL PAY DATE : " FP-PAY-DATE
013470           " - " DP-FAIL-REASON
013480        MOVE 12 TO RETURN-CODE
013490        STOP RUN
013500     END-IF.
013510     IF DP-NOT-BUSINESS-DAY
013520        DISPLAY "WARNING - FILECTL PAY DATE " FP-PAY-DATE
013530           " IS NOT A BUSINESS DAY"
013540     END-IF.
013550     MOVE FP-PAY-DATE TO WS-PAY-DATE.
013560 P074-FIND-CAL-PAY-DATE.
013570*    THE CALENDAR IS READ AGAIN FOR EACH PAIR - A MISSING
013580* ONE LEAVES THE PAY DATE UNSET
013590     MOVE "N" TO WS-PAYCAL-EOF-SW.
013600     MOVE "N" TO WS-PAYCAL-OPEN-SW.
013610     OPEN INPUT PAY-CALENDAR-FILE.
013620     IF PAYCAL-OK
013630        SET WS-PAYCAL-OPEN TO TRUE
013640     ELSE
013650        SET WS-PAYCAL-DONE TO TRUE
013660     END-IF.
013670     PERFORM UNTIL WS-PAYCAL-DONE
013680       READ PAY-CALENDAR-FILE
013690          AT END
013700             SET WS-PAYCAL-DONE TO TRUE
013710          NOT AT END
013720             IF PC-PERIOD-END = WS-PERIOD-END AND
013730                PC-PAY-DATE IS NUMERIC
013740                MOVE PC-PAY-DATE TO WS-PAY-DATE
013750                SET WS-PAYCAL-DONE TO TRUE
013760             END-IF
013770       END-READ
013780     END-PERFORM.
013790     IF WS-PAYCAL-OPEN
013800       CLOSE PAY-CALENDAR-FILE
013810     END-IF.
013820 P05B-LOAD-REIMBURSEMENTS.
013830*    REIMTRAN CARRIES THE APPROVED EXPENSE CLAIMS TO BE REPAID
013840* THIS CYCLE - EACH IS EDITED AS IT LOADS, BEFORE ANY PAY MOVES
013850     OPEN INPUT REIM-TRANS-FILE.
013860     PERFORM UNTIL WS-REIMTRAN-DONE
013870        READ REIM-TRANS-FILE
013880           AT END
013890              SET WS-REIMTRAN-DONE TO TRUE
013900           NOT AT END
013910              PERFORM P05C-LOAD-ONE-REIMBURSEMENT
013920        END-READ
013930     END-PERFORM.
013940     CLOSE REIM-TRANS-FILE.
013950     DISPLAY "REIMBURSEMENTS LOADED  : " WS-REIMB-COUNT.
013960 P05C-LOAD-ONE-REIMBURSEMENT.
013970*    AN EXPENSE IS ONLY REPAID TO AN EMPLOYEE THE MASTER KNOWS
013980* AND HAS NOT TERMINATED, FOR A KNOWN EXPENSE TYPE, WITH AN
013990* APPROVAL REFERENCE ON IT - ANYTHING ELSE REJECTS HERE
014000     MOVE SPACES TO WS-EXCEPTION-REASON.
014010     SET WS-ON-MASTER TO TRUE.
014020     IF RM-EMP-ID IS NOT NUMERIC
014030        SET WS-NOT-ON-MASTER TO TRUE
014040     ELSE
014050        MOVE RM-EMP-ID TO EMP-ID
014060        READ EMPLOYEE-VS-FILE
014070           INVALID KEY
014080              SET WS-NOT-ON-MASTER TO TRUE
014090        END-READ
014100     END-IF.
014110     EVALUATE TRUE
014120        WHEN WS-NOT-ON-MASTER
014130           MOVE "REIMBURSEMENT EMP NOT ON MASTER"
014140              TO WS-EXCEPTION-REASON
014150        WHEN EMP-TERMINATED
014160           MOVE "REIMBURSEMENT EMP TERMINATED"
014170              TO WS-EXCEPTION-REASON
014180        WHEN NOT RM-VALID-TYPE
014190           MOVE "REIMBURSEMENT TYPE NOT VALID"
014200              TO WS-EXCEPTION-REASON
014210        WHEN RM-AMOUNT IS NOT NUMERIC
014220           MOVE "REIMBURSEMENT AMOUNT NOT NUMERIC"
014230              TO WS-EXCEPTION-REASON
014240        WHEN RM-AMOUNT = ZERO
014250           MOVE "REIMBURSEMENT AMOUNT IS ZERO"
014260              TO WS-EXCEPTION-REASON
014270        WHEN RM-APPROVAL-REF = SPACES
014280           MOVE "REIMBURSEMENT HAS NO APPROVAL REF"
014290              TO WS-EXCEPTION-REASON
014300        WHEN WS-REIMB-COUNT >= WS-MAX-REIMB
014310           MOVE "REIMBURSEMENT TABLE FULL - NOT PAID"
014320              TO WS-EXCEPTION-REASON
014330        WHEN OTHER
014340           ADD 1 TO WS-REIMB-COUNT
014350           SET RMB-IDX TO WS-REIMB-COUNT
014360           MOVE RM-EMP-ID       TO WS-RMB-EMP-ID (RMB-IDX)
014370           MOVE RM-AMOUNT       TO WS-RMB-AMT (RMB-IDX)
014380           MOVE RM-APPROVAL-REF TO WS-RMB-REF (RMB-IDX)
014390           MOVE "N"             TO WS-RMB-PAID-SW (RMB-IDX)
014400     END-EVALUATE.
014410     IF WS-EXCEPTION-REASON NOT = SPACES
014420        ADD 1 TO WS-REIMB-REJECT-COUNT
014430        MOVE SPACES TO EXCEPTION-LINE
014440        STRING "REIMTRAN EMP-ID: " RM-EMP-ID
014450           " REF: " RM-APPROVAL-REF
014460           " REASON: " WS-EXCEPTION-REASON
014470           DELIMITED BY SIZE INTO EXCEPTION-LINE
014480        WRITE EXCEPTION-LINE
014490        MOVE "M"                 TO EX-SEVERITY
014500        MOVE RM-EMP-ID           TO EX-KEY
014510        MOVE "C007"              TO EX-REASON-CODE
014520        MOVE WS-EXCEPTION-REASON TO EX-REASON-TEXT
014530        PERFORM WRITE-SUITE-EXCEPTION
014540     END-IF.
014550 P22E-ADD-REIMBURSEMENTS.
014560*    A REIMBURSEMENT IS NOT EARNINGS - NO TAX OR DEDUCTION IS
014570* TAKEN FROM IT, SO IT GOES ON TOP OF NET PAY AFTER BOTH.  EACH
014580* CLAIM PAYS ONCE, EVEN IF THE EMPLOYEE TURNS UP IN A SECOND
014590* FILE PAIR
014600     MOVE ZERO TO WS-REIMB-TOTAL.
014610     PERFORM VARYING RMB-IDX FROM 1 BY 1
014620        UNTIL RMB-IDX > WS-REIMB-COUNT
014630        IF WS-RMB-EMP-ID (RMB-IDX) = EMP-ID-IN AND
014640           WS-RMB-PAID-SW (RMB-IDX) = "N"
014650           ADD WS-RMB-AMT (RMB-IDX) TO WS-REIMB-TOTAL
014660           MOVE "Y" TO WS-RMB-PAID-SW (RMB-IDX)
014670           ADD 1 TO WS-REIMB-PAID-COUNT
014680           ADD WS-RMB-AMT (RMB-IDX) TO WS-REIMB-PAID-AMT
014690        END-IF
014700     END-PERFORM.
014710     MOVE WS-REIMB-TOTAL TO PR-REIMB-AMT.
014720 P330-REPORT-UNPAID-REIMB.
014730*    A CLAIM WHOSE EMPLOYEE HAD NO PAY RECORD IN ANY FILE PAIR,
014740* OR WHOSE PAY RECORD WAS REJECTED, WAS NOT PAID - IT IS LISTED
014750* SO IT CAN GO BACK ON REIMTRAN NEXT CYCLE
014760     PERFORM VARYING RMB-IDX FROM 1 BY 1
014770        UNTIL RMB-IDX > WS-REIMB-COUNT
014780        IF WS-RMB-PAID-SW (RMB-IDX) = "N"
014790           ADD 1 TO WS-REIMB-UNPAID-COUNT
014800           MOVE SPACES TO EXCEPTION-LINE
014810           STRING "REIMTRAN EMP-ID: " WS-RMB-EMP-ID (RMB-IDX)
014820              " REF: " WS-RMB-REF (RMB-IDX)
014830              " REASON: NO PAY RECORD - NOT PAID"
014840              DELIMITED BY SIZE INTO EXCEPTION-LINE
014850           WRITE EXCEPTION-LINE
014860           MOVE "M"                     TO EX-SEVERITY
014870           MOVE WS-RMB-EMP-ID (RMB-IDX) TO EX-KEY
014880           MOVE "C008"                  TO EX-REASON-CODE
014890           MOVE "REIMBURSEMENT NOT PAID - NO PAY RECORD"
014900              TO EX-REASON-TEXT
014910           PERFORM WRITE-SUITE-EXCEPTION
014920        END-IF
014930     END-PERFORM.
014940     DISPLAY "REIMBURSEMENTS PAID     : " WS-REIMB-PAID-COUNT.
014950     DISPLAY "REIMBURSEMENT TOTAL     : " WS-REIMB-PAID-AMT.
014960     DISPLAY "REIMBURSEMENTS REJECTED : " WS-REIMB-REJECT-COUNT.
014970     DISPLAY "REIMBURSEMENTS NOT PAID : " WS-REIMB-UNPAID-COUNT.
