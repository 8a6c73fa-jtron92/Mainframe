000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GARNMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    GARNISHMENT ORDER MAINTENANCE - THE GARNMAST MASTER    *
000090*    (GARNREC LAYOUT) HOLDS ONE RECORD PER COURT OR AGENCY  *
000100*    ORDER SERVED ON AN EMPLOYEE.  THIS PROGRAM APPLIES A   *
000110*    GARNMTRN TRANSACTION FILE AGAINST THE MASTER:          *
000120*      A  ADD     (A NEWLY SERVED ORDER, BALANCE = OWED)    *
000130*      R  RELEASE (THE AGENCY HAS RELEASED THE ORDER)       *
000140*    WITH FULL EDITS (ORDER TYPE C/T/S/G, CASE AND AGENCY   *
000150*    PRESENT, CALC TYPE A/P, AMOUNTS NUMERIC, START DATE    *
000160*    THROUGH THE SHARED DATEVAL SERVICE, NO SECOND ACTIVE   *
000170*    ORDER FOR THE SAME EMP-ID AND CASE), A MAINTENANCE LOG *
000180*    OF EVERY TRANSACTION'S RESULT ON GARNMLOG, BEFORE/     *
000190*    AFTER AUDIT RECORDS ON AUDITLOG, AND REJECTS TO THE    *
000200*    SUITE-WIDE SUITEEXC FILE.  NEW ORDERS GO ON THE END OF *
000210*    THE MASTER SO COBTRAN3 PAYS ORDERS OF ONE TYPE FIRST-  *
000220*    SERVED FIRST.  THE UPDATED MASTER IS WRITTEN TO        *
000230*    GARNOUT AND SWAPPED INTO PLACE BY THE JCL, THE SAME    *
000240*    CYCLE DEDMNT RUNS FOR THE ENROLLMENT MASTER.  ORDERS   *
000250*    COBTRAN3 PAYS TO ZERO GO SATISFIED ON THEIR OWN - NO   *
000260*    RELEASE IS NEEDED FOR THOSE                            *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000300************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GARN-ORDER-FILE ASSIGN TO GARNMAST
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS GARNMAST-STATUS.
000370     SELECT GARN-OUT-FILE ASSIGN TO GARNOUT
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS GARNOUT-STATUS.
000400     SELECT GARN-MAINT-TRANS-FILE ASSIGN TO GARNMTRN
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS GARNMTRN-STATUS.
000430     SELECT MAINT-LOG-FILE ASSIGN TO GARNMLOG
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS GARNMLOG-STATUS.
000460     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS AUDITLOG-STATUS.
000490     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000500     ORGANIZATION IS SEQUENTIAL
000510     FILE STATUS  IS SUITEEXC-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD GARN-ORDER-FILE
000550      RECORDING MODE IS F
000560      LABEL RECORDS ARE STANDARD
000570      RECORD CONTAINS 80 CHARACTERS
000580      DATA RECORD IS GARN-ORDER-REC.
000590     COPY GARNREC.
000600 FD GARN-OUT-FILE
000610      RECORDING MODE IS F
000620      LABEL RECORDS ARE STANDARD
000630      RECORD CONTAINS 80 CHARACTERS
000640      DATA RECORD IS GARN-OUT-REC.
000650 01 GARN-OUT-REC          PIC X(80).
000660 FD GARN-MAINT-TRANS-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000690      RECORD CONTAINS 80 CHARACTERS
000700      DATA RECORD IS GARN-MAINT-TRANS-REC.
000710 01 GARN-MAINT-TRANS-REC.
000720     05 GM-ACTION-CODE     PIC X(1).
000730       88 GM-ADD           VALUE "A".
000740       88 GM-RELEASE       VALUE "R".
000750     05 GM-EMP-ID          PIC X(4).
000760     05 GM-ORDER-TYPE      PIC X(1).
000770     05 GM-CASE-NBR        PIC X(15).
000780     05 GM-AGENCY          PIC X(20).
000790     05 GM-CALC-TYPE       PIC X(1).
000800     05 GM-ORDER-VALUE     PIC X(7).
000810     05 GM-ORDER-VALUE-N REDEFINES GM-ORDER-VALUE
000820                           PIC 9(5)V9(2).
000830     05 GM-TOTAL-OWED      PIC X(9).
000840     05 GM-TOTAL-OWED-N REDEFINES GM-TOTAL-OWED
000850                           PIC 9(7)V9(2).
000860     05 GM-MAX-PCT         PIC X(2).
000870     05 GM-MAX-PCT-N REDEFINES GM-MAX-PCT PIC 9(2).
000880     05 GM-START-DATE      PIC X(8).
000890     05 FILLER             PIC X(12).
000900 FD MAINT-LOG-FILE
000910      RECORDING MODE IS F
000920      LABEL RECORDS ARE STANDARD
000930      DATA RECORD IS MAINT-LOG-REC.
000940 01 MAINT-LOG-REC.
000950     05 ML-ACTION-CODE     PIC X(1).
000960     05 FILLER             PIC X(1).
000970     05 ML-EMP-ID          PIC X(4).
000980     05 FILLER             PIC X(1).
000990     05 ML-CASE-NBR        PIC X(15).
001000     05 FILLER             PIC X(1).
001010     05 ML-RESULT          PIC X(10).
001020     05 ML-MESSAGE         PIC X(40).
001030     05 FILLER             PIC X(7).
001040 FD AUDIT-TRAIL-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 303 CHARACTERS
001080      DATA RECORD IS AUDIT-TRAIL-REC.
001090     COPY AUDITREC.
001100 FD SUITE-EXCEPTION-FILE
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD
001130      RECORD CONTAINS 80 CHARACTERS
001140      DATA RECORD IS SUITE-EXCEPTION-REC.
001150     COPY EXCPTREC.
001160 WORKING-STORAGE SECTION.
001170     COPY AUDSPARM.
001180 01 GARNMAST-STATUS       PIC X(2).
001190   88 GARNMAST-OK         VALUE "00".
001200 01 GARNOUT-STATUS        PIC X(2).
001210 01 GARNMTRN-STATUS       PIC X(2).
001220   88 GARNMTRN-OK         VALUE "00".
001230 01 GARNMLOG-STATUS       PIC X(2).
001240 01 AUDITLOG-STATUS       PIC X(2).
001250 01 SUITEEXC-STATUS       PIC X(2).
001260     COPY DATEPARM.
001270 01 WS-GARNMAST-EOF-SW    PIC X(1) VALUE "N".
001280   88 WS-GARNMAST-DONE    VALUE "Y".
001290 01 WS-GARNMTRN-EOF-SW    PIC X(1) VALUE "N".
001300   88 WS-GARNMTRN-DONE    VALUE "Y".
001310 01 WS-MAX-ORDERS         PIC 9(3) VALUE 200.
001320 01 WS-ORDER-COUNT        PIC 9(3) VALUE ZERO.
001330 01 WS-ORDER-TABLE.
001340    05 WS-ORD-ENTRY OCCURS 200 TIMES INDEXED BY ORD-IDX.
001350      10 WS-ORD-IMAGE     PIC X(80).
001360 01 WS-ORDER-FOUND-SW     PIC X(1).
001370   88 WS-ORDER-FOUND      VALUE "Y".
001380   88 WS-ORDER-NOT-FOUND  VALUE "N".
001390 01 WS-REJECT-SW          PIC X(1).
001400   88 WS-TRAN-REJECTED    VALUE "Y".
001410   88 WS-TRAN-ACCEPTED    VALUE "N".
001420 01 WS-REJECT-REASON      PIC X(40).
001430 01 WS-BEFORE-IMAGE       PIC X(80).
001440 01 WS-AUDIT-ACTION       PIC X(8).
001450 01 WS-ORDER-WORK-REC.
001460     05 WK-EMP-ID          PIC X(4).
001470     05 WK-ORDER-TYPE      PIC X(1).
001480     05 WK-CASE-NBR        PIC X(15).
001490     05 WK-AGENCY          PIC X(20).
001500     05 WK-CALC-TYPE       PIC X(1).
001510     05 WK-ORDER-VALUE     PIC 9(5)V9(2).
001520     05 WK-TOTAL-OWED      PIC 9(7)V9(2).
001530     05 WK-BALANCE         PIC 9(7)V9(2).
001540     05 WK-MAX-PCT         PIC 9(2).
001550     05 WK-START-DATE      PIC 9(8).
001560     05 WK-STATUS          PIC X(1).
001570     05 FILLER             PIC X(3).
001580 01 WS-DATE-BUILD.
001590    05 WS-DB-YEAR    PIC X(4).
001600    05 FILLER        PIC X(1) VALUE "-".
001610    05 WS-DB-MONTH   PIC X(2).
001620    05 FILLER        PIC X(1) VALUE "-".
001630    05 WS-DB-DAY     PIC X(2).
001640 01 WS-DATE-WORK          PIC X(8).
001650 01 WS-COUNTERS.
001660     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001670     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001680     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001690 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001700 PROCEDURE DIVISION.
001710 000-MAIN-PROCEDURE.
001720      PERFORM 1000-INITIALIZE.
001730      PERFORM 2000-PROCESS-TRANSACTIONS.
001740      PERFORM 3000-TERMINATE.
001750      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001760      STOP RUN.
001770 1000-INITIALIZE.
001780      OPEN INPUT GARN-ORDER-FILE.
001790      IF NOT GARNMAST-OK
001800         DISPLAY "FAILURE TO OPEN GARNMAST " GARNMAST-STATUS
001810         MOVE 12 TO RETURN-CODE
001820         STOP RUN
001830      END-IF.
001840      OPEN INPUT GARN-MAINT-TRANS-FILE.
001850      IF NOT GARNMTRN-OK
001860         DISPLAY "FAILURE TO OPEN GARNMTRN " GARNMTRN-STATUS
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890      END-IF.
001900      OPEN OUTPUT GARN-OUT-FILE.
001910      OPEN OUTPUT MAINT-LOG-FILE.
001920      OPEN EXTEND AUDIT-TRAIL-FILE.
001930      MOVE "GARNMNT" TO AUDS-PROGRAM.
001940      SET AUDS-FUNC-OPEN TO TRUE.
001950      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
001960      OPEN EXTEND SUITE-EXCEPTION-FILE.
001970      PERFORM 1200-LOAD-ORDER-TABLE.
001980 1200-LOAD-ORDER-TABLE.
001990*    THE WHOLE MASTER LOADS - A MASTER TOO BIG FOR THE TABLE
002000* WOULD LOSE ORDERS AT THE SWAP, SO RC 12 KEEPS STEP02 FROM
002010* RUNNING
002020      PERFORM UNTIL WS-GARNMAST-DONE
002030         READ GARN-ORDER-FILE
002040            AT END
002050               SET WS-GARNMAST-DONE TO TRUE
002060            NOT AT END
002070               IF WS-ORDER-COUNT >= WS-MAX-ORDERS
002080                  DISPLAY "ORDER TABLE FULL - RECORD DROPPED FOR "
002090                     "EMP-ID " GN-EMP-ID
002100                  MOVE 12 TO WS-HIGHEST-RC
002110               ELSE
002120                  ADD 1 TO WS-ORDER-COUNT
002130                  SET ORD-IDX TO WS-ORDER-COUNT
002140                  MOVE GARN-ORDER-REC TO WS-ORD-IMAGE (ORD-IDX)
002150               END-IF
002160         END-READ
002170      END-PERFORM.
002180      DISPLAY "GARNISHMENT ORDERS LOADED : " WS-ORDER-COUNT.
002190 2000-PROCESS-TRANSACTIONS.
002200      PERFORM UNTIL WS-GARNMTRN-DONE
002210         READ GARN-MAINT-TRANS-FILE
002220            AT END
002230               SET WS-GARNMTRN-DONE TO TRUE
002240            NOT AT END
002250               ADD 1 TO WS-TRANS-COUNT
002260               PERFORM 2100-APPLY-ONE-TRANSACTION
002270         END-READ
002280      END-PERFORM.
002290 2100-APPLY-ONE-TRANSACTION.
002300      SET WS-TRAN-ACCEPTED TO TRUE.
002310      MOVE SPACES TO WS-REJECT-REASON.
002320      PERFORM 2110-EDIT-TRANSACTION.
002330      IF WS-TRAN-ACCEPTED
002340         EVALUATE TRUE
002350            WHEN GM-ADD
002360               PERFORM 2200-ADD-ORDER
002370            WHEN GM-RELEASE
002380               PERFORM 2300-RELEASE-ORDER
002390         END-EVALUATE
002400      END-IF.
002410      PERFORM 2600-WRITE-LOG-LINE.
002420 2110-EDIT-TRANSACTION.
002430      IF NOT (GM-ADD OR GM-RELEASE)
002440         SET WS-TRAN-REJECTED TO TRUE
002450         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002460      END-IF.
002470      IF WS-TRAN-ACCEPTED AND GM-EMP-ID IS NOT NUMERIC
002480         SET WS-TRAN-REJECTED TO TRUE
002490         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002500      END-IF.
002510      IF WS-TRAN-ACCEPTED AND GM-CASE-NBR = SPACES
002520         SET WS-TRAN-REJECTED TO TRUE
002530         MOVE "CASE NUMBER IS BLANK" TO WS-REJECT-REASON
002540      END-IF.
002550      IF WS-TRAN-ACCEPTED AND GM-ADD
002560         PERFORM 2130-EDIT-ADD-FIELDS
002570      END-IF.
002580 2130-EDIT-ADD-FIELDS.
002590      IF GM-ORDER-TYPE NOT = "C" AND GM-ORDER-TYPE NOT = "T" AND
002600         GM-ORDER-TYPE NOT = "S" AND GM-ORDER-TYPE NOT = "G"
002610         SET WS-TRAN-REJECTED TO TRUE
002620         MOVE "ORDER TYPE NOT C, T, S OR G" TO WS-REJECT-REASON
002630      END-IF.
002640      IF WS-TRAN-ACCEPTED AND GM-AGENCY = SPACES
002650         SET WS-TRAN-REJECTED TO TRUE
002660         MOVE "AGENCY IS BLANK" TO WS-REJECT-REASON
002670      END-IF.
002680      IF WS-TRAN-ACCEPTED AND
002690         GM-CALC-TYPE NOT = "A" AND GM-CALC-TYPE NOT = "P"
002700         SET WS-TRAN-REJECTED TO TRUE
002710         MOVE "CALC TYPE NOT A OR P" TO WS-REJECT-REASON
002720      END-IF.
002730      IF WS-TRAN-ACCEPTED AND GM-ORDER-VALUE IS NOT NUMERIC
002740         SET WS-TRAN-REJECTED TO TRUE
002750         MOVE "ORDER VALUE NOT NUMERIC" TO WS-REJECT-REASON
002760      END-IF.
002770      IF WS-TRAN-ACCEPTED AND GM-ORDER-VALUE-N = ZERO
002780         SET WS-TRAN-REJECTED TO TRUE
002790         MOVE "ORDER VALUE IS ZERO" TO WS-REJECT-REASON
002800      END-IF.
002810      IF WS-TRAN-ACCEPTED AND GM-CALC-TYPE = "P" AND
002820         GM-ORDER-VALUE-N > 100
002830         SET WS-TRAN-REJECTED TO TRUE
002840         MOVE "ORDER PERCENT OVER 100" TO WS-REJECT-REASON
002850      END-IF.
002860      IF WS-TRAN-ACCEPTED AND GM-TOTAL-OWED IS NOT NUMERIC
002870         SET WS-TRAN-REJECTED TO TRUE
002880         MOVE "TOTAL OWED NOT NUMERIC" TO WS-REJECT-REASON
002890      END-IF.
002900*    A BLANK MAXIMUM TAKES THE ORDER TYPE'S DEFAULT CAP
002910      IF WS-TRAN-ACCEPTED AND GM-MAX-PCT = SPACES
002920         MOVE ZERO TO GM-MAX-PCT-N
002930      END-IF.
002940      IF WS-TRAN-ACCEPTED AND GM-MAX-PCT IS NOT NUMERIC
002950         SET WS-TRAN-REJECTED TO TRUE
002960         MOVE "MAXIMUM PERCENT NOT NUMERIC" TO WS-REJECT-REASON
002970      END-IF.
002980      IF WS-TRAN-ACCEPTED
002990         MOVE GM-START-DATE TO WS-DATE-WORK
003000         PERFORM 2140-VALIDATE-DATE
003010         IF DP-DATE-INVALID
003020            SET WS-TRAN-REJECTED TO TRUE
003030            MOVE "BAD START DATE" TO WS-REJECT-REASON
003040         END-IF
003050      END-IF.
003060 2140-VALIDATE-DATE.
003070*    THE TRANSACTION CARRIES YYYYMMDD - DATEVAL WANTS THE
003080* DASHED SHAPE, SAME REBUILD DEDMNT DOES
003090      IF WS-DATE-WORK IS NOT NUMERIC
003100         SET DP-DATE-INVALID TO TRUE
003110         MOVE "NOT NUMERIC" TO DP-FAIL-REASON
003120      ELSE
003130         MOVE WS-DATE-WORK (1:4) TO WS-DB-YEAR
003140         MOVE WS-DATE-WORK (5:2) TO WS-DB-MONTH
003150         MOVE WS-DATE-WORK (7:2) TO WS-DB-DAY
003160         MOVE WS-DATE-BUILD TO DP-DATE-IN
003170         SET DP-AGE-NOT-WANTED TO TRUE
003180         CALL "DATEVAL" USING DATE-PARM-BLOCK
003190      END-IF.
003200 2200-ADD-ORDER.
003210      PERFORM 2210-FIND-ACTIVE-ORDER.
003220      IF WS-ORDER-FOUND
003230         SET WS-TRAN-REJECTED TO TRUE
003240         MOVE "ORDER ALREADY ACTIVE FOR CASE" TO WS-REJECT-REASON
003250      ELSE
003260         IF WS-ORDER-COUNT >= WS-MAX-ORDERS
003270            SET WS-TRAN-REJECTED TO TRUE
003280            MOVE "ORDER TABLE FULL" TO WS-REJECT-REASON
003290         ELSE
003300            MOVE SPACES            TO WS-ORDER-WORK-REC
003310            MOVE GM-EMP-ID         TO WK-EMP-ID
003320            MOVE GM-ORDER-TYPE     TO WK-ORDER-TYPE
003330            MOVE GM-CASE-NBR       TO WK-CASE-NBR
003340            MOVE GM-AGENCY         TO WK-AGENCY
003350            MOVE GM-CALC-TYPE      TO WK-CALC-TYPE
003360            MOVE GM-ORDER-VALUE-N  TO WK-ORDER-VALUE
003370            MOVE GM-TOTAL-OWED-N   TO WK-TOTAL-OWED
003380            MOVE GM-TOTAL-OWED-N   TO WK-BALANCE
003390            MOVE GM-MAX-PCT-N      TO WK-MAX-PCT
003400            MOVE GM-START-DATE     TO WK-START-DATE
003410            MOVE "A"               TO WK-STATUS
003420            ADD 1 TO WS-ORDER-COUNT
003430            SET ORD-IDX TO WS-ORDER-COUNT
003440            MOVE WS-ORDER-WORK-REC TO WS-ORD-IMAGE (ORD-IDX)
003450            MOVE SPACES            TO WS-BEFORE-IMAGE
003460            MOVE "ADDGARN"         TO WS-AUDIT-ACTION
003470            PERFORM 2700-WRITE-AUDIT-REC
003480         END-IF
003490      END-IF.
003500 2210-FIND-ACTIVE-ORDER.
003510      SET WS-ORDER-NOT-FOUND TO TRUE.
003520      PERFORM VARYING ORD-IDX FROM 1 BY 1
003530         UNTIL ORD-IDX > WS-ORDER-COUNT
003540         MOVE WS-ORD-IMAGE (ORD-IDX) TO WS-ORDER-WORK-REC
003550         IF WK-EMP-ID = GM-EMP-ID AND
003560            WK-CASE-NBR = GM-CASE-NBR AND
003570            WK-STATUS = "A"
003580            SET WS-ORDER-FOUND TO TRUE
003590            EXIT PERFORM
003600         END-IF
003610      END-PERFORM.
003620 2300-RELEASE-ORDER.
003630      PERFORM 2210-FIND-ACTIVE-ORDER.
003640      IF WS-ORDER-NOT-FOUND
003650         SET WS-TRAN-REJECTED TO TRUE
003660         MOVE "NO ACTIVE ORDER TO RELEASE" TO WS-REJECT-REASON
003670      ELSE
003680         MOVE WS-ORDER-WORK-REC TO WS-BEFORE-IMAGE
003690         MOVE "R" TO WK-STATUS
003700         MOVE WS-ORDER-WORK-REC TO WS-ORD-IMAGE (ORD-IDX)
003710         MOVE "RELGARN" TO WS-AUDIT-ACTION
003720         PERFORM 2700-WRITE-AUDIT-REC
003730      END-IF.
003740 2600-WRITE-LOG-LINE.
003750      MOVE SPACES         TO MAINT-LOG-REC.
003760      MOVE GM-ACTION-CODE TO ML-ACTION-CODE.
003770      MOVE GM-EMP-ID      TO ML-EMP-ID.
003780      MOVE GM-CASE-NBR    TO ML-CASE-NBR.
003790      IF WS-TRAN-REJECTED
003800         ADD 1 TO WS-REJECT-COUNT
003810         MOVE "REJECTED" TO ML-RESULT
003820         MOVE WS-REJECT-REASON TO ML-MESSAGE
003830         MOVE "M"              TO EX-SEVERITY
003840         MOVE GM-EMP-ID        TO EX-KEY
003850         MOVE "G001"           TO EX-REASON-CODE
003860         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
003870         PERFORM 2800-WRITE-SUITE-EXCEPTION
003880      ELSE
003890         ADD 1 TO WS-APPLIED-COUNT
003900         MOVE "APPLIED"  TO ML-RESULT
003910         MOVE SPACES     TO ML-MESSAGE
003920      END-IF.
003930      WRITE MAINT-LOG-REC.
003940 2700-WRITE-AUDIT-REC.
003950*    SAME AUDITREC SHAPE DEDMNT CUTS - THE ORDER IMAGE RIDES
003960* THE BEFORE/AFTER FIELDS AND THE EMP-ID RIDES THE KEY FIELD
003970      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
003980      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
003990      ACCEPT AUDIT-TIME FROM TIME.
004000      MOVE "GARNMNT"        TO AUDIT-PROGRAM.
004010      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
004020      MOVE GM-EMP-ID        TO AUDIT-EMP-ID.
004030      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
004040      MOVE WS-ORD-IMAGE (ORD-IDX) TO AUDIT-AFTER-IMAGE.
004050      MOVE SPACES           TO AUDIT-USER-ID.
004060      SET AUDS-FUNC-NEXT TO TRUE.
004070      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004080      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
004090      WRITE AUDIT-TRAIL-REC.
004100 2800-WRITE-SUITE-EXCEPTION.
004110*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004120* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004130* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004140      MOVE "GARNMNT" TO EX-PROGRAM.
004150      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004160      ACCEPT EX-TIME FROM TIME.
004170      WRITE SUITE-EXCEPTION-REC.
004180 3000-TERMINATE.
004190      PERFORM 3100-WRITE-ORDER-MASTER-OUT.
004200      CLOSE GARN-ORDER-FILE.
004210      CLOSE GARN-MAINT-TRANS-FILE.
004220      CLOSE GARN-OUT-FILE.
004230      CLOSE MAINT-LOG-FILE.
004240      CLOSE AUDIT-TRAIL-FILE.
004250      SET AUDS-FUNC-CLOSE TO TRUE.
004260      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004270      CLOSE SUITE-EXCEPTION-FILE.
004280      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
004290      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
004300      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
004310      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
004320         MOVE 4 TO WS-HIGHEST-RC
004330      END-IF.
004340      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
004350         DISPLAY "GARNMTRN WAS EMPTY - NOTHING APPLIED"
004360         MOVE 8 TO WS-HIGHEST-RC
004370      END-IF.
004380      DISPLAY "GARNMNT RETURN CODE   : " WS-HIGHEST-RC.
004390 3100-WRITE-ORDER-MASTER-OUT.
004400      PERFORM VARYING ORD-IDX FROM 1 BY 1
004410         UNTIL ORD-IDX > WS-ORDER-COUNT
004420         WRITE GARN-OUT-REC FROM WS-ORD-IMAGE (ORD-IDX)
004430      END-PERFORM.
