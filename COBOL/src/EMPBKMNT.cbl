000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPBKMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    DIRECT-DEPOSIT ACCOUNT MAINTENANCE - THE EMPBANK FILE  *
000090*    (EMPBKREC LAYOUT) THAT PAYBNK00 PAYS FROM WAS HAND-    *
000100*    EDITED, AND A BAD OR DIVERTED ACCOUNT ONLY SURFACED    *
000110*    WHEN THE BANK BOUNCED THE DEPOSIT.  THIS PROGRAM       *
000120*    APPLIES AN EMPBTRAN TRANSACTION FILE AGAINST IT:       *
000130*      A  ADD BANK DETAILS FOR AN EMP-ID NOT ON FILE        *
000140*      C  CHANGE THE ROUTING/ACCOUNT (ALSO RESTARTS A       *
000150*         STOPPED ROW)                                      *
000160*      S  STOP DIRECT DEPOSIT - PAY BY CHECK                *
000170*    EVERY ADDED OR CHANGED ACCOUNT GOES TO PRENOTE STATUS, *
000180*    SO PAYBNK00 SENDS A ZERO-DOLLAR PRENOTE ON ITS NEXT    *
000190*    FILE AND KEEPS THE EMPLOYEE ON THE CHKLIST UNTIL THE   *
000200*    PRENOTE PERIOD PASSES.  EDITS: USERAUTH TYPE B, EMP-ID *
000210*    NUMERIC AND - FOR AN ADD OR CHANGE - ON EMPVSFIL AND   *
000220*    NOT TERMINATED, ROUTING NUMBER PASSES THE ABA 3-7-1    *
000223*    CHECK DIGIT, ACCOUNT PRESENT, AND THE ROUTING/ACCOUNT  *
000226*    PAIR NOT ALREADY ON FILE UNDER A DIFFERENT EMP-ID -    *
000230*    THE CLASSIC PAYROLL-DIVERSION FRAUD, REJECTED AT HIGH  *
000250*    SEVERITY.  MAINTENANCE LOG ON EMPBKLOG, BEFORE/AFTER   *
000260*    AUDITREC IMAGES ON AUDITLOG, REJECTS TO SUITEEXC.  THE *
000270*    UPDATED MASTER GOES TO EMPBKOUT AND IS SWAPPED INTO    *
000280*    PLACE BY THE JCL (COMPMNT/DEDMNT CYCLE)                *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000313*   10/15/2026  DM  ADD/CHANGE EMP-ID MUST BE ON EMPVSFIL  *
000316*                   AND NOT TERMINATED (B003)              *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMP-BANK-FILE ASSIGN TO EMPBANK
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS EMPBANK-STATUS.
000390     SELECT EMP-BANK-OUT-FILE ASSIGN TO EMPBKOUT
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS EMPBKOUT-STATUS.
000420     SELECT BANK-TRANS-FILE ASSIGN TO EMPBTRAN
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS EMPBTRAN-STATUS.
000450     SELECT MAINT-LOG-FILE ASSIGN TO EMPBKLOG
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS EMPBKLOG-STATUS.
000480     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS AUDITLOG-STATUS.
000510     SELECT USER-AUTH-FILE ASSIGN TO USERAUTH
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE  IS RANDOM
000540     RECORD KEY   IS UA-USER-ID
000550     FILE STATUS  IS USERAUTH-STATUS.
000551     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000552     ORGANIZATION IS INDEXED
000553     ACCESS MODE  IS RANDOM
000554     RECORD KEY   IS EMP-ID
000555     FILE STATUS  IS VSAM-FILE-STATUS.
000560     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS SUITEEXC-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD EMP-BANK-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 80 CHARACTERS
000650      DATA RECORD IS EMP-BANK-REC.
000660     COPY EMPBKREC.
000670 FD EMP-BANK-OUT-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      RECORD CONTAINS 80 CHARACTERS
000710      DATA RECORD IS EMP-BANK-OUT-REC.
000720 01 EMP-BANK-OUT-REC      PIC X(80).
000730 FD BANK-TRANS-FILE
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      RECORD CONTAINS 80 CHARACTERS
000770      DATA RECORD IS BANK-TRANS-REC.
000780 01 BANK-TRANS-REC.
000790     05 BT-ACTION-CODE     PIC X(1).
000800       88 BT-ADD-ACCOUNT   VALUE "A".
000810       88 BT-CHANGE-ACCOUNT VALUE "C".
000820       88 BT-STOP-DEPOSIT  VALUE "S".
000830     05 BT-EMP-ID          PIC X(6).
000840     05 BT-ROUTING         PIC X(9).
000850     05 BT-ROUTING-DIGITS REDEFINES BT-ROUTING.
000860       10 BT-RTE-DIGIT     PIC 9(1) OCCURS 9 TIMES.
000870     05 BT-ACCOUNT         PIC X(17).
000880     05 BT-USER-ID         PIC X(8).
000890     05 FILLER             PIC X(39).
000900 FD MAINT-LOG-FILE
000910      RECORDING MODE IS F
000920      LABEL RECORDS ARE STANDARD
000930      DATA RECORD IS MAINT-LOG-REC.
000940 01 MAINT-LOG-REC.
000950     05 ML-ACTION-CODE     PIC X(1).
000960     05 FILLER             PIC X(1).
000970     05 ML-EMP-ID          PIC X(6).
000980     05 FILLER             PIC X(1).
000990     05 ML-ROUTING         PIC X(9).
001000     05 FILLER             PIC X(1).
001010     05 ML-RESULT          PIC X(10).
001020     05 ML-MESSAGE         PIC X(40).
001030     05 FILLER             PIC X(11).
001040 FD AUDIT-TRAIL-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 303 CHARACTERS
001080      DATA RECORD IS AUDIT-TRAIL-REC.
001090     COPY AUDITREC.
001100 FD USER-AUTH-FILE.
001110     COPY USERAREC.
001113 FD EMPLOYEE-VS-FILE.
001116     COPY EMPREC.
001120 FD SUITE-EXCEPTION-FILE
001130      RECORDING MODE IS F
001140      LABEL RECORDS ARE STANDARD
001150      RECORD CONTAINS 80 CHARACTERS
001160      DATA RECORD IS SUITE-EXCEPTION-REC.
001170     COPY EXCPTREC.
001180 WORKING-STORAGE SECTION.
001190     COPY AUDSPARM.
001195     COPY FSTATCOM.
001200 01 EMPBANK-STATUS        PIC X(2).
001210   88 EMPBANK-OK          VALUE "00".
001220 01 EMPBKOUT-STATUS       PIC X(2).
001230 01 EMPBTRAN-STATUS       PIC X(2).
001240   88 EMPBTRAN-OK         VALUE "00".
001250 01 EMPBKLOG-STATUS       PIC X(2).
001260 01 AUDITLOG-STATUS       PIC X(2).
001270 01 USERAUTH-STATUS       PIC X(2).
001280   88 USERAUTH-OK         VALUE "00".
001290 01 SUITEEXC-STATUS       PIC X(2).
001300 01 WS-EMPBANK-EOF-SW     PIC X(1) VALUE "N".
001310   88 WS-EMPBANK-DONE     VALUE "Y".
001320 01 WS-EMPBTRAN-EOF-SW    PIC X(1) VALUE "N".
001330   88 WS-EMPBTRAN-DONE    VALUE "Y".
001340 01 WS-MAX-BANK-ROWS      PIC 9(4) VALUE 1000.
001350 01 WS-BANK-ROW-COUNT     PIC 9(4) VALUE ZERO.
001360 01 WS-BANK-TABLE.
001370    05 WS-BK-ENTRY OCCURS 1000 TIMES INDEXED BY BK-IDX.
001380      10 WS-BK-EMP-ID       PIC 9(6).
001390      10 WS-BK-ROUTING      PIC 9(9).
001400      10 WS-BK-ACCOUNT      PIC X(17).
001410      10 WS-BK-STATUS       PIC X(1).
001420        88 WS-BK-STOPPED    VALUE "S".
001430      10 WS-BK-PRENOTE-DATE PIC X(8).
001440      10 WS-BK-CHANGE-DATE  PIC X(8).
001450      10 WS-BK-CHANGE-USER  PIC X(8).
001460 01 WS-ROW-FOUND-SW       PIC X(1).
001470   88 WS-ROW-FOUND        VALUE "Y".
001480   88 WS-ROW-NOT-FOUND    VALUE "N".
001490 01 WS-REJECT-SW          PIC X(1).
001500   88 WS-TRAN-REJECTED    VALUE "Y".
001510   88 WS-TRAN-ACCEPTED    VALUE "N".
001520 01 WS-REJECT-REASON      PIC X(40).
001530 01 WS-REJECT-SEVERITY    PIC X(1).
001540 01 WS-REJECT-CODE        PIC X(4).
001550 01 WS-AUTH-SW            PIC X(1).
001560   88 WS-AUTH-PASSED      VALUE "Y".
001570   88 WS-AUTH-FAILED      VALUE "N".
001580 01 WS-AUTH-HIT-COUNT     PIC 9(2).
001590 01 WS-ABA-SUM            PIC 9(4).
001600 01 WS-ABA-QUOTIENT       PIC 9(4).
001610 01 WS-ABA-REMAINDER      PIC 9(1).
001620 01 WS-SHARED-EMP-ID      PIC 9(6).
001630 01 WS-RUN-DATE           PIC 9(8).
001640 01 WS-BEFORE-IMAGE       PIC X(80).
001650 01 WS-AUDIT-ACTION       PIC X(8).
001660 01 WS-BANK-WORK-REC.
001670     05 WK-EMP-ID          PIC 9(6).
001680     05 FILLER             PIC X(1).
001690     05 WK-ROUTING         PIC 9(9).
001700     05 FILLER             PIC X(1).
001710     05 WK-ACCOUNT         PIC X(17).
001720     05 FILLER             PIC X(1).
001730     05 WK-STATUS          PIC X(1).
001740     05 FILLER             PIC X(1).
001750     05 WK-PRENOTE-DATE    PIC X(8).
001760     05 FILLER             PIC X(1).
001770     05 WK-CHANGE-DATE     PIC X(8).
001780     05 FILLER             PIC X(1).
001790     05 WK-CHANGE-USER     PIC X(8).
001800     05 FILLER             PIC X(17).
001810 01 WS-COUNTERS.
001820     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001830     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001840     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001850     05 WS-SHARED-COUNT   PIC 9(5) VALUE ZERO.
001860 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001870 PROCEDURE DIVISION.
001880 000-MAIN-PROCEDURE.
001890      PERFORM 1000-INITIALIZE.
001900      PERFORM 2000-PROCESS-TRANSACTIONS.
001910      PERFORM 3000-TERMINATE.
001920      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001930      STOP RUN.
001940 1000-INITIALIZE.
001950      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001960      OPEN INPUT EMP-BANK-FILE.
001970      IF NOT EMPBANK-OK
001980         DISPLAY "FAILURE TO OPEN EMPBANK " EMPBANK-STATUS
001990         MOVE 12 TO RETURN-CODE
002000         STOP RUN
002010      END-IF.
002020      OPEN INPUT BANK-TRANS-FILE.
002030      IF NOT EMPBTRAN-OK
002040         DISPLAY "FAILURE TO OPEN EMPBTRAN " EMPBTRAN-STATUS
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070      END-IF.
002080      OPEN OUTPUT EMP-BANK-OUT-FILE.
002090      OPEN OUTPUT MAINT-LOG-FILE.
002100      OPEN EXTEND AUDIT-TRAIL-FILE.
002110      MOVE "EMPBKMNT" TO AUDS-PROGRAM.
002120      SET AUDS-FUNC-OPEN TO TRUE.
002130      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002140      OPEN EXTEND SUITE-EXCEPTION-FILE.
002150      OPEN INPUT USER-AUTH-FILE.
002160      IF NOT USERAUTH-OK
002170         DISPLAY "USERAUTH NOT AVAILABLE " USERAUTH-STATUS
002180            " - ALL TRANSACTIONS WILL REJECT"
002190      END-IF.
002191      OPEN INPUT EMPLOYEE-VS-FILE.
002192      IF NOT VSAM-OK
002193         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002194         MOVE 12 TO RETURN-CODE
002195         STOP RUN
002196      END-IF.
002200      PERFORM 1100-LOAD-BANK-TABLE.
002210 1100-LOAD-BANK-TABLE.
002220      PERFORM UNTIL WS-EMPBANK-DONE
002230         READ EMP-BANK-FILE
002240            AT END
002250               SET WS-EMPBANK-DONE TO TRUE
002260            NOT AT END
002270               PERFORM 1110-LOAD-ONE-ROW
002280         END-READ
002290      END-PERFORM.
002300      DISPLAY "BANK ROWS LOADED      : " WS-BANK-ROW-COUNT.
002310 1110-LOAD-ONE-ROW.
002320*    A TABLE OVERFLOW WOULD SILENTLY DROP ACCOUNTS FROM THE
002330* REWRITTEN MASTER - RC 12 KEEPS THE JCL FROM SWAPPING IT IN
002340      IF WS-BANK-ROW-COUNT >= WS-MAX-BANK-ROWS
002350         DISPLAY "BANK TABLE FULL - ROW DROPPED FOR EMP-ID "
002360            EB-EMP-ID
002370         MOVE 12 TO WS-HIGHEST-RC
002380      ELSE
002390         ADD 1 TO WS-BANK-ROW-COUNT
002400         SET BK-IDX TO WS-BANK-ROW-COUNT
002410         MOVE EB-EMP-ID       TO WS-BK-EMP-ID (BK-IDX)
002420         MOVE EB-ROUTING      TO WS-BK-ROUTING (BK-IDX)
002430         MOVE EB-ACCOUNT      TO WS-BK-ACCOUNT (BK-IDX)
002440         MOVE EB-STATUS       TO WS-BK-STATUS (BK-IDX)
002450         MOVE EB-PRENOTE-DATE TO WS-BK-PRENOTE-DATE (BK-IDX)
002460         MOVE EB-CHANGE-DATE  TO WS-BK-CHANGE-DATE (BK-IDX)
002470         MOVE EB-CHANGE-USER  TO WS-BK-CHANGE-USER (BK-IDX)
002480      END-IF.
002490 2000-PROCESS-TRANSACTIONS.
002500      PERFORM UNTIL WS-EMPBTRAN-DONE
002510         READ BANK-TRANS-FILE
002520            AT END
002530               SET WS-EMPBTRAN-DONE TO TRUE
002540            NOT AT END
002550               ADD 1 TO WS-TRANS-COUNT
002560               PERFORM 2100-APPLY-ONE-TRANSACTION
002570         END-READ
002580      END-PERFORM.
002590 2100-APPLY-ONE-TRANSACTION.
002600      SET WS-TRAN-ACCEPTED TO TRUE.
002610      MOVE SPACES TO WS-REJECT-REASON.
002620      MOVE "M"    TO WS-REJECT-SEVERITY.
002630      MOVE "B001" TO WS-REJECT-CODE.
002640      PERFORM 2110-EDIT-TRANSACTION.
002650      IF WS-TRAN-ACCEPTED
002660         EVALUATE TRUE
002670            WHEN BT-ADD-ACCOUNT
002680               PERFORM 2200-ADD-ACCOUNT
002690            WHEN BT-CHANGE-ACCOUNT
002700               PERFORM 2300-CHANGE-ACCOUNT
002710            WHEN BT-STOP-DEPOSIT
002720               PERFORM 2400-STOP-DEPOSIT
002730         END-EVALUATE
002740      END-IF.
002750      PERFORM 2600-WRITE-LOG-LINE.
002760 2105-CHECK-USER-AUTH.
002770*    THE SUBMITTING USER MUST BE ON USERAUTH WITH TYPE B -
002780* A BLANK USER-ID REJECTS TOO
002790      SET WS-AUTH-PASSED TO TRUE.
002800      IF BT-USER-ID = SPACES
002810         SET WS-AUTH-FAILED TO TRUE
002820         MOVE "USER-ID MISSING" TO WS-REJECT-REASON
002830      ELSE
002840         MOVE BT-USER-ID TO UA-USER-ID
002850         READ USER-AUTH-FILE
002860            INVALID KEY
002870               SET WS-AUTH-FAILED TO TRUE
002880               MOVE "USER NOT ON USERAUTH" TO WS-REJECT-REASON
002890         END-READ
002900         IF WS-AUTH-PASSED
002910            MOVE ZERO TO WS-AUTH-HIT-COUNT
002920            INSPECT UA-ALLOWED-TRANS
002930               TALLYING WS-AUTH-HIT-COUNT FOR ALL "B"
002940            IF WS-AUTH-HIT-COUNT = ZERO
002950               SET WS-AUTH-FAILED TO TRUE
002960               MOVE "NOT AUTHORIZED FOR EMPBTRAN"
002970                  TO WS-REJECT-REASON
002980            END-IF
002990         END-IF
003000      END-IF.
003010 2110-EDIT-TRANSACTION.
003020      PERFORM 2105-CHECK-USER-AUTH.
003030      IF WS-AUTH-FAILED
003040         SET WS-TRAN-REJECTED TO TRUE
003050      END-IF.
003060      IF WS-TRAN-ACCEPTED AND
003070         NOT (BT-ADD-ACCOUNT OR BT-CHANGE-ACCOUNT OR
003080              BT-STOP-DEPOSIT)
003090         SET WS-TRAN-REJECTED TO TRUE
003100         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
003110      END-IF.
003120      IF WS-TRAN-ACCEPTED AND BT-EMP-ID IS NOT NUMERIC
003130         SET WS-TRAN-REJECTED TO TRUE
003140         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
003150      END-IF.
003151*    A STOP MAY STILL BE APPLIED FOR AN EMPLOYEE SINCE
003152* TERMINATED OR ARCHIVED - AN ACCOUNT BEING ADDED OR CHANGED
003153* MUST BELONG TO SOMEONE PAYBNK00 CAN STILL PAY
003154      IF WS-TRAN-ACCEPTED AND
003155         (BT-ADD-ACCOUNT OR BT-CHANGE-ACCOUNT)
003156         PERFORM 2115-EDIT-EMPLOYEE
003157      END-IF.
003160      IF WS-TRAN-ACCEPTED AND
003170         (BT-ADD-ACCOUNT OR BT-CHANGE-ACCOUNT)
003180         PERFORM 2120-EDIT-ACCOUNT-DETAILS
003190      END-IF.
003200 2120-EDIT-ACCOUNT-DETAILS.
003210      IF BT-ROUTING IS NOT NUMERIC OR BT-ROUTING = ZERO
003220         SET WS-TRAN-REJECTED TO TRUE
003230         MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
003240      ELSE
003250         PERFORM 2130-CHECK-ROUTING-DIGIT
003260         IF WS-ABA-REMAINDER NOT = ZERO
003270            SET WS-TRAN-REJECTED TO TRUE
003280            MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
003290               TO WS-REJECT-REASON
003300         END-IF
003310      END-IF.
003320      IF WS-TRAN-ACCEPTED AND BT-ACCOUNT = SPACES
003330         SET WS-TRAN-REJECTED TO TRUE
003340         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
003350      END-IF.
003360      IF WS-TRAN-ACCEPTED
003370         PERFORM 2150-CHECK-SHARED-ACCOUNT
003380      END-IF.
003390 2130-CHECK-ROUTING-DIGIT.
003400*    ABA CHECK DIGIT - WEIGHTS 3,7,1 REPEATING ACROSS THE
003410* NINE DIGITS; THE WEIGHTED SUM MUST BE A MULTIPLE OF 10
003420      COMPUTE WS-ABA-SUM =
003430         3 * (BT-RTE-DIGIT (1) + BT-RTE-DIGIT (4)
003440              + BT-RTE-DIGIT (7))
003450       + 7 * (BT-RTE-DIGIT (2) + BT-RTE-DIGIT (5)
003460              + BT-RTE-DIGIT (8))
003470       +     (BT-RTE-DIGIT (3) + BT-RTE-DIGIT (6)
003480              + BT-RTE-DIGIT (9)).
003490      DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
003500         REMAINDER WS-ABA-REMAINDER.
003510 2140-FIND-BANK-ROW.
003520      SET WS-ROW-NOT-FOUND TO TRUE.
003530      PERFORM VARYING BK-IDX FROM 1 BY 1
003540         UNTIL BK-IDX > WS-BANK-ROW-COUNT
003550         IF WS-BK-EMP-ID (BK-IDX) = BT-EMP-ID
003560            SET WS-ROW-FOUND TO TRUE
003570            EXIT PERFORM
003580         END-IF
003590      END-PERFORM.
003600 2150-CHECK-SHARED-ACCOUNT.
003610*    THE SAME ROUTING/ACCOUNT UNDER ANOTHER EMP-ID - STOPPED
003620* ROWS INCLUDED - IS HOW PAY GETS DIVERTED TO ONE ACCOUNT.
003630* IT REJECTS AT HIGH SEVERITY SO IT HEADS THE MORNING LIST
003640      PERFORM VARYING BK-IDX FROM 1 BY 1
003650         UNTIL BK-IDX > WS-BANK-ROW-COUNT
003660         IF WS-BK-EMP-ID (BK-IDX) NOT = BT-EMP-ID AND
003670            WS-BK-ROUTING (BK-IDX) = BT-ROUTING AND
003680            WS-BK-ACCOUNT (BK-IDX) = BT-ACCOUNT
003690            SET WS-TRAN-REJECTED TO TRUE
003700            MOVE WS-BK-EMP-ID (BK-IDX) TO WS-SHARED-EMP-ID
003710            STRING "ACCOUNT ON FILE FOR EMP-ID "
003720               WS-SHARED-EMP-ID DELIMITED BY SIZE
003730               INTO WS-REJECT-REASON
003740            MOVE "H"    TO WS-REJECT-SEVERITY
003750            MOVE "B002" TO WS-REJECT-CODE
003760            ADD 1 TO WS-SHARED-COUNT
003770            EXIT PERFORM
003780         END-IF
003790      END-PERFORM.
003800 2160-FORMAT-BANK-ROW.
003810      MOVE SPACES TO WS-BANK-WORK-REC.
003820      MOVE WS-BK-EMP-ID (BK-IDX)       TO WK-EMP-ID.
003830      MOVE WS-BK-ROUTING (BK-IDX)      TO WK-ROUTING.
003840      MOVE WS-BK-ACCOUNT (BK-IDX)      TO WK-ACCOUNT.
003850      MOVE WS-BK-STATUS (BK-IDX)       TO WK-STATUS.
003860      MOVE WS-BK-PRENOTE-DATE (BK-IDX) TO WK-PRENOTE-DATE.
003870      MOVE WS-BK-CHANGE-DATE (BK-IDX)  TO WK-CHANGE-DATE.
003880      MOVE WS-BK-CHANGE-USER (BK-IDX)  TO WK-CHANGE-USER.
003890 2200-ADD-ACCOUNT.
003900      PERFORM 2140-FIND-BANK-ROW.
003910      IF WS-ROW-FOUND
003920         SET WS-TRAN-REJECTED TO TRUE
003930         MOVE "EMP-ID ALREADY ON EMPBANK - USE C"
003940            TO WS-REJECT-REASON
003950      ELSE
003960         IF WS-BANK-ROW-COUNT >= WS-MAX-BANK-ROWS
003970            SET WS-TRAN-REJECTED TO TRUE
003980            MOVE "BANK TABLE FULL" TO WS-REJECT-REASON
003990         ELSE
004000            ADD 1 TO WS-BANK-ROW-COUNT
004010            SET BK-IDX TO WS-BANK-ROW-COUNT
004020            MOVE BT-EMP-ID TO WS-BK-EMP-ID (BK-IDX)
004030            PERFORM 2500-SET-PRENOTE
004040            MOVE SPACES    TO WS-BEFORE-IMAGE
004050            MOVE "BANKADD" TO WS-AUDIT-ACTION
004060            PERFORM 2700-WRITE-AUDIT-REC
004070         END-IF
004080      END-IF.
004090 2300-CHANGE-ACCOUNT.
004100      PERFORM 2140-FIND-BANK-ROW.
004110      IF WS-ROW-NOT-FOUND
004120         SET WS-TRAN-REJECTED TO TRUE
004130         MOVE "EMP-ID NOT ON EMPBANK - USE A"
004140            TO WS-REJECT-REASON
004150      ELSE
004160         IF WS-BK-ROUTING (BK-IDX) = BT-ROUTING AND
004170            WS-BK-ACCOUNT (BK-IDX) = BT-ACCOUNT AND
004180            NOT WS-BK-STOPPED (BK-IDX)
004190            SET WS-TRAN-REJECTED TO TRUE
004200            MOVE "NO CHANGE TO BANK DETAILS" TO WS-REJECT-REASON
004210         ELSE
004220            PERFORM 2160-FORMAT-BANK-ROW
004230            MOVE WS-BANK-WORK-REC TO WS-BEFORE-IMAGE
004240            PERFORM 2500-SET-PRENOTE
004250            MOVE "BANKCHG" TO WS-AUDIT-ACTION
004260            PERFORM 2700-WRITE-AUDIT-REC
004270         END-IF
004280      END-IF.
004290 2400-STOP-DEPOSIT.
004300      PERFORM 2140-FIND-BANK-ROW.
004310      IF WS-ROW-NOT-FOUND
004320         SET WS-TRAN-REJECTED TO TRUE
004330         MOVE "EMP-ID NOT ON EMPBANK" TO WS-REJECT-REASON
004340      ELSE
004350         IF WS-BK-STOPPED (BK-IDX)
004360            SET WS-TRAN-REJECTED TO TRUE
004370            MOVE "DIRECT DEPOSIT ALREADY STOPPED"
004380               TO WS-REJECT-REASON
004390         ELSE
004400            PERFORM 2160-FORMAT-BANK-ROW
004410            MOVE WS-BANK-WORK-REC TO WS-BEFORE-IMAGE
004420            MOVE "S"         TO WS-BK-STATUS (BK-IDX)
004430            MOVE WS-RUN-DATE TO WS-BK-CHANGE-DATE (BK-IDX)
004440            MOVE BT-USER-ID  TO WS-BK-CHANGE-USER (BK-IDX)
004450            MOVE "BANKSTOP"  TO WS-AUDIT-ACTION
004460            PERFORM 2700-WRITE-AUDIT-REC
004470         END-IF
004480      END-IF.
004490 2500-SET-PRENOTE.
004500*    A NEW OR CHANGED ACCOUNT RESTARTS THE PRENOTE CYCLE -
004510* ZERO PRENOTE DATE MEANS PAYBNK00 HAS NOT SENT IT YET
004520      MOVE BT-ROUTING  TO WS-BK-ROUTING (BK-IDX).
004530      MOVE BT-ACCOUNT  TO WS-BK-ACCOUNT (BK-IDX).
004540      MOVE "P"         TO WS-BK-STATUS (BK-IDX).
004550      MOVE ZEROES      TO WS-BK-PRENOTE-DATE (BK-IDX).
004560      MOVE WS-RUN-DATE TO WS-BK-CHANGE-DATE (BK-IDX).
004570      MOVE BT-USER-ID  TO WS-BK-CHANGE-USER (BK-IDX).
004580 2600-WRITE-LOG-LINE.
004590      MOVE BT-ACTION-CODE TO ML-ACTION-CODE.
004600      MOVE BT-EMP-ID      TO ML-EMP-ID.
004610      MOVE BT-ROUTING     TO ML-ROUTING.
004620      IF WS-TRAN-REJECTED
004630         ADD 1 TO WS-REJECT-COUNT
004640         MOVE "REJECTED" TO ML-RESULT
004650         MOVE WS-REJECT-REASON   TO ML-MESSAGE
004660         MOVE WS-REJECT-SEVERITY TO EX-SEVERITY
004670         MOVE BT-EMP-ID          TO EX-KEY
004680         MOVE WS-REJECT-CODE     TO EX-REASON-CODE
004690         MOVE WS-REJECT-REASON   TO EX-REASON-TEXT
004700         PERFORM 2800-WRITE-SUITE-EXCEPTION
004710      ELSE
004720         ADD 1 TO WS-APPLIED-COUNT
004730         MOVE "APPLIED"  TO ML-RESULT
004740         MOVE SPACES     TO ML-MESSAGE
004750      END-IF.
004760      WRITE MAINT-LOG-REC.
004770 2700-WRITE-AUDIT-REC.
004780*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
004790* BANK-ROW IMAGE RIDES THE BEFORE/AFTER FIELDS AND THE
004800* SUBMITTING USER IS STAMPED FOR THE ACCESS REVIEWS
004810      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
004820      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
004830      ACCEPT AUDIT-TIME FROM TIME.
004840      MOVE "EMPBKMNT"       TO AUDIT-PROGRAM.
004850      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
004860      MOVE BT-EMP-ID        TO AUDIT-EMP-ID.
004870      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
004880      PERFORM 2160-FORMAT-BANK-ROW.
004890      MOVE WS-BANK-WORK-REC TO AUDIT-AFTER-IMAGE.
004900      MOVE BT-USER-ID       TO AUDIT-USER-ID.
004910      SET AUDS-FUNC-NEXT TO TRUE.
004920      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004930      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
004940      WRITE AUDIT-TRAIL-REC.
004950 2800-WRITE-SUITE-EXCEPTION.
004960*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004970* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004980* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004990      MOVE "EMPBKMNT" TO EX-PROGRAM.
005000      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005010      ACCEPT EX-TIME FROM TIME.
005020      WRITE SUITE-EXCEPTION-REC.
005030 3000-TERMINATE.
005040      PERFORM 3100-WRITE-MASTER-OUT.
005050      CLOSE EMP-BANK-FILE.
005055      CLOSE EMPLOYEE-VS-FILE.
005060      CLOSE BANK-TRANS-FILE.
005070      CLOSE EMP-BANK-OUT-FILE.
005080      CLOSE MAINT-LOG-FILE.
005090      CLOSE AUDIT-TRAIL-FILE.
005100      SET AUDS-FUNC-CLOSE TO TRUE.
005110      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005120      CLOSE SUITE-EXCEPTION-FILE.
005130      IF USERAUTH-OK
005140         CLOSE USER-AUTH-FILE
005150      END-IF.
005160      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
005170      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
005180      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
005190      DISPLAY "SHARED-ACCOUNT HITS   : " WS-SHARED-COUNT.
005200      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
005210         MOVE 4 TO WS-HIGHEST-RC
005220      END-IF.
005230      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
005240         DISPLAY "EMPBTRAN WAS EMPTY - NOTHING APPLIED"
005250         MOVE 8 TO WS-HIGHEST-RC
005260      END-IF.
005270      DISPLAY "EMPBKMNT RETURN CODE  : " WS-HIGHEST-RC.
005280 3100-WRITE-MASTER-OUT.
005290      PERFORM VARYING BK-IDX FROM 1 BY 1
005300         UNTIL BK-IDX > WS-BANK-ROW-COUNT
005310         PERFORM 2160-FORMAT-BANK-ROW
005320         WRITE EMP-BANK-OUT-REC FROM WS-BANK-WORK-REC
005330      END-PERFORM.
005340 2115-EDIT-EMPLOYEE.
005350      MOVE BT-EMP-ID TO EMP-ID.
005360      READ EMPLOYEE-VS-FILE
005370         INVALID KEY
005380            SET WS-TRAN-REJECTED TO TRUE
005390            MOVE "EMPLOYEE NOT ON EMPVSFIL" TO WS-REJECT-REASON
005400      END-READ.
005410      IF WS-TRAN-ACCEPTED AND EMP-TERMINATED
005420         SET WS-TRAN-REJECTED TO TRUE
005430         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
005440      END-IF.
005450      IF WS-TRAN-REJECTED
005460         MOVE "B003" TO WS-REJECT-CODE
005470      END-IF.
