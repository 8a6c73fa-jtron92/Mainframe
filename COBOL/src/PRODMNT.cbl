000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRODMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    PRODUCT MASTER MAINTENANCE - UNTIL NOW A PRODUCT WAS   *
000090*    ONLY A 4-DIGIT NUMBER ON STORKSD, ITS UNIT COST IN A   *
000100*    HAND-EDITED PRODCOST TABLE.  THE PRODKSD PRODUCT       *
000110*    MASTER (PRODREC) NOW DESCRIBES AND COSTS EACH PRODUCT, *
000120*    AND THIS PROGRAM APPLIES A PRODTRAN TRANSACTION FILE   *
000130*    AGAINST IT IN PLACE:                                   *
000140*      A  ADD A PRODUCT          C  CHANGE A PRODUCT        *
000150*      I  INACTIVATE A PRODUCT   R  REACTIVATE A PRODUCT    *
000160*    A PRODUCT IS NEVER DELETED - STORE HISTORY STILL NAMES *
000170*    IT.  EDITS: NUMERIC NON-ZERO PRODUCT ID, NO DUPLICATE  *
000180*    ADD, A DESCRIPTION, A KNOWN UNIT OF MEASURE, AND A     *
000190*    NUMERIC UNIT COST GREATER THAN ZERO; ON A CHANGE A     *
000200*    BLANK FIELD IS LEFT AS IT IS.  THE SUBMITTING USER     *
000210*    MUST HOLD USERAUTH TYPE S, AS FOR STORMNT.  EVERY      *
000220*    RESULT IS LOGGED TO PRODLOG, EVERY APPLIED CHANGE CUTS *
000230*    A BEFORE/AFTER AUDITREC IMAGE ON AUDITLOG (PRODUCT ID  *
000240*    IN AUDIT-EMP-ID), AND AUTHORITY VIOLATIONS GO TO THE   *
000250*    SUITE-WIDE SUITEEXC FILE (S004)                        *
000260************************************************************
000270* MODIFICATION HISTORY                                     *
000280*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000290************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PRODUCT-FILE ASSIGN TO PRODKSD
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE  IS RANDOM
000360     RECORD KEY   IS PR-PRODUCT-ID
000370     FILE STATUS  IS PRODKSD-STATUS.
000380     SELECT PROD-TRANS-FILE ASSIGN TO PRODTRAN
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS PRODTRAN-STATUS.
000410     SELECT MAINT-LOG-FILE ASSIGN TO PRODLOG
000420     ORGANIZATION IS SEQUENTIAL
000430     FILE STATUS  IS PRODLOG-STATUS.
000440     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS AUDITLOG-STATUS.
000470     SELECT USER-AUTH-FILE ASSIGN TO USERAUTH
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE  IS RANDOM
000500     RECORD KEY   IS UA-USER-ID
000510     FILE STATUS  IS USERAUTH-STATUS.
000520     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS SUITEEXC-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD PRODUCT-FILE.
000580     COPY PRODREC.
000590 FD PROD-TRANS-FILE
000600      RECORDING MODE IS F
000610      LABEL RECORDS ARE STANDARD
000620      RECORD CONTAINS 80 CHARACTERS
000630      DATA RECORD IS PROD-TRANS-REC.
000640 01 PROD-TRANS-REC.
000650     05 PT-ACTION-CODE     PIC X(1).
000660       88 PT-ADD-PROD      VALUE "A".
000670       88 PT-CHANGE-PROD   VALUE "C".
000680       88 PT-INACTIVATE    VALUE "I".
000690       88 PT-REACTIVATE    VALUE "R".
000700     05 PT-PRODUCT-ID      PIC X(4).
000710     05 PT-PRODUCT-ID-N REDEFINES PT-PRODUCT-ID PIC 9(4).
000720     05 FILLER             PIC X(4).
000730     05 PT-USER-ID         PIC X(8).
000740     05 PT-DESCRIPTION     PIC X(30).
000750     05 PT-UNIT-OF-MEASURE PIC X(4).
000760       88 PT-UOM-KNOWN     VALUE "EA" "CS" "BX" "PK" "DZ"
000770                                 "LB" "KG" "GAL" "FT".
000780     05 PT-UNIT-COST       PIC X(7).
000790     05 PT-UNIT-COST-N REDEFINES PT-UNIT-COST PIC 9(5)V9(2).
000800     05 FILLER             PIC X(22).
000810 FD MAINT-LOG-FILE
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD
000840      DATA RECORD IS MAINT-LOG-REC.
000850 01 MAINT-LOG-REC.
000860     05 ML-ACTION-CODE     PIC X(1).
000870     05 FILLER             PIC X(1).
000880     05 ML-PRODUCT-ID      PIC X(4).
000890     05 FILLER             PIC X(1).
000900     05 ML-RESULT          PIC X(10).
000910     05 ML-MESSAGE         PIC X(40).
000920     05 FILLER             PIC X(23).
000930 FD AUDIT-TRAIL-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 303 CHARACTERS
000970      DATA RECORD IS AUDIT-TRAIL-REC.
000980     COPY AUDITREC.
000990 FD USER-AUTH-FILE.
001000     COPY USERAREC.
001010 FD SUITE-EXCEPTION-FILE
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      RECORD CONTAINS 80 CHARACTERS
001050      DATA RECORD IS SUITE-EXCEPTION-REC.
001060     COPY EXCPTREC.
001070 WORKING-STORAGE SECTION.
001080     COPY AUDSPARM.
001090 01 PRODKSD-STATUS       PIC X(2).
001100   88 PRODKSD-OK         VALUE "00".
001110 01 PRODTRAN-STATUS      PIC X(2).
001120   88 PRODTRAN-OK        VALUE "00".
001130 01 PRODLOG-STATUS       PIC X(2).
001140 01 AUDITLOG-STATUS      PIC X(2).
001150 01 USERAUTH-STATUS      PIC X(2).
001160   88 USERAUTH-OK        VALUE "00".
001170 01 SUITEEXC-STATUS      PIC X(2).
001180 01 WS-AUTH-SW           PIC X(1).
001190   88 WS-AUTH-PASSED     VALUE "Y".
001200   88 WS-AUTH-FAILED     VALUE "N".
001210 01 WS-AUTH-HIT-COUNT    PIC 9(2).
001220 01 WS-PRODTRAN-EOF-SW   PIC X(1) VALUE "N".
001230   88 WS-PRODTRAN-DONE   VALUE "Y".
001240 01 WS-PRODUCT-FOUND-SW  PIC X(1).
001250   88 WS-PRODUCT-FOUND   VALUE "Y".
001260   88 WS-PRODUCT-NOT-FOUND VALUE "N".
001270 01 WS-REJECT-SW         PIC X(1).
001280   88 WS-TRAN-REJECTED   VALUE "Y".
001290   88 WS-TRAN-ACCEPTED   VALUE "N".
001300 01 WS-REJECT-REASON     PIC X(40).
001310 01 WS-BEFORE-IMAGE      PIC X(80).
001320 01 WS-AFTER-IMAGE       PIC X(80).
001330 01 WS-AUDIT-ACTION      PIC X(8).
001340 01 WS-RUN-DATE          PIC 9(8).
001350 01 WS-COUNTERS.
001360     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001370     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001380     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001390 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001400 PROCEDURE DIVISION.
001410 000-MAIN-PROCEDURE.
001420      PERFORM 1000-INITIALIZE.
001430      PERFORM 2000-PROCESS-TRANSACTIONS.
001440      PERFORM 3000-TERMINATE.
001450      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001460      STOP RUN.
001470 1000-INITIALIZE.
001480      OPEN I-O PRODUCT-FILE.
001490      IF NOT PRODKSD-OK
001500         DISPLAY "FAILURE TO OPEN PRODKSD " PRODKSD-STATUS
001510         MOVE 12 TO RETURN-CODE
001520         STOP RUN
001530      END-IF.
001540      OPEN INPUT PROD-TRANS-FILE.
001550      IF NOT PRODTRAN-OK
001560         DISPLAY "FAILURE TO OPEN PRODTRAN " PRODTRAN-STATUS
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590      END-IF.
001600      OPEN OUTPUT MAINT-LOG-FILE.
001610      OPEN EXTEND AUDIT-TRAIL-FILE.
001620      MOVE "PRODMNT" TO AUDS-PROGRAM.
001630      SET AUDS-FUNC-OPEN TO TRUE.
001640      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
001650      OPEN EXTEND SUITE-EXCEPTION-FILE.
001660      OPEN INPUT USER-AUTH-FILE.
001670      IF NOT USERAUTH-OK
001680         DISPLAY "USERAUTH NOT AVAILABLE " USERAUTH-STATUS
001690            " - ALL TRANSACTIONS WILL REJECT"
001700      END-IF.
001710      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001720 2000-PROCESS-TRANSACTIONS.
001730      PERFORM UNTIL WS-PRODTRAN-DONE
001740         READ PROD-TRANS-FILE
001750            AT END
001760               SET WS-PRODTRAN-DONE TO TRUE
001770            NOT AT END
001780               ADD 1 TO WS-TRANS-COUNT
001790               PERFORM 2100-APPLY-ONE-TRANSACTION
001800         END-READ
001810      END-PERFORM.
001820 2100-APPLY-ONE-TRANSACTION.
001830      SET WS-TRAN-ACCEPTED TO TRUE.
001840      MOVE SPACES TO WS-REJECT-REASON.
001850      PERFORM 2110-EDIT-TRANSACTION.
001860      IF WS-TRAN-ACCEPTED
001870         EVALUATE TRUE
001880            WHEN PT-ADD-PROD
001890               PERFORM 2200-ADD-PRODUCT
001900            WHEN PT-CHANGE-PROD
001910               PERFORM 2300-CHANGE-PRODUCT
001920            WHEN PT-INACTIVATE
001930               PERFORM 2400-INACTIVATE-PRODUCT
001940            WHEN PT-REACTIVATE
001950               PERFORM 2500-REACTIVATE-PRODUCT
001960         END-EVALUATE
001970      END-IF.
001980      PERFORM 2600-WRITE-LOG-LINE.
001990 2110-EDIT-TRANSACTION.
002000      PERFORM 2105-CHECK-USER-AUTH.
002010      IF WS-AUTH-FAILED
002020         SET WS-TRAN-REJECTED TO TRUE
002030      END-IF.
002040      IF NOT (PT-ADD-PROD OR PT-CHANGE-PROD OR
002050              PT-INACTIVATE OR PT-REACTIVATE)
002060         PERFORM 2130-REJECT-UNKNOWN-ACTION
002070      END-IF.
002080      IF WS-TRAN-ACCEPTED AND PT-PRODUCT-ID IS NOT NUMERIC
002090         SET WS-TRAN-REJECTED TO TRUE
002100         MOVE "PRODUCT-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002110      END-IF.
002120      IF WS-TRAN-ACCEPTED AND PT-PRODUCT-ID = "0000"
002130         SET WS-TRAN-REJECTED TO TRUE
002140         MOVE "PRODUCT 0000 IS THE STORE HEADER"
002150            TO WS-REJECT-REASON
002160      END-IF.
002170      IF WS-TRAN-ACCEPTED
002180         PERFORM 2140-FIND-PRODUCT
002190         EVALUATE TRUE
002200            WHEN PT-ADD-PROD AND WS-PRODUCT-FOUND
002210               SET WS-TRAN-REJECTED TO TRUE
002220               MOVE "PRODUCT ALREADY ON MASTER"
002230                  TO WS-REJECT-REASON
002240            WHEN NOT PT-ADD-PROD AND WS-PRODUCT-NOT-FOUND
002250               SET WS-TRAN-REJECTED TO TRUE
002260               MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
002270            WHEN PT-INACTIVATE AND PR-INACTIVE
002280               SET WS-TRAN-REJECTED TO TRUE
002290               MOVE "PRODUCT ALREADY INACTIVE" TO WS-REJECT-REASON
002300            WHEN PT-REACTIVATE AND PR-ACTIVE
002310               SET WS-TRAN-REJECTED TO TRUE
002320               MOVE "PRODUCT ALREADY ACTIVE" TO WS-REJECT-REASON
002330            WHEN OTHER
002340               CONTINUE
002350         END-EVALUATE
002360      END-IF.
002370      IF WS-TRAN-ACCEPTED AND (PT-ADD-PROD OR PT-CHANGE-PROD)
002380         PERFORM 2150-EDIT-PRODUCT-FIELDS
002390      END-IF.
002400 2105-CHECK-USER-AUTH.
002410*    THE SUBMITTING USER MUST BE ON USERAUTH WITH TYPE S -
002420* THE SAME STORE-SYSTEMS AUTHORITY STORMNT CHECKS.  A BLANK
002430* USER-ID REJECTS TOO, AND THE VIOLATION GOES TO SUITEEXC
002440      SET WS-AUTH-PASSED TO TRUE.
002450      IF PT-USER-ID = SPACES
002460         SET WS-AUTH-FAILED TO TRUE
002470         MOVE "USER-ID MISSING" TO WS-REJECT-REASON
002480      ELSE
002490         MOVE PT-USER-ID TO UA-USER-ID
002500         READ USER-AUTH-FILE
002510            INVALID KEY
002520               SET WS-AUTH-FAILED TO TRUE
002530               MOVE "USER NOT ON USERAUTH" TO WS-REJECT-REASON
002540         END-READ
002550         IF WS-AUTH-PASSED
002560            MOVE ZERO TO WS-AUTH-HIT-COUNT
002570            INSPECT UA-ALLOWED-TRANS
002580               TALLYING WS-AUTH-HIT-COUNT FOR ALL "S"
002590            IF WS-AUTH-HIT-COUNT = ZERO
002600               SET WS-AUTH-FAILED TO TRUE
002610               MOVE "NOT AUTHORIZED FOR PRODTRAN"
002620                  TO WS-REJECT-REASON
002630            END-IF
002640         END-IF
002650      END-IF.
002660      IF WS-AUTH-FAILED
002670         MOVE "M"              TO EX-SEVERITY
002680         MOVE PT-PRODUCT-ID    TO EX-KEY
002690         MOVE "S004"           TO EX-REASON-CODE
002700         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
002710         PERFORM 2900-WRITE-SUITE-EXCEPTION
002720      END-IF.
002730 2130-REJECT-UNKNOWN-ACTION.
002740      SET WS-TRAN-REJECTED TO TRUE.
002750      MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON.
002760 2140-FIND-PRODUCT.
002770*    ONE KEYED READ PROVES THE PRODUCT EXISTS AND SAVES THE
002780* RECORD AS IT STANDS FOR THE BEFORE IMAGE
002790      SET WS-PRODUCT-NOT-FOUND TO TRUE.
002800      MOVE SPACES TO WS-BEFORE-IMAGE.
002810      MOVE PT-PRODUCT-ID-N TO PR-PRODUCT-ID.
002820      READ PRODUCT-FILE
002830         INVALID KEY
002840            CONTINUE
002850         NOT INVALID KEY
002860            SET WS-PRODUCT-FOUND TO TRUE
002870            MOVE PRODUCT-REC TO WS-BEFORE-IMAGE
002880      END-READ.
002890 2150-EDIT-PRODUCT-FIELDS.
002900*    AN ADD MUST CARRY ALL THREE FIELDS.  A CHANGE MUST
002910* CARRY AT LEAST ONE - WHATEVER IS LEFT BLANK KEEPS ITS
002920* VALUE FROM THE MASTER
002930      IF PT-CHANGE-PROD AND PT-DESCRIPTION = SPACES AND
002940         PT-UNIT-OF-MEASURE = SPACES AND PT-UNIT-COST = SPACES
002950         SET WS-TRAN-REJECTED TO TRUE
002960         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
002970      END-IF.
002980      IF WS-TRAN-ACCEPTED AND PT-ADD-PROD AND
002990         PT-DESCRIPTION = SPACES
003000         SET WS-TRAN-REJECTED TO TRUE
003010         MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
003020      END-IF.
003030      IF WS-TRAN-ACCEPTED AND
003040         (PT-ADD-PROD OR PT-UNIT-OF-MEASURE NOT = SPACES) AND
003050         NOT PT-UOM-KNOWN
003060         SET WS-TRAN-REJECTED TO TRUE
003070         MOVE "UNKNOWN UNIT OF MEASURE" TO WS-REJECT-REASON
003080      END-IF.
003090      IF WS-TRAN-ACCEPTED AND
003100         (PT-ADD-PROD OR PT-UNIT-COST NOT = SPACES)
003110         IF PT-UNIT-COST IS NOT NUMERIC
003120            SET WS-TRAN-REJECTED TO TRUE
003130            MOVE "UNIT COST IS NOT NUMERIC" TO WS-REJECT-REASON
003140         ELSE
003150            IF PT-UNIT-COST-N = ZERO
003160               SET WS-TRAN-REJECTED TO TRUE
003170               MOVE "UNIT COST MUST BE GREATER THAN ZERO"
003180                  TO WS-REJECT-REASON
003190            END-IF
003200         END-IF
003210      END-IF.
003220 2200-ADD-PRODUCT.
003230      MOVE SPACES             TO PRODUCT-REC.
003240      MOVE PT-PRODUCT-ID-N    TO PR-PRODUCT-ID.
003250      MOVE PT-DESCRIPTION     TO PR-DESCRIPTION.
003260      MOVE PT-UNIT-OF-MEASURE TO PR-UNIT-OF-MEASURE.
003270      MOVE PT-UNIT-COST-N     TO PR-UNIT-COST.
003280      SET PR-ACTIVE           TO TRUE.
003290      MOVE WS-RUN-DATE        TO PR-LAST-MAINT-DATE.
003300      MOVE PT-USER-ID         TO PR-LAST-MAINT-USER.
003310      MOVE PRODUCT-REC        TO WS-AFTER-IMAGE.
003320      WRITE PRODUCT-REC
003330         INVALID KEY
003340            SET WS-TRAN-REJECTED TO TRUE
003350            MOVE "PRODUCT ALREADY ON MASTER" TO WS-REJECT-REASON
003360         NOT INVALID KEY
003370            MOVE "ADDPROD" TO WS-AUDIT-ACTION
003380            PERFORM 2700-WRITE-AUDIT-REC
003390      END-WRITE.
003400 2300-CHANGE-PRODUCT.
003410      IF PT-DESCRIPTION NOT = SPACES
003420         MOVE PT-DESCRIPTION TO PR-DESCRIPTION
003430      END-IF.
003440      IF PT-UNIT-OF-MEASURE NOT = SPACES
003450         MOVE PT-UNIT-OF-MEASURE TO PR-UNIT-OF-MEASURE
003460      END-IF.
003470      IF PT-UNIT-COST NOT = SPACES
003480         MOVE PT-UNIT-COST-N TO PR-UNIT-COST
003490      END-IF.
003500      MOVE "CHGPROD" TO WS-AUDIT-ACTION.
003510      PERFORM 2800-REWRITE-PRODUCT.
003520 2400-INACTIVATE-PRODUCT.
003530*    INACTIVE STOPS NEW STOCKING (STORMNT) AND NEW MOVEMENT
003540* (INVEDIT) - STOCK ALREADY ON HAND STILL VALUES AND STILL
003550* SHOWS ON THE VALUATION REPORT UNTIL IT IS CLEARED
003560      SET PR-INACTIVE TO TRUE.
003570      MOVE "INACPROD" TO WS-AUDIT-ACTION.
003580      PERFORM 2800-REWRITE-PRODUCT.
003590 2500-REACTIVATE-PRODUCT.
003600      SET PR-ACTIVE TO TRUE.
003610      MOVE "REACPROD" TO WS-AUDIT-ACTION.
003620      PERFORM 2800-REWRITE-PRODUCT.
003630 2600-WRITE-LOG-LINE.
003640      MOVE SPACES         TO MAINT-LOG-REC.
003650      MOVE PT-ACTION-CODE TO ML-ACTION-CODE.
003660      MOVE PT-PRODUCT-ID  TO ML-PRODUCT-ID.
003670      IF WS-TRAN-REJECTED
003680         ADD 1 TO WS-REJECT-COUNT
003690         MOVE "REJECTED" TO ML-RESULT
003700         MOVE WS-REJECT-REASON TO ML-MESSAGE
003710      ELSE
003720         ADD 1 TO WS-APPLIED-COUNT
003730         MOVE "APPLIED"  TO ML-RESULT
003740         MOVE PR-DESCRIPTION TO ML-MESSAGE
003750      END-IF.
003760      WRITE MAINT-LOG-REC.
003770 2700-WRITE-AUDIT-REC.
003780*    SAME AUDITREC SHAPE STORMNT CUTS - THE PRODUCT ID RIDES
003790* IN THE AUDIT-EMP-ID KEY FIELD AND THE IMAGES ARE THE ONE
003800* PRODUCT RECORD TOUCHED
003810      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
003820      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
003830      ACCEPT AUDIT-TIME FROM TIME.
003840      MOVE "PRODMNT"        TO AUDIT-PROGRAM.
003850      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
003860      MOVE PT-PRODUCT-ID-N  TO AUDIT-EMP-ID.
003870      MOVE PT-USER-ID       TO AUDIT-USER-ID.
003880      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
003890      MOVE WS-AFTER-IMAGE   TO AUDIT-AFTER-IMAGE.
003900      SET AUDS-FUNC-NEXT TO TRUE.
003910      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
003920      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
003930      WRITE AUDIT-TRAIL-REC.
003940 2800-REWRITE-PRODUCT.
003950*    THE CALLER HAS CHANGED THE RECORD 2140 READ AND SET
003960* THE AUDIT ACTION - STAMP IT AND PUT IT BACK
003970      MOVE WS-RUN-DATE TO PR-LAST-MAINT-DATE.
003980      MOVE PT-USER-ID  TO PR-LAST-MAINT-USER.
003990      MOVE PRODUCT-REC TO WS-AFTER-IMAGE.
004000      REWRITE PRODUCT-REC
004010         INVALID KEY
004020            SET WS-TRAN-REJECTED TO TRUE
004030            MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
004040         NOT INVALID KEY
004050            PERFORM 2700-WRITE-AUDIT-REC
004060      END-REWRITE.
004070 2900-WRITE-SUITE-EXCEPTION.
004080*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004090* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004100* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004110      MOVE "PRODMNT" TO EX-PROGRAM.
004120      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004130      ACCEPT EX-TIME FROM TIME.
004140      WRITE SUITE-EXCEPTION-REC.
004150 3000-TERMINATE.
004160      CLOSE PRODUCT-FILE.
004170      CLOSE PROD-TRANS-FILE.
004180      CLOSE MAINT-LOG-FILE.
004190      CLOSE AUDIT-TRAIL-FILE.
004200      SET AUDS-FUNC-CLOSE TO TRUE.
004210      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004220      CLOSE USER-AUTH-FILE.
004230      CLOSE SUITE-EXCEPTION-FILE.
004240      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
004250      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
004260      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
004270      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
004280         MOVE 4 TO WS-HIGHEST-RC
004290      END-IF.
004300      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
004310         DISPLAY "PRODTRAN WAS EMPTY - NOTHING APPLIED"
004320         MOVE 8 TO WS-HIGHEST-RC
004330      END-IF.
004340      DISPLAY "PRODMNT RETURN CODE   : " WS-HIGHEST-RC.
