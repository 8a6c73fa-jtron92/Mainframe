000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HSTRMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    EMPLOYEE HOME-STORE MAINTENANCE - THE HOMESTOR FILE    *
000090*    (HSTRREC LAYOUT) TIES EACH EMPLOYEE ON THE             *
000100*    EMPLOYEE-VS-FILE TO THE STORE HE OR SHE IS BASED AT.   *
000110*    THIS PROGRAM APPLIES A HSTRTRAN TRANSACTION FILE:      *
000120*      A  ASSIGN AN EMPLOYEE TO A HOME STORE                *
000130*      T  TRANSFER AN EMPLOYEE TO ANOTHER HOME STORE        *
000140*      D  DELETE AN EMPLOYEE'S HOME-STORE ASSIGNMENT        *
000150*    WITH FULL EDITS - EMP-ID NUMERIC, ON THE               *
000160*    EMPLOYEE-VS-FILE AND NOT TERMINATED, AND THE STORE     *
000170*    ON STORKSD AS A STORE-HEADER RECORD (STORE 0000 IS THE *
000180*    SCRIM APPLY-CONTROL RECORD, NOT A STORE).  A TRANSFER  *
000190*    KEEPS THE STORE IT CAME FROM IN HS-PRIOR-STORE-ID.  A  *
000200*    MAINTENANCE LOG GOES TO HSTRMLOG, BEFORE/AFTER         *
000210*    AUDITREC IMAGES TO AUDITLOG, AND REJECTS TO THE        *
000220*    SUITE-WIDE SUITEEXC FILE (R001).  THE UPDATED FILE     *
000230*    GOES TO HSTROUT AND IS SWAPPED INTO PLACE BY THE JCL   *
000240*    (COMPMNT CYCLE)                                        *
000250************************************************************
000260* MODIFICATION HISTORY                                     *
000270*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000280************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HOME-STORE-FILE ASSIGN TO HOMESTOR
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS HOMESTOR-STATUS.
000350     SELECT HOME-STORE-OUT-FILE ASSIGN TO HSTROUT
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS HSTROUT-STATUS.
000380     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE  IS RANDOM
000410     RECORD KEY   IS EMP-ID
000420     FILE STATUS  IS VSAM-FILE-STATUS.
000430     SELECT STORE-KEYED-FILE ASSIGN TO STORKSD
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE  IS RANDOM
000460     RECORD KEY   IS SI-KEY
000470     FILE STATUS  IS STORKSD-STATUS.
000480     SELECT HSTR-TRANS-FILE ASSIGN TO HSTRTRAN
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS HSTRTRAN-STATUS.
000510     SELECT MAINT-LOG-FILE ASSIGN TO HSTRMLOG
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS HSTRMLOG-STATUS.
000540     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS AUDITLOG-STATUS.
000570     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS SUITEEXC-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD HOME-STORE-FILE
000630      RECORDING MODE IS F
000640      LABEL RECORDS ARE STANDARD
000650      RECORD CONTAINS 80 CHARACTERS
000660      DATA RECORD IS HOME-STORE-REC.
000670     COPY HSTRREC.
000680 FD HOME-STORE-OUT-FILE
000690      RECORDING MODE IS F
000700      LABEL RECORDS ARE STANDARD
000710      RECORD CONTAINS 80 CHARACTERS
000720      DATA RECORD IS HOME-STORE-OUT-REC.
000730 01 HOME-STORE-OUT-REC   PIC X(80).
000740 FD EMPLOYEE-VS-FILE.
000750     COPY EMPREC.
000760 FD STORE-KEYED-FILE.
000770     COPY STORKREC.
000780 FD HSTR-TRANS-FILE
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      RECORD CONTAINS 80 CHARACTERS
000820      DATA RECORD IS HSTR-TRANS-REC.
000830 01 HSTR-TRANS-REC.
000840     05 HT-ACTION-CODE     PIC X(1).
000850       88 HT-ASSIGN-STORE  VALUE "A".
000860       88 HT-TRANSFER-STORE VALUE "T".
000870       88 HT-DELETE-STORE  VALUE "D".
000880     05 HT-EMP-ID          PIC X(6).
000890     05 HT-EMP-ID-N REDEFINES HT-EMP-ID PIC 9(6).
000900     05 HT-STORE-ID        PIC X(4).
000910     05 HT-STORE-ID-N REDEFINES HT-STORE-ID PIC 9(4).
000920     05 HT-EFF-DATE        PIC X(8).
000930     05 HT-USER-ID         PIC X(8).
000940     05 FILLER             PIC X(53).
000950 FD MAINT-LOG-FILE
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      DATA RECORD IS MAINT-LOG-REC.
000990 01 MAINT-LOG-REC.
001000     05 ML-ACTION-CODE     PIC X(1).
001010     05 FILLER             PIC X(1).
001020     05 ML-EMP-ID          PIC X(6).
001030     05 FILLER             PIC X(1).
001040     05 ML-STORE-ID        PIC X(4).
001050     05 FILLER             PIC X(1).
001060     05 ML-PRIOR-STORE-ID  PIC X(4).
001070     05 FILLER             PIC X(1).
001080     05 ML-RESULT          PIC X(10).
001090     05 ML-MESSAGE         PIC X(40).
001100     05 FILLER             PIC X(11).
001110 FD AUDIT-TRAIL-FILE
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      RECORD CONTAINS 303 CHARACTERS
001150      DATA RECORD IS AUDIT-TRAIL-REC.
001160     COPY AUDITREC.
001170 FD SUITE-EXCEPTION-FILE
001180      RECORDING MODE IS F
001190      LABEL RECORDS ARE STANDARD
001200      RECORD CONTAINS 80 CHARACTERS
001210      DATA RECORD IS SUITE-EXCEPTION-REC.
001220     COPY EXCPTREC.
001230 WORKING-STORAGE SECTION.
001240     COPY AUDSPARM.
001250     COPY FSTATCOM.
001260 01 HOMESTOR-STATUS      PIC X(2).
001270   88 HOMESTOR-OK        VALUE "00".
001280 01 HSTROUT-STATUS       PIC X(2).
001290 01 STORKSD-STATUS       PIC X(2).
001300   88 STORKSD-OK         VALUE "00".
001310 01 HSTRTRAN-STATUS      PIC X(2).
001320   88 HSTRTRAN-OK        VALUE "00".
001330 01 HSTRMLOG-STATUS      PIC X(2).
001340 01 AUDITLOG-STATUS      PIC X(2).
001350 01 SUITEEXC-STATUS      PIC X(2).
001360     COPY DATEPARM.
001370 01 WS-HOMESTOR-EOF-SW   PIC X(1) VALUE "N".
001380   88 WS-HOMESTOR-DONE   VALUE "Y".
001390 01 WS-HSTRTRAN-EOF-SW   PIC X(1) VALUE "N".
001400   88 WS-HSTRTRAN-DONE   VALUE "Y".
001410 01 WS-MAX-HSTR-ROWS     PIC 9(4) VALUE 2000.
001420 01 WS-HSTR-ROW-COUNT    PIC 9(4) VALUE ZERO.
001430 01 WS-HSTR-TABLE.
001440    05 WS-HS-ENTRY OCCURS 2000 TIMES INDEXED BY HS-IDX.
001450      10 WS-HS-EMP-ID     PIC 9(6).
001460      10 WS-HS-STORE-ID   PIC 9(4).
001470      10 WS-HS-EFF-DATE   PIC 9(8).
001480      10 WS-HS-PRIOR-ID   PIC 9(4).
001490      10 WS-HS-DELETED-SW PIC X(1).
001500        88 WS-HS-DELETED  VALUE "Y".
001510 01 WS-FIND-EMP-ID       PIC 9(6).
001520 01 WS-ROW-FOUND-SW      PIC X(1).
001530   88 WS-ROW-FOUND       VALUE "Y".
001540   88 WS-ROW-NOT-FOUND   VALUE "N".
001550 01 WS-REJECT-SW         PIC X(1).
001560   88 WS-TRAN-REJECTED   VALUE "Y".
001570   88 WS-TRAN-ACCEPTED   VALUE "N".
001580 01 WS-REJECT-REASON     PIC X(40).
001590 01 WS-BEFORE-IMAGE      PIC X(80).
001600 01 WS-AUDIT-ACTION      PIC X(8).
001610 01 WS-RUN-DATE          PIC 9(8).
001620 01 WS-TRAN-EFF-DATE     PIC 9(8).
001630 01 WS-LOG-PRIOR-ID      PIC X(4).
001640 01 WS-HSTR-WORK-REC.
001650     05 WK-EMP-ID          PIC 9(6).
001660     05 WK-STORE-ID        PIC 9(4).
001670     05 WK-EFF-DATE        PIC 9(8).
001680     05 WK-PRIOR-STORE-ID  PIC 9(4).
001690     05 FILLER             PIC X(58).
001700 01 WS-DATE-BUILD.
001710    05 WS-DB-YEAR    PIC X(4).
001720    05 FILLER        PIC X(1) VALUE "-".
001730    05 WS-DB-MONTH   PIC X(2).
001740    05 FILLER        PIC X(1) VALUE "-".
001750    05 WS-DB-DAY     PIC X(2).
001760 01 WS-COUNTERS.
001770     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001780     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001790     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001800 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001810 PROCEDURE DIVISION.
001820 000-MAIN-PROCEDURE.
001830      PERFORM 1000-INITIALIZE.
001840      PERFORM 2000-PROCESS-TRANSACTIONS.
001850      PERFORM 3000-TERMINATE.
001860      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001870      STOP RUN.
001880 1000-INITIALIZE.
001890      OPEN INPUT HOME-STORE-FILE.
001900      IF NOT HOMESTOR-OK
001910         DISPLAY "FAILURE TO OPEN HOMESTOR " HOMESTOR-STATUS
001920         MOVE 12 TO RETURN-CODE
001930         STOP RUN
001940      END-IF.
001950      OPEN INPUT EMPLOYEE-VS-FILE.
001960      IF NOT VSAM-OK
001970         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
001980         MOVE 12 TO RETURN-CODE
001990         STOP RUN
002000      END-IF.
002010      OPEN INPUT STORE-KEYED-FILE.
002020      IF NOT STORKSD-OK
002030         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
002040         MOVE 12 TO RETURN-CODE
002050         STOP RUN
002060      END-IF.
002070      OPEN INPUT HSTR-TRANS-FILE.
002080      IF NOT HSTRTRAN-OK
002090         DISPLAY "FAILURE TO OPEN HSTRTRAN " HSTRTRAN-STATUS
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120      END-IF.
002130      OPEN OUTPUT HOME-STORE-OUT-FILE.
002140      OPEN OUTPUT MAINT-LOG-FILE.
002150      OPEN EXTEND AUDIT-TRAIL-FILE.
002160      MOVE "HSTRMNT" TO AUDS-PROGRAM.
002170      SET AUDS-FUNC-OPEN TO TRUE.
002180      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002190      OPEN EXTEND SUITE-EXCEPTION-FILE.
002200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002210      PERFORM 1200-LOAD-HSTR-TABLE.
002220 1200-LOAD-HSTR-TABLE.
002230      PERFORM UNTIL WS-HOMESTOR-DONE
002240         READ HOME-STORE-FILE
002250            AT END
002260               SET WS-HOMESTOR-DONE TO TRUE
002270            NOT AT END
002280               PERFORM 1210-LOAD-ONE-ROW
002290         END-READ
002300      END-PERFORM.
002310      DISPLAY "ASSIGNMENTS LOADED    : " WS-HSTR-ROW-COUNT.
002320 1210-LOAD-ONE-ROW.
002330      IF WS-HSTR-ROW-COUNT >= WS-MAX-HSTR-ROWS
002340         DISPLAY "HOME-STORE TABLE FULL - ROW DROPPED FOR EMP "
002350            HS-EMP-ID
002360         MOVE 12 TO WS-HIGHEST-RC
002370      ELSE
002380         ADD 1 TO WS-HSTR-ROW-COUNT
002390         SET HS-IDX TO WS-HSTR-ROW-COUNT
002400         MOVE HS-EMP-ID         TO WS-HS-EMP-ID (HS-IDX)
002410         MOVE HS-STORE-ID       TO WS-HS-STORE-ID (HS-IDX)
002420         MOVE HS-EFF-DATE       TO WS-HS-EFF-DATE (HS-IDX)
002430         MOVE HS-PRIOR-STORE-ID TO WS-HS-PRIOR-ID (HS-IDX)
002440         MOVE "N"               TO WS-HS-DELETED-SW (HS-IDX)
002450      END-IF.
002460 2000-PROCESS-TRANSACTIONS.
002470      PERFORM UNTIL WS-HSTRTRAN-DONE
002480         READ HSTR-TRANS-FILE
002490            AT END
002500               SET WS-HSTRTRAN-DONE TO TRUE
002510            NOT AT END
002520               ADD 1 TO WS-TRANS-COUNT
002530               PERFORM 2100-APPLY-ONE-TRANSACTION
002540         END-READ
002550      END-PERFORM.
002560 2100-APPLY-ONE-TRANSACTION.
002570      SET WS-TRAN-ACCEPTED TO TRUE.
002580      MOVE SPACES TO WS-REJECT-REASON WS-LOG-PRIOR-ID.
002590      PERFORM 2110-EDIT-TRANSACTION.
002600      IF WS-TRAN-ACCEPTED
002610         EVALUATE TRUE
002620            WHEN HT-ASSIGN-STORE
002630               PERFORM 2200-ASSIGN-HOME-STORE
002640            WHEN HT-TRANSFER-STORE
002650               PERFORM 2250-TRANSFER-HOME-STORE
002660            WHEN HT-DELETE-STORE
002670               PERFORM 2300-DELETE-HOME-STORE
002680         END-EVALUATE
002690      END-IF.
002700      PERFORM 2600-WRITE-LOG-LINE.
002710 2110-EDIT-TRANSACTION.
002720      IF NOT (HT-ASSIGN-STORE OR HT-TRANSFER-STORE OR
002730              HT-DELETE-STORE)
002740         SET WS-TRAN-REJECTED TO TRUE
002750         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002760      END-IF.
002770      IF WS-TRAN-ACCEPTED AND HT-EMP-ID IS NOT NUMERIC
002780         SET WS-TRAN-REJECTED TO TRUE
002790         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002800      END-IF.
002810*    AN ASSIGNMENT FOR AN EMPLOYEE SINCE TERMINATED OR
002820* ARCHIVED, OR TO A STORE SINCE REMOVED, MAY STILL BE
002830* DELETED - THE REST OF THE EDITS ARE FOR THE ROW BEING
002840* ASSIGNED OR TRANSFERRED
002850      IF WS-TRAN-ACCEPTED AND NOT HT-DELETE-STORE
002860         PERFORM 2120-EDIT-EMPLOYEE
002870      END-IF.
002880      IF WS-TRAN-ACCEPTED AND NOT HT-DELETE-STORE
002890         PERFORM 2130-EDIT-STORE
002900      END-IF.
002910      IF WS-TRAN-ACCEPTED AND NOT HT-DELETE-STORE
002920         PERFORM 2140-EDIT-EFFECTIVE-DATE
002930      END-IF.
002940 2120-EDIT-EMPLOYEE.
002950      MOVE HT-EMP-ID-N TO EMP-ID.
002960      READ EMPLOYEE-VS-FILE
002970         INVALID KEY
002980            SET WS-TRAN-REJECTED TO TRUE
002990            MOVE "EMPLOYEE NOT ON EMPVSFIL" TO WS-REJECT-REASON
003000      END-READ.
003010      IF WS-TRAN-ACCEPTED AND EMP-TERMINATED
003020         SET WS-TRAN-REJECTED TO TRUE
003030         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
003040      END-IF.
003050 2130-EDIT-STORE.
003060*    THE STORE MUST BE ON STORKSD AS A STORE-HEADER RECORD
003070* (PRODUCT 0000) - STORE 0000 IS SCRIM'S APPLY-CONTROL RECORD
003080      IF HT-STORE-ID IS NOT NUMERIC
003090         SET WS-TRAN-REJECTED TO TRUE
003100         MOVE "STORE-ID IS NOT NUMERIC" TO WS-REJECT-REASON
003110      END-IF.
003120      IF WS-TRAN-ACCEPTED AND HT-STORE-ID-N = ZERO
003130         SET WS-TRAN-REJECTED TO TRUE
003140         MOVE "STORE 0000 IS NOT A STORE" TO WS-REJECT-REASON
003150      END-IF.
003160      IF WS-TRAN-ACCEPTED
003170         MOVE HT-STORE-ID-N TO SI-STORE-ID
003180         MOVE ZERO          TO SI-PRODUCT-ID
003190         READ STORE-KEYED-FILE
003200            INVALID KEY
003210               SET WS-TRAN-REJECTED TO TRUE
003220               MOVE "STORE NOT ON STORKSD" TO WS-REJECT-REASON
003230         END-READ
003240      END-IF.
003250 2140-EDIT-EFFECTIVE-DATE.
003260*    BLANK MEANS EFFECTIVE TODAY - OTHERWISE YYYYMMDD, CHECKED
003270* THROUGH DATEVAL IN ITS DASHED FORM
003280      IF HT-EFF-DATE = SPACES
003290         MOVE WS-RUN-DATE TO WS-TRAN-EFF-DATE
003300      ELSE
003310         IF HT-EFF-DATE IS NOT NUMERIC
003320            SET DP-DATE-INVALID TO TRUE
003330         ELSE
003340            MOVE HT-EFF-DATE (1:4) TO WS-DB-YEAR
003350            MOVE HT-EFF-DATE (5:2) TO WS-DB-MONTH
003360            MOVE HT-EFF-DATE (7:2) TO WS-DB-DAY
003370            MOVE WS-DATE-BUILD TO DP-DATE-IN
003380            SET DP-AGE-NOT-WANTED TO TRUE
003390            SET DP-BUSDAY-NOT-WANTED TO TRUE
003400            SET DP-OFFSET-NOT-WANTED TO TRUE
003410            CALL "DATEVAL" USING DATE-PARM-BLOCK
003420         END-IF
003430         IF DP-DATE-INVALID
003440            SET WS-TRAN-REJECTED TO TRUE
003450            MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
003460         ELSE
003470            MOVE HT-EFF-DATE TO WS-TRAN-EFF-DATE
003480         END-IF
003490      END-IF.
003500 2150-FIND-HSTR-ROW.
003510      SET WS-ROW-NOT-FOUND TO TRUE.
003520      PERFORM VARYING HS-IDX FROM 1 BY 1
003530         UNTIL HS-IDX > WS-HSTR-ROW-COUNT
003540         IF WS-HS-EMP-ID (HS-IDX) = WS-FIND-EMP-ID AND
003550            NOT WS-HS-DELETED (HS-IDX)
003560            SET WS-ROW-FOUND TO TRUE
003570            EXIT PERFORM
003580         END-IF
003590      END-PERFORM.
003600 2200-ASSIGN-HOME-STORE.
003610      MOVE HT-EMP-ID-N TO WS-FIND-EMP-ID.
003620      PERFORM 2150-FIND-HSTR-ROW.
003630      IF WS-ROW-FOUND
003640         SET WS-TRAN-REJECTED TO TRUE
003650         MOVE "ALREADY ASSIGNED - USE T TO TRANSFER"
003660            TO WS-REJECT-REASON
003670      ELSE
003680         IF WS-HSTR-ROW-COUNT >= WS-MAX-HSTR-ROWS
003690            SET WS-TRAN-REJECTED TO TRUE
003700            MOVE "HOME-STORE TABLE FULL" TO WS-REJECT-REASON
003710         ELSE
003720            ADD 1 TO WS-HSTR-ROW-COUNT
003730            SET HS-IDX TO WS-HSTR-ROW-COUNT
003740            MOVE HT-EMP-ID-N      TO WS-HS-EMP-ID (HS-IDX)
003750            MOVE HT-STORE-ID-N    TO WS-HS-STORE-ID (HS-IDX)
003760            MOVE WS-TRAN-EFF-DATE TO WS-HS-EFF-DATE (HS-IDX)
003770            MOVE ZERO             TO WS-HS-PRIOR-ID (HS-IDX)
003780            MOVE "N"              TO WS-HS-DELETED-SW (HS-IDX)
003790            MOVE SPACES           TO WS-BEFORE-IMAGE
003800            MOVE "HSTRASGN"       TO WS-AUDIT-ACTION
003810            PERFORM 2700-WRITE-AUDIT-REC
003820         END-IF
003830      END-IF.
003840 2250-TRANSFER-HOME-STORE.
003850      MOVE HT-EMP-ID-N TO WS-FIND-EMP-ID.
003860      PERFORM 2150-FIND-HSTR-ROW.
003870      IF WS-ROW-NOT-FOUND
003880         SET WS-TRAN-REJECTED TO TRUE
003890         MOVE "NO HOME STORE ON FILE - USE A TO ASSIGN"
003900            TO WS-REJECT-REASON
003910      ELSE
003920         MOVE WS-HS-STORE-ID (HS-IDX) TO WS-LOG-PRIOR-ID
003930         IF WS-HS-STORE-ID (HS-IDX) = HT-STORE-ID-N
003940            SET WS-TRAN-REJECTED TO TRUE
003950            MOVE "ALREADY ASSIGNED TO THAT STORE"
003960               TO WS-REJECT-REASON
003970         ELSE
003980            PERFORM 2170-FORMAT-HSTR-ROW
003990            MOVE WS-HSTR-WORK-REC TO WS-BEFORE-IMAGE
004000            MOVE WS-HS-STORE-ID (HS-IDX)
004010               TO WS-HS-PRIOR-ID (HS-IDX)
004020            MOVE HT-STORE-ID-N    TO WS-HS-STORE-ID (HS-IDX)
004030            MOVE WS-TRAN-EFF-DATE TO WS-HS-EFF-DATE (HS-IDX)
004040            MOVE "HSTRXFER" TO WS-AUDIT-ACTION
004050            PERFORM 2700-WRITE-AUDIT-REC
004060         END-IF
004070      END-IF.
004080 2300-DELETE-HOME-STORE.
004090      MOVE HT-EMP-ID-N TO WS-FIND-EMP-ID.
004100      PERFORM 2150-FIND-HSTR-ROW.
004110      IF WS-ROW-NOT-FOUND
004120         SET WS-TRAN-REJECTED TO TRUE
004130         MOVE "NO HOME STORE ON FILE" TO WS-REJECT-REASON
004140      ELSE
004150         MOVE WS-HS-STORE-ID (HS-IDX) TO WS-LOG-PRIOR-ID
004160         PERFORM 2170-FORMAT-HSTR-ROW
004170         MOVE WS-HSTR-WORK-REC TO WS-BEFORE-IMAGE
004180         SET WS-HS-DELETED (HS-IDX) TO TRUE
004190         MOVE "HSTRDEL" TO WS-AUDIT-ACTION
004200         PERFORM 2700-WRITE-AUDIT-REC
004210      END-IF.
004220 2170-FORMAT-HSTR-ROW.
004230      MOVE SPACES TO WS-HSTR-WORK-REC.
004240      MOVE WS-HS-EMP-ID (HS-IDX)   TO WK-EMP-ID.
004250      MOVE WS-HS-STORE-ID (HS-IDX) TO WK-STORE-ID.
004260      MOVE WS-HS-EFF-DATE (HS-IDX) TO WK-EFF-DATE.
004270      MOVE WS-HS-PRIOR-ID (HS-IDX) TO WK-PRIOR-STORE-ID.
004280 2600-WRITE-LOG-LINE.
004290      MOVE SPACES          TO MAINT-LOG-REC.
004300      MOVE HT-ACTION-CODE  TO ML-ACTION-CODE.
004310      MOVE HT-EMP-ID       TO ML-EMP-ID.
004320      MOVE HT-STORE-ID     TO ML-STORE-ID.
004330      MOVE WS-LOG-PRIOR-ID TO ML-PRIOR-STORE-ID.
004340      IF WS-TRAN-REJECTED
004350         ADD 1 TO WS-REJECT-COUNT
004360         MOVE "REJECTED" TO ML-RESULT
004370         MOVE WS-REJECT-REASON TO ML-MESSAGE
004380         MOVE "M"              TO EX-SEVERITY
004390         MOVE HT-EMP-ID        TO EX-KEY
004400         MOVE "R001"           TO EX-REASON-CODE
004410         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
004420         PERFORM 2800-WRITE-SUITE-EXCEPTION
004430      ELSE
004440         ADD 1 TO WS-APPLIED-COUNT
004450         MOVE "APPLIED"  TO ML-RESULT
004460         MOVE SPACES     TO ML-MESSAGE
004470      END-IF.
004480      WRITE MAINT-LOG-REC.
004490 2700-WRITE-AUDIT-REC.
004500*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
004510* ASSIGNMENT ROW IMAGE RIDES THE BEFORE/AFTER FIELDS
004520      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
004530      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
004540      ACCEPT AUDIT-TIME FROM TIME.
004550      MOVE "HSTRMNT"        TO AUDIT-PROGRAM.
004560      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
004570      MOVE HT-EMP-ID-N      TO AUDIT-EMP-ID.
004580      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
004590      IF HT-DELETE-STORE
004600         MOVE SPACES TO AUDIT-AFTER-IMAGE
004610      ELSE
004620         PERFORM 2170-FORMAT-HSTR-ROW
004630         MOVE WS-HSTR-WORK-REC TO AUDIT-AFTER-IMAGE
004640      END-IF.
004650      MOVE HT-USER-ID       TO AUDIT-USER-ID.
004660      SET AUDS-FUNC-NEXT TO TRUE.
004670      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004680      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
004690      WRITE AUDIT-TRAIL-REC.
004700 2800-WRITE-SUITE-EXCEPTION.
004710*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004720* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004730* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004740      MOVE "HSTRMNT" TO EX-PROGRAM.
004750      ACCEPT EX-DATE FROM DATE YYYYMMDD.
004760      ACCEPT EX-TIME FROM TIME.
004770      WRITE SUITE-EXCEPTION-REC.
004780 3000-TERMINATE.
004790      PERFORM 3100-WRITE-HSTR-OUT.
004800      CLOSE HOME-STORE-FILE.
004810      CLOSE EMPLOYEE-VS-FILE.
004820      CLOSE STORE-KEYED-FILE.
004830      CLOSE HSTR-TRANS-FILE.
004840      CLOSE HOME-STORE-OUT-FILE.
004850      CLOSE MAINT-LOG-FILE.
004860      CLOSE AUDIT-TRAIL-FILE.
004870      SET AUDS-FUNC-CLOSE TO TRUE.
004880      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004890      CLOSE SUITE-EXCEPTION-FILE.
004900      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
004910      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
004920      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
004930      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
004940         MOVE 4 TO WS-HIGHEST-RC
004950      END-IF.
004960      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
004970         DISPLAY "HSTRTRAN WAS EMPTY - NOTHING APPLIED"
004980         MOVE 8 TO WS-HIGHEST-RC
004990      END-IF.
005000      DISPLAY "HSTRMNT RETURN CODE   : " WS-HIGHEST-RC.
005010 3100-WRITE-HSTR-OUT.
005020      PERFORM VARYING HS-IDX FROM 1 BY 1
005030         UNTIL HS-IDX > WS-HSTR-ROW-COUNT
005040         IF NOT WS-HS-DELETED (HS-IDX)
005050            PERFORM 2170-FORMAT-HSTR-ROW
005060            WRITE HOME-STORE-OUT-REC FROM WS-HSTR-WORK-REC
005070         END-IF
005080      END-PERFORM.
