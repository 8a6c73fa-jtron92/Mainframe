000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPVMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    SUPERVISOR HIERARCHY MAINTENANCE - THE SUPVMAST FILE   *
000090*    (SUPVREC LAYOUT) HOLDS ONE REPORTING RELATIONSHIP PER  *
000100*    EMPLOYEE: THE EMP-ID OF THE SUPERVISOR HE OR SHE       *
000110*    REPORTS TO (ZERO FOR THE TOP OF THE ORGANIZATION).     *
000120*    THIS PROGRAM APPLIES A SUPVTRAN TRANSACTION FILE:      *
000130*      A  ADD A REPORTING RELATIONSHIP                      *
000140*      C  CHANGE THE SUPERVISOR AN EMPLOYEE REPORTS TO      *
000150*      D  DELETE A REPORTING RELATIONSHIP                   *
000160*    WITH FULL EDITS - BOTH EMP-IDS NUMERIC, ON THE         *
000170*    EMPLOYEE-VS-FILE AND NOT TERMINATED, NO EMPLOYEE       *
000180*    REPORTING TO HIMSELF OR HERSELF, NO CHANGE THAT WOULD  *
000190*    CLOSE A LOOP IN THE CHAIN OF COMMAND, AND NO DELETE OF *
000200*    A RELATIONSHIP WHILE OTHERS STILL REPORT TO THAT       *
000210*    EMPLOYEE.  A MAINTENANCE LOG GOES TO SUPVMLOG,         *
000220*    BEFORE/AFTER AUDITREC IMAGES TO AUDITLOG, AND REJECTS  *
000230*    TO THE SUITE-WIDE SUITEEXC FILE (H001).  THE UPDATED   *
000240*    FILE GOES TO SUPVOUT AND IS SWAPPED INTO PLACE BY THE  *
000250*    JCL (COMPMNT CYCLE)                                    *
000260************************************************************
000270* MODIFICATION HISTORY                                     *
000280*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000290************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUPERVISOR-FILE ASSIGN TO SUPVMAST
000340     ORGANIZATION IS SEQUENTIAL
000350     FILE STATUS  IS SUPVMAST-STATUS.
000360     SELECT SUPERVISOR-OUT-FILE ASSIGN TO SUPVOUT
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS SUPVOUT-STATUS.
000390     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE  IS RANDOM
000420     RECORD KEY   IS EMP-ID
000430     FILE STATUS  IS VSAM-FILE-STATUS.
000440     SELECT SUPV-TRANS-FILE ASSIGN TO SUPVTRAN
000450     ORGANIZATION IS SEQUENTIAL
000460     FILE STATUS  IS SUPVTRAN-STATUS.
000470     SELECT MAINT-LOG-FILE ASSIGN TO SUPVMLOG
000480     ORGANIZATION IS SEQUENTIAL
000490     FILE STATUS  IS SUPVMLOG-STATUS.
000500     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS AUDITLOG-STATUS.
000530     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000540     ORGANIZATION IS SEQUENTIAL
000550     FILE STATUS  IS SUITEEXC-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD SUPERVISOR-FILE
000590      RECORDING MODE IS F
000600      LABEL RECORDS ARE STANDARD
000610      RECORD CONTAINS 80 CHARACTERS
000620      DATA RECORD IS SUPERVISOR-REC.
000630     COPY SUPVREC.
000640 FD SUPERVISOR-OUT-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD
000670      RECORD CONTAINS 80 CHARACTERS
000680      DATA RECORD IS SUPERVISOR-OUT-REC.
000690 01 SUPERVISOR-OUT-REC   PIC X(80).
000700 FD EMPLOYEE-VS-FILE.
000710     COPY EMPREC.
000720 FD SUPV-TRANS-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 80 CHARACTERS
000760      DATA RECORD IS SUPV-TRANS-REC.
000770 01 SUPV-TRANS-REC.
000780     05 ST-ACTION-CODE     PIC X(1).
000790       88 ST-ADD-SUPV      VALUE "A".
000800       88 ST-CHANGE-SUPV   VALUE "C".
000810       88 ST-DELETE-SUPV   VALUE "D".
000820     05 ST-EMP-ID          PIC X(6).
000830     05 ST-EMP-ID-N REDEFINES ST-EMP-ID PIC 9(6).
000840     05 ST-SUPV-EMP-ID     PIC X(6).
000850     05 ST-SUPV-EMP-ID-N REDEFINES ST-SUPV-EMP-ID PIC 9(6).
000860     05 ST-EFF-DATE        PIC X(8).
000870     05 ST-USER-ID         PIC X(8).
000880     05 FILLER             PIC X(51).
000890 FD MAINT-LOG-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS MAINT-LOG-REC.
000930 01 MAINT-LOG-REC.
000940     05 ML-ACTION-CODE     PIC X(1).
000950     05 FILLER             PIC X(1).
000960     05 ML-EMP-ID          PIC X(6).
000970     05 FILLER             PIC X(1).
000980     05 ML-SUPV-EMP-ID     PIC X(6).
000990     05 FILLER             PIC X(1).
001000     05 ML-RESULT          PIC X(10).
001010     05 ML-MESSAGE         PIC X(40).
001020     05 FILLER             PIC X(14).
001030 FD AUDIT-TRAIL-FILE
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD
001060      RECORD CONTAINS 303 CHARACTERS
001070      DATA RECORD IS AUDIT-TRAIL-REC.
001080     COPY AUDITREC.
001090 FD SUITE-EXCEPTION-FILE
001100      RECORDING MODE IS F
001110      LABEL RECORDS ARE STANDARD
001120      RECORD CONTAINS 80 CHARACTERS
001130      DATA RECORD IS SUITE-EXCEPTION-REC.
001140     COPY EXCPTREC.
001150 WORKING-STORAGE SECTION.
001160     COPY AUDSPARM.
001170     COPY FSTATCOM.
001180 01 SUPVMAST-STATUS      PIC X(2).
001190   88 SUPVMAST-OK        VALUE "00".
001200 01 SUPVOUT-STATUS       PIC X(2).
001210 01 SUPVTRAN-STATUS      PIC X(2).
001220   88 SUPVTRAN-OK        VALUE "00".
001230 01 SUPVMLOG-STATUS      PIC X(2).
001240 01 AUDITLOG-STATUS      PIC X(2).
001250 01 SUITEEXC-STATUS      PIC X(2).
001260     COPY DATEPARM.
001270 01 WS-SUPVMAST-EOF-SW   PIC X(1) VALUE "N".
001280   88 WS-SUPVMAST-DONE   VALUE "Y".
001290 01 WS-SUPVTRAN-EOF-SW   PIC X(1) VALUE "N".
001300   88 WS-SUPVTRAN-DONE   VALUE "Y".
001310 01 WS-MAX-SUPV-ROWS     PIC 9(4) VALUE 2000.
001320 01 WS-SUPV-ROW-COUNT    PIC 9(4) VALUE ZERO.
001330 01 WS-SUPV-TABLE.
001340    05 WS-SV-ENTRY OCCURS 2000 TIMES INDEXED BY SV-IDX.
001350      10 WS-SV-EMP-ID     PIC 9(6).
001360      10 WS-SV-SUPV-ID    PIC 9(6).
001370      10 WS-SV-EFF-DATE   PIC 9(8).
001380      10 WS-SV-DELETED-SW PIC X(1).
001390        88 WS-SV-DELETED  VALUE "Y".
001400 01 WS-FIND-EMP-ID       PIC 9(6).
001410 01 WS-ROW-FOUND-SW      PIC X(1).
001420   88 WS-ROW-FOUND       VALUE "Y".
001430   88 WS-ROW-NOT-FOUND   VALUE "N".
001440 01 WS-CHAIN-EMP-ID      PIC 9(6).
001450 01 WS-CHAIN-STEPS       PIC 9(4).
001460 01 WS-CHAIN-END-SW      PIC X(1).
001470   88 WS-CHAIN-ENDED     VALUE "Y".
001480   88 WS-CHAIN-OPEN      VALUE "N".
001490 01 WS-REPORT-COUNT      PIC 9(4).
001500 01 WS-REJECT-SW         PIC X(1).
001510   88 WS-TRAN-REJECTED   VALUE "Y".
001520   88 WS-TRAN-ACCEPTED   VALUE "N".
001530 01 WS-REJECT-REASON     PIC X(40).
001540 01 WS-BEFORE-IMAGE      PIC X(80).
001550 01 WS-AUDIT-ACTION      PIC X(8).
001560 01 WS-RUN-DATE          PIC 9(8).
001570 01 WS-TRAN-EFF-DATE     PIC 9(8).
001580 01 WS-SUPV-WORK-REC.
001590     05 WK-EMP-ID          PIC 9(6).
001600     05 WK-SUPV-EMP-ID     PIC 9(6).
001610     05 WK-EFF-DATE        PIC 9(8).
001620     05 FILLER             PIC X(60).
001630 01 WS-DATE-BUILD.
001640    05 WS-DB-YEAR    PIC X(4).
001650    05 FILLER        PIC X(1) VALUE "-".
001660    05 WS-DB-MONTH   PIC X(2).
001670    05 FILLER        PIC X(1) VALUE "-".
001680    05 WS-DB-DAY     PIC X(2).
001690 01 WS-COUNTERS.
001700     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001710     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001720     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001730 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001740 PROCEDURE DIVISION.
001750 000-MAIN-PROCEDURE.
001760      PERFORM 1000-INITIALIZE.
001770      PERFORM 2000-PROCESS-TRANSACTIONS.
001780      PERFORM 3000-TERMINATE.
001790      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001800      STOP RUN.
001810 1000-INITIALIZE.
001820      OPEN INPUT SUPERVISOR-FILE.
001830      IF NOT SUPVMAST-OK
001840         DISPLAY "FAILURE TO OPEN SUPVMAST " SUPVMAST-STATUS
001850         MOVE 12 TO RETURN-CODE
001860         STOP RUN
001870      END-IF.
001880      OPEN INPUT EMPLOYEE-VS-FILE.
001890      IF NOT VSAM-OK
001900         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
001910         MOVE 12 TO RETURN-CODE
001920         STOP RUN
001930      END-IF.
001940      OPEN INPUT SUPV-TRANS-FILE.
001950      IF NOT SUPVTRAN-OK
001960         DISPLAY "FAILURE TO OPEN SUPVTRAN " SUPVTRAN-STATUS
001970         MOVE 8 TO RETURN-CODE
001980         STOP RUN
001990      END-IF.
002000      OPEN OUTPUT SUPERVISOR-OUT-FILE.
002010      OPEN OUTPUT MAINT-LOG-FILE.
002020      OPEN EXTEND AUDIT-TRAIL-FILE.
002030      MOVE "SUPVMNT" TO AUDS-PROGRAM.
002040      SET AUDS-FUNC-OPEN TO TRUE.
002050      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002060      OPEN EXTEND SUITE-EXCEPTION-FILE.
002070      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080      PERFORM 1200-LOAD-SUPV-TABLE.
002090 1200-LOAD-SUPV-TABLE.
002100      PERFORM UNTIL WS-SUPVMAST-DONE
002110         READ SUPERVISOR-FILE
002120            AT END
002130               SET WS-SUPVMAST-DONE TO TRUE
002140            NOT AT END
002150               PERFORM 1210-LOAD-ONE-ROW
002160         END-READ
002170      END-PERFORM.
002180      DISPLAY "RELATIONSHIPS LOADED  : " WS-SUPV-ROW-COUNT.
002190 1210-LOAD-ONE-ROW.
002200      IF WS-SUPV-ROW-COUNT >= WS-MAX-SUPV-ROWS
002210         DISPLAY "SUPERVISOR TABLE FULL - ROW DROPPED FOR EMP "
002220            SV-EMP-ID
002230         MOVE 12 TO WS-HIGHEST-RC
002240      ELSE
002250         ADD 1 TO WS-SUPV-ROW-COUNT
002260         SET SV-IDX TO WS-SUPV-ROW-COUNT
002270         MOVE SV-EMP-ID      TO WS-SV-EMP-ID (SV-IDX)
002280         MOVE SV-SUPV-EMP-ID TO WS-SV-SUPV-ID (SV-IDX)
002290         MOVE SV-EFF-DATE    TO WS-SV-EFF-DATE (SV-IDX)
002300         MOVE "N"            TO WS-SV-DELETED-SW (SV-IDX)
002310      END-IF.
002320 2000-PROCESS-TRANSACTIONS.
002330      PERFORM UNTIL WS-SUPVTRAN-DONE
002340         READ SUPV-TRANS-FILE
002350            AT END
002360               SET WS-SUPVTRAN-DONE TO TRUE
002370            NOT AT END
002380               ADD 1 TO WS-TRANS-COUNT
002390               PERFORM 2100-APPLY-ONE-TRANSACTION
002400         END-READ
002410      END-PERFORM.
002420 2100-APPLY-ONE-TRANSACTION.
002430      SET WS-TRAN-ACCEPTED TO TRUE.
002440      MOVE SPACES TO WS-REJECT-REASON.
002450      PERFORM 2110-EDIT-TRANSACTION.
002460      IF WS-TRAN-ACCEPTED
002470         EVALUATE TRUE
002480            WHEN ST-ADD-SUPV
002490               PERFORM 2200-ADD-SUPV-ROW
002500            WHEN ST-CHANGE-SUPV
002510               PERFORM 2250-CHANGE-SUPV-ROW
002520            WHEN ST-DELETE-SUPV
002530               PERFORM 2300-DELETE-SUPV-ROW
002540         END-EVALUATE
002550      END-IF.
002560      PERFORM 2600-WRITE-LOG-LINE.
002570 2110-EDIT-TRANSACTION.
002580      IF NOT (ST-ADD-SUPV OR ST-CHANGE-SUPV OR ST-DELETE-SUPV)
002590         SET WS-TRAN-REJECTED TO TRUE
002600         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002610      END-IF.
002620      IF WS-TRAN-ACCEPTED AND ST-EMP-ID IS NOT NUMERIC
002630         SET WS-TRAN-REJECTED TO TRUE
002640         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
002650      END-IF.
002660*    A RELATIONSHIP FOR AN EMPLOYEE SINCE TERMINATED OR
002670* ARCHIVED MAY STILL BE DELETED - THE REST OF THE EDITS ARE
002680* FOR THE ROW BEING ADDED OR CHANGED
002690      IF WS-TRAN-ACCEPTED AND NOT ST-DELETE-SUPV
002700         PERFORM 2120-EDIT-EMPLOYEE
002710      END-IF.
002720      IF WS-TRAN-ACCEPTED AND NOT ST-DELETE-SUPV
002730         PERFORM 2130-EDIT-SUPERVISOR
002740      END-IF.
002750      IF WS-TRAN-ACCEPTED AND NOT ST-DELETE-SUPV
002760         PERFORM 2140-EDIT-EFFECTIVE-DATE
002770      END-IF.
002780      IF WS-TRAN-ACCEPTED AND NOT ST-DELETE-SUPV
002790         AND ST-SUPV-EMP-ID-N NOT = ZERO
002800         PERFORM 2160-CHECK-FOR-CYCLE
002810      END-IF.
002820 2120-EDIT-EMPLOYEE.
002830      MOVE ST-EMP-ID-N TO EMP-ID.
002840      READ EMPLOYEE-VS-FILE
002850         INVALID KEY
002860            SET WS-TRAN-REJECTED TO TRUE
002870            MOVE "EMPLOYEE NOT ON EMPVSFIL" TO WS-REJECT-REASON
002880      END-READ.
002890      IF WS-TRAN-ACCEPTED AND EMP-TERMINATED
002900         SET WS-TRAN-REJECTED TO TRUE
002910         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
002920      END-IF.
002930 2130-EDIT-SUPERVISOR.
002940*    ZERO MARKS THE TOP OF THE ORGANIZATION AND NEEDS NO
002950* EMPVSFIL RECORD OF ITS OWN
002960      IF ST-SUPV-EMP-ID IS NOT NUMERIC
002970         SET WS-TRAN-REJECTED TO TRUE
002980         MOVE "SUPERVISOR EMP-ID IS NOT NUMERIC"
002990            TO WS-REJECT-REASON
003000      END-IF.
003010      IF WS-TRAN-ACCEPTED AND ST-SUPV-EMP-ID-N = ST-EMP-ID-N
003020         SET WS-TRAN-REJECTED TO TRUE
003030         MOVE "EMPLOYEE CANNOT REPORT TO SELF"
003040            TO WS-REJECT-REASON
003050      END-IF.
003060      IF WS-TRAN-ACCEPTED AND ST-SUPV-EMP-ID-N NOT = ZERO
003070         MOVE ST-SUPV-EMP-ID-N TO EMP-ID
003080         READ EMPLOYEE-VS-FILE
003090            INVALID KEY
003100               SET WS-TRAN-REJECTED TO TRUE
003110               MOVE "SUPERVISOR NOT ON EMPVSFIL"
003120                  TO WS-REJECT-REASON
003130         END-READ
003140         IF WS-TRAN-ACCEPTED AND EMP-TERMINATED
003150            SET WS-TRAN-REJECTED TO TRUE
003160            MOVE "SUPERVISOR IS TERMINATED" TO WS-REJECT-REASON
003170         END-IF
003180      END-IF.
003190 2140-EDIT-EFFECTIVE-DATE.
003200*    BLANK MEANS EFFECTIVE TODAY - OTHERWISE YYYYMMDD, CHECKED
003210* THROUGH DATEVAL IN ITS DASHED FORM
003220      IF ST-EFF-DATE = SPACES
003230         MOVE WS-RUN-DATE TO WS-TRAN-EFF-DATE
003240      ELSE
003250         IF ST-EFF-DATE IS NOT NUMERIC
003260            SET DP-DATE-INVALID TO TRUE
003270         ELSE
003280            MOVE ST-EFF-DATE (1:4) TO WS-DB-YEAR
003290            MOVE ST-EFF-DATE (5:2) TO WS-DB-MONTH
003300            MOVE ST-EFF-DATE (7:2) TO WS-DB-DAY
003310            MOVE WS-DATE-BUILD TO DP-DATE-IN
003320            SET DP-AGE-NOT-WANTED TO TRUE
003330            SET DP-BUSDAY-NOT-WANTED TO TRUE
003340            SET DP-OFFSET-NOT-WANTED TO TRUE
003350            CALL "DATEVAL" USING DATE-PARM-BLOCK
003360         END-IF
003370         IF DP-DATE-INVALID
003380            SET WS-TRAN-REJECTED TO TRUE
003390            MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
003400         ELSE
003410            MOVE ST-EFF-DATE TO WS-TRAN-EFF-DATE
003420         END-IF
003430      END-IF.
003440 2150-FIND-SUPV-ROW.
003450      SET WS-ROW-NOT-FOUND TO TRUE.
003460      PERFORM VARYING SV-IDX FROM 1 BY 1
003470         UNTIL SV-IDX > WS-SUPV-ROW-COUNT
003480         IF WS-SV-EMP-ID (SV-IDX) = WS-FIND-EMP-ID AND
003490            NOT WS-SV-DELETED (SV-IDX)
003500            SET WS-ROW-FOUND TO TRUE
003510            EXIT PERFORM
003520         END-IF
003530      END-PERFORM.
003540 2160-CHECK-FOR-CYCLE.
003550*    WALK UP THE CHAIN OF COMMAND FROM THE NEW SUPERVISOR.
003560* REACHING THE EMPLOYEE BEING MAINTAINED MEANS THE CHANGE
003570* WOULD CLOSE A LOOP.  THE WALK ENDS AT THE TOP OF THE
003580* ORGANIZATION OR AT A SUPERVISOR WITH NO ROW OF HIS OR HER
003590* OWN, AND IS BOUNDED BY THE ROW COUNT IN CASE THE FILE
003600* ALREADY HOLDS A LOOP ABOVE THE SUPERVISOR
003610      MOVE ST-SUPV-EMP-ID-N TO WS-CHAIN-EMP-ID.
003620      MOVE ZERO TO WS-CHAIN-STEPS.
003630      SET WS-CHAIN-OPEN TO TRUE.
003640      PERFORM UNTIL WS-CHAIN-ENDED
003650         IF WS-CHAIN-EMP-ID = ST-EMP-ID-N
003660            SET WS-TRAN-REJECTED TO TRUE
003670            MOVE "CHANGE WOULD CREATE A REPORTING LOOP"
003680               TO WS-REJECT-REASON
003690            SET WS-CHAIN-ENDED TO TRUE
003700         ELSE
003710            ADD 1 TO WS-CHAIN-STEPS
003720            MOVE WS-CHAIN-EMP-ID TO WS-FIND-EMP-ID
003730            PERFORM 2150-FIND-SUPV-ROW
003740            IF WS-ROW-NOT-FOUND
003750               OR WS-SV-SUPV-ID (SV-IDX) = ZERO
003760               OR WS-CHAIN-STEPS > WS-SUPV-ROW-COUNT
003770               SET WS-CHAIN-ENDED TO TRUE
003780            ELSE
003790               MOVE WS-SV-SUPV-ID (SV-IDX) TO WS-CHAIN-EMP-ID
003800            END-IF
003810         END-IF
003820      END-PERFORM.
003830 2200-ADD-SUPV-ROW.
003840      MOVE ST-EMP-ID-N TO WS-FIND-EMP-ID.
003850      PERFORM 2150-FIND-SUPV-ROW.
003860      IF WS-ROW-FOUND
003870         SET WS-TRAN-REJECTED TO TRUE
003880         MOVE "RELATIONSHIP ALREADY ON FILE" TO WS-REJECT-REASON
003890      ELSE
003900         IF WS-SUPV-ROW-COUNT >= WS-MAX-SUPV-ROWS
003910            SET WS-TRAN-REJECTED TO TRUE
003920            MOVE "SUPERVISOR TABLE FULL" TO WS-REJECT-REASON
003930         ELSE
003940            ADD 1 TO WS-SUPV-ROW-COUNT
003950            SET SV-IDX TO WS-SUPV-ROW-COUNT
003960            MOVE ST-EMP-ID-N      TO WS-SV-EMP-ID (SV-IDX)
003970            MOVE ST-SUPV-EMP-ID-N TO WS-SV-SUPV-ID (SV-IDX)
003980            MOVE WS-TRAN-EFF-DATE TO WS-SV-EFF-DATE (SV-IDX)
003990            MOVE "N"              TO WS-SV-DELETED-SW (SV-IDX)
004000            MOVE SPACES           TO WS-BEFORE-IMAGE
004010            MOVE "SUPVADD"        TO WS-AUDIT-ACTION
004020            PERFORM 2700-WRITE-AUDIT-REC
004030         END-IF
004040      END-IF.
004050 2250-CHANGE-SUPV-ROW.
004060      MOVE ST-EMP-ID-N TO WS-FIND-EMP-ID.
004070      PERFORM 2150-FIND-SUPV-ROW.
004080      IF WS-ROW-NOT-FOUND
004090         SET WS-TRAN-REJECTED TO TRUE
004100         MOVE "RELATIONSHIP NOT ON FILE" TO WS-REJECT-REASON
004110      ELSE
004120         PERFORM 2170-FORMAT-SUPV-ROW
004130         MOVE WS-SUPV-WORK-REC TO WS-BEFORE-IMAGE
004140         MOVE ST-SUPV-EMP-ID-N TO WS-SV-SUPV-ID (SV-IDX)
004150         MOVE WS-TRAN-EFF-DATE TO WS-SV-EFF-DATE (SV-IDX)
004160         MOVE "SUPVCHG" TO WS-AUDIT-ACTION
004170         PERFORM 2700-WRITE-AUDIT-REC
004180      END-IF.
004190 2300-DELETE-SUPV-ROW.
004200      PERFORM 2180-COUNT-DIRECT-REPORTS.
004210      MOVE ST-EMP-ID-N TO WS-FIND-EMP-ID.
004220      PERFORM 2150-FIND-SUPV-ROW.
004230      IF WS-ROW-NOT-FOUND
004240         SET WS-TRAN-REJECTED TO TRUE
004250         MOVE "RELATIONSHIP NOT ON FILE" TO WS-REJECT-REASON
004260      ELSE
004270         IF WS-REPORT-COUNT > ZERO
004280            SET WS-TRAN-REJECTED TO TRUE
004290            MOVE "EMPLOYEE STILL HAS DIRECT REPORTS"
004300               TO WS-REJECT-REASON
004310         ELSE
004320            PERFORM 2170-FORMAT-SUPV-ROW
004330            MOVE WS-SUPV-WORK-REC TO WS-BEFORE-IMAGE
004340            SET WS-SV-DELETED (SV-IDX) TO TRUE
004350            MOVE "SUPVDEL" TO WS-AUDIT-ACTION
004360            PERFORM 2700-WRITE-AUDIT-REC
004370         END-IF
004380      END-IF.
004390 2170-FORMAT-SUPV-ROW.
004400      MOVE SPACES TO WS-SUPV-WORK-REC.
004410      MOVE WS-SV-EMP-ID (SV-IDX)   TO WK-EMP-ID.
004420      MOVE WS-SV-SUPV-ID (SV-IDX)  TO WK-SUPV-EMP-ID.
004430      MOVE WS-SV-EFF-DATE (SV-IDX) TO WK-EFF-DATE.
004440 2180-COUNT-DIRECT-REPORTS.
004450      MOVE ZERO TO WS-REPORT-COUNT.
004460      PERFORM VARYING SV-IDX FROM 1 BY 1
004470         UNTIL SV-IDX > WS-SUPV-ROW-COUNT
004480         IF WS-SV-SUPV-ID (SV-IDX) = ST-EMP-ID-N AND
004490            NOT WS-SV-DELETED (SV-IDX)
004500            ADD 1 TO WS-REPORT-COUNT
004510         END-IF
004520      END-PERFORM.
004530 2600-WRITE-LOG-LINE.
004540      MOVE SPACES          TO MAINT-LOG-REC.
004550      MOVE ST-ACTION-CODE  TO ML-ACTION-CODE.
004560      MOVE ST-EMP-ID       TO ML-EMP-ID.
004570      MOVE ST-SUPV-EMP-ID  TO ML-SUPV-EMP-ID.
004580      IF WS-TRAN-REJECTED
004590         ADD 1 TO WS-REJECT-COUNT
004600         MOVE "REJECTED" TO ML-RESULT
004610         MOVE WS-REJECT-REASON TO ML-MESSAGE
004620         MOVE "M"              TO EX-SEVERITY
004630         MOVE ST-EMP-ID        TO EX-KEY
004640         MOVE "H001"           TO EX-REASON-CODE
004650         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
004660         PERFORM 2800-WRITE-SUITE-EXCEPTION
004670      ELSE
004680         ADD 1 TO WS-APPLIED-COUNT
004690         MOVE "APPLIED"  TO ML-RESULT
004700         MOVE SPACES     TO ML-MESSAGE
004710      END-IF.
004720      WRITE MAINT-LOG-REC.
004730 2700-WRITE-AUDIT-REC.
004740*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
004750* RELATIONSHIP ROW IMAGE RIDES THE BEFORE/AFTER FIELDS
004760      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
004770      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
004780      ACCEPT AUDIT-TIME FROM TIME.
004790      MOVE "SUPVMNT"        TO AUDIT-PROGRAM.
004800      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
004810      MOVE ST-EMP-ID-N      TO AUDIT-EMP-ID.
004820      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
004830      IF ST-DELETE-SUPV
004840         MOVE SPACES TO AUDIT-AFTER-IMAGE
004850      ELSE
004860         PERFORM 2170-FORMAT-SUPV-ROW
004870         MOVE WS-SUPV-WORK-REC TO AUDIT-AFTER-IMAGE
004880      END-IF.
004890      MOVE ST-USER-ID       TO AUDIT-USER-ID.
004900      SET AUDS-FUNC-NEXT TO TRUE.
004910      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
004920      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
004930      WRITE AUDIT-TRAIL-REC.
004940 2800-WRITE-SUITE-EXCEPTION.
004950*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
004960* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
004970* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
004980      MOVE "SUPVMNT" TO EX-PROGRAM.
004990      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005000      ACCEPT EX-TIME FROM TIME.
005010      WRITE SUITE-EXCEPTION-REC.
005020 3000-TERMINATE.
005030      PERFORM 3100-WRITE-SUPV-OUT.
005040      CLOSE SUPERVISOR-FILE.
005050      CLOSE EMPLOYEE-VS-FILE.
005060      CLOSE SUPV-TRANS-FILE.
005070      CLOSE SUPERVISOR-OUT-FILE.
005080      CLOSE MAINT-LOG-FILE.
005090      CLOSE AUDIT-TRAIL-FILE.
005100      SET AUDS-FUNC-CLOSE TO TRUE.
005110      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005120      CLOSE SUITE-EXCEPTION-FILE.
005130      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
005140      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
005150      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
005160      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
005170         MOVE 4 TO WS-HIGHEST-RC
005180      END-IF.
005190      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
005200         DISPLAY "SUPVTRAN WAS EMPTY - NOTHING APPLIED"
005210         MOVE 8 TO WS-HIGHEST-RC
005220      END-IF.
005230      DISPLAY "SUPVMNT RETURN CODE   : " WS-HIGHEST-RC.
005240 3100-WRITE-SUPV-OUT.
005250      PERFORM VARYING SV-IDX FROM 1 BY 1
005260         UNTIL SV-IDX > WS-SUPV-ROW-COUNT
005270         IF NOT WS-SV-DELETED (SV-IDX)
005280            PERFORM 2170-FORMAT-SUPV-ROW
005290            WRITE SUPERVISOR-OUT-REC FROM WS-SUPV-WORK-REC
005300         END-IF
005310      END-PERFORM.
