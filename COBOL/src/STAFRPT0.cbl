000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STAFRPT0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    STAFFING BY HOME STORE - READS THE HOMESTOR            *
000090*    ASSIGNMENTS (HSTRREC, MAINTAINED BY HSTRMNT), THE      *
000100*    STORE-HEADER RECORDS ON STORKSD AND THE                *
000110*    EMPLOYEE-VS-FILE, AND PRINTS:                          *
000120*      1 FOR EVERY STORE ON STORKSD, THE ACTIVE HEADCOUNT   *
000130*        BY JOB CODE AND DEPARTMENT WITH A STORE TOTAL.  A  *
000140*        STORE WITH NO ACTIVE EMPLOYEES IS FLAGGED          *
000150*        (SUITEEXC R003)                                    *
000160*      2 EMPLOYEES ASSIGNED TO A STORE NO LONGER ON STORKSD *
000170*        - REMOVED THROUGH STORMNT (SUITEEXC R002)          *
000180*      3 ACTIVE EMPLOYEES WITH NO HOME STORE                *
000190*      4 STALE ASSIGNMENTS - EMPLOYEE TERMINATED, OR GONE   *
000200*        FROM EMPVSFIL (DELETED BY VSMC OR ARCHIVED BY      *
000210*        EMPARCH) - AN HSTRMNT DELETE CLEARS THEM           *
000220*    ONLY STATUS A COUNTS AS ACTIVE - AN INACTIVE EMPLOYEE  *
000230*    KEEPS A HOME STORE BUT IS NOT IN THE HEADCOUNT.  ENDS  *
000240*    RC=4 WHEN ANYTHING IS FLAGGED.  READS EMPVSFIL AND     *
000250*    STORKSD DIRECTLY, SO IT MAY RUN AT ANY TIME OUTSIDE    *
000260*    THE NIGHTLY WINDOW.  NO SYSIN CARD                     *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000300************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HOME-STORE-FILE ASSIGN TO HOMESTOR
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS HOMESTOR-STATUS.
000370     SELECT STORE-KEYED-FILE ASSIGN TO STORKSD
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE  IS SEQUENTIAL
000400     RECORD KEY   IS SI-KEY
000410     FILE STATUS  IS STORKSD-STATUS.
000420     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE  IS SEQUENTIAL
000450     RECORD KEY   IS EMP-ID
000460     FILE STATUS  IS VSAM-FILE-STATUS.
000470     SELECT REPORT-FILE ASSIGN TO RPTOUT
000480     ORGANIZATION IS SEQUENTIAL
000490     FILE STATUS  IS RPT-FILE-STATUS.
000500     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS SUITEEXC-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD HOME-STORE-FILE
000560      RECORDING MODE IS F
000570      LABEL RECORDS ARE STANDARD
000580      RECORD CONTAINS 80 CHARACTERS
000590      DATA RECORD IS HOME-STORE-REC.
000600     COPY HSTRREC.
000610 FD STORE-KEYED-FILE.
000620     COPY STORKREC.
000630 FD EMPLOYEE-VS-FILE.
000640     COPY EMPREC.
000650 FD REPORT-FILE
000660      RECORDING MODE IS F
000670      LABEL RECORDS ARE STANDARD
000680      DATA RECORD IS REPORT-LINE.
000690 01 REPORT-LINE          PIC X(80).
000700 FD SUITE-EXCEPTION-FILE
000710      RECORDING MODE IS F
000720      LABEL RECORDS ARE STANDARD
000730      RECORD CONTAINS 80 CHARACTERS
000740      DATA RECORD IS SUITE-EXCEPTION-REC.
000750     COPY EXCPTREC.
000760 WORKING-STORAGE SECTION.
000770     COPY FSTATCOM.
000780 01 HOMESTOR-STATUS      PIC X(2).
000790   88 HOMESTOR-OK        VALUE "00".
000800 01 STORKSD-STATUS       PIC X(2).
000810   88 STORKSD-OK         VALUE "00".
000820 01 RPT-FILE-STATUS      PIC X(2).
000830 01 SUITEEXC-STATUS      PIC X(2).
000840 01 WS-HOMESTOR-EOF-SW   PIC X(1) VALUE "N".
000850   88 WS-HOMESTOR-DONE   VALUE "Y".
000860 01 WS-STORKSD-EOF-SW    PIC X(1) VALUE "N".
000870   88 WS-STORKSD-DONE    VALUE "Y".
000880 01 WS-EMP-EOF-SW        PIC X(1) VALUE "N".
000890   88 WS-EMP-DONE        VALUE "Y".
000900 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000910 01 WS-RUN-DATE          PIC 9(8).
000920*    EVERY STORE-HEADER RECORD ON STORKSD, IN STORE ORDER, WITH
000930* ITS ACTIVE HEADCOUNT
000940 01 WS-MAX-STORES        PIC 9(4) VALUE 2000.
000950 01 WS-STORE-COUNT       PIC 9(4) VALUE ZERO.
000960 01 WS-STORE-TABLE.
000970   05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY ST-IDX.
000980     10 WS-ST-STORE-ID    PIC 9(4).
000990     10 WS-ST-HEADCOUNT   PIC 9(5).
001000*    EVERY HOMESTOR ROW - THE MATCHED FLAG PICKS OUT THE ROWS
001010* WHOSE EMPLOYEE IS NO LONGER ON EMPVSFIL
001020 01 WS-MAX-ASSIGNS       PIC 9(4) VALUE 2000.
001030 01 WS-ASSIGN-COUNT      PIC 9(4) VALUE ZERO.
001040 01 WS-ASSIGN-TABLE.
001050   05 WS-AS-ENTRY OCCURS 2000 TIMES INDEXED BY AS-IDX.
001060     10 WS-AS-EMP-ID      PIC 9(6).
001070     10 WS-AS-STORE-ID    PIC 9(4).
001080     10 WS-AS-MATCHED-SW  PIC X(1).
001090       88 WS-AS-MATCHED   VALUE "Y".
001100*    ACTIVE HEADCOUNT BY STORE, JOB CODE AND DEPARTMENT, KEPT
001110* IN KEY ORDER AS IT IS BUILT SO IT PRINTS WITHOUT A SORT
001120 01 WS-MAX-COMBOS        PIC 9(4) VALUE 3000.
001130 01 WS-COMBO-COUNT       PIC 9(4) VALUE ZERO.
001140 01 WS-COMBO-TABLE.
001150   05 WS-CB-ENTRY OCCURS 3000 TIMES.
001160     10 WS-CB-KEY.
001170       15 WS-CB-STORE-ID  PIC 9(4).
001180       15 WS-CB-JOB-CODE  PIC X(4).
001190       15 WS-CB-DEPT-ID   PIC 9(3).
001200     10 WS-CB-HEADCOUNT   PIC 9(5).
001210 01 WS-NEW-COMBO-KEY.
001220   05 WS-NK-STORE-ID      PIC 9(4).
001230   05 WS-NK-JOB-CODE      PIC X(4).
001240   05 WS-NK-DEPT-ID       PIC 9(3).
001250 01 WS-CB-SUB            PIC 9(4).
001260 01 WS-INSERT-SUB        PIC 9(4).
001270 01 WS-SHIFT-SUB         PIC 9(4).
001280 01 WS-FIND-EMP-ID       PIC 9(6).
001290 01 WS-FIND-STORE-ID     PIC 9(4).
001300 01 WS-FOUND-SW          PIC X(1).
001310   88 WS-ROW-FOUND       VALUE "Y".
001320   88 WS-ROW-NOT-FOUND   VALUE "N".
001330 01 WS-COMBO-FOUND-SW    PIC X(1).
001340   88 WS-COMBO-FOUND     VALUE "Y".
001350   88 WS-COMBO-NOT-FOUND VALUE "N".
001360 01 WS-EMP-NAME          PIC X(24).
001370*    EXCEPTIONS ARE HELD UNTIL THE FILES ARE READ SO EACH
001380* PRINTS AS ONE BLOCK
001390 01 WS-MAX-HITS          PIC 9(4) VALUE 2000.
001400 01 WS-REMOVED-COUNT     PIC 9(4) VALUE ZERO.
001410 01 WS-REMOVED-TABLE.
001420   05 WS-REMOVED-LINE    PIC X(80) OCCURS 2000 TIMES.
001430 01 WS-UNASSIGNED-COUNT  PIC 9(4) VALUE ZERO.
001440 01 WS-UNASSIGNED-TABLE.
001450   05 WS-UNASSIGNED-LINE PIC X(80) OCCURS 2000 TIMES.
001460 01 WS-STALE-COUNT       PIC 9(4) VALUE ZERO.
001470 01 WS-STALE-TABLE.
001480   05 WS-STALE-LINE      PIC X(80) OCCURS 2000 TIMES.
001490 01 WS-HIT-SUB           PIC 9(4).
001500 01 WS-COUNTERS.
001510   05 WS-EMP-READ        PIC 9(5) VALUE ZERO.
001520   05 WS-ACTIVE-STAFFED  PIC 9(5) VALUE ZERO.
001530   05 WS-EMPTY-STORES    PIC 9(5) VALUE ZERO.
001540 01 HEADING-LINE-1.
001550   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001560   05 FILLER             PIC X(30)
001570      VALUE "STAFFING BY HOME STORE".
001580   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001590   05 HL1-RUN-DATE       PIC 9(8).
001600   05 FILLER             PIC X(02) VALUE SPACES.
001610 01 SECTION-LINE.
001620   05 SEC-TITLE          PIC X(60).
001630   05 FILLER             PIC X(20) VALUE SPACES.
001640 01 STORE-LINE.
001650   05 FILLER             PIC X(06) VALUE "STORE ".
001660   05 SL-STORE-ID        PIC 9(04).
001670   05 FILLER             PIC X(70) VALUE SPACES.
001680 01 COMBO-HEADING.
001690   05 FILLER             PIC X(04) VALUE SPACES.
001700   05 FILLER             PIC X(07) VALUE "JOB".
001710   05 FILLER             PIC X(06) VALUE "DEPT".
001720   05 FILLER             PIC X(63) VALUE "ACTIVE".
001730 01 COMBO-LINE.
001740   05 FILLER             PIC X(04) VALUE SPACES.
001750   05 CL-JOB-CODE        PIC X(04).
001760   05 FILLER             PIC X(03) VALUE SPACES.
001770   05 CL-DEPT-ID         PIC 9(03).
001780   05 FILLER             PIC X(02) VALUE SPACES.
001790   05 CL-HEADCOUNT       PIC ZZ,ZZ9.
001800   05 FILLER             PIC X(58) VALUE SPACES.
001810 01 STORE-TOTAL-LINE.
001820   05 FILLER             PIC X(04) VALUE SPACES.
001830   05 FILLER             PIC X(12) VALUE "STORE TOTAL".
001840   05 STL-HEADCOUNT      PIC ZZ,ZZ9.
001850   05 FILLER             PIC X(58) VALUE SPACES.
001860 01 NO-STAFF-LINE.
001870   05 FILLER             PIC X(04) VALUE SPACES.
001880   05 FILLER             PIC X(40)
001890      VALUE "*** NO ACTIVE EMPLOYEES ***".
001900   05 FILLER             PIC X(36) VALUE SPACES.
001910 01 DETAIL-HEADING.
001920   05 FILLER             PIC X(33) VALUE "EMP-ID  EMPLOYEE".
001930   05 FILLER             PIC X(07) VALUE "STORE".
001940   05 FILLER             PIC X(40) VALUE "REASON".
001950 01 DETAIL-LINE.
001960   05 DL-EMP-ID          PIC 9(06).
001970   05 FILLER             PIC X(02) VALUE SPACES.
001980   05 DL-NAME            PIC X(24).
001990   05 FILLER             PIC X(01) VALUE SPACES.
002000   05 DL-STORE-ID        PIC X(04).
002010   05 FILLER             PIC X(03) VALUE SPACES.
002020   05 DL-REASON          PIC X(38).
002030   05 FILLER             PIC X(02) VALUE SPACES.
002040 01 NONE-LINE.
002050   05 FILLER             PIC X(08) VALUE SPACES.
002060   05 FILLER             PIC X(20) VALUE "NONE".
002070   05 FILLER             PIC X(52) VALUE SPACES.
002080 01 TOTAL-LINE.
002090   05 TL-LABEL           PIC X(30).
002100   05 TL-COUNT           PIC ZZ,ZZ9.
002110   05 FILLER             PIC X(44) VALUE SPACES.
002120 PROCEDURE DIVISION.
002130 000-MAIN-PROCEDURE.
002140      PERFORM P100-INITIALIZATION.
002150      PERFORM P110-LOAD-STORES.
002160      PERFORM P120-LOAD-ASSIGNMENTS.
002170      PERFORM P200-CHECK-EMPLOYEES.
002180      PERFORM P260-CHECK-UNMATCHED-ROWS.
002190      PERFORM P300-PRINT-REPORT.
002200      PERFORM P400-TERMINATION.
002210      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002220      STOP RUN.
002230 P100-INITIALIZATION.
002240      OPEN INPUT HOME-STORE-FILE.
002250      IF NOT HOMESTOR-OK
002260         DISPLAY "FAILURE TO OPEN HOMESTOR " HOMESTOR-STATUS
002270         MOVE 12 TO RETURN-CODE
002280         STOP RUN
002290      END-IF.
002300      OPEN INPUT STORE-KEYED-FILE.
002310      IF NOT STORKSD-OK
002320         DISPLAY "FAILURE TO OPEN STORKSD " STORKSD-STATUS
002330         MOVE 12 TO RETURN-CODE
002340         STOP RUN
002350      END-IF.
002360      OPEN INPUT EMPLOYEE-VS-FILE.
002370      IF NOT VSAM-OK
002380         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002390         MOVE 12 TO RETURN-CODE
002400         STOP RUN
002410      END-IF.
002420      OPEN OUTPUT REPORT-FILE.
002430      OPEN EXTEND SUITE-EXCEPTION-FILE.
002440      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450 P110-LOAD-STORES.
002460      PERFORM UNTIL WS-STORKSD-DONE
002470         READ STORE-KEYED-FILE NEXT RECORD
002480            AT END
002490               SET WS-STORKSD-DONE TO TRUE
002500            NOT AT END
002510               IF SI-STORE-HEADER AND NOT SI-APPLY-CONTROL-STORE
002520                  PERFORM P115-LOAD-ONE-STORE
002530               END-IF
002540         END-READ
002550      END-PERFORM.
002560      CLOSE STORE-KEYED-FILE.
002570      DISPLAY "STORES ON STORKSD    : " WS-STORE-COUNT.
002580 P115-LOAD-ONE-STORE.
002590*    A FULL TABLE WOULD MAKE THE LATER STORES LOOK REMOVED
002600* AND FLAG THEIR STAFF - STOP RATHER THAN REPORT WRONGLY
002610      IF WS-STORE-COUNT >= WS-MAX-STORES
002620         DISPLAY "STORE TABLE FULL AT STORE " SI-STORE-ID
002630         MOVE 12 TO RETURN-CODE
002640         STOP RUN
002650      END-IF.
002660      ADD 1 TO WS-STORE-COUNT.
002670      SET ST-IDX TO WS-STORE-COUNT.
002680      MOVE SI-STORE-ID TO WS-ST-STORE-ID (ST-IDX).
002690      MOVE ZERO        TO WS-ST-HEADCOUNT (ST-IDX).
002700 P120-LOAD-ASSIGNMENTS.
002710      PERFORM UNTIL WS-HOMESTOR-DONE
002720         READ HOME-STORE-FILE
002730            AT END
002740               SET WS-HOMESTOR-DONE TO TRUE
002750            NOT AT END
002760               PERFORM P125-LOAD-ONE-ASSIGNMENT
002770         END-READ
002780      END-PERFORM.
002790      CLOSE HOME-STORE-FILE.
002800      DISPLAY "HOMESTOR ROWS READ   : " WS-ASSIGN-COUNT.
002810 P125-LOAD-ONE-ASSIGNMENT.
002820      IF WS-ASSIGN-COUNT >= WS-MAX-ASSIGNS
002830         DISPLAY "ASSIGNMENT TABLE FULL AT EMP-ID " HS-EMP-ID
002840         MOVE 12 TO RETURN-CODE
002850         STOP RUN
002860      END-IF.
002870      ADD 1 TO WS-ASSIGN-COUNT.
002880      SET AS-IDX TO WS-ASSIGN-COUNT.
002890      MOVE HS-EMP-ID   TO WS-AS-EMP-ID (AS-IDX).
002900      MOVE HS-STORE-ID TO WS-AS-STORE-ID (AS-IDX).
002910      MOVE "N"         TO WS-AS-MATCHED-SW (AS-IDX).
002920 P200-CHECK-EMPLOYEES.
002930      PERFORM UNTIL WS-EMP-DONE
002940         READ EMPLOYEE-VS-FILE NEXT RECORD
002950            AT END
002960               SET WS-EMP-DONE TO TRUE
002970            NOT AT END
002980               ADD 1 TO WS-EMP-READ
002990               PERFORM P210-CHECK-ONE-EMPLOYEE THRU P210-EXIT
003000         END-READ
003010      END-PERFORM.
003020      CLOSE EMPLOYEE-VS-FILE.
003030      DISPLAY "EMPVSFIL RECORDS READ: " WS-EMP-READ.
003040 P210-CHECK-ONE-EMPLOYEE.
003050      MOVE SPACES TO WS-EMP-NAME.
003060      STRING EMP-LAST-NAME  DELIMITED BY "  "
003070             ", "           DELIMITED BY SIZE
003080             EMP-FIRST-NAME DELIMITED BY "  "
003090         INTO WS-EMP-NAME
003100      END-STRING.
003110      MOVE SPACES      TO DETAIL-LINE.
003120      MOVE EMP-ID      TO DL-EMP-ID.
003130      MOVE WS-EMP-NAME TO DL-NAME.
003140      MOVE EMP-ID TO WS-FIND-EMP-ID.
003150      PERFORM P220-FIND-ASSIGNMENT.
003160      IF WS-ROW-NOT-FOUND
003170         IF EMP-ACTIVE
003180            MOVE "NO HOME STORE ASSIGNED" TO DL-REASON
003190            PERFORM P245-HOLD-UNASSIGNED-LINE
003200         END-IF
003210         GO TO P210-EXIT
003220      END-IF.
003230      SET WS-AS-MATCHED (AS-IDX) TO TRUE.
003240      MOVE WS-AS-STORE-ID (AS-IDX) TO DL-STORE-ID
003250                                      WS-FIND-STORE-ID.
003260      IF EMP-TERMINATED
003270         MOVE "EMPLOYEE TERMINATED" TO DL-REASON
003280         PERFORM P250-HOLD-STALE-LINE
003290         GO TO P210-EXIT
003300      END-IF.
003310      PERFORM P225-FIND-STORE.
003320      IF WS-ROW-NOT-FOUND
003330         MOVE "STORE REMOVED FROM STORKSD (STORMNT)"
003340            TO DL-REASON
003350         PERFORM P240-HOLD-REMOVED-LINE
003360         GO TO P210-EXIT
003370      END-IF.
003380      IF EMP-ACTIVE
003390         ADD 1 TO WS-ST-HEADCOUNT (ST-IDX)
003400         ADD 1 TO WS-ACTIVE-STAFFED
003410         PERFORM P230-COUNT-IN-COMBO
003420      END-IF.
003430 P210-EXIT.
003440      EXIT.
003450 P220-FIND-ASSIGNMENT.
003460      SET WS-ROW-NOT-FOUND TO TRUE.
003470      PERFORM VARYING AS-IDX FROM 1 BY 1
003480         UNTIL AS-IDX > WS-ASSIGN-COUNT
003490         IF WS-AS-EMP-ID (AS-IDX) = WS-FIND-EMP-ID
003500            SET WS-ROW-FOUND TO TRUE
003510            EXIT PERFORM
003520         END-IF
003530      END-PERFORM.
003540 P225-FIND-STORE.
003550      SET WS-ROW-NOT-FOUND TO TRUE.
003560      PERFORM VARYING ST-IDX FROM 1 BY 1
003570         UNTIL ST-IDX > WS-STORE-COUNT
003580         IF WS-ST-STORE-ID (ST-IDX) = WS-FIND-STORE-ID
003590            SET WS-ROW-FOUND TO TRUE
003600            EXIT PERFORM
003610         END-IF
003620      END-PERFORM.
003630 P230-COUNT-IN-COMBO.
003640*    FIND THE STORE/JOB/DEPT ENTRY, OR THE FIRST ENTRY PAST
003650* IT - A NEW ENTRY IS OPENED THERE BY SHIFTING THE REST DOWN
003660      MOVE WS-FIND-STORE-ID TO WS-NK-STORE-ID.
003670      MOVE EMP-JOB-CODE     TO WS-NK-JOB-CODE.
003680      MOVE EMP-DEPT-ID      TO WS-NK-DEPT-ID.
003690      SET WS-COMBO-NOT-FOUND TO TRUE.
003700      PERFORM VARYING WS-CB-SUB FROM 1 BY 1
003710         UNTIL WS-CB-SUB > WS-COMBO-COUNT
003720         IF WS-CB-KEY (WS-CB-SUB) = WS-NEW-COMBO-KEY
003730            SET WS-COMBO-FOUND TO TRUE
003740            EXIT PERFORM
003750         END-IF
003760         IF WS-CB-KEY (WS-CB-SUB) > WS-NEW-COMBO-KEY
003770            EXIT PERFORM
003780         END-IF
003790      END-PERFORM.
003800      IF WS-COMBO-FOUND
003810         ADD 1 TO WS-CB-HEADCOUNT (WS-CB-SUB)
003820      ELSE
003830         IF WS-COMBO-COUNT >= WS-MAX-COMBOS
003840            DISPLAY "HEADCOUNT TABLE FULL AT EMP-ID " EMP-ID
003850            MOVE 12 TO RETURN-CODE
003860            STOP RUN
003870         END-IF
003880         MOVE WS-CB-SUB TO WS-INSERT-SUB
003890         PERFORM VARYING WS-SHIFT-SUB FROM WS-COMBO-COUNT BY -1
003900            UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
003910            MOVE WS-CB-ENTRY (WS-SHIFT-SUB)
003920               TO WS-CB-ENTRY (WS-SHIFT-SUB + 1)
003930         END-PERFORM
003940         MOVE WS-NEW-COMBO-KEY TO WS-CB-KEY (WS-INSERT-SUB)
003950         MOVE 1 TO WS-CB-HEADCOUNT (WS-INSERT-SUB)
003960         ADD 1 TO WS-COMBO-COUNT
003970      END-IF.
003980 P240-HOLD-REMOVED-LINE.
003990      IF WS-REMOVED-COUNT < WS-MAX-HITS
004000         ADD 1 TO WS-REMOVED-COUNT
004010         MOVE DETAIL-LINE TO WS-REMOVED-LINE (WS-REMOVED-COUNT)
004020      END-IF.
004030      MOVE "L"            TO EX-SEVERITY.
004040      MOVE SPACES         TO EX-KEY.
004050      MOVE EMP-ID         TO EX-KEY.
004060      MOVE "R002"         TO EX-REASON-CODE.
004070      MOVE DL-REASON      TO EX-REASON-TEXT.
004080      PERFORM P398-WRITE-SUITE-EXCEPTION.
004090 P245-HOLD-UNASSIGNED-LINE.
004100      IF WS-UNASSIGNED-COUNT < WS-MAX-HITS
004110         ADD 1 TO WS-UNASSIGNED-COUNT
004120         MOVE DETAIL-LINE
004130            TO WS-UNASSIGNED-LINE (WS-UNASSIGNED-COUNT)
004140      END-IF.
004150 P250-HOLD-STALE-LINE.
004160      IF WS-STALE-COUNT < WS-MAX-HITS
004170         ADD 1 TO WS-STALE-COUNT
004180         MOVE DETAIL-LINE TO WS-STALE-LINE (WS-STALE-COUNT)
004190      END-IF.
004200 P260-CHECK-UNMATCHED-ROWS.
004210*    A ROW NO EMPVSFIL RECORD CLAIMED BELONGS TO AN EMPLOYEE
004220* DELETED BY VSMC OR ARCHIVED BY EMPARCH
004230      PERFORM VARYING AS-IDX FROM 1 BY 1
004240         UNTIL AS-IDX > WS-ASSIGN-COUNT
004250         IF NOT WS-AS-MATCHED (AS-IDX)
004260            MOVE SPACES TO DETAIL-LINE
004270            MOVE WS-AS-EMP-ID (AS-IDX)   TO DL-EMP-ID
004280            MOVE WS-AS-STORE-ID (AS-IDX) TO DL-STORE-ID
004290            MOVE "EMPLOYEE DELETED (VSMC) OR ARCHIVED"
004300               TO DL-REASON
004310            PERFORM P250-HOLD-STALE-LINE
004320         END-IF
004330      END-PERFORM.
004340 P300-PRINT-REPORT.
004350      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
004360      WRITE REPORT-LINE FROM HEADING-LINE-1.
004370      MOVE SPACES TO REPORT-LINE.
004380      WRITE REPORT-LINE.
004390      MOVE "ACTIVE HEADCOUNT BY STORE, JOB CODE AND DEPARTMENT"
004400         TO SEC-TITLE.
004410      WRITE REPORT-LINE FROM SECTION-LINE.
004420      IF WS-STORE-COUNT = ZERO
004430         WRITE REPORT-LINE FROM NONE-LINE
004440      END-IF.
004450*    THE STORE TABLE AND THE HEADCOUNT TABLE ARE BOTH IN
004460* STORE ORDER, SO ONE PASS DOWN EACH PRINTS THE STORES
004470      MOVE 1 TO WS-CB-SUB.
004480      PERFORM VARYING ST-IDX FROM 1 BY 1
004490         UNTIL ST-IDX > WS-STORE-COUNT
004500         PERFORM P310-PRINT-ONE-STORE
004510      END-PERFORM.
004520      MOVE SPACES TO REPORT-LINE.
004530      WRITE REPORT-LINE.
004540      MOVE "EMPLOYEES ASSIGNED TO A REMOVED STORE" TO SEC-TITLE.
004550      WRITE REPORT-LINE FROM SECTION-LINE.
004560      WRITE REPORT-LINE FROM DETAIL-HEADING.
004570      IF WS-REMOVED-COUNT = ZERO
004580         WRITE REPORT-LINE FROM NONE-LINE
004590      END-IF.
004600      PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
004610         UNTIL WS-HIT-SUB > WS-REMOVED-COUNT
004620         WRITE REPORT-LINE FROM WS-REMOVED-LINE (WS-HIT-SUB)
004630      END-PERFORM.
004640      MOVE SPACES TO REPORT-LINE.
004650      WRITE REPORT-LINE.
004660      MOVE "ACTIVE EMPLOYEES WITH NO HOME STORE" TO SEC-TITLE.
004670      WRITE REPORT-LINE FROM SECTION-LINE.
004680      WRITE REPORT-LINE FROM DETAIL-HEADING.
004690      IF WS-UNASSIGNED-COUNT = ZERO
004700         WRITE REPORT-LINE FROM NONE-LINE
004710      END-IF.
004720      PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
004730         UNTIL WS-HIT-SUB > WS-UNASSIGNED-COUNT
004740         WRITE REPORT-LINE FROM WS-UNASSIGNED-LINE (WS-HIT-SUB)
004750      END-PERFORM.
004760      MOVE SPACES TO REPORT-LINE.
004770      WRITE REPORT-LINE.
004780      MOVE "STALE ASSIGNMENTS - EMPLOYEE GONE OR TERMINATED"
004790         TO SEC-TITLE.
004800      WRITE REPORT-LINE FROM SECTION-LINE.
004810      WRITE REPORT-LINE FROM DETAIL-HEADING.
004820      IF WS-STALE-COUNT = ZERO
004830         WRITE REPORT-LINE FROM NONE-LINE
004840      END-IF.
004850      PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
004860         UNTIL WS-HIT-SUB > WS-STALE-COUNT
004870         WRITE REPORT-LINE FROM WS-STALE-LINE (WS-HIT-SUB)
004880      END-PERFORM.
004890      MOVE SPACES TO REPORT-LINE.
004900      WRITE REPORT-LINE.
004910      MOVE "STORES ON STORKSD:" TO TL-LABEL.
004920      MOVE WS-STORE-COUNT TO TL-COUNT.
004930      WRITE REPORT-LINE FROM TOTAL-LINE.
004940      MOVE "STORES WITH NO ACTIVE STAFF:" TO TL-LABEL.
004950      MOVE WS-EMPTY-STORES TO TL-COUNT.
004960      WRITE REPORT-LINE FROM TOTAL-LINE.
004970      MOVE "ACTIVE EMPLOYEES STAFFED:" TO TL-LABEL.
004980      MOVE WS-ACTIVE-STAFFED TO TL-COUNT.
004990      WRITE REPORT-LINE FROM TOTAL-LINE.
005000      MOVE "ASSIGNED TO A REMOVED STORE:" TO TL-LABEL.
005010      MOVE WS-REMOVED-COUNT TO TL-COUNT.
005020      WRITE REPORT-LINE FROM TOTAL-LINE.
005030      MOVE "ACTIVE WITH NO HOME STORE:" TO TL-LABEL.
005040      MOVE WS-UNASSIGNED-COUNT TO TL-COUNT.
005050      WRITE REPORT-LINE FROM TOTAL-LINE.
005060      MOVE "STALE ASSIGNMENTS:" TO TL-LABEL.
005070      MOVE WS-STALE-COUNT TO TL-COUNT.
005080      WRITE REPORT-LINE FROM TOTAL-LINE.
005090 P310-PRINT-ONE-STORE.
005100      MOVE SPACES TO REPORT-LINE.
005110      WRITE REPORT-LINE.
005120      MOVE WS-ST-STORE-ID (ST-IDX) TO SL-STORE-ID.
005130      WRITE REPORT-LINE FROM STORE-LINE.
005140      IF WS-ST-HEADCOUNT (ST-IDX) = ZERO
005150         WRITE REPORT-LINE FROM NO-STAFF-LINE
005160         ADD 1 TO WS-EMPTY-STORES
005170         MOVE "L"                     TO EX-SEVERITY
005180         MOVE SPACES                  TO EX-KEY
005190         MOVE WS-ST-STORE-ID (ST-IDX) TO EX-KEY
005200         MOVE "R003"                  TO EX-REASON-CODE
005210         MOVE "STORE HAS NO ACTIVE EMPLOYEES"
005220            TO EX-REASON-TEXT
005230         PERFORM P398-WRITE-SUITE-EXCEPTION
005240      ELSE
005250         WRITE REPORT-LINE FROM COMBO-HEADING
005260         PERFORM UNTIL WS-CB-SUB > WS-COMBO-COUNT
005270            OR WS-CB-STORE-ID (WS-CB-SUB) NOT =
005280               WS-ST-STORE-ID (ST-IDX)
005290            MOVE WS-CB-JOB-CODE (WS-CB-SUB)  TO CL-JOB-CODE
005300            MOVE WS-CB-DEPT-ID (WS-CB-SUB)   TO CL-DEPT-ID
005310            MOVE WS-CB-HEADCOUNT (WS-CB-SUB) TO CL-HEADCOUNT
005320            WRITE REPORT-LINE FROM COMBO-LINE
005330            ADD 1 TO WS-CB-SUB
005340         END-PERFORM
005350         MOVE WS-ST-HEADCOUNT (ST-IDX) TO STL-HEADCOUNT
005360         WRITE REPORT-LINE FROM STORE-TOTAL-LINE
005370      END-IF.
005380 P398-WRITE-SUITE-EXCEPTION.
005390*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
005400* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
005410* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
005420      MOVE "STAFRPT0" TO EX-PROGRAM.
005430      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005440      ACCEPT EX-TIME FROM TIME.
005450      WRITE SUITE-EXCEPTION-REC.
005460 P400-TERMINATION.
005470      CLOSE REPORT-FILE.
005480      CLOSE SUITE-EXCEPTION-FILE.
005490      IF (WS-REMOVED-COUNT > ZERO OR WS-EMPTY-STORES > ZERO)
005500         AND WS-HIGHEST-RC < 4
005510         MOVE 4 TO WS-HIGHEST-RC
005520      END-IF.
005530      DISPLAY "STORES WITH NO STAFF : " WS-EMPTY-STORES.
005540      DISPLAY "REMOVED-STORE STAFF  : " WS-REMOVED-COUNT.
005550      DISPLAY "STAFRPT0 RETURN CODE : " WS-HIGHEST-RC.
