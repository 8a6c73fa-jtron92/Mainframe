000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPVORPH.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    NIGHTLY SUPERVISOR ORPHAN CHECK - RUNS IN EMPNITE      *
000090*    AFTER STEP010 VSMC HAS DELETED TONIGHT'S TERMINATIONS  *
000100*    AND STEP015 HAS CUT THE EMPSNAP ROSTER.  EVERY         *
000110*    SUPVMAST ROW (SUPVREC) WHOSE EMPLOYEE IS STILL ON THE  *
000120*    ROSTER AND NOT TERMINATED IS CHECKED AGAINST THE       *
000130*    SUPERVISOR IT NAMES:                                   *
000140*      - SUPERVISOR NO LONGER ON THE ROSTER - DELETED BY    *
000150*        VSMC OR ARCHIVED BY EMPARCH                        *
000160*      - SUPERVISOR ON THE ROSTER BUT TERMINATED            *
000170*    EACH ORPHAN IS LISTED AND WRITTEN TO SUITEEXC (H002)   *
000180*    AND THE STEP ENDS RC=4, SO THE EMPLOYEE IS RE-POINTED  *
000190*    THROUGH SUPVMNT.  ROWS FOR EMPLOYEES WHO ARE           *
000200*    THEMSELVES GONE OR TERMINATED ARE LISTED SEPARATELY AS *
000210*    STALE - A SUPVMNT DELETE CLEARS THEM.  READ ONLY - NO  *
000220*    SYSIN CARD                                             *
000230************************************************************
000240* MODIFICATION HISTORY                                     *
000250*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000260************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SUPERVISOR-FILE ASSIGN TO SUPVMAST
000310     ORGANIZATION IS SEQUENTIAL
000320     FILE STATUS  IS SUPVMAST-STATUS.
000330     SELECT SNAPSHOT-FILE ASSIGN TO EMPSNAP
000340     ORGANIZATION IS SEQUENTIAL
000350     FILE STATUS  IS EMPSNAP-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO RPTOUT
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS RPT-FILE-STATUS.
000390     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS SUITEEXC-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD SUPERVISOR-FILE
000450      RECORDING MODE IS F
000460      LABEL RECORDS ARE STANDARD
000470      RECORD CONTAINS 80 CHARACTERS
000480      DATA RECORD IS SUPERVISOR-REC.
000490     COPY SUPVREC.
000500 FD SNAPSHOT-FILE
000510      RECORDING MODE IS F
000520      LABEL RECORDS ARE STANDARD
000530      RECORD CONTAINS 120 CHARACTERS
000540      DATA RECORD IS EMPLOYEE.
000550     COPY EMPREC.
000560 FD REPORT-FILE
000570      RECORDING MODE IS F
000580      LABEL RECORDS ARE STANDARD
000590      DATA RECORD IS REPORT-LINE.
000600 01 REPORT-LINE          PIC X(80).
000610 FD SUITE-EXCEPTION-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 80 CHARACTERS
000650      DATA RECORD IS SUITE-EXCEPTION-REC.
000660     COPY EXCPTREC.
000670 WORKING-STORAGE SECTION.
000680 01 SUPVMAST-STATUS      PIC X(2).
000690   88 SUPVMAST-OK        VALUE "00".
000700 01 EMPSNAP-STATUS       PIC X(2).
000710   88 EMPSNAP-OK         VALUE "00".
000720 01 RPT-FILE-STATUS      PIC X(2).
000730 01 SUITEEXC-STATUS      PIC X(2).
000740 01 WS-SUPVMAST-EOF-SW   PIC X(1) VALUE "N".
000750   88 WS-SUPVMAST-DONE   VALUE "Y".
000760 01 WS-SNAP-EOF-SW       PIC X(1) VALUE "N".
000770   88 WS-SNAP-DONE       VALUE "Y".
000780 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000790 01 WS-RUN-DATE          PIC 9(8).
000800*    EVERY EMPSNAP RECORD - TERMINATED ONES TOO, SO A
000810* SUPERVISOR STILL ON FILE BUT TERMINATED CAN BE TOLD FROM
000820* ONE ALREADY DELETED OR ARCHIVED
000830 01 WS-MAX-EMPS          PIC 9(4) VALUE 2000.
000840 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
000850 01 WS-EMP-TABLE.
000860   05 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
000870     10 WS-ET-EMP-ID      PIC 9(6).
000880     10 WS-ET-NAME        PIC X(24).
000890     10 WS-ET-STATUS      PIC X(1).
000900       88 WS-ET-TERMINATED VALUE "T".
000910 01 WS-FIND-EMP-ID       PIC 9(6).
000920 01 WS-FOUND-SW          PIC X(1).
000930   88 WS-EMP-FOUND       VALUE "Y".
000940   88 WS-EMP-NOT-FOUND   VALUE "N".
000950 01 WS-FOUND-NAME        PIC X(24).
000960 01 WS-FOUND-STATUS      PIC X(1).
000970   88 WS-FOUND-TERMINATED VALUE "T".
000980*    ORPHANS AND STALE ROWS ARE HELD UNTIL THE FILE IS READ
000990* SO EACH PRINTS AS ONE BLOCK
001000 01 WS-MAX-HITS          PIC 9(4) VALUE 2000.
001010 01 WS-ORPHAN-COUNT      PIC 9(4) VALUE ZERO.
001020 01 WS-ORPHAN-TABLE.
001030   05 WS-ORPHAN-LINE     PIC X(80) OCCURS 2000 TIMES.
001040 01 WS-STALE-COUNT       PIC 9(4) VALUE ZERO.
001050 01 WS-STALE-TABLE.
001060   05 WS-STALE-LINE      PIC X(80) OCCURS 2000 TIMES.
001070 01 WS-HIT-SUB           PIC 9(4).
001080 01 WS-COUNTERS.
001090   05 WS-SNAP-READ       PIC 9(5) VALUE ZERO.
001100   05 WS-ROWS-READ       PIC 9(5) VALUE ZERO.
001110   05 WS-TOP-COUNT       PIC 9(5) VALUE ZERO.
001120   05 WS-ROWS-OK         PIC 9(5) VALUE ZERO.
001130 01 HEADING-LINE-1.
001140   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001150   05 FILLER             PIC X(30)
001160      VALUE "SUPERVISOR ORPHAN CHECK".
001170   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001180   05 HL1-RUN-DATE       PIC 9(8).
001190   05 FILLER             PIC X(02) VALUE SPACES.
001200 01 SECTION-LINE.
001210   05 SEC-TITLE          PIC X(60).
001220   05 FILLER             PIC X(20) VALUE SPACES.
001230 01 DETAIL-HEADING.
001240   05 FILLER             PIC X(33) VALUE "EMP-ID  EMPLOYEE".
001250   05 FILLER             PIC X(08) VALUE "SUPV".
001260   05 FILLER             PIC X(39) VALUE "REASON".
001270 01 DETAIL-LINE.
001280   05 DL-EMP-ID          PIC 9(06).
001290   05 FILLER             PIC X(02) VALUE SPACES.
001300   05 DL-NAME            PIC X(24).
001310   05 FILLER             PIC X(01) VALUE SPACES.
001320   05 DL-SUPV-ID         PIC 9(06).
001330   05 FILLER             PIC X(02) VALUE SPACES.
001340   05 DL-REASON          PIC X(38).
001350   05 FILLER             PIC X(01) VALUE SPACES.
001360 01 NONE-LINE.
001370   05 FILLER             PIC X(08) VALUE SPACES.
001380   05 FILLER             PIC X(20) VALUE "NONE".
001390   05 FILLER             PIC X(52) VALUE SPACES.
001400 01 TOTAL-LINE.
001410   05 TL-LABEL           PIC X(30).
001420   05 TL-COUNT           PIC ZZ,ZZ9.
001430   05 FILLER             PIC X(44) VALUE SPACES.
001440 PROCEDURE DIVISION.
001450 000-MAIN-PROCEDURE.
001460      PERFORM P100-INITIALIZATION.
001470      PERFORM P110-LOAD-ROSTER.
001480      PERFORM P200-CHECK-RELATIONSHIPS.
001490      PERFORM P250-PRINT-REPORT.
001500      PERFORM P300-TERMINATION.
001510      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001520      STOP RUN.
001530 P100-INITIALIZATION.
001540      OPEN INPUT SUPERVISOR-FILE.
001550      IF NOT SUPVMAST-OK
001560         DISPLAY "FAILURE TO OPEN SUPVMAST " SUPVMAST-STATUS
001570         MOVE 12 TO RETURN-CODE
001580         STOP RUN
001590      END-IF.
001600      OPEN INPUT SNAPSHOT-FILE.
001610      IF NOT EMPSNAP-OK
001620         DISPLAY "FAILURE TO OPEN EMPSNAP " EMPSNAP-STATUS
001630         MOVE 12 TO RETURN-CODE
001640         STOP RUN
001650      END-IF.
001660      OPEN OUTPUT REPORT-FILE.
001670      OPEN EXTEND SUITE-EXCEPTION-FILE.
001680      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690 P110-LOAD-ROSTER.
001700      PERFORM UNTIL WS-SNAP-DONE
001710         READ SNAPSHOT-FILE
001720            AT END
001730               SET WS-SNAP-DONE TO TRUE
001740            NOT AT END
001750               ADD 1 TO WS-SNAP-READ
001760               PERFORM P115-LOAD-ONE-EMPLOYEE
001770         END-READ
001780      END-PERFORM.
001790      CLOSE SNAPSHOT-FILE.
001800      DISPLAY "EMPSNAP RECORDS READ : " WS-SNAP-READ.
001810 P115-LOAD-ONE-EMPLOYEE.
001820*    A FULL TABLE WOULD MAKE THE LATER EMPLOYEES LOOK GONE
001830* AND FLAG FALSE ORPHANS - STOP RATHER THAN REPORT WRONGLY
001840      IF WS-EMP-COUNT >= WS-MAX-EMPS
001850         DISPLAY "EMPLOYEE TABLE FULL AT EMP-ID " EMP-ID
001860         MOVE 12 TO RETURN-CODE
001870         STOP RUN
001880      END-IF.
001890      ADD 1 TO WS-EMP-COUNT.
001900      SET EMP-IDX TO WS-EMP-COUNT.
001910      MOVE EMP-ID     TO WS-ET-EMP-ID (EMP-IDX).
001920      MOVE SPACES     TO WS-ET-NAME (EMP-IDX).
001930      STRING EMP-LAST-NAME  DELIMITED BY "  "
001940             ", "           DELIMITED BY SIZE
001950             EMP-FIRST-NAME DELIMITED BY "  "
001960         INTO WS-ET-NAME (EMP-IDX)
001970      END-STRING.
001980      MOVE EMP-STATUS TO WS-ET-STATUS (EMP-IDX).
001990 P200-CHECK-RELATIONSHIPS.
002000      PERFORM UNTIL WS-SUPVMAST-DONE
002010         READ SUPERVISOR-FILE
002020            AT END
002030               SET WS-SUPVMAST-DONE TO TRUE
002040            NOT AT END
002050               ADD 1 TO WS-ROWS-READ
002060               PERFORM P210-CHECK-ONE-ROW THRU P210-EXIT
002070         END-READ
002080      END-PERFORM.
002090      CLOSE SUPERVISOR-FILE.
002100      DISPLAY "SUPVMAST ROWS READ   : " WS-ROWS-READ.
002110 P210-CHECK-ONE-ROW.
002120      MOVE SPACES         TO DETAIL-LINE.
002130      MOVE SV-EMP-ID      TO DL-EMP-ID.
002140      MOVE SV-SUPV-EMP-ID TO DL-SUPV-ID.
002150      MOVE SV-EMP-ID TO WS-FIND-EMP-ID.
002160      PERFORM P220-FIND-EMPLOYEE.
002170      IF WS-EMP-NOT-FOUND
002180         MOVE "EMPLOYEE DELETED (VSMC) OR ARCHIVED"
002190            TO DL-REASON
002200         PERFORM P240-HOLD-STALE-LINE
002210         GO TO P210-EXIT
002220      END-IF.
002230      MOVE WS-FOUND-NAME TO DL-NAME.
002240      IF WS-FOUND-TERMINATED
002250         MOVE "EMPLOYEE TERMINATED" TO DL-REASON
002260         PERFORM P240-HOLD-STALE-LINE
002270         GO TO P210-EXIT
002280      END-IF.
002290      IF SV-TOP-OF-ORG
002300         ADD 1 TO WS-TOP-COUNT
002310         GO TO P210-EXIT
002320      END-IF.
002330      MOVE SV-SUPV-EMP-ID TO WS-FIND-EMP-ID.
002340      PERFORM P220-FIND-EMPLOYEE.
002350      IF WS-EMP-NOT-FOUND
002360         MOVE "SUPERVISOR DELETED (VSMC) OR ARCHIVED"
002370            TO DL-REASON
002380         PERFORM P230-HOLD-ORPHAN-LINE
002390         GO TO P210-EXIT
002400      END-IF.
002410      IF WS-FOUND-TERMINATED
002420         MOVE "SUPERVISOR TERMINATED" TO DL-REASON
002430         PERFORM P230-HOLD-ORPHAN-LINE
002440         GO TO P210-EXIT
002450      END-IF.
002460      ADD 1 TO WS-ROWS-OK.
002470 P210-EXIT.
002480      EXIT.
002490 P220-FIND-EMPLOYEE.
002500      SET WS-EMP-NOT-FOUND TO TRUE.
002510      PERFORM VARYING EMP-IDX FROM 1 BY 1
002520         UNTIL EMP-IDX > WS-EMP-COUNT
002530         IF WS-ET-EMP-ID (EMP-IDX) = WS-FIND-EMP-ID
002540            SET WS-EMP-FOUND TO TRUE
002550            MOVE WS-ET-NAME (EMP-IDX)   TO WS-FOUND-NAME
002560            MOVE WS-ET-STATUS (EMP-IDX) TO WS-FOUND-STATUS
002570            EXIT PERFORM
002580         END-IF
002590      END-PERFORM.
002600 P230-HOLD-ORPHAN-LINE.
002610      IF WS-ORPHAN-COUNT < WS-MAX-HITS
002620         ADD 1 TO WS-ORPHAN-COUNT
002630         MOVE DETAIL-LINE TO WS-ORPHAN-LINE (WS-ORPHAN-COUNT)
002640      END-IF.
002650      MOVE "L"            TO EX-SEVERITY.
002660      MOVE SPACES         TO EX-KEY.
002670      MOVE SV-EMP-ID      TO EX-KEY.
002680      MOVE "H002"         TO EX-REASON-CODE.
002690      MOVE DL-REASON      TO EX-REASON-TEXT.
002700      PERFORM P298-WRITE-SUITE-EXCEPTION.
002710 P240-HOLD-STALE-LINE.
002720      IF WS-STALE-COUNT < WS-MAX-HITS
002730         ADD 1 TO WS-STALE-COUNT
002740         MOVE DETAIL-LINE TO WS-STALE-LINE (WS-STALE-COUNT)
002750      END-IF.
002760 P250-PRINT-REPORT.
002770      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
002780      WRITE REPORT-LINE FROM HEADING-LINE-1.
002790      MOVE SPACES TO REPORT-LINE.
002800      WRITE REPORT-LINE.
002810      MOVE "EMPLOYEES WHOSE SUPERVISOR IS GONE OR TERMINATED"
002820         TO SEC-TITLE.
002830      WRITE REPORT-LINE FROM SECTION-LINE.
002840      WRITE REPORT-LINE FROM DETAIL-HEADING.
002850      IF WS-ORPHAN-COUNT = ZERO
002860         WRITE REPORT-LINE FROM NONE-LINE
002870      END-IF.
002880      PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
002890         UNTIL WS-HIT-SUB > WS-ORPHAN-COUNT
002900         WRITE REPORT-LINE FROM WS-ORPHAN-LINE (WS-HIT-SUB)
002910      END-PERFORM.
002920      MOVE SPACES TO REPORT-LINE.
002930      WRITE REPORT-LINE.
002940      MOVE "STALE ROWS - EMPLOYEE GONE OR TERMINATED"
002950         TO SEC-TITLE.
002960      WRITE REPORT-LINE FROM SECTION-LINE.
002970      WRITE REPORT-LINE FROM DETAIL-HEADING.
002980      IF WS-STALE-COUNT = ZERO
002990         WRITE REPORT-LINE FROM NONE-LINE
003000      END-IF.
003010      PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
003020         UNTIL WS-HIT-SUB > WS-STALE-COUNT
003030         WRITE REPORT-LINE FROM WS-STALE-LINE (WS-HIT-SUB)
003040      END-PERFORM.
003050      MOVE SPACES TO REPORT-LINE.
003060      WRITE REPORT-LINE.
003070      MOVE "RELATIONSHIPS READ:" TO TL-LABEL.
003080      MOVE WS-ROWS-READ TO TL-COUNT.
003090      WRITE REPORT-LINE FROM TOTAL-LINE.
003100      MOVE "TOP OF THE ORGANIZATION:" TO TL-LABEL.
003110      MOVE WS-TOP-COUNT TO TL-COUNT.
003120      WRITE REPORT-LINE FROM TOTAL-LINE.
003130      MOVE "SUPERVISOR IN GOOD STANDING:" TO TL-LABEL.
003140      MOVE WS-ROWS-OK TO TL-COUNT.
003150      WRITE REPORT-LINE FROM TOTAL-LINE.
003160      MOVE "ORPHANED EMPLOYEES:" TO TL-LABEL.
003170      MOVE WS-ORPHAN-COUNT TO TL-COUNT.
003180      WRITE REPORT-LINE FROM TOTAL-LINE.
003190      MOVE "STALE ROWS:" TO TL-LABEL.
003200      MOVE WS-STALE-COUNT TO TL-COUNT.
003210      WRITE REPORT-LINE FROM TOTAL-LINE.
003220 P298-WRITE-SUITE-EXCEPTION.
003230*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
003240* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
003250* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
003260      MOVE "SUPVORPH" TO EX-PROGRAM.
003270      ACCEPT EX-DATE FROM DATE YYYYMMDD.
003280      ACCEPT EX-TIME FROM TIME.
003290      WRITE SUITE-EXCEPTION-REC.
003300 P300-TERMINATION.
003310      CLOSE REPORT-FILE.
003320      CLOSE SUITE-EXCEPTION-FILE.
003330      IF WS-ORPHAN-COUNT > ZERO AND WS-HIGHEST-RC < 4
003340         MOVE 4 TO WS-HIGHEST-RC
003350      END-IF.
003360      DISPLAY "ORPHANED EMPLOYEES   : " WS-ORPHAN-COUNT.
003370      DISPLAY "STALE ROWS           : " WS-STALE-COUNT.
003380      DISPLAY "SUPVORPH RETURN CODE : " WS-HIGHEST-RC.
