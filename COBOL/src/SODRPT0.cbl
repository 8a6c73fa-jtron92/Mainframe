000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SODRPT0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MONTHLY SEGREGATION-OF-DUTIES VIOLATIONS REPORT FOR    *
000090*    COMPLIANCE - LISTS EVERY VIOLATION SODCHK0 RAISED IN   *
000100*    THE MONTH (SODHIST, SODHREC LAYOUT) GROUPED BY THE     *
000110*    USER-ID THAT BROKE THE RULE, WITH BOTH HALVES OF EACH  *
000120*    CONFLICT AND A COUNT PER USER, THEN THE MONTH'S TOTALS *
000130*    BY RULE (DESCRIPTIONS FROM SODRULE, SODRREC LAYOUT).   *
000140*    SYSIN - COLS 1-6 THE MONTH YYYYMM (BLANK = LAST MONTH) *
000150************************************************************
000160* MODIFICATION HISTORY                                     *
000170*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000180************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT SOD-HIST-FILE ASSIGN TO SODHIST
000230     ORGANIZATION IS SEQUENTIAL
000240     FILE STATUS  IS SODHIST-STATUS.
000250     SELECT SOD-RULE-FILE ASSIGN TO SODRULE
000260     ORGANIZATION IS SEQUENTIAL
000270     FILE STATUS  IS SODRULE-STATUS.
000280     SELECT REPORT-FILE ASSIGN TO RPTOUT
000290     ORGANIZATION IS SEQUENTIAL
000300     FILE STATUS  IS RPT-FILE-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD SOD-HIST-FILE
000340      RECORDING MODE IS F
000350      LABEL RECORDS ARE STANDARD
000360      RECORD CONTAINS 80 CHARACTERS
000370      DATA RECORD IS SOD-HIST-REC.
000380     COPY SODHREC.
000390 FD SOD-RULE-FILE
000400      RECORDING MODE IS F
000410      LABEL RECORDS ARE STANDARD
000420      RECORD CONTAINS 80 CHARACTERS
000430      DATA RECORD IS SOD-RULE-REC.
000440     COPY SODRREC.
000450 FD REPORT-FILE
000460      RECORDING MODE IS F
000470      LABEL RECORDS ARE STANDARD
000480      DATA RECORD IS REPORT-LINE.
000490 01 REPORT-LINE          PIC X(132).
000500 WORKING-STORAGE SECTION.
000510 01 SODHIST-STATUS       PIC X(2).
000520   88 SODHIST-OK         VALUE "00".
000530 01 SODRULE-STATUS       PIC X(2).
000540   88 SODRULE-OK         VALUE "00".
000550 01 RPT-FILE-STATUS      PIC X(2).
000560 01 WS-SODHIST-EOF-SW    PIC X(1) VALUE "N".
000570   88 WS-SODHIST-DONE    VALUE "Y".
000580 01 WS-SODRULE-EOF-SW    PIC X(1) VALUE "N".
000590   88 WS-SODRULE-DONE    VALUE "Y".
000600 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000610 01 WS-CONTROL-CARD.
000620   05 WS-CC-MONTH        PIC X(06).
000630   05 WS-CC-MONTH-R REDEFINES WS-CC-MONTH.
000640     10 WS-CC-YEAR-N     PIC 9(04).
000650     10 WS-CC-MONTH-N    PIC 9(02).
000660   05 FILLER             PIC X(74).
000670 01 WS-RUN-DATE          PIC 9(8).
000680 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000690   05 WS-RUN-YEAR        PIC 9(4).
000700   05 WS-RUN-MONTH       PIC 9(2).
000710   05 WS-RUN-DAY         PIC 9(2).
000720 01 WS-REPORT-MONTH.
000730   05 WS-RM-YEAR         PIC 9(4).
000740   05 WS-RM-MONTH        PIC 9(2).
000750 01 WS-DATE-BUILD.
000760    05 WS-DB-YEAR    PIC X(4).
000770    05 FILLER        PIC X(1) VALUE "-".
000780    05 WS-DB-MONTH   PIC X(2).
000790    05 FILLER        PIC X(1) VALUE "-".
000800    05 WS-DB-DAY     PIC X(2).
000810 01 WS-DATE-EDIT.
000820    05 WS-DE-YEAR    PIC X(4).
000830    05 WS-DE-MONTH   PIC X(2).
000840    05 WS-DE-DAY     PIC X(2).
000850 01 WS-FMT-DATE          PIC 9(8).
000860 01 WS-FMT-OUT           PIC X(10).
000870*    THE RULES FROM SODRULE WITH THE MONTH'S COUNT OF EACH.  A
000880* RULE-ID ON SODHIST THAT IS NO LONGER ON SODRULE IS ADDED AT
000890* RUN TIME SO ITS VIOLATIONS STILL COUNT
000900 01 WS-MAX-RULES         PIC 9(2) VALUE 30.
000910 01 WS-RULE-COUNT        PIC 9(2) VALUE ZERO.
000920 01 WS-RULE-SUB          PIC 9(2).
000930 01 WS-RULE-TABLE.
000940    05 WS-RULE-ENTRY OCCURS 30 TIMES.
000950      10 RT-RULE-ID       PIC X(04).
000960      10 RT-DESC          PIC X(25).
000970      10 RT-COUNT         PIC 9(05).
000980 01 WS-FIND-RULE-ID      PIC X(4).
000990 01 WS-RULE-FOUND-SW     PIC X(1).
001000   88 WS-RULE-FOUND      VALUE "Y".
001010   88 WS-RULE-NOT-FOUND  VALUE "N".
001020*    THE MONTH'S VIOLATIONS, SORTED BY USER-ID, RULE, AND DATE
001030 01 WS-MAX-VIOLS         PIC 9(4) VALUE 2000.
001040 01 WS-VIOL-COUNT        PIC 9(4) VALUE ZERO.
001050 01 WS-VIOL-SUB          PIC 9(4).
001060 01 WS-VIOL-SUB-2        PIC 9(4).
001070 01 WS-VIOL-TABLE.
001080    05 WS-VIOL-ENTRY OCCURS 2000 TIMES.
001090      10 VT-SORT-KEY.
001100        15 VT-USER-ID       PIC X(08).
001110        15 VT-RULE-ID       PIC X(04).
001120        15 VT-DETECT-DATE   PIC 9(08).
001130        15 VT-EMP-ID        PIC 9(06).
001140      10 VT-FIRST-DATE      PIC 9(08).
001150      10 VT-FIRST-PROGRAM   PIC X(08).
001160      10 VT-FIRST-ACTION    PIC X(08).
001170      10 VT-SECOND-DATE     PIC 9(08).
001180      10 VT-SECOND-PROGRAM  PIC X(08).
001190      10 VT-SECOND-ACTION   PIC X(08).
001200 01 WS-SWAP-ENTRY        PIC X(74).
001210 01 WS-PREV-USER-ID      PIC X(08).
001220 01 WS-USER-VIOLS        PIC 9(5) VALUE ZERO.
001230 01 WS-COUNTERS.
001240   05 WS-HIST-READ       PIC 9(7) VALUE ZERO.
001250   05 WS-TOT-USERS       PIC 9(5) VALUE ZERO.
001260 01 HEADING-LINE-1.
001270   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001280   05 FILLER             PIC X(40)
001290      VALUE "SEGREGATION-OF-DUTIES VIOLATIONS".
001300   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001310   05 HL1-RUN-DATE       PIC 9(8).
001320   05 FILLER             PIC X(44) VALUE SPACES.
001330 01 HEADING-LINE-2.
001340   05 FILLER             PIC X(15) VALUE "FOR THE MONTH: ".
001350   05 HL2-YEAR           PIC 9(4).
001360   05 FILLER             PIC X(01) VALUE "-".
001370   05 HL2-MONTH          PIC 9(2).
001380   05 FILLER             PIC X(110) VALUE SPACES.
001390 01 COLUMN-HEADING-1.
001400   05 FILLER             PIC X(40)
001410      VALUE "USER-ID  RULE FOUND ON    EMP-ID  FIRST ".
001420   05 FILLER             PIC X(40)
001430      VALUE "ACTION ---------------  SECOND ACTION --".
001440   05 FILLER             PIC X(52)
001450      VALUE "------------".
001460 01 COLUMN-HEADING-2.
001470   05 FILLER             PIC X(40)
001480      VALUE "                                  DATE  ".
001490   05 FILLER             PIC X(40)
001500      VALUE "     PROGRAM  ACTION    DATE       PROGR".
001510   05 FILLER             PIC X(52)
001520      VALUE "AM  ACTION".
001530 01 DETAIL-LINE.
001540   05 DL-USER-ID         PIC X(08).
001550   05 FILLER             PIC X(01) VALUE SPACES.
001560   05 DL-RULE-ID         PIC X(04).
001570   05 FILLER             PIC X(01) VALUE SPACES.
001580   05 DL-DETECT-DATE     PIC X(10).
001590   05 FILLER             PIC X(02) VALUE SPACES.
001600   05 DL-EMP-ID          PIC 9(06).
001610   05 FILLER             PIC X(02) VALUE SPACES.
001620   05 DL-FIRST-DATE      PIC X(10).
001630   05 FILLER             PIC X(01) VALUE SPACES.
001640   05 DL-FIRST-PROGRAM   PIC X(08).
001650   05 FILLER             PIC X(01) VALUE SPACES.
001660   05 DL-FIRST-ACTION    PIC X(08).
001670   05 FILLER             PIC X(02) VALUE SPACES.
001680   05 DL-SECOND-DATE     PIC X(10).
001690   05 FILLER             PIC X(01) VALUE SPACES.
001700   05 DL-SECOND-PROGRAM  PIC X(08).
001710   05 FILLER             PIC X(01) VALUE SPACES.
001720   05 DL-SECOND-ACTION   PIC X(08).
001730   05 FILLER             PIC X(41) VALUE SPACES.
001740 01 USER-TOTAL-LINE.
001750   05 FILLER             PIC X(09) VALUE SPACES.
001760   05 FILLER             PIC X(15) VALUE "TOTAL FOR USER ".
001770   05 UTL-USER-ID        PIC X(08).
001780   05 FILLER             PIC X(03) VALUE " : ".
001790   05 UTL-COUNT          PIC ZZ,ZZ9.
001800   05 FILLER             PIC X(91) VALUE SPACES.
001810 01 RULE-HEADING-LINE.
001820   05 FILLER             PIC X(40)
001830      VALUE "VIOLATIONS BY RULE".
001840   05 FILLER             PIC X(92) VALUE SPACES.
001850 01 RULE-TOTAL-LINE.
001860   05 RTL-RULE-ID        PIC X(04).
001870   05 FILLER             PIC X(02) VALUE SPACES.
001880   05 RTL-DESC           PIC X(25).
001890   05 FILLER             PIC X(02) VALUE SPACES.
001900   05 RTL-COUNT          PIC ZZ,ZZ9.
001910   05 FILLER             PIC X(93) VALUE SPACES.
001920 01 TOTAL-LINE.
001930   05 TL-LABEL           PIC X(40).
001940   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
001950   05 FILLER             PIC X(81) VALUE SPACES.
001960 PROCEDURE DIVISION.
001970 000-MAIN-PROCEDURE.
001980      PERFORM P100-INITIALIZATION.
001990      PERFORM P110-LOAD-RULES.
002000      PERFORM P120-LOAD-VIOLATIONS.
002010      PERFORM P240-SORT-VIOLATIONS.
002020      PERFORM P250-PRINT-REPORT.
002030      PERFORM P300-TERMINATION.
002040      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002050      STOP RUN.
002060 P100-INITIALIZATION.
002070      OPEN INPUT SOD-HIST-FILE.
002080      IF NOT SODHIST-OK
002090         DISPLAY "FAILURE TO OPEN SODHIST " SODHIST-STATUS
002100         MOVE 12 TO RETURN-CODE
002110         STOP RUN
002120      END-IF.
002130      OPEN INPUT SOD-RULE-FILE.
002140      IF NOT SODRULE-OK
002150         DISPLAY "FAILURE TO OPEN SODRULE " SODRULE-STATUS
002160         MOVE 12 TO RETURN-CODE
002170         STOP RUN
002180      END-IF.
002190      OPEN OUTPUT REPORT-FILE.
002200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002210      PERFORM P105-READ-CONTROL-CARD.
002220 P105-READ-CONTROL-CARD.
002230*    THE SYSIN CARD - COLS 1-6 THE MONTH YYYYMM, OR BLANK FOR
002240* THE MONTH BEFORE THE RUN DATE
002250      MOVE SPACES TO WS-CONTROL-CARD.
002260      ACCEPT WS-CONTROL-CARD.
002270      IF WS-CC-MONTH = SPACES
002280         IF WS-RUN-MONTH = 1
002290            COMPUTE WS-RM-YEAR = WS-RUN-YEAR - 1
002300            MOVE 12 TO WS-RM-MONTH
002310         ELSE
002320            MOVE WS-RUN-YEAR TO WS-RM-YEAR
002330            COMPUTE WS-RM-MONTH = WS-RUN-MONTH - 1
002340         END-IF
002350      ELSE
002360         IF WS-CC-MONTH IS NOT NUMERIC OR
002370            WS-CC-MONTH-N < 1 OR WS-CC-MONTH-N > 12
002380            DISPLAY "INVALID SYSIN CARD - MONTH " WS-CC-MONTH
002390            MOVE 8 TO RETURN-CODE
002400            STOP RUN
002410         END-IF
002420         MOVE WS-CC-YEAR-N  TO WS-RM-YEAR
002430         MOVE WS-CC-MONTH-N TO WS-RM-MONTH
002440      END-IF.
002450      DISPLAY "REPORT MONTH         : " WS-REPORT-MONTH.
002460 P110-LOAD-RULES.
002470      PERFORM UNTIL WS-SODRULE-DONE
002480         READ SOD-RULE-FILE
002490            AT END
002500               SET WS-SODRULE-DONE TO TRUE
002510            NOT AT END
002520               IF SR-RULE-ID NOT = SPACES
002530                  MOVE SR-RULE-ID TO WS-FIND-RULE-ID
002540                  PERFORM P190-FIND-RULE
002550                  IF WS-RULE-NOT-FOUND
002560                     PERFORM P195-ADD-RULE
002570                     IF WS-RULE-FOUND
002580                        MOVE SR-DESC TO RT-DESC (WS-RULE-SUB)
002590                     END-IF
002600                  END-IF
002610               END-IF
002620         END-READ
002630      END-PERFORM.
002640      CLOSE SOD-RULE-FILE.
002650 P120-LOAD-VIOLATIONS.
002660      PERFORM UNTIL WS-SODHIST-DONE
002670         READ SOD-HIST-FILE
002680            AT END
002690               SET WS-SODHIST-DONE TO TRUE
002700            NOT AT END
002710               ADD 1 TO WS-HIST-READ
002720               IF SH-DETECT-DATE (1:6) = WS-REPORT-MONTH
002730                  PERFORM P125-TAKE-VIOLATION
002740               END-IF
002750         END-READ
002760      END-PERFORM.
002770      CLOSE SOD-HIST-FILE.
002780      DISPLAY "SODHIST RECORDS READ : " WS-HIST-READ.
002790      DISPLAY "VIOLATIONS IN MONTH  : " WS-VIOL-COUNT.
002800 P125-TAKE-VIOLATION.
002810      IF WS-VIOL-COUNT >= WS-MAX-VIOLS
002820         DISPLAY "VIOLATION TABLE FULL - " SH-RULE-ID " "
002830            SH-USER-ID " " SH-DETECT-DATE " NOT LISTED"
002840         MOVE 12 TO WS-HIGHEST-RC
002850      ELSE
002860         ADD 1 TO WS-VIOL-COUNT
002870         MOVE WS-VIOL-COUNT TO WS-VIOL-SUB
002880         MOVE SH-USER-ID        TO VT-USER-ID (WS-VIOL-SUB)
002890         MOVE SH-RULE-ID        TO VT-RULE-ID (WS-VIOL-SUB)
002900         MOVE SH-DETECT-DATE    TO VT-DETECT-DATE (WS-VIOL-SUB)
002910         MOVE SH-EMP-ID         TO VT-EMP-ID (WS-VIOL-SUB)
002920         MOVE SH-FIRST-DATE     TO VT-FIRST-DATE (WS-VIOL-SUB)
002930         MOVE SH-FIRST-PROGRAM  TO VT-FIRST-PROGRAM (WS-VIOL-SUB)
002940         MOVE SH-FIRST-ACTION   TO VT-FIRST-ACTION (WS-VIOL-SUB)
002950         MOVE SH-SECOND-DATE    TO VT-SECOND-DATE (WS-VIOL-SUB)
002960         MOVE SH-SECOND-PROGRAM TO VT-SECOND-PROGRAM (WS-VIOL-SUB)
002970         MOVE SH-SECOND-ACTION  TO VT-SECOND-ACTION (WS-VIOL-SUB)
002980         MOVE SH-RULE-ID TO WS-FIND-RULE-ID
002990         PERFORM P190-FIND-RULE
003000         IF WS-RULE-NOT-FOUND
003010            PERFORM P195-ADD-RULE
003020            IF WS-RULE-FOUND
003030               MOVE "(NO LONGER ON SODRULE)"
003040                  TO RT-DESC (WS-RULE-SUB)
003050            END-IF
003060         END-IF
003070         IF WS-RULE-FOUND
003080            ADD 1 TO RT-COUNT (WS-RULE-SUB)
003090         END-IF
003100      END-IF.
003110 P190-FIND-RULE.
003120      SET WS-RULE-NOT-FOUND TO TRUE.
003130      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
003140         UNTIL WS-RULE-SUB > WS-RULE-COUNT
003150         IF RT-RULE-ID (WS-RULE-SUB) = WS-FIND-RULE-ID
003160            SET WS-RULE-FOUND TO TRUE
003170            EXIT PERFORM
003180         END-IF
003190      END-PERFORM.
003200 P195-ADD-RULE.
003210      IF WS-RULE-COUNT < WS-MAX-RULES
003220         ADD 1 TO WS-RULE-COUNT
003230         MOVE WS-RULE-COUNT TO WS-RULE-SUB
003240         MOVE WS-FIND-RULE-ID TO RT-RULE-ID (WS-RULE-SUB)
003250         MOVE SPACES     TO RT-DESC (WS-RULE-SUB)
003260         MOVE ZERO       TO RT-COUNT (WS-RULE-SUB)
003270         SET WS-RULE-FOUND TO TRUE
003280      ELSE
003290         DISPLAY "RULE TABLE FULL - RULE " WS-FIND-RULE-ID
003300            " NOT COUNTED"
003310         MOVE 12 TO WS-HIGHEST-RC
003320      END-IF.
003330 P240-SORT-VIOLATIONS.
003340*    A SIMPLE EXCHANGE SORT - USER-ID, THEN RULE, THEN THE DATE
003350* SODCHK0 FOUND IT
003360      PERFORM VARYING WS-VIOL-SUB FROM 1 BY 1
003370         UNTIL WS-VIOL-SUB >= WS-VIOL-COUNT
003380         COMPUTE WS-VIOL-SUB-2 = WS-VIOL-SUB + 1
003390         PERFORM UNTIL WS-VIOL-SUB-2 > WS-VIOL-COUNT
003400            IF VT-SORT-KEY (WS-VIOL-SUB-2) <
003410               VT-SORT-KEY (WS-VIOL-SUB)
003420               MOVE WS-VIOL-ENTRY (WS-VIOL-SUB) TO WS-SWAP-ENTRY
003430               MOVE WS-VIOL-ENTRY (WS-VIOL-SUB-2)
003440                  TO WS-VIOL-ENTRY (WS-VIOL-SUB)
003450               MOVE WS-SWAP-ENTRY
003460                  TO WS-VIOL-ENTRY (WS-VIOL-SUB-2)
003470            END-IF
003480            ADD 1 TO WS-VIOL-SUB-2
003490         END-PERFORM
003500      END-PERFORM.
003510 P250-PRINT-REPORT.
003520      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
003530      MOVE WS-RM-YEAR  TO HL2-YEAR.
003540      MOVE WS-RM-MONTH TO HL2-MONTH.
003550      WRITE REPORT-LINE FROM HEADING-LINE-1.
003560      WRITE REPORT-LINE FROM HEADING-LINE-2.
003570      MOVE SPACES TO REPORT-LINE.
003580      WRITE REPORT-LINE.
003590      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
003600      WRITE REPORT-LINE FROM COLUMN-HEADING-2.
003610      IF WS-VIOL-COUNT = ZERO
003620         MOVE "NO SEGREGATION-OF-DUTIES VIOLATIONS IN THE MONTH"
003630            TO REPORT-LINE
003640         WRITE REPORT-LINE
003650      END-IF.
003660      MOVE SPACES TO WS-PREV-USER-ID.
003670      PERFORM VARYING WS-VIOL-SUB FROM 1 BY 1
003680         UNTIL WS-VIOL-SUB > WS-VIOL-COUNT
003690         IF VT-USER-ID (WS-VIOL-SUB) NOT = WS-PREV-USER-ID
003700            IF WS-PREV-USER-ID NOT = SPACES
003710               PERFORM P265-PRINT-USER-TOTAL
003720            END-IF
003730            MOVE SPACES TO REPORT-LINE
003740            WRITE REPORT-LINE
003750            MOVE VT-USER-ID (WS-VIOL-SUB) TO WS-PREV-USER-ID
003760            MOVE ZERO TO WS-USER-VIOLS
003770            ADD 1 TO WS-TOT-USERS
003780         END-IF
003790         PERFORM P260-PRINT-VIOLATION
003800      END-PERFORM.
003810      IF WS-PREV-USER-ID NOT = SPACES
003820         PERFORM P265-PRINT-USER-TOTAL
003830      END-IF.
003840      PERFORM P280-PRINT-TOTALS.
003850 P260-PRINT-VIOLATION.
003860*    THE USER-ID IS PRINTED ON THE FIRST LINE OF ITS GROUP ONLY
003870      ADD 1 TO WS-USER-VIOLS.
003880      MOVE SPACES TO DL-USER-ID.
003890      IF WS-USER-VIOLS = 1
003900         MOVE VT-USER-ID (WS-VIOL-SUB) TO DL-USER-ID
003910      END-IF.
003920      MOVE VT-RULE-ID (WS-VIOL-SUB)     TO DL-RULE-ID.
003930      MOVE VT-DETECT-DATE (WS-VIOL-SUB) TO WS-FMT-DATE.
003940      PERFORM P290-FORMAT-DATE.
003950      MOVE WS-FMT-OUT                   TO DL-DETECT-DATE.
003960      MOVE VT-EMP-ID (WS-VIOL-SUB)      TO DL-EMP-ID.
003970      MOVE VT-FIRST-DATE (WS-VIOL-SUB)  TO WS-FMT-DATE.
003980      PERFORM P290-FORMAT-DATE.
003990      MOVE WS-FMT-OUT                   TO DL-FIRST-DATE.
004000      MOVE VT-FIRST-PROGRAM (WS-VIOL-SUB)  TO DL-FIRST-PROGRAM.
004010      MOVE VT-FIRST-ACTION (WS-VIOL-SUB)   TO DL-FIRST-ACTION.
004020      MOVE VT-SECOND-DATE (WS-VIOL-SUB) TO WS-FMT-DATE.
004030      PERFORM P290-FORMAT-DATE.
004040      MOVE WS-FMT-OUT                   TO DL-SECOND-DATE.
004050      MOVE VT-SECOND-PROGRAM (WS-VIOL-SUB) TO DL-SECOND-PROGRAM.
004060      MOVE VT-SECOND-ACTION (WS-VIOL-SUB)  TO DL-SECOND-ACTION.
004070      WRITE REPORT-LINE FROM DETAIL-LINE.
004080 P265-PRINT-USER-TOTAL.
004090      MOVE WS-PREV-USER-ID TO UTL-USER-ID.
004100      MOVE WS-USER-VIOLS   TO UTL-COUNT.
004110      WRITE REPORT-LINE FROM USER-TOTAL-LINE.
004120 P280-PRINT-TOTALS.
004130      MOVE SPACES TO REPORT-LINE.
004140      WRITE REPORT-LINE.
004150      WRITE REPORT-LINE FROM RULE-HEADING-LINE.
004160      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
004170         UNTIL WS-RULE-SUB > WS-RULE-COUNT
004180         MOVE RT-RULE-ID (WS-RULE-SUB) TO RTL-RULE-ID
004190         MOVE RT-DESC (WS-RULE-SUB)    TO RTL-DESC
004200         MOVE RT-COUNT (WS-RULE-SUB)   TO RTL-COUNT
004210         WRITE REPORT-LINE FROM RULE-TOTAL-LINE
004220      END-PERFORM.
004230      MOVE SPACES TO REPORT-LINE.
004240      WRITE REPORT-LINE.
004250      MOVE "VIOLATIONS IN THE MONTH" TO TL-LABEL.
004260      MOVE WS-VIOL-COUNT TO TL-COUNT.
004270      WRITE REPORT-LINE FROM TOTAL-LINE.
004280      MOVE "USER-IDS WITH A VIOLATION" TO TL-LABEL.
004290      MOVE WS-TOT-USERS TO TL-COUNT.
004300      WRITE REPORT-LINE FROM TOTAL-LINE.
004310      MOVE "SODHIST RECORDS READ" TO TL-LABEL.
004320      MOVE WS-HIST-READ TO TL-COUNT.
004330      WRITE REPORT-LINE FROM TOTAL-LINE.
004340 P290-FORMAT-DATE.
004350      MOVE WS-FMT-DATE TO WS-DATE-EDIT.
004360      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
004370      MOVE WS-DE-MONTH TO WS-DB-MONTH.
004380      MOVE WS-DE-DAY   TO WS-DB-DAY.
004390      MOVE WS-DATE-BUILD TO WS-FMT-OUT.
004400 P300-TERMINATION.
004410      CLOSE REPORT-FILE.
004420      DISPLAY "USER-IDS REPORTED    : " WS-TOT-USERS.
004430      DISPLAY "SODRPT0 RETURN CODE  : " WS-HIGHEST-RC.
