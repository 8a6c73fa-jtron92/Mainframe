000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTRPT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MORNING OPERATOR-ALERT SUMMARY - LISTS EVERY ALERT ON  *
000090*    THE ALERTS FILE RAISED IN THE REPORTING WINDOW, IN THE *
000100*    ORDER THEY WERE RAISED, WITH THE DATE AND TIME EACH    *
000110*    WAS CUT, THE RUN DATE IT BELONGS TO, THE PROGRAM,      *
000120*    SEVERITY, SOURCE (CALLED BY THE STEP, SEVERITY-H       *
000130*    SUITEEXC RECORD, OR RUNCTL STEP MARKER), CONDITION     *
000140*    CODE AND KEY, AND THE MESSAGE - THEN COUNTS BY         *
000150*    SEVERITY AND SOURCE.  SUPPRESSED REPEATS NEVER REACH   *
000160*    THE FILE, SO EACH LINE IS ONE PAGE THAT WENT OUT.      *
000170*    SYSIN - COLS 1-8 FROM DATE YYYYMMDD (BLANK=YESTERDAY)  *
000180*            COLS 10-17 TO DATE YYYYMMDD (BLANK=TODAY)      *
000190************************************************************
000200* MODIFICATION HISTORY                                     *
000210*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000220************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ALERT-FILE ASSIGN TO ALERTS
000270     ORGANIZATION IS SEQUENTIAL
000280     FILE STATUS  IS ALERTS-STATUS.
000290     SELECT REPORT-FILE ASSIGN TO RPTOUT
000300     ORGANIZATION IS SEQUENTIAL
000310     FILE STATUS  IS RPT-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD ALERT-FILE
000350      RECORDING MODE IS F
000360      LABEL RECORDS ARE STANDARD
000370      RECORD CONTAINS 100 CHARACTERS
000380      DATA RECORD IS ALERT-REC.
000390     COPY ALRTREC.
000400 FD REPORT-FILE
000410      RECORDING MODE IS F
000420      LABEL RECORDS ARE STANDARD
000430      DATA RECORD IS REPORT-LINE.
000440 01 REPORT-LINE          PIC X(132).
000450 WORKING-STORAGE SECTION.
000460 01 ALERTS-STATUS        PIC X(2).
000470   88 ALERTS-OK          VALUE "00".
000480 01 RPT-FILE-STATUS      PIC X(2).
000490 01 WS-ALERTS-EOF-SW     PIC X(1) VALUE "N".
000500   88 WS-ALERTS-DONE     VALUE "Y".
000510 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000520 01 WS-CONTROL-CARD.
000530   05 WS-CC-FROM-DATE    PIC X(08).
000540   05 FILLER             PIC X(01).
000550   05 WS-CC-TO-DATE      PIC X(08).
000560   05 FILLER             PIC X(63).
000570 01 WS-RUN-DATE          PIC 9(8).
000580 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
000590 01 WS-FROM-DATE         PIC 9(8).
000600 01 WS-TO-DATE           PIC 9(8).
000610 01 WS-DATE-BUILD.
000620    05 WS-DB-YEAR    PIC X(4).
000630    05 FILLER        PIC X(1) VALUE "-".
000640    05 WS-DB-MONTH   PIC X(2).
000650    05 FILLER        PIC X(1) VALUE "-".
000660    05 WS-DB-DAY     PIC X(2).
000670 01 WS-OFFSET-PARSE.
000680    05 WS-OP-YEAR    PIC X(4).
000690    05 FILLER        PIC X(1).
000700    05 WS-OP-MONTH   PIC X(2).
000710    05 FILLER        PIC X(1).
000720    05 WS-OP-DAY     PIC X(2).
000730 01 WS-PRIOR-X.
000740    05 WS-PX-YEAR    PIC X(4).
000750    05 WS-PX-MONTH   PIC X(2).
000760    05 WS-PX-DAY     PIC X(2).
000770 01 WS-PRIOR-9 REDEFINES WS-PRIOR-X PIC 9(8).
000780 01 WS-EDIT-DATE         PIC 9(8).
000790 01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
000800   05 WS-ED-YEAR         PIC X(4).
000810   05 WS-ED-MONTH        PIC X(2).
000820   05 WS-ED-DAY          PIC X(2).
000830 01 WS-EDIT-TIME         PIC 9(8).
000840 01 WS-EDIT-TIME-X REDEFINES WS-EDIT-TIME.
000850   05 WS-ET-HH           PIC X(2).
000860   05 WS-ET-MM           PIC X(2).
000870   05 WS-ET-SS           PIC X(2).
000880   05 FILLER             PIC X(2).
000890 01 WS-COUNTERS.
000900   05 WS-ALERTS-READ     PIC 9(7) VALUE ZERO.
000910   05 WS-ALERTS-LISTED   PIC 9(7) VALUE ZERO.
000920   05 WS-SEV-HIGH-COUNT  PIC 9(7) VALUE ZERO.
000930   05 WS-SEV-MED-COUNT   PIC 9(7) VALUE ZERO.
000940   05 WS-SEV-LOW-COUNT   PIC 9(7) VALUE ZERO.
000950   05 WS-SRC-CALL-COUNT  PIC 9(7) VALUE ZERO.
000960   05 WS-SRC-EXC-COUNT   PIC 9(7) VALUE ZERO.
000970   05 WS-SRC-RCTL-COUNT  PIC 9(7) VALUE ZERO.
000980 01 HEADING-LINE-1.
000990   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001000   05 FILLER             PIC X(40)
001010      VALUE "OPERATOR ALERT SUMMARY".
001020   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001030   05 HL1-RUN-DATE       PIC 9(8).
001040   05 FILLER             PIC X(44) VALUE SPACES.
001050 01 HEADING-LINE-2.
001060   05 FILLER             PIC X(20) VALUE "ALERTS RAISED FROM ".
001070   05 HL2-FROM-DATE      PIC 9(8).
001080   05 FILLER             PIC X(04) VALUE " TO ".
001090   05 HL2-TO-DATE        PIC 9(8).
001100   05 FILLER             PIC X(92) VALUE SPACES.
001110 01 COLUMN-HEADING-1.
001120   05 FILLER             PIC X(40)
001130      VALUE "RAISED      TIME      RUN DATE    PROGRA".
001140   05 FILLER             PIC X(40)
001150      VALUE "M   S   SOURCE     CODE  KEY         MES".
001160   05 FILLER             PIC X(52)
001170      VALUE "SAGE".
001180 01 DETAIL-LINE.
001190   05 DL-RAISED-DATE     PIC X(10).
001200   05 FILLER             PIC X(02) VALUE SPACES.
001210   05 DL-RAISED-TIME     PIC X(08).
001220   05 FILLER             PIC X(02) VALUE SPACES.
001230   05 DL-RUN-DATE        PIC X(10).
001240   05 FILLER             PIC X(02) VALUE SPACES.
001250   05 DL-PROGRAM         PIC X(08).
001260   05 FILLER             PIC X(02) VALUE SPACES.
001270   05 DL-SEVERITY        PIC X(01).
001280   05 FILLER             PIC X(03) VALUE SPACES.
001290   05 DL-SOURCE          PIC X(09).
001300   05 FILLER             PIC X(02) VALUE SPACES.
001310   05 DL-COND-CODE       PIC X(04).
001320   05 FILLER             PIC X(02) VALUE SPACES.
001330   05 DL-COND-KEY        PIC X(10).
001340   05 FILLER             PIC X(02) VALUE SPACES.
001350   05 DL-MESSAGE         PIC X(40).
001360   05 FILLER             PIC X(15) VALUE SPACES.
001370 01 NONE-LINE.
001380   05 FILLER             PIC X(40)
001390      VALUE "*** NO ALERTS RAISED IN THE WINDOW ***".
001400   05 FILLER             PIC X(92) VALUE SPACES.
001410 01 TOTAL-LINE.
001420   05 TL-LABEL           PIC X(40).
001430   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
001440   05 FILLER             PIC X(81) VALUE SPACES.
001450     COPY DATEPARM.
001460 PROCEDURE DIVISION.
001470 000-MAIN-PROCEDURE.
001480      PERFORM P100-INITIALIZATION.
001490      PERFORM P200-LIST-ALERTS.
001500      PERFORM P300-TERMINATION.
001510      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001520      STOP RUN.
001530 P100-INITIALIZATION.
001540      OPEN INPUT ALERT-FILE.
001550      IF NOT ALERTS-OK
001560         DISPLAY "FAILURE TO OPEN ALERTS " ALERTS-STATUS
001570         MOVE 12 TO RETURN-CODE
001580         STOP RUN
001590      END-IF.
001600      OPEN OUTPUT REPORT-FILE.
001610      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001620      PERFORM P105-READ-CONTROL-CARD.
001630      MOVE WS-RUN-DATE  TO HL1-RUN-DATE.
001640      MOVE WS-FROM-DATE TO HL2-FROM-DATE.
001650      MOVE WS-TO-DATE   TO HL2-TO-DATE.
001660      WRITE REPORT-LINE FROM HEADING-LINE-1.
001670      WRITE REPORT-LINE FROM HEADING-LINE-2.
001680      MOVE SPACES TO REPORT-LINE.
001690      WRITE REPORT-LINE.
001700      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
001710 P105-READ-CONTROL-CARD.
001720*    THE SYSIN CARD - COLS 1-8 FROM DATE, COLS 10-17 TO DATE.
001730* A BLANK FROM DATE IS YESTERDAY, SO THE MORNING RUN COVERS
001740* THE WHOLE OF LAST NIGHT ACROSS MIDNIGHT
001750      MOVE SPACES TO WS-CONTROL-CARD.
001760      ACCEPT WS-CONTROL-CARD.
001770      IF WS-CC-FROM-DATE = SPACES
001780         MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR
001790         MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH
001800         MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY
001810         MOVE WS-DATE-BUILD TO DP-DATE-IN
001820         SET DP-AGE-NOT-WANTED TO TRUE
001830         SET DP-BUSDAY-NOT-WANTED TO TRUE
001840         SET DP-OFFSET-WANTED TO TRUE
001850         MOVE -1 TO DP-OFFSET-DAYS
001860         CALL "DATEVAL" USING DATE-PARM-BLOCK
001870         MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE
001880         MOVE WS-OP-YEAR  TO WS-PX-YEAR
001890         MOVE WS-OP-MONTH TO WS-PX-MONTH
001900         MOVE WS-OP-DAY   TO WS-PX-DAY
001910         MOVE WS-PRIOR-9  TO WS-FROM-DATE
001920      ELSE
001930         IF WS-CC-FROM-DATE IS NOT NUMERIC
001940            DISPLAY "INVALID SYSIN CARD - FROM DATE "
001950               WS-CC-FROM-DATE
001960            MOVE 8 TO RETURN-CODE
001970            STOP RUN
001980         END-IF
001990         MOVE WS-CC-FROM-DATE TO WS-FROM-DATE
002000      END-IF.
002010      IF WS-CC-TO-DATE = SPACES
002020         MOVE WS-RUN-DATE TO WS-TO-DATE
002030      ELSE
002040         IF WS-CC-TO-DATE IS NOT NUMERIC
002050            DISPLAY "INVALID SYSIN CARD - TO DATE "
002060               WS-CC-TO-DATE
002070            MOVE 8 TO RETURN-CODE
002080            STOP RUN
002090         END-IF
002100         MOVE WS-CC-TO-DATE TO WS-TO-DATE
002110      END-IF.
002120      DISPLAY "ALERTS RAISED FROM   : " WS-FROM-DATE " TO "
002130         WS-TO-DATE.
002140 P200-LIST-ALERTS.
002150*    THE FILE IS IN THE ORDER THE ALERTS WERE RAISED, SO IT
002160* PRINTS AS READ
002170      PERFORM UNTIL WS-ALERTS-DONE
002180         READ ALERT-FILE
002190            AT END
002200               SET WS-ALERTS-DONE TO TRUE
002210            NOT AT END
002220               ADD 1 TO WS-ALERTS-READ
002230               IF AL-RAISED-DATE NOT < WS-FROM-DATE AND
002240                  AL-RAISED-DATE NOT > WS-TO-DATE
002250                  PERFORM P210-LIST-ONE-ALERT
002260               END-IF
002270         END-READ
002280      END-PERFORM.
002290      CLOSE ALERT-FILE.
002300      IF WS-ALERTS-LISTED = ZERO
002310         WRITE REPORT-LINE FROM NONE-LINE
002320      END-IF.
002330 P210-LIST-ONE-ALERT.
002340      ADD 1 TO WS-ALERTS-LISTED.
002350      MOVE AL-RAISED-DATE TO WS-EDIT-DATE.
002360      PERFORM P220-EDIT-DATE.
002370      MOVE WS-DATE-BUILD  TO DL-RAISED-DATE.
002380      MOVE AL-RUN-DATE    TO WS-EDIT-DATE.
002390      PERFORM P220-EDIT-DATE.
002400      MOVE WS-DATE-BUILD  TO DL-RUN-DATE.
002410      MOVE AL-RAISED-TIME TO WS-EDIT-TIME.
002420      MOVE SPACES         TO DL-RAISED-TIME.
002430      STRING WS-ET-HH ":" WS-ET-MM ":" WS-ET-SS
002440         DELIMITED BY SIZE INTO DL-RAISED-TIME.
002450      MOVE AL-PROGRAM     TO DL-PROGRAM.
002460      MOVE AL-SEVERITY    TO DL-SEVERITY.
002470      MOVE AL-COND-CODE   TO DL-COND-CODE.
002480      MOVE AL-COND-KEY    TO DL-COND-KEY.
002490      MOVE AL-MESSAGE     TO DL-MESSAGE.
002500      EVALUATE TRUE
002510         WHEN AL-SEV-HIGH
002520            ADD 1 TO WS-SEV-HIGH-COUNT
002530         WHEN AL-SEV-MEDIUM
002540            ADD 1 TO WS-SEV-MED-COUNT
002550         WHEN OTHER
002560            ADD 1 TO WS-SEV-LOW-COUNT
002570      END-EVALUATE.
002580      EVALUATE TRUE
002590         WHEN AL-SRC-EXCEPTION
002600            MOVE "EXCEPTION" TO DL-SOURCE
002610            ADD 1 TO WS-SRC-EXC-COUNT
002620         WHEN AL-SRC-RUNCTL
002630            MOVE "RUNCTL"    TO DL-SOURCE
002640            ADD 1 TO WS-SRC-RCTL-COUNT
002650         WHEN OTHER
002660            MOVE "CALLED"    TO DL-SOURCE
002670            ADD 1 TO WS-SRC-CALL-COUNT
002680      END-EVALUATE.
002690      WRITE REPORT-LINE FROM DETAIL-LINE.
002700 P220-EDIT-DATE.
002710      MOVE WS-ED-YEAR  TO WS-DB-YEAR.
002720      MOVE WS-ED-MONTH TO WS-DB-MONTH.
002730      MOVE WS-ED-DAY   TO WS-DB-DAY.
002740 P300-TERMINATION.
002750      MOVE SPACES TO REPORT-LINE.
002760      WRITE REPORT-LINE.
002770      MOVE "ALERTS RAISED IN WINDOW" TO TL-LABEL.
002780      MOVE WS-ALERTS-LISTED TO TL-COUNT.
002790      WRITE REPORT-LINE FROM TOTAL-LINE.
002800      MOVE "  SEVERITY H - STOPPED/LOST WORK" TO TL-LABEL.
002810      MOVE WS-SEV-HIGH-COUNT TO TL-COUNT.
002820      WRITE REPORT-LINE FROM TOTAL-LINE.
002830      MOVE "  SEVERITY M - RECORD REJECTED" TO TL-LABEL.
002840      MOVE WS-SEV-MED-COUNT TO TL-COUNT.
002850      WRITE REPORT-LINE FROM TOTAL-LINE.
002860      MOVE "  SEVERITY L - WARNING ONLY" TO TL-LABEL.
002870      MOVE WS-SEV-LOW-COUNT TO TL-COUNT.
002880      WRITE REPORT-LINE FROM TOTAL-LINE.
002890      MOVE "  CALLED BY THE FAILING STEP" TO TL-LABEL.
002900      MOVE WS-SRC-CALL-COUNT TO TL-COUNT.
002910      WRITE REPORT-LINE FROM TOTAL-LINE.
002920      MOVE "  FROM SEVERITY-H SUITEEXC" TO TL-LABEL.
002930      MOVE WS-SRC-EXC-COUNT TO TL-COUNT.
002940      WRITE REPORT-LINE FROM TOTAL-LINE.
002950      MOVE "  FROM RUNCTL STEP MARKERS" TO TL-LABEL.
002960      MOVE WS-SRC-RCTL-COUNT TO TL-COUNT.
002970      WRITE REPORT-LINE FROM TOTAL-LINE.
002980      CLOSE REPORT-FILE.
002990      DISPLAY "ALERT RECORDS READ   : " WS-ALERTS-READ.
003000      DISPLAY "ALERTS LISTED        : " WS-ALERTS-LISTED.
003010      DISPLAY "ALRTRPT RETURN CODE  : " WS-HIGHEST-RC.
