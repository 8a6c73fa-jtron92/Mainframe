000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTSCAN.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    NIGHTLY OPERATOR-ALERT SCAN - RUNS UNCONDITIONALLY     *
000090*    NEAR THE END OF EMPNITE AND TURNS TWO KINDS OF TROUBLE *
000100*    THAT USED TO WAIT FOR THE MORNING INTO ALERTS ON THE   *
000110*    ALERTS FILE THROUGH THE ALERTWR SERVICE:               *
000120*      - SEVERITY-H SUITEEXC RECORDS DATED TODAY OR         *
000130*        YESTERDAY (A NIGHT THAT CROSSES MIDNIGHT), ONE     *
000140*        ALERT PER RUN DATE, PROGRAM AND REASON CODE - THE  *
000150*        REASON TEXT IS THE MESSAGE AND THE COUNT GOES TO   *
000160*        THE JOB LOG                                        *
000170*      - EMPNITE STEPS WHOSE LATEST RUNCTL MARKER (TODAY OR *
000180*        YESTERDAY) IS STARTED WITH NO COMPLETE AFTER IT -  *
000190*        THE STEP FAILED OR WAS BYPASSED.  ONE ALERT PER    *
000200*        STEP, KEYED BY THE STEP NAME, DATED BY THE MARKER  *
000210*    ALERTWR'S SUPPRESSION RULE MEANS A CONDITION ALREADY   *
000220*    PAGED (BY THE FAILING STEP ITSELF OR BY LAST NIGHT'S   *
000230*    SCAN) IS NOT PAGED AGAIN.  A MISSING SUITEEXC OR       *
000240*    RUNCTL SKIPS THAT HALF OF THE SCAN WITH RC=4; RC=8     *
000250*    WHEN AN ALERT COULD NOT BE WRITTEN, SO THE JOB LOG     *
000260*    STILL SHOWS IT                                         *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000300************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EXCEPTION-FILE ASSIGN TO SUITEEXC
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS SUITEEXC-STATUS.
000370     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS RUNCTL-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD EXCEPTION-FILE
000430      RECORDING MODE IS F
000440      LABEL RECORDS ARE STANDARD
000450      RECORD CONTAINS 80 CHARACTERS
000460      DATA RECORD IS SUITE-EXCEPTION-REC.
000470     COPY EXCPTREC.
000480 FD RUN-CONTROL-FILE
000490      RECORDING MODE IS F
000500      LABEL RECORDS ARE STANDARD
000510      RECORD CONTAINS 80 CHARACTERS
000520      DATA RECORD IS RUN-CONTROL-REC.
000530 01 RUN-CONTROL-REC.
000540   05 RC-RUN-DATE        PIC 9(8).
000550   05 FILLER             PIC X(2).
000560   05 RC-STEP-NAME       PIC X(8).
000570   05 FILLER             PIC X(2).
000580   05 RC-STEP-STATUS     PIC X(8).
000590   05 FILLER             PIC X(2).
000600   05 RC-STEP-TIME       PIC 9(8).
000610   05 FILLER             PIC X(42).
000620 WORKING-STORAGE SECTION.
000630 01 SUITEEXC-STATUS      PIC X(2).
000640   88 SUITEEXC-OK        VALUE "00".
000650 01 RUNCTL-FILE-STATUS   PIC X(2).
000660   88 RUNCTL-OK          VALUE "00".
000670 01 WS-EXC-EOF-SW        PIC X(1) VALUE "N".
000680   88 WS-EXC-DONE        VALUE "Y".
000690 01 WS-RUNCTL-EOF-SW     PIC X(1) VALUE "N".
000700   88 WS-RUNCTL-DONE     VALUE "Y".
000710 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000720 01 WS-RUN-DATE          PIC 9(8).
000730 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
000740 01 WS-PRIOR-DATE        PIC 9(8).
000750 01 WS-DATE-BUILD.
000760    05 WS-DB-YEAR    PIC X(4).
000770    05 FILLER        PIC X(1) VALUE "-".
000780    05 WS-DB-MONTH   PIC X(2).
000790    05 FILLER        PIC X(1) VALUE "-".
000800    05 WS-DB-DAY     PIC X(2).
000810 01 WS-OFFSET-PARSE.
000820    05 WS-OP-YEAR    PIC X(4).
000830    05 FILLER        PIC X(1).
000840    05 WS-OP-MONTH   PIC X(2).
000850    05 FILLER        PIC X(1).
000860    05 WS-OP-DAY     PIC X(2).
000870 01 WS-PRIOR-X.
000880    05 WS-PX-YEAR    PIC X(4).
000890    05 WS-PX-MONTH   PIC X(2).
000900    05 WS-PX-DAY     PIC X(2).
000910 01 WS-PRIOR-9 REDEFINES WS-PRIOR-X PIC 9(8).
000920*    ONE ROW PER RUN DATE, PROGRAM AND REASON CODE SEEN ON
000930* A SEVERITY-H EXCEPTION IN THE SCAN WINDOW
000940 01 WS-MAX-CONDS         PIC 9(3) VALUE 200.
000950 01 WS-COND-COUNT        PIC 9(3) VALUE ZERO.
000960 01 WS-COND-TABLE.
000970   05 WS-COND-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
000980     10 CT-RUN-DATE      PIC 9(8).
000990     10 CT-PROGRAM       PIC X(8).
001000     10 CT-REASON-CODE   PIC X(4).
001010     10 CT-REASON-TEXT   PIC X(40).
001020     10 CT-HITS          PIC 9(5).
001030*    LATEST RUNCTL MARKER PER STEP - THE FILE IS IN WRITE
001040* ORDER, SO THE LAST MARKER READ FOR A STEP IS ITS LATEST
001050 01 WS-MAX-STEPS         PIC 9(2) VALUE 60.
001060 01 WS-STEP-COUNT        PIC 9(2) VALUE ZERO.
001070 01 WS-STEP-TABLE.
001080   05 WS-ST-ENTRY OCCURS 60 TIMES INDEXED BY ST-IDX.
001090     10 ST-NAME          PIC X(8).
001100     10 ST-LAST-DATE     PIC 9(8).
001110     10 ST-LAST-STATUS   PIC X(8).
001120 01 WS-COUNTERS.
001130   05 WS-EXC-READ        PIC 9(7) VALUE ZERO.
001140   05 WS-EXC-HIGH        PIC 9(7) VALUE ZERO.
001150   05 WS-MARKERS-READ    PIC 9(7) VALUE ZERO.
001160   05 WS-STEPS-OPEN      PIC 9(3) VALUE ZERO.
001170   05 WS-ALERTS-WRITTEN  PIC 9(5) VALUE ZERO.
001180   05 WS-ALERTS-SUPPRESSED PIC 9(5) VALUE ZERO.
001190   05 WS-ALERTS-FAILED   PIC 9(5) VALUE ZERO.
001200     COPY DATEPARM.
001210     COPY ALRTPARM.
001220 PROCEDURE DIVISION.
001230 000-MAIN-PROCEDURE.
001240      PERFORM P100-INITIALIZATION.
001250      PERFORM P200-SCAN-EXCEPTIONS THRU P200-EXIT.
001260      PERFORM P300-SCAN-RUN-CONTROL THRU P300-EXIT.
001270      PERFORM P900-TERMINATION.
001280      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001290      STOP RUN.
001300 P100-INITIALIZATION.
001310*    THE WINDOW IS TODAY AND YESTERDAY - EMPNITE CAN START
001320* BEFORE MIDNIGHT AND REACH THIS STEP AFTER IT
001330      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001340      MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR.
001350      MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH.
001360      MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY.
001370      MOVE WS-DATE-BUILD TO DP-DATE-IN.
001380      SET DP-AGE-NOT-WANTED TO TRUE.
001390      SET DP-BUSDAY-NOT-WANTED TO TRUE.
001400      SET DP-OFFSET-WANTED TO TRUE.
001410      MOVE -1 TO DP-OFFSET-DAYS.
001420      CALL "DATEVAL" USING DATE-PARM-BLOCK.
001430      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
001440      MOVE WS-OP-YEAR  TO WS-PX-YEAR.
001450      MOVE WS-OP-MONTH TO WS-PX-MONTH.
001460      MOVE WS-OP-DAY   TO WS-PX-DAY.
001470      MOVE WS-PRIOR-9  TO WS-PRIOR-DATE.
001480      DISPLAY "ALRTSCAN WINDOW      : " WS-PRIOR-DATE " - "
001490         WS-RUN-DATE.
001500 P200-SCAN-EXCEPTIONS.
001510      OPEN INPUT EXCEPTION-FILE.
001520      IF NOT SUITEEXC-OK
001530         DISPLAY "SUITEEXC NOT AVAILABLE " SUITEEXC-STATUS
001540            " - EXCEPTION SCAN SKIPPED"
001550         IF WS-HIGHEST-RC < 4
001560            MOVE 4 TO WS-HIGHEST-RC
001570         END-IF
001580         GO TO P200-EXIT
001590      END-IF.
001600      PERFORM UNTIL WS-EXC-DONE
001610         READ EXCEPTION-FILE
001620            AT END
001630               SET WS-EXC-DONE TO TRUE
001640            NOT AT END
001650               ADD 1 TO WS-EXC-READ
001660               IF EX-SEV-HIGH AND
001670                  EX-DATE NOT < WS-PRIOR-DATE AND
001680                  EX-DATE NOT > WS-RUN-DATE
001690                  ADD 1 TO WS-EXC-HIGH
001700                  PERFORM P210-NOTE-ONE-EXCEPTION THRU P210-EXIT
001710               END-IF
001720         END-READ
001730      END-PERFORM.
001740      CLOSE EXCEPTION-FILE.
001750      PERFORM VARYING CD-IDX FROM 1 BY 1
001760         UNTIL CD-IDX > WS-COND-COUNT
001770         PERFORM P220-RAISE-EXCEPTION-ALERT
001780      END-PERFORM.
001790 P200-EXIT.
001800      EXIT.
001810 P210-NOTE-ONE-EXCEPTION.
001820      PERFORM VARYING CD-IDX FROM 1 BY 1
001830         UNTIL CD-IDX > WS-COND-COUNT
001840         IF CT-RUN-DATE (CD-IDX)    = EX-DATE    AND
001850            CT-PROGRAM (CD-IDX)     = EX-PROGRAM AND
001860            CT-REASON-CODE (CD-IDX) = EX-REASON-CODE
001870            ADD 1 TO CT-HITS (CD-IDX)
001880            GO TO P210-EXIT
001890         END-IF
001900      END-PERFORM.
001910      IF WS-COND-COUNT >= WS-MAX-CONDS
001920         DISPLAY "CONDITION TABLE FULL - NOT ALERTED: "
001930            EX-PROGRAM " " EX-REASON-CODE
001940         IF WS-HIGHEST-RC < 4
001950            MOVE 4 TO WS-HIGHEST-RC
001960         END-IF
001970         GO TO P210-EXIT
001980      END-IF.
001990      ADD 1 TO WS-COND-COUNT.
002000      SET CD-IDX TO WS-COND-COUNT.
002010      MOVE EX-DATE        TO CT-RUN-DATE (CD-IDX).
002020      MOVE EX-PROGRAM     TO CT-PROGRAM (CD-IDX).
002030      MOVE EX-REASON-CODE TO CT-REASON-CODE (CD-IDX).
002040      MOVE EX-REASON-TEXT TO CT-REASON-TEXT (CD-IDX).
002050      MOVE 1              TO CT-HITS (CD-IDX).
002060 P210-EXIT.
002070      EXIT.
002080 P220-RAISE-EXCEPTION-ALERT.
002090      DISPLAY "SEVERITY-H EXCEPTIONS: " CT-PROGRAM (CD-IDX) " "
002100         CT-REASON-CODE (CD-IDX) " " CT-RUN-DATE (CD-IDX)
002110         " X " CT-HITS (CD-IDX).
002120      MOVE CT-RUN-DATE (CD-IDX)    TO AP-RUN-DATE.
002130      MOVE CT-PROGRAM (CD-IDX)     TO AP-PROGRAM.
002140      SET AP-SEV-HIGH              TO TRUE.
002150      SET AP-SRC-EXCEPTION         TO TRUE.
002160      MOVE CT-REASON-CODE (CD-IDX) TO AP-COND-CODE.
002170      MOVE SPACES                  TO AP-COND-KEY.
002180      MOVE CT-REASON-TEXT (CD-IDX) TO AP-MESSAGE.
002190      PERFORM P800-CALL-ALERTWR.
002200 P300-SCAN-RUN-CONTROL.
002210      OPEN INPUT RUN-CONTROL-FILE.
002220      IF NOT RUNCTL-OK
002230         DISPLAY "RUNCTL NOT AVAILABLE " RUNCTL-FILE-STATUS
002240            " - STEP-MARKER SCAN SKIPPED"
002250         IF WS-HIGHEST-RC < 4
002260            MOVE 4 TO WS-HIGHEST-RC
002270         END-IF
002280         GO TO P300-EXIT
002290      END-IF.
002300      PERFORM UNTIL WS-RUNCTL-DONE
002310         READ RUN-CONTROL-FILE
002320            AT END
002330               SET WS-RUNCTL-DONE TO TRUE
002340            NOT AT END
002350               IF RC-RUN-DATE NOT < WS-PRIOR-DATE AND
002360                  RC-RUN-DATE NOT > WS-RUN-DATE
002370                  ADD 1 TO WS-MARKERS-READ
002380                  PERFORM P310-NOTE-ONE-MARKER THRU P310-EXIT
002390               END-IF
002400         END-READ
002410      END-PERFORM.
002420      CLOSE RUN-CONTROL-FILE.
002430      PERFORM VARYING ST-IDX FROM 1 BY 1
002440         UNTIL ST-IDX > WS-STEP-COUNT
002450         IF ST-LAST-STATUS (ST-IDX) = "STARTED"
002460            PERFORM P320-RAISE-STEP-ALERT
002470         END-IF
002480      END-PERFORM.
002490 P300-EXIT.
002500      EXIT.
002510 P310-NOTE-ONE-MARKER.
002520      PERFORM VARYING ST-IDX FROM 1 BY 1
002530         UNTIL ST-IDX > WS-STEP-COUNT
002540         IF ST-NAME (ST-IDX) = RC-STEP-NAME
002550            EXIT PERFORM
002560         END-IF
002570      END-PERFORM.
002580      IF ST-IDX > WS-STEP-COUNT
002590         IF WS-STEP-COUNT >= WS-MAX-STEPS
002600            DISPLAY "STEP TABLE FULL - MARKER DROPPED FOR "
002610               RC-STEP-NAME
002620            IF WS-HIGHEST-RC < 4
002630               MOVE 4 TO WS-HIGHEST-RC
002640            END-IF
002650            GO TO P310-EXIT
002660         END-IF
002670         ADD 1 TO WS-STEP-COUNT
002680         SET ST-IDX TO WS-STEP-COUNT
002690         MOVE RC-STEP-NAME TO ST-NAME (ST-IDX)
002700      END-IF.
002710      MOVE RC-RUN-DATE    TO ST-LAST-DATE (ST-IDX).
002720      MOVE RC-STEP-STATUS TO ST-LAST-STATUS (ST-IDX).
002730 P310-EXIT.
002740      EXIT.
002750 P320-RAISE-STEP-ALERT.
002760      ADD 1 TO WS-STEPS-OPEN.
002770      DISPLAY "STEP NEVER COMPLETED : " ST-NAME (ST-IDX) " "
002780         ST-LAST-DATE (ST-IDX).
002790      MOVE ST-LAST-DATE (ST-IDX) TO AP-RUN-DATE.
002800      MOVE "EMPNITE"             TO AP-PROGRAM.
002810      SET AP-SEV-HIGH            TO TRUE.
002820      SET AP-SRC-RUNCTL          TO TRUE.
002830      MOVE "STEP"                TO AP-COND-CODE.
002840      MOVE ST-NAME (ST-IDX)      TO AP-COND-KEY.
002850      MOVE "STEP STARTED BUT NEVER MARKED COMPLETE"
002860                                 TO AP-MESSAGE.
002870      PERFORM P800-CALL-ALERTWR.
002880 P800-CALL-ALERTWR.
002890      CALL "ALERTWR" USING ALERT-PARM-BLOCK.
002900      EVALUATE TRUE
002910         WHEN AP-ALERT-WRITTEN
002920            ADD 1 TO WS-ALERTS-WRITTEN
002930         WHEN AP-ALERT-SUPPRESSED
002940            ADD 1 TO WS-ALERTS-SUPPRESSED
002950         WHEN OTHER
002960            ADD 1 TO WS-ALERTS-FAILED
002970            MOVE 8 TO WS-HIGHEST-RC
002980      END-EVALUATE.
002990 P900-TERMINATION.
003000      DISPLAY "SUITEEXC RECORDS READ: " WS-EXC-READ.
003010      DISPLAY "SEVERITY-H IN WINDOW : " WS-EXC-HIGH.
003020      DISPLAY "RUNCTL MARKERS READ  : " WS-MARKERS-READ.
003030      DISPLAY "STEPS NOT COMPLETED  : " WS-STEPS-OPEN.
003040      DISPLAY "ALERTS WRITTEN       : " WS-ALERTS-WRITTEN.
003050      DISPLAY "ALERTS SUPPRESSED    : " WS-ALERTS-SUPPRESSED.
003060      DISPLAY "ALERTS NOT SENT      : " WS-ALERTS-FAILED.
003070      DISPLAY "ALRTSCAN RETURN CODE : " WS-HIGHEST-RC.
