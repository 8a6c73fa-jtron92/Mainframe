000140*         ALREADY ON THE CALENDAR - DATE THROUGH DATEVAL)   *
000150*      C  CLOSE A PERIOD (ONLY THE EARLIEST OPEN ONE - RUN  *
000160*         AFTER THE CYCLE HAS ROLLED TO HISTORY)            *
000161*      P  CHANGE THE SCHEDULED PAY DATE OF AN OPEN PERIOD   *
000162*    AN ADD OR CHANGE CARRIES THE SCHEDULED PAY DATE IN     *
000163*    COLS 10-17 (BLANK ON AN ADD MEANS PAY ON THE PERIOD-   *
000164*    END DATE).  EVERY OPEN PERIOD'S PAY DATE IS RE-DERIVED *
000165*    EACH RUN - A SCHEDULED DATE ON A WEEKEND OR HOLCAL     *
000166*    HOLIDAY ROLLS BACK TO THE PRIOR BUSINESS DAY, SO A     *
000167*    HOLIDAY ADDED LATE STILL MOVES THE PAY DATE.  A CLOSED *
000168*    PERIOD KEEPS THE DATE IT WAS PAID ON                   *
000170*    THE UPDATED CALENDAR GOES TO PAYCALO FOR THE JCL SWAP  *
000180*    AND THE FULL CALENDAR PRINTS EVERY RUN - AN EMPTY      *
000190*    PCALTRAN IS A PLAIN PRINT RUN (RC=0)                   *
000200************************************************************
000210* MODIFICATION HISTORY                                     *
000220*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000221*   10/15/2026  DM  PAY DATE PER PERIOD - SCHEDULED DATE ON *
000222*                   THE A TRANSACTION OR THE NEW P ACTION,  *
000223*                   ROLLED BACK OFF WEEKENDS AND HOLIDAYS   *
000224*                   THROUGH DATEVAL AND PRINTED WITH A      *
000225*                   SHIFTED TAG                             *
000230************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000590   05 CT-ACTION-CODE     PIC X(01).
000600     88 CT-ADD-PERIOD    VALUE "A".
000610     88 CT-CLOSE-PERIOD  VALUE "C".
000615     88 CT-CHANGE-PAY-DATE VALUE "P".
000620   05 CT-PERIOD-END      PIC X(08).
000626   05 CT-PAY-DATE        PIC X(08).
000632   05 FILLER             PIC X(63).
000640 FD REPORT-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD
000850   05 WS-CAL-ENTRY OCCURS 100 TIMES INDEXED BY CAL-IDX.
000860     10 WS-CAL-PERIOD     PIC 9(8).
000870     10 WS-CAL-STATUS     PIC X(1).
000873     10 WS-CAL-SCHED-PAY  PIC 9(8).
000876     10 WS-CAL-PAY-DATE   PIC 9(8).
000880 01 WS-CAL-SUB            PIC 9(3).
000890 01 WS-HIGH-PERIOD        PIC 9(8) VALUE ZERO.
000900 01 WS-NEXT-OPEN-SUB      PIC 9(3) VALUE ZERO.
000950   05 WS-DB-MONTH   PIC X(2).
000960   05 FILLER        PIC X(1) VALUE "-".
000970   05 WS-DB-DAY     PIC X(2).
000971 01 WS-PAY-DATE-IN        PIC X(8).
000972 01 WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE-IN PIC 9(8).
000973 01 WS-PRIOR-PARSE.
000974   05 WS-PP-YEAR    PIC X(4).
000975   05 FILLER        PIC X(1).
000976   05 WS-PP-MONTH   PIC X(2).
000977   05 FILLER        PIC X(1).
000978   05 WS-PP-DAY     PIC X(2).
000979 01 WS-PRIOR-DATE-X.
000980   05 WS-PX-YEAR    PIC X(4).
000981   05 WS-PX-MONTH   PIC X(2).
000982   05 WS-PX-DAY     PIC X(2).
000983 01 WS-PRIOR-DATE REDEFINES WS-PRIOR-DATE-X PIC 9(8).
000984 01 WS-COUNTERS.
000990     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001000     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001010     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001015     05 WS-SHIFTED-COUNT  PIC 9(5) VALUE ZERO.
001020 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001030 01 HEADING-LINE-1.
001040     05 FILLER            PIC X(30) VALUE "PAYROLL-SYSTEMS".
001090     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
001100     05 HL2-DATE          PIC 9(8).
001110     05 FILLER            PIC X(62) VALUE SPACES.
001112 01 HEADING-LINE-3.
001114     05 FILLER            PIC X(20) VALUE "PERIOD    STATUS".
001116     05 FILLER            PIC X(20) VALUE "SCHEDULE  PAY DATE".
001118     05 FILLER            PIC X(40) VALUE SPACES.
001120 01 ACTION-LINE.
001130     05 AL-ACTION         PIC X(01).
001140     05 FILLER            PIC X(02) VALUE SPACES.
001210     05 CL-PERIOD         PIC 9(8).
001220     05 FILLER            PIC X(02) VALUE SPACES.
001230     05 CL-STATUS         PIC X(10).
001231     05 CL-SCHED-PAY      PIC X(08).
001232     05 FILLER            PIC X(02) VALUE SPACES.
001233     05 CL-PAY-DATE       PIC X(08).
001234     05 FILLER            PIC X(02) VALUE SPACES.
001235     05 CL-SHIFT-TAG      PIC X(08).
001240     05 CL-NEXT-TAG       PIC X(20).
001250     05 FILLER            PIC X(12) VALUE SPACES.
001260 PROCEDURE DIVISION.
001270 000-MAIN-PROCEDURE.
001280      PERFORM P100-INITIALIZATION.
001650                  SET CAL-IDX TO WS-PERIOD-COUNT
001660                  MOVE PC-PERIOD-END TO WS-CAL-PERIOD (CAL-IDX)
001670                  MOVE PC-STATUS     TO WS-CAL-STATUS (CAL-IDX)
001675                  PERFORM P115-LOAD-PAY-DATES
001680                  IF PC-PERIOD-END > WS-HIGH-PERIOD
001690                     MOVE PC-PERIOD-END TO WS-HIGH-PERIOD
001700                  END-IF
001720         END-READ
001730      END-PERFORM.
001740      CLOSE PAY-CALENDAR-FILE.
001741 P115-LOAD-PAY-DATES.
001742*    A CALENDAR WRITTEN BEFORE PAY DATES WERE CARRIED HAS
001743* SPACES THERE - ZERO MEANS NOT YET SCHEDULED
001744      IF PC-SCHED-PAY-DATE IS NUMERIC
001745         MOVE PC-SCHED-PAY-DATE TO WS-CAL-SCHED-PAY (CAL-IDX)
001746      ELSE
001747         MOVE ZERO TO WS-CAL-SCHED-PAY (CAL-IDX)
001748      END-IF.
001749      IF PC-PAY-DATE IS NUMERIC
001750         MOVE PC-PAY-DATE TO WS-CAL-PAY-DATE (CAL-IDX)
001751      ELSE
001752         MOVE ZERO TO WS-CAL-PAY-DATE (CAL-IDX)
001753      END-IF.
001754 P200-APPLY-TRANSACTIONS.
001760      PERFORM UNTIL WS-PCALTRAN-DONE
001770         READ CAL-TRANS-FILE
001780            AT END
001860      MOVE CT-ACTION-CODE TO AL-ACTION.
001870      MOVE CT-PERIOD-END  TO AL-PERIOD.
001880      MOVE SPACES TO WS-REJECT-REASON.
001887      IF NOT CT-ADD-PERIOD AND NOT CT-CLOSE-PERIOD AND
001894         NOT CT-CHANGE-PAY-DATE
001901         MOVE "ACTION NOT A, C OR P" TO WS-REJECT-REASON
001910         PERFORM P260-REJECT-ACTION
001920         GO TO P210-EXIT
001930      END-IF.
001960         PERFORM P260-REJECT-ACTION
001970         GO TO P210-EXIT
001980      END-IF.
001987      IF NOT CT-CLOSE-PERIOD
001994         PERFORM P215-EDIT-PAY-DATE THRU P215-EXIT
002001         IF WS-REJECT-REASON NOT = SPACES
002008            PERFORM P260-REJECT-ACTION
002015            GO TO P210-EXIT
002022         END-IF
002030      END-IF.
002031      EVALUATE TRUE
002032         WHEN CT-ADD-PERIOD
002033            PERFORM P220-ADD-PERIOD THRU P220-EXIT
002034         WHEN CT-CLOSE-PERIOD
002035            PERFORM P230-CLOSE-PERIOD THRU P230-EXIT
002036         WHEN OTHER
002037            PERFORM P235-CHANGE-PAY-DATE THRU P235-EXIT
002038      END-EVALUATE.
002040      IF WS-REJECT-REASON NOT = SPACES
002050         PERFORM P260-REJECT-ACTION
002060      ELSE
002110      END-IF.
002120 P210-EXIT.
002130      EXIT.
002131 P215-EDIT-PAY-DATE.
002132*    A BLANK PAY DATE ON AN ADD MEANS PAY ON THE PERIOD-END
002133* DATE ITSELF - A CHANGE MUST SAY WHAT THE NEW DATE IS
002134      IF CT-PAY-DATE = SPACES AND CT-ADD-PERIOD
002135         MOVE CT-PERIOD-END TO WS-PAY-DATE-IN
002136      ELSE
002137         MOVE CT-PAY-DATE TO WS-PAY-DATE-IN
002138      END-IF.
002139      IF WS-PAY-DATE-IN IS NOT NUMERIC
002140         MOVE "PAY DATE NOT NUMERIC" TO WS-REJECT-REASON
002141         GO TO P215-EXIT
002142      END-IF.
002143      MOVE WS-PAY-DATE-IN (1:4) TO WS-DB-YEAR.
002144      MOVE WS-PAY-DATE-IN (5:2) TO WS-DB-MONTH.
002145      MOVE WS-PAY-DATE-IN (7:2) TO WS-DB-DAY.
002146      MOVE WS-DATE-BUILD TO DP-DATE-IN.
002147      SET DP-AGE-NOT-WANTED TO TRUE.
002148      SET DP-BUSDAY-NOT-WANTED TO TRUE.
002149      SET DP-OFFSET-NOT-WANTED TO TRUE.
002150      CALL "DATEVAL" USING DATE-PARM-BLOCK.
002151      IF DP-DATE-INVALID
002152         STRING "PAY DATE " DP-FAIL-REASON
002153            DELIMITED BY SIZE INTO WS-REJECT-REASON
002154      END-IF.
002155 P215-EXIT.
002156      EXIT.
002157 P220-ADD-PERIOD.
002158*    PERIODS ONLY APPEND IN SEQUENCE - A DATE BEHIND THE
002160* CALENDAR'S HIGH PERIOD IS A KEYING ERROR
002170      MOVE CT-PERIOD-END (1:4) TO WS-DB-YEAR.
002180      MOVE CT-PERIOD-END (5:2) TO WS-DB-MONTH.
002200      MOVE WS-DATE-BUILD TO DP-DATE-IN.
002210      SET DP-AGE-NOT-WANTED TO TRUE.
002220      SET DP-BUSDAY-NOT-WANTED TO TRUE.
002225      SET DP-OFFSET-NOT-WANTED TO TRUE.
002230      CALL "DATEVAL" USING DATE-PARM-BLOCK.
002240      IF DP-DATE-INVALID
002250         MOVE DP-FAIL-REASON TO WS-REJECT-REASON
002370      SET CAL-IDX TO WS-PERIOD-COUNT.
002380      MOVE CT-PERIOD-END TO WS-CAL-PERIOD (CAL-IDX).
002390      MOVE "O"           TO WS-CAL-STATUS (CAL-IDX).
002393      MOVE WS-PAY-DATE-NUM TO WS-CAL-SCHED-PAY (CAL-IDX).
002396      MOVE ZERO            TO WS-CAL-PAY-DATE (CAL-IDX).
002400      MOVE CT-PERIOD-END TO WS-HIGH-PERIOD.
002410 P220-EXIT.
002420      EXIT.
002560      MOVE "C" TO WS-CAL-STATUS (CAL-IDX).
002570 P230-EXIT.
002580      EXIT.
002581 P235-CHANGE-PAY-DATE.
002582*    ONLY A PERIOD NOT YET RUN CAN BE RESCHEDULED - A CLOSED
002583* PERIOD WAS PAID ON THE DATE IT CARRIES
002584      MOVE ZERO TO WS-CAL-SUB.
002585      PERFORM VARYING CAL-IDX FROM 1 BY 1
002586         UNTIL CAL-IDX > WS-PERIOD-COUNT
002587         IF WS-CAL-PERIOD (CAL-IDX) = CT-PERIOD-END
002588            SET WS-CAL-SUB TO CAL-IDX
002589         END-IF
002590      END-PERFORM.
002591      IF WS-CAL-SUB = ZERO
002592         MOVE "PERIOD NOT ON CALENDAR" TO WS-REJECT-REASON
002593         GO TO P235-EXIT
002594      END-IF.
002595      SET CAL-IDX TO WS-CAL-SUB.
002596      IF WS-CAL-STATUS (CAL-IDX) NOT = "O"
002597         MOVE "PERIOD ALREADY CLOSED" TO WS-REJECT-REASON
002598         GO TO P235-EXIT
002599      END-IF.
002600      MOVE WS-PAY-DATE-NUM TO WS-CAL-SCHED-PAY (CAL-IDX).
002601      MOVE ZERO            TO WS-CAL-PAY-DATE (CAL-IDX).
002602 P235-EXIT.
002603      EXIT.
002604 P240-FIND-NEXT-OPEN.
002605      MOVE ZERO TO WS-NEXT-OPEN-SUB.
002610      PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
002620         UNTIL WS-CAL-SUB > WS-PERIOD-COUNT
002630         SET CAL-IDX TO WS-CAL-SUB
002710      MOVE "REJECTED" TO AL-RESULT.
002720      MOVE WS-REJECT-REASON TO AL-MESSAGE.
002730      WRITE REPORT-LINE FROM ACTION-LINE.
002740 P250-DERIVE-PAY-DATE.
002750*    AN UNSCHEDULED PERIOD PAYS ON ITS PERIOD-END.  THE PAY
002760* DATE IS THE LATEST BUSINESS DAY ON OR BEFORE THE SCHEDULED
002770* DATE - PAY GOES OUT EARLY, NEVER LATE
002780      IF WS-CAL-SCHED-PAY (CAL-IDX) = ZERO
002790         MOVE WS-CAL-PERIOD (CAL-IDX)
002800            TO WS-CAL-SCHED-PAY (CAL-IDX)
002810      END-IF.
002820      MOVE WS-CAL-SCHED-PAY (CAL-IDX) TO WS-PAY-DATE-NUM.
002830      MOVE WS-PAY-DATE-IN (1:4) TO WS-DB-YEAR.
002840      MOVE WS-PAY-DATE-IN (5:2) TO WS-DB-MONTH.
002850      MOVE WS-PAY-DATE-IN (7:2) TO WS-DB-DAY.
002860      MOVE WS-DATE-BUILD TO DP-DATE-IN.
002870      SET DP-AGE-NOT-WANTED TO TRUE.
002880      SET DP-BUSDAY-WANTED TO TRUE.
002890      SET DP-OFFSET-NOT-WANTED TO TRUE.
002900      CALL "DATEVAL" USING DATE-PARM-BLOCK.
002910      IF DP-DATE-INVALID
002920         DISPLAY "BAD SCHEDULED PAY DATE "
002930            WS-CAL-SCHED-PAY (CAL-IDX) " FOR PERIOD "
002940            WS-CAL-PERIOD (CAL-IDX) " - PERIOD-END USED"
002950         MOVE WS-CAL-PERIOD (CAL-IDX)
002960            TO WS-CAL-PAY-DATE (CAL-IDX)
002970         IF WS-HIGHEST-RC < 4
002980            MOVE 4 TO WS-HIGHEST-RC
002990         END-IF
003000      ELSE
003010         MOVE DP-PRIOR-BUS-DATE TO WS-PRIOR-PARSE
003020         MOVE WS-PP-YEAR  TO WS-PX-YEAR
003030         MOVE WS-PP-MONTH TO WS-PX-MONTH
003040         MOVE WS-PP-DAY   TO WS-PX-DAY
003050         MOVE WS-PRIOR-DATE TO WS-CAL-PAY-DATE (CAL-IDX)
003060      END-IF.
003070 P300-PRINT-AND-WRITE-CALENDAR.
003080      PERFORM P240-FIND-NEXT-OPEN.
003090      WRITE REPORT-LINE FROM HEADING-LINE-3.
003100      PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
003110         UNTIL WS-CAL-SUB > WS-PERIOD-COUNT
003120         SET CAL-IDX TO WS-CAL-SUB
003130         IF WS-CAL-STATUS (CAL-IDX) = "O" OR
003140            WS-CAL-PAY-DATE (CAL-IDX) = ZERO
003150            PERFORM P250-DERIVE-PAY-DATE
003160         END-IF
003170         MOVE WS-CAL-PERIOD (CAL-IDX) TO CL-PERIOD
003180         MOVE WS-CAL-SCHED-PAY (CAL-IDX) TO CL-SCHED-PAY
003190         MOVE WS-CAL-PAY-DATE (CAL-IDX)  TO CL-PAY-DATE
003200         IF WS-CAL-PAY-DATE (CAL-IDX) NOT =
003210            WS-CAL-SCHED-PAY (CAL-IDX)
003220            MOVE "SHIFTED" TO CL-SHIFT-TAG
003230            ADD 1 TO WS-SHIFTED-COUNT
003240         ELSE
003250            MOVE SPACES TO CL-SHIFT-TAG
003260         END-IF
003270         IF WS-CAL-STATUS (CAL-IDX) = "O"
003280            MOVE "OPEN"   TO CL-STATUS
003290         ELSE
003300            MOVE "CLOSED" TO CL-STATUS
003310         END-IF
003320         IF WS-CAL-SUB = WS-NEXT-OPEN-SUB
003330            MOVE "<= NEXT TO RUN" TO CL-NEXT-TAG
003340         ELSE
003350            MOVE SPACES TO CL-NEXT-TAG
003360         END-IF
003370         WRITE REPORT-LINE FROM CAL-DETAIL-LINE
003380         MOVE SPACES TO PAY-CALENDAR-REC
003390         MOVE WS-CAL-PERIOD (CAL-IDX) TO PC-PERIOD-END
003400         MOVE WS-CAL-STATUS (CAL-IDX) TO PC-STATUS
003410         MOVE WS-CAL-SCHED-PAY (CAL-IDX) TO PC-SCHED-PAY-DATE
003420         MOVE WS-CAL-PAY-DATE (CAL-IDX)  TO PC-PAY-DATE
003430         WRITE PAY-CALENDAR-OUT-REC FROM PAY-CALENDAR-REC
003440      END-PERFORM.
003450 P400-TERMINATION.
003460      CLOSE CAL-TRANS-FILE.
003470      CLOSE PAY-CALENDAR-OUT-FILE.
003480      CLOSE REPORT-FILE.
003490      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
003500      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
003510      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
003520      DISPLAY "PERIODS ON CALENDAR   : " WS-PERIOD-COUNT.
003530      DISPLAY "PAY DATES SHIFTED     : " WS-SHIFTED-COUNT.
003540      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
003550         MOVE 4 TO WS-HIGHEST-RC
003560      END-IF.
003570      DISPLAY "PAYCAL00 RETURN CODE  : " WS-HIGHEST-RC.
