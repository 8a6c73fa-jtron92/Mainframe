000290*                   DATE - SO TRANREL CAN ROLL EFFECTIVE    *
000300*                   DATES OFF WEEKENDS AND COBTRAN3 CAN     *
000310*                   WARN ON A HOLIDAY PERIOD-END            *
000312*   10/15/2026  DM  DAY-OFFSET SERVICE - WHEN DP-OFFSET-    *
000314*                   REQUEST IS "Y" THE SERVICE STEPS THE    *
000316*                   DATE DP-OFFSET-DAYS FORWARD (OR BACK    *
000318*                   WHEN NEGATIVE) AND RETURNS THE RESULT   *
000319*                   IN DP-OFFSET-DATE                       *
000320*   10/15/2026  DM  THE BUSINESS-DAY SERVICE ALSO RETURNS   *
000321*                   DP-PRIOR-BUS-DATE, THE LATEST BUSINESS  *
000322*                   DAY ON OR BEFORE THE DATE, FOR PAYCAL00 *
000323*                   TO ROLL A PAY DATE BACK OFF A WEEKEND   *
000324*                   OR HOLIDAY                              *
000325************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000950   88 WS-HOLIDAY-HIT      VALUE "Y".
000960 01 WS-STEP-COUNT         PIC 9(2).
000970 01 WS-SAVE-DIM           PIC 9(2).
000972 01 WS-OFFSET-COUNT       PIC 9(5).
000974 01 WS-OFFSET-LIMIT       PIC 9(5).
000980 LINKAGE SECTION.
000990     COPY DATEPARM.
001000 PROCEDURE DIVISION USING DATE-PARM-BLOCK.
001130      MOVE "N"    TO DP-BUSDAY-FLAG.
001140      MOVE "N"    TO DP-HOLIDAY-FLAG.
001150      MOVE SPACES TO DP-NEXT-BUS-DATE.
001155      MOVE SPACES TO DP-PRIOR-BUS-DATE.
001160      IF DP-DATE-VALID AND DP-BUSDAY-WANTED
001170         PERFORM P500-BUSINESS-DAY-SERVICE
001180      END-IF.
001182      MOVE SPACES TO DP-OFFSET-DATE.
001184      IF DP-DATE-VALID AND DP-OFFSET-WANTED
001186         PERFORM P600-DAY-OFFSET-SERVICE
001188      END-IF.
001190      GOBACK.
001200 P100-CHECK-FORMAT.
001210      MOVE DP-DATE-IN TO WS-DATE-PARSE.
002230      END-PERFORM.
002240      STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY
002250         DELIMITED BY SIZE INTO DP-NEXT-BUS-DATE.
002251*    DP-PRIOR-BUS-DATE IS THE MIRROR - THE LATEST BUSINESS
002252* DAY ON OR BEFORE THE INPUT, STEPPING BACK FROM THE DATE
002253* AS KEYED
002254      MOVE WS-DP-YEAR  TO WS-CD-YEAR.
002255      MOVE WS-DP-MONTH TO WS-CD-MONTH.
002256      MOVE WS-DP-DAY   TO WS-CD-DAY.
002257      PERFORM P520-CHECK-ONE-DATE.
002258      MOVE ZERO TO WS-STEP-COUNT.
002259      PERFORM UNTIL WS-BUSINESS-DAY OR WS-STEP-COUNT > 30
002260         PERFORM P540-BACK-ONE-DAY
002261         PERFORM P520-CHECK-ONE-DATE
002262         ADD 1 TO WS-STEP-COUNT
002263      END-PERFORM.
002264      STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY
002265         DELIMITED BY SIZE INTO DP-PRIOR-BUS-DATE.
002266      MOVE WS-SAVE-DIM TO DP-DAYS-IN-MONTH.
002270 P510-LOAD-HOLIDAYS.
002280*    THE CALENDAR LOADS ONCE PER RUN - NO HOLCAL DD MEANS
002290* WEEKENDS ARE THE ONLY NON-WORKING DAYS
002970            ADD 1 TO WS-CD-YEAR
002980         END-IF
002990      END-IF.
003000 P540-BACK-ONE-DAY.
003010*    THE MIRROR OF P530 - STEPPING OFF THE FIRST OF A MONTH
003020* LANDS ON THE LAST DAY OF THE PRIOR MONTH, WHOSE LENGTH
003030* COMES FROM THE SAME LEAP/DAYS-IN-MONTH LOGIC
003040      IF WS-CD-DAY > 1
003050         SUBTRACT 1 FROM WS-CD-DAY
003060      ELSE
003070         IF WS-CD-MONTH > 1
003080            SUBTRACT 1 FROM WS-CD-MONTH
003090         ELSE
003100            MOVE 12 TO WS-CD-MONTH
003110            SUBTRACT 1 FROM WS-CD-YEAR
003120         END-IF
003130         MOVE WS-CD-YEAR  TO WS-DP-YEAR-NUM
003140         MOVE WS-CD-MONTH TO WS-DP-MONTH-NUM
003150         PERFORM P210-DETERMINE-LEAP-YEAR
003160         PERFORM P220-SET-DAYS-IN-MONTH
003170         MOVE DP-DAYS-IN-MONTH TO WS-CD-DAY
003180      END-IF.
003190 P600-DAY-OFFSET-SERVICE.
003200*    STEPS ONE CALENDAR DAY AT A TIME THROUGH P530/P540 SO
003210* MONTH, YEAR, AND FEBRUARY 29TH ROLL EXACTLY AS THE
003220* BUSINESS-DAY SERVICE ROLLS THEM.  DP-DAYS-IN-MONTH IS PUT
003230* BACK THE WAY THE CALENDAR CHECK LEFT IT
003240      MOVE DP-DAYS-IN-MONTH TO WS-SAVE-DIM.
003250      MOVE WS-DP-YEAR  TO WS-CD-YEAR.
003260      MOVE WS-DP-MONTH TO WS-CD-MONTH.
003270      MOVE WS-DP-DAY   TO WS-CD-DAY.
003280      IF DP-OFFSET-DAYS < ZERO
003290         COMPUTE WS-OFFSET-LIMIT = ZERO - DP-OFFSET-DAYS
003300      ELSE
003310         MOVE DP-OFFSET-DAYS TO WS-OFFSET-LIMIT
003320      END-IF.
003330      MOVE ZERO TO WS-OFFSET-COUNT.
003340      PERFORM UNTIL WS-OFFSET-COUNT >= WS-OFFSET-LIMIT
003350         IF DP-OFFSET-DAYS < ZERO
003360            PERFORM P540-BACK-ONE-DAY
003370         ELSE
003380            PERFORM P530-ADVANCE-ONE-DAY
003390         END-IF
003400         ADD 1 TO WS-OFFSET-COUNT
003410      END-PERFORM.
003420      STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY
003430         DELIMITED BY SIZE INTO DP-OFFSET-DATE.
003440      MOVE WS-SAVE-DIM TO DP-DAYS-IN-MONTH.
