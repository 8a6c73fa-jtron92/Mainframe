000120*    ADVICE NUMBER (FROM THE CHECKCTL CONTROL FILE) TO      *
000130*    EVERY EMPOFILE PAY RECORD, AND APPENDS ONE RECORD PER  *
000140*    INSTRUMENT (CHKREC LAYOUT - NUMBER, EMP-ID, PERIOD,    *
000145*    NET, STATUS I, CHECK DATE) TO THE PERMANENT CHECKREG   *
000150*    REGISTER.  THE CHECK DATE IS THE CYCLE'S PAY DATE FROM *
000155*    THE HH HEADER, NOT THE DAY THE STEP HAPPENS TO RUN.    *
000160*    CHKMNT00 HANDLES VOIDS AND REISSUES AND PRINTS THE     *
000170*    OUTSTANDING-CHECKS REPORT FROM THE SAME REGISTER       *
000180************************************************************
000190* MODIFICATION HISTORY                                     *
000200*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000202*   10/15/2026  DM  CK-ISSUE-DATE IS NOW THE PAY DATE FROM  *
000204*                   PRH-PAY-DATE (RUN DATE WHEN THE HEADER  *
000206*                   CARRIES NONE) AND PRINTS AS CHECK DATE  *
000210************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000740   88 WS-EOF             VALUE "Y".
000750 01 WS-RUN-DATE          PIC 9(8).
000760 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
000765 01 WS-CHECK-DATE        PIC 9(8) VALUE ZERO.
000770 01 WS-NEXT-CHECK-NBR    PIC 9(8) VALUE 1.
000780 01 WS-COUNTERS.
000790     05 WS-PAY-COUNT      PIC 9(5) VALUE ZERO.
000890     05 HL2-PERIOD       PIC 9(8).
000900     05 FILLER           PIC X(12) VALUE "  RUN DATE: ".
000910     05 HL2-DATE         PIC 9(8).
000915     05 FILLER           PIC X(14) VALUE "  CHECK DATE: ".
000920     05 HL2-CHECK-DATE   PIC 9(8).
000925     05 FILLER           PIC X(18) VALUE SPACES.
000930 01 HEADING-LINE-3.
000940     05 FILLER           PIC X(10) VALUE "CHECK NBR".
000950     05 FILLER           PIC X(08) VALUE "EMP-ID".
001310      OPEN OUTPUT REPORT-FILE.
001320      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001330      PERFORM P120-READ-PERIOD-HEADER.
001332      IF WS-CHECK-DATE = ZERO
001334         MOVE WS-RUN-DATE TO WS-CHECK-DATE
001336      END-IF.
001338      MOVE WS-CHECK-DATE TO HL2-CHECK-DATE.
001340      MOVE WS-PERIOD-END TO HL2-PERIOD.
001350      MOVE WS-RUN-DATE   TO HL2-DATE.
001360      WRITE REPORT-LINE FROM HEADING-LINE-1.
001610      IF NOT WS-EOF
001620         IF PAY-IS-HEADER
001630            MOVE PRH-PERIOD-END TO WS-PERIOD-END
001632            IF PRH-PAY-DATE IS NUMERIC
001634               MOVE PRH-PAY-DATE TO WS-CHECK-DATE
001636            END-IF
001640         ELSE
001650            DISPLAY "WARNING - EMPOFILE HAS NO HH HEADER - "
001660               "FIRST RECORD TREATED AS DETAIL"
001870      MOVE PR-PERIOD-END     TO CK-PERIOD-END.
001880      MOVE PR-NET-PAY        TO CK-NET-PAY.
001890      MOVE "I"               TO CK-STATUS.
001900      MOVE WS-CHECK-DATE     TO CK-ISSUE-DATE.
001910      WRITE CHECK-REGISTER-REC.
001920      MOVE CK-CHECK-NBR TO DL-CHECK-NBR.
001930      MOVE CK-EMP-ID    TO DL-EMP-ID.
