000510*                   COLLIDES WITH ITS BASE CYCLE'S KEY ON       *
000520*                   PAYHKSD COUNTS AS A DUPLICATE KEY - THE     *
000530*                   CICS INQUIRY KEEPS SHOWING THE BASE ROW     *
000532*   10/15/2026  DM  PR-PAY-DATE CARRIES INTO PH-PAY-DATE (THE   *
000534*                   PERIOD-END WHEN THE RECORD HAS NONE) SO     *
000536*                   WAGES FALL IN THE QUARTER THEY ARE PAID IN  *
000538*   10/15/2026  DM  PR-REIMB-AMT CARRIES INTO PH-REIMB-AMT *
000540************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
002480      MOVE PR-TOTAL-DED TO PH-TOTAL-DED.
002490      MOVE PR-NET-PAY   TO PH-NET-PAY.
002500      MOVE PR-TAX-WH    TO PH-TAX-WH.
002501      IF PR-REIMB-AMT IS NUMERIC
002502         MOVE PR-REIMB-AMT TO PH-REIMB-AMT
002503      ELSE
002504         MOVE ZERO         TO PH-REIMB-AMT
002505      END-IF.
002510      MOVE PR-RUN-TYPE  TO PH-OFFCYC-FLAG.
002511      IF PR-PAY-DATE IS NUMERIC AND PR-PAY-DATE > ZERO
002512         MOVE PR-PAY-DATE   TO PH-PAY-DATE
002513      ELSE
002514         MOVE PH-PERIOD-END TO PH-PAY-DATE
002515      END-IF.
002520      WRITE PAY-HISTORY-REC.
002530      ADD 1 TO WS-WRITTEN-COUNT.
002540      WRITE PAY-HISTORY-KEYED-REC FROM PAY-HISTORY-REC
