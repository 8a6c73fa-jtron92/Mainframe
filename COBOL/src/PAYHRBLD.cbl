000243*                   SAVED EMPOFILE CANNOT RESTORE THEM,     *
000244*                   SO THEY CARRY STRAIGHT ACROSS (SAME     *
000245*                   EXCLUSION AS PAYHSTUP'S GUARD)          *
000246*   10/15/2026  DM  RE-ROLLED ROWS CARRY PH-PAY-DATE       *
000247*   10/15/2026  DM  RE-ROLLED ROWS CARRY PH-REIMB-AMT      *
000248************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
002240            MOVE PR-NET-PAY   TO PH-NET-PAY
002250            MOVE PR-TAX-WH    TO PH-TAX-WH
002252            MOVE PR-RUN-TYPE  TO PH-OFFCYC-FLAG
002253            IF PR-PAY-DATE IS NUMERIC AND PR-PAY-DATE > ZERO
002254               MOVE PR-PAY-DATE   TO PH-PAY-DATE
002255            ELSE
002256               MOVE PH-PERIOD-END TO PH-PAY-DATE
002257            END-IF
002258            PERFORM P265-CARRY-REIMB-AMT
002260            WRITE PAY-HISTORY-NEW-REC FROM PAY-HISTORY-REC
002270            ADD 1 TO WS-READDED-COUNT
002280            PERFORM P270-REFRESH-KEYED-REC
002290         END-IF
002300      END-IF.
002301 P265-CARRY-REIMB-AMT.
002302*    A SAVED FILE CUT BEFORE PR-REIMB-AMT WAS CARRIED HAS NONE
002303      IF PR-REIMB-AMT IS NUMERIC
002304         MOVE PR-REIMB-AMT TO PH-REIMB-AMT
002305      ELSE
002306         MOVE ZERO         TO PH-REIMB-AMT
002307      END-IF.
002310 P270-REFRESH-KEYED-REC.
002320*    THE KEYED CLUSTER TAKES THE REBUILT RECORD TOO - A KEY
002330* ALREADY THERE FROM THE BAD ROLL IS REWRITTEN IN PLACE
