000170*    ADJUSTMENT RECORD (PH-ADJ-FLAG "A") - THE ORIGINAL     *
000180*    ROWS ARE NEVER TOUCHED.  PAYYTD00 AND THE PAYANN00     *
000190*    ANNUAL STATEMENTS FOLD ADJUSTMENTS INTO THEIR TOTALS   *
000195*    AND SHOW AN ADJUSTMENT INDICATOR.  THE ADJUSTMENT      *
000200*    TAKES THE PAY DATE OF THE ROW IT CORRECTS, SO IT LANDS *
000205*    IN THE SAME QUARTER AS THE WAGES IT AMENDS             *
000210************************************************************
000220* MODIFICATION HISTORY                                     *
000230*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000233*   10/15/2026  DM  ADJUSTMENT ROWS CARRY PH-PAY-DATE FROM  *
000236*                   THE MATCHED ORIGINAL ROW                *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001040     10 WS-AJ-NET        PIC 9(6)V9(2).
001050     10 WS-AJ-MATCH-SW   PIC X(1).
001060       88 WS-AJ-MATCHED  VALUE "Y".
001065     10 WS-AJ-PAY-DATE   PIC 9(8).
001070 01 WS-REJECT-REASON     PIC X(40).
001080 01 WS-COUNTERS.
001090     05 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
002110         MOVE AJ-TAX-DELTA-N TO WS-AJ-TAX (ADJ-IDX)
002120         MOVE AJ-NET-DELTA-N TO WS-AJ-NET (ADJ-IDX)
002130         MOVE "N"            TO WS-AJ-MATCH-SW (ADJ-IDX)
002135         MOVE ZERO           TO WS-AJ-PAY-DATE (ADJ-IDX)
002140      ELSE
002150         ADD 1 TO WS-REJECT-COUNT
002160         MOVE ZERO             TO DL-EMP-ID
002450            WS-AJ-PERIOD (ADJ-IDX) = PH-PERIOD-END AND
002460            NOT PH-IS-ADJUSTMENT
002470            SET WS-AJ-MATCHED (ADJ-IDX) TO TRUE
002471            IF PH-PAY-DATE IS NUMERIC AND PH-PAY-DATE > ZERO
002472               MOVE PH-PAY-DATE TO WS-AJ-PAY-DATE (ADJ-IDX)
002473            ELSE
002474               MOVE PH-PERIOD-END TO WS-AJ-PAY-DATE (ADJ-IDX)
002475            END-IF
002480         END-IF
002490      END-PERFORM.
002500 P400-APPLY-ADJUSTMENTS.
002730         MOVE WS-AJ-TAX (ADJ-IDX)    TO PH-TAX-WH
002740         MOVE "A"                    TO PH-ADJ-FLAG
002750         MOVE WS-AJ-SIGN (ADJ-IDX)   TO PH-ADJ-SIGN
002755         MOVE WS-AJ-PAY-DATE (ADJ-IDX) TO PH-PAY-DATE
002760         WRITE PAY-HISTORY-EXT-REC FROM PAY-HISTORY-REC
002770         ADD 1 TO WS-APPLIED-COUNT
002780         MOVE "APPLIED"  TO DL-RESULT
