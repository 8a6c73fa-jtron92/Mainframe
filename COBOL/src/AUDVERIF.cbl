000230************************************************************
000240* MODIFICATION HISTORY                                     *
000250*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000252*   10/15/2026  DM  AN INTEGRITY ALARM ALSO RAISES A       *
000254*                   SEVERITY-H OPERATOR ALERT THROUGH      *
000256*                   ALERTWR TO PAGE THE NIGHT OPERATOR     *
000260************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000980 01 WS-MISMATCH-SWITCH    PIC X(1) VALUE "N".
000990   88 WS-COUNT-MISMATCH   VALUE "Y".
001000 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001005     COPY ALRTPARM.
001010 01 HEADING-LINE-1.
001020     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
001030     05 FILLER           PIC X(30)
002110            TO RESULT-LINE
002120         WRITE REPORT-LINE FROM RESULT-LINE
002130         MOVE 8 TO WS-HIGHEST-RC
002135         PERFORM P420-RAISE-ALERT
002140      ELSE
002150         MOVE "AUDIT TRAIL VERIFIED - SEQUENCE UNBROKEN"
002160            TO RESULT-LINE
002430      MOVE WS-SEQ-COUNT         TO CT-COUNT-VALUE.
002440      WRITE CONTROL-TOTAL-REC.
002450      CLOSE CONTROL-TOTALS-FILE.
002460 P420-RAISE-ALERT.
002470*    ONE PAGE PER NIGHT - ALERTWR SUPPRESSES A RERUN'S REPEAT
002480      MOVE ZERO           TO AP-RUN-DATE.
002490      MOVE "AUDVERIF"     TO AP-PROGRAM.
002500      SET AP-SEV-HIGH     TO TRUE.
002510      SET AP-SRC-CALLED   TO TRUE.
002520      MOVE "AUDT"         TO AP-COND-CODE.
002530      MOVE SPACES         TO AP-COND-KEY.
002540      MOVE "AUDIT TRAIL INTEGRITY ALARM - RC=8"
002550                          TO AP-MESSAGE.
002560      CALL "ALERTWR" USING ALERT-PARM-BLOCK.
