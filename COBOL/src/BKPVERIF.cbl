000242*   09/02/2026  DM  BKP1 WIDENED TO 120 BYTES WITH THE     *
000244*                   EMPLOYEE-VS-FILE RECORD EXPANSION -    *
000246*                   THE EMP.KSDS BACKUP (BKP2) STAYS 80    *
000247*   10/15/2026  DM  A BACKUP MISMATCH ALSO RAISES A        *
000248*                   SEVERITY-H OPERATOR ALERT THROUGH      *
000249*                   ALERTWR TO PAGE THE NIGHT OPERATOR     *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000880   88 WS-ROSTER-FOUND     VALUE "Y".
000890 01 WS-MISMATCH-SW        PIC X(1) VALUE "N".
000900   88 WS-BACKUP-MISMATCH  VALUE "Y".
000905     COPY ALRTPARM.
000910 PROCEDURE DIVISION.
000920 000-MAIN-PROCEDURE.
000930      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000980      PERFORM P500-COMPARE-AND-REPORT.
000990      PERFORM P600-WRITE-CONTROL-TOTALS.
001000      IF WS-BACKUP-MISMATCH
001005         PERFORM P700-RAISE-ALERT
001010         MOVE 8 TO RETURN-CODE
001020      END-IF.
001030      STOP RUN.
002150      MOVE WS-BKP2-COUNT         TO CT-COUNT-VALUE.
002160      WRITE CONTROL-TOTAL-REC.
002170      CLOSE CONTROL-TOTALS-FILE.
002180 P700-RAISE-ALERT.
002190*    ONE PAGE PER NIGHT - ALERTWR SUPPRESSES A RERUN'S REPEAT
002200      MOVE ZERO           TO AP-RUN-DATE.
002210      MOVE "BKPVERIF"     TO AP-PROGRAM.
002220      SET AP-SEV-HIGH     TO TRUE.
002230      SET AP-SRC-CALLED   TO TRUE.
002240      MOVE "BKUP"         TO AP-COND-CODE.
002250      MOVE SPACES         TO AP-COND-KEY.
002260      MOVE "NIGHTLY BACKUP COUNT MISMATCH - RC=8"
002270                          TO AP-MESSAGE.
002280      CALL "ALERTWR" USING ALERT-PARM-BLOCK.
