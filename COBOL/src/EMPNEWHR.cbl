000430*   09/02/2026  DM  AUDIT RECORDS NOW DRAW AUDIT-SEQ-NBR   *
000440*                   FROM THE SHARED AUDSEQ SERVICE SO THE  *
000450*                   TRAIL IS TAMPER-EVIDENT (SEE AUDVERIF) *
000452*   10/15/2026  DM  A SYSIN CARD (COLS 1-8) NOW NAMES THE  *
000454*                   HR OPERATOR WHO KEYED THE HIREIN FILE  *
000456*                   - STAMPED INTO AUDIT-USER-ID SO SODCHK0*
000458*                   CAN PAIR A HIRE WITH LATER PAY CHANGES *
000460************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
001380 01 WS-RUN-DATE           PIC 9(8).
001390 01 WS-NEXT-EMP-ID        PIC 9(6) VALUE ZERO.
001400 01 WS-HIRE-EMP-ID        PIC 9(6).
001402 01 WS-KEYED-BY-CARD.
001404   05 WS-KB-USER-ID      PIC X(08).
001406   05 FILLER             PIC X(72).
001410 01 WS-FULL-NAME          PIC X(30).
001420 01 WS-HIRE-DATE-NUM.
001430   05 WS-HD-YEAR          PIC X(4).
002400      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002410      OPEN OUTPUT REPORT-FILE.
002420      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002422*    SYSIN COLS 1-8 - THE HR OPERATOR WHO KEYED THE HIREIN
002424* FILE, CARRIED ON EVERY AUDIT RECORD THE RUN CUTS (A BLANK
002426* CARD LEAVES THE AUDIT USER-ID BLANK AS BEFORE)
002428      MOVE SPACES TO WS-KEYED-BY-CARD.
002429      ACCEPT WS-KEYED-BY-CARD FROM SYSIN.
002430      MOVE WS-RUN-DATE TO HL2-DATE.
002440      WRITE REPORT-LINE FROM HEADING-LINE-1.
002450      WRITE REPORT-LINE FROM HEADING-LINE-2.
005070      MOVE EMP-ID OF EMPLOYEE TO AUDIT-EMP-ID.
005080      MOVE SPACES         TO AUDIT-BEFORE-IMAGE.
005090      MOVE EMPLOYEE       TO AUDIT-AFTER-IMAGE.
005100      MOVE WS-KB-USER-ID  TO AUDIT-USER-ID.
005110      SET AUDS-FUNC-NEXT TO TRUE.
005120      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005130      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
005430      MOVE EMP-ID OF EMPLOYEE TO AUDIT-EMP-ID.
005440      MOVE SPACES         TO AUDIT-BEFORE-IMAGE.
005450      MOVE EMPLOYEE       TO AUDIT-AFTER-IMAGE.
005460      MOVE WS-KB-USER-ID  TO AUDIT-USER-ID.
005470      SET AUDS-FUNC-NEXT TO TRUE.
005480      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005490      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
