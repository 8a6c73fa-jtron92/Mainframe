000300*                   MOVE READ THE CARD AS A WHOLE NUMBER  *
000310*                   AND STORED EVERY RATE 100 TIMES TOO   *
000320*                   LARGE                                 *
000322*   10/15/2026  DM  COMPTRAN CARRIES THE KEYING USER AND  *
000324*                   THE APPROVING USER (COLS 22-29/30-37) *
000326*                   - BOTH RIDE THE NEW COMPMAST ROW AND  *
000328*                   THE KEYER IS NOW THE AUDIT-USER-ID    *
000330************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000800     05 CT-PAY-RATE        PIC X(7).
000810     05 CT-PAY-RATE-N REDEFINES CT-PAY-RATE PIC 9(5)V9(2).
000820     05 CT-EFF-DATE        PIC X(8).
000822     05 CT-USER-ID         PIC X(8).
000824     05 CT-APPR-USER       PIC X(8).
000830     05 FILLER             PIC X(43).
000840 FD MAINT-LOG-FILE
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
001300      10 WS-RT-RATE-TYPE  PIC X(1).
001310      10 WS-RT-PAY-RATE   PIC 9(5)V9(2).
001320      10 WS-RT-EFF-DATE   PIC 9(8).
001322      10 WS-RT-KEYED-USER PIC X(8).
001324      10 WS-RT-APPR-USER  PIC X(8).
001330      10 WS-RT-DELETED-SW PIC X(1).
001340        88 WS-RT-DELETED  VALUE "Y".
001350 01 WS-ROW-FOUND-SW       PIC X(1).
001460     05 WK-RATE-TYPE       PIC X(1).
001470     05 WK-PAY-RATE        PIC 9(5)V9(2).
001480     05 WK-EFF-DATE        PIC 9(8).
001482     05 WK-KEYED-USER      PIC X(8).
001484     05 WK-APPR-USER       PIC X(8).
001490     05 FILLER             PIC X(44).
001500 01 WS-DATE-BUILD.
001510    05 WS-DB-YEAR    PIC X(4).
001520    05 FILLER        PIC X(1) VALUE "-".
002080         MOVE CM-RATE-TYPE TO WS-RT-RATE-TYPE (RT-IDX)
002090         MOVE CM-PAY-RATE  TO WS-RT-PAY-RATE (RT-IDX)
002100         MOVE CM-EFF-DATE  TO WS-RT-EFF-DATE (RT-IDX)
002102         MOVE CM-KEYED-USER TO WS-RT-KEYED-USER (RT-IDX)
002104         MOVE CM-APPR-USER TO WS-RT-APPR-USER (RT-IDX)
002110         MOVE "N"          TO WS-RT-DELETED-SW (RT-IDX)
002120      END-IF.
002130 2000-PROCESS-TRANSACTIONS.
003010            MOVE CT-RATE-TYPE TO WS-RT-RATE-TYPE (RT-IDX)
003020            MOVE CT-PAY-RATE-N TO WS-RT-PAY-RATE (RT-IDX)
003030            MOVE CT-EFF-DATE  TO WS-RT-EFF-DATE (RT-IDX)
003032            MOVE CT-USER-ID   TO WS-RT-KEYED-USER (RT-IDX)
003034            MOVE CT-APPR-USER TO WS-RT-APPR-USER (RT-IDX)
003040            MOVE "N"          TO WS-RT-DELETED-SW (RT-IDX)
003050            MOVE SPACES       TO WS-BEFORE-IMAGE
003060            MOVE "RATECHG"    TO WS-AUDIT-ACTION
003250      MOVE WS-RT-RATE-TYPE (RT-IDX) TO WK-RATE-TYPE.
003260      MOVE WS-RT-PAY-RATE (RT-IDX)  TO WK-PAY-RATE.
003270      MOVE WS-RT-EFF-DATE (RT-IDX)  TO WK-EFF-DATE.
003272      MOVE WS-RT-KEYED-USER (RT-IDX) TO WK-KEYED-USER.
003274      MOVE WS-RT-APPR-USER (RT-IDX) TO WK-APPR-USER.
003280 2600-WRITE-LOG-LINE.
003290      MOVE CT-ACTION-CODE TO ML-ACTION-CODE.
003300      MOVE CT-EMP-ID      TO ML-EMP-ID.
003600         PERFORM 2150-FORMAT-RATE-ROW
003610         MOVE WS-RATE-WORK-REC TO AUDIT-AFTER-IMAGE
003620      END-IF.
003630      MOVE CT-USER-ID       TO AUDIT-USER-ID.
003640      SET AUDS-FUNC-NEXT TO TRUE.
003650      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
003660      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
