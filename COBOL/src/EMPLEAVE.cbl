000240************************************************************
000250* MODIFICATION HISTORY                                     *
000260*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000262*   10/15/2026  DM  LB-LAST-TAKEN - THE LATEST LEAVE DATE  *
000264*                   APPLIED FOR THE EMPLOYEE, KEPT ON THE  *
000266*                   BALANCE RECORD (ZERO = NONE TAKEN) SO  *
000268*                   PAYFRD00 CAN TELL WHO NEVER TAKES ANY  *
000270************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000580 01 LEAVE-BALANCE-REC.
000590   05 LB-EMP-ID          PIC 9(06).
000600   05 LB-BALANCE-HRS     PIC 9(4)V9(2).
000605   05 LB-LAST-TAKEN      PIC 9(08).
000610   05 FILLER             PIC X(60).
000620 FD LEAVE-BALANCE-OUT-FILE
000630      RECORDING MODE IS F
000640      LABEL RECORDS ARE STANDARD
001170   05 WS-BAL-ENTRY OCCURS 1000 TIMES INDEXED BY BAL-IDX.
001180     10 WS-BAL-EMP-ID    PIC 9(6).
001190     10 WS-BAL-HOURS     PIC 9(4)V9(2).
001191     10 WS-BAL-LAST-TAKEN PIC 9(8).
001192     10 WS-BAL-NAME      PIC X(30).
001200 01 WS-BAL-SUB           PIC 9(4).
001210 01 WS-BAL-FOUND-SW      PIC X(1).
002220                  MOVE LB-EMP-ID      TO WS-BAL-EMP-ID (BAL-IDX)
002230                  MOVE LB-BALANCE-HRS TO WS-BAL-HOURS (BAL-IDX)
002232                  MOVE SPACES         TO WS-BAL-NAME (BAL-IDX)
002233                  IF LB-LAST-TAKEN IS NUMERIC
002234                     MOVE LB-LAST-TAKEN
002235                        TO WS-BAL-LAST-TAKEN (BAL-IDX)
002236                  ELSE
002237                     MOVE ZERO TO WS-BAL-LAST-TAKEN (BAL-IDX)
002238                  END-IF
002240               ELSE
002250                  DISPLAY "BALANCE TABLE FULL - RECORD DROPPED "
002260                     "FOR EMP-ID " LB-EMP-ID
002840            SET BAL-IDX TO WS-BALANCE-COUNT
002850            MOVE WS-WORK-EMP-ID TO WS-BAL-EMP-ID (BAL-IDX)
002860            MOVE ZERO           TO WS-BAL-HOURS (BAL-IDX)
002861            MOVE ZERO           TO WS-BAL-LAST-TAKEN (BAL-IDX)
002862            MOVE SPACES         TO WS-BAL-NAME (BAL-IDX)
002870         END-IF
002880      END-IF.
003240      END-IF.
003250      IF WS-REJECT-REASON = SPACES
003260         SUBTRACT LT-HOURS-NUM FROM WS-BAL-HOURS (BAL-IDX)
003262         IF LT-LEAVE-DATE > WS-BAL-LAST-TAKEN (BAL-IDX)
003264            MOVE LT-LEAVE-DATE TO WS-BAL-LAST-TAKEN (BAL-IDX)
003266         END-IF
003270         ADD 1 TO WS-TAKEN-COUNT
003280      ELSE
003290         ADD 1 TO WS-REJECT-COUNT
003980      MOVE SPACES TO LEAVE-BALANCE-REC.
003990      MOVE WS-BAL-EMP-ID (BAL-IDX) TO LB-EMP-ID.
004000      MOVE WS-BAL-HOURS (BAL-IDX)  TO LB-BALANCE-HRS.
004005      MOVE WS-BAL-LAST-TAKEN (BAL-IDX) TO LB-LAST-TAKEN.
004010      WRITE LEAVE-BALANCE-OUT-REC FROM LEAVE-BALANCE-REC.
004020      MOVE WS-BAL-EMP-ID (BAL-IDX) TO DL-EMP-ID.
004030      MOVE WS-BAL-NAME (BAL-IDX)   TO DL-NAME.
