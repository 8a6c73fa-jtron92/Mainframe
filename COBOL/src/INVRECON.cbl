000232*   09/02/2026  DM  THE STORE MASTER IS NOW THE STORKSD    *
000234*                   KSDS - THE 20 X 5 LOAD TABLE IS GONE   *
000236*                   AND EACH COUNT LINE IS A KEYED READ    *
000237*   10/15/2026  DM  ADJREV LINES CARRY REASON CODE CC      *
000238*                   (COUNT CORRECTION) IN COLS 36-37       *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000700     05 AR-STORE-ID        PIC 9(4).
000710     05 AR-PRODUCT-ID      PIC 9(4).
000720     05 AR-QTY-DELTA       PIC S9(6).
000730     05 FILLER             PIC X(21).
000733     05 AR-REASON-CODE     PIC X(2).
000736     05 FILLER             PIC X(43).
000740 FD REPORT-FILE
000750      RECORDING MODE IS F
000760      LABEL RECORDS ARE STANDARD
003780      MOVE WS-VAR-STORE (WS-VAR-SUB)   TO AR-STORE-ID.
003790      MOVE WS-VAR-PRODUCT (WS-VAR-SUB) TO AR-PRODUCT-ID.
003800      MOVE WS-VAR-DELTA (WS-VAR-SUB)   TO AR-QTY-DELTA.
003805      MOVE "CC"                        TO AR-REASON-CODE.
003810      WRITE ADJ-REVIEW-REC.
003820      ADD 1 TO WS-ADJ-GEN-COUNT.
003830 3000-TERMINATE.
