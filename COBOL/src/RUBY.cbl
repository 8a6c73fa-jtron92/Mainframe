000194*                   STORE CLUSTER IN PLACE - THE RC=8 AND   *
000196*                   RC=12 TABLE MESSAGES ARE GONE AND RC=12 *
000198*                   MEANS THE CLUSTER WOULD NOT OPEN        *
000199*   10/15/2026  DM  RC=12 ALSO COVERS INVAPPL NOT OPENING  *
000200*   10/15/2026  DM  RC=12 ALSO COVERS ORDKSD NOT OPENING   *
000205*   10/15/2026  DM  RC=12 ALSO COVERS XFERKSD NOT OPENING  *
000206*   10/15/2026  DM  RC=12 ALSO COVERS STKMOVE NOT OPENING  *
000207************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000400            DISPLAY "SCRIM REJECTED ONE OR MORE TRANSACTIONS - "
000410               "SEE INVRPT"
000450         WHEN WS-SCRIM-RC = 12
000460            DISPLAY "SCRIM COULD NOT OPEN STORKSD, INVAPPL, "
000465               "ORDKSD, XFERKSD OR STKMOVE"
000470         WHEN OTHER
000480            DISPLAY "SCRIM RETURNED AN UNEXPECTED CODE"
000490      END-EVALUATE.
