000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYHARCL.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ARCHIVED PAY-HISTORY RETRIEVAL - PULLS ONE EMPLOYEE'S  *
000090*    PAY HISTORY BACK OUT OF THE PAY-HISTORY ARCHIVE THAT   *
000100*    PAYHRET0 MOVES OLD TAX YEARS INTO (PAYHARC, PAYAREC    *
000110*    LAYOUT - THE JCL CONCATENATES EVERY GENERATION) FOR    *
000120*    AUDITS AND WAGE VERIFICATIONS.  EACH SYSIN CARD IS     *
000130*    ONE SEARCH -                                           *
000140*      COLS 1-6    EMP-ID                                   *
000150*      COLS 8-11   FIRST TAX YEAR (BLANK = EARLIEST)        *
000160*      COLS 13-16  LAST TAX YEAR (BLANK = LATEST)           *
000170*    EVERY MATCHING ROW PRINTS IN TAX-YEAR AND PERIOD ORDER *
000180*    WITH A TOTAL PER TAX YEAR (ADJUSTMENTS SIGNED BY       *
000190*    PH-ADJ-SIGN THE SAME WAY PAYYTD00 ADDS THEM), AND IS   *
000200*    WRITTEN BACK OUT IN THE PAYHREC LAYOUT TO PAYHEXT FOR  *
000210*    WHOEVER ASKED.  A BAD CARD IS LISTED AND SKIPPED, RC=4 *
000220************************************************************
000230* MODIFICATION HISTORY                                     *
000240*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PAY-ARCHIVE-FILE ASSIGN TO PAYHARC
000300     ORGANIZATION IS SEQUENTIAL
000310     FILE STATUS  IS PAYHARC-STATUS.
000320     SELECT SEARCH-CARD-FILE ASSIGN TO SYSIN
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS SYSIN-FILE-STATUS.
000350     SELECT PAY-EXTRACT-FILE ASSIGN TO PAYHEXT
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS PAYHEXT-STATUS.
000380     SELECT REPORT-FILE ASSIGN TO RPTOUT
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS RPT-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD PAY-ARCHIVE-FILE
000440      RECORDING MODE IS F
000450      LABEL RECORDS ARE STANDARD
000460      RECORD CONTAINS 100 CHARACTERS
000470      DATA RECORD IS PAY-ARCHIVE-REC.
000480     COPY PAYAREC.
000490 FD SEARCH-CARD-FILE
000500      RECORDING MODE IS F
000510      LABEL RECORDS ARE STANDARD
000520      RECORD CONTAINS 80 CHARACTERS
000530      DATA RECORD IS SEARCH-CARD-REC.
000540 01 SEARCH-CARD-REC.
000550   05 SC-EMP-ID          PIC X(06).
000560   05 FILLER             PIC X(01).
000570   05 SC-FROM-YEAR       PIC X(04).
000580   05 FILLER             PIC X(01).
000590   05 SC-TO-YEAR         PIC X(04).
000600   05 FILLER             PIC X(64).
000610 FD PAY-EXTRACT-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 80 CHARACTERS
000650      DATA RECORD IS PAY-EXTRACT-REC.
000660 01 PAY-EXTRACT-REC      PIC X(80).
000670 FD REPORT-FILE
000680      RECORDING MODE IS F
000690      LABEL RECORDS ARE STANDARD
000700      DATA RECORD IS REPORT-LINE.
000710 01 REPORT-LINE          PIC X(132).
000720 WORKING-STORAGE SECTION.
000730     COPY PAYHREC.
000740 01 PAYHARC-STATUS       PIC X(2).
000750   88 PAYHARC-OK         VALUE "00".
000760 01 SYSIN-FILE-STATUS    PIC X(2).
000770 01 PAYHEXT-STATUS       PIC X(2).
000780 01 RPT-FILE-STATUS      PIC X(2).
000790 01 WS-CARDS-EOF-SW      PIC X(1) VALUE "N".
000800   88 WS-CARDS-DONE      VALUE "Y".
000810 01 WS-ARCH-EOF-SW       PIC X(1).
000820   88 WS-ARCH-DONE       VALUE "Y".
000830 01 WS-CARD-OK-SW        PIC X(1).
000840   88 WS-CARD-OK         VALUE "Y".
000850   88 WS-CARD-BAD        VALUE "N".
000860 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000870 01 WS-RUN-DATE          PIC 9(8).
000880 01 WS-SEARCH-EMP-ID     PIC 9(9).
000890 01 WS-FROM-YEAR         PIC 9(4).
000900 01 WS-TO-YEAR           PIC 9(4).
000910 01 WS-DATE-BUILD.
000920    05 WS-DB-YEAR    PIC X(4).
000930    05 FILLER        PIC X(1) VALUE "-".
000940    05 WS-DB-MONTH   PIC X(2).
000950    05 FILLER        PIC X(1) VALUE "-".
000960    05 WS-DB-DAY     PIC X(2).
000970 01 WS-DATE-EDIT.
000980    05 WS-DE-YEAR    PIC X(4).
000990    05 WS-DE-MONTH   PIC X(2).
001000    05 WS-DE-DAY     PIC X(2).
001010 01 WS-FMT-DATE          PIC 9(8).
001020 01 WS-FMT-OUT           PIC X(10).
001030*    THE SEARCH'S MATCHING ROWS, SORTED BY TAX YEAR, PERIOD-END
001040* AND PAY DATE BEFORE THEY PRINT
001050 01 WS-MAX-ROWS          PIC 9(4) VALUE 2000.
001060 01 WS-ROW-COUNT         PIC 9(4) VALUE ZERO.
001070 01 WS-ROW-SUB           PIC 9(4).
001080 01 WS-ROW-SUB-2         PIC 9(4).
001090 01 WS-ROW-TABLE.
001100    05 WS-ROW-ENTRY OCCURS 2000 TIMES.
001110      10 RT-SORT-KEY.
001120        15 RT-TAX-YEAR      PIC 9(04).
001130        15 RT-PERIOD-END    PIC 9(08).
001140        15 RT-PAY-DATE      PIC 9(08).
001150      10 RT-ARCHIVE-DATE    PIC 9(08).
001160      10 RT-HISTORY-IMAGE   PIC X(80).
001170 01 WS-SWAP-ROW          PIC X(108).
001180 01 WS-PREV-TAX-YEAR     PIC 9(4).
001190 01 WS-SIGN              PIC S9(1).
001200 01 WS-YEAR-TOTALS.
001210   05 WS-YR-REG          PIC S9(9)V99.
001220   05 WS-YR-BON          PIC S9(9)V99.
001230   05 WS-YR-DED          PIC S9(9)V99.
001240   05 WS-YR-TAX          PIC S9(9)V99.
001250   05 WS-YR-NET          PIC S9(9)V99.
001260   05 WS-YR-ROWS         PIC 9(5).
001270 01 WS-COUNTERS.
001280   05 WS-CARD-COUNT      PIC 9(5) VALUE ZERO.
001290   05 WS-BAD-CARDS       PIC 9(5) VALUE ZERO.
001300   05 WS-ARCH-READ       PIC 9(9) VALUE ZERO.
001310   05 WS-TOTAL-ROWS      PIC 9(7) VALUE ZERO.
001320 01 HEADING-LINE-1.
001330   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001340   05 FILLER             PIC X(40)
001350      VALUE "ARCHIVED PAY-HISTORY RETRIEVAL".
001360   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001370   05 HL1-RUN-DATE       PIC 9(8).
001380   05 FILLER             PIC X(44) VALUE SPACES.
001390 01 SEARCH-HEADER-LINE.
001400   05 FILLER             PIC X(08) VALUE "EMP-ID: ".
001410   05 SH-EMP-ID          PIC 9(06).
001420   05 FILLER             PIC X(14) VALUE "   TAX YEARS: ".
001430   05 SH-FROM-YEAR       PIC 9(04).
001440   05 FILLER             PIC X(03) VALUE " - ".
001450   05 SH-TO-YEAR         PIC 9(04).
001460   05 FILLER             PIC X(93) VALUE SPACES.
001470 01 BAD-CARD-LINE.
001480   05 FILLER             PIC X(18) VALUE "INVALID SEARCH  - ".
001490   05 BC-CARD            PIC X(16).
001500   05 FILLER             PIC X(98) VALUE SPACES.
001510 01 COLUMN-HEADING-1.
001520   05 FILLER             PIC X(40)
001530      VALUE "TAX  PERIOD END  PAY DATE       REGULAR ".
001540   05 FILLER             PIC X(40)
001550      VALUE "      BONUS  DEDUCTIONS     TAX WH     ".
001560   05 FILLER             PIC X(52)
001570      VALUE "NET PAY ADJ  ARCHIVED".
001580 01 DETAIL-LINE.
001590   05 DL-TAX-YEAR        PIC 9(04).
001600   05 FILLER             PIC X(01) VALUE SPACES.
001610   05 DL-PERIOD-END      PIC X(10).
001620   05 FILLER             PIC X(01) VALUE SPACES.
001630   05 DL-PAY-DATE        PIC X(10).
001640   05 FILLER             PIC X(01) VALUE SPACES.
001650   05 DL-REG-PAY         PIC ZZZ,ZZ9.99.
001660   05 FILLER             PIC X(01) VALUE SPACES.
001670   05 DL-BON-PAY         PIC ZZZ,ZZ9.99.
001680   05 FILLER             PIC X(01) VALUE SPACES.
001690   05 DL-TOTAL-DED       PIC ZZZ,ZZ9.99.
001700   05 FILLER             PIC X(01) VALUE SPACES.
001710   05 DL-TAX-WH          PIC ZZZ,ZZ9.99.
001720   05 FILLER             PIC X(01) VALUE SPACES.
001730   05 DL-NET-PAY         PIC ZZZ,ZZ9.99.
001740   05 FILLER             PIC X(01) VALUE SPACES.
001750   05 DL-ADJ-FLAG        PIC X(01).
001760   05 DL-ADJ-SIGN        PIC X(01).
001770   05 DL-OFFCYC-FLAG     PIC X(01).
001780   05 FILLER             PIC X(02) VALUE SPACES.
001790   05 DL-ARCHIVE-DATE    PIC X(10).
001800   05 FILLER             PIC X(35) VALUE SPACES.
001810 01 YEAR-TOTAL-LINE.
001820   05 FILLER             PIC X(10) VALUE "  TAX YEAR".
001830   05 FILLER             PIC X(01) VALUE SPACES.
001840   05 YT-TAX-YEAR        PIC 9(04).
001850   05 FILLER             PIC X(01) VALUE SPACES.
001860   05 YT-ROWS            PIC ZZZZ9.
001870   05 FILLER             PIC X(05) VALUE " ROWS".
001880   05 YT-REG             PIC ZZZZ,ZZ9.99-.
001890   05 YT-BON             PIC ZZZ,ZZ9.99-.
001900   05 YT-DED             PIC ZZZ,ZZ9.99-.
001910   05 YT-TAX             PIC ZZZ,ZZ9.99-.
001920   05 YT-NET             PIC ZZZ,ZZ9.99-.
001930   05 FILLER             PIC X(50) VALUE SPACES.
001940 01 MATCH-COUNT-LINE.
001950   05 FILLER             PIC X(16) VALUE "ROWS FOUND:     ".
001960   05 MC-COUNT           PIC ZZZZ9.
001970   05 FILLER             PIC X(111) VALUE SPACES.
001980 PROCEDURE DIVISION.
001990 000-MAIN-PROCEDURE.
002000      PERFORM P100-INITIALIZATION.
002010      PERFORM P200-PROCESS-CARDS.
002020      PERFORM P300-TERMINATION.
002030      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002040      STOP RUN.
002050 P100-INITIALIZATION.
002060      OPEN INPUT SEARCH-CARD-FILE.
002070      IF SYSIN-FILE-STATUS NOT = "00"
002080         DISPLAY "FAILURE TO OPEN SYSIN " SYSIN-FILE-STATUS
002090         MOVE 12 TO RETURN-CODE
002100         STOP RUN
002110      END-IF.
002120      OPEN OUTPUT PAY-EXTRACT-FILE.
002130      IF PAYHEXT-STATUS NOT = "00"
002140         DISPLAY "FAILURE TO OPEN PAYHEXT " PAYHEXT-STATUS
002150         MOVE 12 TO RETURN-CODE
002160         STOP RUN
002170      END-IF.
002180      OPEN OUTPUT REPORT-FILE.
002190      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
002210      WRITE REPORT-LINE FROM HEADING-LINE-1.
002220 P200-PROCESS-CARDS.
002230      PERFORM UNTIL WS-CARDS-DONE
002240         READ SEARCH-CARD-FILE
002250            AT END
002260               SET WS-CARDS-DONE TO TRUE
002270            NOT AT END
002280               IF SEARCH-CARD-REC NOT = SPACES
002290                  ADD 1 TO WS-CARD-COUNT
002300                  PERFORM P205-EDIT-CARD
002310                  IF WS-CARD-OK
002320                     PERFORM P210-RUN-ONE-SEARCH
002330                  END-IF
002340               END-IF
002350         END-READ
002360      END-PERFORM.
002370 P205-EDIT-CARD.
002380      SET WS-CARD-OK TO TRUE.
002390      IF SC-EMP-ID IS NOT NUMERIC
002400         SET WS-CARD-BAD TO TRUE
002410      ELSE
002420         MOVE SC-EMP-ID TO WS-SEARCH-EMP-ID
002430      END-IF.
002440      IF SC-FROM-YEAR = SPACES
002450         MOVE ZERO TO WS-FROM-YEAR
002460      ELSE
002470         IF SC-FROM-YEAR IS NUMERIC
002480            MOVE SC-FROM-YEAR TO WS-FROM-YEAR
002490         ELSE
002500            SET WS-CARD-BAD TO TRUE
002510         END-IF
002520      END-IF.
002530      IF SC-TO-YEAR = SPACES
002540         MOVE 9999 TO WS-TO-YEAR
002550      ELSE
002560         IF SC-TO-YEAR IS NUMERIC
002570            MOVE SC-TO-YEAR TO WS-TO-YEAR
002580         ELSE
002590            SET WS-CARD-BAD TO TRUE
002600         END-IF
002610      END-IF.
002620      IF WS-CARD-OK AND WS-FROM-YEAR > WS-TO-YEAR
002630         SET WS-CARD-BAD TO TRUE
002640      END-IF.
002650      IF WS-CARD-BAD
002660         MOVE SEARCH-CARD-REC (1:16) TO BC-CARD
002670         MOVE SPACES TO REPORT-LINE
002680         WRITE REPORT-LINE
002690         WRITE REPORT-LINE FROM BAD-CARD-LINE
002700         ADD 1 TO WS-BAD-CARDS
002710         IF WS-HIGHEST-RC < 4
002720            MOVE 4 TO WS-HIGHEST-RC
002730         END-IF
002740      END-IF.
002750 P210-RUN-ONE-SEARCH.
002760*    THE WHOLE ARCHIVE IS SCANNED PER SEARCH - IT ONLY GROWS BY
002770* ONE GENERATION A YEAR AND THE SEARCHES ARE OCCASIONAL
002780      MOVE ZERO TO WS-ROW-COUNT.
002790      MOVE "N"  TO WS-ARCH-EOF-SW.
002800      OPEN INPUT PAY-ARCHIVE-FILE.
002810      IF NOT PAYHARC-OK
002820         DISPLAY "FAILURE TO OPEN PAYHARC " PAYHARC-STATUS
002830         MOVE 12 TO RETURN-CODE
002840         STOP RUN
002850      END-IF.
002860      PERFORM UNTIL WS-ARCH-DONE
002870         READ PAY-ARCHIVE-FILE
002880            AT END
002890               SET WS-ARCH-DONE TO TRUE
002900            NOT AT END
002910               ADD 1 TO WS-ARCH-READ
002920               PERFORM P220-TEST-ONE-ROW
002930         END-READ
002940      END-PERFORM.
002950      CLOSE PAY-ARCHIVE-FILE.
002960      PERFORM P240-SORT-ROWS.
002970      PERFORM P250-PRINT-SEARCH.
002980 P220-TEST-ONE-ROW.
002990      MOVE PA-HISTORY-IMAGE TO PAY-HISTORY-REC.
003000      IF PH-EMP-ID = WS-SEARCH-EMP-ID AND
003010         PA-TAX-YEAR NOT < WS-FROM-YEAR AND
003020         PA-TAX-YEAR NOT > WS-TO-YEAR
003030         IF WS-ROW-COUNT >= WS-MAX-ROWS
003040            DISPLAY "ROW TABLE FULL - EMP-ID " SC-EMP-ID
003050               " TAX YEAR " PA-TAX-YEAR " NOT LISTED"
003060            MOVE 12 TO WS-HIGHEST-RC
003070         ELSE
003080            ADD 1 TO WS-ROW-COUNT
003090            MOVE WS-ROW-COUNT TO WS-ROW-SUB
003100            MOVE PA-TAX-YEAR     TO RT-TAX-YEAR (WS-ROW-SUB)
003110            MOVE PH-PERIOD-END   TO RT-PERIOD-END (WS-ROW-SUB)
003120            MOVE PH-PAY-DATE     TO RT-PAY-DATE (WS-ROW-SUB)
003130            MOVE PA-ARCHIVE-DATE TO RT-ARCHIVE-DATE (WS-ROW-SUB)
003140            MOVE PA-HISTORY-IMAGE
003150               TO RT-HISTORY-IMAGE (WS-ROW-SUB)
003160         END-IF
003170      END-IF.
003180 P240-SORT-ROWS.
003190      PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
003200         UNTIL WS-ROW-SUB >= WS-ROW-COUNT
003210         COMPUTE WS-ROW-SUB-2 = WS-ROW-SUB + 1
003220         PERFORM UNTIL WS-ROW-SUB-2 > WS-ROW-COUNT
003230            IF RT-SORT-KEY (WS-ROW-SUB-2) <
003240               RT-SORT-KEY (WS-ROW-SUB)
003250               MOVE WS-ROW-ENTRY (WS-ROW-SUB) TO WS-SWAP-ROW
003260               MOVE WS-ROW-ENTRY (WS-ROW-SUB-2)
003270                  TO WS-ROW-ENTRY (WS-ROW-SUB)
003280               MOVE WS-SWAP-ROW TO WS-ROW-ENTRY (WS-ROW-SUB-2)
003290            END-IF
003300            ADD 1 TO WS-ROW-SUB-2
003310         END-PERFORM
003320      END-PERFORM.
003330 P250-PRINT-SEARCH.
003340      MOVE SPACES TO REPORT-LINE.
003350      WRITE REPORT-LINE.
003360      MOVE WS-SEARCH-EMP-ID TO SH-EMP-ID.
003370      MOVE WS-FROM-YEAR     TO SH-FROM-YEAR.
003380      MOVE WS-TO-YEAR       TO SH-TO-YEAR.
003390      WRITE REPORT-LINE FROM SEARCH-HEADER-LINE.
003400      IF WS-ROW-COUNT = ZERO
003410         MOVE "  NO ARCHIVED PAY HISTORY FOR THIS SEARCH"
003420            TO REPORT-LINE
003430         WRITE REPORT-LINE
003440      ELSE
003450         WRITE REPORT-LINE FROM COLUMN-HEADING-1
003460      END-IF.
003470      MOVE ZERO TO WS-PREV-TAX-YEAR.
003480      PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
003490         UNTIL WS-ROW-SUB > WS-ROW-COUNT
003500         IF RT-TAX-YEAR (WS-ROW-SUB) NOT = WS-PREV-TAX-YEAR
003510            IF WS-PREV-TAX-YEAR NOT = ZERO
003520               PERFORM P270-PRINT-YEAR-TOTAL
003530            END-IF
003540            MOVE RT-TAX-YEAR (WS-ROW-SUB) TO WS-PREV-TAX-YEAR
003550            INITIALIZE WS-YEAR-TOTALS
003560         END-IF
003570         PERFORM P260-PRINT-ROW
003580      END-PERFORM.
003590      IF WS-PREV-TAX-YEAR NOT = ZERO
003600         PERFORM P270-PRINT-YEAR-TOTAL
003610      END-IF.
003620      MOVE WS-ROW-COUNT TO MC-COUNT.
003630      WRITE REPORT-LINE FROM MATCH-COUNT-LINE.
003640 P260-PRINT-ROW.
003650      MOVE RT-HISTORY-IMAGE (WS-ROW-SUB) TO PAY-HISTORY-REC.
003660      WRITE PAY-EXTRACT-REC FROM PAY-HISTORY-REC.
003670      ADD 1 TO WS-TOTAL-ROWS.
003680      MOVE RT-TAX-YEAR (WS-ROW-SUB) TO DL-TAX-YEAR.
003690      MOVE PH-PERIOD-END TO WS-FMT-DATE.
003700      PERFORM P290-FORMAT-DATE.
003710      MOVE WS-FMT-OUT    TO DL-PERIOD-END.
003720      MOVE PH-PAY-DATE   TO WS-FMT-DATE.
003730      PERFORM P290-FORMAT-DATE.
003740      MOVE WS-FMT-OUT    TO DL-PAY-DATE.
003750      MOVE PH-REG-PAY    TO DL-REG-PAY.
003760      MOVE PH-BON-PAY    TO DL-BON-PAY.
003770      MOVE PH-TOTAL-DED  TO DL-TOTAL-DED.
003780      MOVE PH-TAX-WH     TO DL-TAX-WH.
003790      MOVE PH-NET-PAY    TO DL-NET-PAY.
003800      MOVE PH-ADJ-FLAG   TO DL-ADJ-FLAG.
003810      MOVE PH-ADJ-SIGN   TO DL-ADJ-SIGN.
003820      MOVE PH-OFFCYC-FLAG TO DL-OFFCYC-FLAG.
003830      MOVE RT-ARCHIVE-DATE (WS-ROW-SUB) TO WS-FMT-DATE.
003840      PERFORM P290-FORMAT-DATE.
003850      MOVE WS-FMT-OUT    TO DL-ARCHIVE-DATE.
003860      WRITE REPORT-LINE FROM DETAIL-LINE.
003870      IF PH-IS-ADJUSTMENT AND PH-ADJ-SIGN = "-"
003880         MOVE -1 TO WS-SIGN
003890      ELSE
003900         MOVE 1 TO WS-SIGN
003910      END-IF.
003920      COMPUTE WS-YR-REG = WS-YR-REG + PH-REG-PAY * WS-SIGN.
003930      COMPUTE WS-YR-BON = WS-YR-BON + PH-BON-PAY * WS-SIGN.
003940      COMPUTE WS-YR-DED = WS-YR-DED + PH-TOTAL-DED * WS-SIGN.
003950      COMPUTE WS-YR-TAX = WS-YR-TAX + PH-TAX-WH * WS-SIGN.
003960      COMPUTE WS-YR-NET = WS-YR-NET + PH-NET-PAY * WS-SIGN.
003970      ADD 1 TO WS-YR-ROWS.
003980 P270-PRINT-YEAR-TOTAL.
003990      MOVE WS-PREV-TAX-YEAR TO YT-TAX-YEAR.
004000      MOVE WS-YR-ROWS       TO YT-ROWS.
004010      MOVE WS-YR-REG        TO YT-REG.
004020      MOVE WS-YR-BON        TO YT-BON.
004030      MOVE WS-YR-DED        TO YT-DED.
004040      MOVE WS-YR-TAX        TO YT-TAX.
004050      MOVE WS-YR-NET        TO YT-NET.
004060      WRITE REPORT-LINE FROM YEAR-TOTAL-LINE.
004070 P290-FORMAT-DATE.
004080      IF WS-FMT-DATE = ZERO
004090         MOVE SPACES TO WS-FMT-OUT
004100      ELSE
004110         MOVE WS-FMT-DATE TO WS-DATE-EDIT
004120         MOVE WS-DE-YEAR  TO WS-DB-YEAR
004130         MOVE WS-DE-MONTH TO WS-DB-MONTH
004140         MOVE WS-DE-DAY   TO WS-DB-DAY
004150         MOVE WS-DATE-BUILD TO WS-FMT-OUT
004160      END-IF.
004170 P300-TERMINATION.
004180      CLOSE SEARCH-CARD-FILE.
004190      CLOSE PAY-EXTRACT-FILE.
004200      CLOSE REPORT-FILE.
004210      DISPLAY "SEARCH CARDS READ    : " WS-CARD-COUNT.
004220      DISPLAY "INVALID CARDS        : " WS-BAD-CARDS.
004230      DISPLAY "ROWS RETRIEVED       : " WS-TOTAL-ROWS.
004240      DISPLAY "PAYHARCL RETURN CODE  : " WS-HIGHEST-RC.
