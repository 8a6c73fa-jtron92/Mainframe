000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYHRET0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ANNUAL PAY-HISTORY RETENTION RUN - MOVES THE PAYHIST   *
000090*    ROWS OLDER THAN THE RETENTION YEARS ON THE SYSIN CARD  *
000100*    TO A NEW GENERATION OF THE PAY-HISTORY ARCHIVE         *
000110*    (PAYHARC, PAYAREC LAYOUT) AND TAKES THEM OFF THE       *
000120*    PAYHKSD KEYED CLUSTER.  A ROW'S TAX YEAR IS ITS        *
000130*    PH-PAY-DATE YEAR (THE PERIOD-END YEAR WHEN IT HAS NO   *
000140*    PAY DATE), AND ONLY TAX YEARS BEFORE THE FIRST YEAR    *
000150*    KEPT MOVE - SO AN EMPLOYEE'S TAX YEAR IS NEVER SPLIT   *
000160*    BETWEEN PAYHIST AND THE ARCHIVE, AND A LATE ADJUSTMENT *
000170*    PAID IN A KEPT YEAR STAYS WITH THAT YEAR.  THE ROWS    *
000180*    KEPT GO TO PAYHNEW, WHICH THE JCL SWAPS OVER PAYHIST.  *
000190*    BOTH OUTPUTS ARE RE-READ AND THEIR COUNTS AND NET-PAY  *
000200*    TOTALS MUST PROVE ROWS MOVED = ROWS REMOVED BEFORE ANY *
000210*    KEY COMES OFF PAYHKSD - OTHERWISE THE RUN ENDS RC=12   *
000220*    WITH PAYHKSD UNTOUCHED AND THE SWAP IS SKIPPED.        *
000230*    SYSIN - COLS 1-2 RETENTION YEARS (BLANK = 07)          *
000240************************************************************
000250* MODIFICATION HISTORY                                     *
000260*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000270************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000320     ORGANIZATION IS SEQUENTIAL
000330     FILE STATUS  IS PAYHIST-STATUS.
000340     SELECT PAY-HISTORY-NEW-FILE ASSIGN TO PAYHNEW
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS PAYHNEW-STATUS.
000370     SELECT PAY-ARCHIVE-FILE ASSIGN TO PAYHARC
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS PAYHARC-STATUS.
000400     SELECT PAY-HISTORY-KSD-FILE ASSIGN TO PAYHKSD
000410     ORGANIZATION IS INDEXED
000420     ACCESS MODE  IS RANDOM
000430     RECORD KEY   IS PHK-KEY
000440     FILE STATUS  IS VSAM-FILE-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO RPTOUT
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS RPT-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD PAY-HISTORY-FILE
000510      RECORDING MODE IS F
000520      LABEL RECORDS ARE STANDARD
000530      RECORD CONTAINS 80 CHARACTERS
000540      DATA RECORD IS PAY-HISTORY-REC.
000550     COPY PAYHREC.
000560 FD PAY-HISTORY-NEW-FILE
000570      RECORDING MODE IS F
000580      LABEL RECORDS ARE STANDARD
000590      RECORD CONTAINS 80 CHARACTERS
000600      DATA RECORD IS PAY-HISTORY-NEW-REC.
000610 01 PAY-HISTORY-NEW-REC.
000620   05 FILLER             PIC X(41).
000630   05 PHN-NET-PAY        PIC 9(6)V9(2).
000640   05 FILLER             PIC X(31).
000650 FD PAY-ARCHIVE-FILE
000660      RECORDING MODE IS F
000670      LABEL RECORDS ARE STANDARD
000680      RECORD CONTAINS 100 CHARACTERS
000690      DATA RECORD IS PAY-ARCHIVE-REC.
000700     COPY PAYAREC.
000710 FD PAY-HISTORY-KSD-FILE.
000720 01 PAY-HISTORY-KEYED-REC.
000730   05 PHK-KEY            PIC X(17).
000740   05 FILLER             PIC X(63).
000750 FD REPORT-FILE
000760      RECORDING MODE IS F
000770      LABEL RECORDS ARE STANDARD
000780      DATA RECORD IS REPORT-LINE.
000790 01 REPORT-LINE          PIC X(132).
000800 WORKING-STORAGE SECTION.
000810     COPY FSTATCOM.
000820 01 PAYHIST-STATUS       PIC X(2).
000830   88 PAYHIST-OK         VALUE "00".
000840 01 PAYHNEW-STATUS       PIC X(2).
000850   88 PAYHNEW-OK         VALUE "00".
000860 01 PAYHARC-STATUS       PIC X(2).
000870   88 PAYHARC-OK         VALUE "00".
000880 01 RPT-FILE-STATUS      PIC X(2).
000890 01 WS-HIST-EOF-SW       PIC X(1) VALUE "N".
000900   88 WS-HIST-DONE       VALUE "Y".
000910 01 WS-REREAD-EOF-SW     PIC X(1).
000920   88 WS-REREAD-DONE     VALUE "Y".
000930 01 WS-BALANCED-SW       PIC X(1) VALUE "N".
000940   88 WS-BALANCED        VALUE "Y".
000950 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000960 01 WS-CONTROL-CARD.
000970   05 WS-CC-YEARS        PIC X(02).
000980   05 FILLER             PIC X(78).
000990 01 WS-RETAIN-YEARS      PIC 9(2) VALUE 7.
001000 01 WS-RUN-DATE          PIC 9(8).
001010 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001020   05 WS-RUN-YEAR        PIC 9(4).
001030   05 FILLER             PIC 9(4).
001040 01 WS-FIRST-YEAR-KEPT   PIC 9(4).
001050 01 WS-ROW-TAX-YEAR      PIC 9(4).
001060 01 WS-ROW-PERIOD-YEAR   PIC 9(4).
001070 01 WS-ARC-IMAGE.
001080   05 WS-AI-KEY          PIC X(17).
001090   05 FILLER             PIC X(24).
001100   05 WS-AI-NET-PAY      PIC 9(6)V9(2).
001110   05 FILLER             PIC X(31).
001120*    KEYS OF KEPT ROWS WHOSE PERIOD ENDED IN A MOVED YEAR BUT
001130* WHOSE PAY DATE FALLS IN A KEPT ONE - AN ARCHIVED ROW WITH THE
001140* SAME EMP-ID AND PERIOD-END MUST LEAVE THE PAYHKSD KEY IN PLACE
001150 01 WS-MAX-LIVE-KEYS     PIC 9(4) VALUE 2000.
001160 01 WS-LIVE-KEY-COUNT    PIC 9(4) VALUE ZERO.
001170 01 WS-LIVE-SUB          PIC 9(4).
001180 01 WS-LIVE-KEY-TABLE.
001190   05 WS-LIVE-KEY        PIC X(17) OCCURS 2000 TIMES.
001200 01 WS-LIVE-FOUND-SW     PIC X(1).
001210   88 WS-LIVE-FOUND      VALUE "Y".
001220   88 WS-LIVE-NOT-FOUND  VALUE "N".
001230*    ROWS AND NET PAY MOVED, BY TAX YEAR, FOR THE MANIFEST
001240 01 WS-MAX-YEARS         PIC 9(2) VALUE 60.
001250 01 WS-YEAR-COUNT        PIC 9(2) VALUE ZERO.
001260 01 WS-YEAR-SUB          PIC 9(2).
001270 01 WS-YEAR-SUB-2        PIC 9(2).
001280 01 WS-YEAR-TABLE.
001290   05 WS-YEAR-ENTRY OCCURS 60 TIMES.
001300     10 YT-TAX-YEAR      PIC 9(4).
001310     10 YT-ROWS          PIC 9(7).
001320     10 YT-NET-PAY       PIC 9(11)V99.
001330 01 WS-SWAP-YEAR         PIC X(24).
001340 01 WS-COUNTERS.
001350   05 WS-HIST-READ       PIC 9(9) VALUE ZERO.
001360   05 WS-KEPT-COUNT      PIC 9(9) VALUE ZERO.
001370   05 WS-MOVED-COUNT     PIC 9(9) VALUE ZERO.
001380   05 WS-NEW-REREAD      PIC 9(9) VALUE ZERO.
001390   05 WS-ARC-REREAD      PIC 9(9) VALUE ZERO.
001400   05 WS-REMOVED-COUNT   PIC 9(9) VALUE ZERO.
001410   05 WS-NO-DATE-KEPT    PIC 9(7) VALUE ZERO.
001420   05 WS-KSD-DELETED     PIC 9(9) VALUE ZERO.
001430   05 WS-KSD-STILL-LIVE  PIC 9(7) VALUE ZERO.
001440   05 WS-KSD-NOT-FOUND   PIC 9(7) VALUE ZERO.
001450 01 WS-NET-TOTALS.
001460   05 WS-HIST-NET        PIC 9(11)V99 VALUE ZERO.
001470   05 WS-KEPT-NET        PIC 9(11)V99 VALUE ZERO.
001480   05 WS-MOVED-NET       PIC 9(11)V99 VALUE ZERO.
001490   05 WS-NEW-REREAD-NET  PIC 9(11)V99 VALUE ZERO.
001500   05 WS-ARC-REREAD-NET  PIC 9(11)V99 VALUE ZERO.
001510   05 WS-REMOVED-NET     PIC 9(11)V99 VALUE ZERO.
001520 01 HEADING-LINE-1.
001530   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001540   05 FILLER             PIC X(40)
001550      VALUE "PAY-HISTORY RETENTION ARCHIVE".
001560   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001570   05 HL1-RUN-DATE       PIC 9(8).
001580   05 FILLER             PIC X(44) VALUE SPACES.
001590 01 HEADING-LINE-2.
001600   05 FILLER             PIC X(17) VALUE "RETENTION YEARS: ".
001610   05 HL2-YEARS          PIC 9(2).
001620   05 FILLER             PIC X(24)
001630      VALUE "   FIRST TAX YEAR KEPT: ".
001640   05 HL2-FIRST-YEAR     PIC 9(4).
001650   05 FILLER             PIC X(85) VALUE SPACES.
001660 01 YEAR-HEADING-LINE.
001670   05 FILLER             PIC X(40)
001680      VALUE "TAX YEARS MOVED TO THE ARCHIVE".
001690   05 FILLER             PIC X(92) VALUE SPACES.
001700 01 YEAR-LINE.
001710   05 FILLER             PIC X(02) VALUE SPACES.
001720   05 YL-TAX-YEAR        PIC 9(4).
001730   05 FILLER             PIC X(34) VALUE SPACES.
001740   05 YL-ROWS            PIC ZZZ,ZZZ,ZZ9.
001750   05 FILLER             PIC X(03) VALUE SPACES.
001760   05 YL-NET-PAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001770   05 FILLER             PIC X(61) VALUE SPACES.
001780 01 CONTROL-HEADING-LINE.
001790   05 FILLER             PIC X(40)
001800      VALUE "CONTROL TOTALS".
001810   05 FILLER             PIC X(11) VALUE "       ROWS".
001820   05 FILLER             PIC X(03) VALUE SPACES.
001830   05 FILLER             PIC X(17) VALUE "          NET PAY".
001840   05 FILLER             PIC X(61) VALUE SPACES.
001850 01 CONTROL-LINE.
001860   05 CL-LABEL           PIC X(40).
001870   05 CL-ROWS            PIC ZZZ,ZZZ,ZZ9.
001880   05 FILLER             PIC X(03) VALUE SPACES.
001890   05 CL-NET-PAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001900   05 FILLER             PIC X(61) VALUE SPACES.
001910 01 TOTAL-LINE.
001920   05 TL-LABEL           PIC X(40).
001930   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
001940   05 FILLER             PIC X(81) VALUE SPACES.
001950 PROCEDURE DIVISION.
001960 000-MAIN-PROCEDURE.
001970      PERFORM P100-INITIALIZATION.
001980      PERFORM P200-SPLIT-HISTORY.
001990      PERFORM P400-PROVE-TOTALS.
002000      IF WS-BALANCED
002010         PERFORM P500-CLEAR-KEYED-HISTORY
002020      END-IF.
002030      PERFORM P600-PRINT-REPORT.
002040      PERFORM P300-TERMINATION.
002050      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002060      STOP RUN.
002070 P100-INITIALIZATION.
002080      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090      PERFORM P105-READ-CONTROL-CARD.
002100      OPEN INPUT PAY-HISTORY-FILE.
002110      IF NOT PAYHIST-OK
002120         DISPLAY "FAILURE TO OPEN PAYHIST " PAYHIST-STATUS
002130         MOVE 12 TO RETURN-CODE
002140         STOP RUN
002150      END-IF.
002160      OPEN OUTPUT PAY-HISTORY-NEW-FILE.
002170      IF NOT PAYHNEW-OK
002180         DISPLAY "FAILURE TO OPEN PAYHNEW " PAYHNEW-STATUS
002190         MOVE 12 TO RETURN-CODE
002200         STOP RUN
002210      END-IF.
002220      OPEN OUTPUT PAY-ARCHIVE-FILE.
002230      IF NOT PAYHARC-OK
002240         DISPLAY "FAILURE TO OPEN PAYHARC " PAYHARC-STATUS
002250         MOVE 12 TO RETURN-CODE
002260         STOP RUN
002270      END-IF.
002280      OPEN I-O PAY-HISTORY-KSD-FILE.
002290      IF NOT VSAM-OK
002300         DISPLAY "FAILURE TO OPEN PAYHKSD " VSAM-FILE-STATUS
002310         MOVE 12 TO RETURN-CODE
002320         STOP RUN
002330      END-IF.
002340      OPEN OUTPUT REPORT-FILE.
002350 P105-READ-CONTROL-CARD.
002360*    THE SYSIN CARD - COLS 1-2 THE YEARS OF PAY HISTORY KEPT
002370* ONLINE BEHIND THE CURRENT YEAR.  ZERO WOULD ARCHIVE THE YEAR
002380* STILL BEING PAID AND IS REFUSED
002390      MOVE SPACES TO WS-CONTROL-CARD.
002400      ACCEPT WS-CONTROL-CARD.
002410      IF WS-CC-YEARS IS NUMERIC
002420         IF WS-CC-YEARS = "00"
002430            DISPLAY "INVALID SYSIN CARD - RETENTION YEARS 00"
002440            MOVE 8 TO RETURN-CODE
002450            STOP RUN
002460         END-IF
002470         MOVE WS-CC-YEARS TO WS-RETAIN-YEARS
002480      ELSE
002490         DISPLAY "NO RETENTION YEARS ON SYSIN - DEFAULT "
002500            WS-RETAIN-YEARS
002510      END-IF.
002520      COMPUTE WS-FIRST-YEAR-KEPT = WS-RUN-YEAR - WS-RETAIN-YEARS.
002530      DISPLAY "RETENTION YEARS      : " WS-RETAIN-YEARS.
002540      DISPLAY "FIRST TAX YEAR KEPT  : " WS-FIRST-YEAR-KEPT.
002550 P200-SPLIT-HISTORY.
002560      PERFORM UNTIL WS-HIST-DONE
002570         READ PAY-HISTORY-FILE
002580            AT END
002590               SET WS-HIST-DONE TO TRUE
002600            NOT AT END
002610               ADD 1 TO WS-HIST-READ
002620               ADD PH-NET-PAY TO WS-HIST-NET
002630               PERFORM P210-ROUTE-ONE-ROW
002640         END-READ
002650      END-PERFORM.
002660      CLOSE PAY-HISTORY-FILE
002670            PAY-HISTORY-NEW-FILE
002680            PAY-ARCHIVE-FILE.
002690 P210-ROUTE-ONE-ROW.
002700*    A ROW WITH NO USABLE PERIOD-END CANNOT BE DATED AND STAYS
002710      IF PH-PERIOD-END IS NOT NUMERIC OR PH-PERIOD-END = ZERO
002720         ADD 1 TO WS-NO-DATE-KEPT
002730         PERFORM P220-KEEP-ROW
002740      ELSE
002750         MOVE PH-PERIOD-END (1:4) TO WS-ROW-PERIOD-YEAR
002760         IF PH-PAY-DATE IS NUMERIC AND PH-PAY-DATE > ZERO
002770            MOVE PH-PAY-DATE (1:4) TO WS-ROW-TAX-YEAR
002780         ELSE
002790            MOVE WS-ROW-PERIOD-YEAR TO WS-ROW-TAX-YEAR
002800         END-IF
002810         IF WS-ROW-TAX-YEAR < WS-FIRST-YEAR-KEPT
002820            PERFORM P230-MOVE-ROW
002830         ELSE
002840            PERFORM P220-KEEP-ROW
002850            IF WS-ROW-PERIOD-YEAR < WS-FIRST-YEAR-KEPT
002860               PERFORM P225-NOTE-LIVE-KEY
002870            END-IF
002880         END-IF
002890      END-IF.
002900 P220-KEEP-ROW.
002910      WRITE PAY-HISTORY-NEW-REC FROM PAY-HISTORY-REC.
002920      IF NOT PAYHNEW-OK
002930         DISPLAY "WRITE ERROR ON PAYHNEW " PAYHNEW-STATUS
002940         MOVE 12 TO WS-HIGHEST-RC
002950      END-IF.
002960      ADD 1 TO WS-KEPT-COUNT.
002970      ADD PH-NET-PAY TO WS-KEPT-NET.
002980 P225-NOTE-LIVE-KEY.
002990      IF WS-LIVE-KEY-COUNT < WS-MAX-LIVE-KEYS
003000         ADD 1 TO WS-LIVE-KEY-COUNT
003010         MOVE PAY-HISTORY-REC (1:17)
003020            TO WS-LIVE-KEY (WS-LIVE-KEY-COUNT)
003030      ELSE
003040         DISPLAY "LIVE-KEY TABLE FULL - " PH-EMP-ID " "
003050            PH-PERIOD-END " NOT PROTECTED"
003060         MOVE 12 TO WS-HIGHEST-RC
003070      END-IF.
003080 P230-MOVE-ROW.
003090      MOVE SPACES          TO PAY-ARCHIVE-REC.
003100      MOVE WS-RUN-DATE     TO PA-ARCHIVE-DATE.
003110      MOVE WS-ROW-TAX-YEAR TO PA-TAX-YEAR.
003120      MOVE PAY-HISTORY-REC TO PA-HISTORY-IMAGE.
003130      WRITE PAY-ARCHIVE-REC.
003140      IF NOT PAYHARC-OK
003150         DISPLAY "WRITE ERROR ON PAYHARC " PAYHARC-STATUS
003160         MOVE 12 TO WS-HIGHEST-RC
003170      END-IF.
003180      ADD 1 TO WS-MOVED-COUNT.
003190      ADD PH-NET-PAY TO WS-MOVED-NET.
003200      PERFORM P240-COUNT-YEAR.
003210 P240-COUNT-YEAR.
003220      PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
003230         UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
003240            OR YT-TAX-YEAR (WS-YEAR-SUB) = WS-ROW-TAX-YEAR
003250         CONTINUE
003260      END-PERFORM.
003270      IF WS-YEAR-SUB > WS-YEAR-COUNT
003280         IF WS-YEAR-COUNT < WS-MAX-YEARS
003290            ADD 1 TO WS-YEAR-COUNT
003300            MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
003310            MOVE WS-ROW-TAX-YEAR TO YT-TAX-YEAR (WS-YEAR-SUB)
003320            MOVE ZERO TO YT-ROWS (WS-YEAR-SUB)
003330            MOVE ZERO TO YT-NET-PAY (WS-YEAR-SUB)
003340         ELSE
003350            MOVE ZERO TO WS-YEAR-SUB
003360         END-IF
003370      END-IF.
003380      IF WS-YEAR-SUB > ZERO
003390         ADD 1 TO YT-ROWS (WS-YEAR-SUB)
003400         ADD PH-NET-PAY TO YT-NET-PAY (WS-YEAR-SUB)
003410      END-IF.
003420 P400-PROVE-TOTALS.
003430*    BOTH OUTPUTS ARE READ BACK - THE ARCHIVE MUST HOLD EXACTLY
003440* THE ROWS THAT LEFT PAYHIST, AND PAYHNEW EXACTLY THE REST
003450      OPEN INPUT PAY-HISTORY-NEW-FILE.
003460      IF NOT PAYHNEW-OK
003470         DISPLAY "FAILURE TO REOPEN PAYHNEW " PAYHNEW-STATUS
003480         MOVE 12 TO WS-HIGHEST-RC
003490      ELSE
003500         MOVE "N" TO WS-REREAD-EOF-SW
003510         PERFORM UNTIL WS-REREAD-DONE
003520            READ PAY-HISTORY-NEW-FILE
003530               AT END
003540                  SET WS-REREAD-DONE TO TRUE
003550               NOT AT END
003560                  ADD 1 TO WS-NEW-REREAD
003570                  ADD PHN-NET-PAY TO WS-NEW-REREAD-NET
003580            END-READ
003590         END-PERFORM
003600         CLOSE PAY-HISTORY-NEW-FILE
003610      END-IF.
003620      OPEN INPUT PAY-ARCHIVE-FILE.
003630      IF NOT PAYHARC-OK
003640         DISPLAY "FAILURE TO REOPEN PAYHARC " PAYHARC-STATUS
003650         MOVE 12 TO WS-HIGHEST-RC
003660      ELSE
003670         MOVE "N" TO WS-REREAD-EOF-SW
003680         PERFORM UNTIL WS-REREAD-DONE
003690            READ PAY-ARCHIVE-FILE
003700               AT END
003710                  SET WS-REREAD-DONE TO TRUE
003720               NOT AT END
003730                  ADD 1 TO WS-ARC-REREAD
003740                  MOVE PA-HISTORY-IMAGE TO WS-ARC-IMAGE
003750                  ADD WS-AI-NET-PAY TO WS-ARC-REREAD-NET
003760            END-READ
003770         END-PERFORM
003780         CLOSE PAY-ARCHIVE-FILE
003790      END-IF.
003800      COMPUTE WS-REMOVED-COUNT = WS-HIST-READ - WS-NEW-REREAD.
003810      COMPUTE WS-REMOVED-NET   = WS-HIST-NET - WS-NEW-REREAD-NET.
003820      IF WS-HIGHEST-RC < 12 AND
003830         WS-KEPT-COUNT  = WS-NEW-REREAD AND
003840         WS-KEPT-NET    = WS-NEW-REREAD-NET AND
003850         WS-MOVED-COUNT = WS-ARC-REREAD AND
003860         WS-MOVED-NET   = WS-ARC-REREAD-NET AND
003870         WS-ARC-REREAD  = WS-REMOVED-COUNT AND
003880         WS-ARC-REREAD-NET = WS-REMOVED-NET
003890         SET WS-BALANCED TO TRUE
003900      ELSE
003910         DISPLAY "CONTROL TOTALS DO NOT BALANCE - PAYHKSD NOT "
003920            "CHANGED"
003930         MOVE 12 TO WS-HIGHEST-RC
003940      END-IF.
003950 P500-CLEAR-KEYED-HISTORY.
003960*    EACH ARCHIVED ROW'S KEY COMES OFF PAYHKSD UNLESS A KEPT ROW
003970* STILL CARRIES IT.  A KEY ALREADY GONE (AN ADJUSTMENT ROW
003980* SHARES ITS PERIOD'S KEY, OR THE ROW PREDATES THE CLUSTER) IS
003990* COUNTED, NOT AN ERROR
004000      OPEN INPUT PAY-ARCHIVE-FILE.
004010      MOVE "N" TO WS-REREAD-EOF-SW.
004020      PERFORM UNTIL WS-REREAD-DONE
004030         READ PAY-ARCHIVE-FILE
004040            AT END
004050               SET WS-REREAD-DONE TO TRUE
004060            NOT AT END
004070               MOVE PA-HISTORY-IMAGE TO WS-ARC-IMAGE
004080               PERFORM P510-FIND-LIVE-KEY
004090               IF WS-LIVE-FOUND
004100                  ADD 1 TO WS-KSD-STILL-LIVE
004110               ELSE
004120                  MOVE WS-AI-KEY TO PHK-KEY
004130                  DELETE PAY-HISTORY-KSD-FILE RECORD
004140                     INVALID KEY
004150                        ADD 1 TO WS-KSD-NOT-FOUND
004160                     NOT INVALID KEY
004170                        ADD 1 TO WS-KSD-DELETED
004180                  END-DELETE
004190               END-IF
004200         END-READ
004210      END-PERFORM.
004220      CLOSE PAY-ARCHIVE-FILE.
004230 P510-FIND-LIVE-KEY.
004240      SET WS-LIVE-NOT-FOUND TO TRUE.
004250      PERFORM VARYING WS-LIVE-SUB FROM 1 BY 1
004260         UNTIL WS-LIVE-SUB > WS-LIVE-KEY-COUNT
004270         IF WS-LIVE-KEY (WS-LIVE-SUB) = WS-AI-KEY
004280            SET WS-LIVE-FOUND TO TRUE
004290            EXIT PERFORM
004300         END-IF
004310      END-PERFORM.
004320 P600-PRINT-REPORT.
004330      MOVE WS-RUN-DATE        TO HL1-RUN-DATE.
004340      MOVE WS-RETAIN-YEARS    TO HL2-YEARS.
004350      MOVE WS-FIRST-YEAR-KEPT TO HL2-FIRST-YEAR.
004360      WRITE REPORT-LINE FROM HEADING-LINE-1.
004370      WRITE REPORT-LINE FROM HEADING-LINE-2.
004380      MOVE SPACES TO REPORT-LINE.
004390      WRITE REPORT-LINE.
004400      WRITE REPORT-LINE FROM YEAR-HEADING-LINE.
004410      IF WS-YEAR-COUNT = ZERO
004420         MOVE "  NO TAX YEARS OLD ENOUGH TO MOVE" TO REPORT-LINE
004430         WRITE REPORT-LINE
004440      END-IF.
004450      PERFORM P610-SORT-YEARS.
004460      PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
004470         UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
004480         MOVE YT-TAX-YEAR (WS-YEAR-SUB) TO YL-TAX-YEAR
004490         MOVE YT-ROWS (WS-YEAR-SUB)     TO YL-ROWS
004500         MOVE YT-NET-PAY (WS-YEAR-SUB)  TO YL-NET-PAY
004510         WRITE REPORT-LINE FROM YEAR-LINE
004520      END-PERFORM.
004530      MOVE SPACES TO REPORT-LINE.
004540      WRITE REPORT-LINE.
004550      WRITE REPORT-LINE FROM CONTROL-HEADING-LINE.
004560      MOVE "PAYHIST ROWS READ" TO CL-LABEL.
004570      MOVE WS-HIST-READ  TO CL-ROWS.
004580      MOVE WS-HIST-NET   TO CL-NET-PAY.
004590      WRITE REPORT-LINE FROM CONTROL-LINE.
004600      MOVE "ROWS KEPT - WRITTEN TO PAYHNEW" TO CL-LABEL.
004610      MOVE WS-KEPT-COUNT TO CL-ROWS.
004620      MOVE WS-KEPT-NET   TO CL-NET-PAY.
004630      WRITE REPORT-LINE FROM CONTROL-LINE.
004640      MOVE "ROWS KEPT - PAYHNEW READ BACK" TO CL-LABEL.
004650      MOVE WS-NEW-REREAD     TO CL-ROWS.
004660      MOVE WS-NEW-REREAD-NET TO CL-NET-PAY.
004670      WRITE REPORT-LINE FROM CONTROL-LINE.
004680      MOVE "ROWS REMOVED FROM PAYHIST" TO CL-LABEL.
004690      MOVE WS-REMOVED-COUNT TO CL-ROWS.
004700      MOVE WS-REMOVED-NET   TO CL-NET-PAY.
004710      WRITE REPORT-LINE FROM CONTROL-LINE.
004720      MOVE "ROWS MOVED - WRITTEN TO PAYHARC" TO CL-LABEL.
004730      MOVE WS-MOVED-COUNT TO CL-ROWS.
004740      MOVE WS-MOVED-NET   TO CL-NET-PAY.
004750      WRITE REPORT-LINE FROM CONTROL-LINE.
004760      MOVE "ROWS MOVED - PAYHARC READ BACK" TO CL-LABEL.
004770      MOVE WS-ARC-REREAD     TO CL-ROWS.
004780      MOVE WS-ARC-REREAD-NET TO CL-NET-PAY.
004790      WRITE REPORT-LINE FROM CONTROL-LINE.
004800      MOVE SPACES TO REPORT-LINE.
004810      IF WS-BALANCED
004820         MOVE
004830            "CONTROL TOTALS BALANCE - ROWS MOVED = ROWS REMOVED"
004840            TO REPORT-LINE
004850      ELSE
004860         MOVE
004870            "*** OUT OF BALANCE - PAYHKSD AND PAYHIST UNCHANGED"
004880            TO REPORT-LINE
004890      END-IF.
004900      WRITE REPORT-LINE.
004910      MOVE SPACES TO REPORT-LINE.
004920      WRITE REPORT-LINE.
004930      MOVE "ROWS KEPT - NO USABLE PERIOD-END" TO TL-LABEL.
004940      MOVE WS-NO-DATE-KEPT TO TL-COUNT.
004950      WRITE REPORT-LINE FROM TOTAL-LINE.
004960      MOVE "PAYHKSD KEYS DELETED" TO TL-LABEL.
004970      MOVE WS-KSD-DELETED TO TL-COUNT.
004980      WRITE REPORT-LINE FROM TOTAL-LINE.
004990      MOVE "PAYHKSD KEYS KEPT - STILL ON A KEPT ROW" TO TL-LABEL.
005000      MOVE WS-KSD-STILL-LIVE TO TL-COUNT.
005010      WRITE REPORT-LINE FROM TOTAL-LINE.
005020      MOVE "ARCHIVED KEYS NOT ON PAYHKSD" TO TL-LABEL.
005030      MOVE WS-KSD-NOT-FOUND TO TL-COUNT.
005040      WRITE REPORT-LINE FROM TOTAL-LINE.
005050 P610-SORT-YEARS.
005060      PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
005070         UNTIL WS-YEAR-SUB >= WS-YEAR-COUNT
005080         COMPUTE WS-YEAR-SUB-2 = WS-YEAR-SUB + 1
005090         PERFORM UNTIL WS-YEAR-SUB-2 > WS-YEAR-COUNT
005100            IF YT-TAX-YEAR (WS-YEAR-SUB-2) <
005110               YT-TAX-YEAR (WS-YEAR-SUB)
005120               MOVE WS-YEAR-ENTRY (WS-YEAR-SUB) TO WS-SWAP-YEAR
005130               MOVE WS-YEAR-ENTRY (WS-YEAR-SUB-2)
005140                  TO WS-YEAR-ENTRY (WS-YEAR-SUB)
005150               MOVE WS-SWAP-YEAR TO WS-YEAR-ENTRY (WS-YEAR-SUB-2)
005160            END-IF
005170            ADD 1 TO WS-YEAR-SUB-2
005180         END-PERFORM
005190      END-PERFORM.
005200 P300-TERMINATION.
005210      CLOSE PAY-HISTORY-KSD-FILE.
005220      CLOSE REPORT-FILE.
005230      DISPLAY "PAYHIST ROWS READ    : " WS-HIST-READ.
005240      DISPLAY "ROWS KEPT            : " WS-KEPT-COUNT.
005250      DISPLAY "ROWS MOVED           : " WS-MOVED-COUNT.
005260      DISPLAY "PAYHKSD KEYS DELETED : " WS-KSD-DELETED.
005270      IF WS-MOVED-COUNT = ZERO AND WS-HIGHEST-RC < 4
005280         DISPLAY "NOTHING OLD ENOUGH TO ARCHIVE"
005290         MOVE 4 TO WS-HIGHEST-RC
005300      END-IF.
005310      DISPLAY "PAYHRET0 RETURN CODE  : " WS-HIGHEST-RC.
