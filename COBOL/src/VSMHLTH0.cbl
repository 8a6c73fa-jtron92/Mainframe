000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VSMHLTH0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    WEEKLY VSAM CLUSTER HEALTH REPORT - EVERY KEYED        *
000090*    CLUSTER IN THE SUITE TAKES RANDOM INSERTS AND DELETES  *
000100*    EVERY NIGHT, AND NOBODY SAW THE SPLITS OR EXTENTS      *
000110*    UNTIL A JOB ABENDED ON SPACE.  VSMHLTH.JCL RUNS IDCAMS *
000120*    LISTCAT ALL FOR EVERY CLUSTER AND ALTERNATE INDEX INTO *
000130*    LISTCAT, AND                                           *
000140*    THIS STEP PARSES THE DATA COMPONENT STATISTICS OF EACH *
000150*    ENTRY (REC-TOTAL, SPLITS-CI, SPLITS-CA, EXTENTS,       *
000160*    HI-A-RBA, HI-U-RBA) AND PRINTS ONE LINE PER ENTRY:     *
000170*      - RECORD COUNT AGAINST THE CONTROL-TOTAL CENSUS -    *
000180*        THE LATEST CTLHIST VALUE OF THE PROGRAM AND COUNT  *
000190*        LABEL NAMED ON THE ENTRY'S VSMCTL CENSUS CARD      *
000200*      - CI AND CA SPLITS SINCE THE LAST RUN (FROM VSMHIST) *
000210*      - EXTENTS USED, AND HIGH-USED AS A PERCENT OF THE    *
000220*        HIGH-ALLOCATED RBA                                 *
000230*    AND FLAGS AN ENTRY PAST ANY SYSIN THRESHOLD:           *
000240*        C = CI SPLITS SINCE LAST RUN OVER THE LIMIT        *
000250*        A = CA SPLITS SINCE LAST RUN OVER THE LIMIT        *
000260*        E = EXTENTS OVER THE LIMIT                         *
000270*        U = HIGH-USED PERCENT OVER THE LIMIT               *
000280*        N = RECORD COUNT OFF THE CENSUS BY MORE THAN THE   *
000290*            VARIANCE PERCENT                               *
000300*    EACH RUN'S FIGURES ARE APPENDED TO VSMHIST FOR         *
000310*    TRENDING.  A FLAGGED ENTRY GOES TO SUITEEXC (O001) AND *
000320*    THE REPORT ENDS WITH THE VSMREORG.JCL SETTINGS FOR     *
000330*    EACH BASE CLUSTER TO REORGANIZE (AN ALTERNATE INDEX IS *
000340*    REBUILT WITH ITS BASE).  A VSMCTL ENTRY MISSING FROM   *
000350*    THE LISTCAT OUTPUT GOES TO SUITEEXC (O002).  RC=4 WHEN *
000360*    ANYTHING IS FLAGGED, RC=8 WHEN AN ENTRY IS MISSING.    *
000370*    VSMCTL ENTRY CARD - COLS 1-44 CLUSTER OR AIX NAME,     *
000380*    OPTIONALLY FOLLOWED BY A CENSUS CARD - COLS 1-7        *
000390*    "CENSUS ", COLS 8-15 CTLHIST PROGRAM, COLS 17-36       *
000400*    CTLHIST COUNT LABEL                                    *
000410*    SYSIN - COLS 1-5 CI SPLITS (DEFAULT 00200), COLS 7-11  *
000420*    CA SPLITS (00010), COLS 13-15 EXTENTS (010),           *
000430*    COLS 17-19 HIGH-USED PERCENT (085), COLS 21-23 CENSUS  *
000440*    VARIANCE PERCENT (002)                                 *
000450************************************************************
000460* MODIFICATION HISTORY                                     *
000470*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000480************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT LISTCAT-FILE ASSIGN TO LISTCAT
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS LISTCAT-STATUS.
000550     SELECT VSM-CONTROL-FILE ASSIGN TO VSMCTL
000560     ORGANIZATION IS SEQUENTIAL
000570     FILE STATUS  IS VSMCTL-STATUS.
000580     SELECT CONTROL-HISTORY-FILE ASSIGN TO CTLHIST
000590     ORGANIZATION IS SEQUENTIAL
000600     FILE STATUS  IS CTLHIST-STATUS.
000610     SELECT VSAM-HEALTH-HIST-FILE ASSIGN TO VSMHIST
000620     ORGANIZATION IS SEQUENTIAL
000630     FILE STATUS  IS VSMHIST-STATUS.
000640     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000650     ORGANIZATION IS SEQUENTIAL
000660     FILE STATUS  IS SUITEEXC-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO RPTOUT
000680     ORGANIZATION IS SEQUENTIAL
000690     FILE STATUS  IS RPT-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD LISTCAT-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 121 CHARACTERS
000760      DATA RECORD IS LISTCAT-REC.
000770 01 LISTCAT-REC.
000780   05 LC-CARRIAGE        PIC X(01).
000790   05 LC-TEXT            PIC X(120).
000800 FD VSM-CONTROL-FILE
000810      RECORDING MODE IS F
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 80 CHARACTERS
000840      DATA RECORD IS VSM-CONTROL-REC.
000850 01 VSM-CONTROL-REC.
000860   05 VC-ENTRY-NAME      PIC X(44).
000870   05 FILLER             PIC X(36).
000880 01 VSM-CENSUS-REC REDEFINES VSM-CONTROL-REC.
000890   05 VC-CARD-TYPE       PIC X(07).
000900     88 VC-CENSUS-CARD   VALUE "CENSUS ".
000910   05 VC-CENSUS-PROGRAM  PIC X(08).
000920   05 FILLER             PIC X(01).
000930   05 VC-CENSUS-LABEL    PIC X(20).
000940   05 FILLER             PIC X(44).
000950 FD CONTROL-HISTORY-FILE
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      RECORD CONTAINS 80 CHARACTERS
000990      DATA RECORD IS CONTROL-TOTAL-REC.
001000     COPY CTLTOTREC.
001010 FD VSAM-HEALTH-HIST-FILE
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      RECORD CONTAINS 100 CHARACTERS
001050      DATA RECORD IS VSAM-HEALTH-HIST-REC.
001060     COPY VSMHREC.
001070 FD SUITE-EXCEPTION-FILE
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD
001100      RECORD CONTAINS 80 CHARACTERS
001110      DATA RECORD IS SUITE-EXCEPTION-REC.
001120     COPY EXCPTREC.
001130 FD REPORT-FILE
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD
001160      DATA RECORD IS REPORT-LINE.
001170 01 REPORT-LINE          PIC X(132).
001180 WORKING-STORAGE SECTION.
001190 01 LISTCAT-STATUS       PIC X(2).
001200   88 LISTCAT-OK         VALUE "00".
001210 01 VSMCTL-STATUS        PIC X(2).
001220   88 VSMCTL-OK          VALUE "00".
001230 01 CTLHIST-STATUS       PIC X(2).
001240   88 CTLHIST-OK         VALUE "00".
001250 01 VSMHIST-STATUS       PIC X(2).
001260   88 VSMHIST-OK         VALUE "00".
001270 01 SUITEEXC-STATUS      PIC X(2).
001280 01 RPT-FILE-STATUS      PIC X(2).
001290 01 WS-LISTCAT-EOF-SW    PIC X(1) VALUE "N".
001300   88 WS-LISTCAT-DONE    VALUE "Y".
001310 01 WS-VSMCTL-EOF-SW     PIC X(1) VALUE "N".
001320   88 WS-VSMCTL-DONE     VALUE "Y".
001330 01 WS-CTLHIST-EOF-SW    PIC X(1) VALUE "N".
001340   88 WS-CTLHIST-DONE    VALUE "Y".
001350 01 WS-VSMHIST-EOF-SW    PIC X(1) VALUE "N".
001360   88 WS-VSMHIST-DONE    VALUE "Y".
001370 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001380 01 WS-RUN-DATE          PIC 9(8).
001390 01 WS-CONTROL-CARD.
001400   05 WS-CC-CI-SPLITS    PIC X(05).
001410   05 FILLER             PIC X(01).
001420   05 WS-CC-CA-SPLITS    PIC X(05).
001430   05 FILLER             PIC X(01).
001440   05 WS-CC-EXTENTS      PIC X(03).
001450   05 FILLER             PIC X(01).
001460   05 WS-CC-USED-PCT     PIC X(03).
001470   05 FILLER             PIC X(01).
001480   05 WS-CC-VARIANCE-PCT PIC X(03).
001490   05 FILLER             PIC X(57).
001500 01 WS-THRESHOLDS.
001510   05 WS-MAX-CI-SPLITS   PIC 9(05) VALUE 200.
001520   05 WS-MAX-CA-SPLITS   PIC 9(05) VALUE 10.
001530   05 WS-MAX-EXTENTS     PIC 9(03) VALUE 10.
001540   05 WS-MAX-USED-PCT    PIC 9(03) VALUE 85.
001550   05 WS-MAX-VARIANCE-PCT PIC 9(03) VALUE 2.
001560*    LISTCAT LINE PARSING - THE FIRST THREE BLANK-DELIMITED
001570* WORDS OF THE LINE, AND THE STATISTIC KEYWORD BEING LOOKED FOR
001580 01 WS-LEAD-SPACES       PIC 9(3).
001590 01 WS-WORD-PTR          PIC 9(3).
001600 01 WS-WORD-1            PIC X(60).
001610 01 WS-WORD-2            PIC X(60).
001620 01 WS-WORD-3            PIC X(60).
001630 01 WS-ASSOC-NAME        PIC X(44).
001640 01 WS-DASH-POS          PIC 9(3).
001650 01 WS-IN-DATA-SW        PIC X(1) VALUE "N".
001660   88 WS-IN-DATA         VALUE "Y".
001670   88 WS-NOT-IN-DATA     VALUE "N".
001680 01 WS-CURRENT-SUB       PIC 9(2) VALUE ZERO.
001690 01 WS-KEYWORD           PIC X(20).
001700 01 WS-KEYWORD-LEN       PIC 9(2).
001710 01 WS-KEYWORD-TALLY     PIC 9(3).
001720 01 WS-SCAN-POS          PIC 9(3).
001730 01 WS-STAT-VALUE        PIC 9(12).
001740 01 WS-STAT-FOUND-SW     PIC X(1).
001750   88 WS-STAT-FOUND      VALUE "Y".
001760   88 WS-STAT-NOT-FOUND  VALUE "N".
001770 01 WS-DIGIT-X           PIC X(1).
001780 01 WS-DIGIT REDEFINES WS-DIGIT-X PIC 9(1).
001790*    ONE ROW PER CLUSTER OR ALTERNATE INDEX - VSMCTL ENTRIES
001800* FIRST, IN CARD ORDER, THEN ANY OTHER ENTRY LISTCAT RETURNED
001810 01 WS-MAX-ENTRIES       PIC 9(2) VALUE 30.
001820 01 WS-ENTRY-COUNT       PIC 9(2) VALUE ZERO.
001830 01 WS-ENTRY-SUB         PIC 9(2).
001840 01 WS-BASE-SUB          PIC 9(2).
001850 01 WS-FIND-NAME         PIC X(44).
001860 01 WS-ENTRY-TABLE.
001870   05 WS-ENTRY OCCURS 30 TIMES.
001880     10 ET-NAME          PIC X(44).
001890     10 ET-TYPE          PIC X(03).
001900     10 ET-ON-CTL        PIC X(01).
001910     10 ET-IN-LISTCAT    PIC X(01).
001920     10 ET-CENSUS-PGM    PIC X(08).
001930     10 ET-CENSUS-LABEL  PIC X(20).
001940     10 ET-HAVE-CENSUS   PIC X(01).
001950     10 ET-CENSUS        PIC 9(09).
001960     10 ET-REC-TOTAL     PIC 9(12).
001970     10 ET-SPLITS-CI     PIC 9(09).
001980     10 ET-SPLITS-CA     PIC 9(09).
001990     10 ET-EXTENTS       PIC 9(05).
002000     10 ET-HI-A-RBA      PIC 9(12).
002010     10 ET-HAVE-HI-A     PIC X(01).
002020     10 ET-HI-U-RBA      PIC 9(12).
002030     10 ET-HAVE-HI-U     PIC X(01).
002040     10 ET-HAVE-PRIOR    PIC X(01).
002050     10 ET-PRIOR-TOTAL   PIC 9(10).
002060     10 ET-PRIOR-CI      PIC 9(07).
002070     10 ET-PRIOR-CA      PIC 9(07).
002080     10 ET-CI-SINCE      PIC 9(09).
002090     10 ET-CA-SINCE      PIC 9(09).
002100     10 ET-USED-PCT      PIC 9(03).
002110     10 ET-FLAGS         PIC X(05).
002120     10 ET-AIX-NAME      PIC X(44).
002130     10 ET-PATH-NAME     PIC X(44).
002140     10 ET-BASE-NAME     PIC X(44).
002150     10 ET-REORG         PIC X(01).
002160 01 WS-VARIANCE          PIC S9(10).
002170 01 WS-VARIANCE-LIMIT    PIC 9(12).
002180 01 WS-AIX-SUB           PIC 9(2).
002190 01 WS-COUNTERS.
002200   05 WS-LISTCAT-LINES   PIC 9(7) VALUE ZERO.
002210   05 WS-ENTRIES-FOUND   PIC 9(3) VALUE ZERO.
002220   05 WS-ENTRIES-FLAGGED PIC 9(3) VALUE ZERO.
002230   05 WS-ENTRIES-MISSING PIC 9(3) VALUE ZERO.
002240   05 WS-REORG-COUNT     PIC 9(3) VALUE ZERO.
002250   05 WS-CTLHIST-READ    PIC 9(7) VALUE ZERO.
002260   05 WS-VSMHIST-READ    PIC 9(7) VALUE ZERO.
002270   05 WS-VSMHIST-ADDED   PIC 9(3) VALUE ZERO.
002280 01 HEADING-LINE-1.
002290   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002300   05 FILLER             PIC X(40)
002310      VALUE "VSAM CLUSTER HEALTH REPORT".
002320   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002330   05 HL1-RUN-DATE       PIC 9(8).
002340   05 FILLER             PIC X(44) VALUE SPACES.
002350 01 HEADING-LINE-2.
002360   05 FILLER             PIC X(20) VALUE "LIMITS - CI SPLITS ".
002370   05 HL2-CI-SPLITS      PIC ZZ,ZZ9.
002380   05 FILLER             PIC X(12) VALUE "  CA SPLITS ".
002390   05 HL2-CA-SPLITS      PIC ZZ,ZZ9.
002400   05 FILLER             PIC X(10) VALUE "  EXTENTS ".
002410   05 HL2-EXTENTS        PIC ZZ9.
002420   05 FILLER             PIC X(13) VALUE "  HIGH-USED %".
002430   05 HL2-USED-PCT       PIC ZZ9.
002440   05 FILLER             PIC X(20) VALUE "  CENSUS VARIANCE % ".
002450   05 HL2-VARIANCE-PCT   PIC ZZ9.
002460   05 FILLER             PIC X(36) VALUE SPACES.
002470 01 COLUMN-HEADING-1.
002480   05 FILLER             PIC X(44) VALUE "ENTRY NAME".
002490   05 FILLER             PIC X(40)
002500      VALUE "  TYP   REC-TOTAL      CENSUS PRIOR TOTA".
002510   05 FILLER             PIC X(48)
002520      VALUE "L  CI SPL  CA SPL EXT  USED  FLAGS".
002530 01 COLUMN-HEADING-2.
002540   05 FILLER             PIC X(44) VALUE SPACES.
002550   05 FILLER             PIC X(40)
002560      VALUE "                    (CTLHIST)  (LAST RUN".
002570   05 FILLER             PIC X(48)
002580      VALUE ")   SINCE   SINCE      %HIA".
002590 01 DETAIL-LINE.
002600   05 DL-NAME            PIC X(44).
002610   05 FILLER             PIC X(02) VALUE SPACES.
002620   05 DL-TYPE            PIC X(03).
002630   05 FILLER             PIC X(01) VALUE SPACES.
002640   05 DL-REC-TOTAL       PIC ZZZ,ZZZ,ZZ9.
002650   05 FILLER             PIC X(01) VALUE SPACES.
002660   05 DL-CENSUS-AREA     PIC X(11).
002670   05 DL-CENSUS REDEFINES DL-CENSUS-AREA PIC ZZZ,ZZZ,ZZ9.
002680   05 FILLER             PIC X(01) VALUE SPACES.
002690   05 DL-PRIOR-AREA      PIC X(11).
002700   05 DL-PRIOR REDEFINES DL-PRIOR-AREA PIC ZZZ,ZZZ,ZZ9.
002710   05 FILLER             PIC X(01) VALUE SPACES.
002720   05 DL-CI-SINCE        PIC ZZZ,ZZ9.
002730   05 FILLER             PIC X(01) VALUE SPACES.
002740   05 DL-CA-SINCE        PIC ZZZ,ZZ9.
002750   05 FILLER             PIC X(01) VALUE SPACES.
002760   05 DL-EXTENTS         PIC ZZ9.
002770   05 FILLER             PIC X(02) VALUE SPACES.
002780   05 DL-USED-PCT        PIC ZZ9.
002790   05 FILLER             PIC X(01) VALUE "%".
002800   05 FILLER             PIC X(02) VALUE SPACES.
002810   05 DL-FLAGS           PIC X(05).
002820   05 FILLER             PIC X(14) VALUE SPACES.
002830 01 MISSING-LINE.
002840   05 ML-NAME            PIC X(44).
002850   05 FILLER             PIC X(02) VALUE SPACES.
002860   05 FILLER             PIC X(40)
002870      VALUE "*** NOT IN THE LISTCAT OUTPUT ***".
002880   05 FILLER             PIC X(46) VALUE SPACES.
002890 01 REORG-HEADING-LINE.
002900   05 FILLER             PIC X(30)
002910      VALUE "REORGANIZE WITH VSMREORG.JCL -".
002920   05 FILLER             PIC X(30)
002930      VALUE " SET CARDS FOR EACH CLUSTER:".
002940   05 FILLER             PIC X(72) VALUE SPACES.
002950 01 REORG-LINE.
002960   05 FILLER             PIC X(05) VALUE "  CL=".
002970   05 RL-CLUSTER         PIC X(44).
002980   05 FILLER             PIC X(05) VALUE " AIX=".
002990   05 RL-AIX             PIC X(36).
003000   05 FILLER             PIC X(06) VALUE " PATH=".
003010   05 RL-PATH            PIC X(37).
003020 01 LEGEND-LINE.
003030   05 FILLER             PIC X(33)
003040      VALUE "FLAGS: C=CI SPLITS  A=CA SPLITS  ".
003050   05 FILLER             PIC X(40)
003060      VALUE "E=EXTENTS  U=HIGH-USED  N=OFF CENSUS".
003070   05 FILLER             PIC X(59) VALUE SPACES.
003080 01 TOTAL-LINE.
003090   05 TL-LABEL           PIC X(40).
003100   05 TL-COUNT           PIC ZZZ,ZZ9.
003110   05 FILLER             PIC X(85) VALUE SPACES.
003120 PROCEDURE DIVISION.
003130 000-MAIN-PROCEDURE.
003140      PERFORM P100-INITIALIZATION.
003150      PERFORM P110-LOAD-CONTROL-CARDS.
003160      PERFORM P200-PARSE-LISTCAT.
003170      PERFORM P300-LOAD-CENSUS THRU P300-EXIT.
003180      PERFORM P350-LOAD-PRIOR-RUN THRU P350-EXIT.
003190      PERFORM P400-REPORT-ENTRIES.
003200      PERFORM P500-PRINT-REORG-LIST.
003210      PERFORM P600-TERMINATION.
003220      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003230      STOP RUN.
003240 P100-INITIALIZATION.
003250      OPEN INPUT LISTCAT-FILE.
003260      IF NOT LISTCAT-OK
003270         DISPLAY "FAILURE TO OPEN LISTCAT " LISTCAT-STATUS
003280         MOVE 12 TO RETURN-CODE
003290         STOP RUN
003300      END-IF.
003310      OPEN INPUT VSM-CONTROL-FILE.
003320      MOVE ZERO TO WS-ENTRY-SUB.
003330      IF NOT VSMCTL-OK
003340         DISPLAY "FAILURE TO OPEN VSMCTL " VSMCTL-STATUS
003350         MOVE 12 TO RETURN-CODE
003360         STOP RUN
003370      END-IF.
003380      OPEN EXTEND SUITE-EXCEPTION-FILE.
003390      OPEN OUTPUT REPORT-FILE.
003400      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003410      PERFORM P105-READ-CONTROL-CARD.
003420      MOVE WS-RUN-DATE         TO HL1-RUN-DATE.
003430      MOVE WS-MAX-CI-SPLITS    TO HL2-CI-SPLITS.
003440      MOVE WS-MAX-CA-SPLITS    TO HL2-CA-SPLITS.
003450      MOVE WS-MAX-EXTENTS      TO HL2-EXTENTS.
003460      MOVE WS-MAX-USED-PCT     TO HL2-USED-PCT.
003470      MOVE WS-MAX-VARIANCE-PCT TO HL2-VARIANCE-PCT.
003480      WRITE REPORT-LINE FROM HEADING-LINE-1.
003490      WRITE REPORT-LINE FROM HEADING-LINE-2.
003500      MOVE SPACES TO REPORT-LINE.
003510      WRITE REPORT-LINE.
003520      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
003530      WRITE REPORT-LINE FROM COLUMN-HEADING-2.
003540 P105-READ-CONTROL-CARD.
003550*    ANY THRESHOLD LEFT BLANK (OR NOT NUMERIC) KEEPS ITS DEFAULT
003560      MOVE SPACES TO WS-CONTROL-CARD.
003570      ACCEPT WS-CONTROL-CARD.
003580      IF WS-CC-CI-SPLITS IS NUMERIC
003590         MOVE WS-CC-CI-SPLITS TO WS-MAX-CI-SPLITS
003600      END-IF.
003610      IF WS-CC-CA-SPLITS IS NUMERIC
003620         MOVE WS-CC-CA-SPLITS TO WS-MAX-CA-SPLITS
003630      END-IF.
003640      IF WS-CC-EXTENTS IS NUMERIC
003650         MOVE WS-CC-EXTENTS TO WS-MAX-EXTENTS
003660      END-IF.
003670      IF WS-CC-USED-PCT IS NUMERIC
003680         MOVE WS-CC-USED-PCT TO WS-MAX-USED-PCT
003690      END-IF.
003700      IF WS-CC-VARIANCE-PCT IS NUMERIC
003710         MOVE WS-CC-VARIANCE-PCT TO WS-MAX-VARIANCE-PCT
003720      END-IF.
003730 P110-LOAD-CONTROL-CARDS.
003740      PERFORM UNTIL WS-VSMCTL-DONE
003750         READ VSM-CONTROL-FILE
003760            AT END
003770               SET WS-VSMCTL-DONE TO TRUE
003780            NOT AT END
003790               PERFORM P120-APPLY-CONTROL-CARD
003800         END-READ
003810      END-PERFORM.
003820      CLOSE VSM-CONTROL-FILE.
003830 P120-APPLY-CONTROL-CARD.
003840*    A CENSUS CARD BELONGS TO THE ENTRY CARD JUST BEFORE IT
003850      EVALUATE TRUE
003860         WHEN VC-CENSUS-CARD
003870            IF WS-ENTRY-SUB > ZERO
003880               MOVE VC-CENSUS-PROGRAM
003890                  TO ET-CENSUS-PGM (WS-ENTRY-SUB)
003900               MOVE VC-CENSUS-LABEL
003910                  TO ET-CENSUS-LABEL (WS-ENTRY-SUB)
003920            END-IF
003930         WHEN VC-ENTRY-NAME NOT = SPACES
003940            MOVE VC-ENTRY-NAME TO WS-FIND-NAME
003950            PERFORM P900-FIND-ENTRY THRU P900-EXIT
003960            IF WS-ENTRY-SUB > ZERO
003970               MOVE "Y" TO ET-ON-CTL (WS-ENTRY-SUB)
003980            END-IF
003990      END-EVALUATE.
004000 P200-PARSE-LISTCAT.
004010*    AN ENTRY STARTS AT A "CLUSTER ------- NAME" OR "AIX -----
004020* NAME" LINE.  ITS STATISTICS ARE TAKEN FROM THE DATA COMPONENT
004030* ONLY - FROM THE "DATA ------" LINE TO THE "INDEX -----" LINE
004040      PERFORM UNTIL WS-LISTCAT-DONE
004050         READ LISTCAT-FILE
004060            AT END
004070               SET WS-LISTCAT-DONE TO TRUE
004080            NOT AT END
004090               ADD 1 TO WS-LISTCAT-LINES
004100               PERFORM P210-PARSE-ONE-LINE THRU P210-EXIT
004110         END-READ
004120      END-PERFORM.
004130      CLOSE LISTCAT-FILE.
004140 P210-PARSE-ONE-LINE.
004150      IF LC-TEXT = SPACES
004160         GO TO P210-EXIT
004170      END-IF.
004180      MOVE ZERO TO WS-LEAD-SPACES.
004190      INSPECT LC-TEXT TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
004200      COMPUTE WS-WORD-PTR = WS-LEAD-SPACES + 1.
004210      MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3.
004220      UNSTRING LC-TEXT DELIMITED BY ALL SPACE
004230         INTO WS-WORD-1 WS-WORD-2 WS-WORD-3
004240         WITH POINTER WS-WORD-PTR.
004250      IF (WS-WORD-1 = "CLUSTER" OR WS-WORD-1 = "AIX") AND
004260         WS-WORD-2 (1:3) = "---"
004270         MOVE WS-WORD-3 TO WS-FIND-NAME
004280         PERFORM P900-FIND-ENTRY THRU P900-EXIT
004290         MOVE WS-ENTRY-SUB TO WS-CURRENT-SUB
004300         SET WS-NOT-IN-DATA TO TRUE
004310         IF WS-CURRENT-SUB > ZERO
004320            MOVE "Y" TO ET-IN-LISTCAT (WS-CURRENT-SUB)
004330            IF WS-WORD-1 = "AIX"
004340               MOVE "AIX" TO ET-TYPE (WS-CURRENT-SUB)
004350            ELSE
004360               MOVE "CL"  TO ET-TYPE (WS-CURRENT-SUB)
004370            END-IF
004380         END-IF
004390         GO TO P210-EXIT
004400      END-IF.
004410      IF WS-CURRENT-SUB = ZERO
004420         GO TO P210-EXIT
004430      END-IF.
004440      IF WS-WORD-2 (1:3) = "---"
004450         EVALUATE WS-WORD-1
004460            WHEN "DATA"
004470               SET WS-IN-DATA TO TRUE
004480            WHEN "INDEX"
004490            WHEN "PATH"
004500               SET WS-NOT-IN-DATA TO TRUE
004510         END-EVALUATE
004520         GO TO P210-EXIT
004530      END-IF.
004540      PERFORM P220-NOTE-ASSOCIATION THRU P220-EXIT.
004550      IF WS-IN-DATA
004560         PERFORM P230-NOTE-STATISTICS
004570      END-IF.
004580 P210-EXIT.
004590      EXIT.
004600 P220-NOTE-ASSOCIATION.
004610*    THE ASSOCIATIONS GROUP RUNS THE TYPE AND NAME TOGETHER -
004620* "AIX-----NAME" UNDER A CLUSTER, "CLUSTER--NAME" AND
004630* "PATH----NAME" UNDER AN ALTERNATE INDEX
004640      IF WS-WORD-1 (1:4) NOT = "AIX-" AND
004650         WS-WORD-1 (1:5) NOT = "PATH-" AND
004660         WS-WORD-1 (1:8) NOT = "CLUSTER-"
004670         GO TO P220-EXIT
004680      END-IF.
004690      MOVE ZERO TO WS-DASH-POS.
004700      INSPECT WS-WORD-1 TALLYING WS-DASH-POS
004710         FOR CHARACTERS BEFORE INITIAL "-".
004720      IF WS-DASH-POS >= 59
004730         GO TO P220-EXIT
004740      END-IF.
004750      INSPECT WS-WORD-1 (WS-DASH-POS + 1:) TALLYING WS-DASH-POS
004760         FOR LEADING "-".
004770      IF WS-DASH-POS >= 60
004780         GO TO P220-EXIT
004790      END-IF.
004800      MOVE WS-WORD-1 (WS-DASH-POS + 1:) TO WS-ASSOC-NAME.
004810      EVALUATE TRUE
004820         WHEN WS-WORD-1 (1:4) = "AIX-" AND
004830              ET-TYPE (WS-CURRENT-SUB) = "CL"
004840            IF ET-AIX-NAME (WS-CURRENT-SUB) = SPACES
004850               MOVE WS-ASSOC-NAME TO ET-AIX-NAME (WS-CURRENT-SUB)
004860            END-IF
004870         WHEN WS-WORD-1 (1:5) = "PATH-" AND
004880              ET-TYPE (WS-CURRENT-SUB) = "AIX"
004890            IF ET-PATH-NAME (WS-CURRENT-SUB) = SPACES
004900               MOVE WS-ASSOC-NAME TO ET-PATH-NAME (WS-CURRENT-SUB)
004910            END-IF
004920         WHEN WS-WORD-1 (1:8) = "CLUSTER-" AND
004930              ET-TYPE (WS-CURRENT-SUB) = "AIX"
004940            IF ET-BASE-NAME (WS-CURRENT-SUB) = SPACES
004950               MOVE WS-ASSOC-NAME TO ET-BASE-NAME (WS-CURRENT-SUB)
004960            END-IF
004970      END-EVALUATE.
004980 P220-EXIT.
004990      EXIT.
005000 P230-NOTE-STATISTICS.
005010*    HI-A-RBA AND HI-U-RBA REPEAT IN THE VOLUME GROUP - THE
005020* FIRST (ALLOCATION GROUP) FIGURE IS THE COMPONENT TOTAL
005030      MOVE "REC-TOTAL" TO WS-KEYWORD.
005040      MOVE 9 TO WS-KEYWORD-LEN.
005050      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005060      IF WS-STAT-FOUND
005070         MOVE WS-STAT-VALUE TO ET-REC-TOTAL (WS-CURRENT-SUB)
005080      END-IF.
005090      MOVE "SPLITS-CI" TO WS-KEYWORD.
005100      MOVE 9 TO WS-KEYWORD-LEN.
005110      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005120      IF WS-STAT-FOUND
005130         MOVE WS-STAT-VALUE TO ET-SPLITS-CI (WS-CURRENT-SUB)
005140      END-IF.
005150      MOVE "SPLITS-CA" TO WS-KEYWORD.
005160      MOVE 9 TO WS-KEYWORD-LEN.
005170      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005180      IF WS-STAT-FOUND
005190         MOVE WS-STAT-VALUE TO ET-SPLITS-CA (WS-CURRENT-SUB)
005200      END-IF.
005210      MOVE "EXTENTS" TO WS-KEYWORD.
005220      MOVE 7 TO WS-KEYWORD-LEN.
005230      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005240      IF WS-STAT-FOUND
005250         MOVE WS-STAT-VALUE TO ET-EXTENTS (WS-CURRENT-SUB)
005260      END-IF.
005270      MOVE "HI-A-RBA" TO WS-KEYWORD.
005280      MOVE 8 TO WS-KEYWORD-LEN.
005290      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005300      IF WS-STAT-FOUND AND ET-HAVE-HI-A (WS-CURRENT-SUB) = "N"
005310         MOVE WS-STAT-VALUE TO ET-HI-A-RBA (WS-CURRENT-SUB)
005320         MOVE "Y" TO ET-HAVE-HI-A (WS-CURRENT-SUB)
005330      END-IF.
005340      MOVE "HI-U-RBA" TO WS-KEYWORD.
005350      MOVE 8 TO WS-KEYWORD-LEN.
005360      PERFORM P240-FIND-STATISTIC THRU P240-EXIT.
005370      IF WS-STAT-FOUND AND ET-HAVE-HI-U (WS-CURRENT-SUB) = "N"
005380         MOVE WS-STAT-VALUE TO ET-HI-U-RBA (WS-CURRENT-SUB)
005390         MOVE "Y" TO ET-HAVE-HI-U (WS-CURRENT-SUB)
005400      END-IF.
005410 P240-FIND-STATISTIC.
005420*    THE VALUE FOLLOWS THE KEYWORD AFTER A RUN OF DASHES, E.G.
005430* "REC-TOTAL--------------1234"
005440      SET WS-STAT-NOT-FOUND TO TRUE.
005450      MOVE ZERO TO WS-STAT-VALUE.
005460      MOVE ZERO TO WS-KEYWORD-TALLY.
005470      INSPECT LC-TEXT TALLYING WS-KEYWORD-TALLY
005480         FOR CHARACTERS BEFORE INITIAL
005490         WS-KEYWORD (1:WS-KEYWORD-LEN).
005500      IF WS-KEYWORD-TALLY >= 120
005510         GO TO P240-EXIT
005520      END-IF.
005530      COMPUTE WS-SCAN-POS = WS-KEYWORD-TALLY + WS-KEYWORD-LEN + 1.
005540      IF WS-SCAN-POS > 120
005550         GO TO P240-EXIT
005560      END-IF.
005570      MOVE ZERO TO WS-DASH-POS.
005580      INSPECT LC-TEXT (WS-SCAN-POS:) TALLYING WS-DASH-POS
005590         FOR LEADING "-".
005600      ADD WS-DASH-POS TO WS-SCAN-POS.
005610      PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
005620         UNTIL WS-SCAN-POS > 120
005630            OR LC-TEXT (WS-SCAN-POS:1) IS NOT NUMERIC
005640         MOVE LC-TEXT (WS-SCAN-POS:1) TO WS-DIGIT-X
005650         COMPUTE WS-STAT-VALUE = WS-STAT-VALUE * 10 + WS-DIGIT
005660         SET WS-STAT-FOUND TO TRUE
005670      END-PERFORM.
005680 P240-EXIT.
005690      EXIT.
005700 P300-LOAD-CENSUS.
005710*    CTLHIST IS IN RUN ORDER, SO THE LAST VALUE READ FOR A
005720* PROGRAM AND LABEL IS THE LATEST NIGHT'S CENSUS
005730      OPEN INPUT CONTROL-HISTORY-FILE.
005740      IF NOT CTLHIST-OK
005750         DISPLAY "CTLHIST NOT AVAILABLE " CTLHIST-STATUS
005760            " - CENSUS CHECK SKIPPED"
005770         GO TO P300-EXIT
005780      END-IF.
005790      PERFORM UNTIL WS-CTLHIST-DONE
005800         READ CONTROL-HISTORY-FILE
005810            AT END
005820               SET WS-CTLHIST-DONE TO TRUE
005830            NOT AT END
005840               ADD 1 TO WS-CTLHIST-READ
005850               PERFORM P310-MATCH-CENSUS
005860         END-READ
005870      END-PERFORM.
005880      CLOSE CONTROL-HISTORY-FILE.
005890 P300-EXIT.
005900      EXIT.
005910 P310-MATCH-CENSUS.
005920      PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
005930         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
005940         IF ET-CENSUS-PGM (WS-ENTRY-SUB) NOT = SPACES AND
005950            ET-CENSUS-PGM (WS-ENTRY-SUB) = CT-PROGRAM-NAME AND
005960            ET-CENSUS-LABEL (WS-ENTRY-SUB) = CT-COUNT-LABEL
005970            MOVE CT-COUNT-VALUE TO ET-CENSUS (WS-ENTRY-SUB)
005980            MOVE "Y" TO ET-HAVE-CENSUS (WS-ENTRY-SUB)
005990         END-IF
006000      END-PERFORM.
006010 P350-LOAD-PRIOR-RUN.
006020*    VSMHIST IS IN RUN ORDER - THE LAST ROW READ FOR AN ENTRY IS
006030* ITS LATEST PRIOR RUN
006040      OPEN INPUT VSAM-HEALTH-HIST-FILE.
006050      IF NOT VSMHIST-OK
006060         DISPLAY "VSMHIST NOT AVAILABLE " VSMHIST-STATUS
006070            " - FIRST RUN, SPLITS SHOWN SINCE DEFINE"
006080         GO TO P350-EXIT
006090      END-IF.
006100      PERFORM UNTIL WS-VSMHIST-DONE
006110         READ VSAM-HEALTH-HIST-FILE
006120            AT END
006130               SET WS-VSMHIST-DONE TO TRUE
006140            NOT AT END
006150               ADD 1 TO WS-VSMHIST-READ
006160               PERFORM P360-NOTE-PRIOR-RUN
006170         END-READ
006180      END-PERFORM.
006190      CLOSE VSAM-HEALTH-HIST-FILE.
006200 P350-EXIT.
006210      EXIT.
006220 P360-NOTE-PRIOR-RUN.
006230      PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
006240         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
006250         IF ET-NAME (WS-ENTRY-SUB) = VH-ENTRY-NAME
006260            MOVE "Y"          TO ET-HAVE-PRIOR (WS-ENTRY-SUB)
006270            MOVE VH-REC-TOTAL TO ET-PRIOR-TOTAL (WS-ENTRY-SUB)
006280            MOVE VH-SPLITS-CI TO ET-PRIOR-CI (WS-ENTRY-SUB)
006290            MOVE VH-SPLITS-CA TO ET-PRIOR-CA (WS-ENTRY-SUB)
006300         END-IF
006310      END-PERFORM.
006320 P400-REPORT-ENTRIES.
006330      OPEN EXTEND VSAM-HEALTH-HIST-FILE.
006340      PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
006350         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
006360         IF ET-IN-LISTCAT (WS-ENTRY-SUB) = "Y"
006370            PERFORM P410-GRADE-ENTRY
006380            PERFORM P420-PRINT-ENTRY
006390            PERFORM P430-WRITE-HISTORY
006400         ELSE
006410            PERFORM P440-REPORT-MISSING
006420         END-IF
006430      END-PERFORM.
006440      CLOSE VSAM-HEALTH-HIST-FILE.
006450 P410-GRADE-ENTRY.
006460*    LISTCAT'S SPLIT COUNTS ARE CUMULATIVE SINCE THE CLUSTER WAS
006470* DEFINED.  A COUNT BELOW LAST RUN'S MEANS IT WAS REORGANIZED
006480* (REDEFINED) IN BETWEEN, SO THE WHOLE COUNT IS NEW
006490      ADD 1 TO WS-ENTRIES-FOUND.
006500      MOVE ET-SPLITS-CI (WS-ENTRY-SUB)
006510         TO ET-CI-SINCE (WS-ENTRY-SUB).
006520      MOVE ET-SPLITS-CA (WS-ENTRY-SUB)
006530         TO ET-CA-SINCE (WS-ENTRY-SUB).
006540      IF ET-HAVE-PRIOR (WS-ENTRY-SUB) = "Y"
006550         IF ET-SPLITS-CI (WS-ENTRY-SUB)
006560            >= ET-PRIOR-CI (WS-ENTRY-SUB)
006570            SUBTRACT ET-PRIOR-CI (WS-ENTRY-SUB)
006580               FROM ET-CI-SINCE (WS-ENTRY-SUB)
006590         END-IF
006600         IF ET-SPLITS-CA (WS-ENTRY-SUB)
006610            >= ET-PRIOR-CA (WS-ENTRY-SUB)
006620            SUBTRACT ET-PRIOR-CA (WS-ENTRY-SUB)
006630               FROM ET-CA-SINCE (WS-ENTRY-SUB)
006640         END-IF
006650      END-IF.
006660      MOVE ZERO TO ET-USED-PCT (WS-ENTRY-SUB).
006670      IF ET-HI-A-RBA (WS-ENTRY-SUB) > ZERO
006680         COMPUTE ET-USED-PCT (WS-ENTRY-SUB) =
006690            ET-HI-U-RBA (WS-ENTRY-SUB) * 100
006700            / ET-HI-A-RBA (WS-ENTRY-SUB)
006710      END-IF.
006720      MOVE SPACES TO ET-FLAGS (WS-ENTRY-SUB).
006730      IF ET-CI-SINCE (WS-ENTRY-SUB) > WS-MAX-CI-SPLITS
006740         MOVE "C" TO ET-FLAGS (WS-ENTRY-SUB) (1:1)
006750      END-IF.
006760      IF ET-CA-SINCE (WS-ENTRY-SUB) > WS-MAX-CA-SPLITS
006770         MOVE "A" TO ET-FLAGS (WS-ENTRY-SUB) (2:1)
006780      END-IF.
006790      IF ET-EXTENTS (WS-ENTRY-SUB) > WS-MAX-EXTENTS
006800         MOVE "E" TO ET-FLAGS (WS-ENTRY-SUB) (3:1)
006810      END-IF.
006820      IF ET-USED-PCT (WS-ENTRY-SUB) > WS-MAX-USED-PCT
006830         MOVE "U" TO ET-FLAGS (WS-ENTRY-SUB) (4:1)
006840      END-IF.
006850      IF ET-HAVE-CENSUS (WS-ENTRY-SUB) = "Y"
006860         COMPUTE WS-VARIANCE = ET-REC-TOTAL (WS-ENTRY-SUB)
006870            - ET-CENSUS (WS-ENTRY-SUB)
006880         IF WS-VARIANCE < ZERO
006890            COMPUTE WS-VARIANCE = ZERO - WS-VARIANCE
006900         END-IF
006910         COMPUTE WS-VARIANCE-LIMIT =
006920            ET-CENSUS (WS-ENTRY-SUB) * WS-MAX-VARIANCE-PCT / 100
006930         IF WS-VARIANCE > WS-VARIANCE-LIMIT
006940            MOVE "N" TO ET-FLAGS (WS-ENTRY-SUB) (5:1)
006950         END-IF
006960      END-IF.
006970      IF ET-FLAGS (WS-ENTRY-SUB) NOT = SPACES
006980         ADD 1 TO WS-ENTRIES-FLAGGED
006990         IF WS-HIGHEST-RC < 4
007000            MOVE 4 TO WS-HIGHEST-RC
007010         END-IF
007020         PERFORM P450-MARK-FOR-REORG
007030         MOVE "M"    TO EX-SEVERITY
007040         MOVE "O001" TO EX-REASON-CODE
007050         MOVE ET-FLAGS (WS-ENTRY-SUB) TO EX-KEY
007060         MOVE ET-NAME (WS-ENTRY-SUB)  TO EX-REASON-TEXT
007070         PERFORM P460-WRITE-EXCEPTION
007080      END-IF.
007090 P420-PRINT-ENTRY.
007100      MOVE ET-NAME (WS-ENTRY-SUB)      TO DL-NAME.
007110      MOVE ET-TYPE (WS-ENTRY-SUB)      TO DL-TYPE.
007120      MOVE ET-REC-TOTAL (WS-ENTRY-SUB) TO DL-REC-TOTAL.
007130      IF ET-HAVE-CENSUS (WS-ENTRY-SUB) = "Y"
007140         MOVE ET-CENSUS (WS-ENTRY-SUB) TO DL-CENSUS
007150      ELSE
007160         MOVE "       NONE" TO DL-CENSUS-AREA
007170      END-IF.
007180      IF ET-HAVE-PRIOR (WS-ENTRY-SUB) = "Y"
007190         MOVE ET-PRIOR-TOTAL (WS-ENTRY-SUB) TO DL-PRIOR
007200      ELSE
007210         MOVE "  FIRST RUN" TO DL-PRIOR-AREA
007220      END-IF.
007230      MOVE ET-CI-SINCE (WS-ENTRY-SUB)  TO DL-CI-SINCE.
007240      MOVE ET-CA-SINCE (WS-ENTRY-SUB)  TO DL-CA-SINCE.
007250      MOVE ET-EXTENTS (WS-ENTRY-SUB)   TO DL-EXTENTS.
007260      MOVE ET-USED-PCT (WS-ENTRY-SUB)  TO DL-USED-PCT.
007270      MOVE ET-FLAGS (WS-ENTRY-SUB)     TO DL-FLAGS.
007280      WRITE REPORT-LINE FROM DETAIL-LINE.
007290 P430-WRITE-HISTORY.
007300      MOVE SPACES                      TO VSAM-HEALTH-HIST-REC.
007310      MOVE WS-RUN-DATE                 TO VH-RUN-DATE.
007320      MOVE ET-NAME (WS-ENTRY-SUB)      TO VH-ENTRY-NAME.
007330      MOVE ET-TYPE (WS-ENTRY-SUB)      TO VH-ENTRY-TYPE.
007340      MOVE ET-REC-TOTAL (WS-ENTRY-SUB) TO VH-REC-TOTAL.
007350      MOVE ET-SPLITS-CI (WS-ENTRY-SUB) TO VH-SPLITS-CI.
007360      MOVE ET-SPLITS-CA (WS-ENTRY-SUB) TO VH-SPLITS-CA.
007370      MOVE ET-EXTENTS (WS-ENTRY-SUB)   TO VH-EXTENTS.
007380      MOVE ET-USED-PCT (WS-ENTRY-SUB)  TO VH-USED-PCT.
007390      MOVE ET-FLAGS (WS-ENTRY-SUB)     TO VH-FLAGS.
007400      WRITE VSAM-HEALTH-HIST-REC.
007410      ADD 1 TO WS-VSMHIST-ADDED.
007420 P440-REPORT-MISSING.
007430      ADD 1 TO WS-ENTRIES-MISSING.
007440      MOVE 8 TO WS-HIGHEST-RC.
007450      MOVE ET-NAME (WS-ENTRY-SUB) TO ML-NAME.
007460      WRITE REPORT-LINE FROM MISSING-LINE.
007470      MOVE "M"    TO EX-SEVERITY.
007480      MOVE "O002" TO EX-REASON-CODE.
007490      MOVE SPACES TO EX-KEY.
007500      MOVE ET-NAME (WS-ENTRY-SUB) TO EX-REASON-TEXT.
007510      PERFORM P460-WRITE-EXCEPTION.
007520 P450-MARK-FOR-REORG.
007530*    A FLAGGED ALTERNATE INDEX IS REBUILT BY REORGANIZING ITS
007540* BASE CLUSTER
007550      IF ET-TYPE (WS-ENTRY-SUB) = "CL"
007560         MOVE "Y" TO ET-REORG (WS-ENTRY-SUB)
007570      ELSE
007580         MOVE ET-BASE-NAME (WS-ENTRY-SUB) TO WS-FIND-NAME
007590         PERFORM P910-LOOK-UP-ENTRY
007600         IF WS-BASE-SUB > ZERO
007610            MOVE "Y" TO ET-REORG (WS-BASE-SUB)
007620         ELSE
007630            DISPLAY "BASE CLUSTER NOT LISTED FOR AIX "
007640               ET-NAME (WS-ENTRY-SUB)
007650         END-IF
007660      END-IF.
007670 P460-WRITE-EXCEPTION.
007680      MOVE "VSMHLTH0"    TO EX-PROGRAM.
007690      ACCEPT EX-DATE FROM DATE YYYYMMDD.
007700      ACCEPT EX-TIME FROM TIME.
007710      WRITE SUITE-EXCEPTION-REC.
007720 P500-PRINT-REORG-LIST.
007730      MOVE SPACES TO REPORT-LINE.
007740      WRITE REPORT-LINE.
007750      WRITE REPORT-LINE FROM LEGEND-LINE.
007760      MOVE SPACES TO REPORT-LINE.
007770      WRITE REPORT-LINE.
007780      WRITE REPORT-LINE FROM REORG-HEADING-LINE.
007790      PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
007800         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
007810         IF ET-REORG (WS-ENTRY-SUB) = "Y"
007820            PERFORM P510-PRINT-REORG-LINE
007830         END-IF
007840      END-PERFORM.
007850      IF WS-REORG-COUNT = ZERO
007860         MOVE "  NONE - NO CLUSTER PAST ITS LIMITS" TO REPORT-LINE
007870         WRITE REPORT-LINE
007880      END-IF.
007890 P510-PRINT-REORG-LINE.
007900      ADD 1 TO WS-REORG-COUNT.
007910      MOVE ET-NAME (WS-ENTRY-SUB) TO RL-CLUSTER.
007920      MOVE "NONE" TO RL-AIX.
007930      MOVE "NONE" TO RL-PATH.
007940      IF ET-AIX-NAME (WS-ENTRY-SUB) NOT = SPACES
007950         MOVE ET-AIX-NAME (WS-ENTRY-SUB) TO RL-AIX
007960         MOVE ET-AIX-NAME (WS-ENTRY-SUB) TO WS-FIND-NAME
007970         PERFORM P910-LOOK-UP-ENTRY
007980         IF WS-BASE-SUB > ZERO
007990            MOVE ET-PATH-NAME (WS-BASE-SUB) TO RL-PATH
008000         END-IF
008010      END-IF.
008020      WRITE REPORT-LINE FROM REORG-LINE.
008030 P600-TERMINATION.
008040      MOVE SPACES TO REPORT-LINE.
008050      WRITE REPORT-LINE.
008060      MOVE "ENTRIES REPORTED" TO TL-LABEL.
008070      MOVE WS-ENTRIES-FOUND TO TL-COUNT.
008080      WRITE REPORT-LINE FROM TOTAL-LINE.
008090      MOVE "ENTRIES FLAGGED" TO TL-LABEL.
008100      MOVE WS-ENTRIES-FLAGGED TO TL-COUNT.
008110      WRITE REPORT-LINE FROM TOTAL-LINE.
008120      MOVE "VSMCTL ENTRIES MISSING FROM LISTCAT" TO TL-LABEL.
008130      MOVE WS-ENTRIES-MISSING TO TL-COUNT.
008140      WRITE REPORT-LINE FROM TOTAL-LINE.
008150      MOVE "CLUSTERS TO REORGANIZE" TO TL-LABEL.
008160      MOVE WS-REORG-COUNT TO TL-COUNT.
008170      WRITE REPORT-LINE FROM TOTAL-LINE.
008180      CLOSE SUITE-EXCEPTION-FILE.
008190      CLOSE REPORT-FILE.
008200      DISPLAY "LISTCAT LINES READ   : " WS-LISTCAT-LINES.
008210      DISPLAY "CTLHIST RECORDS READ : " WS-CTLHIST-READ.
008220      DISPLAY "VSMHIST RECORDS READ : " WS-VSMHIST-READ.
008230      DISPLAY "VSMHIST ROWS ADDED   : " WS-VSMHIST-ADDED.
008240      DISPLAY "ENTRIES FLAGGED      : " WS-ENTRIES-FLAGGED.
008250      DISPLAY "VSMHLTH0 RETURN CODE : " WS-HIGHEST-RC.
008260 P900-FIND-ENTRY.
008270*    FINDS WS-FIND-NAME IN THE ENTRY TABLE, ADDING IT WHEN NEW.
008280* WS-ENTRY-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL
008290      PERFORM P910-LOOK-UP-ENTRY.
008300      MOVE WS-BASE-SUB TO WS-ENTRY-SUB.
008310      IF WS-ENTRY-SUB > ZERO
008320         GO TO P900-EXIT
008330      END-IF.
008340      IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
008350         DISPLAY "ENTRY TABLE FULL - NOT REPORTED: " WS-FIND-NAME
008360         GO TO P900-EXIT
008370      END-IF.
008380      ADD 1 TO WS-ENTRY-COUNT.
008390      MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB.
008400      MOVE SPACES      TO WS-ENTRY (WS-ENTRY-SUB).
008410      MOVE WS-FIND-NAME TO ET-NAME (WS-ENTRY-SUB).
008420      MOVE "CL"        TO ET-TYPE (WS-ENTRY-SUB).
008430      MOVE "N"         TO ET-ON-CTL (WS-ENTRY-SUB)
008440                          ET-IN-LISTCAT (WS-ENTRY-SUB)
008450                          ET-HAVE-CENSUS (WS-ENTRY-SUB)
008460                          ET-HAVE-HI-A (WS-ENTRY-SUB)
008470                          ET-HAVE-HI-U (WS-ENTRY-SUB)
008480                          ET-HAVE-PRIOR (WS-ENTRY-SUB)
008490                          ET-REORG (WS-ENTRY-SUB).
008500      MOVE ZERO        TO ET-CENSUS (WS-ENTRY-SUB)
008510                          ET-REC-TOTAL (WS-ENTRY-SUB)
008520                          ET-SPLITS-CI (WS-ENTRY-SUB)
008530                          ET-SPLITS-CA (WS-ENTRY-SUB)
008540                          ET-EXTENTS (WS-ENTRY-SUB)
008550                          ET-HI-A-RBA (WS-ENTRY-SUB)
008560                          ET-HI-U-RBA (WS-ENTRY-SUB)
008570                          ET-PRIOR-TOTAL (WS-ENTRY-SUB)
008580                          ET-PRIOR-CI (WS-ENTRY-SUB)
008590                          ET-PRIOR-CA (WS-ENTRY-SUB)
008600                          ET-CI-SINCE (WS-ENTRY-SUB)
008610                          ET-CA-SINCE (WS-ENTRY-SUB)
008620                          ET-USED-PCT (WS-ENTRY-SUB).
008630 P900-EXIT.
008640      EXIT.
008650 P910-LOOK-UP-ENTRY.
008660      MOVE ZERO TO WS-BASE-SUB.
008670      PERFORM VARYING WS-AIX-SUB FROM 1 BY 1
008680         UNTIL WS-AIX-SUB > WS-ENTRY-COUNT OR WS-BASE-SUB > ZERO
008690         IF ET-NAME (WS-AIX-SUB) = WS-FIND-NAME
008700            MOVE WS-AIX-SUB TO WS-BASE-SUB
008710         END-IF
008720      END-PERFORM.
