000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SODCHK0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    NIGHTLY SEGREGATION-OF-DUTIES CHECK - TESTS ONE DAY OF *
000090*    ACTIVITY AGAINST THE CONFLICT RULES ON SODRULE         *
000100*    (SODRREC) AND FLAGS EVERY USER-ID THAT BROKE ONE:      *
000110*      SELF  - AUDIT RECORDS ON AUDITKSD WHERE THE          *
000120*              OPERATOR CHANGED THEIR OWN EMP-ID (UA-EMP-ID *
000130*              ON USERAUTH) - OWN PAY RATE THROUGH COMPMNT, *
000140*              OWN BANK ACCOUNT THROUGH EMPBKMNT, OWN       *
000150*              EMP.KSDS RECORD THROUGH KDSD/TRANUPD/EMPMNT  *
000160*      PAIR  - ONE OPERATOR DID BOTH HALVES OF A            *
000170*              CONFLICTING PAIR TO THE SAME EMP-ID INSIDE   *
000180*              THE RULE'S WINDOW - A NEW HIRE THROUGH       *
000190*              EMPNEWHR AND THEN THAT PERSON'S PAY OR BANK  *
000200*      KEYER - AN APPROVED ITEM ON THE PENDTRN HOLDING FILE *
000210*              WHOSE PT-APPR-USER IS THE OPERATOR WHO KEYED *
000220*              IT (NC-USER-ID / TR-KEYED-USER IN THE IMAGE) *
000230*    EVERY VIOLATION IS APPENDED TO SODHIST (SODHREC) FOR   *
000240*    THE MONTHLY SODRPT0 REPORT, WRITTEN TO SUITEEXC AS     *
000250*    Z001 HIGH SEVERITY, AND PRINTED.  SODHIST IS READ      *
000260*    FIRST SO A RERUN OF THE SAME DAY DOES NOT RAISE ANY    *
000270*    VIOLATION TWICE.  ANY VIOLATION SETS RC=4.             *
000280*    SYSIN - COLS 1-8 THE ACTIVITY DATE TO CHECK YYYYMMDD   *
000290*    (BLANK = YESTERDAY)                                    *
000300************************************************************
000310* MODIFICATION HISTORY                                     *
000320*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000330************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SOD-RULE-FILE ASSIGN TO SODRULE
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS SODRULE-STATUS.
000400     SELECT USER-AUTH-FILE ASSIGN TO USERAUTH
000410     ORGANIZATION IS INDEXED
000420     ACCESS MODE  IS SEQUENTIAL
000430     RECORD KEY   IS UA-USER-ID
000440     FILE STATUS  IS USERAUTH-STATUS.
000450     SELECT AUDIT-KEYED-FILE ASSIGN TO AUDITKSD
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE  IS DYNAMIC
000480     RECORD KEY   IS AK-KEY
000490     FILE STATUS  IS AUDKSD-FILE-STATUS.
000500     SELECT PENDING-IN-FILE ASSIGN TO PENDIN
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS PENDIN-FILE-STATUS.
000530     SELECT SOD-HIST-FILE ASSIGN TO SODHIST
000540     ORGANIZATION IS SEQUENTIAL
000550     FILE STATUS  IS SODHIST-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO RPTOUT
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS RPT-FILE-STATUS.
000590     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000600     ORGANIZATION IS SEQUENTIAL
000610     FILE STATUS  IS SUITEEXC-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD SOD-RULE-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD
000670      RECORD CONTAINS 80 CHARACTERS
000680      DATA RECORD IS SOD-RULE-REC.
000690     COPY SODRREC.
000700 FD USER-AUTH-FILE.
000710     COPY USERAREC.
000720 FD AUDIT-KEYED-FILE.
000730     COPY AUDKREC.
000740 FD PENDING-IN-FILE
000750      RECORDING MODE IS F
000760      LABEL RECORDS ARE STANDARD
000770      RECORD CONTAINS 100 CHARACTERS
000780      DATA RECORD IS PENDING-IN-REC.
000790 01 PENDING-IN-REC.
000800     05 PT-SOURCE          PIC X(01).
000810       88 PT-NAMECHG-TRAN  VALUE "N".
000820       88 PT-TRANUPD-TRAN  VALUE "T".
000830     05 PT-EFF-DATE        PIC 9(08).
000840     05 PT-TRAN-IMAGE      PIC X(81).
000850     05 PT-APPR-FLAG       PIC X(01).
000860       88 PT-APPROVED      VALUE "Y".
000870     05 PT-APPR-USER       PIC X(08).
000880     05 FILLER             PIC X(01).
000890 FD SOD-HIST-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      RECORD CONTAINS 80 CHARACTERS
000930      DATA RECORD IS SOD-HIST-REC.
000940     COPY SODHREC.
000950 FD REPORT-FILE
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      DATA RECORD IS REPORT-LINE.
000990 01 REPORT-LINE          PIC X(132).
001000 FD SUITE-EXCEPTION-FILE
001010      RECORDING MODE IS F
001020      LABEL RECORDS ARE STANDARD
001030      RECORD CONTAINS 80 CHARACTERS
001040      DATA RECORD IS SUITE-EXCEPTION-REC.
001050     COPY EXCPTREC.
001060 WORKING-STORAGE SECTION.
001070     COPY DATEPARM.
001080 01 SODRULE-STATUS       PIC X(2).
001090   88 SODRULE-OK         VALUE "00".
001100 01 USERAUTH-STATUS      PIC X(2).
001110   88 USERAUTH-OK        VALUE "00".
001120 01 AUDKSD-FILE-STATUS   PIC X(2).
001130   88 AUDKSD-OK          VALUE "00".
001140 01 PENDIN-FILE-STATUS   PIC X(2).
001150   88 PENDIN-OK          VALUE "00".
001160 01 SODHIST-STATUS       PIC X(2).
001170   88 SODHIST-OK         VALUE "00".
001180 01 RPT-FILE-STATUS      PIC X(2).
001190 01 SUITEEXC-STATUS      PIC X(2).
001200 01 WS-SODRULE-EOF-SW    PIC X(1) VALUE "N".
001210   88 WS-SODRULE-DONE    VALUE "Y".
001220 01 WS-USERAUTH-EOF-SW   PIC X(1) VALUE "N".
001230   88 WS-USERAUTH-DONE   VALUE "Y".
001240 01 WS-AUDKSD-EOF-SW     PIC X(1) VALUE "N".
001250   88 WS-AUDKSD-DONE     VALUE "Y".
001260 01 WS-PENDIN-EOF-SW     PIC X(1) VALUE "N".
001270   88 WS-PENDIN-DONE     VALUE "Y".
001280 01 WS-SODHIST-EOF-SW    PIC X(1) VALUE "N".
001290   88 WS-SODHIST-DONE    VALUE "Y".
001300 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001310 01 WS-CONTROL-CARD.
001320   05 WS-CC-CHECK-DATE   PIC X(08).
001330   05 FILLER             PIC X(72).
001340 01 WS-RUN-DATE          PIC 9(8).
001350 01 WS-CHECK-DATE        PIC 9(8).
001360 01 WS-LOOKBACK-DATE     PIC 9(8).
001370*    KEYER VIOLATIONS STAY ON SODHIST'S DUPLICATE CHECK FOR A
001380* YEAR - AN APPROVED ITEM CAN SIT ON PENDTRN UNTIL ITS
001390* EFFECTIVE DATE COMES ROUND
001400 01 WS-KEYER-KEEP-DATE   PIC 9(8).
001410 01 WS-KEYER-KEEP-DAYS   PIC 9(3) VALUE 366.
001420 01 WS-OFFSET-FROM       PIC 9(8).
001430 01 WS-OFFSET-BACK       PIC 9(3).
001440 01 WS-OFFSET-RESULT     PIC 9(8).
001450 01 WS-DATE-BUILD.
001460    05 WS-DB-YEAR    PIC X(4).
001470    05 FILLER        PIC X(1) VALUE "-".
001480    05 WS-DB-MONTH   PIC X(2).
001490    05 FILLER        PIC X(1) VALUE "-".
001500    05 WS-DB-DAY     PIC X(2).
001510 01 WS-OFFSET-PARSE.
001520    05 WS-OP-YEAR    PIC X(4).
001530    05 FILLER        PIC X(1).
001540    05 WS-OP-MONTH   PIC X(2).
001550    05 FILLER        PIC X(1).
001560    05 WS-OP-DAY     PIC X(2).
001570 01 WS-DATE-EDIT.
001580    05 WS-DE-YEAR    PIC X(4).
001590    05 WS-DE-MONTH   PIC X(2).
001600    05 WS-DE-DAY     PIC X(2).
001610 01 WS-FMT-DATE          PIC 9(8).
001620 01 WS-FMT-OUT           PIC X(10).
001630*    THE RULES FROM SODRULE.  RT-FROM-DATE IS THE EARLIEST
001640* DATE THE FIRST HALF OF A PAIR CAN FALL ON AND STILL CLASH
001650* WITH A SECOND HALF DONE ON THE CHECK DATE
001660 01 WS-MAX-RULES         PIC 9(2) VALUE 30.
001670 01 WS-RULE-COUNT        PIC 9(2) VALUE ZERO.
001680 01 WS-RULE-SUB          PIC 9(2).
001690 01 WS-RULE-TABLE.
001700    05 WS-RULE-ENTRY OCCURS 30 TIMES.
001710      10 RT-RULE-ID       PIC X(04).
001720      10 RT-RULE-TYPE     PIC X(01).
001730        88 RT-PAIR-RULE   VALUE "P".
001740        88 RT-SELF-RULE   VALUE "S".
001750        88 RT-KEYER-RULE  VALUE "K".
001760      10 RT-PROGRAM-1     PIC X(08).
001770      10 RT-ACTION-1      PIC X(08).
001780      10 RT-PROGRAM-2     PIC X(08).
001790      10 RT-ACTION-2      PIC X(08).
001800      10 RT-WINDOW-DAYS   PIC 9(03).
001810      10 RT-FROM-DATE     PIC 9(08).
001820      10 RT-DESC          PIC X(25).
001830      10 RT-FOUND         PIC 9(05).
001840 01 WS-FIND-RULE-ID      PIC X(4).
001850 01 WS-RULE-FOUND-SW     PIC X(1).
001860   88 WS-RULE-FOUND      VALUE "Y".
001870   88 WS-RULE-NOT-FOUND  VALUE "N".
001880 01 WS-KEYER-RULES       PIC 9(2) VALUE ZERO.
001890 01 WS-PAIR-RULES        PIC 9(2) VALUE ZERO.
001900 01 WS-MAX-WINDOW        PIC 9(3) VALUE ZERO.
001910*    EVERY OPERATOR ON USERAUTH AND THE EMP-ID THEY ARE
001920 01 WS-MAX-USERS         PIC 9(3) VALUE 500.
001930 01 WS-USER-COUNT        PIC 9(3) VALUE ZERO.
001940 01 WS-USER-SUB          PIC 9(3).
001950 01 WS-USER-TABLE.
001960    05 WS-USER-ENTRY OCCURS 500 TIMES.
001970      10 UT-USER-ID       PIC X(8).
001980      10 UT-EMP-ID        PIC 9(6).
001990 01 WS-USER-FOUND-SW     PIC X(1).
002000   88 WS-USER-FOUND      VALUE "Y".
002010   88 WS-USER-NOT-FOUND  VALUE "N".
002020*    VIOLATIONS ALREADY ON SODHIST THAT THIS RUN COULD FIND
002030* AGAIN, PLUS THOSE THIS RUN HAS RAISED
002040 01 WS-MAX-HIST          PIC 9(4) VALUE 2000.
002050 01 WS-HIST-COUNT        PIC 9(4) VALUE ZERO.
002060 01 WS-HIST-SUB          PIC 9(4).
002070 01 WS-HIST-TABLE.
002080    05 WS-HIST-ENTRY OCCURS 2000 TIMES.
002090      10 HT-RULE-ID       PIC X(04).
002100      10 HT-USER-ID       PIC X(08).
002110      10 HT-EMP-ID        PIC 9(06).
002120      10 HT-FIRST-DATE    PIC 9(08).
002130      10 HT-FIRST-PROGRAM PIC X(08).
002140      10 HT-SECOND-DATE   PIC 9(08).
002150 01 WS-HIST-FOUND-SW     PIC X(1).
002160   88 WS-HIST-FOUND      VALUE "Y".
002170   88 WS-HIST-NOT-FOUND  VALUE "N".
002180 01 WS-HIST-FULL-SW      PIC X(1) VALUE "N".
002190   88 WS-HIST-FULL       VALUE "Y".
002200*    AUDIT RECORDS FROM THE LOOKBACK WINDOW THAT ARE ONE HALF
002210* OF SOME PAIR RULE - A SECOND HALF ON THE CHECK DATE IS
002220* MATCHED BACK AGAINST THEM
002230 01 WS-MAX-BUFFER        PIC 9(4) VALUE 3000.
002240 01 WS-BUFFER-COUNT      PIC 9(4) VALUE ZERO.
002250 01 WS-BUFFER-SUB        PIC 9(4).
002260 01 WS-BUFFER-TABLE.
002270    05 WS-BUFFER-ENTRY OCCURS 3000 TIMES.
002280      10 BF-USER-ID       PIC X(08).
002290      10 BF-EMP-ID        PIC 9(06).
002300      10 BF-DATE          PIC 9(08).
002310      10 BF-PROGRAM       PIC X(08).
002320      10 BF-ACTION        PIC X(08).
002330 01 WS-BUFFER-FULL-SW    PIC X(1) VALUE "N".
002340   88 WS-BUFFER-FULL     VALUE "Y".
002350 01 WS-BUFFER-FOUND-SW   PIC X(1).
002360   88 WS-BUFFER-FOUND    VALUE "Y".
002370   88 WS-BUFFER-NOT-FOUND VALUE "N".
002380 01 WS-WANT-PROGRAM      PIC X(8).
002390 01 WS-WANT-ACTION       PIC X(8).
002400 01 WS-SIDE-1-SW         PIC X(1).
002410   88 WS-SIDE-1-MATCH    VALUE "Y".
002420 01 WS-SIDE-2-SW         PIC X(1).
002430   88 WS-SIDE-2-MATCH    VALUE "Y".
002440 01 WS-PAIR-HALF-SW      PIC X(1).
002450   88 WS-PAIR-HALF       VALUE "Y".
002460 01 WS-KEYER-USER-ID     PIC X(8).
002470 01 WS-PEND-EMP-ID       PIC X(6).
002480 01 WS-PEND-EMP-ID-N REDEFINES WS-PEND-EMP-ID PIC 9(6).
002490 01 WS-COUNTERS.
002500   05 WS-AUDIT-READ      PIC 9(9) VALUE ZERO.
002510   05 WS-AUDIT-CHECKED   PIC 9(9) VALUE ZERO.
002520   05 WS-BLANK-USER      PIC 9(9) VALUE ZERO.
002530   05 WS-PENDING-READ    PIC 9(7) VALUE ZERO.
002540   05 WS-PENDING-APPROVED PIC 9(7) VALUE ZERO.
002550   05 WS-TOT-VIOLATIONS  PIC 9(5) VALUE ZERO.
002560   05 WS-TOT-REPEATS     PIC 9(5) VALUE ZERO.
002570 01 HEADING-LINE-1.
002580   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002590   05 FILLER             PIC X(40)
002600      VALUE "SEGREGATION-OF-DUTIES CHECK".
002610   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002620   05 HL1-RUN-DATE       PIC 9(8).
002630   05 FILLER             PIC X(44) VALUE SPACES.
002640 01 HEADING-LINE-2.
002650   05 FILLER             PIC X(21) VALUE "ACTIVITY CHECKED ON: ".
002660   05 HL2-CHECK-DATE     PIC X(10).
002670   05 FILLER             PIC X(30)
002680      VALUE "   PAIR WINDOWS LOOK BACK TO: ".
002690   05 HL2-LOOKBACK-DATE  PIC X(10).
002700   05 FILLER             PIC X(61) VALUE SPACES.
002710 01 RULE-HEADING-LINE.
002720   05 FILLER             PIC X(40)
002730      VALUE "RULE T FIRST HALF         SECOND HALF".
002740   05 FILLER             PIC X(92)
002750      VALUE "    DAYS  DESCRIPTION".
002760 01 RULE-LINE.
002770   05 RL-RULE-ID         PIC X(04).
002780   05 FILLER             PIC X(01) VALUE SPACES.
002790   05 RL-RULE-TYPE       PIC X(01).
002800   05 FILLER             PIC X(01) VALUE SPACES.
002810   05 RL-PROGRAM-1       PIC X(08).
002820   05 FILLER             PIC X(01) VALUE SPACES.
002830   05 RL-ACTION-1        PIC X(08).
002840   05 FILLER             PIC X(02) VALUE SPACES.
002850   05 RL-PROGRAM-2       PIC X(08).
002860   05 FILLER             PIC X(01) VALUE SPACES.
002870   05 RL-ACTION-2        PIC X(08).
002880   05 FILLER             PIC X(02) VALUE SPACES.
002890   05 RL-WINDOW-DAYS     PIC ZZ9.
002900   05 FILLER             PIC X(02) VALUE SPACES.
002910   05 RL-DESC            PIC X(25).
002920   05 FILLER             PIC X(57) VALUE SPACES.
002930 01 COLUMN-HEADING-1.
002940   05 FILLER             PIC X(40)
002950      VALUE "RULE USER-ID  EMP-ID  FIRST ACTION -----".
002960   05 FILLER             PIC X(92)
002970      VALUE "----------  SECOND ACTION --------------".
002980 01 COLUMN-HEADING-2.
002990   05 FILLER             PIC X(40)
003000      VALUE "                      DATE       PROGRAM".
003010   05 FILLER             PIC X(40)
003020      VALUE "  ACTION    DATE       PROGRAM  ACTION  ".
003030   05 FILLER             PIC X(52)
003040      VALUE "    DESCRIPTION".
003050 01 DETAIL-LINE.
003060   05 DL-RULE-ID         PIC X(04).
003070   05 FILLER             PIC X(01) VALUE SPACES.
003080   05 DL-USER-ID         PIC X(08).
003090   05 FILLER             PIC X(01) VALUE SPACES.
003100   05 DL-EMP-ID          PIC 9(06).
003110   05 FILLER             PIC X(02) VALUE SPACES.
003120   05 DL-FIRST-DATE      PIC X(10).
003130   05 FILLER             PIC X(01) VALUE SPACES.
003140   05 DL-FIRST-PROGRAM   PIC X(08).
003150   05 FILLER             PIC X(01) VALUE SPACES.
003160   05 DL-FIRST-ACTION    PIC X(08).
003170   05 FILLER             PIC X(02) VALUE SPACES.
003180   05 DL-SECOND-DATE     PIC X(10).
003190   05 FILLER             PIC X(01) VALUE SPACES.
003200   05 DL-SECOND-PROGRAM  PIC X(08).
003210   05 FILLER             PIC X(01) VALUE SPACES.
003220   05 DL-SECOND-ACTION   PIC X(08).
003230   05 FILLER             PIC X(04) VALUE SPACES.
003240   05 DL-DESC            PIC X(25).
003250   05 FILLER             PIC X(23) VALUE SPACES.
003260 01 TOTAL-LINE.
003270   05 TL-LABEL           PIC X(40).
003280   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
003290   05 FILLER             PIC X(81) VALUE SPACES.
003300 PROCEDURE DIVISION.
003310 000-MAIN-PROCEDURE.
003320      PERFORM P100-INITIALIZATION.
003330      PERFORM P110-LOAD-RULES.
003340      PERFORM P120-LOAD-USERS.
003350      PERFORM P130-LOAD-HISTORY.
003360      PERFORM P150-PRINT-HEADINGS.
003370      PERFORM P200-SCAN-AUDIT-STORE.
003380      PERFORM P230-SCAN-PENDING.
003390      PERFORM P280-PRINT-TOTALS.
003400      PERFORM P300-TERMINATION.
003410      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003420      STOP RUN.
003430 P100-INITIALIZATION.
003440      OPEN INPUT SOD-RULE-FILE.
003450      IF NOT SODRULE-OK
003460         DISPLAY "FAILURE TO OPEN SODRULE " SODRULE-STATUS
003470         MOVE 12 TO RETURN-CODE
003480         STOP RUN
003490      END-IF.
003500      OPEN INPUT USER-AUTH-FILE.
003510      IF NOT USERAUTH-OK
003520         DISPLAY "FAILURE TO OPEN USERAUTH " USERAUTH-STATUS
003530         MOVE 12 TO RETURN-CODE
003540         STOP RUN
003550      END-IF.
003560      OPEN INPUT AUDIT-KEYED-FILE.
003570      IF NOT AUDKSD-OK
003580         DISPLAY "FAILURE TO OPEN AUDITKSD " AUDKSD-FILE-STATUS
003590         MOVE 12 TO RETURN-CODE
003600         STOP RUN
003610      END-IF.
003620      OPEN INPUT PENDING-IN-FILE.
003630      IF NOT PENDIN-OK
003640         DISPLAY "FAILURE TO OPEN PENDIN " PENDIN-FILE-STATUS
003650         MOVE 12 TO RETURN-CODE
003660         STOP RUN
003670      END-IF.
003680      OPEN INPUT SOD-HIST-FILE.
003690      IF NOT SODHIST-OK
003700         DISPLAY "FAILURE TO OPEN SODHIST " SODHIST-STATUS
003710         MOVE 12 TO RETURN-CODE
003720         STOP RUN
003730      END-IF.
003740      OPEN OUTPUT REPORT-FILE.
003750      OPEN EXTEND SUITE-EXCEPTION-FILE.
003760      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003770      PERFORM P105-READ-CONTROL-CARD.
003780 P105-READ-CONTROL-CARD.
003790*    THE SYSIN CARD - COLS 1-8 THE ACTIVITY DATE YYYYMMDD, OR
003800* BLANK FOR YESTERDAY, TAKEN FROM THE DATEVAL DAY-OFFSET
003810* SERVICE LIKE EVERY OTHER DATE THIS PROGRAM WORKS OUT
003820      MOVE SPACES TO WS-CONTROL-CARD.
003830      ACCEPT WS-CONTROL-CARD.
003840      IF WS-CC-CHECK-DATE = SPACES
003850         MOVE WS-RUN-DATE TO WS-OFFSET-FROM
003860         MOVE 1 TO WS-OFFSET-BACK
003870         PERFORM P295-OFFSET-DATE
003880         MOVE WS-OFFSET-RESULT TO WS-CHECK-DATE
003890      ELSE
003900         IF WS-CC-CHECK-DATE IS NOT NUMERIC
003910            DISPLAY "INVALID SYSIN CARD - ACTIVITY DATE "
003920               WS-CC-CHECK-DATE
003930            MOVE 8 TO RETURN-CODE
003940            STOP RUN
003950         END-IF
003960         MOVE WS-CC-CHECK-DATE TO WS-CHECK-DATE
003970      END-IF.
003980      MOVE WS-CHECK-DATE TO WS-OFFSET-FROM.
003990      MOVE WS-KEYER-KEEP-DAYS TO WS-OFFSET-BACK.
004000      PERFORM P295-OFFSET-DATE.
004010      IF DP-DATE-INVALID
004020         DISPLAY "INVALID SYSIN CARD - ACTIVITY DATE "
004030            WS-CHECK-DATE
004040         MOVE 8 TO RETURN-CODE
004050         STOP RUN
004060      END-IF.
004070      MOVE WS-OFFSET-RESULT TO WS-KEYER-KEEP-DATE.
004080      DISPLAY "ACTIVITY DATE CHECKED: " WS-CHECK-DATE.
004090 P110-LOAD-RULES.
004100      PERFORM UNTIL WS-SODRULE-DONE
004110         READ SOD-RULE-FILE
004120            AT END
004130               SET WS-SODRULE-DONE TO TRUE
004140            NOT AT END
004150               PERFORM P115-LOAD-ONE-RULE
004160         END-READ
004170      END-PERFORM.
004180      CLOSE SOD-RULE-FILE.
004190      IF WS-RULE-COUNT = ZERO
004200         DISPLAY "NO RULES ON SODRULE - NOTHING TO CHECK"
004210         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004230      END-IF.
004240*    THE AUDIT STORE IS READ FROM THE START OF THE WIDEST PAIR
004250* WINDOW - EACH PAIR RULE KEEPS ITS OWN FROM-DATE
004260      MOVE WS-CHECK-DATE TO WS-LOOKBACK-DATE.
004270      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
004280         UNTIL WS-RULE-SUB > WS-RULE-COUNT
004290         MOVE WS-CHECK-DATE TO RT-FROM-DATE (WS-RULE-SUB)
004300         IF RT-PAIR-RULE (WS-RULE-SUB) AND
004310            RT-WINDOW-DAYS (WS-RULE-SUB) > ZERO
004320            MOVE WS-CHECK-DATE TO WS-OFFSET-FROM
004330            MOVE RT-WINDOW-DAYS (WS-RULE-SUB) TO WS-OFFSET-BACK
004340            PERFORM P295-OFFSET-DATE
004350            MOVE WS-OFFSET-RESULT TO RT-FROM-DATE (WS-RULE-SUB)
004360            IF WS-OFFSET-RESULT < WS-LOOKBACK-DATE
004370               MOVE WS-OFFSET-RESULT TO WS-LOOKBACK-DATE
004380            END-IF
004390         END-IF
004400      END-PERFORM.
004410      DISPLAY "SODRULE RULES LOADED : " WS-RULE-COUNT.
004420      DISPLAY "AUDIT LOOKBACK FROM  : " WS-LOOKBACK-DATE.
004430 P115-LOAD-ONE-RULE.
004440      IF SR-RULE-ID = SPACES
004450         CONTINUE
004460      ELSE
004470         IF NOT SR-PAIR-RULE AND NOT SR-SELF-RULE AND
004480            NOT SR-KEYER-RULE
004490            DISPLAY "SODRULE " SR-RULE-ID " TYPE " SR-RULE-TYPE
004500               " NOT P/S/K - RULE IGNORED"
004510            IF WS-HIGHEST-RC < 8
004520               MOVE 8 TO WS-HIGHEST-RC
004530            END-IF
004540         ELSE
004550            IF WS-RULE-COUNT >= WS-MAX-RULES
004560               DISPLAY "RULE TABLE FULL - RULE " SR-RULE-ID
004570                  " IGNORED"
004580               MOVE 12 TO WS-HIGHEST-RC
004590            ELSE
004600               PERFORM P117-TAKE-RULE
004610            END-IF
004620         END-IF
004630      END-IF.
004640 P117-TAKE-RULE.
004650      ADD 1 TO WS-RULE-COUNT.
004660      MOVE WS-RULE-COUNT TO WS-RULE-SUB.
004670      MOVE SR-RULE-ID    TO RT-RULE-ID (WS-RULE-SUB).
004680      MOVE SR-RULE-TYPE  TO RT-RULE-TYPE (WS-RULE-SUB).
004690      MOVE SR-PROGRAM-1  TO RT-PROGRAM-1 (WS-RULE-SUB).
004700      MOVE SR-ACTION-1   TO RT-ACTION-1 (WS-RULE-SUB).
004710      MOVE SR-PROGRAM-2  TO RT-PROGRAM-2 (WS-RULE-SUB).
004720      MOVE SR-ACTION-2   TO RT-ACTION-2 (WS-RULE-SUB).
004730      MOVE SR-DESC       TO RT-DESC (WS-RULE-SUB).
004740      MOVE ZERO          TO RT-FOUND (WS-RULE-SUB).
004750      IF SR-WINDOW-DAYS IS NUMERIC
004760         MOVE SR-WINDOW-DAYS-N TO RT-WINDOW-DAYS (WS-RULE-SUB)
004770      ELSE
004780         MOVE ZERO TO RT-WINDOW-DAYS (WS-RULE-SUB)
004790      END-IF.
004800      IF SR-PAIR-RULE
004810         ADD 1 TO WS-PAIR-RULES
004820      END-IF.
004830      IF SR-KEYER-RULE
004840         ADD 1 TO WS-KEYER-RULES
004850      END-IF.
004860 P120-LOAD-USERS.
004870*    UA-EMP-ID ZERO IS A SYSTEM ID AND NOT NUMERIC MEANS NOBODY
004880* HAS SAID WHO THE OPERATOR IS - NEITHER CAN BREAK A SELF
004890* RULE (ACCREVW0 CHASES THE SECOND KIND)
004900      PERFORM UNTIL WS-USERAUTH-DONE
004910         READ USER-AUTH-FILE NEXT RECORD
004920            AT END
004930               SET WS-USERAUTH-DONE TO TRUE
004940            NOT AT END
004950               IF WS-USER-COUNT >= WS-MAX-USERS
004960                  DISPLAY "USER TABLE FULL - USER " UA-USER-ID
004970                     " IGNORED"
004980                  MOVE 12 TO WS-HIGHEST-RC
004990               ELSE
005000                  ADD 1 TO WS-USER-COUNT
005010                  MOVE UA-USER-ID TO UT-USER-ID (WS-USER-COUNT)
005020                  IF UA-EMP-ID IS NUMERIC
005030                     MOVE UA-EMP-ID TO UT-EMP-ID (WS-USER-COUNT)
005040                  ELSE
005050                     MOVE ZERO TO UT-EMP-ID (WS-USER-COUNT)
005060                  END-IF
005070               END-IF
005080         END-READ
005090      END-PERFORM.
005100      CLOSE USER-AUTH-FILE.
005110      DISPLAY "USERAUTH OPERATORS   : " WS-USER-COUNT.
005120 P130-LOAD-HISTORY.
005130*    A PAIR OR SELF VIOLATION ALWAYS HAS THE CHECK DATE AS ITS
005140* SECOND DATE, SO ONLY THOSE CAN COME ROUND AGAIN - PLUS THE
005150* KEYER VIOLATIONS OF THE LAST YEAR
005160      PERFORM UNTIL WS-SODHIST-DONE
005170         READ SOD-HIST-FILE
005180            AT END
005190               SET WS-SODHIST-DONE TO TRUE
005200            NOT AT END
005210               PERFORM P135-LOAD-ONE-HISTORY
005220         END-READ
005230      END-PERFORM.
005240      CLOSE SOD-HIST-FILE.
005250      OPEN EXTEND SOD-HIST-FILE.
005260      IF NOT SODHIST-OK
005270         DISPLAY "FAILURE TO EXTEND SODHIST " SODHIST-STATUS
005280         MOVE 12 TO RETURN-CODE
005290         STOP RUN
005300      END-IF.
005310      DISPLAY "SODHIST ENTRIES HELD : " WS-HIST-COUNT.
005320 P135-LOAD-ONE-HISTORY.
005330      MOVE SH-RULE-ID TO WS-FIND-RULE-ID.
005340      PERFORM P190-FIND-RULE.
005350      IF SH-SECOND-DATE = WS-CHECK-DATE OR
005360         (WS-RULE-FOUND AND RT-KEYER-RULE (WS-RULE-SUB) AND
005370          SH-DETECT-DATE NOT < WS-KEYER-KEEP-DATE)
005380         PERFORM P185-ADD-HISTORY
005390      END-IF.
005400 P150-PRINT-HEADINGS.
005410      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
005420      MOVE WS-CHECK-DATE TO WS-FMT-DATE.
005430      PERFORM P290-FORMAT-DATE.
005440      MOVE WS-FMT-OUT TO HL2-CHECK-DATE.
005450      MOVE WS-LOOKBACK-DATE TO WS-FMT-DATE.
005460      PERFORM P290-FORMAT-DATE.
005470      MOVE WS-FMT-OUT TO HL2-LOOKBACK-DATE.
005480      WRITE REPORT-LINE FROM HEADING-LINE-1.
005490      WRITE REPORT-LINE FROM HEADING-LINE-2.
005500      MOVE SPACES TO REPORT-LINE.
005510      WRITE REPORT-LINE.
005520      MOVE "RULES IN FORCE" TO REPORT-LINE.
005530      WRITE REPORT-LINE.
005540      WRITE REPORT-LINE FROM RULE-HEADING-LINE.
005550      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
005560         UNTIL WS-RULE-SUB > WS-RULE-COUNT
005570         MOVE RT-RULE-ID (WS-RULE-SUB)     TO RL-RULE-ID
005580         MOVE RT-RULE-TYPE (WS-RULE-SUB)   TO RL-RULE-TYPE
005590         MOVE RT-PROGRAM-1 (WS-RULE-SUB)   TO RL-PROGRAM-1
005600         MOVE RT-ACTION-1 (WS-RULE-SUB)    TO RL-ACTION-1
005610         MOVE RT-PROGRAM-2 (WS-RULE-SUB)   TO RL-PROGRAM-2
005620         MOVE RT-ACTION-2 (WS-RULE-SUB)    TO RL-ACTION-2
005630         MOVE RT-WINDOW-DAYS (WS-RULE-SUB) TO RL-WINDOW-DAYS
005640         MOVE RT-DESC (WS-RULE-SUB)        TO RL-DESC
005650         WRITE REPORT-LINE FROM RULE-LINE
005660      END-PERFORM.
005670      MOVE SPACES TO REPORT-LINE.
005680      WRITE REPORT-LINE.
005690      MOVE "VIOLATIONS FOUND" TO REPORT-LINE.
005700      WRITE REPORT-LINE.
005710      WRITE REPORT-LINE FROM COLUMN-HEADING-1.
005720      WRITE REPORT-LINE FROM COLUMN-HEADING-2.
005730 P180-FIND-HISTORY.
005740      SET WS-HIST-NOT-FOUND TO TRUE.
005750      PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
005760         UNTIL WS-HIST-SUB > WS-HIST-COUNT
005770         IF HT-RULE-ID (WS-HIST-SUB) = SH-RULE-ID AND
005780            HT-USER-ID (WS-HIST-SUB) = SH-USER-ID AND
005790            HT-EMP-ID (WS-HIST-SUB) = SH-EMP-ID AND
005800            HT-FIRST-DATE (WS-HIST-SUB) = SH-FIRST-DATE AND
005810            HT-FIRST-PROGRAM (WS-HIST-SUB) = SH-FIRST-PROGRAM AND
005820            HT-SECOND-DATE (WS-HIST-SUB) = SH-SECOND-DATE
005830            SET WS-HIST-FOUND TO TRUE
005840            EXIT PERFORM
005850         END-IF
005860      END-PERFORM.
005870 P185-ADD-HISTORY.
005880*    A FULL TABLE ONLY WEAKENS THE RERUN CHECK - SAY SO ONCE
005890      IF WS-HIST-COUNT >= WS-MAX-HIST
005900         IF NOT WS-HIST-FULL
005910            SET WS-HIST-FULL TO TRUE
005920            DISPLAY "SODHIST TABLE FULL - REPEATS MAY BE RAISED"
005930            MOVE 12 TO WS-HIGHEST-RC
005940         END-IF
005950      ELSE
005960         ADD 1 TO WS-HIST-COUNT
005970         MOVE SH-RULE-ID       TO HT-RULE-ID (WS-HIST-COUNT)
005980         MOVE SH-USER-ID       TO HT-USER-ID (WS-HIST-COUNT)
005990         MOVE SH-EMP-ID        TO HT-EMP-ID (WS-HIST-COUNT)
006000         MOVE SH-FIRST-DATE    TO HT-FIRST-DATE (WS-HIST-COUNT)
006010         MOVE SH-FIRST-PROGRAM TO HT-FIRST-PROGRAM (WS-HIST-COUNT)
006020         MOVE SH-SECOND-DATE   TO HT-SECOND-DATE (WS-HIST-COUNT)
006030      END-IF.
006040 P190-FIND-RULE.
006050      SET WS-RULE-NOT-FOUND TO TRUE.
006060      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
006070         UNTIL WS-RULE-SUB > WS-RULE-COUNT
006080         IF RT-RULE-ID (WS-RULE-SUB) = WS-FIND-RULE-ID
006090            SET WS-RULE-FOUND TO TRUE
006100            EXIT PERFORM
006110         END-IF
006120      END-PERFORM.
006130 P195-FIND-USER.
006140      SET WS-USER-NOT-FOUND TO TRUE.
006150      PERFORM VARYING WS-USER-SUB FROM 1 BY 1
006160         UNTIL WS-USER-SUB > WS-USER-COUNT
006170         IF UT-USER-ID (WS-USER-SUB) = AK-USER-ID
006180            SET WS-USER-FOUND TO TRUE
006190            EXIT PERFORM
006200         END-IF
006210      END-PERFORM.
006220 P200-SCAN-AUDIT-STORE.
006230*    POSITION ON THE FIRST RECORD OF THE LOOKBACK DATE AND READ
006240* FORWARD IN DATE/TIME ORDER TO THE END OF THE CHECK DATE
006250      MOVE WS-LOOKBACK-DATE TO AK-AUDIT-DATE.
006260      MOVE ZERO TO AK-AUDIT-TIME.
006270      MOVE ZERO TO AK-SEQ.
006280      START AUDIT-KEYED-FILE KEY IS >= AK-KEY
006290         INVALID KEY
006300            SET WS-AUDKSD-DONE TO TRUE
006310      END-START.
006320      PERFORM UNTIL WS-AUDKSD-DONE
006330         READ AUDIT-KEYED-FILE NEXT RECORD
006340            AT END
006350               SET WS-AUDKSD-DONE TO TRUE
006360            NOT AT END
006370               IF AK-AUDIT-DATE > WS-CHECK-DATE
006380                  SET WS-AUDKSD-DONE TO TRUE
006390               ELSE
006400                  ADD 1 TO WS-AUDIT-READ
006410                  PERFORM P205-CHECK-ONE-AUDIT
006420               END-IF
006430         END-READ
006440      END-PERFORM.
006450      CLOSE AUDIT-KEYED-FILE.
006460      DISPLAY "AUDITKSD RECORDS READ: " WS-AUDIT-READ.
006470 P205-CHECK-ONE-AUDIT.
006480*    A RECORD ON THE CHECK DATE IS TESTED AGAINST EVERY RULE;
006490* ANY RECORD THAT IS HALF OF A PAIR IS THEN HELD FOR THE
006500* SECOND HALVES STILL TO COME
006510      IF AK-USER-ID = SPACES
006520         ADD 1 TO WS-BLANK-USER
006530      ELSE
006540         MOVE SPACES TO SOD-HIST-REC
006550         MOVE "N" TO WS-PAIR-HALF-SW
006560         IF AK-AUDIT-DATE = WS-CHECK-DATE
006570            ADD 1 TO WS-AUDIT-CHECKED
006580         END-IF
006590         PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
006600            UNTIL WS-RULE-SUB > WS-RULE-COUNT
006610            PERFORM P240-MATCH-SIDES
006620            IF RT-PAIR-RULE (WS-RULE-SUB) AND
006630               (WS-SIDE-1-MATCH OR WS-SIDE-2-MATCH)
006640               SET WS-PAIR-HALF TO TRUE
006650            END-IF
006660            IF AK-AUDIT-DATE = WS-CHECK-DATE
006670               EVALUATE TRUE
006680                  WHEN RT-SELF-RULE (WS-RULE-SUB)
006690                     PERFORM P210-CHECK-SELF-RULE
006700                  WHEN RT-PAIR-RULE (WS-RULE-SUB)
006710                     PERFORM P215-CHECK-PAIR-RULE
006720               END-EVALUATE
006730            END-IF
006740         END-PERFORM
006750         IF WS-PAIR-HALF AND AK-EMP-ID > ZERO
006760            PERFORM P225-BUFFER-AUDIT
006770         END-IF
006780      END-IF.
006790 P210-CHECK-SELF-RULE.
006800      IF WS-SIDE-1-MATCH AND AK-EMP-ID > ZERO
006810         PERFORM P195-FIND-USER
006820         IF WS-USER-FOUND AND
006830            UT-EMP-ID (WS-USER-SUB) = AK-EMP-ID
006840            MOVE AK-AUDIT-DATE TO SH-FIRST-DATE
006850            MOVE AK-PROGRAM    TO SH-FIRST-PROGRAM
006860            MOVE AK-ACTION     TO SH-FIRST-ACTION
006870            PERFORM P260-RECORD-AUDIT-VIOLATION
006880         END-IF
006890      END-IF.
006900 P215-CHECK-PAIR-RULE.
006910*    EITHER HALF MAY COME SECOND - LOOK BACK FOR THE OTHER HALF
006920* BY THE SAME OPERATOR AGAINST THE SAME EMP-ID
006930      SET WS-BUFFER-NOT-FOUND TO TRUE.
006940      IF WS-SIDE-2-MATCH
006950         MOVE RT-PROGRAM-1 (WS-RULE-SUB) TO WS-WANT-PROGRAM
006960         MOVE RT-ACTION-1 (WS-RULE-SUB)  TO WS-WANT-ACTION
006970         PERFORM P220-SEARCH-BUFFER
006980      END-IF.
006990      IF WS-BUFFER-NOT-FOUND AND WS-SIDE-1-MATCH
007000         MOVE RT-PROGRAM-2 (WS-RULE-SUB) TO WS-WANT-PROGRAM
007010         MOVE RT-ACTION-2 (WS-RULE-SUB)  TO WS-WANT-ACTION
007020         PERFORM P220-SEARCH-BUFFER
007030      END-IF.
007040      IF WS-BUFFER-FOUND
007050         MOVE BF-DATE (WS-BUFFER-SUB)    TO SH-FIRST-DATE
007060         MOVE BF-PROGRAM (WS-BUFFER-SUB) TO SH-FIRST-PROGRAM
007070         MOVE BF-ACTION (WS-BUFFER-SUB)  TO SH-FIRST-ACTION
007080         PERFORM P260-RECORD-AUDIT-VIOLATION
007090      END-IF.
007100 P220-SEARCH-BUFFER.
007110      PERFORM VARYING WS-BUFFER-SUB FROM 1 BY 1
007120         UNTIL WS-BUFFER-SUB > WS-BUFFER-COUNT
007130         IF BF-USER-ID (WS-BUFFER-SUB) = AK-USER-ID AND
007140            BF-EMP-ID (WS-BUFFER-SUB) = AK-EMP-ID AND
007150            BF-DATE (WS-BUFFER-SUB) NOT <
007160               RT-FROM-DATE (WS-RULE-SUB) AND
007170            BF-PROGRAM (WS-BUFFER-SUB) = WS-WANT-PROGRAM AND
007180            (WS-WANT-ACTION = SPACES OR
007190             BF-ACTION (WS-BUFFER-SUB) = WS-WANT-ACTION)
007200            SET WS-BUFFER-FOUND TO TRUE
007210            EXIT PERFORM
007220         END-IF
007230      END-PERFORM.
007240 P225-BUFFER-AUDIT.
007250      IF WS-BUFFER-COUNT >= WS-MAX-BUFFER
007260         IF NOT WS-BUFFER-FULL
007270            SET WS-BUFFER-FULL TO TRUE
007280            DISPLAY "PAIR BUFFER FULL AT " AK-AUDIT-DATE
007290               " - LATER PAIRS NOT CHECKED"
007300            MOVE 12 TO WS-HIGHEST-RC
007310         END-IF
007320      ELSE
007330         ADD 1 TO WS-BUFFER-COUNT
007340         MOVE AK-USER-ID    TO BF-USER-ID (WS-BUFFER-COUNT)
007350         MOVE AK-EMP-ID     TO BF-EMP-ID (WS-BUFFER-COUNT)
007360         MOVE AK-AUDIT-DATE TO BF-DATE (WS-BUFFER-COUNT)
007370         MOVE AK-PROGRAM    TO BF-PROGRAM (WS-BUFFER-COUNT)
007380         MOVE AK-ACTION     TO BF-ACTION (WS-BUFFER-COUNT)
007390      END-IF.
007400 P230-SCAN-PENDING.
007410*    THE HOLDING FILE AS TRANAPPR LEFT IT - AN APPROVED ITEM
007420* KEYED AND APPROVED BY ONE OPERATOR BREAKS EVERY KEYER RULE
007430      PERFORM UNTIL WS-PENDIN-DONE
007440         READ PENDING-IN-FILE
007450            AT END
007460               SET WS-PENDIN-DONE TO TRUE
007470            NOT AT END
007480               ADD 1 TO WS-PENDING-READ
007490               IF PT-APPROVED
007500                  ADD 1 TO WS-PENDING-APPROVED
007510                  PERFORM P235-CHECK-ONE-PENDING
007520               END-IF
007530         END-READ
007540      END-PERFORM.
007550      CLOSE PENDING-IN-FILE.
007560      DISPLAY "PENDTRN RECORDS READ : " WS-PENDING-READ.
007570 P235-CHECK-ONE-PENDING.
007580*    SAME IMAGE DECODE TRANAPPR USES - THE KEYER IS NC-USER-ID
007590* ON A NAMECHG ITEM AND TR-KEYED-USER ON A TRANIN ITEM
007600      MOVE SPACES TO SOD-HIST-REC.
007610      MOVE SPACES TO WS-KEYER-USER-ID.
007620      IF PT-NAMECHG-TRAN
007630         MOVE PT-TRAN-IMAGE (1:6)  TO WS-PEND-EMP-ID
007640         MOVE PT-TRAN-IMAGE (63:8) TO WS-KEYER-USER-ID
007650         MOVE "KDSD"               TO SH-FIRST-PROGRAM
007660      END-IF.
007670      IF PT-TRANUPD-TRAN
007680         MOVE PT-TRAN-IMAGE (2:6)  TO WS-PEND-EMP-ID
007690         MOVE PT-TRAN-IMAGE (68:8) TO WS-KEYER-USER-ID
007700         MOVE "TRANUPD"            TO SH-FIRST-PROGRAM
007710      END-IF.
007720      IF WS-KEYER-USER-ID NOT = SPACES AND
007730         WS-KEYER-USER-ID = PT-APPR-USER
007740         IF WS-PEND-EMP-ID IS NOT NUMERIC
007750            MOVE ZERO TO WS-PEND-EMP-ID-N
007760         END-IF
007770         PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
007780            UNTIL WS-RULE-SUB > WS-RULE-COUNT
007790            IF RT-KEYER-RULE (WS-RULE-SUB)
007800               MOVE WS-CHECK-DATE    TO SH-DETECT-DATE
007810               MOVE RT-RULE-ID (WS-RULE-SUB) TO SH-RULE-ID
007820               MOVE WS-KEYER-USER-ID TO SH-USER-ID
007830               MOVE WS-PEND-EMP-ID-N TO SH-EMP-ID
007840               MOVE PT-EFF-DATE      TO SH-FIRST-DATE
007850               MOVE "KEYED"          TO SH-FIRST-ACTION
007860               MOVE PT-EFF-DATE      TO SH-SECOND-DATE
007870               MOVE "TRANAPPR"       TO SH-SECOND-PROGRAM
007880               MOVE "APPROVED"       TO SH-SECOND-ACTION
007890               PERFORM P265-RECORD-VIOLATION
007900            END-IF
007910         END-PERFORM
007920      END-IF.
007930 P240-MATCH-SIDES.
007940*    A BLANK ACTION ON THE RULE MATCHES ANY ACTION OF ITS
007950* PROGRAM
007960      MOVE "N" TO WS-SIDE-1-SW.
007970      MOVE "N" TO WS-SIDE-2-SW.
007980      IF AK-PROGRAM = RT-PROGRAM-1 (WS-RULE-SUB) AND
007990         (RT-ACTION-1 (WS-RULE-SUB) = SPACES OR
008000          AK-ACTION = RT-ACTION-1 (WS-RULE-SUB))
008010         SET WS-SIDE-1-MATCH TO TRUE
008020      END-IF.
008030      IF AK-PROGRAM = RT-PROGRAM-2 (WS-RULE-SUB) AND
008040         (RT-ACTION-2 (WS-RULE-SUB) = SPACES OR
008050          AK-ACTION = RT-ACTION-2 (WS-RULE-SUB))
008060         SET WS-SIDE-2-MATCH TO TRUE
008070      END-IF.
008080 P260-RECORD-AUDIT-VIOLATION.
008090*    THE CALLER HAS SET THE FIRST HALF - THE AUDIT RECORD IN
008100* HAND IS ALWAYS THE SECOND
008110      MOVE WS-CHECK-DATE  TO SH-DETECT-DATE.
008120      MOVE RT-RULE-ID (WS-RULE-SUB) TO SH-RULE-ID.
008130      MOVE AK-USER-ID     TO SH-USER-ID.
008140      MOVE AK-EMP-ID      TO SH-EMP-ID.
008150      MOVE AK-AUDIT-DATE  TO SH-SECOND-DATE.
008160      MOVE AK-PROGRAM     TO SH-SECOND-PROGRAM.
008170      MOVE AK-ACTION      TO SH-SECOND-ACTION.
008180      PERFORM P265-RECORD-VIOLATION.
008190 P265-RECORD-VIOLATION.
008200      PERFORM P180-FIND-HISTORY.
008210      IF WS-HIST-FOUND
008220         ADD 1 TO WS-TOT-REPEATS
008230      ELSE
008240         PERFORM P185-ADD-HISTORY
008250         WRITE SOD-HIST-REC
008260         ADD 1 TO WS-TOT-VIOLATIONS
008270         ADD 1 TO RT-FOUND (WS-RULE-SUB)
008280         MOVE "H"              TO EX-SEVERITY
008290         MOVE SH-USER-ID       TO EX-KEY
008300         MOVE "Z001"           TO EX-REASON-CODE
008310         MOVE SPACES           TO EX-REASON-TEXT
008320         STRING SH-RULE-ID     DELIMITED BY SIZE
008330                " EMP "        DELIMITED BY SIZE
008340                SH-EMP-ID      DELIMITED BY SIZE
008350                " "            DELIMITED BY SIZE
008360                RT-DESC (WS-RULE-SUB) (1:24) DELIMITED BY SIZE
008370            INTO EX-REASON-TEXT
008380         END-STRING
008390         PERFORM P298-WRITE-SUITE-EXCEPTION
008400         PERFORM P270-PRINT-VIOLATION
008410      END-IF.
008420 P270-PRINT-VIOLATION.
008430      MOVE SH-RULE-ID        TO DL-RULE-ID.
008440      MOVE SH-USER-ID        TO DL-USER-ID.
008450      MOVE SH-EMP-ID         TO DL-EMP-ID.
008460      MOVE SH-FIRST-DATE     TO WS-FMT-DATE.
008470      PERFORM P290-FORMAT-DATE.
008480      MOVE WS-FMT-OUT        TO DL-FIRST-DATE.
008490      MOVE SH-FIRST-PROGRAM  TO DL-FIRST-PROGRAM.
008500      MOVE SH-FIRST-ACTION   TO DL-FIRST-ACTION.
008510      MOVE SH-SECOND-DATE    TO WS-FMT-DATE.
008520      PERFORM P290-FORMAT-DATE.
008530      MOVE WS-FMT-OUT        TO DL-SECOND-DATE.
008540      MOVE SH-SECOND-PROGRAM TO DL-SECOND-PROGRAM.
008550      MOVE SH-SECOND-ACTION  TO DL-SECOND-ACTION.
008560      MOVE RT-DESC (WS-RULE-SUB) TO DL-DESC.
008570      WRITE REPORT-LINE FROM DETAIL-LINE.
008580 P280-PRINT-TOTALS.
008590      IF WS-TOT-VIOLATIONS = ZERO
008600         MOVE "  NONE" TO REPORT-LINE
008610         WRITE REPORT-LINE
008620      END-IF.
008630      MOVE SPACES TO REPORT-LINE.
008640      WRITE REPORT-LINE.
008650      PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
008660         UNTIL WS-RULE-SUB > WS-RULE-COUNT
008670         MOVE SPACES TO TL-LABEL
008680         STRING "VIOLATIONS OF RULE " DELIMITED BY SIZE
008690                RT-RULE-ID (WS-RULE-SUB) DELIMITED BY SIZE
008700            INTO TL-LABEL
008710         END-STRING
008720         MOVE RT-FOUND (WS-RULE-SUB) TO TL-COUNT
008730         WRITE REPORT-LINE FROM TOTAL-LINE
008740      END-PERFORM.
008750      MOVE "VIOLATIONS RAISED" TO TL-LABEL.
008760      MOVE WS-TOT-VIOLATIONS TO TL-COUNT.
008770      WRITE REPORT-LINE FROM TOTAL-LINE.
008780      MOVE "ALREADY ON SODHIST - NOT RAISED AGAIN" TO TL-LABEL.
008790      MOVE WS-TOT-REPEATS TO TL-COUNT.
008800      WRITE REPORT-LINE FROM TOTAL-LINE.
008810      MOVE "AUDIT RECORDS READ" TO TL-LABEL.
008820      MOVE WS-AUDIT-READ TO TL-COUNT.
008830      WRITE REPORT-LINE FROM TOTAL-LINE.
008840      MOVE "AUDIT RECORDS ON THE CHECK DATE" TO TL-LABEL.
008850      MOVE WS-AUDIT-CHECKED TO TL-COUNT.
008860      WRITE REPORT-LINE FROM TOTAL-LINE.
008870      MOVE "AUDIT RECORDS WITH NO USER-ID" TO TL-LABEL.
008880      MOVE WS-BLANK-USER TO TL-COUNT.
008890      WRITE REPORT-LINE FROM TOTAL-LINE.
008900      MOVE "PENDTRN RECORDS READ" TO TL-LABEL.
008910      MOVE WS-PENDING-READ TO TL-COUNT.
008920      WRITE REPORT-LINE FROM TOTAL-LINE.
008930      MOVE "PENDTRN RECORDS APPROVED" TO TL-LABEL.
008940      MOVE WS-PENDING-APPROVED TO TL-COUNT.
008950      WRITE REPORT-LINE FROM TOTAL-LINE.
008960 P290-FORMAT-DATE.
008970      MOVE WS-FMT-DATE TO WS-DATE-EDIT.
008980      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
008990      MOVE WS-DE-MONTH TO WS-DB-MONTH.
009000      MOVE WS-DE-DAY   TO WS-DB-DAY.
009010      MOVE WS-DATE-BUILD TO WS-FMT-OUT.
009020 P295-OFFSET-DATE.
009030*    WS-OFFSET-RESULT = WS-OFFSET-FROM LESS WS-OFFSET-BACK DAYS
009040* THROUGH THE DATEVAL DAY-OFFSET SERVICE
009050      MOVE WS-OFFSET-FROM TO WS-DATE-EDIT.
009060      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
009070      MOVE WS-DE-MONTH TO WS-DB-MONTH.
009080      MOVE WS-DE-DAY   TO WS-DB-DAY.
009090      MOVE WS-DATE-BUILD TO DP-DATE-IN.
009100      SET DP-AGE-NOT-WANTED TO TRUE.
009110      SET DP-BUSDAY-NOT-WANTED TO TRUE.
009120      SET DP-OFFSET-WANTED TO TRUE.
009130      COMPUTE DP-OFFSET-DAYS = ZERO - WS-OFFSET-BACK.
009140      CALL "DATEVAL" USING DATE-PARM-BLOCK.
009150      IF DP-DATE-INVALID
009160         MOVE WS-OFFSET-FROM TO WS-OFFSET-RESULT
009170      ELSE
009180         MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE
009190         MOVE WS-OP-YEAR  TO WS-DE-YEAR
009200         MOVE WS-OP-MONTH TO WS-DE-MONTH
009210         MOVE WS-OP-DAY   TO WS-DE-DAY
009220         MOVE WS-DATE-EDIT TO WS-OFFSET-RESULT
009230      END-IF.
009240 P298-WRITE-SUITE-EXCEPTION.
009250*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
009260* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
009270* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
009280      MOVE "SODCHK0" TO EX-PROGRAM.
009290      ACCEPT EX-DATE FROM DATE YYYYMMDD.
009300      ACCEPT EX-TIME FROM TIME.
009310      WRITE SUITE-EXCEPTION-REC.
009320 P300-TERMINATION.
009330      CLOSE SOD-HIST-FILE.
009340      CLOSE REPORT-FILE.
009350      CLOSE SUITE-EXCEPTION-FILE.
009360      IF WS-TOT-VIOLATIONS > ZERO AND WS-HIGHEST-RC < 4
009370         MOVE 4 TO WS-HIGHEST-RC
009380      END-IF.
009390      DISPLAY "VIOLATIONS RAISED    : " WS-TOT-VIOLATIONS.
009400      DISPLAY "ALREADY ON SODHIST   : " WS-TOT-REPEATS.
009410      DISPLAY "SODCHK0 RETURN CODE  : " WS-HIGHEST-RC.
