000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCREVW0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    QUARTERLY USER ACCESS REVIEW - MATCHES EVERY OPERATOR  *
000090*    ON THE USERAUTH AUTHORITY FILE (USERAREC) AGAINST THE  *
000100*    AUDIT-USER-ID ACTIVITY ON THE KEYED AUDIT STORE        *
000110*    (AUDITKSD) AND THE OPERATOR'S OWN EMPLOYEE RECORD ON   *
000120*    EMPLOYEE-VS-FILE, AND PRINTS A SIGN-OFF LISTING BY     *
000130*    AUTHORITY CODE FOR THE MANAGERS TO CERTIFY.  EACH      *
000140*    HOLDER OF AN AUTHORITY IS FLAGGED WHEN:                *
000150*      TERMINATED / ARCHIVED - THE OPERATOR'S EMPLOYEE IS   *
000160*                 TERMINATED OR NO LONGER ON EMPVSFIL       *
000170*                 (SUITEEXC Y001, HIGH SEVERITY)            *
000180*      NO EMP-ID - USERAUTH DOES NOT SAY WHO THE OPERATOR   *
000190*                 IS (Y001, MEDIUM - ZERO MEANS A SYSTEM ID *
000200*                 AND IS NOT FLAGGED)                       *
000210*      INACTIVE - NO AUDIT ACTIVITY AT ALL INSIDE THE       *
000220*                 INACTIVITY WINDOW (90 DAYS UNLESS SYSIN   *
000230*                 SAYS OTHER) (Y002)                        *
000240*      NEVER USED - THE AUTHORITY IS GRANTED BUT THE        *
000250*                 OPERATOR HAS NO AUDIT RECORD FROM THE     *
000260*                 PROGRAM IT COVERS (Y003, LOW)             *
000270*    A LAST SECTION LISTS AUDIT ACTIVITY BY USER-IDS NOT ON *
000280*    USERAUTH AT ALL (Y004, HIGH).  EACH AUTHORITY SECTION  *
000290*    SHOWS WHEN IT WAS LAST CERTIFIED - THE ACCCERT AUDIT   *
000300*    RECORDS ACCCERT CUTS FROM THE SIGNED LISTINGS - AND    *
000310*    ENDS WITH THE SIGN-OFF BLOCK.  ANY FINDING SETS RC=4.  *
000320*    SYSIN - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK = THE RUN  *
000330*    DATE), COLS 9-11 INACTIVITY DAYS (BLANK = 090)         *
000340************************************************************
000350* MODIFICATION HISTORY                                     *
000360*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000370************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT USER-AUTH-FILE ASSIGN TO USERAUTH
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE  IS SEQUENTIAL
000440     RECORD KEY   IS UA-USER-ID
000450     FILE STATUS  IS USERAUTH-STATUS.
000460     SELECT AUDIT-KEYED-FILE ASSIGN TO AUDITKSD
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE  IS SEQUENTIAL
000490     RECORD KEY   IS AK-KEY
000500     FILE STATUS  IS AUDKSD-FILE-STATUS.
000510     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE  IS RANDOM
000540     RECORD KEY   IS EMP-ID
000550     FILE STATUS  IS VSAM-FILE-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO RPTOUT
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS RPT-FILE-STATUS.
000590     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000600     ORGANIZATION IS SEQUENTIAL
000610     FILE STATUS  IS SUITEEXC-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD USER-AUTH-FILE.
000650     COPY USERAREC.
000660 FD AUDIT-KEYED-FILE.
000670     COPY AUDKREC.
000680 FD EMPLOYEE-VS-FILE.
000690     COPY EMPREC.
000700 FD REPORT-FILE
000710      RECORDING MODE IS F
000720      LABEL RECORDS ARE STANDARD
000730      DATA RECORD IS REPORT-LINE.
000740 01 REPORT-LINE          PIC X(132).
000750 FD SUITE-EXCEPTION-FILE
000760      RECORDING MODE IS F
000770      LABEL RECORDS ARE STANDARD
000780      RECORD CONTAINS 80 CHARACTERS
000790      DATA RECORD IS SUITE-EXCEPTION-REC.
000800     COPY EXCPTREC.
000810 WORKING-STORAGE SECTION.
000820     COPY FSTATCOM.
000830     COPY DATEPARM.
000840     COPY ACRTREC.
000850 01 USERAUTH-STATUS      PIC X(2).
000860   88 USERAUTH-OK        VALUE "00".
000870 01 AUDKSD-FILE-STATUS   PIC X(2).
000880   88 AUDKSD-OK          VALUE "00".
000890 01 RPT-FILE-STATUS      PIC X(2).
000900 01 SUITEEXC-STATUS      PIC X(2).
000910 01 WS-USERAUTH-EOF-SW   PIC X(1) VALUE "N".
000920   88 WS-USERAUTH-DONE   VALUE "Y".
000930 01 WS-AUDKSD-EOF-SW     PIC X(1) VALUE "N".
000940   88 WS-AUDKSD-DONE     VALUE "Y".
000950 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000960 01 WS-CONTROL-CARD.
000970   05 WS-CC-AS-OF-DATE   PIC X(08).
000980   05 WS-CC-IDLE-DAYS    PIC X(03).
000990   05 WS-CC-IDLE-DAYS-N REDEFINES WS-CC-IDLE-DAYS
001000                         PIC 9(03).
001010   05 FILLER             PIC X(69).
001020 01 WS-RUN-DATE          PIC 9(8).
001030 01 WS-AS-OF-DATE        PIC 9(8).
001040 01 WS-IDLE-DAYS         PIC 9(3).
001050 01 WS-IDLE-CUTOFF       PIC 9(8).
001060 01 WS-DATE-BUILD.
001070    05 WS-DB-YEAR    PIC X(4).
001080    05 FILLER        PIC X(1) VALUE "-".
001090    05 WS-DB-MONTH   PIC X(2).
001100    05 FILLER        PIC X(1) VALUE "-".
001110    05 WS-DB-DAY     PIC X(2).
001120 01 WS-OFFSET-PARSE.
001130    05 WS-OP-YEAR    PIC X(4).
001140    05 FILLER        PIC X(1).
001150    05 WS-OP-MONTH   PIC X(2).
001160    05 FILLER        PIC X(1).
001170    05 WS-OP-DAY     PIC X(2).
001180 01 WS-DATE-EDIT.
001190    05 WS-DE-YEAR    PIC X(4).
001200    05 WS-DE-MONTH   PIC X(2).
001210    05 WS-DE-DAY     PIC X(2).
001220 01 WS-FMT-DATE          PIC 9(8).
001230 01 WS-FMT-OUT           PIC X(10).
001240*    THE AUTHORITY CODES USERAREC DEFINES AND THE PROGRAM WHOSE
001250* AUDIT RECORDS SHOW EACH ONE IN USE.  A CODE FOUND ON
001260* USERAUTH THAT IS NOT HERE IS ADDED AT RUN TIME WITH NO
001270* PROGRAM, SO IT STILL GETS ITS OWN SECTION FOR REVIEW
001280 01 WS-AUTH-VALUES.
001290   05 FILLER             PIC X(39)
001300      VALUE "NKDSD    NAMECHG CHANGES THROUGH KDSD".
001310   05 FILLER             PIC X(39)
001320      VALUE "TTRANUPD TRANIN ADD/CHANGE/DELETE".
001330   05 FILLER             PIC X(39)
001340      VALUE "SSTORMNT STORE MASTER MAINTENANCE".
001350   05 FILLER             PIC X(39)
001360      VALUE "MEMPMNT  ONLINE EMPLOYEE UPDATES".
001370   05 FILLER             PIC X(39)
001380      VALUE "BEMPBKMNTDIRECT-DEPOSIT ACCOUNTS".
001390   05 FILLER             PIC X(195) VALUE SPACES.
001400 01 WS-AUTH-TABLE REDEFINES WS-AUTH-VALUES.
001410   05 WS-AUTH-ENTRY OCCURS 10 TIMES.
001420     10 WS-AT-CODE       PIC X(01).
001430     10 WS-AT-PROGRAM    PIC X(08).
001440     10 WS-AT-DESC       PIC X(30).
001450 01 WS-MAX-AUTHS         PIC 9(2) VALUE 10.
001460 01 WS-AUTH-COUNT        PIC 9(2) VALUE 5.
001470 01 WS-AUTH-SUB          PIC 9(2).
001480 01 WS-AUTH-FOUND-SW     PIC X(1).
001490   88 WS-AUTH-FOUND      VALUE "Y".
001500   88 WS-AUTH-NOT-FOUND  VALUE "N".
001510 01 WS-FIND-AUTH-CODE    PIC X(1).
001520*    PER AUTHORITY - THE LATEST ACCCERT SIGN-OFF AND THE
001530* SECTION COUNTS
001540 01 WS-AUTH-CERT-TABLE.
001550   05 WS-AUTH-CERT-ENTRY OCCURS 10 TIMES.
001560     10 WS-AC-CERT-DATE  PIC 9(8).
001570     10 WS-AC-CERT-BY    PIC X(8).
001580     10 WS-AC-REVIEW-DATE PIC 9(8).
001590     10 WS-AC-HOLDERS    PIC 9(5).
001600     10 WS-AC-FLAGGED    PIC 9(5).
001610*    EVERY OPERATOR ON USERAUTH WITH WHAT EMPVSFIL AND THE
001620* AUDIT STORE SAY ABOUT THEM.  UT-LAST-USE LINES UP WITH
001630* THE POSITIONS OF UT-AUTH-CODE
001640 01 WS-MAX-USERS         PIC 9(3) VALUE 500.
001650 01 WS-USER-COUNT        PIC 9(3) VALUE ZERO.
001660 01 WS-USER-SUB          PIC 9(3).
001670 01 WS-USER-TABLE.
001680    05 WS-USER-ENTRY OCCURS 500 TIMES.
001690      10 UT-USER-ID       PIC X(8).
001700      10 UT-ALLOWED.
001710        15 UT-AUTH-CODE   PIC X(1) OCCURS 10 TIMES.
001720      10 UT-EMP-ID        PIC 9(6).
001730      10 UT-NAME          PIC X(22).
001740      10 UT-EMP-STATE     PIC X(11).
001750      10 UT-LAST-ACTIVITY PIC 9(8).
001760      10 UT-ACTIVITY-COUNT PIC 9(7).
001770      10 UT-LAST-USE      PIC 9(8) OCCURS 10 TIMES.
001780      10 UT-EMP-FINDING   PIC X(11).
001790      10 UT-INACTIVE-SW   PIC X(1).
001800        88 UT-INACTIVE    VALUE "Y".
001810 01 WS-POS-SUB           PIC 9(2).
001820 01 WS-FIND-USER-ID      PIC X(8).
001830 01 WS-USER-FOUND-SW     PIC X(1).
001840   88 WS-USER-FOUND      VALUE "Y".
001850   88 WS-USER-NOT-FOUND  VALUE "N".
001860 01 WS-HOLDER-SW         PIC X(1).
001870   88 WS-USER-HOLDS      VALUE "Y".
001880   88 WS-USER-DOES-NOT-HOLD VALUE "N".
001890*    USER-IDS STAMPED ON AUDIT RECORDS BUT NOT ON USERAUTH
001900 01 WS-MAX-UNKNOWN       PIC 9(3) VALUE 200.
001910 01 WS-UNKNOWN-COUNT     PIC 9(3) VALUE ZERO.
001920 01 WS-UNKNOWN-SUB       PIC 9(3).
001930 01 WS-UNKNOWN-TABLE.
001940    05 WS-UNKNOWN-ENTRY OCCURS 200 TIMES.
001950      10 UK-USER-ID       PIC X(8).
001960      10 UK-COUNT         PIC 9(7).
001970      10 UK-FIRST-DATE    PIC 9(8).
001980      10 UK-LAST-DATE     PIC 9(8).
001990      10 UK-LAST-PROGRAM  PIC X(8).
002000 01 WS-COUNTERS.
002010   05 WS-AUDIT-READ      PIC 9(9) VALUE ZERO.
002020   05 WS-BLANK-USER      PIC 9(9) VALUE ZERO.
002030   05 WS-TOT-GONE        PIC 9(5) VALUE ZERO.
002040   05 WS-TOT-NO-EMP-ID   PIC 9(5) VALUE ZERO.
002050   05 WS-TOT-INACTIVE    PIC 9(5) VALUE ZERO.
002060   05 WS-TOT-UNUSED      PIC 9(5) VALUE ZERO.
002070   05 WS-TOT-UNKNOWN     PIC 9(5) VALUE ZERO.
002080   05 WS-TOT-FINDINGS    PIC 9(5) VALUE ZERO.
002090   05 WS-LINE-FLAGGED-SW PIC X(1).
002100 01 HEADING-LINE-1.
002110   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002120   05 FILLER             PIC X(40)
002130      VALUE "QUARTERLY USER ACCESS REVIEW".
002140   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002150   05 HL1-RUN-DATE       PIC 9(8).
002160   05 FILLER             PIC X(44) VALUE SPACES.
002170 01 HEADING-LINE-2.
002180   05 FILLER             PIC X(07) VALUE "AS OF: ".
002190   05 HL2-AS-OF          PIC X(10).
002200   05 FILLER             PIC X(40)
002210      VALUE "   INACTIVE IF NO AUDIT ACTIVITY SINCE: ".
002220   05 HL2-IDLE-CUTOFF    PIC X(10).
002230   05 FILLER             PIC X(02) VALUE " (".
002240   05 HL2-IDLE-DAYS      PIC ZZ9.
002250   05 FILLER             PIC X(06) VALUE " DAYS)".
002260   05 FILLER             PIC X(54) VALUE SPACES.
002270 01 AUTH-HEADING-LINE.
002280   05 FILLER             PIC X(10) VALUE "AUTHORITY ".
002290   05 AHL-CODE           PIC X(01).
002300   05 FILLER             PIC X(03) VALUE " - ".
002310   05 AHL-DESC           PIC X(30).
002320   05 FILLER             PIC X(11) VALUE "  PROGRAM: ".
002330   05 AHL-PROGRAM        PIC X(08).
002340   05 FILLER             PIC X(69) VALUE SPACES.
002350 01 LAST-CERT-LINE.
002360   05 FILLER             PIC X(16) VALUE "LAST CERTIFIED: ".
002370   05 LCL-CERT-DATE      PIC X(10).
002380   05 LCL-BY-TEXT        PIC X(04).
002390   05 LCL-CERT-BY        PIC X(08).
002400   05 LCL-FOR-TEXT       PIC X(20).
002410   05 LCL-REVIEW-DATE    PIC X(10).
002420   05 FILLER             PIC X(64) VALUE SPACES.
002430 01 COLUMN-HEADING.
002440   05 FILLER             PIC X(42)
002450      VALUE "USER-ID   EMP-ID  NAME".
002460   05 FILLER             PIC X(37)
002470      VALUE "EMP STATUS   LAST ACTIV  LAST USED".
002480   05 FILLER             PIC X(32) VALUE "FINDINGS".
002490   05 FILLER             PIC X(21) VALUE "MANAGER DECISION".
002500 01 DETAIL-LINE.
002510   05 DL-USER-ID         PIC X(08).
002520   05 FILLER             PIC X(02) VALUE SPACES.
002530   05 DL-EMP-ID          PIC X(06).
002540   05 FILLER             PIC X(02) VALUE SPACES.
002550   05 DL-NAME            PIC X(22).
002560   05 FILLER             PIC X(02) VALUE SPACES.
002570   05 DL-EMP-STATE       PIC X(11).
002580   05 FILLER             PIC X(02) VALUE SPACES.
002590   05 DL-LAST-ACTIVITY   PIC X(10).
002600   05 FILLER             PIC X(02) VALUE SPACES.
002610   05 DL-LAST-USED       PIC X(10).
002620   05 FILLER             PIC X(02) VALUE SPACES.
002630   05 DL-EMP-FINDING     PIC X(11).
002640   05 DL-INACTIVE-FINDING PIC X(09).
002650   05 DL-UNUSED-FINDING  PIC X(10).
002660   05 FILLER             PIC X(02) VALUE SPACES.
002670   05 DL-DECISION        PIC X(20).
002680   05 FILLER             PIC X(01) VALUE SPACES.
002690 01 SECTION-TOTAL-LINE.
002700   05 FILLER             PIC X(09) VALUE "HOLDERS: ".
002710   05 STL-HOLDERS        PIC ZZ,ZZ9.
002720   05 FILLER             PIC X(18) VALUE "   WITH FINDINGS: ".
002730   05 STL-FLAGGED        PIC ZZ,ZZ9.
002740   05 FILLER             PIC X(93) VALUE SPACES.
002750 01 SIGN-OFF-LINE-1.
002760   05 FILLER             PIC X(40)
002770      VALUE "CERTIFIED BY (MANAGER) ________________".
002780   05 FILLER             PIC X(40)
002790      VALUE "______   USER-ID ________   DATE SIGNED ".
002800   05 FILLER             PIC X(52) VALUE "__________".
002810 01 SIGN-OFF-LINE-2.
002820   05 FILLER             PIC X(40)
002830      VALUE "RECORD THE SIGN-OFF ON ACCTRAN FOR ACCCE".
002840   05 FILLER             PIC X(16) VALUE "RT - COL 1 CODE ".
002850   05 SOL-CODE           PIC X(01).
002860   05 FILLER             PIC X(40)
002870      VALUE ", COLS 2-9 USER-ID, COLS 10-17 DATE SIGN".
002880   05 FILLER             PIC X(22) VALUE "ED, COLS 18-25 LISTING".
002890   05 FILLER             PIC X(01) VALUE SPACES.
002900   05 SOL-AS-OF          PIC 9(08).
002910   05 FILLER             PIC X(04) VALUE SPACES.
002920 01 UNKNOWN-HEADING-1.
002930   05 FILLER             PIC X(50)
002940      VALUE "AUDIT ACTIVITY BY USER-IDS NOT ON USERAUTH".
002950   05 FILLER             PIC X(82) VALUE SPACES.
002960 01 UNKNOWN-HEADING-2.
002970   05 FILLER             PIC X(40)
002980      VALUE "USER-ID      RECORDS  FIRST SEEN  LAST S".
002990   05 FILLER             PIC X(92) VALUE "EEN   LAST PROGRAM".
003000 01 UNKNOWN-LINE.
003010   05 UL-USER-ID         PIC X(08).
003020   05 FILLER             PIC X(02) VALUE SPACES.
003030   05 UL-COUNT           PIC Z,ZZZ,ZZ9.
003040   05 FILLER             PIC X(02) VALUE SPACES.
003050   05 UL-FIRST-DATE      PIC X(10).
003060   05 FILLER             PIC X(02) VALUE SPACES.
003070   05 UL-LAST-DATE       PIC X(10).
003080   05 FILLER             PIC X(02) VALUE SPACES.
003090   05 UL-LAST-PROGRAM    PIC X(08).
003100   05 FILLER             PIC X(79) VALUE SPACES.
003110 01 TOTAL-LINE.
003120   05 TL-LABEL           PIC X(40).
003130   05 TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
003140   05 FILLER             PIC X(81) VALUE SPACES.
003150 PROCEDURE DIVISION.
003160 000-MAIN-PROCEDURE.
003170      PERFORM P100-INITIALIZATION.
003180      PERFORM P110-LOAD-USERS.
003190      PERFORM P130-SCAN-AUDIT-STORE.
003200      PERFORM P200-EVALUATE-USERS.
003210      PERFORM P250-PRINT-REPORT.
003220      PERFORM P300-TERMINATION.
003230      MOVE WS-HIGHEST-RC TO RETURN-CODE.
003240      STOP RUN.
003250 P100-INITIALIZATION.
003260      OPEN INPUT USER-AUTH-FILE.
003270      IF NOT USERAUTH-OK
003280         DISPLAY "FAILURE TO OPEN USERAUTH " USERAUTH-STATUS
003290         MOVE 12 TO RETURN-CODE
003300         STOP RUN
003310      END-IF.
003320      OPEN INPUT AUDIT-KEYED-FILE.
003330      IF NOT AUDKSD-OK
003340         DISPLAY "FAILURE TO OPEN AUDITKSD " AUDKSD-FILE-STATUS
003350         MOVE 12 TO RETURN-CODE
003360         STOP RUN
003370      END-IF.
003380      OPEN INPUT EMPLOYEE-VS-FILE.
003390      IF NOT VSAM-OK
003400         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
003410         MOVE 12 TO RETURN-CODE
003420         STOP RUN
003430      END-IF.
003440      OPEN OUTPUT REPORT-FILE.
003450      OPEN EXTEND SUITE-EXCEPTION-FILE.
003460      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003470      INITIALIZE WS-AUTH-CERT-TABLE.
003480      PERFORM P105-READ-CONTROL-CARD.
003490 P105-READ-CONTROL-CARD.
003500*    THE SYSIN CARD - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK FOR
003510* THE RUN DATE), COLS 9-11 INACTIVITY DAYS (BLANK FOR 090).
003520* THE CUTOFF COMES FROM THE DATEVAL DAY-OFFSET SERVICE
003530      MOVE SPACES TO WS-CONTROL-CARD.
003540      ACCEPT WS-CONTROL-CARD.
003550      IF WS-CC-AS-OF-DATE = SPACES
003560         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
003570      ELSE
003580         IF WS-CC-AS-OF-DATE IS NOT NUMERIC
003590            DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003600               WS-CC-AS-OF-DATE
003610            MOVE 8 TO RETURN-CODE
003620            STOP RUN
003630         END-IF
003640         MOVE WS-CC-AS-OF-DATE TO WS-AS-OF-DATE
003650      END-IF.
003660      IF WS-CC-IDLE-DAYS = SPACES
003670         MOVE 90 TO WS-IDLE-DAYS
003680      ELSE
003690         IF WS-CC-IDLE-DAYS IS NOT NUMERIC
003700            DISPLAY "INVALID SYSIN CARD - INACTIVITY DAYS "
003710               WS-CC-IDLE-DAYS
003720            MOVE 8 TO RETURN-CODE
003730            STOP RUN
003740         END-IF
003750         MOVE WS-CC-IDLE-DAYS-N TO WS-IDLE-DAYS
003760      END-IF.
003770      MOVE WS-AS-OF-DATE TO WS-DATE-EDIT.
003780      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
003790      MOVE WS-DE-MONTH TO WS-DB-MONTH.
003800      MOVE WS-DE-DAY   TO WS-DB-DAY.
003810      MOVE WS-DATE-BUILD TO DP-DATE-IN.
003820      SET DP-AGE-NOT-WANTED TO TRUE.
003830      SET DP-BUSDAY-NOT-WANTED TO TRUE.
003840      SET DP-OFFSET-WANTED TO TRUE.
003850      COMPUTE DP-OFFSET-DAYS = ZERO - WS-IDLE-DAYS.
003860      CALL "DATEVAL" USING DATE-PARM-BLOCK.
003870      IF DP-DATE-INVALID
003880         DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003890            WS-AS-OF-DATE
003900         MOVE 8 TO RETURN-CODE
003910         STOP RUN
003920      END-IF.
003930      MOVE WS-DATE-BUILD TO HL2-AS-OF.
003940      MOVE DP-OFFSET-DATE TO HL2-IDLE-CUTOFF.
003950      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
003960      MOVE WS-OP-YEAR  TO WS-DE-YEAR.
003970      MOVE WS-OP-MONTH TO WS-DE-MONTH.
003980      MOVE WS-OP-DAY   TO WS-DE-DAY.
003990      MOVE WS-DATE-EDIT TO WS-IDLE-CUTOFF.
004000      DISPLAY "AS-OF DATE           : " WS-AS-OF-DATE.
004010      DISPLAY "INACTIVE IF NONE SINCE: " WS-IDLE-CUTOFF.
004020 P110-LOAD-USERS.
004030      PERFORM UNTIL WS-USERAUTH-DONE
004040         READ USER-AUTH-FILE NEXT RECORD
004050            AT END
004060               SET WS-USERAUTH-DONE TO TRUE
004070            NOT AT END
004080               PERFORM P115-LOAD-ONE-USER
004090         END-READ
004100      END-PERFORM.
004110      CLOSE USER-AUTH-FILE.
004120      CLOSE EMPLOYEE-VS-FILE.
004130      DISPLAY "USERAUTH OPERATORS   : " WS-USER-COUNT.
004140 P115-LOAD-ONE-USER.
004150      IF WS-USER-COUNT >= WS-MAX-USERS
004160         DISPLAY "USER TABLE FULL - USER " UA-USER-ID " IGNORED"
004170         MOVE 12 TO WS-HIGHEST-RC
004180      ELSE
004190         ADD 1 TO WS-USER-COUNT
004200         MOVE WS-USER-COUNT TO WS-USER-SUB
004210         INITIALIZE WS-USER-ENTRY (WS-USER-SUB)
004220         MOVE UA-USER-ID       TO UT-USER-ID (WS-USER-SUB)
004230         MOVE UA-ALLOWED-TRANS TO UT-ALLOWED (WS-USER-SUB)
004240         MOVE "N" TO UT-INACTIVE-SW (WS-USER-SUB)
004250         PERFORM P120-CHECK-EMPLOYEE
004260         PERFORM VARYING WS-POS-SUB FROM 1 BY 1
004270            UNTIL WS-POS-SUB > 10
004280            IF UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB) NOT = SPACE
004290               MOVE UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB)
004300                  TO WS-FIND-AUTH-CODE
004310               PERFORM P190-FIND-AUTH
004320               IF WS-AUTH-NOT-FOUND
004330                  PERFORM P125-ADD-UNLISTED-AUTH
004340               END-IF
004350            END-IF
004360         END-PERFORM
004370      END-IF.
004380 P120-CHECK-EMPLOYEE.
004390*    UA-EMP-ID TIES THE OPERATOR TO AN EMPLOYEE - ZERO IS A
004400* SYSTEM ID, ANYTHING NOT NUMERIC MEANS NOBODY HAS SAID
004410      MOVE SPACES TO UT-EMP-FINDING (WS-USER-SUB).
004420      IF UA-EMP-ID IS NOT NUMERIC
004430         MOVE "NO EMP-ID"  TO UT-EMP-STATE (WS-USER-SUB)
004440         MOVE "NO EMP-ID"  TO UT-EMP-FINDING (WS-USER-SUB)
004450      ELSE
004460         IF UA-EMP-ID = ZERO
004470            MOVE "SYSTEM ID" TO UT-EMP-STATE (WS-USER-SUB)
004480         ELSE
004490            MOVE UA-EMP-ID TO UT-EMP-ID (WS-USER-SUB)
004500            MOVE UA-EMP-ID TO EMP-ID
004510            READ EMPLOYEE-VS-FILE
004520               INVALID KEY
004530                  MOVE "NOT ON FILE" TO UT-EMP-STATE (WS-USER-SUB)
004540                  MOVE "ARCHIVED"
004550                     TO UT-EMP-FINDING (WS-USER-SUB)
004560               NOT INVALID KEY
004570                  PERFORM P122-TAKE-EMPLOYEE
004580            END-READ
004590         END-IF
004600      END-IF.
004610 P122-TAKE-EMPLOYEE.
004620      STRING EMP-LAST-NAME  DELIMITED BY "  "
004630             ", "           DELIMITED BY SIZE
004640             EMP-FIRST-NAME DELIMITED BY "  "
004650         INTO UT-NAME (WS-USER-SUB)
004660      END-STRING.
004670      EVALUATE TRUE
004680         WHEN EMP-TERMINATED
004690            MOVE "TERMINATED" TO UT-EMP-STATE (WS-USER-SUB)
004700            MOVE "TERMINATED" TO UT-EMP-FINDING (WS-USER-SUB)
004710         WHEN EMP-INACTIVE
004720            MOVE "INACTIVE"   TO UT-EMP-STATE (WS-USER-SUB)
004730         WHEN OTHER
004740            MOVE "ACTIVE"     TO UT-EMP-STATE (WS-USER-SUB)
004750      END-EVALUATE.
004760 P125-ADD-UNLISTED-AUTH.
004770      IF WS-AUTH-COUNT < WS-MAX-AUTHS
004780         ADD 1 TO WS-AUTH-COUNT
004790         MOVE WS-FIND-AUTH-CODE TO WS-AT-CODE (WS-AUTH-COUNT)
004800         MOVE SPACES            TO WS-AT-PROGRAM (WS-AUTH-COUNT)
004810         MOVE "(NOT A RECOGNISED CODE)"
004820            TO WS-AT-DESC (WS-AUTH-COUNT)
004830      ELSE
004840         DISPLAY "AUTHORITY TABLE FULL - CODE " WS-FIND-AUTH-CODE
004850            " NOT LISTED"
004860         MOVE 12 TO WS-HIGHEST-RC
004870      END-IF.
004880 P130-SCAN-AUDIT-STORE.
004890*    ONE PASS OF THE KEYED AUDIT STORE IN DATE/TIME ORDER
004900      PERFORM UNTIL WS-AUDKSD-DONE
004910         READ AUDIT-KEYED-FILE NEXT RECORD
004920            AT END
004930               SET WS-AUDKSD-DONE TO TRUE
004940            NOT AT END
004950               ADD 1 TO WS-AUDIT-READ
004960               PERFORM P135-CHECK-ONE-AUDIT
004970         END-READ
004980      END-PERFORM.
004990      CLOSE AUDIT-KEYED-FILE.
005000      DISPLAY "AUDITKSD RECORDS READ: " WS-AUDIT-READ.
005010 P135-CHECK-ONE-AUDIT.
005020*    A SIGN-OFF IS KEYED FOR THE CERTIFYING MANAGER, WHO NEED
005030* NOT BE AN OPERATOR - IT IS NOT OPERATOR ACTIVITY
005040      IF AK-PROGRAM = "ACCCERT" AND AK-ACTION = "ACCCERT"
005050         PERFORM P140-TAKE-CERTIFICATION
005060      ELSE
005070         PERFORM P137-CHECK-AUDIT-USER
005080      END-IF.
005090 P137-CHECK-AUDIT-USER.
005100      IF AK-USER-ID = SPACES
005110         ADD 1 TO WS-BLANK-USER
005120      ELSE
005130         MOVE AK-USER-ID TO WS-FIND-USER-ID
005140         PERFORM P195-FIND-USER
005150         IF WS-USER-FOUND
005160            PERFORM P145-TAKE-USER-ACTIVITY
005170         ELSE
005180            PERFORM P150-TAKE-UNKNOWN-USER
005190         END-IF
005200      END-IF.
005210 P140-TAKE-CERTIFICATION.
005220*    THE ACCCERT CARD RIDES THE AFTER IMAGE - KEEP THE LATEST
005230* SIGN-OFF FOR EACH AUTHORITY
005240      MOVE AK-AFTER-IMAGE (1:80) TO ACCESS-CERT-REC.
005250      MOVE AC-AUTH-CODE TO WS-FIND-AUTH-CODE.
005260      PERFORM P190-FIND-AUTH.
005270      IF WS-AUTH-FOUND AND AC-CERT-DATE IS NUMERIC
005280         IF AC-CERT-DATE-N NOT < WS-AC-CERT-DATE (WS-AUTH-SUB)
005290            MOVE AC-CERT-DATE-N TO WS-AC-CERT-DATE (WS-AUTH-SUB)
005300            MOVE AC-CERT-BY     TO WS-AC-CERT-BY (WS-AUTH-SUB)
005310            IF AC-REVIEW-DATE IS NUMERIC
005320               MOVE AC-REVIEW-DATE-N
005330                  TO WS-AC-REVIEW-DATE (WS-AUTH-SUB)
005340            ELSE
005350               MOVE ZERO TO WS-AC-REVIEW-DATE (WS-AUTH-SUB)
005360            END-IF
005370         END-IF
005380      END-IF.
005390 P145-TAKE-USER-ACTIVITY.
005400*    ANY RECORD IS ACTIVITY - A RECORD FROM THE PROGRAM AN
005410* AUTHORITY COVERS IS ALSO A USE OF THAT AUTHORITY
005420      ADD 1 TO UT-ACTIVITY-COUNT (WS-USER-SUB).
005430      IF AK-AUDIT-DATE > UT-LAST-ACTIVITY (WS-USER-SUB)
005440         MOVE AK-AUDIT-DATE TO UT-LAST-ACTIVITY (WS-USER-SUB)
005450      END-IF.
005460      PERFORM VARYING WS-POS-SUB FROM 1 BY 1
005470         UNTIL WS-POS-SUB > 10
005480         IF UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB) NOT = SPACE
005490            MOVE UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB)
005500               TO WS-FIND-AUTH-CODE
005510            PERFORM P190-FIND-AUTH
005520            IF WS-AUTH-FOUND AND
005530               WS-AT-PROGRAM (WS-AUTH-SUB) NOT = SPACES AND
005540               WS-AT-PROGRAM (WS-AUTH-SUB) = AK-PROGRAM AND
005550               AK-AUDIT-DATE >
005560                  UT-LAST-USE (WS-USER-SUB, WS-POS-SUB)
005570               MOVE AK-AUDIT-DATE
005580                  TO UT-LAST-USE (WS-USER-SUB, WS-POS-SUB)
005590            END-IF
005600         END-IF
005610      END-PERFORM.
005620 P150-TAKE-UNKNOWN-USER.
005630      PERFORM VARYING WS-UNKNOWN-SUB FROM 1 BY 1
005640         UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
005650         IF UK-USER-ID (WS-UNKNOWN-SUB) = AK-USER-ID
005660            EXIT PERFORM
005670         END-IF
005680      END-PERFORM.
005690      IF WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
005700         IF WS-UNKNOWN-COUNT < WS-MAX-UNKNOWN
005710            ADD 1 TO WS-UNKNOWN-COUNT
005720            MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-SUB
005730            MOVE AK-USER-ID    TO UK-USER-ID (WS-UNKNOWN-SUB)
005740            MOVE ZERO          TO UK-COUNT (WS-UNKNOWN-SUB)
005750            MOVE AK-AUDIT-DATE TO UK-FIRST-DATE (WS-UNKNOWN-SUB)
005760            MOVE AK-AUDIT-DATE TO UK-LAST-DATE (WS-UNKNOWN-SUB)
005770         ELSE
005780            DISPLAY "UNKNOWN USER TABLE FULL - USER " AK-USER-ID
005790               " NOT LISTED"
005800            MOVE 12 TO WS-HIGHEST-RC
005810         END-IF
005820      END-IF.
005830      IF WS-UNKNOWN-SUB NOT > WS-UNKNOWN-COUNT
005840         ADD 1 TO UK-COUNT (WS-UNKNOWN-SUB)
005850         IF AK-AUDIT-DATE < UK-FIRST-DATE (WS-UNKNOWN-SUB)
005860            MOVE AK-AUDIT-DATE TO UK-FIRST-DATE (WS-UNKNOWN-SUB)
005870         END-IF
005880         IF AK-AUDIT-DATE NOT < UK-LAST-DATE (WS-UNKNOWN-SUB)
005890            MOVE AK-AUDIT-DATE TO UK-LAST-DATE (WS-UNKNOWN-SUB)
005900            MOVE AK-PROGRAM    TO UK-LAST-PROGRAM (WS-UNKNOWN-SUB)
005910         END-IF
005920      END-IF.
005930 P190-FIND-AUTH.
005940      SET WS-AUTH-NOT-FOUND TO TRUE.
005950      PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
005960         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
005970         IF WS-AT-CODE (WS-AUTH-SUB) = WS-FIND-AUTH-CODE
005980            SET WS-AUTH-FOUND TO TRUE
005990            EXIT PERFORM
006000         END-IF
006010      END-PERFORM.
006020 P195-FIND-USER.
006030      SET WS-USER-NOT-FOUND TO TRUE.
006040      PERFORM VARYING WS-USER-SUB FROM 1 BY 1
006050         UNTIL WS-USER-SUB > WS-USER-COUNT
006060         IF UT-USER-ID (WS-USER-SUB) = WS-FIND-USER-ID
006070            SET WS-USER-FOUND TO TRUE
006080            EXIT PERFORM
006090         END-IF
006100      END-PERFORM.
006110 P200-EVALUATE-USERS.
006120*    EVERY FINDING GOES TO SUITEEXC ONCE PER OPERATOR (ONCE PER
006130* AUTHORITY FOR NEVER USED) - THE LISTING REPEATS AN OPERATOR
006140* UNDER EACH AUTHORITY THEY HOLD
006150      PERFORM VARYING WS-USER-SUB FROM 1 BY 1
006160         UNTIL WS-USER-SUB > WS-USER-COUNT
006170         PERFORM P205-EVALUATE-ONE-USER
006180      END-PERFORM.
006190      PERFORM VARYING WS-UNKNOWN-SUB FROM 1 BY 1
006200         UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
006210         ADD 1 TO WS-TOT-UNKNOWN
006220         ADD 1 TO WS-TOT-FINDINGS
006230         MOVE "H"              TO EX-SEVERITY
006240         MOVE UK-USER-ID (WS-UNKNOWN-SUB) TO EX-KEY
006250         MOVE "Y004"           TO EX-REASON-CODE
006260         MOVE SPACES           TO EX-REASON-TEXT
006270         STRING "NOT ON USERAUTH - LAST AUDIT "
006280                                   DELIMITED BY SIZE
006290                UK-LAST-DATE (WS-UNKNOWN-SUB) DELIMITED BY SIZE
006300            INTO EX-REASON-TEXT
006310         END-STRING
006320         PERFORM P298-WRITE-SUITE-EXCEPTION
006330      END-PERFORM.
006340 P205-EVALUATE-ONE-USER.
006350      MOVE UT-USER-ID (WS-USER-SUB) TO EX-KEY.
006360      EVALUATE UT-EMP-FINDING (WS-USER-SUB)
006370         WHEN "TERMINATED"
006380         WHEN "ARCHIVED"
006390            ADD 1 TO WS-TOT-GONE
006400            ADD 1 TO WS-TOT-FINDINGS
006410            MOVE "H"              TO EX-SEVERITY
006420            MOVE "Y001"           TO EX-REASON-CODE
006430            MOVE SPACES           TO EX-REASON-TEXT
006440            STRING "EMPLOYEE "    DELIMITED BY SIZE
006450                   UT-EMP-ID (WS-USER-SUB) DELIMITED BY SIZE
006460                   " "            DELIMITED BY SIZE
006470                   UT-EMP-FINDING (WS-USER-SUB)
006480                                  DELIMITED BY SPACE
006490                   " - ACCESS HELD" DELIMITED BY SIZE
006500               INTO EX-REASON-TEXT
006510            END-STRING
006520            PERFORM P298-WRITE-SUITE-EXCEPTION
006530         WHEN "NO EMP-ID"
006540            ADD 1 TO WS-TOT-NO-EMP-ID
006550            ADD 1 TO WS-TOT-FINDINGS
006560            MOVE "M"              TO EX-SEVERITY
006570            MOVE "Y001"           TO EX-REASON-CODE
006580            MOVE "NO EMP-ID ON USERAUTH - OWNER UNKNOWN"
006590               TO EX-REASON-TEXT
006600            PERFORM P298-WRITE-SUITE-EXCEPTION
006610      END-EVALUATE.
006620      IF UT-LAST-ACTIVITY (WS-USER-SUB) < WS-IDLE-CUTOFF
006630         SET UT-INACTIVE (WS-USER-SUB) TO TRUE
006640         ADD 1 TO WS-TOT-INACTIVE
006650         ADD 1 TO WS-TOT-FINDINGS
006660         MOVE "M"              TO EX-SEVERITY
006670         MOVE "Y002"           TO EX-REASON-CODE
006680         MOVE SPACES           TO EX-REASON-TEXT
006690         IF UT-LAST-ACTIVITY (WS-USER-SUB) = ZERO
006700            MOVE "NO AUDIT ACTIVITY ON FILE" TO EX-REASON-TEXT
006710         ELSE
006720            STRING "NO AUDIT ACTIVITY SINCE " DELIMITED BY SIZE
006730                   UT-LAST-ACTIVITY (WS-USER-SUB)
006740                                      DELIMITED BY SIZE
006750               INTO EX-REASON-TEXT
006760            END-STRING
006770         END-IF
006780         PERFORM P298-WRITE-SUITE-EXCEPTION
006790      END-IF.
006800      PERFORM VARYING WS-POS-SUB FROM 1 BY 1
006810         UNTIL WS-POS-SUB > 10
006820         IF UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB) NOT = SPACE AND
006830            UT-LAST-USE (WS-USER-SUB, WS-POS-SUB) = ZERO
006840            ADD 1 TO WS-TOT-UNUSED
006850            ADD 1 TO WS-TOT-FINDINGS
006860            MOVE "L"              TO EX-SEVERITY
006870            MOVE "Y003"           TO EX-REASON-CODE
006880            MOVE SPACES           TO EX-REASON-TEXT
006890            STRING "AUTHORITY "   DELIMITED BY SIZE
006900                   UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB)
006910                                  DELIMITED BY SIZE
006920                   " GRANTED, NEVER USED" DELIMITED BY SIZE
006930               INTO EX-REASON-TEXT
006940            END-STRING
006950            PERFORM P298-WRITE-SUITE-EXCEPTION
006960         END-IF
006970      END-PERFORM.
006980 P250-PRINT-REPORT.
006990      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
007000      MOVE WS-IDLE-DAYS TO HL2-IDLE-DAYS.
007010      WRITE REPORT-LINE FROM HEADING-LINE-1.
007020      WRITE REPORT-LINE FROM HEADING-LINE-2.
007030      PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
007040         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
007050         PERFORM P255-PRINT-AUTH-SECTION
007060      END-PERFORM.
007070      PERFORM P270-PRINT-UNKNOWN-USERS.
007080      PERFORM P280-PRINT-TOTALS.
007090 P255-PRINT-AUTH-SECTION.
007100      MOVE SPACES TO REPORT-LINE.
007110      WRITE REPORT-LINE.
007120      MOVE WS-AT-CODE (WS-AUTH-SUB)    TO AHL-CODE.
007130      MOVE WS-AT-DESC (WS-AUTH-SUB)    TO AHL-DESC.
007140      MOVE WS-AT-PROGRAM (WS-AUTH-SUB) TO AHL-PROGRAM.
007150      WRITE REPORT-LINE FROM AUTH-HEADING-LINE.
007160      IF WS-AC-CERT-DATE (WS-AUTH-SUB) = ZERO
007170         MOVE "NEVER" TO LCL-CERT-DATE
007180         MOVE SPACES  TO LCL-BY-TEXT
007190         MOVE SPACES  TO LCL-CERT-BY
007200         MOVE SPACES  TO LCL-FOR-TEXT
007210         MOVE SPACES  TO LCL-REVIEW-DATE
007220      ELSE
007230         MOVE WS-AC-CERT-DATE (WS-AUTH-SUB) TO WS-FMT-DATE
007240         PERFORM P290-FORMAT-DATE
007250         MOVE WS-FMT-OUT TO LCL-CERT-DATE
007260         MOVE " BY " TO LCL-BY-TEXT
007270         MOVE WS-AC-CERT-BY (WS-AUTH-SUB) TO LCL-CERT-BY
007280         MOVE " FOR THE LISTING OF " TO LCL-FOR-TEXT
007290         MOVE WS-AC-REVIEW-DATE (WS-AUTH-SUB) TO WS-FMT-DATE
007300         PERFORM P290-FORMAT-DATE
007310         MOVE WS-FMT-OUT TO LCL-REVIEW-DATE
007320      END-IF.
007330      WRITE REPORT-LINE FROM LAST-CERT-LINE.
007340      WRITE REPORT-LINE FROM COLUMN-HEADING.
007350      PERFORM VARYING WS-USER-SUB FROM 1 BY 1
007360         UNTIL WS-USER-SUB > WS-USER-COUNT
007370         SET WS-USER-DOES-NOT-HOLD TO TRUE
007380         PERFORM VARYING WS-POS-SUB FROM 1 BY 1
007390            UNTIL WS-POS-SUB > 10
007400            IF UT-AUTH-CODE (WS-USER-SUB, WS-POS-SUB) =
007410               WS-AT-CODE (WS-AUTH-SUB)
007420               SET WS-USER-HOLDS TO TRUE
007430               EXIT PERFORM
007440            END-IF
007450         END-PERFORM
007460         IF WS-USER-HOLDS
007470            PERFORM P260-PRINT-HOLDER-LINE
007480         END-IF
007490      END-PERFORM.
007500      IF WS-AC-HOLDERS (WS-AUTH-SUB) = ZERO
007510         MOVE "  NO OPERATOR HOLDS THIS AUTHORITY" TO REPORT-LINE
007520         WRITE REPORT-LINE
007530      END-IF.
007540      MOVE WS-AC-HOLDERS (WS-AUTH-SUB) TO STL-HOLDERS.
007550      MOVE WS-AC-FLAGGED (WS-AUTH-SUB) TO STL-FLAGGED.
007560      WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
007570      MOVE SPACES TO REPORT-LINE.
007580      WRITE REPORT-LINE.
007590      WRITE REPORT-LINE FROM SIGN-OFF-LINE-1.
007600      MOVE WS-AT-CODE (WS-AUTH-SUB) TO SOL-CODE.
007610      MOVE WS-AS-OF-DATE TO SOL-AS-OF.
007620      WRITE REPORT-LINE FROM SIGN-OFF-LINE-2.
007630 P260-PRINT-HOLDER-LINE.
007640*    WS-POS-SUB IS THE POSITION OF THIS AUTHORITY IN THE
007650* OPERATOR'S UA-ALLOWED-TRANS
007660      ADD 1 TO WS-AC-HOLDERS (WS-AUTH-SUB).
007670      MOVE SPACES TO DETAIL-LINE.
007680      MOVE UT-USER-ID (WS-USER-SUB)   TO DL-USER-ID.
007690      IF UT-EMP-ID (WS-USER-SUB) > ZERO
007700         MOVE UT-EMP-ID (WS-USER-SUB) TO DL-EMP-ID
007710      END-IF.
007720      MOVE UT-NAME (WS-USER-SUB)      TO DL-NAME.
007730      MOVE UT-EMP-STATE (WS-USER-SUB) TO DL-EMP-STATE.
007740      IF UT-LAST-ACTIVITY (WS-USER-SUB) = ZERO
007750         MOVE "NONE" TO DL-LAST-ACTIVITY
007760      ELSE
007770         MOVE UT-LAST-ACTIVITY (WS-USER-SUB) TO WS-FMT-DATE
007780         PERFORM P290-FORMAT-DATE
007790         MOVE WS-FMT-OUT TO DL-LAST-ACTIVITY
007800      END-IF.
007810      IF UT-LAST-USE (WS-USER-SUB, WS-POS-SUB) = ZERO
007820         MOVE "NEVER" TO DL-LAST-USED
007830         MOVE "NEVER USED" TO DL-UNUSED-FINDING
007840      ELSE
007850         MOVE UT-LAST-USE (WS-USER-SUB, WS-POS-SUB) TO WS-FMT-DATE
007860         PERFORM P290-FORMAT-DATE
007870         MOVE WS-FMT-OUT TO DL-LAST-USED
007880      END-IF.
007890      MOVE UT-EMP-FINDING (WS-USER-SUB) TO DL-EMP-FINDING.
007900      IF UT-INACTIVE (WS-USER-SUB)
007910         MOVE "INACTIVE" TO DL-INACTIVE-FINDING
007920      END-IF.
007930      IF DL-EMP-FINDING NOT = SPACES OR
007940         DL-INACTIVE-FINDING NOT = SPACES OR
007950         DL-UNUSED-FINDING NOT = SPACES
007960         ADD 1 TO WS-AC-FLAGGED (WS-AUTH-SUB)
007970      END-IF.
007980      MOVE "[ ] KEEP  [ ] REMOVE" TO DL-DECISION.
007990      WRITE REPORT-LINE FROM DETAIL-LINE.
008000 P270-PRINT-UNKNOWN-USERS.
008010      MOVE SPACES TO REPORT-LINE.
008020      WRITE REPORT-LINE.
008030      WRITE REPORT-LINE FROM UNKNOWN-HEADING-1.
008040      WRITE REPORT-LINE FROM UNKNOWN-HEADING-2.
008050      IF WS-UNKNOWN-COUNT = ZERO
008060         MOVE "  NONE - EVERY AUDIT USER-ID IS ON USERAUTH"
008070            TO REPORT-LINE
008080         WRITE REPORT-LINE
008090      END-IF.
008100      PERFORM VARYING WS-UNKNOWN-SUB FROM 1 BY 1
008110         UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
008120         MOVE UK-USER-ID (WS-UNKNOWN-SUB) TO UL-USER-ID
008130         MOVE UK-COUNT (WS-UNKNOWN-SUB)   TO UL-COUNT
008140         MOVE UK-FIRST-DATE (WS-UNKNOWN-SUB) TO WS-FMT-DATE
008150         PERFORM P290-FORMAT-DATE
008160         MOVE WS-FMT-OUT TO UL-FIRST-DATE
008170         MOVE UK-LAST-DATE (WS-UNKNOWN-SUB) TO WS-FMT-DATE
008180         PERFORM P290-FORMAT-DATE
008190         MOVE WS-FMT-OUT TO UL-LAST-DATE
008200         MOVE UK-LAST-PROGRAM (WS-UNKNOWN-SUB) TO UL-LAST-PROGRAM
008210         WRITE REPORT-LINE FROM UNKNOWN-LINE
008220      END-PERFORM.
008230 P280-PRINT-TOTALS.
008240      MOVE SPACES TO REPORT-LINE.
008250      WRITE REPORT-LINE.
008260      MOVE "OPERATORS ON USERAUTH" TO TL-LABEL.
008270      MOVE WS-USER-COUNT TO TL-COUNT.
008280      WRITE REPORT-LINE FROM TOTAL-LINE.
008290      MOVE "EMPLOYEE TERMINATED OR ARCHIVED" TO TL-LABEL.
008300      MOVE WS-TOT-GONE TO TL-COUNT.
008310      WRITE REPORT-LINE FROM TOTAL-LINE.
008320      MOVE "NO EMP-ID ON USERAUTH" TO TL-LABEL.
008330      MOVE WS-TOT-NO-EMP-ID TO TL-COUNT.
008340      WRITE REPORT-LINE FROM TOTAL-LINE.
008350      MOVE "NO AUDIT ACTIVITY IN THE WINDOW" TO TL-LABEL.
008360      MOVE WS-TOT-INACTIVE TO TL-COUNT.
008370      WRITE REPORT-LINE FROM TOTAL-LINE.
008380      MOVE "AUTHORITIES GRANTED, NEVER USED" TO TL-LABEL.
008390      MOVE WS-TOT-UNUSED TO TL-COUNT.
008400      WRITE REPORT-LINE FROM TOTAL-LINE.
008410      MOVE "AUDIT USER-IDS NOT ON USERAUTH" TO TL-LABEL.
008420      MOVE WS-TOT-UNKNOWN TO TL-COUNT.
008430      WRITE REPORT-LINE FROM TOTAL-LINE.
008440      MOVE "AUDIT RECORDS READ" TO TL-LABEL.
008450      MOVE WS-AUDIT-READ TO TL-COUNT.
008460      WRITE REPORT-LINE FROM TOTAL-LINE.
008470      MOVE "AUDIT RECORDS WITH NO USER-ID" TO TL-LABEL.
008480      MOVE WS-BLANK-USER TO TL-COUNT.
008490      WRITE REPORT-LINE FROM TOTAL-LINE.
008500 P290-FORMAT-DATE.
008510      MOVE WS-FMT-DATE TO WS-DATE-EDIT.
008520      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
008530      MOVE WS-DE-MONTH TO WS-DB-MONTH.
008540      MOVE WS-DE-DAY   TO WS-DB-DAY.
008550      MOVE WS-DATE-BUILD TO WS-FMT-OUT.
008560 P298-WRITE-SUITE-EXCEPTION.
008570*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
008580* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
008590* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
008600      MOVE "ACCREVW0" TO EX-PROGRAM.
008610      ACCEPT EX-DATE FROM DATE YYYYMMDD.
008620      ACCEPT EX-TIME FROM TIME.
008630      WRITE SUITE-EXCEPTION-REC.
008640 P300-TERMINATION.
008650      CLOSE REPORT-FILE.
008660      CLOSE SUITE-EXCEPTION-FILE.
008670      IF WS-TOT-FINDINGS > ZERO AND WS-HIGHEST-RC < 4
008680         MOVE 4 TO WS-HIGHEST-RC
008690      END-IF.
008700      DISPLAY "OPERATORS REVIEWED   : " WS-USER-COUNT.
008710      DISPLAY "FINDINGS             : " WS-TOT-FINDINGS.
008720      DISPLAY "ACCREVW0 RETURN CODE : " WS-HIGHEST-RC.
