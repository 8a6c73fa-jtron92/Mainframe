000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERAPR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    MERIT APPROVALS - THE MANAGERS' RETURNED MERITWK FILE  *
000090*    (MERAREC), READ HERE AS MERITAPR, BECOMES EFFECTIVE-   *
000100*    DATED COMPTRAN "A" ROWS IN THE COMPMNT TRANSACTION     *
000110*    LAYOUT.  A BLANK MA-NEW-RATE IS NO INCREASE.  EVERY    *
000120*    OTHER RECORD IS EDITED AGAINST THE MASTERS:            *
000130*      - THE EMPLOYEE IS ACTIVE ON EMPVSFIL AND WITHIN THE  *
000140*        4-DIGIT PAY-SIDE EMP-ID RANGE COMPMAST KEYS ON     *
000150*      - THE EFFECTIVE DATE (MA-EFF-DATE, OR THE SYSIN      *
000160*        DEFAULT WHEN BLANK) IS A GOOD DATE, WITH NO        *
000170*        COMPMAST ROW ON OR AFTER IT                        *
000180*      - THE COMPMAST RATE IN FORCE THE DAY BEFORE IS STILL *
000190*        THE WORKSHEET'S CURRENT RATE AND TYPE, AND THE NEW *
000200*        RATE IS ABOVE IT                                   *
000210*      - THE NEW RATE IS NOT ABOVE THE GRADRNG MAXIMUM FOR  *
000220*        THE GRADE OF THE EMPLOYEE'S JOB CODE TODAY, UNLESS *
000230*        MA-EXCEPTION-FLAG IS "Y" WITH AN APPROVER NAMED -  *
000240*        AN APPROVED EXCEPTION IS LOGGED TO SUITEEXC (M003) *
000250*    REJECTS ARE LISTED WITH THE REASON AND WRITTEN TO      *
000260*    SUITEEXC (M002, RC=4) FOR THE MANAGER TO CORRECT AND   *
000270*    RESUBMIT.  RC=8 MEANS NO INCREASE WAS APPROVED -       *
000280*    NOTHING FOR COMPMNT.  SYSIN - COLS 1-8 THE DEFAULT     *
000290*    EFFECTIVE DATE (BLANK = NONE)                          *
000300************************************************************
000310* MODIFICATION HISTORY                                     *
000320*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000330************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MERIT-APPROVAL-FILE ASSIGN TO MERITAPR
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS MERITAPR-STATUS.
000400     SELECT JOB-CODE-MASTER-FILE ASSIGN TO JOBCODES
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS JOBCODES-STATUS.
000430     SELECT GRADE-RANGE-FILE ASSIGN TO GRADRNG
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS GRADRNG-STATUS.
000460     SELECT COMP-MASTER-FILE ASSIGN TO COMPMAST
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS COMPMAST-STATUS.
000490     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE  IS RANDOM
000520     RECORD KEY   IS EMP-ID
000530     FILE STATUS  IS VSAM-FILE-STATUS.
000540     SELECT COMP-TRANS-FILE ASSIGN TO COMPTRAN
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS COMPTRAN-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO RPTOUT
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS RPT-FILE-STATUS.
000600     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000610     ORGANIZATION IS SEQUENTIAL
000620     FILE STATUS  IS SUITEEXC-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD MERIT-APPROVAL-FILE
000660      RECORDING MODE IS F
000670      LABEL RECORDS ARE STANDARD
000680      RECORD CONTAINS 80 CHARACTERS
000690      DATA RECORD IS MERIT-APPROVAL-REC.
000700     COPY MERAREC.
000710 FD JOB-CODE-MASTER-FILE
000720      RECORDING MODE IS F
000730      LABEL RECORDS ARE STANDARD
000740      RECORD CONTAINS 80 CHARACTERS
000750      DATA RECORD IS JOB-CODE-REC.
000760     COPY JOBCREC.
000770 FD GRADE-RANGE-FILE
000780      RECORDING MODE IS F
000790      LABEL RECORDS ARE STANDARD
000800      RECORD CONTAINS 80 CHARACTERS
000810      DATA RECORD IS GRADE-RANGE-REC.
000820     COPY GRADREC.
000830 FD COMP-MASTER-FILE
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 80 CHARACTERS
000870      DATA RECORD IS COMP-MASTER-REC.
000880     COPY COMPREC.
000890 FD EMPLOYEE-VS-FILE.
000900     COPY EMPREC.
000910*    THE COMPMNT TRANSACTION LAYOUT (SEE COMPMNT.JCL)
000920 FD COMP-TRANS-FILE
000930      RECORDING MODE IS F
000940      LABEL RECORDS ARE STANDARD
000950      RECORD CONTAINS 80 CHARACTERS
000960      DATA RECORD IS COMP-TRANS-REC.
000970 01 COMP-TRANS-REC.
000980     05 CT-ACTION-CODE     PIC X(1).
000990     05 CT-EMP-ID          PIC X(4).
001000     05 CT-RATE-TYPE       PIC X(1).
001010     05 CT-PAY-RATE        PIC 9(5)V9(2).
001020     05 CT-EFF-DATE        PIC X(8).
001030     05 FILLER             PIC X(59).
001040 FD REPORT-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD
001070      DATA RECORD IS REPORT-LINE.
001080 01 REPORT-LINE          PIC X(80).
001090 FD SUITE-EXCEPTION-FILE
001100      RECORDING MODE IS F
001110      LABEL RECORDS ARE STANDARD
001120      RECORD CONTAINS 80 CHARACTERS
001130      DATA RECORD IS SUITE-EXCEPTION-REC.
001140     COPY EXCPTREC.
001150 WORKING-STORAGE SECTION.
001160     COPY FSTATCOM.
001170     COPY DATEPARM.
001180 01 MERITAPR-STATUS      PIC X(2).
001190   88 MERITAPR-OK        VALUE "00".
001200 01 JOBCODES-STATUS      PIC X(2).
001210   88 JOBCODES-OK        VALUE "00".
001220 01 GRADRNG-STATUS       PIC X(2).
001230   88 GRADRNG-OK         VALUE "00".
001240 01 COMPMAST-STATUS      PIC X(2).
001250   88 COMPMAST-OK        VALUE "00".
001260 01 COMPTRAN-STATUS      PIC X(2).
001270 01 RPT-FILE-STATUS      PIC X(2).
001280 01 SUITEEXC-STATUS      PIC X(2).
001290 01 WS-MERITAPR-EOF-SW   PIC X(1) VALUE "N".
001300   88 WS-MERITAPR-DONE   VALUE "Y".
001310 01 WS-JOBCODES-EOF-SW   PIC X(1) VALUE "N".
001320   88 WS-JOBCODES-DONE   VALUE "Y".
001330 01 WS-GRADRNG-EOF-SW    PIC X(1) VALUE "N".
001340   88 WS-GRADRNG-DONE    VALUE "Y".
001350 01 WS-COMP-EOF-SW       PIC X(1) VALUE "N".
001360   88 WS-COMP-DONE       VALUE "Y".
001370 01 WS-FOUND-SW          PIC X(1).
001380   88 WS-FOUND           VALUE "Y".
001390   88 WS-NOT-FOUND       VALUE "N".
001400 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001410 01 WS-CONTROL-CARD.
001420   05 WS-CC-EFF-DATE     PIC X(08).
001430   05 FILLER             PIC X(72).
001440 01 WS-DEFAULT-EFF-DATE  PIC X(8).
001450 01 WS-EFF-DATE          PIC X(8).
001460 01 WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(8).
001470 01 WS-DATE-BUILD.
001480    05 WS-DB-YEAR        PIC X(4).
001490    05 FILLER            PIC X(1) VALUE "-".
001500    05 WS-DB-MONTH       PIC X(2).
001510    05 FILLER            PIC X(1) VALUE "-".
001520    05 WS-DB-DAY         PIC X(2).
001530 01 WS-EMP-ID-4          PIC 9(4).
001540 01 WS-BEST-EFF-DATE     PIC 9(8).
001550 01 WS-CUR-RATE-TYPE     PIC X(1).
001560 01 WS-CUR-RATE          PIC 9(5)V9(2).
001570 01 WS-CUR-GRADE         PIC X(2).
001580 01 WS-CUR-MAX           PIC 9(5)V9(2).
001590 01 WS-INCREASE-PCT      PIC S9(3)V9(2).
001600 01 WS-REJECT-REASON     PIC X(40).
001610 01 WS-RESULT            PIC X(9).
001620 01 WS-MAX-JOB-CODES     PIC 9(3) VALUE 500.
001630 01 WS-JOB-CODE-COUNT    PIC 9(3) VALUE ZERO.
001640 01 WS-JOB-CODE-TABLE.
001650    05 WS-JC-ENTRY OCCURS 500 TIMES INDEXED BY JC-IDX.
001660      10 WS-JC-CODE      PIC X(4).
001670      10 WS-JC-GRADE     PIC X(2).
001680 01 WS-MAX-GRADES        PIC 9(3) VALUE 200.
001690 01 WS-GRADE-COUNT       PIC 9(3) VALUE ZERO.
001700 01 WS-GRADE-TABLE.
001710    05 WS-GR-ENTRY OCCURS 200 TIMES INDEXED BY GR-IDX.
001720      10 WS-GR-GRADE     PIC X(2).
001730      10 WS-GR-RATE-TYPE PIC X(1).
001740      10 WS-GR-MAX       PIC 9(5)V9(2).
001750 01 WS-MAX-COMPS         PIC 9(4) VALUE 2000.
001760 01 WS-COMP-COUNT        PIC 9(4) VALUE ZERO.
001770 01 WS-COMP-TABLE.
001780   05 WS-CMP-ENTRY OCCURS 2000 TIMES INDEXED BY CMP-IDX.
001790     10 WS-CMP-EMP-ID     PIC X(4).
001800     10 WS-CMP-RATE-TYPE  PIC X(1).
001810     10 WS-CMP-PAY-RATE   PIC 9(5)V9(2).
001820     10 WS-CMP-EFF-DATE   PIC 9(8).
001830*    EMP-IDS ALREADY GIVEN AN INCREASE THIS RUN
001840 01 WS-MAX-DONE          PIC 9(4) VALUE 1000.
001850 01 WS-DONE-COUNT        PIC 9(4) VALUE ZERO.
001860 01 WS-DONE-TABLE.
001870    05 WS-DONE-EMP-ID OCCURS 1000 TIMES INDEXED BY DONE-IDX
001880                      PIC X(6).
001890 01 WS-COUNTERS.
001900   05 WS-READ-COUNT      PIC 9(5) VALUE ZERO.
001910   05 WS-NO-CHANGE-COUNT PIC 9(5) VALUE ZERO.
001920   05 WS-ACCEPT-COUNT    PIC 9(5) VALUE ZERO.
001930   05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
001940   05 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
001950 01 HEADING-LINE-1.
001960   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
001970   05 FILLER             PIC X(30) VALUE "MERIT APPROVALS".
001980   05 FILLER             PIC X(20) VALUE SPACES.
001990 01 HEADING-LINE-2.
002000   05 FILLER             PIC X(22) VALUE "DEFAULT EFFECTIVE: ".
002010   05 HL2-EFF-DATE       PIC X(8).
002020   05 FILLER             PIC X(50) VALUE SPACES.
002030 01 COLUMN-HEAD-LINE.
002040   05 FILLER             PIC X(24)
002050      VALUE "  EMP-ID GR T EFFECTIVE".
002060   05 FILLER             PIC X(20) VALUE "   CURRENT       NEW".
002070   05 FILLER             PIC X(20) VALUE "   PCT    GRADE MAX".
002080   05 FILLER             PIC X(16) VALUE "RESULT".
002090 01 DETAIL-LINE.
002100   05 FILLER             PIC X(02) VALUE SPACES.
002110   05 DL-EMP-ID          PIC X(6).
002120   05 FILLER             PIC X(01) VALUE SPACES.
002130   05 DL-GRADE           PIC X(2).
002140   05 FILLER             PIC X(01) VALUE SPACES.
002150   05 DL-RATE-TYPE       PIC X(1).
002160   05 FILLER             PIC X(01) VALUE SPACES.
002170   05 DL-EFF-DATE        PIC X(8).
002180   05 FILLER             PIC X(02) VALUE SPACES.
002190   05 DL-CURRENT-RATE    PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
002200   05 FILLER             PIC X(01) VALUE SPACES.
002210   05 DL-NEW-RATE        PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
002220   05 FILLER             PIC X(01) VALUE SPACES.
002230   05 DL-PCT             PIC ---9.99 BLANK WHEN ZERO.
002240   05 FILLER             PIC X(02) VALUE SPACES.
002250   05 DL-GRADE-MAX       PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
002260   05 FILLER             PIC X(02) VALUE SPACES.
002270   05 DL-RESULT          PIC X(9).
002280   05 FILLER             PIC X(06) VALUE SPACES.
002290 01 REMARK-LINE.
002300   05 FILLER             PIC X(09) VALUE SPACES.
002310   05 FILLER             PIC X(03) VALUE "** ".
002320   05 RL-REMARK          PIC X(40).
002330   05 FILLER             PIC X(28) VALUE SPACES.
002340 01 TOTAL-LINE.
002350   05 TL-LABEL           PIC X(30).
002360   05 TL-COUNT           PIC ZZ,ZZ9.
002370   05 FILLER             PIC X(44) VALUE SPACES.
002380 PROCEDURE DIVISION.
002390 000-MAIN-PROCEDURE.
002400      PERFORM P100-INITIALIZATION.
002410      PERFORM P110-LOAD-JOB-CODES.
002420      PERFORM P120-LOAD-GRADE-RANGES.
002430      PERFORM P130-LOAD-COMP-TABLE.
002440      PERFORM P200-PROCESS-APPROVALS.
002450      PERFORM P300-TERMINATION.
002460      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002470      STOP RUN.
002480 P100-INITIALIZATION.
002490      OPEN INPUT MERIT-APPROVAL-FILE.
002500      IF NOT MERITAPR-OK
002510         DISPLAY "FAILURE TO OPEN MERITAPR " MERITAPR-STATUS
002520         MOVE 12 TO RETURN-CODE
002530         STOP RUN
002540      END-IF.
002550      OPEN INPUT JOB-CODE-MASTER-FILE.
002560      IF NOT JOBCODES-OK
002570         DISPLAY "FAILURE TO OPEN JOBCODES " JOBCODES-STATUS
002580         MOVE 12 TO RETURN-CODE
002590         STOP RUN
002600      END-IF.
002610      OPEN INPUT GRADE-RANGE-FILE.
002620      IF NOT GRADRNG-OK
002630         DISPLAY "FAILURE TO OPEN GRADRNG " GRADRNG-STATUS
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660      END-IF.
002670      OPEN INPUT COMP-MASTER-FILE.
002680      IF NOT COMPMAST-OK
002690         DISPLAY "FAILURE TO OPEN COMPMAST " COMPMAST-STATUS
002700         MOVE 12 TO RETURN-CODE
002710         STOP RUN
002720      END-IF.
002730      OPEN INPUT EMPLOYEE-VS-FILE.
002740      IF NOT VSAM-OK
002750         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002760         MOVE 12 TO RETURN-CODE
002770         STOP RUN
002780      END-IF.
002790      OPEN OUTPUT COMP-TRANS-FILE.
002800      IF COMPTRAN-STATUS NOT = "00"
002810         DISPLAY "FAILURE TO OPEN COMPTRAN " COMPTRAN-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         STOP RUN
002840      END-IF.
002850      OPEN OUTPUT REPORT-FILE.
002860      OPEN EXTEND SUITE-EXCEPTION-FILE.
002870      PERFORM P105-READ-CONTROL-CARD.
002880      MOVE WS-DEFAULT-EFF-DATE TO HL2-EFF-DATE.
002890      WRITE REPORT-LINE FROM HEADING-LINE-1.
002900      WRITE REPORT-LINE FROM HEADING-LINE-2.
002910      MOVE SPACES TO REPORT-LINE.
002920      WRITE REPORT-LINE.
002930      WRITE REPORT-LINE FROM COLUMN-HEAD-LINE.
002940 P105-READ-CONTROL-CARD.
002950*    THE SYSIN CARD - COLS 1-8 THE EFFECTIVE DATE FOR ANY
002960* APPROVAL THAT CAME BACK WITHOUT ONE (BLANK FOR NONE)
002970      MOVE SPACES TO WS-CONTROL-CARD.
002980      ACCEPT WS-CONTROL-CARD.
002990      MOVE WS-CC-EFF-DATE TO WS-DEFAULT-EFF-DATE.
003000      IF WS-DEFAULT-EFF-DATE NOT = SPACES
003010         MOVE WS-DEFAULT-EFF-DATE TO WS-EFF-DATE
003020         PERFORM P900-CALL-DATEVAL
003030         IF DP-DATE-INVALID
003040            DISPLAY "INVALID SYSIN CARD - EFFECTIVE DATE "
003050               WS-DEFAULT-EFF-DATE " " DP-FAIL-REASON
003060            MOVE 8 TO RETURN-CODE
003070            STOP RUN
003080         END-IF
003090      END-IF.
003100      DISPLAY "DEFAULT EFFECTIVE    : " WS-DEFAULT-EFF-DATE.
003110 P110-LOAD-JOB-CODES.
003120      PERFORM UNTIL WS-JOBCODES-DONE
003130         READ JOB-CODE-MASTER-FILE
003140            AT END
003150               SET WS-JOBCODES-DONE TO TRUE
003160            NOT AT END
003170               IF WS-JOB-CODE-COUNT < WS-MAX-JOB-CODES
003180                  ADD 1 TO WS-JOB-CODE-COUNT
003190                  SET JC-IDX TO WS-JOB-CODE-COUNT
003200                  MOVE JC-JOB-CODE  TO WS-JC-CODE (JC-IDX)
003210                  MOVE JC-JOB-GRADE TO WS-JC-GRADE (JC-IDX)
003220               ELSE
003230                  DISPLAY "JOB CODE TABLE FULL - CODE "
003240                     JC-JOB-CODE " IGNORED"
003250               END-IF
003260         END-READ
003270      END-PERFORM.
003280      CLOSE JOB-CODE-MASTER-FILE.
003290 P120-LOAD-GRADE-RANGES.
003300*    ONLY THE MAXIMUM MATTERS HERE - A RANGE WITHOUT A
003310* NUMERIC, NONZERO MAXIMUM IS LEFT OUT
003320      PERFORM UNTIL WS-GRADRNG-DONE
003330         READ GRADE-RANGE-FILE
003340            AT END
003350               SET WS-GRADRNG-DONE TO TRUE
003360            NOT AT END
003370               IF GR-MAX-RATE IS NOT NUMERIC OR
003380                  GR-MAX-RATE = ZERO
003390                  DISPLAY "GRADE RANGE INVALID - GRADE "
003400                     GR-JOB-GRADE " TYPE " GR-RATE-TYPE " IGNORED"
003410               ELSE
003420                  IF WS-GRADE-COUNT < WS-MAX-GRADES
003430                     ADD 1 TO WS-GRADE-COUNT
003440                     SET GR-IDX TO WS-GRADE-COUNT
003450                     MOVE GR-JOB-GRADE TO WS-GR-GRADE (GR-IDX)
003460                     MOVE GR-RATE-TYPE TO WS-GR-RATE-TYPE (GR-IDX)
003470                     MOVE GR-MAX-RATE  TO WS-GR-MAX (GR-IDX)
003480                  ELSE
003490                     DISPLAY "GRADE RANGE TABLE FULL - GRADE "
003500                        GR-JOB-GRADE
003510                     MOVE 12 TO RETURN-CODE
003520                     STOP RUN
003530                  END-IF
003540               END-IF
003550         END-READ
003560      END-PERFORM.
003570      CLOSE GRADE-RANGE-FILE.
003580 P130-LOAD-COMP-TABLE.
003590      PERFORM UNTIL WS-COMP-DONE
003600         READ COMP-MASTER-FILE
003610            AT END
003620               SET WS-COMP-DONE TO TRUE
003630            NOT AT END
003640               IF WS-COMP-COUNT < WS-MAX-COMPS
003650                  ADD 1 TO WS-COMP-COUNT
003660                  SET CMP-IDX TO WS-COMP-COUNT
003670                  MOVE CM-EMP-ID    TO WS-CMP-EMP-ID (CMP-IDX)
003680                  MOVE CM-RATE-TYPE TO WS-CMP-RATE-TYPE (CMP-IDX)
003690                  MOVE CM-PAY-RATE  TO WS-CMP-PAY-RATE (CMP-IDX)
003700                  MOVE CM-EFF-DATE  TO WS-CMP-EFF-DATE (CMP-IDX)
003710               ELSE
003720                  DISPLAY "COMPMAST TABLE FULL - ROW DROPPED FOR "
003730                     CM-EMP-ID
003740                  MOVE 12 TO RETURN-CODE
003750                  STOP RUN
003760               END-IF
003770         END-READ
003780      END-PERFORM.
003790      CLOSE COMP-MASTER-FILE.
003800 P200-PROCESS-APPROVALS.
003810      PERFORM UNTIL WS-MERITAPR-DONE
003820         READ MERIT-APPROVAL-FILE
003830            AT END
003840               SET WS-MERITAPR-DONE TO TRUE
003850            NOT AT END
003860               ADD 1 TO WS-READ-COUNT
003870               PERFORM P210-PROCESS-ONE-APPROVAL
003880         END-READ
003890      END-PERFORM.
003900 P210-PROCESS-ONE-APPROVAL.
003910      MOVE SPACES TO WS-REJECT-REASON.
003920      MOVE ZERO   TO WS-CUR-RATE WS-CUR-MAX WS-INCREASE-PCT.
003930      MOVE MA-EFF-DATE TO WS-EFF-DATE.
003940      IF WS-EFF-DATE = SPACES
003950         MOVE WS-DEFAULT-EFF-DATE TO WS-EFF-DATE
003960      END-IF.
003970      IF MA-NEW-RATE = SPACES
003980         ADD 1 TO WS-NO-CHANGE-COUNT
003990         MOVE "NO CHANGE" TO WS-RESULT
004000      ELSE
004010         PERFORM P220-EDIT-APPROVAL
004020         IF WS-REJECT-REASON NOT = SPACES
004030            PERFORM P280-REJECT-APPROVAL
004040         ELSE
004050            PERFORM P270-WRITE-COMPTRAN
004060         END-IF
004070      END-IF.
004080      PERFORM P290-WRITE-DETAIL.
004090 P220-EDIT-APPROVAL.
004100*    THE FIRST FAILED EDIT IS THE REASON GIVEN
004110      IF MA-EMP-ID IS NOT NUMERIC
004120         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
004130      ELSE
004140         IF MA-EMP-ID-N > 9999
004150            MOVE "EMP-ID ABOVE 4-DIGIT PAY-SIDE RANGE"
004160               TO WS-REJECT-REASON
004170         END-IF
004180      END-IF.
004190      IF WS-REJECT-REASON = SPACES
004200         PERFORM P225-CHECK-DUPLICATE
004210      END-IF.
004220      IF WS-REJECT-REASON = SPACES
004230         MOVE MA-EMP-ID-N TO EMP-ID
004240         READ EMPLOYEE-VS-FILE
004250            INVALID KEY
004260               MOVE "EMPLOYEE NOT ON EMPVSFIL" TO WS-REJECT-REASON
004270         END-READ
004280         IF WS-REJECT-REASON = SPACES AND NOT EMP-ACTIVE
004290            MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-REASON
004300         END-IF
004310      END-IF.
004320      IF WS-REJECT-REASON = SPACES
004330         IF MA-NEW-RATE IS NOT NUMERIC
004340            MOVE "NEW RATE IS NOT NUMERIC" TO WS-REJECT-REASON
004350         END-IF
004360      END-IF.
004370      IF WS-REJECT-REASON = SPACES
004380         IF WS-EFF-DATE = SPACES
004390            MOVE "NO EFFECTIVE DATE" TO WS-REJECT-REASON
004400         ELSE
004410            PERFORM P900-CALL-DATEVAL
004420            IF DP-DATE-INVALID
004430               MOVE "EFFECTIVE DATE IS NOT A GOOD DATE"
004440                  TO WS-REJECT-REASON
004450            END-IF
004460         END-IF
004470      END-IF.
004480      IF WS-REJECT-REASON = SPACES
004490         PERFORM P230-FIND-CURRENT-RATE
004500      END-IF.
004510      IF WS-REJECT-REASON = SPACES
004520         PERFORM P240-FIND-GRADE-MAXIMUM
004530      END-IF.
004540      IF WS-REJECT-REASON = SPACES
004550         PERFORM P250-CHECK-EXCEPTION
004560      END-IF.
004570 P225-CHECK-DUPLICATE.
004580      PERFORM VARYING DONE-IDX FROM 1 BY 1
004590         UNTIL DONE-IDX > WS-DONE-COUNT
004600         IF WS-DONE-EMP-ID (DONE-IDX) = MA-EMP-ID
004610            MOVE "EMPLOYEE ALREADY APPROVED THIS RUN"
004620               TO WS-REJECT-REASON
004630            EXIT PERFORM
004640         END-IF
004650      END-PERFORM.
004660 P230-FIND-CURRENT-RATE.
004670*    THE RATE IN FORCE BEFORE THE EFFECTIVE DATE IS THE ONE
004680* THE INCREASE IS MEASURED FROM - A ROW ON OR AFTER THE
004690* EFFECTIVE DATE WOULD OVERRIDE OR COLLIDE WITH THE NEW ONE
004700      SET WS-NOT-FOUND TO TRUE.
004710      MOVE ZERO TO WS-BEST-EFF-DATE.
004720      MOVE MA-EMP-ID-N (3:4) TO WS-EMP-ID-4.
004730      PERFORM VARYING CMP-IDX FROM 1 BY 1
004740         UNTIL CMP-IDX > WS-COMP-COUNT
004750         IF WS-CMP-EMP-ID (CMP-IDX) = WS-EMP-ID-4
004760            IF WS-CMP-EFF-DATE (CMP-IDX) >= WS-EFF-DATE-N
004770               MOVE "COMPMAST ROW ON OR AFTER EFFECTIVE DATE"
004780                  TO WS-REJECT-REASON
004790            ELSE
004800               IF WS-CMP-EFF-DATE (CMP-IDX) >= WS-BEST-EFF-DATE
004810                  MOVE WS-CMP-EFF-DATE (CMP-IDX)
004820                     TO WS-BEST-EFF-DATE
004830                  MOVE WS-CMP-RATE-TYPE (CMP-IDX)
004840                     TO WS-CUR-RATE-TYPE
004850                  MOVE WS-CMP-PAY-RATE (CMP-IDX) TO WS-CUR-RATE
004860                  SET WS-FOUND TO TRUE
004870               END-IF
004880            END-IF
004890         END-IF
004900      END-PERFORM.
004910      IF WS-REJECT-REASON = SPACES
004920         EVALUATE TRUE
004930            WHEN WS-NOT-FOUND
004940               MOVE "NO COMPMAST RATE BEFORE EFFECTIVE DATE"
004950                  TO WS-REJECT-REASON
004960            WHEN WS-CUR-RATE-TYPE NOT = MA-RATE-TYPE
004970               MOVE "RATE TYPE DIFFERS FROM COMPMAST"
004980                  TO WS-REJECT-REASON
004990            WHEN MA-CURRENT-RATE IS NUMERIC AND
005000                 MA-CURRENT-RATE NOT = WS-CUR-RATE
005010               MOVE "COMPMAST RATE CHANGED SINCE WORKSHEET"
005020                  TO WS-REJECT-REASON
005030            WHEN MA-NEW-RATE-N NOT > WS-CUR-RATE
005040               MOVE "NEW RATE NOT ABOVE CURRENT RATE"
005050                  TO WS-REJECT-REASON
005060            WHEN OTHER
005070               COMPUTE WS-INCREASE-PCT ROUNDED =
005080                  (MA-NEW-RATE-N - WS-CUR-RATE) * 100
005090                  / WS-CUR-RATE
005100         END-EVALUATE
005110      END-IF.
005120 P240-FIND-GRADE-MAXIMUM.
005130*    THE GRADE OF THE JOB THE EMPLOYEE HOLDS TODAY, NOT THE
005140* ONE PRINTED ON THE WORKSHEET
005150      MOVE SPACES TO WS-CUR-GRADE.
005160      PERFORM VARYING JC-IDX FROM 1 BY 1
005170         UNTIL JC-IDX > WS-JOB-CODE-COUNT
005180         IF WS-JC-CODE (JC-IDX) = EMP-JOB-CODE
005190            MOVE WS-JC-GRADE (JC-IDX) TO WS-CUR-GRADE
005200            EXIT PERFORM
005210         END-IF
005220      END-PERFORM.
005230      SET WS-NOT-FOUND TO TRUE.
005240      IF WS-CUR-GRADE NOT = SPACES
005250         PERFORM VARYING GR-IDX FROM 1 BY 1
005260            UNTIL GR-IDX > WS-GRADE-COUNT
005270            IF WS-GR-GRADE (GR-IDX) = WS-CUR-GRADE AND
005280               WS-GR-RATE-TYPE (GR-IDX) = WS-CUR-RATE-TYPE
005290               MOVE WS-GR-MAX (GR-IDX) TO WS-CUR-MAX
005300               SET WS-FOUND TO TRUE
005310               EXIT PERFORM
005320            END-IF
005330         END-PERFORM
005340      END-IF.
005350      IF WS-NOT-FOUND
005360         MOVE "NO GRADE RANGE - MAXIMUM NOT CHECKED"
005370            TO WS-REJECT-REASON
005380      END-IF.
005390 P250-CHECK-EXCEPTION.
005400      IF MA-EXCEPTION-FLAG NOT = SPACE AND
005410         NOT MA-EXCEPTION-APPROVED
005420         MOVE "EXCEPTION FLAG NOT Y OR BLANK" TO WS-REJECT-REASON
005430      ELSE
005440         IF MA-NEW-RATE-N > WS-CUR-MAX
005450            IF NOT MA-EXCEPTION-APPROVED
005460               MOVE "ABOVE GRADE MAXIMUM - NO EXCEPTION"
005470                  TO WS-REJECT-REASON
005480            ELSE
005490               IF MA-APPROVER = SPACES
005500                  MOVE "EXCEPTION HAS NO APPROVER NAMED"
005510                     TO WS-REJECT-REASON
005520               END-IF
005530            END-IF
005540         END-IF
005550      END-IF.
005560 P270-WRITE-COMPTRAN.
005570      MOVE SPACES         TO COMP-TRANS-REC.
005580      MOVE "A"            TO CT-ACTION-CODE.
005590      MOVE WS-EMP-ID-4    TO CT-EMP-ID.
005600      MOVE WS-CUR-RATE-TYPE TO CT-RATE-TYPE.
005610      MOVE MA-NEW-RATE-N  TO CT-PAY-RATE.
005620      MOVE WS-EFF-DATE    TO CT-EFF-DATE.
005630      WRITE COMP-TRANS-REC.
005640      ADD 1 TO WS-ACCEPT-COUNT.
005650      IF WS-DONE-COUNT < WS-MAX-DONE
005660         ADD 1 TO WS-DONE-COUNT
005670         SET DONE-IDX TO WS-DONE-COUNT
005680         MOVE MA-EMP-ID TO WS-DONE-EMP-ID (DONE-IDX)
005690      END-IF.
005700      IF MA-NEW-RATE-N > WS-CUR-MAX
005710         ADD 1 TO WS-EXCEPTION-COUNT
005720         MOVE "EXCEPTION" TO WS-RESULT
005730         MOVE "L"         TO EX-SEVERITY
005740         MOVE MA-EMP-ID   TO EX-KEY
005750         MOVE "M003"      TO EX-REASON-CODE
005760         MOVE SPACES      TO EX-REASON-TEXT
005770         STRING "ABOVE GRADE MAX - EXCEPTION BY "
005780            MA-APPROVER DELIMITED BY SIZE INTO EX-REASON-TEXT
005790         PERFORM P298-WRITE-SUITE-EXCEPTION
005800      ELSE
005810         MOVE "ACCEPTED" TO WS-RESULT
005820      END-IF.
005830 P280-REJECT-APPROVAL.
005840      ADD 1 TO WS-REJECT-COUNT.
005850      MOVE "REJECTED"       TO WS-RESULT.
005860      MOVE "M"              TO EX-SEVERITY.
005870      MOVE MA-EMP-ID        TO EX-KEY.
005880      MOVE "M002"           TO EX-REASON-CODE.
005890      MOVE WS-REJECT-REASON TO EX-REASON-TEXT.
005900      PERFORM P298-WRITE-SUITE-EXCEPTION.
005910      IF WS-HIGHEST-RC < 4
005920         MOVE 4 TO WS-HIGHEST-RC
005930      END-IF.
005940 P290-WRITE-DETAIL.
005950      MOVE MA-EMP-ID        TO DL-EMP-ID.
005960      MOVE MA-JOB-GRADE     TO DL-GRADE.
005970      MOVE MA-RATE-TYPE     TO DL-RATE-TYPE.
005980      MOVE WS-EFF-DATE      TO DL-EFF-DATE.
005990      MOVE WS-CUR-RATE      TO DL-CURRENT-RATE.
006000      IF MA-NEW-RATE IS NUMERIC
006010         MOVE MA-NEW-RATE-N TO DL-NEW-RATE
006020      ELSE
006030         MOVE ZERO          TO DL-NEW-RATE
006040      END-IF.
006050      MOVE WS-INCREASE-PCT  TO DL-PCT.
006060      MOVE WS-CUR-MAX       TO DL-GRADE-MAX.
006070      MOVE WS-RESULT        TO DL-RESULT.
006080      WRITE REPORT-LINE FROM DETAIL-LINE.
006090      IF WS-REJECT-REASON NOT = SPACES
006100         MOVE WS-REJECT-REASON TO RL-REMARK
006110         WRITE REPORT-LINE FROM REMARK-LINE
006120      END-IF.
006130 P298-WRITE-SUITE-EXCEPTION.
006140*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
006150* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
006160* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
006170      MOVE "MERAPR00" TO EX-PROGRAM.
006180      ACCEPT EX-DATE FROM DATE YYYYMMDD.
006190      ACCEPT EX-TIME FROM TIME.
006200      WRITE SUITE-EXCEPTION-REC.
006210 P300-TERMINATION.
006220      MOVE SPACES TO REPORT-LINE.
006230      WRITE REPORT-LINE.
006240      MOVE "APPROVALS READ:" TO TL-LABEL.
006250      MOVE WS-READ-COUNT TO TL-COUNT.
006260      WRITE REPORT-LINE FROM TOTAL-LINE.
006270      MOVE "NO CHANGE:" TO TL-LABEL.
006280      MOVE WS-NO-CHANGE-COUNT TO TL-COUNT.
006290      WRITE REPORT-LINE FROM TOTAL-LINE.
006300      MOVE "ACCEPTED TO COMPTRAN:" TO TL-LABEL.
006310      MOVE WS-ACCEPT-COUNT TO TL-COUNT.
006320      WRITE REPORT-LINE FROM TOTAL-LINE.
006330      MOVE "  APPROVED EXCEPTIONS:" TO TL-LABEL.
006340      MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
006350      WRITE REPORT-LINE FROM TOTAL-LINE.
006360      MOVE "REJECTED:" TO TL-LABEL.
006370      MOVE WS-REJECT-COUNT TO TL-COUNT.
006380      WRITE REPORT-LINE FROM TOTAL-LINE.
006390      CLOSE MERIT-APPROVAL-FILE.
006400      CLOSE EMPLOYEE-VS-FILE.
006410      CLOSE COMP-TRANS-FILE.
006420      CLOSE REPORT-FILE.
006430      CLOSE SUITE-EXCEPTION-FILE.
006440      IF WS-ACCEPT-COUNT = ZERO
006450         DISPLAY "NO APPROVED INCREASES - NOTHING FOR COMPMNT"
006460         MOVE 8 TO WS-HIGHEST-RC
006470      END-IF.
006480      DISPLAY "APPROVALS READ       : " WS-READ-COUNT.
006490      DISPLAY "ACCEPTED             : " WS-ACCEPT-COUNT.
006500      DISPLAY "APPROVED EXCEPTIONS  : " WS-EXCEPTION-COUNT.
006510      DISPLAY "REJECTED             : " WS-REJECT-COUNT.
006520      DISPLAY "MERAPR00 RETURN CODE : " WS-HIGHEST-RC.
006530 P900-CALL-DATEVAL.
006540*    WS-EFF-DATE IN (YYYYMMDD) - BACK COMES THE VALID FLAG
006550      IF WS-EFF-DATE IS NOT NUMERIC
006560         SET DP-DATE-INVALID TO TRUE
006570         MOVE "NOT NUMERIC" TO DP-FAIL-REASON
006580      ELSE
006590         MOVE WS-EFF-DATE (1:4) TO WS-DB-YEAR
006600         MOVE WS-EFF-DATE (5:2) TO WS-DB-MONTH
006610         MOVE WS-EFF-DATE (7:2) TO WS-DB-DAY
006620         MOVE WS-DATE-BUILD TO DP-DATE-IN
006630         SET DP-AGE-NOT-WANTED TO TRUE
006640         SET DP-BUSDAY-NOT-WANTED TO TRUE
006650         SET DP-OFFSET-NOT-WANTED TO TRUE
006660         CALL "DATEVAL" USING DATE-PARM-BLOCK
006670      END-IF.
