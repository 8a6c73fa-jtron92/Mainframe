000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTRPT0.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    WEEKLY CERTIFICATION EXPIRY REPORT - THE STORES KEPT   *
000090*    FORKLIFT, FOOD-SAFETY, AND OTHER CERTIFICATIONS IN A   *
000100*    BINDER.  THIS PROGRAM READS THE CERTMAST CERTIFICATION *
000110*    MASTER (CERTREC, MAINTAINED BY CERTMNT), THE EMPCERT   *
000120*    EMPLOYEE CERTIFICATIONS (ECRTREC, MAINTAINED BY        *
000130*    ECRTMNT), AND THE EMPLOYEE-VS-FILE, AND FOR EVERY      *
000140*    EMPLOYEE NOT TERMINATED LISTS:                         *
000150*      EXPIRING - A CERTIFICATION HELD THAT EXPIRES ON OR   *
000160*                 AFTER THE AS-OF DATE AND WITHIN THE       *
000170*                 WINDOW (60 DAYS UNLESS SYSIN SAYS OTHER)  *
000180*      LAPSED   - A CERTIFICATION THE EMPLOYEE'S JOB CODE   *
000190*                 REQUIRES THAT EXPIRED BEFORE THE AS-OF    *
000200*                 DATE (SUITEEXC E004, HIGH SEVERITY)       *
000210*      MISSING  - A CERTIFICATION THE EMPLOYEE'S JOB CODE   *
000220*                 REQUIRES THAT THE EMPLOYEE DOES NOT HOLD  *
000230*                 (SUITEEXC E003)                           *
000240*    GROUPED BY DEPARTMENT WITH DEPARTMENT AND GRAND        *
000250*    TOTALS.  ANY LAPSED OR MISSING LINE SETS RC=4.         *
000260*    DEPTMAST IS OPTIONAL AND ONLY SUPPLIES THE NAMES.      *
000270*    SYSIN - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK = THE RUN  *
000280*    DATE), COLS 9-11 WINDOW DAYS (BLANK = 060)             *
000290************************************************************
000300* MODIFICATION HISTORY                                     *
000310*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000320************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CERT-MASTER-FILE ASSIGN TO CERTMAST
000370     ORGANIZATION IS SEQUENTIAL
000380     FILE STATUS  IS CERTMAST-STATUS.
000390     SELECT EMP-CERT-FILE ASSIGN TO EMPCERT
000400     ORGANIZATION IS SEQUENTIAL
000410     FILE STATUS  IS EMPCERT-STATUS.
000420     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE  IS SEQUENTIAL
000450     RECORD KEY   IS EMP-ID
000460     FILE STATUS  IS VSAM-FILE-STATUS.
000470     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000480     ORGANIZATION IS SEQUENTIAL
000490     FILE STATUS  IS DEPTMAST-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO RPTOUT
000510     ORGANIZATION IS SEQUENTIAL
000520     FILE STATUS  IS RPT-FILE-STATUS.
000530     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000540     ORGANIZATION IS SEQUENTIAL
000550     FILE STATUS  IS SUITEEXC-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD CERT-MASTER-FILE
000590      RECORDING MODE IS F
000600      LABEL RECORDS ARE STANDARD
000610      RECORD CONTAINS 80 CHARACTERS
000620      DATA RECORD IS CERT-MASTER-REC.
000630     COPY CERTREC.
000640 FD EMP-CERT-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD
000670      RECORD CONTAINS 80 CHARACTERS
000680      DATA RECORD IS EMP-CERT-REC.
000690     COPY ECRTREC.
000700 FD EMPLOYEE-VS-FILE.
000710     COPY EMPREC.
000720 FD DEPT-MASTER-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 80 CHARACTERS
000760      DATA RECORD IS DEPARTMENT-REC.
000770     COPY DEPTREC.
000780 FD REPORT-FILE
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      DATA RECORD IS REPORT-LINE.
000820 01 REPORT-LINE          PIC X(80).
000830 FD SUITE-EXCEPTION-FILE
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 80 CHARACTERS
000870      DATA RECORD IS SUITE-EXCEPTION-REC.
000880     COPY EXCPTREC.
000890 WORKING-STORAGE SECTION.
000900     COPY FSTATCOM.
000910 01 CERTMAST-STATUS      PIC X(2).
000920   88 CERTMAST-OK        VALUE "00".
000930 01 EMPCERT-STATUS       PIC X(2).
000940   88 EMPCERT-OK         VALUE "00".
000950 01 DEPTMAST-STATUS      PIC X(2).
000960   88 DEPTMAST-OK        VALUE "00".
000970 01 RPT-FILE-STATUS      PIC X(2).
000980 01 SUITEEXC-STATUS      PIC X(2).
000990     COPY DATEPARM.
001000 01 WS-CERTMAST-EOF-SW   PIC X(1) VALUE "N".
001010   88 WS-CERTMAST-DONE   VALUE "Y".
001020 01 WS-EMPCERT-EOF-SW    PIC X(1) VALUE "N".
001030   88 WS-EMPCERT-DONE    VALUE "Y".
001040 01 WS-EMP-EOF-SW        PIC X(1) VALUE "N".
001050   88 WS-EMP-DONE        VALUE "Y".
001060 01 WS-DEPTMAST-EOF-SW   PIC X(1) VALUE "N".
001070   88 WS-DEPTMAST-DONE   VALUE "Y".
001080 01 WS-DEPTMAST-OPEN-SW  PIC X(1) VALUE "N".
001090   88 WS-DEPTMAST-OPEN   VALUE "Y".
001100 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001110 01 WS-CONTROL-CARD.
001120   05 WS-CC-AS-OF-DATE   PIC X(08).
001130   05 WS-CC-WINDOW-DAYS  PIC X(03).
001140   05 WS-CC-WINDOW-DAYS-N REDEFINES WS-CC-WINDOW-DAYS
001150                         PIC 9(03).
001160   05 FILLER             PIC X(69).
001170 01 WS-RUN-DATE          PIC 9(8).
001180 01 WS-AS-OF-DATE        PIC 9(8).
001190 01 WS-WINDOW-DAYS       PIC 9(3).
001200 01 WS-WINDOW-END        PIC 9(8).
001210 01 WS-DATE-BUILD.
001220    05 WS-DB-YEAR    PIC X(4).
001230    05 FILLER        PIC X(1) VALUE "-".
001240    05 WS-DB-MONTH   PIC X(2).
001250    05 FILLER        PIC X(1) VALUE "-".
001260    05 WS-DB-DAY     PIC X(2).
001270 01 WS-OFFSET-PARSE.
001280    05 WS-OP-YEAR    PIC X(4).
001290    05 FILLER        PIC X(1).
001300    05 WS-OP-MONTH   PIC X(2).
001310    05 FILLER        PIC X(1).
001320    05 WS-OP-DAY     PIC X(2).
001330 01 WS-DATE-EDIT.
001340    05 WS-DE-YEAR    PIC X(4).
001350    05 WS-DE-MONTH   PIC X(2).
001360    05 WS-DE-DAY     PIC X(2).
001370*    EVERY CERTIFICATION ON CERTMAST WITH THE JOB CODES THAT
001380* REQUIRE IT
001390 01 WS-MAX-CERTS         PIC 9(3) VALUE 200.
001400 01 WS-CERT-COUNT        PIC 9(3) VALUE ZERO.
001410 01 WS-CERT-TABLE.
001420    05 WS-CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
001430      10 WS-CT-CERT-CODE  PIC X(4).
001440      10 WS-CT-CERT-DESC  PIC X(30).
001450      10 WS-CT-REQ-JOB-CODE PIC X(4) OCCURS 8 TIMES.
001460 01 WS-JOB-SUB           PIC 9(2).
001470 01 WS-REQUIRED-SW       PIC X(1).
001480   88 WS-CERT-REQUIRED   VALUE "Y".
001490   88 WS-CERT-NOT-REQUIRED VALUE "N".
001500*    EVERY EMPLOYEE NOT TERMINATED - EMPVSFIL IS READ IN
001510* EMP-ID ORDER
001520 01 WS-MAX-EMPS          PIC 9(4) VALUE 2000.
001530 01 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
001540 01 WS-EMP-TABLE.
001550    05 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
001560      10 WS-ET-EMP-ID     PIC 9(6).
001570      10 WS-ET-DEPT-ID    PIC 9(3).
001580      10 WS-ET-JOB-CODE   PIC X(4).
001590      10 WS-ET-NAME       PIC X(22).
001600 01 WS-EMP-FOUND-SW      PIC X(1).
001610   88 WS-EMP-FOUND       VALUE "Y".
001620   88 WS-EMP-NOT-FOUND   VALUE "N".
001630*    EVERY EMPLOYEE/CERTIFICATION PAIR ON EMPCERT, FOR THE
001640* MISSING-CERTIFICATION PASS
001650 01 WS-MAX-HELD          PIC 9(5) VALUE 5000.
001660 01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
001670 01 WS-HELD-TABLE.
001680    05 WS-HELD-ENTRY OCCURS 5000 TIMES INDEXED BY HELD-IDX.
001690      10 WS-HT-EMP-ID     PIC 9(6).
001700      10 WS-HT-CERT-CODE  PIC X(4).
001710 01 WS-HELD-FOUND-SW     PIC X(1).
001720   88 WS-HELD-FOUND      VALUE "Y".
001730   88 WS-HELD-NOT-FOUND  VALUE "N".
001740 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
001750 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
001760 01 WS-DEPT-TABLE.
001770    05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
001780      10 WS-DT-DEPT-ID    PIC 9(3).
001790      10 WS-DT-DEPT-NAME  PIC X(30).
001800*    ONE ROW PER REPORT LINE, SORTED INTO DEPARTMENT ORDER
001810* BEFORE PRINTING
001820 01 WS-MAX-LINES         PIC 9(4) VALUE 3000.
001830 01 WS-LINE-COUNT        PIC 9(4) VALUE ZERO.
001840 01 WS-LINE-SUB          PIC 9(4).
001850 01 WS-LINE-SUB-2        PIC 9(4).
001860 01 WS-LINE-TABLE.
001870    05 WS-LINE-ENTRY OCCURS 3000 TIMES.
001880      10 WS-LN-SORT-KEY.
001890        15 WS-LN-DEPT-ID  PIC 9(3).
001900        15 WS-LN-EMP-ID   PIC 9(6).
001910        15 WS-LN-CERT-CODE PIC X(4).
001920      10 WS-LN-NAME       PIC X(22).
001930      10 WS-LN-JOB-CODE   PIC X(4).
001940      10 WS-LN-CERT-DESC  PIC X(18).
001950      10 WS-LN-STATUS     PIC X(8).
001960      10 WS-LN-EXPIRY     PIC 9(8).
001970 01 WS-SWAP-ENTRY        PIC X(73).
001980 01 WS-NEW-STATUS        PIC X(8).
001990 01 WS-NEW-EXPIRY        PIC 9(8).
002000 01 WS-NEW-CERT-CODE     PIC X(4).
002010 01 WS-NEW-CERT-DESC     PIC X(18).
002020 01 WS-PRIOR-DEPT        PIC 9(3).
002030 01 WS-DEPT-TOTALS.
002040   05 WS-DEPT-EXPIRING   PIC 9(5).
002050   05 WS-DEPT-LAPSED     PIC 9(5).
002060   05 WS-DEPT-MISSING    PIC 9(5).
002070 01 WS-COUNTERS.
002080   05 WS-EMPS-READ       PIC 9(5) VALUE ZERO.
002090   05 WS-EMPCERT-READ    PIC 9(5) VALUE ZERO.
002100   05 WS-TOT-EXPIRING    PIC 9(5) VALUE ZERO.
002110   05 WS-TOT-LAPSED      PIC 9(5) VALUE ZERO.
002120   05 WS-TOT-MISSING     PIC 9(5) VALUE ZERO.
002130   05 WS-LINES-DROPPED   PIC 9(5) VALUE ZERO.
002140 01 HEADING-LINE-1.
002150   05 FILLER             PIC X(30) VALUE "PAYROLL-SYSTEMS".
002160   05 FILLER             PIC X(30)
002170      VALUE "CERTIFICATION EXPIRY REPORT".
002180   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002190   05 HL1-RUN-DATE       PIC 9(8).
002200   05 FILLER             PIC X(02) VALUE SPACES.
002210 01 HEADING-LINE-2.
002220   05 FILLER             PIC X(09) VALUE "AS OF:   ".
002230   05 HL2-AS-OF          PIC X(10).
002240   05 FILLER             PIC X(14) VALUE "   WINDOW TO: ".
002250   05 HL2-WINDOW-END     PIC X(10).
002260   05 FILLER             PIC X(02) VALUE " (".
002270   05 HL2-WINDOW-DAYS    PIC ZZ9.
002280   05 FILLER             PIC X(06) VALUE " DAYS)".
002290   05 FILLER             PIC X(26) VALUE SPACES.
002300 01 COLUMN-HEADING.
002310   05 FILLER             PIC X(30)
002320      VALUE "EMP-ID NAME".
002330   05 FILLER             PIC X(29)
002340      VALUE "JOB  CERT DESCRIPTION".
002350   05 FILLER             PIC X(21)
002360      VALUE "STATUS   EXPIRES".
002370 01 DEPT-HEADING-LINE.
002380   05 FILLER             PIC X(05) VALUE "DEPT ".
002390   05 DHL-DEPT-ID        PIC 9(03).
002400   05 FILLER             PIC X(02) VALUE SPACES.
002410   05 DHL-DEPT-NAME      PIC X(30).
002420   05 FILLER             PIC X(40) VALUE SPACES.
002430 01 DETAIL-LINE.
002440   05 DL-EMP-ID          PIC 9(06).
002450   05 FILLER             PIC X(01) VALUE SPACES.
002460   05 DL-NAME            PIC X(22).
002470   05 FILLER             PIC X(01) VALUE SPACES.
002480   05 DL-JOB-CODE        PIC X(04).
002490   05 FILLER             PIC X(01) VALUE SPACES.
002500   05 DL-CERT-CODE       PIC X(04).
002510   05 FILLER             PIC X(01) VALUE SPACES.
002520   05 DL-CERT-DESC       PIC X(18).
002530   05 FILLER             PIC X(01) VALUE SPACES.
002540   05 DL-STATUS          PIC X(08).
002550   05 FILLER             PIC X(01) VALUE SPACES.
002560   05 DL-EXPIRY          PIC X(10).
002570   05 FILLER             PIC X(02) VALUE SPACES.
002580 01 TOTAL-LINE.
002590   05 TL-LABEL           PIC X(20).
002600   05 FILLER             PIC X(11) VALUE "EXPIRING: ".
002610   05 TL-EXPIRING        PIC ZZ,ZZ9.
002620   05 FILLER             PIC X(11) VALUE "   LAPSED: ".
002630   05 TL-LAPSED          PIC ZZ,ZZ9.
002640   05 FILLER             PIC X(12) VALUE "   MISSING: ".
002650   05 TL-MISSING         PIC ZZ,ZZ9.
002660   05 FILLER             PIC X(08) VALUE SPACES.
002670 PROCEDURE DIVISION.
002680 000-MAIN-PROCEDURE.
002690      PERFORM P100-INITIALIZATION.
002700      PERFORM P110-LOAD-DEPARTMENTS.
002710      PERFORM P120-LOAD-CERTIFICATIONS.
002720      PERFORM P130-LOAD-EMPLOYEES.
002730      PERFORM P200-CHECK-HELD-CERTS.
002740      PERFORM P220-CHECK-MISSING-CERTS.
002750      PERFORM P240-SORT-LINES.
002760      PERFORM P250-PRINT-REPORT.
002770      PERFORM P300-TERMINATION.
002780      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002790      STOP RUN.
002800 P100-INITIALIZATION.
002810      OPEN INPUT CERT-MASTER-FILE.
002820      IF NOT CERTMAST-OK
002830         DISPLAY "FAILURE TO OPEN CERTMAST " CERTMAST-STATUS
002840         MOVE 12 TO RETURN-CODE
002850         STOP RUN
002860      END-IF.
002870      OPEN INPUT EMP-CERT-FILE.
002880      IF NOT EMPCERT-OK
002890         DISPLAY "FAILURE TO OPEN EMPCERT " EMPCERT-STATUS
002900         MOVE 12 TO RETURN-CODE
002910         STOP RUN
002920      END-IF.
002930      OPEN INPUT EMPLOYEE-VS-FILE.
002940      IF NOT VSAM-OK
002950         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002960         MOVE 12 TO RETURN-CODE
002970         STOP RUN
002980      END-IF.
002990      OPEN OUTPUT REPORT-FILE.
003000      OPEN EXTEND SUITE-EXCEPTION-FILE.
003010      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003020      PERFORM P105-READ-CONTROL-CARD.
003030 P105-READ-CONTROL-CARD.
003040*    THE SYSIN CARD - COLS 1-8 AS-OF DATE YYYYMMDD (BLANK FOR
003050* THE RUN DATE), COLS 9-11 WINDOW DAYS (BLANK FOR 060).  THE
003060* WINDOW END COMES FROM THE DATEVAL DAY-OFFSET SERVICE
003070      MOVE SPACES TO WS-CONTROL-CARD.
003080      ACCEPT WS-CONTROL-CARD.
003090      IF WS-CC-AS-OF-DATE = SPACES
003100         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
003110      ELSE
003120         IF WS-CC-AS-OF-DATE IS NOT NUMERIC
003130            DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003140               WS-CC-AS-OF-DATE
003150            MOVE 8 TO RETURN-CODE
003160            STOP RUN
003170         END-IF
003180         MOVE WS-CC-AS-OF-DATE TO WS-AS-OF-DATE
003190      END-IF.
003200      IF WS-CC-WINDOW-DAYS = SPACES
003210         MOVE 60 TO WS-WINDOW-DAYS
003220      ELSE
003230         IF WS-CC-WINDOW-DAYS IS NOT NUMERIC
003240            DISPLAY "INVALID SYSIN CARD - WINDOW DAYS "
003250               WS-CC-WINDOW-DAYS
003260            MOVE 8 TO RETURN-CODE
003270            STOP RUN
003280         END-IF
003290         MOVE WS-CC-WINDOW-DAYS-N TO WS-WINDOW-DAYS
003300      END-IF.
003310      MOVE WS-AS-OF-DATE TO WS-DATE-EDIT.
003320      MOVE WS-DE-YEAR  TO WS-DB-YEAR.
003330      MOVE WS-DE-MONTH TO WS-DB-MONTH.
003340      MOVE WS-DE-DAY   TO WS-DB-DAY.
003350      MOVE WS-DATE-BUILD TO DP-DATE-IN.
003360      SET DP-AGE-NOT-WANTED TO TRUE.
003370      SET DP-BUSDAY-NOT-WANTED TO TRUE.
003380      SET DP-OFFSET-WANTED TO TRUE.
003390      MOVE WS-WINDOW-DAYS TO DP-OFFSET-DAYS.
003400      CALL "DATEVAL" USING DATE-PARM-BLOCK.
003410      IF DP-DATE-INVALID
003420         DISPLAY "INVALID SYSIN CARD - AS-OF DATE "
003430            WS-AS-OF-DATE
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460      END-IF.
003470      MOVE WS-DATE-BUILD TO HL2-AS-OF.
003480      MOVE DP-OFFSET-DATE TO HL2-WINDOW-END.
003490      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
003500      MOVE WS-OP-YEAR  TO WS-DE-YEAR.
003510      MOVE WS-OP-MONTH TO WS-DE-MONTH.
003520      MOVE WS-OP-DAY   TO WS-DE-DAY.
003530      MOVE WS-DATE-EDIT TO WS-WINDOW-END.
003540      DISPLAY "AS-OF DATE           : " WS-AS-OF-DATE.
003550      DISPLAY "WINDOW END           : " WS-WINDOW-END.
003560 P110-LOAD-DEPARTMENTS.
003570*    DEPTMAST GIVES THE NAMES - WITHOUT IT THE REPORT STILL
003580* RUNS, BY DEPT NUMBER ONLY
003590      OPEN INPUT DEPT-MASTER-FILE.
003600      IF NOT DEPTMAST-OK
003610         DISPLAY "DEPTMAST NOT AVAILABLE " DEPTMAST-STATUS
003620            " - NAMES LEFT BLANK"
003630         SET WS-DEPTMAST-DONE TO TRUE
003640      ELSE
003650         SET WS-DEPTMAST-OPEN TO TRUE
003660      END-IF.
003670      PERFORM UNTIL WS-DEPTMAST-DONE
003680         READ DEPT-MASTER-FILE
003690            AT END
003700               SET WS-DEPTMAST-DONE TO TRUE
003710            NOT AT END
003720               IF WS-DEPT-COUNT < WS-MAX-DEPTS
003730                  ADD 1 TO WS-DEPT-COUNT
003740                  SET DEPT-IDX TO WS-DEPT-COUNT
003750                  MOVE DEPT-ID   TO WS-DT-DEPT-ID (DEPT-IDX)
003760                  MOVE DEPT-NAME TO WS-DT-DEPT-NAME (DEPT-IDX)
003770               END-IF
003780         END-READ
003790      END-PERFORM.
003800      IF WS-DEPTMAST-OPEN
003810         CLOSE DEPT-MASTER-FILE
003820      END-IF.
003830 P120-LOAD-CERTIFICATIONS.
003840      PERFORM UNTIL WS-CERTMAST-DONE
003850         READ CERT-MASTER-FILE
003860            AT END
003870               SET WS-CERTMAST-DONE TO TRUE
003880            NOT AT END
003890               IF WS-CERT-COUNT < WS-MAX-CERTS
003900                  ADD 1 TO WS-CERT-COUNT
003910                  SET CT-IDX TO WS-CERT-COUNT
003920                  PERFORM P125-LOAD-ONE-CERT
003930               ELSE
003940                  DISPLAY "CERTIFICATION TABLE FULL - CERT "
003950                     CE-CERT-CODE " IGNORED"
003960                  MOVE 12 TO WS-HIGHEST-RC
003970               END-IF
003980         END-READ
003990      END-PERFORM.
004000      CLOSE CERT-MASTER-FILE.
004010      DISPLAY "CERTIFICATIONS LOADED: " WS-CERT-COUNT.
004020 P125-LOAD-ONE-CERT.
004030      MOVE CE-CERT-CODE TO WS-CT-CERT-CODE (CT-IDX).
004040      MOVE CE-CERT-DESC TO WS-CT-CERT-DESC (CT-IDX).
004050      PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
004060         UNTIL WS-JOB-SUB > 8
004070         MOVE CE-REQ-JOB-CODE (WS-JOB-SUB)
004080            TO WS-CT-REQ-JOB-CODE (CT-IDX, WS-JOB-SUB)
004090      END-PERFORM.
004100 P130-LOAD-EMPLOYEES.
004110      PERFORM UNTIL WS-EMP-DONE
004120         READ EMPLOYEE-VS-FILE NEXT RECORD
004130            AT END
004140               SET WS-EMP-DONE TO TRUE
004150            NOT AT END
004160               ADD 1 TO WS-EMPS-READ
004170               IF NOT EMP-TERMINATED
004180                  PERFORM P135-LOAD-ONE-EMPLOYEE
004190               END-IF
004200         END-READ
004210      END-PERFORM.
004220      CLOSE EMPLOYEE-VS-FILE.
004230      DISPLAY "EMPVSFIL RECORDS READ: " WS-EMPS-READ.
004240 P135-LOAD-ONE-EMPLOYEE.
004250      IF WS-EMP-COUNT >= WS-MAX-EMPS
004260         DISPLAY "EMPLOYEE TABLE FULL - EMP " EMP-ID " IGNORED"
004270         MOVE 12 TO WS-HIGHEST-RC
004280      ELSE
004290         ADD 1 TO WS-EMP-COUNT
004300         SET EMP-IDX TO WS-EMP-COUNT
004310         MOVE EMP-ID       TO WS-ET-EMP-ID (EMP-IDX)
004320         IF EMP-DEPT-ID IS NUMERIC
004330            MOVE EMP-DEPT-ID TO WS-ET-DEPT-ID (EMP-IDX)
004340         ELSE
004350            MOVE ZERO TO WS-ET-DEPT-ID (EMP-IDX)
004360         END-IF
004370         MOVE EMP-JOB-CODE TO WS-ET-JOB-CODE (EMP-IDX)
004380         MOVE SPACES TO WS-ET-NAME (EMP-IDX)
004390         STRING EMP-LAST-NAME  DELIMITED BY "  "
004400                ", "           DELIMITED BY SIZE
004410                EMP-FIRST-NAME DELIMITED BY "  "
004420            INTO WS-ET-NAME (EMP-IDX)
004430         END-STRING
004440      END-IF.
004450 P200-CHECK-HELD-CERTS.
004460*    EACH EMPCERT ROW FOR AN EMPLOYEE STILL ON THE ROSTER IS
004470* EITHER INSIDE THE WINDOW (EXPIRING), ALREADY PAST (LAPSED -
004480* REPORTED ONLY WHEN THE JOB CODE REQUIRES IT), OR FINE
004490      PERFORM UNTIL WS-EMPCERT-DONE
004500         READ EMP-CERT-FILE
004510            AT END
004520               SET WS-EMPCERT-DONE TO TRUE
004530            NOT AT END
004540               ADD 1 TO WS-EMPCERT-READ
004550               PERFORM P205-CHECK-ONE-ROW
004560         END-READ
004570      END-PERFORM.
004580      CLOSE EMP-CERT-FILE.
004590      DISPLAY "EMPCERT ROWS READ    : " WS-EMPCERT-READ.
004600 P205-CHECK-ONE-ROW.
004610      IF WS-HELD-COUNT < WS-MAX-HELD
004620         ADD 1 TO WS-HELD-COUNT
004630         SET HELD-IDX TO WS-HELD-COUNT
004640         MOVE EC-EMP-ID    TO WS-HT-EMP-ID (HELD-IDX)
004650         MOVE EC-CERT-CODE TO WS-HT-CERT-CODE (HELD-IDX)
004660      ELSE
004670         DISPLAY "HELD TABLE FULL - EMP " EC-EMP-ID
004680            " CERT " EC-CERT-CODE " IGNORED"
004690         MOVE 12 TO WS-HIGHEST-RC
004700      END-IF.
004710      SET WS-EMP-NOT-FOUND TO TRUE.
004720      PERFORM VARYING EMP-IDX FROM 1 BY 1
004730         UNTIL EMP-IDX > WS-EMP-COUNT
004740         IF WS-ET-EMP-ID (EMP-IDX) = EC-EMP-ID
004750            SET WS-EMP-FOUND TO TRUE
004760            EXIT PERFORM
004770         END-IF
004780      END-PERFORM.
004790      IF WS-EMP-FOUND
004800         PERFORM P207-CLASSIFY-ROW
004810      END-IF.
004820 P207-CLASSIFY-ROW.
004830      MOVE EC-CERT-CODE TO WS-NEW-CERT-CODE.
004840      PERFORM P210-FIND-CERT.
004850      MOVE EC-EXPIRY-DATE TO WS-NEW-EXPIRY.
004860      IF EC-EXPIRY-DATE NOT < WS-AS-OF-DATE AND
004870         EC-EXPIRY-DATE NOT > WS-WINDOW-END
004880         MOVE "EXPIRING" TO WS-NEW-STATUS
004890         PERFORM P230-ADD-LINE
004900         ADD 1 TO WS-TOT-EXPIRING
004910      END-IF.
004920      IF EC-EXPIRY-DATE < WS-AS-OF-DATE AND WS-CERT-REQUIRED
004930         MOVE "LAPSED" TO WS-NEW-STATUS
004940         PERFORM P230-ADD-LINE
004950         ADD 1 TO WS-TOT-LAPSED
004960         MOVE "H"              TO EX-SEVERITY
004970         MOVE EC-EMP-ID        TO EX-KEY
004980         MOVE "E004"           TO EX-REASON-CODE
004990         MOVE SPACES           TO EX-REASON-TEXT
005000         STRING "REQUIRED CERT "  DELIMITED BY SIZE
005010                EC-CERT-CODE      DELIMITED BY SIZE
005020                " LAPSED "        DELIMITED BY SIZE
005030                EC-EXPIRY-DATE    DELIMITED BY SIZE
005040            INTO EX-REASON-TEXT
005050         END-STRING
005060         PERFORM P298-WRITE-SUITE-EXCEPTION
005070      END-IF.
005080 P210-FIND-CERT.
005090*    LOOKS UP WS-NEW-CERT-CODE FOR THE EMPLOYEE AT EMP-IDX -
005100* SETS THE DESCRIPTION AND WHETHER THE EMPLOYEE'S JOB CODE
005110* REQUIRES THE CERTIFICATION
005120      SET WS-CERT-NOT-REQUIRED TO TRUE.
005130      MOVE "(NOT ON CERTMAST)" TO WS-NEW-CERT-DESC.
005140      PERFORM VARYING CT-IDX FROM 1 BY 1
005150         UNTIL CT-IDX > WS-CERT-COUNT
005160         IF WS-CT-CERT-CODE (CT-IDX) = WS-NEW-CERT-CODE
005170            MOVE WS-CT-CERT-DESC (CT-IDX) TO WS-NEW-CERT-DESC
005180            PERFORM P215-CHECK-REQUIRED
005190            EXIT PERFORM
005200         END-IF
005210      END-PERFORM.
005220 P215-CHECK-REQUIRED.
005230      SET WS-CERT-NOT-REQUIRED TO TRUE.
005240      IF WS-ET-JOB-CODE (EMP-IDX) NOT = SPACES
005250         PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
005260            UNTIL WS-JOB-SUB > 8
005270            IF WS-CT-REQ-JOB-CODE (CT-IDX, WS-JOB-SUB) =
005280               WS-ET-JOB-CODE (EMP-IDX)
005290               SET WS-CERT-REQUIRED TO TRUE
005300               EXIT PERFORM
005310            END-IF
005320         END-PERFORM
005330      END-IF.
005340 P220-CHECK-MISSING-CERTS.
005350*    EVERY CERTIFICATION THE EMPLOYEE'S JOB CODE REQUIRES BUT
005360* WITH NO EMPCERT ROW FOR THE EMPLOYEE AT ALL
005370      PERFORM VARYING EMP-IDX FROM 1 BY 1
005380         UNTIL EMP-IDX > WS-EMP-COUNT
005390         PERFORM VARYING CT-IDX FROM 1 BY 1
005400            UNTIL CT-IDX > WS-CERT-COUNT
005410            PERFORM P215-CHECK-REQUIRED
005420            IF WS-CERT-REQUIRED
005430               PERFORM P225-CHECK-ONE-MISSING
005440            END-IF
005450         END-PERFORM
005460      END-PERFORM.
005470 P225-CHECK-ONE-MISSING.
005480      SET WS-HELD-NOT-FOUND TO TRUE.
005490      PERFORM VARYING HELD-IDX FROM 1 BY 1
005500         UNTIL HELD-IDX > WS-HELD-COUNT
005510         IF WS-HT-EMP-ID (HELD-IDX) = WS-ET-EMP-ID (EMP-IDX) AND
005520            WS-HT-CERT-CODE (HELD-IDX) = WS-CT-CERT-CODE (CT-IDX)
005530            SET WS-HELD-FOUND TO TRUE
005540            EXIT PERFORM
005550         END-IF
005560      END-PERFORM.
005570      IF WS-HELD-NOT-FOUND
005580         MOVE WS-CT-CERT-CODE (CT-IDX) TO WS-NEW-CERT-CODE
005590         MOVE WS-CT-CERT-DESC (CT-IDX) TO WS-NEW-CERT-DESC
005600         MOVE "MISSING" TO WS-NEW-STATUS
005610         MOVE ZERO TO WS-NEW-EXPIRY
005620         PERFORM P230-ADD-LINE
005630         ADD 1 TO WS-TOT-MISSING
005640         MOVE "M"              TO EX-SEVERITY
005650         MOVE WS-ET-EMP-ID (EMP-IDX) TO EX-KEY
005660         MOVE "E003"           TO EX-REASON-CODE
005670         MOVE SPACES           TO EX-REASON-TEXT
005680         STRING "REQUIRED CERT "  DELIMITED BY SIZE
005690                WS-NEW-CERT-CODE  DELIMITED BY SIZE
005700                " NOT HELD"       DELIMITED BY SIZE
005710            INTO EX-REASON-TEXT
005720         END-STRING
005730         PERFORM P298-WRITE-SUITE-EXCEPTION
005740      END-IF.
005750 P230-ADD-LINE.
005760      IF WS-LINE-COUNT >= WS-MAX-LINES
005770         ADD 1 TO WS-LINES-DROPPED
005780         MOVE 12 TO WS-HIGHEST-RC
005790      ELSE
005800         ADD 1 TO WS-LINE-COUNT
005810         MOVE WS-ET-DEPT-ID (EMP-IDX)
005820            TO WS-LN-DEPT-ID (WS-LINE-COUNT)
005830         MOVE WS-ET-EMP-ID (EMP-IDX)
005840            TO WS-LN-EMP-ID (WS-LINE-COUNT)
005850         MOVE WS-NEW-CERT-CODE TO WS-LN-CERT-CODE (WS-LINE-COUNT)
005860         MOVE WS-ET-NAME (EMP-IDX)
005870            TO WS-LN-NAME (WS-LINE-COUNT)
005880         MOVE WS-ET-JOB-CODE (EMP-IDX)
005890            TO WS-LN-JOB-CODE (WS-LINE-COUNT)
005900         MOVE WS-NEW-CERT-DESC TO WS-LN-CERT-DESC (WS-LINE-COUNT)
005910         MOVE WS-NEW-STATUS    TO WS-LN-STATUS (WS-LINE-COUNT)
005920         MOVE WS-NEW-EXPIRY    TO WS-LN-EXPIRY (WS-LINE-COUNT)
005930      END-IF.
005940 P240-SORT-LINES.
005950*    A SIMPLE EXCHANGE SORT INTO DEPARTMENT/EMPLOYEE/CERT ORDER
005960      PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
005970         UNTIL WS-LINE-SUB >= WS-LINE-COUNT
005980         COMPUTE WS-LINE-SUB-2 = WS-LINE-SUB + 1
005990         PERFORM UNTIL WS-LINE-SUB-2 > WS-LINE-COUNT
006000            IF WS-LN-SORT-KEY (WS-LINE-SUB-2) <
006010               WS-LN-SORT-KEY (WS-LINE-SUB)
006020               MOVE WS-LINE-ENTRY (WS-LINE-SUB) TO WS-SWAP-ENTRY
006030               MOVE WS-LINE-ENTRY (WS-LINE-SUB-2)
006040                  TO WS-LINE-ENTRY (WS-LINE-SUB)
006050               MOVE WS-SWAP-ENTRY
006060                  TO WS-LINE-ENTRY (WS-LINE-SUB-2)
006070            END-IF
006080            ADD 1 TO WS-LINE-SUB-2
006090         END-PERFORM
006100      END-PERFORM.
006110 P250-PRINT-REPORT.
006120      MOVE WS-RUN-DATE TO HL1-RUN-DATE.
006130      MOVE WS-WINDOW-DAYS TO HL2-WINDOW-DAYS.
006140      WRITE REPORT-LINE FROM HEADING-LINE-1.
006150      WRITE REPORT-LINE FROM HEADING-LINE-2.
006160      MOVE SPACES TO REPORT-LINE.
006170      WRITE REPORT-LINE.
006180      IF WS-LINE-COUNT = ZERO
006190         MOVE "NO CERTIFICATIONS EXPIRING, LAPSED, OR MISSING"
006200            TO REPORT-LINE
006210         WRITE REPORT-LINE
006220      END-IF.
006230      PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
006240         UNTIL WS-LINE-SUB > WS-LINE-COUNT
006250         IF WS-LINE-SUB = 1 OR
006260            WS-LN-DEPT-ID (WS-LINE-SUB) NOT = WS-PRIOR-DEPT
006270            IF WS-LINE-SUB > 1
006280               PERFORM P265-PRINT-DEPT-TOTAL
006290            END-IF
006300            PERFORM P255-PRINT-DEPT-HEADING
006310         END-IF
006320         PERFORM P260-PRINT-DETAIL-LINE
006330      END-PERFORM.
006340      IF WS-LINE-COUNT > ZERO
006350         PERFORM P265-PRINT-DEPT-TOTAL
006360      END-IF.
006370      MOVE SPACES TO REPORT-LINE.
006380      WRITE REPORT-LINE.
006390      MOVE "REPORT TOTAL" TO TL-LABEL.
006400      MOVE WS-TOT-EXPIRING TO TL-EXPIRING.
006410      MOVE WS-TOT-LAPSED   TO TL-LAPSED.
006420      MOVE WS-TOT-MISSING  TO TL-MISSING.
006430      WRITE REPORT-LINE FROM TOTAL-LINE.
006440 P255-PRINT-DEPT-HEADING.
006450      MOVE WS-LN-DEPT-ID (WS-LINE-SUB) TO WS-PRIOR-DEPT.
006460      MOVE ZERO TO WS-DEPT-EXPIRING.
006470      MOVE ZERO TO WS-DEPT-LAPSED.
006480      MOVE ZERO TO WS-DEPT-MISSING.
006490      MOVE WS-PRIOR-DEPT TO DHL-DEPT-ID.
006500      MOVE SPACES TO DHL-DEPT-NAME.
006510      PERFORM VARYING DEPT-IDX FROM 1 BY 1
006520         UNTIL DEPT-IDX > WS-DEPT-COUNT
006530         IF WS-DT-DEPT-ID (DEPT-IDX) = WS-PRIOR-DEPT
006540            MOVE WS-DT-DEPT-NAME (DEPT-IDX) TO DHL-DEPT-NAME
006550            EXIT PERFORM
006560         END-IF
006570      END-PERFORM.
006580      WRITE REPORT-LINE FROM DEPT-HEADING-LINE.
006590      WRITE REPORT-LINE FROM COLUMN-HEADING.
006600 P260-PRINT-DETAIL-LINE.
006610      MOVE SPACES TO DETAIL-LINE.
006620      MOVE WS-LN-EMP-ID (WS-LINE-SUB)    TO DL-EMP-ID.
006630      MOVE WS-LN-NAME (WS-LINE-SUB)      TO DL-NAME.
006640      MOVE WS-LN-JOB-CODE (WS-LINE-SUB)  TO DL-JOB-CODE.
006650      MOVE WS-LN-CERT-CODE (WS-LINE-SUB) TO DL-CERT-CODE.
006660      MOVE WS-LN-CERT-DESC (WS-LINE-SUB) TO DL-CERT-DESC.
006670      MOVE WS-LN-STATUS (WS-LINE-SUB)    TO DL-STATUS.
006680      IF WS-LN-EXPIRY (WS-LINE-SUB) = ZERO
006690         MOVE "NOT HELD" TO DL-EXPIRY
006700      ELSE
006710         MOVE WS-LN-EXPIRY (WS-LINE-SUB) TO WS-DATE-EDIT
006720         MOVE WS-DE-YEAR  TO WS-DB-YEAR
006730         MOVE WS-DE-MONTH TO WS-DB-MONTH
006740         MOVE WS-DE-DAY   TO WS-DB-DAY
006750         MOVE WS-DATE-BUILD TO DL-EXPIRY
006760      END-IF.
006770      EVALUATE WS-LN-STATUS (WS-LINE-SUB)
006780         WHEN "EXPIRING"
006790            ADD 1 TO WS-DEPT-EXPIRING
006800         WHEN "LAPSED"
006810            ADD 1 TO WS-DEPT-LAPSED
006820         WHEN OTHER
006830            ADD 1 TO WS-DEPT-MISSING
006840      END-EVALUATE.
006850      WRITE REPORT-LINE FROM DETAIL-LINE.
006860 P265-PRINT-DEPT-TOTAL.
006870      MOVE "  DEPARTMENT TOTAL" TO TL-LABEL.
006880      MOVE WS-DEPT-EXPIRING TO TL-EXPIRING.
006890      MOVE WS-DEPT-LAPSED   TO TL-LAPSED.
006900      MOVE WS-DEPT-MISSING  TO TL-MISSING.
006910      WRITE REPORT-LINE FROM TOTAL-LINE.
006920      MOVE SPACES TO REPORT-LINE.
006930      WRITE REPORT-LINE.
006940 P298-WRITE-SUITE-EXCEPTION.
006950*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
006960* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
006970* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
006980      MOVE "CERTRPT0" TO EX-PROGRAM.
006990      ACCEPT EX-DATE FROM DATE YYYYMMDD.
007000      ACCEPT EX-TIME FROM TIME.
007010      WRITE SUITE-EXCEPTION-REC.
007020 P300-TERMINATION.
007030      CLOSE REPORT-FILE.
007040      CLOSE SUITE-EXCEPTION-FILE.
007050      IF (WS-TOT-LAPSED > ZERO OR WS-TOT-MISSING > ZERO)
007060         AND WS-HIGHEST-RC < 4
007070         MOVE 4 TO WS-HIGHEST-RC
007080      END-IF.
007090      DISPLAY "EXPIRING IN WINDOW   : " WS-TOT-EXPIRING.
007100      DISPLAY "REQUIRED, LAPSED     : " WS-TOT-LAPSED.
007110      DISPLAY "REQUIRED, NOT HELD   : " WS-TOT-MISSING.
007120      IF WS-LINES-DROPPED > ZERO
007130         DISPLAY "LINES NOT PRINTED    : " WS-LINES-DROPPED
007140      END-IF.
007150      DISPLAY "CERTRPT0 RETURN CODE : " WS-HIGHEST-RC.
