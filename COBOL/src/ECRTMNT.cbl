000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ECRTMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    EMPLOYEE CERTIFICATION MAINTENANCE - THE EMPCERT FILE  *
000090*    (ECRTREC LAYOUT) HOLDS ONE ROW PER EMPLOYEE PER        *
000100*    CERTIFICATION HELD, WITH THE DATE IT WAS COMPLETED AND *
000110*    THE DATE IT EXPIRES.  THIS PROGRAM APPLIES AN ECRTTRAN *
000120*    TRANSACTION FILE:                                      *
000130*      A  RECORD A NEW CERTIFICATION FOR AN EMPLOYEE        *
000140*      C  RECORD A RENEWAL - BOTH DATES ARE REPLACED        *
000150*      D  REMOVE A CERTIFICATION FROM AN EMPLOYEE           *
000160*    WITH FULL EDITS - THE CERTIFICATION ON CERTMAST, THE   *
000170*    EMPLOYEE ON THE EMPLOYEE-VS-FILE AND NOT TERMINATED,   *
000180*    THE COMPLETION DATE A REAL DATE (DATEVAL) NOT IN THE   *
000190*    FUTURE, AND THE EXPIRY DATE A REAL DATE AFTER IT.  A   *
000200*    BLANK EXPIRY DATE IS FIGURED FROM THE CERTIFICATION'S  *
000210*    VALIDITY MONTHS (NONE MEANS IT NEVER EXPIRES).  A      *
000220*    MAINTENANCE LOG GOES TO ECRTMLOG, BEFORE/AFTER         *
000230*    AUDITREC IMAGES TO AUDITLOG, AND REJECTS TO THE        *
000240*    SUITE-WIDE SUITEEXC FILE (E002).  THE UPDATED FILE     *
000250*    GOES TO ECRTOUT AND IS SWAPPED INTO PLACE BY THE JCL   *
000260*    (COMPMNT CYCLE)                                        *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000300************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMP-CERT-FILE ASSIGN TO EMPCERT
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS EMPCERT-STATUS.
000370     SELECT EMP-CERT-OUT-FILE ASSIGN TO ECRTOUT
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS ECRTOUT-STATUS.
000400     SELECT CERT-MASTER-FILE ASSIGN TO CERTMAST
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS CERTMAST-STATUS.
000430     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE  IS RANDOM
000460     RECORD KEY   IS EMP-ID
000470     FILE STATUS  IS VSAM-FILE-STATUS.
000480     SELECT ECRT-TRANS-FILE ASSIGN TO ECRTTRAN
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS ECRTTRAN-STATUS.
000510     SELECT MAINT-LOG-FILE ASSIGN TO ECRTMLOG
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS ECRTMLOG-STATUS.
000540     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000550     ORGANIZATION IS SEQUENTIAL
000560     FILE STATUS  IS AUDITLOG-STATUS.
000570     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000580     ORGANIZATION IS SEQUENTIAL
000590     FILE STATUS  IS SUITEEXC-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD EMP-CERT-FILE
000630      RECORDING MODE IS F
000640      LABEL RECORDS ARE STANDARD
000650      RECORD CONTAINS 80 CHARACTERS
000660      DATA RECORD IS EMP-CERT-REC.
000670     COPY ECRTREC.
000680 FD EMP-CERT-OUT-FILE
000690      RECORDING MODE IS F
000700      LABEL RECORDS ARE STANDARD
000710      RECORD CONTAINS 80 CHARACTERS
000720      DATA RECORD IS EMP-CERT-OUT-REC.
000730 01 EMP-CERT-OUT-REC     PIC X(80).
000740 FD CERT-MASTER-FILE
000750      RECORDING MODE IS F
000760      LABEL RECORDS ARE STANDARD
000770      RECORD CONTAINS 80 CHARACTERS
000780      DATA RECORD IS CERT-MASTER-REC.
000790     COPY CERTREC.
000800 FD EMPLOYEE-VS-FILE.
000810     COPY EMPREC.
000820 FD ECRT-TRANS-FILE
000830      RECORDING MODE IS F
000840      LABEL RECORDS ARE STANDARD
000850      RECORD CONTAINS 80 CHARACTERS
000860      DATA RECORD IS ECRT-TRANS-REC.
000870 01 ECRT-TRANS-REC.
000880     05 ET-ACTION-CODE     PIC X(1).
000890       88 ET-ADD-CERT      VALUE "A".
000900       88 ET-RENEW-CERT    VALUE "C".
000910       88 ET-DELETE-CERT   VALUE "D".
000920     05 ET-EMP-ID          PIC X(6).
000930     05 ET-EMP-ID-N REDEFINES ET-EMP-ID PIC 9(6).
000940     05 ET-CERT-CODE       PIC X(4).
000950     05 ET-COMPLETED-DATE  PIC X(8).
000960     05 ET-EXPIRY-DATE     PIC X(8).
000970     05 ET-USER-ID         PIC X(8).
000980     05 FILLER             PIC X(45).
000990 FD MAINT-LOG-FILE
001000      RECORDING MODE IS F
001010      LABEL RECORDS ARE STANDARD
001020      DATA RECORD IS MAINT-LOG-REC.
001030 01 MAINT-LOG-REC.
001040     05 ML-ACTION-CODE     PIC X(1).
001050     05 FILLER             PIC X(1).
001060     05 ML-EMP-ID          PIC X(6).
001070     05 FILLER             PIC X(1).
001080     05 ML-CERT-CODE       PIC X(4).
001090     05 FILLER             PIC X(1).
001100     05 ML-EXPIRY-DATE     PIC X(8).
001110     05 FILLER             PIC X(1).
001120     05 ML-RESULT          PIC X(10).
001130     05 ML-MESSAGE         PIC X(40).
001140     05 FILLER             PIC X(7).
001150 FD AUDIT-TRAIL-FILE
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD
001180      RECORD CONTAINS 303 CHARACTERS
001190      DATA RECORD IS AUDIT-TRAIL-REC.
001200     COPY AUDITREC.
001210 FD SUITE-EXCEPTION-FILE
001220      RECORDING MODE IS F
001230      LABEL RECORDS ARE STANDARD
001240      RECORD CONTAINS 80 CHARACTERS
001250      DATA RECORD IS SUITE-EXCEPTION-REC.
001260     COPY EXCPTREC.
001270 WORKING-STORAGE SECTION.
001280     COPY AUDSPARM.
001290     COPY FSTATCOM.
001300 01 EMPCERT-STATUS       PIC X(2).
001310   88 EMPCERT-OK         VALUE "00".
001320 01 ECRTOUT-STATUS       PIC X(2).
001330 01 CERTMAST-STATUS      PIC X(2).
001340   88 CERTMAST-OK        VALUE "00".
001350 01 ECRTTRAN-STATUS      PIC X(2).
001360   88 ECRTTRAN-OK        VALUE "00".
001370 01 ECRTMLOG-STATUS      PIC X(2).
001380 01 AUDITLOG-STATUS      PIC X(2).
001390 01 SUITEEXC-STATUS      PIC X(2).
001400     COPY DATEPARM.
001410 01 WS-EMPCERT-EOF-SW    PIC X(1) VALUE "N".
001420   88 WS-EMPCERT-DONE    VALUE "Y".
001430 01 WS-CERTMAST-EOF-SW   PIC X(1) VALUE "N".
001440   88 WS-CERTMAST-DONE   VALUE "Y".
001450 01 WS-ECRTTRAN-EOF-SW   PIC X(1) VALUE "N".
001460   88 WS-ECRTTRAN-DONE   VALUE "Y".
001470 01 WS-MAX-CERTS         PIC 9(3) VALUE 200.
001480 01 WS-CERT-COUNT        PIC 9(3) VALUE ZERO.
001490 01 WS-CERT-TABLE.
001500    05 WS-CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
001510      10 WS-CT-CERT-CODE  PIC X(4).
001520      10 WS-CT-VALID-MONTHS PIC 9(3).
001530 01 WS-MAX-ECRT-ROWS     PIC 9(5) VALUE 5000.
001540 01 WS-ECRT-ROW-COUNT    PIC 9(5) VALUE ZERO.
001550 01 WS-ECRT-TABLE.
001560    05 WS-EC-ENTRY OCCURS 5000 TIMES INDEXED BY EC-IDX.
001570      10 WS-EC-EMP-ID     PIC 9(6).
001580      10 WS-EC-CERT-CODE  PIC X(4).
001590      10 WS-EC-COMPLETED  PIC 9(8).
001600      10 WS-EC-EXPIRY     PIC 9(8).
001610      10 WS-EC-DELETED-SW PIC X(1).
001620        88 WS-EC-DELETED  VALUE "Y".
001630 01 WS-ROW-FOUND-SW      PIC X(1).
001640   88 WS-ROW-FOUND       VALUE "Y".
001650   88 WS-ROW-NOT-FOUND   VALUE "N".
001660 01 WS-CERT-FOUND-SW     PIC X(1).
001670   88 WS-CERT-FOUND      VALUE "Y".
001680   88 WS-CERT-NOT-FOUND  VALUE "N".
001690 01 WS-REJECT-SW         PIC X(1).
001700   88 WS-TRAN-REJECTED   VALUE "Y".
001710   88 WS-TRAN-ACCEPTED   VALUE "N".
001720 01 WS-REJECT-REASON     PIC X(40).
001730 01 WS-BEFORE-IMAGE      PIC X(80).
001740 01 WS-AUDIT-ACTION      PIC X(8).
001750 01 WS-RUN-DATE          PIC 9(8).
001760 01 WS-TRAN-COMPLETED    PIC 9(8).
001770 01 WS-TRAN-EXPIRY       PIC 9(8).
001780 01 WS-EDIT-DATE         PIC X(8).
001790*    EXPIRY FIGURED FROM THE COMPLETION DATE - SAME DAY OF
001800* THE MONTH, VALIDITY MONTHS LATER, PULLED BACK TO THE LAST
001810* DAY OF A SHORTER MONTH
001820 01 WS-EXPIRY-WORK.
001830    05 WS-XW-DATE.
001840      10 WS-XW-YEAR      PIC 9(4).
001850      10 WS-XW-MONTH     PIC 9(2).
001860      10 WS-XW-DAY       PIC 9(2).
001870    05 WS-XW-DATE-N REDEFINES WS-XW-DATE PIC 9(8).
001880    05 WS-XW-MONTHS      PIC 9(6).
001890    05 WS-XW-YEARS       PIC 9(4).
001900    05 WS-XW-REMAINDER   PIC 9(2).
001910 01 WS-ECRT-WORK-REC.
001920     05 WK-EMP-ID          PIC 9(6).
001930     05 WK-CERT-CODE       PIC X(4).
001940     05 WK-COMPLETED-DATE  PIC 9(8).
001950     05 WK-EXPIRY-DATE     PIC 9(8).
001960     05 FILLER             PIC X(54).
001970 01 WS-DATE-BUILD.
001980    05 WS-DB-YEAR    PIC X(4).
001990    05 FILLER        PIC X(1) VALUE "-".
002000    05 WS-DB-MONTH   PIC X(2).
002010    05 FILLER        PIC X(1) VALUE "-".
002020    05 WS-DB-DAY     PIC X(2).
002030 01 WS-COUNTERS.
002040     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
002050     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
002060     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
002070 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
002080 PROCEDURE DIVISION.
002090 000-MAIN-PROCEDURE.
002100      PERFORM 1000-INITIALIZE.
002110      PERFORM 2000-PROCESS-TRANSACTIONS.
002120      PERFORM 3000-TERMINATE.
002130      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002140      STOP RUN.
002150 1000-INITIALIZE.
002160      OPEN INPUT EMP-CERT-FILE.
002170      IF NOT EMPCERT-OK
002180         DISPLAY "FAILURE TO OPEN EMPCERT " EMPCERT-STATUS
002190         MOVE 12 TO RETURN-CODE
002200         STOP RUN
002210      END-IF.
002220      OPEN INPUT CERT-MASTER-FILE.
002230      IF NOT CERTMAST-OK
002240         DISPLAY "FAILURE TO OPEN CERTMAST " CERTMAST-STATUS
002250         MOVE 12 TO RETURN-CODE
002260         STOP RUN
002270      END-IF.
002280      OPEN INPUT EMPLOYEE-VS-FILE.
002290      IF NOT VSAM-OK
002300         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002310         MOVE 12 TO RETURN-CODE
002320         STOP RUN
002330      END-IF.
002340      OPEN INPUT ECRT-TRANS-FILE.
002350      IF NOT ECRTTRAN-OK
002360         DISPLAY "FAILURE TO OPEN ECRTTRAN " ECRTTRAN-STATUS
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390      END-IF.
002400      OPEN OUTPUT EMP-CERT-OUT-FILE.
002410      OPEN OUTPUT MAINT-LOG-FILE.
002420      OPEN EXTEND AUDIT-TRAIL-FILE.
002430      MOVE "ECRTMNT" TO AUDS-PROGRAM.
002440      SET AUDS-FUNC-OPEN TO TRUE.
002450      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002460      OPEN EXTEND SUITE-EXCEPTION-FILE.
002470      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002480      PERFORM 1100-LOAD-CERT-TABLE.
002490      PERFORM 1200-LOAD-ECRT-TABLE.
002500 1100-LOAD-CERT-TABLE.
002510      PERFORM UNTIL WS-CERTMAST-DONE
002520         READ CERT-MASTER-FILE
002530            AT END
002540               SET WS-CERTMAST-DONE TO TRUE
002550            NOT AT END
002560               IF WS-CERT-COUNT < WS-MAX-CERTS
002570                  ADD 1 TO WS-CERT-COUNT
002580                  SET CT-IDX TO WS-CERT-COUNT
002590                  MOVE CE-CERT-CODE    TO WS-CT-CERT-CODE (CT-IDX)
002600                  MOVE CE-VALID-MONTHS
002610                     TO WS-CT-VALID-MONTHS (CT-IDX)
002620               ELSE
002630                  DISPLAY "CERTIFICATION TABLE FULL - CERT "
002640                     CE-CERT-CODE " IGNORED"
002650               END-IF
002660         END-READ
002670      END-PERFORM.
002680      CLOSE CERT-MASTER-FILE.
002690      DISPLAY "CERTIFICATIONS LOADED : " WS-CERT-COUNT.
002700 1200-LOAD-ECRT-TABLE.
002710      PERFORM UNTIL WS-EMPCERT-DONE
002720         READ EMP-CERT-FILE
002730            AT END
002740               SET WS-EMPCERT-DONE TO TRUE
002750            NOT AT END
002760               PERFORM 1210-LOAD-ONE-ROW
002770         END-READ
002780      END-PERFORM.
002790      DISPLAY "EMPCERT ROWS LOADED   : " WS-ECRT-ROW-COUNT.
002800 1210-LOAD-ONE-ROW.
002810      IF WS-ECRT-ROW-COUNT >= WS-MAX-ECRT-ROWS
002820         DISPLAY "EMPCERT TABLE FULL - ROW DROPPED FOR EMP "
002830            EC-EMP-ID
002840         MOVE 12 TO WS-HIGHEST-RC
002850      ELSE
002860         ADD 1 TO WS-ECRT-ROW-COUNT
002870         SET EC-IDX TO WS-ECRT-ROW-COUNT
002880         MOVE EC-EMP-ID         TO WS-EC-EMP-ID (EC-IDX)
002890         MOVE EC-CERT-CODE      TO WS-EC-CERT-CODE (EC-IDX)
002900         MOVE EC-COMPLETED-DATE TO WS-EC-COMPLETED (EC-IDX)
002910         MOVE EC-EXPIRY-DATE    TO WS-EC-EXPIRY (EC-IDX)
002920         MOVE "N"               TO WS-EC-DELETED-SW (EC-IDX)
002930      END-IF.
002940 2000-PROCESS-TRANSACTIONS.
002950      PERFORM UNTIL WS-ECRTTRAN-DONE
002960         READ ECRT-TRANS-FILE
002970            AT END
002980               SET WS-ECRTTRAN-DONE TO TRUE
002990            NOT AT END
003000               ADD 1 TO WS-TRANS-COUNT
003010               PERFORM 2100-APPLY-ONE-TRANSACTION
003020         END-READ
003030      END-PERFORM.
003040 2100-APPLY-ONE-TRANSACTION.
003050      SET WS-TRAN-ACCEPTED TO TRUE.
003060      MOVE SPACES TO WS-REJECT-REASON.
003070      MOVE ZERO TO WS-TRAN-EXPIRY.
003080      PERFORM 2110-EDIT-TRANSACTION.
003090      IF WS-TRAN-ACCEPTED
003100         EVALUATE TRUE
003110            WHEN ET-ADD-CERT
003120               PERFORM 2200-ADD-EMP-CERT
003130            WHEN ET-RENEW-CERT
003140               PERFORM 2250-RENEW-EMP-CERT
003150            WHEN ET-DELETE-CERT
003160               PERFORM 2300-DELETE-EMP-CERT
003170         END-EVALUATE
003180      END-IF.
003190      PERFORM 2600-WRITE-LOG-LINE.
003200 2110-EDIT-TRANSACTION.
003210      IF NOT (ET-ADD-CERT OR ET-RENEW-CERT OR ET-DELETE-CERT)
003220         SET WS-TRAN-REJECTED TO TRUE
003230         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
003240      END-IF.
003250      IF WS-TRAN-ACCEPTED AND ET-EMP-ID IS NOT NUMERIC
003260         SET WS-TRAN-REJECTED TO TRUE
003270         MOVE "EMP-ID IS NOT NUMERIC" TO WS-REJECT-REASON
003280      END-IF.
003290      IF WS-TRAN-ACCEPTED AND ET-CERT-CODE = SPACES
003300         SET WS-TRAN-REJECTED TO TRUE
003310         MOVE "CERT CODE IS BLANK" TO WS-REJECT-REASON
003320      END-IF.
003330*    A CERTIFICATION HELD BY AN EMPLOYEE SINCE TERMINATED, OR
003340* ONE SINCE DROPPED FROM CERTMAST, MAY STILL BE REMOVED - THE
003350* REST OF THE EDITS ARE FOR THE ROW BEING ADDED OR RENEWED
003360      IF WS-TRAN-ACCEPTED AND NOT ET-DELETE-CERT
003370         PERFORM 2120-EDIT-CERTIFICATION
003380      END-IF.
003390      IF WS-TRAN-ACCEPTED AND NOT ET-DELETE-CERT
003400         PERFORM 2130-EDIT-EMPLOYEE
003410      END-IF.
003420      IF WS-TRAN-ACCEPTED AND NOT ET-DELETE-CERT
003430         PERFORM 2140-EDIT-COMPLETED-DATE
003440      END-IF.
003450      IF WS-TRAN-ACCEPTED AND NOT ET-DELETE-CERT
003460         PERFORM 2150-EDIT-EXPIRY-DATE
003470      END-IF.
003480 2120-EDIT-CERTIFICATION.
003490      SET WS-CERT-NOT-FOUND TO TRUE.
003500      PERFORM VARYING CT-IDX FROM 1 BY 1
003510         UNTIL CT-IDX > WS-CERT-COUNT
003520         IF WS-CT-CERT-CODE (CT-IDX) = ET-CERT-CODE
003530            SET WS-CERT-FOUND TO TRUE
003540            EXIT PERFORM
003550         END-IF
003560      END-PERFORM.
003570      IF WS-CERT-NOT-FOUND
003580         SET WS-TRAN-REJECTED TO TRUE
003590         MOVE "CERTIFICATION NOT ON CERTMAST"
003600            TO WS-REJECT-REASON
003610      END-IF.
003620 2130-EDIT-EMPLOYEE.
003630      MOVE ET-EMP-ID-N TO EMP-ID.
003640      READ EMPLOYEE-VS-FILE
003650         INVALID KEY
003660            SET WS-TRAN-REJECTED TO TRUE
003670            MOVE "EMPLOYEE NOT ON EMPVSFIL" TO WS-REJECT-REASON
003680      END-READ.
003690      IF WS-TRAN-ACCEPTED AND EMP-TERMINATED
003700         SET WS-TRAN-REJECTED TO TRUE
003710         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
003720      END-IF.
003730 2140-EDIT-COMPLETED-DATE.
003740      MOVE ET-COMPLETED-DATE TO WS-EDIT-DATE.
003750      PERFORM 2160-VALIDATE-DATE.
003760      IF DP-DATE-INVALID
003770         SET WS-TRAN-REJECTED TO TRUE
003780         MOVE "BAD COMPLETION DATE" TO WS-REJECT-REASON
003790      ELSE
003800         MOVE ET-COMPLETED-DATE TO WS-TRAN-COMPLETED
003810         IF WS-TRAN-COMPLETED > WS-RUN-DATE
003820            SET WS-TRAN-REJECTED TO TRUE
003830            MOVE "COMPLETION DATE IS IN THE FUTURE"
003840               TO WS-REJECT-REASON
003850         END-IF
003860      END-IF.
003870 2150-EDIT-EXPIRY-DATE.
003880*    BLANK MEANS FIGURE IT FROM THE CERTIFICATION - CT-IDX
003890* STILL POINTS AT THE CERTMAST ENTRY FOUND BY 2120
003900      IF ET-EXPIRY-DATE = SPACES
003910         PERFORM 2170-COMPUTE-EXPIRY
003920      ELSE
003930         MOVE ET-EXPIRY-DATE TO WS-EDIT-DATE
003940         PERFORM 2160-VALIDATE-DATE
003950         IF DP-DATE-INVALID
003960            SET WS-TRAN-REJECTED TO TRUE
003970            MOVE "BAD EXPIRY DATE" TO WS-REJECT-REASON
003980         ELSE
003990            MOVE ET-EXPIRY-DATE TO WS-TRAN-EXPIRY
004000            IF WS-TRAN-EXPIRY NOT > WS-TRAN-COMPLETED
004010               SET WS-TRAN-REJECTED TO TRUE
004020               MOVE "EXPIRY NOT AFTER COMPLETION DATE"
004030                  TO WS-REJECT-REASON
004040            END-IF
004050         END-IF
004060      END-IF.
004070 2160-VALIDATE-DATE.
004080*    YYYYMMDD FROM THE TRANSACTION, CHECKED THROUGH DATEVAL IN
004090* ITS DASHED FORM
004100      IF WS-EDIT-DATE IS NOT NUMERIC
004110         SET DP-DATE-INVALID TO TRUE
004120      ELSE
004130         MOVE WS-EDIT-DATE (1:4) TO WS-DB-YEAR
004140         MOVE WS-EDIT-DATE (5:2) TO WS-DB-MONTH
004150         MOVE WS-EDIT-DATE (7:2) TO WS-DB-DAY
004160         MOVE WS-DATE-BUILD TO DP-DATE-IN
004170         SET DP-AGE-NOT-WANTED TO TRUE
004180         SET DP-BUSDAY-NOT-WANTED TO TRUE
004190         SET DP-OFFSET-NOT-WANTED TO TRUE
004200         CALL "DATEVAL" USING DATE-PARM-BLOCK
004210      END-IF.
004220 2170-COMPUTE-EXPIRY.
004230      IF WS-CT-VALID-MONTHS (CT-IDX) = ZERO
004240         MOVE 99999999 TO WS-TRAN-EXPIRY
004250      ELSE
004260         MOVE WS-TRAN-COMPLETED TO WS-XW-DATE-N
004270         COMPUTE WS-XW-MONTHS = WS-XW-YEAR * 12
004280                              + WS-XW-MONTH - 1
004290                              + WS-CT-VALID-MONTHS (CT-IDX)
004300         DIVIDE WS-XW-MONTHS BY 12 GIVING WS-XW-YEARS
004310            REMAINDER WS-XW-REMAINDER
004320         MOVE WS-XW-YEARS TO WS-XW-YEAR
004330         COMPUTE WS-XW-MONTH = WS-XW-REMAINDER + 1
004340*    DATEVAL ON THE FIRST OF THE TARGET MONTH RETURNS HOW
004350* MANY DAYS THAT MONTH HAS
004360         MOVE WS-XW-YEAR  TO WS-DB-YEAR
004370         MOVE WS-XW-MONTH TO WS-DB-MONTH
004380         MOVE "01"        TO WS-DB-DAY
004390         MOVE WS-DATE-BUILD TO DP-DATE-IN
004400         SET DP-AGE-NOT-WANTED TO TRUE
004410         SET DP-BUSDAY-NOT-WANTED TO TRUE
004420         SET DP-OFFSET-NOT-WANTED TO TRUE
004430         CALL "DATEVAL" USING DATE-PARM-BLOCK
004440         IF WS-XW-DAY > DP-DAYS-IN-MONTH
004450            MOVE DP-DAYS-IN-MONTH TO WS-XW-DAY
004460         END-IF
004470         MOVE WS-XW-DATE-N TO WS-TRAN-EXPIRY
004480      END-IF.
004490 2180-FIND-ECRT-ROW.
004500      SET WS-ROW-NOT-FOUND TO TRUE.
004510      PERFORM VARYING EC-IDX FROM 1 BY 1
004520         UNTIL EC-IDX > WS-ECRT-ROW-COUNT
004530         IF WS-EC-EMP-ID (EC-IDX) = ET-EMP-ID-N AND
004540            WS-EC-CERT-CODE (EC-IDX) = ET-CERT-CODE AND
004550            NOT WS-EC-DELETED (EC-IDX)
004560            SET WS-ROW-FOUND TO TRUE
004570            EXIT PERFORM
004580         END-IF
004590      END-PERFORM.
004600 2200-ADD-EMP-CERT.
004610      PERFORM 2180-FIND-ECRT-ROW.
004620      IF WS-ROW-FOUND
004630         SET WS-TRAN-REJECTED TO TRUE
004640         MOVE "CERTIFICATION ALREADY HELD - RENEW"
004650            TO WS-REJECT-REASON
004660      ELSE
004670         IF WS-ECRT-ROW-COUNT >= WS-MAX-ECRT-ROWS
004680            SET WS-TRAN-REJECTED TO TRUE
004690            MOVE "EMPCERT TABLE FULL" TO WS-REJECT-REASON
004700         ELSE
004710            ADD 1 TO WS-ECRT-ROW-COUNT
004720            SET EC-IDX TO WS-ECRT-ROW-COUNT
004730            MOVE ET-EMP-ID-N       TO WS-EC-EMP-ID (EC-IDX)
004740            MOVE ET-CERT-CODE      TO WS-EC-CERT-CODE (EC-IDX)
004750            MOVE WS-TRAN-COMPLETED TO WS-EC-COMPLETED (EC-IDX)
004760            MOVE WS-TRAN-EXPIRY    TO WS-EC-EXPIRY (EC-IDX)
004770            MOVE "N"               TO WS-EC-DELETED-SW (EC-IDX)
004780            MOVE SPACES            TO WS-BEFORE-IMAGE
004790            MOVE "CERTADD"         TO WS-AUDIT-ACTION
004800            PERFORM 2700-WRITE-AUDIT-REC
004810         END-IF
004820      END-IF.
004830 2250-RENEW-EMP-CERT.
004840      PERFORM 2180-FIND-ECRT-ROW.
004850      IF WS-ROW-NOT-FOUND
004860         SET WS-TRAN-REJECTED TO TRUE
004870         MOVE "CERTIFICATION NOT HELD - ADD IT"
004880            TO WS-REJECT-REASON
004890      ELSE
004900         PERFORM 2190-FORMAT-ECRT-ROW
004910         MOVE WS-ECRT-WORK-REC TO WS-BEFORE-IMAGE
004920         MOVE WS-TRAN-COMPLETED TO WS-EC-COMPLETED (EC-IDX)
004930         MOVE WS-TRAN-EXPIRY    TO WS-EC-EXPIRY (EC-IDX)
004940         MOVE "CERTCHG" TO WS-AUDIT-ACTION
004950         PERFORM 2700-WRITE-AUDIT-REC
004960      END-IF.
004970 2300-DELETE-EMP-CERT.
004980      PERFORM 2180-FIND-ECRT-ROW.
004990      IF WS-ROW-NOT-FOUND
005000         SET WS-TRAN-REJECTED TO TRUE
005010         MOVE "CERTIFICATION NOT HELD" TO WS-REJECT-REASON
005020      ELSE
005030         PERFORM 2190-FORMAT-ECRT-ROW
005040         MOVE WS-ECRT-WORK-REC TO WS-BEFORE-IMAGE
005050         MOVE WS-EC-EXPIRY (EC-IDX) TO WS-TRAN-EXPIRY
005060         SET WS-EC-DELETED (EC-IDX) TO TRUE
005070         MOVE "CERTDEL" TO WS-AUDIT-ACTION
005080         PERFORM 2700-WRITE-AUDIT-REC
005090      END-IF.
005100 2190-FORMAT-ECRT-ROW.
005110      MOVE SPACES TO WS-ECRT-WORK-REC.
005120      MOVE WS-EC-EMP-ID (EC-IDX)    TO WK-EMP-ID.
005130      MOVE WS-EC-CERT-CODE (EC-IDX) TO WK-CERT-CODE.
005140      MOVE WS-EC-COMPLETED (EC-IDX) TO WK-COMPLETED-DATE.
005150      MOVE WS-EC-EXPIRY (EC-IDX)    TO WK-EXPIRY-DATE.
005160 2600-WRITE-LOG-LINE.
005170      MOVE SPACES          TO MAINT-LOG-REC.
005180      MOVE ET-ACTION-CODE  TO ML-ACTION-CODE.
005190      MOVE ET-EMP-ID       TO ML-EMP-ID.
005200      MOVE ET-CERT-CODE    TO ML-CERT-CODE.
005210      IF WS-TRAN-REJECTED
005220         ADD 1 TO WS-REJECT-COUNT
005230         MOVE "REJECTED" TO ML-RESULT
005240         MOVE WS-REJECT-REASON TO ML-MESSAGE
005250         MOVE "M"              TO EX-SEVERITY
005260         MOVE ET-EMP-ID        TO EX-KEY
005270         MOVE "E002"           TO EX-REASON-CODE
005280         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
005290         PERFORM 2800-WRITE-SUITE-EXCEPTION
005300      ELSE
005310         ADD 1 TO WS-APPLIED-COUNT
005320         MOVE WS-TRAN-EXPIRY TO ML-EXPIRY-DATE
005330         MOVE "APPLIED"  TO ML-RESULT
005340         MOVE SPACES     TO ML-MESSAGE
005350      END-IF.
005360      WRITE MAINT-LOG-REC.
005370 2700-WRITE-AUDIT-REC.
005380*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
005390* EMPCERT ROW IMAGE RIDES THE BEFORE/AFTER FIELDS
005400      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
005410      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
005420      ACCEPT AUDIT-TIME FROM TIME.
005430      MOVE "ECRTMNT"        TO AUDIT-PROGRAM.
005440      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
005450      MOVE ET-EMP-ID-N      TO AUDIT-EMP-ID.
005460      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
005470      IF ET-DELETE-CERT
005480         MOVE SPACES TO AUDIT-AFTER-IMAGE
005490      ELSE
005500         PERFORM 2190-FORMAT-ECRT-ROW
005510         MOVE WS-ECRT-WORK-REC TO AUDIT-AFTER-IMAGE
005520      END-IF.
005530      MOVE ET-USER-ID       TO AUDIT-USER-ID.
005540      SET AUDS-FUNC-NEXT TO TRUE.
005550      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005560      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
005570      WRITE AUDIT-TRAIL-REC.
005580 2800-WRITE-SUITE-EXCEPTION.
005590*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
005600* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
005610* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
005620      MOVE "ECRTMNT" TO EX-PROGRAM.
005630      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005640      ACCEPT EX-TIME FROM TIME.
005650      WRITE SUITE-EXCEPTION-REC.
005660 3000-TERMINATE.
005670      PERFORM 3100-WRITE-ECRT-OUT.
005680      CLOSE EMP-CERT-FILE.
005690      CLOSE EMPLOYEE-VS-FILE.
005700      CLOSE ECRT-TRANS-FILE.
005710      CLOSE EMP-CERT-OUT-FILE.
005720      CLOSE MAINT-LOG-FILE.
005730      CLOSE AUDIT-TRAIL-FILE.
005740      SET AUDS-FUNC-CLOSE TO TRUE.
005750      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005760      CLOSE SUITE-EXCEPTION-FILE.
005770      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
005780      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
005790      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
005800      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
005810         MOVE 4 TO WS-HIGHEST-RC
005820      END-IF.
005830      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
005840         DISPLAY "ECRTTRAN WAS EMPTY - NOTHING APPLIED"
005850         MOVE 8 TO WS-HIGHEST-RC
005860      END-IF.
005870      DISPLAY "ECRTMNT RETURN CODE   : " WS-HIGHEST-RC.
005880 3100-WRITE-ECRT-OUT.
005890      PERFORM VARYING EC-IDX FROM 1 BY 1
005900         UNTIL EC-IDX > WS-ECRT-ROW-COUNT
005910         IF NOT WS-EC-DELETED (EC-IDX)
005920            PERFORM 2190-FORMAT-ECRT-ROW
005930            WRITE EMP-CERT-OUT-REC FROM WS-ECRT-WORK-REC
005940         END-IF
005950      END-PERFORM.
