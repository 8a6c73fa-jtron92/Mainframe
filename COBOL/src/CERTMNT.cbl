000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTMNT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    CERTIFICATION MASTER MAINTENANCE - THE CERTMAST FILE   *
000090*    (CERTREC LAYOUT) HOLDS ONE RECORD PER CERTIFICATION    *
000100*    THE STORES TRACK: ITS DESCRIPTION, HOW MANY MONTHS A   *
000110*    COMPLETION STAYS GOOD, AND THE JOB CODES THAT REQUIRE  *
000120*    IT.  THIS PROGRAM APPLIES A CERTTRAN TRANSACTION FILE: *
000130*      A  ADD A CERTIFICATION                               *
000140*      C  CHANGE A CERTIFICATION - DESCRIPTION, VALIDITY,   *
000150*         AND THE REQUIRED JOB CODES ARE ALL REPLACED       *
000160*      D  DELETE A CERTIFICATION                            *
000170*    WITH FULL EDITS (DESCRIPTION PRESENT, VALIDITY MONTHS  *
000180*    NUMERIC, EVERY REQUIRED JOB CODE ON THE JOBCODES       *
000190*    MASTER, NO DELETE WHILE AN EMPLOYEE STILL HOLDS THE    *
000200*    CERTIFICATION ON EMPCERT), A MAINTENANCE LOG ON        *
000210*    CERTMLOG, BEFORE/AFTER AUDITREC IMAGES ON AUDITLOG     *
000220*    (THE CERT CODE IS NOT AN EMP-ID, SO AUDIT-EMP-ID IS    *
000230*    LEFT ZERO AND THE CODE RIDES IN THE IMAGES), AND       *
000240*    REJECTS TO THE SUITE-WIDE SUITEEXC FILE (E001).  THE   *
000250*    UPDATED FILE GOES TO CERTOUT AND IS SWAPPED INTO PLACE *
000260*    BY THE JCL (COMPMNT CYCLE)                             *
000270************************************************************
000280* MODIFICATION HISTORY                                     *
000290*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000300************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CERT-MASTER-FILE ASSIGN TO CERTMAST
000350     ORGANIZATION IS SEQUENTIAL
000360     FILE STATUS  IS CERTMAST-STATUS.
000370     SELECT CERT-MASTER-OUT-FILE ASSIGN TO CERTOUT
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS CERTOUT-STATUS.
000400     SELECT JOB-CODE-MASTER-FILE ASSIGN TO JOBCODES
000410     ORGANIZATION IS SEQUENTIAL
000420     FILE STATUS  IS JOBCODES-STATUS.
000430     SELECT EMP-CERT-FILE ASSIGN TO EMPCERT
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS  IS EMPCERT-STATUS.
000460     SELECT CERT-TRANS-FILE ASSIGN TO CERTTRAN
000470     ORGANIZATION IS SEQUENTIAL
000480     FILE STATUS  IS CERTTRAN-STATUS.
000490     SELECT MAINT-LOG-FILE ASSIGN TO CERTMLOG
000500     ORGANIZATION IS SEQUENTIAL
000510     FILE STATUS  IS CERTMLOG-STATUS.
000520     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000530     ORGANIZATION IS SEQUENTIAL
000540     FILE STATUS  IS AUDITLOG-STATUS.
000550     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000560     ORGANIZATION IS SEQUENTIAL
000570     FILE STATUS  IS SUITEEXC-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD CERT-MASTER-FILE
000610      RECORDING MODE IS F
000620      LABEL RECORDS ARE STANDARD
000630      RECORD CONTAINS 80 CHARACTERS
000640      DATA RECORD IS CERT-MASTER-REC.
000650     COPY CERTREC.
000660 FD CERT-MASTER-OUT-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000690      RECORD CONTAINS 80 CHARACTERS
000700      DATA RECORD IS CERT-MASTER-OUT-REC.
000710 01 CERT-MASTER-OUT-REC  PIC X(80).
000720 FD JOB-CODE-MASTER-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 80 CHARACTERS
000760      DATA RECORD IS JOB-CODE-REC.
000770     COPY JOBCREC.
000780 FD EMP-CERT-FILE
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      RECORD CONTAINS 80 CHARACTERS
000820      DATA RECORD IS EMP-CERT-REC.
000830     COPY ECRTREC.
000840 FD CERT-TRANS-FILE
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      RECORD CONTAINS 80 CHARACTERS
000880      DATA RECORD IS CERT-TRANS-REC.
000890 01 CERT-TRANS-REC.
000900     05 CX-ACTION-CODE     PIC X(1).
000910       88 CX-ADD-CERT      VALUE "A".
000920       88 CX-CHANGE-CERT   VALUE "C".
000930       88 CX-DELETE-CERT   VALUE "D".
000940     05 CX-CERT-CODE       PIC X(4).
000950     05 CX-CERT-DESC       PIC X(30).
000960     05 CX-VALID-MONTHS    PIC X(3).
000970     05 CX-VALID-MONTHS-N REDEFINES CX-VALID-MONTHS PIC 9(3).
000980     05 CX-REQUIRED-JOBS.
000990       10 CX-REQ-JOB-CODE  PIC X(4) OCCURS 8 TIMES.
001000     05 CX-USER-ID         PIC X(8).
001010     05 FILLER             PIC X(2).
001020 FD MAINT-LOG-FILE
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD
001050      DATA RECORD IS MAINT-LOG-REC.
001060 01 MAINT-LOG-REC.
001070     05 ML-ACTION-CODE     PIC X(1).
001080     05 FILLER             PIC X(1).
001090     05 ML-CERT-CODE       PIC X(4).
001100     05 FILLER             PIC X(1).
001110     05 ML-CERT-DESC       PIC X(20).
001120     05 FILLER             PIC X(1).
001130     05 ML-RESULT          PIC X(10).
001140     05 ML-MESSAGE         PIC X(40).
001150     05 FILLER             PIC X(2).
001160 FD AUDIT-TRAIL-FILE
001170      RECORDING MODE IS F
001180      LABEL RECORDS ARE STANDARD
001190      RECORD CONTAINS 303 CHARACTERS
001200      DATA RECORD IS AUDIT-TRAIL-REC.
001210     COPY AUDITREC.
001220 FD SUITE-EXCEPTION-FILE
001230      RECORDING MODE IS F
001240      LABEL RECORDS ARE STANDARD
001250      RECORD CONTAINS 80 CHARACTERS
001260      DATA RECORD IS SUITE-EXCEPTION-REC.
001270     COPY EXCPTREC.
001280 WORKING-STORAGE SECTION.
001290     COPY AUDSPARM.
001300 01 CERTMAST-STATUS      PIC X(2).
001310   88 CERTMAST-OK        VALUE "00".
001320 01 CERTOUT-STATUS       PIC X(2).
001330 01 JOBCODES-STATUS      PIC X(2).
001340   88 JOBCODES-OK        VALUE "00".
001350 01 EMPCERT-STATUS       PIC X(2).
001360   88 EMPCERT-OK         VALUE "00".
001370 01 CERTTRAN-STATUS      PIC X(2).
001380   88 CERTTRAN-OK        VALUE "00".
001390 01 CERTMLOG-STATUS      PIC X(2).
001400 01 AUDITLOG-STATUS      PIC X(2).
001410 01 SUITEEXC-STATUS      PIC X(2).
001420 01 WS-CERTMAST-EOF-SW   PIC X(1) VALUE "N".
001430   88 WS-CERTMAST-DONE   VALUE "Y".
001440 01 WS-JOBCODES-EOF-SW   PIC X(1) VALUE "N".
001450   88 WS-JOBCODES-DONE   VALUE "Y".
001460 01 WS-EMPCERT-EOF-SW    PIC X(1) VALUE "N".
001470   88 WS-EMPCERT-DONE    VALUE "Y".
001480 01 WS-CERTTRAN-EOF-SW   PIC X(1) VALUE "N".
001490   88 WS-CERTTRAN-DONE   VALUE "Y".
001500 01 WS-MAX-JOBS          PIC 9(3) VALUE 200.
001510 01 WS-JOB-COUNT         PIC 9(3) VALUE ZERO.
001520 01 WS-JOB-TABLE.
001530    05 WS-JT-JOB-CODE    PIC X(4) OCCURS 200 TIMES
001540                         INDEXED BY JOB-IDX.
001550 01 WS-MAX-CERTS         PIC 9(3) VALUE 200.
001560 01 WS-CERT-COUNT        PIC 9(3) VALUE ZERO.
001570 01 WS-CERT-TABLE.
001580    05 WS-CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
001590      10 WS-CT-CERT-CODE  PIC X(4).
001600      10 WS-CT-CERT-DESC  PIC X(30).
001610      10 WS-CT-VALID-MONTHS PIC 9(3).
001620      10 WS-CT-REQUIRED-JOBS PIC X(32).
001630      10 WS-CT-DELETED-SW PIC X(1).
001640        88 WS-CT-DELETED  VALUE "Y".
001650*    HOW MANY EMPCERT ROWS HOLD EACH CERTIFICATION CODE - A
001660* CODE STILL HELD BY ANYONE MAY NOT BE DELETED
001670 01 WS-HELD-COUNT        PIC 9(3) VALUE ZERO.
001680 01 WS-HELD-TABLE.
001690    05 WS-HELD-ENTRY OCCURS 200 TIMES INDEXED BY HELD-IDX.
001700      10 WS-HT-CERT-CODE  PIC X(4).
001710      10 WS-HT-HOLDERS    PIC 9(5).
001720 01 WS-HELD-FOUND-SW     PIC X(1).
001730   88 WS-HELD-FOUND      VALUE "Y".
001740   88 WS-HELD-NOT-FOUND  VALUE "N".
001750 01 WS-JOB-SUB           PIC 9(2).
001760 01 WS-ROW-FOUND-SW      PIC X(1).
001770   88 WS-ROW-FOUND       VALUE "Y".
001780   88 WS-ROW-NOT-FOUND   VALUE "N".
001790 01 WS-JOB-FOUND-SW      PIC X(1).
001800   88 WS-JOB-FOUND       VALUE "Y".
001810   88 WS-JOB-NOT-FOUND   VALUE "N".
001820 01 WS-FIND-CERT-CODE    PIC X(4).
001830 01 WS-REJECT-SW         PIC X(1).
001840   88 WS-TRAN-REJECTED   VALUE "Y".
001850   88 WS-TRAN-ACCEPTED   VALUE "N".
001860 01 WS-REJECT-REASON     PIC X(40).
001870 01 WS-BEFORE-IMAGE      PIC X(80).
001880 01 WS-AUDIT-ACTION      PIC X(8).
001890 01 WS-CERT-WORK-REC.
001900     05 WK-CERT-CODE       PIC X(4).
001910     05 WK-CERT-DESC       PIC X(30).
001920     05 WK-VALID-MONTHS    PIC 9(3).
001930     05 WK-REQUIRED-JOBS   PIC X(32).
001940     05 FILLER             PIC X(11).
001950 01 WS-COUNTERS.
001960     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001970     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001980     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001990     05 WS-EMPCERT-READ   PIC 9(5) VALUE ZERO.
002000 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
002010 PROCEDURE DIVISION.
002020 000-MAIN-PROCEDURE.
002030      PERFORM 1000-INITIALIZE.
002040      PERFORM 2000-PROCESS-TRANSACTIONS.
002050      PERFORM 3000-TERMINATE.
002060      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002070      STOP RUN.
002080 1000-INITIALIZE.
002090      OPEN INPUT CERT-MASTER-FILE.
002100      IF NOT CERTMAST-OK
002110         DISPLAY "FAILURE TO OPEN CERTMAST " CERTMAST-STATUS
002120         MOVE 12 TO RETURN-CODE
002130         STOP RUN
002140      END-IF.
002150      OPEN INPUT JOB-CODE-MASTER-FILE.
002160      IF NOT JOBCODES-OK
002170         DISPLAY "FAILURE TO OPEN JOBCODES " JOBCODES-STATUS
002180         MOVE 12 TO RETURN-CODE
002190         STOP RUN
002200      END-IF.
002210      OPEN INPUT EMP-CERT-FILE.
002220      IF NOT EMPCERT-OK
002230         DISPLAY "FAILURE TO OPEN EMPCERT " EMPCERT-STATUS
002240         MOVE 12 TO RETURN-CODE
002250         STOP RUN
002260      END-IF.
002270      OPEN INPUT CERT-TRANS-FILE.
002280      IF NOT CERTTRAN-OK
002290         DISPLAY "FAILURE TO OPEN CERTTRAN " CERTTRAN-STATUS
002300         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002320      END-IF.
002330      OPEN OUTPUT CERT-MASTER-OUT-FILE.
002340      OPEN OUTPUT MAINT-LOG-FILE.
002350      OPEN EXTEND AUDIT-TRAIL-FILE.
002360      MOVE "CERTMNT" TO AUDS-PROGRAM.
002370      SET AUDS-FUNC-OPEN TO TRUE.
002380      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002390      OPEN EXTEND SUITE-EXCEPTION-FILE.
002400      PERFORM 1100-LOAD-JOB-TABLE.
002410      PERFORM 1200-LOAD-CERT-TABLE.
002420      PERFORM 1300-COUNT-HOLDERS.
002430 1100-LOAD-JOB-TABLE.
002440      PERFORM UNTIL WS-JOBCODES-DONE
002450         READ JOB-CODE-MASTER-FILE
002460            AT END
002470               SET WS-JOBCODES-DONE TO TRUE
002480            NOT AT END
002490               IF WS-JOB-COUNT < WS-MAX-JOBS
002500                  ADD 1 TO WS-JOB-COUNT
002510                  SET JOB-IDX TO WS-JOB-COUNT
002520                  MOVE JC-JOB-CODE TO WS-JT-JOB-CODE (JOB-IDX)
002530               ELSE
002540                  DISPLAY "JOB CODE TABLE FULL - JOB "
002550                     JC-JOB-CODE " IGNORED"
002560               END-IF
002570         END-READ
002580      END-PERFORM.
002590      CLOSE JOB-CODE-MASTER-FILE.
002600      DISPLAY "JOB CODES LOADED      : " WS-JOB-COUNT.
002610 1200-LOAD-CERT-TABLE.
002620      PERFORM UNTIL WS-CERTMAST-DONE
002630         READ CERT-MASTER-FILE
002640            AT END
002650               SET WS-CERTMAST-DONE TO TRUE
002660            NOT AT END
002670               PERFORM 1210-LOAD-ONE-CERT
002680         END-READ
002690      END-PERFORM.
002700      DISPLAY "CERTIFICATIONS LOADED : " WS-CERT-COUNT.
002710 1210-LOAD-ONE-CERT.
002720      IF WS-CERT-COUNT >= WS-MAX-CERTS
002730         DISPLAY "CERTIFICATION TABLE FULL - CERT "
002740            CE-CERT-CODE " DROPPED"
002750         MOVE 12 TO WS-HIGHEST-RC
002760      ELSE
002770         ADD 1 TO WS-CERT-COUNT
002780         SET CT-IDX TO WS-CERT-COUNT
002790         MOVE CE-CERT-CODE     TO WS-CT-CERT-CODE (CT-IDX)
002800         MOVE CE-CERT-DESC     TO WS-CT-CERT-DESC (CT-IDX)
002810         MOVE CE-VALID-MONTHS  TO WS-CT-VALID-MONTHS (CT-IDX)
002820         MOVE CE-REQUIRED-JOBS TO WS-CT-REQUIRED-JOBS (CT-IDX)
002830         MOVE "N"              TO WS-CT-DELETED-SW (CT-IDX)
002840      END-IF.
002850 1300-COUNT-HOLDERS.
002860      PERFORM UNTIL WS-EMPCERT-DONE
002870         READ EMP-CERT-FILE
002880            AT END
002890               SET WS-EMPCERT-DONE TO TRUE
002900            NOT AT END
002910               ADD 1 TO WS-EMPCERT-READ
002920               PERFORM 1310-COUNT-ONE-HOLDER
002930         END-READ
002940      END-PERFORM.
002950      CLOSE EMP-CERT-FILE.
002960      DISPLAY "EMPCERT ROWS READ     : " WS-EMPCERT-READ.
002970 1310-COUNT-ONE-HOLDER.
002980      MOVE EC-CERT-CODE TO WS-FIND-CERT-CODE.
002990      PERFORM 2135-FIND-HELD-CODE.
003000      IF WS-HELD-FOUND
003010         ADD 1 TO WS-HT-HOLDERS (HELD-IDX)
003020      ELSE
003030         IF WS-HELD-COUNT < WS-MAX-CERTS
003040            ADD 1 TO WS-HELD-COUNT
003050            SET HELD-IDX TO WS-HELD-COUNT
003060            MOVE EC-CERT-CODE TO WS-HT-CERT-CODE (HELD-IDX)
003070            MOVE 1            TO WS-HT-HOLDERS (HELD-IDX)
003080         ELSE
003090            DISPLAY "HELD-CODE TABLE FULL - CERT "
003100               EC-CERT-CODE " NOT COUNTED"
003110            MOVE 12 TO WS-HIGHEST-RC
003120         END-IF
003130      END-IF.
003140 2000-PROCESS-TRANSACTIONS.
003150      PERFORM UNTIL WS-CERTTRAN-DONE
003160         READ CERT-TRANS-FILE
003170            AT END
003180               SET WS-CERTTRAN-DONE TO TRUE
003190            NOT AT END
003200               ADD 1 TO WS-TRANS-COUNT
003210               PERFORM 2100-APPLY-ONE-TRANSACTION
003220         END-READ
003230      END-PERFORM.
003240 2100-APPLY-ONE-TRANSACTION.
003250      SET WS-TRAN-ACCEPTED TO TRUE.
003260      MOVE SPACES TO WS-REJECT-REASON.
003270      PERFORM 2110-EDIT-TRANSACTION.
003280      IF WS-TRAN-ACCEPTED
003290         EVALUATE TRUE
003300            WHEN CX-ADD-CERT
003310               PERFORM 2200-ADD-CERT
003320            WHEN CX-CHANGE-CERT
003330               PERFORM 2250-CHANGE-CERT
003340            WHEN CX-DELETE-CERT
003350               PERFORM 2300-DELETE-CERT
003360         END-EVALUATE
003370      END-IF.
003380      PERFORM 2600-WRITE-LOG-LINE.
003390 2110-EDIT-TRANSACTION.
003400      IF NOT (CX-ADD-CERT OR CX-CHANGE-CERT OR CX-DELETE-CERT)
003410         SET WS-TRAN-REJECTED TO TRUE
003420         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
003430      END-IF.
003440      IF WS-TRAN-ACCEPTED AND CX-CERT-CODE = SPACES
003450         SET WS-TRAN-REJECTED TO TRUE
003460         MOVE "CERT CODE IS BLANK" TO WS-REJECT-REASON
003470      END-IF.
003480      IF WS-TRAN-ACCEPTED AND NOT CX-DELETE-CERT
003490         IF CX-CERT-DESC = SPACES
003500            SET WS-TRAN-REJECTED TO TRUE
003510            MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON
003520         ELSE
003530            IF CX-VALID-MONTHS IS NOT NUMERIC
003540               SET WS-TRAN-REJECTED TO TRUE
003550               MOVE "VALIDITY MONTHS NOT NUMERIC"
003560                  TO WS-REJECT-REASON
003570            END-IF
003580         END-IF
003590      END-IF.
003600      IF WS-TRAN-ACCEPTED AND NOT CX-DELETE-CERT
003610         PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
003620            UNTIL WS-JOB-SUB > 8 OR WS-TRAN-REJECTED
003630            IF CX-REQ-JOB-CODE (WS-JOB-SUB) NOT = SPACES
003640               PERFORM 2140-FIND-JOB-CODE
003650               IF WS-JOB-NOT-FOUND
003660                  SET WS-TRAN-REJECTED TO TRUE
003670                  MOVE SPACES TO WS-REJECT-REASON
003680                  STRING "REQUIRED JOB CODE "  DELIMITED BY SIZE
003690                         CX-REQ-JOB-CODE (WS-JOB-SUB)
003700                                               DELIMITED BY SIZE
003710                         " NOT ON JOBCODES"    DELIMITED BY SIZE
003720                     INTO WS-REJECT-REASON
003730                  END-STRING
003740               END-IF
003750            END-IF
003760         END-PERFORM
003770      END-IF.
003780 2130-FIND-CERT.
003790      SET WS-ROW-NOT-FOUND TO TRUE.
003800      PERFORM VARYING CT-IDX FROM 1 BY 1
003810         UNTIL CT-IDX > WS-CERT-COUNT
003820         IF WS-CT-CERT-CODE (CT-IDX) = WS-FIND-CERT-CODE AND
003830            NOT WS-CT-DELETED (CT-IDX)
003840            SET WS-ROW-FOUND TO TRUE
003850            EXIT PERFORM
003860         END-IF
003870      END-PERFORM.
003880 2135-FIND-HELD-CODE.
003890      SET WS-HELD-NOT-FOUND TO TRUE.
003900      PERFORM VARYING HELD-IDX FROM 1 BY 1
003910         UNTIL HELD-IDX > WS-HELD-COUNT
003920         IF WS-HT-CERT-CODE (HELD-IDX) = WS-FIND-CERT-CODE
003930            SET WS-HELD-FOUND TO TRUE
003940            EXIT PERFORM
003950         END-IF
003960      END-PERFORM.
003970 2140-FIND-JOB-CODE.
003980      SET WS-JOB-NOT-FOUND TO TRUE.
003990      PERFORM VARYING JOB-IDX FROM 1 BY 1
004000         UNTIL JOB-IDX > WS-JOB-COUNT
004010         IF WS-JT-JOB-CODE (JOB-IDX) =
004020            CX-REQ-JOB-CODE (WS-JOB-SUB)
004030            SET WS-JOB-FOUND TO TRUE
004040            EXIT PERFORM
004050         END-IF
004060      END-PERFORM.
004070 2200-ADD-CERT.
004080      MOVE CX-CERT-CODE TO WS-FIND-CERT-CODE.
004090      PERFORM 2130-FIND-CERT.
004100      IF WS-ROW-FOUND
004110         SET WS-TRAN-REJECTED TO TRUE
004120         MOVE "CERTIFICATION ALREADY ON FILE" TO WS-REJECT-REASON
004130      ELSE
004140         IF WS-CERT-COUNT >= WS-MAX-CERTS
004150            SET WS-TRAN-REJECTED TO TRUE
004160            MOVE "CERTIFICATION TABLE FULL" TO WS-REJECT-REASON
004170         ELSE
004180            ADD 1 TO WS-CERT-COUNT
004190            SET CT-IDX TO WS-CERT-COUNT
004200            MOVE CX-CERT-CODE      TO WS-CT-CERT-CODE (CT-IDX)
004210            MOVE CX-CERT-DESC      TO WS-CT-CERT-DESC (CT-IDX)
004220            MOVE CX-VALID-MONTHS-N TO WS-CT-VALID-MONTHS (CT-IDX)
004230            MOVE CX-REQUIRED-JOBS  TO WS-CT-REQUIRED-JOBS (CT-IDX)
004240            MOVE "N"               TO WS-CT-DELETED-SW (CT-IDX)
004250            MOVE SPACES            TO WS-BEFORE-IMAGE
004260            MOVE "CRTMADD"         TO WS-AUDIT-ACTION
004270            PERFORM 2700-WRITE-AUDIT-REC
004280         END-IF
004290      END-IF.
004300 2250-CHANGE-CERT.
004310      MOVE CX-CERT-CODE TO WS-FIND-CERT-CODE.
004320      PERFORM 2130-FIND-CERT.
004330      IF WS-ROW-NOT-FOUND
004340         SET WS-TRAN-REJECTED TO TRUE
004350         MOVE "CERTIFICATION NOT ON FILE" TO WS-REJECT-REASON
004360      ELSE
004370         PERFORM 2150-FORMAT-CERT
004380         MOVE WS-CERT-WORK-REC TO WS-BEFORE-IMAGE
004390         MOVE CX-CERT-DESC      TO WS-CT-CERT-DESC (CT-IDX)
004400         MOVE CX-VALID-MONTHS-N TO WS-CT-VALID-MONTHS (CT-IDX)
004410         MOVE CX-REQUIRED-JOBS  TO WS-CT-REQUIRED-JOBS (CT-IDX)
004420         MOVE "CRTMCHG" TO WS-AUDIT-ACTION
004430         PERFORM 2700-WRITE-AUDIT-REC
004440      END-IF.
004450 2300-DELETE-CERT.
004460      MOVE CX-CERT-CODE TO WS-FIND-CERT-CODE.
004470      PERFORM 2130-FIND-CERT.
004480      IF WS-ROW-NOT-FOUND
004490         SET WS-TRAN-REJECTED TO TRUE
004500         MOVE "CERTIFICATION NOT ON FILE" TO WS-REJECT-REASON
004510      ELSE
004520         PERFORM 2135-FIND-HELD-CODE
004530         IF WS-HELD-FOUND
004540            SET WS-TRAN-REJECTED TO TRUE
004550            MOVE "STILL HELD BY EMPLOYEES ON EMPCERT"
004560               TO WS-REJECT-REASON
004570         ELSE
004580            PERFORM 2150-FORMAT-CERT
004590            MOVE WS-CERT-WORK-REC TO WS-BEFORE-IMAGE
004600            SET WS-CT-DELETED (CT-IDX) TO TRUE
004610            MOVE "CRTMDEL" TO WS-AUDIT-ACTION
004620            PERFORM 2700-WRITE-AUDIT-REC
004630         END-IF
004640      END-IF.
004650 2150-FORMAT-CERT.
004660      MOVE SPACES TO WS-CERT-WORK-REC.
004670      MOVE WS-CT-CERT-CODE (CT-IDX)     TO WK-CERT-CODE.
004680      MOVE WS-CT-CERT-DESC (CT-IDX)     TO WK-CERT-DESC.
004690      MOVE WS-CT-VALID-MONTHS (CT-IDX)  TO WK-VALID-MONTHS.
004700      MOVE WS-CT-REQUIRED-JOBS (CT-IDX) TO WK-REQUIRED-JOBS.
004710 2600-WRITE-LOG-LINE.
004720      MOVE SPACES          TO MAINT-LOG-REC.
004730      MOVE CX-ACTION-CODE  TO ML-ACTION-CODE.
004740      MOVE CX-CERT-CODE    TO ML-CERT-CODE.
004750      MOVE CX-CERT-DESC    TO ML-CERT-DESC.
004760      IF WS-TRAN-REJECTED
004770         ADD 1 TO WS-REJECT-COUNT
004780         MOVE "REJECTED" TO ML-RESULT
004790         MOVE WS-REJECT-REASON TO ML-MESSAGE
004800         MOVE "M"              TO EX-SEVERITY
004810         MOVE CX-CERT-CODE     TO EX-KEY
004820         MOVE "E001"           TO EX-REASON-CODE
004830         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
004840         PERFORM 2800-WRITE-SUITE-EXCEPTION
004850      ELSE
004860         ADD 1 TO WS-APPLIED-COUNT
004870         MOVE "APPLIED"  TO ML-RESULT
004880         MOVE SPACES     TO ML-MESSAGE
004890      END-IF.
004900      WRITE MAINT-LOG-REC.
004910 2700-WRITE-AUDIT-REC.
004920*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
004930* CERTIFICATION IMAGE, CODE FIRST, RIDES THE BEFORE/AFTER
004940* FIELDS AND AUDIT-EMP-ID STAYS ZERO
004950      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
004960      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
004970      ACCEPT AUDIT-TIME FROM TIME.
004980      MOVE "CERTMNT"        TO AUDIT-PROGRAM.
004990      MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
005000      MOVE ZERO             TO AUDIT-EMP-ID.
005010      MOVE WS-BEFORE-IMAGE  TO AUDIT-BEFORE-IMAGE.
005020      IF CX-DELETE-CERT
005030         MOVE SPACES TO AUDIT-AFTER-IMAGE
005040      ELSE
005050         PERFORM 2150-FORMAT-CERT
005060         MOVE WS-CERT-WORK-REC TO AUDIT-AFTER-IMAGE
005070      END-IF.
005080      MOVE CX-USER-ID       TO AUDIT-USER-ID.
005090      SET AUDS-FUNC-NEXT TO TRUE.
005100      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005110      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
005120      WRITE AUDIT-TRAIL-REC.
005130 2800-WRITE-SUITE-EXCEPTION.
005140*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
005150* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
005160* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
005170      MOVE "CERTMNT" TO EX-PROGRAM.
005180      ACCEPT EX-DATE FROM DATE YYYYMMDD.
005190      ACCEPT EX-TIME FROM TIME.
005200      WRITE SUITE-EXCEPTION-REC.
005210 3000-TERMINATE.
005220      PERFORM 3100-WRITE-CERT-OUT.
005230      CLOSE CERT-MASTER-FILE.
005240      CLOSE CERT-TRANS-FILE.
005250      CLOSE CERT-MASTER-OUT-FILE.
005260      CLOSE MAINT-LOG-FILE.
005270      CLOSE AUDIT-TRAIL-FILE.
005280      SET AUDS-FUNC-CLOSE TO TRUE.
005290      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
005300      CLOSE SUITE-EXCEPTION-FILE.
005310      DISPLAY "TRANSACTIONS READ     : " WS-TRANS-COUNT.
005320      DISPLAY "TRANSACTIONS APPLIED  : " WS-APPLIED-COUNT.
005330      DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
005340      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
005350         MOVE 4 TO WS-HIGHEST-RC
005360      END-IF.
005370      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
005380         DISPLAY "CERTTRAN WAS EMPTY - NOTHING APPLIED"
005390         MOVE 8 TO WS-HIGHEST-RC
005400      END-IF.
005410      DISPLAY "CERTMNT RETURN CODE   : " WS-HIGHEST-RC.
005420 3100-WRITE-CERT-OUT.
005430      PERFORM VARYING CT-IDX FROM 1 BY 1
005440         UNTIL CT-IDX > WS-CERT-COUNT
005450         IF NOT WS-CT-DELETED (CT-IDX)
005460            PERFORM 2150-FORMAT-CERT
005470            WRITE CERT-MASTER-OUT-REC FROM WS-CERT-WORK-REC
005480         END-IF
005490      END-PERFORM.
