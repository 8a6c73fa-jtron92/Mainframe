000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCCERT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    ACCESS-REVIEW CERTIFICATION - RECORDS THAT A MANAGER   *
000090*    HAS SIGNED OFF ONE AUTHORITY CODE ON THE QUARTERLY     *
000100*    ACCREVW0 ACCESS-REVIEW LISTING.  ACCTRAN CARRIES ONE   *
000110*    CARD PER AUTHORITY CERTIFIED (ACRTREC LAYOUT):         *
000120*      COL  1      AUTHORITY CODE (N/T/S/M/B)               *
000130*      COLS 2-9    USER-ID OF THE CERTIFYING MANAGER        *
000140*      COLS 10-17  DATE SIGNED YYYYMMDD (BLANK = TODAY)     *
000150*      COLS 18-25  RUN DATE OF THE LISTING SIGNED           *
000160*    EACH GOOD CARD BECOMES AN AUDIT RECORD (ACTION         *
000170*    ACCCERT, CARD IMAGE AS THE AFTER IMAGE, THE MANAGER AS *
000180*    AUDIT-USER-ID) - AUDKLOAD CARRIES IT INTO AUDITKSD     *
000190*    WHERE AUDITORS AND THE NEXT ACCREVW0 RUN SEE IT.       *
000200*    EVERY CARD IS LOGGED TO ACCLOG.  REJECTS GO TO         *
000210*    SUITEEXC (Y005) AND END RC=4                           *
000220************************************************************
000230* MODIFICATION HISTORY                                     *
000240*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ACCESS-CERT-FILE ASSIGN TO ACCTRAN
000300     ORGANIZATION IS SEQUENTIAL
000310     FILE STATUS  IS ACCTRAN-STATUS.
000320     SELECT CERT-LOG-FILE ASSIGN TO ACCLOG
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS ACCLOG-STATUS.
000350     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS AUDITLOG-STATUS.
000380     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS SUITEEXC-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD ACCESS-CERT-FILE
000440      RECORDING MODE IS F
000450      LABEL RECORDS ARE STANDARD
000460      RECORD CONTAINS 80 CHARACTERS
000470      DATA RECORD IS ACCESS-CERT-REC.
000480     COPY ACRTREC.
000490 FD CERT-LOG-FILE
000500      RECORDING MODE IS F
000510      LABEL RECORDS ARE STANDARD
000520      DATA RECORD IS CERT-LOG-REC.
000530 01 CERT-LOG-REC.
000540     05 CL-AUTH-CODE       PIC X(1).
000550     05 FILLER             PIC X(1).
000560     05 CL-CERT-BY         PIC X(8).
000570     05 FILLER             PIC X(1).
000580     05 CL-CERT-DATE       PIC X(8).
000590     05 FILLER             PIC X(1).
000600     05 CL-REVIEW-DATE     PIC X(8).
000610     05 FILLER             PIC X(1).
000620     05 CL-RESULT          PIC X(8).
000630     05 FILLER             PIC X(1).
000640     05 CL-MESSAGE         PIC X(40).
000650     05 FILLER             PIC X(2).
000660 FD AUDIT-TRAIL-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000690      RECORD CONTAINS 303 CHARACTERS
000700      DATA RECORD IS AUDIT-TRAIL-REC.
000710     COPY AUDITREC.
000720 FD SUITE-EXCEPTION-FILE
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      RECORD CONTAINS 80 CHARACTERS
000760      DATA RECORD IS SUITE-EXCEPTION-REC.
000770     COPY EXCPTREC.
000780 WORKING-STORAGE SECTION.
000790     COPY AUDSPARM.
000800     COPY DATEPARM.
000810 01 ACCTRAN-STATUS       PIC X(2).
000820   88 ACCTRAN-OK         VALUE "00".
000830 01 ACCLOG-STATUS        PIC X(2).
000840 01 AUDITLOG-STATUS      PIC X(2).
000850 01 SUITEEXC-STATUS      PIC X(2).
000860 01 WS-ACCTRAN-EOF-SW    PIC X(1) VALUE "N".
000870   88 WS-ACCTRAN-DONE    VALUE "Y".
000880 01 WS-RUN-DATE          PIC 9(8).
000890 01 WS-DATE-BUILD.
000900    05 WS-DB-YEAR    PIC X(4).
000910    05 FILLER        PIC X(1) VALUE "-".
000920    05 WS-DB-MONTH   PIC X(2).
000930    05 FILLER        PIC X(1) VALUE "-".
000940    05 WS-DB-DAY     PIC X(2).
000950 01 WS-CHECK-DATE        PIC X(8).
000960 01 WS-REJECT-SW         PIC X(1).
000970   88 WS-TRAN-REJECTED   VALUE "Y".
000980   88 WS-TRAN-ACCEPTED   VALUE "N".
000990 01 WS-REJECT-REASON     PIC X(40).
001000 01 WS-COUNTERS.
001010     05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
001020     05 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
001030     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001040 01 WS-HIGHEST-RC         PIC 9(2) VALUE ZERO.
001050 PROCEDURE DIVISION.
001060 000-MAIN-PROCEDURE.
001070      PERFORM 1000-INITIALIZE.
001080      PERFORM 2000-PROCESS-TRANSACTIONS.
001090      PERFORM 3000-TERMINATE.
001100      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001110      STOP RUN.
001120 1000-INITIALIZE.
001130      OPEN INPUT ACCESS-CERT-FILE.
001140      IF NOT ACCTRAN-OK
001150         DISPLAY "FAILURE TO OPEN ACCTRAN " ACCTRAN-STATUS
001160         MOVE 8 TO RETURN-CODE
001170         STOP RUN
001180      END-IF.
001190      OPEN OUTPUT CERT-LOG-FILE.
001200      OPEN EXTEND AUDIT-TRAIL-FILE.
001210      MOVE "ACCCERT" TO AUDS-PROGRAM.
001220      SET AUDS-FUNC-OPEN TO TRUE.
001230      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
001240      OPEN EXTEND SUITE-EXCEPTION-FILE.
001250      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001260 2000-PROCESS-TRANSACTIONS.
001270      PERFORM UNTIL WS-ACCTRAN-DONE
001280         READ ACCESS-CERT-FILE
001290            AT END
001300               SET WS-ACCTRAN-DONE TO TRUE
001310            NOT AT END
001320               ADD 1 TO WS-TRANS-COUNT
001330               PERFORM 2100-APPLY-ONE-TRANSACTION
001340         END-READ
001350      END-PERFORM.
001360 2100-APPLY-ONE-TRANSACTION.
001370      SET WS-TRAN-ACCEPTED TO TRUE.
001380      MOVE SPACES TO WS-REJECT-REASON.
001390      IF AC-CERT-DATE = SPACES
001400         MOVE WS-RUN-DATE TO AC-CERT-DATE-N
001410      END-IF.
001420      PERFORM 2110-EDIT-TRANSACTION.
001430      IF WS-TRAN-ACCEPTED
001440         PERFORM 2700-WRITE-AUDIT-REC
001450      END-IF.
001460      PERFORM 2600-WRITE-LOG-LINE.
001470 2110-EDIT-TRANSACTION.
001480      IF NOT AC-KNOWN-AUTH
001490         SET WS-TRAN-REJECTED TO TRUE
001500         MOVE "UNKNOWN AUTHORITY CODE" TO WS-REJECT-REASON
001510      END-IF.
001520      IF WS-TRAN-ACCEPTED AND AC-CERT-BY = SPACES
001530         SET WS-TRAN-REJECTED TO TRUE
001540         MOVE "CERTIFYING USER-ID IS BLANK" TO WS-REJECT-REASON
001550      END-IF.
001560      IF WS-TRAN-ACCEPTED
001570         MOVE AC-CERT-DATE TO WS-CHECK-DATE
001580         PERFORM 2120-VALIDATE-DATE
001590         IF DP-DATE-INVALID
001600            SET WS-TRAN-REJECTED TO TRUE
001610            MOVE SPACES TO WS-REJECT-REASON
001620            STRING "DATE SIGNED - " DELIMITED BY SIZE
001630                   DP-FAIL-REASON   DELIMITED BY SIZE
001640               INTO WS-REJECT-REASON
001650            END-STRING
001660         END-IF
001670      END-IF.
001680      IF WS-TRAN-ACCEPTED
001690         MOVE AC-REVIEW-DATE TO WS-CHECK-DATE
001700         PERFORM 2120-VALIDATE-DATE
001710         IF DP-DATE-INVALID
001720            SET WS-TRAN-REJECTED TO TRUE
001730            MOVE SPACES TO WS-REJECT-REASON
001740            STRING "LISTING DATE - " DELIMITED BY SIZE
001750                   DP-FAIL-REASON    DELIMITED BY SIZE
001760               INTO WS-REJECT-REASON
001770            END-STRING
001780         END-IF
001790      END-IF.
001800      IF WS-TRAN-ACCEPTED AND AC-CERT-DATE-N > WS-RUN-DATE
001810         SET WS-TRAN-REJECTED TO TRUE
001820         MOVE "DATE SIGNED IS IN THE FUTURE" TO WS-REJECT-REASON
001830      END-IF.
001840      IF WS-TRAN-ACCEPTED AND AC-REVIEW-DATE-N > AC-CERT-DATE-N
001850         SET WS-TRAN-REJECTED TO TRUE
001860         MOVE "SIGNED BEFORE THE LISTING WAS RUN"
001870            TO WS-REJECT-REASON
001880      END-IF.
001890 2120-VALIDATE-DATE.
001900      IF WS-CHECK-DATE IS NOT NUMERIC
001910         SET DP-DATE-INVALID TO TRUE
001920         MOVE "DATE NOT NUMERIC" TO DP-FAIL-REASON
001930      ELSE
001940         MOVE WS-CHECK-DATE (1:4) TO WS-DB-YEAR
001950         MOVE WS-CHECK-DATE (5:2) TO WS-DB-MONTH
001960         MOVE WS-CHECK-DATE (7:2) TO WS-DB-DAY
001970         MOVE WS-DATE-BUILD TO DP-DATE-IN
001980         SET DP-AGE-NOT-WANTED TO TRUE
001990         SET DP-BUSDAY-NOT-WANTED TO TRUE
002000         SET DP-OFFSET-NOT-WANTED TO TRUE
002010         CALL "DATEVAL" USING DATE-PARM-BLOCK
002020      END-IF.
002030 2600-WRITE-LOG-LINE.
002040      MOVE SPACES          TO CERT-LOG-REC.
002050      MOVE AC-AUTH-CODE    TO CL-AUTH-CODE.
002060      MOVE AC-CERT-BY      TO CL-CERT-BY.
002070      MOVE AC-CERT-DATE    TO CL-CERT-DATE.
002080      MOVE AC-REVIEW-DATE  TO CL-REVIEW-DATE.
002090      IF WS-TRAN-REJECTED
002100         ADD 1 TO WS-REJECT-COUNT
002110         MOVE "REJECTED" TO CL-RESULT
002120         MOVE WS-REJECT-REASON TO CL-MESSAGE
002130         MOVE "M"              TO EX-SEVERITY
002140         MOVE SPACES           TO EX-KEY
002150         MOVE AC-AUTH-CODE     TO EX-KEY (1:1)
002160         MOVE AC-CERT-BY       TO EX-KEY (3:8)
002170         MOVE "Y005"           TO EX-REASON-CODE
002180         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
002190         PERFORM 2800-WRITE-SUITE-EXCEPTION
002200      ELSE
002210         ADD 1 TO WS-APPLIED-COUNT
002220         MOVE "RECORDED" TO CL-RESULT
002230         MOVE SPACES     TO CL-MESSAGE
002240      END-IF.
002250      WRITE CERT-LOG-REC.
002260 2700-WRITE-AUDIT-REC.
002270*    SAME AUDITREC SHAPE THE EMPLOYEE MASTERS CUT - THE
002280* CERTIFICATION CARD RIDES THE AFTER IMAGE, AUDIT-EMP-ID
002290* STAYS ZERO AND THE MANAGER IS THE AUDIT USER
002300      ACCEPT AUDIT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
002310      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
002320      ACCEPT AUDIT-TIME FROM TIME.
002330      MOVE "ACCCERT"        TO AUDIT-PROGRAM.
002340      MOVE "ACCCERT"        TO AUDIT-ACTION.
002350      MOVE ZERO             TO AUDIT-EMP-ID.
002360      MOVE SPACES           TO AUDIT-BEFORE-IMAGE.
002370      MOVE ACCESS-CERT-REC  TO AUDIT-AFTER-IMAGE.
002380      MOVE AC-CERT-BY       TO AUDIT-USER-ID.
002390      SET AUDS-FUNC-NEXT TO TRUE.
002400      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002410      MOVE AUDS-SEQ-NBR TO AUDIT-SEQ-NBR.
002420      WRITE AUDIT-TRAIL-REC.
002430 2800-WRITE-SUITE-EXCEPTION.
002440*    THE CALLER FILLS SEVERITY, KEY, CODE, AND TEXT - THIS
002450* STAMPS THE PROGRAM AND TIMESTAMP AND APPENDS THE RECORD
002460* TO THE SUITE-WIDE SUITEEXC FILE FOR EXCPRPT
002470      MOVE "ACCCERT" TO EX-PROGRAM.
002480      ACCEPT EX-DATE FROM DATE YYYYMMDD.
002490      ACCEPT EX-TIME FROM TIME.
002500      WRITE SUITE-EXCEPTION-REC.
002510 3000-TERMINATE.
002520      CLOSE ACCESS-CERT-FILE.
002530      CLOSE CERT-LOG-FILE.
002540      CLOSE AUDIT-TRAIL-FILE.
002550      SET AUDS-FUNC-CLOSE TO TRUE.
002560      CALL "AUDSEQ" USING AUDS-PARM-BLOCK.
002570      CLOSE SUITE-EXCEPTION-FILE.
002580      DISPLAY "CARDS READ            : " WS-TRANS-COUNT.
002590      DISPLAY "CARDS RECORDED        : " WS-APPLIED-COUNT.
002600      DISPLAY "CARDS REJECTED        : " WS-REJECT-COUNT.
002610      IF WS-REJECT-COUNT > ZERO AND WS-HIGHEST-RC < 4
002620         MOVE 4 TO WS-HIGHEST-RC
002630      END-IF.
002640      IF WS-TRANS-COUNT = ZERO AND WS-HIGHEST-RC < 8
002650         DISPLAY "ACCTRAN WAS EMPTY - NOTHING RECORDED"
002660         MOVE 8 TO WS-HIGHEST-RC
002670      END-IF.
002680      DISPLAY "ACCCERT RETURN CODE   : " WS-HIGHEST-RC.
