000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENCAR00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    WEEKLY BENEFIT CARRIER CHANGES FILE - BENENR00 APPENDS *
000090*    EVERY COVERAGE ADD, TIER CHANGE, AND TERMINATION TO THE*
000100*    BENCHG ACCUMULATION FILE (BENCREC) EACH NIGHT.  THE JCL*
000110*    SORTS THE WEEK'S BENCHG INTO CARRIER ORDER AND THIS    *
000120*    PROGRAM WRITES CARRFILE - ONE BATCH PER INSURANCE      *
000130*    CARRIER:                                               *
000140*      H  HEADER   CARRIER, FILE DATE, SENDER               *
000150*      D  DETAIL   ONE PER CHANGE, THE BENCREC FIELDS       *
000160*      T  TRAILER  ADD/CHANGE/TERM COUNTS AND RECORD COUNT  *
000170*    SO EACH CARRIER'S BATCH CAN BE SPLIT OFF AND SENT ON ITS*
000180*    OWN.  RPTOUT SHOWS THE COUNTS BY CARRIER.  AN EMPTY WEEK*
000190*    ENDS RC=4 WITH AN EMPTY CARRFILE                       *
000200************************************************************
000210* MODIFICATION HISTORY                                     *
000220*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000230************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BENEFIT-CHANGE-FILE ASSIGN TO BENCHGS
000280     ORGANIZATION IS SEQUENTIAL
000290     FILE STATUS  IS BENCHGS-STATUS.
000300     SELECT CARRIER-FILE ASSIGN TO CARRFILE
000310     ORGANIZATION IS SEQUENTIAL
000320     FILE STATUS  IS CARRFILE-STATUS.
000330     SELECT REPORT-FILE ASSIGN TO RPTOUT
000340     ORGANIZATION IS SEQUENTIAL
000350     FILE STATUS  IS RPT-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD BENEFIT-CHANGE-FILE
000390      RECORDING MODE IS F
000400      LABEL RECORDS ARE STANDARD
000410      RECORD CONTAINS 80 CHARACTERS
000420      DATA RECORD IS BENEFIT-CHANGE-REC.
000430     COPY BENCREC.
000440 FD CARRIER-FILE
000450      RECORDING MODE IS F
000460      LABEL RECORDS ARE STANDARD
000470      RECORD CONTAINS 80 CHARACTERS
000480      DATA RECORD IS CARRIER-REC.
000490 01 CARRIER-REC.
000500   05 CF-REC-TYPE        PIC X(01).
000510   05 CF-BODY            PIC X(79).
000520 01 CARRIER-HEADER-REC.
000530   05 FILLER             PIC X(01).
000540   05 CF-H-CARRIER-ID    PIC X(06).
000550   05 CF-H-FILE-DATE     PIC 9(08).
000560   05 CF-H-SENDER        PIC X(20).
000570   05 FILLER             PIC X(45).
000580 01 CARRIER-TRAILER-REC.
000590   05 FILLER             PIC X(01).
000600   05 CF-T-CARRIER-ID    PIC X(06).
000610   05 CF-T-ADD-COUNT     PIC 9(05).
000620   05 CF-T-CHANGE-COUNT  PIC 9(05).
000630   05 CF-T-TERM-COUNT    PIC 9(05).
000640   05 CF-T-RECORD-COUNT  PIC 9(07).
000650   05 FILLER             PIC X(51).
000660 FD REPORT-FILE
000670      RECORDING MODE IS F
000680      LABEL RECORDS ARE STANDARD
000690      DATA RECORD IS REPORT-LINE.
000700 01 REPORT-LINE           PIC X(80).
000710 WORKING-STORAGE SECTION.
000720 01 BENCHGS-STATUS       PIC X(2).
000730   88 BENCHGS-OK         VALUE "00".
000740 01 CARRFILE-STATUS      PIC X(2).
000750 01 RPT-FILE-STATUS      PIC X(2).
000760 01 WS-BENCHG-EOF-SW     PIC X(1) VALUE "N".
000770   88 WS-BENCHG-DONE     VALUE "Y".
000780 01 WS-RUN-DATE          PIC 9(8).
000790 01 WS-PREV-CARRIER      PIC X(06) VALUE SPACES.
000800 01 WS-CARRIER-COUNTS.
000810     05 WS-CAR-ADDS      PIC 9(5).
000820     05 WS-CAR-CHANGES   PIC 9(5).
000830     05 WS-CAR-TERMS     PIC 9(5).
000840     05 WS-CAR-RECORDS   PIC 9(7).
000850 01 WS-COUNTERS.
000860     05 WS-CHANGE-READ   PIC 9(5) VALUE ZERO.
000870     05 WS-CARRIER-COUNT PIC 9(3) VALUE ZERO.
000880     05 WS-TOTAL-ADDS    PIC 9(5) VALUE ZERO.
000890     05 WS-TOTAL-CHANGES PIC 9(5) VALUE ZERO.
000900     05 WS-TOTAL-TERMS   PIC 9(5) VALUE ZERO.
000910     05 WS-BAD-TYPE-COUNT PIC 9(5) VALUE ZERO.
000920 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000930 01 HEADING-LINE-1.
000940     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
000950     05 FILLER           PIC X(30)
000960        VALUE "BENEFIT CARRIER CHANGES".
000970     05 FILLER           PIC X(20) VALUE SPACES.
000980 01 HEADING-LINE-2.
000990     05 FILLER           PIC X(10) VALUE "RUN DATE: ".
001000     05 HL2-DATE         PIC 9(8).
001010     05 FILLER           PIC X(62) VALUE SPACES.
001020 01 HEADING-LINE-3.
001030     05 FILLER           PIC X(10) VALUE "CARRIER".
001040     05 FILLER           PIC X(10) VALUE "     ADDS".
001050     05 FILLER           PIC X(10) VALUE "  CHANGES".
001060     05 FILLER           PIC X(10) VALUE "    TERMS".
001070     05 FILLER           PIC X(40) VALUE SPACES.
001080 01 CARRIER-LINE.
001090     05 CL-CARRIER-ID    PIC X(06).
001100     05 FILLER           PIC X(04) VALUE SPACES.
001110     05 CL-ADDS          PIC ZZ,ZZ9.
001120     05 FILLER           PIC X(04) VALUE SPACES.
001130     05 CL-CHANGES       PIC ZZ,ZZ9.
001140     05 FILLER           PIC X(04) VALUE SPACES.
001150     05 CL-TERMS         PIC ZZ,ZZ9.
001160     05 FILLER           PIC X(44) VALUE SPACES.
001170 PROCEDURE DIVISION.
001180 000-MAIN-PROCEDURE.
001190      PERFORM P100-INITIALIZATION.
001200      PERFORM P200-PROCESS-CHANGES.
001210      PERFORM P300-TERMINATION.
001220      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001230      STOP RUN.
001240 P100-INITIALIZATION.
001250      OPEN INPUT BENEFIT-CHANGE-FILE.
001260      IF NOT BENCHGS-OK
001270         DISPLAY "FAILURE TO OPEN BENCHGS " BENCHGS-STATUS
001280         MOVE 12 TO RETURN-CODE
001290         STOP RUN
001300      END-IF.
001310      OPEN OUTPUT CARRIER-FILE.
001320      IF CARRFILE-STATUS NOT = "00"
001330         DISPLAY "FAILURE TO OPEN CARRFILE " CARRFILE-STATUS
001340         MOVE 12 TO RETURN-CODE
001350         STOP RUN
001360      END-IF.
001370      OPEN OUTPUT REPORT-FILE.
001380      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390      MOVE WS-RUN-DATE TO HL2-DATE.
001400      WRITE REPORT-LINE FROM HEADING-LINE-1.
001410      WRITE REPORT-LINE FROM HEADING-LINE-2.
001420      WRITE REPORT-LINE FROM HEADING-LINE-3.
001430 P200-PROCESS-CHANGES.
001440      PERFORM UNTIL WS-BENCHG-DONE
001450         READ BENEFIT-CHANGE-FILE
001460            AT END
001470               SET WS-BENCHG-DONE TO TRUE
001480            NOT AT END
001490               ADD 1 TO WS-CHANGE-READ
001500               PERFORM P210-WRITE-ONE-CHANGE
001510         END-READ
001520      END-PERFORM.
001530      IF WS-PREV-CARRIER NOT = SPACES
001540         PERFORM P230-CLOSE-CARRIER-BATCH
001550      END-IF.
001560 P210-WRITE-ONE-CHANGE.
001570      IF BC-CARRIER-ID NOT = WS-PREV-CARRIER
001580         IF WS-PREV-CARRIER NOT = SPACES
001590            PERFORM P230-CLOSE-CARRIER-BATCH
001600         END-IF
001610         PERFORM P220-OPEN-CARRIER-BATCH
001620      END-IF.
001630      EVALUATE TRUE
001640         WHEN BC-ADD
001650            ADD 1 TO WS-CAR-ADDS
001660         WHEN BC-CHANGE
001670            ADD 1 TO WS-CAR-CHANGES
001680         WHEN BC-TERM
001690            ADD 1 TO WS-CAR-TERMS
001700         WHEN OTHER
001710            DISPLAY "UNKNOWN CHANGE TYPE " BC-CHANGE-TYPE
001720               " FOR EMP-ID " BC-EMP-ID " - SENT AS KEYED"
001730            ADD 1 TO WS-BAD-TYPE-COUNT
001740      END-EVALUATE.
001750      MOVE SPACES             TO CARRIER-REC.
001760      MOVE "D"                TO CF-REC-TYPE.
001770      MOVE BENEFIT-CHANGE-REC TO CF-BODY.
001780      WRITE CARRIER-REC.
001790      ADD 1 TO WS-CAR-RECORDS.
001800 P220-OPEN-CARRIER-BATCH.
001810      MOVE BC-CARRIER-ID TO WS-PREV-CARRIER.
001820      MOVE ZERO TO WS-CAR-ADDS.
001830      MOVE ZERO TO WS-CAR-CHANGES.
001840      MOVE ZERO TO WS-CAR-TERMS.
001850      MOVE ZERO TO WS-CAR-RECORDS.
001860      ADD 1 TO WS-CARRIER-COUNT.
001870      MOVE SPACES            TO CARRIER-HEADER-REC.
001880      MOVE "H"               TO CF-REC-TYPE.
001890      MOVE BC-CARRIER-ID     TO CF-H-CARRIER-ID.
001900      MOVE WS-RUN-DATE       TO CF-H-FILE-DATE.
001910      MOVE "PAYROLL-SYSTEMS" TO CF-H-SENDER.
001920      WRITE CARRIER-REC FROM CARRIER-HEADER-REC.
001930      ADD 1 TO WS-CAR-RECORDS.
001940 P230-CLOSE-CARRIER-BATCH.
001950*    THE TRAILER'S RECORD COUNT INCLUDES THE HEADER AND THE
001960* TRAILER ITSELF
001970      ADD 1 TO WS-CAR-RECORDS.
001980      MOVE SPACES            TO CARRIER-TRAILER-REC.
001990      MOVE "T"               TO CF-REC-TYPE.
002000      MOVE WS-PREV-CARRIER   TO CF-T-CARRIER-ID.
002010      MOVE WS-CAR-ADDS       TO CF-T-ADD-COUNT.
002020      MOVE WS-CAR-CHANGES    TO CF-T-CHANGE-COUNT.
002030      MOVE WS-CAR-TERMS      TO CF-T-TERM-COUNT.
002040      MOVE WS-CAR-RECORDS    TO CF-T-RECORD-COUNT.
002050      WRITE CARRIER-REC FROM CARRIER-TRAILER-REC.
002060      MOVE WS-PREV-CARRIER   TO CL-CARRIER-ID.
002070      MOVE WS-CAR-ADDS       TO CL-ADDS.
002080      MOVE WS-CAR-CHANGES    TO CL-CHANGES.
002090      MOVE WS-CAR-TERMS      TO CL-TERMS.
002100      WRITE REPORT-LINE FROM CARRIER-LINE.
002110      ADD WS-CAR-ADDS    TO WS-TOTAL-ADDS.
002120      ADD WS-CAR-CHANGES TO WS-TOTAL-CHANGES.
002130      ADD WS-CAR-TERMS   TO WS-TOTAL-TERMS.
002140 P300-TERMINATION.
002150      MOVE "TOTAL"          TO CL-CARRIER-ID.
002160      MOVE WS-TOTAL-ADDS    TO CL-ADDS.
002170      MOVE WS-TOTAL-CHANGES TO CL-CHANGES.
002180      MOVE WS-TOTAL-TERMS   TO CL-TERMS.
002190      WRITE REPORT-LINE FROM CARRIER-LINE.
002200      CLOSE BENEFIT-CHANGE-FILE.
002210      CLOSE CARRIER-FILE.
002220      CLOSE REPORT-FILE.
002230      DISPLAY "CHANGES READ         : " WS-CHANGE-READ.
002240      DISPLAY "CARRIER BATCHES      : " WS-CARRIER-COUNT.
002250      IF WS-BAD-TYPE-COUNT > ZERO AND WS-HIGHEST-RC < 4
002260         MOVE 4 TO WS-HIGHEST-RC
002270      END-IF.
002280      IF WS-CHANGE-READ = ZERO AND WS-HIGHEST-RC < 4
002290         DISPLAY "NO BENEFIT CHANGES THIS WEEK - CARRFILE EMPTY"
002300         MOVE 4 TO WS-HIGHEST-RC
002310      END-IF.
002320      DISPLAY "BENCAR00 RETURN CODE : " WS-HIGHEST-RC.
