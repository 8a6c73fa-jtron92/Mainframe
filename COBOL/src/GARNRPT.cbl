000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GARNRPT.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    GARNISHMENT REMITTANCE REPORT - READS THE CYCLE'S      *
000090*    GARNREMT REMITTANCE FILE (GARNRMRC LAYOUT, CUT BY      *
000100*    COBTRAN3) SORTED BY AGENCY, CASE, AND PERIOD-END (SEE  *
000110*    THE SORT STEP IN GARNRPT.JCL) AND PRINTS WHAT IS OWED  *
000120*    TO EACH AGENCY AND CASE: ONE LINE PER AMOUNT WITHHELD, *
000130*    A TOTAL PER CASE WITH THE ORDER BALANCE STILL OPEN,    *
000140*    AND A TOTAL PER AGENCY - THE FIGURE EACH REMITTANCE    *
000150*    CHECK IS CUT FOR.  ORDERS PAID OFF THIS CYCLE ARE      *
000160*    FLAGGED SO THE AGENCY CAN BE TOLD THE ORDER IS DONE    *
000170************************************************************
000180* MODIFICATION HISTORY                                     *
000190*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000200************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT GARN-REMIT-FILE ASSIGN TO GARNREMT
000250     ORGANIZATION IS SEQUENTIAL
000260     FILE STATUS  IS GARNREMT-STATUS.
000270     SELECT REPORT-FILE ASSIGN TO RPTOUT
000280     ORGANIZATION IS SEQUENTIAL
000290     FILE STATUS  IS RPT-FILE-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD GARN-REMIT-FILE
000330      RECORDING MODE IS F
000340      LABEL RECORDS ARE STANDARD
000350      RECORD CONTAINS 80 CHARACTERS
000360      DATA RECORD IS GARN-REMIT-REC.
000370     COPY GARNRMRC.
000380 FD REPORT-FILE
000390      RECORDING MODE IS F
000400      LABEL RECORDS ARE STANDARD
000410      DATA RECORD IS REPORT-LINE.
000420 01 REPORT-LINE           PIC X(80).
000430 WORKING-STORAGE SECTION.
000440 01 GARNREMT-STATUS       PIC X(2).
000450   88 GARNREMT-OK         VALUE "00".
000460 01 RPT-FILE-STATUS       PIC X(2).
000470 01 WS-EOF-SWITCH         PIC X(1) VALUE "N".
000480   88 WS-EOF              VALUE "Y".
000490 01 WS-FIRST-REC-SWITCH   PIC X(1) VALUE "Y".
000500   88 WS-FIRST-REC        VALUE "Y".
000510 01 WS-RUN-DATE           PIC 9(8).
000520 01 WS-PRIOR-GROUP.
000530     05 WS-PRIOR-AGENCY   PIC X(20).
000540     05 WS-PRIOR-CASE     PIC X(15).
000550 01 WS-PRIOR-BALANCE      PIC 9(7)V9(2).
000560 01 WS-PRIOR-STATUS       PIC X(1).
000570 01 WS-TOTALS.
000580     05 WS-CASE-TOTAL     PIC 9(7)V9(2) VALUE ZERO.
000590     05 WS-AGENCY-TOTAL   PIC 9(8)V9(2) VALUE ZERO.
000600     05 WS-GRAND-TOTAL    PIC 9(9)V9(2) VALUE ZERO.
000610 01 WS-COUNTERS.
000620     05 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
000630     05 WS-CASE-COUNT     PIC 9(5) VALUE ZERO.
000640     05 WS-AGENCY-COUNT   PIC 9(5) VALUE ZERO.
000650     05 WS-SATISFIED-COUNT PIC 9(5) VALUE ZERO.
000660 01 HEADING-LINE-1.
000670     05 FILLER            PIC X(30) VALUE "PAYROLL-SYSTEMS".
000680     05 FILLER            PIC X(30)
000690        VALUE "GARNISHMENT REMITTANCE REPORT".
000700     05 FILLER            PIC X(20) VALUE SPACES.
000710 01 HEADING-LINE-2.
000720     05 FILLER            PIC X(10) VALUE "RUN DATE: ".
000730     05 HL2-DATE          PIC 9(8).
000740     05 FILLER            PIC X(62) VALUE SPACES.
000750 01 AGENCY-HEADER-LINE.
000760     05 FILLER            PIC X(08) VALUE "AGENCY: ".
000770     05 AH-AGENCY         PIC X(20).
000780     05 FILLER            PIC X(52) VALUE SPACES.
000790 01 CASE-HEADER-LINE.
000800     05 FILLER            PIC X(04) VALUE SPACES.
000810     05 FILLER            PIC X(06) VALUE "CASE: ".
000820     05 CH-CASE           PIC X(15).
000830     05 FILLER            PIC X(55) VALUE SPACES.
000840 01 DETAIL-LINE.
000850     05 FILLER            PIC X(08) VALUE SPACES.
000860     05 FILLER            PIC X(08) VALUE "EMP-ID: ".
000870     05 DT-EMP-ID         PIC X(04).
000880     05 FILLER            PIC X(07) VALUE "  TYPE ".
000890     05 DT-ORDER-TYPE     PIC X(01).
000900     05 FILLER            PIC X(10) VALUE "  PERIOD: ".
000910     05 DT-PERIOD-END     PIC 9(08).
000920     05 FILLER            PIC X(02) VALUE SPACES.
000930     05 DT-AMOUNT         PIC ZZZ,ZZ9.99.
000940     05 FILLER            PIC X(22) VALUE SPACES.
000950 01 CASE-TOTAL-LINE.
000960     05 FILLER            PIC X(08) VALUE SPACES.
000970     05 FILLER            PIC X(12) VALUE "CASE TOTAL: ".
000980     05 CT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
000990     05 FILLER            PIC X(11) VALUE "  BALANCE: ".
001000     05 CT-BALANCE        PIC Z,ZZZ,ZZ9.99.
001010     05 FILLER            PIC X(02) VALUE SPACES.
001020     05 CT-FLAG           PIC X(16).
001030     05 FILLER            PIC X(07) VALUE SPACES.
001040 01 AGENCY-TOTAL-LINE.
001050     05 FILLER            PIC X(04) VALUE SPACES.
001060     05 FILLER            PIC X(20) VALUE "REMIT TO AGENCY:    ".
001070     05 AT-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
001080     05 FILLER            PIC X(43) VALUE SPACES.
001090 01 GRAND-TOTAL-LINE.
001100     05 FILLER            PIC X(20) VALUE "TOTAL REMITTANCES:  ".
001110     05 GT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
001120     05 FILLER            PIC X(11) VALUE "  AGENCIES:".
001130     05 GT-AGENCIES       PIC ZZZZ9.
001140     05 FILLER            PIC X(08) VALUE "  CASES:".
001150     05 GT-CASES          PIC ZZZZ9.
001160     05 FILLER            PIC X(17) VALUE SPACES.
001170 PROCEDURE DIVISION.
001180 000-MAIN-PROCEDURE.
001190      PERFORM P100-INITIALIZATION.
001200      PERFORM P200-MAINLINE.
001210      PERFORM P300-TERMINATION.
001220      STOP RUN.
001230 P100-INITIALIZATION.
001240      OPEN INPUT GARN-REMIT-FILE.
001250      IF NOT GARNREMT-OK
001260         DISPLAY "FAILURE TO OPEN GARNREMT " GARNREMT-STATUS
001270         MOVE 8 TO RETURN-CODE
001280         STOP RUN
001290      END-IF.
001300      OPEN OUTPUT REPORT-FILE.
001310      IF RPT-FILE-STATUS NOT = "00"
001320         DISPLAY "FAILURE TO OPEN RPTOUT " RPT-FILE-STATUS
001330         MOVE 8 TO RETURN-CODE
001340         STOP RUN
001350      END-IF.
001360      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001370      MOVE WS-RUN-DATE TO HL2-DATE.
001380      WRITE REPORT-LINE FROM HEADING-LINE-1.
001390      WRITE REPORT-LINE FROM HEADING-LINE-2.
001400 P200-MAINLINE.
001410      PERFORM UNTIL WS-EOF
001420         READ GARN-REMIT-FILE
001430            AT END
001440               SET WS-EOF TO TRUE
001450            NOT AT END
001460               ADD 1 TO WS-READ-COUNT
001470               PERFORM P210-REPORT-ONE-RECORD
001480         END-READ
001490      END-PERFORM.
001500      IF NOT WS-FIRST-REC
001510         PERFORM P230-CASE-BREAK
001520         PERFORM P240-AGENCY-BREAK
001530      END-IF.
001540 P210-REPORT-ONE-RECORD.
001550*    GROUPS BREAK ON AGENCY, THEN CASE - THE SORT STEP IN
001560* GARNRPT.JCL GUARANTEES THE SEQUENCE, WITH PERIOD-ENDS
001570* ASCENDING INSIDE EACH CASE
001580      IF WS-FIRST-REC
001590         MOVE "N" TO WS-FIRST-REC-SWITCH
001600         PERFORM P220-START-AGENCY
001610         PERFORM P225-START-CASE
001620      ELSE
001630         IF GR-AGENCY NOT = WS-PRIOR-AGENCY
001640            PERFORM P230-CASE-BREAK
001650            PERFORM P240-AGENCY-BREAK
001660            PERFORM P220-START-AGENCY
001670            PERFORM P225-START-CASE
001680         ELSE
001690            IF GR-CASE-NBR NOT = WS-PRIOR-CASE
001700               PERFORM P230-CASE-BREAK
001710               PERFORM P225-START-CASE
001720            END-IF
001730         END-IF
001740      END-IF.
001750      MOVE GR-EMP-ID     TO DT-EMP-ID.
001760      MOVE GR-ORDER-TYPE TO DT-ORDER-TYPE.
001770      MOVE GR-PERIOD-END TO DT-PERIOD-END.
001780      MOVE GR-AMOUNT     TO DT-AMOUNT.
001790      WRITE REPORT-LINE FROM DETAIL-LINE.
001800      ADD GR-AMOUNT TO WS-CASE-TOTAL.
001810*    THE LAST RECORD OF THE CASE CARRIES THE BALANCE LEFT
001820* AFTER THE CYCLE'S FINAL TAKE
001830      MOVE GR-BALANCE      TO WS-PRIOR-BALANCE.
001840      MOVE GR-ORDER-STATUS TO WS-PRIOR-STATUS.
001850 P220-START-AGENCY.
001860      MOVE GR-AGENCY TO WS-PRIOR-AGENCY.
001870      MOVE GR-AGENCY TO AH-AGENCY.
001880      MOVE SPACES TO REPORT-LINE.
001890      WRITE REPORT-LINE.
001900      WRITE REPORT-LINE FROM AGENCY-HEADER-LINE.
001910      MOVE ZERO TO WS-AGENCY-TOTAL.
001920      ADD 1 TO WS-AGENCY-COUNT.
001930 P225-START-CASE.
001940      MOVE GR-CASE-NBR TO WS-PRIOR-CASE.
001950      MOVE GR-CASE-NBR TO CH-CASE.
001960      WRITE REPORT-LINE FROM CASE-HEADER-LINE.
001970      MOVE ZERO TO WS-CASE-TOTAL.
001980      ADD 1 TO WS-CASE-COUNT.
001990 P230-CASE-BREAK.
002000      MOVE WS-CASE-TOTAL    TO CT-AMOUNT.
002010      MOVE WS-PRIOR-BALANCE TO CT-BALANCE.
002020      MOVE SPACES           TO CT-FLAG.
002030*    A ZERO BALANCE ON AN ORDER STILL ACTIVE IS AN OPEN-ENDED
002032* ORDER WITH NO TOTAL OWED - IT KEEPS RUNNING
002034      IF WS-PRIOR-STATUS = "S"
002040         MOVE "ORDER SATISFIED" TO CT-FLAG
002050         ADD 1 TO WS-SATISFIED-COUNT
002052      ELSE
002054         IF WS-PRIOR-BALANCE = ZERO
002056            MOVE "ONGOING ORDER" TO CT-FLAG
002058         END-IF
002060      END-IF.
002070      WRITE REPORT-LINE FROM CASE-TOTAL-LINE.
002080      ADD WS-CASE-TOTAL TO WS-AGENCY-TOTAL.
002090 P240-AGENCY-BREAK.
002100      MOVE WS-AGENCY-TOTAL TO AT-AMOUNT.
002110      WRITE REPORT-LINE FROM AGENCY-TOTAL-LINE.
002120      ADD WS-AGENCY-TOTAL TO WS-GRAND-TOTAL.
002130 P300-TERMINATION.
002140      MOVE SPACES TO REPORT-LINE.
002150      WRITE REPORT-LINE.
002160      MOVE WS-GRAND-TOTAL  TO GT-AMOUNT.
002170      MOVE WS-AGENCY-COUNT TO GT-AGENCIES.
002180      MOVE WS-CASE-COUNT   TO GT-CASES.
002190      WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
002200      CLOSE GARN-REMIT-FILE.
002210      CLOSE REPORT-FILE.
002220      DISPLAY "REMITTANCE RECORDS READ : " WS-READ-COUNT.
002230      DISPLAY "AGENCIES REPORTED       : " WS-AGENCY-COUNT.
002240      DISPLAY "CASES REPORTED          : " WS-CASE-COUNT.
002250      DISPLAY "ORDERS SATISFIED        : " WS-SATISFIED-COUNT.
002260      DISPLAY "TOTAL TO REMIT          : " WS-GRAND-TOTAL.
