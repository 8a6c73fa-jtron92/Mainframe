000140*      COLS  5-12  WORK DATE YYYYMMDD (SHARED DATEVAL)      *
000150*      COLS 13-16  HOURS 99V99                              *
000160*      COL  17     PAY CODE R=REGULAR P=PREMIUM (1.5X)      *
000162*                  L=PAID LEAVE (STRAIGHT TIME, DRAWN FROM  *
000164*                  LEAVEBAL)                                *
000165*                  H=HOLIDAY - NEVER KEYED.  GENERATED FOR  *
000166*                  EVERY HOLCAL HOLIDAY IN THE PAY PERIOD   *
000167*                  FOR ELIGIBLE HOURLY EMPLOYEES (SYSIN     *
000168*                  CONTROL CARD, SEE P130)                  *
000169*      COLS 18-20  CHARGE DEPT (BLANK = HOME DEPT)          *
000170*    EACH EMP-ID IS VALIDATED AGAINST EMPLOYEE-VS-FILE AND  *
000180*    THE HOURLY RATE COMES FROM THE COMPMAST COMPENSATION   *
000190*    MASTER (TYPE H ROW IN FORCE FOR THE RUN DATE).         *
000350*                   OF OVER THE WHOLE FILE - A BIWEEKLY    *
000360*                   TIMEIN USED TO BOOK 40 OT HOURS FOR    *
000370*                   EVERY FULL-TIME EMPLOYEE               *
000371*   10/15/2026  DM  PAY CODE L - PAID LEAVE AT STRAIGHT    *
000372*                   TIME, OUTSIDE THE WEEKLY OT BUCKET.    *
000373*                   HOURS ARE CHECKED AGAINST THE LEAVEBAL *
000374*                   BALANCE (LESS LEAVE ALREADY TAKEN THIS *
000375*                   RUN); HOURS THAT WOULD OVERDRAW IT ARE *
000376*                   HELD (W002).  ACCEPTED HOURS GO OUT ON *
000377*                   LVTROUT AS LEAVTRAN LEAVE-TAKEN        *
000378*                   RECORDS FOR EMPLEAVE, SO LEAVE IS NO   *
000379*                   LONGER KEYED TWICE                     *
000380*   10/15/2026  DM  HOLIDAY PAY FOR HOURLY EMPLOYEES -    *
000381*                   EACH HOLCAL HOLIDAY IN THE PAY PERIOD  *
000382*                   (SYSIN CARD OR EARLIEST OPEN PAYCAL)   *
000383*                   GENERATES THE CARD'S HOURS FOR EVERY   *
000384*                   ACTIVE HOURLY EMPLOYEE PAST THE CARD'S *
000385*                   MINIMUM SERVICE, AT STRAIGHT TIME AND  *
000386*                   OUTSIDE THE OT BUCKET, ON ITS OWN      *
000387*                   HOLIDAY LINE OF THE PROOF REPORT       *
000388*   10/15/2026  DM  TIMEIN CHARGE DEPT - LABDIST SPLIT     *
000389************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TIMECARD-FILE ASSIGN TO TIMEIN
000430     ORGANIZATION IS SEQUENTIAL
000440     FILE STATUS  IS TIMEIN-STATUS.
000441     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
000442     ORGANIZATION IS SEQUENTIAL
000443     FILE STATUS  IS DEPTMAST-STATUS.
000444     SELECT LABOR-DIST-FILE ASSIGN TO LABDIST
000445     ORGANIZATION IS SEQUENTIAL
000446     FILE STATUS  IS LABDIST-STATUS.
000450     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE  IS RANDOM
000560     SELECT REPORT-FILE ASSIGN TO RPTOUT
000570     ORGANIZATION IS SEQUENTIAL
000580     FILE STATUS  IS RPT-FILE-STATUS.
000582     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
000584     ORGANIZATION IS SEQUENTIAL
000586     FILE STATUS  IS PAYCAL-STATUS.
000590     SELECT SUITE-EXCEPTION-FILE ASSIGN TO SUITEEXC
000600     ORGANIZATION IS SEQUENTIAL
000610     FILE STATUS  IS SUITEEXC-STATUS.
000612     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVEBAL
000613     ORGANIZATION IS SEQUENTIAL
000614     FILE STATUS  IS LEAVEBAL-STATUS.
000615     SELECT LEAVE-TAKEN-FILE ASSIGN TO LVTROUT
000616     ORGANIZATION IS SEQUENTIAL
000617     FILE STATUS  IS LVTROUT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD TIMECARD-FILE
000740   05 TC-PAY-CODE        PIC X(01).
000750     88 TC-REGULAR       VALUE "R".
000760     88 TC-PREMIUM       VALUE "P".
000765     88 TC-PAID-LEAVE    VALUE "L".
000767     88 TC-HOLIDAY       VALUE "H".
000768   05 TC-CHARGE-DEPT     PIC X(03).
000770   05 FILLER             PIC X(60).
000780 FD EMPLOYEE-VS-FILE.
000790     COPY EMPREC.
000791 FD LABOR-DIST-FILE
000792      RECORDING MODE IS F
000793      LABEL RECORDS ARE STANDARD
000794      RECORD CONTAINS 80 CHARACTERS.
000795     COPY LABDREC.
000800 FD COMP-MASTER-FILE
000810      RECORDING MODE IS F
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 80 CHARACTERS
000840      DATA RECORD IS COMP-MASTER-REC.
000850     COPY COMPREC.
000851 FD DEPT-MASTER-FILE
000852      RECORDING MODE IS F
000853      LABEL RECORDS ARE STANDARD
000854      RECORD CONTAINS 80 CHARACTERS
000855      DATA RECORD IS DEPARTMENT-REC.
000856     COPY DEPTREC.
000860 FD PAY-OUT-FILE
000870      RECORDING MODE IS F
000880      LABEL RECORDS ARE STANDARD
000950   05 FILLER             PIC X(02).
000960   05 PO-BON-PAY         PIC 9(4)V9(2).
000970   05 FILLER             PIC X(54).
000971 FD LEAVE-BALANCE-FILE
000972      RECORDING MODE IS F
000973      LABEL RECORDS ARE STANDARD
000974      RECORD CONTAINS 80 CHARACTERS.
000975 01 LEAVE-BALANCE-REC.
000976   05 LB-EMP-ID          PIC 9(06).
000977   05 LB-BALANCE-HRS     PIC 9(4)V9(2).
000978   05 FILLER             PIC X(68).
000980 FD REPORT-FILE
000990      RECORDING MODE IS F
001000      LABEL RECORDS ARE STANDARD
001010      DATA RECORD IS REPORT-LINE.
001020 01 REPORT-LINE           PIC X(80).
001021 FD PAY-CALENDAR-FILE
001022      RECORDING MODE IS F
001023      LABEL RECORDS ARE STANDARD
001024      RECORD CONTAINS 80 CHARACTERS.
001025     COPY PAYCALRC.
001030 FD SUITE-EXCEPTION-FILE
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD
001060      RECORD CONTAINS 80 CHARACTERS
001070      DATA RECORD IS SUITE-EXCEPTION-REC.
001080     COPY EXCPTREC.
001081 FD LEAVE-TAKEN-FILE
001082      RECORDING MODE IS F
001083      LABEL RECORDS ARE STANDARD
001084      RECORD CONTAINS 80 CHARACTERS.
001085 01 LEAVE-TRANS-REC.
001086   05 LT-EMP-ID          PIC 9(06).
001087   05 LT-LEAVE-DATE      PIC X(08).
001088   05 LT-HOURS           PIC 9(3)V9(2).
001089   05 FILLER             PIC X(61).
001090 WORKING-STORAGE SECTION.
001100     COPY FSTATCOM.
001110     COPY DATEPARM.
001120 01 TIMEIN-STATUS        PIC X(2).
001130   88 TIMEIN-OK          VALUE "00".
001132 01 DEPTMAST-STATUS      PIC X(2).
001134   88 DEPTMAST-OK        VALUE "00".
001136 01 LABDIST-STATUS       PIC X(2).
001140 01 COMPMAST-STATUS      PIC X(2).
001150   88 COMPMAST-OK        VALUE "00".
001152 01 WS-DEPTMAST-EOF-SW   PIC X(1) VALUE "N".
001154   88 WS-DEPTMAST-DONE   VALUE "Y".
001156 01 WS-DEPTMAST-OPEN-SW  PIC X(1) VALUE "N".
001158   88 WS-DEPTMAST-OPEN   VALUE "Y".
001160 01 TIMEOUT-STATUS       PIC X(2).
001170 01 RPT-FILE-STATUS      PIC X(2).
001180 01 SUITEEXC-STATUS      PIC X(2).
001182 01 LEAVEBAL-STATUS      PIC X(2).
001184   88 LEAVEBAL-OK        VALUE "00".
001186 01 LVTROUT-STATUS       PIC X(2).
001187 01 PAYCAL-STATUS        PIC X(2).
001188   88 PAYCAL-OK          VALUE "00".
001190 01 WS-TIMEIN-EOF-SW     PIC X(1) VALUE "N".
001200   88 WS-TIMEIN-DONE     VALUE "Y".
001210 01 WS-COMPMAST-EOF-SW   PIC X(1) VALUE "N".
001220   88 WS-COMPMAST-DONE   VALUE "Y".
001222 01 WS-LEAVEBAL-EOF-SW   PIC X(1) VALUE "N".
001224   88 WS-LEAVEBAL-DONE   VALUE "Y".
001226 01 WS-LEAVEBAL-OPEN-SW  PIC X(1) VALUE "N".
001228   88 WS-LEAVEBAL-OPEN   VALUE "Y".
001230 01 WS-RUN-DATE          PIC 9(8).
001240 01 WS-OT-LIMIT          PIC 9(2)V9(2) VALUE 40.00.
001241 01 WS-CAL-EOF-SW        PIC X(1) VALUE "N".
001242   88 WS-CAL-DONE        VALUE "Y".
001243 01 WS-CAL-OPEN-SW       PIC X(1) VALUE "N".
001244   88 WS-CAL-OPEN        VALUE "Y".
001245 01 WS-PRIOR-END         PIC 9(8) VALUE ZERO.
001246 01 WS-HOL-PERIOD-START  PIC 9(8) VALUE ZERO.
001247 01 WS-HOL-PERIOD-END    PIC 9(8) VALUE ZERO.
001248 01 WS-DAY-GUARD         PIC 9(3) VALUE ZERO.
001250 01 WS-REJECT-SW         PIC X(1).
001260   88 WS-CARD-REJECTED   VALUE "Y".
001270   88 WS-CARD-ACCEPTED   VALUE "N".
001280 01 WS-REJECT-REASON     PIC X(40).
001281 01 WS-CONTROL-CARD.
001282   05 WS-CC-PERIOD-END   PIC X(08).
001283   05 WS-CC-HOL-HOURS    PIC X(04).
001284   05 WS-CC-HOL-HRS-NUM REDEFINES WS-CC-HOL-HOURS PIC 99V99.
001285   05 WS-CC-MIN-SERVICE  PIC X(04).
001286   05 WS-CC-MIN-SVC-NUM REDEFINES WS-CC-MIN-SERVICE PIC 9(4).
001287   05 WS-CC-HOL-PAY-SW   PIC X(01).
001288     88 WS-CC-NO-HOL-PAY VALUE "N".
001289   05 FILLER             PIC X(63).
001290 01 WS-MAX-COMP-ROWS     PIC 9(3) VALUE 500.
001300 01 WS-COMP-ROW-COUNT    PIC 9(3) VALUE ZERO.
001310 01 WS-COMP-TABLE.
001390   88 WS-RATE-NOT-FOUND  VALUE "N".
001400 01 WS-HOURLY-RATE       PIC 9(5)V9(2).
001410 01 WS-RATE-EFF-DATE     PIC 9(8).
001411 01 WS-MAX-HOLS          PIC 9(2) VALUE 10.
001412 01 WS-HOL-COUNT         PIC 9(2) VALUE ZERO.
001413 01 WS-HOL-TABLE.
001414    05 WS-HOL-DATE OCCURS 10 TIMES PIC 9(8).
001415 01 WS-HOL-SUB           PIC 9(2).
001416 01 WS-HOL-CMP-SUB       PIC 9(3).
001417 01 WS-HOL-EMP-ID        PIC X(4).
001418 01 WS-HOL-ELIG-FROM     PIC 9(8).
001419 01 WS-HOL-LATEST-DATE   PIC 9(8).
001420 01 WS-MAX-EMPLOYEES     PIC 9(3) VALUE 500.
001430 01 WS-EMP-COUNT         PIC 9(3) VALUE ZERO.
001440*    ONE BUCKET PER EMPLOYEE PER WORK WEEK - OVERTIME IS A
001510      10 WS-ET-REG-HRS   PIC 9(3)V9(2).
001520      10 WS-ET-PREM-HRS  PIC 9(3)V9(2).
001530      10 WS-ET-CARDS     PIC 9(3).
001535      10 WS-ET-LEAVE-HRS PIC 9(3)V9(2).
001537      10 WS-ET-HOL-HRS   PIC 9(3)V9(2).
001540 01 WS-EMP-SUB           PIC 9(3).
001541 01 WS-MAX-LD-ROWS       PIC 9(4) VALUE 1000.
001542 01 WS-LD-ROW-COUNT      PIC 9(4) VALUE ZERO.
001543 01 WS-LD-TABLE.
001544    05 WS-LD-ENTRY OCCURS 1000 TIMES INDEXED BY LDT-IDX.
001545      10 WS-LD-EMP-ID    PIC X(4).
001546      10 WS-LD-HOME-DEPT PIC 9(3).
001547      10 WS-LD-DEPT      PIC 9(3).
001548      10 WS-LD-HRS       PIC 9(4)V9(2).
001549      10 WS-LD-AMT       PIC 9(7)V9(2).
001550 01 WS-MAX-PAY-EMPS      PIC 9(3) VALUE 500.
001560 01 WS-PAY-EMP-COUNT     PIC 9(3) VALUE ZERO.
001570 01 WS-PAY-TABLE.
001580    05 WS-PE-ENTRY OCCURS 500 TIMES INDEXED BY PAY-IDX.
001590      10 WS-PE-EMP-ID    PIC X(4).
001600      10 WS-PE-GROSS     PIC 9(7)V9(2).
001601*    LEAVEBAL BALANCES AND THE LEAVE TAKEN AGAINST EACH
001602* THIS RUN - A SECOND CARD CHECKS AGAINST WHAT IS LEFT
001603 01 WS-MAX-LEAVE-BALS    PIC 9(4) VALUE 1000.
001604 01 WS-LEAVE-BAL-COUNT   PIC 9(4) VALUE ZERO.
001605 01 WS-LEAVE-BAL-TABLE.
001606    05 WS-LB-ENTRY OCCURS 1000 TIMES INDEXED BY LBL-IDX.
001607      10 WS-LB-EMP-ID    PIC 9(6).
001608      10 WS-LB-HOURS     PIC 9(4)V9(2).
001609      10 WS-LB-TAKEN     PIC 9(4)V9(2).
001610*    WEEK-KEY DERIVATION - A PLAIN DAY SERIAL (DAYS FROM
001620* 0001-01-01, A MONDAY) DIVIDED BY SEVEN, SO MONDAY
001630* THROUGH SUNDAY SHARE ONE KEY ACROSS MONTH AND YEAR ENDS
001760 01 WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-LIST.
001770    05 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
001780 01 WS-OT-HOURS          PIC 9(3)V9(2).
001781 01 WS-DV-RESULT-X.
001782   05 WS-DR-YEAR         PIC X(04).
001783   05 WS-DR-MONTH        PIC X(02).
001784   05 WS-DR-DAY          PIC X(02).
001785 01 WS-DV-RESULT REDEFINES WS-DV-RESULT-X PIC 9(8).
001790 01 WS-BASE-HOURS        PIC 9(3)V9(2).
001791 01 WS-LEAVE-HOURS       PIC 9(3)V9(2).
001792 01 WS-LEAVE-EMP-ID      PIC 9(6).
001793 01 WS-LEAVE-LEFT        PIC S9(4)V9(2).
001794 01 WS-LEAVE-OK-HRS      PIC 9(2)V9(2).
001795 01 WS-LEAVE-HELD-HRS    PIC 9(2)V9(2).
001796 01 WS-LEAVE-HELD-ED     PIC Z9.99.
001797 01 WS-HOME-DEPT         PIC 9(3).
001798 01 WS-CHARGE-DEPT       PIC 9(3).
001799 01 WS-CHARGE-HRS        PIC 9(2)V9(2).
001800 01 WS-GROSS-WORK        PIC 9(7)V9(2).
001801 01 WS-HOL-GROSS         PIC 9(7)V9(2).
001802 01 WS-HOL-LATEST-TYPE   PIC X(1).
001803 01 WS-HOL-ELIG-SW       PIC X(1).
001804   88 WS-HOL-ELIGIBLE    VALUE "Y".
001805   88 WS-HOL-NOT-ELIGIBLE VALUE "N".
001806 01 WS-HOL-SKIP-REASON   PIC X(40).
001810 01 WS-DATE-BUILD.
001820    05 WS-DB-YEAR    PIC X(4).
001830    05 FILLER        PIC X(1) VALUE "-".
001840    05 WS-DB-MONTH   PIC X(2).
001850    05 FILLER        PIC X(1) VALUE "-".
001860    05 WS-DB-DAY     PIC X(2).
001861 01 WS-DV-DATE-X.
001862   05 WS-DV-YEAR         PIC X(04).
001863   05 WS-DV-MONTH        PIC X(02).
001864   05 WS-DV-DAY          PIC X(02).
001865 01 WS-DV-DATE REDEFINES WS-DV-DATE-X PIC 9(8).
001866 01 WS-DV-OFFSET         PIC S9(5).
001870 01 WS-COUNTERS.
001880     05 WS-CARD-COUNT     PIC 9(5) VALUE ZERO.
001890     05 WS-ACCEPT-COUNT   PIC 9(5) VALUE ZERO.
001900     05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
001903     05 WS-BORROWED-COUNT PIC 9(5) VALUE ZERO.
001906     05 WS-LD-REC-COUNT   PIC 9(5) VALUE ZERO.
001910     05 WS-PAY-REC-COUNT  PIC 9(5) VALUE ZERO.
001912     05 WS-LEAVE-CARD-COUNT PIC 9(5) VALUE ZERO.
001914     05 WS-LEAVE-HELD-COUNT PIC 9(5) VALUE ZERO.
001916     05 WS-LEAVE-TRAN-COUNT PIC 9(5) VALUE ZERO.
001917     05 WS-HOL-EMP-COUNT  PIC 9(5) VALUE ZERO.
001918     05 WS-HOL-SKIP-COUNT PIC 9(5) VALUE ZERO.
001919     05 WS-HOL-HRS-TOTAL  PIC 9(5)V9(2) VALUE ZERO.
001920 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001921 01 WS-MAX-DEPTS         PIC 9(3) VALUE 100.
001922 01 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
001923 01 WS-DEPT-TABLE.
001924    05 WS-DT-DEPT-ID OCCURS 100 TIMES INDEXED BY DPT-IDX PIC 9(3).
001925 01 WS-LD-EMP-HRS        PIC 9(5)V9(2).
001926 01 WS-LD-CUM-HRS        PIC 9(5)V9(2).
001927 01 WS-LD-TARGET         PIC 9(7)V9(2).
001928 01 WS-LD-ALLOC          PIC 9(7)V9(2).
001930 01 HEADING-LINE-1.
001940     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
001950     05 FILLER           PIC X(30)
002040     05 FILLER           PIC X(10) VALUE "WEEK OF".
002050     05 FILLER           PIC X(10) VALUE "  REG HRS".
002060     05 FILLER           PIC X(10) VALUE "   OT HRS".
002065     05 FILLER           PIC X(10) VALUE "   LV HRS".
002070     05 FILLER           PIC X(10) VALUE "     RATE".
002080     05 FILLER           PIC X(13) VALUE "        GROSS".
002090     05 FILLER           PIC X(09) VALUE SPACES.
002100 01 DETAIL-LINE.
002110     05 DL-EMP-ID        PIC X(4).
002120     05 FILLER           PIC X(04) VALUE SPACES.
002150     05 DL-REG-HRS       PIC ZZ9.99.
002160     05 FILLER           PIC X(04) VALUE SPACES.
002170     05 DL-OT-HRS        PIC ZZ9.99.
002172     05 FILLER           PIC X(04) VALUE SPACES.
002174     05 DL-LV-HRS        PIC ZZ9.99.
002180     05 FILLER           PIC X(03) VALUE SPACES.
002190     05 DL-RATE          PIC ZZ,ZZ9.99.
002200     05 FILLER           PIC X(02) VALUE SPACES.
002210     05 DL-GROSS         PIC ZZZ,ZZ9.99.
002220     05 FILLER           PIC X(02) VALUE SPACES.
002225     05 DL-NOTE          PIC X(10) VALUE SPACES.
002230 01 REJECT-LINE.
002240     05 RL-EMP-ID        PIC X(4).
002250     05 FILLER           PIC X(02) VALUE SPACES.
002280     05 FILLER           PIC X(10) VALUE "REJECTED: ".
002290     05 RL-REASON        PIC X(40).
002300     05 FILLER           PIC X(14) VALUE SPACES.
002301 01 HOLIDAY-SKIP-LINE.
002302     05 HS-EMP-ID        PIC X(4).
002303     05 FILLER           PIC X(12) VALUE SPACES.
002304     05 FILLER           PIC X(16) VALUE "NO HOLIDAY PAY: ".
002305     05 HS-REASON        PIC X(40).
002306     05 FILLER           PIC X(08) VALUE SPACES.
002310 01 TOTAL-LINE-1.
002320     05 FILLER           PIC X(26)
002330        VALUE "TIMECARDS READ:         ".
002380        VALUE "TIMECARDS REJECTED:     ".
002390     05 TL-REJECTED      PIC ZZZZ9.
002400     05 FILLER           PIC X(49) VALUE SPACES.
002401 01 TOTAL-LINE-5.
002402     05 FILLER           PIC X(26)
002403        VALUE "HOLIDAY HOURS PAID:     ".
002404     05 TL-HOL-HRS       PIC ZZZZ9.99.
002405     05 FILLER           PIC X(46) VALUE SPACES.
002410 01 TOTAL-LINE-3.
002420     05 FILLER           PIC X(26)
002430        VALUE "PAY RECORDS WRITTEN:    ".
002440     05 TL-PAY-RECS      PIC ZZZZ9.
002450     05 FILLER           PIC X(49) VALUE SPACES.
002452 01 TOTAL-LINE-4.
002454     05 FILLER           PIC X(26)
002456        VALUE "LEAVE HOURS HELD:       ".
002457     05 TL-LEAVE-HELD    PIC ZZZZ9.
002458     05 FILLER           PIC X(49) VALUE SPACES.
002460 PROCEDURE DIVISION.
002470 000-MAIN-PROCEDURE.
002480      PERFORM P100-INITIALIZATION.
002490      PERFORM P200-PROCESS-TIMECARDS.
002495      PERFORM P280-GENERATE-HOLIDAY-HOURS THRU P280-EXIT.
002500      PERFORM P250-BUILD-WEEK-GROSSES.
002510      PERFORM P270-WRITE-PAY-RECORDS.
002515      PERFORM P275-WRITE-LABOR-DIST.
002520      PERFORM P300-TERMINATION.
002530      MOVE WS-HIGHEST-RC TO RETURN-CODE.
002540      STOP RUN.
002680      OPEN OUTPUT PAY-OUT-FILE.
002690      OPEN OUTPUT REPORT-FILE.
002700      OPEN EXTEND SUITE-EXCEPTION-FILE.
002705      OPEN OUTPUT LEAVE-TAKEN-FILE.
002707      OPEN OUTPUT LABOR-DIST-FILE.
002710      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720      MOVE WS-RUN-DATE TO HL2-DATE.
002730      WRITE REPORT-LINE FROM HEADING-LINE-1.
002740      WRITE REPORT-LINE FROM HEADING-LINE-2.
002750      PERFORM P110-LOAD-COMP-RATES.
002755      PERFORM P120-LOAD-LEAVE-BALANCES.
002757      PERFORM P130-READ-CONTROL-CARD.
002758      PERFORM P160-LOAD-DEPARTMENTS.
002760 P110-LOAD-COMP-RATES.
002770      OPEN INPUT COMP-MASTER-FILE.
002780      IF NOT COMPMAST-OK
003230         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
003240      END-IF.
003250      IF WS-CARD-ACCEPTED AND
003260         NOT TC-REGULAR AND NOT TC-PREMIUM AND NOT TC-PAID-LEAVE
003270         SET WS-CARD-REJECTED TO TRUE
003280         MOVE "PAY CODE NOT R, P OR L" TO WS-REJECT-REASON
003290      END-IF.
003300      IF WS-CARD-ACCEPTED
003310         PERFORM P215-VALIDATE-WORK-DATE
003370      IF WS-CARD-ACCEPTED
003380         PERFORM P220-CHECK-EMPLOYEE-MASTER
003390      END-IF.
003392      IF WS-CARD-ACCEPTED
003394         PERFORM P222-SET-CHARGE-DEPT
003396      END-IF.
003400      IF WS-CARD-ACCEPTED
003410         PERFORM P225-FIND-HOURLY-RATE
003420         IF WS-RATE-NOT-FOUND
003450               TO WS-REJECT-REASON
003460         END-IF
003470      END-IF.
003475      IF WS-CARD-ACCEPTED AND TC-PAID-LEAVE
003476         PERFORM P240-CHECK-LEAVE-BALANCE
003477      END-IF.
003480      IF WS-CARD-ACCEPTED
003490         ADD 1 TO WS-ACCEPT-COUNT
003500         PERFORM P230-TALLY-EMPLOYEE-HOURS THRU P230-EXIT
004250         MOVE ZERO      TO WS-ET-REG-HRS (EMP-IDX)
004260         MOVE ZERO      TO WS-ET-PREM-HRS (EMP-IDX)
004270         MOVE ZERO      TO WS-ET-CARDS (EMP-IDX)
004275         MOVE ZERO      TO WS-ET-LEAVE-HRS (EMP-IDX)
004277         MOVE ZERO      TO WS-ET-HOL-HRS (EMP-IDX)
004280      END-IF.
004290      IF TC-REGULAR
004300         ADD TC-HOURS-NUM TO WS-ET-REG-HRS (EMP-IDX)
004310      ELSE
004312         IF TC-PREMIUM
004320            ADD TC-HOURS-NUM TO WS-ET-PREM-HRS (EMP-IDX)
004322         ELSE
004324            IF TC-PAID-LEAVE
004326               ADD WS-LEAVE-OK-HRS TO WS-ET-LEAVE-HRS (EMP-IDX)
004328               PERFORM P245-WRITE-LEAVE-TAKEN
004330            ELSE
004332               ADD TC-HOURS-NUM TO WS-ET-HOL-HRS (EMP-IDX)
004334            END-IF
004336         END-IF
004338      END-IF.
004340      IF NOT TC-HOLIDAY
004343         ADD 1 TO WS-ET-CARDS (EMP-IDX)
004346      END-IF.
004348      PERFORM P232-TALLY-CHARGE-DEPT THRU P232-EXIT.
004350 P230-EXIT.
004360      EXIT.
004370 P235-COMPUTE-WEEK-KEY.
004980         MOVE ZERO TO WS-OT-HOURS
004990      END-IF.
005000      ADD WS-ET-PREM-HRS (EMP-IDX) TO WS-OT-HOURS.
005005*    PAID LEAVE IS STRAIGHT TIME AND NEVER COUNTS TOWARD
005006* THE WEEKLY OT LIMIT
005007      MOVE WS-ET-LEAVE-HRS (EMP-IDX) TO WS-LEAVE-HOURS.
005010      COMPUTE WS-GROSS-WORK ROUNDED =
005020         (WS-BASE-HOURS * WS-HOURLY-RATE) +
005030         (WS-OT-HOURS * WS-HOURLY-RATE * 1.5) +
005035         (WS-LEAVE-HOURS * WS-HOURLY-RATE).
005036      COMPUTE WS-HOL-GROSS ROUNDED =
005037         WS-ET-HOL-HRS (EMP-IDX) * WS-HOURLY-RATE.
005040      PERFORM P265-ADD-TO-PAY-TOTALS.
005050      MOVE WS-ET-EMP-ID (EMP-IDX)  TO DL-EMP-ID.
005060      MOVE WS-ET-WEEK-OF (EMP-IDX) TO DL-WEEK-OF.
005070      MOVE WS-BASE-HOURS           TO DL-REG-HRS.
005080      MOVE WS-OT-HOURS             TO DL-OT-HRS.
005085      MOVE WS-LEAVE-HOURS          TO DL-LV-HRS.
005090      MOVE WS-HOURLY-RATE          TO DL-RATE.
005100      MOVE WS-GROSS-WORK           TO DL-GROSS.
005105      IF WS-ET-CARDS (EMP-IDX) > ZERO
005110         WRITE REPORT-LINE FROM DETAIL-LINE
005112      END-IF.
005114      IF WS-ET-HOL-HRS (EMP-IDX) > ZERO
005116         PERFORM P262-WRITE-HOLIDAY-LINE
005118      END-IF.
005120 P265-ADD-TO-PAY-TOTALS.
005130      PERFORM VARYING PAY-IDX FROM 1 BY 1
005140         UNTIL PAY-IDX > WS-PAY-EMP-COUNT
005230         MOVE ZERO TO WS-PE-GROSS (PAY-IDX)
005240      END-IF.
005250      ADD WS-GROSS-WORK TO WS-PE-GROSS (PAY-IDX).
005255      ADD WS-HOL-GROSS  TO WS-PE-GROSS (PAY-IDX).
005260 P270-WRITE-PAY-RECORDS.
005270*    ONE EMPIFILE-FORMAT RECORD PER EMPLOYEE - THE SUM OF
005280* THAT EMPLOYEE'S WEEK GROSSES
005510      WRITE REPORT-LINE FROM TOTAL-LINE-1.
005520      WRITE REPORT-LINE FROM TOTAL-LINE-2.
005530      WRITE REPORT-LINE FROM TOTAL-LINE-3.
005532      MOVE WS-LEAVE-HELD-COUNT TO TL-LEAVE-HELD.
005534      WRITE REPORT-LINE FROM TOTAL-LINE-4.
005536      MOVE WS-HOL-HRS-TOTAL TO TL-HOL-HRS.
005538      WRITE REPORT-LINE FROM TOTAL-LINE-5.
005540      CLOSE TIMECARD-FILE.
005550      CLOSE EMPLOYEE-VS-FILE.
005560      CLOSE PAY-OUT-FILE.
005570      CLOSE REPORT-FILE.
005580      CLOSE SUITE-EXCEPTION-FILE.
005585      CLOSE LEAVE-TAKEN-FILE.
005587      CLOSE LABOR-DIST-FILE.
005590      DISPLAY "TIMECARDS READ       : " WS-CARD-COUNT.
005600      DISPLAY "TIMECARDS ACCEPTED   : " WS-ACCEPT-COUNT.
005610      DISPLAY "TIMECARDS REJECTED   : " WS-REJECT-COUNT.
005615      DISPLAY "CARDS CHARGED AWAY   : " WS-BORROWED-COUNT.
005620      DISPLAY "PAY RECORDS WRITTEN  : " WS-PAY-REC-COUNT.
005621      DISPLAY "LABDIST WRITTEN      : " WS-LD-REC-COUNT.
005622      DISPLAY "PAID-LEAVE CARDS     : " WS-LEAVE-CARD-COUNT.
005624      DISPLAY "LEAVE CARDS HELD     : " WS-LEAVE-HELD-COUNT.
005626      DISPLAY "LEAVE-TAKEN WRITTEN  : " WS-LEAVE-TRAN-COUNT.
005627      DISPLAY "HOLIDAY PAID EMPS    : " WS-HOL-EMP-COUNT.
005628      DISPLAY "HOURLY NO HOLIDAY PAY: " WS-HOL-SKIP-COUNT.
005629      DISPLAY "HOLIDAY HOURS PAID   : " WS-HOL-HRS-TOTAL.
005630      IF (WS-REJECT-COUNT > ZERO OR WS-LEAVE-HELD-COUNT > ZERO)
005635         AND WS-HIGHEST-RC < 4
005640         MOVE 4 TO WS-HIGHEST-RC
005650      END-IF.
005660      IF WS-CARD-COUNT = ZERO AND WS-HIGHEST-RC < 8
005680         MOVE 8 TO WS-HIGHEST-RC
005690      END-IF.
005700      DISPLAY "TIMEPAY0 RETURN CODE : " WS-HIGHEST-RC.
005710 P120-LOAD-LEAVE-BALANCES.
005720*    A MISSING LEAVEBAL LEAVES EVERY BALANCE AT ZERO, SO
005730* EVERY PAID-LEAVE CARD HOLDS
005740      OPEN INPUT LEAVE-BALANCE-FILE.
005750      IF NOT LEAVEBAL-OK
005760         DISPLAY "LEAVEBAL NOT AVAILABLE " LEAVEBAL-STATUS
005770            " - PAID-LEAVE CARDS WILL HOLD"
005780         SET WS-LEAVEBAL-DONE TO TRUE
005790      ELSE
005800         SET WS-LEAVEBAL-OPEN TO TRUE
005810      END-IF.
005820      PERFORM UNTIL WS-LEAVEBAL-DONE
005830         READ LEAVE-BALANCE-FILE
005840            AT END
005850               SET WS-LEAVEBAL-DONE TO TRUE
005860            NOT AT END
005870               IF WS-LEAVE-BAL-COUNT < WS-MAX-LEAVE-BALS
005880                  ADD 1 TO WS-LEAVE-BAL-COUNT
005890                  SET LBL-IDX TO WS-LEAVE-BAL-COUNT
005900                  MOVE LB-EMP-ID      TO WS-LB-EMP-ID (LBL-IDX)
005910                  MOVE LB-BALANCE-HRS TO WS-LB-HOURS (LBL-IDX)
005920                  MOVE ZERO           TO WS-LB-TAKEN (LBL-IDX)
005930               ELSE
005940                  DISPLAY "LEAVE BALANCE TABLE FULL - ROW DROPPED"
005950               END-IF
005960         END-READ
005970      END-PERFORM.
005980      IF WS-LEAVEBAL-OPEN
005990         CLOSE LEAVE-BALANCE-FILE
006000      END-IF.
006010      DISPLAY "LEAVE BALANCES LOADED : " WS-LEAVE-BAL-COUNT.
006020 P240-CHECK-LEAVE-BALANCE.
006030*    PAID LEAVE MAY NOT OVERDRAW LEAVEBAL - THE HOURS THE
006040* BALANCE COVERS ARE PAID, ANY REMAINDER IS HELD.  A CARD
006050* WITH NOTHING LEFT TO COVER IT REJECTS WHOLE
006060      MOVE ZERO TO WS-LEAVE-OK-HRS.
006070      MOVE ZERO TO WS-LEAVE-HELD-HRS.
006080      MOVE ZERO TO WS-LEAVE-LEFT.
006090      ADD 1 TO WS-LEAVE-CARD-COUNT.
006100      MOVE TC-EMP-ID TO WS-LEAVE-EMP-ID.
006110      PERFORM VARYING LBL-IDX FROM 1 BY 1
006120         UNTIL LBL-IDX > WS-LEAVE-BAL-COUNT
006130         IF WS-LB-EMP-ID (LBL-IDX) = WS-LEAVE-EMP-ID
006140            COMPUTE WS-LEAVE-LEFT = WS-LB-HOURS (LBL-IDX)
006150               - WS-LB-TAKEN (LBL-IDX)
006160            EXIT PERFORM
006170         END-IF
006180      END-PERFORM.
006190      IF WS-LEAVE-LEFT NOT > ZERO
006200         SET WS-CARD-REJECTED TO TRUE
006210         MOVE "NO LEAVE BALANCE LEFT - HOURS HELD"
006220            TO WS-REJECT-REASON
006230         ADD 1 TO WS-LEAVE-HELD-COUNT
006240      ELSE
006250         IF TC-HOURS-NUM > WS-LEAVE-LEFT
006260            MOVE WS-LEAVE-LEFT TO WS-LEAVE-OK-HRS
006270            COMPUTE WS-LEAVE-HELD-HRS =
006280               TC-HOURS-NUM - WS-LEAVE-LEFT
006290         ELSE
006300            MOVE TC-HOURS-NUM TO WS-LEAVE-OK-HRS
006310         END-IF
006320         ADD WS-LEAVE-OK-HRS TO WS-LB-TAKEN (LBL-IDX)
006330      END-IF.
006340      IF WS-LEAVE-HELD-HRS > ZERO
006350         ADD 1 TO WS-LEAVE-HELD-COUNT
006360         MOVE WS-LEAVE-HELD-HRS TO WS-LEAVE-HELD-ED
006370         MOVE SPACES TO WS-REJECT-REASON
006380         STRING "HELD " WS-LEAVE-HELD-ED
006390            " LEAVE HRS OVER BALANCE" DELIMITED BY SIZE
006400            INTO WS-REJECT-REASON
006410         MOVE TC-EMP-ID        TO RL-EMP-ID
006420         MOVE TC-WORK-DATE     TO RL-WORK-DATE
006430         MOVE WS-REJECT-REASON TO RL-REASON
006440         WRITE REPORT-LINE FROM REJECT-LINE
006450         MOVE "M"              TO EX-SEVERITY
006460         MOVE TC-EMP-ID        TO EX-KEY
006470         MOVE "W002"           TO EX-REASON-CODE
006480         MOVE WS-REJECT-REASON TO EX-REASON-TEXT
006490         PERFORM P290-WRITE-SUITE-EXCEPTION
006500         MOVE SPACES TO WS-REJECT-REASON
006510      END-IF.
006520 P245-WRITE-LEAVE-TAKEN.
006530*    ONE LEAVTRAN LEAVE-TAKEN RECORD PER ACCEPTED CARD, FOR
006540* EMPLEAVE TO DRAW THE BALANCE DOWN
006550      MOVE SPACES          TO LEAVE-TRANS-REC.
006560      MOVE WS-LEAVE-EMP-ID TO LT-EMP-ID.
006570      MOVE TC-WORK-DATE    TO LT-LEAVE-DATE.
006580      MOVE WS-LEAVE-OK-HRS TO LT-HOURS.
006590      WRITE LEAVE-TRANS-REC.
006600      ADD 1 TO WS-LEAVE-TRAN-COUNT.
006610 P130-READ-CONTROL-CARD.
006620*    THE SYSIN CARD - COLS 1-8 PAY PERIOD END YYYYMMDD (BLANK
006630* FOR THE EARLIEST OPEN PAYCAL PERIOD), 9-12 HOLIDAY HOURS
006640* 99V99 (BLANK FOR 8.00), 13-16 MINIMUM SERVICE IN DAYS FROM
006650* HIRE (BLANK FOR NONE), 17 "N" TO GENERATE NO HOLIDAY PAY
006660      MOVE SPACES TO WS-CONTROL-CARD.
006670      ACCEPT WS-CONTROL-CARD.
006680      IF WS-CC-HOL-HOURS = SPACES
006690         MOVE "0800" TO WS-CC-HOL-HOURS
006700      END-IF.
006710      IF WS-CC-MIN-SERVICE = SPACES
006720         MOVE "0000" TO WS-CC-MIN-SERVICE
006730      END-IF.
006740      IF WS-CC-HOL-HOURS IS NOT NUMERIC OR
006750         WS-CC-MIN-SERVICE IS NOT NUMERIC OR
006760         (WS-CC-PERIOD-END NOT = SPACES AND
006770          WS-CC-PERIOD-END IS NOT NUMERIC)
006780         DISPLAY "INVALID SYSIN CARD - " WS-CONTROL-CARD (1:17)
006790         MOVE 8 TO RETURN-CODE
006800         STOP RUN
006810      END-IF.
006820      IF WS-CC-NO-HOL-PAY
006830         DISPLAY "HOLIDAY PAY SWITCHED OFF BY THE SYSIN CARD"
006840      END-IF.
006850      PERFORM P140-FIND-PAY-PERIOD.
006870 P140-FIND-PAY-PERIOD.
006880*    A PERIOD STARTS THE DAY AFTER THE PAYCAL PERIOD BEFORE
006890* IT.  A KEYED PERIOD END, OR THE FIRST PERIOD ON THE
006900* CALENDAR, IS TAKEN AS A FULL BIWEEKLY PERIOD
006910      IF WS-CC-PERIOD-END NOT = SPACES
006920         MOVE WS-CC-PERIOD-END TO WS-HOL-PERIOD-END
006930      ELSE
006940         PERFORM P145-READ-PAY-CALENDAR
006950      END-IF.
006960      IF WS-HOL-PERIOD-END = ZERO
006970         DISPLAY "NO OPEN PAYCAL PERIOD - NO HOLIDAY PAY, "
006980            "LABDIST UNDATED"
006990         MOVE 4 TO WS-HIGHEST-RC
007000         SET WS-CC-NO-HOL-PAY TO TRUE
007010      ELSE
007020         MOVE WS-HOL-PERIOD-END TO WS-DV-DATE
007030         MOVE ZERO TO WS-DV-OFFSET
007040         PERFORM P900-CALL-DATEVAL
007050         IF DP-DATE-INVALID
007060            DISPLAY "INVALID PAY PERIOD END " WS-HOL-PERIOD-END
007070               " - " DP-FAIL-REASON
007080            MOVE 8 TO RETURN-CODE
007090            STOP RUN
007100         END-IF
007110         IF WS-PRIOR-END = ZERO
007120            MOVE -13 TO WS-DV-OFFSET
007130         ELSE
007140            MOVE WS-PRIOR-END TO WS-DV-DATE
007150            MOVE 1 TO WS-DV-OFFSET
007160         END-IF
007170         PERFORM P900-CALL-DATEVAL
007180         MOVE WS-DV-RESULT TO WS-HOL-PERIOD-START
007190         DISPLAY "PAY PERIOD           : " WS-HOL-PERIOD-START
007200            " - " WS-HOL-PERIOD-END
007210         IF NOT WS-CC-NO-HOL-PAY
007213            PERFORM P150-FIND-HOLIDAYS
007216         END-IF
007220      END-IF.
007230 P145-READ-PAY-CALENDAR.
007240*    PAYCAL IS IN PERIOD-END ORDER - THE PERIOD BEING PAID IS
007250* THE EARLIEST ONE STILL OPEN
007260      OPEN INPUT PAY-CALENDAR-FILE.
007270      IF NOT PAYCAL-OK
007280         DISPLAY "PAYCAL NOT AVAILABLE " PAYCAL-STATUS
007290         SET WS-CAL-DONE TO TRUE
007300      ELSE
007310         SET WS-CAL-OPEN TO TRUE
007320      END-IF.
007330      PERFORM UNTIL WS-CAL-DONE OR WS-HOL-PERIOD-END NOT = ZERO
007340         READ PAY-CALENDAR-FILE
007350            AT END
007360               SET WS-CAL-DONE TO TRUE
007370            NOT AT END
007380               IF PC-PERIOD-OPEN
007390                  MOVE PC-PERIOD-END TO WS-HOL-PERIOD-END
007400               ELSE
007410                  MOVE PC-PERIOD-END TO WS-PRIOR-END
007420               END-IF
007430         END-READ
007440      END-PERFORM.
007450      IF WS-CAL-OPEN
007460         CLOSE PAY-CALENDAR-FILE
007470      END-IF.
007480 P150-FIND-HOLIDAYS.
007490*    ONE DATEVAL CALL PER CALENDAR DAY OF THE PERIOD - EVERY
007500* HOLCAL HOLIDAY IN IT IS PAID.  THE GUARD STOPS A BAD
007510* PERIOD FROM LOOPING
007520      MOVE WS-HOL-PERIOD-START TO WS-DV-DATE.
007530      MOVE 1 TO WS-DV-OFFSET.
007540      MOVE ZERO TO WS-DAY-GUARD.
007550      PERFORM UNTIL WS-DV-DATE > WS-HOL-PERIOD-END OR
007560                    WS-DAY-GUARD > 62
007570         ADD 1 TO WS-DAY-GUARD
007580         PERFORM P900-CALL-DATEVAL
007590         IF DP-IS-HOLIDAY
007600            IF WS-HOL-COUNT < WS-MAX-HOLS
007610               ADD 1 TO WS-HOL-COUNT
007620               MOVE WS-DV-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
007630               DISPLAY "HOLIDAY IN PERIOD    : " WS-DV-DATE
007640            ELSE
007650               DISPLAY "HOLIDAY TABLE FULL - " WS-DV-DATE
007660                  " NOT PAID"
007670               MOVE 4 TO WS-HIGHEST-RC
007680            END-IF
007690         END-IF
007700         MOVE WS-DV-RESULT TO WS-DV-DATE
007710      END-PERFORM.
007720      DISPLAY "HOLIDAYS IN PERIOD   : " WS-HOL-COUNT.
007730 P262-WRITE-HOLIDAY-LINE.
007740*    HOLIDAY HOURS GET THEIR OWN PROOF LINE UNDER THE WEEK -
007750* STRAIGHT TIME, NEVER PART OF THE OT TEST
007760      MOVE WS-ET-HOL-HRS (EMP-IDX) TO DL-REG-HRS.
007770      MOVE ZERO                    TO DL-OT-HRS.
007780      MOVE ZERO                    TO DL-LV-HRS.
007790      MOVE WS-HOL-GROSS            TO DL-GROSS.
007800      MOVE "HOLIDAY"               TO DL-NOTE.
007810      WRITE REPORT-LINE FROM DETAIL-LINE.
007820      MOVE SPACES                  TO DL-NOTE.
007830 P280-GENERATE-HOLIDAY-HOURS.
007840*    HOURLY EMPLOYEES ARE PAID THEIR HOLIDAYS WITHOUT A
007850* TIMECARD.  EVERY COMPMAST EMPLOYEE WHOSE RATE IN FORCE IS
007860* HOURLY, WHO IS ACTIVE ON THE MASTER AND HAS THE SYSIN
007870* MINIMUM SERVICE BY THE HOLIDAY, GETS THE CARD'S HOURS FOR
007880* EACH HOLIDAY IN THE PERIOD
007890      IF WS-CC-NO-HOL-PAY OR WS-HOL-COUNT = ZERO
007900         GO TO P280-EXIT
007910      END-IF.
007920      PERFORM VARYING WS-HOL-CMP-SUB FROM 1 BY 1
007930         UNTIL WS-HOL-CMP-SUB > WS-COMP-ROW-COUNT
007940         PERFORM P282-CHECK-HOLIDAY-EMPLOYEE THRU P282-EXIT
007950      END-PERFORM.
007960 P280-EXIT.
007970      EXIT.
007980 P282-CHECK-HOLIDAY-EMPLOYEE.
007990*    ONLY THE FIRST COMPMAST ROW FOR AN EMP-ID STARTS ITS
008000* CHECK, AND ONLY WHEN ITS LATEST ROW IN FORCE IS HOURLY
008010      SET CMP-IDX TO WS-HOL-CMP-SUB.
008020      MOVE WS-CMP-EMP-ID (CMP-IDX) TO WS-HOL-EMP-ID.
008030      PERFORM VARYING CMP-IDX FROM 1 BY 1
008040         UNTIL CMP-IDX >= WS-HOL-CMP-SUB
008050         IF WS-CMP-EMP-ID (CMP-IDX) = WS-HOL-EMP-ID
008060            EXIT PERFORM
008070         END-IF
008080      END-PERFORM.
008090      IF CMP-IDX < WS-HOL-CMP-SUB
008100         GO TO P282-EXIT
008110      END-IF.
008120      MOVE ZERO  TO WS-HOL-LATEST-DATE.
008130      MOVE SPACE TO WS-HOL-LATEST-TYPE.
008140      PERFORM VARYING CMP-IDX FROM 1 BY 1
008150         UNTIL CMP-IDX > WS-COMP-ROW-COUNT
008160         IF WS-CMP-EMP-ID (CMP-IDX) = WS-HOL-EMP-ID AND
008170            WS-CMP-EFF-DATE (CMP-IDX) <= WS-RUN-DATE AND
008180            WS-CMP-EFF-DATE (CMP-IDX) >= WS-HOL-LATEST-DATE
008190            MOVE WS-CMP-EFF-DATE (CMP-IDX) TO WS-HOL-LATEST-DATE
008200            MOVE WS-CMP-TYPE (CMP-IDX)     TO WS-HOL-LATEST-TYPE
008210         END-IF
008220      END-PERFORM.
008230      IF WS-HOL-LATEST-TYPE NOT = "H"
008240         GO TO P282-EXIT
008250      END-IF.
008260      MOVE SPACES TO WS-HOL-SKIP-REASON.
008270      IF WS-HOL-EMP-ID IS NOT NUMERIC
008280         MOVE "EMP-ID IS NOT NUMERIC" TO WS-HOL-SKIP-REASON
008290      ELSE
008300         PERFORM P284-CHECK-HOLIDAY-ELIGIBLE
008310      END-IF.
008320      SET WS-HOL-NOT-ELIGIBLE TO TRUE.
008330      IF WS-HOL-SKIP-REASON = SPACES
008340         PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
008350            UNTIL WS-HOL-SUB > WS-HOL-COUNT
008360            IF WS-HOL-DATE (WS-HOL-SUB) >= WS-HOL-ELIG-FROM
008370               PERFORM P286-ADD-HOLIDAY-HOURS
008380            END-IF
008390         END-PERFORM
008400         IF WS-HOL-NOT-ELIGIBLE
008410            MOVE "UNDER MINIMUM SERVICE ON THE HOLIDAY"
008420               TO WS-HOL-SKIP-REASON
008430         END-IF
008440      END-IF.
008450      IF WS-HOL-ELIGIBLE
008460         ADD 1 TO WS-HOL-EMP-COUNT
008470      ELSE
008480         ADD 1 TO WS-HOL-SKIP-COUNT
008490         MOVE WS-HOL-EMP-ID      TO HS-EMP-ID
008500         MOVE WS-HOL-SKIP-REASON TO HS-REASON
008510         WRITE REPORT-LINE FROM HOLIDAY-SKIP-LINE
008520      END-IF.
008530 P282-EXIT.
008540      EXIT.
008550 P284-CHECK-HOLIDAY-ELIGIBLE.
008560*    ACTIVE ON THE MASTER, AND WHEN THE CARD ASKS FOR A
008570* MINIMUM SERVICE, HIRED AT LEAST THAT MANY DAYS BEFORE THE
008580* HOLIDAY - WS-HOL-ELIG-FROM IS THE FIRST DATE THAT QUALIFIES
008590      MOVE ZERO TO WS-HOL-ELIG-FROM.
008600      MOVE WS-HOL-EMP-ID TO EMP-ID.
008610      READ EMPLOYEE-VS-FILE
008620         INVALID KEY
008630            MOVE "NOT ON EMPLOYEE MASTER" TO WS-HOL-SKIP-REASON
008640         NOT INVALID KEY
008650            IF NOT EMP-ACTIVE
008660               MOVE "NOT ACTIVE ON EMPLOYEE MASTER"
008670                  TO WS-HOL-SKIP-REASON
008680            END-IF
008690      END-READ.
008700      IF WS-HOL-SKIP-REASON = SPACES AND
008710         WS-CC-MIN-SVC-NUM > ZERO
008720         IF EMP-HIRE-DATE IS NOT NUMERIC OR EMP-HIRE-DATE = ZERO
008730            MOVE "NO HIRE DATE - SERVICE UNKNOWN"
008740               TO WS-HOL-SKIP-REASON
008750         ELSE
008760            MOVE EMP-HIRE-DATE     TO WS-DV-DATE
008770            MOVE WS-CC-MIN-SVC-NUM TO WS-DV-OFFSET
008780            PERFORM P900-CALL-DATEVAL
008790            IF DP-DATE-INVALID
008800               MOVE "HIRE DATE INVALID - SERVICE UNKNOWN"
008810                  TO WS-HOL-SKIP-REASON
008820            ELSE
008830               MOVE WS-DV-RESULT TO WS-HOL-ELIG-FROM
008840            END-IF
008850         END-IF
008860      END-IF.
008870 P286-ADD-HOLIDAY-HOURS.
008880*    THE HOLIDAY GOES THROUGH THE SAME WEEK BUCKETS AS A
008890* TIMECARD, UNDER THE INTERNAL PAY CODE H
008900      SET WS-HOL-ELIGIBLE TO TRUE.
008910      MOVE WS-HOL-EMP-ID            TO TC-EMP-ID.
008920      MOVE WS-HOL-DATE (WS-HOL-SUB) TO TC-WORK-DATE.
008930      MOVE WS-CC-HOL-HOURS          TO TC-HOURS.
008940      SET TC-HOLIDAY TO TRUE.
008943      MOVE SPACES                   TO TC-CHARGE-DEPT.
008946      PERFORM P222-SET-CHARGE-DEPT.
008950      PERFORM P230-TALLY-EMPLOYEE-HOURS THRU P230-EXIT.
008960      ADD WS-CC-HOL-HRS-NUM TO WS-HOL-HRS-TOTAL.
008970 P900-CALL-DATEVAL.
008980*    WS-DV-DATE IN (YYYYMMDD).  BACK COME THE HOLIDAY FLAG FOR
008990* THAT DATE AND, IN WS-DV-RESULT, THE DATE WS-DV-OFFSET DAYS
009000* AWAY.  THE REQUESTS ARE SWITCHED OFF AGAIN SO THE TIMECARD
009010* DATE EDIT STAYS A PLAIN CALENDAR CHECK
009020      MOVE WS-DV-YEAR  TO WS-DB-YEAR.
009030      MOVE WS-DV-MONTH TO WS-DB-MONTH.
009040      MOVE WS-DV-DAY   TO WS-DB-DAY.
009050      MOVE WS-DATE-BUILD TO DP-DATE-IN.
009060      SET DP-AGE-NOT-WANTED TO TRUE.
009070      SET DP-BUSDAY-WANTED TO TRUE.
009080      SET DP-OFFSET-WANTED TO TRUE.
009090      MOVE WS-DV-OFFSET TO DP-OFFSET-DAYS.
009100      CALL "DATEVAL" USING DATE-PARM-BLOCK.
009110      MOVE DP-OFFSET-DATE (1:4) TO WS-DR-YEAR.
009120      MOVE DP-OFFSET-DATE (6:2) TO WS-DR-MONTH.
009130      MOVE DP-OFFSET-DATE (9:2) TO WS-DR-DAY.
009140      SET DP-BUSDAY-NOT-WANTED TO TRUE.
009150      SET DP-OFFSET-NOT-WANTED TO TRUE.
009160 P160-LOAD-DEPARTMENTS.
009170*    DEPTMAST HOLDS THE DEPARTMENTS A TIMECARD MAY CHARGE.  A
009180* MISSING MASTER LEAVES THE TABLE EMPTY, SO EVERY KEYED
009190* CHARGE DEPT REJECTS AND BLANK ONES CHARGE HOME
009200      OPEN INPUT DEPT-MASTER-FILE.
009210      IF NOT DEPTMAST-OK
009220         DISPLAY "DEPTMAST NOT AVAILABLE " DEPTMAST-STATUS
009230            " - KEYED CHARGE DEPTS WILL REJECT"
009240         SET WS-DEPTMAST-DONE TO TRUE
009250      ELSE
009260         SET WS-DEPTMAST-OPEN TO TRUE
009270      END-IF.
009280      PERFORM UNTIL WS-DEPTMAST-DONE
009290         READ DEPT-MASTER-FILE
009300            AT END
009310               SET WS-DEPTMAST-DONE TO TRUE
009320            NOT AT END
009330               IF WS-DEPT-COUNT < WS-MAX-DEPTS
009340                  ADD 1 TO WS-DEPT-COUNT
009350                  SET DPT-IDX TO WS-DEPT-COUNT
009360                  MOVE DEPT-ID TO WS-DT-DEPT-ID (DPT-IDX)
009370               ELSE
009380                  DISPLAY "DEPARTMENT TABLE FULL - DEPT " DEPT-ID
009390                     " DROPPED"
009400               END-IF
009410         END-READ
009420      END-PERFORM.
009430      IF WS-DEPTMAST-OPEN
009440         CLOSE DEPT-MASTER-FILE
009450      END-IF.
009460      DISPLAY "DEPARTMENTS LOADED   : " WS-DEPT-COUNT.
009470 P222-SET-CHARGE-DEPT.
009480*    THE HOME DEPT IS THE MASTER'S EMP-DEPT-ID (000 WHEN
009490* UNASSIGNED).  A KEYED CHARGE DEPT MUST BE ON DEPTMAST.  PAID
009500* LEAVE AND HOLIDAY HOURS ALWAYS CHARGE HOME
009510      IF EMP-DEPT-ID IS NUMERIC
009520         MOVE EMP-DEPT-ID TO WS-HOME-DEPT
009530      ELSE
009540         MOVE ZERO TO WS-HOME-DEPT
009550      END-IF.
009560      MOVE WS-HOME-DEPT TO WS-CHARGE-DEPT.
009570      IF TC-CHARGE-DEPT NOT = SPACES AND
009580         NOT TC-PAID-LEAVE AND NOT TC-HOLIDAY
009590         IF TC-CHARGE-DEPT IS NOT NUMERIC
009600            SET WS-CARD-REJECTED TO TRUE
009610            MOVE "CHARGE DEPT NOT NUMERIC" TO WS-REJECT-REASON
009620         ELSE
009630            MOVE TC-CHARGE-DEPT TO WS-CHARGE-DEPT
009640            PERFORM VARYING DPT-IDX FROM 1 BY 1
009650               UNTIL DPT-IDX > WS-DEPT-COUNT
009660               IF WS-DT-DEPT-ID (DPT-IDX) = WS-CHARGE-DEPT
009670                  EXIT PERFORM
009680               END-IF
009690            END-PERFORM
009700            IF DPT-IDX > WS-DEPT-COUNT
009710               SET WS-CARD-REJECTED TO TRUE
009720               MOVE "CHARGE DEPT NOT ON DEPTMAST"
009730                  TO WS-REJECT-REASON
009740            END-IF
009750         END-IF
009760      END-IF.
009770 P232-TALLY-CHARGE-DEPT.
009780*    THE CARD'S HOURS (THE PAID PART OF A LEAVE CARD) GO TO
009790* THE EMPLOYEE'S ROW FOR THE DEPT CHARGED
009800      IF TC-PAID-LEAVE
009810         MOVE WS-LEAVE-OK-HRS TO WS-CHARGE-HRS
009820      ELSE
009830         MOVE TC-HOURS-NUM TO WS-CHARGE-HRS
009840      END-IF.
009850      IF WS-CHARGE-DEPT NOT = WS-HOME-DEPT
009860         ADD 1 TO WS-BORROWED-COUNT
009870      END-IF.
009880      PERFORM VARYING LDT-IDX FROM 1 BY 1
009890         UNTIL LDT-IDX > WS-LD-ROW-COUNT
009900         IF WS-LD-EMP-ID (LDT-IDX) = TC-EMP-ID AND
009910            WS-LD-DEPT (LDT-IDX) = WS-CHARGE-DEPT
009920            EXIT PERFORM
009930         END-IF
009940      END-PERFORM.
009950      IF LDT-IDX > WS-LD-ROW-COUNT
009960         IF WS-LD-ROW-COUNT >= WS-MAX-LD-ROWS
009970            DISPLAY "LABOR DIST TABLE FULL - HOURS NOT "
009980               "DISTRIBUTED FOR EMP-ID " TC-EMP-ID
009990            MOVE 12 TO WS-HIGHEST-RC
010000            GO TO P232-EXIT
010010         END-IF
010020         ADD 1 TO WS-LD-ROW-COUNT
010030         SET LDT-IDX TO WS-LD-ROW-COUNT
010040         MOVE TC-EMP-ID      TO WS-LD-EMP-ID (LDT-IDX)
010050         MOVE WS-HOME-DEPT   TO WS-LD-HOME-DEPT (LDT-IDX)
010060         MOVE WS-CHARGE-DEPT TO WS-LD-DEPT (LDT-IDX)
010070         MOVE ZERO           TO WS-LD-HRS (LDT-IDX)
010080         MOVE ZERO           TO WS-LD-AMT (LDT-IDX)
010090      END-IF.
010100      ADD WS-CHARGE-HRS TO WS-LD-HRS (LDT-IDX).
010110 P232-EXIT.
010120      EXIT.
010130 P275-WRITE-LABOR-DIST.
010140*    ONE LABDIST RECORD PER EMPLOYEE PER DEPT CHARGED.  THE
010150* EMPLOYEE'S PAY GROSS IS SPLIT BY HOURS, EACH ROW TAKING THE
010160* ROUNDED RUNNING SHARE LESS WHAT IS ALREADY GIVEN OUT, SO THE
010170* ROWS ADD BACK TO THE GROSS TO THE PENNY
010180      PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
010190         UNTIL WS-EMP-SUB > WS-PAY-EMP-COUNT
010200         SET PAY-IDX TO WS-EMP-SUB
010210         MOVE ZERO TO WS-LD-EMP-HRS
010220         MOVE ZERO TO WS-LD-CUM-HRS
010230         MOVE ZERO TO WS-LD-ALLOC
010240         PERFORM VARYING LDT-IDX FROM 1 BY 1
010250            UNTIL LDT-IDX > WS-LD-ROW-COUNT
010260            IF WS-LD-EMP-ID (LDT-IDX) = WS-PE-EMP-ID (PAY-IDX)
010270               ADD WS-LD-HRS (LDT-IDX) TO WS-LD-EMP-HRS
010280            END-IF
010290         END-PERFORM
010300         PERFORM VARYING LDT-IDX FROM 1 BY 1
010310            UNTIL LDT-IDX > WS-LD-ROW-COUNT
010320            IF WS-LD-EMP-ID (LDT-IDX) = WS-PE-EMP-ID (PAY-IDX)
010330               PERFORM P276-WRITE-ONE-LABOR-DIST
010340            END-IF
010350         END-PERFORM
010360      END-PERFORM.
010370 P276-WRITE-ONE-LABOR-DIST.
010380      ADD WS-LD-HRS (LDT-IDX) TO WS-LD-CUM-HRS.
010390      IF WS-LD-EMP-HRS > ZERO
010400         COMPUTE WS-LD-TARGET ROUNDED =
010410            WS-PE-GROSS (PAY-IDX) * WS-LD-CUM-HRS / WS-LD-EMP-HRS
010420      ELSE
010430         MOVE WS-PE-GROSS (PAY-IDX) TO WS-LD-TARGET
010440      END-IF.
010450      COMPUTE WS-LD-AMT (LDT-IDX) = WS-LD-TARGET - WS-LD-ALLOC.
010460      MOVE WS-LD-TARGET TO WS-LD-ALLOC.
010470      MOVE SPACES                     TO LABOR-DIST-REC.
010480      MOVE WS-LD-EMP-ID (LDT-IDX)     TO LD-EMP-ID.
010490      MOVE WS-HOL-PERIOD-END          TO LD-PERIOD-END.
010500      MOVE WS-LD-HOME-DEPT (LDT-IDX)  TO LD-HOME-DEPT.
010510      MOVE WS-LD-DEPT (LDT-IDX)       TO LD-CHARGE-DEPT.
010520      MOVE WS-LD-HRS (LDT-IDX)        TO LD-HOURS.
010530      MOVE WS-LD-AMT (LDT-IDX)        TO LD-AMOUNT.
010540      WRITE LABOR-DIST-REC.
010550      ADD 1 TO WS-LD-REC-COUNT.
