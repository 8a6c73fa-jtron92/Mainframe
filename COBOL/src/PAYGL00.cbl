000130*    SAME LOOKUP PAYREG00 DOES), AND WRITES THE GLPOST      *
000140*    POSTING FILE:                                          *
000150*      GH  BATCH HEADER (RUN DATE, PERIOD-END)              *
000160*      GD  DEBIT LABOR EXPENSE (GROSS) BY THE CHARGE        *
000163*          DEPT ON TIMEPAY0'S LABDIST, ELSE BY              *
000166*          EMP-DEPT-ID,                                     *
000170*          CREDIT CASH (NET), CREDIT DEDUCTION AND TAX      *
000180*          LIABILITY ACCOUNTS                               *
000190*      GT  TRAILER WITH DEBIT AND CREDIT TOTALS             *
000230************************************************************
000240* MODIFICATION HISTORY                                     *
000250*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000251*   10/15/2026  DM  EMPLOYER COSTS FROM PAYERC00'S ERCOST  *
000252*                   POST IN THE SAME BATCH - TAX/BENEFIT   *
000253*                   EXPENSE DEBITED BY DEPT, FICA/MEDICARE/*
000254*                   FUTA/SUTA/BENEFIT LIABILITIES CREDITED;*
000255*                   A WRONG-PERIOD ERCOST HOLDS IT (RC=8)  *
000256*   10/15/2026  DM  GH-PAY-DATE CARVED OUT OF THE FILLER - *
000257*                   THE PAY DATE FROM PRH-PAY-DATE         *
000258*   10/15/2026  DM  LABOR EXPENSE FOLLOWS THE LABDIST      *
000259*                   CHARGE DEPTS IN PROPORTION TO THEIR    *
000260*                   AMOUNTS, ELSE THE HOME DEPT.  EMPLOYER *
000261*                   COSTS STAY HOME                        *
000262*   10/15/2026  DM  OUT-OF-BALANCE OR WRONG-PERIOD ERCOST  *
000263*                   ALSO RAISES A SEVERITY-H ALERTWR ALERT *
000264*   10/15/2026  DM  EXPENSE REIMBURSEMENTS (PR-REIMB-AMT,  *
000265*                   PART OF NET PAY) DEBIT 6500-RMB BY THE *
000266*                   HOME DEPT SO THE BATCH STILL BALANCES  *
000269************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000380     SELECT GL-POSTING-FILE ASSIGN TO GLPOST
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS GLPOST-STATUS.
000402     SELECT ER-COST-FILE ASSIGN TO ERCOST
000404     ORGANIZATION IS SEQUENTIAL
000406     FILE STATUS  IS ERCOST-STATUS.
000407     SELECT LABOR-DIST-FILE ASSIGN TO LABDIST
000408     ORGANIZATION IS SEQUENTIAL
000409     FILE STATUS  IS LABDIST-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD EMPLOYEE-OUT-FILE
000590   05 GH-REC-TYPE        PIC X(02).
000600   05 GH-RUN-DATE        PIC 9(08).
000610   05 GH-PERIOD-END      PIC 9(08).
000616   05 GH-PAY-DATE        PIC 9(08).
000622   05 FILLER             PIC X(54).
000630 01 GL-DETAIL-REC REDEFINES GL-POSTING-REC.
000640   05 GD-REC-TYPE        PIC X(02).
000650   05 GD-DR-CR           PIC X(01).
000730   05 GT-DEBIT-TOTAL     PIC 9(11)V9(2).
000740   05 GT-CREDIT-TOTAL    PIC 9(11)V9(2).
000750   05 FILLER             PIC X(52).
000751 FD ER-COST-FILE
000752      RECORDING MODE IS F
000753      LABEL RECORDS ARE STANDARD
000754      RECORD CONTAINS 80 CHARACTERS
000755      DATA RECORD IS ER-COST-REC.
000756     COPY ERCSTREC.
000757 FD LABOR-DIST-FILE
000758      RECORD CONTAINS 80 CHARACTERS.
000759     COPY LABDREC.
000760 WORKING-STORAGE SECTION.
000770     COPY FSTATCOM.
000780 01 EMPOFILE-STATUS      PIC X(2).
000790   88 EMPOFILE-OK        VALUE "00".
000800 01 GLPOST-STATUS        PIC X(2).
000801 01 ERCOST-STATUS        PIC X(2).
000802   88 ERCOST-OK          VALUE "00".
000803 01 WS-ERCOST-EOF-SW     PIC X(1) VALUE "N".
000804   88 WS-ERCOST-EOF      VALUE "Y".
000805 01 WS-LOOKUP-EMP-ID     PIC 9(9).
000806 01 WS-ER-TAX-AMT        PIC S9(7)V9(2).
000807 01 WS-ER-POST-AMT       PIC S9(9)V9(2).
000808 01 LABDIST-STATUS       PIC X(2).
000809   88 LABDIST-OK         VALUE "00".
000810 01 WS-EOF-SWITCH        PIC X(1) VALUE "N".
000820   88 WS-EOF             VALUE "Y".
000830 01 WS-MASTER-SWITCH     PIC X(1).
000850   88 WS-NOT-ON-MASTER   VALUE "N".
000860 01 WS-RUN-DATE          PIC 9(8).
000870 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
000875 01 WS-PAY-DATE          PIC 9(8) VALUE ZERO.
000876 01 WS-LABDIST-EOF-SW    PIC X(1) VALUE "N".
000877   88 WS-LABDIST-EOF     VALUE "Y".
000878 01 WS-LABDIST-OPEN-SW   PIC X(1) VALUE "N".
000879   88 WS-LABDIST-OPEN    VALUE "Y".
000880 01 WS-GROSS-PAY         PIC S9(7)V9(2).
000890 01 WS-WORK-DEPT-ID      PIC 9(3).
000891 01 WS-MAX-LD-ROWS       PIC 9(4) VALUE 1000.
000892 01 WS-LD-ROW-COUNT      PIC 9(4) VALUE ZERO.
000893 01 WS-LD-TABLE.
000894   05 WS-LD-ENTRY OCCURS 1000 TIMES INDEXED BY LD-IDX.
000895     10 WS-LD-EMP-ID      PIC 9(9).
000896     10 WS-LD-DEPT        PIC 9(3).
000897     10 WS-LD-AMT         PIC 9(7)V9(2).
000900 01 WS-DEPT-FOUND-SW     PIC X(1).
000910   88 WS-DEPT-FOUND      VALUE "Y".
000920   88 WS-DEPT-NOT-FOUND  VALUE "N".
000930 01 WS-MAX-DEPTS         PIC 9(2) VALUE 50.
000940 01 WS-DEPT-COUNT        PIC 9(2) VALUE ZERO.
000950 01 WS-DEPT-SUB          PIC 9(2).
000951 01 WS-LD-EMP-TOTAL      PIC S9(9)V9(2).
000952 01 WS-LD-CUM            PIC S9(9)V9(2).
000953 01 WS-LD-TARGET         PIC S9(9)V9(2).
000954 01 WS-LD-ALLOC          PIC S9(9)V9(2).
000955 01 WS-LD-SHARE          PIC S9(9)V9(2).
000960 01 WS-DEPT-TABLE.
000970   05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
000980     10 WS-DT-DEPT-ID     PIC 9(3).
000990     10 WS-DT-GROSS       PIC S9(9)V9(2).
000993     10 WS-DT-ER-TAX      PIC S9(9)V9(2).
000996     10 WS-DT-ER-BEN      PIC S9(9)V9(2).
000998     10 WS-DT-REIMB       PIC S9(9)V9(2).
001000 01 WS-TOTALS.
001010     05 WS-TOTAL-NET      PIC S9(9)V9(2) VALUE ZERO.
001020     05 WS-TOTAL-DED      PIC S9(9)V9(2) VALUE ZERO.
001030     05 WS-TOTAL-TAX      PIC S9(9)V9(2) VALUE ZERO.
001031     05 WS-TOTAL-ER-FICA  PIC S9(9)V9(2) VALUE ZERO.
001032     05 WS-TOTAL-ER-MEDI  PIC S9(9)V9(2) VALUE ZERO.
001033     05 WS-TOTAL-ER-FUTA  PIC S9(9)V9(2) VALUE ZERO.
001034     05 WS-TOTAL-ER-SUTA  PIC S9(9)V9(2) VALUE ZERO.
001035     05 WS-TOTAL-ER-BEN   PIC S9(9)V9(2) VALUE ZERO.
001040     05 WS-DEBIT-TOTAL    PIC S9(11)V9(2) VALUE ZERO.
001050     05 WS-CREDIT-TOTAL   PIC S9(11)V9(2) VALUE ZERO.
001055     COPY ALRTPARM.
001057 01 WS-SAVE-RC            PIC S9(4).
001060 01 WS-COUNTERS.
001070     05 WS-PAY-COUNT      PIC 9(5) VALUE ZERO.
001080     05 WS-POSTING-COUNT  PIC 9(5) VALUE ZERO.
001083     05 WS-ERCOST-COUNT   PIC 9(5) VALUE ZERO.
001086     05 WS-ERCOST-WRONG   PIC 9(5) VALUE ZERO.
001087     05 WS-LABDIST-COUNT  PIC 9(5) VALUE ZERO.
001088     05 WS-LABDIST-WRONG  PIC 9(5) VALUE ZERO.
001089     05 WS-LD-SPLIT-COUNT PIC 9(5) VALUE ZERO.
001090 PROCEDURE DIVISION.
001100 000-MAIN-PROCEDURE.
001110      PERFORM P100-INITIALIZATION.
001310         MOVE 12 TO RETURN-CODE
001320         STOP RUN
001330      END-IF.
001331      OPEN INPUT ER-COST-FILE.
001332      IF NOT ERCOST-OK
001333         DISPLAY "FAILURE TO OPEN ERCOST " ERCOST-STATUS
001334         MOVE 12 TO RETURN-CODE
001335         STOP RUN
001336      END-IF.
001340      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001342*    ENTRY 1 IS ALWAYS DEPT 000 - THE CATCH-ALL FOR PAY
001344* RECORDS WITH NO USABLE DEPARTMENT
001346      SET DEPT-IDX TO 1.
001347      MOVE ZERO TO WS-DT-DEPT-ID (DEPT-IDX).
001348      MOVE ZERO TO WS-DT-GROSS (DEPT-IDX).
001351      MOVE ZERO TO WS-DT-ER-TAX (DEPT-IDX).
001354      MOVE ZERO TO WS-DT-ER-BEN (DEPT-IDX).
001355      MOVE ZERO TO WS-DT-REIMB (DEPT-IDX).
001357      PERFORM P120-READ-PERIOD-HEADER.
001358      PERFORM P130-LOAD-LABOR-DIST.
001360      MOVE SPACES        TO GL-POSTING-REC.
001370      MOVE "GH"          TO GH-REC-TYPE.
001380      MOVE WS-RUN-DATE   TO GH-RUN-DATE.
001390      MOVE WS-PERIOD-END TO GH-PERIOD-END.
001392      IF WS-PAY-DATE = ZERO
001394         MOVE WS-PERIOD-END TO WS-PAY-DATE
001396      END-IF.
001398      MOVE WS-PAY-DATE   TO GH-PAY-DATE.
001400      WRITE GL-POSTING-REC.
001410 P120-READ-PERIOD-HEADER.
001420      READ EMPLOYEE-OUT-FILE
001470      IF NOT WS-EOF
001480         IF PAY-IS-HEADER
001490            MOVE PRH-PERIOD-END TO WS-PERIOD-END
001492            IF PRH-PAY-DATE IS NUMERIC
001494               MOVE PRH-PAY-DATE TO WS-PAY-DATE
001496            END-IF
001500         ELSE
001510            DISPLAY "WARNING - EMPOFILE HAS NO HH HEADER - "
001520               "FIRST RECORD TREATED AS DETAIL"
001650               SET WS-EOF TO TRUE
001660         END-READ
001670      END-PERFORM.
001675      PERFORM P240-ACCUMULATE-ER-COSTS.
001680      PERFORM P250-WRITE-POSTINGS.
001690 P210-ACCUMULATE-ONE-RECORD.
001700      ADD 1 TO WS-PAY-COUNT.
001710      ADD REG-PAY-OUT BON-PAY-OUT GIVING WS-GROSS-PAY.
001715      MOVE EMP-ID-OUT TO WS-LOOKUP-EMP-ID.
001720      PERFORM P220-LOOKUP-DEPARTMENT.
001721*    A REIMBURSEMENT IS NOT LABOR - IT STAYS WITH THE HOME
001722* DEPT WHATEVER LABDIST SAYS.  OLDER FILES CARRY NONE
001723      IF PR-REIMB-AMT IS NUMERIC AND PR-REIMB-AMT > ZERO
001724         PERFORM P230-TALLY-DEPARTMENT
001725         ADD PR-REIMB-AMT TO WS-DT-REIMB (DEPT-IDX)
001726      END-IF.
001730      PERFORM P215-DISTRIBUTE-GROSS.
001740      ADD PR-NET-PAY   TO WS-TOTAL-NET.
001750      ADD PR-TOTAL-DED TO WS-TOTAL-DED.
001760      ADD PR-TAX-WH    TO WS-TOTAL-TAX.
001790* WHOSE DEPARTMENT IS UNASSIGNED, POSTS TO DEPT 000 SO THE
001800* BATCH STILL BALANCES AND THE ODDITY SHOWS ON THE LEDGER
001810      SET WS-ON-MASTER TO TRUE.
001820      MOVE WS-LOOKUP-EMP-ID TO EMP-ID.
001830      READ EMPLOYEE-VS-FILE
001840         INVALID KEY
001850            SET WS-NOT-ON-MASTER TO TRUE
002100            SET DEPT-IDX TO WS-DEPT-COUNT
002110            MOVE WS-WORK-DEPT-ID TO WS-DT-DEPT-ID (DEPT-IDX)
002120            MOVE ZERO            TO WS-DT-GROSS (DEPT-IDX)
002123            MOVE ZERO            TO WS-DT-ER-TAX (DEPT-IDX)
002126            MOVE ZERO            TO WS-DT-ER-BEN (DEPT-IDX)
002128            MOVE ZERO            TO WS-DT-REIMB (DEPT-IDX)
002130         END-IF
002140      END-IF.
002141 P240-ACCUMULATE-ER-COSTS.
002142*    PAYERC00'S EMPLOYER COSTS FOR THE SAME CYCLE - EXPENSE
002143* GOES TO THE EMPLOYEE'S DEPARTMENT LIKE THE LABOR EXPENSE,
002144* THE LIABILITIES ARE TOTALLED BY TAX.  A RECORD CUT FOR A
002145* DIFFERENT PERIOD-END MEANS ERCOST WAS NOT REBUILT FOR THIS
002146* EMPOFILE - IT IS LEFT OUT AND THE BATCH IS HELD
002147      PERFORM UNTIL WS-ERCOST-EOF
002148         READ ER-COST-FILE
002149            AT END
002150               SET WS-ERCOST-EOF TO TRUE
002151            NOT AT END
002152               IF EC-PERIOD-END NOT = WS-PERIOD-END
002153                  ADD 1 TO WS-ERCOST-WRONG
002154               ELSE
002155                  PERFORM P245-TALLY-ONE-ER-COST
002156               END-IF
002157         END-READ
002158      END-PERFORM.
002159 P245-TALLY-ONE-ER-COST.
002160      ADD 1 TO WS-ERCOST-COUNT.
002161      MOVE EC-EMP-ID TO WS-LOOKUP-EMP-ID.
002162      PERFORM P220-LOOKUP-DEPARTMENT.
002163      PERFORM P230-TALLY-DEPARTMENT.
002164      ADD EC-FICA-AMT EC-MEDI-AMT EC-FUTA-AMT EC-SUTA-AMT
002165         GIVING WS-ER-TAX-AMT.
002166      ADD WS-ER-TAX-AMT TO WS-DT-ER-TAX (DEPT-IDX).
002167      ADD EC-BEN-AMT    TO WS-DT-ER-BEN (DEPT-IDX).
002168      ADD EC-FICA-AMT   TO WS-TOTAL-ER-FICA.
002169      ADD EC-MEDI-AMT   TO WS-TOTAL-ER-MEDI.
002170      ADD EC-FUTA-AMT   TO WS-TOTAL-ER-FUTA.
002171      ADD EC-SUTA-AMT   TO WS-TOTAL-ER-SUTA.
002172      ADD EC-BEN-AMT    TO WS-TOTAL-ER-BEN.
002173 P250-WRITE-POSTINGS.
002180*    ONE LABOR-EXPENSE DEBIT PER DEPARTMENT, THEN THE THREE
002190* CREDITS - CASH FOR NET, LIABILITY FOR DEDUCTIONS AND TAX
002200      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
002310            ADD WS-DT-GROSS (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
002314         END-IF
002320      END-PERFORM.
002325      PERFORM P255-WRITE-REIMB-EXPENSE.
002330      PERFORM P260-WRITE-CASH-CREDIT.
002340      PERFORM P270-WRITE-DED-CREDIT.
002350      PERFORM P280-WRITE-TAX-CREDIT.
002353      PERFORM P285-WRITE-ER-EXPENSE.
002356      PERFORM P290-WRITE-ER-LIABILITY.
002360 P260-WRITE-CASH-CREDIT.
002370      MOVE SPACES TO GL-POSTING-REC.
002380      MOVE "GD"       TO GD-REC-TYPE.
002660      WRITE GL-POSTING-REC.
002670      ADD 1 TO WS-POSTING-COUNT.
002680      ADD WS-TOTAL-TAX TO WS-CREDIT-TOTAL.
002681 P285-WRITE-ER-EXPENSE.
002682*    EMPLOYER TAX AND BENEFIT EXPENSE, ONE DEBIT EACH PER
002683* DEPARTMENT THAT CARRIES ANY
002684      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
002685         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
002686         IF WS-DT-ER-TAX (WS-DEPT-SUB) NOT = ZERO
002687            MOVE SPACES TO GL-POSTING-REC
002688            MOVE "GD"       TO GD-REC-TYPE
002689            MOVE "D"        TO GD-DR-CR
002690            MOVE "6200-ERT" TO GD-ACCOUNT
002691            MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO GD-DEPT-ID
002692            MOVE WS-DT-ER-TAX (WS-DEPT-SUB)  TO GD-AMOUNT
002693            MOVE "EMPLOYER PAYROLL TAX" TO GD-DESC
002694            WRITE GL-POSTING-REC
002695            ADD 1 TO WS-POSTING-COUNT
002696            ADD WS-DT-ER-TAX (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
002697         END-IF
002698         IF WS-DT-ER-BEN (WS-DEPT-SUB) NOT = ZERO
002699            MOVE SPACES TO GL-POSTING-REC
002700            MOVE "GD"       TO GD-REC-TYPE
002701            MOVE "D"        TO GD-DR-CR
002702            MOVE "6300-BEN" TO GD-ACCOUNT
002703            MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO GD-DEPT-ID
002704            MOVE WS-DT-ER-BEN (WS-DEPT-SUB)  TO GD-AMOUNT
002705            MOVE "EMPLOYER BENEFIT COST" TO GD-DESC
002706            WRITE GL-POSTING-REC
002707            ADD 1 TO WS-POSTING-COUNT
002708            ADD WS-DT-ER-BEN (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
002709         END-IF
002710      END-PERFORM.
002711 P290-WRITE-ER-LIABILITY.
002712*    ONE LIABILITY CREDIT PER EMPLOYER TAX SO EACH DEPOSIT
002713* CAN BE CLEARED AGAINST ITS OWN ACCOUNT
002714      IF WS-TOTAL-ER-FICA NOT = ZERO
002715         MOVE SPACES TO GL-POSTING-REC
002716         MOVE "2310-FIC"             TO GD-ACCOUNT
002717         MOVE WS-TOTAL-ER-FICA       TO WS-ER-POST-AMT
002718         MOVE "EMPLOYER FICA PAYABLE" TO GD-DESC
002719         PERFORM P295-WRITE-ER-CREDIT
002720      END-IF.
002721      IF WS-TOTAL-ER-MEDI NOT = ZERO
002722         MOVE SPACES TO GL-POSTING-REC
002723         MOVE "2320-MED"             TO GD-ACCOUNT
002724         MOVE WS-TOTAL-ER-MEDI       TO WS-ER-POST-AMT
002725         MOVE "EMPLOYER MEDICARE PAY" TO GD-DESC
002726         PERFORM P295-WRITE-ER-CREDIT
002727      END-IF.
002728      IF WS-TOTAL-ER-FUTA NOT = ZERO
002729         MOVE SPACES TO GL-POSTING-REC
002730         MOVE "2330-FUT"             TO GD-ACCOUNT
002731         MOVE WS-TOTAL-ER-FUTA       TO WS-ER-POST-AMT
002732         MOVE "FUTA PAYABLE"         TO GD-DESC
002733         PERFORM P295-WRITE-ER-CREDIT
002734      END-IF.
002735      IF WS-TOTAL-ER-SUTA NOT = ZERO
002736         MOVE SPACES TO GL-POSTING-REC
002737         MOVE "2340-SUT"             TO GD-ACCOUNT
002738         MOVE WS-TOTAL-ER-SUTA       TO WS-ER-POST-AMT
002739         MOVE "SUTA PAYABLE"         TO GD-DESC
002740         PERFORM P295-WRITE-ER-CREDIT
002741      END-IF.
002742      IF WS-TOTAL-ER-BEN NOT = ZERO
002743         MOVE SPACES TO GL-POSTING-REC
002744         MOVE "2400-BEN"             TO GD-ACCOUNT
002745         MOVE WS-TOTAL-ER-BEN        TO WS-ER-POST-AMT
002746         MOVE "EMPLOYER BENEFITS PAY" TO GD-DESC
002747         PERFORM P295-WRITE-ER-CREDIT
002748      END-IF.
002749 P295-WRITE-ER-CREDIT.
002750*    CALLER HAS SET GD-ACCOUNT, GD-DESC, AND THE AMOUNT IN
002751* WS-ER-POST-AMT
002752      MOVE "GD"       TO GD-REC-TYPE.
002753      MOVE "C"        TO GD-DR-CR.
002754      MOVE ZERO       TO GD-DEPT-ID.
002755      MOVE WS-ER-POST-AMT TO GD-AMOUNT.
002756      WRITE GL-POSTING-REC.
002757      ADD 1 TO WS-POSTING-COUNT.
002758      ADD WS-ER-POST-AMT TO WS-CREDIT-TOTAL.
002759 P300-TERMINATION.
002760      MOVE SPACES TO GL-POSTING-REC.
002761      MOVE "GT"            TO GT-REC-TYPE.
002762      MOVE WS-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
002763      MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
002764      WRITE GL-POSTING-REC.
002765      CLOSE EMPLOYEE-OUT-FILE.
002766      CLOSE EMPLOYEE-VS-FILE.
002770      CLOSE GL-POSTING-FILE.
002775      CLOSE ER-COST-FILE.
002780      DISPLAY "PAY RECORDS READ  : " WS-PAY-COUNT.
002790      DISPLAY "POSTINGS WRITTEN  : " WS-POSTING-COUNT.
002795      DISPLAY "ERCOST RECORDS    : " WS-ERCOST-COUNT.
002796      DISPLAY "LABDIST RECORDS   : " WS-LABDIST-COUNT.
002797      DISPLAY "PAYS SPLIT BY DEPT: " WS-LD-SPLIT-COUNT.
002800      DISPLAY "DEBIT TOTAL       : " WS-DEBIT-TOTAL.
002810      DISPLAY "CREDIT TOTAL      : " WS-CREDIT-TOTAL.
002820      IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
002850         DISPLAY "*** BATCH OUT OF BALANCE - HOLD THE LEDGER "
002860            "LOAD ***"
002870         MOVE 8 TO RETURN-CODE
002872         MOVE "GLOB" TO AP-COND-CODE
002874         MOVE "GL BATCH OUT OF BALANCE - LOAD HELD"
002876            TO AP-MESSAGE
002878         PERFORM P310-RAISE-ALERT
002880      END-IF.
002881      IF WS-ERCOST-WRONG > ZERO
002882         DISPLAY "*** " WS-ERCOST-WRONG " ERCOST RECORDS ARE NOT "
002883            "FOR PERIOD " WS-PERIOD-END " - RERUN PAYERC00 ***"
002884         MOVE 8 TO RETURN-CODE
002885      END-IF.
002886      IF WS-LABDIST-WRONG > ZERO
002887         DISPLAY "WARNING - " WS-LABDIST-WRONG " LABDIST "
002888            "RECORDS NOT FOR PERIOD " WS-PERIOD-END
002889      END-IF.
002890      DISPLAY "PAYGL00 - SUCCESSFULLY ENDED".
002891      IF WS-ERCOST-WRONG > ZERO
002892         MOVE "GLER" TO AP-COND-CODE
002893         MOVE "ERCOST NOT FOR THIS PERIOD - LOAD HELD"
002894            TO AP-MESSAGE
002895         PERFORM P310-RAISE-ALERT
002896      END-IF.
002900 P130-LOAD-LABOR-DIST.
002910*    TIMEPAY0'S LABDIST FOR THIS PERIOD - ITS RECORDS CARRY
002920* THE EMPLOYEE'S GROSS SPLIT BY THE DEPTS CHARGED ON TIMEIN.
002930* SALARIED PAY HAS NONE AND A RECORD FROM ANOTHER PERIOD IS
002940* IGNORED - THAT PAY STAYS WITH THE HOME DEPT
002950      OPEN INPUT LABOR-DIST-FILE.
002960      IF NOT LABDIST-OK
002970         DISPLAY "LABDIST NOT AVAILABLE " LABDIST-STATUS
002980            " - LABOR EXPENSE BY HOME DEPT"
002990         SET WS-LABDIST-EOF TO TRUE
003000      ELSE
003010         SET WS-LABDIST-OPEN TO TRUE
003020      END-IF.
003030      PERFORM UNTIL WS-LABDIST-EOF
003040         READ LABOR-DIST-FILE
003050            AT END
003060               SET WS-LABDIST-EOF TO TRUE
003070            NOT AT END
003080               IF LD-PERIOD-END NOT = WS-PERIOD-END OR
003090                  LD-EMP-ID IS NOT NUMERIC
003100                  ADD 1 TO WS-LABDIST-WRONG
003110               ELSE
003120                  IF WS-LD-ROW-COUNT < WS-MAX-LD-ROWS
003130                     ADD 1 TO WS-LD-ROW-COUNT
003140                     ADD 1 TO WS-LABDIST-COUNT
003150                     SET LD-IDX TO WS-LD-ROW-COUNT
003160                     MOVE LD-EMP-ID      TO WS-LD-EMP-ID (LD-IDX)
003170                     MOVE LD-CHARGE-DEPT TO WS-LD-DEPT (LD-IDX)
003180                     MOVE LD-AMOUNT      TO WS-LD-AMT (LD-IDX)
003190                  ELSE
003200                     DISPLAY "LABDIST TABLE FULL - " LD-EMP-ID
003210                        " LEFT WITH HOME DEPT"
003220                  END-IF
003230               END-IF
003240         END-READ
003250      END-PERFORM.
003260      IF WS-LABDIST-OPEN
003270         CLOSE LABOR-DIST-FILE
003280      END-IF.
003290 P215-DISTRIBUTE-GROSS.
003300*    A PAY WITH LABDIST RECORDS IS DEBITED TO THE DEPTS THEY
003310* CHARGE, IN PROPORTION TO THEIR AMOUNTS.  EACH DEPT TAKES
003320* THE ROUNDED RUNNING SHARE LESS WHAT IS ALREADY POSTED, SO
003330* THE SHARES ADD BACK TO THE GROSS TO THE PENNY
003340      MOVE ZERO TO WS-LD-EMP-TOTAL.
003350      PERFORM VARYING LD-IDX FROM 1 BY 1
003360         UNTIL LD-IDX > WS-LD-ROW-COUNT
003370         IF WS-LD-EMP-ID (LD-IDX) = WS-LOOKUP-EMP-ID
003380            ADD WS-LD-AMT (LD-IDX) TO WS-LD-EMP-TOTAL
003390         END-IF
003400      END-PERFORM.
003410      IF WS-LD-EMP-TOTAL = ZERO
003420         PERFORM P230-TALLY-DEPARTMENT
003430         ADD WS-GROSS-PAY TO WS-DT-GROSS (DEPT-IDX)
003440      ELSE
003450         ADD 1 TO WS-LD-SPLIT-COUNT
003460         MOVE ZERO TO WS-LD-CUM
003470         MOVE ZERO TO WS-LD-ALLOC
003480         PERFORM VARYING LD-IDX FROM 1 BY 1
003490            UNTIL LD-IDX > WS-LD-ROW-COUNT
003500            IF WS-LD-EMP-ID (LD-IDX) = WS-LOOKUP-EMP-ID
003510               PERFORM P217-POST-ONE-SHARE
003520            END-IF
003530         END-PERFORM
003540      END-IF.
003550 P217-POST-ONE-SHARE.
003560      ADD WS-LD-AMT (LD-IDX) TO WS-LD-CUM.
003570      COMPUTE WS-LD-TARGET ROUNDED =
003580         WS-GROSS-PAY * WS-LD-CUM / WS-LD-EMP-TOTAL.
003590      COMPUTE WS-LD-SHARE = WS-LD-TARGET - WS-LD-ALLOC.
003600      MOVE WS-LD-TARGET TO WS-LD-ALLOC.
003610      MOVE WS-LD-DEPT (LD-IDX) TO WS-WORK-DEPT-ID.
003620      PERFORM P230-TALLY-DEPARTMENT.
003630      ADD WS-LD-SHARE TO WS-DT-GROSS (DEPT-IDX).
003640 P310-RAISE-ALERT.
003650*    ONE PAGE PER CONDITION PER NIGHT - ALERTWR SUPPRESSES A
003660* RERUN'S REPEAT.  THE CONDITION CODE AND MESSAGE ARE SET BY
003670* THE CALLER
003680      MOVE ZERO           TO AP-RUN-DATE.
003690      MOVE "PAYGL00"      TO AP-PROGRAM.
003700      SET AP-SEV-HIGH     TO TRUE.
003710      SET AP-SRC-CALLED   TO TRUE.
003720      MOVE SPACES         TO AP-COND-KEY.
003722*    THE CALL HANDS BACK ITS OWN RETURN CODE - KEEP OURS
003724      MOVE RETURN-CODE    TO WS-SAVE-RC.
003730      CALL "ALERTWR" USING ALERT-PARM-BLOCK.
003740      MOVE WS-SAVE-RC     TO RETURN-CODE.
003750 P255-WRITE-REIMB-EXPENSE.
003760*    EXPENSE REIMBURSEMENT PAID THROUGH NET PAY, ONE DEBIT PER
003770* DEPARTMENT THAT CARRIES ANY - THE CASH CREDIT ALREADY HOLDS IT
003780      PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
003790         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
003800         IF WS-DT-REIMB (WS-DEPT-SUB) NOT = ZERO
003810            MOVE SPACES TO GL-POSTING-REC
003820            MOVE "GD"       TO GD-REC-TYPE
003830            MOVE "D"        TO GD-DR-CR
003840            MOVE "6500-RMB" TO GD-ACCOUNT
003850            MOVE WS-DT-DEPT-ID (WS-DEPT-SUB) TO GD-DEPT-ID
003860            MOVE WS-DT-REIMB (WS-DEPT-SUB)   TO GD-AMOUNT
003870            MOVE "EXPENSE REIMBURSEMENT" TO GD-DESC
003880            WRITE GL-POSTING-REC
003890            ADD 1 TO WS-POSTING-COUNT
003900            ADD WS-DT-REIMB (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
003910         END-IF
003920      END-PERFORM.
