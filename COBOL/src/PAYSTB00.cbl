000222*   09/02/2026  DM  TAX WITHHELD LINE (PR-TAX-WH) ADDED     *
000224*                   BETWEEN THE DEDUCTION TOTAL AND NET PAY *
000226*                   SO THE STATEMENT FOOTS TO THE CHECK     *
000227*   10/15/2026  DM  GARNISHMENT LINES (DEDDETL SOURCE G)     *
000228*                   PRINT AS GARNISHMENT - THEIR GN* CODES   *
000229*                   ARE NOT DEDCODES ENTRIES                 *
000230*   10/15/2026  DM  THE HEADING SHOWS THE PAY DATE (PR-PAY-*
000231*                   DATE) IN PLACE OF THE RUN DATE         *
000232*   10/15/2026  DM  REIMBURSED EXPENSES LINE (PR-REIMB-AMT)*
000233*                   BEFORE NET PAY - NOT TAXED OR DEDUCTED *
000237************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000610    05 DD-DED-CODE    PIC X(03).
000620    05 DD-DED-AMT     PIC 9(6)V9(2).
000630    05 DD-SOURCE      PIC X(01).
000635      88 DD-FROM-GARNISHMENT VALUE "G".
000640    05 FILLER         PIC X(56).
000650 FD EMPLOYEE-VS-FILE.
000660     COPY EMPREC.
001210 01 HEADING-LINE-2.
001220     05 FILLER           PIC X(12) VALUE "PERIOD END: ".
001230     05 HL2-PERIOD       PIC 9(8).
001240     05 FILLER           PIC X(12) VALUE "  PAY DATE: ".
001250     05 HL2-DATE         PIC 9(8).
001260     05 FILLER           PIC X(40) VALUE SPACES.
001270 01 EMPLOYEE-LINE.
002430      ADD REG-PAY-OUT BON-PAY-OUT GIVING WS-GROSS-PAY.
002440      WRITE STATEMENT-LINE FROM SEPARATOR-LINE.
002450      MOVE WS-PERIOD-END TO HL2-PERIOD.
002453      IF PR-PAY-DATE IS NUMERIC AND PR-PAY-DATE > ZERO
002456         MOVE PR-PAY-DATE TO HL2-DATE
002459      ELSE
002462         MOVE WS-RUN-DATE TO HL2-DATE
002465      END-IF.
002470      WRITE STATEMENT-LINE FROM HEADING-LINE-1.
002480      WRITE STATEMENT-LINE FROM HEADING-LINE-2.
002490      MOVE EMP-ID-OUT TO EL-EMP-ID.
002752      MOVE "TAX WITHHELD"     TO AL-LABEL.
002754      MOVE PR-TAX-WH          TO AL-AMOUNT.
002756      WRITE STATEMENT-LINE FROM AMOUNT-LINE.
002758      PERFORM P250-PRINT-REIMBURSEMENT.
002760      MOVE "NET PAY"          TO AL-LABEL.
002770      MOVE PR-NET-PAY         TO AL-AMOUNT.
002780      WRITE STATEMENT-LINE FROM AMOUNT-LINE.
003070            EXIT PERFORM
003080         END-IF
003090      END-PERFORM.
003092      IF DD-FROM-GARNISHMENT
003094         MOVE "GARNISHMENT" TO DL-DED-DESC
003096      END-IF.
003100 P300-TERMINATION.
003110      CLOSE EMPLOYEE-OUT-FILE.
003120      CLOSE EMPLOYEE-VS-FILE.
003170      DISPLAY "STATEMENTS PRINTED     : " WS-STMT-COUNT.
003180      DISPLAY "DEDUCTION LINES PRINTED: " WS-DED-LINE-COUNT.
003190      DISPLAY "PAYSTB00 - SUCCESSFULLY ENDED".
003200 P250-PRINT-REIMBURSEMENT.
003210*    A REIMBURSEMENT RIDES ON TOP OF NET PAY UNTAXED - ITS OWN
003220* LINE LETS THE STATEMENT STILL FOOT TO THE CHECK.  A RECORD
003230* CUT BEFORE PR-REIMB-AMT WAS CARRIED HAS NONE
003240      IF PR-REIMB-AMT IS NUMERIC AND PR-REIMB-AMT > ZERO
003250         MOVE "REIMBURSED EXPENSES" TO AL-LABEL
003260         MOVE PR-REIMB-AMT          TO AL-AMOUNT
003270         WRITE STATEMENT-LINE FROM AMOUNT-LINE
003280      END-IF.
