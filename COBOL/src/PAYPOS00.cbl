000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYPOS00.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    POSITIVE-PAY ISSUED-CHECK FILE - PAYCHK00 ASSIGNS      *
000090*    CHECK NUMBERS AND CHKMNT00 VOIDS AND REISSUES THEM,    *
000100*    BUT THE BANK NEVER HEARD ABOUT ANY OF IT, SO A FORGED  *
000110*    OR ALTERED CHECK CLEARED WITHOUT QUESTION.  THIS STEP  *
000120*    RUNS AFTER EITHER OF THEM, READS THE CHECKREG          *
000130*    REGISTER, AND WRITES THE POSPAY FILE THE BANK MATCHES  *
000140*    PRESENTED CHECKS AGAINST:                              *
000150*      PH  HEADER - RUN DATE AND LAST CHECK NUMBER SENT     *
000160*      PD  ONE PER CHECK - I FOR EACH NEWLY ISSUED CHECK,   *
000170*          V FOR EACH CHECK VOIDED (OR REPLACED BY A        *
000180*          REISSUE) SINCE THE LAST TRANSMISSION - NUMBER,   *
000190*          ISSUE DATE, AMOUNT, AND PAYEE NAME FROM THE      *
000200*          EMPLOYEE-VS-FILE                                 *
000210*      PT  TRAILER WITH RECORD COUNT AND AMOUNT HASH        *
000220*    THE POSPSTAT STATE FILE REMEMBERS THE HIGHEST CHECK    *
000230*    NUMBER SENT AS ISSUED AND EVERY CHECK NUMBER ALREADY   *
000240*    SENT AS VOID, SO A RERUN NEVER DOUBLE-REPORTS AND A    *
000250*    MISSED NIGHT IS PICKED UP BY THE NEXT RUN.  A CHECK    *
000260*    VOIDED BEFORE ITS ISSUE WAS EVER SENT GOES TO NEITHER  *
000270*    LIST - THE BANK WILL REFUSE IT AS UNKNOWN - AND A      *
000280*    ZERO-NET ADVICE IS NOT A NEGOTIABLE ITEM, SO IT IS     *
000290*    SKIPPED                                                *
000292*    A VOID ENTRY AGES OFF THE STATE FILE A YEAR AFTER IT   *
000294*    WAS SENT, AND A VOID OF A CHECK ISSUED OVER A YEAR     *
000296*    AGO IS NOT SENT - THE BANK HAS LONG SINCE STALE-DATED  *
000298*    IT - SO THE STATE FILE HOLDS ONLY LIVE VOIDS           *
000300************************************************************
000310* MODIFICATION HISTORY                                     *
000320*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000321*   10/15/2026  DM  A CHECK ALREADY CLEARED BY CHKRCN00 IS *
000322*                   STILL SENT AS ISSUED IF IT WAS NEVER   *
000323*                   SENT TO THE BANK BEFORE                *
000324*   10/15/2026  DM  VOIDS AGE OFF POSPSTAT A YEAR AFTER    *
000325*                   THEY WERE SENT AND A VOID OF A CHECK   *
000326*                   ISSUED OVER A YEAR AGO IS NOT SENT -   *
000327*                   THE VOID TABLE NO LONGER FILLS UP      *
000330************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREG
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS CHECKREG-STATUS.
000400     SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
000410     ORGANIZATION IS INDEXED
000420     ACCESS MODE  IS RANDOM
000430     RECORD KEY   IS EMP-ID
000440     FILE STATUS  IS VSAM-FILE-STATUS.
000450     SELECT POS-PAY-FILE ASSIGN TO POSPAY
000460     ORGANIZATION IS SEQUENTIAL
000470     FILE STATUS  IS POSPAY-STATUS.
000480     SELECT POS-PAY-STATE-FILE ASSIGN TO POSPSTAT
000490     ORGANIZATION IS SEQUENTIAL
000500     FILE STATUS  IS POSPSTAT-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO RPTOUT
000520     ORGANIZATION IS SEQUENTIAL
000530     FILE STATUS  IS RPT-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD CHECK-REGISTER-FILE
000570      RECORDING MODE IS F
000580      LABEL RECORDS ARE STANDARD
000590      RECORD CONTAINS 80 CHARACTERS
000600      DATA RECORD IS CHECK-REGISTER-REC.
000610     COPY CHKREC.
000620 FD EMPLOYEE-VS-FILE.
000630     COPY EMPREC.
000640 FD POS-PAY-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD
000670      RECORD CONTAINS 80 CHARACTERS
000680      DATA RECORD IS POS-PAY-REC.
000690 01 POS-PAY-REC           PIC X(80).
000700 01 POS-PAY-HEADER-REC REDEFINES POS-PAY-REC.
000710   05 PH-REC-TYPE        PIC X(02).
000720   05 PH-COMPANY         PIC X(20).
000730   05 PH-RUN-DATE        PIC 9(08).
000740   05 PH-LAST-SENT-NBR   PIC 9(08).
000750   05 FILLER             PIC X(42).
000760 01 POS-PAY-DETAIL-REC REDEFINES POS-PAY-REC.
000770   05 PD-REC-TYPE        PIC X(02).
000780   05 PD-ITEM-CODE       PIC X(01).
000790     88 PD-ISSUED-ITEM   VALUE "I".
000800     88 PD-VOIDED-ITEM   VALUE "V".
000810   05 PD-CHECK-NBR       PIC 9(08).
000820   05 PD-ISSUE-DATE      PIC 9(08).
000830   05 PD-AMOUNT          PIC 9(7)V9(2).
000840   05 PD-PAYEE           PIC X(40).
000850   05 FILLER             PIC X(12).
000860 01 POS-PAY-TRAILER-REC REDEFINES POS-PAY-REC.
000870   05 PT-REC-TYPE        PIC X(02).
000880   05 PT-DETAIL-COUNT    PIC 9(07).
000890   05 PT-AMOUNT-HASH     PIC 9(11)V9(2).
000900   05 PT-ISSUED-COUNT    PIC 9(07).
000910   05 PT-VOIDED-COUNT    PIC 9(07).
000920   05 FILLER             PIC X(44).
000930 FD POS-PAY-STATE-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 80 CHARACTERS
000970      DATA RECORD IS POS-PAY-STATE-REC.
000980 01 POS-PAY-STATE-REC.
000990   05 PS-REC-TYPE        PIC X(01).
001000     88 PS-HIGH-WATER    VALUE "H".
001010     88 PS-VOID-SENT     VALUE "V".
001020   05 PS-CHECK-NBR       PIC 9(08).
001030   05 PS-SENT-DATE       PIC 9(08).
001040   05 FILLER             PIC X(63).
001050 FD REPORT-FILE
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      DATA RECORD IS REPORT-LINE.
001090 01 REPORT-LINE           PIC X(80).
001100 WORKING-STORAGE SECTION.
001110     COPY FSTATCOM.
001120 01 CHECKREG-STATUS      PIC X(2).
001130   88 CHECKREG-OK        VALUE "00".
001140 01 POSPAY-STATUS        PIC X(2).
001150   88 POSPAY-OK          VALUE "00".
001160 01 POSPSTAT-STATUS      PIC X(2).
001170   88 POSPSTAT-OK        VALUE "00".
001180 01 RPT-FILE-STATUS      PIC X(2).
001190 01 WS-CHECKREG-EOF-SW   PIC X(1) VALUE "N".
001200   88 WS-CHECKREG-DONE   VALUE "Y".
001210 01 WS-STATE-EOF-SW      PIC X(1) VALUE "N".
001220   88 WS-STATE-DONE      VALUE "Y".
001230 01 WS-MASTER-SW         PIC X(1).
001240   88 WS-ON-MASTER       VALUE "Y".
001250   88 WS-NOT-ON-MASTER   VALUE "N".
001260 01 WS-VOID-FOUND-SW     PIC X(1).
001270   88 WS-VOID-ALREADY-SENT VALUE "Y".
001280   88 WS-VOID-NOT-SENT   VALUE "N".
001290 01 WS-RECORDED-SW       PIC X(1).
001300   88 WS-VOID-RECORDED   VALUE "Y".
001310   88 WS-VOID-HELD-BACK  VALUE "N".
001320 01 WS-ITEM-CODE         PIC X(1).
001330 01 WS-RUN-DATE          PIC 9(8).
001340 01 WS-LAST-SENT-NBR     PIC 9(8) VALUE ZERO.
001350 01 WS-NEW-HIGH-NBR      PIC 9(8) VALUE ZERO.
001360 01 WS-MAX-VOIDS         PIC 9(4) VALUE 2000.
001370 01 WS-VOID-COUNT        PIC 9(4) VALUE ZERO.
001372 01 WS-VOID-KEEP-YEARS   PIC 9(2) VALUE 1.
001374 01 WS-VOID-CUTOFF-DATE  PIC 9(8).
001376 01 WS-AGED-OFF-COUNT    PIC 9(4) VALUE ZERO.
001380 01 WS-VOID-TABLE.
001390   05 WS-VOID-ENTRY OCCURS 2000 TIMES INDEXED BY VD-IDX.
001400     10 WS-VD-CHECK-NBR  PIC 9(8).
001410     10 WS-VD-SENT-DATE  PIC 9(8).
001420 01 WS-VD-SUB            PIC 9(4).
001430 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001440 01 WS-COUNTERS.
001450     05 WS-REGISTER-COUNT PIC 9(7) VALUE ZERO.
001460     05 WS-ISSUED-COUNT   PIC 9(7) VALUE ZERO.
001470     05 WS-VOIDED-COUNT   PIC 9(7) VALUE ZERO.
001480     05 WS-SUPPRESS-COUNT PIC 9(5) VALUE ZERO.
001490     05 WS-ZERO-NET-COUNT PIC 9(5) VALUE ZERO.
001500     05 WS-NO-NAME-COUNT  PIC 9(5) VALUE ZERO.
001510     05 WS-AMOUNT-HASH    PIC 9(11)V9(2) VALUE ZERO.
001520 01 HEADING-LINE-1.
001530     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
001540     05 FILLER           PIC X(30)
001550        VALUE "POSITIVE-PAY TRANSMISSION".
001560     05 FILLER           PIC X(20) VALUE SPACES.
001570 01 HEADING-LINE-2.
001580     05 FILLER           PIC X(10) VALUE "RUN DATE: ".
001590     05 HL2-DATE         PIC 9(8).
001600     05 FILLER           PIC X(22)
001610        VALUE "   LAST CHECK SENT:  ".
001620     05 HL2-LAST-SENT    PIC 9(8).
001630     05 FILLER           PIC X(32) VALUE SPACES.
001640 01 HEADING-LINE-3.
001650     05 FILLER           PIC X(05) VALUE "ITEM".
001660     05 FILLER           PIC X(10) VALUE "CHECK NBR".
001670     05 FILLER           PIC X(10) VALUE "ISSUED".
001680     05 FILLER           PIC X(14) VALUE "       AMOUNT".
001690     05 FILLER           PIC X(41) VALUE "PAYEE".
001700 01 DETAIL-LINE.
001710     05 DL-ITEM          PIC X(01).
001720     05 FILLER           PIC X(04) VALUE SPACES.
001730     05 DL-CHECK-NBR     PIC 9(8).
001740     05 FILLER           PIC X(02) VALUE SPACES.
001750     05 DL-ISSUE-DATE    PIC 9(8).
001760     05 FILLER           PIC X(02) VALUE SPACES.
001770     05 DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001780     05 FILLER           PIC X(02) VALUE SPACES.
001790     05 DL-PAYEE         PIC X(40).
001800 01 TOTAL-LINE-1.
001810     05 FILLER           PIC X(20) VALUE "ISSUED SENT:       ".
001820     05 TL-ISSUED        PIC ZZZZZZ9.
001830     05 FILLER           PIC X(16) VALUE "   VOIDED SENT: ".
001840     05 TL-VOIDED        PIC ZZZZZZ9.
001850     05 FILLER           PIC X(30) VALUE SPACES.
001860 01 TOTAL-LINE-2.
001870     05 FILLER           PIC X(20) VALUE "AMOUNT HASH:       ".
001880     05 TL-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001890     05 FILLER           PIC X(43) VALUE SPACES.
001900 PROCEDURE DIVISION.
001910 000-MAIN-PROCEDURE.
001920      PERFORM P100-INITIALIZATION.
001930      PERFORM P200-MAINLINE.
001940      PERFORM P300-TERMINATION.
001950      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001960      STOP RUN.
001970 P100-INITIALIZATION.
001980      OPEN INPUT CHECK-REGISTER-FILE.
001990      IF NOT CHECKREG-OK
002000         DISPLAY "FAILURE TO OPEN CHECKREG " CHECKREG-STATUS
002010         MOVE 12 TO RETURN-CODE
002020         STOP RUN
002030      END-IF.
002040      OPEN INPUT EMPLOYEE-VS-FILE.
002050      IF NOT VSAM-OK
002060         DISPLAY "FAILURE TO OPEN EMPVSFIL " VSAM-FILE-STATUS
002070         MOVE 12 TO RETURN-CODE
002080         STOP RUN
002090      END-IF.
002100      OPEN OUTPUT POS-PAY-FILE.
002110      IF NOT POSPAY-OK
002120         DISPLAY "FAILURE TO OPEN POSPAY " POSPAY-STATUS
002130         MOVE 12 TO RETURN-CODE
002140         STOP RUN
002150      END-IF.
002160      OPEN OUTPUT REPORT-FILE.
002170      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002173      COMPUTE WS-VOID-CUTOFF-DATE =
002176         WS-RUN-DATE - (WS-VOID-KEEP-YEARS * 10000).
002180      PERFORM P110-LOAD-STATE.
002190      MOVE WS-LAST-SENT-NBR TO WS-NEW-HIGH-NBR.
002200      MOVE SPACES            TO POS-PAY-HEADER-REC.
002210      MOVE "PH"              TO PH-REC-TYPE.
002220      MOVE "PAYROLL-SYSTEMS" TO PH-COMPANY.
002230      MOVE WS-RUN-DATE       TO PH-RUN-DATE.
002240      MOVE WS-LAST-SENT-NBR  TO PH-LAST-SENT-NBR.
002250      WRITE POS-PAY-REC.
002260      MOVE WS-RUN-DATE      TO HL2-DATE.
002270      MOVE WS-LAST-SENT-NBR TO HL2-LAST-SENT.
002280      WRITE REPORT-LINE FROM HEADING-LINE-1.
002290      WRITE REPORT-LINE FROM HEADING-LINE-2.
002300      WRITE REPORT-LINE FROM HEADING-LINE-3.
002310 P110-LOAD-STATE.
002320*    AN EMPTY OR MISSING STATE FILE MEANS A FIRST-EVER RUN -
002330* EVERY CHECK ON THE REGISTER IS NEW TO THE BANK
002340      OPEN INPUT POS-PAY-STATE-FILE.
002350      IF NOT POSPSTAT-OK
002360         DISPLAY "NO POSPSTAT STATE - FULL REGISTER IS SENT"
002370      ELSE
002380         PERFORM UNTIL WS-STATE-DONE
002390            READ POS-PAY-STATE-FILE
002400               AT END
002410                  SET WS-STATE-DONE TO TRUE
002420               NOT AT END
002430                  PERFORM P120-APPLY-STATE-REC
002440            END-READ
002450         END-PERFORM
002460         CLOSE POS-PAY-STATE-FILE
002470      END-IF.
002480      DISPLAY "LAST CHECK SENT ISSUED : " WS-LAST-SENT-NBR.
002490      DISPLAY "VOIDS ALREADY SENT     : " WS-VOID-COUNT.
002495      DISPLAY "VOIDS AGED OFF         : " WS-AGED-OFF-COUNT.
002500 P120-APPLY-STATE-REC.
002510      IF PS-CHECK-NBR IS NOT NUMERIC
002520         DISPLAY "POSPSTAT RECORD IGNORED - " POS-PAY-STATE-REC
002530      ELSE
002540         IF PS-HIGH-WATER
002550            MOVE PS-CHECK-NBR TO WS-LAST-SENT-NBR
002560         ELSE
002570            IF PS-VOID-SENT
002580*    A VOID SENT BEFORE THE CUTOFF IS DROPPED - ITS CHECK WAS
002581* ISSUED EARLIER STILL, SO P210 WILL NEVER SEND IT AGAIN
002582               IF PS-SENT-DATE IS NUMERIC AND
002583                  PS-SENT-DATE < WS-VOID-CUTOFF-DATE
002584                  ADD 1 TO WS-AGED-OFF-COUNT
002585               ELSE
002586                  PERFORM P130-REMEMBER-VOID
002587               END-IF
002590            END-IF
002600         END-IF
002610      END-IF.
002620 P130-REMEMBER-VOID.
002630      IF WS-VOID-COUNT >= WS-MAX-VOIDS
002640         DISPLAY "VOID TABLE FULL - STATE ENTRY DROPPED FOR "
002650            PS-CHECK-NBR
002660         MOVE 12 TO WS-HIGHEST-RC
002670      ELSE
002680         ADD 1 TO WS-VOID-COUNT
002690         SET VD-IDX TO WS-VOID-COUNT
002700         MOVE PS-CHECK-NBR TO WS-VD-CHECK-NBR (VD-IDX)
002710         MOVE PS-SENT-DATE TO WS-VD-SENT-DATE (VD-IDX)
002720      END-IF.
002730 P200-MAINLINE.
002740      PERFORM UNTIL WS-CHECKREG-DONE
002750         READ CHECK-REGISTER-FILE
002760            AT END
002770               SET WS-CHECKREG-DONE TO TRUE
002780            NOT AT END
002790               ADD 1 TO WS-REGISTER-COUNT
002800               PERFORM P210-CHECK-ONE-ITEM THRU P210-EXIT
002810         END-READ
002820      END-PERFORM.
002830 P210-CHECK-ONE-ITEM.
002840      IF CK-CHECK-NBR IS NOT NUMERIC
002850         GO TO P210-EXIT
002860      END-IF.
002870      IF CK-NET-PAY IS NOT NUMERIC OR CK-NET-PAY = ZERO
002880         ADD 1 TO WS-ZERO-NET-COUNT
002890         GO TO P210-EXIT
002900      END-IF.
002910      IF CK-CHECK-NBR > WS-NEW-HIGH-NBR
002920         MOVE CK-CHECK-NBR TO WS-NEW-HIGH-NBR
002930      END-IF.
002940      IF CK-CHECK-NBR > WS-LAST-SENT-NBR
002950*    NOT YET SENT AS ISSUED - A CHECK ALREADY VOIDED OR
002960* REPLACED NEVER REACHES THE BANK BUT IS REMEMBERED AS
002970* HANDLED SO IT IS NOT SENT AS A VOID NEXT TIME
002980         IF CK-ISSUED OR CK-CLEARED
002990            MOVE "I" TO WS-ITEM-CODE
003000            PERFORM P220-WRITE-DETAIL
003010            ADD 1 TO WS-ISSUED-COUNT
003020         ELSE
003025            IF CK-ISSUE-DATE NOT < WS-VOID-CUTOFF-DATE
003030               PERFORM P240-RECORD-VOID-SENT
003035            END-IF
003040            ADD 1 TO WS-SUPPRESS-COUNT
003050         END-IF
003060         GO TO P210-EXIT
003070      END-IF.
003071*    A CHECK ISSUED BEFORE THE CUTOFF IS STALE AT THE BANK -
003072* ITS VOID IS NO LONGER SENT, AND ITS STATE ENTRY HAS AGED OFF
003073      IF (CK-VOIDED OR CK-REPLACED) AND
003074         CK-ISSUE-DATE < WS-VOID-CUTOFF-DATE
003075         GO TO P210-EXIT
003076      END-IF.
003080      IF CK-VOIDED OR CK-REPLACED
003090         PERFORM P230-FIND-VOID-SENT
003100         IF WS-VOID-NOT-SENT
003110            PERFORM P240-RECORD-VOID-SENT
003120            IF WS-VOID-RECORDED
003130               MOVE "V" TO WS-ITEM-CODE
003140               PERFORM P220-WRITE-DETAIL
003150               ADD 1 TO WS-VOIDED-COUNT
003160            END-IF
003170         END-IF
003180      END-IF.
003190 P210-EXIT.
003200      EXIT.
003210 P220-WRITE-DETAIL.
003220      MOVE SPACES            TO POS-PAY-DETAIL-REC.
003230      PERFORM P250-LOOKUP-PAYEE.
003240      MOVE "PD"              TO PD-REC-TYPE.
003250      MOVE WS-ITEM-CODE      TO PD-ITEM-CODE.
003260      MOVE CK-CHECK-NBR      TO PD-CHECK-NBR.
003270      MOVE CK-ISSUE-DATE     TO PD-ISSUE-DATE.
003280      MOVE CK-NET-PAY        TO PD-AMOUNT.
003290      WRITE POS-PAY-REC.
003300      ADD CK-NET-PAY TO WS-AMOUNT-HASH.
003310      MOVE WS-ITEM-CODE  TO DL-ITEM.
003320      MOVE CK-CHECK-NBR  TO DL-CHECK-NBR.
003330      MOVE CK-ISSUE-DATE TO DL-ISSUE-DATE.
003340      MOVE CK-NET-PAY    TO DL-AMOUNT.
003350      MOVE PD-PAYEE      TO DL-PAYEE.
003360      WRITE REPORT-LINE FROM DETAIL-LINE.
003370 P230-FIND-VOID-SENT.
003380      SET WS-VOID-NOT-SENT TO TRUE.
003390      PERFORM VARYING VD-IDX FROM 1 BY 1
003400         UNTIL VD-IDX > WS-VOID-COUNT
003410         IF WS-VD-CHECK-NBR (VD-IDX) = CK-CHECK-NBR
003420            SET WS-VOID-ALREADY-SENT TO TRUE
003430            EXIT PERFORM
003440         END-IF
003450      END-PERFORM.
003460 P240-RECORD-VOID-SENT.
003470*    A FULL TABLE HOLDS THE VOID BACK RATHER THAN SEND ONE
003480* THE STATE FILE CANNOT REMEMBER - IT GOES OUT ON A LATER
003490* RUN ONCE OLDER ENTRIES HAVE AGED OFF
003500      IF WS-VOID-COUNT >= WS-MAX-VOIDS
003510         DISPLAY "VOID TABLE FULL - VOID HELD BACK FOR "
003520            CK-CHECK-NBR
003530         MOVE 12 TO WS-HIGHEST-RC
003540         SET WS-VOID-HELD-BACK TO TRUE
003550      ELSE
003560         SET WS-VOID-RECORDED TO TRUE
003570         ADD 1 TO WS-VOID-COUNT
003580         SET VD-IDX TO WS-VOID-COUNT
003590         MOVE CK-CHECK-NBR TO WS-VD-CHECK-NBR (VD-IDX)
003600         MOVE WS-RUN-DATE  TO WS-VD-SENT-DATE (VD-IDX)
003610      END-IF.
003620 P250-LOOKUP-PAYEE.
003630      SET WS-ON-MASTER TO TRUE.
003640      MOVE CK-EMP-ID TO EMP-ID.
003650      READ EMPLOYEE-VS-FILE
003660         INVALID KEY
003670            SET WS-NOT-ON-MASTER TO TRUE
003680      END-READ.
003690      IF WS-ON-MASTER
003700         STRING EMP-FIRST-NAME DELIMITED BY "  "
003710                " "            DELIMITED BY SIZE
003720                EMP-LAST-NAME  DELIMITED BY "  "
003730            INTO PD-PAYEE
003740         END-STRING
003750      ELSE
003760         DISPLAY "NO EMPLOYEE MASTER FOR CHECK " CK-CHECK-NBR
003770            " EMP-ID " CK-EMP-ID " - PAYEE LEFT BLANK"
003780         ADD 1 TO WS-NO-NAME-COUNT
003790      END-IF.
003800 P300-TERMINATION.
003810      MOVE SPACES            TO POS-PAY-TRAILER-REC.
003820      MOVE "PT"              TO PT-REC-TYPE.
003830      COMPUTE PT-DETAIL-COUNT =
003840         WS-ISSUED-COUNT + WS-VOIDED-COUNT.
003850      MOVE WS-AMOUNT-HASH    TO PT-AMOUNT-HASH.
003860      MOVE WS-ISSUED-COUNT   TO PT-ISSUED-COUNT.
003870      MOVE WS-VOIDED-COUNT   TO PT-VOIDED-COUNT.
003880      WRITE POS-PAY-REC.
003890      MOVE WS-ISSUED-COUNT TO TL-ISSUED.
003900      MOVE WS-VOIDED-COUNT TO TL-VOIDED.
003910      MOVE WS-AMOUNT-HASH  TO TL-HASH.
003920      WRITE REPORT-LINE FROM TOTAL-LINE-1.
003930      WRITE REPORT-LINE FROM TOTAL-LINE-2.
003940      CLOSE CHECK-REGISTER-FILE.
003950      CLOSE EMPLOYEE-VS-FILE.
003960      CLOSE POS-PAY-FILE.
003970      CLOSE REPORT-FILE.
003980      PERFORM P310-WRITE-STATE.
003990      DISPLAY "REGISTER RECORDS READ  : " WS-REGISTER-COUNT.
004000      DISPLAY "ISSUED CHECKS SENT     : " WS-ISSUED-COUNT.
004010      DISPLAY "VOIDED CHECKS SENT     : " WS-VOIDED-COUNT.
004020      DISPLAY "VOIDED BEFORE SENDING  : " WS-SUPPRESS-COUNT.
004030      DISPLAY "ZERO-NET ADVICES       : " WS-ZERO-NET-COUNT.
004040      DISPLAY "AMOUNT HASH TOTAL      : " WS-AMOUNT-HASH.
004050      DISPLAY "LAST CHECK NOW SENT    : " WS-NEW-HIGH-NBR.
004060      IF WS-NO-NAME-COUNT > ZERO AND WS-HIGHEST-RC < 4
004070         DISPLAY "PAYEES MISSING FROM MASTER: " WS-NO-NAME-COUNT
004080         MOVE 4 TO WS-HIGHEST-RC
004090      END-IF.
004100      DISPLAY "PAYPOS00 RETURN CODE   : " WS-HIGHEST-RC.
004110 P310-WRITE-STATE.
004120*    REWRITTEN ONLY AFTER POSPAY HAS CLOSED - THE HIGH-WATER
004130* CHECK NUMBER FIRST, THEN EVERY VOID THE BANK HAS HEARD OF
004140      OPEN OUTPUT POS-PAY-STATE-FILE.
004150      IF NOT POSPSTAT-OK
004160         DISPLAY "FAILURE TO OPEN POSPSTAT " POSPSTAT-STATUS
004170         MOVE 12 TO WS-HIGHEST-RC
004180      ELSE
004190         MOVE SPACES          TO POS-PAY-STATE-REC
004200         MOVE "H"             TO PS-REC-TYPE
004210         MOVE WS-NEW-HIGH-NBR TO PS-CHECK-NBR
004220         MOVE WS-RUN-DATE     TO PS-SENT-DATE
004230         WRITE POS-PAY-STATE-REC
004240         PERFORM VARYING WS-VD-SUB FROM 1 BY 1
004250            UNTIL WS-VD-SUB > WS-VOID-COUNT
004260            SET VD-IDX TO WS-VD-SUB
004270            MOVE SPACES TO POS-PAY-STATE-REC
004280            MOVE "V"    TO PS-REC-TYPE
004290            MOVE WS-VD-CHECK-NBR (VD-IDX) TO PS-CHECK-NBR
004300            MOVE WS-VD-SENT-DATE (VD-IDX) TO PS-SENT-DATE
004310            WRITE POS-PAY-STATE-REC
004320         END-PERFORM
004330         CLOSE POS-PAY-STATE-FILE
004340      END-IF.
