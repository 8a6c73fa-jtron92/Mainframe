000110*    OF THE REGISTER.  READS THE PACKED EMPOFILE AND THE    *
000120*    EMPBANK EMPLOYEE BANK-ACCOUNT FILE (EMP-ID, ROUTING,   *
000130*    ACCOUNT) AND WRITES:                                   *
000136*      BH  COMPANY BATCH HEADER (RUN DATE, PERIOD-END,      *
000142*          EFFECTIVE ENTRY DATE = THE CYCLE'S PAY DATE)     *
000150*      BD  ONE DETAIL PER EMPLOYEE - EMP-ID, ROUTING,       *
000160*          ACCOUNT, NET PAY (PR-NET-PAY)                    *
000170*      BT  TRAILER WITH RECORD COUNT AND NET-PAY HASH       *
000210************************************************************
000220* MODIFICATION HISTORY                                     *
000230*   09/02/2026  DM  ORIGINAL PROGRAM                        *
000231*   10/15/2026  DM  PRENOTE CYCLE - EMPBANK NOW COMES FROM  *
000232*                   EMPBKMNT IN THE EMPBKREC LAYOUT.  A NEW *
000233*                   OR CHANGED ACCOUNT (STATUS P) GETS A    *
000234*                   ZERO-DOLLAR BD PRENOTE (TRAN CODE 23)   *
000235*                   ON THIS FILE AND ITS PRENOTE DATE IS    *
000236*                   STAMPED ON THE EMPBKOUT COPY THE JCL    *
000237*                   SWAPS IN.  THE EMPLOYEE STAYS ON THE    *
000238*                   CHKLIST UNTIL THE SYSIN PRENOTE DAYS    *
000239*                   HAVE PASSED, THEN GOES ACTIVE.  A       *
000240*                   STOPPED ACCOUNT ALSO PAYS BY CHECK      *
000241*   10/15/2026  DM  BH-EFF-DATE CARVED OUT OF THE FILLER -  *
000242*                   THE ACH EFFECTIVE ENTRY DATE IS THE PAY *
000243*                   DATE COBTRAN3 STAMPS ON THE HH HEADER   *
000244*                   FROM THE PAYCAL CALENDAR (RUN DATE WHEN *
000245*                   THE HEADER CARRIES NONE)                *
000246************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000370     SELECT CHECK-LIST-FILE ASSIGN TO CHKLIST
000380     ORGANIZATION IS SEQUENTIAL
000390     FILE STATUS  IS CHKLIST-STATUS.
000392     SELECT EMP-BANK-OUT-FILE ASSIGN TO EMPBKOUT
000394     ORGANIZATION IS SEQUENTIAL
000396     FILE STATUS  IS EMPBKOUT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD EMPLOYEE-OUT-FILE
000510      LABEL RECORDS ARE STANDARD
000520      RECORD CONTAINS 80 CHARACTERS
000530      DATA RECORD IS EMP-BANK-REC.
000540     COPY EMPBKREC.
000610 FD BANK-PAYMENT-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000690   05 BH-COMPANY         PIC X(20).
000700   05 BH-RUN-DATE        PIC 9(08).
000710   05 BH-PERIOD-END      PIC 9(08).
000716   05 BH-EFF-DATE        PIC 9(08).
000722   05 FILLER             PIC X(34).
000730 01 BANK-DETAIL-REC REDEFINES BANK-PAYMENT-REC.
000740   05 BD-REC-TYPE        PIC X(02).
000750   05 BD-EMP-ID          PIC 9(06).
000760   05 BD-ROUTING         PIC 9(09).
000770   05 BD-ACCOUNT         PIC X(17).
000780   05 BD-NET-PAY         PIC 9(7)V9(2).
000784   05 BD-TRAN-CODE       PIC X(02).
000788     88 BD-LIVE-CREDIT   VALUE "22".
000792     88 BD-PRENOTE       VALUE "23".
000796   05 FILLER             PIC X(35).
000800 01 BANK-TRAILER-REC REDEFINES BANK-PAYMENT-REC.
000810   05 BT-REC-TYPE        PIC X(02).
000820   05 BT-DETAIL-COUNT    PIC 9(07).
000830   05 BT-NET-HASH        PIC 9(11)V9(2).
000836   05 BT-PRENOTE-COUNT   PIC 9(07).
000842   05 FILLER             PIC X(51).
000850 FD CHECK-LIST-FILE
000860      RECORDING MODE IS F
000870      LABEL RECORDS ARE STANDARD
000880      DATA RECORD IS CHECK-LIST-LINE.
000890 01 CHECK-LIST-LINE       PIC X(80).
000891 FD EMP-BANK-OUT-FILE
000892      RECORDING MODE IS F
000893      LABEL RECORDS ARE STANDARD
000894      RECORD CONTAINS 80 CHARACTERS
000895      DATA RECORD IS EMP-BANK-OUT-REC.
000896 01 EMP-BANK-OUT-REC      PIC X(80).
000900 WORKING-STORAGE SECTION.
000910 01 EMPOFILE-STATUS      PIC X(2).
000920   88 EMPOFILE-OK        VALUE "00".
000940   88 EMPBANK-OK         VALUE "00".
000950 01 BANKOUT-STATUS       PIC X(2).
000960 01 CHKLIST-STATUS       PIC X(2).
000963 01 EMPBKOUT-STATUS      PIC X(2).
000966     COPY DATEPARM.
000970 01 WS-EOF-SWITCH        PIC X(1) VALUE "N".
000980   88 WS-EOF             VALUE "Y".
000990 01 WS-BANK-EOF-SWITCH   PIC X(1) VALUE "N".
001050     10 WS-BNK-EMP-ID    PIC 9(6).
001060     10 WS-BNK-ROUTING   PIC 9(9).
001070     10 WS-BNK-ACCOUNT   PIC X(17).
001071     10 WS-BNK-PAY-SW    PIC X(1).
001072       88 WS-BNK-DEPOSIT       VALUE "D".
001073       88 WS-BNK-PRENOTE-DUE   VALUE "N".
001074       88 WS-BNK-PRENOTE-WAIT  VALUE "W".
001075       88 WS-BNK-STOPPED       VALUE "S".
001076     10 WS-BNK-UPDATED-SW PIC X(1).
001077       88 WS-BNK-UPDATED       VALUE "Y".
001078     10 WS-BNK-NEW-STATUS PIC X(1).
001079 01 WS-BANK-OPEN-SW      PIC X(1) VALUE "N".
001080   88 WS-BANK-FILE-OPEN  VALUE "Y".
001081   88 WS-BANK-FILE-MISSING VALUE "N".
001082 01 WS-BANK-FOUND-SW     PIC X(1).
001090   88 WS-BANK-FOUND      VALUE "Y".
001100   88 WS-BANK-NOT-FOUND  VALUE "N".
001110 01 WS-RUN-DATE          PIC 9(8).
001115 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
001120 01 WS-PERIOD-END        PIC 9(8) VALUE ZERO.
001125 01 WS-PAY-DATE          PIC 9(8) VALUE ZERO.
001130 01 WS-WORK-EMP-ID       PIC 9(6).
001131 01 WS-CONTROL-CARD.
001132   05 WS-CC-PRENOTE-DAYS  PIC X(3).
001133   05 FILLER              PIC X(77).
001134 01 WS-PRENOTE-DAYS      PIC 9(3) VALUE 10.
001135 01 WS-PRENOTE-CUTOFF    PIC 9(8).
001136 01 WS-DATE-BUILD.
001137    05 WS-DB-YEAR    PIC X(4).
001138    05 FILLER        PIC X(1) VALUE "-".
001139    05 WS-DB-MONTH   PIC X(2).
001140    05 FILLER        PIC X(1) VALUE "-".
001141    05 WS-DB-DAY     PIC X(2).
001142 01 WS-OFFSET-PARSE.
001143    05 WS-OP-YEAR    PIC X(4).
001144    05 FILLER        PIC X(1).
001145    05 WS-OP-MONTH   PIC X(2).
001146    05 FILLER        PIC X(1).
001147    05 WS-OP-DAY     PIC X(2).
001148 01 WS-CUTOFF-X.
001149    05 WS-CX-YEAR    PIC X(4).
001150    05 WS-CX-MONTH   PIC X(2).
001151    05 WS-CX-DAY     PIC X(2).
001152 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
001153 01 WS-COUNTERS.
001154     05 WS-PAY-COUNT      PIC 9(5) VALUE ZERO.
001160     05 WS-DEPOSIT-COUNT  PIC 9(7) VALUE ZERO.
001170     05 WS-CHECK-COUNT    PIC 9(5) VALUE ZERO.
001172     05 WS-PRENOTE-COUNT  PIC 9(7) VALUE ZERO.
001174     05 WS-PROMOTED-COUNT PIC 9(5) VALUE ZERO.
001176     05 WS-BANK-OUT-COUNT PIC 9(5) VALUE ZERO.
001180     05 WS-NET-HASH       PIC 9(11)V9(2) VALUE ZERO.
001190 01 CHK-HEADING-LINE.
001200     05 FILLER           PIC X(30) VALUE "PAYROLL-SYSTEMS".
001240 01 CHK-HEADING-LINE-2.
001250     05 FILLER           PIC X(12) VALUE "PERIOD END: ".
001260     05 CH2-PERIOD       PIC 9(8).
001265     05 FILLER           PIC X(12) VALUE "  PAY DATE: ".
001270     05 CH2-PAY-DATE     PIC 9(8).
001275     05 FILLER           PIC X(40) VALUE SPACES.
001280 01 CHK-DETAIL-LINE.
001290     05 CK-EMP-ID        PIC 9(6).
001300     05 FILLER           PIC X(02) VALUE SPACES.
001420      PERFORM P100-INITIALIZATION.
001430      PERFORM P200-MAINLINE.
001440      PERFORM P300-TERMINATION.
001445      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001450      STOP RUN.
001460 P100-INITIALIZATION.
001470      OPEN INPUT EMPLOYEE-OUT-FILE.
001580      END-IF.
001590      OPEN OUTPUT CHECK-LIST-FILE.
001600      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001605      PERFORM P105-SET-PRENOTE-CUTOFF.
001610      PERFORM P110-LOAD-BANK-TABLE.
001620      PERFORM P120-READ-PERIOD-HEADER.
001630      PERFORM P130-WRITE-BATCH-HEADER.
001640      MOVE WS-PERIOD-END TO CH2-PERIOD.
001645      MOVE WS-PAY-DATE   TO CH2-PAY-DATE.
001650      WRITE CHECK-LIST-LINE FROM CHK-HEADING-LINE.
001660      WRITE CHECK-LIST-LINE FROM CHK-HEADING-LINE-2.
001661 P105-SET-PRENOTE-CUTOFF.
001662*    SYSIN COLS 1-3 GIVE THE PRENOTE WAITING PERIOD IN
001663* CALENDAR DAYS - AN ACCOUNT WHOSE PRENOTE WENT OUT ON OR
001664* BEFORE THE CUTOFF (RUN DATE LESS THAT MANY DAYS) IS LIVE
001665      ACCEPT WS-CONTROL-CARD FROM SYSIN.
001666      IF WS-CC-PRENOTE-DAYS IS NUMERIC
001667         MOVE WS-CC-PRENOTE-DAYS TO WS-PRENOTE-DAYS
001668      ELSE
001669         DISPLAY "NO PRENOTE DAYS ON SYSIN - DEFAULT "
001670            WS-PRENOTE-DAYS " DAYS"
001671      END-IF.
001672      MOVE WS-RUN-DATE-X (1:4) TO WS-DB-YEAR.
001673      MOVE WS-RUN-DATE-X (5:2) TO WS-DB-MONTH.
001674      MOVE WS-RUN-DATE-X (7:2) TO WS-DB-DAY.
001675      MOVE WS-DATE-BUILD TO DP-DATE-IN.
001676      SET DP-AGE-NOT-WANTED TO TRUE.
001677      SET DP-BUSDAY-NOT-WANTED TO TRUE.
001678      SET DP-OFFSET-WANTED TO TRUE.
001679      COMPUTE DP-OFFSET-DAYS = ZERO - WS-PRENOTE-DAYS.
001680      CALL "DATEVAL" USING DATE-PARM-BLOCK.
001681      MOVE DP-OFFSET-DATE TO WS-OFFSET-PARSE.
001682      MOVE WS-OP-YEAR  TO WS-CX-YEAR.
001683      MOVE WS-OP-MONTH TO WS-CX-MONTH.
001684      MOVE WS-OP-DAY   TO WS-CX-DAY.
001685      MOVE WS-CUTOFF-X TO WS-PRENOTE-CUTOFF.
001686      DISPLAY "PRENOTE CUTOFF DATE  : " WS-PRENOTE-CUTOFF.
001687 P110-LOAD-BANK-TABLE.
001688*    NO EMPBANK FILE MEANS NOBODY HAS BANK DETAILS - EVERY
001690* EMPLOYEE FALLS TO THE CHECK LIST AND THE BANK FILE SHIPS
001700* EMPTY BUT BALANCED
001710      OPEN INPUT EMP-BANK-FILE.
001730         DISPLAY "EMPBANK NOT AVAILABLE " EMPBANK-STATUS
001740            " - ALL EMPLOYEES GO TO THE CHECK LIST"
001750         SET WS-BANK-DONE TO TRUE
001753      ELSE
001756         SET WS-BANK-FILE-OPEN TO TRUE
001760      END-IF.
001770      PERFORM UNTIL WS-BANK-DONE
001780         READ EMP-BANK-FILE
001820               PERFORM P115-LOAD-ONE-BANK-ROW
001830         END-READ
001840      END-PERFORM.
001850      IF WS-BANK-FILE-OPEN
001860         CLOSE EMP-BANK-FILE
001870      END-IF.
001880      DISPLAY "BANK ACCOUNTS LOADED : " WS-BANK-ROW-COUNT.
001990            MOVE EB-EMP-ID  TO WS-BNK-EMP-ID (BNK-IDX)
002000            MOVE EB-ROUTING TO WS-BNK-ROUTING (BNK-IDX)
002010            MOVE EB-ACCOUNT TO WS-BNK-ACCOUNT (BNK-IDX)
002015            PERFORM P117-SET-PAYMENT-ROUTE
002020         END-IF
002030      END-IF.
002031 P117-SET-PAYMENT-ROUTE.
002032*    A PRENOTE ROW NOT YET SENT GOES OUT ON THIS FILE; ONE
002033* SENT INSIDE THE WAITING PERIOD STILL PAYS BY CHECK; ONE
002034* SENT ON OR BEFORE THE CUTOFF GOES ACTIVE AND IS PAID
002035      MOVE "N" TO WS-BNK-UPDATED-SW (BNK-IDX).
002036      MOVE EB-STATUS TO WS-BNK-NEW-STATUS (BNK-IDX).
002037      EVALUATE TRUE
002038         WHEN EB-STOPPED
002039            SET WS-BNK-STOPPED (BNK-IDX) TO TRUE
002040         WHEN EB-PRENOTE
002041            IF EB-PRENOTE-DATE IS NOT NUMERIC OR
002042               EB-PRENOTE-DATE = ZERO
002043               SET WS-BNK-PRENOTE-DUE (BNK-IDX) TO TRUE
002044            ELSE
002045               IF EB-PRENOTE-DATE > WS-PRENOTE-CUTOFF
002046                  SET WS-BNK-PRENOTE-WAIT (BNK-IDX) TO TRUE
002047               ELSE
002048                  SET WS-BNK-DEPOSIT (BNK-IDX) TO TRUE
002049                  SET WS-BNK-UPDATED (BNK-IDX) TO TRUE
002050                  MOVE "A" TO WS-BNK-NEW-STATUS (BNK-IDX)
002051                  ADD 1 TO WS-PROMOTED-COUNT
002052               END-IF
002053            END-IF
002054         WHEN OTHER
002055            SET WS-BNK-DEPOSIT (BNK-IDX) TO TRUE
002056      END-EVALUATE.
002057 P120-READ-PERIOD-HEADER.
002058      READ EMPLOYEE-OUT-FILE
002060         AT END
002070            DISPLAY "EMPOFILE IS EMPTY - NO HEADER RECORD"
002080            SET WS-EOF TO TRUE
002100      IF NOT WS-EOF
002110         IF PAY-IS-HEADER
002120            MOVE PRH-PERIOD-END TO WS-PERIOD-END
002122            IF PRH-PAY-DATE IS NUMERIC
002124               MOVE PRH-PAY-DATE TO WS-PAY-DATE
002126            END-IF
002130         ELSE
002140            DISPLAY "WARNING - EMPOFILE HAS NO HH HEADER - "
002150               "FIRST RECORD TREATED AS DETAIL"
002160            PERFORM P210-PROCESS-ONE-RECORD
002170         END-IF
002180      END-IF.
002181      IF WS-PAY-DATE = ZERO
002182         MOVE WS-RUN-DATE TO WS-PAY-DATE
002183         DISPLAY "NO PAY DATE ON EMPOFILE - EFFECTIVE DATE "
002184            "IS THE RUN DATE"
002185      END-IF.
002190 P130-WRITE-BATCH-HEADER.
002191*    A PAY DATE ALREADY BEHIND US STILL GOES OUT AS KEYED -
002192* THE BANK SETTLES A STALE DATE ON ITS NEXT WINDOW
002193      IF WS-PAY-DATE < WS-RUN-DATE
002194         DISPLAY "WARNING - PAY DATE " WS-PAY-DATE
002195            " IS BEFORE THE RUN DATE - DEPOSITS WILL BE LATE"
002196      END-IF.
002200      MOVE SPACES            TO BANK-PAYMENT-REC.
002210      MOVE "BH"              TO BH-REC-TYPE.
002220      MOVE "PAYROLL-SYSTEMS" TO BH-COMPANY.
002230      MOVE WS-RUN-DATE       TO BH-RUN-DATE.
002240      MOVE WS-PERIOD-END     TO BH-PERIOD-END.
002245      MOVE WS-PAY-DATE       TO BH-EFF-DATE.
002250      WRITE BANK-PAYMENT-REC.
002260 P200-MAINLINE.
002270      READ EMPLOYEE-OUT-FILE
002390      ADD 1 TO WS-PAY-COUNT.
002400      MOVE EMP-ID-OUT TO WS-WORK-EMP-ID.
002410      PERFORM P220-FIND-BANK-ROW.
002417      IF WS-BANK-NOT-FOUND
002424         MOVE "NO BANK DETAILS ON EMPBANK" TO CK-REASON
002431         PERFORM P240-WRITE-CHECK-LINE
002440      ELSE
002441         EVALUATE TRUE
002442            WHEN WS-BNK-DEPOSIT (BNK-IDX)
002443               PERFORM P230-WRITE-DEPOSIT-DETAIL
002444            WHEN WS-BNK-STOPPED (BNK-IDX)
002445               MOVE "DIRECT DEPOSIT STOPPED" TO CK-REASON
002446               PERFORM P240-WRITE-CHECK-LINE
002447            WHEN OTHER
002448               MOVE "ACCOUNT IN PRENOTE PERIOD" TO CK-REASON
002449               PERFORM P240-WRITE-CHECK-LINE
002450         END-EVALUATE
002460      END-IF.
002470 P220-FIND-BANK-ROW.
002480      SET WS-BANK-NOT-FOUND TO TRUE.
002600      MOVE WS-BNK-ROUTING (BNK-IDX) TO BD-ROUTING.
002610      MOVE WS-BNK-ACCOUNT (BNK-IDX) TO BD-ACCOUNT.
002620      MOVE PR-NET-PAY              TO BD-NET-PAY.
002625      SET BD-LIVE-CREDIT           TO TRUE.
002630      WRITE BANK-PAYMENT-REC.
002640      ADD 1 TO WS-DEPOSIT-COUNT.
002650      ADD PR-NET-PAY TO WS-NET-HASH.
002660 P240-WRITE-CHECK-LINE.
002670      MOVE WS-WORK-EMP-ID TO CK-EMP-ID.
002680      MOVE PR-NET-PAY     TO CK-NET-PAY.
002700      WRITE CHECK-LIST-LINE FROM CHK-DETAIL-LINE.
002710      ADD 1 TO WS-CHECK-COUNT.
002720 P250-WRITE-PRENOTES.
002730*    ONE ZERO-DOLLAR TRAN CODE 23 DETAIL PER ACCOUNT AWAITING
002740* ITS PRENOTE, WHETHER OR NOT THE EMPLOYEE IS PAID THIS RUN.
002750* THE DATE SENT IS STAMPED ON THE EMPBKOUT COPY OF THE ROW
002760      PERFORM VARYING BNK-IDX FROM 1 BY 1
002770         UNTIL BNK-IDX > WS-BANK-ROW-COUNT
002780         IF WS-BNK-PRENOTE-DUE (BNK-IDX)
002790            MOVE SPACES TO BANK-PAYMENT-REC
002800            MOVE "BD"                     TO BD-REC-TYPE
002810            MOVE WS-BNK-EMP-ID (BNK-IDX)  TO BD-EMP-ID
002820            MOVE WS-BNK-ROUTING (BNK-IDX) TO BD-ROUTING
002830            MOVE WS-BNK-ACCOUNT (BNK-IDX) TO BD-ACCOUNT
002840            MOVE ZERO                     TO BD-NET-PAY
002850            SET BD-PRENOTE                TO TRUE
002860            WRITE BANK-PAYMENT-REC
002870            ADD 1 TO WS-PRENOTE-COUNT
002880            SET WS-BNK-UPDATED (BNK-IDX) TO TRUE
002890         END-IF
002900      END-PERFORM.
002910 P260-REWRITE-BANK-MASTER.
002920*    EMPBANK IS COPIED RECORD FOR RECORD TO EMPBKOUT SO ROWS
002930* THE TABLE LOAD DROPPED STILL SURVIVE - ONLY THE PRENOTE
002940* DATE AND STATUS OF THE ROWS TOUCHED THIS RUN CHANGE
002950      OPEN INPUT EMP-BANK-FILE.
002960      IF NOT EMPBANK-OK
002970         GO TO P260-EXIT
002980      END-IF.
002990      MOVE "N" TO WS-BANK-EOF-SWITCH.
003000      PERFORM UNTIL WS-BANK-DONE
003010         READ EMP-BANK-FILE
003020            AT END
003030               SET WS-BANK-DONE TO TRUE
003040            NOT AT END
003050               PERFORM P265-UPDATE-ONE-BANK-ROW
003060               WRITE EMP-BANK-OUT-REC FROM EMP-BANK-REC
003070               ADD 1 TO WS-BANK-OUT-COUNT
003080         END-READ
003090      END-PERFORM.
003100      CLOSE EMP-BANK-FILE.
003110 P260-EXIT.
003120      EXIT.
003130 P265-UPDATE-ONE-BANK-ROW.
003140      IF EB-EMP-ID IS NUMERIC
003150         MOVE EB-EMP-ID TO WS-WORK-EMP-ID
003160         PERFORM P220-FIND-BANK-ROW
003170         IF WS-BANK-FOUND
003180            IF WS-BNK-UPDATED (BNK-IDX)
003190               MOVE WS-BNK-NEW-STATUS (BNK-IDX) TO EB-STATUS
003200               IF WS-BNK-PRENOTE-DUE (BNK-IDX)
003210                  MOVE WS-RUN-DATE TO EB-PRENOTE-DATE
003220               END-IF
003230            END-IF
003240         END-IF
003250      END-IF.
003260 P300-TERMINATION.
003270      PERFORM P250-WRITE-PRENOTES.
003280      MOVE SPACES           TO BANK-PAYMENT-REC.
003290      MOVE "BT"             TO BT-REC-TYPE.
003300      COMPUTE BT-DETAIL-COUNT =
003310         WS-DEPOSIT-COUNT + WS-PRENOTE-COUNT.
003320      MOVE WS-NET-HASH      TO BT-NET-HASH.
003330      MOVE WS-PRENOTE-COUNT TO BT-PRENOTE-COUNT.
003340      WRITE BANK-PAYMENT-REC.
003350      MOVE WS-CHECK-COUNT TO CT-COUNT.
003360      WRITE CHECK-LIST-LINE FROM CHK-TOTAL-LINE.
003370      CLOSE EMPLOYEE-OUT-FILE.
003380      CLOSE BANK-PAYMENT-FILE.
003390      CLOSE CHECK-LIST-FILE.
003400      OPEN OUTPUT EMP-BANK-OUT-FILE.
003410      PERFORM P260-REWRITE-BANK-MASTER THRU P260-EXIT.
003420      CLOSE EMP-BANK-OUT-FILE.
003430      DISPLAY "PAY RECORDS READ     : " WS-PAY-COUNT.
003440      DISPLAY "DEPOSITS WRITTEN     : " WS-DEPOSIT-COUNT.
003450      DISPLAY "CHECKS TO PRINT      : " WS-CHECK-COUNT.
003460      DISPLAY "NET-PAY HASH TOTAL   : " WS-NET-HASH.
003470      DISPLAY "PRENOTES SENT        : " WS-PRENOTE-COUNT.
003480      DISPLAY "PRENOTES GONE LIVE   : " WS-PROMOTED-COUNT.
003490      DISPLAY "EMPBKOUT ROWS WRITTEN: " WS-BANK-OUT-COUNT.
003500*    WITHOUT EMPBANK THERE IS NO MASTER TO REWRITE - RC 4
003510* KEEPS THE JCL FROM SWAPPING AN EMPTY EMPBKOUT INTO PLACE
003520      IF WS-BANK-FILE-MISSING
003530         MOVE 4 TO WS-HIGHEST-RC
003540      END-IF.
003550      IF WS-PAY-COUNT = ZERO
003560         DISPLAY "EMPOFILE HAD NO PAY RECORDS"
003570         MOVE 8 TO WS-HIGHEST-RC
003580      END-IF.
003590      DISPLAY "PAYBNK00 - SUCCESSFULLY ENDED".
