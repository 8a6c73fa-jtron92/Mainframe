000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VSMRVER.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    RECORD-COUNT PROOF FOR A VSAM REORGANIZATION           *
000090*    (VSMREORG.JCL).  READS THE IDCAMS LISTINGS OF THE RUN: *
000100*      LCBEFORE - LISTCAT ALL OF THE CLUSTER BEFORE UNLOAD  *
000110*      UNLMSG   - REPRO UNLOAD ("RECORDS PROCESSED WAS N")  *
000120*      RLDMSG   - REPRO RELOAD INTO THE NEW CLUSTER         *
000130*      LCAFTER  - LISTCAT ALL OF THE NEW CLUSTER            *
000140*    AND PROVES THE RECORDS UNLOADED, THE RECORDS RELOADED  *
000150*    AND THE NEW CLUSTER'S DATA COMPONENT REC-TOTAL ALL     *
000160*    AGREE.  ANY DIFFERENCE (OR A FIGURE NOT FOUND) ENDS    *
000170*    RC=8 SO THE RENAME STEPS DO NOT SWAP THE NEW CLUSTER   *
000180*    IN (THE EMPRECVF PATTERN).  THE BEFORE REC-TOTAL IS    *
000190*    ONLY WARNED ON (RC=4) - CATALOG STATISTICS ON A        *
000200*    CLUSTER LEFT OPEN BY AN ABEND OR BY CICS CAN LAG THE   *
000210*    TRUE COUNT.                                            *
000220************************************************************
000230* MODIFICATION HISTORY                                     *
000240*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT LISTCAT-BEFORE-FILE ASSIGN TO LCBEFORE
000300     ORGANIZATION IS SEQUENTIAL
000310     FILE STATUS  IS LCBEFORE-STATUS.
000320     SELECT UNLOAD-MSG-FILE ASSIGN TO UNLMSG
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS UNLMSG-STATUS.
000350     SELECT RELOAD-MSG-FILE ASSIGN TO RLDMSG
000360     ORGANIZATION IS SEQUENTIAL
000370     FILE STATUS  IS RLDMSG-STATUS.
000380     SELECT LISTCAT-AFTER-FILE ASSIGN TO LCAFTER
000390     ORGANIZATION IS SEQUENTIAL
000400     FILE STATUS  IS LCAFTER-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD LISTCAT-BEFORE-FILE
000440      RECORDING MODE IS F
000450      LABEL RECORDS ARE STANDARD
000460      RECORD CONTAINS 121 CHARACTERS
000470      DATA RECORD IS LCBEFORE-REC.
000480 01 LCBEFORE-REC         PIC X(121).
000490 FD UNLOAD-MSG-FILE
000500      RECORDING MODE IS F
000510      LABEL RECORDS ARE STANDARD
000520      RECORD CONTAINS 121 CHARACTERS
000530      DATA RECORD IS UNLMSG-REC.
000540 01 UNLMSG-REC           PIC X(121).
000550 FD RELOAD-MSG-FILE
000560      RECORDING MODE IS F
000570      LABEL RECORDS ARE STANDARD
000580      RECORD CONTAINS 121 CHARACTERS
000590      DATA RECORD IS RLDMSG-REC.
000600 01 RLDMSG-REC           PIC X(121).
000610 FD LISTCAT-AFTER-FILE
000620      RECORDING MODE IS F
000630      LABEL RECORDS ARE STANDARD
000640      RECORD CONTAINS 121 CHARACTERS
000650      DATA RECORD IS LCAFTER-REC.
000660 01 LCAFTER-REC          PIC X(121).
000670 WORKING-STORAGE SECTION.
000680 01 LCBEFORE-STATUS      PIC X(2).
000690   88 LCBEFORE-OK        VALUE "00".
000700 01 UNLMSG-STATUS        PIC X(2).
000710   88 UNLMSG-OK          VALUE "00".
000720 01 RLDMSG-STATUS        PIC X(2).
000730   88 RLDMSG-OK          VALUE "00".
000740 01 LCAFTER-STATUS       PIC X(2).
000750   88 LCAFTER-OK         VALUE "00".
000760 01 WS-EOF-SW            PIC X(1).
000770   88 WS-EOF             VALUE "Y".
000780   88 WS-NOT-EOF         VALUE "N".
000790 01 WS-HIGHEST-RC        PIC 9(2) VALUE ZERO.
000800*    THE LISTING LINE BEING SCANNED (CARRIAGE CONTROL DROPPED)
000810* AND THE FIGURE PICKED OFF IT
000820 01 WS-PRINT-LINE.
000830   05 WS-PRINT-CC        PIC X(01).
000840   05 WS-PRINT-TEXT      PIC X(120).
000850 01 WS-KEYWORD           PIC X(20).
000860 01 WS-KEYWORD-LEN       PIC 9(2).
000870 01 WS-KEYWORD-TALLY     PIC 9(3).
000880 01 WS-SCAN-POS          PIC 9(3).
000890 01 WS-SKIP-COUNT        PIC 9(3).
000900 01 WS-FIGURE            PIC 9(12).
000910 01 WS-FIGURE-SW         PIC X(1).
000920   88 WS-FIGURE-FOUND    VALUE "Y".
000930   88 WS-FIGURE-NOT-FOUND VALUE "N".
000940 01 WS-DIGIT-X           PIC X(1).
000950 01 WS-DIGIT REDEFINES WS-DIGIT-X PIC 9(1).
000960 01 WS-IN-DATA-SW        PIC X(1).
000970   88 WS-IN-DATA         VALUE "Y".
000980   88 WS-NOT-IN-DATA     VALUE "N".
000990 01 WS-DATA-TALLY        PIC 9(3).
001000 01 WS-COUNTS.
001010   05 WS-BEFORE-TOTAL    PIC 9(12) VALUE ZERO.
001020   05 WS-BEFORE-SW       PIC X(1) VALUE "N".
001030   05 WS-UNLOAD-COUNT    PIC 9(12) VALUE ZERO.
001040   05 WS-UNLOAD-SW       PIC X(1) VALUE "N".
001050   05 WS-RELOAD-COUNT    PIC 9(12) VALUE ZERO.
001060   05 WS-RELOAD-SW       PIC X(1) VALUE "N".
001070   05 WS-AFTER-TOTAL     PIC 9(12) VALUE ZERO.
001080   05 WS-AFTER-SW        PIC X(1) VALUE "N".
001090 PROCEDURE DIVISION.
001100 000-MAIN-PROCEDURE.
001110      PERFORM P100-READ-BEFORE-LISTCAT.
001120      PERFORM P200-READ-UNLOAD-MESSAGES.
001130      PERFORM P300-READ-RELOAD-MESSAGES.
001140      PERFORM P400-READ-AFTER-LISTCAT.
001150      PERFORM P500-PROVE-COUNTS.
001160      PERFORM P600-TERMINATION.
001170      MOVE WS-HIGHEST-RC TO RETURN-CODE.
001180      STOP RUN.
001190 P100-READ-BEFORE-LISTCAT.
001200      OPEN INPUT LISTCAT-BEFORE-FILE.
001210      IF NOT LCBEFORE-OK
001220         DISPLAY "FAILURE TO OPEN LCBEFORE " LCBEFORE-STATUS
001230         MOVE 12 TO RETURN-CODE
001240         STOP RUN
001250      END-IF.
001260      SET WS-NOT-EOF TO TRUE.
001270      SET WS-NOT-IN-DATA TO TRUE.
001280      PERFORM UNTIL WS-EOF OR WS-BEFORE-SW = "Y"
001290         READ LISTCAT-BEFORE-FILE INTO WS-PRINT-LINE
001300            AT END
001310               SET WS-EOF TO TRUE
001320            NOT AT END
001330               PERFORM P710-FIND-DATA-REC-TOTAL
001340               IF WS-FIGURE-FOUND
001350                  MOVE WS-FIGURE TO WS-BEFORE-TOTAL
001360                  MOVE "Y" TO WS-BEFORE-SW
001370               END-IF
001380         END-READ
001390      END-PERFORM.
001400      CLOSE LISTCAT-BEFORE-FILE.
001410 P200-READ-UNLOAD-MESSAGES.
001420      OPEN INPUT UNLOAD-MSG-FILE.
001430      IF NOT UNLMSG-OK
001440         DISPLAY "FAILURE TO OPEN UNLMSG " UNLMSG-STATUS
001450         MOVE 12 TO RETURN-CODE
001460         STOP RUN
001470      END-IF.
001480      SET WS-NOT-EOF TO TRUE.
001490      PERFORM UNTIL WS-EOF
001500         READ UNLOAD-MSG-FILE INTO WS-PRINT-LINE
001510            AT END
001520               SET WS-EOF TO TRUE
001530            NOT AT END
001540               PERFORM P720-FIND-PROCESSED-COUNT
001550               IF WS-FIGURE-FOUND
001560                  MOVE WS-FIGURE TO WS-UNLOAD-COUNT
001570                  MOVE "Y" TO WS-UNLOAD-SW
001580               END-IF
001590         END-READ
001600      END-PERFORM.
001610      CLOSE UNLOAD-MSG-FILE.
001620 P300-READ-RELOAD-MESSAGES.
001630      OPEN INPUT RELOAD-MSG-FILE.
001640      IF NOT RLDMSG-OK
001650         DISPLAY "FAILURE TO OPEN RLDMSG " RLDMSG-STATUS
001660         MOVE 12 TO RETURN-CODE
001670         STOP RUN
001680      END-IF.
001690      SET WS-NOT-EOF TO TRUE.
001700      PERFORM UNTIL WS-EOF
001710         READ RELOAD-MSG-FILE INTO WS-PRINT-LINE
001720            AT END
001730               SET WS-EOF TO TRUE
001740            NOT AT END
001750               PERFORM P720-FIND-PROCESSED-COUNT
001760               IF WS-FIGURE-FOUND
001770                  MOVE WS-FIGURE TO WS-RELOAD-COUNT
001780                  MOVE "Y" TO WS-RELOAD-SW
001790               END-IF
001800         END-READ
001810      END-PERFORM.
001820      CLOSE RELOAD-MSG-FILE.
001830 P400-READ-AFTER-LISTCAT.
001840      OPEN INPUT LISTCAT-AFTER-FILE.
001850      IF NOT LCAFTER-OK
001860         DISPLAY "FAILURE TO OPEN LCAFTER " LCAFTER-STATUS
001870         MOVE 12 TO RETURN-CODE
001880         STOP RUN
001890      END-IF.
001900      SET WS-NOT-EOF TO TRUE.
001910      SET WS-NOT-IN-DATA TO TRUE.
001920      PERFORM UNTIL WS-EOF OR WS-AFTER-SW = "Y"
001930         READ LISTCAT-AFTER-FILE INTO WS-PRINT-LINE
001940            AT END
001950               SET WS-EOF TO TRUE
001960            NOT AT END
001970               PERFORM P710-FIND-DATA-REC-TOTAL
001980               IF WS-FIGURE-FOUND
001990                  MOVE WS-FIGURE TO WS-AFTER-TOTAL
002000                  MOVE "Y" TO WS-AFTER-SW
002010               END-IF
002020         END-READ
002030      END-PERFORM.
002040      CLOSE LISTCAT-AFTER-FILE.
002050 P500-PROVE-COUNTS.
002060      IF WS-UNLOAD-SW NOT = "Y" OR WS-RELOAD-SW NOT = "Y"
002070         OR WS-AFTER-SW NOT = "Y"
002080         DISPLAY "*** A RECORD COUNT WAS NOT FOUND IN THE"
002090            " LISTINGS"
002100         MOVE 8 TO WS-HIGHEST-RC
002110      END-IF.
002120      IF WS-RELOAD-COUNT NOT = WS-UNLOAD-COUNT
002130         DISPLAY "*** RECORDS RELOADED DO NOT MATCH RECORDS"
002140            " UNLOADED"
002150         MOVE 8 TO WS-HIGHEST-RC
002160      END-IF.
002170      IF WS-AFTER-TOTAL NOT = WS-RELOAD-COUNT
002180         DISPLAY "*** NEW CLUSTER REC-TOTAL DOES NOT MATCH RELOAD"
002190         MOVE 8 TO WS-HIGHEST-RC
002200      END-IF.
002210      IF WS-BEFORE-SW = "Y" AND
002220         WS-BEFORE-TOTAL NOT = WS-UNLOAD-COUNT
002230         DISPLAY "*** OLD CLUSTER REC-TOTAL DIFFERS FROM UNLOAD -"
002240            " CATALOG STATISTICS MAY LAG"
002250         IF WS-HIGHEST-RC < 4
002260            MOVE 4 TO WS-HIGHEST-RC
002270         END-IF
002280      END-IF.
002290 P600-TERMINATION.
002300      DISPLAY "REC-TOTAL BEFORE UNLOAD : " WS-BEFORE-TOTAL.
002310      DISPLAY "RECORDS UNLOADED        : " WS-UNLOAD-COUNT.
002320      DISPLAY "RECORDS RELOADED        : " WS-RELOAD-COUNT.
002330      DISPLAY "REC-TOTAL AFTER RELOAD  : " WS-AFTER-TOTAL.
002340      IF WS-HIGHEST-RC < 8
002350         DISPLAY "REORGANIZATION COUNTS AGREE - SWAP MAY PROCEED"
002360      ELSE
002370         DISPLAY "REORGANIZATION COUNTS DISAGREE - SWAP BYPASSED"
002380      END-IF.
002390      DISPLAY "VSMRVER RETURN CODE : " WS-HIGHEST-RC.
002400 P710-FIND-DATA-REC-TOTAL.
002410*    ONLY THE DATA COMPONENT'S REC-TOTAL COUNTS - THE INDEX
002420* COMPONENT CARRIES ONE OF ITS OWN
002430      SET WS-FIGURE-NOT-FOUND TO TRUE.
002440      MOVE ZERO TO WS-DATA-TALLY.
002450      INSPECT WS-PRINT-TEXT TALLYING WS-DATA-TALLY
002460         FOR ALL "DATA ------".
002470      IF WS-DATA-TALLY > ZERO
002480         SET WS-IN-DATA TO TRUE
002490      END-IF.
002500      IF WS-IN-DATA
002510         MOVE "REC-TOTAL" TO WS-KEYWORD
002520         MOVE 9 TO WS-KEYWORD-LEN
002530         PERFORM P730-PICK-FIGURE THRU P730-EXIT
002540      END-IF.
002550 P720-FIND-PROCESSED-COUNT.
002560*    IDC0005I NUMBER OF RECORDS PROCESSED WAS NNNN
002570      MOVE "PROCESSED WAS" TO WS-KEYWORD.
002580      MOVE 13 TO WS-KEYWORD-LEN.
002590      PERFORM P730-PICK-FIGURE THRU P730-EXIT.
002600 P730-PICK-FIGURE.
002610*    THE FIGURE FOLLOWS THE KEYWORD AFTER DASHES OR SPACES
002620      SET WS-FIGURE-NOT-FOUND TO TRUE.
002630      MOVE ZERO TO WS-FIGURE.
002640      MOVE ZERO TO WS-KEYWORD-TALLY.
002650      INSPECT WS-PRINT-TEXT TALLYING WS-KEYWORD-TALLY
002660         FOR CHARACTERS BEFORE INITIAL
002670         WS-KEYWORD (1:WS-KEYWORD-LEN).
002680      IF WS-KEYWORD-TALLY >= 120
002690         GO TO P730-EXIT
002700      END-IF.
002710      COMPUTE WS-SCAN-POS = WS-KEYWORD-TALLY + WS-KEYWORD-LEN + 1.
002720      IF WS-SCAN-POS > 120
002730         GO TO P730-EXIT
002740      END-IF.
002750      MOVE ZERO TO WS-SKIP-COUNT.
002760      INSPECT WS-PRINT-TEXT (WS-SCAN-POS:) TALLYING WS-SKIP-COUNT
002770         FOR LEADING "-" LEADING SPACE.
002780      ADD WS-SKIP-COUNT TO WS-SCAN-POS.
002790      PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
002800         UNTIL WS-SCAN-POS > 120
002810            OR WS-PRINT-TEXT (WS-SCAN-POS:1) IS NOT NUMERIC
002820         MOVE WS-PRINT-TEXT (WS-SCAN-POS:1) TO WS-DIGIT-X
002830         COMPUTE WS-FIGURE = WS-FIGURE * 10 + WS-DIGIT
002840         SET WS-FIGURE-FOUND TO TRUE
002850      END-PERFORM.
002860 P730-EXIT.
002870      EXIT.
