000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVINQ.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. STORE-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    CICS PSEUDO-CONVERSATIONAL STORE INVENTORY INQUIRY     *
000090*    (TRANID INVI) OVER THE Z38515.STORE.KSDS CLUSTER (FCT  *
000100*    STORKSD, KEY = STORE-ID + PRODUCT-ID), ON THE INVMINQ  *
000110*    SCREEN (SEE INVMSET.BMS).  READ-ONLY.  THE OPERATOR    *
000120*    KEYS EITHER A STORE-ID, TO PAGE THROUGH EVERY PRODUCT  *
000130*    STOCKED AT THAT STORE WITH ITS ON-HAND QUANTITY, OR A  *
000140*    PRODUCT-ID, TO SEE THAT PRODUCT'S QUANTITY AT EVERY    *
000150*    STORE WITH THE ALL-STORE TOTAL - TWELVE LINES A PAGE,  *
000160*    PF8 PAGES FORWARD FROM THE LAST LINE SHOWN (CARRIED IN *
000170*    THE COMMAREA).  DESCRIPTIONS COME FROM PRODKSD.  THE   *
000180*    TOP LINE SHOWS THE DATE AND TIME SCRIM LAST APPLIED    *
000190*    MOVEMENTS, TAKEN FROM THE STORE 0000 APPLY-CONTROL     *
000200*    RECORD (SEE STORKREC).  THERE IS NO PRODUCT-ID         *
000210*    ALTERNATE INDEX, SO THE PRODUCT INQUIRY POSITIONS ON   *
000220*    THE PRODUCT IN EACH STORE IN TURN WITH RESETBR (A      *
000230*    SKIP-SEQUENTIAL BROWSE) RATHER THAN READING EVERY      *
000240*    RECORD.  THE PCT/PPT/FCT ENTRIES ARE CSD DEFINITIONS   *
000250*    MAINTAINED OUTSIDE THIS SOURCE                         *
000260************************************************************
000270* MODIFICATION HISTORY                                     *
000280*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000290************************************************************
000300 ENVIRONMENT DIVISION.
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330     COPY DFHAID.
000340     COPY STORKREC.
000350     COPY PRODREC.
000360 01 WS-COMMAREA.
000370   05 CA-MODE              PIC X(01).
000380     88 CA-STORE-INQUIRY   VALUE "S".
000390     88 CA-PRODUCT-INQUIRY VALUE "P".
000400   05 CA-STORE-ID          PIC 9(04).
000410   05 CA-PRODUCT-ID        PIC 9(04).
000420   05 CA-RESUME-KEY.
000430     10 CA-RESUME-STORE    PIC 9(04).
000440     10 CA-RESUME-PRODUCT  PIC 9(04).
000450 01 WS-RESP                PIC S9(08) COMP.
000460 01 WS-BROWSE-KEY.
000470   05 WS-BK-STORE-ID       PIC 9(04).
000480   05 WS-BK-PRODUCT-ID     PIC 9(04).
000490 01 WS-LINE-SUB            PIC 9(02).
000500 01 WS-MAX-LINES           PIC 9(02) VALUE 12.
000510 01 WS-STORE-COUNT         PIC 9(04).
000520 01 WS-TOTAL-ON-HAND       PIC 9(09).
000530 01 WS-RESUME-SWITCH       PIC X(01).
000540   88 WS-RESUME-PAGE       VALUE "Y".
000550   88 WS-FRESH-PAGE        VALUE "N".
000560 01 WS-BROWSE-DONE-SWITCH  PIC X(01).
000570   88 WS-BROWSE-DONE       VALUE "Y".
000580 01 WS-MORE-SWITCH         PIC X(01).
000590   88 WS-MORE-TO-SHOW      VALUE "Y".
000600 01 WS-STORE-FOUND-SWITCH  PIC X(01).
000610   88 WS-STORE-ON-FILE     VALUE "Y".
000620 01 WS-FILE-SWITCH         PIC X(01).
000630   88 WS-FILE-CLOSED       VALUE "Y".
000640 01 WS-BROWSE-ACTIVE-SWITCH PIC X(01).
000650   88 WS-BROWSE-ACTIVE     VALUE "Y".
000660 01 WS-EDIT-SWITCH         PIC X(01).
000670   88 WS-EDITS-PASSED      VALUE "Y".
000680   88 WS-EDITS-FAILED      VALUE "N".
000690 01 WS-STORE-KEYED-SWITCH  PIC X(01).
000700   88 WS-STORE-KEYED       VALUE "Y".
000710 01 WS-PRODUCT-KEYED-SWITCH PIC X(01).
000720   88 WS-PRODUCT-KEYED     VALUE "Y".
000730 01 WS-GOODBYE-MSG         PIC X(30)
000740    VALUE "INVI SESSION ENDED".
000750 01 WS-APPLY-STAMP.
000760   05 WA-YEAR              PIC X(04).
000770   05 FILLER               PIC X(01) VALUE "-".
000780   05 WA-MONTH             PIC X(02).
000790   05 FILLER               PIC X(01) VALUE "-".
000800   05 WA-DAY               PIC X(02).
000810   05 FILLER               PIC X(01) VALUE SPACE.
000820   05 WA-HOUR              PIC X(02).
000830   05 FILLER               PIC X(01) VALUE ":".
000840   05 WA-MINUTE            PIC X(02).
000850 01 WS-STORE-HEADING.
000860   05 FILLER               PIC X(06) VALUE "PROD".
000870   05 FILLER               PIC X(32) VALUE "DESCRIPTION".
000880   05 FILLER               PIC X(09) VALUE "ON HAND".
000890   05 FILLER               PIC X(13) VALUE "ON ORDER".
000900 01 WS-STORE-LINE.
000910   05 SL-PRODUCT-ID        PIC 9(04).
000920   05 FILLER               PIC X(02) VALUE SPACES.
000930   05 SL-DESCRIPTION       PIC X(30).
000940   05 FILLER               PIC X(02) VALUE SPACES.
000950   05 SL-ON-HAND           PIC ZZZ,ZZ9.
000960   05 FILLER               PIC X(03) VALUE SPACES.
000970   05 SL-ON-ORDER          PIC ZZZ,ZZ9.
000980   05 FILLER               PIC X(05) VALUE SPACES.
000990 01 WS-PRODUCT-HEADING.
001000   05 FILLER               PIC X(08) VALUE "STORE".
001010   05 FILLER               PIC X(09) VALUE "ON HAND".
001020   05 FILLER               PIC X(43) VALUE "ON ORDER".
001030 01 WS-PRODUCT-LINE.
001040   05 PL-STORE-ID          PIC 9(04).
001050   05 FILLER               PIC X(04) VALUE SPACES.
001060   05 PL-ON-HAND           PIC ZZZ,ZZ9.
001070   05 FILLER               PIC X(03) VALUE SPACES.
001080   05 PL-ON-ORDER          PIC ZZZ,ZZ9.
001090   05 FILLER               PIC X(35) VALUE SPACES.
001100 01 WS-TOTAL-MSG.
001110   05 FILLER               PIC X(14) VALUE "ALL STORES:  ".
001120   05 TM-TOTAL-ON-HAND     PIC ZZZ,ZZZ,ZZ9.
001130   05 FILLER               PIC X(12) VALUE " ON HAND AT ".
001140   05 TM-STORE-COUNT       PIC ZZZ9.
001150   05 FILLER               PIC X(07) VALUE " STORES".
001160   05 TM-MORE              PIC X(22).
001170************************************************************
001180*    SYMBOLIC MAP FOR INVMINQ - HAND-CARRIED COPY OF THE    *
001190*    DSECT THE INVMSET.BMS ASSEMBLY GENERATES               *
001200************************************************************
001210 01 INVMINQI.
001220   05 FILLER               PIC X(12).
001230   05 IAPPLYL              PIC S9(04) COMP.
001240   05 IAPPLYF              PIC X(01).
001250   05 IAPPLYI              PIC X(16).
001260   05 ISTOREL              PIC S9(04) COMP.
001270   05 ISTOREF              PIC X(01).
001280   05 ISTOREI              PIC X(04).
001290   05 IPRODL               PIC S9(04) COMP.
001300   05 IPRODF               PIC X(01).
001310   05 IPRODI               PIC X(04).
001320   05 IDESCL               PIC S9(04) COMP.
001330   05 IDESCF               PIC X(01).
001340   05 IDESCI               PIC X(30).
001350   05 IHEADL               PIC S9(04) COMP.
001360   05 IHEADF               PIC X(01).
001370   05 IHEADI               PIC X(60).
001380   05 ILINE-GROUP.
001390     10 ILINE-ENTRY OCCURS 12 TIMES INDEXED BY IL-IDX.
001400       15 ILINEL           PIC S9(04) COMP.
001410       15 ILINEF           PIC X(01).
001420       15 ILINEI           PIC X(60).
001430   05 IMSGL                PIC S9(04) COMP.
001440   05 IMSGF                PIC X(01).
001450   05 IMSGI                PIC X(70).
001460 LINKAGE SECTION.
001470 01 DFHCOMMAREA            PIC X(17).
001480 PROCEDURE DIVISION.
001490 000-MAIN-PROCEDURE.
001500      MOVE LOW-VALUES TO INVMINQI.
001510      IF EIBCALEN = ZERO
001520         MOVE SPACE TO CA-MODE
001530         MOVE ZERO TO CA-STORE-ID CA-PRODUCT-ID CA-RESUME-KEY
001540         PERFORM SHOW-LAST-APPLY
001550         MOVE "KEY A STORE-ID OR A PRODUCT-ID AND PRESS ENTER"
001560           TO IMSGI
001570         PERFORM SEND-INQUIRY-MAP
001580      ELSE
001590         MOVE DFHCOMMAREA TO WS-COMMAREA
001600         PERFORM HANDLE-SCREEN-INPUT THRU HANDLE-INPUT-EXIT
001610      END-IF.
001620      EXEC CICS
001630         RETURN TRANSID('INVI')
001640                COMMAREA(WS-COMMAREA)
001650                LENGTH(17)
001660      END-EXEC.
001670 HANDLE-SCREEN-INPUT.
001680      IF EIBAID = DFHPF3
001690         EXEC CICS
001700            SEND TEXT FROM(WS-GOODBYE-MSG)
001710                 LENGTH(30)
001720                 ERASE
001730         END-EXEC
001740         EXEC CICS
001750            RETURN
001760         END-EXEC
001770      END-IF.
001780      EXEC CICS
001790         RECEIVE MAP('INVMINQ')
001800                 MAPSET('INVMSET')
001810                 INTO(INVMINQI)
001820                 RESP(WS-RESP)
001830      END-EXEC.
001840      IF EIBAID = DFHPF8
001850*    PF8 RESUMES FROM JUST PAST THE LAST LINE SHOWN
001860         IF NOT CA-STORE-INQUIRY AND NOT CA-PRODUCT-INQUIRY
001870            MOVE "KEY A STORE-ID OR A PRODUCT-ID FIRST" TO IMSGI
001880            PERFORM SHOW-LAST-APPLY
001890            PERFORM SEND-INQUIRY-MAP
001900            GO TO HANDLE-INPUT-EXIT
001910         END-IF
001920         SET WS-RESUME-PAGE TO TRUE
001930      ELSE
001940         PERFORM EDIT-INQUIRY-KEYS THRU EDIT-KEYS-EXIT
001950         IF WS-EDITS-FAILED
001960            PERFORM SHOW-LAST-APPLY
001970            PERFORM SEND-INQUIRY-MAP
001980            GO TO HANDLE-INPUT-EXIT
001990         END-IF
002000         SET WS-FRESH-PAGE TO TRUE
002010      END-IF.
002020*    THE PAGE IS REBUILT FROM SCRATCH - ONLY THE KEY THE
002030* INQUIRY IS FOR IS ECHOED BACK TO THE SCREEN
002040      MOVE LOW-VALUES TO INVMINQI.
002050      IF CA-STORE-INQUIRY
002060         MOVE CA-STORE-ID TO ISTOREI
002070      ELSE
002080         MOVE CA-PRODUCT-ID TO IPRODI
002090      END-IF.
002100      PERFORM SHOW-LAST-APPLY.
002110      IF CA-STORE-INQUIRY
002120         PERFORM BUILD-STORE-PAGE THRU BUILD-STORE-EXIT
002130      ELSE
002140         PERFORM BUILD-PRODUCT-PAGE THRU BUILD-PRODUCT-EXIT
002150      END-IF.
002160      PERFORM SEND-INQUIRY-MAP.
002170 HANDLE-INPUT-EXIT.
002180      EXIT.
002190 EDIT-INQUIRY-KEYS.
002200*    EXACTLY ONE OF STORE-ID AND PRODUCT-ID MAY BE KEYED.  A
002210* FIELD LEFT BLANK COMES BACK WITH A ZERO LENGTH (OR NOT AT
002220* ALL WHEN NOTHING IS KEYED - MAPFAIL)
002230      SET WS-EDITS-FAILED TO TRUE.
002240      MOVE "N" TO WS-STORE-KEYED-SWITCH WS-PRODUCT-KEYED-SWITCH.
002250      IF WS-RESP NOT = DFHRESP(NORMAL)
002260         MOVE "KEY A STORE-ID OR A PRODUCT-ID" TO IMSGI
002270         GO TO EDIT-KEYS-EXIT
002280      END-IF.
002290      IF ISTOREL > ZERO AND ISTOREI NOT = SPACES
002300         SET WS-STORE-KEYED TO TRUE
002310      END-IF.
002320      IF IPRODL > ZERO AND IPRODI NOT = SPACES
002330         SET WS-PRODUCT-KEYED TO TRUE
002340      END-IF.
002350      EVALUATE TRUE
002360         WHEN WS-STORE-KEYED AND WS-PRODUCT-KEYED
002370            MOVE "KEY A STORE-ID OR A PRODUCT-ID - NOT BOTH"
002380              TO IMSGI
002390         WHEN WS-STORE-KEYED
002400            IF ISTOREI IS NOT NUMERIC OR ISTOREI = "0000"
002410               MOVE "STORE-ID MUST BE 4 DIGITS, 0001-9999"
002420                 TO IMSGI
002430            ELSE
002440               SET CA-STORE-INQUIRY TO TRUE
002450               MOVE ISTOREI TO CA-STORE-ID
002460               MOVE ZERO TO CA-PRODUCT-ID
002470               MOVE ISTOREI TO CA-RESUME-STORE
002480               MOVE ZERO TO CA-RESUME-PRODUCT
002490               SET WS-EDITS-PASSED TO TRUE
002500            END-IF
002510         WHEN WS-PRODUCT-KEYED
002520            IF IPRODI IS NOT NUMERIC OR IPRODI = "0000"
002530               MOVE "PRODUCT-ID MUST BE 4 DIGITS, 0001-9999"
002540                 TO IMSGI
002550            ELSE
002560               SET CA-PRODUCT-INQUIRY TO TRUE
002570               MOVE IPRODI TO CA-PRODUCT-ID
002580               MOVE ZERO TO CA-STORE-ID
002590               MOVE ZERO TO CA-RESUME-STORE
002600               MOVE IPRODI TO CA-RESUME-PRODUCT
002610               SET WS-EDITS-PASSED TO TRUE
002620            END-IF
002630         WHEN OTHER
002640            MOVE "KEY A STORE-ID OR A PRODUCT-ID" TO IMSGI
002650      END-EVALUATE.
002660 EDIT-KEYS-EXIT.
002670      EXIT.
002680 SHOW-LAST-APPLY.
002690*    SCRIM STAMPS THE STORE 0000 / PRODUCT 0000 CONTROL
002700* RECORD EACH TIME IT FINISHES APPLYING INVTRAN
002710      MOVE ZERO TO WS-BK-STORE-ID WS-BK-PRODUCT-ID.
002720      EXEC CICS
002730         READ DATASET('STORKSD')
002740              INTO(STORE-INV-REC)
002750              RIDFLD(WS-BROWSE-KEY)
002760              KEYLENGTH(8)
002770              RESP(WS-RESP)
002780      END-EXEC.
002790      IF WS-RESP = DFHRESP(NORMAL) AND
002800         SI-LAST-APPLY-DATE IS NUMERIC AND
002810         SI-LAST-APPLY-TIME IS NUMERIC
002820         MOVE SI-LAST-APPLY-DATE (1:4) TO WA-YEAR
002830         MOVE SI-LAST-APPLY-DATE (5:2) TO WA-MONTH
002840         MOVE SI-LAST-APPLY-DATE (7:2) TO WA-DAY
002850         MOVE SI-LAST-APPLY-TIME (1:2) TO WA-HOUR
002860         MOVE SI-LAST-APPLY-TIME (3:2) TO WA-MINUTE
002870         MOVE WS-APPLY-STAMP TO IAPPLYI
002880      ELSE
002890         MOVE "NOT ON FILE" TO IAPPLYI
002900      END-IF.
002910 BUILD-STORE-PAGE.
002920*    ONE FORWARD BROWSE FROM (STORE, PRODUCT 0000) - THE
002930* STORE HEADER - OR FROM THE LAST PRODUCT SHOWN ON PF8,
002940* ENDING AT THE FIRST RECORD OF THE NEXT STORE
002950      MOVE WS-STORE-HEADING TO IHEADI.
002960      MOVE "N" TO WS-BROWSE-DONE-SWITCH WS-MORE-SWITCH
002970                  WS-STORE-FOUND-SWITCH WS-FILE-SWITCH.
002980      MOVE ZERO TO WS-LINE-SUB.
002990      MOVE CA-RESUME-KEY TO WS-BROWSE-KEY.
003000      PERFORM START-STORE-BROWSE THRU START-BROWSE-EXIT.
003010      IF WS-FILE-CLOSED
003020         GO TO BUILD-STORE-EXIT
003030      END-IF.
003040      PERFORM UNTIL WS-BROWSE-DONE
003050         EXEC CICS
003060            READNEXT DATASET('STORKSD')
003070                     INTO(STORE-INV-REC)
003080                     RIDFLD(WS-BROWSE-KEY)
003090                     KEYLENGTH(8)
003100                     RESP(WS-RESP)
003110         END-EXEC
003120         IF WS-RESP NOT = DFHRESP(NORMAL) OR
003130            SI-STORE-ID NOT = CA-STORE-ID
003140            SET WS-BROWSE-DONE TO TRUE
003150         ELSE
003160            PERFORM TAKE-STORE-PRODUCT
003170         END-IF
003180      END-PERFORM.
003190      PERFORM END-STORE-BROWSE.
003200      EVALUATE TRUE
003210         WHEN WS-FRESH-PAGE AND NOT WS-STORE-ON-FILE
003220            MOVE SPACES TO IHEADI
003230            MOVE "STORE NOT ON FILE" TO IMSGI
003240         WHEN WS-LINE-SUB = ZERO AND WS-FRESH-PAGE
003250            MOVE "NO PRODUCTS STOCKED AT THIS STORE" TO IMSGI
003260         WHEN WS-LINE-SUB = ZERO
003270            MOVE "END OF STORE - NO MORE PRODUCTS" TO IMSGI
003280         WHEN WS-MORE-TO-SHOW
003290            MOVE "PF8 PAGES FORWARD FROM THE LAST PRODUCT"
003300              TO IMSGI
003310         WHEN OTHER
003320            MOVE "END OF STORE - KEY ANOTHER STORE OR PRODUCT"
003330              TO IMSGI
003340      END-EVALUATE.
003350 BUILD-STORE-EXIT.
003360      EXIT.
003370 TAKE-STORE-PRODUCT.
003380*    THE STORE HEADER ONLY PROVES THE STORE EXISTS, AND ON
003390* PF8 THE RESUME RECORD ITSELF WAS THE PRIOR PAGE'S LAST
003400      EVALUATE TRUE
003410         WHEN SI-STORE-HEADER
003420            SET WS-STORE-ON-FILE TO TRUE
003430         WHEN WS-RESUME-PAGE AND SI-KEY = CA-RESUME-KEY
003440            CONTINUE
003450         WHEN WS-LINE-SUB >= WS-MAX-LINES
003460            SET WS-MORE-TO-SHOW TO TRUE
003470            SET WS-BROWSE-DONE TO TRUE
003480         WHEN OTHER
003490            PERFORM FILL-STORE-LINE
003500      END-EVALUATE.
003510 FILL-STORE-LINE.
003520      ADD 1 TO WS-LINE-SUB.
003530      SET IL-IDX TO WS-LINE-SUB.
003540      MOVE SI-PRODUCT-ID TO SL-PRODUCT-ID PR-PRODUCT-ID.
003550      PERFORM LOOK-UP-PRODUCT.
003560      MOVE PR-DESCRIPTION TO SL-DESCRIPTION.
003570      MOVE SI-ON-HAND-QTY TO SL-ON-HAND.
003580      IF SI-ON-ORDER-QTY IS NUMERIC
003590         MOVE SI-ON-ORDER-QTY TO SL-ON-ORDER
003600      ELSE
003610         MOVE ZERO TO SL-ON-ORDER
003620      END-IF.
003630      MOVE WS-STORE-LINE TO ILINEI (IL-IDX).
003640      MOVE SI-KEY TO CA-RESUME-KEY.
003650 BUILD-PRODUCT-PAGE.
003660*    EVERY PAGE BROWSES THE WHOLE FILE SO THE ALL-STORE
003670* TOTAL IS COMPLETE, BUT ONLY STORES PAST THE LAST ONE
003680* SHOWN ARE LISTED ON PF8
003690      MOVE WS-PRODUCT-HEADING TO IHEADI.
003700      MOVE CA-PRODUCT-ID TO PR-PRODUCT-ID.
003710      PERFORM LOOK-UP-PRODUCT.
003720      MOVE PR-DESCRIPTION TO IDESCI.
003730      MOVE "N" TO WS-BROWSE-DONE-SWITCH WS-MORE-SWITCH
003740                  WS-FILE-SWITCH.
003750      MOVE ZERO TO WS-LINE-SUB WS-STORE-COUNT WS-TOTAL-ON-HAND.
003760      MOVE ZERO TO WS-BK-STORE-ID.
003770      MOVE CA-PRODUCT-ID TO WS-BK-PRODUCT-ID.
003780      PERFORM START-STORE-BROWSE THRU START-BROWSE-EXIT.
003790      IF WS-FILE-CLOSED
003800         GO TO BUILD-PRODUCT-EXIT
003810      END-IF.
003820      PERFORM UNTIL WS-BROWSE-DONE
003830         EXEC CICS
003840            READNEXT DATASET('STORKSD')
003850                     INTO(STORE-INV-REC)
003860                     RIDFLD(WS-BROWSE-KEY)
003870                     KEYLENGTH(8)
003880                     RESP(WS-RESP)
003890         END-EXEC
003900         IF WS-RESP NOT = DFHRESP(NORMAL)
003910            SET WS-BROWSE-DONE TO TRUE
003920         ELSE
003930            PERFORM TAKE-PRODUCT-STORE THRU TAKE-PRODUCT-EXIT
003940         END-IF
003950      END-PERFORM.
003960      PERFORM END-STORE-BROWSE.
003970      IF WS-STORE-COUNT = ZERO
003980         MOVE "PRODUCT NOT STOCKED AT ANY STORE" TO IMSGI
003990         GO TO BUILD-PRODUCT-EXIT
004000      END-IF.
004010      MOVE WS-TOTAL-ON-HAND TO TM-TOTAL-ON-HAND.
004020      MOVE WS-STORE-COUNT TO TM-STORE-COUNT.
004030      IF WS-MORE-TO-SHOW
004040         MOVE " - PF8 FOR MORE" TO TM-MORE
004050      ELSE
004060         MOVE SPACES TO TM-MORE
004070      END-IF.
004080      MOVE WS-TOTAL-MSG TO IMSGI.
004090 BUILD-PRODUCT-EXIT.
004100      EXIT.
004110 TAKE-PRODUCT-STORE.
004120      IF SI-PRODUCT-ID = CA-PRODUCT-ID
004130         ADD 1 TO WS-STORE-COUNT
004140         ADD SI-ON-HAND-QTY TO WS-TOTAL-ON-HAND
004150         IF WS-FRESH-PAGE OR SI-STORE-ID > CA-RESUME-STORE
004160            IF WS-LINE-SUB < WS-MAX-LINES
004170               PERFORM FILL-PRODUCT-LINE
004180            ELSE
004190               SET WS-MORE-TO-SHOW TO TRUE
004200            END-IF
004210         END-IF
004220      END-IF.
004230*    REPOSITION ON THE PRODUCT - IN THIS STORE WHEN THE
004240* BROWSE LANDED SHORT OF IT, OTHERWISE IN THE NEXT STORE
004250      IF SI-PRODUCT-ID < CA-PRODUCT-ID
004260         MOVE SI-STORE-ID TO WS-BK-STORE-ID
004270      ELSE
004280         IF SI-STORE-ID = 9999
004290            SET WS-BROWSE-DONE TO TRUE
004300            GO TO TAKE-PRODUCT-EXIT
004310         END-IF
004320         COMPUTE WS-BK-STORE-ID = SI-STORE-ID + 1
004330      END-IF.
004340      MOVE CA-PRODUCT-ID TO WS-BK-PRODUCT-ID.
004350      EXEC CICS
004360         RESETBR DATASET('STORKSD')
004370                 RIDFLD(WS-BROWSE-KEY)
004380                 KEYLENGTH(8)
004390                 GTEQ
004400                 RESP(WS-RESP)
004410      END-EXEC.
004420      IF WS-RESP NOT = DFHRESP(NORMAL)
004430         SET WS-BROWSE-DONE TO TRUE
004440      END-IF.
004450 TAKE-PRODUCT-EXIT.
004460      EXIT.
004470 FILL-PRODUCT-LINE.
004480      ADD 1 TO WS-LINE-SUB.
004490      SET IL-IDX TO WS-LINE-SUB.
004500      MOVE SI-STORE-ID TO PL-STORE-ID.
004510      MOVE SI-ON-HAND-QTY TO PL-ON-HAND.
004520      IF SI-ON-ORDER-QTY IS NUMERIC
004530         MOVE SI-ON-ORDER-QTY TO PL-ON-ORDER
004540      ELSE
004550         MOVE ZERO TO PL-ON-ORDER
004560      END-IF.
004570      MOVE WS-PRODUCT-LINE TO ILINEI (IL-IDX).
004580      MOVE SI-STORE-ID TO CA-RESUME-STORE.
004590 START-STORE-BROWSE.
004600      MOVE "N" TO WS-BROWSE-ACTIVE-SWITCH.
004610      EXEC CICS
004620         STARTBR DATASET('STORKSD')
004630                 RIDFLD(WS-BROWSE-KEY)
004640                 KEYLENGTH(8)
004650                 GTEQ
004660                 RESP(WS-RESP)
004670      END-EXEC.
004680      IF WS-RESP = DFHRESP(NOTOPEN) OR
004690         WS-RESP = DFHRESP(DISABLED)
004700         SET WS-FILE-CLOSED TO TRUE
004710         MOVE SPACES TO IHEADI IDESCI
004720         MOVE "FILE IN BATCH WINDOW - TRY LATER" TO IMSGI
004730         GO TO START-BROWSE-EXIT
004740      END-IF.
004750      IF WS-RESP NOT = DFHRESP(NORMAL)
004760*    NOTHING AT OR PAST THE START KEY - NO BROWSE TO END
004770         SET WS-BROWSE-DONE TO TRUE
004780      ELSE
004790         SET WS-BROWSE-ACTIVE TO TRUE
004800      END-IF.
004810 START-BROWSE-EXIT.
004820      EXIT.
004830 END-STORE-BROWSE.
004840      IF WS-BROWSE-ACTIVE
004850         EXEC CICS
004860            ENDBR DATASET('STORKSD')
004870         END-EXEC
004880      END-IF.
004890 LOOK-UP-PRODUCT.
004900      EXEC CICS
004910         READ DATASET('PRODKSD')
004920              INTO(PRODUCT-REC)
004930              RIDFLD(PR-PRODUCT-ID)
004940              KEYLENGTH(4)
004950              RESP(WS-RESP)
004960      END-EXEC.
004970      IF WS-RESP NOT = DFHRESP(NORMAL)
004980         MOVE "NOT ON PRODUCT MASTER" TO PR-DESCRIPTION
004990      END-IF.
005000 SEND-INQUIRY-MAP.
005010      EXEC CICS
005020         SEND MAP('INVMINQ')
005030              MAPSET('INVMSET')
005040              FROM(INVMINQI)
005050              ERASE
005060      END-EXEC.
