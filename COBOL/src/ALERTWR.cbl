000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALERTWR.
000030 AUTHOR. D-MATEDK.
000040 INSTALLATION. PAYROLL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070************************************************************
000080*    CALLABLE OPERATOR-ALERT WRITER - THE ONE PLACE A STEP  *
000090*    RAISES A PAGE.  UNTIL NOW A FAILED STEP OR A HIGH-     *
000100*    SEVERITY EXCEPTION SAT IN THE JOB LOG UNTIL SOMEONE    *
000110*    READ IT IN THE MORNING.  THE CALLER FILLS ALERT-PARM-  *
000120*    BLOCK (SEE THE ALRTPARM COPYBOOK) AND THIS SERVICE:    *
000130*      - READS THE ALERTS FILE FOR AN ALERT ALREADY CUT FOR *
000140*        THE SAME RUN DATE, PROGRAM, CONDITION CODE AND KEY *
000150*        AND, IF THERE IS ONE, RETURNS S (SUPPRESSED) - THE *
000160*        SAME CONDITION PAGES ONLY ONCE PER RUN, HOWEVER    *
000170*        MANY STEPS OR RERUNS REPORT IT                     *
000180*      - OTHERWISE APPENDS ONE ALRTREC RECORD STAMPED WITH  *
000190*        THE DATE AND TIME RAISED AND RETURNS W (WRITTEN)   *
000200*    WHEN THE ALERTS DD IS MISSING OR WILL NOT OPEN THE     *
000210*    SERVICE RETURNS F AND THE CALLER CARRIES ON - AN ALERT *
000220*    THAT CANNOT BE WRITTEN NEVER FAILS THE STEP THAT       *
000230*    RAISED IT.  EVERY ALERT IS ALSO DISPLAYED TO THE JOB   *
000240*    LOG                                                    *
000250************************************************************
000260* MODIFICATION HISTORY                                     *
000270*   10/15/2026  DM  ORIGINAL PROGRAM                        *
000280************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALERT-FILE ASSIGN TO ALERTS
000330     ORGANIZATION IS SEQUENTIAL
000340     FILE STATUS  IS ALERTS-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD ALERT-FILE
000380      RECORDING MODE IS F
000390      LABEL RECORDS ARE STANDARD
000400      RECORD CONTAINS 100 CHARACTERS
000410      DATA RECORD IS ALERT-REC.
000420     COPY ALRTREC.
000430 WORKING-STORAGE SECTION.
000440 01 ALERTS-STATUS        PIC X(2).
000450   88 ALERTS-OK          VALUE "00".
000460 01 WS-ALERTS-EOF-SW     PIC X(1).
000470   88 WS-ALERTS-DONE     VALUE "Y".
000480 01 WS-DUPLICATE-SW      PIC X(1).
000490   88 WS-DUPLICATE       VALUE "Y".
000500   88 WS-NOT-DUPLICATE   VALUE "N".
000510 01 WS-TODAY             PIC 9(8).
000520 01 WS-NOW               PIC 9(8).
000530 LINKAGE SECTION.
000540     COPY ALRTPARM.
000550 PROCEDURE DIVISION USING ALERT-PARM-BLOCK.
000560 000-MAIN-PROCEDURE.
000570      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000580      ACCEPT WS-NOW   FROM TIME.
000590      IF AP-RUN-DATE IS NOT NUMERIC OR AP-RUN-DATE = ZERO
000600         MOVE WS-TODAY TO AP-RUN-DATE
000610      END-IF.
000620      IF AP-SOURCE = SPACE
000630         SET AP-SRC-CALLED TO TRUE
000640      END-IF.
000650      PERFORM P100-CHECK-DUPLICATE.
000660      IF WS-DUPLICATE
000670         SET AP-ALERT-SUPPRESSED TO TRUE
000680         DISPLAY "ALERT SUPPRESSED - ALREADY RAISED: "
000690            AP-PROGRAM " " AP-COND-CODE " " AP-COND-KEY
000700         GOBACK
000710      END-IF.
000720      PERFORM P200-WRITE-ALERT.
000730      GOBACK.
000740 P100-CHECK-DUPLICATE.
000750*    A MISSING OR EMPTY ALERTS FILE JUST MEANS NOTHING HAS
000760* BEEN RAISED YET - THE EXTEND IN P200 DECIDES WHETHER THE
000770* FILE IS REALLY THERE
000780      SET WS-NOT-DUPLICATE TO TRUE.
000790      MOVE "N" TO WS-ALERTS-EOF-SW.
000800      OPEN INPUT ALERT-FILE.
000810      IF NOT ALERTS-OK
000820         GO TO P100-EXIT
000830      END-IF.
000840      PERFORM UNTIL WS-ALERTS-DONE OR WS-DUPLICATE
000850         READ ALERT-FILE
000860            AT END
000870               SET WS-ALERTS-DONE TO TRUE
000880            NOT AT END
000890               IF AL-RUN-DATE  = AP-RUN-DATE  AND
000900                  AL-PROGRAM   = AP-PROGRAM   AND
000910                  AL-COND-CODE = AP-COND-CODE AND
000920                  AL-COND-KEY  = AP-COND-KEY
000930                  SET WS-DUPLICATE TO TRUE
000940               END-IF
000950         END-READ
000960      END-PERFORM.
000970      CLOSE ALERT-FILE.
000980 P100-EXIT.
000990      EXIT.
001000 P200-WRITE-ALERT.
001010      OPEN EXTEND ALERT-FILE.
001020      IF NOT ALERTS-OK
001030         SET AP-ALERT-FAILED TO TRUE
001040         DISPLAY "ALERTS FILE NOT AVAILABLE " ALERTS-STATUS
001050            " - ALERT NOT SENT: " AP-PROGRAM " " AP-COND-CODE
001060            " " AP-MESSAGE
001070         GO TO P200-EXIT
001080      END-IF.
001090      MOVE SPACES         TO ALERT-REC.
001100      MOVE AP-RUN-DATE    TO AL-RUN-DATE.
001110      MOVE WS-TODAY       TO AL-RAISED-DATE.
001120      MOVE WS-NOW         TO AL-RAISED-TIME.
001130      MOVE AP-PROGRAM     TO AL-PROGRAM.
001140      MOVE AP-SEVERITY    TO AL-SEVERITY.
001150      MOVE AP-SOURCE      TO AL-SOURCE.
001160      MOVE AP-COND-CODE   TO AL-COND-CODE.
001170      MOVE AP-COND-KEY    TO AL-COND-KEY.
001180      MOVE AP-MESSAGE     TO AL-MESSAGE.
001190      WRITE ALERT-REC.
001200      CLOSE ALERT-FILE.
001210      SET AP-ALERT-WRITTEN TO TRUE.
001220      DISPLAY "ALERT RAISED: " AP-PROGRAM " " AP-SEVERITY " "
001230         AP-COND-CODE " " AP-COND-KEY " " AP-MESSAGE.
001240 P200-EXIT.
001250      EXIT.
