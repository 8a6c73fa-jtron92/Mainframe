000680*                   REFUSES TO TOUCH THE CLUSTER (RC=12,   *
000690*                   SUITEEXC RECORD) - CICS MAY STILL OWN  *
000700*                   CUSTDD                                 *
000702*   10/15/2026  DM  TR-KEYED-USER (DETAIL BYTES 31-38)     *
000704*                   CARRIES THE HR OPERATOR WHO KEYED A    *
000706*                   PENDTRN ITEM SO SODCHK0 CAN TEST KEYER *
000708*                   AGAINST APPROVER - BLANKED BEFORE THE  *
000709*                   DETAILS REACH CUSTDD                   *
000710************************************************************
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
001280       10 TR-DEPT-ID       PIC X(03).
001290       10 TR-HIRE-DATE     PIC X(10).
001300       10 TR-JOB-CODE      PIC X(04).
001310       10 TR-KEYED-USER    PIC X(08).
001315       10 FILLER           PIC X(06).
001320     05 TR-USER-ID         PIC X(08).
001330 FD IFILE.
001340     COPY KDSDREC.
005070      WRITE CHECKPOINT-REC.
005080      CLOSE CHECKPOINT-FILE.
005090 APPLY-ONE-TRANSACTION.
005092*    THE PENDTRN KEYER HAS DONE ITS JOB BY NOW - IT MUST NOT
005094* LAND IN THE EMPLOYEE-DETAILS FILLER ON THE CLUSTER
005096      MOVE SPACES TO TR-KEYED-USER.
005100      PERFORM CHECK-USER-AUTH.
005110      IF WS-AUTH-FAILED
005120         ADD 1 TO WS-REJECT-COUNT
