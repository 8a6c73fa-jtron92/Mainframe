000010************************************************************
000020*    MERAREC - MERIT WORKSHEET / APPROVAL RECORD.  MERWKS00 *
000030*    WRITES ONE PER ACTIVE EMPLOYEE TO MERITWK WITH THE     *
000040*    SUGGESTED RATE ALREADY IN MA-NEW-RATE.  MANAGERS EDIT  *
000050*    MA-NEW-RATE (BLANK = NO INCREASE), THE RATING, THE     *
000060*    EFFECTIVE DATE, AND THE EXCEPTION FLAG, AND THE FILE   *
000070*    COMES BACK AS MERITAPR FOR MERAPR00 TO TURN INTO       *
000080*    COMPTRAN "A" ROWS.  MA-EXCEPTION-FLAG "Y" IS THE       *
000090*    APPROVED EXCEPTION THAT ALLOWS A RATE ABOVE THE GRADE  *
000100*    MAXIMUM                                                *
000110************************************************************
000120* MODIFICATION HISTORY                                     *
000130*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000140************************************************************
000150 01 MERIT-APPROVAL-REC.
000160   05 MA-EMP-ID          PIC X(06).
000170   05 MA-EMP-ID-N REDEFINES MA-EMP-ID PIC 9(06).
000180   05 MA-DEPT-ID         PIC X(03).
000190   05 MA-JOB-GRADE       PIC X(02).
000200   05 MA-RATE-TYPE       PIC X(01).
000210   05 MA-CURRENT-RATE    PIC 9(5)V9(2).
000220   05 MA-SUGGESTED-RATE  PIC 9(5)V9(2).
000230   05 MA-RATING          PIC X(01).
000240   05 MA-NEW-RATE        PIC X(07).
000250   05 MA-NEW-RATE-N REDEFINES MA-NEW-RATE PIC 9(5)V9(2).
000260   05 MA-EFF-DATE        PIC X(08).
000270   05 MA-EFF-DATE-N REDEFINES MA-EFF-DATE PIC 9(08).
000280   05 MA-EXCEPTION-FLAG  PIC X(01).
000290     88 MA-EXCEPTION-APPROVED VALUE "Y".
000300   05 MA-APPROVER        PIC X(08).
000310   05 MA-LAST-NAME       PIC X(20).
000320   05 FILLER             PIC X(09).
