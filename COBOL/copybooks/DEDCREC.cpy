000010************************************************************
000020*    DEDCREC - COMMON LAYOUT FOR THE DEDUCTION-CODE         *
000030*    REFERENCE FILE (DEDCODES).  ONE RECORD PER DEDUCTION   *
000040*    CODE WITH ITS DESCRIPTION AND THE PRIORITY COBTRAN3    *
000050*    TAKES DEDUCTIONS IN (BLANK = 9, TAKEN LAST).  THE      *
000060*    SAME SHAPE THE PAYROLL PROGRAMS CARRY IN THEIR OWN     *
000070*    FD ENTRIES; MAINTAINED BY REFMNT                       *
000080************************************************************
000090* MODIFICATION HISTORY                                     *
000100*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000110************************************************************
000120 01 DED-CODE-REC.
000130   05 DC-DED-CODE        PIC X(03).
000140   05 FILLER             PIC X(01).
000150   05 DC-DED-DESC        PIC X(20).
000160   05 DC-PRIORITY        PIC X(01).
000170   05 FILLER             PIC X(55).
