000010************************************************************
000020*    BENEREC - COMMON LAYOUT FOR THE BENEFIT ELECTION FILE  *
000030*    (BENELECT).  ONE RECORD PER EMPLOYEE PER BENPLAN PLAN, *
000040*    KEYED BY HR FROM THE SIGNED ELECTION FORM.  THE TIER IS*
000050*    THE COVERAGE LEVEL ELECTED:                            *
000060*      E  EMPLOYEE ONLY          C  EMPLOYEE + CHILDREN     *
000070*      S  EMPLOYEE + SPOUSE      F  FAMILY                  *
000080*      W  WAIVED - NO COVERAGE                              *
000090*    BE-EFFECTIVE-DATE (YYYYMMDD) IS WHEN THE ELECTION TAKES*
000100*    EFFECT - BLANK MEANS AS SOON AS THE EMPLOYEE IS ELIGIBLE*
000110*    (A NEW HIRE) OR, FOR A CHANGED ELECTION, THE NIGHT     *
000120*    BENENR00 PICKS THE CHANGE UP                           *
000130************************************************************
000140* MODIFICATION HISTORY                                     *
000150*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000160************************************************************
000170 01 BENEFIT-ELECT-REC.
000180   05 BE-EMP-ID          PIC X(04).
000190   05 BE-PLAN-CODE       PIC X(03).
000200   05 BE-TIER            PIC X(01).
000210     88 BE-TIER-VALID    VALUE "E" "S" "C" "F".
000220     88 BE-WAIVED        VALUE "W".
000230   05 BE-EFFECTIVE-DATE  PIC X(08).
000240   05 FILLER             PIC X(64).
