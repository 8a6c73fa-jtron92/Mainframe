000010************************************************************
000020*    ACRTREC - ACCESS-REVIEW CERTIFICATION.  ONE CARD PER   *
000030*    AUTHORITY CODE A MANAGER HAS SIGNED OFF ON THE         *
000040*    ACCREVW0 QUARTERLY ACCESS-REVIEW LISTING.  ACCCERT     *
000050*    EDITS THE CARDS AND RECORDS EACH ONE ON THE AUDIT      *
000060*    TRAIL (ACTION ACCCERT, THE CARD IMAGE AS THE AFTER     *
000070*    IMAGE), AND ACCREVW0 READS THEM BACK FROM AUDITKSD TO  *
000080*    PRINT WHEN EACH AUTHORITY WAS LAST CERTIFIED AND BY    *
000090*    WHOM                                                   *
000100************************************************************
000110* MODIFICATION HISTORY                                     *
000120*   10/15/2026  DM  ORIGINAL COPYBOOK                       *
000130************************************************************
000140 01 ACCESS-CERT-REC.
000150   05 AC-AUTH-CODE       PIC X(01).
000160     88 AC-KNOWN-AUTH    VALUE "N" "T" "S" "M" "B".
000170   05 AC-CERT-BY         PIC X(08).
000180   05 AC-CERT-DATE       PIC X(08).
000190   05 AC-CERT-DATE-N REDEFINES AC-CERT-DATE
000200                         PIC 9(08).
000210   05 AC-REVIEW-DATE     PIC X(08).
000220   05 AC-REVIEW-DATE-N REDEFINES AC-REVIEW-DATE
000230                         PIC 9(08).
000240   05 FILLER             PIC X(55).
