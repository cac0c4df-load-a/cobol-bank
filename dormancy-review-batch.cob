000350*                    instead of truncating it, so the dormant  *
000360*                    accounts listed before the checkpoint     *
000370*                    survive the restart.                      *
000372*   2026-10-15  RLB  Installment loan accounts (product LN)    *
000374*                    are never flagged dormant -- a loan is    *
000376*                    repaid by the nightly loan job, not by    *
000378*                    the customer touching the account.        *
000380****************************************************************
000390
000400 ENVIRONMENT DIVISION.
003780     IF NOT ACCOUNT-ACTIVE
003790         GO TO 1000-EXIT
003800     END-IF.
003801
003802*    A loan account sits untouched between collections by
003803*    design; it is never dormant.
003804     IF PRODUCT-LOAN
003805         GO TO 1000-EXIT
003806     END-IF.
003810
003820     IF ACCOUNT-LAST-ACTIVITY-DATE >= WS-CUTOFF-DATE
003830         GO TO 1000-EXIT
