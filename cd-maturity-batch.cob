000364*                    report instead of truncating it, so the   *
000366*                    notices for CDs settled before the        *
000368*                    checkpoint survive the restart.           *
000369*   2026-10-15  RLB  A payout to a loan account rolls the CD.  *
000370****************************************************************
000380
000390 ENVIRONMENT DIVISION.
004540             GO TO 1300-EXIT
004550     END-READ.
004560
004562*    A loan account is repaid only through the loan payment
004563*    paths, which split interest from principal.
004564     IF PRODUCT-LOAN
004565         MOVE "PAYOUT ACCT IS A LOAN" TO WS-PAYOUT-FAIL-REASON
004566         GO TO 1300-EXIT
004567     END-IF.
004568
004570     IF ACCOUNT-ACTIVE OR ACCOUNT-FROZEN
004580         SET PAYOUT-ACCOUNT-GOOD TO TRUE
004590     ELSE
