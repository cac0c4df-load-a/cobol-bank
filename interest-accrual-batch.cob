000582*   2026-09-02  RLB  STOP RUN became GOBACK so the new             *
000584*                    Night-Stream-Driver can CALL this job as      *
000586*                    its month-end step.                           *
000587*   2026-10-15  RLB  Installment loan accounts (product LN) are    *
000588*                    skipped: their interest is charged at each    *
000589*                    installment by the loan job, never as OD-INT. *
000590****************************************************************
000600
000610 ENVIRONMENT DIVISION.
003500         ADD 1 TO WS-ACCOUNTS-SKIPPED
003510         GO TO 1100-EXIT
003520     END-IF.
003521
003522*    A loan account's negative balance is principal owed, not
003523*    an overdraft -- the loan job charges its interest.
003524     IF PRODUCT-LOAN
003525         ADD 1 TO WS-ACCOUNTS-SKIPPED
003526         GO TO 1100-EXIT
003527     END-IF.
003530
003540*    An overdrawn account is charged debit interest on what it
003550*    owes; it is never paid credit interest on a negative
