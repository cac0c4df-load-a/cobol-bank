000684*                    report instead of truncating it, so the     *
000686*                    rejects written before the abend stay on    *
000688*                    the day's report.                           *
000689*   2026-10-15  RLB  Loan account (product LN) items rejected.   *
000690****************************************************************
000700
000710 ENVIRONMENT DIVISION.
006600         PERFORM 2000-WRITE-EXCEPTION THRU 2000-EXIT
006610         GO TO 1010-EXIT
006620     END-IF.
006621
006622*    A loan is repaid only through the teller's Loan Payment or
006623*    the nightly loan collection, which split interest from
006624*    principal; a clearing item would bypass both.
006625     IF PRODUCT-LOAN
006626         MOVE "LOAN ACCOUNT" TO WS-REJECT-REASON
006627         PERFORM 2000-WRITE-EXCEPTION THRU 2000-EXIT
006628         GO TO 1010-EXIT
006629     END-IF.
006630
006640     IF CL-ITEM-CREDIT
006650         PERFORM 1100-POST-CREDIT THRU 1100-EXIT
