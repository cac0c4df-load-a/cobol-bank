000435*                    finally behaves like a term deposit.  A      *
000436*                    zero maturity date marks a CD opened before  *
000437*                    terms existed; it keeps its old behaviour.   *
000438*   2026-10-15  RLB  Added PRODUCT-LOAN ("LN").                   *
000439****************************************************************
000440 01  ACCOUNT-RECORD.
000450     02  ACCOUNT-NUMBER              PIC 9(05).
000460     02  ACCOUNT-NAME                PIC X(20).
000570         88  PRODUCT-CD              VALUE "CD".
000580         88  PRODUCT-CODE-VALID      VALUES "CK" "SV"
000590                                            "MM" "CD".
000592*        An installment loan is booked through Book Loan, never
000594*        opened, so it stays out of PRODUCT-CODE-VALID.
000596         88  PRODUCT-LOAN            VALUE "LN".
000600     02  ACCOUNT-BALANCE             PIC S9(07)V99.
000610     02  ACCOUNT-OVERDRAFT-LIMIT     PIC 9(07)V99.
000620     02  ACCOUNT-DAILY-LIMIT         PIC 9(07)V99.
