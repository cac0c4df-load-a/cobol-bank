000100****************************************************************
000110*  LOANREC.CPY                                                  *
000120*  Installment loan master record, keyed by loan number.  The   *
000130*  loan number IS the number of the loan's own account on       *
000140*  ACCOUNT-FILE (product "LN"), whose signed balance carries    *
000150*  what the borrower still owes as a negative figure -- so      *
000160*  the principal outstanding always comes from the account,     *
000170*  never from here, and the trial balance and the end-of-day    *
000180*  reconciliation see the loan like any other account.  This    *
000190*  record holds the terms of the loan, the repayment account    *
000200*  the nightly Loan-Servicing-Batch job collects from, and the  *
000210*  running repayment and delinquency figures.  Kept on          *
000220*  loans.dat.                                                   *
000230*----------------------------------------------------------------
000240*  Mod history:                                                 *
000250*   2026-10-15  RLB  Original version.                          *
000260****************************************************************
000270 01  LOAN-RECORD.
000280     02  LOAN-NUMBER                 PIC 9(05).
000290     02  LOAN-CUSTOMER-NUMBER        PIC 9(05).
000300     02  LOAN-REPAY-ACCOUNT          PIC 9(05).
000310     02  LOAN-STATUS                 PIC X(01).
000320         88  LOAN-OPEN               VALUE "O".
000330         88  LOAN-PAID-OFF           VALUE "P".
000340     02  LOAN-ORIGINAL-PRINCIPAL     PIC 9(07)V99.
000350*        Annual rate as a fraction -- 0.07250 is 7.25%.
000360     02  LOAN-ANNUAL-RATE            PIC 9V9(05).
000370     02  LOAN-TERM-MONTHS            PIC 9(03).
000380     02  LOAN-PAYMENT-AMOUNT         PIC 9(07)V99.
000390     02  LOAN-BOOKED-DATE            PIC 9(08).
000400     02  LOAN-BOOKED-BY              PIC X(04).
000410*        Installments fall due on this day of every month; kept
000420*        to 28 or under so every month has one.
000430     02  LOAN-DUE-DAY                PIC 9(02).
000440     02  LOAN-NEXT-DUE-DATE          PIC 9(08).
000450     02  LOAN-PAYMENTS-MADE          PIC 9(03).
000460     02  LOAN-PRINCIPAL-PAID         PIC 9(07)V99.
000470     02  LOAN-INTEREST-PAID          PIC 9(07)V99.
000480     02  LOAN-LAST-PAYMENT-DATE      PIC 9(08).
000490*        Set by the nightly aging pass: days since the oldest
000500*        unpaid installment fell due, and what is owed on the
000510*        installments missed.
000520     02  LOAN-DAYS-PAST-DUE          PIC 9(04).
000530         88  LOAN-CURRENT            VALUE 0.
000540         88  LOAN-PAST-DUE-UNDER-30  VALUE 1 THRU 29.
000550         88  LOAN-PAST-DUE-30        VALUE 30 THRU 59.
000560         88  LOAN-PAST-DUE-60        VALUE 60 THRU 89.
000570         88  LOAN-PAST-DUE-90        VALUE 90 THRU 9999.
000580     02  LOAN-ARREARS-AMOUNT         PIC 9(07)V99.
000590*        Why the last nightly collection did not take the
000600*        installment -- spaces when it did.
000610     02  LOAN-COLLECT-NOTE           PIC X(25).
