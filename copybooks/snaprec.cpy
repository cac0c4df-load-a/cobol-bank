000100****************************************************************
000110*  SNAPREC.CPY                                                  *
000120*  Month-end portfolio snapshot, keyed by period, product and   *
000130*  account status.  The Portfolio-Snapshot-Batch job writes one *
000140*  record per product per status at each month end, plus one    *
000150*  record per product with status "*" carrying the product's    *
000160*  whole book for the month, and one set under product "**"     *
000170*  totalling the deposit products (loans are kept apart).  The  *
000180*  Deposit-Trend-Report reads the history back to compare a     *
000190*  month with the one before and the same month a year ago.     *
000200*  A rerun for the same month writes the records over.  Kept    *
000210*  on snaphist.dat.                                             *
000220*----------------------------------------------------------------
000230*  Mod history:                                                 *
000240*   2026-10-15  RLB  Original version.                          *
000250****************************************************************
000260 01  SNAPSHOT-RECORD.
000270     02  SNAP-KEY.
000280         03  SNAP-PERIOD             PIC 9(06).
000290         03  SNAP-PRODUCT-CODE       PIC X(02).
000300             88  SNAP-ALL-DEPOSITS   VALUE "**".
000310         03  SNAP-STATUS             PIC X(01).
000320             88  SNAP-WHOLE-PRODUCT  VALUE "*".
000330*        Accounts in the status; on the "*" record, every account
000340*        of the product not closed.
000350     02  SNAP-ACCOUNT-COUNT          PIC 9(07).
000360     02  SNAP-TOTAL-BALANCE          PIC S9(11)V99.
000370     02  SNAP-AVERAGE-BALANCE        PIC S9(09)V99.
000380     02  SNAP-OVERDRAWN-COUNT        PIC 9(07).
000390     02  SNAP-OVERDRAWN-TOTAL        PIC S9(11)V99.
000400*        Movement over the month.
000410     02  SNAP-OPENED-COUNT           PIC 9(07).
000420     02  SNAP-CLOSED-COUNT           PIC 9(07).
000430     02  SNAP-INTEREST-PAID          PIC 9(09)V99.
000440     02  SNAP-FEES-CHARGED           PIC 9(09)V99.
000450     02  SNAP-TAKEN-DATE             PIC 9(08).
