000100****************************************************************
000110*  STOPREC.CPY                                                  *
000120*  Stop-payment order, keyed by account and check number.       *
000130*  Placed, listed and released from the teller menu; read by    *
000140*  the nightly Check-Clearing-Batch job, which returns any      *
000150*  presented check that hits an active, unexpired stop whose    *
000160*  amount range covers the check.  A range of zero to zero      *
000170*  stops the check whatever its amount.  A released stop is     *
000180*  kept, not deleted, so the order can still be answered for;   *
000190*  placing a new stop on the same check takes the record over.  *
000200*  Kept on stoppay.dat.                                         *
000210*----------------------------------------------------------------
000220*  Mod history:                                                 *
000230*   2026-10-15  RLB  Original version.                          *
000240****************************************************************
000250 01  STOP-PAYMENT-RECORD.
000260     02  STOP-KEY.
000270         03  STOP-ACCOUNT-NUMBER     PIC 9(05).
000280         03  STOP-CHECK-NUMBER       PIC 9(06).
000290     02  STOP-AMOUNT-LOW             PIC 9(07)V99.
000300     02  STOP-AMOUNT-HIGH            PIC 9(07)V99.
000310     02  STOP-REASON-CODE            PIC X(01).
000320         88  STOP-LOST               VALUE "L".
000330         88  STOP-STOLEN             VALUE "S".
000340         88  STOP-DISPUTE            VALUE "D".
000350         88  STOP-OTHER              VALUE "O".
000360         88  STOP-REASON-VALID       VALUES "L" "S" "D" "O".
000370     02  STOP-REASON-TEXT            PIC X(20).
000380     02  STOP-PLACED-BY              PIC X(04).
000390     02  STOP-PLACED-DATE            PIC 9(08).
000400*        The stop lapses at the end of this day.
000410     02  STOP-EXPIRY-DATE            PIC 9(08).
000420     02  STOP-STATUS                 PIC X(01).
000430         88  STOP-ACTIVE             VALUE "A".
000440         88  STOP-RELEASED           VALUE "R".
000450     02  STOP-RELEASED-BY            PIC X(04).
000460     02  STOP-RELEASED-DATE          PIC 9(08).
000470*        Last night a presented check was returned on this stop.
000480     02  STOP-LAST-HIT-DATE          PIC 9(08).
