000220*----------------------------------------------------------------
000230*  Mod history:                                                 *
000240*   2026-09-02  RLB  Original version.                          *
000241*   2026-10-15  RLB  Added the REVERSAL event -- a same-day     *
000242*                    posting reversed from the teller menu      *
000243*                    under supervisor approval.                 *
000244*   2026-10-15  RLB  Added STOP-PLACE and STOP-REL -- a stop-   *
000245*                    payment order placed or released from the  *
000246*                    teller menu.                               *
000247*   2026-10-15  RLB  Added REL-ADD and REL-END -- a joint owner,*
000248*                    signer, POD beneficiary or new primary     *
000249*                    owner added to an account, or a            *
000250*                    relationship ended.                        *
000251*   2026-10-15  RLB  Added SCRN-CLEAR and SCRN-REFUS -- a       *
000252*                    supervisor's decision on a possible        *
000253*                    sanctions watch-list match at Add or       *
000254*                    Amend Customer; AE-TARGET is the customer. *
000255*   2026-10-15  RLB  Added CHRG-OFF -- an overdrawn account     *
000256*                    charged off and closed from the teller     *
000257*                    menu under the branch manager's approval.  *
000258*   2026-10-15  RLB  Added SCRN-NOLST -- an Add or Amend        *
000259*                    Customer refused because no sanctions      *
000260*                    watch list was loaded to screen against.   *
000261****************************************************************
000262 01  AUDIT-EVENT-RECORD.
000270     02  AE-DATE                     PIC 9(08).
000280     02  AE-TIME                     PIC 9(06).
000290     02  AE-OPERATOR                 PIC X(04).
000370         88  EVENT-FREEZE            VALUE "FREEZE".
000380         88  EVENT-UNFREEZE          VALUE "UNFREEZE".
000390         88  EVENT-REACTIVATE        VALUE "REACTIVATE".
000391         88  EVENT-REVERSAL          VALUE "REVERSAL".
000392         88  EVENT-STOP-PLACE        VALUE "STOP-PLACE".
000393         88  EVENT-STOP-RELEASE      VALUE "STOP-REL".
000394         88  EVENT-REL-ADD           VALUE "REL-ADD".
000395         88  EVENT-REL-END           VALUE "REL-END".
000396         88  EVENT-SCREEN-CLEAR      VALUE "SCRN-CLEAR".
000397         88  EVENT-SCREEN-REFUSE     VALUE "SCRN-REFUS".
000398         88  EVENT-CHARGE-OFF        VALUE "CHRG-OFF".
000399         88  EVENT-SCREEN-NO-LIST    VALUE "SCRN-NOLST".
000400     02  AE-TARGET                   PIC X(05).
000410     02  AE-OUTCOME                  PIC X(01).
000420         88  EVENT-SUCCEEDED         VALUE "S".
