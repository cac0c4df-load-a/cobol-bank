000100****************************************************************
000110*  RELREC.CPY                                                   *
000120*  Account relationship, keyed by account and customer.  One    *
000130*  record per customer who has a role on the account: primary   *
000140*  owner, joint owner, authorized signer or payable-on-death    *
000150*  beneficiary.  ACCOUNT-CUSTOMER-NUMBER on the account record  *
000160*  stays the primary owner; the primary record here follows     *
000170*  it, and appointing a new primary from the teller menu moves  *
000180*  both together.  The alternate key on REL-CUSTOMER-NUMBER     *
000190*  walks every account a customer has a role on.  An ended      *
000200*  relationship is kept, not deleted, so the history can still  *
000210*  be answered for; adding the same customer again takes the    *
000220*  record over.  Kept on acctrel.dat.                           *
000230*----------------------------------------------------------------
000240*  Mod history:                                                 *
000250*   2026-10-15  RLB  Original version.                          *
000260****************************************************************
000270 01  RELATIONSHIP-RECORD.
000280     02  REL-KEY.
000290         03  REL-ACCOUNT-NUMBER      PIC 9(05).
000300         03  REL-CUSTOMER-NUMBER     PIC 9(05).
000310     02  REL-ROLE                    PIC X(01).
000320         88  REL-PRIMARY             VALUE "P".
000330         88  REL-JOINT               VALUE "J".
000340         88  REL-SIGNER              VALUE "A".
000350         88  REL-POD-BENEFICIARY     VALUE "B".
000360         88  REL-ROLE-VALID          VALUES "P" "J" "A" "B".
000370*        A joint owner who has asked for a copy of the statement.
000380     02  REL-STATEMENT-COPY          PIC X(01).
000390         88  REL-WANTS-STATEMENT     VALUE "Y".
000400     02  REL-STATUS                  PIC X(01).
000410         88  REL-ACTIVE              VALUE "A".
000420         88  REL-ENDED               VALUE "E".
000430     02  REL-START-DATE              PIC 9(08).
000440     02  REL-ADDED-BY                PIC X(04).
000450     02  REL-END-DATE                PIC 9(08).
000460     02  REL-ENDED-BY                PIC X(04).
