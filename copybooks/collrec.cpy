000100****************************************************************
000110*  COLLREC.CPY                                                  *
000120*  Overdrawn-account collections record, keyed by account       *
000130*  number.  Written by the nightly Collections-Aging-Batch job  *
000140*  the first night an account is found below zero, and aged     *
000150*  every night after: the consecutive days overdrawn, and the   *
000160*  days over the arranged ACCOUNT-OVERDRAFT-LIMIT.  The last    *
000170*  notice milestone reached stops the same letter going twice;  *
000180*  at the final threshold the account becomes a charge-off      *
000190*  candidate.  A candidate the branch manager approves is       *
000200*  charged off and closed from the teller menu, which marks     *
000210*  the record written off.  An account that comes back to zero  *
000220*  or above is marked cured; if it goes overdrawn again the     *
000230*  record starts a fresh episode from day one.  Kept on         *
000240*  collect.dat.                                                 *
000250*----------------------------------------------------------------
000260*  Mod history:                                                 *
000270*   2026-10-15  RLB  Original version.                          *
000280****************************************************************
000290 01  COLLECTION-RECORD.
000300     02  COLL-ACCOUNT-NUMBER         PIC 9(05).
000310     02  COLL-STATUS                 PIC X(01).
000320         88  COLL-AGING              VALUE "O".
000330         88  COLL-CHARGE-OFF-CANDIDATE VALUE "P".
000340         88  COLL-CURED              VALUE "R".
000350         88  COLL-CHARGED-OFF        VALUE "W".
000360*        First night of this episode below zero; that night is
000370*        day one.
000380     02  COLL-OVERDRAWN-SINCE        PIC 9(08).
000390     02  COLL-DAYS-OVERDRAWN         PIC 9(04).
000400*        First night of this run over the overdraft limit, zero
000410*        while the account is within it.
000420     02  COLL-OVER-LIMIT-SINCE       PIC 9(08).
000430     02  COLL-DAYS-OVER-LIMIT        PIC 9(04).
000440     02  COLL-LAST-AGED-DATE         PIC 9(08).
000450     02  COLL-BALANCE                PIC S9(07)V99.
000460*        The milestone day of the last notice written, zero
000470*        until the first notice goes.
000480     02  COLL-LAST-NOTICE-DAY        PIC 9(03).
000490     02  COLL-LAST-NOTICE-DATE       PIC 9(08).
000500     02  COLL-NOTICES-SENT           PIC 9(02).
000510     02  COLL-CANDIDATE-DATE         PIC 9(08).
000520     02  COLL-CURED-DATE             PIC 9(08).
000530     02  COLL-CHARGED-OFF-DATE       PIC 9(08).
000540     02  COLL-CHARGED-OFF-AMOUNT     PIC 9(07)V99.
000550     02  COLL-CHARGED-OFF-BY         PIC X(04).
000560     02  COLL-APPROVED-BY            PIC X(04).
