000100****************************************************************
000110*  WATCHREC.CPY                                                 *
000120*  Sanctions watch-list entry, keyed by the entry id the        *
000130*  published list gives it.  The nightly Sanctions-Rescreen-    *
000140*  Batch job loads the list from the published file             *
000150*  (watchpub.dat) whenever a newer list is delivered, and       *
000160*  rebuilds the whole file each time.  Add Customer and Amend   *
000170*  Customer screen every new or changed name against it.        *
000180*  The list's date of birth is optional -- zero where the list  *
000190*  does not publish one.                                        *
000200*                                                               *
000210*  Entry id all zeros is the list header: the date of the list  *
000220*  on file, the night it was loaded, and the night the whole    *
000230*  customer master was last rescreened against it (zero until   *
000240*  it has been).  Screening skips it.  Kept on watchlst.dat.    *
000250*----------------------------------------------------------------
000260*  Mod history:                                                 *
000270*   2026-10-15  RLB  Original version.                          *
000280****************************************************************
000290 01  WATCH-LIST-RECORD.
000300     02  WL-ENTRY-ID                 PIC X(08).
000310         88  WL-LIST-HEADER          VALUE "00000000".
000320     02  WL-NAME                     PIC X(30).
000330     02  WL-DATE-OF-BIRTH            PIC 9(08).
000340*        The sanctions programme the entry is listed under.
000350     02  WL-PROGRAM                  PIC X(10).
000360     02  WL-LIST-DATE                PIC 9(08).
000370     02  WL-LOADED-DATE              PIC 9(08).
000380     02  WL-RESCREENED-DATE          PIC 9(08).
