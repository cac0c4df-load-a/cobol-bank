000100****************************************************************
000110*  NOTCREC.CPY                                                  *
000120*  Overdraft notice letter record, one per letter due.          *
000130*  Appended by the nightly Collections-Aging-Batch job to       *
000140*  odnotice.dat when an overdrawn account reaches one of the    *
000150*  notice milestones on colparm.dat; the mailing shop takes     *
000160*  the file away at each pickup and prints the letters.  The    *
000170*  address is the primary owner's CIF mailing address as it     *
000180*  stood the night the letter was written.  The last            *
000190*  milestone's letter is flagged final -- the one that warns    *
000200*  the debt is about to go for charge-off.                      *
000210*----------------------------------------------------------------
000220*  Mod history:                                                 *
000230*   2026-10-15  RLB  Original version.                          *
000240****************************************************************
000250 01  OVERDRAFT-NOTICE-RECORD.
000260     02  ON-NOTICE-DATE              PIC 9(08).
000270*        The milestone reached, in days overdrawn, and which
000280*        letter of the series this is.
000290     02  ON-NOTICE-DAY               PIC 9(03).
000300     02  ON-NOTICE-SEQUENCE          PIC 9(01).
000310     02  ON-FINAL-NOTICE             PIC X(01).
000320         88  ON-IS-FINAL-NOTICE      VALUE "Y".
000330     02  ON-OVER-LIMIT               PIC X(01).
000340         88  ON-IS-OVER-LIMIT        VALUE "Y".
000350     02  ON-ACCOUNT-NUMBER           PIC 9(05).
000360     02  ON-ACCOUNT-NAME             PIC X(20).
000370     02  ON-PRODUCT-CODE             PIC X(02).
000380     02  ON-CUSTOMER-NUMBER          PIC 9(05).
000390     02  ON-CUSTOMER-NAME            PIC X(20).
000400     02  ON-ADDRESS-1                PIC X(30).
000410     02  ON-ADDRESS-2                PIC X(30).
000420     02  ON-CITY                     PIC X(20).
000430     02  ON-STATE                    PIC X(02).
000440     02  ON-ZIP                      PIC X(10).
000450     02  ON-BALANCE                  PIC S9(07)V99.
000460     02  ON-OVERDRAFT-LIMIT          PIC 9(07)V99.
000470     02  ON-AMOUNT-OVER-LIMIT        PIC 9(07)V99.
000480     02  ON-OVERDRAWN-SINCE          PIC 9(08).
000490     02  ON-DAYS-OVERDRAWN           PIC 9(04).
