000100****************************************************************
000110*  GLREC.CPY                                                    *
000120*  General ledger interface record, written nightly by          *
000130*  General-Ledger-Extract to glextract.dat for the finance      *
000140*  system.  One header ("H") names the source and the posting   *
000150*  date; one detail ("D") per GL account and side carries the   *
000160*  day's total and the number of journal lines behind it; the   *
000170*  trailer ("T") carries the detail count and the debit and     *
000180*  credit control totals, which always agree -- any             *
000190*  difference the extract could not place is on a suspense      *
000200*  detail flagged "S" for finance to clear.                     *
000210*----------------------------------------------------------------
000220*  Mod history:                                                 *
000230*   2026-10-15  RLB  Original version.                          *
000240****************************************************************
000250 01  GL-INTERFACE-RECORD.
000260     02  GL-RECORD-TYPE              PIC X(01).
000270         88  GL-HEADER-RECORD        VALUE "H".
000280         88  GL-DETAIL-RECORD        VALUE "D".
000290         88  GL-TRAILER-RECORD       VALUE "T".
000300     02  GL-POSTING-DATE             PIC 9(08).
000310     02  GL-RECORD-BODY              PIC X(60).
000320     02  GL-HEADER-BODY REDEFINES GL-RECORD-BODY.
000330         03  GL-SOURCE-SYSTEM        PIC X(08).
000340         03  GL-CREATED-DATE         PIC 9(08).
000350         03  GL-CREATED-TIME         PIC 9(06).
000360         03  FILLER                  PIC X(38).
000370     02  GL-DETAIL-BODY REDEFINES GL-RECORD-BODY.
000380         03  GL-ACCOUNT              PIC X(10).
000390         03  GL-DEBIT-CREDIT         PIC X(01).
000400             88  GL-DEBIT            VALUE "D".
000410             88  GL-CREDIT           VALUE "C".
000420         03  GL-AMOUNT               PIC 9(11)V99.
000430         03  GL-LINE-COUNT           PIC 9(05).
000440         03  GL-SUSPENSE-FLAG        PIC X(01).
000450             88  GL-SUSPENSE-LINE    VALUE "S".
000460         03  FILLER                  PIC X(30).
000470     02  GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
000480         03  GL-DETAIL-COUNT         PIC 9(05).
000490         03  GL-TOTAL-DEBITS         PIC 9(11)V99.
000500         03  GL-TOTAL-CREDITS        PIC 9(11)V99.
000510         03  GL-JOURNAL-LINES        PIC 9(07).
000520         03  FILLER                  PIC X(22).
