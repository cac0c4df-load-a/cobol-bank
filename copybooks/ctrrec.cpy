000100****************************************************************
000110*  CTRREC.CPY                                                   *
000120*  Currency transaction report filing record, written nightly   *
000130*  by Currency-Transaction-Report to ctrfile.dat for the        *
000140*  compliance officer to submit.  Each customer whose cash in   *
000150*  or cash out for the business day went over the reporting     *
000160*  threshold gets one subject record ("S") carrying the CIF     *
000170*  name, address and date of birth with the day's totals,       *
000180*  followed by one account record ("A") per account that        *
000190*  carried cash that day.  A trailer record ("T") closes the    *
000200*  file with the subject count, so a short file is caught       *
000210*  before it goes out.                                          *
000220*----------------------------------------------------------------
000230*  Mod history:                                                 *
000240*   2026-10-15  RLB  Original version.                          *
000250****************************************************************
000260 01  CTR-FILING-RECORD.
000270     02  CF-RECORD-TYPE              PIC X(01).
000280         88  CF-SUBJECT-RECORD       VALUE "S".
000290         88  CF-ACCOUNT-RECORD       VALUE "A".
000300         88  CF-TRAILER-RECORD       VALUE "T".
000310     02  CF-BUSINESS-DATE            PIC 9(08).
000320     02  CF-CUSTOMER-NUMBER          PIC 9(05).
000330     02  CF-RECORD-BODY              PIC X(150).
000340     02  CF-SUBJECT-BODY REDEFINES CF-RECORD-BODY.
000350         03  CF-NAME                 PIC X(20).
000360         03  CF-ADDRESS-1            PIC X(30).
000370         03  CF-ADDRESS-2            PIC X(30).
000380         03  CF-CITY                 PIC X(20).
000390         03  CF-STATE                PIC X(02).
000400         03  CF-ZIP                  PIC X(10).
000410         03  CF-DATE-OF-BIRTH        PIC 9(08).
000420         03  CF-TOTAL-CASH-IN        PIC 9(09)V99.
000430         03  CF-TOTAL-CASH-OUT       PIC 9(09)V99.
000440         03  CF-ACCOUNT-COUNT        PIC 9(03).
000450         03  FILLER                  PIC X(05).
000460     02  CF-ACCOUNT-BODY REDEFINES CF-RECORD-BODY.
000470         03  CF-ACCOUNT-NUMBER       PIC 9(05).
000480         03  CF-PRODUCT-CODE         PIC X(02).
000490         03  CF-ACCOUNT-CASH-IN      PIC 9(09)V99.
000500         03  CF-ACCOUNT-CASH-OUT     PIC 9(09)V99.
000510         03  FILLER                  PIC X(121).
000520     02  CF-TRAILER-BODY REDEFINES CF-RECORD-BODY.
000530         03  CF-SUBJECT-COUNT        PIC 9(05).
000540         03  CF-GRAND-CASH-IN        PIC 9(11)V99.
000550         03  CF-GRAND-CASH-OUT       PIC 9(11)V99.
000560         03  FILLER                  PIC X(119).
