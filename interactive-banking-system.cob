001620*                    like the journal).  The daily                   *
001630*                    Security-Audit-Report job works the file       *
001640*                    into the report the examiners asked for.        *
001641*   2026-10-15  RLB  Added Reverse Transaction (menu 20, Exit moved  *
001642*                    to 21): a same-day deposit, withdrawal or       *
001643*                    transfer is picked up from today's journal by   *
001644*                    account, time and teller and reversed under     *
001645*                    supervisor approval -- REV-DEP/REV-WD, both     *
001646*                    legs of a transfer together, and an early CD    *
001647*                    withdrawal's penalty with it.  A reversal does  *
001648*                    not refresh the dormancy clock, comes back out  *
001649*                    of the drawer session totals, is audited as a   *
001650*                    REVERSAL event, and is registered on            *
001651*                    reversal.dat so no posting is reversed twice.   *
001652*   2026-10-15  RLB  Added installment loans (product LN): Book      *
001653*                    Loan (menu 21) books a loan for a customer      *
001654*                    against a repayment account under supervisor    *
001655*                    approval, posts the advance and the proceeds    *
001656*                    through history and the journal, and prints     *
001657*                    the amortization schedule to lnsched.rpt.       *
001658*                    Loan Payment (menu 22, Exit moved to 23) takes  *
001659*                    an installment over the counter and splits it   *
001660*                    between interest and principal.  Deposits,      *
001661*                    withdrawals, transfers and standing orders      *
001662*                    refuse a loan account.                          *
001663*   2026-10-15  RLB  Added Stop Payments (menu 23, Exit moved to     *
001664*                    24): behind the customer's PIN, a teller        *
001665*                    lists the account's stop-payment orders and     *
001666*                    places or releases one on STOP-FILE             *
001667*                    (stoppay.dat) -- check number, amount range,    *
001668*                    reason, placing operator and expiry date.       *
001669*                    Both are logged to auditlog.dat.  The new       *
001670*                    nightly Check-Clearing-Batch job returns any    *
001671*                    presented check that hits an active stop.       *
001672*   2026-10-15  RLB  Added Account Relationships (menu 24, Exit      *
001673*                    moved to 25): behind the customer's PIN, a      *
001674*                    teller lists the joint owners, authorized       *
001675*                    signers and payable-on-death beneficiaries on   *
001676*                    an account (RELATIONSHIP-FILE, acctrel.dat) and *
001677*                    adds or ends one.  Appointing a new primary     *
001678*                    owner needs supervisor approval and moves the   *
001679*                    account's customer number and name with it.     *
001680*                    Open Account records the primary owner on the   *
001681*                    file, View Customer Accounts lists every        *
001682*                    account the customer has a role on, and a DE    *
001683*                    hold lists the POD beneficiaries to contact.    *
001684*   2026-10-15  RLB  Add Customer and Amend Customer now screen the  *
001685*                    name and date of birth against the sanctions    *
001686*                    watch list (WATCH-LIST-FILE, watchlst.dat).  A  *
001687*                    possible match holds the add or amendment       *
001688*                    until a supervisor clears or refuses it, and    *
001689*                    the decision goes to auditlog.dat as a          *
001690*                    SCRN-CLEAR or SCRN-REFUS event.                 *
001691*   2026-10-15  RLB  Added Charge Off Account (menu 25, Exit moved   *
001692*                    to 26): an overdrawn account the nightly        *
001693*                    Collections-Aging-Batch job has made a          *
001694*                    charge-off candidate (COLLECTION-FILE,          *
001695*                    collect.dat) is written off under the branch    *
001696*                    manager's approval -- a CHARGE-OFF credit       *
001697*                    through the history and journal brings it to    *
001698*                    zero, the account is closed, and the event goes *
001699*                    to auditlog.dat as CHRG-OFF.  Close Account now *
001700*                    refuses an overdrawn account.                   *
001701*   2026-10-15  RLB  Choosing Charge Off Account no longer ends the  *
001702*                    session -- QUIT moved to 26 with the menu.  A   *
001703*                    reversal now registers each leg under its own   *
001704*                    journal type, so an early CD withdrawal and its *
001705*                    penalty no longer collide in REVERSAL-FILE.     *
001706*   2026-10-15  RLB  The sanctions referral score is read from       *
001707*                    sanparm.dat at start-up, the same parameter the *
001708*                    nightly rescreen uses.  With no watch list      *
001709*                    loaded, Add and Amend Customer save nothing and *
001710*                    audit a SCRN-NOLST event.  Book Loan records the*
001711*                    borrower as primary owner of the loan account   *
001712*                    and turns away a rate not keyed in whole basis  *
001713*                    points.                                         *
001714****************************************************************
001715
001716 ENVIRONMENT DIVISION.
001717 INPUT-OUTPUT SECTION.
001718 FILE-CONTROL.
001719     SELECT ACCOUNT-FILE
001720         ASSIGN TO "accounts.dat"
001721         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001740         RECORD KEY IS ACCOUNT-NUMBER
001750         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-AUDIT-FILE-STATUS.
002540
002541     SELECT REVERSAL-FILE
002542         ASSIGN TO "reversal.dat"
002543         ORGANIZATION IS INDEXED
002544         ACCESS MODE IS DYNAMIC
002545         RECORD KEY IS RV-ORIGINAL-KEY
002546         FILE STATUS IS WS-REVERSAL-FILE-STATUS.
002547
002548     SELECT LOAN-FILE
002549         ASSIGN TO "loans.dat"
002550         ORGANIZATION IS INDEXED
002551         ACCESS MODE IS DYNAMIC
002552         RECORD KEY IS LOAN-NUMBER
002553         FILE STATUS IS WS-LOAN-FILE-STATUS.
002554
002555     SELECT LOAN-SCHEDULE-FILE
002556         ASSIGN TO "lnsched.rpt"
002557         ORGANIZATION IS LINE SEQUENTIAL
002558         FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.
002559
002560     SELECT STOP-FILE
002561         ASSIGN TO "stoppay.dat"
002562         ORGANIZATION IS INDEXED
002563         ACCESS MODE IS DYNAMIC
002564         RECORD KEY IS STOP-KEY
002565         FILE STATUS IS WS-STOP-FILE-STATUS.
002566
002567     SELECT RELATIONSHIP-FILE
002568         ASSIGN TO "acctrel.dat"
002569         ORGANIZATION IS INDEXED
002570         ACCESS MODE IS DYNAMIC
002571         RECORD KEY IS REL-KEY
002572         ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
002573             WITH DUPLICATES
002574         FILE STATUS IS WS-RELATIONSHIP-STATUS.
002575
002576     SELECT WATCH-LIST-FILE
002577         ASSIGN TO "watchlst.dat"
002578         ORGANIZATION IS INDEXED
002579         ACCESS MODE IS DYNAMIC
002580         RECORD KEY IS WL-ENTRY-ID
002581         FILE STATUS IS WS-WATCH-LIST-STATUS.
002582
002583     SELECT COLLECTION-FILE
002584         ASSIGN TO "collect.dat"
002585         ORGANIZATION IS INDEXED
002586         ACCESS MODE IS DYNAMIC
002587         RECORD KEY IS COLL-ACCOUNT-NUMBER
002588         FILE STATUS IS WS-COLLECTION-FILE-STATUS.
002589
002590     SELECT SCREENING-PARM-FILE
002591         ASSIGN TO "sanparm.dat"
002592         ORGANIZATION IS LINE SEQUENTIAL
002593         FILE STATUS IS WS-SCREENING-PARM-STATUS.
002594 DATA DIVISION.
002595 FILE SECTION.
002596 FD  ACCOUNT-FILE.
002597     COPY "acctrec.cpy".
002598
002600 FD  TRIAL-BALANCE-FILE.
002610 01  TRIAL-BALANCE-LINE             PIC X(80).
002620
003100 FD  AUDIT-FILE.
003110     COPY "audrec.cpy".
003120
003121 FD  REVERSAL-FILE.
003122     COPY "revrec.cpy".
003123
003124 FD  LOAN-FILE.
003125     COPY "loanrec.cpy".
003126
003127 FD  LOAN-SCHEDULE-FILE.
003128 01  LOAN-SCHEDULE-LINE             PIC X(80).
003129
003130 FD  STOP-FILE.
003131     COPY "stoprec.cpy".
003132
003133 FD  RELATIONSHIP-FILE.
003134     COPY "relrec.cpy".
003135
003136 FD  WATCH-LIST-FILE.
003137     COPY "watchrec.cpy".
003138
003139 FD  COLLECTION-FILE.
003140     COPY "collrec.cpy".
003141
003142 FD  SCREENING-PARM-FILE.
003143 01  SCREENING-PARM-RECORD.
003144     02  SP-REFERRAL-SCORE          PIC 9(03).
003145     02  SP-HOLD-SCORE              PIC 9(03).
003146     02  SP-PLACE-HOLDS             PIC X(01).
003147     02  FILLER                     PIC X(73).
003148 WORKING-STORAGE SECTION.
003149 01  WS-FILE-STATUSES.
003150     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
003160     02  WS-TRIAL-BALANCE-STATUS    PIC X(02) VALUE "00".
003170     02  WS-SEQUENCE-CONTROL-STATUS PIC X(02) VALUE "00".
003360         88  JOURNAL-ARCHIVE-NOT-FOUND  VALUE "35".
003370     02  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
003380         88  AUDIT-FILE-NOT-FOUND       VALUE "35".
003381     02  WS-REVERSAL-FILE-STATUS    PIC X(02) VALUE "00".
003382         88  REVERSAL-FILE-NOT-FOUND    VALUE "35".
003383     02  WS-LOAN-FILE-STATUS        PIC X(02) VALUE "00".
003384         88  LOAN-FILE-NOT-FOUND        VALUE "35".
003385     02  WS-LOAN-SCHEDULE-STATUS    PIC X(02) VALUE "00".
003386     02  WS-STOP-FILE-STATUS        PIC X(02) VALUE "00".
003387         88  STOP-FILE-NOT-FOUND        VALUE "35".
003388     02  WS-RELATIONSHIP-STATUS     PIC X(02) VALUE "00".
003389         88  RELATIONSHIP-NOT-FOUND     VALUE "35".
003390     02  WS-WATCH-LIST-STATUS       PIC X(02) VALUE "00".
003391         88  WATCH-LIST-NOT-FOUND       VALUE "35".
003392     02  WS-COLLECTION-FILE-STATUS  PIC X(02) VALUE "00".
003393         88  COLLECTION-FILE-NOT-FOUND  VALUE "35".
003395     02  WS-SCREENING-PARM-STATUS   PIC X(02) VALUE "00".
003397         88  SCREENING-PARM-NOT-FOUND   VALUE "35".
003399
003400 01  WS-REPORT-SWITCHES.
003410     02  WS-ACCOUNT-FILE-AT-END     PIC X(01) VALUE "N".
003420         88  ACCOUNT-FILE-AT-END    VALUE "Y".
003710     02  WS-SESSION-DEPOSITS        PIC 9(05) COMP VALUE ZERO.
003720     02  WS-SESSION-WITHDRAWALS     PIC 9(05) COMP VALUE ZERO.
003730     02  WS-EXPECTED-DRAWER         PIC S9(09)V99 VALUE ZEROS.
003732     02  WS-SESSION-START-TIME      PIC 9(06) VALUE ZEROS.
003740
003750 01  WS-DRAWER-EDIT-FIELDS.
003760     02  WS-DRAWER-AMOUNT-FMT       PIC Z(08)9.99.
004080     02  WS-CD-TOTAL-MONTHS         PIC S9(06) COMP VALUE ZERO.
004090     02  WS-CD-MATURITY-YEAR        PIC 9(04) VALUE ZEROS.
004100     02  WS-CD-MATURITY-MONTH      PIC 9(02) VALUE ZEROS.
004101
004102*    Branch policy: the highest annual rate and the longest
004103*    term a loan may be booked at.
004104 01  WS-LOAN-RATE-CEILING           PIC 9(04) VALUE 3000.
004105 01  WS-LOAN-TERM-CEILING           PIC 9(03) VALUE 360.
004106
004107*    A loan being booked or paid.  The rate is keyed in basis
004108*    points (725 = 7.25%) because amounts come off the screen
004109*    as whole numbers.  The loan's own account and its
004110*    repayment account share the one record buffer, so what
004111*    the booking needs from each is saved here first.
004112 01  LOAN-WORK-AREA.
004113     02  WS-LN-NUMBER               PIC 9(05) VALUE ZEROS.
004114     02  WS-LN-CUSTOMER             PIC 9(05) VALUE ZEROS.
004115     02  WS-LN-NAME                 PIC X(20) VALUE SPACES.
004116     02  WS-LN-REPAY-ACCOUNT        PIC 9(05) VALUE ZEROS.
004117     02  WS-LN-REPAY-PIN            PIC 9(04) VALUE ZEROS.
004118     02  WS-LN-PRINCIPAL            PIC 9(07)V99 VALUE ZEROS.
004119     02  WS-LN-RATE-BP              PIC 9(04) VALUE ZEROS.
004120     02  WS-LN-ANNUAL-RATE          PIC 9V9(05) VALUE ZEROS.
004121     02  WS-LN-MONTHLY-RATE         PIC 9V9(08) VALUE ZEROS.
004122     02  WS-LN-FACTOR               PIC 9(05)V9(10) VALUE ZEROS.
004123     02  WS-LN-TERM                 PIC 9(03) VALUE ZEROS.
004124     02  WS-LN-PAYMENT              PIC 9(07)V99 VALUE ZEROS.
004125     02  WS-LN-DUE-DAY              PIC 9(02) VALUE ZEROS.
004126     02  WS-LN-OUTSTANDING          PIC 9(07)V99 VALUE ZEROS.
004127     02  WS-LN-INTEREST             PIC 9(07)V99 VALUE ZEROS.
004128     02  WS-LN-PRINCIPAL-PART       PIC 9(07)V99 VALUE ZEROS.
004129     02  WS-LN-PAYOFF               PIC 9(07)V99 VALUE ZEROS.
004130     02  WS-LN-MINIMUM              PIC 9(07)V99 VALUE ZEROS.
004131     02  WS-LN-AMOUNT               PIC 9(07)V99 VALUE ZEROS.
004132     02  WS-LN-TOTAL-MONTHS         PIC S9(06) COMP VALUE ZERO.
004133     02  WS-LN-NEW-YEAR             PIC 9(04) VALUE ZEROS.
004134     02  WS-LN-NEW-MONTH            PIC 9(02) VALUE ZEROS.
004135     02  WS-LN-DATE-WORK            PIC 9(08) VALUE ZEROS.
004136     02  FILLER REDEFINES WS-LN-DATE-WORK.
004137         03  WS-LN-WORK-YEAR        PIC 9(04).
004138         03  WS-LN-WORK-MONTH       PIC 9(02).
004139         03  WS-LN-WORK-DAY         PIC 9(02).
004140     02  WS-LN-SCHED-SUB            PIC 9(03) COMP VALUE ZERO.
004141     02  WS-LN-SCHED-BALANCE        PIC 9(07)V99 VALUE ZEROS.
004142     02  WS-LN-SCHED-PAYMENT        PIC 9(07)V99 VALUE ZEROS.
004143     02  WS-LN-TOTAL-INTEREST       PIC 9(09)V99 VALUE ZEROS.
004144     02  WS-LN-TOTAL-PAID           PIC 9(09)V99 VALUE ZEROS.
004145
004146 01  LS-HEADING-1.
004147     02  FILLER                     PIC X(80) VALUE
004148         "LOAN AMORTIZATION SCHEDULE".
004149
004150 01  LS-TERMS-LINE-1.
004151     02  FILLER            PIC X(09) VALUE "LOAN NO: ".
004152     02  LS-LOAN-NUMBER             PIC 9(05).
004153     02  FILLER            PIC X(13) VALUE "   CUSTOMER: ".
004154     02  LS-CUSTOMER-NUMBER         PIC 9(05).
004155     02  FILLER                     PIC X(01) VALUE SPACE.
004156     02  LS-CUSTOMER-NAME           PIC X(20).
004157
004158 01  LS-TERMS-LINE-2.
004159     02  FILLER            PIC X(12) VALUE "PRINCIPAL: $".
004160     02  LS-PRINCIPAL               PIC Z(06)9.99.
004161     02  FILLER            PIC X(09) VALUE "   RATE: ".
004162     02  LS-RATE                    PIC Z9.99.
004163     02  FILLER            PIC X(09) VALUE "%   TERM:".
004164     02  LS-TERM                    PIC ZZ9.
004165     02  FILLER            PIC X(07) VALUE " MONTHS".
004166
004167 01  LS-TERMS-LINE-3.
004168     02  FILLER            PIC X(10) VALUE "PAYMENT: $".
004169     02  LS-PAYMENT                 PIC Z(06)9.99.
004170     02  FILLER            PIC X(15) VALUE "   REPAY FROM: ".
004171     02  LS-REPAY-ACCOUNT           PIC 9(05).
004172     02  FILLER            PIC X(14) VALUE "   FIRST DUE: ".
004173     02  LS-FIRST-DUE               PIC 9(08).
004174
004175 01  LS-HEADING-2.
004176     02  FILLER            PIC X(06) VALUE "NO.".
004177     02  FILLER            PIC X(10) VALUE "DUE DATE".
004178     02  FILLER            PIC X(14) VALUE "PAYMENT".
004179     02  FILLER            PIC X(14) VALUE "INTEREST".
004180     02  FILLER            PIC X(14) VALUE "PRINCIPAL".
004181     02  FILLER            PIC X(14) VALUE "BALANCE".
004182
004183 01  LS-DETAIL-LINE.
004184     02  LS-INSTALLMENT             PIC ZZ9.
004185     02  FILLER                     PIC X(03) VALUE SPACES.
004186     02  LS-DUE-DATE                PIC 9(08).
004187     02  FILLER                     PIC X(02) VALUE SPACES.
004188     02  LS-DETAIL-PAYMENT          PIC Z(06)9.99.
004189     02  FILLER                     PIC X(03) VALUE SPACES.
004190     02  LS-DETAIL-INTEREST         PIC Z(06)9.99.
004191     02  FILLER                     PIC X(03) VALUE SPACES.
004192     02  LS-DETAIL-PRINCIPAL        PIC Z(06)9.99.
004193     02  FILLER                     PIC X(03) VALUE SPACES.
004194     02  LS-DETAIL-BALANCE          PIC Z(06)9.99.
004195
004196 01  LS-TRAILER-LINE.
004197     02  FILLER            PIC X(16) VALUE "TOTAL PAYMENTS: ".
004198     02  LS-TOTAL-PAID              PIC Z(08)9.99.
004199     02  FILLER            PIC X(19) VALUE "   TOTAL INTEREST: ".
004200     02  LS-TOTAL-INTEREST          PIC Z(08)9.99.
004201
004202 01  TB-HEADING-1.
004203     02  FILLER                     PIC X(80) VALUE
004204         "TRIAL BALANCE REPORT".
004205
004206 01  TB-HEADING-2.
004207     02  FILLER            PIC X(10) VALUE "ACCT NO.".
004208     02  FILLER            PIC X(22) VALUE "ACCOUNT NAME".
004209     02  FILLER            PIC X(06) VALUE "PROD".
004210     02  FILLER            PIC X(15) VALUE "BALANCE".
004211     02  FILLER            PIC X(15) VALUE "RUNNG TOTAL".
004220
004230 01  TB-DETAIL-LINE.
004240     02  TB-ACCOUNT-NUMBER          PIC Z(04)9.
004630     88  FREEZE-OPTION              VALUE 17.
004640     88  JOURNAL-INQUIRY-OPTION     VALUE 18.
004650     88  REACTIVATE-OPTION          VALUE 19.
004660     88  REVERSAL-OPTION            VALUE 20.
004661     88  BOOK-LOAN-OPTION           VALUE 21.
004662     88  LOAN-PAYMENT-OPTION        VALUE 22.
004663     88  STOP-PAYMENT-OPTION        VALUE 23.
004664     88  RELATIONSHIP-OPTION        VALUE 24.
004665     88  CHARGE-OFF-OPTION          VALUE 25.
004666     88  QUIT                       VALUE 26.
004670
004680 01  GENERIC-NUMBER.
004690     02  GENERIC-NUMBER-RAW         PIC 9(07)V99.
004720 01  GENERIC-PIN                    PIC 9(04).
004730
004740 01  GENERIC-DATE                   PIC 9(08).
004741
004742 01  GENERIC-TIME.
004743     02  GENERIC-TIME-HHMMSS        PIC 9(06).
004744     02  FILLER REDEFINES GENERIC-TIME-HHMMSS.
004745         03  GENERIC-TIME-HOURS     PIC 9(02).
004746         03  GENERIC-TIME-MINUTES   PIC 9(02).
004747         03  GENERIC-TIME-SECONDS   PIC 9(02).
004750
004760 01  WS-RUN-DATE.
004770     02  WS-TODAY-DATE              PIC 9(08).
005340     02  WS-JI-JOURNAL-AT-END       PIC X(01) VALUE "N".
005350         88  JI-JOURNAL-AT-END      VALUE "Y".
005360
005361*    The posting being reversed and, for a transfer or an early
005362*    CD withdrawal, the leg posted with it.  Leg 1 is always the
005363*    posting the teller named; leg 2 is its partner.  The PREV
005364*    fields hold the last journal line the same teller wrote,
005365*    because a transfer's credit leg posts just ahead of its
005366*    debit leg.
005367 01  REVERSAL-WORK-AREA.
005368     02  WS-RV-ACCOUNT              PIC 9(05).
005369     02  WS-RV-TIME                 PIC 9(06).
005370     02  WS-RV-TELLER               PIC X(04).
005371     02  WS-RV-APPROVER             PIC X(04).
005372     02  WS-RV-LEG-COUNT            PIC 9(01) COMP VALUE ZERO.
005373     02  WS-RV-SUB                  PIC 9(01) COMP VALUE ZERO.
005374     02  WS-RV-LEG OCCURS 2 TIMES.
005375         03  WS-RV-LEG-ACCOUNT      PIC 9(05).
005376         03  WS-RV-LEG-TIME         PIC 9(06).
005377         03  WS-RV-LEG-TYPE         PIC X(10).
005378         03  WS-RV-LEG-AMOUNT       PIC 9(07)V99.
005379         03  WS-RV-LEG-REV-TYPE     PIC X(10).
005380         03  WS-RV-LEG-REV-DRCR     PIC X(01).
005381     02  WS-RV-PREV-ACCOUNT         PIC 9(05).
005382     02  WS-RV-PREV-TIME            PIC 9(06).
005383     02  WS-RV-PREV-TYPE            PIC X(10).
005384     02  WS-RV-PREV-AMOUNT          PIC 9(07)V99.
005385     02  WS-RV-JOURNAL-AT-END       PIC X(01) VALUE "N".
005386         88  RV-JOURNAL-AT-END      VALUE "Y".
005387     02  WS-RV-PARTNER-WANTED       PIC X(01) VALUE "N".
005388         88  RV-PARTNER-WANTED      VALUE "Y".
005389     02  WS-RV-REFUSED              PIC X(01) VALUE "N".
005390         88  RV-REFUSED             VALUE "Y".
005391
005392*    Branch policy: a stop-payment order lapses this many months
005393*    after it is placed unless the teller keys another date.
005394 01  WS-STOP-TERM-MONTHS            PIC 9(02) VALUE 6.
005395
005396 01  STOP-PAYMENT-WORK-AREA.
005397     02  WS-STOP-ACCOUNT            PIC 9(05).
005398     02  WS-STOP-CHECK              PIC 9(06).
005399     02  WS-STOP-ACTION             PIC X(01).
005400         88  STOP-ACTION-PLACE      VALUE "P".
005401         88  STOP-ACTION-RELEASE    VALUE "R".
005402     02  WS-STOP-ON-FILE            PIC X(01) VALUE "N".
005403         88  STOP-ON-FILE           VALUE "Y".
005404     02  WS-STOP-FILE-AT-END        PIC X(01) VALUE "N".
005405         88  STOP-FILE-AT-END       VALUE "Y".
005406     02  WS-STOP-LISTED             PIC X(01) VALUE "N".
005407         88  STOP-LISTED            VALUE "Y".
005408     02  WS-STOP-STATE-TEXT         PIC X(08).
005409     02  WS-STOP-HIGH-FORMATTED     PIC Z(06)9.99.
005410     02  WS-STOP-TOTAL-MONTHS       PIC S9(06) COMP VALUE ZERO.
005411     02  WS-STOP-EXPIRY-YEAR        PIC 9(04) VALUE ZEROS.
005412     02  WS-STOP-EXPIRY-MONTH       PIC 9(02) VALUE ZEROS.
005413     02  WS-STOP-EXPIRY-DAY         PIC 9(02) VALUE ZEROS.
005414
005415 01  RELATIONSHIP-WORK-AREA.
005416     02  WS-REL-ACCOUNT             PIC 9(05).
005417     02  WS-REL-CUSTOMER            PIC 9(05).
005418     02  WS-REL-OLD-PRIMARY         PIC 9(05).
005419     02  WS-REL-ROLE                PIC X(01).
005420     02  WS-REL-STMT-COPY           PIC X(01).
005421     02  WS-REL-ACTION              PIC X(01).
005422         88  REL-ACTION-ADD         VALUE "A".
005423         88  REL-ACTION-END         VALUE "E".
005424     02  WS-REL-ON-FILE             PIC X(01) VALUE "N".
005425         88  REL-ON-FILE            VALUE "Y".
005426     02  WS-REL-STORED              PIC X(01) VALUE "N".
005427         88  REL-STORED             VALUE "Y".
005428     02  WS-REL-FILE-AT-END         PIC X(01) VALUE "N".
005429         88  REL-FILE-AT-END        VALUE "Y".
005430     02  WS-REL-LISTED              PIC X(01) VALUE "N".
005431         88  REL-LISTED             VALUE "Y".
005432     02  WS-REL-ROLE-TEXT           PIC X(15).
005433     02  WS-REL-COPY-TEXT           PIC X(09).
005434     02  WS-POD-COUNT               PIC 9(03) COMP VALUE ZERO.
005435
005436*    Sanctions screening.  Both names are cut into up to five
005437*    words with the punctuation taken out.  A watch-list entry
005438*    scores 80 when every word of its name is in the customer's
005439*    name, and that share of 80 when only some are; 20 more when
005440*    both dates of birth are known and agree, 40 less when both
005441*    are known and differ.  An entry scoring the referral score
005442*    or better is a possible match.
005443*    Compliance sets the referral score on sanparm.dat for this
005444*    screen and the nightly rescreen alike; 60 when it does not.
005445 01  WS-SCREEN-REFERRAL-SCORE       PIC 9(03) VALUE 60.
005446
005447 01  SCREENING-WORK-AREA.
005448     02  WS-SCR-NAME                PIC X(30).
005449     02  WS-SCR-CUST-WORDS.
005450         03  WS-SCR-CUST-WORD       PIC X(15) OCCURS 5 TIMES.
005451     02  WS-SCR-LIST-WORDS.
005452         03  WS-SCR-LIST-WORD       PIC X(15) OCCURS 5 TIMES.
005453     02  WS-SCR-WORD-SUB            PIC 9(01) COMP VALUE ZERO.
005454     02  WS-SCR-WORD-COUNT          PIC 9(01) COMP VALUE ZERO.
005455     02  WS-SCR-WORDS-MATCHED       PIC 9(01) COMP VALUE ZERO.
005456     02  WS-SCR-SCORE               PIC S9(03) COMP VALUE ZERO.
005457     02  WS-SCR-SCORE-FORMATTED     PIC ZZ9.
005458     02  WS-SCR-HITS                PIC 9(03) COMP VALUE ZERO.
005459     02  WS-SCR-OLD-NAME            PIC X(20).
005460     02  WS-SCR-OLD-DOB             PIC 9(08).
005461     02  WS-SCR-LIST-AT-END         PIC X(01) VALUE "N".
005462         88  SCR-LIST-AT-END        VALUE "Y".
005463     02  WS-SCR-LIST-LOADED         PIC X(01) VALUE "N".
005464         88  SCR-LIST-LOADED        VALUE "Y".
005465     02  WS-SCR-RESULT              PIC X(01) VALUE "N".
005466         88  SCREEN-PASSED          VALUE "Y".
005467     02  WS-SCR-DECISION            PIC X(01) VALUE SPACE.
005468         88  SCR-DECISION-CLEAR     VALUE "C".
005469         88  SCR-DECISION-REFUSE    VALUE "R".
005470         88  SCR-DECISION-VALID     VALUES "C" "R".
005471
005472 01  WS-SCR-LOWER-AND-PUNCT         PIC X(30) VALUE
005473     "abcdefghijklmnopqrstuvwxyz.,-'".
005474 01  WS-SCR-UPPER-AND-SPACE         PIC X(30) VALUE
005475     "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
005476
005477 01  ARCHIVE-WORK-AREA.
005478     02  WS-ARCHIVE-AT-END          PIC X(01) VALUE "N".
005479         88  ARCHIVE-AT-END         VALUE "Y".
005480     02  WS-ARCHIVE-SHOWN           PIC 9(05) COMP VALUE ZERO.
005481     02  WS-STMT-ROOM               PIC 9(03) COMP VALUE ZERO.
005482     02  WS-GATHER-SUB              PIC 9(03) COMP VALUE ZERO.
005483     02  WS-GATHER-FROM             PIC 9(03) COMP VALUE ZERO.
005484     02  WS-GATHER-SOURCE           PIC 9(03) COMP VALUE ZERO.
005485
005486*    Archived entries for one account, gathered oldest-first
005487*    for the statement export.  Two hundred slots is months of
005488*    churn on the busiest account; on overflow the oldest
005490*    entry falls off the front so the most recent two hundred
005500*    survive.
005510 01  WS-GATHER-TABLE.
006260         CLOSE AUDIT-FILE
006270         OPEN EXTEND AUDIT-FILE
006280     END-IF.
006281     OPEN I-O REVERSAL-FILE.
006282     IF REVERSAL-FILE-NOT-FOUND
006283         OPEN OUTPUT REVERSAL-FILE
006284         CLOSE REVERSAL-FILE
006285         OPEN I-O REVERSAL-FILE
006286     END-IF.
006287     OPEN I-O LOAN-FILE.
006288     IF LOAN-FILE-NOT-FOUND
006289         OPEN OUTPUT LOAN-FILE
006290         CLOSE LOAN-FILE
006291         OPEN I-O LOAN-FILE
006292     END-IF.
006293     OPEN I-O STOP-FILE.
006294     IF STOP-FILE-NOT-FOUND
006295         OPEN OUTPUT STOP-FILE
006296         CLOSE STOP-FILE
006297         OPEN I-O STOP-FILE
006298     END-IF.
006299     OPEN I-O RELATIONSHIP-FILE.
006300     IF RELATIONSHIP-NOT-FOUND
006301         OPEN OUTPUT RELATIONSHIP-FILE
006302         CLOSE RELATIONSHIP-FILE
006303         OPEN I-O RELATIONSHIP-FILE
006304     END-IF.
006305*    The watch list is only ever rebuilt by the nightly rescreen
006306*    job, so the teller session reads it and never creates it.
006307     OPEN INPUT WATCH-LIST-FILE.
006308*    The referral score comes from the parameter file the
006309*    nightly rescreen reads, so both screens agree.
006310     PERFORM 0160-LOAD-SCREENING-PARM THRU 0160-EXIT.
006311*    Collections records are written by the nightly aging
006312*    job; the teller session only charges off its candidates.
006313     OPEN I-O COLLECTION-FILE.
006314 0100-EXIT.
006315     EXIT.
006316
006320*    First-ever run: there is no teller master yet, so create it
006330*    with a single master supervisor record the branch can sign
006340*    on with to key the real operator roster.  Same bootstrap
006450 0150-EXIT.
006460     EXIT.
006470
006471*    Same default and the same check as the nightly rescreen: a
006472*    score that is missing or not a positive number is ignored.
006473 0160-LOAD-SCREENING-PARM.
006474     OPEN INPUT SCREENING-PARM-FILE.
006475     IF SCREENING-PARM-NOT-FOUND
006476         GO TO 0160-EXIT
006477     END-IF.
006478
006479     READ SCREENING-PARM-FILE
006480         AT END
006481             CONTINUE
006482         NOT AT END
006483             IF SP-REFERRAL-SCORE IS NUMERIC
006484                     AND SP-REFERRAL-SCORE > ZERO
006485                 MOVE SP-REFERRAL-SCORE
006486                     TO WS-SCREEN-REFERRAL-SCORE
006487             END-IF
006488     END-READ.
006489
006490     CLOSE SCREENING-PARM-FILE.
006491 0160-EXIT.
006492     EXIT.
006493 0200-CLOSE-FILES.
006494     CLOSE ACCOUNT-FILE.
006500     CLOSE TELLER-FILE.
006510     CLOSE STANDING-ORDER-FILE.
006520     CLOSE JOURNAL-FILE.
006550     CLOSE HISTORY-ARCHIVE-FILE.
006560     CLOSE JOURNAL-ARCHIVE-FILE.
006570     CLOSE AUDIT-FILE.
006571     CLOSE REVERSAL-FILE.
006572     CLOSE LOAN-FILE.
006573     CLOSE STOP-FILE.
006574     CLOSE RELATIONSHIP-FILE.
006575     IF NOT WATCH-LIST-NOT-FOUND
006576         CLOSE WATCH-LIST-FILE
006577     END-IF.
006578     IF NOT COLLECTION-FILE-NOT-FOUND
006579         CLOSE COLLECTION-FILE
006580     END-IF.
006581 0200-EXIT.
006590     EXIT.
006600
006610*    The opening float is whatever cash the teller counts into the
006650     MOVE "Enter opening cash float (0 if none):" TO QUESTION
006660     PERFORM 9130-ASK-FOR-AMOUNT THRU 9130-EXIT.
006670     MOVE GENERIC-NUMBER-RAW TO WS-OPENING-FLOAT.
006672*    The session start time tells a reversal whether the cash
006674*    it is taking back passed through this drawer session.
006676     ACCEPT WS-TIME-RAW FROM TIME.
006678     COMPUTE WS-SESSION-START-TIME = WS-TIME-RAW / 100.
006680 0300-EXIT.
006690     EXIT.
006700
007650                     " only."
007660             END-IF
007670         WHEN 20
007671             PERFORM 6800-REVERSE-TRANSACTION THRU 6800-EXIT
007672         WHEN 21
007673             PERFORM 2500-BOOK-LOAN THRU 2500-EXIT
007674         WHEN 22
007675             PERFORM 3500-TAKE-LOAN-PAYMENT THRU 3500-EXIT
007676         WHEN 23
007677             PERFORM 7000-SIGN-IN THRU 7000-EXIT
007678             IF SIGN-IN-OK
007679                 PERFORM 5850-STOP-PAYMENTS THRU 5850-EXIT
007680             END-IF
007681         WHEN 24
007682             PERFORM 7000-SIGN-IN THRU 7000-EXIT
007683             IF SIGN-IN-OK
007684                 PERFORM 5890-ACCOUNT-RELATIONSHIPS THRU 5890-EXIT
007685             END-IF
007686         WHEN 25
007687             PERFORM 5690-CHARGE-OFF-ACCOUNT THRU 5690-EXIT
007688         WHEN 26
007689             SET QUIT TO TRUE
007690         WHEN OTHER
007700             DISPLAY "That is not one of the choices."
007710     END-EVALUATE.
009840                 " could not be opened -- number already in use."
009850             GO TO 2000-EXIT
009860     END-WRITE.
009861
009862*    The primary owner goes on the relationship file as well, so
009863*    every role on the account can be read from the one place.
009864     MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT.
009865     MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-REL-CUSTOMER.
009866     MOVE "P" TO WS-REL-ROLE.
009867     MOVE "N" TO WS-REL-STMT-COPY.
009868     PERFORM 5896-STORE-RELATIONSHIP THRU 5896-EXIT.
009870
009880*    The opening balance is money in, so it goes to the journal
009890*    even though Open-Account has never written a history entry
011970*    Whole months forward from today, keeping today's day --
011980*    the same year*12 arithmetic the dormancy cutoff uses,
011990*    pointed the other way.
011991 2320-COMPUTE-MATURITY-DATE.
011992     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
011993     COMPUTE WS-CD-TOTAL-MONTHS =
011994         (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH - 1
011995             + ACCOUNT-CD-TERM-MONTHS.
011996     DIVIDE WS-CD-TOTAL-MONTHS BY 12
011997         GIVING WS-CD-MATURITY-YEAR
011998         REMAINDER WS-CD-MATURITY-MONTH.
011999     ADD 1 TO WS-CD-MATURITY-MONTH.
012000     COMPUTE ACCOUNT-CD-MATURITY-DATE =
012001         (WS-CD-MATURITY-YEAR * 10000)
012002             + (WS-CD-MATURITY-MONTH * 100) + WS-TODAY-DAY.
012003 2320-EXIT.
012004     EXIT.
012005
012006 2330-ASK-CD-DISPOSITION.
012007     DISPLAY "At maturity: R=Roll over for another term".
012008     DISPLAY "             P=Pay out to another account".
012009     MOVE "Disposition (R/P):" TO QUESTION
012010     PERFORM 9000-ASK THRU 9000-EXIT.
012011     MOVE RESPONSE (1:1) TO ACCOUNT-CD-DISPOSITION.
012012     IF NOT (CD-ROLL-OVER OR CD-PAY-OUT)
012013         DISPLAY "Disposition must be R or P."
012014     END-IF.
012015 2330-EXIT.
012016     EXIT.
012017
012018*    Book an installment loan.  The loan gets its own account
012019*    (product LN) whose balance goes negative by the principal
012020*    the moment it is booked, and the principal is paid into
012021*    the customer's repayment account, so the advance and the
012022*    proceeds are an ordinary debit and credit on the journal
012023*    and the day still proves.  The nightly loan job collects
012024*    each installment from that same repayment account.
012025*    Booking lends the bank's money, so it always needs a
012026*    second operator's supervisor approval, the way a closure
012027*    does.
012028 2500-BOOK-LOAN.
012029     MOVE "Customer number for the loan:" TO QUESTION
012030     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012031     MOVE GENERIC-NUMBER-RAW TO CUST-NUMBER.
012032
012033     READ CUSTOMER-FILE
012034         KEY IS CUST-NUMBER
012035         INVALID KEY
012036             DISPLAY "Customer not on file -- add the customer"
012037                 " first (menu 14)."
012038             GO TO 2500-EXIT
012039     END-READ.
012040     MOVE CUST-NUMBER TO WS-LN-CUSTOMER.
012041     MOVE CUST-NAME TO WS-LN-NAME.
012042
012043*    The repayment account must be the customer's own, open
012044*    for business, and a deposit account the nightly job can
012045*    actually debit -- not a CD and not another loan.
012046     MOVE "Repayment account number:" TO QUESTION
012047     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012048     MOVE GENERIC-NUMBER-RAW TO ACCOUNT-NUMBER.
012049     READ ACCOUNT-FILE
012050         KEY IS ACCOUNT-NUMBER
012051         INVALID KEY
012052             DISPLAY "Repayment account not found."
012053             GO TO 2500-EXIT
012054     END-READ.
012055     IF ACCOUNT-CUSTOMER-NUMBER NOT = WS-LN-CUSTOMER
012056         DISPLAY "That account does not belong to customer "
012057             WS-LN-CUSTOMER "."
012058         GO TO 2500-EXIT
012059     END-IF.
012060     IF NOT ACCOUNT-ACTIVE
012061         DISPLAY "Repayment account is not active."
012062         GO TO 2500-EXIT
012063     END-IF.
012064     IF PRODUCT-CD OR PRODUCT-LOAN
012065         DISPLAY "Repayment must come from a checking, savings"
012066             " or money market account."
012067         GO TO 2500-EXIT
012068     END-IF.
012069     MOVE ACCOUNT-NUMBER TO WS-LN-REPAY-ACCOUNT.
012070     MOVE ACCOUNT-PIN TO WS-LN-REPAY-PIN.
012071
012072     MOVE "Amount to lend:" TO QUESTION
012073     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012074     MOVE GENERIC-NUMBER-RAW TO WS-LN-PRINCIPAL.
012075
012076     MOVE 9999 TO WS-LN-RATE-BP.
012077     PERFORM 2510-ASK-LOAN-RATE THRU 2510-EXIT
012078         UNTIL WS-LN-RATE-BP NOT > WS-LOAN-RATE-CEILING.
012079
012080     MOVE ZEROS TO WS-LN-TERM.
012081     PERFORM 2520-ASK-LOAN-TERM THRU 2520-EXIT
012082         UNTIL WS-LN-TERM > ZERO.
012083
012084     PERFORM 2530-COMPUTE-PAYMENT THRU 2530-EXIT.
012085
012086     MOVE WS-LN-PRINCIPAL TO GENERIC-NUMBER-FORMATTED.
012087     DISPLAY "LOAN FOR " WS-LN-CUSTOMER " " WS-LN-NAME.
012088     DISPLAY "PRINCIPAL:      $" GENERIC-NUMBER-FORMATTED.
012089     DISPLAY "RATE (BASIS PT): " WS-LN-RATE-BP.
012090     DISPLAY "TERM (MONTHS):   " WS-LN-TERM.
012091     MOVE WS-LN-PAYMENT TO GENERIC-NUMBER-FORMATTED.
012092     DISPLAY "MONTHLY PAYMENT:$" GENERIC-NUMBER-FORMATTED.
012093     MOVE "Book this loan (Y/N)?" TO QUESTION
012094     PERFORM 9000-ASK THRU 9000-EXIT.
012095     IF RESPONSE (1:1) NOT = "Y"
012096         DISPLAY "Loan not booked."
012097         GO TO 2500-EXIT
012098     END-IF.
012099
012100     PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT.
012101     IF NOT APPROVAL-OK
012102         DISPLAY "Loan not approved."
012103         GO TO 2500-EXIT
012104     END-IF.
012105
012106*    The loan number is the loan account's number, minted from
012107*    the same counter as every other account -- only now, once
012108*    everything is keyed and approved, so a refused booking
012109*    does not burn a number.
012110     PERFORM 2100-GET-NEXT-ACCOUNT-NUMBER THRU 2100-EXIT.
012111     MOVE ACCOUNT-NUMBER TO WS-LN-NUMBER.
012112
012113     PERFORM 2550-POST-LOAN-ADVANCE THRU 2550-EXIT.
012114     IF ACCOUNT-NUMBER NOT = WS-LN-NUMBER
012115         GO TO 2500-EXIT
012116     END-IF.
012117     PERFORM 2560-POST-LOAN-PROCEEDS THRU 2560-EXIT.
012118
012119     PERFORM 8300-PRINT-LOAN-SCHEDULE THRU 8300-EXIT.
012120     DISPLAY "Loan " WS-LN-NUMBER " booked; first installment"
012121         " due " LOAN-NEXT-DUE-DATE ".".
012122     DISPLAY "Amortization schedule written to lnsched.rpt".
012123 2500-EXIT.
012124     EXIT.
012125
012126*    The rate is whole basis points, digits only; zero is an
012127*    interest-free loan.  A decimal percent such as 6.25 or a
012128*    rate over the ceiling is turned away and asked for again,
012129*    never cut down to fit.
012130 2510-ASK-LOAN-RATE.
012131     MOVE "Annual rate in basis points (725 = 7.25%):"
012132         TO QUESTION
012133     PERFORM 9000-ASK THRU 9000-EXIT.
012134     PERFORM 9320-ACCEPT-AMOUNT THRU 9320-EXIT.
012135     IF NOT NUMBER-VALID
012136         DISPLAY "Key the rate in whole basis points --"
012137             " 6.25% is 625."
012138         GO TO 2510-EXIT
012139     END-IF.
012140
012141     IF GENERIC-NUMBER-RAW > WS-LOAN-RATE-CEILING
012142         DISPLAY "Rate may not be over " WS-LOAN-RATE-CEILING
012143             " basis points."
012144         GO TO 2510-EXIT
012145     END-IF.
012146     MOVE GENERIC-NUMBER-RAW TO WS-LN-RATE-BP.
012147 2510-EXIT.
012148     EXIT.
012149
012150 2520-ASK-LOAN-TERM.
012151     MOVE "Loan term in months:" TO QUESTION
012152     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012153*    Range-check the raw entry before it is squeezed into the
012154*    three-digit term field, the same way the CD term is.
012155     IF GENERIC-NUMBER-RAW > WS-LOAN-TERM-CEILING
012156         DISPLAY "Term may not be over " WS-LOAN-TERM-CEILING
012157             " months."
012158     ELSE
012159         MOVE GENERIC-NUMBER-RAW TO WS-LN-TERM
012160     END-IF.
012161 2520-EXIT.
012162     EXIT.
012163
012164*    The level monthly payment that clears the principal over
012165*    the term:  P * r * (1+r)**n / ((1+r)**n - 1)  at monthly
012166*    rate r.  An interest-free loan is simply P / n.  The
012167*    payment is rounded to the cent, so the final installment
012168*    takes up whatever the rounding leaves.
012169 2530-COMPUTE-PAYMENT.
012170     COMPUTE WS-LN-ANNUAL-RATE = WS-LN-RATE-BP / 10000.
012171     COMPUTE WS-LN-MONTHLY-RATE ROUNDED = WS-LN-ANNUAL-RATE / 12.
012172     IF WS-LN-MONTHLY-RATE = ZERO
012173         COMPUTE WS-LN-PAYMENT ROUNDED =
012174             WS-LN-PRINCIPAL / WS-LN-TERM
012175     ELSE
012176         COMPUTE WS-LN-FACTOR ROUNDED =
012177             (1 + WS-LN-MONTHLY-RATE) ** WS-LN-TERM
012178         COMPUTE WS-LN-PAYMENT ROUNDED =
012179             WS-LN-PRINCIPAL * WS-LN-MONTHLY-RATE * WS-LN-FACTOR
012180                 / (WS-LN-FACTOR - 1)
012181     END-IF.
012182 2530-EXIT.
012183     EXIT.
012184
012185*    Step WS-LN-DATE-WORK forward one month onto the loan's due
012186*    day -- the same year*12 arithmetic the CD maturity uses.
012187*    The due day is never over 28, so the date is always real.
012188 2540-ADD-ONE-MONTH.
012189     COMPUTE WS-LN-TOTAL-MONTHS =
012190         (WS-LN-WORK-YEAR * 12) + WS-LN-WORK-MONTH.
012191     DIVIDE WS-LN-TOTAL-MONTHS BY 12
012192         GIVING WS-LN-NEW-YEAR
012193         REMAINDER WS-LN-NEW-MONTH.
012194     ADD 1 TO WS-LN-NEW-MONTH.
012195     COMPUTE WS-LN-DATE-WORK =
012196         (WS-LN-NEW-YEAR * 10000) + (WS-LN-NEW-MONTH * 100)
012197             + WS-LN-DUE-DAY.
012198 2540-EXIT.
012199     EXIT.
012200
012201*    Open the loan account owing the principal and write the
012202*    loan master.  A number already in use leaves ACCOUNT-
012203*    NUMBER cleared so the caller stops before any money moves.
012204 2550-POST-LOAN-ADVANCE.
012205     MOVE WS-LN-NUMBER TO ACCOUNT-NUMBER.
012206     MOVE WS-LN-NAME TO ACCOUNT-NAME.
012207     MOVE WS-LN-CUSTOMER TO ACCOUNT-CUSTOMER-NUMBER.
012208     MOVE WS-LN-REPAY-PIN TO ACCOUNT-PIN.
012209     MOVE "LN" TO ACCOUNT-PRODUCT-CODE.
012210     MOVE ZEROS TO ACCOUNT-BALANCE.
012211     MOVE ZEROS TO ACCOUNT-OVERDRAFT-LIMIT.
012212     MOVE ZEROS TO ACCOUNT-DAILY-LIMIT.
012213     MOVE ZEROS TO ACCOUNT-DAILY-WD-DATE.
012214     MOVE ZEROS TO ACCOUNT-DAILY-WD-TOTAL.
012215     MOVE ZEROS TO ACCOUNT-CD-TERM-MONTHS.
012216     MOVE ZEROS TO ACCOUNT-CD-MATURITY-DATE.
012217     MOVE SPACE TO ACCOUNT-CD-DISPOSITION.
012218     MOVE ZEROS TO ACCOUNT-CD-PAYOUT-ACCT.
012219     MOVE ZERO TO ACCOUNT-HISTORY-COUNT.
012220     SET ACCOUNT-ACTIVE TO TRUE.
012221
012222     SUBTRACT WS-LN-PRINCIPAL FROM ACCOUNT-BALANCE.
012223     MOVE "LN-ADVANCE" TO WS-HISTORY-TYPE.
012224     MOVE "D" TO WS-HISTORY-DRCR.
012225     MOVE WS-LN-PRINCIPAL TO WS-HISTORY-AMOUNT.
012226     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
012227
012228     WRITE ACCOUNT-RECORD
012229         INVALID KEY
012230             DISPLAY "Loan account " ACCOUNT-NUMBER
012231                 " could not be opened -- number already in use."
012232             MOVE ZEROS TO ACCOUNT-NUMBER
012233             GO TO 2550-EXIT
012234     END-WRITE.
012235     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
012236
012237*    The borrower goes on the relationship file as primary owner
012238*    of the loan account, the same as Open-Account does.
012239     MOVE WS-LN-NUMBER TO WS-REL-ACCOUNT.
012240     MOVE WS-LN-CUSTOMER TO WS-REL-CUSTOMER.
012241     MOVE "P" TO WS-REL-ROLE.
012242     MOVE "N" TO WS-REL-STMT-COPY.
012243     PERFORM 5896-STORE-RELATIONSHIP THRU 5896-EXIT.
012244
012245*    First installment one month out, on today's day of the
012246*    month or the 28th, whichever is earlier.
012247     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012248     MOVE WS-TODAY-DATE TO WS-LN-DATE-WORK.
012249     MOVE WS-TODAY-DAY TO WS-LN-DUE-DAY.
012250     IF WS-LN-DUE-DAY > 28
012251         MOVE 28 TO WS-LN-DUE-DAY
012252     END-IF.
012253     PERFORM 2540-ADD-ONE-MONTH THRU 2540-EXIT.
012254
012255     MOVE WS-LN-NUMBER TO LOAN-NUMBER.
012256     MOVE WS-LN-CUSTOMER TO LOAN-CUSTOMER-NUMBER.
012257     MOVE WS-LN-REPAY-ACCOUNT TO LOAN-REPAY-ACCOUNT.
012258     SET LOAN-OPEN TO TRUE.
012259     MOVE WS-LN-PRINCIPAL TO LOAN-ORIGINAL-PRINCIPAL.
012260     MOVE WS-LN-ANNUAL-RATE TO LOAN-ANNUAL-RATE.
012261     MOVE WS-LN-TERM TO LOAN-TERM-MONTHS.
012262     MOVE WS-LN-PAYMENT TO LOAN-PAYMENT-AMOUNT.
012263     MOVE WS-TODAY-DATE TO LOAN-BOOKED-DATE.
012264     MOVE WS-OPERATOR-ID TO LOAN-BOOKED-BY.
012265     MOVE WS-LN-DUE-DAY TO LOAN-DUE-DAY.
012266     MOVE WS-LN-DATE-WORK TO LOAN-NEXT-DUE-DATE.
012267     MOVE ZEROS TO LOAN-PAYMENTS-MADE.
012268     MOVE ZEROS TO LOAN-PRINCIPAL-PAID.
012269     MOVE ZEROS TO LOAN-INTEREST-PAID.
012270     MOVE ZEROS TO LOAN-LAST-PAYMENT-DATE.
012271     MOVE ZEROS TO LOAN-DAYS-PAST-DUE.
012272     MOVE ZEROS TO LOAN-ARREARS-AMOUNT.
012273     MOVE SPACES TO LOAN-COLLECT-NOTE.
012274
012275*    A stale loan record can only be left behind by a booking
012276*    that died between files; the new loan takes it over.
012277     WRITE LOAN-RECORD
012278         INVALID KEY
012279             REWRITE LOAN-RECORD
012280     END-WRITE.
012281 2550-EXIT.
012282     EXIT.
012283
012284*    Pay the principal into the repayment account, which was
012285*    proved active and the customer's own before anything was
012286*    booked.
012287 2560-POST-LOAN-PROCEEDS.
012288     MOVE WS-LN-REPAY-ACCOUNT TO ACCOUNT-NUMBER.
012289     READ ACCOUNT-FILE
012290         KEY IS ACCOUNT-NUMBER
012291         INVALID KEY
012292             DISPLAY "Repayment account " WS-LN-REPAY-ACCOUNT
012293                 " vanished -- see the reconciliation report."
012294             GO TO 2560-EXIT
012295     END-READ.
012296
012297     ADD WS-LN-PRINCIPAL TO ACCOUNT-BALANCE.
012298     MOVE "LN-PROCEED" TO WS-HISTORY-TYPE.
012299     MOVE "C" TO WS-HISTORY-DRCR.
012300     MOVE WS-LN-PRINCIPAL TO WS-HISTORY-AMOUNT.
012301     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
012302     REWRITE ACCOUNT-RECORD.
012303     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
012304 2560-EXIT.
012305     EXIT.
012306
012307 3000-MAKE-DEPOSIT.
012308     PERFORM 7000-SIGN-IN THRU 7000-EXIT.
012309     IF NOT SIGN-IN-OK
012310         GO TO 3000-EXIT
012311     END-IF.
012312
012313*    A loan account only takes money through Loan Payment,
012314*    which splits it between interest and principal.
012315     IF PRODUCT-LOAN
012316         DISPLAY "This is a loan account -- use Loan Payment"
012317             " (menu 22)."
012318         GO TO 3000-EXIT
012319     END-IF.
012320
012330*    Banking practice: a frozen account may still take
012340*    deposits -- only money OUT is blocked by a hold.
012620
012630     PERFORM 6000-VIEW-STATEMENT THRU 6000-EXIT.
012640 3000-EXIT.
012642     EXIT.
012644
012646*    Take a loan payment in cash over the counter.  The teller
012648*    keys the loan number, not an account PIN -- anyone may pay
012650*    a loan down.  Interest is charged first, at one month's
012652*    rate on what is still owed, and the rest of the payment
012654*    goes to principal; a payment may be anything from the
012656*    installment up to the full payoff, and one that clears the
012658*    balance closes the loan account.
012660 3500-TAKE-LOAN-PAYMENT.
012662     MOVE "Loan number:" TO QUESTION
012664     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012666     MOVE GENERIC-NUMBER-RAW TO LOAN-NUMBER.
012668
012670     READ LOAN-FILE
012672         KEY IS LOAN-NUMBER
012674         INVALID KEY
012676             DISPLAY "Loan not found."
012678             GO TO 3500-EXIT
012680     END-READ.
012682     IF NOT LOAN-OPEN
012684         DISPLAY "Loan " LOAN-NUMBER " is already paid off."
012686         GO TO 3500-EXIT
012688     END-IF.
012690
012692     MOVE LOAN-NUMBER TO ACCOUNT-NUMBER.
012694     READ ACCOUNT-FILE
012696         KEY IS ACCOUNT-NUMBER
012698         INVALID KEY
012700             DISPLAY "Loan account " LOAN-NUMBER " is missing --"
012702                 " see the reconciliation report."
012704             GO TO 3500-EXIT
012706     END-READ.
012708
012710     PERFORM 3510-COMPUTE-LOAN-PAYOFF THRU 3510-EXIT.
012712
012714     DISPLAY "LOAN " LOAN-NUMBER " " ACCOUNT-NAME.
012716     MOVE WS-LN-OUTSTANDING TO GENERIC-NUMBER-FORMATTED.
012718     DISPLAY "PRINCIPAL OWED: $" GENERIC-NUMBER-FORMATTED.
012720     MOVE WS-LN-INTEREST TO GENERIC-NUMBER-FORMATTED.
012722     DISPLAY "INTEREST DUE:   $" GENERIC-NUMBER-FORMATTED.
012724     MOVE WS-LN-PAYOFF TO GENERIC-NUMBER-FORMATTED.
012726     DISPLAY "PAYOFF AMOUNT:  $" GENERIC-NUMBER-FORMATTED.
012728     MOVE WS-LN-MINIMUM TO GENERIC-NUMBER-FORMATTED.
012730     DISPLAY "INSTALLMENT:    $" GENERIC-NUMBER-FORMATTED.
012732     IF LOAN-DAYS-PAST-DUE > ZERO
012734         DISPLAY "*** " LOAN-DAYS-PAST-DUE " DAYS PAST DUE ***"
012736     END-IF.
012738
012740     MOVE "Amount received:" TO QUESTION
012742     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012744     MOVE GENERIC-NUMBER-RAW TO WS-LN-AMOUNT.
012746     IF WS-LN-AMOUNT < WS-LN-MINIMUM
012748         DISPLAY "Payment must be at least the installment."
012750         GO TO 3500-EXIT
012752     END-IF.
012754     IF WS-LN-AMOUNT > WS-LN-PAYOFF
012756         DISPLAY "Payment is more than the payoff amount."
012758         GO TO 3500-EXIT
012760     END-IF.
012762
012764     PERFORM 3520-APPLY-LOAN-PAYMENT THRU 3520-EXIT.
012766     ADD WS-LN-AMOUNT TO WS-SESSION-CASH-IN.
012768     ADD 1 TO WS-SESSION-DEPOSITS.
012770
012772     MOVE WS-LN-INTEREST TO GENERIC-NUMBER-FORMATTED.
012774     DISPLAY "Applied to interest:  $" GENERIC-NUMBER-FORMATTED.
012776     MOVE WS-LN-PRINCIPAL-PART TO GENERIC-NUMBER-FORMATTED.
012778     DISPLAY "Applied to principal: $" GENERIC-NUMBER-FORMATTED.
012780     IF LOAN-PAID-OFF
012782         DISPLAY "Loan " LOAN-NUMBER " is paid in full and"
012784             " closed."
012786     ELSE
012788         DISPLAY "Next installment due " LOAN-NEXT-DUE-DATE "."
012790     END-IF.
012792 3500-EXIT.
012794     EXIT.
012796
012798*    What the loan account in the record buffer owes today.  The
012800*    balance is negative by the principal outstanding; interest
012802*    is one month at the loan rate, the same figure the nightly
012804*    collection charges, so the customer pays the same either
012806*    way.
012808 3510-COMPUTE-LOAN-PAYOFF.
012810     COMPUTE WS-LN-OUTSTANDING = ZERO - ACCOUNT-BALANCE.
012812     COMPUTE WS-LN-INTEREST ROUNDED =
012814         WS-LN-OUTSTANDING * LOAN-ANNUAL-RATE / 12.
012816     COMPUTE WS-LN-PAYOFF = WS-LN-OUTSTANDING + WS-LN-INTEREST.
012818     IF LOAN-PAYMENT-AMOUNT < WS-LN-PAYOFF
012820         MOVE LOAN-PAYMENT-AMOUNT TO WS-LN-MINIMUM
012822     ELSE
012824         MOVE WS-LN-PAYOFF TO WS-LN-MINIMUM
012826     END-IF.
012828 3510-EXIT.
012830     EXIT.
012832
012834*    Post the interest charge and then the payment to the loan
012836*    account, each with its own history and journal line, and
012838*    bring the loan master up to date.  The payment satisfies
012840*    one installment however large it is -- anything over goes
012842*    to principal and shortens the loan rather than paying
012844*    ahead.
012846 3520-APPLY-LOAN-PAYMENT.
012848     IF WS-LN-INTEREST > ZERO
012850         SUBTRACT WS-LN-INTEREST FROM ACCOUNT-BALANCE
012852         MOVE "LN-INT" TO WS-HISTORY-TYPE
012854         MOVE "D" TO WS-HISTORY-DRCR
012856         MOVE WS-LN-INTEREST TO WS-HISTORY-AMOUNT
012858         PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT
012860         PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT
012862     END-IF.
012864
012866     ADD WS-LN-AMOUNT TO ACCOUNT-BALANCE.
012868     MOVE "LN-PAYMENT" TO WS-HISTORY-TYPE.
012870     MOVE "C" TO WS-HISTORY-DRCR.
012872     MOVE WS-LN-AMOUNT TO WS-HISTORY-AMOUNT.
012874     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
012876     IF ACCOUNT-BALANCE NOT < ZERO
012878         SET ACCOUNT-CLOSED TO TRUE
012880     END-IF.
012882     REWRITE ACCOUNT-RECORD.
012884     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
012886
012888     COMPUTE WS-LN-PRINCIPAL-PART = WS-LN-AMOUNT - WS-LN-INTEREST.
012890     ADD WS-LN-PRINCIPAL-PART TO LOAN-PRINCIPAL-PAID.
012892     ADD WS-LN-INTEREST TO LOAN-INTEREST-PAID.
012894     ADD 1 TO LOAN-PAYMENTS-MADE.
012896     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012898     MOVE WS-TODAY-DATE TO LOAN-LAST-PAYMENT-DATE.
012900
012902     MOVE LOAN-NEXT-DUE-DATE TO WS-LN-DATE-WORK.
012904     MOVE LOAN-DUE-DAY TO WS-LN-DUE-DAY.
012906     PERFORM 2540-ADD-ONE-MONTH THRU 2540-EXIT.
012908     MOVE WS-LN-DATE-WORK TO LOAN-NEXT-DUE-DATE.
012910
012912     IF ACCOUNT-CLOSED
012914         SET LOAN-PAID-OFF TO TRUE
012916     END-IF.
012918*    Caught up -- the nightly aging pass would clear these
012920*    tonight anyway, but the teller should see it now.
012922     IF LOAN-NEXT-DUE-DATE NOT < WS-TODAY-DATE
012924         MOVE ZEROS TO LOAN-DAYS-PAST-DUE
012926         MOVE ZEROS TO LOAN-ARREARS-AMOUNT
012928         MOVE SPACES TO LOAN-COLLECT-NOTE
012930     END-IF.
012932     REWRITE LOAN-RECORD.
012934 3520-EXIT.
012936     EXIT.
012938
012940 4000-MAKE-WITHDRAWL.
012942     PERFORM 7000-SIGN-IN THRU 7000-EXIT.
012944     IF NOT SIGN-IN-OK
012946         GO TO 4000-EXIT
012948     END-IF.
012950
012952     IF ACCOUNT-FROZEN
012954         PERFORM 6500-SHOW-HOLD-REASON THRU 6500-EXIT
012956         GO TO 4000-EXIT
012958     END-IF.
012960     IF ACCOUNT-DORMANT
012962         DISPLAY "This account is dormant.  A supervisor must"
012964             " reactivate it (menu 19)."
012966         GO TO 4000-EXIT
012968     END-IF.
012970     IF NOT ACCOUNT-ACTIVE
012972         DISPLAY "This account is not active."
012974         GO TO 4000-EXIT
012976     END-IF.
012978*    Nothing is drawn on a loan account; the money was paid
012980*    out to the repayment account when the loan was booked.
012982     IF PRODUCT-LOAN
012984         DISPLAY "Money cannot be withdrawn from a loan account."
012986         GO TO 4000-EXIT
012988     END-IF.
012990
012992     MOVE "Withdraw how much?" TO QUESTION
012994     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
012996
012998*    A CD is a term deposit: before maturity the money only
013000*    comes out under supervisor approval, and the early
013002*    withdrawal costs the penalty charged below.  A CD opened
013004*    before terms existed has a zero maturity date and keeps
013006*    its old behaviour.
013008     MOVE "N" TO WS-CD-EARLY-FLAG.
013010     IF PRODUCT-CD AND ACCOUNT-CD-MATURITY-DATE > ZERO
013012         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013014         IF WS-TODAY-DATE < ACCOUNT-CD-MATURITY-DATE
013016             DISPLAY "This CD does not mature until "
013018                 ACCOUNT-CD-MATURITY-DATE "."
013020             DISPLAY "Early withdrawal needs supervisor"
013022                 " approval and costs a penalty."
013024             PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT
013026             IF NOT APPROVAL-OK
013028                 DISPLAY "Early withdrawal not approved."
013030                 GO TO 4000-EXIT
013032             END-IF
013034             SET CD-EARLY-WITHDRAWAL TO TRUE
013036         END-IF
013038     END-IF.
013040
013042*    The early-withdrawal approval above already put a second
013044*    operator on the transaction, so the over-threshold rule
013046*    does not demand the same approval twice.
013048     IF GENERIC-NUMBER-RAW > WS-SUPERVISOR-THRESHOLD
013050             AND NOT CD-EARLY-WITHDRAWAL
013052         PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT
013054         IF NOT APPROVAL-OK
013056             DISPLAY "Withdrawal not approved."
013058             GO TO 4000-EXIT
013060         END-IF
013062     END-IF.
013064
013066*    The day's cash already taken resets when the calendar
013068*    turns over; a daily limit of zero means no cap was set.
013070     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013072     IF ACCOUNT-DAILY-WD-DATE NOT = WS-TODAY-DATE
013074         MOVE WS-TODAY-DATE TO ACCOUNT-DAILY-WD-DATE
013076         MOVE ZEROS TO ACCOUNT-DAILY-WD-TOTAL
013078     END-IF.
013080
013082     IF ACCOUNT-DAILY-LIMIT > ZERO
013084         AND ACCOUNT-DAILY-WD-TOTAL + GENERIC-NUMBER-RAW
013086             > ACCOUNT-DAILY-LIMIT
013088         DISPLAY "Daily withdrawal limit would be exceeded."
013090         GO TO 4000-EXIT
013092     END-IF.
013094
013096*    An arranged overdraft lets the balance run negative down
013098*    to its limit, and not a cent past it.  On an early CD
013100*    withdrawal the penalty must clear the limit along with
013102*    the cash -- it is computed here, before any money moves,
013104*    so the charge can never push the account past the limit.
013106     MOVE ZEROS TO WS-CD-PENALTY-AMOUNT.
013108     IF CD-EARLY-WITHDRAWAL
013110         COMPUTE WS-CD-PENALTY-AMOUNT ROUNDED =
013112             GENERIC-NUMBER-RAW * WS-CD-PENALTY-RATE
013114     END-IF.
013116     IF GENERIC-NUMBER-RAW + WS-CD-PENALTY-AMOUNT >
013118             ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
013120         DISPLAY "Insufficient Funds."
013122         IF CD-EARLY-WITHDRAWAL
013124             DISPLAY "The early-withdrawal penalty must be"
013126                 " covered too -- ask for a smaller amount."
013128         END-IF
013130     ELSE
013132         SUBTRACT GENERIC-NUMBER-RAW FROM ACCOUNT-BALANCE
013134         ADD GENERIC-NUMBER-RAW TO ACCOUNT-DAILY-WD-TOTAL
013136         MOVE "WITHDRAWAL" TO WS-HISTORY-TYPE
013138         MOVE "D" TO WS-HISTORY-DRCR
013140         MOVE GENERIC-NUMBER-RAW TO WS-HISTORY-AMOUNT
013142         PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT
013144         REWRITE ACCOUNT-RECORD
013146         PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT
013148         ADD GENERIC-NUMBER-RAW TO WS-SESSION-CASH-OUT
013150         ADD 1 TO WS-SESSION-WITHDRAWALS
013152         IF CD-EARLY-WITHDRAWAL
013154             PERFORM 4100-CHARGE-CD-PENALTY THRU 4100-EXIT
013156         END-IF
013158     END-IF
013160
013162     PERFORM 6000-VIEW-STATEMENT THRU 6000-EXIT.
013164 4000-EXIT.
013166     EXIT.
013168
013170*    The early-withdrawal penalty posts as its own debit right
013172*    behind the withdrawal, with its own history and journal
013174*    lines, so the statement shows the customer exactly what
013176*    breaking the term cost.  The amount was computed -- and
013178*    proved against the overdraft limit -- before the cash
013180*    moved, in 4000 above.
013182 4100-CHARGE-CD-PENALTY.
013184     IF WS-CD-PENALTY-AMOUNT = ZERO
013186         GO TO 4100-EXIT
013188     END-IF.
013190
013192     SUBTRACT WS-CD-PENALTY-AMOUNT FROM ACCOUNT-BALANCE.
013194     MOVE "CD-PENALTY" TO WS-HISTORY-TYPE.
013196     MOVE "D" TO WS-HISTORY-DRCR.
013198     MOVE WS-CD-PENALTY-AMOUNT TO WS-HISTORY-AMOUNT.
013200     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
013202     REWRITE ACCOUNT-RECORD.
013204     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
013206
013208     MOVE WS-CD-PENALTY-AMOUNT TO GENERIC-NUMBER-FORMATTED.
013210     DISPLAY "Early withdrawal penalty charged: $"
013212         GENERIC-NUMBER-FORMATTED.
013214 4100-EXIT.
014146     EXIT.
014147
014148 5000-MAKE-TRANSFER.
014149     PERFORM 7000-SIGN-IN THRU 7000-EXIT.
014150     IF NOT SIGN-IN-OK
014151         GO TO 5000-EXIT
014152     END-IF.
014153
014154     IF ACCOUNT-FROZEN
014155         PERFORM 6500-SHOW-HOLD-REASON THRU 6500-EXIT
014156         GO TO 5000-EXIT
014157     END-IF.
014158     IF ACCOUNT-DORMANT
014159         DISPLAY "This account is dormant.  A supervisor must"
014160             " reactivate it (menu 19)."
014161         GO TO 5000-EXIT
014162     END-IF.
014163     IF NOT ACCOUNT-ACTIVE
014170         DISPLAY "This account is not active."
014171         GO TO 5000-EXIT
014172     END-IF.
014173     IF PRODUCT-LOAN
014174         DISPLAY "Money cannot be transferred out of a loan"
014175             " account."
014180         GO TO 5000-EXIT
014190     END-IF.
014200*    Money does not transfer out of a CD before maturity; the
014760         DISPLAY "Destination account is not active."
014770         GO TO 5000-EXIT
014780     END-IF.
014781     IF PRODUCT-LOAN
014782         DISPLAY "Destination is a loan account -- use Loan"
014783             " Payment (menu 22)."
014784         GO TO 5000-EXIT
014785     END-IF.
014790
014800     ADD GENERIC-NUMBER-RAW TO ACCOUNT-BALANCE.
014810     MOVE "TRF-CREDIT" TO WS-HISTORY-TYPE.
015070 5500-CLOSE-ACCOUNT.
015080     IF ACCOUNT-CLOSED
015090         DISPLAY "Account " ACCOUNT-NUMBER " is already closed."
015091         GO TO 5500-EXIT
015092     END-IF.
015093
015094*    A loan account closes itself when the last installment
015095*    pays it off -- closing it by hand would strand the debt.
015096     IF PRODUCT-LOAN
015097         DISPLAY "A loan account closes when the loan is paid"
015098             " off."
015099         GO TO 5500-EXIT
015100     END-IF.
015101
015102*    An overdrawn account cannot simply be closed -- the debt
015103*    would vanish with it.  It is charged off through
015104*    collections, which writes the debt off and closes it.
015105     IF ACCOUNT-BALANCE < ZERO
015106         DISPLAY "Account " ACCOUNT-NUMBER " is overdrawn -- it"
015107             " is charged off through collections (menu 25)."
015108         GO TO 5500-EXIT
015110     END-IF.
015120
015130*    A frozen account may not be closed over its hold -- the
017190     MOVE ACCOUNT-NUMBER TO WS-AUDIT-TARGET.
017200     MOVE "S" TO WS-AUDIT-OUTCOME.
017210     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
017212
017214     IF HOLD-DECEASED
017216         PERFORM 5662-LIST-POD-BENEFICIARIES THRU 5662-EXIT
017218     END-IF.
017220 5660-EXIT.
017221     EXIT.
017222
017223*    A deceased customer's account is paid out to its payable-
017224*    on-death beneficiaries, so the branch is shown who to contact
017225*    as soon as the DE hold goes on.
017226 5662-LIST-POD-BENEFICIARIES.
017227     MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT.
017228     MOVE ZERO TO WS-POD-COUNT.
017229     MOVE "N" TO WS-REL-FILE-AT-END.
017230
017231     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
017232     MOVE ZEROS TO REL-CUSTOMER-NUMBER.
017233     START RELATIONSHIP-FILE KEY IS >= REL-KEY
017234         INVALID KEY
017235             SET REL-FILE-AT-END TO TRUE
017236     END-START.
017237
017238     DISPLAY "POD BENEFICIARIES TO CONTACT:".
017239     PERFORM 5663-SHOW-ONE-BENEFICIARY THRU 5663-EXIT
017240         UNTIL REL-FILE-AT-END.
017241
017242     IF WS-POD-COUNT = ZERO
017243         DISPLAY "  None on file -- refer the estate to the"
017244             " branch manager."
017245     END-IF.
017246 5662-EXIT.
017247     EXIT.
017248
017249 5663-SHOW-ONE-BENEFICIARY.
017250     READ RELATIONSHIP-FILE NEXT RECORD
017251         AT END
017252             SET REL-FILE-AT-END TO TRUE
017253             GO TO 5663-EXIT
017254     END-READ.
017255     IF REL-ACCOUNT-NUMBER NOT = WS-REL-ACCOUNT
017256         SET REL-FILE-AT-END TO TRUE
017257         GO TO 5663-EXIT
017258     END-IF.
017259     IF NOT REL-POD-BENEFICIARY OR NOT REL-ACTIVE
017260         GO TO 5663-EXIT
017261     END-IF.
017262
017263     ADD 1 TO WS-POD-COUNT.
017264     MOVE REL-CUSTOMER-NUMBER TO CUST-NUMBER.
017265     READ CUSTOMER-FILE
017266         KEY IS CUST-NUMBER
017267         INVALID KEY
017268             DISPLAY "  CUSTOMER " REL-CUSTOMER-NUMBER
017269                 " -- NOT ON THE CUSTOMER FILE"
017270             GO TO 5663-EXIT
017271     END-READ.
017272     DISPLAY "  CUSTOMER " CUST-NUMBER " " CUST-NAME
017273         " PHONE " CUST-PHONE.
017274     DISPLAY "           " CUST-ADDRESS-1.
017275     IF CUST-ADDRESS-2 NOT = SPACES
017276         DISPLAY "           " CUST-ADDRESS-2
017277     END-IF.
017278     DISPLAY "           " CUST-CITY " " CUST-STATE " " CUST-ZIP.
017279 5663-EXIT.
017280     EXIT.
017281
017282 5665-ASK-FOR-HOLD-REASON.
017283     DISPLAY "Hold reasons: LH=Legal hold  SF=Suspected fraud".
017284     DISPLAY "              DE=Deceased    RM=Returned mail".
017285     MOVE "Reason code:" TO QUESTION
017290     PERFORM 9000-ASK THRU 9000-EXIT.
017300     MOVE RESPONSE (1:2) TO HOLD-REASON-CODE.
017310     IF NOT HOLD-REASON-VALID
018030 5680-EXIT.
018040     EXIT.
018050
018051*    Write off an overdrawn account the nightly collections job
018052*    has put on the charge-off candidate report.  The branch
018053*    manager approves it as the second operator; the debt is
018054*    written off with a CHARGE-OFF credit that brings the
018055*    balance to zero, and the account is closed.
018056 5690-CHARGE-OFF-ACCOUNT.
018057     MOVE "Account number:" TO QUESTION
018058     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
018059     MOVE GENERIC-NUMBER-RAW TO ACCOUNT-NUMBER.
018060
018061     READ ACCOUNT-FILE
018062         KEY IS ACCOUNT-NUMBER
018063         INVALID KEY
018064             DISPLAY "Account not found."
018065             GO TO 5690-EXIT
018066     END-READ.
018067
018068     IF ACCOUNT-CLOSED
018069         DISPLAY "Account " ACCOUNT-NUMBER " is already closed."
018070         GO TO 5690-EXIT
018071     END-IF.
018072
018073     IF COLLECTION-FILE-NOT-FOUND
018074         DISPLAY "No account is on the charge-off candidate list."
018075         GO TO 5690-EXIT
018076     END-IF.
018077     MOVE ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER.
018078     READ COLLECTION-FILE
018079         KEY IS COLL-ACCOUNT-NUMBER
018080         INVALID KEY
018081             MOVE SPACE TO COLL-STATUS
018082     END-READ.
018083     IF NOT COLL-CHARGE-OFF-CANDIDATE
018084         DISPLAY "Account " ACCOUNT-NUMBER " is not on the"
018085             " charge-off candidate list."
018086         GO TO 5690-EXIT
018087     END-IF.
018088
018089*    Money may have come in since last night's report.
018090     IF ACCOUNT-BALANCE NOT < ZERO
018091         DISPLAY "Account " ACCOUNT-NUMBER " is no longer"
018092             " overdrawn -- nothing to charge off."
018093         GO TO 5690-EXIT
018094     END-IF.
018095
018096     IF ACCOUNT-FROZEN
018097         PERFORM 6500-SHOW-HOLD-REASON THRU 6500-EXIT
018098         DISPLAY "Unfreeze the account before charging it off."
018099         GO TO 5690-EXIT
018100     END-IF.
018101
018102     COMPUTE WS-HISTORY-AMOUNT = ZERO - ACCOUNT-BALANCE.
018103     DISPLAY "CHARGE-OFF " ACCOUNT-NUMBER " " ACCOUNT-NAME.
018104     DISPLAY "Overdrawn since " COLL-OVERDRAWN-SINCE ", "
018105         COLL-DAYS-OVERDRAWN " days, " COLL-NOTICES-SENT
018106         " notices sent.".
018107     MOVE WS-HISTORY-AMOUNT TO GENERIC-NUMBER-FORMATTED.
018108     DISPLAY "Amount to write off: " GENERIC-NUMBER-FORMATTED.
018109     MOVE "Charge off and close this account (Y/N)?" TO QUESTION
018110     PERFORM 9000-ASK THRU 9000-EXIT.
018111     IF RESPONSE (1:1) NOT = "Y"
018112         DISPLAY "Charge-off cancelled."
018113         GO TO 5690-EXIT
018114     END-IF.
018115
018116     PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT.
018117     IF NOT APPROVAL-OK
018118         DISPLAY "Charge-off not approved."
018119         MOVE "CHRG-OFF" TO WS-AUDIT-TYPE
018120         MOVE ACCOUNT-NUMBER TO WS-AUDIT-TARGET
018121         MOVE "F" TO WS-AUDIT-OUTCOME
018122         PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT
018123         GO TO 5690-EXIT
018124     END-IF.
018125
018126     ADD WS-HISTORY-AMOUNT TO ACCOUNT-BALANCE.
018127     MOVE "CHARGE-OFF" TO WS-HISTORY-TYPE.
018128     MOVE "C" TO WS-HISTORY-DRCR.
018129     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
018130     SET ACCOUNT-CLOSED TO TRUE.
018131     REWRITE ACCOUNT-RECORD.
018132     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
018133
018134*    TELLER-ID is left holding the approving manager.
018135     SET COLL-CHARGED-OFF TO TRUE.
018136     ACCEPT COLL-CHARGED-OFF-DATE FROM DATE YYYYMMDD.
018137     MOVE WS-HISTORY-AMOUNT TO COLL-CHARGED-OFF-AMOUNT.
018138     MOVE ZEROS TO COLL-BALANCE.
018139     MOVE WS-OPERATOR-ID TO COLL-CHARGED-OFF-BY.
018140     MOVE TELLER-ID TO COLL-APPROVED-BY.
018141     REWRITE COLLECTION-RECORD.
018142
018143     DISPLAY "Account " ACCOUNT-NUMBER " charged off and closed.".
018144     MOVE "CHRG-OFF" TO WS-AUDIT-TYPE.
018145     MOVE ACCOUNT-NUMBER TO WS-AUDIT-TARGET.
018146     MOVE "S" TO WS-AUDIT-OUTCOME.
018147     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
018148 5690-EXIT.
018149     EXIT.
018150
018151*    The signed-in account is the source of the new order.  The
018152*    destination is validated against ACCOUNT-FILE before
018153*    anything is written, and an amount over the branch
018154*    threshold needs the same supervisor approval a keyed
018155*    transfer of that size would.
018156 5700-SET-UP-STANDING-ORDER.
018157     IF ACCOUNT-FROZEN
018158         PERFORM 6500-SHOW-HOLD-REASON THRU 6500-EXIT
018159         GO TO 5700-EXIT
018160     END-IF.
018161     IF NOT ACCOUNT-ACTIVE
018170         DISPLAY "This account is not active."
018171         GO TO 5700-EXIT
018172     END-IF.
018173     IF PRODUCT-LOAN
018174         DISPLAY "A loan account cannot be the source of a"
018175             " standing order."
018180         GO TO 5700-EXIT
018190     END-IF.
018200*    A standing order would drain a term deposit behind the
018450     END-READ.
018460     IF NOT ACCOUNT-ACTIVE
018470         DISPLAY "Destination account is not active."
018471         GO TO 5700-EXIT
018472     END-IF.
018473     IF PRODUCT-LOAN
018474         DISPLAY "Destination is a loan account -- the nightly"
018475             " loan job collects installments itself."
018480         GO TO 5700-EXIT
018490     END-IF.
018500
019180     PERFORM 5810-LIST-ONE-ORDER THRU 5810-EXIT
019190         UNTIL ORDER-FILE-AT-END.
019200
019201     IF NOT ORDER-LISTED
019202         DISPLAY "No standing orders on file."
019203         GO TO 5800-EXIT
019204     END-IF.
019205
019206     MOVE "Order number to cancel (0 for none):" TO QUESTION
019207     PERFORM 9130-ASK-FOR-AMOUNT THRU 9130-EXIT.
019208     MOVE GENERIC-NUMBER-RAW TO WS-CANCEL-ORDER-NUMBER.
019209     IF WS-CANCEL-ORDER-NUMBER = ZERO
019210         GO TO 5800-EXIT
019211     END-IF.
019212
019213     MOVE WS-CANCEL-ORDER-NUMBER TO SO-ORDER-NUMBER.
019214     READ STANDING-ORDER-FILE
019215         KEY IS SO-ORDER-NUMBER
019216         INVALID KEY
019217             DISPLAY "Order not found."
019218             GO TO 5800-EXIT
019219     END-READ.
019220
019221     IF SO-SOURCE-ACCOUNT NOT = WS-SO-CUSTOMER-ACCOUNT
019222         DISPLAY "That order does not belong to this account."
019223         GO TO 5800-EXIT
019224     END-IF.
019225
019226     IF ORDER-CANCELLED
019227         DISPLAY "Order " SO-ORDER-NUMBER " is already cancelled."
019228         GO TO 5800-EXIT
019229     END-IF.
019230
019231     SET ORDER-CANCELLED TO TRUE.
019232     REWRITE STANDING-ORDER-RECORD.
019233     DISPLAY "Order " SO-ORDER-NUMBER " cancelled.".
019234 5800-EXIT.
019235     EXIT.
019236
019237 5810-LIST-ONE-ORDER.
019238     READ STANDING-ORDER-FILE NEXT RECORD
019239         AT END
019240             SET ORDER-FILE-AT-END TO TRUE
019241             GO TO 5810-EXIT
019242     END-READ.
019243
019244     IF SO-SOURCE-ACCOUNT = WS-SO-CUSTOMER-ACCOUNT
019245             AND ORDER-ACTIVE
019246         SET ORDER-LISTED TO TRUE
019247         MOVE SO-AMOUNT TO GENERIC-NUMBER-FORMATTED
019248         DISPLAY "ORDER " SO-ORDER-NUMBER
019249             " TO " SO-DEST-ACCOUNT
019250             " $" GENERIC-NUMBER-FORMATTED
019251             " DAY " SO-DAY-OF-MONTH
019252             " FROM " SO-START-DATE
019253             " TO " SO-END-DATE
019254     END-IF.
019255 5810-EXIT.
019256     EXIT.
019257
019258*    Stop-payment orders on the signed-in account.  The customer
019259*    asks for these, so they sit behind the PIN the way standing
019260*    orders do.  A stop is listed, placed or released here and
019261*    the nightly Check-Clearing-Batch job returns any presented
019262*    check that hits one.  Placing and releasing are both
019263*    audited, because a stop put on or taken off by mistake
019264*    pays or bounces a customer's check.
019265 5850-STOP-PAYMENTS.
019266     MOVE ACCOUNT-NUMBER TO WS-STOP-ACCOUNT.
019267
019268     PERFORM 5870-LIST-STOPS THRU 5870-EXIT.
019269
019270     MOVE SPACE TO WS-STOP-ACTION.
019271     MOVE "Place, release or neither (P/R/N):" TO QUESTION
019272     PERFORM 9000-ASK THRU 9000-EXIT.
019273     MOVE RESPONSE (1:1) TO WS-STOP-ACTION.
019274
019275     EVALUATE TRUE
019276         WHEN STOP-ACTION-PLACE
019277             PERFORM 5855-PLACE-STOP THRU 5855-EXIT
019278         WHEN STOP-ACTION-RELEASE
019279             PERFORM 5880-RELEASE-STOP THRU 5880-EXIT
019280         WHEN OTHER
019281             CONTINUE
019282     END-EVALUATE.
019283 5850-EXIT.
019284     EXIT.
019285
019286*    Only checking and money market accounts have checks drawn
019287*    on them.  A stop on a check that already has a released or
019288*    lapsed stop takes that record over; an active one is left
019289*    alone so the customer's original instruction stands.
019290 5855-PLACE-STOP.
019291     IF NOT (PRODUCT-CHECKING OR PRODUCT-MONEY-MARKET)
019292         DISPLAY "Checks are only drawn on checking and money"
019293             " market accounts."
019294         GO TO 5855-EXIT
019295     END-IF.
019296     IF ACCOUNT-CLOSED
019297         DISPLAY "Account " ACCOUNT-NUMBER " is closed."
019298         GO TO 5855-EXIT
019299     END-IF.
019300
019301     MOVE "Check number to stop:" TO QUESTION
019302     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
019303     IF GENERIC-NUMBER-RAW > 999999
019304         DISPLAY "Check numbers run to six digits."
019305         GO TO 5855-EXIT
019306     END-IF.
019307     MOVE GENERIC-NUMBER-RAW TO WS-STOP-CHECK.
019308     MOVE WS-STOP-ACCOUNT TO STOP-ACCOUNT-NUMBER.
019309     MOVE WS-STOP-CHECK TO STOP-CHECK-NUMBER.
019310
019311     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019312     MOVE "N" TO WS-STOP-ON-FILE.
019313     READ STOP-FILE
019314         KEY IS STOP-KEY
019315         INVALID KEY
019316             CONTINUE
019317         NOT INVALID KEY
019318             SET STOP-ON-FILE TO TRUE
019319     END-READ.
019320     IF STOP-ON-FILE AND STOP-ACTIVE
019321             AND STOP-EXPIRY-DATE NOT < WS-TODAY-DATE
019322         DISPLAY "Check " STOP-CHECK-NUMBER
019323             " already has a stop, expiring "
019324             STOP-EXPIRY-DATE "."
019325         GO TO 5855-EXIT
019326     END-IF.
019327
019328     MOVE "Lowest amount to stop (0 for any):" TO QUESTION
019329     PERFORM 9130-ASK-FOR-AMOUNT THRU 9130-EXIT.
019330     MOVE GENERIC-NUMBER-RAW TO STOP-AMOUNT-LOW.
019331     MOVE "Highest amount to stop (0 for any):" TO QUESTION
019332     PERFORM 9130-ASK-FOR-AMOUNT THRU 9130-EXIT.
019333     MOVE GENERIC-NUMBER-RAW TO STOP-AMOUNT-HIGH.
019334*    One end of the range left open means no limit that way.
019335     IF STOP-AMOUNT-HIGH = ZERO AND STOP-AMOUNT-LOW > ZERO
019336         MOVE 9999999.99 TO STOP-AMOUNT-HIGH
019337     END-IF.
019338     IF STOP-AMOUNT-HIGH < STOP-AMOUNT-LOW
019339         DISPLAY "Highest amount is below the lowest."
019340         GO TO 5855-EXIT
019341     END-IF.
019342
019343     MOVE SPACE TO STOP-REASON-CODE.
019344     PERFORM 5860-ASK-STOP-REASON THRU 5860-EXIT
019345         UNTIL STOP-REASON-VALID.
019346     MOVE "Reason details:" TO QUESTION
019347     PERFORM 9000-ASK THRU 9000-EXIT.
019348     MOVE RESPONSE TO STOP-REASON-TEXT.
019349
019350     MOVE "N" TO WS-NUMBER-VALID.
019351     PERFORM 5865-ASK-STOP-EXPIRY THRU 5865-EXIT
019352         UNTIL NUMBER-VALID.
019353     MOVE GENERIC-DATE TO STOP-EXPIRY-DATE.
019354
019355     MOVE WS-STOP-ACCOUNT TO STOP-ACCOUNT-NUMBER.
019356     MOVE WS-STOP-CHECK TO STOP-CHECK-NUMBER.
019357     MOVE WS-OPERATOR-ID TO STOP-PLACED-BY.
019358     MOVE WS-TODAY-DATE TO STOP-PLACED-DATE.
019359     SET STOP-ACTIVE TO TRUE.
019360     MOVE SPACES TO STOP-RELEASED-BY.
019361     MOVE ZEROS TO STOP-RELEASED-DATE.
019362     MOVE ZEROS TO STOP-LAST-HIT-DATE.
019363
019364     IF STOP-ON-FILE
019365         REWRITE STOP-PAYMENT-RECORD
019366     ELSE
019367         WRITE STOP-PAYMENT-RECORD
019368             INVALID KEY
019369                 DISPLAY "Stop already on file for that check."
019370                 GO TO 5855-EXIT
019371         END-WRITE
019372     END-IF.
019373
019374     DISPLAY "Stop placed on check " STOP-CHECK-NUMBER
019375         " until " STOP-EXPIRY-DATE ".".
019376     MOVE "STOP-PLACE" TO WS-AUDIT-TYPE.
019377     MOVE WS-STOP-ACCOUNT TO WS-AUDIT-TARGET.
019378     MOVE "S" TO WS-AUDIT-OUTCOME.
019379     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
019380 5855-EXIT.
019381     EXIT.
019382
019383 5860-ASK-STOP-REASON.
019384     DISPLAY "Stop reasons: L=Lost      S=Stolen".
019385     DISPLAY "              D=Disputed  O=Other".
019386     MOVE "Reason code:" TO QUESTION
019387     PERFORM 9000-ASK THRU 9000-EXIT.
019388     MOVE RESPONSE (1:1) TO STOP-REASON-CODE.
019389     IF NOT STOP-REASON-VALID
019390         DISPLAY "Reason must be L, S, D or O."
019391     END-IF.
019392 5860-EXIT.
019393     EXIT.
019394
019395*    A blank reply takes the branch's standard term; a keyed
019396*    date must fall after today.
019397 5865-ASK-STOP-EXPIRY.
019398     MOVE "Expiry date YYYYMMDD (blank for standard):"
019399         TO QUESTION
019400     PERFORM 9000-ASK THRU 9000-EXIT.
019401     IF RESPONSE = SPACES
019402         PERFORM 5866-COMPUTE-STOP-EXPIRY THRU 5866-EXIT
019403         SET NUMBER-VALID TO TRUE
019404         GO TO 5865-EXIT
019405     END-IF.
019406     PERFORM 9370-ACCEPT-DATE THRU 9370-EXIT.
019407     IF NOT NUMBER-VALID
019408         DISPLAY "Please enter a date as YYYYMMDD."
019409         GO TO 5865-EXIT
019410     END-IF.
019411     IF GENERIC-DATE NOT > WS-TODAY-DATE
019412         DISPLAY "Expiry date must be after today."
019413         MOVE "N" TO WS-NUMBER-VALID
019414     END-IF.
019415 5865-EXIT.
019416     EXIT.
019417
019418*    Whole months forward from today -- the same year*12
019419*    arithmetic the CD maturity date uses.  A day past the 28th
019420*    is brought back to the 28th so the date is always real.
019421 5866-COMPUTE-STOP-EXPIRY.
019422     COMPUTE WS-STOP-TOTAL-MONTHS =
019423         (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH - 1
019424             + WS-STOP-TERM-MONTHS.
019425     DIVIDE WS-STOP-TOTAL-MONTHS BY 12
019426         GIVING WS-STOP-EXPIRY-YEAR
019427         REMAINDER WS-STOP-EXPIRY-MONTH.
019428     ADD 1 TO WS-STOP-EXPIRY-MONTH.
019429     MOVE WS-TODAY-DAY TO WS-STOP-EXPIRY-DAY.
019430     IF WS-STOP-EXPIRY-DAY > 28
019431         MOVE 28 TO WS-STOP-EXPIRY-DAY
019432     END-IF.
019433     COMPUTE GENERIC-DATE =
019434         (WS-STOP-EXPIRY-YEAR * 10000)
019435             + (WS-STOP-EXPIRY-MONTH * 100) + WS-STOP-EXPIRY-DAY.
019436 5866-EXIT.
019437     EXIT.
019438
019439 5870-LIST-STOPS.
019440     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019441     MOVE "N" TO WS-STOP-FILE-AT-END.
019442     MOVE "N" TO WS-STOP-LISTED.
019443
019444     MOVE WS-STOP-ACCOUNT TO STOP-ACCOUNT-NUMBER.
019445     MOVE ZEROS TO STOP-CHECK-NUMBER.
019446     START STOP-FILE KEY IS >= STOP-KEY
019447         INVALID KEY
019448             SET STOP-FILE-AT-END TO TRUE
019449     END-START.
019450
019451     DISPLAY "STOP PAYMENTS FOR ACCOUNT: " WS-STOP-ACCOUNT.
019452     PERFORM 5875-LIST-ONE-STOP THRU 5875-EXIT
019453         UNTIL STOP-FILE-AT-END.
019454
019455     IF NOT STOP-LISTED
019456         DISPLAY "No stop payments on file."
019457     END-IF.
019458 5870-EXIT.
019459     EXIT.
019460
019461*    Released and lapsed stops are shown too, marked as such, so
019462*    the teller can answer a customer asking why a check paid.
019463 5875-LIST-ONE-STOP.
019464     READ STOP-FILE NEXT RECORD
019465         AT END
019466             SET STOP-FILE-AT-END TO TRUE
019467             GO TO 5875-EXIT
019468     END-READ.
019469     IF STOP-ACCOUNT-NUMBER NOT = WS-STOP-ACCOUNT
019470         SET STOP-FILE-AT-END TO TRUE
019471         GO TO 5875-EXIT
019472     END-IF.
019473
019474     SET STOP-LISTED TO TRUE.
019475     EVALUATE TRUE
019476         WHEN STOP-RELEASED
019477             MOVE "RELEASED" TO WS-STOP-STATE-TEXT
019478         WHEN STOP-EXPIRY-DATE < WS-TODAY-DATE
019479             MOVE "LAPSED" TO WS-STOP-STATE-TEXT
019480         WHEN OTHER
019481             MOVE "ACTIVE" TO WS-STOP-STATE-TEXT
019482     END-EVALUATE.
019483     MOVE STOP-AMOUNT-LOW TO GENERIC-NUMBER-FORMATTED.
019484     MOVE STOP-AMOUNT-HIGH TO WS-STOP-HIGH-FORMATTED.
019485     DISPLAY "CHECK " STOP-CHECK-NUMBER
019486         " " WS-STOP-STATE-TEXT
019487         " $" GENERIC-NUMBER-FORMATTED
019488         " TO $" WS-STOP-HIGH-FORMATTED
019489         " REASON " STOP-REASON-CODE
019490         " EXPIRES " STOP-EXPIRY-DATE.
019491     DISPLAY "      " STOP-REASON-TEXT
019492         " PLACED " STOP-PLACED-DATE
019493         " BY " STOP-PLACED-BY.
019494 5875-EXIT.
019495     EXIT.
019496
019497 5880-RELEASE-STOP.
019498     MOVE "Check number to release:" TO QUESTION
019499     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
019500     IF GENERIC-NUMBER-RAW > 999999
019501         DISPLAY "Check numbers run to six digits."
019502         GO TO 5880-EXIT
019503     END-IF.
019504     MOVE WS-STOP-ACCOUNT TO STOP-ACCOUNT-NUMBER.
019505     MOVE GENERIC-NUMBER-RAW TO STOP-CHECK-NUMBER.
019506
019507     READ STOP-FILE
019508         KEY IS STOP-KEY
019509         INVALID KEY
019510             DISPLAY "No stop on file for that check."
019511             GO TO 5880-EXIT
019512     END-READ.
019513
019514     IF STOP-RELEASED
019515         DISPLAY "Stop on check " STOP-CHECK-NUMBER
019516             " is already released."
019517         GO TO 5880-EXIT
019518     END-IF.
019519
019520     MOVE "Release this stop (Y/N)?" TO QUESTION
019521     PERFORM 9000-ASK THRU 9000-EXIT.
019522     IF RESPONSE (1:1) NOT = "Y"
019523         DISPLAY "Stop left in place."
019524         GO TO 5880-EXIT
019525     END-IF.
019526
019527     SET STOP-RELEASED TO TRUE.
019528     MOVE WS-OPERATOR-ID TO STOP-RELEASED-BY.
019529     ACCEPT STOP-RELEASED-DATE FROM DATE YYYYMMDD.
019530     REWRITE STOP-PAYMENT-RECORD.
019531
019532     DISPLAY "Stop on check " STOP-CHECK-NUMBER " released.".
019533     MOVE "STOP-REL" TO WS-AUDIT-TYPE.
019534     MOVE WS-STOP-ACCOUNT TO WS-AUDIT-TARGET.
019535     MOVE "S" TO WS-AUDIT-OUTCOME.
019536     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
019537 5880-EXIT.
019538     EXIT.
019539
019540*    Joint owners, authorized signers and payable-on-death
019541*    beneficiaries.  The customer instructs these, so they sit
019542*    behind the PIN the way stop payments do.  The primary owner
019543*    is the account's own customer number and is shown from the
019544*    account record; every other role lives on RELATIONSHIP-FILE.
019545 5890-ACCOUNT-RELATIONSHIPS.
019546     MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT.
019547
019548     PERFORM 5891-LIST-RELATIONSHIPS THRU 5891-EXIT.
019549
019550     MOVE SPACE TO WS-REL-ACTION.
019551     MOVE "Add, end or neither (A/E/N):" TO QUESTION
019552     PERFORM 9000-ASK THRU 9000-EXIT.
019553     MOVE RESPONSE (1:1) TO WS-REL-ACTION.
019554
019555     EVALUATE TRUE
019556         WHEN REL-ACTION-ADD
019557             PERFORM 5893-ADD-RELATIONSHIP THRU 5893-EXIT
019558         WHEN REL-ACTION-END
019559             PERFORM 5897-END-RELATIONSHIP THRU 5897-EXIT
019560         WHEN OTHER
019561             CONTINUE
019562     END-EVALUATE.
019563 5890-EXIT.
019564     EXIT.
019565
019566 5891-LIST-RELATIONSHIPS.
019567     MOVE "N" TO WS-REL-FILE-AT-END.
019568     MOVE "N" TO WS-REL-LISTED.
019569
019570     DISPLAY "RELATIONSHIPS FOR ACCOUNT: " WS-REL-ACCOUNT.
019571     DISPLAY "CUSTOMER " ACCOUNT-CUSTOMER-NUMBER
019572         " " ACCOUNT-NAME " PRIMARY OWNER".
019573
019574     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019575     MOVE ZEROS TO REL-CUSTOMER-NUMBER.
019576     START RELATIONSHIP-FILE KEY IS >= REL-KEY
019577         INVALID KEY
019578             SET REL-FILE-AT-END TO TRUE
019579     END-START.
019580
019581     PERFORM 5892-LIST-ONE-RELATIONSHIP THRU 5892-EXIT
019582         UNTIL REL-FILE-AT-END.
019583
019584     IF NOT REL-LISTED
019585         DISPLAY "No other relationships on file."
019586     END-IF.
019587 5891-EXIT.
019588     EXIT.
019589
019590*    The active primary record only mirrors the account, shown
019591*    above.  Ended relationships are listed too, so the teller
019592*    can answer who was on the account and until when.
019593 5892-LIST-ONE-RELATIONSHIP.
019594     READ RELATIONSHIP-FILE NEXT RECORD
019595         AT END
019596             SET REL-FILE-AT-END TO TRUE
019597             GO TO 5892-EXIT
019598     END-READ.
019599     IF REL-ACCOUNT-NUMBER NOT = WS-REL-ACCOUNT
019600         SET REL-FILE-AT-END TO TRUE
019601         GO TO 5892-EXIT
019602     END-IF.
019603     IF REL-PRIMARY AND REL-ACTIVE
019604         GO TO 5892-EXIT
019605     END-IF.
019606
019607     SET REL-LISTED TO TRUE.
019608     PERFORM 5898-SET-ROLE-TEXT THRU 5898-EXIT.
019609     MOVE REL-CUSTOMER-NUMBER TO CUST-NUMBER.
019610     READ CUSTOMER-FILE
019611         KEY IS CUST-NUMBER
019612         INVALID KEY
019613             MOVE "NOT ON CUSTOMER FILE" TO CUST-NAME
019614     END-READ.
019615
019616     IF REL-ACTIVE
019617         DISPLAY "CUSTOMER " REL-CUSTOMER-NUMBER " " CUST-NAME
019618             " " WS-REL-ROLE-TEXT " SINCE " REL-START-DATE
019619             " " WS-REL-COPY-TEXT
019620     ELSE
019621         DISPLAY "CUSTOMER " REL-CUSTOMER-NUMBER " " CUST-NAME
019622             " " WS-REL-ROLE-TEXT " ENDED " REL-END-DATE
019623     END-IF.
019624 5892-EXIT.
019625     EXIT.
019626
019627*    The file holds one record per account and customer, so a
019628*    customer already on the account in another role, or whose
019629*    relationship has ended, has that record rewritten in place.
019630 5893-ADD-RELATIONSHIP.
019631     IF ACCOUNT-CLOSED
019632         DISPLAY "Account " ACCOUNT-NUMBER " is closed."
019633         GO TO 5893-EXIT
019634     END-IF.
019635
019636     MOVE "Customer number to add:" TO QUESTION
019637     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
019638     MOVE GENERIC-NUMBER-RAW TO WS-REL-CUSTOMER.
019639     IF WS-REL-CUSTOMER = ACCOUNT-CUSTOMER-NUMBER
019640         DISPLAY "Customer " WS-REL-CUSTOMER
019641             " is already the primary owner."
019642         GO TO 5893-EXIT
019643     END-IF.
019644
019645     MOVE WS-REL-CUSTOMER TO CUST-NUMBER.
019646     READ CUSTOMER-FILE
019647         KEY IS CUST-NUMBER
019648         INVALID KEY
019649             DISPLAY "Customer not on file -- add the customer"
019650                 " first (menu 14)."
019651             GO TO 5893-EXIT
019652     END-READ.
019653
019654     MOVE SPACE TO REL-ROLE.
019655     PERFORM 5894-ASK-RELATIONSHIP-ROLE THRU 5894-EXIT
019656         UNTIL REL-ROLE-VALID.
019657     MOVE REL-ROLE TO WS-REL-ROLE.
019658
019659     IF REL-PRIMARY
019660         PERFORM 5895-CHANGE-PRIMARY-OWNER THRU 5895-EXIT
019661         GO TO 5893-EXIT
019662     END-IF.
019663
019664     IF REL-POD-BENEFICIARY AND PRODUCT-LOAN
019665         DISPLAY "A loan has no payable-on-death beneficiary."
019666         GO TO 5893-EXIT
019667     END-IF.
019668
019669     MOVE "N" TO WS-REL-STMT-COPY.
019670     IF REL-JOINT
019671         MOVE "Send this owner a statement copy (Y/N)?"
019672             TO QUESTION
019673         PERFORM 9000-ASK THRU 9000-EXIT
019674         IF RESPONSE (1:1) = "Y"
019675             MOVE "Y" TO WS-REL-STMT-COPY
019676         END-IF
019677     END-IF.
019678
019679     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019680     MOVE WS-REL-CUSTOMER TO REL-CUSTOMER-NUMBER.
019681     MOVE "N" TO WS-REL-ON-FILE.
019682     READ RELATIONSHIP-FILE
019683         KEY IS REL-KEY
019684         INVALID KEY
019685             CONTINUE
019686         NOT INVALID KEY
019687             SET REL-ON-FILE TO TRUE
019688     END-READ.
019689     IF REL-ON-FILE AND REL-ACTIVE
019690             AND REL-ROLE = WS-REL-ROLE
019691             AND REL-STATEMENT-COPY = WS-REL-STMT-COPY
019692         DISPLAY "Customer already holds that role on the"
019693             " account."
019694         GO TO 5893-EXIT
019695     END-IF.
019696
019697     PERFORM 5896-STORE-RELATIONSHIP THRU 5896-EXIT.
019698     IF NOT REL-STORED
019699         GO TO 5893-EXIT
019700     END-IF.
019701
019702     PERFORM 5898-SET-ROLE-TEXT THRU 5898-EXIT.
019703     DISPLAY "Customer " WS-REL-CUSTOMER " added as "
019704         WS-REL-ROLE-TEXT ".".
019705     MOVE "REL-ADD" TO WS-AUDIT-TYPE.
019706     MOVE WS-REL-ACCOUNT TO WS-AUDIT-TARGET.
019707     MOVE "S" TO WS-AUDIT-OUTCOME.
019708     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
019709 5893-EXIT.
019710     EXIT.
019711
019712 5894-ASK-RELATIONSHIP-ROLE.
019713     DISPLAY "Roles: P=Primary owner      J=Joint owner".
019714     DISPLAY "       A=Authorized signer  B=POD beneficiary".
019715     MOVE "Role code:" TO QUESTION
019716     PERFORM 9000-ASK THRU 9000-EXIT.
019717     MOVE RESPONSE (1:1) TO REL-ROLE.
019718     IF NOT REL-ROLE-VALID
019719         DISPLAY "Role must be P, J, A or B."
019720     END-IF.
019721 5894-EXIT.
019722     EXIT.
019723
019724*    A new primary owner changes whose name the account carries,
019725*    who is taxed on its interest and who is mailed the
019726*    statement, so it takes supervisor approval.  The old
019727*    primary's record is ended; if they stay on the account the
019728*    teller adds them back as a joint owner.
019729 5895-CHANGE-PRIMARY-OWNER.
019730     PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT.
019731     IF NOT APPROVAL-OK
019732         DISPLAY "Primary owner not changed."
019733         GO TO 5895-EXIT
019734     END-IF.
019735
019736     MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-REL-OLD-PRIMARY.
019737     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019738     MOVE WS-REL-OLD-PRIMARY TO REL-CUSTOMER-NUMBER.
019739     READ RELATIONSHIP-FILE
019740         KEY IS REL-KEY
019741         INVALID KEY
019742             CONTINUE
019743         NOT INVALID KEY
019744             SET REL-ENDED TO TRUE
019745             ACCEPT REL-END-DATE FROM DATE YYYYMMDD
019746             MOVE WS-OPERATOR-ID TO REL-ENDED-BY
019747             REWRITE RELATIONSHIP-RECORD
019748     END-READ.
019749
019750     MOVE WS-REL-CUSTOMER TO ACCOUNT-CUSTOMER-NUMBER.
019751     MOVE CUST-NAME TO ACCOUNT-NAME.
019752     REWRITE ACCOUNT-RECORD.
019753
019754     MOVE "N" TO WS-REL-STMT-COPY.
019755     PERFORM 5896-STORE-RELATIONSHIP THRU 5896-EXIT.
019756
019757     DISPLAY "Customer " WS-REL-CUSTOMER
019758         " is now the primary owner; customer "
019759         WS-REL-OLD-PRIMARY " ended.".
019760     MOVE "REL-ADD" TO WS-AUDIT-TYPE.
019761     MOVE WS-REL-ACCOUNT TO WS-AUDIT-TARGET.
019762     MOVE "S" TO WS-AUDIT-OUTCOME.
019763     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
019764 5895-EXIT.
019765     EXIT.
019766
019767*    Writes the relationship in WS-REL-ACCOUNT/-CUSTOMER/-ROLE,
019768*    taking over any record already on file for the pair.
019769 5896-STORE-RELATIONSHIP.
019770     MOVE "N" TO WS-REL-STORED.
019771     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019772     MOVE WS-REL-CUSTOMER TO REL-CUSTOMER-NUMBER.
019773     MOVE "N" TO WS-REL-ON-FILE.
019774     READ RELATIONSHIP-FILE
019775         KEY IS REL-KEY
019776         INVALID KEY
019777             CONTINUE
019778         NOT INVALID KEY
019779             SET REL-ON-FILE TO TRUE
019780     END-READ.
019781
019782     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019783     MOVE WS-REL-CUSTOMER TO REL-CUSTOMER-NUMBER.
019784     MOVE WS-REL-ROLE TO REL-ROLE.
019785     MOVE WS-REL-STMT-COPY TO REL-STATEMENT-COPY.
019786     SET REL-ACTIVE TO TRUE.
019787     ACCEPT REL-START-DATE FROM DATE YYYYMMDD.
019788     MOVE WS-OPERATOR-ID TO REL-ADDED-BY.
019789     MOVE ZEROS TO REL-END-DATE.
019790     MOVE SPACES TO REL-ENDED-BY.
019791
019792     IF REL-ON-FILE
019793         REWRITE RELATIONSHIP-RECORD
019794     ELSE
019795         WRITE RELATIONSHIP-RECORD
019796             INVALID KEY
019797                 DISPLAY "Relationship could not be recorded."
019798                 GO TO 5896-EXIT
019799         END-WRITE
019800     END-IF.
019801     SET REL-STORED TO TRUE.
019802 5896-EXIT.
019803     EXIT.
019804
019805*    The primary owner is ended only by appointing another.
019806 5897-END-RELATIONSHIP.
019807     MOVE "Customer number to end:" TO QUESTION
019808     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
019809     MOVE GENERIC-NUMBER-RAW TO WS-REL-CUSTOMER.
019810     IF WS-REL-CUSTOMER = ACCOUNT-CUSTOMER-NUMBER
019811         DISPLAY "The primary owner cannot be ended -- appoint"
019812             " a new primary owner instead."
019813         GO TO 5897-EXIT
019814     END-IF.
019815
019816     MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER.
019817     MOVE WS-REL-CUSTOMER TO REL-CUSTOMER-NUMBER.
019818     READ RELATIONSHIP-FILE
019819         KEY IS REL-KEY
019820         INVALID KEY
019821             DISPLAY "No relationship on file for that customer."
019822             GO TO 5897-EXIT
019823     END-READ.
019824
019825     IF REL-ENDED
019826         DISPLAY "That relationship already ended on "
019827             REL-END-DATE "."
019828         GO TO 5897-EXIT
019829     END-IF.
019830
019831     PERFORM 5898-SET-ROLE-TEXT THRU 5898-EXIT.
019832     DISPLAY "Customer " WS-REL-CUSTOMER " is "
019833         WS-REL-ROLE-TEXT " on the account.".
019834     MOVE "End this relationship (Y/N)?" TO QUESTION
019835     PERFORM 9000-ASK THRU 9000-EXIT.
019836     IF RESPONSE (1:1) NOT = "Y"
019837         DISPLAY "Relationship left in place."
019838         GO TO 5897-EXIT
019839     END-IF.
019840
019841     SET REL-ENDED TO TRUE.
019842     ACCEPT REL-END-DATE FROM DATE YYYYMMDD.
019843     MOVE WS-OPERATOR-ID TO REL-ENDED-BY.
019844     REWRITE RELATIONSHIP-RECORD.
019845
019846     DISPLAY "Relationship ended.".
019847     MOVE "REL-END" TO WS-AUDIT-TYPE.
019848     MOVE WS-REL-ACCOUNT TO WS-AUDIT-TARGET.
019849     MOVE "S" TO WS-AUDIT-OUTCOME.
019850     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
019851 5897-EXIT.
019852     EXIT.
019853
019854 5898-SET-ROLE-TEXT.
019855     EVALUATE TRUE
019856         WHEN REL-PRIMARY
019857             MOVE "PRIMARY OWNER" TO WS-REL-ROLE-TEXT
019858         WHEN REL-JOINT
019859             MOVE "JOINT OWNER" TO WS-REL-ROLE-TEXT
019860         WHEN REL-SIGNER
019861             MOVE "AUTH SIGNER" TO WS-REL-ROLE-TEXT
019862         WHEN REL-POD-BENEFICIARY
019863             MOVE "POD BENEFICIARY" TO WS-REL-ROLE-TEXT
019864         WHEN OTHER
019865             MOVE "UNKNOWN ROLE" TO WS-REL-ROLE-TEXT
019866     END-EVALUATE.
019867     MOVE SPACES TO WS-REL-COPY-TEXT.
019868     IF REL-JOINT AND REL-WANTS-STATEMENT
019869         MOVE "STMT COPY" TO WS-REL-COPY-TEXT
019870     END-IF.
019871 5898-EXIT.
019872     EXIT.
019873
019874 5900-ADD-CUSTOMER.
019875     PERFORM 2160-GET-NEXT-CUSTOMER-NUMBER THRU 2160-EXIT.
019876
019877     MOVE "Customer name:" TO QUESTION
019878     PERFORM 9000-ASK THRU 9000-EXIT.
019879     MOVE RESPONSE TO CUST-NAME.
019880     IF CUST-NAME = SPACES
019881         DISPLAY "Customer name may not be blank."
019882         GO TO 5900-EXIT
019883     END-IF.
019884
019890     PERFORM 5920-CAPTURE-CUSTOMER-DETAILS THRU 5920-EXIT.
019891
019892     PERFORM 5930-SCREEN-CUSTOMER THRU 5930-EXIT.
019893     IF NOT SCREEN-PASSED
019894         DISPLAY "Customer not added."
019895         GO TO 5900-EXIT
019896     END-IF.
019900
019910     WRITE CUSTOMER-RECORD
019920         INVALID KEY
020290
020300     MOVE "Date of birth (YYYYMMDD):" TO QUESTION
020310     PERFORM 9170-ASK-FOR-DATE THRU 9170-EXIT.
020311     MOVE GENERIC-DATE TO CUST-DATE-OF-BIRTH.
020312 5920-EXIT.
020313     EXIT.
020314
020315*    Screen the name and date of birth now in CUSTOMER-RECORD
020316*    against every entry on the watch list.  Each possible match
020317*    is shown with its score; if there is one, nothing is saved
020318*    until a supervisor keys approval and then clears the match
020319*    or refuses it, and the decision is audited against the
020320*    customer number.  SCREEN-PASSED tells the caller whether it
020321*    may write the record.
020322*    With no watch list loaded nothing may be saved at all, and
020323*    that refusal is audited as SCRN-NOLST.
020324 5930-SCREEN-CUSTOMER.
020325     MOVE "N" TO WS-SCR-RESULT.
020326     PERFORM 5932-CHECK-LIST-LOADED THRU 5932-EXIT.
020327     IF NOT SCR-LIST-LOADED
020328         DISPLAY "NO WATCH LIST LOADED -- NOTHING IS SAVED UNTIL"
020329             " THE NIGHTLY RESCREEN LOADS ONE."
020330         MOVE CUST-NUMBER TO WS-AUDIT-TARGET
020331         MOVE "SCRN-NOLST" TO WS-AUDIT-TYPE
020332         MOVE "F" TO WS-AUDIT-OUTCOME
020333         PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT
020334         GO TO 5930-EXIT
020335     END-IF.
020336
020337     SET SCREEN-PASSED TO TRUE.
020338
020339     MOVE CUST-NAME TO WS-SCR-NAME.
020340     INSPECT WS-SCR-NAME CONVERTING WS-SCR-LOWER-AND-PUNCT
020341         TO WS-SCR-UPPER-AND-SPACE.
020342     MOVE SPACES TO WS-SCR-CUST-WORDS.
020343     UNSTRING WS-SCR-NAME DELIMITED BY ALL SPACE
020344         INTO WS-SCR-CUST-WORD (1) WS-SCR-CUST-WORD (2)
020345              WS-SCR-CUST-WORD (3) WS-SCR-CUST-WORD (4)
020346              WS-SCR-CUST-WORD (5)
020347     END-UNSTRING.
020348
020349     MOVE ZERO TO WS-SCR-HITS.
020350     MOVE "N" TO WS-SCR-LIST-AT-END.
020351     MOVE LOW-VALUES TO WL-ENTRY-ID.
020352     START WATCH-LIST-FILE KEY IS >= WL-ENTRY-ID
020353         INVALID KEY
020354             SET SCR-LIST-AT-END TO TRUE
020355     END-START.
020356     PERFORM 5935-SCREEN-ONE-ENTRY THRU 5935-EXIT
020357         UNTIL SCR-LIST-AT-END.
020358
020359     IF WS-SCR-HITS = ZERO
020360         GO TO 5930-EXIT
020361     END-IF.
020362
020363     MOVE "N" TO WS-SCR-RESULT.
020364     DISPLAY "POSSIBLE SANCTIONS MATCH -- NOTHING IS SAVED"
020365         " UNTIL A SUPERVISOR CLEARS IT.".
020366     PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT.
020367     IF NOT APPROVAL-OK
020368         GO TO 5930-EXIT
020369     END-IF.
020370
020371     MOVE SPACE TO WS-SCR-DECISION.
020372     PERFORM 5945-ASK-FOR-DECISION THRU 5945-EXIT
020373         UNTIL SCR-DECISION-VALID.
020374
020375     MOVE CUST-NUMBER TO WS-AUDIT-TARGET.
020376     MOVE "S" TO WS-AUDIT-OUTCOME.
020377     IF SCR-DECISION-CLEAR
020378         SET SCREEN-PASSED TO TRUE
020379         MOVE "SCRN-CLEAR" TO WS-AUDIT-TYPE
020380         DISPLAY "Match cleared by " TELLER-NAME "."
020381     ELSE
020382         MOVE "SCRN-REFUS" TO WS-AUDIT-TYPE
020383         DISPLAY "Match refused by " TELLER-NAME
020384             " -- refer the customer to compliance."
020385     END-IF.
020386     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
020387 5930-EXIT.
020388     EXIT.
020389
020390*    A list is loaded once the nightly rescreen has written its
020391*    header record; without one there is nothing to screen
020392*    against, so nothing may be saved.
020393 5932-CHECK-LIST-LOADED.
020394     MOVE "N" TO WS-SCR-LIST-LOADED.
020395     IF WATCH-LIST-NOT-FOUND
020396         GO TO 5932-EXIT
020397     END-IF.
020398
020399     SET WL-LIST-HEADER TO TRUE.
020400     READ WATCH-LIST-FILE
020401         KEY IS WL-ENTRY-ID
020402         INVALID KEY
020403             GO TO 5932-EXIT
020404     END-READ.
020405     SET SCR-LIST-LOADED TO TRUE.
020406 5932-EXIT.
020414     EXIT.
020415
020416 5935-SCREEN-ONE-ENTRY.
020417     READ WATCH-LIST-FILE NEXT RECORD
020418         AT END
020419             SET SCR-LIST-AT-END TO TRUE
020420             GO TO 5935-EXIT
020421     END-READ.
020422     IF WL-LIST-HEADER
020423         GO TO 5935-EXIT
020424     END-IF.
020425
020426     MOVE WL-NAME TO WS-SCR-NAME.
020427     INSPECT WS-SCR-NAME CONVERTING WS-SCR-LOWER-AND-PUNCT
020428         TO WS-SCR-UPPER-AND-SPACE.
020429     MOVE SPACES TO WS-SCR-LIST-WORDS.
020430     UNSTRING WS-SCR-NAME DELIMITED BY ALL SPACE
020431         INTO WS-SCR-LIST-WORD (1) WS-SCR-LIST-WORD (2)
020432              WS-SCR-LIST-WORD (3) WS-SCR-LIST-WORD (4)
020433              WS-SCR-LIST-WORD (5)
020434     END-UNSTRING.
020435
020436     MOVE ZERO TO WS-SCR-WORD-COUNT.
020437     MOVE ZERO TO WS-SCR-WORDS-MATCHED.
020438     PERFORM 5940-MATCH-ONE-WORD THRU 5940-EXIT
020439         VARYING WS-SCR-WORD-SUB FROM 1 BY 1
020440         UNTIL WS-SCR-WORD-SUB > 5.
020441     IF WS-SCR-WORD-COUNT = ZERO
020442         GO TO 5935-EXIT
020443     END-IF.
020444
020445     COMPUTE WS-SCR-SCORE =
020446         (WS-SCR-WORDS-MATCHED * 80) / WS-SCR-WORD-COUNT.
020447     IF WL-DATE-OF-BIRTH NOT = ZERO
020448             AND CUST-DATE-OF-BIRTH NOT = ZERO
020449         IF WL-DATE-OF-BIRTH = CUST-DATE-OF-BIRTH
020450             ADD 20 TO WS-SCR-SCORE
020451         ELSE
020452             SUBTRACT 40 FROM WS-SCR-SCORE
020453         END-IF
020454     END-IF.
020455     IF WS-SCR-SCORE < WS-SCREEN-REFERRAL-SCORE
020456         GO TO 5935-EXIT
020457     END-IF.
020458
020459     ADD 1 TO WS-SCR-HITS.
020460     MOVE WS-SCR-SCORE TO WS-SCR-SCORE-FORMATTED.
020461     DISPLAY "  SCORE " WS-SCR-SCORE-FORMATTED "  ENTRY "
020462         WL-ENTRY-ID " " WL-NAME.
020463     DISPLAY "             BORN " WL-DATE-OF-BIRTH
020464         "  PROGRAMME " WL-PROGRAM.
020465 5935-EXIT.
020466     EXIT.
020467
020468*    A blank word on the list entry is past the end of its name.
020469 5940-MATCH-ONE-WORD.
020470     IF WS-SCR-LIST-WORD (WS-SCR-WORD-SUB) = SPACES
020471         GO TO 5940-EXIT
020472     END-IF.
020473     ADD 1 TO WS-SCR-WORD-COUNT.
020474     IF WS-SCR-LIST-WORD (WS-SCR-WORD-SUB) = WS-SCR-CUST-WORD (1)
020475             OR WS-SCR-CUST-WORD (2) OR WS-SCR-CUST-WORD (3)
020476             OR WS-SCR-CUST-WORD (4) OR WS-SCR-CUST-WORD (5)
020477         ADD 1 TO WS-SCR-WORDS-MATCHED
020478     END-IF.
020479 5940-EXIT.
020480     EXIT.
020481
020482 5945-ASK-FOR-DECISION.
020483     MOVE "Clear the match (C) or refuse it (R)?" TO QUESTION
020484     PERFORM 9000-ASK THRU 9000-EXIT.
020485     MOVE RESPONSE (1:1) TO WS-SCR-DECISION.
020486     IF NOT SCR-DECISION-VALID
020487         DISPLAY "Please answer C or R."
020488     END-IF.
020489 5945-EXIT.
020490     EXIT.
020491
020492 5950-AMEND-CUSTOMER.
020493     MOVE "Customer number to amend:" TO QUESTION
020494     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
020495     MOVE GENERIC-NUMBER-RAW TO CUST-NUMBER.
020496
020497     READ CUSTOMER-FILE
020498         KEY IS CUST-NUMBER
020499         INVALID KEY
020500             DISPLAY "Customer not on file."
020501             GO TO 5950-EXIT
020502     END-READ.
020503
020504     DISPLAY "AMENDING CUSTOMER " CUST-NUMBER ": " CUST-NAME.
020505     MOVE CUST-NAME TO WS-SCR-OLD-NAME.
020506     MOVE CUST-DATE-OF-BIRTH TO WS-SCR-OLD-DOB.
020507
020508     MOVE "Customer name (blank keeps current):" TO QUESTION
020510     PERFORM 9000-ASK THRU 9000-EXIT.
020520     IF RESPONSE NOT = SPACES
020530         MOVE RESPONSE TO CUST-NAME
020550
020560     PERFORM 5920-CAPTURE-CUSTOMER-DETAILS THRU 5920-EXIT.
020570
020571*    Only a changed name or date of birth is screened again; an
020572*    address change does not need a supervisor.
020573     IF CUST-NAME NOT = WS-SCR-OLD-NAME
020574             OR CUST-DATE-OF-BIRTH NOT = WS-SCR-OLD-DOB
020575         PERFORM 5930-SCREEN-CUSTOMER THRU 5930-EXIT
020576         IF NOT SCREEN-PASSED
020577             DISPLAY "Amendment not saved."
020578             GO TO 5950-EXIT
020579         END-IF
020580     END-IF.
020581
020582     REWRITE CUSTOMER-RECORD.
020590     DISPLAY "Customer " CUST-NUMBER " amended.".
020600 5950-EXIT.
020610     EXIT.
020630*    Everything one customer holds, together, with a combined
020640*    balance -- the view the tellers used to fake by eyeballing
020650*    the name search.
020652*    Accounts held jointly, or as signer or beneficiary, follow
020654*    the customer's own.
020660 5970-VIEW-CUSTOMER-ACCOUNTS.
020670     MOVE "Customer number:" TO QUESTION
020680     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
020970     PERFORM 5975-LIST-ONE-CUST-ACCOUNT THRU 5975-EXIT
020980         UNTIL ACCOUNT-FILE-AT-END.
020990
020991     MOVE "N" TO WS-REL-FILE-AT-END.
020992     MOVE WS-VIEW-CUST-NUMBER TO REL-CUSTOMER-NUMBER.
020993     START RELATIONSHIP-FILE KEY IS = REL-CUSTOMER-NUMBER
020994         INVALID KEY
020995             SET REL-FILE-AT-END TO TRUE
020996     END-START.
020997
020998     PERFORM 5976-LIST-ONE-ROLE-ACCOUNT THRU 5976-EXIT
020999         UNTIL REL-FILE-AT-END.
021000
021001     IF WS-CUST-ACCOUNT-COUNT = ZERO
021010         DISPLAY "No accounts on file for this customer."
021020     ELSE
021030         MOVE WS-COMBINED-BALANCE TO WS-DRAWER-SIGNED-FMT
021210             " " ACCOUNT-PRODUCT-CODE
021220             " STATUS " ACCOUNT-STATUS
021230             " BALANCE $" WS-BALANCE-FORMATTED
021232             " PRIMARY OWNER"
021240     END-IF.
021250 5975-EXIT.
021251     EXIT.
021252
021253*    Accounts the customer holds a role on without being the
021254*    primary owner.  A joint owner's balance counts toward the
021255*    combined balance; a signer's or a beneficiary's does not,
021256*    because the money is not theirs.
021257 5976-LIST-ONE-ROLE-ACCOUNT.
021258     READ RELATIONSHIP-FILE NEXT RECORD
021259         AT END
021260             SET REL-FILE-AT-END TO TRUE
021261             GO TO 5976-EXIT
021262     END-READ.
021263     IF REL-CUSTOMER-NUMBER NOT = WS-VIEW-CUST-NUMBER
021264         SET REL-FILE-AT-END TO TRUE
021265         GO TO 5976-EXIT
021266     END-IF.
021267     IF REL-ENDED OR REL-PRIMARY
021268         GO TO 5976-EXIT
021269     END-IF.
021270
021271     MOVE REL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
021272     READ ACCOUNT-FILE
021273         KEY IS ACCOUNT-NUMBER
021274         INVALID KEY
021275             GO TO 5976-EXIT
021276     END-READ.
021277     IF ACCOUNT-CUSTOMER-NUMBER = WS-VIEW-CUST-NUMBER
021278         GO TO 5976-EXIT
021279     END-IF.
021280
021281     ADD 1 TO WS-CUST-ACCOUNT-COUNT.
021282     IF REL-JOINT
021283         ADD ACCOUNT-BALANCE TO WS-COMBINED-BALANCE
021284     END-IF.
021285     PERFORM 5898-SET-ROLE-TEXT THRU 5898-EXIT.
021286     MOVE ACCOUNT-BALANCE TO WS-BALANCE-FORMATTED.
021287     DISPLAY "ACCOUNT " ACCOUNT-NUMBER
021288         " " ACCOUNT-PRODUCT-CODE
021289         " STATUS " ACCOUNT-STATUS
021290         " BALANCE $" WS-BALANCE-FORMATTED
021291         " " WS-REL-ROLE-TEXT.
021292 5976-EXIT.
021293     EXIT.
021294
021295 6000-VIEW-STATEMENT.
021296     DISPLAY "NAME: " ACCOUNT-NAME
021300     DISPLAY "ID: " ACCOUNT-NUMBER.
021310     MOVE ACCOUNT-BALANCE TO WS-BALANCE-FORMATTED.
021320     DISPLAY "BALANCE: $" WS-BALANCE-FORMATTED.
025580 6700-EXIT.
025590     EXIT.
025600
025601*    Same-day error correction.  The teller names the original
025602*    posting the way the journal recorded it -- account, time
025603*    and the teller who keyed it -- and the posting is picked up
025604*    from today's journal rather than re-keyed, so a reversal
025605*    can only ever undo exactly what was posted.  A transfer
025606*    comes back with both legs, and an early CD withdrawal with
025607*    its penalty, so a correction never leaves half a
025608*    transaction standing.  A reversal is bank housekeeping,
025609*    not customer activity: it does not refresh the dormancy
025610*    clock, and a hold does not block it, because it only puts
025611*    the account back where it stood before the error.
025612 6800-REVERSE-TRANSACTION.
025613     MOVE "Account number of the posting:" TO QUESTION
025614     PERFORM 9100-ASK-FOR-NUMBER THRU 9100-EXIT.
025615     MOVE GENERIC-NUMBER-RAW TO WS-RV-ACCOUNT.
025616
025617     MOVE "Time of the posting (HHMMSS):" TO QUESTION
025618     PERFORM 9190-ASK-FOR-TIME THRU 9190-EXIT.
025619     MOVE GENERIC-TIME-HHMMSS TO WS-RV-TIME.
025620
025621     MOVE "Teller id that keyed it:" TO QUESTION
025622     PERFORM 9000-ASK THRU 9000-EXIT.
025623     MOVE RESPONSE (1:4) TO WS-RV-TELLER.
025624
025625     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025626     PERFORM 6810-FIND-ORIGINAL-POSTING THRU 6810-EXIT.
025627
025628     IF WS-RV-LEG-COUNT = ZERO
025629         DISPLAY "No deposit, withdrawal or transfer on today's"
025630             " journal matches."
025631         GO TO 6800-EXIT
025632     END-IF.
025633     IF (WS-RV-LEG-TYPE (1) = "TRF-CREDIT"
025634             OR WS-RV-LEG-TYPE (1) = "TRF-DEBIT")
025635             AND WS-RV-LEG-COUNT < 2
025636         DISPLAY "The other leg of this transfer is not on"
025637             " today's journal."
025638         GO TO 6800-EXIT
025639     END-IF.
025640
025641     MOVE "N" TO WS-RV-REFUSED.
025642     PERFORM 6830-CHECK-ONE-LEG THRU 6830-EXIT
025643         VARYING WS-RV-SUB FROM 1 BY 1
025644         UNTIL WS-RV-SUB > WS-RV-LEG-COUNT.
025645     IF RV-REFUSED
025646         GO TO 6800-EXIT
025647     END-IF.
025648
025649     MOVE "Reverse this posting (Y/N)?" TO QUESTION
025650     PERFORM 9000-ASK THRU 9000-EXIT.
025651     IF RESPONSE (1:1) NOT = "Y"
025652         DISPLAY "Posting left standing."
025653         GO TO 6800-EXIT
025654     END-IF.
025655
025656     PERFORM 0700-GET-SUPERVISOR-APPROVAL THRU 0700-EXIT.
025657     MOVE "REVERSAL" TO WS-AUDIT-TYPE.
025658     MOVE WS-RV-ACCOUNT TO WS-AUDIT-TARGET.
025659     IF NOT APPROVAL-OK
025660         DISPLAY "Reversal not approved."
025661         MOVE "F" TO WS-AUDIT-OUTCOME
025662         PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT
025663         GO TO 6800-EXIT
025664     END-IF.
025665     MOVE TELLER-ID TO WS-RV-APPROVER.
025666
025667     PERFORM 6840-POST-ONE-LEG THRU 6840-EXIT
025668         VARYING WS-RV-SUB FROM 1 BY 1
025669         UNTIL WS-RV-SUB > WS-RV-LEG-COUNT.
025670
025671     PERFORM 6870-BACK-OUT-OF-DRAWER THRU 6870-EXIT.
025672
025673     DISPLAY "Posting reversed.".
025674     MOVE "REVERSAL" TO WS-AUDIT-TYPE.
025675     MOVE WS-RV-ACCOUNT TO WS-AUDIT-TARGET.
025676     MOVE "S" TO WS-AUDIT-OUTCOME.
025677     PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT.
025678 6800-EXIT.
025679     EXIT.
025680
025681*    The journal is flipped to INPUT for the scan and back to
025682*    EXTEND after, the same way Journal Inquiry does it.
025683 6810-FIND-ORIGINAL-POSTING.
025684     MOVE ZERO TO WS-RV-LEG-COUNT.
025685     MOVE "N" TO WS-RV-PARTNER-WANTED.
025686     MOVE ZEROS TO WS-RV-PREV-ACCOUNT.
025687     MOVE ZEROS TO WS-RV-PREV-TIME.
025688     MOVE SPACES TO WS-RV-PREV-TYPE.
025689     MOVE ZEROS TO WS-RV-PREV-AMOUNT.
025690
025691     CLOSE JOURNAL-FILE.
025692     OPEN INPUT JOURNAL-FILE.
025693     MOVE "N" TO WS-RV-JOURNAL-AT-END.
025694
025695     PERFORM 6820-CHECK-ONE-JOURNAL-LINE THRU 6820-EXIT
025696         UNTIL RV-JOURNAL-AT-END.
025697
025698     CLOSE JOURNAL-FILE.
025699     OPEN EXTEND JOURNAL-FILE.
025700 6810-EXIT.
025701     EXIT.
025702
025703*    Only today's lines written by the named teller matter.  A
025704*    partner leg is the line that teller's session wrote
025705*    immediately before or after the posting, so each line is
025706*    remembered as the "previous" one before the next is read.
025707 6820-CHECK-ONE-JOURNAL-LINE.
025708     READ JOURNAL-FILE
025709         AT END
025710             SET RV-JOURNAL-AT-END TO TRUE
025711             GO TO 6820-EXIT
025712     END-READ.
025713
025714     IF JR-DATE NOT = WS-TODAY-DATE
025715             OR JR-TELLER NOT = WS-RV-TELLER
025716         GO TO 6820-EXIT
025717     END-IF.
025718
025719     EVALUATE TRUE
025720         WHEN WS-RV-LEG-COUNT = ZERO
025721                 AND JR-ACCOUNT = WS-RV-ACCOUNT
025722                 AND JR-TIME = WS-RV-TIME
025723                 AND (JR-TYPE = "DEPOSIT" OR "WITHDRAWAL"
025724                     OR "TRF-CREDIT" OR "TRF-DEBIT")
025725             PERFORM 6825-TAKE-ORIGINAL THRU 6825-EXIT
025726         WHEN RV-PARTNER-WANTED
025727             PERFORM 6827-TAKE-PARTNER THRU 6827-EXIT
025728     END-EVALUATE.
025729
025730     MOVE JR-ACCOUNT TO WS-RV-PREV-ACCOUNT.
025731     MOVE JR-TIME TO WS-RV-PREV-TIME.
025732     MOVE JR-TYPE TO WS-RV-PREV-TYPE.
025733     MOVE JR-AMOUNT TO WS-RV-PREV-AMOUNT.
025734 6820-EXIT.
025735     EXIT.
025736
025737*    Make-Transfer posts the credit leg first, so a debit leg's
025738*    partner is the line just behind it; a credit leg or a
025739*    withdrawal looks for its partner on the line after.
025740 6825-TAKE-ORIGINAL.
025741     MOVE 1 TO WS-RV-LEG-COUNT.
025742     MOVE JR-ACCOUNT TO WS-RV-LEG-ACCOUNT (1).
025743     MOVE JR-TIME TO WS-RV-LEG-TIME (1).
025744     MOVE JR-TYPE TO WS-RV-LEG-TYPE (1).
025745     MOVE JR-AMOUNT TO WS-RV-LEG-AMOUNT (1).
025746
025747     IF JR-TYPE = "TRF-CREDIT" OR JR-TYPE = "WITHDRAWAL"
025748         SET RV-PARTNER-WANTED TO TRUE
025749     END-IF.
025750
025751     IF JR-TYPE = "TRF-DEBIT"
025752             AND WS-RV-PREV-TYPE = "TRF-CREDIT"
025753             AND WS-RV-PREV-AMOUNT = JR-AMOUNT
025754         MOVE 2 TO WS-RV-LEG-COUNT
025755         MOVE WS-RV-PREV-ACCOUNT TO WS-RV-LEG-ACCOUNT (2)
025756         MOVE WS-RV-PREV-TIME TO WS-RV-LEG-TIME (2)
025757         MOVE WS-RV-PREV-TYPE TO WS-RV-LEG-TYPE (2)
025758         MOVE WS-RV-PREV-AMOUNT TO WS-RV-LEG-AMOUNT (2)
025759     END-IF.
025760 6825-EXIT.
025761     EXIT.
025762
025763*    Only the very next line can be the partner -- anything else
025764*    there and the posting stood on its own.
025765 6827-TAKE-PARTNER.
025766     MOVE "N" TO WS-RV-PARTNER-WANTED.
025767     IF (WS-RV-LEG-TYPE (1) = "TRF-CREDIT"
025768             AND JR-TYPE = "TRF-DEBIT"
025769             AND JR-AMOUNT = WS-RV-LEG-AMOUNT (1))
025770         OR (WS-RV-LEG-TYPE (1) = "WITHDRAWAL"
025771             AND JR-TYPE = "CD-PENALTY"
025772             AND JR-ACCOUNT = WS-RV-LEG-ACCOUNT (1))
025773         MOVE 2 TO WS-RV-LEG-COUNT
025774         MOVE JR-ACCOUNT TO WS-RV-LEG-ACCOUNT (2)
025775         MOVE JR-TIME TO WS-RV-LEG-TIME (2)
025776         MOVE JR-TYPE TO WS-RV-LEG-TYPE (2)
025777         MOVE JR-AMOUNT TO WS-RV-LEG-AMOUNT (2)
025778     END-IF.
025779 6827-EXIT.
025780     EXIT.
025781
025782*    Every leg is proved before any money moves: not reversed
025783*    already, account still open, and a debit back out of the
025784*    account still inside its arranged overdraft.  If the money
025785*    has already been spent past the limit, recovering it is
025786*    the branch manager's job, not the reversal's.
025787 6830-CHECK-ONE-LEG.
025788     EVALUATE WS-RV-LEG-TYPE (WS-RV-SUB)
025789         WHEN "DEPOSIT"
025790             MOVE "REV-DEP" TO WS-RV-LEG-REV-TYPE (WS-RV-SUB)
025791             MOVE "D" TO WS-RV-LEG-REV-DRCR (WS-RV-SUB)
025792         WHEN "WITHDRAWAL"
025793             MOVE "REV-WD" TO WS-RV-LEG-REV-TYPE (WS-RV-SUB)
025794             MOVE "C" TO WS-RV-LEG-REV-DRCR (WS-RV-SUB)
025795         WHEN "TRF-CREDIT"
025796             MOVE "REV-TRF-CR" TO WS-RV-LEG-REV-TYPE (WS-RV-SUB)
025797             MOVE "D" TO WS-RV-LEG-REV-DRCR (WS-RV-SUB)
025798         WHEN "TRF-DEBIT"
025799             MOVE "REV-TRF-DR" TO WS-RV-LEG-REV-TYPE (WS-RV-SUB)
025800             MOVE "C" TO WS-RV-LEG-REV-DRCR (WS-RV-SUB)
025801         WHEN "CD-PENALTY"
025802             MOVE "REV-CD-PEN" TO WS-RV-LEG-REV-TYPE (WS-RV-SUB)
025803             MOVE "C" TO WS-RV-LEG-REV-DRCR (WS-RV-SUB)
025804     END-EVALUATE.
025805
025806     MOVE WS-RV-LEG-AMOUNT (WS-RV-SUB)
025807         TO GENERIC-NUMBER-FORMATTED.
025808     DISPLAY "ACCOUNT " WS-RV-LEG-ACCOUNT (WS-RV-SUB)
025809         " " WS-RV-LEG-TYPE (WS-RV-SUB)
025810         " $" GENERIC-NUMBER-FORMATTED
025811         " AT " WS-RV-LEG-TIME (WS-RV-SUB)
025812         " BY " WS-RV-TELLER.
025813
025814     MOVE WS-TODAY-DATE TO RV-ORIG-DATE.
025815     MOVE WS-RV-LEG-ACCOUNT (WS-RV-SUB) TO RV-ORIG-ACCOUNT.
025816     MOVE WS-RV-LEG-TIME (WS-RV-SUB) TO RV-ORIG-TIME.
025817     MOVE WS-RV-TELLER TO RV-ORIG-TELLER.
025818     MOVE WS-RV-LEG-TYPE (WS-RV-SUB) TO RV-ORIG-TYPE.
025819     READ REVERSAL-FILE
025820         KEY IS RV-ORIGINAL-KEY
025821         INVALID KEY
025822             CONTINUE
025823         NOT INVALID KEY
025824             DISPLAY "Already reversed at " RV-REVERSAL-TIME
025825                 " by " RV-REVERSED-BY "."
025826             SET RV-REFUSED TO TRUE
025827             GO TO 6830-EXIT
025828     END-READ.
025829
025830     MOVE WS-RV-LEG-ACCOUNT (WS-RV-SUB) TO ACCOUNT-NUMBER.
025831     READ ACCOUNT-FILE
025832         KEY IS ACCOUNT-NUMBER
025833         INVALID KEY
025834             DISPLAY "Account " ACCOUNT-NUMBER " not found."
025835             SET RV-REFUSED TO TRUE
025836             GO TO 6830-EXIT
025837     END-READ.
025838
025839     IF ACCOUNT-CLOSED
025840         DISPLAY "Account " ACCOUNT-NUMBER " has been closed"
025841             " since -- it cannot be reversed."
025842         SET RV-REFUSED TO TRUE
025843         GO TO 6830-EXIT
025844     END-IF.
025845
025846     IF WS-RV-LEG-REV-DRCR (WS-RV-SUB) = "D"
025847             AND WS-RV-LEG-AMOUNT (WS-RV-SUB) >
025848                 ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
025849         DISPLAY "Account " ACCOUNT-NUMBER " cannot cover the"
025850             " reversal -- refer it to the branch manager."
025851         SET RV-REFUSED TO TRUE
025852     END-IF.
025853 6830-EXIT.
025854     EXIT.
025855
025856 6840-POST-ONE-LEG.
025857     MOVE WS-RV-LEG-ACCOUNT (WS-RV-SUB) TO ACCOUNT-NUMBER.
025858     READ ACCOUNT-FILE
025859         KEY IS ACCOUNT-NUMBER
025860         INVALID KEY
025861             DISPLAY "Account " ACCOUNT-NUMBER " not found."
025862             GO TO 6840-EXIT
025863     END-READ.
025864
025865     MOVE WS-RV-LEG-REV-TYPE (WS-RV-SUB) TO WS-HISTORY-TYPE.
025866     MOVE WS-RV-LEG-REV-DRCR (WS-RV-SUB) TO WS-HISTORY-DRCR.
025867     MOVE WS-RV-LEG-AMOUNT (WS-RV-SUB) TO WS-HISTORY-AMOUNT.
025868     IF WS-HISTORY-DRCR = "C"
025869         ADD WS-HISTORY-AMOUNT TO ACCOUNT-BALANCE
025870     ELSE
025871         SUBTRACT WS-HISTORY-AMOUNT FROM ACCOUNT-BALANCE
025872     END-IF.
025873
025874*    Cash handed back over the counter no longer counts against
025875*    the day's withdrawal limit.
025876     IF WS-RV-LEG-TYPE (WS-RV-SUB) = "WITHDRAWAL"
025877             AND ACCOUNT-DAILY-WD-DATE = WS-TODAY-DATE
025878         IF ACCOUNT-DAILY-WD-TOTAL > WS-HISTORY-AMOUNT
025879             SUBTRACT WS-HISTORY-AMOUNT
025880                 FROM ACCOUNT-DAILY-WD-TOTAL
025881         ELSE
025882             MOVE ZEROS TO ACCOUNT-DAILY-WD-TOTAL
025883         END-IF
025884     END-IF.
025885
025886     PERFORM 6850-LOG-REVERSAL-HISTORY THRU 6850-EXIT.
025887     REWRITE ACCOUNT-RECORD.
025888     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
025889     PERFORM 6860-REGISTER-REVERSAL THRU 6860-EXIT.
025890
025891     MOVE ACCOUNT-BALANCE TO WS-BALANCE-FORMATTED.
025892     DISPLAY "Account " ACCOUNT-NUMBER " " WS-HISTORY-TYPE
025893         " posted, balance $" WS-BALANCE-FORMATTED.
025894 6840-EXIT.
025895     EXIT.
025896
025897*    6200 without the dormancy-clock refresh -- correcting a
025898*    teller's mistake is not the customer touching the account.
025899 6850-LOG-REVERSAL-HISTORY.
025900     IF ACCOUNT-HISTORY-COUNT < 20
025901         ADD 1 TO ACCOUNT-HISTORY-COUNT
025902         SET ACCT-HIST-IDX TO ACCOUNT-HISTORY-COUNT
025903         ACCEPT AH-ENTRY-DATE (ACCT-HIST-IDX) FROM DATE YYYYMMDD
025904         MOVE WS-HISTORY-TYPE TO AH-ENTRY-TYPE (ACCT-HIST-IDX)
025905         MOVE WS-HISTORY-AMOUNT TO AH-ENTRY-AMOUNT (ACCT-HIST-IDX)
025906         MOVE ACCOUNT-BALANCE TO AH-ENTRY-BALANCE (ACCT-HIST-IDX)
025907         MOVE WS-OPERATOR-ID TO AH-ENTRY-TELLER (ACCT-HIST-IDX)
025908     END-IF.
025909 6850-EXIT.
025910     EXIT.
025911
025912*    One register record per reversed leg, keyed by the original
025913*    posting, so the same posting can never be picked up again.
025914 6860-REGISTER-REVERSAL.
025915     MOVE WS-TODAY-DATE TO RV-ORIG-DATE.
025916     MOVE ACCOUNT-NUMBER TO RV-ORIG-ACCOUNT.
025917     MOVE WS-RV-LEG-TIME (WS-RV-SUB) TO RV-ORIG-TIME.
025918     MOVE WS-RV-TELLER TO RV-ORIG-TELLER.
025919     MOVE WS-RV-LEG-TYPE (WS-RV-SUB) TO RV-ORIG-TYPE.
025920     MOVE WS-RV-LEG-AMOUNT (WS-RV-SUB) TO RV-ORIG-AMOUNT.
025921     MOVE WS-HISTORY-TYPE TO RV-REVERSAL-TYPE.
025922     MOVE JR-TIME TO RV-REVERSAL-TIME.
025923     MOVE WS-OPERATOR-ID TO RV-REVERSED-BY.
025924     MOVE WS-RV-APPROVER TO RV-APPROVED-BY.
025925
025926     WRITE REVERSAL-RECORD
025927         INVALID KEY
025928             DISPLAY "Reversal register already holds account "
025929                 RV-ORIG-ACCOUNT " at " RV-ORIG-TIME " "
025930                 RV-ORIG-TYPE "."
025931     END-WRITE.
025932 6860-EXIT.
025933     EXIT.
025934
025935*    Only cash postings touched a drawer, and only the drawer of
025936*    the teller who keyed them in this session.  Then the totals
025937*    come straight back out, so the end-of-shift summary still
025938*    balances; any other drawer is adjusted by hand.
025939 6870-BACK-OUT-OF-DRAWER.
025940     IF WS-RV-LEG-TYPE (1) NOT = "DEPOSIT"
025941             AND WS-RV-LEG-TYPE (1) NOT = "WITHDRAWAL"
025942         GO TO 6870-EXIT
025943     END-IF.
025944
025945     IF WS-RV-TELLER NOT = WS-OPERATOR-ID
025946             OR WS-RV-LEG-TIME (1) < WS-SESSION-START-TIME
025947         DISPLAY "The cash did not pass through this drawer"
025948             " session -- adjust teller " WS-RV-TELLER
025949             "'s drawer by hand."
025950         GO TO 6870-EXIT
025951     END-IF.
025952
025953     IF WS-RV-LEG-TYPE (1) = "DEPOSIT"
025954         IF WS-SESSION-CASH-IN < WS-RV-LEG-AMOUNT (1)
025955             MOVE ZEROS TO WS-SESSION-CASH-IN
025956         ELSE
025957             SUBTRACT WS-RV-LEG-AMOUNT (1)
025958                 FROM WS-SESSION-CASH-IN
025959         END-IF
025960         IF WS-SESSION-DEPOSITS > ZERO
025961             SUBTRACT 1 FROM WS-SESSION-DEPOSITS
025962         END-IF
025963     ELSE
025964         IF WS-SESSION-CASH-OUT < WS-RV-LEG-AMOUNT (1)
025965             MOVE ZEROS TO WS-SESSION-CASH-OUT
025966         ELSE
025967             SUBTRACT WS-RV-LEG-AMOUNT (1)
025968                 FROM WS-SESSION-CASH-OUT
025969         END-IF
025970         IF WS-SESSION-WITHDRAWALS > ZERO
025971             SUBTRACT 1 FROM WS-SESSION-WITHDRAWALS
025972         END-IF
025973     END-IF.
025974 6870-EXIT.
025975     EXIT.
025976
025977 7000-SIGN-IN.
025978     MOVE "N" TO WS-SIGN-IN-STATUS.
025979
025980     MOVE "Enter your account number: " TO QUESTION
025981     PERFORM 9000-ASK THRU 9000-EXIT.
025982
025983     MOVE RESPONSE TO ACCOUNT-NUMBER.
025984
025985     READ ACCOUNT-FILE
025986         KEY IS ACCOUNT-NUMBER
025987         INVALID KEY
025988             DISPLAY "Account not found."
025989             GO TO 7000-EXIT
025990     END-READ.
025991
025992     MOVE "Enter your PIN: " TO QUESTION
025993     PERFORM 9150-ASK-FOR-PIN THRU 9150-EXIT.
025994
025995     MOVE GENERIC-PIN TO WS-PIN-ENTERED.
025996
025997     IF WS-PIN-ENTERED = ACCOUNT-PIN
025998         SET SIGN-IN-OK TO TRUE
025999     ELSE
026000         DISPLAY "Incorrect PIN."
026001         MOVE "PIN-CHECK" TO WS-AUDIT-TYPE
026002         MOVE ACCOUNT-NUMBER TO WS-AUDIT-TARGET
026003         MOVE "F" TO WS-AUDIT-OUTCOME
026004         PERFORM 6700-WRITE-AUDIT-EVENT THRU 6700-EXIT
026005     END-IF.
026006 7000-EXIT.
026007     EXIT.
026008
026009 REPORT-PROCESSING SECTION.
026010 8000-GENERATE-REPORTS.
026011     MOVE ZEROS TO WS-RUNNING-TOTAL.
026012     MOVE "N" TO WS-ACCOUNT-FILE-AT-END.
026013
026014     OPEN OUTPUT TRIAL-BALANCE-FILE.
026015
026016     WRITE TRIAL-BALANCE-LINE FROM TB-HEADING-1.
026017     WRITE TRIAL-BALANCE-LINE FROM TB-HEADING-2.
026020
026030     MOVE ZEROS TO ACCOUNT-NUMBER.
026040     START ACCOUNT-FILE KEY IS >= ACCOUNT-NUMBER
026750 8200-EXIT.
026760     EXIT.
026770
026771*    Print the amortization schedule for the loan now in the
026772*    LOAN-RECORD buffer -- one line per installment, interest
026773*    at one month's rate on the balance going in, the level
026774*    payment otherwise, and a last installment that takes up
026775*    whatever the rounding of the payment left behind.  The
026776*    customer is handed this at booking; it is a projection and
026777*    assumes every installment is paid on its due date.
026778 8300-PRINT-LOAN-SCHEDULE.
026779     MOVE ZEROS TO WS-LN-TOTAL-INTEREST.
026780     MOVE ZEROS TO WS-LN-TOTAL-PAID.
026781     MOVE LOAN-ORIGINAL-PRINCIPAL TO WS-LN-SCHED-BALANCE.
026782     MOVE LOAN-NEXT-DUE-DATE TO WS-LN-DATE-WORK.
026783     MOVE LOAN-DUE-DAY TO WS-LN-DUE-DAY.
026784
026785     OPEN OUTPUT LOAN-SCHEDULE-FILE.
026786
026787     WRITE LOAN-SCHEDULE-LINE FROM LS-HEADING-1.
026788     MOVE LOAN-NUMBER TO LS-LOAN-NUMBER.
026789     MOVE LOAN-CUSTOMER-NUMBER TO LS-CUSTOMER-NUMBER.
026790     MOVE WS-LN-NAME TO LS-CUSTOMER-NAME.
026791     WRITE LOAN-SCHEDULE-LINE FROM LS-TERMS-LINE-1.
026792     MOVE LOAN-ORIGINAL-PRINCIPAL TO LS-PRINCIPAL.
026793     COMPUTE LS-RATE = LOAN-ANNUAL-RATE * 100.
026794     MOVE LOAN-TERM-MONTHS TO LS-TERM.
026795     WRITE LOAN-SCHEDULE-LINE FROM LS-TERMS-LINE-2.
026796     MOVE LOAN-PAYMENT-AMOUNT TO LS-PAYMENT.
026797     MOVE LOAN-REPAY-ACCOUNT TO LS-REPAY-ACCOUNT.
026798     MOVE LOAN-NEXT-DUE-DATE TO LS-FIRST-DUE.
026799     WRITE LOAN-SCHEDULE-LINE FROM LS-TERMS-LINE-3.
026800     WRITE LOAN-SCHEDULE-LINE FROM LS-HEADING-2.
026801
026802     PERFORM 8310-PRINT-INSTALLMENT THRU 8310-EXIT
026803         VARYING WS-LN-SCHED-SUB FROM 1 BY 1
026804         UNTIL WS-LN-SCHED-SUB > LOAN-TERM-MONTHS
026805            OR WS-LN-SCHED-BALANCE = ZERO.
026806
026807     MOVE WS-LN-TOTAL-PAID TO LS-TOTAL-PAID.
026808     MOVE WS-LN-TOTAL-INTEREST TO LS-TOTAL-INTEREST.
026809     WRITE LOAN-SCHEDULE-LINE FROM LS-TRAILER-LINE.
026810
026811     CLOSE LOAN-SCHEDULE-FILE.
026812 8300-EXIT.
026813     EXIT.
026814
026815 8310-PRINT-INSTALLMENT.
026816     COMPUTE WS-LN-INTEREST ROUNDED =
026817         WS-LN-SCHED-BALANCE * LOAN-ANNUAL-RATE / 12.
026818     IF WS-LN-SCHED-SUB = LOAN-TERM-MONTHS
026819             OR WS-LN-SCHED-BALANCE + WS-LN-INTEREST
026820                 NOT > LOAN-PAYMENT-AMOUNT
026821         COMPUTE WS-LN-SCHED-PAYMENT =
026822             WS-LN-SCHED-BALANCE + WS-LN-INTEREST
026823     ELSE
026824         MOVE LOAN-PAYMENT-AMOUNT TO WS-LN-SCHED-PAYMENT
026825     END-IF.
026826     COMPUTE WS-LN-PRINCIPAL-PART =
026827         WS-LN-SCHED-PAYMENT - WS-LN-INTEREST.
026828     SUBTRACT WS-LN-PRINCIPAL-PART FROM WS-LN-SCHED-BALANCE.
026829     ADD WS-LN-INTEREST TO WS-LN-TOTAL-INTEREST.
026830     ADD WS-LN-SCHED-PAYMENT TO WS-LN-TOTAL-PAID.
026831
026832     MOVE WS-LN-SCHED-SUB TO LS-INSTALLMENT.
026833     MOVE WS-LN-DATE-WORK TO LS-DUE-DATE.
026834     MOVE WS-LN-SCHED-PAYMENT TO LS-DETAIL-PAYMENT.
026835     MOVE WS-LN-INTEREST TO LS-DETAIL-INTEREST.
026836     MOVE WS-LN-PRINCIPAL-PART TO LS-DETAIL-PRINCIPAL.
026837     MOVE WS-LN-SCHED-BALANCE TO LS-DETAIL-BALANCE.
026838     WRITE LOAN-SCHEDULE-LINE FROM LS-DETAIL-LINE.
026839
026840     PERFORM 2540-ADD-ONE-MONTH THRU 2540-EXIT.
026841 8310-EXIT.
026842     EXIT.
026843
026844 USER-INTERFACE SECTION.
026845 9000-ASK.
026846     DISPLAY FUNCTION TRIM(QUESTION) " " WITH NO ADVANCING
026847     ACCEPT RESPONSE.
026848 9000-EXIT.
026849     EXIT.
026850
026851 9100-ASK-FOR-NUMBER.
026860     MOVE "N" TO WS-NUMBER-VALID.
026870     PERFORM 9110-PROMPT-FOR-NUMBER THRU 9110-EXIT
026880         UNTIL NUMBER-VALID.
027490 9180-EXIT.
027500     EXIT.
027510
027511 9190-ASK-FOR-TIME.
027512     MOVE "N" TO WS-NUMBER-VALID.
027513     PERFORM 9195-PROMPT-FOR-TIME THRU 9195-EXIT
027514         UNTIL NUMBER-VALID.
027515 9190-EXIT.
027516     EXIT.
027517
027518 9195-PROMPT-FOR-TIME.
027519     PERFORM 9000-ASK THRU 9000-EXIT.
027520     PERFORM 9390-ACCEPT-TIME THRU 9390-EXIT.
027521     IF NOT NUMBER-VALID
027522         DISPLAY "Please enter a time as HHMMSS."
027523     END-IF.
027524 9195-EXIT.
027525     EXIT.
027527
027529 9200-ASK-FOR-SELECTION.
027530     PERFORM 9000-ASK THRU 9000-EXIT.
027540     PERFORM 9400-ACCEPT-SELECTION THRU 9400-EXIT.
027550 9200-EXIT.
028030 9370-EXIT.
028040     EXIT.
028050
028051*    A time is keyed as exactly 6 digits, HHMMSS, the way the
028052*    journal stamps it, and must be a real time of day.
028053 9390-ACCEPT-TIME.
028054     MOVE "N" TO WS-NUMBER-VALID.
028055     IF RESPONSE (1:6) IS NUMERIC
028056             AND RESPONSE (7:14) = SPACES
028057         MOVE RESPONSE (1:6) TO GENERIC-TIME-HHMMSS
028058         IF GENERIC-TIME-HOURS < 24
028059                 AND GENERIC-TIME-MINUTES < 60
028060                 AND GENERIC-TIME-SECONDS < 60
028061             SET NUMBER-VALID TO TRUE
028062         END-IF
028063     END-IF.
028064 9390-EXIT.
028065     EXIT.
028067
028069 9400-ACCEPT-SELECTION.
028070     MOVE RESPONSE TO MENU-SELECTION.
028080 9400-EXIT.
028090     EXIT.
028280     DISPLAY "17. Freeze/Unfreeze Account (Supervisor)"
028290     DISPLAY "18. Journal Inquiry"
028300     DISPLAY "19. Reactivate Dormant Account (Supervisor)"
028310     DISPLAY "20. Reverse Transaction"
028311     DISPLAY "21. Book Loan"
028312     DISPLAY "22. Loan Payment"
028313     DISPLAY "23. Stop Payments"
028314     DISPLAY "24. Account Relationships"
028315     DISPLAY "25. Charge Off Account"
028316     DISPLAY "26. Exit".
028320     MOVE "Please make a selection" TO QUESTION
028330     PERFORM 9200-ASK-FOR-SELECTION THRU 9200-EXIT.
028340 9500-EXIT.
