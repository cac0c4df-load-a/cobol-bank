000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Currency-Transaction-Report.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly compliance job.  A currency transaction report is   *
000190*  owed whenever one customer's cash in, or cash out, for the  *
000200*  business day goes over the reporting threshold -- across    *
000210*  all of that customer's accounts, not per account.  This job *
000220*  totals the day's cash journal lines (DEPOSIT, OPEN-DEP and  *
000230*  LN-PAYMENT in, WITHDRAWAL out; a same-day REV-DEP or REV-WD *
000240*  nets its original back off) per account, rolls them up to   *
000250*  the customer through ACCOUNT-CUSTOMER-NUMBER, and writes    *
000260*  the filing (ctrfile.dat, layout CTRREC) for every customer  *
000270*  over the threshold with the CIF name, address, date of      *
000280*  birth and the per-account amounts.                          *
000290*                                                              *
000300*  It also looks for structuring -- cash kept just under the   *
000310*  threshold, again and again, to stay off the filing.  Every  *
000320*  cash line inside the review band (the band floor up to the  *
000330*  threshold) over the rolling window, read back through the   *
000340*  journal archive plus the live journal, is counted per       *
000350*  customer; a customer with the minimum count or more goes    *
000360*  on the review list.  Both lists, and anything that could    *
000370*  not be filed, print on ctrrpt.rpt for the compliance        *
000380*  officer.                                                    *
000390*                                                              *
000400*  Threshold, band floor, window and minimum count come from   *
000410*  the ctrparm.dat parameter file (one line), maintained by    *
000420*  data entry the way dormparm.dat is; with no file on disk    *
000430*  the defaults below apply.  The job only reads the master    *
000440*  files, so it can be rerun freely; it closes a               *
000450*  BATCH-CONTROL-FILE record (job "CTR", one per day) for the  *
000460*  Night-Stream-Driver, which runs it before the journal is    *
000470*  cut over.                                                   *
000480*----------------------------------------------------------------
000490*  Mod history:                                                *
000500*   2026-10-15  RLB  Original version.                         *
000502*   2026-10-15  RLB  A loan payment taken in cash at the counter*
000504*                    (LN-PAYMENT) counts as cash in.  The nightly*
000506*                    loan collection is a transfer, not cash.  *
000510****************************************************************
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT JOURNAL-FILE
000570         ASSIGN TO "journal.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000600
000610     SELECT JOURNAL-ARCHIVE-FILE
000620         ASSIGN TO "jrnlarch.dat"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS JRA-ARCHIVE-KEY
000660         FILE STATUS IS WS-JOURNAL-ARCHIVE-STATUS.
000670
000680     SELECT ACCOUNT-FILE
000690         ASSIGN TO "accounts.dat"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ACCOUNT-NUMBER
000730         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000740         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000750
000760     SELECT CUSTOMER-FILE
000770         ASSIGN TO "custmast.dat"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CUST-NUMBER
000810         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000820
000830     SELECT CTR-PARM-FILE
000840         ASSIGN TO "ctrparm.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CTR-PARM-STATUS.
000870
000880     SELECT CTR-FILING-FILE
000890         ASSIGN TO "ctrfile.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-CTR-FILING-STATUS.
000920
000930     SELECT CTR-REPORT-FILE
000940         ASSIGN TO "ctrrpt.rpt"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-CTR-REPORT-STATUS.
000970
000980     SELECT BATCH-CONTROL-FILE
000990         ASSIGN TO "batchctl.dat"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS BC-CONTROL-KEY
001030         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  JOURNAL-FILE.
001080     COPY "jrnlrec.cpy".
001090
001100 FD  JOURNAL-ARCHIVE-FILE.
001110     COPY "jrnarc.cpy".
001120
001130 FD  ACCOUNT-FILE.
001140     COPY "acctrec.cpy".
001150
001160 FD  CUSTOMER-FILE.
001170     COPY "custrec.cpy".
001180
001190*    One line: the reporting threshold, the floor of the
001200*    structuring review band (both dollars and cents, no
001210*    point), the rolling window in days and the number of
001220*    in-band cash lines that puts a customer on the review
001230*    list.  Maintained by data entry, not by a recompile.
001240 FD  CTR-PARM-FILE.
001250 01  CTR-PARM-RECORD.
001260     02  CP-THRESHOLD               PIC 9(07)V99.
001270     02  CP-BAND-FLOOR              PIC 9(07)V99.
001280     02  CP-WINDOW-DAYS             PIC 9(03).
001290     02  CP-MINIMUM-COUNT           PIC 9(03).
001300
001310 FD  CTR-FILING-FILE.
001320     COPY "ctrrec.cpy".
001330
001340 FD  CTR-REPORT-FILE.
001350 01  CTR-REPORT-LINE                PIC X(80).
001360
001370 FD  BATCH-CONTROL-FILE.
001380     COPY "bchctl.cpy".
001390
001400 WORKING-STORAGE SECTION.
001410 01  WS-FILE-STATUSES.
001420     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001430         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001440     02  WS-JOURNAL-ARCHIVE-STATUS  PIC X(02) VALUE "00".
001450         88  JOURNAL-ARCHIVE-NOT-FOUND  VALUE "35".
001460     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001470     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001480         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
001490     02  WS-CTR-PARM-STATUS         PIC X(02) VALUE "00".
001500         88  CTR-PARM-NOT-FOUND         VALUE "35".
001510     02  WS-CTR-FILING-STATUS       PIC X(02) VALUE "00".
001520     02  WS-CTR-REPORT-STATUS       PIC X(02) VALUE "00".
001530     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001540         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001550
001560 01  WS-RUN-SWITCHES.
001570     02  WS-JOURNAL-AT-END          PIC X(01) VALUE "N".
001580         88  JOURNAL-AT-END         VALUE "Y".
001590     02  WS-ARCHIVE-AT-END          PIC X(01) VALUE "N".
001600         88  ARCHIVE-AT-END         VALUE "Y".
001610     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001620         88  CONTROL-RECORD-FOUND   VALUE "Y".
001630     02  WS-ACCT-MATCH              PIC X(01) VALUE "N".
001640         88  ACCT-MATCH-FOUND       VALUE "Y".
001650     02  WS-CUST-MATCH              PIC X(01) VALUE "N".
001660         88  CUST-MATCH-FOUND       VALUE "Y".
001670     02  WS-CIF-STATE               PIC X(01) VALUE "N".
001680         88  CIF-RECORD-FOUND       VALUE "Y".
001690
001700 01  WS-RUN-DATE.
001710     02  WS-TODAY-DATE              PIC 9(08).
001720     02  FILLER REDEFINES WS-TODAY-DATE.
001730         03  WS-TODAY-YEAR          PIC 9(04).
001740         03  WS-TODAY-MONTH         PIC 9(02).
001750         03  WS-TODAY-DAY           PIC 9(02).
001760
001770*    Fallbacks, used only when ctrparm.dat is missing or
001780*    unreadable: the regulatory $10,000, a review band from
001790*    $8,000, three such lines inside ten days.
001800 01  WS-DEFAULT-PARAMETERS.
001810     02  WS-DEFAULT-THRESHOLD       PIC 9(07)V99 VALUE 10000.00.
001820     02  WS-DEFAULT-BAND-FLOOR      PIC 9(07)V99 VALUE 8000.00.
001830     02  WS-DEFAULT-WINDOW-DAYS     PIC 9(03) VALUE 10.
001840     02  WS-DEFAULT-MINIMUM-COUNT   PIC 9(03) VALUE 3.
001850
001860 01  WS-PARAMETERS.
001870     02  WS-THRESHOLD               PIC 9(07)V99 VALUE ZEROS.
001880     02  WS-BAND-FLOOR              PIC 9(07)V99 VALUE ZEROS.
001890     02  WS-WINDOW-DAYS             PIC 9(03) VALUE ZEROS.
001900     02  WS-MINIMUM-COUNT           PIC 9(03) VALUE ZEROS.
001910
001920*    Calendar month lengths; February is corrected for leap
001930*    years below.
001940 01  WS-MONTH-DAYS-DATA             PIC X(24) VALUE
001950         "312831303130313130313031".
001960 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001970     02  WS-MONTH-DAYS OCCURS 12 TIMES
001980                                    PIC 9(02).
001990
002000 01  WS-WINDOW-FIELDS.
002010     02  WS-WINDOW-START            PIC 9(08) VALUE ZEROS.
002020     02  FILLER REDEFINES WS-WINDOW-START.
002030         03  WS-WINDOW-YEAR         PIC 9(04).
002040         03  WS-WINDOW-MONTH        PIC 9(02).
002050         03  WS-WINDOW-DAY          PIC 9(02).
002060     02  WS-DAYS-TO-STEP            PIC 9(03) COMP VALUE ZERO.
002070     02  WS-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002080     02  WS-REMAINDER-4             PIC 9(04) COMP VALUE ZERO.
002090     02  WS-REMAINDER-100           PIC 9(04) COMP VALUE ZERO.
002100     02  WS-REMAINDER-400           PIC 9(04) COMP VALUE ZERO.
002110
002120*    Cash per account: the day's totals for the filing, and
002130*    the in-band lines over the window for the structuring
002140*    review.  Five hundred entries covers every account the
002150*    branch has ever opened; overflow is reported rather than
002160*    silently dropped, the same promise the reconciliation
002170*    job makes.
002180 01  WS-ACCOUNT-TOTALS-TABLE.
002190     02  WS-AT-COUNT                PIC 9(03) COMP VALUE ZERO.
002200     02  WS-AT-OVERFLOW             PIC X(01) VALUE "N".
002210         88  AT-TABLE-OVERFLOWED    VALUE "Y".
002220     02  WS-AT-ENTRY OCCURS 500 TIMES.
002230         03  WS-AT-ACCOUNT          PIC 9(05).
002240         03  WS-AT-PRODUCT-CODE     PIC X(02).
002250         03  WS-AT-CASH-IN          PIC S9(09)V99.
002260         03  WS-AT-CASH-OUT         PIC S9(09)V99.
002270         03  WS-AT-BAND-COUNT       PIC S9(05) COMP.
002280         03  WS-AT-BAND-AMOUNT      PIC S9(09)V99.
002290         03  WS-AT-CT-SLOT          PIC 9(03) COMP.
002300
002310*    The same rolled up to the customer.  An account still on
002320*    the conversion default of customer zero cannot be pooled
002330*    with anyone, so it stands alone under its own account
002340*    number (WS-CT-LONE-ACCOUNT) and is reported for the back
002350*    office to put on the CIF.
002360 01  WS-CUSTOMER-TOTALS-TABLE.
002370     02  WS-CT-COUNT                PIC 9(03) COMP VALUE ZERO.
002380     02  WS-CT-OVERFLOW             PIC X(01) VALUE "N".
002390         88  CT-TABLE-OVERFLOWED    VALUE "Y".
002400     02  WS-CT-ENTRY OCCURS 500 TIMES.
002410         03  WS-CT-CUSTOMER         PIC 9(05).
002420         03  WS-CT-LONE-ACCOUNT     PIC 9(05).
002430         03  WS-CT-CASH-IN          PIC S9(09)V99.
002440         03  WS-CT-CASH-OUT         PIC S9(09)V99.
002450         03  WS-CT-BAND-COUNT       PIC S9(05) COMP.
002460         03  WS-CT-BAND-AMOUNT      PIC S9(09)V99.
002470         03  WS-CT-ACCOUNTS         PIC 9(03) COMP.
002480
002490 01  WS-AT-SUB                      PIC 9(03) COMP VALUE ZERO.
002500 01  WS-AT-SLOT                     PIC 9(03) COMP VALUE ZERO.
002510 01  WS-CT-SUB                      PIC 9(03) COMP VALUE ZERO.
002520 01  WS-CT-SLOT                     PIC 9(03) COMP VALUE ZERO.
002530 01  WS-LOOKUP-CUSTOMER             PIC 9(05) VALUE ZEROS.
002540 01  WS-LOOKUP-LONE-ACCOUNT         PIC 9(05) VALUE ZEROS.
002550
002560*    The journal line being tallied, in one shape whichever
002570*    file it came from.  Only lines dated today count toward
002580*    the filing; every line inside the window counts toward
002590*    the structuring review.
002600 01  WS-TALLY-FIELDS.
002610     02  WS-TALLY-ACCOUNT           PIC 9(05).
002620     02  WS-TALLY-TYPE              PIC X(10).
002630     02  WS-TALLY-AMOUNT            PIC 9(07)V99.
002640     02  WS-TALLY-DATE              PIC 9(08).
002650
002660 01  WS-RUN-TOTALS.
002670     02  WS-LINES-READ              PIC 9(07) COMP VALUE ZERO.
002680     02  WS-CASH-LINES-TODAY        PIC 9(07) COMP VALUE ZERO.
002690     02  WS-BAND-LINES              PIC S9(07) COMP VALUE ZERO.
002700     02  WS-CTRS-FILED              PIC 9(05) COMP VALUE ZERO.
002710     02  WS-CTRS-NOT-FILED          PIC 9(05) COMP VALUE ZERO.
002720     02  WS-STRUCTURING-FLAGGED     PIC 9(05) COMP VALUE ZERO.
002730     02  WS-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
002740     02  WS-FILED-CASH-IN           PIC 9(11)V99 VALUE ZEROS.
002750     02  WS-FILED-CASH-OUT          PIC 9(11)V99 VALUE ZEROS.
002760
002770 01  CR-HEADING-1.
002780     02  FILLER                     PIC X(32) VALUE
002790         "CURRENCY TRANSACTION REVIEW FOR ".
002800     02  CR-HEADING-DATE            PIC 9(08).
002810     02  FILLER                     PIC X(40) VALUE SPACES.
002820
002830 01  CR-PARAMETER-LINE.
002840     02  FILLER                     PIC X(10) VALUE "THRESHOLD ".
002850     02  CR-THRESHOLD               PIC Z(06)9.99.
002860     02  FILLER                     PIC X(07) VALUE "  BAND ".
002870     02  CR-BAND-FLOOR              PIC Z(06)9.99.
002880     02  FILLER                     PIC X(09) VALUE "  WINDOW ".
002890     02  CR-WINDOW-START            PIC 9(08).
002900     02  FILLER                     PIC X(05) VALUE "  MIN".
002910     02  CR-MINIMUM-COUNT           PIC Z(02)9.
002920     02  FILLER                     PIC X(16) VALUE SPACES.
002930
002940 01  CR-SEPARATOR-LINE.
002950     02  FILLER                     PIC X(80) VALUE ALL "-".
002960
002970 01  CR-TEXT-LINE                   PIC X(80).
002980
002990 01  CR-CUSTOMER-LINE.
003000     02  FILLER                     PIC X(09) VALUE "CUSTOMER ".
003010     02  CR-CUST-NUMBER             PIC 9(05).
003020     02  FILLER                     PIC X(02) VALUE SPACES.
003030     02  CR-CUST-NAME               PIC X(20).
003040     02  FILLER                     PIC X(06) VALUE "  DOB ".
003050     02  CR-CUST-DOB                PIC 9(08).
003060     02  FILLER                     PIC X(30) VALUE SPACES.
003070
003080 01  CR-ADDRESS-LINE.
003090     02  FILLER                     PIC X(09) VALUE SPACES.
003100     02  CR-ADDRESS-TEXT            PIC X(71).
003110
003120 01  CR-ACCOUNT-HEADING.
003130     02  FILLER                     PIC X(09) VALUE SPACES.
003140     02  FILLER                     PIC X(07) VALUE "ACCT".
003150     02  FILLER                     PIC X(06) VALUE "PROD".
003160     02  FILLER                     PIC X(15) VALUE "   CASH IN".
003170     02  FILLER                     PIC X(43) VALUE "  CASH OUT".
003180
003190 01  CR-ACCOUNT-LINE.
003200     02  FILLER                     PIC X(09) VALUE SPACES.
003210     02  CR-ACCOUNT-NUMBER          PIC 9(05).
003220     02  FILLER                     PIC X(02) VALUE SPACES.
003230     02  CR-PRODUCT-CODE            PIC X(02).
003240     02  FILLER                     PIC X(02) VALUE SPACES.
003250     02  CR-ACCOUNT-IN              PIC Z(08)9.99-.
003260     02  FILLER                     PIC X(02) VALUE SPACES.
003270     02  CR-ACCOUNT-OUT             PIC Z(08)9.99-.
003280     02  FILLER                     PIC X(32) VALUE SPACES.
003290
003300 01  CR-TOTAL-LINE.
003310     02  FILLER                     PIC X(09) VALUE SPACES.
003320     02  FILLER                     PIC X(11) VALUE "TOTAL".
003330     02  CR-TOTAL-IN                PIC Z(08)9.99-.
003340     02  FILLER                     PIC X(02) VALUE SPACES.
003350     02  CR-TOTAL-OUT               PIC Z(08)9.99-.
003360     02  FILLER                     PIC X(02) VALUE SPACES.
003370     02  CR-TOTAL-NOTE              PIC X(30).
003380
003390 01  CR-STRUCTURING-HEADING.
003400     02  FILLER            PIC X(07) VALUE "CUST".
003410     02  FILLER            PIC X(07) VALUE "ACCT".
003420     02  FILLER            PIC X(22) VALUE "NAME".
003430     02  FILLER            PIC X(07) VALUE "LINES".
003440     02  FILLER            PIC X(14) VALUE "  BAND TOTAL".
003450     02  FILLER            PIC X(23) VALUE "NOTE".
003460
003470 01  CR-STRUCTURING-LINE.
003480     02  CR-ST-CUSTOMER             PIC 9(05).
003490     02  FILLER                     PIC X(02) VALUE SPACES.
003500     02  CR-ST-ACCOUNT              PIC Z(04)9.
003510     02  FILLER                     PIC X(02) VALUE SPACES.
003520     02  CR-ST-NAME                 PIC X(20).
003530     02  FILLER                     PIC X(02) VALUE SPACES.
003540     02  CR-ST-COUNT                PIC Z(04)9.
003550     02  FILLER                     PIC X(02) VALUE SPACES.
003560     02  CR-ST-AMOUNT               PIC Z(08)9.99.
003570     02  FILLER                     PIC X(02) VALUE SPACES.
003580     02  CR-ST-NOTE                 PIC X(23).
003590
003600 01  CR-EXCEPTION-LINE.
003610     02  FILLER                     PIC X(02) VALUE SPACES.
003620     02  CR-EX-ACCOUNT              PIC 9(05).
003630     02  FILLER                     PIC X(02) VALUE SPACES.
003640     02  CR-EX-REASON               PIC X(44).
003650     02  FILLER                     PIC X(27) VALUE SPACES.
003660
003670 01  CR-COUNT-LINE.
003680     02  CR-COUNT-LABEL             PIC X(30).
003690     02  CR-COUNT                   PIC Z(04)9.
003700     02  FILLER                     PIC X(45) VALUE SPACES.
003710
003720 PROCEDURE DIVISION.
003730 0000-MAIN-LOGIC.
003740     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003750
003760     PERFORM 0500-LOAD-PARAMETER THRU 0500-EXIT.
003770     PERFORM 0600-COMPUTE-WINDOW-START THRU 0600-EXIT.
003780
003790     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
003800
003810     MOVE WS-TODAY-DATE TO CR-HEADING-DATE.
003820     WRITE CTR-REPORT-LINE FROM CR-HEADING-1.
003830     MOVE WS-THRESHOLD TO CR-THRESHOLD.
003840     MOVE WS-BAND-FLOOR TO CR-BAND-FLOOR.
003850     MOVE WS-WINDOW-START TO CR-WINDOW-START.
003860     MOVE WS-MINIMUM-COUNT TO CR-MINIMUM-COUNT.
003870     WRITE CTR-REPORT-LINE FROM CR-PARAMETER-LINE.
003880
003890     PERFORM 1000-TALLY-THE-ARCHIVE THRU 1000-EXIT.
003900     PERFORM 1500-TALLY-THE-LIVE-JOURNAL THRU 1500-EXIT.
003910     PERFORM 3000-ROLL-UP-TO-CUSTOMERS THRU 3000-EXIT.
003920
003930     PERFORM 4000-FILE-THE-REPORTS THRU 4000-EXIT.
003940     PERFORM 5000-PRINT-STRUCTURING-REVIEW THRU 5000-EXIT.
003950     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
003960
003970     WRITE CTR-REPORT-LINE FROM CR-SEPARATOR-LINE.
003980     MOVE "CASH LINES TODAY:" TO CR-COUNT-LABEL.
003990     MOVE WS-CASH-LINES-TODAY TO CR-COUNT.
004000     WRITE CTR-REPORT-LINE FROM CR-COUNT-LINE.
004010     MOVE "REPORTS FILED:" TO CR-COUNT-LABEL.
004020     MOVE WS-CTRS-FILED TO CR-COUNT.
004030     WRITE CTR-REPORT-LINE FROM CR-COUNT-LINE.
004040     MOVE "OVER THRESHOLD, NOT FILED:" TO CR-COUNT-LABEL.
004050     MOVE WS-CTRS-NOT-FILED TO CR-COUNT.
004060     WRITE CTR-REPORT-LINE FROM CR-COUNT-LINE.
004070     MOVE "FLAGGED FOR STRUCTURING:" TO CR-COUNT-LABEL.
004080     MOVE WS-STRUCTURING-FLAGGED TO CR-COUNT.
004090     WRITE CTR-REPORT-LINE FROM CR-COUNT-LINE.
004100     MOVE "EXCEPTIONS:" TO CR-COUNT-LABEL.
004110     MOVE WS-EXCEPTION-COUNT TO CR-COUNT.
004120     WRITE CTR-REPORT-LINE FROM CR-COUNT-LINE.
004130
004140     PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
004150
004160     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
004170     PERFORM 0300-MARK-RUN-COMPLETE THRU 0300-EXIT.
004180     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
004190     GOBACK.
004200
004210 0100-OPEN-FILES.
004220     OPEN INPUT JOURNAL-ARCHIVE-FILE.
004230     OPEN INPUT JOURNAL-FILE.
004240     OPEN INPUT ACCOUNT-FILE.
004250     OPEN INPUT CUSTOMER-FILE.
004260     OPEN OUTPUT CTR-FILING-FILE.
004270     OPEN OUTPUT CTR-REPORT-FILE.
004280 0100-EXIT.
004290     EXIT.
004300
004310 0200-CLOSE-FILES.
004320     IF NOT JOURNAL-ARCHIVE-NOT-FOUND
004330         CLOSE JOURNAL-ARCHIVE-FILE
004340     END-IF.
004350     IF NOT JOURNAL-FILE-NOT-FOUND
004360         CLOSE JOURNAL-FILE
004370     END-IF.
004380     CLOSE ACCOUNT-FILE.
004390     IF NOT CUSTOMER-FILE-NOT-FOUND
004400         CLOSE CUSTOMER-FILE
004410     END-IF.
004420     CLOSE CTR-FILING-FILE.
004430     CLOSE CTR-REPORT-FILE.
004440 0200-EXIT.
004450     EXIT.
004460
004470*    Close the day's run record (job "CTR") so the
004480*    night-stream driver can see this step ran to completion.
004490*    BC-LAST-ACCOUNT carries the number of reports filed and
004500*    BC-AMOUNT the cash in they cover, right there on the
004510*    morning log.
004520 0300-MARK-RUN-COMPLETE.
004530     OPEN I-O BATCH-CONTROL-FILE.
004540     IF BATCH-CONTROL-NOT-FOUND
004550         OPEN OUTPUT BATCH-CONTROL-FILE
004560         CLOSE BATCH-CONTROL-FILE
004570         OPEN I-O BATCH-CONTROL-FILE
004580     END-IF.
004590
004600     MOVE "CTR" TO BC-JOB-ID.
004610     MOVE WS-TODAY-DATE TO BC-PERIOD.
004620     MOVE "N" TO WS-CONTROL-FOUND.
004630
004640     READ BATCH-CONTROL-FILE
004650         KEY IS BC-CONTROL-KEY
004660         INVALID KEY
004670             CONTINUE
004680         NOT INVALID KEY
004690             SET CONTROL-RECORD-FOUND TO TRUE
004700     END-READ.
004710
004720     MOVE "CTR" TO BC-JOB-ID.
004730     MOVE WS-TODAY-DATE TO BC-PERIOD.
004740     SET BC-RUN-COMPLETE TO TRUE.
004750     MOVE WS-CTRS-FILED TO BC-LAST-ACCOUNT.
004760     MOVE WS-FILED-CASH-IN TO BC-AMOUNT.
004770
004780     IF CONTROL-RECORD-FOUND
004790         REWRITE BATCH-CONTROL-RECORD
004800     ELSE
004810         WRITE BATCH-CONTROL-RECORD
004820     END-IF.
004830
004840     CLOSE BATCH-CONTROL-FILE.
004850 0300-EXIT.
004860     EXIT.
004870
004880 0500-LOAD-PARAMETER.
004890     MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD.
004900     MOVE WS-DEFAULT-BAND-FLOOR TO WS-BAND-FLOOR.
004910     MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS.
004920     MOVE WS-DEFAULT-MINIMUM-COUNT TO WS-MINIMUM-COUNT.
004930     OPEN INPUT CTR-PARM-FILE.
004940     IF CTR-PARM-NOT-FOUND
004950         DISPLAY "NO PARAMETER FILE (ctrparm.dat) ON FILE --"
004960             " DEFAULTS APPLY."
004970         GO TO 0500-EXIT
004980     END-IF.
004990
005000     READ CTR-PARM-FILE
005010         AT END
005020             DISPLAY "PARAMETER FILE IS EMPTY -- DEFAULTS APPLY."
005030         NOT AT END
005040             MOVE CP-THRESHOLD TO WS-THRESHOLD
005050             MOVE CP-BAND-FLOOR TO WS-BAND-FLOOR
005060             MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
005070             MOVE CP-MINIMUM-COUNT TO WS-MINIMUM-COUNT
005080     END-READ.
005090
005100     CLOSE CTR-PARM-FILE.
005110
005120*    A band floor at or over the threshold, a zero window or a
005130*    zero count would switch the review off without anyone
005140*    noticing; the defaults stand in for a bad value.
005150     IF WS-THRESHOLD = ZERO
005160         MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
005170     END-IF.
005180     IF WS-BAND-FLOOR NOT < WS-THRESHOLD
005190         COMPUTE WS-BAND-FLOOR = WS-THRESHOLD * 0.8
005200     END-IF.
005210     IF WS-WINDOW-DAYS = ZERO
005220         MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS
005230     END-IF.
005240     IF WS-MINIMUM-COUNT = ZERO
005250         MOVE WS-DEFAULT-MINIMUM-COUNT TO WS-MINIMUM-COUNT
005260     END-IF.
005270
005280     DISPLAY "CTR THRESHOLD:          " WS-THRESHOLD.
005290     DISPLAY "STRUCTURING BAND FLOOR: " WS-BAND-FLOOR.
005300     DISPLAY "WINDOW (DAYS):          " WS-WINDOW-DAYS.
005310     DISPLAY "MINIMUM LINES IN BAND:  " WS-MINIMUM-COUNT.
005320 0500-EXIT.
005330     EXIT.
005340
005350*    The window is today and the days before it, WINDOW-DAYS
005360*    in all, counted back one calendar day at a time.
005370 0600-COMPUTE-WINDOW-START.
005380     MOVE WS-TODAY-DATE TO WS-WINDOW-START.
005390     COMPUTE WS-DAYS-TO-STEP = WS-WINDOW-DAYS - 1.
005400     PERFORM 0610-STEP-BACK-ONE-DAY THRU 0610-EXIT
005410         WS-DAYS-TO-STEP TIMES.
005420     DISPLAY "STRUCTURING WINDOW FROM: " WS-WINDOW-START.
005430 0600-EXIT.
005440     EXIT.
005450
005460 0610-STEP-BACK-ONE-DAY.
005470     IF WS-WINDOW-DAY > 1
005480         SUBTRACT 1 FROM WS-WINDOW-DAY
005490         GO TO 0610-EXIT
005500     END-IF.
005510
005520     IF WS-WINDOW-MONTH = 1
005530         MOVE 12 TO WS-WINDOW-MONTH
005540         SUBTRACT 1 FROM WS-WINDOW-YEAR
005550     ELSE
005560         SUBTRACT 1 FROM WS-WINDOW-MONTH
005570     END-IF.
005580     MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-WINDOW-DAY.
005590
005600     IF WS-WINDOW-MONTH = 2
005610         DIVIDE WS-WINDOW-YEAR BY 4
005620             GIVING WS-LEAP-QUOTIENT
005630             REMAINDER WS-REMAINDER-4
005640         DIVIDE WS-WINDOW-YEAR BY 100
005650             GIVING WS-LEAP-QUOTIENT
005660             REMAINDER WS-REMAINDER-100
005670         DIVIDE WS-WINDOW-YEAR BY 400
005680             GIVING WS-LEAP-QUOTIENT
005690             REMAINDER WS-REMAINDER-400
005700         IF WS-REMAINDER-4 = ZERO
005710                 AND (WS-REMAINDER-100 NOT = ZERO
005720                     OR WS-REMAINDER-400 = ZERO)
005730             MOVE 29 TO WS-WINDOW-DAY
005740         END-IF
005750     END-IF.
005760 0610-EXIT.
005770     EXIT.
005780
005790*    Closed days inside the window have been cut over into the
005800*    archive.
005810 1000-TALLY-THE-ARCHIVE.
005820     IF JOURNAL-ARCHIVE-NOT-FOUND
005830         DISPLAY "NO JOURNAL ARCHIVE ON DISK -- ONLY THE LIVE"
005840             " JOURNAL WILL BE REVIEWED."
005850         GO TO 1000-EXIT
005860     END-IF.
005870
005880     MOVE ZEROS TO JRA-ACCOUNT.
005890     MOVE ZEROS TO JRA-DATE.
005900     MOVE ZEROS TO JRA-SEQUENCE.
005910     START JOURNAL-ARCHIVE-FILE KEY IS >= JRA-ARCHIVE-KEY
005920         INVALID KEY
005930             SET ARCHIVE-AT-END TO TRUE
005940     END-START.
005950
005960     PERFORM 1100-TALLY-ONE-ARCHIVE-LINE THRU 1100-EXIT
005970         UNTIL ARCHIVE-AT-END.
005980 1000-EXIT.
005990     EXIT.
006000
006010*    Archive lines dated today can only be there after a
006020*    forced second cutover; today's cash is taken from the
006030*    live journal, so they are left out to avoid counting it
006040*    twice.
006050 1100-TALLY-ONE-ARCHIVE-LINE.
006060     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
006070         AT END
006080             SET ARCHIVE-AT-END TO TRUE
006090             GO TO 1100-EXIT
006100     END-READ.
006110
006120     ADD 1 TO WS-LINES-READ.
006130
006140     IF JRA-DATE < WS-WINDOW-START
006150             OR JRA-DATE NOT < WS-TODAY-DATE
006160         GO TO 1100-EXIT
006170     END-IF.
006180
006190     MOVE JRA-ACCOUNT TO WS-TALLY-ACCOUNT.
006200     MOVE JRA-TYPE TO WS-TALLY-TYPE.
006210     MOVE JRA-AMOUNT TO WS-TALLY-AMOUNT.
006220     MOVE JRA-DATE TO WS-TALLY-DATE.
006230     PERFORM 2000-TALLY-ONE-LINE THRU 2000-EXIT.
006240 1100-EXIT.
006250     EXIT.
006260
006270*    The business day itself, plus any closed day a failed
006280*    cutover has left behind on the live journal.
006290 1500-TALLY-THE-LIVE-JOURNAL.
006300     IF JOURNAL-FILE-NOT-FOUND
006310         MOVE "NO JOURNAL ON DISK -- NO CASH RECORDED TODAY."
006320             TO CR-TEXT-LINE
006330         WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE
006340         GO TO 1500-EXIT
006350     END-IF.
006360
006370     PERFORM 1600-TALLY-ONE-JOURNAL-LINE THRU 1600-EXIT
006380         UNTIL JOURNAL-AT-END.
006390 1500-EXIT.
006400     EXIT.
006410
006420 1600-TALLY-ONE-JOURNAL-LINE.
006430     READ JOURNAL-FILE
006440         AT END
006450             SET JOURNAL-AT-END TO TRUE
006460             GO TO 1600-EXIT
006470     END-READ.
006480
006490     ADD 1 TO WS-LINES-READ.
006500
006510     IF JR-DATE < WS-WINDOW-START OR JR-DATE > WS-TODAY-DATE
006520         GO TO 1600-EXIT
006530     END-IF.
006540
006550     MOVE JR-ACCOUNT TO WS-TALLY-ACCOUNT.
006560     MOVE JR-TYPE TO WS-TALLY-TYPE.
006570     MOVE JR-AMOUNT TO WS-TALLY-AMOUNT.
006580     MOVE JR-DATE TO WS-TALLY-DATE.
006590     PERFORM 2000-TALLY-ONE-LINE THRU 2000-EXIT.
006600 1600-EXIT.
006610     EXIT.
006620
006630*    Only teller cash counts.  DEPOSIT, OPEN-DEP and a loan
006635*    payment taken at the counter (LN-PAYMENT) are cash in,
006638*    WITHDRAWAL is cash out; a same-day reversal (REV-DEP,
006650*    REV-WD) backs its original out of both the day's total
006660*    and the band count, so a keying error corrected at the
006670*    counter never reaches the filing or the review list.
006680 2000-TALLY-ONE-LINE.
006690     IF WS-TALLY-TYPE NOT = "DEPOSIT"
006700             AND WS-TALLY-TYPE NOT = "OPEN-DEP"
006705             AND WS-TALLY-TYPE NOT = "LN-PAYMENT"
006710             AND WS-TALLY-TYPE NOT = "WITHDRAWAL"
006720             AND WS-TALLY-TYPE NOT = "REV-DEP"
006730             AND WS-TALLY-TYPE NOT = "REV-WD"
006740         GO TO 2000-EXIT
006750     END-IF.
006760
006770     PERFORM 2100-FIND-ACCOUNT-SLOT THRU 2100-EXIT.
006780     IF WS-AT-SLOT = ZERO
006790         GO TO 2000-EXIT
006800     END-IF.
006810
006820     IF WS-TALLY-DATE = WS-TODAY-DATE
006830         ADD 1 TO WS-CASH-LINES-TODAY
006840         EVALUATE WS-TALLY-TYPE
006850             WHEN "DEPOSIT"
006860             WHEN "OPEN-DEP"
006865             WHEN "LN-PAYMENT"
006870                 ADD WS-TALLY-AMOUNT TO WS-AT-CASH-IN (WS-AT-SLOT)
006880             WHEN "WITHDRAWAL"
006890                 ADD WS-TALLY-AMOUNT
006900                     TO WS-AT-CASH-OUT (WS-AT-SLOT)
006910             WHEN "REV-DEP"
006920                 SUBTRACT WS-TALLY-AMOUNT
006930                     FROM WS-AT-CASH-IN (WS-AT-SLOT)
006940             WHEN "REV-WD"
006950                 SUBTRACT WS-TALLY-AMOUNT
006960                     FROM WS-AT-CASH-OUT (WS-AT-SLOT)
006970         END-EVALUATE
006980     END-IF.
006990
007000     IF WS-TALLY-AMOUNT < WS-BAND-FLOOR
007010             OR WS-TALLY-AMOUNT NOT < WS-THRESHOLD
007020         GO TO 2000-EXIT
007030     END-IF.
007040
007050     IF WS-TALLY-TYPE = "REV-DEP" OR WS-TALLY-TYPE = "REV-WD"
007060         SUBTRACT 1 FROM WS-AT-BAND-COUNT (WS-AT-SLOT)
007070         SUBTRACT WS-TALLY-AMOUNT
007080             FROM WS-AT-BAND-AMOUNT (WS-AT-SLOT)
007090         SUBTRACT 1 FROM WS-BAND-LINES
007100     ELSE
007110         ADD 1 TO WS-AT-BAND-COUNT (WS-AT-SLOT)
007120         ADD WS-TALLY-AMOUNT TO WS-AT-BAND-AMOUNT (WS-AT-SLOT)
007130         ADD 1 TO WS-BAND-LINES
007140     END-IF.
007150 2000-EXIT.
007160     EXIT.
007170
007180*    The account's slot in the totals table, minting a new one
007190*    when the account has not been seen yet.  A zero slot
007200*    means the table overflowed.
007210 2100-FIND-ACCOUNT-SLOT.
007220     MOVE "N" TO WS-ACCT-MATCH.
007230     MOVE ZERO TO WS-AT-SLOT.
007240     IF WS-AT-COUNT > ZERO
007250         PERFORM 2110-LOOK-FOR-ACCOUNT THRU 2110-EXIT
007260             VARYING WS-AT-SUB FROM 1 BY 1
007270             UNTIL WS-AT-SUB > WS-AT-COUNT
007280                 OR ACCT-MATCH-FOUND
007290     END-IF.
007300
007310     IF ACCT-MATCH-FOUND
007320         GO TO 2100-EXIT
007330     END-IF.
007340
007350     IF WS-AT-COUNT = 500
007360         SET AT-TABLE-OVERFLOWED TO TRUE
007370         GO TO 2100-EXIT
007380     END-IF.
007390
007400     ADD 1 TO WS-AT-COUNT.
007410     MOVE WS-AT-COUNT TO WS-AT-SLOT.
007420     MOVE WS-TALLY-ACCOUNT TO WS-AT-ACCOUNT (WS-AT-SLOT).
007430     MOVE SPACES TO WS-AT-PRODUCT-CODE (WS-AT-SLOT).
007440     MOVE ZEROS TO WS-AT-CASH-IN (WS-AT-SLOT).
007450     MOVE ZEROS TO WS-AT-CASH-OUT (WS-AT-SLOT).
007460     MOVE ZERO TO WS-AT-BAND-COUNT (WS-AT-SLOT).
007470     MOVE ZEROS TO WS-AT-BAND-AMOUNT (WS-AT-SLOT).
007480     MOVE ZERO TO WS-AT-CT-SLOT (WS-AT-SLOT).
007490 2100-EXIT.
007500     EXIT.
007510
007520*    A match leaves its slot number in WS-AT-SLOT.
007530 2110-LOOK-FOR-ACCOUNT.
007540     IF WS-AT-ACCOUNT (WS-AT-SUB) = WS-TALLY-ACCOUNT
007550         SET ACCT-MATCH-FOUND TO TRUE
007560         MOVE WS-AT-SUB TO WS-AT-SLOT
007570     END-IF.
007580 2110-EXIT.
007590     EXIT.
007600
007610*    Roll each account's cash up to its customer.  An account
007620*    no longer on file cannot be tied to anyone and goes to
007630*    the exception page instead (WS-AT-CT-SLOT stays zero).
007640 3000-ROLL-UP-TO-CUSTOMERS.
007650     PERFORM 3100-ROLL-UP-ONE-ACCOUNT THRU 3100-EXIT
007660         VARYING WS-AT-SUB FROM 1 BY 1
007670         UNTIL WS-AT-SUB > WS-AT-COUNT.
007680 3000-EXIT.
007690     EXIT.
007700
007710 3100-ROLL-UP-ONE-ACCOUNT.
007720     MOVE WS-AT-ACCOUNT (WS-AT-SUB) TO ACCOUNT-NUMBER.
007730     READ ACCOUNT-FILE
007740         KEY IS ACCOUNT-NUMBER
007750         INVALID KEY
007760             GO TO 3100-EXIT
007770     END-READ.
007780
007790     MOVE ACCOUNT-PRODUCT-CODE TO WS-AT-PRODUCT-CODE (WS-AT-SUB).
007800     MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER.
007810     IF ACCOUNT-CUSTOMER-NUMBER = ZERO
007820         MOVE ACCOUNT-NUMBER TO WS-LOOKUP-LONE-ACCOUNT
007830     ELSE
007840         MOVE ZERO TO WS-LOOKUP-LONE-ACCOUNT
007850     END-IF.
007860
007870     PERFORM 3200-FIND-CUSTOMER-SLOT THRU 3200-EXIT.
007880     IF WS-CT-SLOT = ZERO
007890         GO TO 3100-EXIT
007900     END-IF.
007910
007920     MOVE WS-CT-SLOT TO WS-AT-CT-SLOT (WS-AT-SUB).
007930     ADD 1 TO WS-CT-ACCOUNTS (WS-CT-SLOT).
007940     ADD WS-AT-CASH-IN (WS-AT-SUB) TO WS-CT-CASH-IN (WS-CT-SLOT).
007950     ADD WS-AT-CASH-OUT (WS-AT-SUB)
007960         TO WS-CT-CASH-OUT (WS-CT-SLOT).
007970     ADD WS-AT-BAND-COUNT (WS-AT-SUB)
007980         TO WS-CT-BAND-COUNT (WS-CT-SLOT).
007990     ADD WS-AT-BAND-AMOUNT (WS-AT-SUB)
008000         TO WS-CT-BAND-AMOUNT (WS-CT-SLOT).
008010 3100-EXIT.
008020     EXIT.
008030
008040 3200-FIND-CUSTOMER-SLOT.
008050     MOVE "N" TO WS-CUST-MATCH.
008060     MOVE ZERO TO WS-CT-SLOT.
008070     IF WS-CT-COUNT > ZERO
008080         PERFORM 3210-LOOK-FOR-CUSTOMER THRU 3210-EXIT
008090             VARYING WS-CT-SUB FROM 1 BY 1
008100             UNTIL WS-CT-SUB > WS-CT-COUNT
008110                 OR CUST-MATCH-FOUND
008120     END-IF.
008130
008140     IF CUST-MATCH-FOUND
008150         GO TO 3200-EXIT
008160     END-IF.
008170
008180     IF WS-CT-COUNT = 500
008190         SET CT-TABLE-OVERFLOWED TO TRUE
008200         GO TO 3200-EXIT
008210     END-IF.
008220
008230     ADD 1 TO WS-CT-COUNT.
008240     MOVE WS-CT-COUNT TO WS-CT-SLOT.
008250     MOVE WS-LOOKUP-CUSTOMER TO WS-CT-CUSTOMER (WS-CT-SLOT).
008260     MOVE WS-LOOKUP-LONE-ACCOUNT
008270         TO WS-CT-LONE-ACCOUNT (WS-CT-SLOT).
008280     MOVE ZEROS TO WS-CT-CASH-IN (WS-CT-SLOT).
008290     MOVE ZEROS TO WS-CT-CASH-OUT (WS-CT-SLOT).
008300     MOVE ZERO TO WS-CT-BAND-COUNT (WS-CT-SLOT).
008310     MOVE ZEROS TO WS-CT-BAND-AMOUNT (WS-CT-SLOT).
008320     MOVE ZERO TO WS-CT-ACCOUNTS (WS-CT-SLOT).
008330 3200-EXIT.
008340     EXIT.
008350
008360*    A match leaves its slot number in WS-CT-SLOT.
008370 3210-LOOK-FOR-CUSTOMER.
008380     IF WS-CT-CUSTOMER (WS-CT-SUB) = WS-LOOKUP-CUSTOMER
008390             AND WS-CT-LONE-ACCOUNT (WS-CT-SUB)
008400                 = WS-LOOKUP-LONE-ACCOUNT
008410         SET CUST-MATCH-FOUND TO TRUE
008420         MOVE WS-CT-SUB TO WS-CT-SLOT
008430     END-IF.
008440 3210-EXIT.
008450     EXIT.
008460
008470 4000-FILE-THE-REPORTS.
008480     WRITE CTR-REPORT-LINE FROM CR-SEPARATOR-LINE.
008490     MOVE "CUSTOMERS OVER THE THRESHOLD -- REPORTS FILED"
008500         TO CR-TEXT-LINE.
008510     WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE.
008520
008530     PERFORM 4100-FILE-ONE-CUSTOMER THRU 4100-EXIT
008540         VARYING WS-CT-SUB FROM 1 BY 1
008550         UNTIL WS-CT-SUB > WS-CT-COUNT.
008560
008570     IF WS-CTRS-FILED = ZERO AND WS-CTRS-NOT-FILED = ZERO
008580         MOVE "NO CUSTOMER OVER THE THRESHOLD TODAY."
008590             TO CR-TEXT-LINE
008600         WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE
008610     END-IF.
008620 4000-EXIT.
008630     EXIT.
008640
008650*    Cash in and cash out are tested separately -- a customer
008660*    who pays in $6,000 and draws $6,000 has moved $12,000 of
008670*    cash but is over neither limit.  A customer the filing
008680*    cannot name (no CIF) is printed for the compliance
008690*    officer to file by hand once the back office has an
008700*    identity on record.
008710 4100-FILE-ONE-CUSTOMER.
008720     IF WS-CT-CASH-IN (WS-CT-SUB) NOT > WS-THRESHOLD
008730             AND WS-CT-CASH-OUT (WS-CT-SUB) NOT > WS-THRESHOLD
008740         GO TO 4100-EXIT
008750     END-IF.
008760
008770     WRITE CTR-REPORT-LINE FROM CR-SEPARATOR-LINE.
008780     PERFORM 4500-READ-THE-CIF THRU 4500-EXIT.
008790
008800     IF NOT CIF-RECORD-FOUND
008810         ADD 1 TO WS-CTRS-NOT-FILED
008820         MOVE WS-CT-CUSTOMER (WS-CT-SUB) TO CR-CUST-NUMBER
008830         MOVE "** NO CIF RECORD" TO CR-CUST-NAME
008840         MOVE ZERO TO CR-CUST-DOB
008850         WRITE CTR-REPORT-LINE FROM CR-CUSTOMER-LINE
008860         MOVE "NOT FILED -- PUT THE CUSTOMER ON THE CIF AND FILE"
008870             TO CR-ADDRESS-TEXT
008880         WRITE CTR-REPORT-LINE FROM CR-ADDRESS-LINE
008890         MOVE "BY HAND." TO CR-ADDRESS-TEXT
008900         WRITE CTR-REPORT-LINE FROM CR-ADDRESS-LINE
008910         PERFORM 4300-LIST-THE-ACCOUNTS THRU 4300-EXIT
008920         GO TO 4100-EXIT
008930     END-IF.
008940
008950     ADD 1 TO WS-CTRS-FILED.
008960     ADD WS-CT-CASH-IN (WS-CT-SUB) TO WS-FILED-CASH-IN.
008970     ADD WS-CT-CASH-OUT (WS-CT-SUB) TO WS-FILED-CASH-OUT.
008980
008990     MOVE SPACES TO CTR-FILING-RECORD.
009000     SET CF-SUBJECT-RECORD TO TRUE.
009010     MOVE WS-TODAY-DATE TO CF-BUSINESS-DATE.
009020     MOVE CUST-NUMBER TO CF-CUSTOMER-NUMBER.
009030     MOVE CUST-NAME TO CF-NAME.
009040     MOVE CUST-ADDRESS-1 TO CF-ADDRESS-1.
009050     MOVE CUST-ADDRESS-2 TO CF-ADDRESS-2.
009060     MOVE CUST-CITY TO CF-CITY.
009070     MOVE CUST-STATE TO CF-STATE.
009080     MOVE CUST-ZIP TO CF-ZIP.
009090     MOVE CUST-DATE-OF-BIRTH TO CF-DATE-OF-BIRTH.
009100     MOVE WS-CT-CASH-IN (WS-CT-SUB) TO CF-TOTAL-CASH-IN.
009110     MOVE WS-CT-CASH-OUT (WS-CT-SUB) TO CF-TOTAL-CASH-OUT.
009120     MOVE WS-CT-ACCOUNTS (WS-CT-SUB) TO CF-ACCOUNT-COUNT.
009130     WRITE CTR-FILING-RECORD.
009140
009150     MOVE CUST-NUMBER TO CR-CUST-NUMBER.
009160     MOVE CUST-NAME TO CR-CUST-NAME.
009170     MOVE CUST-DATE-OF-BIRTH TO CR-CUST-DOB.
009180     WRITE CTR-REPORT-LINE FROM CR-CUSTOMER-LINE.
009190     PERFORM 4200-PRINT-ADDRESS THRU 4200-EXIT.
009200     PERFORM 4300-LIST-THE-ACCOUNTS THRU 4300-EXIT.
009210 4100-EXIT.
009220     EXIT.
009230
009240 4200-PRINT-ADDRESS.
009250     MOVE CUST-ADDRESS-1 TO CR-ADDRESS-TEXT.
009260     WRITE CTR-REPORT-LINE FROM CR-ADDRESS-LINE.
009270     IF CUST-ADDRESS-2 NOT = SPACES
009280         MOVE CUST-ADDRESS-2 TO CR-ADDRESS-TEXT
009290         WRITE CTR-REPORT-LINE FROM CR-ADDRESS-LINE
009300     END-IF.
009310     MOVE SPACES TO CR-ADDRESS-TEXT.
009320     STRING CUST-CITY DELIMITED BY "  "
009330         " " DELIMITED BY SIZE
009340         CUST-STATE DELIMITED BY SIZE
009350         " " DELIMITED BY SIZE
009360         CUST-ZIP DELIMITED BY SIZE
009370         INTO CR-ADDRESS-TEXT.
009380     WRITE CTR-REPORT-LINE FROM CR-ADDRESS-LINE.
009390 4200-EXIT.
009400     EXIT.
009410
009420*    Every account of the customer that carried cash today,
009430*    on the report and -- when the customer is being filed --
009440*    on the filing as well.
009450 4300-LIST-THE-ACCOUNTS.
009460     WRITE CTR-REPORT-LINE FROM CR-ACCOUNT-HEADING.
009470     PERFORM 4310-LIST-ONE-ACCOUNT THRU 4310-EXIT
009480         VARYING WS-AT-SUB FROM 1 BY 1
009490         UNTIL WS-AT-SUB > WS-AT-COUNT.
009500
009510     MOVE WS-CT-CASH-IN (WS-CT-SUB) TO CR-TOTAL-IN.
009520     MOVE WS-CT-CASH-OUT (WS-CT-SUB) TO CR-TOTAL-OUT.
009530     MOVE SPACES TO CR-TOTAL-NOTE.
009540     IF WS-CT-CASH-IN (WS-CT-SUB) > WS-THRESHOLD
009550         MOVE "CASH IN OVER" TO CR-TOTAL-NOTE
009560     END-IF.
009570     IF WS-CT-CASH-OUT (WS-CT-SUB) > WS-THRESHOLD
009580         IF CR-TOTAL-NOTE = SPACES
009590             MOVE "CASH OUT OVER" TO CR-TOTAL-NOTE
009600         ELSE
009610             MOVE "CASH IN AND CASH OUT OVER" TO CR-TOTAL-NOTE
009620         END-IF
009630     END-IF.
009640     WRITE CTR-REPORT-LINE FROM CR-TOTAL-LINE.
009650 4300-EXIT.
009660     EXIT.
009670
009680 4310-LIST-ONE-ACCOUNT.
009690     IF WS-AT-CT-SLOT (WS-AT-SUB) NOT = WS-CT-SUB
009700         GO TO 4310-EXIT
009710     END-IF.
009720     IF WS-AT-CASH-IN (WS-AT-SUB) = ZERO
009730             AND WS-AT-CASH-OUT (WS-AT-SUB) = ZERO
009740         GO TO 4310-EXIT
009750     END-IF.
009760
009770     MOVE WS-AT-ACCOUNT (WS-AT-SUB) TO CR-ACCOUNT-NUMBER.
009780     MOVE WS-AT-PRODUCT-CODE (WS-AT-SUB) TO CR-PRODUCT-CODE.
009790     MOVE WS-AT-CASH-IN (WS-AT-SUB) TO CR-ACCOUNT-IN.
009800     MOVE WS-AT-CASH-OUT (WS-AT-SUB) TO CR-ACCOUNT-OUT.
009810     WRITE CTR-REPORT-LINE FROM CR-ACCOUNT-LINE.
009820
009830     IF NOT CIF-RECORD-FOUND
009840         GO TO 4310-EXIT
009850     END-IF.
009860
009870     MOVE SPACES TO CTR-FILING-RECORD.
009880     SET CF-ACCOUNT-RECORD TO TRUE.
009890     MOVE WS-TODAY-DATE TO CF-BUSINESS-DATE.
009900     MOVE WS-CT-CUSTOMER (WS-CT-SUB) TO CF-CUSTOMER-NUMBER.
009910     MOVE WS-AT-ACCOUNT (WS-AT-SUB) TO CF-ACCOUNT-NUMBER.
009920     MOVE WS-AT-PRODUCT-CODE (WS-AT-SUB) TO CF-PRODUCT-CODE.
009930     MOVE WS-AT-CASH-IN (WS-AT-SUB) TO CF-ACCOUNT-CASH-IN.
009940     MOVE WS-AT-CASH-OUT (WS-AT-SUB) TO CF-ACCOUNT-CASH-OUT.
009950     WRITE CTR-FILING-RECORD.
009960 4310-EXIT.
009970     EXIT.
009980
009990*    The CIF record for customer slot WS-CT-SUB.  A lone
010000*    account (customer zero) has none to find.
010010 4500-READ-THE-CIF.
010020     MOVE "N" TO WS-CIF-STATE.
010030     IF WS-CT-CUSTOMER (WS-CT-SUB) = ZERO
010040             OR CUSTOMER-FILE-NOT-FOUND
010050         GO TO 4500-EXIT
010060     END-IF.
010070
010080     MOVE WS-CT-CUSTOMER (WS-CT-SUB) TO CUST-NUMBER.
010090     READ CUSTOMER-FILE
010100         KEY IS CUST-NUMBER
010110         INVALID KEY
010120             GO TO 4500-EXIT
010130     END-READ.
010140     SET CIF-RECORD-FOUND TO TRUE.
010150 4500-EXIT.
010160     EXIT.
010170
010180*    The trailer carries the subject count and the grand
010190*    totals so the receiving end can prove the file complete.
010200 4900-WRITE-TRAILER.
010210     MOVE SPACES TO CTR-FILING-RECORD.
010220     SET CF-TRAILER-RECORD TO TRUE.
010230     MOVE WS-TODAY-DATE TO CF-BUSINESS-DATE.
010240     MOVE ZERO TO CF-CUSTOMER-NUMBER.
010250     MOVE WS-CTRS-FILED TO CF-SUBJECT-COUNT.
010260     MOVE WS-FILED-CASH-IN TO CF-GRAND-CASH-IN.
010270     MOVE WS-FILED-CASH-OUT TO CF-GRAND-CASH-OUT.
010280     WRITE CTR-FILING-RECORD.
010290 4900-EXIT.
010300     EXIT.
010310
010320 5000-PRINT-STRUCTURING-REVIEW.
010330     WRITE CTR-REPORT-LINE FROM CR-SEPARATOR-LINE.
010340     MOVE "POSSIBLE STRUCTURING -- CASH JUST UNDER THE THRESHOLD"
010350         TO CR-TEXT-LINE.
010360     WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE.
010370     WRITE CTR-REPORT-LINE FROM CR-STRUCTURING-HEADING.
010380
010390     PERFORM 5100-REVIEW-ONE-CUSTOMER THRU 5100-EXIT
010400         VARYING WS-CT-SUB FROM 1 BY 1
010410         UNTIL WS-CT-SUB > WS-CT-COUNT.
010420
010430     IF WS-STRUCTURING-FLAGGED = ZERO
010440         MOVE "NO CUSTOMER FLAGGED IN THE WINDOW." TO CR-TEXT-LINE
010450         WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE
010460     END-IF.
010470 5000-EXIT.
010480     EXIT.
010490
010500 5100-REVIEW-ONE-CUSTOMER.
010510     IF WS-CT-BAND-COUNT (WS-CT-SUB) < WS-MINIMUM-COUNT
010520         GO TO 5100-EXIT
010530     END-IF.
010540
010550     ADD 1 TO WS-STRUCTURING-FLAGGED.
010560     PERFORM 4500-READ-THE-CIF THRU 4500-EXIT.
010570
010580     MOVE WS-CT-CUSTOMER (WS-CT-SUB) TO CR-ST-CUSTOMER.
010590     MOVE WS-CT-LONE-ACCOUNT (WS-CT-SUB) TO CR-ST-ACCOUNT.
010600     IF CIF-RECORD-FOUND
010610         MOVE CUST-NAME TO CR-ST-NAME
010620     ELSE
010630         MOVE "** NO CIF RECORD" TO CR-ST-NAME
010640     END-IF.
010650     MOVE WS-CT-BAND-COUNT (WS-CT-SUB) TO CR-ST-COUNT.
010660     MOVE WS-CT-BAND-AMOUNT (WS-CT-SUB) TO CR-ST-AMOUNT.
010670     IF WS-CT-CASH-IN (WS-CT-SUB) > WS-THRESHOLD
010680             OR WS-CT-CASH-OUT (WS-CT-SUB) > WS-THRESHOLD
010690         MOVE "ALSO FILED TODAY" TO CR-ST-NOTE
010700     ELSE
010710         MOVE "REVIEW" TO CR-ST-NOTE
010720     END-IF.
010730     WRITE CTR-REPORT-LINE FROM CR-STRUCTURING-LINE.
010740 5100-EXIT.
010750     EXIT.
010760
010770*    Cash the job could not tie to a customer, and any table
010780*    overflow -- the officer must know the lists above may be
010790*    short.
010800 6000-PRINT-EXCEPTIONS.
010810     WRITE CTR-REPORT-LINE FROM CR-SEPARATOR-LINE.
010820     MOVE "EXCEPTIONS" TO CR-TEXT-LINE.
010830     WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE.
010840
010850     PERFORM 6100-CHECK-ONE-ACCOUNT THRU 6100-EXIT
010860         VARYING WS-AT-SUB FROM 1 BY 1
010870         UNTIL WS-AT-SUB > WS-AT-COUNT.
010880
010890     IF AT-TABLE-OVERFLOWED OR CT-TABLE-OVERFLOWED
010900         ADD 1 TO WS-EXCEPTION-COUNT
010910         MOVE "** TOTALS TABLE FULL -- LISTS ARE INCOMPLETE."
010920             TO CR-TEXT-LINE
010930         WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE
010940         DISPLAY "CTR TOTALS TABLE FULL -- REPORT INCOMPLETE."
010950     END-IF.
010960
010970     IF WS-EXCEPTION-COUNT = ZERO
010980         MOVE "NONE." TO CR-TEXT-LINE
010990         WRITE CTR-REPORT-LINE FROM CR-TEXT-LINE
011000     END-IF.
011010 6000-EXIT.
011020     EXIT.
011030
011040 6100-CHECK-ONE-ACCOUNT.
011050     IF WS-AT-CT-SLOT (WS-AT-SUB) NOT = ZERO
011060         GO TO 6100-EXIT
011070     END-IF.
011080
011090     ADD 1 TO WS-EXCEPTION-COUNT.
011100     MOVE WS-AT-ACCOUNT (WS-AT-SUB) TO CR-EX-ACCOUNT.
011110     MOVE "CASH ON THE JOURNAL BUT ACCOUNT NOT ON FILE"
011120         TO CR-EX-REASON.
011130     WRITE CTR-REPORT-LINE FROM CR-EXCEPTION-LINE.
011140 6100-EXIT.
011150     EXIT.
011160
011170 9000-PRINT-SUMMARY.
011180     DISPLAY "CURRENCY TRANSACTION REPORT - RUN SUMMARY".
011190     DISPLAY "JOURNAL LINES READ:     " WS-LINES-READ.
011200     DISPLAY "CASH LINES TODAY:       " WS-CASH-LINES-TODAY.
011210     DISPLAY "CASH LINES IN THE BAND: " WS-BAND-LINES.
011220     DISPLAY "REPORTS FILED:          " WS-CTRS-FILED.
011230     DISPLAY "OVER, NOT FILED:        " WS-CTRS-NOT-FILED.
011240     DISPLAY "FLAGGED FOR STRUCTURING:" WS-STRUCTURING-FLAGGED.
011250     DISPLAY "EXCEPTIONS:             " WS-EXCEPTION-COUNT.
011260 9000-EXIT.
011270     EXIT.
