000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Loan-Servicing-Batch.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly batch job.  Services the installment loans on       *
000190*  loans.dat (layout LOANREC).  Every open loan whose next     *
000200*  installment has fallen due has that installment collected   *
000210*  from its repayment account: one month's interest at the     *
000220*  loan rate on the principal still owed, the rest to          *
000230*  principal, exactly the split the teller's Loan Payment      *
000240*  takes.  The collection posts like a transfer -- LN-COLLECT  *
000250*  off the repayment account, LN-INT and LN-AUTOPAY on the     *
000260*  loan's own account -- with history and journal lines on     *
000270*  both, so the day still proves.  A collection that cannot    *
000280*  be taken (repayment account missing, closed, frozen or      *
000290*  dormant, or short of funds even with its overdraft) is not  *
000300*  forced; the reason goes on the loan and it falls behind.    *
000310*  One installment is taken per night, so a loan that has      *
000320*  missed several catches up a month at a time.                *
000330*                                                              *
000340*  Every open loan is then aged: days past due since the       *
000350*  oldest unpaid installment, and the arrears owed on the      *
000360*  installments missed.  A second pass prints every past-due   *
000370*  loan on the delinquency report (lndelinq.rpt) in its        *
000380*  1-29 / 30-59 / 60-89 / 90+ bucket, with the bucket counts   *
000390*  and totals for collections.                                 *
000400*                                                              *
000410*  Restartable under the usual BATCH-CONTROL-FILE discipline   *
000420*  (job "LNB", one record per day, checkpointed after every    *
000430*  loan committed; BC-AMOUNT carries the total collected).     *
000440*  The delinquency report is printed whole at the end of       *
000450*  every run, so a resumed run never leaves half a report.     *
000452*  A resumed run gets its interest total back by adding up     *
000454*  the LN-INT lines this job journalled today.                 *
000460*----------------------------------------------------------------
000470*  Mod history:                                                *
000480*   2026-10-15  RLB  Original version.                         *
000482*   2026-10-15  RLB  A resumed run recounts the night's        *
000484*                    interest charged from the journal.        *
000490****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACCOUNT-FILE
000550         ASSIGN TO "accounts.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ACCOUNT-NUMBER
000590         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000600         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000610
000620     SELECT LOAN-FILE
000630         ASSIGN TO "loans.dat"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LOAN-NUMBER
000670         FILE STATUS IS WS-LOAN-FILE-STATUS.
000680
000690     SELECT DELINQUENCY-REPORT-FILE
000700         ASSIGN TO "lndelinq.rpt"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-DELINQUENCY-REPORT-STATUS.
000730
000740     SELECT JOURNAL-FILE
000750         ASSIGN TO "journal.dat"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000780
000790     SELECT BATCH-CONTROL-FILE
000800         ASSIGN TO "batchctl.dat"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS BC-CONTROL-KEY
000840         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ACCOUNT-FILE.
000890     COPY "acctrec.cpy".
000900
000910 FD  LOAN-FILE.
000920     COPY "loanrec.cpy".
000930
000940 FD  DELINQUENCY-REPORT-FILE.
000950 01  DELINQUENCY-REPORT-LINE        PIC X(80).
000960
000970 FD  JOURNAL-FILE.
000980     COPY "jrnlrec.cpy".
000990
001000 FD  BATCH-CONTROL-FILE.
001010     COPY "bchctl.cpy".
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-FILE-STATUSES.
001050     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001060     02  WS-LOAN-FILE-STATUS        PIC X(02) VALUE "00".
001070         88  LOAN-FILE-NOT-FOUND        VALUE "35".
001080     02  WS-DELINQUENCY-REPORT-STATUS
001090                                    PIC X(02) VALUE "00".
001100     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001110         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001120     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001130         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001140
001150 01  WS-RUN-SWITCHES.
001160     02  WS-LOAN-FILE-AT-END        PIC X(01) VALUE "N".
001170         88  LOAN-FILE-AT-END       VALUE "Y".
001180     02  WS-RUN-PERMIT              PIC X(01) VALUE "Y".
001190         88  RUN-REFUSED            VALUE "N".
001200     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001210         88  CONTROL-RECORD-FOUND   VALUE "Y".
001220     02  WS-REPAY-GOOD              PIC X(01) VALUE "N".
001230         88  REPAY-ACCOUNT-GOOD     VALUE "Y".
001232     02  WS-JOURNAL-AT-END          PIC X(01) VALUE "N".
001234         88  JOURNAL-AT-END         VALUE "Y".
001240
001250 01  WS-TODAY-DATE                  PIC 9(08).
001260 01  WS-RESTART-ACCOUNT             PIC 9(05) VALUE ZERO.
001270 01  WS-FORCE-REPLY                 PIC X(05) VALUE SPACES.
001280
001290*    The installment being collected, worked out from the loan
001300*    account before the repayment account is read over the
001310*    FD buffer.
001320 01  WS-COLLECT-AREA.
001330     02  WS-LN-OUTSTANDING          PIC 9(07)V99 VALUE ZEROS.
001340     02  WS-LN-INTEREST             PIC 9(07)V99 VALUE ZEROS.
001350     02  WS-LN-PAYOFF               PIC 9(07)V99 VALUE ZEROS.
001360     02  WS-LN-INSTALLMENT          PIC 9(07)V99 VALUE ZEROS.
001370     02  WS-LN-PRINCIPAL-PART       PIC 9(07)V99 VALUE ZEROS.
001380     02  WS-COLLECT-FAIL-REASON     PIC X(25) VALUE SPACES.
001390
001400*    Month arithmetic for the next due date, the same year*12
001410*    shape the CD maturity roll uses.
001420 01  WS-DUE-FIELDS.
001430     02  WS-DUE-TOTAL-MONTHS        PIC S9(06) COMP VALUE ZERO.
001440     02  WS-DUE-YEAR                PIC 9(04) VALUE ZEROS.
001450     02  WS-DUE-MONTH               PIC 9(02) VALUE ZEROS.
001460
001470 01  WS-DUE-SPLIT.
001480     02  WS-DUE-DATE                PIC 9(08).
001490     02  FILLER REDEFINES WS-DUE-DATE.
001500         03  WS-DUE-DATE-YEAR       PIC 9(04).
001510         03  WS-DUE-DATE-MONTH      PIC 9(02).
001520         03  WS-DUE-DATE-DAY        PIC 9(02).
001530
001540 01  WS-TODAY-SPLIT.
001550     02  WS-TODAY-WORK              PIC 9(08).
001560     02  FILLER REDEFINES WS-TODAY-WORK.
001570         03  WS-TODAY-YEAR          PIC 9(04).
001580         03  WS-TODAY-MONTH         PIC 9(02).
001590         03  WS-TODAY-DAY           PIC 9(02).
001600
001610*    Days before the first of each month in a common year, for
001620*    turning a date into a day number; February 29th is added
001630*    back below for a leap year.
001640 01  WS-CUM-DAYS-DATA               PIC X(36) VALUE
001650         "000031059090120151181212243273304334".
001660 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
001670     02  WS-CUM-DAYS OCCURS 12 TIMES
001680                                    PIC 9(03).
001690
001700 01  WS-DAY-NUMBER-FIELDS.
001710     02  WS-DN-DATE                 PIC 9(08).
001720     02  FILLER REDEFINES WS-DN-DATE.
001730         03  WS-DN-YEAR             PIC 9(04).
001740         03  WS-DN-MONTH            PIC 9(02).
001750         03  WS-DN-DAY              PIC 9(02).
001760     02  WS-DN-RESULT               PIC 9(07) COMP VALUE ZERO.
001770     02  WS-DN-PRIOR-YEARS          PIC 9(04) COMP VALUE ZERO.
001780     02  WS-DN-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
001790     02  WS-DN-REMAINDER-4          PIC 9(04) COMP VALUE ZERO.
001800     02  WS-DN-REMAINDER-100        PIC 9(04) COMP VALUE ZERO.
001810     02  WS-DN-REMAINDER-400        PIC 9(04) COMP VALUE ZERO.
001820     02  WS-DN-TODAY                PIC 9(07) COMP VALUE ZERO.
001830     02  WS-DN-DUE                  PIC 9(07) COMP VALUE ZERO.
001840
001850 01  WS-AGING-FIELDS.
001860     02  WS-DAYS-LATE               PIC 9(07) COMP VALUE ZERO.
001870     02  WS-MISSED-INSTALLMENTS     PIC 9(04) COMP VALUE ZERO.
001880     02  WS-ARREARS-WORK            PIC 9(09)V99 VALUE ZEROS.
001890
001900 01  WS-RUN-TOTALS.
001910     02  WS-LOANS-READ              PIC 9(05) COMP VALUE ZERO.
001920     02  WS-LOANS-DUE               PIC 9(05) COMP VALUE ZERO.
001930     02  WS-LOANS-COLLECTED         PIC 9(05) COMP VALUE ZERO.
001940     02  WS-LOANS-NOT-COLLECTED     PIC 9(05) COMP VALUE ZERO.
001950     02  WS-LOANS-PAID-OFF          PIC 9(05) COMP VALUE ZERO.
001960     02  WS-TOTAL-COLLECTED         PIC 9(09)V99 VALUE ZEROS.
001970     02  WS-TOTAL-INTEREST          PIC 9(09)V99 VALUE ZEROS.
001980
001990*    Delinquency buckets for the report trailer: 1 = 1-29,
002000*    2 = 30-59, 3 = 60-89, 4 = 90 days and over.
002010 01  WS-BUCKET-TOTALS.
002020     02  WS-BUCKET-ENTRY OCCURS 4 TIMES.
002030         03  WS-BUCKET-COUNT        PIC 9(05) COMP.
002040         03  WS-BUCKET-ARREARS      PIC 9(09)V99.
002050         03  WS-BUCKET-OUTSTANDING  PIC 9(09)V99.
002060 01  WS-BUCKET-SUB                  PIC 9(01) COMP VALUE ZERO.
002070 01  WS-OPEN-LOANS                  PIC 9(05) COMP VALUE ZERO.
002080 01  WS-BOOK-OUTSTANDING            PIC 9(09)V99 VALUE ZEROS.
002090
002100 01  WS-BUCKET-NAMES-DATA           PIC X(32) VALUE
002110         "1-29    30-59   60-89   90+     ".
002120 01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-DATA.
002130     02  WS-BUCKET-NAME OCCURS 4 TIMES
002140                                    PIC X(08).
002150
002160 01  HISTORY-WORK-AREA.
002170     02  WS-HISTORY-TYPE            PIC X(10).
002180     02  WS-HISTORY-AMOUNT          PIC 9(07)V99.
002190     02  WS-HISTORY-DRCR            PIC X(01).
002200
002210 01  WS-TIME-RAW                    PIC 9(08).
002220
002230*    Operator id stamped on history entries posted by this job.
002240 01  WS-OPERATOR-ID                 PIC X(04) VALUE "LNSB".
002250
002260 01  DL-HEADING-1.
002270     02  FILLER                     PIC X(24) VALUE
002280         "LOAN DELINQUENCY REPORT ".
002290     02  DL-HEADING-DATE            PIC 9(08).
002300     02  FILLER                     PIC X(48) VALUE SPACES.
002310
002320 01  DL-HEADING-2.
002330     02  FILLER            PIC X(07) VALUE "LOAN".
002340     02  FILLER            PIC X(22) VALUE "ACCOUNT NAME".
002350     02  FILLER            PIC X(08) VALUE "BUCKET".
002360     02  FILLER            PIC X(06) VALUE "DPD".
002370     02  FILLER            PIC X(13) VALUE "ARREARS".
002380     02  FILLER            PIC X(13) VALUE "OUTSTANDING".
002390     02  FILLER            PIC X(11) VALUE "REPAY ACCT".
002400
002410 01  DL-DETAIL-LINE.
002420     02  DL-LOAN-NUMBER             PIC 9(05).
002430     02  FILLER                     PIC X(02) VALUE SPACES.
002440     02  DL-ACCOUNT-NAME            PIC X(20).
002450     02  FILLER                     PIC X(02) VALUE SPACES.
002460     02  DL-BUCKET                  PIC X(06).
002470     02  FILLER                     PIC X(02) VALUE SPACES.
002480     02  DL-DAYS-PAST-DUE           PIC ZZZ9.
002490     02  FILLER                     PIC X(02) VALUE SPACES.
002500     02  DL-ARREARS                 PIC Z(06)9.99.
002510     02  FILLER                     PIC X(03) VALUE SPACES.
002520     02  DL-OUTSTANDING             PIC Z(06)9.99.
002530     02  FILLER                     PIC X(03) VALUE SPACES.
002540     02  DL-REPAY-ACCOUNT           PIC 9(05).
002550
002560 01  DL-NOTE-LINE.
002570     02  FILLER                     PIC X(07) VALUE SPACES.
002580     02  FILLER                     PIC X(22) VALUE
002590         "LAST COLLECTION: ".
002600     02  DL-NOTE                    PIC X(25).
002610
002620 01  DL-BUCKET-LINE.
002630     02  FILLER            PIC X(13) VALUE "PAST DUE ".
002640     02  DL-BUCKET-NAME             PIC X(08).
002650     02  FILLER            PIC X(08) VALUE " LOANS: ".
002660     02  DL-BUCKET-COUNT            PIC ZZZZ9.
002670     02  FILLER            PIC X(11) VALUE "  ARREARS: ".
002680     02  DL-BUCKET-ARREARS          PIC Z(08)9.99.
002690     02  FILLER            PIC X(07) VALUE "  OWED:".
002700     02  DL-BUCKET-OUTSTANDING      PIC Z(08)9.99.
002710
002720 01  DL-BOOK-LINE.
002730     02  FILLER            PIC X(21) VALUE "OPEN LOANS ON BOOK:".
002740     02  FILLER            PIC X(08) VALUE SPACES.
002750     02  DL-OPEN-LOANS              PIC ZZZZ9.
002760     02  FILLER            PIC X(18) VALUE SPACES.
002770     02  FILLER            PIC X(07) VALUE "  OWED:".
002780     02  DL-BOOK-OUTSTANDING        PIC Z(08)9.99.
002790
002800 PROCEDURE DIVISION.
002810 0000-MAIN-LOGIC.
002820     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002830
002840     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002850     MOVE WS-TODAY-DATE TO WS-DN-DATE.
002860     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
002870     MOVE WS-DN-RESULT TO WS-DN-TODAY.
002880
002890     PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT.
002900     IF RUN-REFUSED
002910         PERFORM 0200-CLOSE-FILES THRU 0200-EXIT
002920         GOBACK
002930     END-IF.
002940
002950*    A fresh run starts after loan zero; a restarted run starts
002960*    after the last loan the dead run committed.
002970     MOVE WS-RESTART-ACCOUNT TO LOAN-NUMBER.
002980     START LOAN-FILE KEY IS > LOAN-NUMBER
002990         INVALID KEY
003000             SET LOAN-FILE-AT-END TO TRUE
003010     END-START.
003020
003030     PERFORM 1000-SERVICE-ONE-LOAN THRU 1000-EXIT
003040         UNTIL LOAN-FILE-AT-END.
003050
003060     PERFORM 2000-PRINT-DELINQUENCY-REPORT THRU 2000-EXIT.
003070
003080     PERFORM 0400-MARK-RUN-COMPLETE THRU 0400-EXIT.
003090
003100     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
003110
003120     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
003130
003140     GOBACK.
003150
003160 0100-OPEN-FILES.
003170     OPEN I-O ACCOUNT-FILE.
003180*    No loan has ever been booked on a new system -- give the
003190*    job an empty file to read rather than stopping the night.
003200     OPEN I-O LOAN-FILE.
003210     IF LOAN-FILE-NOT-FOUND
003220         OPEN OUTPUT LOAN-FILE
003230         CLOSE LOAN-FILE
003240         OPEN I-O LOAN-FILE
003250     END-IF.
003260     OPEN EXTEND JOURNAL-FILE.
003270     IF JOURNAL-FILE-NOT-FOUND
003280         OPEN OUTPUT JOURNAL-FILE
003290         CLOSE JOURNAL-FILE
003300         OPEN EXTEND JOURNAL-FILE
003310     END-IF.
003320     OPEN I-O BATCH-CONTROL-FILE.
003330     IF BATCH-CONTROL-NOT-FOUND
003340         OPEN OUTPUT BATCH-CONTROL-FILE
003350         CLOSE BATCH-CONTROL-FILE
003360         OPEN I-O BATCH-CONTROL-FILE
003370     END-IF.
003380 0100-EXIT.
003390     EXIT.
003400
003410 0200-CLOSE-FILES.
003420     CLOSE ACCOUNT-FILE.
003430     CLOSE LOAN-FILE.
003440     CLOSE JOURNAL-FILE.
003450     CLOSE BATCH-CONTROL-FILE.
003460 0200-EXIT.
003470     EXIT.
003480
003490*    One control record per day.  No record yet means a fresh
003500*    run; "R" means the last run died mid-file and this one
003510*    resumes after the last loan it committed; "C" means today
003520*    already ran and the run is refused unless the operator
003530*    keys FORCE at the console.  A forced rerun cannot collect
003540*    twice -- a collected loan's next due date has already
003550*    moved on.
003560 0300-CHECK-RUN-CONTROL.
003570     MOVE "LNB" TO BC-JOB-ID.
003580     MOVE WS-TODAY-DATE TO BC-PERIOD.
003590     MOVE "N" TO WS-CONTROL-FOUND.
003600
003610     READ BATCH-CONTROL-FILE
003620         KEY IS BC-CONTROL-KEY
003630         INVALID KEY
003640             CONTINUE
003650         NOT INVALID KEY
003660             SET CONTROL-RECORD-FOUND TO TRUE
003670     END-READ.
003680
003690     IF NOT CONTROL-RECORD-FOUND
003700         MOVE "LNB" TO BC-JOB-ID
003710         MOVE WS-TODAY-DATE TO BC-PERIOD
003720         SET BC-RUN-IN-PROGRESS TO TRUE
003730         MOVE ZERO TO BC-LAST-ACCOUNT
003740         MOVE ZERO TO BC-AMOUNT
003750         WRITE BATCH-CONTROL-RECORD
003760         MOVE ZERO TO WS-RESTART-ACCOUNT
003770         GO TO 0300-EXIT
003780     END-IF.
003790
003800     IF BC-RUN-IN-PROGRESS
003810         MOVE BC-LAST-ACCOUNT TO WS-RESTART-ACCOUNT
003820         MOVE BC-AMOUNT TO WS-TOTAL-COLLECTED
003822         PERFORM 0350-RECOUNT-INTEREST THRU 0350-EXIT
003830         DISPLAY "PRIOR RUN FOR " WS-TODAY-DATE
003840             " DID NOT FINISH."
003850         DISPLAY "RESUMING AFTER LOAN " BC-LAST-ACCOUNT "."
003860         GO TO 0300-EXIT
003870     END-IF.
003880
003890     DISPLAY "LOAN SERVICING FOR " WS-TODAY-DATE
003900         " HAS ALREADY RUN."
003910     DISPLAY "KEY FORCE TO RUN AGAIN ANYWAY: "
003920         WITH NO ADVANCING.
003930     ACCEPT WS-FORCE-REPLY.
003940     IF WS-FORCE-REPLY = "FORCE"
003950         SET BC-RUN-IN-PROGRESS TO TRUE
003960         MOVE ZERO TO BC-LAST-ACCOUNT
003970         MOVE ZERO TO BC-AMOUNT
003980         REWRITE BATCH-CONTROL-RECORD
003990         MOVE ZERO TO WS-RESTART-ACCOUNT
004000         DISPLAY "OPERATOR FORCED A SECOND RUN."
004010     ELSE
004020         SET RUN-REFUSED TO TRUE
004030         DISPLAY "RUN REFUSED."
004040     END-IF.
004050 0300-EXIT.
004060     EXIT.
004061
004062*    A resumed run gets its interest total back from the journal:
004063*    every LN-INT line this job wrote today, the dead run's
004064*    included, is added up again.
004065 0350-RECOUNT-INTEREST.
004066     MOVE ZERO TO WS-TOTAL-INTEREST.
004067     CLOSE JOURNAL-FILE.
004068     OPEN INPUT JOURNAL-FILE.
004069     MOVE "N" TO WS-JOURNAL-AT-END.
004070
004071     PERFORM 0360-ADD-ONE-JOURNAL-LINE THRU 0360-EXIT
004072         UNTIL JOURNAL-AT-END.
004073
004074     CLOSE JOURNAL-FILE.
004075     OPEN EXTEND JOURNAL-FILE.
004076 0350-EXIT.
004077     EXIT.
004078
004079 0360-ADD-ONE-JOURNAL-LINE.
004080     READ JOURNAL-FILE
004081         AT END
004082             SET JOURNAL-AT-END TO TRUE
004083             GO TO 0360-EXIT
004084     END-READ.
004085
004086     IF JR-DATE = WS-TODAY-DATE
004087             AND JR-TELLER = WS-OPERATOR-ID
004088             AND JR-TYPE = "LN-INT"
004089         ADD JR-AMOUNT TO WS-TOTAL-INTEREST
004090     END-IF.
004091 0360-EXIT.
004092     EXIT.
004093
004098 0400-MARK-RUN-COMPLETE.
004099     SET BC-RUN-COMPLETE TO TRUE.
004100     REWRITE BATCH-CONTROL-RECORD.
004110 0400-EXIT.
004120     EXIT.
004130
004140 1000-SERVICE-ONE-LOAN.
004150     READ LOAN-FILE NEXT RECORD
004160         AT END
004170             SET LOAN-FILE-AT-END TO TRUE
004180             GO TO 1000-EXIT
004190     END-READ.
004200
004210     ADD 1 TO WS-LOANS-READ.
004220
004230     IF NOT LOAN-OPEN
004240         GO TO 1000-EXIT
004250     END-IF.
004260
004270     IF LOAN-NEXT-DUE-DATE NOT > WS-TODAY-DATE
004280         ADD 1 TO WS-LOANS-DUE
004290         PERFORM 1100-COLLECT-INSTALLMENT THRU 1100-EXIT
004300     END-IF.
004310
004320     PERFORM 1300-AGE-LOAN THRU 1300-EXIT.
004330
004340     REWRITE LOAN-RECORD.
004350     PERFORM 1500-CHECKPOINT-PROGRESS THRU 1500-EXIT.
004360 1000-EXIT.
004370     EXIT.
004380
004390*    Collect the installment now due.  Same shape as the
004400*    standing-order transfer: work out the amount on the loan
004410*    account, prove and post the debit on the repayment
004420*    account, then come back and post to the loan.  Anything
004430*    that stops the debit leaves the money where it is and the
004440*    reason on the loan.
004450 1100-COLLECT-INSTALLMENT.
004460     MOVE LOAN-NUMBER TO ACCOUNT-NUMBER.
004470     READ ACCOUNT-FILE
004480         KEY IS ACCOUNT-NUMBER
004490         INVALID KEY
004500             MOVE "LOAN ACCT NOT ON FILE" TO LOAN-COLLECT-NOTE
004510             ADD 1 TO WS-LOANS-NOT-COLLECTED
004520             GO TO 1100-EXIT
004530     END-READ.
004540
004550*    One month's interest on the principal outstanding, the
004560*    same figure the teller's Loan Payment charges; the last
004570*    installment is only what it takes to clear the loan.
004580     COMPUTE WS-LN-OUTSTANDING = ZERO - ACCOUNT-BALANCE.
004590     COMPUTE WS-LN-INTEREST ROUNDED =
004600         WS-LN-OUTSTANDING * LOAN-ANNUAL-RATE / 12.
004610     COMPUTE WS-LN-PAYOFF = WS-LN-OUTSTANDING + WS-LN-INTEREST.
004620     IF LOAN-PAYMENT-AMOUNT < WS-LN-PAYOFF
004630         MOVE LOAN-PAYMENT-AMOUNT TO WS-LN-INSTALLMENT
004640     ELSE
004650         MOVE WS-LN-PAYOFF TO WS-LN-INSTALLMENT
004660     END-IF.
004670
004680     PERFORM 1200-CHECK-REPAY-ACCOUNT THRU 1200-EXIT.
004690     IF NOT REPAY-ACCOUNT-GOOD
004700         MOVE WS-COLLECT-FAIL-REASON TO LOAN-COLLECT-NOTE
004710         ADD 1 TO WS-LOANS-NOT-COLLECTED
004720         GO TO 1100-EXIT
004730     END-IF.
004740
004750*    Debit leg: the repayment account is in the buffer now.
004760     SUBTRACT WS-LN-INSTALLMENT FROM ACCOUNT-BALANCE.
004770     MOVE "LN-COLLECT" TO WS-HISTORY-TYPE.
004780     MOVE "D" TO WS-HISTORY-DRCR.
004790     MOVE WS-LN-INSTALLMENT TO WS-HISTORY-AMOUNT.
004800     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
004810     REWRITE ACCOUNT-RECORD.
004820     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
004830
004840*    Credit leg: back to the loan account, charge the month's
004850*    interest, then apply the installment.
004860     MOVE LOAN-NUMBER TO ACCOUNT-NUMBER.
004870     READ ACCOUNT-FILE
004880         KEY IS ACCOUNT-NUMBER
004890         INVALID KEY
004900             DISPLAY "LOAN " LOAN-NUMBER " VANISHED MID-"
004910                 "COLLECTION -- SEE THE RECONCILIATION REPORT."
004920             GO TO 1100-EXIT
004930     END-READ.
004940
004950     IF WS-LN-INTEREST > ZERO
004960         SUBTRACT WS-LN-INTEREST FROM ACCOUNT-BALANCE
004970         MOVE "LN-INT" TO WS-HISTORY-TYPE
004980         MOVE "D" TO WS-HISTORY-DRCR
004990         MOVE WS-LN-INTEREST TO WS-HISTORY-AMOUNT
005000         PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT
005010         PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT
005020     END-IF.
005030
005040     ADD WS-LN-INSTALLMENT TO ACCOUNT-BALANCE.
005050     MOVE "LN-AUTOPAY" TO WS-HISTORY-TYPE.
005060     MOVE "C" TO WS-HISTORY-DRCR.
005070     MOVE WS-LN-INSTALLMENT TO WS-HISTORY-AMOUNT.
005080     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
005090     IF ACCOUNT-BALANCE NOT < ZERO
005100         SET ACCOUNT-CLOSED TO TRUE
005110     END-IF.
005120     REWRITE ACCOUNT-RECORD.
005130     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
005140
005150     COMPUTE WS-LN-PRINCIPAL-PART =
005160         WS-LN-INSTALLMENT - WS-LN-INTEREST.
005170     ADD WS-LN-PRINCIPAL-PART TO LOAN-PRINCIPAL-PAID.
005180     ADD WS-LN-INTEREST TO LOAN-INTEREST-PAID.
005190     ADD 1 TO LOAN-PAYMENTS-MADE.
005200     MOVE WS-TODAY-DATE TO LOAN-LAST-PAYMENT-DATE.
005210     MOVE SPACES TO LOAN-COLLECT-NOTE.
005220     PERFORM 1250-ADVANCE-DUE-DATE THRU 1250-EXIT.
005230     IF ACCOUNT-CLOSED
005240         SET LOAN-PAID-OFF TO TRUE
005250         ADD 1 TO WS-LOANS-PAID-OFF
005260     END-IF.
005270
005280     ADD 1 TO WS-LOANS-COLLECTED.
005290     ADD WS-LN-INSTALLMENT TO WS-TOTAL-COLLECTED.
005300     ADD WS-LN-INTEREST TO WS-TOTAL-INTEREST.
005310 1100-EXIT.
005320     EXIT.
005330
005340*    The repayment account must exist, be open for business and
005350*    cover the installment within its arranged overdraft --
005360*    the same tests the standing-order job puts a debit to.
005370 1200-CHECK-REPAY-ACCOUNT.
005380     MOVE "N" TO WS-REPAY-GOOD.
005390     MOVE SPACES TO WS-COLLECT-FAIL-REASON.
005400
005410     MOVE LOAN-REPAY-ACCOUNT TO ACCOUNT-NUMBER.
005420     READ ACCOUNT-FILE
005430         KEY IS ACCOUNT-NUMBER
005440         INVALID KEY
005450             MOVE "REPAY ACCT NOT ON FILE"
005460                 TO WS-COLLECT-FAIL-REASON
005470             GO TO 1200-EXIT
005480     END-READ.
005490
005500     EVALUATE TRUE
005510         WHEN ACCOUNT-CLOSED
005520             MOVE "REPAY ACCT CLOSED" TO WS-COLLECT-FAIL-REASON
005530         WHEN ACCOUNT-FROZEN
005540             MOVE "REPAY ACCT FROZEN" TO WS-COLLECT-FAIL-REASON
005550         WHEN ACCOUNT-DORMANT
005560             MOVE "REPAY ACCT DORMANT" TO WS-COLLECT-FAIL-REASON
005570         WHEN WS-LN-INSTALLMENT >
005580                 ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
005590             MOVE "INSUFFICIENT FUNDS" TO WS-COLLECT-FAIL-REASON
005600         WHEN OTHER
005610             SET REPAY-ACCOUNT-GOOD TO TRUE
005620     END-EVALUATE.
005630 1200-EXIT.
005640     EXIT.
005650
005660*    Move the next due date on one month, onto the loan's due
005670*    day, which is never over 28.
005680 1250-ADVANCE-DUE-DATE.
005690     MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE.
005700     COMPUTE WS-DUE-TOTAL-MONTHS =
005710         (WS-DUE-DATE-YEAR * 12) + WS-DUE-DATE-MONTH.
005720     DIVIDE WS-DUE-TOTAL-MONTHS BY 12
005730         GIVING WS-DUE-YEAR
005740         REMAINDER WS-DUE-MONTH.
005750     ADD 1 TO WS-DUE-MONTH.
005760     COMPUTE LOAN-NEXT-DUE-DATE =
005770         (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
005780             + LOAN-DUE-DAY.
005790 1250-EXIT.
005800     EXIT.
005810
005820*    Age the loan as it stands after tonight's collection.  A
005830*    loan whose next due date is today or later is current.
005840*    Otherwise it is past due by the days since that date, and
005850*    in arrears by every installment fallen due since -- never
005860*    more than the loan still owes.
005870 1300-AGE-LOAN.
005880     IF LOAN-PAID-OFF
005890             OR LOAN-NEXT-DUE-DATE NOT < WS-TODAY-DATE
005900         MOVE ZEROS TO LOAN-DAYS-PAST-DUE
005910         MOVE ZEROS TO LOAN-ARREARS-AMOUNT
005920         GO TO 1300-EXIT
005930     END-IF.
005940
005950     MOVE LOAN-NEXT-DUE-DATE TO WS-DN-DATE.
005960     PERFORM 1400-COMPUTE-DAY-NUMBER THRU 1400-EXIT.
005970     MOVE WS-DN-RESULT TO WS-DN-DUE.
005980     COMPUTE WS-DAYS-LATE = WS-DN-TODAY - WS-DN-DUE.
005990     IF WS-DAYS-LATE > 9999
006000         MOVE 9999 TO LOAN-DAYS-PAST-DUE
006010     ELSE
006020         MOVE WS-DAYS-LATE TO LOAN-DAYS-PAST-DUE
006030     END-IF.
006040
006050*    Installments missed: the one on the next due date, plus
006060*    one for every due day passed since.
006070     MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE.
006080     MOVE WS-TODAY-DATE TO WS-TODAY-WORK.
006090     COMPUTE WS-MISSED-INSTALLMENTS =
006100         (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH
006110             - (WS-DUE-DATE-YEAR * 12) - WS-DUE-DATE-MONTH.
006120     IF WS-TODAY-DAY NOT < LOAN-DUE-DAY
006130         ADD 1 TO WS-MISSED-INSTALLMENTS
006140     END-IF.
006150     COMPUTE WS-ARREARS-WORK =
006160         WS-MISSED-INSTALLMENTS * LOAN-PAYMENT-AMOUNT.
006170
006180     MOVE LOAN-NUMBER TO ACCOUNT-NUMBER.
006190     READ ACCOUNT-FILE
006200         KEY IS ACCOUNT-NUMBER
006210         INVALID KEY
006220             MOVE ZEROS TO ACCOUNT-BALANCE
006230     END-READ.
006240     COMPUTE WS-LN-OUTSTANDING = ZERO - ACCOUNT-BALANCE.
006250     IF WS-ARREARS-WORK > WS-LN-OUTSTANDING
006260         MOVE WS-LN-OUTSTANDING TO WS-ARREARS-WORK
006270     END-IF.
006280     MOVE WS-ARREARS-WORK TO LOAN-ARREARS-AMOUNT.
006290 1300-EXIT.
006300     EXIT.
006310
006320*    Day number of WS-DN-DATE counted from 1 January of year 1
006330*    -- the difference of two is the days between them.  Every
006340*    fourth year is a leap year except centuries not divisible
006350*    by 400.
006360 1400-COMPUTE-DAY-NUMBER.
006370     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
006380     COMPUTE WS-DN-RESULT =
006390         (WS-DN-PRIOR-YEARS * 365) + WS-CUM-DAYS (WS-DN-MONTH)
006400             + WS-DN-DAY.
006410     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
006420     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
006430     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
006440     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT.
006450     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
006460     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
006470
006480     IF WS-DN-MONTH > 2
006490         DIVIDE WS-DN-YEAR BY 4
006500             GIVING WS-DN-QUOTIENT
006510             REMAINDER WS-DN-REMAINDER-4
006520         DIVIDE WS-DN-YEAR BY 100
006530             GIVING WS-DN-QUOTIENT
006540             REMAINDER WS-DN-REMAINDER-100
006550         DIVIDE WS-DN-YEAR BY 400
006560             GIVING WS-DN-QUOTIENT
006570             REMAINDER WS-DN-REMAINDER-400
006580         IF WS-DN-REMAINDER-4 = ZERO
006590                 AND (WS-DN-REMAINDER-100 NOT = ZERO
006600                     OR WS-DN-REMAINDER-400 = ZERO)
006610             ADD 1 TO WS-DN-RESULT
006620         END-IF
006630     END-IF.
006640 1400-EXIT.
006650     EXIT.
006660
006670*    Commit point, same discipline as the other posting jobs:
006680*    the control record always names the last loan whose
006690*    collection and aging have fully landed, and carries the
006700*    running total collected.
006710 1500-CHECKPOINT-PROGRESS.
006720     MOVE LOAN-NUMBER TO BC-LAST-ACCOUNT.
006730     MOVE WS-TOTAL-COLLECTED TO BC-AMOUNT.
006740     REWRITE BATCH-CONTROL-RECORD.
006750 1500-EXIT.
006760     EXIT.
006770
006780*    Second pass: the whole loan book, start to finish, so the
006790*    report is complete however the collection pass was split
006800*    by a restart.
006810 2000-PRINT-DELINQUENCY-REPORT.
006820     MOVE 1 TO WS-BUCKET-SUB.
006830     PERFORM 2300-CLEAR-ONE-BUCKET THRU 2300-EXIT
006840         UNTIL WS-BUCKET-SUB > 4.
006850
006860     OPEN OUTPUT DELINQUENCY-REPORT-FILE.
006870     MOVE WS-TODAY-DATE TO DL-HEADING-DATE.
006880     WRITE DELINQUENCY-REPORT-LINE FROM DL-HEADING-1.
006890     WRITE DELINQUENCY-REPORT-LINE FROM DL-HEADING-2.
006900
006910     MOVE "N" TO WS-LOAN-FILE-AT-END.
006920     MOVE ZEROS TO LOAN-NUMBER.
006930     START LOAN-FILE KEY IS >= LOAN-NUMBER
006940         INVALID KEY
006950             SET LOAN-FILE-AT-END TO TRUE
006960     END-START.
006970
006980     PERFORM 2100-REPORT-ONE-LOAN THRU 2100-EXIT
006990         UNTIL LOAN-FILE-AT-END.
007000
007010     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
007020     WRITE DELINQUENCY-REPORT-LINE.
007030     MOVE 1 TO WS-BUCKET-SUB.
007040     PERFORM 2200-PRINT-BUCKET-LINE THRU 2200-EXIT
007050         UNTIL WS-BUCKET-SUB > 4.
007060     MOVE WS-OPEN-LOANS TO DL-OPEN-LOANS.
007070     MOVE WS-BOOK-OUTSTANDING TO DL-BOOK-OUTSTANDING.
007080     WRITE DELINQUENCY-REPORT-LINE FROM DL-BOOK-LINE.
007090
007100     CLOSE DELINQUENCY-REPORT-FILE.
007110 2000-EXIT.
007120     EXIT.
007130
007140 2100-REPORT-ONE-LOAN.
007150     READ LOAN-FILE NEXT RECORD
007160         AT END
007170             SET LOAN-FILE-AT-END TO TRUE
007180             GO TO 2100-EXIT
007190     END-READ.
007200
007210     IF NOT LOAN-OPEN
007220         GO TO 2100-EXIT
007230     END-IF.
007240
007250     MOVE LOAN-NUMBER TO ACCOUNT-NUMBER.
007260     READ ACCOUNT-FILE
007270         KEY IS ACCOUNT-NUMBER
007280         INVALID KEY
007290             MOVE SPACES TO ACCOUNT-NAME
007300             MOVE ZEROS TO ACCOUNT-BALANCE
007310     END-READ.
007320     COMPUTE WS-LN-OUTSTANDING = ZERO - ACCOUNT-BALANCE.
007330     ADD 1 TO WS-OPEN-LOANS.
007340     ADD WS-LN-OUTSTANDING TO WS-BOOK-OUTSTANDING.
007350
007360     EVALUATE TRUE
007370         WHEN LOAN-CURRENT
007380             GO TO 2100-EXIT
007390         WHEN LOAN-PAST-DUE-UNDER-30
007400             MOVE 1 TO WS-BUCKET-SUB
007410         WHEN LOAN-PAST-DUE-30
007420             MOVE 2 TO WS-BUCKET-SUB
007430         WHEN LOAN-PAST-DUE-60
007440             MOVE 3 TO WS-BUCKET-SUB
007450         WHEN OTHER
007460             MOVE 4 TO WS-BUCKET-SUB
007470     END-EVALUATE.
007480
007490     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB).
007500     ADD LOAN-ARREARS-AMOUNT TO WS-BUCKET-ARREARS (WS-BUCKET-SUB).
007510     ADD WS-LN-OUTSTANDING
007520         TO WS-BUCKET-OUTSTANDING (WS-BUCKET-SUB).
007530
007540     MOVE LOAN-NUMBER TO DL-LOAN-NUMBER.
007550     MOVE ACCOUNT-NAME TO DL-ACCOUNT-NAME.
007560     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO DL-BUCKET.
007570     MOVE LOAN-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE.
007580     MOVE LOAN-ARREARS-AMOUNT TO DL-ARREARS.
007590     MOVE WS-LN-OUTSTANDING TO DL-OUTSTANDING.
007600     MOVE LOAN-REPAY-ACCOUNT TO DL-REPAY-ACCOUNT.
007610     WRITE DELINQUENCY-REPORT-LINE FROM DL-DETAIL-LINE.
007620
007630     IF LOAN-COLLECT-NOTE NOT = SPACES
007640         MOVE LOAN-COLLECT-NOTE TO DL-NOTE
007650         WRITE DELINQUENCY-REPORT-LINE FROM DL-NOTE-LINE
007660     END-IF.
007670 2100-EXIT.
007680     EXIT.
007690
007700 2200-PRINT-BUCKET-LINE.
007710     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO DL-BUCKET-NAME.
007720     MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO DL-BUCKET-COUNT.
007730     MOVE WS-BUCKET-ARREARS (WS-BUCKET-SUB) TO DL-BUCKET-ARREARS.
007740     MOVE WS-BUCKET-OUTSTANDING (WS-BUCKET-SUB)
007750         TO DL-BUCKET-OUTSTANDING.
007760     WRITE DELINQUENCY-REPORT-LINE FROM DL-BUCKET-LINE.
007770     ADD 1 TO WS-BUCKET-SUB.
007780 2200-EXIT.
007790     EXIT.
007800
007810 2300-CLEAR-ONE-BUCKET.
007820     MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-SUB).
007830     MOVE ZEROS TO WS-BUCKET-ARREARS (WS-BUCKET-SUB).
007840     MOVE ZEROS TO WS-BUCKET-OUTSTANDING (WS-BUCKET-SUB).
007850     ADD 1 TO WS-BUCKET-SUB.
007860 2300-EXIT.
007870     EXIT.
007880
007890*    A loan collection is a bank action, so like the CD
007900*    maturity job it does not refresh the dormancy clock on
007910*    the repayment account.
007920 6200-LOG-HISTORY-ENTRY.
007930     IF ACCOUNT-HISTORY-COUNT < 20
007940         ADD 1 TO ACCOUNT-HISTORY-COUNT
007950         SET ACCT-HIST-IDX TO ACCOUNT-HISTORY-COUNT
007960         ACCEPT AH-ENTRY-DATE (ACCT-HIST-IDX) FROM DATE YYYYMMDD
007970         MOVE WS-HISTORY-TYPE TO AH-ENTRY-TYPE (ACCT-HIST-IDX)
007980         MOVE WS-HISTORY-AMOUNT TO AH-ENTRY-AMOUNT (ACCT-HIST-IDX)
007990         MOVE ACCOUNT-BALANCE TO AH-ENTRY-BALANCE (ACCT-HIST-IDX)
008000         MOVE WS-OPERATOR-ID TO AH-ENTRY-TELLER (ACCT-HIST-IDX)
008010     END-IF.
008020 6200-EXIT.
008030     EXIT.
008040
008050*    One journal line per posting, same layout as the online
008060*    program writes, so the day's journal is a complete record
008070*    of everything that moved money no matter which job moved
008080*    it.
008090 6400-WRITE-JOURNAL.
008100     ACCEPT JR-DATE FROM DATE YYYYMMDD.
008110     ACCEPT WS-TIME-RAW FROM TIME.
008120     COMPUTE JR-TIME = WS-TIME-RAW / 100.
008130     MOVE WS-OPERATOR-ID TO JR-TELLER.
008140     MOVE ACCOUNT-NUMBER TO JR-ACCOUNT.
008150     MOVE WS-HISTORY-TYPE TO JR-TYPE.
008160     MOVE WS-HISTORY-DRCR TO JR-DEBIT-CREDIT.
008170     MOVE WS-HISTORY-AMOUNT TO JR-AMOUNT.
008180     MOVE ACCOUNT-BALANCE TO JR-BALANCE-AFTER.
008190     WRITE JOURNAL-RECORD.
008200 6400-EXIT.
008210     EXIT.
008220
008230 9000-PRINT-SUMMARY.
008240     DISPLAY "LOAN SERVICING - RUN SUMMARY".
008250     DISPLAY "LOANS READ:             " WS-LOANS-READ.
008260     DISPLAY "INSTALLMENTS DUE:       " WS-LOANS-DUE.
008270     DISPLAY "INSTALLMENTS COLLECTED: " WS-LOANS-COLLECTED.
008280     DISPLAY "NOT COLLECTED:          " WS-LOANS-NOT-COLLECTED.
008290     DISPLAY "LOANS PAID OFF:         " WS-LOANS-PAID-OFF.
008300     DISPLAY "TOTAL COLLECTED:        " WS-TOTAL-COLLECTED.
008310     DISPLAY "INTEREST CHARGED:       " WS-TOTAL-INTEREST.
008320     DISPLAY "OPEN LOANS ON BOOK:     " WS-OPEN-LOANS.
008330 9000-EXIT.
008340     EXIT.
