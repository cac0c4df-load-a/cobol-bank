000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Portfolio-Snapshot-Batch.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Month-end batch job, run by the night stream after the      *
000190*  service charges so the month's interest and fees are in.    *
000200*  Takes a snapshot of the whole book and keeps it on the      *
000210*  keyed snapshot history file (snaphist.dat, SNAPREC.CPY):    *
000220*  one record per product per account status, one "*" record   *
000230*  per product for its open book, and the same set again       *
000240*  under product "**" totalling the deposit products -- loans  *
000250*  carry a negative balance and would only muddy the deposit   *
000260*  figures, so they keep their own records and stay out of     *
000270*  the total.                                                  *
000280*                                                              *
000290*  Counts, balances and overdrawn figures come from the        *
000300*  account master as it stands tonight.  Accounts opened,      *
000310*  interest paid and fees charged come from the month's        *
000320*  journal -- the keyed archive plus the live journal, which   *
000330*  still holds tonight's postings -- and land under the        *
000340*  account's product and present status.  Nothing on the       *
000350*  account record says when it was closed, so the month's      *
000360*  closures are the growth in the closed count since last      *
000370*  month's snapshot; the first month on file shows none.       *
000380*                                                              *
000390*  The job only reads the base.  A rerun for the same month    *
000400*  writes that month's snapshot over, so it needs no           *
000410*  restart logic; it closes its own run record (job "PSN",     *
000420*  one per month) for the night-stream driver.                 *
000430*----------------------------------------------------------------
000440*  Mod history:                                                *
000450*   2026-10-15  RLB  Original version.                         *
000452*   2026-10-15  RLB  A CD penalty reversed the same day        *
000454*                    (REV-CD-PEN) now comes back out of the    *
000456*                    fees charged.                             *
000460****************************************************************
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACCOUNT-FILE
000520         ASSIGN TO "accounts.dat"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS ACCOUNT-NUMBER
000560         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000570         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000580
000590     SELECT JOURNAL-ARCHIVE-FILE
000600         ASSIGN TO "jrnlarch.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS JRA-ARCHIVE-KEY
000640         FILE STATUS IS WS-JOURNAL-ARCHIVE-STATUS.
000650
000660     SELECT JOURNAL-FILE
000670         ASSIGN TO "journal.dat"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000700
000710     SELECT SNAPSHOT-FILE
000720         ASSIGN TO "snaphist.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SNAP-KEY
000760         FILE STATUS IS WS-SNAPSHOT-STATUS.
000770
000780     SELECT BATCH-CONTROL-FILE
000790         ASSIGN TO "batchctl.dat"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS BC-CONTROL-KEY
000830         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ACCOUNT-FILE.
000880     COPY "acctrec.cpy".
000890
000900 FD  JOURNAL-ARCHIVE-FILE.
000910     COPY "jrnarc.cpy".
000920
000930 FD  JOURNAL-FILE.
000940     COPY "jrnlrec.cpy".
000950
000960 FD  SNAPSHOT-FILE.
000970     COPY "snaprec.cpy".
000980
000990 FD  BATCH-CONTROL-FILE.
001000     COPY "bchctl.cpy".
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-FILE-STATUSES.
001040     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001050     02  WS-JOURNAL-ARCHIVE-STATUS  PIC X(02) VALUE "00".
001060         88  JOURNAL-ARCHIVE-NOT-FOUND  VALUE "35".
001070     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001080         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001090     02  WS-SNAPSHOT-STATUS         PIC X(02) VALUE "00".
001100         88  SNAPSHOT-NOT-FOUND         VALUE "35".
001110     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001120         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001130
001140 01  WS-RUN-SWITCHES.
001150     02  WS-ACCOUNT-FILE-AT-END     PIC X(01) VALUE "N".
001160         88  ACCOUNT-FILE-AT-END    VALUE "Y".
001170     02  WS-ARCHIVE-AT-END          PIC X(01) VALUE "N".
001180         88  ARCHIVE-AT-END         VALUE "Y".
001190     02  WS-JOURNAL-AT-END          PIC X(01) VALUE "N".
001200         88  JOURNAL-AT-END         VALUE "Y".
001210     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001220         88  CONTROL-RECORD-FOUND   VALUE "Y".
001230     02  WS-PRIOR-FOUND             PIC X(01) VALUE "N".
001240         88  PRIOR-SNAPSHOT-FOUND   VALUE "Y".
001250
001260 01  WS-RUN-DATE.
001270     02  WS-TODAY-DATE              PIC 9(08).
001280     02  FILLER REDEFINES WS-TODAY-DATE.
001290         03  WS-TODAY-PERIOD        PIC 9(06).
001300         03  FILLER                 PIC 9(02).
001310     02  FILLER REDEFINES WS-TODAY-DATE.
001320         03  WS-TODAY-YEAR          PIC 9(04).
001330         03  WS-TODAY-MONTH         PIC 9(02).
001340         03  FILLER                 PIC 9(02).
001350
001360 01  WS-MONTH-START                 PIC 9(08) VALUE ZEROS.
001370 01  WS-MONTH-END                   PIC 9(08) VALUE ZEROS.
001380 01  WS-PRIOR-PERIOD                PIC 9(06) VALUE ZEROS.
001390
001400*    The product lines in snapshot order.  The sixth entry is
001410*    the deposit total; LN is the only product kept out of it.
001420 01  WS-PRODUCT-DATA                PIC X(12) VALUE
001430         "CKSVMMCDLN**".
001440 01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-DATA.
001450     02  WS-PRODUCT-CODE OCCURS 6 TIMES
001460                                    PIC X(02).
001470
001480*    The account statuses in snapshot order.  The fifth entry
001490*    is the product's open book -- every status but closed.
001500 01  WS-STATUS-DATA                 PIC X(05) VALUE "AFDC*".
001510 01  WS-STATUS-TABLE REDEFINES WS-STATUS-DATA.
001520     02  WS-STATUS-CODE OCCURS 5 TIMES
001530                                    PIC X(01).
001540
001550 01  WS-LOAN-SUB                    PIC 9(02) COMP VALUE 5.
001560 01  WS-DEPOSIT-TOTAL-SUB           PIC 9(02) COMP VALUE 6.
001570 01  WS-CLOSED-SUB                  PIC 9(02) COMP VALUE 4.
001580 01  WS-BOOK-SUB                    PIC 9(02) COMP VALUE 5.
001590
001600*    The month's figures, one bucket per product per status.
001610 01  WS-BUCKET-TABLE.
001620     02  WS-BK-PRODUCT OCCURS 6 TIMES.
001630         03  WS-BK-STATUS OCCURS 5 TIMES.
001640             04  WS-BK-ACCOUNTS     PIC 9(07) COMP.
001650             04  WS-BK-BALANCE      PIC S9(11)V99.
001660             04  WS-BK-OD-COUNT     PIC 9(07) COMP.
001670             04  WS-BK-OD-TOTAL     PIC S9(11)V99.
001680             04  WS-BK-OPENED       PIC 9(07) COMP.
001690             04  WS-BK-CLOSED       PIC 9(07) COMP.
001700             04  WS-BK-INTEREST     PIC 9(09)V99.
001710             04  WS-BK-FEES         PIC S9(09)V99.
001720
001730 01  WS-PROD-SUB                    PIC 9(02) COMP VALUE ZERO.
001740 01  WS-STAT-SUB                    PIC 9(02) COMP VALUE ZERO.
001750 01  WS-ROLL-PROD                   PIC 9(02) COMP VALUE ZERO.
001760 01  WS-ROLL-STAT                   PIC 9(02) COMP VALUE ZERO.
001770
001780*    What one account or journal line adds to its buckets.
001790 01  WS-ADD-FIELDS.
001800     02  WS-ADD-ACCOUNTS            PIC 9(01) VALUE ZERO.
001810     02  WS-ADD-BALANCE             PIC S9(07)V99 VALUE ZEROS.
001820     02  WS-ADD-OD-COUNT            PIC 9(01) VALUE ZERO.
001830     02  WS-ADD-OD-TOTAL            PIC S9(07)V99 VALUE ZEROS.
001840     02  WS-ADD-OPENED              PIC 9(01) VALUE ZERO.
001850     02  WS-ADD-INTEREST            PIC 9(07)V99 VALUE ZEROS.
001860     02  WS-ADD-FEES                PIC S9(07)V99 VALUE ZEROS.
001870
001880*    The journal line being tallied, in one shape whichever
001890*    file it came from.
001900 01  WS-TALLY-FIELDS.
001910     02  WS-TALLY-ACCOUNT           PIC 9(05).
001920     02  WS-TALLY-TYPE              PIC X(10).
001930     02  WS-TALLY-AMOUNT            PIC 9(07)V99.
001940
001950 01  WS-PRIOR-CLOSED                PIC 9(07) VALUE ZEROS.
001960
001970 01  WS-RUN-TOTALS.
001980     02  WS-ACCOUNTS-READ           PIC 9(05) COMP VALUE ZERO.
001990     02  WS-ACCOUNTS-UNCLASSED      PIC 9(05) COMP VALUE ZERO.
002000     02  WS-LINES-READ              PIC 9(07) COMP VALUE ZERO.
002010     02  WS-LINES-TALLIED           PIC 9(07) COMP VALUE ZERO.
002020     02  WS-LINES-UNMATCHED         PIC 9(05) COMP VALUE ZERO.
002030     02  WS-RECORDS-WRITTEN         PIC 9(03) COMP VALUE ZERO.
002040     02  WS-RECORDS-REPLACED        PIC 9(03) COMP VALUE ZERO.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAIN-LOGIC.
002080     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002090
002100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002110     COMPUTE WS-MONTH-START = (WS-TODAY-PERIOD * 100) + 1.
002120     COMPUTE WS-MONTH-END = (WS-TODAY-PERIOD * 100) + 31.
002130     IF WS-TODAY-MONTH = 1
002140         COMPUTE WS-PRIOR-PERIOD =
002150             ((WS-TODAY-YEAR - 1) * 100) + 12
002160     ELSE
002170         COMPUTE WS-PRIOR-PERIOD = WS-TODAY-PERIOD - 1
002180     END-IF.
002190
002200     INITIALIZE WS-BUCKET-TABLE.
002210
002220     PERFORM 1000-TAKE-ONE-ACCOUNT THRU 1000-EXIT
002230         UNTIL ACCOUNT-FILE-AT-END.
002240
002250     PERFORM 2000-TALLY-THE-ARCHIVE THRU 2000-EXIT.
002260     PERFORM 2500-TALLY-THE-LIVE-JOURNAL THRU 2500-EXIT.
002270
002280     PERFORM 3000-COUNT-CLOSURES THRU 3000-EXIT.
002290
002300     PERFORM 4000-WRITE-THE-SNAPSHOT THRU 4000-EXIT.
002310
002320     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
002330     PERFORM 0300-MARK-RUN-COMPLETE THRU 0300-EXIT.
002340     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
002350     GOBACK.
002360
002370 0100-OPEN-FILES.
002380     OPEN INPUT ACCOUNT-FILE.
002390     OPEN INPUT JOURNAL-ARCHIVE-FILE.
002400     OPEN INPUT JOURNAL-FILE.
002410     OPEN I-O SNAPSHOT-FILE.
002420     IF SNAPSHOT-NOT-FOUND
002430         OPEN OUTPUT SNAPSHOT-FILE
002440         CLOSE SNAPSHOT-FILE
002450         OPEN I-O SNAPSHOT-FILE
002460     END-IF.
002470 0100-EXIT.
002480     EXIT.
002490
002500 0200-CLOSE-FILES.
002510     CLOSE ACCOUNT-FILE.
002520     IF NOT JOURNAL-ARCHIVE-NOT-FOUND
002530         CLOSE JOURNAL-ARCHIVE-FILE
002540     END-IF.
002550     IF NOT JOURNAL-FILE-NOT-FOUND
002560         CLOSE JOURNAL-FILE
002570     END-IF.
002580     CLOSE SNAPSHOT-FILE.
002590 0200-EXIT.
002600     EXIT.
002610
002620*    Close the month's run record (job "PSN") so the
002630*    night-stream driver can see this step ran to completion.
002640*    BC-AMOUNT carries the deposit book's total balance, right
002650*    there on the morning log.
002660 0300-MARK-RUN-COMPLETE.
002670     OPEN I-O BATCH-CONTROL-FILE.
002680     IF BATCH-CONTROL-NOT-FOUND
002690         OPEN OUTPUT BATCH-CONTROL-FILE
002700         CLOSE BATCH-CONTROL-FILE
002710         OPEN I-O BATCH-CONTROL-FILE
002720     END-IF.
002730
002740     MOVE "PSN" TO BC-JOB-ID.
002750     MOVE WS-TODAY-PERIOD TO BC-PERIOD.
002760     MOVE "N" TO WS-CONTROL-FOUND.
002770
002780     READ BATCH-CONTROL-FILE
002790         KEY IS BC-CONTROL-KEY
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             SET CONTROL-RECORD-FOUND TO TRUE
002840     END-READ.
002850
002860     MOVE "PSN" TO BC-JOB-ID.
002870     MOVE WS-TODAY-PERIOD TO BC-PERIOD.
002880     SET BC-RUN-COMPLETE TO TRUE.
002890     MOVE ZERO TO BC-LAST-ACCOUNT.
002900     MOVE WS-BK-BALANCE (WS-DEPOSIT-TOTAL-SUB, WS-BOOK-SUB)
002910         TO BC-AMOUNT.
002920
002930     IF CONTROL-RECORD-FOUND
002940         REWRITE BATCH-CONTROL-RECORD
002950     ELSE
002960         WRITE BATCH-CONTROL-RECORD
002970     END-IF.
002980
002990     CLOSE BATCH-CONTROL-FILE.
003000 0300-EXIT.
003010     EXIT.
003020
003030*    The book as it stands tonight.
003040 1000-TAKE-ONE-ACCOUNT.
003050     READ ACCOUNT-FILE NEXT RECORD
003060         AT END
003070             SET ACCOUNT-FILE-AT-END TO TRUE
003080             GO TO 1000-EXIT
003090     END-READ.
003100
003110     ADD 1 TO WS-ACCOUNTS-READ.
003120
003130     PERFORM 1100-CLASSIFY-ACCOUNT THRU 1100-EXIT.
003140     IF WS-PROD-SUB = ZERO OR WS-STAT-SUB = ZERO
003150         ADD 1 TO WS-ACCOUNTS-UNCLASSED
003160         GO TO 1000-EXIT
003170     END-IF.
003180
003190     INITIALIZE WS-ADD-FIELDS.
003200     MOVE 1 TO WS-ADD-ACCOUNTS.
003210     MOVE ACCOUNT-BALANCE TO WS-ADD-BALANCE.
003220*    A loan's negative balance is the debt itself, not an
003230*    overdraft.
003240     IF ACCOUNT-BALANCE < ZERO AND NOT PRODUCT-LOAN
003250         MOVE 1 TO WS-ADD-OD-COUNT
003260         MOVE ACCOUNT-BALANCE TO WS-ADD-OD-TOTAL
003270     END-IF.
003280
003290     PERFORM 1200-POST-TO-BUCKETS THRU 1200-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330*    The product and status subscripts for the account in the
003340*    record area.  Zero means the code is not one the snapshot
003350*    knows.
003360 1100-CLASSIFY-ACCOUNT.
003370     MOVE ZERO TO WS-PROD-SUB.
003380     MOVE ZERO TO WS-STAT-SUB.
003390     PERFORM 1110-TEST-ONE-PRODUCT THRU 1110-EXIT
003400         VARYING WS-ROLL-PROD FROM 1 BY 1
003410         UNTIL WS-ROLL-PROD > WS-LOAN-SUB
003420             OR WS-PROD-SUB NOT = ZERO.
003430     PERFORM 1120-TEST-ONE-STATUS THRU 1120-EXIT
003440         VARYING WS-ROLL-STAT FROM 1 BY 1
003450         UNTIL WS-ROLL-STAT > WS-CLOSED-SUB
003460             OR WS-STAT-SUB NOT = ZERO.
003470 1100-EXIT.
003480     EXIT.
003490
003500 1110-TEST-ONE-PRODUCT.
003510     IF WS-PRODUCT-CODE (WS-ROLL-PROD) = ACCOUNT-PRODUCT-CODE
003520         MOVE WS-ROLL-PROD TO WS-PROD-SUB
003530     END-IF.
003540 1110-EXIT.
003550     EXIT.
003560
003570 1120-TEST-ONE-STATUS.
003580     IF WS-STATUS-CODE (WS-ROLL-STAT) = ACCOUNT-STATUS
003590         MOVE WS-ROLL-STAT TO WS-STAT-SUB
003600     END-IF.
003610 1120-EXIT.
003620     EXIT.
003630
003640*    One account's (or one journal line's) figures go to its
003650*    own product and status, to the product's open book unless
003660*    the account is closed, and -- deposits only -- to the same
003670*    two buckets of the deposit total.  Opened accounts,
003680*    interest and fees count toward the open book even when
003690*    the account has since closed, since they happened in the
003700*    month all the same.
003710 1200-POST-TO-BUCKETS.
003720     MOVE WS-PROD-SUB TO WS-ROLL-PROD.
003730     PERFORM 1210-POST-ONE-PRODUCT THRU 1210-EXIT.
003740     IF WS-PROD-SUB NOT = WS-LOAN-SUB
003750         MOVE WS-DEPOSIT-TOTAL-SUB TO WS-ROLL-PROD
003760         PERFORM 1210-POST-ONE-PRODUCT THRU 1210-EXIT
003770     END-IF.
003780 1200-EXIT.
003790     EXIT.
003800
003810 1210-POST-ONE-PRODUCT.
003820     MOVE WS-STAT-SUB TO WS-ROLL-STAT.
003830     PERFORM 1220-POST-ONE-BUCKET THRU 1220-EXIT.
003840
003850     MOVE WS-BOOK-SUB TO WS-ROLL-STAT.
003860     IF WS-STAT-SUB = WS-CLOSED-SUB
003870         ADD WS-ADD-OPENED
003880             TO WS-BK-OPENED (WS-ROLL-PROD, WS-ROLL-STAT)
003890         ADD WS-ADD-INTEREST
003900             TO WS-BK-INTEREST (WS-ROLL-PROD, WS-ROLL-STAT)
003910         ADD WS-ADD-FEES
003920             TO WS-BK-FEES (WS-ROLL-PROD, WS-ROLL-STAT)
003930     ELSE
003940         PERFORM 1220-POST-ONE-BUCKET THRU 1220-EXIT
003950     END-IF.
003960 1210-EXIT.
003970     EXIT.
003980
003990 1220-POST-ONE-BUCKET.
004000     ADD WS-ADD-ACCOUNTS
004010         TO WS-BK-ACCOUNTS (WS-ROLL-PROD, WS-ROLL-STAT).
004020     ADD WS-ADD-BALANCE
004030         TO WS-BK-BALANCE (WS-ROLL-PROD, WS-ROLL-STAT).
004040     ADD WS-ADD-OD-COUNT
004050         TO WS-BK-OD-COUNT (WS-ROLL-PROD, WS-ROLL-STAT).
004060     ADD WS-ADD-OD-TOTAL
004070         TO WS-BK-OD-TOTAL (WS-ROLL-PROD, WS-ROLL-STAT).
004080     ADD WS-ADD-OPENED
004090         TO WS-BK-OPENED (WS-ROLL-PROD, WS-ROLL-STAT).
004100     ADD WS-ADD-INTEREST
004110         TO WS-BK-INTEREST (WS-ROLL-PROD, WS-ROLL-STAT).
004120     ADD WS-ADD-FEES
004130         TO WS-BK-FEES (WS-ROLL-PROD, WS-ROLL-STAT).
004140 1220-EXIT.
004150     EXIT.
004160
004170*    The month's movement, from the journal.
004180 2000-TALLY-THE-ARCHIVE.
004190     IF JOURNAL-ARCHIVE-NOT-FOUND
004200         DISPLAY "NO JOURNAL ARCHIVE ON DISK -- ONLY THE LIVE"
004210             " JOURNAL WILL BE TALLIED."
004220         GO TO 2000-EXIT
004230     END-IF.
004240
004250     MOVE ZEROS TO JRA-ACCOUNT.
004260     MOVE ZEROS TO JRA-DATE.
004270     MOVE ZEROS TO JRA-SEQUENCE.
004280     START JOURNAL-ARCHIVE-FILE KEY IS >= JRA-ARCHIVE-KEY
004290         INVALID KEY
004300             SET ARCHIVE-AT-END TO TRUE
004310     END-START.
004320
004330     PERFORM 2100-TALLY-ONE-ARCHIVE-LINE THRU 2100-EXIT
004340         UNTIL ARCHIVE-AT-END.
004350 2000-EXIT.
004360     EXIT.
004370
004380 2100-TALLY-ONE-ARCHIVE-LINE.
004390     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
004400         AT END
004410             SET ARCHIVE-AT-END TO TRUE
004420             GO TO 2100-EXIT
004430     END-READ.
004440
004450     ADD 1 TO WS-LINES-READ.
004460
004470     IF JRA-DATE < WS-MONTH-START OR JRA-DATE > WS-MONTH-END
004480         GO TO 2100-EXIT
004490     END-IF.
004500
004510     MOVE JRA-ACCOUNT TO WS-TALLY-ACCOUNT.
004520     MOVE JRA-TYPE TO WS-TALLY-TYPE.
004530     MOVE JRA-AMOUNT TO WS-TALLY-AMOUNT.
004540     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT.
004550 2100-EXIT.
004560     EXIT.
004570
004580*    The days since the last cutover -- tonight's postings at
004590*    the least -- are still on the live journal.
004600 2500-TALLY-THE-LIVE-JOURNAL.
004610     IF JOURNAL-FILE-NOT-FOUND
004620         GO TO 2500-EXIT
004630     END-IF.
004640
004650     PERFORM 2600-TALLY-ONE-JOURNAL-LINE THRU 2600-EXIT
004660         UNTIL JOURNAL-AT-END.
004670 2500-EXIT.
004680     EXIT.
004690
004700 2600-TALLY-ONE-JOURNAL-LINE.
004710     READ JOURNAL-FILE
004720         AT END
004730             SET JOURNAL-AT-END TO TRUE
004740             GO TO 2600-EXIT
004750     END-READ.
004760
004770     ADD 1 TO WS-LINES-READ.
004780
004790     IF JR-DATE < WS-MONTH-START OR JR-DATE > WS-MONTH-END
004800         GO TO 2600-EXIT
004810     END-IF.
004820
004830     MOVE JR-ACCOUNT TO WS-TALLY-ACCOUNT.
004840     MOVE JR-TYPE TO WS-TALLY-TYPE.
004850     MOVE JR-AMOUNT TO WS-TALLY-AMOUNT.
004860     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT.
004870 2600-EXIT.
004880     EXIT.
004890
004900*    Only the opening lines, credit interest and the bank's
004910*    charges count.  OPEN-DEP is written once when a deposit
004920*    account opens and LN-ADVANCE once when a loan is booked;
004930*    INTEREST is credit interest paid; SVC-CHARGE and the
004940*    early-withdrawal CD-PENALTY are the fees.  Debit interest
004950*    (OD-INT) is neither paid nor a fee and is left out.  A
004952*    penalty reversed at the counter (REV-CD-PEN) comes back
004954*    out of the fees.
004960 2200-TALLY-ONE-LINE.
004970     INITIALIZE WS-ADD-FIELDS.
004980     EVALUATE WS-TALLY-TYPE
004990         WHEN "OPEN-DEP"
005000         WHEN "LN-ADVANCE"
005010             MOVE 1 TO WS-ADD-OPENED
005020         WHEN "INTEREST"
005030             MOVE WS-TALLY-AMOUNT TO WS-ADD-INTEREST
005040         WHEN "SVC-CHARGE"
005050         WHEN "CD-PENALTY"
005060             MOVE WS-TALLY-AMOUNT TO WS-ADD-FEES
005062         WHEN "REV-CD-PEN"
005064             COMPUTE WS-ADD-FEES = ZERO - WS-TALLY-AMOUNT
005070         WHEN OTHER
005080             GO TO 2200-EXIT
005090     END-EVALUATE.
005100
005110     MOVE WS-TALLY-ACCOUNT TO ACCOUNT-NUMBER.
005120     READ ACCOUNT-FILE
005130         KEY IS ACCOUNT-NUMBER
005140         INVALID KEY
005150             ADD 1 TO WS-LINES-UNMATCHED
005160             GO TO 2200-EXIT
005170     END-READ.
005180
005190     PERFORM 1100-CLASSIFY-ACCOUNT THRU 1100-EXIT.
005200     IF WS-PROD-SUB = ZERO OR WS-STAT-SUB = ZERO
005210         ADD 1 TO WS-LINES-UNMATCHED
005220         GO TO 2200-EXIT
005230     END-IF.
005240
005250     ADD 1 TO WS-LINES-TALLIED.
005260     PERFORM 1200-POST-TO-BUCKETS THRU 1200-EXIT.
005270 2200-EXIT.
005280     EXIT.
005290
005300*    Closures: the growth in each product's closed count since
005310*    last month's snapshot.  No snapshot last month, no
005320*    closures counted.
005330 3000-COUNT-CLOSURES.
005340     PERFORM 3100-COUNT-ONE-PRODUCT THRU 3100-EXIT
005350         VARYING WS-PROD-SUB FROM 1 BY 1
005360         UNTIL WS-PROD-SUB > WS-DEPOSIT-TOTAL-SUB.
005370 3000-EXIT.
005380     EXIT.
005390
005400 3100-COUNT-ONE-PRODUCT.
005410     MOVE WS-PRIOR-PERIOD TO SNAP-PERIOD.
005420     MOVE WS-PRODUCT-CODE (WS-PROD-SUB) TO SNAP-PRODUCT-CODE.
005430     MOVE WS-STATUS-CODE (WS-CLOSED-SUB) TO SNAP-STATUS.
005440     MOVE "N" TO WS-PRIOR-FOUND.
005450     READ SNAPSHOT-FILE
005460         KEY IS SNAP-KEY
005470         INVALID KEY
005480             CONTINUE
005490         NOT INVALID KEY
005500             SET PRIOR-SNAPSHOT-FOUND TO TRUE
005510     END-READ.
005520     IF NOT PRIOR-SNAPSHOT-FOUND
005530         GO TO 3100-EXIT
005540     END-IF.
005550
005560     MOVE SNAP-ACCOUNT-COUNT TO WS-PRIOR-CLOSED.
005570     IF WS-BK-ACCOUNTS (WS-PROD-SUB, WS-CLOSED-SUB)
005580             > WS-PRIOR-CLOSED
005590         COMPUTE WS-BK-CLOSED (WS-PROD-SUB, WS-CLOSED-SUB) =
005600             WS-BK-ACCOUNTS (WS-PROD-SUB, WS-CLOSED-SUB)
005610                 - WS-PRIOR-CLOSED
005620         MOVE WS-BK-CLOSED (WS-PROD-SUB, WS-CLOSED-SUB)
005630             TO WS-BK-CLOSED (WS-PROD-SUB, WS-BOOK-SUB)
005640     END-IF.
005650 3100-EXIT.
005660     EXIT.
005670
005680*    One record per product per status, written over any left
005690*    by an earlier run for the same month.
005700 4000-WRITE-THE-SNAPSHOT.
005710     PERFORM 4100-WRITE-ONE-PRODUCT THRU 4100-EXIT
005720         VARYING WS-PROD-SUB FROM 1 BY 1
005730         UNTIL WS-PROD-SUB > WS-DEPOSIT-TOTAL-SUB.
005740 4000-EXIT.
005750     EXIT.
005760
005770 4100-WRITE-ONE-PRODUCT.
005780     PERFORM 4200-WRITE-ONE-RECORD THRU 4200-EXIT
005790         VARYING WS-STAT-SUB FROM 1 BY 1
005800         UNTIL WS-STAT-SUB > WS-BOOK-SUB.
005810 4100-EXIT.
005820     EXIT.
005830
005840 4200-WRITE-ONE-RECORD.
005850     INITIALIZE SNAPSHOT-RECORD.
005860     MOVE WS-TODAY-PERIOD TO SNAP-PERIOD.
005870     MOVE WS-PRODUCT-CODE (WS-PROD-SUB) TO SNAP-PRODUCT-CODE.
005880     MOVE WS-STATUS-CODE (WS-STAT-SUB) TO SNAP-STATUS.
005890     MOVE WS-BK-ACCOUNTS (WS-PROD-SUB, WS-STAT-SUB)
005900         TO SNAP-ACCOUNT-COUNT.
005910     MOVE WS-BK-BALANCE (WS-PROD-SUB, WS-STAT-SUB)
005920         TO SNAP-TOTAL-BALANCE.
005930     IF SNAP-ACCOUNT-COUNT > ZERO
005940         COMPUTE SNAP-AVERAGE-BALANCE ROUNDED =
005950             SNAP-TOTAL-BALANCE / SNAP-ACCOUNT-COUNT
005960     END-IF.
005970     MOVE WS-BK-OD-COUNT (WS-PROD-SUB, WS-STAT-SUB)
005980         TO SNAP-OVERDRAWN-COUNT.
005990     MOVE WS-BK-OD-TOTAL (WS-PROD-SUB, WS-STAT-SUB)
006000         TO SNAP-OVERDRAWN-TOTAL.
006010     MOVE WS-BK-OPENED (WS-PROD-SUB, WS-STAT-SUB)
006020         TO SNAP-OPENED-COUNT.
006030     MOVE WS-BK-CLOSED (WS-PROD-SUB, WS-STAT-SUB)
006040         TO SNAP-CLOSED-COUNT.
006050     MOVE WS-BK-INTEREST (WS-PROD-SUB, WS-STAT-SUB)
006060         TO SNAP-INTEREST-PAID.
006070     MOVE WS-BK-FEES (WS-PROD-SUB, WS-STAT-SUB)
006080         TO SNAP-FEES-CHARGED.
006090     MOVE WS-TODAY-DATE TO SNAP-TAKEN-DATE.
006100
006110     WRITE SNAPSHOT-RECORD
006120         INVALID KEY
006130             REWRITE SNAPSHOT-RECORD
006140             ADD 1 TO WS-RECORDS-REPLACED
006150             GO TO 4200-EXIT
006160     END-WRITE.
006170     ADD 1 TO WS-RECORDS-WRITTEN.
006180 4200-EXIT.
006190     EXIT.
006200
006210 9000-PRINT-SUMMARY.
006220     DISPLAY "MONTH-END PORTFOLIO SNAPSHOT - RUN SUMMARY".
006230     DISPLAY "PERIOD:                 " WS-TODAY-PERIOD.
006240     DISPLAY "ACCOUNTS READ:          " WS-ACCOUNTS-READ.
006250     DISPLAY "ACCOUNTS NOT CLASSED:   " WS-ACCOUNTS-UNCLASSED.
006260     DISPLAY "JOURNAL LINES READ:     " WS-LINES-READ.
006270     DISPLAY "JOURNAL LINES TALLIED:  " WS-LINES-TALLIED.
006280     DISPLAY "LINES, NO ACCOUNT:      " WS-LINES-UNMATCHED.
006290     DISPLAY "SNAPSHOT RECORDS NEW:   " WS-RECORDS-WRITTEN.
006300     DISPLAY "SNAPSHOT RECORDS RERUN: " WS-RECORDS-REPLACED.
006310 9000-EXIT.
006320     EXIT.
