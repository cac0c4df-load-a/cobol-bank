000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Deposit-Trend-Report.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Month-end report, run by the night stream straight after    *
000190*  the portfolio snapshot.  Reads the snapshot history         *
000200*  (snaphist.dat) for this month, last month and the same      *
000210*  month last year, and prints the deposit trend report        *
000220*  (deptrend.rpt): this month's book and movement per product  *
000230*  line, then the growth in accounts and balance, and the      *
000240*  percentage change, against each of the two earlier months.  *
000250*  The deposit total is printed under the products; loans      *
000260*  follow on their own line, outside the total.  A month with  *
000270*  no snapshot on file is said so on its page rather than      *
000280*  shown as a fall to zero.                                    *
000290*                                                              *
000300*  The job only reads, so it can be rerun freely; it closes    *
000310*  its own run record (job "TRD", one per month) for the       *
000320*  night-stream driver.                                        *
000330*----------------------------------------------------------------
000340*  Mod history:                                                *
000350*   2026-10-15  RLB  Original version.                         *
000360****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SNAPSHOT-FILE
000420         ASSIGN TO "snaphist.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SNAP-KEY
000460         FILE STATUS IS WS-SNAPSHOT-STATUS.
000470
000480     SELECT TREND-REPORT-FILE
000490         ASSIGN TO "deptrend.rpt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-TREND-REPORT-STATUS.
000520
000530     SELECT BATCH-CONTROL-FILE
000540         ASSIGN TO "batchctl.dat"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS BC-CONTROL-KEY
000580         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SNAPSHOT-FILE.
000630     COPY "snaprec.cpy".
000640
000650 FD  TREND-REPORT-FILE.
000660 01  TREND-REPORT-LINE              PIC X(80).
000670
000680 FD  BATCH-CONTROL-FILE.
000690     COPY "bchctl.cpy".
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUSES.
000730     02  WS-SNAPSHOT-STATUS         PIC X(02) VALUE "00".
000740         88  SNAPSHOT-NOT-FOUND         VALUE "35".
000750     02  WS-TREND-REPORT-STATUS     PIC X(02) VALUE "00".
000760     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
000770         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
000780
000790 01  WS-RUN-SWITCHES.
000800     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
000810         88  CONTROL-RECORD-FOUND   VALUE "Y".
000820
000830 01  WS-RUN-DATE.
000840     02  WS-TODAY-DATE              PIC 9(08).
000850     02  FILLER REDEFINES WS-TODAY-DATE.
000860         03  WS-TODAY-PERIOD        PIC 9(06).
000870         03  FILLER                 PIC 9(02).
000880     02  FILLER REDEFINES WS-TODAY-DATE.
000890         03  WS-TODAY-YEAR          PIC 9(04).
000900         03  WS-TODAY-MONTH         PIC 9(02).
000910         03  FILLER                 PIC 9(02).
000920
000930*    The three months compared: this month, last month, and
000940*    the same month a year ago.
000950 01  WS-PERIOD-TABLE.
000960     02  WS-PERIOD OCCURS 3 TIMES   PIC 9(06).
000970
000980 01  WS-THIS-MONTH                  PIC 9(01) COMP VALUE 1.
000990 01  WS-LAST-MONTH                  PIC 9(01) COMP VALUE 2.
001000 01  WS-LAST-YEAR                   PIC 9(01) COMP VALUE 3.
001010
001020*    The product lines in print order, with the label each is
001030*    printed under.  The deposit total ("**") comes after the
001040*    deposit products and the loans after that.
001050 01  WS-PRODUCT-DATA.
001060     02  FILLER                     PIC X(09) VALUE "CKCK     ".
001070     02  FILLER                     PIC X(09) VALUE "SVSV     ".
001080     02  FILLER                     PIC X(09) VALUE "MMMM     ".
001090     02  FILLER                     PIC X(09) VALUE "CDCD     ".
001100     02  FILLER                     PIC X(09) VALUE "**DEPOSIT".
001110     02  FILLER                     PIC X(09) VALUE "LNLOANS  ".
001120 01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-DATA.
001130     02  WS-PRODUCT-ENTRY OCCURS 6 TIMES.
001140         03  WS-PRODUCT-CODE        PIC X(02).
001150         03  WS-PRODUCT-LABEL       PIC X(07).
001160
001170 01  WS-DEPOSIT-TOTAL-SUB           PIC 9(02) COMP VALUE 5.
001180
001190*    Each month's "*" record per product, as read.
001200 01  WS-SNAP-TABLE.
001210     02  WS-SN-MONTH OCCURS 3 TIMES.
001220         03  WS-SN-ON-FILE          PIC X(01).
001230             88  SN-MONTH-ON-FILE   VALUE "Y".
001240         03  WS-SN-PRODUCT OCCURS 6 TIMES.
001250             04  WS-SN-ACCOUNTS     PIC 9(07).
001260             04  WS-SN-BALANCE      PIC S9(11)V99.
001270             04  WS-SN-AVERAGE      PIC S9(09)V99.
001280             04  WS-SN-OD-COUNT     PIC 9(07).
001290             04  WS-SN-OD-TOTAL     PIC S9(11)V99.
001300             04  WS-SN-OPENED       PIC 9(07).
001310             04  WS-SN-CLOSED       PIC 9(07).
001320             04  WS-SN-INTEREST     PIC 9(09)V99.
001330             04  WS-SN-FEES         PIC 9(09)V99.
001340
001350 01  WS-MONTH-SUB                   PIC 9(01) COMP VALUE ZERO.
001360 01  WS-COMPARE-SUB                 PIC 9(01) COMP VALUE ZERO.
001370 01  WS-PROD-SUB                    PIC 9(02) COMP VALUE ZERO.
001380
001390 01  WS-GROWTH-FIELDS.
001400     02  WS-ACCOUNT-GROWTH          PIC S9(07) VALUE ZEROS.
001410     02  WS-BALANCE-GROWTH          PIC S9(11)V99 VALUE ZEROS.
001420     02  WS-PCT-CHANGE              PIC S9(05)V9 VALUE ZEROS.
001430     02  WS-DEPOSIT-GROWTH          PIC S9(11)V99 VALUE ZEROS.
001440
001450 01  WS-RUN-TOTALS.
001460     02  WS-LINES-PRINTED           PIC 9(05) COMP VALUE ZERO.
001470     02  WS-MONTHS-MISSING          PIC 9(01) COMP VALUE ZERO.
001480
001490 01  TR-HEADING-1.
001500     02  FILLER                     PIC X(38) VALUE
001510         "DEPOSIT TREND REPORT -- MONTH ENDING ".
001520     02  TR-HEADING-PERIOD          PIC 9(06).
001530     02  FILLER                     PIC X(36) VALUE SPACES.
001540
001550 01  TR-SEPARATOR-LINE.
001560     02  FILLER                     PIC X(80) VALUE ALL "-".
001570
001580 01  TR-TEXT-LINE                   PIC X(80).
001590
001600 01  TR-BOOK-HEADING.
001610     02  FILLER            PIC X(09) VALUE "PRODUCT".
001620     02  FILLER            PIC X(09) VALUE " ACCOUNTS".
001630     02  FILLER            PIC X(17) VALUE "    TOTAL BALANCE".
001640     02  FILLER            PIC X(15) VALUE "        AVERAGE".
001650     02  FILLER            PIC X(10) VALUE "  OVERDRWN".
001660     02  FILLER            PIC X(17) VALUE "  OVERDRAWN TOTAL".
001670     02  FILLER            PIC X(03) VALUE SPACES.
001680
001690 01  TR-BOOK-LINE.
001700     02  TR-BK-LABEL                PIC X(07).
001710     02  FILLER                     PIC X(02) VALUE SPACES.
001720     02  TR-BK-ACCOUNTS             PIC Z(06)9.
001730     02  FILLER                     PIC X(02) VALUE SPACES.
001740     02  TR-BK-BALANCE              PIC Z(10)9.99-.
001750     02  FILLER                     PIC X(01) VALUE SPACES.
001760     02  TR-BK-AVERAGE              PIC Z(08)9.99-.
001770     02  FILLER                     PIC X(03) VALUE SPACES.
001780     02  TR-BK-OD-COUNT             PIC Z(06)9.
001790     02  FILLER                     PIC X(01) VALUE SPACES.
001800     02  TR-BK-OD-TOTAL             PIC Z(10)9.99-.
001810     02  FILLER                     PIC X(03) VALUE SPACES.
001820
001830 01  TR-MOVEMENT-HEADING.
001840     02  FILLER            PIC X(09) VALUE "PRODUCT".
001850     02  FILLER            PIC X(09) VALUE "   OPENED".
001860     02  FILLER            PIC X(09) VALUE "   CLOSED".
001870     02  FILLER            PIC X(15) VALUE "  INTEREST PAID".
001880     02  FILLER            PIC X(15) VALUE "   FEES CHARGED".
001890     02  FILLER            PIC X(23) VALUE SPACES.
001900
001910 01  TR-MOVEMENT-LINE.
001920     02  TR-MV-LABEL                PIC X(07).
001930     02  FILLER                     PIC X(02) VALUE SPACES.
001940     02  TR-MV-OPENED               PIC Z(06)9.
001950     02  FILLER                     PIC X(02) VALUE SPACES.
001960     02  TR-MV-CLOSED               PIC Z(06)9.
001970     02  FILLER                     PIC X(02) VALUE SPACES.
001980     02  TR-MV-INTEREST             PIC Z(09)9.99.
001990     02  FILLER                     PIC X(02) VALUE SPACES.
002000     02  TR-MV-FEES                 PIC Z(09)9.99.
002010     02  FILLER                     PIC X(25) VALUE SPACES.
002020
002030 01  TR-COMPARE-TITLE.
002040     02  TR-CT-TEXT                 PIC X(28).
002050     02  TR-CT-PERIOD               PIC 9(06).
002060     02  FILLER                     PIC X(46) VALUE SPACES.
002070
002080 01  TR-COMPARE-HEADING.
002090     02  FILLER            PIC X(09) VALUE "PRODUCT".
002100     02  FILLER            PIC X(09) VALUE " ACCOUNTS".
002110     02  FILLER            PIC X(09) VALUE "   CHANGE".
002120     02  FILLER            PIC X(16) VALUE "     BALANCE NOW".
002130     02  FILLER            PIC X(16) VALUE "    BALANCE THEN".
002140     02  FILLER            PIC X(13) VALUE "       GROWTH".
002150     02  FILLER            PIC X(08) VALUE "  CHANGE".
002160
002170 01  TR-COMPARE-LINE.
002180     02  TR-CP-LABEL                PIC X(07).
002190     02  FILLER                     PIC X(02) VALUE SPACES.
002200     02  TR-CP-ACCOUNTS             PIC Z(06)9.
002210     02  FILLER                     PIC X(01) VALUE SPACES.
002220     02  TR-CP-ACCOUNT-GROWTH       PIC Z(06)9-.
002230     02  FILLER                     PIC X(01) VALUE SPACES.
002240     02  TR-CP-BALANCE-NOW          PIC Z(10)9.99-.
002250     02  FILLER                     PIC X(01) VALUE SPACES.
002260     02  TR-CP-BALANCE-THEN         PIC Z(10)9.99-.
002270     02  FILLER                     PIC X(01) VALUE SPACES.
002280     02  TR-CP-BALANCE-GROWTH       PIC Z(08)9.99-.
002290     02  FILLER                     PIC X(01) VALUE SPACES.
002300     02  TR-CP-PCT                  PIC Z(04)9.9-.
002310     02  TR-CP-PCT-TEXT REDEFINES TR-CP-PCT
002320                                    PIC X(08).
002330
002340 PROCEDURE DIVISION.
002350 0000-MAIN-LOGIC.
002360     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002370     MOVE WS-TODAY-PERIOD TO WS-PERIOD (WS-THIS-MONTH).
002380     IF WS-TODAY-MONTH = 1
002390         COMPUTE WS-PERIOD (WS-LAST-MONTH) =
002400             ((WS-TODAY-YEAR - 1) * 100) + 12
002410     ELSE
002420         COMPUTE WS-PERIOD (WS-LAST-MONTH) = WS-TODAY-PERIOD - 1
002430     END-IF.
002440     COMPUTE WS-PERIOD (WS-LAST-YEAR) = WS-TODAY-PERIOD - 100.
002450
002460     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002470
002480     MOVE WS-TODAY-PERIOD TO TR-HEADING-PERIOD.
002490     WRITE TREND-REPORT-LINE FROM TR-HEADING-1.
002500     WRITE TREND-REPORT-LINE FROM TR-SEPARATOR-LINE.
002510
002520     PERFORM 1000-LOAD-ONE-MONTH THRU 1000-EXIT
002530         VARYING WS-MONTH-SUB FROM 1 BY 1
002540         UNTIL WS-MONTH-SUB > WS-LAST-YEAR.
002550
002560     IF NOT SN-MONTH-ON-FILE (WS-THIS-MONTH)
002570         MOVE "NO SNAPSHOT ON FILE FOR THIS MONTH -- NOTHING TO"
002580             TO TR-TEXT-LINE
002590         WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE
002600         MOVE "REPORT.  RUN PORTFOLIO-SNAPSHOT-BATCH FIRST."
002610             TO TR-TEXT-LINE
002620         WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE
002630         GO TO 0000-WRAP-UP
002640     END-IF.
002650
002660     PERFORM 2000-PRINT-THE-BOOK THRU 2000-EXIT.
002670     PERFORM 3000-PRINT-THE-MOVEMENT THRU 3000-EXIT.
002680
002690     MOVE WS-LAST-MONTH TO WS-COMPARE-SUB.
002700     MOVE "VERSUS PRIOR MONTH ENDING " TO TR-CT-TEXT.
002710     PERFORM 4000-PRINT-ONE-COMPARISON THRU 4000-EXIT.
002720
002730     MOVE WS-LAST-YEAR TO WS-COMPARE-SUB.
002740     MOVE "VERSUS SAME MONTH LAST YEAR " TO TR-CT-TEXT.
002750     PERFORM 4000-PRINT-ONE-COMPARISON THRU 4000-EXIT.
002760
002770 0000-WRAP-UP.
002780     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
002790     PERFORM 0300-MARK-RUN-COMPLETE THRU 0300-EXIT.
002800     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
002810     GOBACK.
002820
002830 0100-OPEN-FILES.
002840     OPEN INPUT SNAPSHOT-FILE.
002850     OPEN OUTPUT TREND-REPORT-FILE.
002860 0100-EXIT.
002870     EXIT.
002880
002890 0200-CLOSE-FILES.
002900     IF NOT SNAPSHOT-NOT-FOUND
002910         CLOSE SNAPSHOT-FILE
002920     END-IF.
002930     CLOSE TREND-REPORT-FILE.
002940 0200-EXIT.
002950     EXIT.
002960
002970*    Close the month's run record (job "TRD") so the
002980*    night-stream driver can see this step ran to completion.
002990*    BC-AMOUNT carries the deposit book's growth over the
003000*    month, right there on the morning log.
003010 0300-MARK-RUN-COMPLETE.
003020     OPEN I-O BATCH-CONTROL-FILE.
003030     IF BATCH-CONTROL-NOT-FOUND
003040         OPEN OUTPUT BATCH-CONTROL-FILE
003050         CLOSE BATCH-CONTROL-FILE
003060         OPEN I-O BATCH-CONTROL-FILE
003070     END-IF.
003080
003090     MOVE "TRD" TO BC-JOB-ID.
003100     MOVE WS-TODAY-PERIOD TO BC-PERIOD.
003110     MOVE "N" TO WS-CONTROL-FOUND.
003120
003130     READ BATCH-CONTROL-FILE
003140         KEY IS BC-CONTROL-KEY
003150         INVALID KEY
003160             CONTINUE
003170         NOT INVALID KEY
003180             SET CONTROL-RECORD-FOUND TO TRUE
003190     END-READ.
003200
003210     MOVE "TRD" TO BC-JOB-ID.
003220     MOVE WS-TODAY-PERIOD TO BC-PERIOD.
003230     SET BC-RUN-COMPLETE TO TRUE.
003240     MOVE ZERO TO BC-LAST-ACCOUNT.
003250     MOVE WS-DEPOSIT-GROWTH TO BC-AMOUNT.
003260
003270     IF CONTROL-RECORD-FOUND
003280         REWRITE BATCH-CONTROL-RECORD
003290     ELSE
003300         WRITE BATCH-CONTROL-RECORD
003310     END-IF.
003320
003330     CLOSE BATCH-CONTROL-FILE.
003340 0300-EXIT.
003350     EXIT.
003360
003370*    A month counts as on file when its deposit-total record
003380*    is there; the portfolio snapshot always writes one.
003390 1000-LOAD-ONE-MONTH.
003400     MOVE "N" TO WS-SN-ON-FILE (WS-MONTH-SUB).
003410     IF SNAPSHOT-NOT-FOUND
003420         ADD 1 TO WS-MONTHS-MISSING
003430         GO TO 1000-EXIT
003440     END-IF.
003450
003460     PERFORM 1100-LOAD-ONE-PRODUCT THRU 1100-EXIT
003470         VARYING WS-PROD-SUB FROM 1 BY 1
003480         UNTIL WS-PROD-SUB > 6.
003490
003500     IF NOT SN-MONTH-ON-FILE (WS-MONTH-SUB)
003510         ADD 1 TO WS-MONTHS-MISSING
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550
003560 1100-LOAD-ONE-PRODUCT.
003570     INITIALIZE WS-SN-PRODUCT (WS-MONTH-SUB, WS-PROD-SUB).
003580     MOVE WS-PERIOD (WS-MONTH-SUB) TO SNAP-PERIOD.
003590     MOVE WS-PRODUCT-CODE (WS-PROD-SUB) TO SNAP-PRODUCT-CODE.
003600     MOVE "*" TO SNAP-STATUS.
003610     READ SNAPSHOT-FILE
003620         KEY IS SNAP-KEY
003630         INVALID KEY
003640             GO TO 1100-EXIT
003650     END-READ.
003660
003670     IF WS-PROD-SUB = WS-DEPOSIT-TOTAL-SUB
003680         MOVE "Y" TO WS-SN-ON-FILE (WS-MONTH-SUB)
003690     END-IF.
003700     MOVE SNAP-ACCOUNT-COUNT
003710         TO WS-SN-ACCOUNTS (WS-MONTH-SUB, WS-PROD-SUB).
003720     MOVE SNAP-TOTAL-BALANCE
003730         TO WS-SN-BALANCE (WS-MONTH-SUB, WS-PROD-SUB).
003740     MOVE SNAP-AVERAGE-BALANCE
003750         TO WS-SN-AVERAGE (WS-MONTH-SUB, WS-PROD-SUB).
003760     MOVE SNAP-OVERDRAWN-COUNT
003770         TO WS-SN-OD-COUNT (WS-MONTH-SUB, WS-PROD-SUB).
003780     MOVE SNAP-OVERDRAWN-TOTAL
003790         TO WS-SN-OD-TOTAL (WS-MONTH-SUB, WS-PROD-SUB).
003800     MOVE SNAP-OPENED-COUNT
003810         TO WS-SN-OPENED (WS-MONTH-SUB, WS-PROD-SUB).
003820     MOVE SNAP-CLOSED-COUNT
003830         TO WS-SN-CLOSED (WS-MONTH-SUB, WS-PROD-SUB).
003840     MOVE SNAP-INTEREST-PAID
003850         TO WS-SN-INTEREST (WS-MONTH-SUB, WS-PROD-SUB).
003860     MOVE SNAP-FEES-CHARGED
003870         TO WS-SN-FEES (WS-MONTH-SUB, WS-PROD-SUB).
003880 1100-EXIT.
003890     EXIT.
003900
003910 2000-PRINT-THE-BOOK.
003920     MOVE SPACES TO TR-TEXT-LINE.
003930     WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE.
003940     MOVE "THE BOOK AT MONTH END (ACCOUNTS NOT CLOSED)"
003950         TO TR-TEXT-LINE.
003960     WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE.
003970     WRITE TREND-REPORT-LINE FROM TR-BOOK-HEADING.
003980
003990     PERFORM 2100-PRINT-ONE-BOOK-LINE THRU 2100-EXIT
004000         VARYING WS-PROD-SUB FROM 1 BY 1
004010         UNTIL WS-PROD-SUB > 6.
004020 2000-EXIT.
004030     EXIT.
004040
004050 2100-PRINT-ONE-BOOK-LINE.
004060     MOVE WS-PRODUCT-LABEL (WS-PROD-SUB) TO TR-BK-LABEL.
004070     MOVE WS-SN-ACCOUNTS (WS-THIS-MONTH, WS-PROD-SUB)
004080         TO TR-BK-ACCOUNTS.
004090     MOVE WS-SN-BALANCE (WS-THIS-MONTH, WS-PROD-SUB)
004100         TO TR-BK-BALANCE.
004110     MOVE WS-SN-AVERAGE (WS-THIS-MONTH, WS-PROD-SUB)
004120         TO TR-BK-AVERAGE.
004130     MOVE WS-SN-OD-COUNT (WS-THIS-MONTH, WS-PROD-SUB)
004140         TO TR-BK-OD-COUNT.
004150     MOVE WS-SN-OD-TOTAL (WS-THIS-MONTH, WS-PROD-SUB)
004160         TO TR-BK-OD-TOTAL.
004170     WRITE TREND-REPORT-LINE FROM TR-BOOK-LINE.
004180     ADD 1 TO WS-LINES-PRINTED.
004190 2100-EXIT.
004200     EXIT.
004210
004220 3000-PRINT-THE-MOVEMENT.
004230     MOVE SPACES TO TR-TEXT-LINE.
004240     WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE.
004250     MOVE "MOVEMENT OVER THE MONTH" TO TR-TEXT-LINE.
004260     WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE.
004270     WRITE TREND-REPORT-LINE FROM TR-MOVEMENT-HEADING.
004280
004290     PERFORM 3100-PRINT-ONE-MOVEMENT-LINE THRU 3100-EXIT
004300         VARYING WS-PROD-SUB FROM 1 BY 1
004310         UNTIL WS-PROD-SUB > 6.
004320 3000-EXIT.
004330     EXIT.
004340
004350 3100-PRINT-ONE-MOVEMENT-LINE.
004360     MOVE WS-PRODUCT-LABEL (WS-PROD-SUB) TO TR-MV-LABEL.
004370     MOVE WS-SN-OPENED (WS-THIS-MONTH, WS-PROD-SUB)
004380         TO TR-MV-OPENED.
004390     MOVE WS-SN-CLOSED (WS-THIS-MONTH, WS-PROD-SUB)
004400         TO TR-MV-CLOSED.
004410     MOVE WS-SN-INTEREST (WS-THIS-MONTH, WS-PROD-SUB)
004420         TO TR-MV-INTEREST.
004430     MOVE WS-SN-FEES (WS-THIS-MONTH, WS-PROD-SUB)
004440         TO TR-MV-FEES.
004450     WRITE TREND-REPORT-LINE FROM TR-MOVEMENT-LINE.
004460     ADD 1 TO WS-LINES-PRINTED.
004470 3100-EXIT.
004480     EXIT.
004490
004500*    This month against the month in WS-COMPARE-SUB.  A month
004510*    with no snapshot is said so rather than compared with
004520*    zero, which would read as the whole book arriving at once.
004530 4000-PRINT-ONE-COMPARISON.
004540     MOVE SPACES TO TR-TEXT-LINE.
004550     WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE.
004560     MOVE WS-PERIOD (WS-COMPARE-SUB) TO TR-CT-PERIOD.
004570     WRITE TREND-REPORT-LINE FROM TR-COMPARE-TITLE.
004580
004590     IF NOT SN-MONTH-ON-FILE (WS-COMPARE-SUB)
004600         MOVE "  NO SNAPSHOT ON FILE FOR THAT MONTH."
004610             TO TR-TEXT-LINE
004620         WRITE TREND-REPORT-LINE FROM TR-TEXT-LINE
004630         GO TO 4000-EXIT
004640     END-IF.
004650
004660     WRITE TREND-REPORT-LINE FROM TR-COMPARE-HEADING.
004670     PERFORM 4100-PRINT-ONE-COMPARE-LINE THRU 4100-EXIT
004680         VARYING WS-PROD-SUB FROM 1 BY 1
004690         UNTIL WS-PROD-SUB > 6.
004700 4000-EXIT.
004710     EXIT.
004720
004730 4100-PRINT-ONE-COMPARE-LINE.
004740     COMPUTE WS-ACCOUNT-GROWTH =
004750         WS-SN-ACCOUNTS (WS-THIS-MONTH, WS-PROD-SUB)
004760             - WS-SN-ACCOUNTS (WS-COMPARE-SUB, WS-PROD-SUB).
004770     COMPUTE WS-BALANCE-GROWTH =
004780         WS-SN-BALANCE (WS-THIS-MONTH, WS-PROD-SUB)
004790             - WS-SN-BALANCE (WS-COMPARE-SUB, WS-PROD-SUB).
004800     IF WS-PROD-SUB = WS-DEPOSIT-TOTAL-SUB
004810             AND WS-COMPARE-SUB = WS-LAST-MONTH
004820         MOVE WS-BALANCE-GROWTH TO WS-DEPOSIT-GROWTH
004830     END-IF.
004840
004850     MOVE WS-PRODUCT-LABEL (WS-PROD-SUB) TO TR-CP-LABEL.
004860     MOVE WS-SN-ACCOUNTS (WS-THIS-MONTH, WS-PROD-SUB)
004870         TO TR-CP-ACCOUNTS.
004880     MOVE WS-ACCOUNT-GROWTH TO TR-CP-ACCOUNT-GROWTH.
004890     MOVE WS-SN-BALANCE (WS-THIS-MONTH, WS-PROD-SUB)
004900         TO TR-CP-BALANCE-NOW.
004910     MOVE WS-SN-BALANCE (WS-COMPARE-SUB, WS-PROD-SUB)
004920         TO TR-CP-BALANCE-THEN.
004930     MOVE WS-BALANCE-GROWTH TO TR-CP-BALANCE-GROWTH.
004940
004950*    Percentage change on the earlier balance.  A loan book is
004960*    negative both months, so a growing book still shows as a
004970*    rise.  Nothing to measure from, or a change too large to
004980*    print, is shown in words.
004990     IF WS-SN-BALANCE (WS-COMPARE-SUB, WS-PROD-SUB) = ZERO
005000         MOVE "     N/A" TO TR-CP-PCT-TEXT
005010     ELSE
005020         COMPUTE WS-PCT-CHANGE ROUNDED =
005030             (WS-BALANCE-GROWTH * 100)
005040                 / WS-SN-BALANCE (WS-COMPARE-SUB, WS-PROD-SUB)
005050             ON SIZE ERROR
005060                 MOVE "   LARGE" TO TR-CP-PCT-TEXT
005070             NOT ON SIZE ERROR
005080                 MOVE WS-PCT-CHANGE TO TR-CP-PCT
005090         END-COMPUTE
005100     END-IF.
005110
005120     WRITE TREND-REPORT-LINE FROM TR-COMPARE-LINE.
005130     ADD 1 TO WS-LINES-PRINTED.
005140 4100-EXIT.
005150     EXIT.
005160
005170 9000-PRINT-SUMMARY.
005180     DISPLAY "DEPOSIT TREND REPORT - RUN SUMMARY".
005190     DISPLAY "PERIOD:                 " WS-TODAY-PERIOD.
005200     DISPLAY "LINES PRINTED:          " WS-LINES-PRINTED.
005210     DISPLAY "MONTHS NOT ON FILE:     " WS-MONTHS-MISSING.
005220     DISPLAY "DEPOSIT GROWTH (MONTH): " WS-DEPOSIT-GROWTH.
005230 9000-EXIT.
005240     EXIT.
