000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Integrity-Sweep.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly cross-file integrity sweep, run by the night stream *
000190*  ahead of every posting job.  Each master file is sound on   *
000200*  its own; this job checks the relationships between them,    *
000210*  which nothing else does:                                    *
000220*                                                              *
000230*    - every sequence counter on nextacct.dat (NACCT, NSORD,   *
000240*      NCUST) must be at or above the highest number already   *
000250*      on its file, or the next number minted is a duplicate;  *
000260*    - every account's customer must be on custmast.dat;       *
000270*    - every active standing order's source and destination    *
000280*      account must be on file and not closed;                 *
000290*    - every open CD paying out at maturity must name a payout *
000300*      account that is on file and not closed;                 *
000310*    - every account's ACCOUNT-HISTORY-COUNT must lie within   *
000320*      the 20 slots, and every slot it counts must be filled;  *
000330*    - every teller id on today's journal lines must still be  *
000340*      on tellers.dat (the batch jobs' own operator ids aside).*
000350*                                                              *
000360*  Breaks print by category on the exception report            *
000370*  (intgchk.rpt) with a severity and the counts.  Severity 1   *
000380*  is a break that posting would make worse -- a counter about *
000390*  to mint a duplicate -- and when the parameter file          *
000400*  (intgparm.dat, one byte, "N" to report only) allows it, a   *
000410*  severity-1 break leaves the run record (job "IGS", one per  *
000420*  day) marked "H" so the night-stream driver stops before the *
000430*  first posting job.  Severity 2 is a break somebody must fix *
000440*  soon; severity 3 is worth a look.  The job only reads, so   *
000450*  it can be rerun freely once the breaks are mended.          *
000460*----------------------------------------------------------------
000470*  Mod history:                                                *
000480*   2026-10-15  RLB  Original version.                         *
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
000620     SELECT CUSTOMER-FILE
000630         ASSIGN TO "custmast.dat"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CUST-NUMBER
000670         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000680
000690     SELECT STANDING-ORDER-FILE
000700         ASSIGN TO "standord.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SO-ORDER-NUMBER
000740         FILE STATUS IS WS-STANDING-ORDER-STATUS.
000750
000760     SELECT SEQUENCE-CONTROL-FILE
000770         ASSIGN TO "nextacct.dat"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CONTROL-KEY
000810         FILE STATUS IS WS-SEQUENCE-CONTROL-STATUS.
000820
000830     SELECT TELLER-FILE
000840         ASSIGN TO "tellers.dat"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS TELLER-ID
000880         FILE STATUS IS WS-TELLER-FILE-STATUS.
000890
000900     SELECT JOURNAL-FILE
000910         ASSIGN TO "journal.dat"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000940
000950     SELECT INTEGRITY-PARM-FILE
000960         ASSIGN TO "intgparm.dat"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-INTEGRITY-PARM-STATUS.
000990
001000     SELECT INTEGRITY-REPORT-FILE
001010         ASSIGN TO "intgchk.rpt"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.
001040
001050     SELECT BATCH-CONTROL-FILE
001060         ASSIGN TO "batchctl.dat"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS BC-CONTROL-KEY
001100         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  ACCOUNT-FILE.
001150     COPY "acctrec.cpy".
001160
001170 FD  CUSTOMER-FILE.
001180     COPY "custrec.cpy".
001190
001200 FD  STANDING-ORDER-FILE.
001210     COPY "stordrec.cpy".
001220
001230 FD  SEQUENCE-CONTROL-FILE.
001240     COPY "ctrlrec.cpy".
001250
001260 FD  TELLER-FILE.
001270     COPY "tellrec.cpy".
001280
001290 FD  JOURNAL-FILE.
001300     COPY "jrnlrec.cpy".
001310
001320*    One line: "N" in the first byte makes the sweep report
001330*    only, even on a severity-1 break.  Anything else, or no
001340*    file at all, lets it stop the stream.
001350 FD  INTEGRITY-PARM-FILE.
001360 01  INTEGRITY-PARM-RECORD.
001370     02  IP-HALT-ON-SEVERITY-1      PIC X(01).
001380     02  FILLER                     PIC X(79).
001390
001400 FD  INTEGRITY-REPORT-FILE.
001410 01  INTEGRITY-REPORT-LINE          PIC X(80).
001420
001430 FD  BATCH-CONTROL-FILE.
001440     COPY "bchctl.cpy".
001450
001460 WORKING-STORAGE SECTION.
001470 01  WS-FILE-STATUSES.
001480     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001490     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001500         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
001510     02  WS-STANDING-ORDER-STATUS   PIC X(02) VALUE "00".
001520         88  STANDING-ORDER-NOT-FOUND   VALUE "35".
001530     02  WS-SEQUENCE-CONTROL-STATUS PIC X(02) VALUE "00".
001540         88  SEQUENCE-CONTROL-NOT-FOUND VALUE "35".
001550     02  WS-TELLER-FILE-STATUS      PIC X(02) VALUE "00".
001560         88  TELLER-FILE-NOT-FOUND      VALUE "35".
001570     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001580         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001590     02  WS-INTEGRITY-PARM-STATUS   PIC X(02) VALUE "00".
001600         88  INTEGRITY-PARM-NOT-FOUND   VALUE "35".
001610     02  WS-INTEGRITY-REPORT-STATUS PIC X(02) VALUE "00".
001620     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001630         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001640
001650 01  WS-RUN-SWITCHES.
001660     02  WS-ACCOUNT-FILE-AT-END     PIC X(01) VALUE "N".
001670         88  ACCOUNT-FILE-AT-END    VALUE "Y".
001680     02  WS-CUSTOMER-FILE-AT-END    PIC X(01) VALUE "N".
001690         88  CUSTOMER-FILE-AT-END   VALUE "Y".
001700     02  WS-ORDER-FILE-AT-END       PIC X(01) VALUE "N".
001710         88  ORDER-FILE-AT-END      VALUE "Y".
001720     02  WS-JOURNAL-AT-END          PIC X(01) VALUE "N".
001730         88  JOURNAL-AT-END         VALUE "Y".
001740     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001750         88  CONTROL-RECORD-FOUND   VALUE "Y".
001760     02  WS-HALT-SWITCH             PIC X(01) VALUE "Y".
001770         88  HALT-ON-SEVERITY-1     VALUE "Y".
001780     02  WS-CHECK-ACCOUNT-STATE     PIC X(01) VALUE SPACE.
001790         88  CHECK-ACCOUNT-MISSING  VALUE "M".
001800         88  CHECK-ACCOUNT-CLOSED   VALUE "C".
001810         88  CHECK-ACCOUNT-OPEN     VALUE "O".
001820     02  WS-BATCH-ID-SWITCH         PIC X(01) VALUE "N".
001830         88  BATCH-OPERATOR-ID      VALUE "Y".
001840     02  WS-TELLER-MATCH            PIC X(01) VALUE "N".
001850         88  TELLER-MATCH-FOUND     VALUE "Y".
001860
001870 01  WS-TODAY-DATE                  PIC 9(08).
001880
001890*    The categories of break, in report order, each with its
001900*    severity.
001910 01  WS-CATEGORY-DATA.
001920     02  FILLER                     PIC X(29) VALUE
001930         "1SEQUENCE COUNTER BEHIND FILE".
001940     02  FILLER                     PIC X(29) VALUE
001950         "2ACCOUNT CUSTOMER NOT ON CIF ".
001960     02  FILLER                     PIC X(29) VALUE
001970         "3ACCOUNT CUSTOMER STILL ZERO ".
001980     02  FILLER                     PIC X(29) VALUE
001990         "2ORDER ACCOUNT CLOSED/MISSING".
002000     02  FILLER                     PIC X(29) VALUE
002010         "2CD PAYOUT ACCT CLOSED/MISSNG".
002020     02  FILLER                     PIC X(29) VALUE
002030         "2HISTORY COUNT MISMATCH      ".
002040     02  FILLER                     PIC X(29) VALUE
002050         "3JOURNAL TELLER NOT ON FILE  ".
002060 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DATA.
002070     02  WS-CATEGORY-ENTRY OCCURS 7 TIMES.
002080         03  WS-CAT-SEVERITY        PIC 9(01).
002090         03  WS-CAT-TEXT            PIC X(28).
002100
002110 01  WS-CATEGORY-COUNTS.
002120     02  WS-CAT-COUNT OCCURS 7 TIMES
002130                                    PIC 9(05) COMP.
002140
002150 01  WS-CAT-COUNTER-BEHIND          PIC 9(01) COMP VALUE 1.
002160 01  WS-CAT-NO-CUSTOMER             PIC 9(01) COMP VALUE 2.
002170 01  WS-CAT-CUSTOMER-ZERO           PIC 9(01) COMP VALUE 3.
002180 01  WS-CAT-ORDER-ACCOUNT           PIC 9(01) COMP VALUE 4.
002190 01  WS-CAT-CD-PAYOUT               PIC 9(01) COMP VALUE 5.
002200 01  WS-CAT-HISTORY-COUNT           PIC 9(01) COMP VALUE 6.
002210 01  WS-CAT-JOURNAL-TELLER          PIC 9(01) COMP VALUE 7.
002220 01  WS-CAT-SUB                     PIC 9(01) COMP VALUE ZERO.
002230
002240*    Operator ids the batch jobs stamp on their own journal
002250*    lines.  None of them is a teller, so none is on
002260*    tellers.dat; a new posting job adds its id here.
002270 01  WS-BATCH-ID-DATA               PIC X(28) VALUE
002280         "ACHBCDMBCHKBINTBLNSBFEEBSTOB".
002290 01  WS-BATCH-ID-TABLE REDEFINES WS-BATCH-ID-DATA.
002300     02  WS-BATCH-ID OCCURS 7 TIMES PIC X(04).
002310 01  WS-BATCH-ID-COUNT              PIC 9(02) COMP VALUE 7.
002320 01  WS-BATCH-ID-SUB                PIC 9(02) COMP VALUE ZERO.
002330
002340*    Unknown teller ids met on the journal, one entry each with
002350*    the number of lines it is on, so a teller who posted all
002360*    day prints once.
002370 01  WS-UNKNOWN-TELLER-TABLE.
002380     02  WS-UT-COUNT                PIC 9(02) COMP VALUE ZERO.
002390     02  WS-UT-OVERFLOW             PIC X(01) VALUE "N".
002400         88  UT-TABLE-OVERFLOWED    VALUE "Y".
002410     02  WS-UT-ENTRY OCCURS 50 TIMES.
002420         03  WS-UT-TELLER           PIC X(04).
002430         03  WS-UT-LINES            PIC 9(05) COMP.
002440 01  WS-UT-SUB                      PIC 9(02) COMP VALUE ZERO.
002450
002460*    Highest number on each numbered file, for the counters.
002470 01  WS-HIGHEST-NUMBERS.
002480     02  WS-HIGHEST-ACCOUNT         PIC 9(05) VALUE ZEROS.
002490     02  WS-HIGHEST-ORDER           PIC 9(05) VALUE ZEROS.
002500     02  WS-HIGHEST-CUSTOMER        PIC 9(05) VALUE ZEROS.
002510
002520 01  WS-COUNTER-KEY                 PIC X(05) VALUE SPACES.
002530 01  WS-COUNTER-HIGHEST             PIC 9(05) VALUE ZEROS.
002540 01  WS-COUNTER-VALUE               PIC 9(05) VALUE ZEROS.
002550
002560 01  WS-SAVED-ACCOUNT               PIC 9(05) VALUE ZEROS.
002570 01  WS-CHECK-ACCOUNT               PIC 9(05) VALUE ZEROS.
002580 01  WS-HIST-SUB                    PIC 9(03) COMP VALUE ZERO.
002590 01  WS-EMPTY-SLOT                  PIC 9(03) COMP VALUE ZERO.
002600
002610*    Numbers edited for the detail text.
002620 01  WS-EDIT-FIELDS.
002630     02  WS-EDIT-NUMBER-1           PIC 9(05).
002640     02  WS-EDIT-NUMBER-2           PIC 9(05).
002650     02  WS-EDIT-COUNT              PIC ZZZZ9.
002660
002670 01  WS-RUN-TOTALS.
002680     02  WS-ACCOUNTS-READ           PIC 9(05) COMP VALUE ZERO.
002690     02  WS-ORDERS-READ             PIC 9(05) COMP VALUE ZERO.
002700     02  WS-CUSTOMERS-READ          PIC 9(05) COMP VALUE ZERO.
002710     02  WS-JOURNAL-LINES-READ      PIC 9(07) COMP VALUE ZERO.
002720     02  WS-TOTAL-BREAKS            PIC 9(05) COMP VALUE ZERO.
002730     02  WS-SEVERITY-1-BREAKS       PIC 9(05) COMP VALUE ZERO.
002740
002750 01  IX-HEADING-1.
002760     02  FILLER                     PIC X(31) VALUE
002770         "NIGHTLY INTEGRITY SWEEP -- RUN ".
002780     02  IX-HEADING-DATE            PIC 9(08).
002790     02  FILLER                     PIC X(41) VALUE SPACES.
002800
002810 01  IX-HEADING-2.
002820     02  FILLER            PIC X(05) VALUE "SEV".
002830     02  FILLER            PIC X(30) VALUE "CATEGORY".
002840     02  FILLER            PIC X(07) VALUE "KEY".
002850     02  FILLER            PIC X(38) VALUE "DETAIL".
002860
002870 01  IX-SEPARATOR-LINE.
002880     02  FILLER                     PIC X(80) VALUE ALL "-".
002890
002900 01  IX-TEXT-LINE                   PIC X(80).
002910
002920 01  IX-DETAIL-LINE.
002930     02  FILLER                     PIC X(01) VALUE SPACES.
002940     02  IX-SEVERITY                PIC 9(01).
002950     02  FILLER                     PIC X(03) VALUE SPACES.
002960     02  IX-CATEGORY                PIC X(28).
002970     02  FILLER                     PIC X(02) VALUE SPACES.
002980     02  IX-KEY                     PIC X(05).
002990     02  FILLER                     PIC X(02) VALUE SPACES.
003000     02  IX-DETAIL                  PIC X(38).
003010
003020 01  IX-COUNT-LINE.
003030     02  FILLER                     PIC X(01) VALUE SPACES.
003040     02  IX-CT-SEVERITY             PIC 9(01).
003050     02  FILLER                     PIC X(03) VALUE SPACES.
003060     02  IX-CT-CATEGORY             PIC X(28).
003070     02  FILLER                     PIC X(02) VALUE SPACES.
003080     02  IX-CT-COUNT                PIC ZZZZ9.
003090     02  FILLER                     PIC X(40) VALUE SPACES.
003100
003110 PROCEDURE DIVISION.
003120 0000-MAIN-LOGIC.
003130     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003140     INITIALIZE WS-CATEGORY-COUNTS.
003150
003160     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
003170     PERFORM 0500-LOAD-PARAMETER THRU 0500-EXIT.
003180
003190     MOVE WS-TODAY-DATE TO IX-HEADING-DATE.
003200     WRITE INTEGRITY-REPORT-LINE FROM IX-HEADING-1.
003210     WRITE INTEGRITY-REPORT-LINE FROM IX-HEADING-2.
003220     WRITE INTEGRITY-REPORT-LINE FROM IX-SEPARATOR-LINE.
003230
003240     PERFORM 1000-SWEEP-THE-ACCOUNTS THRU 1000-EXIT.
003250     PERFORM 2000-SWEEP-THE-ORDERS THRU 2000-EXIT.
003260     PERFORM 3000-SWEEP-THE-CUSTOMERS THRU 3000-EXIT.
003270     PERFORM 4000-CHECK-THE-COUNTERS THRU 4000-EXIT.
003280     PERFORM 5000-SWEEP-THE-JOURNAL THRU 5000-EXIT.
003290
003300     PERFORM 8000-PRINT-THE-COUNTS THRU 8000-EXIT.
003310
003320     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
003330     PERFORM 0300-MARK-RUN-COMPLETE THRU 0300-EXIT.
003340     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
003350     GOBACK.
003360
003370 0100-OPEN-FILES.
003380     OPEN INPUT ACCOUNT-FILE.
003390     OPEN INPUT CUSTOMER-FILE.
003400     OPEN INPUT STANDING-ORDER-FILE.
003410     OPEN INPUT SEQUENCE-CONTROL-FILE.
003420     OPEN INPUT TELLER-FILE.
003430     OPEN INPUT JOURNAL-FILE.
003440     OPEN OUTPUT INTEGRITY-REPORT-FILE.
003450 0100-EXIT.
003460     EXIT.
003470
003480 0200-CLOSE-FILES.
003490     CLOSE ACCOUNT-FILE.
003500     IF NOT CUSTOMER-FILE-NOT-FOUND
003510         CLOSE CUSTOMER-FILE
003520     END-IF.
003530     IF NOT STANDING-ORDER-NOT-FOUND
003540         CLOSE STANDING-ORDER-FILE
003550     END-IF.
003560     IF NOT SEQUENCE-CONTROL-NOT-FOUND
003570         CLOSE SEQUENCE-CONTROL-FILE
003580     END-IF.
003590     IF NOT TELLER-FILE-NOT-FOUND
003600         CLOSE TELLER-FILE
003610     END-IF.
003620     IF NOT JOURNAL-FILE-NOT-FOUND
003630         CLOSE JOURNAL-FILE
003640     END-IF.
003650     CLOSE INTEGRITY-REPORT-FILE.
003660 0200-EXIT.
003670     EXIT.
003680
003690*    Close the day's run record (job "IGS").  A severity-1
003700*    break, when the parameter lets it, marks the record "H"
003710*    instead of complete, and the night-stream driver stops
003720*    there.  BC-AMOUNT carries the number of breaks found.
003730 0300-MARK-RUN-COMPLETE.
003740     OPEN I-O BATCH-CONTROL-FILE.
003750     IF BATCH-CONTROL-NOT-FOUND
003760         OPEN OUTPUT BATCH-CONTROL-FILE
003770         CLOSE BATCH-CONTROL-FILE
003780         OPEN I-O BATCH-CONTROL-FILE
003790     END-IF.
003800
003810     MOVE "IGS" TO BC-JOB-ID.
003820     MOVE WS-TODAY-DATE TO BC-PERIOD.
003830     MOVE "N" TO WS-CONTROL-FOUND.
003840
003850     READ BATCH-CONTROL-FILE
003860         KEY IS BC-CONTROL-KEY
003870         INVALID KEY
003880             CONTINUE
003890         NOT INVALID KEY
003900             SET CONTROL-RECORD-FOUND TO TRUE
003910     END-READ.
003920
003930     MOVE "IGS" TO BC-JOB-ID.
003940     MOVE WS-TODAY-DATE TO BC-PERIOD.
003950     IF WS-SEVERITY-1-BREAKS > ZERO AND HALT-ON-SEVERITY-1
003960         SET BC-RUN-HALTED TO TRUE
003970     ELSE
003980         SET BC-RUN-COMPLETE TO TRUE
003990     END-IF.
004000     MOVE ZERO TO BC-LAST-ACCOUNT.
004010     MOVE WS-TOTAL-BREAKS TO BC-AMOUNT.
004020
004030     IF CONTROL-RECORD-FOUND
004040         REWRITE BATCH-CONTROL-RECORD
004050     ELSE
004060         WRITE BATCH-CONTROL-RECORD
004070     END-IF.
004080
004090     CLOSE BATCH-CONTROL-FILE.
004100 0300-EXIT.
004110     EXIT.
004120
004130 0500-LOAD-PARAMETER.
004140     OPEN INPUT INTEGRITY-PARM-FILE.
004150     IF INTEGRITY-PARM-NOT-FOUND
004160         GO TO 0500-EXIT
004170     END-IF.
004180
004190     READ INTEGRITY-PARM-FILE
004200         AT END
004210             CONTINUE
004220         NOT AT END
004230             IF IP-HALT-ON-SEVERITY-1 = "N"
004240                 MOVE "N" TO WS-HALT-SWITCH
004250             END-IF
004260     END-READ.
004270
004280     CLOSE INTEGRITY-PARM-FILE.
004290     IF NOT HALT-ON-SEVERITY-1
004300         DISPLAY "REPORT-ONLY RUN -- A SEVERITY-1 BREAK WILL NOT"
004310             " STOP THE STREAM."
004320     END-IF.
004330 0500-EXIT.
004340     EXIT.
004350
004360*    Every account: its customer, its history count and, for a
004370*    CD that pays out, its payout account.  The highest account
004380*    number is kept for the NACCT counter check.
004390 1000-SWEEP-THE-ACCOUNTS.
004400     IF CUSTOMER-FILE-NOT-FOUND
004410         MOVE "NO CUSTOMER MASTER (custmast.dat) ON DISK --"
004420             TO IX-TEXT-LINE
004430         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
004440         MOVE "  ACCOUNT CUSTOMER CHECK NOT MADE."
004450             TO IX-TEXT-LINE
004460         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
004470     END-IF.
004480
004490     MOVE ZERO TO ACCOUNT-NUMBER.
004500     START ACCOUNT-FILE KEY IS >= ACCOUNT-NUMBER
004510         INVALID KEY
004520             SET ACCOUNT-FILE-AT-END TO TRUE
004530     END-START.
004540
004550     PERFORM 1100-CHECK-ONE-ACCOUNT THRU 1100-EXIT
004560         UNTIL ACCOUNT-FILE-AT-END.
004570 1000-EXIT.
004580     EXIT.
004590
004600 1100-CHECK-ONE-ACCOUNT.
004610     READ ACCOUNT-FILE NEXT RECORD
004620         AT END
004630             SET ACCOUNT-FILE-AT-END TO TRUE
004640             GO TO 1100-EXIT
004650     END-READ.
004660
004670     ADD 1 TO WS-ACCOUNTS-READ.
004680     IF ACCOUNT-NUMBER > WS-HIGHEST-ACCOUNT
004690         MOVE ACCOUNT-NUMBER TO WS-HIGHEST-ACCOUNT
004700     END-IF.
004710
004720     PERFORM 1200-CHECK-HISTORY-COUNT THRU 1200-EXIT.
004730     PERFORM 1300-CHECK-CUSTOMER THRU 1300-EXIT.
004740
004750*    Last, because reading the payout account moves the file
004760*    off this account; 1400 puts the walk back after it.
004770     IF PRODUCT-CD AND CD-PAY-OUT AND NOT ACCOUNT-CLOSED
004780         PERFORM 1400-CHECK-CD-PAYOUT THRU 1400-EXIT
004790     END-IF.
004800 1100-EXIT.
004810     EXIT.
004820
004830*    The count may not pass the 20 slots, and every slot it
004840*    counts must carry an entry.  Slots above the count are
004850*    free space: Open Account resets the count without
004860*    clearing them, so what lies there is not a break.
004870 1200-CHECK-HISTORY-COUNT.
004880     MOVE ACCOUNT-NUMBER TO IX-KEY.
004890     MOVE WS-CAT-HISTORY-COUNT TO WS-CAT-SUB.
004900
004910     IF ACCOUNT-HISTORY-COUNT > 20
004920         MOVE ACCOUNT-HISTORY-COUNT TO WS-EDIT-NUMBER-1
004930         MOVE SPACES TO IX-DETAIL
004940         STRING "COUNT " DELIMITED BY SIZE
004950             WS-EDIT-NUMBER-1 (3:3) DELIMITED BY SIZE
004960             " IS PAST THE 20 SLOTS" DELIMITED BY SIZE
004970             INTO IX-DETAIL
004980         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
004990         GO TO 1200-EXIT
005000     END-IF.
005010
005020     MOVE ZERO TO WS-EMPTY-SLOT.
005030     PERFORM 1210-TEST-ONE-SLOT THRU 1210-EXIT
005040         VARYING WS-HIST-SUB FROM 1 BY 1
005050         UNTIL WS-HIST-SUB > ACCOUNT-HISTORY-COUNT
005060             OR WS-EMPTY-SLOT NOT = ZERO.
005070
005080     IF WS-EMPTY-SLOT NOT = ZERO
005090         MOVE ACCOUNT-HISTORY-COUNT TO WS-EDIT-NUMBER-1
005100         MOVE WS-EMPTY-SLOT TO WS-EDIT-NUMBER-2
005110         MOVE SPACES TO IX-DETAIL
005120         STRING "COUNT " DELIMITED BY SIZE
005130             WS-EDIT-NUMBER-1 (4:2) DELIMITED BY SIZE
005140             " BUT SLOT " DELIMITED BY SIZE
005150             WS-EDIT-NUMBER-2 (4:2) DELIMITED BY SIZE
005160             " IS EMPTY" DELIMITED BY SIZE
005170             INTO IX-DETAIL
005180         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
005190     END-IF.
005200 1200-EXIT.
005210     EXIT.
005220
005230 1210-TEST-ONE-SLOT.
005240     IF AH-ENTRY-DATE (WS-HIST-SUB) NOT NUMERIC
005250             OR AH-ENTRY-DATE (WS-HIST-SUB) = ZERO
005260             OR AH-ENTRY-TYPE (WS-HIST-SUB) = SPACES
005270         MOVE WS-HIST-SUB TO WS-EMPTY-SLOT
005280     END-IF.
005290 1210-EXIT.
005300     EXIT.
005310
005320*    Customer zero is the conversion default -- the account
005330*    was never tied to a CIF record.  Any other number must be
005340*    on the customer master.
005350 1300-CHECK-CUSTOMER.
005360     IF CUSTOMER-FILE-NOT-FOUND
005370         GO TO 1300-EXIT
005380     END-IF.
005390
005400     MOVE ACCOUNT-NUMBER TO IX-KEY.
005410     IF ACCOUNT-CUSTOMER-NUMBER = ZERO
005420         MOVE WS-CAT-CUSTOMER-ZERO TO WS-CAT-SUB
005430         MOVE "CUSTOMER NUMBER IS THE DEFAULT ZERO"
005440             TO IX-DETAIL
005450         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
005460         GO TO 1300-EXIT
005470     END-IF.
005480
005490     MOVE ACCOUNT-CUSTOMER-NUMBER TO CUST-NUMBER.
005500     READ CUSTOMER-FILE
005510         KEY IS CUST-NUMBER
005520         INVALID KEY
005530             MOVE WS-CAT-NO-CUSTOMER TO WS-CAT-SUB
005540             MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-EDIT-NUMBER-1
005550             MOVE SPACES TO IX-DETAIL
005560             STRING "CUSTOMER " DELIMITED BY SIZE
005570                 WS-EDIT-NUMBER-1 DELIMITED BY SIZE
005580                 " NOT ON custmast.dat" DELIMITED BY SIZE
005590                 INTO IX-DETAIL
005600             PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
005610     END-READ.
005620 1300-EXIT.
005630     EXIT.
005640
005650 1400-CHECK-CD-PAYOUT.
005660     MOVE ACCOUNT-NUMBER TO WS-SAVED-ACCOUNT.
005670     MOVE ACCOUNT-CD-PAYOUT-ACCT TO WS-CHECK-ACCOUNT.
005680     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-EXIT.
005690
005700     IF NOT CHECK-ACCOUNT-OPEN
005710         MOVE WS-CAT-CD-PAYOUT TO WS-CAT-SUB
005720         MOVE WS-SAVED-ACCOUNT TO IX-KEY
005730         MOVE WS-CHECK-ACCOUNT TO WS-EDIT-NUMBER-1
005740         MOVE SPACES TO IX-DETAIL
005750         IF CHECK-ACCOUNT-CLOSED
005760             STRING "PAYOUT ACCOUNT " DELIMITED BY SIZE
005770                 WS-EDIT-NUMBER-1 DELIMITED BY SIZE
005780                 " IS CLOSED" DELIMITED BY SIZE
005790                 INTO IX-DETAIL
005800         ELSE
005810             STRING "PAYOUT ACCOUNT " DELIMITED BY SIZE
005820                 WS-EDIT-NUMBER-1 DELIMITED BY SIZE
005830                 " NOT ON FILE" DELIMITED BY SIZE
005840                 INTO IX-DETAIL
005850         END-IF
005860         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
005870     END-IF.
005880
005890     MOVE WS-SAVED-ACCOUNT TO ACCOUNT-NUMBER.
005900     START ACCOUNT-FILE KEY IS > ACCOUNT-NUMBER
005910         INVALID KEY
005920             SET ACCOUNT-FILE-AT-END TO TRUE
005930     END-START.
005940 1400-EXIT.
005950     EXIT.
005960
005970*    Every standing order: the highest order number for the
005980*    NSORD check, and for an active order both of its accounts.
005990 2000-SWEEP-THE-ORDERS.
006000     IF STANDING-ORDER-NOT-FOUND
006010         GO TO 2000-EXIT
006020     END-IF.
006030
006040     PERFORM 2100-CHECK-ONE-ORDER THRU 2100-EXIT
006050         UNTIL ORDER-FILE-AT-END.
006060 2000-EXIT.
006070     EXIT.
006080
006090 2100-CHECK-ONE-ORDER.
006100     READ STANDING-ORDER-FILE NEXT RECORD
006110         AT END
006120             SET ORDER-FILE-AT-END TO TRUE
006130             GO TO 2100-EXIT
006140     END-READ.
006150
006160     ADD 1 TO WS-ORDERS-READ.
006170     IF SO-ORDER-NUMBER > WS-HIGHEST-ORDER
006180         MOVE SO-ORDER-NUMBER TO WS-HIGHEST-ORDER
006190     END-IF.
006200
006210     IF NOT ORDER-ACTIVE
006220         GO TO 2100-EXIT
006230     END-IF.
006240
006250     MOVE SO-SOURCE-ACCOUNT TO WS-CHECK-ACCOUNT.
006260     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-EXIT.
006270     IF NOT CHECK-ACCOUNT-OPEN
006280         PERFORM 2200-REPORT-ORDER-BREAK THRU 2200-EXIT
006290     END-IF.
006300
006310     MOVE SO-DEST-ACCOUNT TO WS-CHECK-ACCOUNT.
006320     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-EXIT.
006330     IF NOT CHECK-ACCOUNT-OPEN
006340         PERFORM 2200-REPORT-ORDER-BREAK THRU 2200-EXIT
006350     END-IF.
006360 2100-EXIT.
006370     EXIT.
006380
006390 2200-REPORT-ORDER-BREAK.
006400     MOVE WS-CAT-ORDER-ACCOUNT TO WS-CAT-SUB.
006410     MOVE SO-ORDER-NUMBER TO IX-KEY.
006420     MOVE WS-CHECK-ACCOUNT TO WS-EDIT-NUMBER-1.
006430     MOVE SPACES TO IX-DETAIL.
006440     IF WS-CHECK-ACCOUNT = SO-SOURCE-ACCOUNT
006450         STRING "SOURCE ACCOUNT " DELIMITED BY SIZE
006460             WS-EDIT-NUMBER-1 DELIMITED BY SIZE
006470             INTO IX-DETAIL
006480     ELSE
006490         STRING "DEST ACCOUNT " DELIMITED BY SIZE
006500             WS-EDIT-NUMBER-1 DELIMITED BY SIZE
006510             INTO IX-DETAIL
006520     END-IF.
006530     IF CHECK-ACCOUNT-CLOSED
006540         MOVE "IS CLOSED" TO IX-DETAIL (22:17)
006550     ELSE
006560         MOVE "NOT ON FILE" TO IX-DETAIL (22:17)
006570     END-IF.
006580     PERFORM 7000-REPORT-BREAK THRU 7000-EXIT.
006590 2200-EXIT.
006600     EXIT.
006610
006620*    The customer master is only walked for its highest
006630*    number, for the NCUST check.  The account sweep has read
006640*    it at random, so the walk starts from the top.
006650 3000-SWEEP-THE-CUSTOMERS.
006660     IF CUSTOMER-FILE-NOT-FOUND
006670         GO TO 3000-EXIT
006680     END-IF.
006690
006700     MOVE ZERO TO CUST-NUMBER.
006710     START CUSTOMER-FILE KEY IS >= CUST-NUMBER
006720         INVALID KEY
006730             SET CUSTOMER-FILE-AT-END TO TRUE
006740     END-START.
006750
006760     PERFORM 3100-READ-ONE-CUSTOMER THRU 3100-EXIT
006770         UNTIL CUSTOMER-FILE-AT-END.
006780 3000-EXIT.
006790     EXIT.
006800
006810 3100-READ-ONE-CUSTOMER.
006820     READ CUSTOMER-FILE NEXT RECORD
006830         AT END
006840             SET CUSTOMER-FILE-AT-END TO TRUE
006850             GO TO 3100-EXIT
006860     END-READ.
006870
006880     ADD 1 TO WS-CUSTOMERS-READ.
006890     IF CUST-NUMBER > WS-HIGHEST-CUSTOMER
006900         MOVE CUST-NUMBER TO WS-HIGHEST-CUSTOMER
006910     END-IF.
006920 3100-EXIT.
006930     EXIT.
006940
006950*    Each counter holds the last number handed out, so it must
006960*    be at least the highest number on its file.  A missing
006970*    NACCT record is safe -- the online program seeds it from
006980*    the account file the first time -- but NSORD and NCUST
006990*    start again from one, so with numbers already on file a
007000*    missing record is as bad as a counter behind.
007010 4000-CHECK-THE-COUNTERS.
007020     MOVE "NACCT" TO WS-COUNTER-KEY.
007030     MOVE WS-HIGHEST-ACCOUNT TO WS-COUNTER-HIGHEST.
007040     PERFORM 4100-CHECK-ONE-COUNTER THRU 4100-EXIT.
007050
007060     MOVE "NSORD" TO WS-COUNTER-KEY.
007070     MOVE WS-HIGHEST-ORDER TO WS-COUNTER-HIGHEST.
007080     PERFORM 4100-CHECK-ONE-COUNTER THRU 4100-EXIT.
007090
007100     MOVE "NCUST" TO WS-COUNTER-KEY.
007110     MOVE WS-HIGHEST-CUSTOMER TO WS-COUNTER-HIGHEST.
007120     PERFORM 4100-CHECK-ONE-COUNTER THRU 4100-EXIT.
007130 4000-EXIT.
007140     EXIT.
007150
007160 4100-CHECK-ONE-COUNTER.
007170     MOVE "N" TO WS-CONTROL-FOUND.
007180     IF NOT SEQUENCE-CONTROL-NOT-FOUND
007190         MOVE WS-COUNTER-KEY TO CONTROL-KEY
007200         READ SEQUENCE-CONTROL-FILE
007210             KEY IS CONTROL-KEY
007220             INVALID KEY
007230                 CONTINUE
007240             NOT INVALID KEY
007250                 SET CONTROL-RECORD-FOUND TO TRUE
007260         END-READ
007270     END-IF.
007280
007290     MOVE WS-CAT-COUNTER-BEHIND TO WS-CAT-SUB.
007300     MOVE WS-COUNTER-KEY TO IX-KEY.
007310     MOVE WS-COUNTER-HIGHEST TO WS-EDIT-NUMBER-2.
007320     MOVE SPACES TO IX-DETAIL.
007330
007340     IF NOT CONTROL-RECORD-FOUND
007350         IF WS-COUNTER-KEY = "NACCT" OR WS-COUNTER-HIGHEST = ZERO
007360             GO TO 4100-EXIT
007370         END-IF
007380         STRING "NO COUNTER, HIGHEST ON FILE " DELIMITED BY SIZE
007390             WS-EDIT-NUMBER-2 DELIMITED BY SIZE
007400             INTO IX-DETAIL
007410         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
007420         GO TO 4100-EXIT
007430     END-IF.
007440
007450     MOVE NEXT-SEQUENCE-NUMBER TO WS-COUNTER-VALUE.
007460     IF WS-COUNTER-VALUE < WS-COUNTER-HIGHEST
007470         MOVE WS-COUNTER-VALUE TO WS-EDIT-NUMBER-1
007480         STRING "AT " DELIMITED BY SIZE
007490             WS-EDIT-NUMBER-1 DELIMITED BY SIZE
007500             ", HIGHEST ON FILE " DELIMITED BY SIZE
007510             WS-EDIT-NUMBER-2 DELIMITED BY SIZE
007520             INTO IX-DETAIL
007530         PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
007540     END-IF.
007550 4100-EXIT.
007560     EXIT.
007570
007580*    Today's journal lines, teller by teller.  Each unknown id
007590*    is collected once with its line count and printed at the
007600*    end of the pass.
007610 5000-SWEEP-THE-JOURNAL.
007620     IF JOURNAL-FILE-NOT-FOUND
007630         GO TO 5000-EXIT
007640     END-IF.
007650     IF TELLER-FILE-NOT-FOUND
007660         MOVE "NO TELLER FILE (tellers.dat) ON DISK -- JOURNAL"
007670             TO IX-TEXT-LINE
007680         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
007690         MOVE "  TELLER CHECK NOT MADE." TO IX-TEXT-LINE
007700         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
007710         GO TO 5000-EXIT
007720     END-IF.
007730
007740     PERFORM 5100-CHECK-ONE-JOURNAL-LINE THRU 5100-EXIT
007750         UNTIL JOURNAL-AT-END.
007760
007770     PERFORM 5300-REPORT-ONE-TELLER THRU 5300-EXIT
007780         VARYING WS-UT-SUB FROM 1 BY 1
007790         UNTIL WS-UT-SUB > WS-UT-COUNT.
007800
007810     IF UT-TABLE-OVERFLOWED
007820         MOVE "MORE THAN 50 UNKNOWN TELLER IDS -- THE REST ARE"
007830             TO IX-TEXT-LINE
007840         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
007850         MOVE "  NOT LISTED." TO IX-TEXT-LINE
007860         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
007870     END-IF.
007880 5000-EXIT.
007890     EXIT.
007900
007910 5100-CHECK-ONE-JOURNAL-LINE.
007920     READ JOURNAL-FILE
007930         AT END
007940             SET JOURNAL-AT-END TO TRUE
007950             GO TO 5100-EXIT
007960     END-READ.
007970
007980     ADD 1 TO WS-JOURNAL-LINES-READ.
007990     IF JR-DATE NOT = WS-TODAY-DATE
008000         GO TO 5100-EXIT
008010     END-IF.
008020
008030     MOVE "N" TO WS-BATCH-ID-SWITCH.
008040     PERFORM 5110-TEST-ONE-BATCH-ID THRU 5110-EXIT
008050         VARYING WS-BATCH-ID-SUB FROM 1 BY 1
008060         UNTIL WS-BATCH-ID-SUB > WS-BATCH-ID-COUNT
008070             OR BATCH-OPERATOR-ID.
008080     IF BATCH-OPERATOR-ID
008090         GO TO 5100-EXIT
008100     END-IF.
008110
008120     MOVE JR-TELLER TO TELLER-ID.
008130     READ TELLER-FILE
008140         KEY IS TELLER-ID
008150         INVALID KEY
008160             PERFORM 5200-NOTE-UNKNOWN-TELLER THRU 5200-EXIT
008170     END-READ.
008180 5100-EXIT.
008190     EXIT.
008200
008210 5110-TEST-ONE-BATCH-ID.
008220     IF WS-BATCH-ID (WS-BATCH-ID-SUB) = JR-TELLER
008230         SET BATCH-OPERATOR-ID TO TRUE
008240     END-IF.
008250 5110-EXIT.
008260     EXIT.
008270
008280 5200-NOTE-UNKNOWN-TELLER.
008290     MOVE "N" TO WS-TELLER-MATCH.
008300     PERFORM 5210-LOOK-FOR-TELLER THRU 5210-EXIT
008310         VARYING WS-UT-SUB FROM 1 BY 1
008320         UNTIL WS-UT-SUB > WS-UT-COUNT
008330             OR TELLER-MATCH-FOUND.
008340     IF TELLER-MATCH-FOUND
008350         GO TO 5200-EXIT
008360     END-IF.
008370
008380     IF WS-UT-COUNT = 50
008390         SET UT-TABLE-OVERFLOWED TO TRUE
008400         GO TO 5200-EXIT
008410     END-IF.
008420
008430     ADD 1 TO WS-UT-COUNT.
008440     MOVE JR-TELLER TO WS-UT-TELLER (WS-UT-COUNT).
008450     MOVE 1 TO WS-UT-LINES (WS-UT-COUNT).
008460 5200-EXIT.
008470     EXIT.
008480
008490 5210-LOOK-FOR-TELLER.
008500     IF WS-UT-TELLER (WS-UT-SUB) = JR-TELLER
008510         SET TELLER-MATCH-FOUND TO TRUE
008520         ADD 1 TO WS-UT-LINES (WS-UT-SUB)
008530     END-IF.
008540 5210-EXIT.
008550     EXIT.
008560
008570 5300-REPORT-ONE-TELLER.
008580     MOVE WS-CAT-JOURNAL-TELLER TO WS-CAT-SUB.
008590     MOVE WS-UT-TELLER (WS-UT-SUB) TO IX-KEY.
008600     MOVE WS-UT-LINES (WS-UT-SUB) TO WS-EDIT-COUNT.
008610     MOVE SPACES TO IX-DETAIL.
008620     STRING "ON " DELIMITED BY SIZE
008630         WS-EDIT-COUNT DELIMITED BY SIZE
008640         " OF TODAY'S JOURNAL LINES" DELIMITED BY SIZE
008650         INTO IX-DETAIL.
008660     PERFORM 7000-REPORT-BREAK THRU 7000-EXIT.
008670 5300-EXIT.
008680     EXIT.
008690
008700*    Reads WS-CHECK-ACCOUNT and says whether it is open,
008710*    closed or not on file at all.
008720 6000-LOOK-UP-ACCOUNT.
008730     MOVE WS-CHECK-ACCOUNT TO ACCOUNT-NUMBER.
008740     READ ACCOUNT-FILE
008750         KEY IS ACCOUNT-NUMBER
008760         INVALID KEY
008770             SET CHECK-ACCOUNT-MISSING TO TRUE
008780             GO TO 6000-EXIT
008790     END-READ.
008800
008810     IF ACCOUNT-CLOSED
008820         SET CHECK-ACCOUNT-CLOSED TO TRUE
008830     ELSE
008840         SET CHECK-ACCOUNT-OPEN TO TRUE
008850     END-IF.
008860 6000-EXIT.
008870     EXIT.
008880
008890*    One break, in the category in WS-CAT-SUB, with IX-KEY and
008900*    IX-DETAIL already filled in.
008910 7000-REPORT-BREAK.
008920     MOVE WS-CAT-SEVERITY (WS-CAT-SUB) TO IX-SEVERITY.
008930     MOVE WS-CAT-TEXT (WS-CAT-SUB) TO IX-CATEGORY.
008940     WRITE INTEGRITY-REPORT-LINE FROM IX-DETAIL-LINE.
008950
008960     ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB).
008970     ADD 1 TO WS-TOTAL-BREAKS.
008980     IF WS-CAT-SEVERITY (WS-CAT-SUB) = 1
008990         ADD 1 TO WS-SEVERITY-1-BREAKS
009000     END-IF.
009010 7000-EXIT.
009020     EXIT.
009030
009040 8000-PRINT-THE-COUNTS.
009050     IF WS-TOTAL-BREAKS = ZERO
009060         MOVE "NO BREAKS FOUND." TO IX-TEXT-LINE
009070         WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE
009080     END-IF.
009090
009100     WRITE INTEGRITY-REPORT-LINE FROM IX-SEPARATOR-LINE.
009110     MOVE "BREAKS BY CATEGORY:" TO IX-TEXT-LINE.
009120     WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE.
009130
009140     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
009150         VARYING WS-CAT-SUB FROM 1 BY 1
009160         UNTIL WS-CAT-SUB > 7.
009170
009180     WRITE INTEGRITY-REPORT-LINE FROM IX-SEPARATOR-LINE.
009190     IF WS-SEVERITY-1-BREAKS = ZERO
009200         MOVE "NO SEVERITY-1 BREAKS -- THE STREAM MAY RUN."
009210             TO IX-TEXT-LINE
009220     ELSE
009230         IF HALT-ON-SEVERITY-1
009240             MOVE "SEVERITY-1 BREAKS FOUND -- STREAM STOPPED."
009250                 TO IX-TEXT-LINE
009260         ELSE
009270             MOVE "SEVERITY-1 BREAKS FOUND -- REPORT-ONLY RUN."
009280                 TO IX-TEXT-LINE
009290         END-IF
009300     END-IF.
009310     WRITE INTEGRITY-REPORT-LINE FROM IX-TEXT-LINE.
009320 8000-EXIT.
009330     EXIT.
009340
009350 8100-PRINT-ONE-COUNT.
009360     MOVE WS-CAT-SEVERITY (WS-CAT-SUB) TO IX-CT-SEVERITY.
009370     MOVE WS-CAT-TEXT (WS-CAT-SUB) TO IX-CT-CATEGORY.
009380     MOVE WS-CAT-COUNT (WS-CAT-SUB) TO IX-CT-COUNT.
009390     WRITE INTEGRITY-REPORT-LINE FROM IX-COUNT-LINE.
009400 8100-EXIT.
009410     EXIT.
009420
009430 9000-PRINT-SUMMARY.
009440     DISPLAY "NIGHTLY INTEGRITY SWEEP - RUN SUMMARY".
009450     DISPLAY "ACCOUNTS READ:          " WS-ACCOUNTS-READ.
009460     DISPLAY "STANDING ORDERS READ:   " WS-ORDERS-READ.
009470     DISPLAY "CUSTOMERS READ:         " WS-CUSTOMERS-READ.
009480     DISPLAY "JOURNAL LINES READ:     " WS-JOURNAL-LINES-READ.
009490     DISPLAY "BREAKS FOUND:           " WS-TOTAL-BREAKS.
009500     DISPLAY "SEVERITY-1 BREAKS:      " WS-SEVERITY-1-BREAKS.
009510     IF WS-SEVERITY-1-BREAKS > ZERO AND HALT-ON-SEVERITY-1
009520         DISPLAY "RUN RECORD MARKED HALT -- SEE intgchk.rpt."
009530     END-IF.
009540 9000-EXIT.
009550     EXIT.
