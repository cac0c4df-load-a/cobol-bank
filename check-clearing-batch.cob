000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Check-Clearing-Batch.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly batch job.  Reads the inward check presentment file *
000190*  delivered by the clearing house (chkpres.dat) -- checks our *
000200*  customers wrote, presented by other banks for payment --    *
000210*  and pays each one out of the account it was drawn on, with  *
000220*  a CHECK history entry and journal line like every other     *
000230*  posting in the system.  A check is paid under the same      *
000240*  rules an ACH debit is: the account must be on file, open,   *
000250*  not dormant and not frozen, and the check may run it into   *
000260*  its arranged overdraft but never past the limit.  Checks    *
000270*  are only drawn on checking and money market accounts.       *
000280*                                                              *
000290*  Before a check pays it is looked up on the stop-payment     *
000300*  file (stoppay.dat, layout STOPREC).  A check that hits an   *
000310*  active, unexpired stop whose amount range covers it is      *
000320*  returned, and the stop remembers the night it was hit.      *
000330*                                                              *
000340*  Every check that is not paid goes on the returned-items     *
000350*  file for the clearing house (chkret.dat) with a return      *
000360*  code and reason, and on the exception report for the        *
000370*  branch (chkexcpt.rpt).  The presentment file has the same   *
000380*  type-1 header / type-5 detail / type-9 trailer wrapper as   *
000390*  the ACH file and is proved against its trailer before a     *
000400*  cent moves; a file that does not prove is refused cold.     *
000410*                                                              *
000420*  Restartable under the usual BATCH-CONTROL-FILE discipline   *
000430*  (job "CHK", one record per day, checkpointed after every    *
000440*  check; BC-LAST-ACCOUNT carries the count of checks          *
000450*  committed).  Runs as a step of the Night-Stream-Driver      *
000460*  straight after Transaction-Posting-Batch.                   *
000470*----------------------------------------------------------------
000480*  Mod history:                                                *
000490*   2026-10-15  RLB  Original version.                         *
000500****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ACCOUNT-FILE
000560         ASSIGN TO "accounts.dat"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ACCOUNT-NUMBER
000600         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000610         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000620
000630     SELECT STOP-FILE
000640         ASSIGN TO "stoppay.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS STOP-KEY
000680         FILE STATUS IS WS-STOP-FILE-STATUS.
000690
000700     SELECT PRESENTMENT-FILE
000710         ASSIGN TO "chkpres.dat"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PRESENTMENT-STATUS.
000740
000750     SELECT RETURN-FILE
000760         ASSIGN TO "chkret.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RETURN-FILE-STATUS.
000790
000800     SELECT EXCEPTION-FILE
000810         ASSIGN TO "chkexcpt.rpt"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000840
000850     SELECT JOURNAL-FILE
000860         ASSIGN TO "journal.dat"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000890
000900     SELECT BATCH-CONTROL-FILE
000910         ASSIGN TO "batchctl.dat"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS BC-CONTROL-KEY
000950         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ACCOUNT-FILE.
001000     COPY "acctrec.cpy".
001010
001020 FD  STOP-FILE.
001030     COPY "stoprec.cpy".
001040
001050*    Agreed interface with the clearing house: one type-1
001060*    header, type-5 detail checks, one type-9 trailer, all 36
001070*    bytes.  The header and trailer views share the detail
001080*    body through REDEFINES.
001090 FD  PRESENTMENT-FILE.
001100 01  PRESENTMENT-RECORD.
001110     02  PR-RECORD-TYPE             PIC X(01).
001120         88  PR-HEADER-RECORD       VALUE "1".
001130         88  PR-DETAIL-RECORD       VALUE "5".
001140         88  PR-TRAILER-RECORD      VALUE "9".
001150     02  PR-DETAIL-FIELDS.
001160         03  PR-ACCOUNT-NUMBER      PIC 9(05).
001170         03  PR-CHECK-NUMBER        PIC 9(06).
001180         03  PR-AMOUNT              PIC 9(07)V99.
001190         03  PR-TRACE-NUMBER        PIC X(15).
001200     02  PR-HEADER-FIELDS REDEFINES PR-DETAIL-FIELDS.
001210         03  PR-FILE-DATE           PIC 9(08).
001220         03  PR-PRESENTER           PIC X(16).
001230         03  FILLER                 PIC X(11).
001240     02  PR-TRAILER-FIELDS REDEFINES PR-DETAIL-FIELDS.
001250         03  PR-TRAILER-COUNT       PIC 9(05).
001260         03  PR-TRAILER-TOTAL       PIC 9(09)V99.
001270         03  FILLER                 PIC X(19).
001280
001290 FD  RETURN-FILE.
001300 01  RETURN-LINE                    PIC X(80).
001310
001320 FD  EXCEPTION-FILE.
001330 01  EXCEPTION-LINE                 PIC X(80).
001340
001350 FD  JOURNAL-FILE.
001360     COPY "jrnlrec.cpy".
001370
001380 FD  BATCH-CONTROL-FILE.
001390     COPY "bchctl.cpy".
001400
001410 WORKING-STORAGE SECTION.
001420 01  WS-FILE-STATUSES.
001430     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001440     02  WS-STOP-FILE-STATUS        PIC X(02) VALUE "00".
001450         88  STOP-FILE-NOT-FOUND        VALUE "35".
001460     02  WS-PRESENTMENT-STATUS      PIC X(02) VALUE "00".
001470         88  PRESENTMENT-NOT-FOUND      VALUE "35".
001480     02  WS-RETURN-FILE-STATUS      PIC X(02) VALUE "00".
001490         88  RETURN-FILE-NOT-FOUND      VALUE "35".
001500     02  WS-EXCEPTION-FILE-STATUS   PIC X(02) VALUE "00".
001510     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001520         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001530     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001540         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001550
001560 01  WS-RUN-SWITCHES.
001570     02  WS-PRESENTMENT-AT-END      PIC X(01) VALUE "N".
001580         88  PRESENTMENT-AT-END     VALUE "Y".
001590     02  WS-RUN-PERMIT              PIC X(01) VALUE "Y".
001600         88  RUN-REFUSED            VALUE "N".
001610     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001620         88  CONTROL-RECORD-FOUND   VALUE "Y".
001630     02  WS-FILE-PROOF              PIC X(01) VALUE "N".
001640         88  FILE-PROVEN            VALUE "Y".
001650     02  WS-HEADER-SEEN             PIC X(01) VALUE "N".
001660         88  HEADER-SEEN            VALUE "Y".
001670     02  WS-TRAILER-SEEN            PIC X(01) VALUE "N".
001680         88  TRAILER-SEEN           VALUE "Y".
001690     02  WS-RETURN-AT-END           PIC X(01) VALUE "N".
001700         88  RETURN-AT-END          VALUE "Y".
001710     02  WS-STOP-HIT                PIC X(01) VALUE "N".
001720         88  STOP-HIT               VALUE "Y".
001730
001740 01  WS-TODAY-DATE                  PIC 9(08).
001750 01  WS-FORCE-REPLY                 PIC X(05) VALUE SPACES.
001760 01  WS-ITEMS-TO-SKIP               PIC 9(05) VALUE ZERO.
001770
001780*    The header as the proof pass captured it, echoed back on
001790*    the returned-items file.
001800 01  WS-FILE-HEADER.
001810     02  WS-FILE-DATE               PIC 9(08) VALUE ZEROS.
001820     02  WS-PRESENTER               PIC X(16) VALUE SPACES.
001830
001840*    What the proof pass counted against the trailer.
001850 01  WS-PROOF-TOTALS.
001860     02  WS-PROOF-COUNT             PIC 9(05) COMP VALUE ZERO.
001870     02  WS-PROOF-AMOUNT            PIC 9(09)V99 VALUE ZEROS.
001880     02  WS-TRAILER-COUNT-SAVED     PIC 9(05) VALUE ZEROS.
001890     02  WS-TRAILER-TOTAL-SAVED     PIC 9(09)V99 VALUE ZEROS.
001900
001910 01  WS-RUN-TOTALS.
001920     02  WS-ITEMS-READ              PIC 9(05) COMP VALUE ZERO.
001930     02  WS-ITEMS-PAID              PIC 9(05) COMP VALUE ZERO.
001940     02  WS-ITEMS-RETURNED          PIC 9(05) COMP VALUE ZERO.
001950     02  WS-STOPS-HIT               PIC 9(05) COMP VALUE ZERO.
001960     02  WS-TOTAL-PAID              PIC 9(09)V99 VALUE ZEROS.
001970     02  WS-TOTAL-RETURNED          PIC 9(09)V99 VALUE ZEROS.
001980
001990*    Why a check went back, as a two-letter code the clearing
002000*    house can act on and as words for the branch.
002010 01  WS-RETURN-CODE                 PIC X(02).
002020     88  RETURN-NO-ACCOUNT          VALUE "NA".
002030     88  RETURN-ACCOUNT-CLOSED      VALUE "AC".
002040     88  RETURN-ACCOUNT-DORMANT     VALUE "DO".
002050     88  RETURN-NOT-CHECKING        VALUE "IA".
002060     88  RETURN-STOP-PAYMENT        VALUE "SP".
002070     88  RETURN-ACCOUNT-FROZEN      VALUE "FZ".
002080     88  RETURN-INSUFFICIENT-FUNDS  VALUE "NS".
002090 01  WS-RETURN-REASON               PIC X(25).
002100
002110 01  HISTORY-WORK-AREA.
002120     02  WS-HISTORY-TYPE            PIC X(10).
002130     02  WS-HISTORY-AMOUNT          PIC 9(07)V99.
002140     02  WS-HISTORY-DRCR            PIC X(01).
002150
002160 01  WS-TIME-RAW                    PIC 9(08).
002170
002180*    Operator id stamped on history entries posted by this job.
002190 01  WS-OPERATOR-ID                 PIC X(04) VALUE "CHKB".
002200
002210 01  EX-HEADING-1.
002220     02  FILLER                     PIC X(80) VALUE
002230         "INWARD CHECK CLEARING EXCEPTION REPORT".
002240
002250 01  EX-HEADING-2.
002260     02  FILLER            PIC X(10) VALUE "ACCT NO.".
002270     02  FILLER            PIC X(09) VALUE "CHECK".
002280     02  FILLER            PIC X(13) VALUE "AMOUNT".
002290     02  FILLER            PIC X(17) VALUE "TRACE NUMBER".
002300     02  FILLER            PIC X(04) VALUE "RC".
002310     02  FILLER            PIC X(25) VALUE "REASON".
002320
002330 01  EX-DETAIL-LINE.
002340     02  EX-ACCOUNT-NUMBER          PIC 9(05).
002350     02  FILLER                     PIC X(05) VALUE SPACES.
002360     02  EX-CHECK-NUMBER            PIC 9(06).
002370     02  FILLER                     PIC X(03) VALUE SPACES.
002380     02  EX-AMOUNT                  PIC Z(06)9.99.
002390     02  FILLER                     PIC X(03) VALUE SPACES.
002400     02  EX-TRACE-NUMBER            PIC X(15).
002410     02  FILLER                     PIC X(02) VALUE SPACES.
002420     02  EX-RETURN-CODE             PIC X(02).
002430     02  FILLER                     PIC X(02) VALUE SPACES.
002440     02  EX-REASON                  PIC X(25).
002450
002460*    Returned-items records, same type-1/5/9 shape as the
002470*    inbound file so the clearing house can machine-read them.
002480 01  RT-HEADER-RECORD.
002490     02  FILLER                     PIC X(01) VALUE "1".
002500     02  RT-FILE-DATE               PIC 9(08).
002510     02  RT-PRESENTER               PIC X(16).
002520     02  RT-RETURN-DATE             PIC 9(08).
002530     02  RT-FILE-STATUS             PIC X(08).
002540
002550 01  RT-DETAIL-RECORD.
002560     02  FILLER                     PIC X(01) VALUE "5".
002570     02  RT-ACCOUNT-NUMBER          PIC 9(05).
002580     02  RT-CHECK-NUMBER            PIC 9(06).
002590     02  RT-AMOUNT                  PIC 9(07)V99.
002600     02  RT-TRACE-NUMBER            PIC X(15).
002610     02  RT-RETURN-CODE             PIC X(02).
002620     02  RT-REASON                  PIC X(25).
002630
002640 01  RT-TRAILER-RECORD.
002650     02  FILLER                     PIC X(01) VALUE "9".
002660     02  RT-RETURNED-COUNT          PIC 9(05).
002670     02  RT-RETURNED-TOTAL          PIC 9(09)V99.
002680
002690 PROCEDURE DIVISION.
002700 0000-MAIN-LOGIC.
002710     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002720     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002730
002740*    A night with no presentment file still closes its run
002750*    record as complete, so the night-stream driver reads the
002760*    step as "nothing to clear" rather than "failed".
002770     IF PRESENTMENT-NOT-FOUND
002780         DISPLAY "No presentment file (chkpres.dat) to clear."
002790         PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT
002800         IF NOT RUN-REFUSED
002810             PERFORM 0400-MARK-RUN-COMPLETE THRU 0400-EXIT
002820         END-IF
002830         GO TO 0000-WRAP-UP
002840     END-IF.
002850
002860*    Prove the file against its own trailer before a cent
002870*    moves.  A file that does not prove is refused cold, with
002880*    a refusal on the returned-items file for the clearing
002890*    house, and the run control stays untouched so the
002900*    corrected file can clear normally.
002910     PERFORM 0500-PROVE-PRESENTMENT THRU 0500-EXIT.
002920     IF NOT FILE-PROVEN
002930         PERFORM 0600-WRITE-REFUSAL THRU 0600-EXIT
002940         GO TO 0000-WRAP-UP
002950     END-IF.
002960
002970     PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT.
002980     IF RUN-REFUSED
002990         GO TO 0000-WRAP-UP
003000     END-IF.
003010
003020*    A fresh run starts a fresh returned-items file and
003030*    exception report; a resumed run re-tallies the returns
003040*    the dead run already wrote and extends both, so the
003050*    trailer covers the whole file and the rejects written
003060*    before the abend stay on the day's report.
003070     IF WS-ITEMS-TO-SKIP = ZERO
003080         OPEN OUTPUT RETURN-FILE
003090         PERFORM 0700-WRITE-RETURN-HEADER THRU 0700-EXIT
003100         OPEN OUTPUT EXCEPTION-FILE
003110         WRITE EXCEPTION-LINE FROM EX-HEADING-1
003120         WRITE EXCEPTION-LINE FROM EX-HEADING-2
003130     ELSE
003140         PERFORM 0750-RETALLY-PRIOR-RETURNS THRU 0750-EXIT
003150         OPEN EXTEND RETURN-FILE
003160         OPEN EXTEND EXCEPTION-FILE
003170         MOVE "RESUMED RUN -- CONTINUING THE LIST ABOVE."
003180             TO EXCEPTION-LINE
003190         WRITE EXCEPTION-LINE
003200     END-IF.
003210
003220*    The proof pass read the file to its end; rewind it for
003230*    the clearing pass.
003240     CLOSE PRESENTMENT-FILE.
003250     OPEN INPUT PRESENTMENT-FILE.
003260     MOVE "N" TO WS-PRESENTMENT-AT-END.
003270
003280     PERFORM 1000-CLEAR-ONE-CHECK THRU 1000-EXIT
003290         UNTIL PRESENTMENT-AT-END.
003300
003310     PERFORM 0800-WRITE-RETURN-TRAILER THRU 0800-EXIT.
003320     CLOSE RETURN-FILE.
003330     CLOSE EXCEPTION-FILE.
003340
003350     PERFORM 0400-MARK-RUN-COMPLETE THRU 0400-EXIT.
003360
003370 0000-WRAP-UP.
003380     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
003390     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
003400     GOBACK.
003410
003420 0100-OPEN-FILES.
003430     OPEN I-O ACCOUNT-FILE.
003440     OPEN I-O STOP-FILE.
003450     IF STOP-FILE-NOT-FOUND
003460         OPEN OUTPUT STOP-FILE
003470         CLOSE STOP-FILE
003480         OPEN I-O STOP-FILE
003490     END-IF.
003500     OPEN I-O BATCH-CONTROL-FILE.
003510     IF BATCH-CONTROL-NOT-FOUND
003520         OPEN OUTPUT BATCH-CONTROL-FILE
003530         CLOSE BATCH-CONTROL-FILE
003540         OPEN I-O BATCH-CONTROL-FILE
003550     END-IF.
003560     OPEN INPUT PRESENTMENT-FILE.
003570     OPEN EXTEND JOURNAL-FILE.
003580     IF JOURNAL-FILE-NOT-FOUND
003590         OPEN OUTPUT JOURNAL-FILE
003600         CLOSE JOURNAL-FILE
003610         OPEN EXTEND JOURNAL-FILE
003620     END-IF.
003630 0100-EXIT.
003640     EXIT.
003650
003660 0200-CLOSE-FILES.
003670     CLOSE ACCOUNT-FILE.
003680     CLOSE STOP-FILE.
003690     IF NOT PRESENTMENT-NOT-FOUND
003700         CLOSE PRESENTMENT-FILE
003710     END-IF.
003720     CLOSE JOURNAL-FILE.
003730     CLOSE BATCH-CONTROL-FILE.
003740 0200-EXIT.
003750     EXIT.
003760
003770*    One control record per clearing day.  No record yet means
003780*    the day's file has not cleared; "R" means the last run
003790*    died mid-file and this one resumes after the last check
003800*    it committed; "C" means the day already cleared in full
003810*    and the run is refused unless the operator keys FORCE at
003820*    the console.  For this job BC-LAST-ACCOUNT carries the
003830*    count of checks committed, not an account number.
003840 0300-CHECK-RUN-CONTROL.
003850     MOVE "CHK" TO BC-JOB-ID.
003860     MOVE WS-TODAY-DATE TO BC-PERIOD.
003870     MOVE "N" TO WS-CONTROL-FOUND.
003880
003890     READ BATCH-CONTROL-FILE
003900         KEY IS BC-CONTROL-KEY
003910         INVALID KEY
003920             CONTINUE
003930         NOT INVALID KEY
003940             SET CONTROL-RECORD-FOUND TO TRUE
003950     END-READ.
003960
003970     IF NOT CONTROL-RECORD-FOUND
003980         MOVE "CHK" TO BC-JOB-ID
003990         MOVE WS-TODAY-DATE TO BC-PERIOD
004000         SET BC-RUN-IN-PROGRESS TO TRUE
004010         MOVE ZERO TO BC-LAST-ACCOUNT
004020         MOVE ZERO TO BC-AMOUNT
004030         WRITE BATCH-CONTROL-RECORD
004040         MOVE ZERO TO WS-ITEMS-TO-SKIP
004050         GO TO 0300-EXIT
004060     END-IF.
004070
004080     IF BC-RUN-IN-PROGRESS
004090         MOVE BC-LAST-ACCOUNT TO WS-ITEMS-TO-SKIP
004100         DISPLAY "PRIOR RUN FOR " WS-TODAY-DATE
004110             " DID NOT FINISH."
004120         DISPLAY "RESUMING AFTER CHECK " BC-LAST-ACCOUNT "."
004130         GO TO 0300-EXIT
004140     END-IF.
004150
004160     DISPLAY "THE PRESENTMENT FILE FOR " WS-TODAY-DATE
004170         " HAS ALREADY CLEARED IN FULL."
004180     DISPLAY "KEY FORCE TO CLEAR IT AGAIN ANYWAY: "
004190         WITH NO ADVANCING.
004200     ACCEPT WS-FORCE-REPLY.
004210     IF WS-FORCE-REPLY = "FORCE"
004220         SET BC-RUN-IN-PROGRESS TO TRUE
004230         MOVE ZERO TO BC-LAST-ACCOUNT
004240         MOVE ZERO TO BC-AMOUNT
004250         REWRITE BATCH-CONTROL-RECORD
004260         MOVE ZERO TO WS-ITEMS-TO-SKIP
004270         DISPLAY "OPERATOR FORCED A SECOND CLEARING RUN."
004280     ELSE
004290         SET RUN-REFUSED TO TRUE
004300         DISPLAY "RUN REFUSED."
004310     END-IF.
004320 0300-EXIT.
004330     EXIT.
004340
004350 0400-MARK-RUN-COMPLETE.
004360     SET BC-RUN-COMPLETE TO TRUE.
004370     REWRITE BATCH-CONTROL-RECORD.
004380 0400-EXIT.
004390     EXIT.
004400
004410*    The proof pass: one read through the whole file before
004420*    anything pays.  The file proves when it opens with exactly
004430*    one header, closes with exactly one trailer on its last
004440*    record, and the trailer's check count and total equal
004450*    what the details add up to.
004460 0500-PROVE-PRESENTMENT.
004470     MOVE "N" TO WS-PRESENTMENT-AT-END.
004480     PERFORM 0510-PROVE-ONE-RECORD THRU 0510-EXIT
004490         UNTIL PRESENTMENT-AT-END.
004500
004510     IF NOT HEADER-SEEN
004520         DISPLAY "PRESENTMENT FILE HAS NO HEADER RECORD."
004530         GO TO 0500-EXIT
004540     END-IF.
004550     IF NOT TRAILER-SEEN
004560         DISPLAY "PRESENTMENT FILE HAS NO TRAILER RECORD --"
004570             " FILE MAY BE TRUNCATED."
004580         GO TO 0500-EXIT
004590     END-IF.
004600     IF WS-PROOF-COUNT NOT = WS-TRAILER-COUNT-SAVED
004610         DISPLAY "CHECK COUNT " WS-PROOF-COUNT
004620             " DISAGREES WITH TRAILER "
004630             WS-TRAILER-COUNT-SAVED "."
004640         GO TO 0500-EXIT
004650     END-IF.
004660     IF WS-PROOF-AMOUNT NOT = WS-TRAILER-TOTAL-SAVED
004670         DISPLAY "CHECK TOTAL DISAGREES WITH TRAILER."
004680         GO TO 0500-EXIT
004690     END-IF.
004700
004710     SET FILE-PROVEN TO TRUE.
004720     DISPLAY "PRESENTMENT FILE PROVED: " WS-PROOF-COUNT
004730         " CHECKS FROM " WS-PRESENTER ".".
004740 0500-EXIT.
004750     EXIT.
004760
004770 0510-PROVE-ONE-RECORD.
004780     READ PRESENTMENT-FILE
004790         AT END
004800             SET PRESENTMENT-AT-END TO TRUE
004810             GO TO 0510-EXIT
004820     END-READ.
004830
004840*    Anything after the trailer means a doubled file.
004850     IF TRAILER-SEEN
004860         MOVE "N" TO WS-TRAILER-SEEN
004870         DISPLAY "RECORDS FOUND AFTER THE TRAILER --"
004880             " FILE MAY BE DOUBLED."
004890         SET PRESENTMENT-AT-END TO TRUE
004900         GO TO 0510-EXIT
004910     END-IF.
004920
004930     EVALUATE TRUE
004940         WHEN PR-HEADER-RECORD
004950             SET HEADER-SEEN TO TRUE
004960             MOVE PR-FILE-DATE TO WS-FILE-DATE
004970             MOVE PR-PRESENTER TO WS-PRESENTER
004980         WHEN PR-DETAIL-RECORD
004990             ADD 1 TO WS-PROOF-COUNT
005000             ADD PR-AMOUNT TO WS-PROOF-AMOUNT
005010         WHEN PR-TRAILER-RECORD
005020             SET TRAILER-SEEN TO TRUE
005030             MOVE PR-TRAILER-COUNT TO WS-TRAILER-COUNT-SAVED
005040             MOVE PR-TRAILER-TOTAL TO WS-TRAILER-TOTAL-SAVED
005050         WHEN OTHER
005060             DISPLAY "UNKNOWN RECORD TYPE '" PR-RECORD-TYPE
005070                 "' ON THE PRESENTMENT FILE."
005080             SET PRESENTMENT-AT-END TO TRUE
005090     END-EVALUATE.
005100 0510-EXIT.
005110     EXIT.
005120
005130*    A file that did not prove still gets a returned-items
005140*    file, so the clearing house learns the whole presentment
005150*    was refused from the same channel that carries returns.
005160 0600-WRITE-REFUSAL.
005170     OPEN OUTPUT RETURN-FILE.
005180     MOVE WS-FILE-DATE TO RT-FILE-DATE.
005190     MOVE WS-PRESENTER TO RT-PRESENTER.
005200     MOVE WS-TODAY-DATE TO RT-RETURN-DATE.
005210     MOVE "REFUSED" TO RT-FILE-STATUS.
005220     WRITE RETURN-LINE FROM RT-HEADER-RECORD.
005230
005240     MOVE ZEROS TO RT-RETURNED-COUNT.
005250     MOVE ZEROS TO RT-RETURNED-TOTAL.
005260     WRITE RETURN-LINE FROM RT-TRAILER-RECORD.
005270     CLOSE RETURN-FILE.
005280     DISPLAY "FILE REFUSED -- NOTHING PAID.  REFUSAL WRITTEN"
005290         " TO chkret.dat.".
005300 0600-EXIT.
005310     EXIT.
005320
005330 0700-WRITE-RETURN-HEADER.
005340     MOVE WS-FILE-DATE TO RT-FILE-DATE.
005350     MOVE WS-PRESENTER TO RT-PRESENTER.
005360     MOVE WS-TODAY-DATE TO RT-RETURN-DATE.
005370     MOVE "ACCEPTED" TO RT-FILE-STATUS.
005380     WRITE RETURN-LINE FROM RT-HEADER-RECORD.
005390 0700-EXIT.
005400     EXIT.
005410
005420*    A resumed run keeps the dead run's returned-item lines,
005430*    so the trailer totals are re-tallied from them before the
005440*    file is extended -- otherwise the trailer would cover only
005450*    the post-abend returns.
005460 0750-RETALLY-PRIOR-RETURNS.
005470     OPEN INPUT RETURN-FILE.
005480     IF RETURN-FILE-NOT-FOUND
005490         GO TO 0750-EXIT
005500     END-IF.
005510
005520     MOVE "N" TO WS-RETURN-AT-END.
005530     PERFORM 0760-RETALLY-ONE-LINE THRU 0760-EXIT
005540         UNTIL RETURN-AT-END.
005550
005560     CLOSE RETURN-FILE.
005570 0750-EXIT.
005580     EXIT.
005590
005600 0760-RETALLY-ONE-LINE.
005610     READ RETURN-FILE
005620         AT END
005630             SET RETURN-AT-END TO TRUE
005640             GO TO 0760-EXIT
005650     END-READ.
005660
005670     IF RETURN-LINE (1:1) NOT = "5"
005680         GO TO 0760-EXIT
005690     END-IF.
005700
005710     MOVE RETURN-LINE TO RT-DETAIL-RECORD.
005720     ADD 1 TO WS-ITEMS-RETURNED.
005730     ADD RT-AMOUNT TO WS-TOTAL-RETURNED.
005740 0760-EXIT.
005750     EXIT.
005760
005770 0800-WRITE-RETURN-TRAILER.
005780     MOVE WS-ITEMS-RETURNED TO RT-RETURNED-COUNT.
005790     MOVE WS-TOTAL-RETURNED TO RT-RETURNED-TOTAL.
005800     WRITE RETURN-LINE FROM RT-TRAILER-RECORD.
005810 0800-EXIT.
005820     EXIT.
005830
005840 1000-CLEAR-ONE-CHECK.
005850     READ PRESENTMENT-FILE
005860         AT END
005870             SET PRESENTMENT-AT-END TO TRUE
005880             GO TO 1000-EXIT
005890     END-READ.
005900
005910*    The proof pass vouched for the wrapper records; only the
005920*    details clear.
005930     IF NOT PR-DETAIL-RECORD
005940         GO TO 1000-EXIT
005950     END-IF.
005960
005970     ADD 1 TO WS-ITEMS-READ.
005980
005990*    On a resumed run, checks the dead run already committed
006000*    (paid or returned) are passed over -- WS-ITEMS-READ
006010*    counts them so the checkpoint stays an absolute position
006020*    in the presentment file.
006030     IF WS-ITEMS-READ <= WS-ITEMS-TO-SKIP
006040         GO TO 1000-EXIT
006050     END-IF.
006060
006070     PERFORM 1010-APPLY-ONE-CHECK THRU 1010-EXIT.
006080     PERFORM 2200-CHECKPOINT-PROGRESS THRU 2200-EXIT.
006090 1000-EXIT.
006100     EXIT.
006110
006120 1010-APPLY-ONE-CHECK.
006130     MOVE SPACES TO WS-RETURN-CODE.
006140     MOVE SPACES TO WS-RETURN-REASON.
006150
006160     MOVE PR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
006170     READ ACCOUNT-FILE
006180         KEY IS ACCOUNT-NUMBER
006190         INVALID KEY
006200             SET RETURN-NO-ACCOUNT TO TRUE
006210             MOVE "ACCOUNT NOT ON FILE" TO WS-RETURN-REASON
006220             PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
006230             GO TO 1010-EXIT
006240     END-READ.
006250
006260     IF ACCOUNT-CLOSED
006270         SET RETURN-ACCOUNT-CLOSED TO TRUE
006280         MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
006290         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
006300         GO TO 1010-EXIT
006310     END-IF.
006320
006330*    A dormant account holds still for the escheatment review,
006340*    the same as it does for an ACH debit.
006350     IF ACCOUNT-DORMANT
006360         SET RETURN-ACCOUNT-DORMANT TO TRUE
006370         MOVE "ACCOUNT DORMANT" TO WS-RETURN-REASON
006380         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
006390         GO TO 1010-EXIT
006400     END-IF.
006410
006420     IF NOT (PRODUCT-CHECKING OR PRODUCT-MONEY-MARKET)
006430         SET RETURN-NOT-CHECKING TO TRUE
006440         MOVE "NOT A CHECKING ACCOUNT" TO WS-RETURN-REASON
006450         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
006460         GO TO 1010-EXIT
006470     END-IF.
006480
006490*    The customer's stop comes ahead of every question about
006500*    funds -- a stopped check goes back even when it would pay.
006510     PERFORM 1100-CHECK-FOR-STOP THRU 1100-EXIT.
006520     IF STOP-HIT
006530         SET RETURN-STOP-PAYMENT TO TRUE
006540         MOVE "STOP PAYMENT" TO WS-RETURN-REASON
006550         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
006560         GO TO 1010-EXIT
006570     END-IF.
006580
006590     PERFORM 1200-PAY-CHECK THRU 1200-EXIT.
006600 1010-EXIT.
006610     EXIT.
006620
006630*    A stop is hit when it is active, has not lapsed, and its
006640*    amount range covers the check -- zero to zero covers any
006650*    amount.  The stop records the night it turned a check
006660*    back, so the teller can tell the customer it worked.
006670 1100-CHECK-FOR-STOP.
006680     MOVE "N" TO WS-STOP-HIT.
006690     MOVE PR-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER.
006700     MOVE PR-CHECK-NUMBER TO STOP-CHECK-NUMBER.
006710     READ STOP-FILE
006720         KEY IS STOP-KEY
006730         INVALID KEY
006740             GO TO 1100-EXIT
006750     END-READ.
006760
006770     IF NOT STOP-ACTIVE
006780         GO TO 1100-EXIT
006790     END-IF.
006800     IF STOP-EXPIRY-DATE < WS-TODAY-DATE
006810         GO TO 1100-EXIT
006820     END-IF.
006830     IF STOP-AMOUNT-LOW > ZERO OR STOP-AMOUNT-HIGH > ZERO
006840         IF PR-AMOUNT < STOP-AMOUNT-LOW
006850                 OR PR-AMOUNT > STOP-AMOUNT-HIGH
006860             GO TO 1100-EXIT
006870         END-IF
006880     END-IF.
006890
006900     SET STOP-HIT TO TRUE.
006910     ADD 1 TO WS-STOPS-HIT.
006920     MOVE WS-TODAY-DATE TO STOP-LAST-HIT-DATE.
006930     REWRITE STOP-PAYMENT-RECORD.
006940 1100-EXIT.
006950     EXIT.
006960
006970 1200-PAY-CHECK.
006980*    A hold blocks money going OUT, the same as for an ACH
006990*    debit.
007000     IF ACCOUNT-FROZEN
007010         SET RETURN-ACCOUNT-FROZEN TO TRUE
007020         MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
007030         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
007040         GO TO 1200-EXIT
007050     END-IF.
007060
007070*    A check may take the account into its arranged overdraft,
007080*    but never past the limit.
007090     IF PR-AMOUNT > ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
007100         SET RETURN-INSUFFICIENT-FUNDS TO TRUE
007110         MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
007120         PERFORM 2000-RETURN-CHECK THRU 2000-EXIT
007130         GO TO 1200-EXIT
007140     END-IF.
007150
007160     SUBTRACT PR-AMOUNT FROM ACCOUNT-BALANCE.
007170     MOVE "CHECK" TO WS-HISTORY-TYPE.
007180     MOVE "D" TO WS-HISTORY-DRCR.
007190     MOVE PR-AMOUNT TO WS-HISTORY-AMOUNT.
007200     PERFORM 6200-LOG-HISTORY-ENTRY THRU 6200-EXIT.
007210     REWRITE ACCOUNT-RECORD.
007220     PERFORM 6400-WRITE-JOURNAL THRU 6400-EXIT.
007230     ADD 1 TO WS-ITEMS-PAID.
007240     ADD PR-AMOUNT TO WS-TOTAL-PAID.
007250 1200-EXIT.
007260     EXIT.
007270
007280*    Every check not paid goes back to the clearing house on
007290*    the returned-items file and onto the branch's exception
007300*    report, in the order the clearing house sent them.
007310 2000-RETURN-CHECK.
007320     ADD 1 TO WS-ITEMS-RETURNED.
007330     ADD PR-AMOUNT TO WS-TOTAL-RETURNED.
007340
007350     MOVE PR-ACCOUNT-NUMBER TO RT-ACCOUNT-NUMBER.
007360     MOVE PR-CHECK-NUMBER TO RT-CHECK-NUMBER.
007370     MOVE PR-AMOUNT TO RT-AMOUNT.
007380     MOVE PR-TRACE-NUMBER TO RT-TRACE-NUMBER.
007390     MOVE WS-RETURN-CODE TO RT-RETURN-CODE.
007400     MOVE WS-RETURN-REASON TO RT-REASON.
007410     WRITE RETURN-LINE FROM RT-DETAIL-RECORD.
007420
007430     MOVE PR-ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER.
007440     MOVE PR-CHECK-NUMBER TO EX-CHECK-NUMBER.
007450     MOVE PR-AMOUNT TO EX-AMOUNT.
007460     MOVE PR-TRACE-NUMBER TO EX-TRACE-NUMBER.
007470     MOVE WS-RETURN-CODE TO EX-RETURN-CODE.
007480     MOVE WS-RETURN-REASON TO EX-REASON.
007490     WRITE EXCEPTION-LINE FROM EX-DETAIL-LINE.
007500 2000-EXIT.
007510     EXIT.
007520
007530*    Commit point, same discipline as the ACH job: the control
007540*    record always names how far into the presentment file the
007550*    run has safely got.
007560 2200-CHECKPOINT-PROGRESS.
007570     MOVE WS-ITEMS-READ TO BC-LAST-ACCOUNT.
007580     REWRITE BATCH-CONTROL-RECORD.
007590 2200-EXIT.
007600     EXIT.
007610
007620 6200-LOG-HISTORY-ENTRY.
007630*    A check is the customer's money moving, so it refreshes
007640*    the dormancy clock the way an ACH item does.
007650     ACCEPT ACCOUNT-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD.
007660     IF ACCOUNT-HISTORY-COUNT < 20
007670         ADD 1 TO ACCOUNT-HISTORY-COUNT
007680         SET ACCT-HIST-IDX TO ACCOUNT-HISTORY-COUNT
007690         ACCEPT AH-ENTRY-DATE (ACCT-HIST-IDX) FROM DATE YYYYMMDD
007700         MOVE WS-HISTORY-TYPE TO AH-ENTRY-TYPE (ACCT-HIST-IDX)
007710         MOVE WS-HISTORY-AMOUNT TO AH-ENTRY-AMOUNT (ACCT-HIST-IDX)
007720         MOVE ACCOUNT-BALANCE TO AH-ENTRY-BALANCE (ACCT-HIST-IDX)
007730         MOVE WS-OPERATOR-ID TO AH-ENTRY-TELLER (ACCT-HIST-IDX)
007740     END-IF.
007750 6200-EXIT.
007760     EXIT.
007770
007780*    One journal line per posting, same layout as the online
007790*    program writes, so the day's journal is a complete record
007800*    of everything that moved money no matter which job moved
007810*    it.
007820 6400-WRITE-JOURNAL.
007830     ACCEPT JR-DATE FROM DATE YYYYMMDD.
007840     ACCEPT WS-TIME-RAW FROM TIME.
007850     COMPUTE JR-TIME = WS-TIME-RAW / 100.
007860     MOVE WS-OPERATOR-ID TO JR-TELLER.
007870     MOVE ACCOUNT-NUMBER TO JR-ACCOUNT.
007880     MOVE WS-HISTORY-TYPE TO JR-TYPE.
007890     MOVE WS-HISTORY-DRCR TO JR-DEBIT-CREDIT.
007900     MOVE WS-HISTORY-AMOUNT TO JR-AMOUNT.
007910     MOVE ACCOUNT-BALANCE TO JR-BALANCE-AFTER.
007920     WRITE JOURNAL-RECORD.
007930 6400-EXIT.
007940     EXIT.
007950
007960 9000-PRINT-SUMMARY.
007970     DISPLAY "INWARD CHECK CLEARING - RUN SUMMARY".
007980     DISPLAY "CHECKS READ:            " WS-ITEMS-READ.
007990     DISPLAY "CHECKS PAID:            " WS-ITEMS-PAID.
008000     DISPLAY "CHECKS RETURNED:        " WS-ITEMS-RETURNED.
008010     DISPLAY "  ON STOP PAYMENT:      " WS-STOPS-HIT.
008020     DISPLAY "TOTAL PAID:             " WS-TOTAL-PAID.
008030     DISPLAY "TOTAL RETURNED:         " WS-TOTAL-RETURNED.
008040 9000-EXIT.
008050     EXIT.
