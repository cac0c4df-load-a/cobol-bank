000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. General-Ledger-Extract.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  End-of-day general ledger interface.  Finance used to       *
000190*  re-key the day's totals from the trial balance by hand.     *
000200*  This job reads the day's journal, maps every line -- by     *
000210*  JR-TYPE and the account's product code -- to a debit and a  *
000220*  credit GL account through the maintained mapping file       *
000230*  (glmap.dat), totals the day per GL account and side, and    *
000240*  writes a balanced posting file (glextract.dat, layout       *
000250*  GLREC) with a header, one detail per GL account and side,   *
000260*  and a control-total trailer.                                *
000270*                                                              *
000280*  Nothing is dropped.  A type/product with no mapping line,   *
000290*  or a mapping line with a side left blank, posts to the      *
000300*  suspense account instead, and a day whose debits and        *
000310*  credits still do not agree gets a suspense line for the     *
000320*  difference; every one of them is listed on the exception    *
000330*  report (glexcept.rpt) for finance to clear.                 *
000340*                                                              *
000350*  Restartable under the usual BATCH-CONTROL-FILE discipline   *
000360*  (job "GLX", one record per day).  The extract is built      *
000370*  whole in storage and written at the end, so a run that died *
000380*  part way simply extracts the day again from the top; a day  *
000390*  already extracted is refused unless the operator keys       *
000400*  FORCE, so finance never gets the same day twice by          *
000410*  accident.  Run by the Night-Stream-Driver while the day is  *
000420*  still on the live journal.                                  *
000430*----------------------------------------------------------------
000440*  Mod history:                                                *
000450*   2026-10-15  RLB  Original version.                         *
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
000590     SELECT JOURNAL-FILE
000600         ASSIGN TO "journal.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000630
000640     SELECT GL-MAP-FILE
000650         ASSIGN TO "glmap.dat"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-GL-MAP-STATUS.
000680
000690     SELECT GL-INTERFACE-FILE
000700         ASSIGN TO "glextract.dat"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GL-INTERFACE-STATUS.
000730
000740     SELECT GL-EXCEPTION-FILE
000750         ASSIGN TO "glexcept.rpt"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GL-EXCEPTION-STATUS.
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
000910 FD  JOURNAL-FILE.
000920     COPY "jrnlrec.cpy".
000930
000940*    One line per journal type and product: the GL account the
000950*    line debits and the one it credits.  Product "**" is the
000960*    fallback for any product without a line of its own; type
000970*    "SUSPENSE" names the suspense account (debit column).
000980*    Maintained by finance through data entry, not by a
000990*    recompile.
001000 FD  GL-MAP-FILE.
001010 01  GL-MAP-RECORD.
001020     02  GM-IN-TYPE                 PIC X(10).
001030     02  GM-IN-PRODUCT              PIC X(02).
001040     02  GM-IN-DEBIT-ACCOUNT        PIC X(10).
001050     02  GM-IN-CREDIT-ACCOUNT       PIC X(10).
001060
001070 FD  GL-INTERFACE-FILE.
001080     COPY "glrec.cpy".
001090
001100 FD  GL-EXCEPTION-FILE.
001110 01  GL-EXCEPTION-LINE              PIC X(80).
001120
001130 FD  BATCH-CONTROL-FILE.
001140     COPY "bchctl.cpy".
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-FILE-STATUSES.
001180     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001190     02  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE "00".
001200         88  JOURNAL-FILE-NOT-FOUND     VALUE "35".
001210     02  WS-GL-MAP-STATUS           PIC X(02) VALUE "00".
001220         88  GL-MAP-NOT-FOUND           VALUE "35".
001230     02  WS-GL-INTERFACE-STATUS     PIC X(02) VALUE "00".
001240     02  WS-GL-EXCEPTION-STATUS     PIC X(02) VALUE "00".
001250     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001260         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001270
001280 01  WS-RUN-SWITCHES.
001290     02  WS-JOURNAL-AT-END          PIC X(01) VALUE "N".
001300         88  JOURNAL-AT-END         VALUE "Y".
001310     02  WS-MAP-FILE-AT-END         PIC X(01) VALUE "N".
001320         88  MAP-FILE-AT-END        VALUE "Y".
001330     02  WS-RUN-PERMIT              PIC X(01) VALUE "Y".
001340         88  RUN-REFUSED            VALUE "N".
001350     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001360         88  CONTROL-RECORD-FOUND   VALUE "Y".
001370     02  WS-MAP-MATCH               PIC X(01) VALUE "N".
001380         88  MAP-MATCH-FOUND        VALUE "Y".
001390     02  WS-GL-MATCH                PIC X(01) VALUE "N".
001400         88  GL-MATCH-FOUND         VALUE "Y".
001410
001420 01  WS-TODAY-DATE                  PIC 9(08).
001430 01  WS-TIME-RAW                    PIC 9(08).
001440 01  WS-RUN-TIME                    PIC 9(06) VALUE ZEROS.
001450 01  WS-FORCE-REPLY                 PIC X(05) VALUE SPACES.
001460
001470*    Fallback suspense account, used only when the mapping
001480*    file names none.
001490 01  WS-DEFAULT-SUSPENSE            PIC X(10) VALUE "9999-00000".
001500 01  WS-SUSPENSE-ACCOUNT            PIC X(10) VALUE SPACES.
001510
001520*    The mapping file as loaded.  A hundred lines is room for
001530*    every journal type against every product with plenty to
001540*    spare.
001550 01  WS-GL-MAP-AREA.
001560     02  WS-GM-COUNT                PIC 9(03) COMP VALUE ZERO.
001570     02  WS-GM-ENTRY OCCURS 100 TIMES
001580                                  INDEXED BY GM-IDX.
001590         03  WS-GM-TYPE             PIC X(10).
001600         03  WS-GM-PRODUCT          PIC X(02).
001610         03  WS-GM-DEBIT-ACCOUNT    PIC X(10).
001620         03  WS-GM-CREDIT-ACCOUNT   PIC X(10).
001630
001640 01  WS-GM-SLOT                     PIC 9(03) COMP VALUE ZERO.
001650 01  WS-LOOKUP-PRODUCT              PIC X(02) VALUE SPACES.
001660 01  WS-LINE-PRODUCT                PIC X(02) VALUE SPACES.
001670
001680*    The day's postings totalled per GL account and side.  Two
001690*    hundred entries is far more than the chart of accounts
001700*    the mapping file can name; overflow is reported, and the
001710*    amount it could not hold comes back as the suspense
001720*    difference.  The last slot is kept back for that
001730*    difference (WS-GT-SLOT-LIMIT).
001740 01  WS-GL-TOTALS-TABLE.
001750     02  WS-GT-COUNT                PIC 9(03) COMP VALUE ZERO.
001760     02  WS-GT-OVERFLOW             PIC X(01) VALUE "N".
001770         88  GT-TABLE-OVERFLOWED    VALUE "Y".
001780     02  WS-GT-ENTRY OCCURS 200 TIMES.
001790         03  WS-GT-ACCOUNT          PIC X(10).
001800         03  WS-GT-SIDE             PIC X(01).
001810         03  WS-GT-AMOUNT           PIC 9(11)V99.
001820         03  WS-GT-LINES            PIC 9(05) COMP.
001830         03  WS-GT-SUSPENSE         PIC X(01).
001840
001850 01  WS-GT-SUB                      PIC 9(03) COMP VALUE ZERO.
001860 01  WS-GT-SLOT-LIMIT               PIC 9(03) COMP VALUE 199.
001870 01  WS-GT-SLOT                     PIC 9(03) COMP VALUE ZERO.
001880
001890*    One side of a posting on its way into the totals table.
001900 01  WS-POST-FIELDS.
001910     02  WS-POST-DEBIT-ACCOUNT      PIC X(10).
001920     02  WS-POST-CREDIT-ACCOUNT     PIC X(10).
001930     02  WS-POST-ACCOUNT            PIC X(10).
001940     02  WS-POST-SIDE               PIC X(01).
001950     02  WS-POST-AMOUNT             PIC 9(11)V99.
001960     02  WS-POST-SUSPENSE           PIC X(01).
001970
001980 01  WS-RUN-TOTALS.
001990     02  WS-LINES-READ              PIC 9(07) COMP VALUE ZERO.
002000     02  WS-LINES-TODAY             PIC 9(07) COMP VALUE ZERO.
002010     02  WS-LINES-TO-SUSPENSE       PIC 9(07) COMP VALUE ZERO.
002020     02  WS-DETAILS-WRITTEN         PIC 9(05) COMP VALUE ZERO.
002030     02  WS-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
002040     02  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE ZEROS.
002050     02  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE ZEROS.
002060     02  WS-DIFFERENCE              PIC S9(11)V99 VALUE ZEROS.
002070
002080 01  GX-HEADING-1.
002090     02  FILLER                     PIC X(32) VALUE
002100         "GL INTERFACE EXCEPTIONS FOR ".
002110     02  GX-HEADING-DATE            PIC 9(08).
002120     02  FILLER                     PIC X(40) VALUE SPACES.
002130
002140 01  GX-HEADING-2.
002150     02  FILLER            PIC X(08) VALUE "TIME".
002160     02  FILLER            PIC X(06) VALUE "TLR".
002170     02  FILLER            PIC X(07) VALUE "ACCT".
002180     02  FILLER            PIC X(12) VALUE "TYPE".
002190     02  FILLER            PIC X(05) VALUE "PROD".
002200     02  FILLER            PIC X(14) VALUE "      AMOUNT".
002210     02  FILLER            PIC X(28) VALUE "REASON".
002220
002230 01  GX-DETAIL-LINE.
002240     02  GX-TIME                    PIC 9(06).
002250     02  FILLER                     PIC X(02) VALUE SPACES.
002260     02  GX-TELLER                  PIC X(04).
002270     02  FILLER                     PIC X(02) VALUE SPACES.
002280     02  GX-ACCOUNT                 PIC 9(05).
002290     02  FILLER                     PIC X(02) VALUE SPACES.
002300     02  GX-TYPE                    PIC X(10).
002310     02  FILLER                     PIC X(02) VALUE SPACES.
002320     02  GX-PRODUCT                 PIC X(02).
002330     02  FILLER                     PIC X(02) VALUE SPACES.
002340     02  GX-AMOUNT                  PIC Z(08)9.99.
002350     02  FILLER                     PIC X(02) VALUE SPACES.
002360     02  GX-REASON                  PIC X(29).
002370
002380 01  GX-AMOUNT-LINE.
002390     02  GX-AMOUNT-LABEL            PIC X(30).
002400     02  GX-AMOUNT-VALUE            PIC Z(10)9.99-.
002410     02  FILLER                     PIC X(35) VALUE SPACES.
002420
002430 01  GX-COUNT-LINE.
002440     02  GX-COUNT-LABEL             PIC X(30).
002450     02  GX-COUNT                   PIC Z(06)9.
002460     02  FILLER                     PIC X(43) VALUE SPACES.
002470
002480 01  GX-TEXT-LINE                   PIC X(80).
002490
002500 PROCEDURE DIVISION.
002510 0000-MAIN-LOGIC.
002520     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002530
002540     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-TIME-RAW FROM TIME.
002560     COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
002570
002580     PERFORM 0500-LOAD-GL-MAP THRU 0500-EXIT.
002590
002600     PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT.
002610     IF RUN-REFUSED
002620         PERFORM 0200-CLOSE-FILES THRU 0200-EXIT
002630         GOBACK
002640     END-IF.
002650
002660     OPEN OUTPUT GL-EXCEPTION-FILE.
002670     MOVE WS-TODAY-DATE TO GX-HEADING-DATE.
002680     WRITE GL-EXCEPTION-LINE FROM GX-HEADING-1.
002690     WRITE GL-EXCEPTION-LINE FROM GX-HEADING-2.
002700
002710     IF JOURNAL-FILE-NOT-FOUND
002720         MOVE "NO JOURNAL ON DISK -- AN EMPTY EXTRACT IS WRITTEN."
002730             TO GX-TEXT-LINE
002740         WRITE GL-EXCEPTION-LINE FROM GX-TEXT-LINE
002750     ELSE
002760         PERFORM 1000-MAP-ONE-JOURNAL-LINE THRU 1000-EXIT
002770             UNTIL JOURNAL-AT-END
002780     END-IF.
002790
002800     PERFORM 3000-PROVE-THE-DAY THRU 3000-EXIT.
002810     PERFORM 4000-WRITE-THE-EXTRACT THRU 4000-EXIT.
002820
002830     IF WS-EXCEPTION-COUNT = ZERO
002840         MOVE "NO EXCEPTIONS -- ALL MAPPED, DAY IN BALANCE."
002850             TO GX-TEXT-LINE
002860         WRITE GL-EXCEPTION-LINE FROM GX-TEXT-LINE
002870     END-IF.
002880     MOVE "JOURNAL LINES EXTRACTED:" TO GX-COUNT-LABEL.
002890     MOVE WS-LINES-TODAY TO GX-COUNT.
002900     WRITE GL-EXCEPTION-LINE FROM GX-COUNT-LINE.
002910     MOVE "SIDES POSTED TO SUSPENSE:" TO GX-COUNT-LABEL.
002920     MOVE WS-LINES-TO-SUSPENSE TO GX-COUNT.
002930     WRITE GL-EXCEPTION-LINE FROM GX-COUNT-LINE.
002940     MOVE "TOTAL DEBITS:" TO GX-AMOUNT-LABEL.
002950     MOVE WS-TOTAL-DEBITS TO GX-AMOUNT-VALUE.
002960     WRITE GL-EXCEPTION-LINE FROM GX-AMOUNT-LINE.
002970     MOVE "TOTAL CREDITS:" TO GX-AMOUNT-LABEL.
002980     MOVE WS-TOTAL-CREDITS TO GX-AMOUNT-VALUE.
002990     WRITE GL-EXCEPTION-LINE FROM GX-AMOUNT-LINE.
003000
003010     PERFORM 0400-MARK-RUN-COMPLETE THRU 0400-EXIT.
003020
003030     CLOSE GL-EXCEPTION-FILE.
003040     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
003050
003060     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
003070
003080     GOBACK.
003090
003100 0100-OPEN-FILES.
003110     OPEN INPUT ACCOUNT-FILE.
003120     OPEN INPUT JOURNAL-FILE.
003130     OPEN I-O BATCH-CONTROL-FILE.
003140     IF BATCH-CONTROL-NOT-FOUND
003150         OPEN OUTPUT BATCH-CONTROL-FILE
003160         CLOSE BATCH-CONTROL-FILE
003170         OPEN I-O BATCH-CONTROL-FILE
003180     END-IF.
003190 0100-EXIT.
003200     EXIT.
003210
003220 0200-CLOSE-FILES.
003230     CLOSE ACCOUNT-FILE.
003240     IF NOT JOURNAL-FILE-NOT-FOUND
003250         CLOSE JOURNAL-FILE
003260     END-IF.
003270     CLOSE BATCH-CONTROL-FILE.
003280 0200-EXIT.
003290     EXIT.
003300
003310*    One control record per day.  No record yet means a fresh
003320*    run; "R" means the last run died before the extract was
003330*    finished, and since nothing of it can have gone to
003340*    finance this run simply extracts the day again from the
003350*    top; "C" means the day was already extracted and the run
003360*    is refused unless the operator keys FORCE at the console.
003370 0300-CHECK-RUN-CONTROL.
003380     MOVE "GLX" TO BC-JOB-ID.
003390     MOVE WS-TODAY-DATE TO BC-PERIOD.
003400     MOVE "N" TO WS-CONTROL-FOUND.
003410
003420     READ BATCH-CONTROL-FILE
003430         KEY IS BC-CONTROL-KEY
003440         INVALID KEY
003450             CONTINUE
003460         NOT INVALID KEY
003470             SET CONTROL-RECORD-FOUND TO TRUE
003480     END-READ.
003490
003500     IF NOT CONTROL-RECORD-FOUND
003510         MOVE "GLX" TO BC-JOB-ID
003520         MOVE WS-TODAY-DATE TO BC-PERIOD
003530         SET BC-RUN-IN-PROGRESS TO TRUE
003540         MOVE ZERO TO BC-LAST-ACCOUNT
003550         MOVE ZERO TO BC-AMOUNT
003560         WRITE BATCH-CONTROL-RECORD
003570         GO TO 0300-EXIT
003580     END-IF.
003590
003600     IF BC-RUN-IN-PROGRESS
003610         DISPLAY "PRIOR RUN FOR " WS-TODAY-DATE
003620             " DID NOT FINISH."
003630         DISPLAY "EXTRACTING THE DAY AGAIN FROM THE START."
003640         GO TO 0300-EXIT
003650     END-IF.
003660
003670     DISPLAY "THE GL EXTRACT FOR " WS-TODAY-DATE
003680         " HAS ALREADY RUN TO COMPLETION."
003690     DISPLAY "KEY FORCE TO RUN IT AGAIN ANYWAY: "
003700         WITH NO ADVANCING.
003710     ACCEPT WS-FORCE-REPLY.
003720     IF WS-FORCE-REPLY = "FORCE"
003730         SET BC-RUN-IN-PROGRESS TO TRUE
003740         MOVE ZERO TO BC-LAST-ACCOUNT
003750         MOVE ZERO TO BC-AMOUNT
003760         REWRITE BATCH-CONTROL-RECORD
003770         DISPLAY "OPERATOR FORCED A SECOND RUN."
003780     ELSE
003790         SET RUN-REFUSED TO TRUE
003800         DISPLAY "RUN REFUSED."
003810     END-IF.
003820 0300-EXIT.
003830     EXIT.
003840
003850*    BC-LAST-ACCOUNT carries the number of detail lines and
003860*    BC-AMOUNT the debit control total, right there on the
003870*    morning log.
003880 0400-MARK-RUN-COMPLETE.
003890     SET BC-RUN-COMPLETE TO TRUE.
003900     MOVE WS-DETAILS-WRITTEN TO BC-LAST-ACCOUNT.
003910     MOVE WS-TOTAL-DEBITS TO BC-AMOUNT.
003920     REWRITE BATCH-CONTROL-RECORD.
003930 0400-EXIT.
003940     EXIT.
003950
003960 0500-LOAD-GL-MAP.
003970     MOVE WS-DEFAULT-SUSPENSE TO WS-SUSPENSE-ACCOUNT.
003980     OPEN INPUT GL-MAP-FILE.
003990     IF GL-MAP-NOT-FOUND
004000         DISPLAY "NO GL MAPPING FILE (glmap.dat) ON FILE --"
004010             " EVERY LINE WILL GO TO SUSPENSE."
004020         GO TO 0500-EXIT
004030     END-IF.
004040
004050     PERFORM 0510-LOAD-ONE-MAPPING THRU 0510-EXIT
004060         UNTIL MAP-FILE-AT-END OR WS-GM-COUNT = 100.
004070     IF NOT MAP-FILE-AT-END
004080         DISPLAY "GL MAPPING TRUNCATED AT 100 ENTRIES --"
004090             " REMAINING LINES IGNORED."
004100     END-IF.
004110
004120     CLOSE GL-MAP-FILE.
004130     DISPLAY "GL MAPPING ENTRIES LOADED: " WS-GM-COUNT.
004140     DISPLAY "GL SUSPENSE ACCOUNT:       " WS-SUSPENSE-ACCOUNT.
004150 0500-EXIT.
004160     EXIT.
004170
004180 0510-LOAD-ONE-MAPPING.
004190     READ GL-MAP-FILE
004200         AT END
004210             SET MAP-FILE-AT-END TO TRUE
004220             GO TO 0510-EXIT
004230     END-READ.
004240
004250     IF GM-IN-TYPE = "SUSPENSE"
004260         IF GM-IN-DEBIT-ACCOUNT NOT = SPACES
004270             MOVE GM-IN-DEBIT-ACCOUNT TO WS-SUSPENSE-ACCOUNT
004280         END-IF
004290         GO TO 0510-EXIT
004300     END-IF.
004310
004320     ADD 1 TO WS-GM-COUNT.
004330     SET GM-IDX TO WS-GM-COUNT.
004340     MOVE GM-IN-TYPE TO WS-GM-TYPE (GM-IDX).
004350     MOVE GM-IN-PRODUCT TO WS-GM-PRODUCT (GM-IDX).
004360     MOVE GM-IN-DEBIT-ACCOUNT TO WS-GM-DEBIT-ACCOUNT (GM-IDX).
004370     MOVE GM-IN-CREDIT-ACCOUNT TO WS-GM-CREDIT-ACCOUNT (GM-IDX).
004380 0510-EXIT.
004390     EXIT.
004400
004410*    Each of the day's journal lines becomes a debit and a
004420*    credit of the same amount, so the extract balances line
004430*    by line.  Lines from any other day are left for their own
004440*    day's run.
004450 1000-MAP-ONE-JOURNAL-LINE.
004460     READ JOURNAL-FILE
004470         AT END
004480             SET JOURNAL-AT-END TO TRUE
004490             GO TO 1000-EXIT
004500     END-READ.
004510
004520     ADD 1 TO WS-LINES-READ.
004530     IF JR-DATE NOT = WS-TODAY-DATE
004540         GO TO 1000-EXIT
004550     END-IF.
004560     ADD 1 TO WS-LINES-TODAY.
004570
004580*    The product comes off the account; an account no longer
004590*    on file can still be mapped through a "**" line.
004600     MOVE JR-ACCOUNT TO ACCOUNT-NUMBER.
004610     READ ACCOUNT-FILE
004620         KEY IS ACCOUNT-NUMBER
004630         INVALID KEY
004640             MOVE "??" TO WS-LINE-PRODUCT
004650         NOT INVALID KEY
004660             MOVE ACCOUNT-PRODUCT-CODE TO WS-LINE-PRODUCT
004670     END-READ.
004680     MOVE WS-LINE-PRODUCT TO WS-LOOKUP-PRODUCT.
004690
004700     PERFORM 1100-FIND-MAPPING THRU 1100-EXIT.
004710
004720     IF WS-GM-SLOT = ZERO
004730         MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-DEBIT-ACCOUNT
004740         MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-CREDIT-ACCOUNT
004750         MOVE "NO MAPPING -- TO SUSPENSE" TO GX-REASON
004760         PERFORM 1200-WRITE-LINE-EXCEPTION THRU 1200-EXIT
004770     ELSE
004780         MOVE WS-GM-DEBIT-ACCOUNT (WS-GM-SLOT)
004790             TO WS-POST-DEBIT-ACCOUNT
004800         MOVE WS-GM-CREDIT-ACCOUNT (WS-GM-SLOT)
004810             TO WS-POST-CREDIT-ACCOUNT
004820         IF WS-POST-DEBIT-ACCOUNT = SPACES
004830             MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-DEBIT-ACCOUNT
004840             MOVE "NO DEBIT ACCOUNT -- SUSPENSE" TO GX-REASON
004850             PERFORM 1200-WRITE-LINE-EXCEPTION THRU 1200-EXIT
004860         END-IF
004870         IF WS-POST-CREDIT-ACCOUNT = SPACES
004880             MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-CREDIT-ACCOUNT
004890             MOVE "NO CREDIT ACCOUNT -- SUSPENSE" TO GX-REASON
004900             PERFORM 1200-WRITE-LINE-EXCEPTION THRU 1200-EXIT
004910         END-IF
004920     END-IF.
004930
004940     MOVE JR-AMOUNT TO WS-POST-AMOUNT.
004950
004960     MOVE WS-POST-DEBIT-ACCOUNT TO WS-POST-ACCOUNT.
004970     MOVE "D" TO WS-POST-SIDE.
004980     PERFORM 2000-ADD-TO-GL-TOTALS THRU 2000-EXIT.
004990
005000     MOVE WS-POST-CREDIT-ACCOUNT TO WS-POST-ACCOUNT.
005010     MOVE "C" TO WS-POST-SIDE.
005020     PERFORM 2000-ADD-TO-GL-TOTALS THRU 2000-EXIT.
005030 1000-EXIT.
005040     EXIT.
005050
005060*    Exact type and product first, then the type's "**" line.
005070*    A zero slot means no mapping.
005080 1100-FIND-MAPPING.
005090     MOVE ZERO TO WS-GM-SLOT.
005100     IF WS-GM-COUNT = ZERO
005110         GO TO 1100-EXIT
005120     END-IF.
005130
005140     MOVE "N" TO WS-MAP-MATCH.
005150     PERFORM 1110-LOOK-FOR-MAPPING THRU 1110-EXIT
005160         VARYING GM-IDX FROM 1 BY 1
005170         UNTIL GM-IDX > WS-GM-COUNT
005180             OR MAP-MATCH-FOUND.
005190     IF MAP-MATCH-FOUND
005200         GO TO 1100-EXIT
005210     END-IF.
005220
005230     MOVE "**" TO WS-LOOKUP-PRODUCT.
005240     PERFORM 1110-LOOK-FOR-MAPPING THRU 1110-EXIT
005250         VARYING GM-IDX FROM 1 BY 1
005260         UNTIL GM-IDX > WS-GM-COUNT
005270             OR MAP-MATCH-FOUND.
005280 1100-EXIT.
005290     EXIT.
005300
005310*    A match leaves its slot number in WS-GM-SLOT.
005320 1110-LOOK-FOR-MAPPING.
005330     IF WS-GM-TYPE (GM-IDX) = JR-TYPE
005340             AND WS-GM-PRODUCT (GM-IDX) = WS-LOOKUP-PRODUCT
005350         SET MAP-MATCH-FOUND TO TRUE
005360         SET WS-GM-SLOT TO GM-IDX
005370     END-IF.
005380 1110-EXIT.
005390     EXIT.
005400
005410 1200-WRITE-LINE-EXCEPTION.
005420     ADD 1 TO WS-EXCEPTION-COUNT.
005430     ADD 1 TO WS-LINES-TO-SUSPENSE.
005440     MOVE JR-TIME TO GX-TIME.
005450     MOVE JR-TELLER TO GX-TELLER.
005460     MOVE JR-ACCOUNT TO GX-ACCOUNT.
005470     MOVE JR-TYPE TO GX-TYPE.
005480     MOVE WS-LINE-PRODUCT TO GX-PRODUCT.
005490     MOVE JR-AMOUNT TO GX-AMOUNT.
005500     WRITE GL-EXCEPTION-LINE FROM GX-DETAIL-LINE.
005510 1200-EXIT.
005520     EXIT.
005530
005540*    Add one side of a posting to its GL account's slot,
005550*    minting a slot the first time the account and side are
005560*    seen.  A suspense slot is marked so the detail goes out
005570*    flagged for finance.
005580 2000-ADD-TO-GL-TOTALS.
005590     MOVE "N" TO WS-GL-MATCH.
005600     MOVE ZERO TO WS-GT-SLOT.
005610     IF WS-GT-COUNT > ZERO
005620         PERFORM 2010-LOOK-FOR-GL-ACCOUNT THRU 2010-EXIT
005630             VARYING WS-GT-SUB FROM 1 BY 1
005640             UNTIL WS-GT-SUB > WS-GT-COUNT
005650                 OR GL-MATCH-FOUND
005660     END-IF.
005670
005680     IF NOT GL-MATCH-FOUND
005690         IF WS-GT-COUNT NOT < WS-GT-SLOT-LIMIT
005700             SET GT-TABLE-OVERFLOWED TO TRUE
005710             GO TO 2000-EXIT
005720         END-IF
005730         ADD 1 TO WS-GT-COUNT
005740         MOVE WS-GT-COUNT TO WS-GT-SLOT
005750         MOVE WS-POST-ACCOUNT TO WS-GT-ACCOUNT (WS-GT-SLOT)
005760         MOVE WS-POST-SIDE TO WS-GT-SIDE (WS-GT-SLOT)
005770         MOVE ZEROS TO WS-GT-AMOUNT (WS-GT-SLOT)
005780         MOVE ZERO TO WS-GT-LINES (WS-GT-SLOT)
005790         IF WS-POST-ACCOUNT = WS-SUSPENSE-ACCOUNT
005800             MOVE "S" TO WS-GT-SUSPENSE (WS-GT-SLOT)
005810         ELSE
005820             MOVE SPACE TO WS-GT-SUSPENSE (WS-GT-SLOT)
005830         END-IF
005840     END-IF.
005850
005860     ADD WS-POST-AMOUNT TO WS-GT-AMOUNT (WS-GT-SLOT).
005870     ADD 1 TO WS-GT-LINES (WS-GT-SLOT).
005880     IF WS-POST-SIDE = "D"
005890         ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
005900     ELSE
005910         ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
005920     END-IF.
005930 2000-EXIT.
005940     EXIT.
005950
005960*    A match leaves its slot number in WS-GT-SLOT.
005970 2010-LOOK-FOR-GL-ACCOUNT.
005980     IF WS-GT-ACCOUNT (WS-GT-SUB) = WS-POST-ACCOUNT
005990             AND WS-GT-SIDE (WS-GT-SUB) = WS-POST-SIDE
006000         SET GL-MATCH-FOUND TO TRUE
006010         MOVE WS-GT-SUB TO WS-GT-SLOT
006020     END-IF.
006030 2010-EXIT.
006040     EXIT.
006050
006060*    Every line posts both sides, so the day can only be out
006070*    of balance when a side was lost -- the totals table full.
006080*    Whatever the cause, the difference goes to suspense on
006090*    the short side so the file finance loads always balances,
006100*    and the exception report says why.
006110 3000-PROVE-THE-DAY.
006120     IF GT-TABLE-OVERFLOWED
006130         ADD 1 TO WS-EXCEPTION-COUNT
006140         MOVE "** GL TOTALS TABLE FULL -- SIDES LOST."
006150             TO GX-TEXT-LINE
006160         WRITE GL-EXCEPTION-LINE FROM GX-TEXT-LINE
006170     END-IF.
006180
006190     COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
006200     IF WS-DIFFERENCE = ZERO
006210         GO TO 3000-EXIT
006220     END-IF.
006230
006240     ADD 1 TO WS-EXCEPTION-COUNT.
006250     MOVE "** OUT OF BALANCE BY:" TO GX-AMOUNT-LABEL.
006260     MOVE WS-DIFFERENCE TO GX-AMOUNT-VALUE.
006270     WRITE GL-EXCEPTION-LINE FROM GX-AMOUNT-LINE.
006280
006290     MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT.
006300     IF WS-DIFFERENCE > ZERO
006310         MOVE "C" TO WS-POST-SIDE
006320         MOVE WS-DIFFERENCE TO WS-POST-AMOUNT
006330         MOVE "   CREDITED TO SUSPENSE." TO GX-TEXT-LINE
006340     ELSE
006350         MOVE "D" TO WS-POST-SIDE
006360         COMPUTE WS-POST-AMOUNT = ZERO - WS-DIFFERENCE
006370         MOVE "   DEBITED TO SUSPENSE." TO GX-TEXT-LINE
006380     END-IF.
006390     WRITE GL-EXCEPTION-LINE FROM GX-TEXT-LINE.
006400
006410*    The slot kept back guarantees the difference a home.
006420     MOVE 200 TO WS-GT-SLOT-LIMIT.
006430     PERFORM 2000-ADD-TO-GL-TOTALS THRU 2000-EXIT.
006440 3000-EXIT.
006450     EXIT.
006460
006470*    Header, one detail per GL account and side, trailer.
006480 4000-WRITE-THE-EXTRACT.
006490     OPEN OUTPUT GL-INTERFACE-FILE.
006500
006510     MOVE SPACES TO GL-INTERFACE-RECORD.
006520     SET GL-HEADER-RECORD TO TRUE.
006530     MOVE WS-TODAY-DATE TO GL-POSTING-DATE.
006540     MOVE "RETAILBK" TO GL-SOURCE-SYSTEM.
006550     MOVE WS-TODAY-DATE TO GL-CREATED-DATE.
006560     MOVE WS-RUN-TIME TO GL-CREATED-TIME.
006570     WRITE GL-INTERFACE-RECORD.
006580
006590     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
006600         VARYING WS-GT-SUB FROM 1 BY 1
006610         UNTIL WS-GT-SUB > WS-GT-COUNT.
006620
006630     MOVE SPACES TO GL-INTERFACE-RECORD.
006640     SET GL-TRAILER-RECORD TO TRUE.
006650     MOVE WS-TODAY-DATE TO GL-POSTING-DATE.
006660     MOVE WS-DETAILS-WRITTEN TO GL-DETAIL-COUNT.
006670     MOVE WS-TOTAL-DEBITS TO GL-TOTAL-DEBITS.
006680     MOVE WS-TOTAL-CREDITS TO GL-TOTAL-CREDITS.
006690     MOVE WS-LINES-TODAY TO GL-JOURNAL-LINES.
006700     WRITE GL-INTERFACE-RECORD.
006710
006720     CLOSE GL-INTERFACE-FILE.
006730 4000-EXIT.
006740     EXIT.
006750
006760 4100-WRITE-ONE-DETAIL.
006770     MOVE SPACES TO GL-INTERFACE-RECORD.
006780     SET GL-DETAIL-RECORD TO TRUE.
006790     MOVE WS-TODAY-DATE TO GL-POSTING-DATE.
006800     MOVE WS-GT-ACCOUNT (WS-GT-SUB) TO GL-ACCOUNT.
006810     MOVE WS-GT-SIDE (WS-GT-SUB) TO GL-DEBIT-CREDIT.
006820     MOVE WS-GT-AMOUNT (WS-GT-SUB) TO GL-AMOUNT.
006830     MOVE WS-GT-LINES (WS-GT-SUB) TO GL-LINE-COUNT.
006840     MOVE WS-GT-SUSPENSE (WS-GT-SUB) TO GL-SUSPENSE-FLAG.
006850     WRITE GL-INTERFACE-RECORD.
006860     ADD 1 TO WS-DETAILS-WRITTEN.
006870 4100-EXIT.
006880     EXIT.
006890
006900 9000-PRINT-SUMMARY.
006910     DISPLAY "GENERAL LEDGER EXTRACT - RUN SUMMARY".
006920     DISPLAY "JOURNAL LINES READ:     " WS-LINES-READ.
006930     DISPLAY "LINES EXTRACTED:        " WS-LINES-TODAY.
006940     DISPLAY "SIDES TO SUSPENSE:      " WS-LINES-TO-SUSPENSE.
006950     DISPLAY "GL DETAIL LINES:        " WS-DETAILS-WRITTEN.
006960     DISPLAY "TOTAL DEBITS:           " WS-TOTAL-DEBITS.
006970     DISPLAY "TOTAL CREDITS:          " WS-TOTAL-CREDITS.
006980     DISPLAY "EXCEPTIONS:             " WS-EXCEPTION-COUNT.
006990 9000-EXIT.
007000     EXIT.
