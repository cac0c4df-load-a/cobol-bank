000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Sanctions-Rescreen-Batch.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly sanctions watch-list load and rescreen.  Compliance *
000190*  drops each newly published government list on watchpub.dat  *
000200*  in the usual type-1 header / type-5 entry / type-9 trailer  *
000210*  wrapper.  When the file proves against its trailer and its  *
000220*  list date is later than the list already on file, this job  *
000230*  rebuilds the watch list (watchlst.dat, layout WATCHREC)     *
000240*  that Add Customer and Amend Customer screen against.  A     *
000250*  file that does not prove is refused cold and the run record *
000260*  is left unwritten, so the stream stops for compliance.      *
000270*                                                              *
000280*  Once per list, the whole customer master (custmast.dat) is  *
000290*  then rescreened against it with the same scoring the teller *
000300*  screens use: 80 for a name when every word of the listed    *
000310*  name is in the customer's, that share of 80 when only some  *
000320*  are, 20 more when both dates of birth are known and agree,  *
000330*  40 less when both are known and differ.  Every customer     *
000340*  scoring the referral score or better prints on the match    *
000350*  report (sanmatch.rpt) with the score and the entry hit.     *
000360*                                                              *
000370*  A score at or above the hold score is a confirmed match.    *
000380*  When the parameter file allows it, every open account the   *
000390*  confirmed customer owns, holds jointly or signs on is       *
000400*  frozen under an SF hold, the same hold a supervisor places  *
000410*  from the teller menu, and each freeze goes to auditlog.dat. *
000420*  Parameters on sanparm.dat: referral score 9(3), hold score  *
000430*  9(3), "Y" to place holds; defaults 060, 100 and no holds.   *
000440*                                                              *
000450*  The list header remembers the night the list was            *
000460*  rescreened, so later nights with no new list do nothing; a  *
000470*  run that dies part way rescreens from the top again, and a  *
000480*  hold already on an account is left alone.  Closes a         *
000490*  BATCH-CONTROL-FILE record (job "SAN", one per day) the way  *
000500*  the report jobs do.  Runs in the night stream straight      *
000510*  after the integrity sweep, before any money moves.          *
000520*----------------------------------------------------------------
000530*  Mod history:                                                *
000540*   2026-10-15  RLB  Original version.                         *
000550****************************************************************
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PUBLISHED-LIST-FILE
000610         ASSIGN TO "watchpub.dat"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PUBLISHED-LIST-STATUS.
000640
000650     SELECT WATCH-LIST-FILE
000660         ASSIGN TO "watchlst.dat"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS WL-ENTRY-ID
000700         FILE STATUS IS WS-WATCH-LIST-STATUS.
000710
000720     SELECT CUSTOMER-FILE
000730         ASSIGN TO "custmast.dat"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CUST-NUMBER
000770         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000780
000790     SELECT ACCOUNT-FILE
000800         ASSIGN TO "accounts.dat"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ACCOUNT-NUMBER
000840         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000850         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000860
000870     SELECT RELATIONSHIP-FILE
000880         ASSIGN TO "acctrel.dat"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS REL-KEY
000920         ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
000930             WITH DUPLICATES
000940         FILE STATUS IS WS-RELATIONSHIP-STATUS.
000950
000960     SELECT HOLD-FILE
000970         ASSIGN TO "holds.dat"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS HOLD-ACCOUNT-NUMBER
001010         FILE STATUS IS WS-HOLD-FILE-STATUS.
001020
001030     SELECT AUDIT-FILE
001040         ASSIGN TO "auditlog.dat"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001070
001080     SELECT SCREENING-PARM-FILE
001090         ASSIGN TO "sanparm.dat"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SCREENING-PARM-STATUS.
001120
001130     SELECT MATCH-REPORT-FILE
001140         ASSIGN TO "sanmatch.rpt"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-MATCH-REPORT-STATUS.
001170
001180     SELECT BATCH-CONTROL-FILE
001190         ASSIGN TO "batchctl.dat"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS BC-CONTROL-KEY
001230         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270*    The published list as compliance receives it: one type-1
001280*    header with the list date, type-5 entries, one type-9
001290*    trailer with the entry count, all 57 bytes.  The header and
001300*    trailer views share the entry body through REDEFINES.
001310 FD  PUBLISHED-LIST-FILE.
001320 01  PUBLISHED-LIST-RECORD.
001330     02  PL-RECORD-TYPE             PIC X(01).
001340         88  PL-HEADER-RECORD       VALUE "1".
001350         88  PL-ENTRY-RECORD        VALUE "5".
001360         88  PL-TRAILER-RECORD      VALUE "9".
001370     02  PL-ENTRY-FIELDS.
001380         03  PL-ENTRY-ID            PIC X(08).
001390         03  PL-NAME                PIC X(30).
001400         03  PL-DATE-OF-BIRTH       PIC 9(08).
001410         03  PL-PROGRAM             PIC X(10).
001420     02  PL-HEADER-FIELDS REDEFINES PL-ENTRY-FIELDS.
001430         03  PL-LIST-DATE           PIC 9(08).
001440         03  PL-PUBLISHER           PIC X(20).
001450         03  FILLER                 PIC X(28).
001460     02  PL-TRAILER-FIELDS REDEFINES PL-ENTRY-FIELDS.
001470         03  PL-TRAILER-COUNT       PIC 9(07).
001480         03  FILLER                 PIC X(49).
001490
001500 FD  WATCH-LIST-FILE.
001510     COPY "watchrec.cpy".
001520
001530 FD  CUSTOMER-FILE.
001540     COPY "custrec.cpy".
001550
001560 FD  ACCOUNT-FILE.
001570     COPY "acctrec.cpy".
001580
001590 FD  RELATIONSHIP-FILE.
001600     COPY "relrec.cpy".
001610
001620 FD  HOLD-FILE.
001630     COPY "holdrec.cpy".
001640
001650 FD  AUDIT-FILE.
001660     COPY "audrec.cpy".
001670
001680*    One line: referral score, hold score, and "Y" to freeze the
001690*    accounts of a confirmed match.  No file, or a field that is
001700*    not a number, leaves the default.
001710 FD  SCREENING-PARM-FILE.
001720 01  SCREENING-PARM-RECORD.
001730     02  SP-REFERRAL-SCORE          PIC 9(03).
001740     02  SP-HOLD-SCORE              PIC 9(03).
001750     02  SP-PLACE-HOLDS             PIC X(01).
001760     02  FILLER                     PIC X(73).
001770
001780 FD  MATCH-REPORT-FILE.
001790 01  MATCH-REPORT-LINE              PIC X(80).
001800
001810 FD  BATCH-CONTROL-FILE.
001820     COPY "bchctl.cpy".
001830
001840 WORKING-STORAGE SECTION.
001850 01  WS-FILE-STATUSES.
001860     02  WS-PUBLISHED-LIST-STATUS   PIC X(02) VALUE "00".
001870         88  PUBLISHED-LIST-NOT-FOUND   VALUE "35".
001880     02  WS-WATCH-LIST-STATUS       PIC X(02) VALUE "00".
001890         88  WATCH-LIST-NOT-FOUND       VALUE "35".
001900     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001910         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
001920     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001930     02  WS-RELATIONSHIP-STATUS     PIC X(02) VALUE "00".
001940         88  RELATIONSHIP-NOT-FOUND     VALUE "35".
001950     02  WS-HOLD-FILE-STATUS        PIC X(02) VALUE "00".
001960         88  HOLD-FILE-NOT-FOUND        VALUE "35".
001970     02  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
001980         88  AUDIT-FILE-NOT-FOUND       VALUE "35".
001990     02  WS-SCREENING-PARM-STATUS   PIC X(02) VALUE "00".
002000         88  SCREENING-PARM-NOT-FOUND   VALUE "35".
002010     02  WS-MATCH-REPORT-STATUS     PIC X(02) VALUE "00".
002020     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
002030         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
002040
002050 01  WS-RUN-SWITCHES.
002060     02  WS-PUBLISHED-AT-END        PIC X(01) VALUE "N".
002070         88  PUBLISHED-AT-END       VALUE "Y".
002080     02  WS-CUSTOMER-FILE-AT-END    PIC X(01) VALUE "N".
002090         88  CUSTOMER-FILE-AT-END   VALUE "Y".
002100     02  WS-LIST-AT-END             PIC X(01) VALUE "N".
002110         88  LIST-AT-END            VALUE "Y".
002120     02  WS-ACCOUNT-FILE-AT-END     PIC X(01) VALUE "N".
002130         88  ACCOUNT-FILE-AT-END    VALUE "Y".
002140     02  WS-REL-FILE-AT-END         PIC X(01) VALUE "N".
002150         88  REL-FILE-AT-END        VALUE "Y".
002160     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
002170         88  CONTROL-RECORD-FOUND   VALUE "Y".
002180     02  WS-FILE-PROOF              PIC X(01) VALUE "N".
002190         88  FILE-PROVEN            VALUE "Y".
002200     02  WS-HEADER-SEEN             PIC X(01) VALUE "N".
002210         88  HEADER-SEEN            VALUE "Y".
002220     02  WS-TRAILER-SEEN            PIC X(01) VALUE "N".
002230         88  TRAILER-SEEN           VALUE "Y".
002240     02  WS-LIST-REFUSAL            PIC X(01) VALUE "N".
002250         88  LIST-REFUSED           VALUE "Y".
002260     02  WS-LIST-ON-FILE            PIC X(01) VALUE "N".
002270         88  LIST-ON-FILE           VALUE "Y".
002280     02  WS-HOLD-SWITCH             PIC X(01) VALUE "N".
002290         88  PLACE-HOLDS            VALUE "Y".
002300     02  WS-CUSTOMER-CONFIRMED      PIC X(01) VALUE "N".
002310         88  CUSTOMER-CONFIRMED     VALUE "Y".
002320     02  WS-CONFIRMED-MATCH         PIC X(01) VALUE "N".
002330         88  CONFIRMED-CUSTOMER-FOUND VALUE "Y".
002340
002350 01  WS-TODAY-DATE                  PIC 9(08).
002360
002370*    Scores.  Compliance tunes them on sanparm.dat.
002380 01  WS-REFERRAL-SCORE              PIC 9(03) VALUE 60.
002390 01  WS-HOLD-SCORE                  PIC 9(03) VALUE 100.
002400
002410*    The list on file before tonight, and the published file as
002420*    the proof pass found it.
002430 01  WS-LIST-FIELDS.
002440     02  WS-LIST-DATE               PIC 9(08) VALUE ZEROS.
002450     02  WS-LIST-LOADED-DATE        PIC 9(08) VALUE ZEROS.
002460     02  WS-LIST-RESCREENED-DATE    PIC 9(08) VALUE ZEROS.
002470     02  WS-PUBLISHED-DATE          PIC 9(08) VALUE ZEROS.
002480     02  WS-PUBLISHER               PIC X(20) VALUE SPACES.
002490     02  WS-PROOF-COUNT             PIC 9(07) COMP VALUE ZERO.
002500     02  WS-TRAILER-COUNT-SAVED     PIC 9(07) VALUE ZEROS.
002510
002520*    Both names are cut into up to five words with the
002530*    punctuation taken out before they are compared.
002540 01  SCREENING-WORK-AREA.
002550     02  WS-SCR-NAME                PIC X(30).
002560     02  WS-SCR-CUST-WORDS.
002570         03  WS-SCR-CUST-WORD       PIC X(15) OCCURS 5 TIMES.
002580     02  WS-SCR-LIST-WORDS.
002590         03  WS-SCR-LIST-WORD       PIC X(15) OCCURS 5 TIMES.
002600     02  WS-SCR-WORD-SUB            PIC 9(01) COMP VALUE ZERO.
002610     02  WS-SCR-WORD-COUNT          PIC 9(01) COMP VALUE ZERO.
002620     02  WS-SCR-WORDS-MATCHED       PIC 9(01) COMP VALUE ZERO.
002630     02  WS-SCR-SCORE               PIC S9(03) COMP VALUE ZERO.
002640 01  WS-SCR-LOWER-AND-PUNCT         PIC X(30) VALUE
002650     "abcdefghijklmnopqrstuvwxyz.,-'".
002660 01  WS-SCR-UPPER-AND-SPACE         PIC X(30) VALUE
002670     "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
002680
002690*    Customers with a confirmed match, gathered during the
002700*    rescreen so their accounts can be held in one pass after.
002710 01  WS-CONFIRMED-TABLE.
002720     02  WS-CF-COUNT                PIC 9(03) COMP VALUE ZERO.
002730     02  WS-CF-OVERFLOW             PIC X(01) VALUE "N".
002740         88  CF-TABLE-OVERFLOWED    VALUE "Y".
002750     02  WS-CF-CUSTOMER OCCURS 200 TIMES
002760                                    PIC 9(05).
002770 01  WS-CF-SUB                      PIC 9(03) COMP VALUE ZERO.
002780 01  WS-HOLD-CUSTOMER               PIC 9(05) VALUE ZEROS.
002790 01  WS-HOLD-ROLE-TEXT              PIC X(12) VALUE SPACES.
002800
002810 01  WS-TIME-RAW                    PIC 9(08).
002820
002830*    Operator id stamped on the holds and audit events this job
002840*    places.
002850 01  WS-OPERATOR-ID                 PIC X(04) VALUE "SANB".
002860
002870 01  WS-RUN-TOTALS.
002880     02  WS-ENTRIES-LOADED          PIC 9(07) COMP VALUE ZERO.
002890     02  WS-DUPLICATE-ENTRIES       PIC 9(05) COMP VALUE ZERO.
002900     02  WS-CUSTOMERS-SCREENED      PIC 9(05) COMP VALUE ZERO.
002910     02  WS-POSSIBLE-MATCHES        PIC 9(05) COMP VALUE ZERO.
002920     02  WS-CONFIRMED-MATCHES       PIC 9(05) COMP VALUE ZERO.
002930     02  WS-HOLDS-PLACED            PIC 9(05) COMP VALUE ZERO.
002940     02  WS-ALREADY-FROZEN          PIC 9(05) COMP VALUE ZERO.
002950
002960 01  MR-HEADING-1.
002970     02  FILLER                     PIC X(34) VALUE
002980         "SANCTIONS WATCH-LIST RESCREEN -- ".
002990     02  MR-HEADING-DATE            PIC 9(08).
003000     02  FILLER                     PIC X(38) VALUE SPACES.
003010
003020 01  MR-LIST-LINE.
003030     02  FILLER                     PIC X(17) VALUE
003040         "WATCH LIST DATED ".
003050     02  MR-LIST-DATE               PIC 9(08).
003060     02  FILLER                     PIC X(09) VALUE
003070         "  LOADED ".
003080     02  MR-LOADED-DATE             PIC 9(08).
003090     02  FILLER                     PIC X(38) VALUE SPACES.
003100
003110 01  MR-HEADING-2.
003120     02  FILLER            PIC X(07) VALUE "CUST".
003130     02  FILLER            PIC X(22) VALUE "NAME".
003140     02  FILLER            PIC X(10) VALUE "BORN".
003150     02  FILLER            PIC X(07) VALUE "SCORE".
003160     02  FILLER            PIC X(10) VALUE "ENTRY".
003170     02  FILLER            PIC X(24) VALUE "FINDING".
003180
003190 01  MR-SEPARATOR-LINE.
003200     02  FILLER                     PIC X(80) VALUE ALL "-".
003210
003220 01  MR-TEXT-LINE                   PIC X(80).
003230
003240 01  MR-MATCH-LINE.
003250     02  MR-CUST-NUMBER             PIC 9(05).
003260     02  FILLER                     PIC X(02) VALUE SPACES.
003270     02  MR-CUST-NAME               PIC X(20).
003280     02  FILLER                     PIC X(02) VALUE SPACES.
003290     02  MR-CUST-DOB                PIC 9(08).
003300     02  FILLER                     PIC X(03) VALUE SPACES.
003310     02  MR-SCORE                   PIC ZZ9.
003320     02  FILLER                     PIC X(04) VALUE SPACES.
003330     02  MR-ENTRY-ID                PIC X(08).
003340     02  FILLER                     PIC X(02) VALUE SPACES.
003350     02  MR-FINDING                 PIC X(23).
003360
003370 01  MR-ENTRY-LINE.
003380     02  FILLER                     PIC X(07) VALUE SPACES.
003390     02  FILLER                     PIC X(08) VALUE "LISTED: ".
003400     02  MR-LISTED-NAME             PIC X(30).
003410     02  FILLER                     PIC X(02) VALUE SPACES.
003420     02  MR-LISTED-DOB              PIC 9(08).
003430     02  FILLER                     PIC X(02) VALUE SPACES.
003440     02  MR-LISTED-PROGRAM          PIC X(10).
003450     02  FILLER                     PIC X(13) VALUE SPACES.
003460
003470 01  MR-HOLD-LINE.
003480     02  MR-HOLD-CUSTOMER           PIC 9(05).
003490     02  FILLER                     PIC X(02) VALUE SPACES.
003500     02  FILLER                     PIC X(08) VALUE "ACCOUNT ".
003510     02  MR-HOLD-ACCOUNT            PIC 9(05).
003520     02  FILLER                     PIC X(02) VALUE SPACES.
003530     02  MR-HOLD-ROLE               PIC X(12).
003540     02  FILLER                     PIC X(02) VALUE SPACES.
003550     02  MR-HOLD-ACTION             PIC X(30).
003560     02  FILLER                     PIC X(14) VALUE SPACES.
003570
003580 01  MR-TOTAL-LINE.
003590     02  MR-TOTAL-TEXT              PIC X(30).
003600     02  MR-TOTAL-COUNT             PIC Z(06)9.
003610     02  FILLER                     PIC X(43) VALUE SPACES.
003620
003630 PROCEDURE DIVISION.
003640 0000-MAIN-LOGIC.
003650     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003660     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
003670     PERFORM 0500-LOAD-PARAMETER THRU 0500-EXIT.
003680
003690     MOVE WS-TODAY-DATE TO MR-HEADING-DATE.
003700     WRITE MATCH-REPORT-LINE FROM MR-HEADING-1.
003710
003720*    A published file that does not prove is refused cold and
003730*    the run record stays unwritten: the stream stops so the
003740*    list is corrected tonight rather than skipped.
003750     PERFORM 1000-LOAD-NEW-LIST THRU 1000-EXIT.
003760     IF LIST-REFUSED
003770         PERFORM 0200-CLOSE-FILES THRU 0200-EXIT
003780         PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT
003790         GOBACK
003800     END-IF.
003810
003820     IF NOT LIST-ON-FILE
003830         MOVE "NO WATCH LIST LOADED -- NOTHING TO SCREEN AGAINST."
003840             TO MR-TEXT-LINE
003850         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
003860         GO TO 0000-WRAP-UP
003870     END-IF.
003880
003890     MOVE WS-LIST-DATE TO MR-LIST-DATE.
003900     MOVE WS-LIST-LOADED-DATE TO MR-LOADED-DATE.
003910     WRITE MATCH-REPORT-LINE FROM MR-LIST-LINE.
003920
003930     IF WS-LIST-RESCREENED-DATE NOT = ZERO
003940         MOVE "NO NEW LIST -- CUSTOMERS ALREADY RESCREENED"
003950             TO MR-TEXT-LINE
003960         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
003970         MOVE "  AGAINST THIS ONE." TO MR-TEXT-LINE
003980         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
003990         GO TO 0000-WRAP-UP
004000     END-IF.
004010
004020     PERFORM 2000-RESCREEN-CUSTOMERS THRU 2000-EXIT.
004030     PERFORM 3000-HOLD-CONFIRMED-MATCHES THRU 3000-EXIT.
004040     PERFORM 4000-MARK-LIST-RESCREENED THRU 4000-EXIT.
004050     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004060
004070 0000-WRAP-UP.
004080     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
004090     PERFORM 0300-MARK-RUN-COMPLETE THRU 0300-EXIT.
004100     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
004110     GOBACK.
004120
004130 0100-OPEN-FILES.
004140     OPEN INPUT PUBLISHED-LIST-FILE.
004150     OPEN I-O WATCH-LIST-FILE.
004160     OPEN INPUT CUSTOMER-FILE.
004170     OPEN I-O ACCOUNT-FILE.
004180     OPEN INPUT RELATIONSHIP-FILE.
004190     OPEN I-O HOLD-FILE.
004200     IF HOLD-FILE-NOT-FOUND
004210         OPEN OUTPUT HOLD-FILE
004220         CLOSE HOLD-FILE
004230         OPEN I-O HOLD-FILE
004240     END-IF.
004250     OPEN EXTEND AUDIT-FILE.
004260     IF AUDIT-FILE-NOT-FOUND
004270         OPEN OUTPUT AUDIT-FILE
004280         CLOSE AUDIT-FILE
004290         OPEN EXTEND AUDIT-FILE
004300     END-IF.
004310     OPEN OUTPUT MATCH-REPORT-FILE.
004320 0100-EXIT.
004330     EXIT.
004340
004350 0200-CLOSE-FILES.
004360     IF NOT PUBLISHED-LIST-NOT-FOUND
004370         CLOSE PUBLISHED-LIST-FILE
004380     END-IF.
004390     IF NOT WATCH-LIST-NOT-FOUND
004400         CLOSE WATCH-LIST-FILE
004410     END-IF.
004420     IF NOT CUSTOMER-FILE-NOT-FOUND
004430         CLOSE CUSTOMER-FILE
004440     END-IF.
004450     CLOSE ACCOUNT-FILE.
004460     IF NOT RELATIONSHIP-NOT-FOUND
004470         CLOSE RELATIONSHIP-FILE
004480     END-IF.
004490     CLOSE HOLD-FILE.
004500     CLOSE AUDIT-FILE.
004510     CLOSE MATCH-REPORT-FILE.
004520 0200-EXIT.
004530     EXIT.
004540
004550*    Close the day's run record (job "SAN") so the night-stream
004560*    driver can see this step ran to completion.  BC-AMOUNT
004570*    carries the number of possible matches reported.
004580 0300-MARK-RUN-COMPLETE.
004590     OPEN I-O BATCH-CONTROL-FILE.
004600     IF BATCH-CONTROL-NOT-FOUND
004610         OPEN OUTPUT BATCH-CONTROL-FILE
004620         CLOSE BATCH-CONTROL-FILE
004630         OPEN I-O BATCH-CONTROL-FILE
004640     END-IF.
004650
004660     MOVE "SAN" TO BC-JOB-ID.
004670     MOVE WS-TODAY-DATE TO BC-PERIOD.
004680     MOVE "N" TO WS-CONTROL-FOUND.
004690
004700     READ BATCH-CONTROL-FILE
004710         KEY IS BC-CONTROL-KEY
004720         INVALID KEY
004730             CONTINUE
004740         NOT INVALID KEY
004750             SET CONTROL-RECORD-FOUND TO TRUE
004760     END-READ.
004770
004780     MOVE "SAN" TO BC-JOB-ID.
004790     MOVE WS-TODAY-DATE TO BC-PERIOD.
004800     SET BC-RUN-COMPLETE TO TRUE.
004810     MOVE ZERO TO BC-LAST-ACCOUNT.
004820     MOVE WS-POSSIBLE-MATCHES TO BC-AMOUNT.
004830
004840     IF CONTROL-RECORD-FOUND
004850         REWRITE BATCH-CONTROL-RECORD
004860     ELSE
004870         WRITE BATCH-CONTROL-RECORD
004880     END-IF.
004890
004900     CLOSE BATCH-CONTROL-FILE.
004910 0300-EXIT.
004920     EXIT.
004930
004940 0500-LOAD-PARAMETER.
004950     OPEN INPUT SCREENING-PARM-FILE.
004960     IF SCREENING-PARM-NOT-FOUND
004970         GO TO 0500-EXIT
004980     END-IF.
004990
005000     READ SCREENING-PARM-FILE
005010         AT END
005020             CONTINUE
005030         NOT AT END
005040             IF SP-REFERRAL-SCORE IS NUMERIC
005050                     AND SP-REFERRAL-SCORE > ZERO
005060                 MOVE SP-REFERRAL-SCORE TO WS-REFERRAL-SCORE
005070             END-IF
005080             IF SP-HOLD-SCORE IS NUMERIC
005090                     AND SP-HOLD-SCORE > ZERO
005100                 MOVE SP-HOLD-SCORE TO WS-HOLD-SCORE
005110             END-IF
005120             IF SP-PLACE-HOLDS = "Y"
005130                 SET PLACE-HOLDS TO TRUE
005140             END-IF
005150     END-READ.
005160
005170     CLOSE SCREENING-PARM-FILE.
005180 0500-EXIT.
005190     EXIT.
005200
005210*    Take on tonight's published list if there is one and it is
005220*    later than the list on file, then read back the header of
005230*    whichever list is now on file.
005240 1000-LOAD-NEW-LIST.
005250     PERFORM 1500-READ-LIST-HEADER THRU 1500-EXIT.
005260
005270     IF PUBLISHED-LIST-NOT-FOUND
005280         GO TO 1000-EXIT
005290     END-IF.
005300
005310     PERFORM 1100-PROVE-PUBLISHED-LIST THRU 1100-EXIT.
005320     IF NOT FILE-PROVEN
005330         SET LIST-REFUSED TO TRUE
005340         MOVE "PUBLISHED LIST (watchpub.dat) REFUSED -- SEE THE"
005350             TO MR-TEXT-LINE
005360         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
005370         MOVE "  JOB LOG.  THE LIST ON FILE IS UNCHANGED."
005380             TO MR-TEXT-LINE
005390         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
005400         GO TO 1000-EXIT
005410     END-IF.
005420
005430     IF LIST-ON-FILE AND WS-PUBLISHED-DATE NOT > WS-LIST-DATE
005440         DISPLAY "PUBLISHED LIST DATED " WS-PUBLISHED-DATE
005450             " IS NOT LATER THAN THE LIST ON FILE -- NOT LOADED."
005460         GO TO 1000-EXIT
005470     END-IF.
005480
005490*    The proof pass read the file to its end; rewind it, and
005500*    rebuild the watch list from nothing.
005510     CLOSE PUBLISHED-LIST-FILE.
005520     OPEN INPUT PUBLISHED-LIST-FILE.
005530     MOVE "N" TO WS-PUBLISHED-AT-END.
005540
005550     IF NOT WATCH-LIST-NOT-FOUND
005560         CLOSE WATCH-LIST-FILE
005570     END-IF.
005580     OPEN OUTPUT WATCH-LIST-FILE.
005590     MOVE SPACES TO WATCH-LIST-RECORD.
005600     SET WL-LIST-HEADER TO TRUE.
005610     MOVE WS-PUBLISHER TO WL-NAME.
005620     MOVE ZERO TO WL-DATE-OF-BIRTH.
005630     MOVE WS-PUBLISHED-DATE TO WL-LIST-DATE.
005640     MOVE WS-TODAY-DATE TO WL-LOADED-DATE.
005650     MOVE ZERO TO WL-RESCREENED-DATE.
005660     WRITE WATCH-LIST-RECORD.
005670
005680     PERFORM 1200-LOAD-ONE-ENTRY THRU 1200-EXIT
005690         UNTIL PUBLISHED-AT-END.
005700     CLOSE WATCH-LIST-FILE.
005710     OPEN I-O WATCH-LIST-FILE.
005720
005730     DISPLAY "WATCH LIST DATED " WS-PUBLISHED-DATE " LOADED: "
005740         WS-ENTRIES-LOADED " ENTRIES.".
005750     PERFORM 1500-READ-LIST-HEADER THRU 1500-EXIT.
005760 1000-EXIT.
005770     EXIT.
005780
005790*    The file proves when it opens with exactly one header,
005800*    closes with exactly one trailer on its last record, and
005810*    the trailer's count equals the entries read.
005820 1100-PROVE-PUBLISHED-LIST.
005830     MOVE "N" TO WS-PUBLISHED-AT-END.
005840     PERFORM 1110-PROVE-ONE-RECORD THRU 1110-EXIT
005850         UNTIL PUBLISHED-AT-END.
005860
005870     IF NOT HEADER-SEEN
005880         DISPLAY "PUBLISHED LIST HAS NO HEADER RECORD."
005890         GO TO 1100-EXIT
005900     END-IF.
005910     IF NOT TRAILER-SEEN
005920         DISPLAY "PUBLISHED LIST HAS NO TRAILER RECORD --"
005930             " FILE MAY BE TRUNCATED."
005940         GO TO 1100-EXIT
005950     END-IF.
005960     IF WS-PROOF-COUNT NOT = WS-TRAILER-COUNT-SAVED
005970         DISPLAY "ENTRY COUNT " WS-PROOF-COUNT
005980             " DISAGREES WITH TRAILER "
005990             WS-TRAILER-COUNT-SAVED "."
006000         GO TO 1100-EXIT
006010     END-IF.
006020     IF WS-PUBLISHED-DATE NOT NUMERIC
006030             OR WS-PUBLISHED-DATE = ZERO
006040         DISPLAY "PUBLISHED LIST HEADER CARRIES NO LIST DATE."
006050         GO TO 1100-EXIT
006060     END-IF.
006070
006080     SET FILE-PROVEN TO TRUE.
006090     DISPLAY "PUBLISHED LIST PROVED: " WS-PROOF-COUNT
006100         " ENTRIES DATED " WS-PUBLISHED-DATE ".".
006110 1100-EXIT.
006120     EXIT.
006130
006140 1110-PROVE-ONE-RECORD.
006150     READ PUBLISHED-LIST-FILE
006160         AT END
006170             SET PUBLISHED-AT-END TO TRUE
006180             GO TO 1110-EXIT
006190     END-READ.
006200
006210*    Anything after the trailer means a doubled file.
006220     IF TRAILER-SEEN
006230         MOVE "N" TO WS-TRAILER-SEEN
006240         DISPLAY "RECORDS FOUND AFTER THE TRAILER --"
006250             " FILE MAY BE DOUBLED."
006260         SET PUBLISHED-AT-END TO TRUE
006270         GO TO 1110-EXIT
006280     END-IF.
006290
006300     EVALUATE TRUE
006310         WHEN PL-HEADER-RECORD
006320             SET HEADER-SEEN TO TRUE
006330             MOVE PL-LIST-DATE TO WS-PUBLISHED-DATE
006340             MOVE PL-PUBLISHER TO WS-PUBLISHER
006350         WHEN PL-ENTRY-RECORD
006360             ADD 1 TO WS-PROOF-COUNT
006370         WHEN PL-TRAILER-RECORD
006380             SET TRAILER-SEEN TO TRUE
006390             MOVE PL-TRAILER-COUNT TO WS-TRAILER-COUNT-SAVED
006400         WHEN OTHER
006410             DISPLAY "UNKNOWN RECORD TYPE '" PL-RECORD-TYPE
006420                 "' ON THE PUBLISHED LIST."
006430             SET PUBLISHED-AT-END TO TRUE
006440     END-EVALUATE.
006450 1110-EXIT.
006460     EXIT.
006470
006480 1200-LOAD-ONE-ENTRY.
006490     READ PUBLISHED-LIST-FILE
006500         AT END
006510             SET PUBLISHED-AT-END TO TRUE
006520             GO TO 1200-EXIT
006530     END-READ.
006540     IF NOT PL-ENTRY-RECORD
006550         GO TO 1200-EXIT
006560     END-IF.
006570
006580     MOVE PL-ENTRY-ID TO WL-ENTRY-ID.
006590     MOVE PL-NAME TO WL-NAME.
006600     IF PL-DATE-OF-BIRTH IS NUMERIC
006610         MOVE PL-DATE-OF-BIRTH TO WL-DATE-OF-BIRTH
006620     ELSE
006630         MOVE ZERO TO WL-DATE-OF-BIRTH
006640     END-IF.
006650     MOVE PL-PROGRAM TO WL-PROGRAM.
006660     MOVE WS-PUBLISHED-DATE TO WL-LIST-DATE.
006670     MOVE WS-TODAY-DATE TO WL-LOADED-DATE.
006680     MOVE ZERO TO WL-RESCREENED-DATE.
006690
006700*    The header's key is ours, not the publisher's.
006710     IF WL-LIST-HEADER
006720         DISPLAY "ENTRY ID " PL-ENTRY-ID " IS RESERVED --"
006730             " SKIPPED."
006740         ADD 1 TO WS-DUPLICATE-ENTRIES
006750         GO TO 1200-EXIT
006760     END-IF.
006770
006780     WRITE WATCH-LIST-RECORD
006790         INVALID KEY
006800             DISPLAY "DUPLICATE ENTRY ID " PL-ENTRY-ID
006810                 " -- SECOND ONE SKIPPED."
006820             ADD 1 TO WS-DUPLICATE-ENTRIES
006830             GO TO 1200-EXIT
006840     END-WRITE.
006850     ADD 1 TO WS-ENTRIES-LOADED.
006860 1200-EXIT.
006870     EXIT.
006880
006890 1500-READ-LIST-HEADER.
006900     MOVE "N" TO WS-LIST-ON-FILE.
006910     IF WATCH-LIST-NOT-FOUND
006920         GO TO 1500-EXIT
006930     END-IF.
006940
006950     MOVE "00000000" TO WL-ENTRY-ID.
006960     READ WATCH-LIST-FILE
006970         KEY IS WL-ENTRY-ID
006980         INVALID KEY
006990             GO TO 1500-EXIT
007000     END-READ.
007010
007020     SET LIST-ON-FILE TO TRUE.
007030     MOVE WL-LIST-DATE TO WS-LIST-DATE.
007040     MOVE WL-LOADED-DATE TO WS-LIST-LOADED-DATE.
007050     MOVE WL-RESCREENED-DATE TO WS-LIST-RESCREENED-DATE.
007060 1500-EXIT.
007070     EXIT.
007080
007090*    Every customer on the master against every entry on the
007100*    list.
007110 2000-RESCREEN-CUSTOMERS.
007120     WRITE MATCH-REPORT-LINE FROM MR-HEADING-2.
007130     WRITE MATCH-REPORT-LINE FROM MR-SEPARATOR-LINE.
007140
007150     IF CUSTOMER-FILE-NOT-FOUND
007160         MOVE "NO CUSTOMER MASTER (custmast.dat) ON DISK."
007170             TO MR-TEXT-LINE
007180         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
007190         GO TO 2000-EXIT
007200     END-IF.
007210
007220     MOVE ZERO TO CUST-NUMBER.
007230     START CUSTOMER-FILE KEY IS >= CUST-NUMBER
007240         INVALID KEY
007250             SET CUSTOMER-FILE-AT-END TO TRUE
007260     END-START.
007270     PERFORM 2100-SCREEN-ONE-CUSTOMER THRU 2100-EXIT
007280         UNTIL CUSTOMER-FILE-AT-END.
007290
007300     IF WS-POSSIBLE-MATCHES = ZERO
007310         MOVE "NO POSSIBLE MATCHES." TO MR-TEXT-LINE
007320         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
007330     END-IF.
007340 2000-EXIT.
007350     EXIT.
007360
007370 2100-SCREEN-ONE-CUSTOMER.
007380     READ CUSTOMER-FILE NEXT RECORD
007390         AT END
007400             SET CUSTOMER-FILE-AT-END TO TRUE
007410             GO TO 2100-EXIT
007420     END-READ.
007430     ADD 1 TO WS-CUSTOMERS-SCREENED.
007440
007450     MOVE CUST-NAME TO WS-SCR-NAME.
007460     INSPECT WS-SCR-NAME CONVERTING WS-SCR-LOWER-AND-PUNCT
007470         TO WS-SCR-UPPER-AND-SPACE.
007480     MOVE SPACES TO WS-SCR-CUST-WORDS.
007490     UNSTRING WS-SCR-NAME DELIMITED BY ALL SPACE
007500         INTO WS-SCR-CUST-WORD (1) WS-SCR-CUST-WORD (2)
007510              WS-SCR-CUST-WORD (3) WS-SCR-CUST-WORD (4)
007520              WS-SCR-CUST-WORD (5)
007530     END-UNSTRING.
007540
007550     MOVE "N" TO WS-CUSTOMER-CONFIRMED.
007560     MOVE "N" TO WS-LIST-AT-END.
007570     MOVE LOW-VALUES TO WL-ENTRY-ID.
007580     START WATCH-LIST-FILE KEY IS >= WL-ENTRY-ID
007590         INVALID KEY
007600             SET LIST-AT-END TO TRUE
007610     END-START.
007620     PERFORM 2200-SCORE-ONE-ENTRY THRU 2200-EXIT
007630         UNTIL LIST-AT-END.
007640
007650*    A customer confirmed against more than one entry is held
007660*    once.
007670     IF CUSTOMER-CONFIRMED
007680         ADD 1 TO WS-CONFIRMED-MATCHES
007690         IF WS-CF-COUNT < 200
007700             ADD 1 TO WS-CF-COUNT
007710             MOVE CUST-NUMBER TO WS-CF-CUSTOMER (WS-CF-COUNT)
007720         ELSE
007730             SET CF-TABLE-OVERFLOWED TO TRUE
007740         END-IF
007750     END-IF.
007760 2100-EXIT.
007770     EXIT.
007780
007790 2200-SCORE-ONE-ENTRY.
007800     READ WATCH-LIST-FILE NEXT RECORD
007810         AT END
007820             SET LIST-AT-END TO TRUE
007830             GO TO 2200-EXIT
007840     END-READ.
007850     IF WL-LIST-HEADER
007860         GO TO 2200-EXIT
007870     END-IF.
007880
007890     MOVE WL-NAME TO WS-SCR-NAME.
007900     INSPECT WS-SCR-NAME CONVERTING WS-SCR-LOWER-AND-PUNCT
007910         TO WS-SCR-UPPER-AND-SPACE.
007920     MOVE SPACES TO WS-SCR-LIST-WORDS.
007930     UNSTRING WS-SCR-NAME DELIMITED BY ALL SPACE
007940         INTO WS-SCR-LIST-WORD (1) WS-SCR-LIST-WORD (2)
007950              WS-SCR-LIST-WORD (3) WS-SCR-LIST-WORD (4)
007960              WS-SCR-LIST-WORD (5)
007970     END-UNSTRING.
007980
007990     MOVE ZERO TO WS-SCR-WORD-COUNT.
008000     MOVE ZERO TO WS-SCR-WORDS-MATCHED.
008010     PERFORM 2300-MATCH-ONE-WORD THRU 2300-EXIT
008020         VARYING WS-SCR-WORD-SUB FROM 1 BY 1
008030         UNTIL WS-SCR-WORD-SUB > 5.
008040     IF WS-SCR-WORD-COUNT = ZERO
008050         GO TO 2200-EXIT
008060     END-IF.
008070
008080     COMPUTE WS-SCR-SCORE =
008090         (WS-SCR-WORDS-MATCHED * 80) / WS-SCR-WORD-COUNT.
008100     IF WL-DATE-OF-BIRTH NOT = ZERO
008110             AND CUST-DATE-OF-BIRTH NOT = ZERO
008120         IF WL-DATE-OF-BIRTH = CUST-DATE-OF-BIRTH
008130             ADD 20 TO WS-SCR-SCORE
008140         ELSE
008150             SUBTRACT 40 FROM WS-SCR-SCORE
008160         END-IF
008170     END-IF.
008180     IF WS-SCR-SCORE < WS-REFERRAL-SCORE
008190         GO TO 2200-EXIT
008200     END-IF.
008210
008220     ADD 1 TO WS-POSSIBLE-MATCHES.
008230     MOVE CUST-NUMBER TO MR-CUST-NUMBER.
008240     MOVE CUST-NAME TO MR-CUST-NAME.
008250     MOVE CUST-DATE-OF-BIRTH TO MR-CUST-DOB.
008260     MOVE WS-SCR-SCORE TO MR-SCORE.
008270     MOVE WL-ENTRY-ID TO MR-ENTRY-ID.
008280     IF WS-SCR-SCORE >= WS-HOLD-SCORE
008290         SET CUSTOMER-CONFIRMED TO TRUE
008300         MOVE "** CONFIRMED MATCH **" TO MR-FINDING
008310     ELSE
008320         MOVE "POSSIBLE -- REVIEW" TO MR-FINDING
008330     END-IF.
008340     WRITE MATCH-REPORT-LINE FROM MR-MATCH-LINE.
008350
008360     MOVE WL-NAME TO MR-LISTED-NAME.
008370     MOVE WL-DATE-OF-BIRTH TO MR-LISTED-DOB.
008380     MOVE WL-PROGRAM TO MR-LISTED-PROGRAM.
008390     WRITE MATCH-REPORT-LINE FROM MR-ENTRY-LINE.
008400 2200-EXIT.
008410     EXIT.
008420
008430*    A blank word on the list entry is past the end of its name.
008440 2300-MATCH-ONE-WORD.
008450     IF WS-SCR-LIST-WORD (WS-SCR-WORD-SUB) = SPACES
008460         GO TO 2300-EXIT
008470     END-IF.
008480     ADD 1 TO WS-SCR-WORD-COUNT.
008490     IF WS-SCR-LIST-WORD (WS-SCR-WORD-SUB) = WS-SCR-CUST-WORD (1)
008500             OR WS-SCR-CUST-WORD (2) OR WS-SCR-CUST-WORD (3)
008510             OR WS-SCR-CUST-WORD (4) OR WS-SCR-CUST-WORD (5)
008520         ADD 1 TO WS-SCR-WORDS-MATCHED
008530     END-IF.
008540 2300-EXIT.
008550     EXIT.
008560
008570*    Freeze every open account a confirmed customer owns, holds
008580*    jointly or can sign on: first the accounts whose customer
008590*    number is theirs, then the joint-owner and signer rows on
008600*    the relationship file.  A POD beneficiary has no say over
008610*    the money until the owner dies and is not held.
008620 3000-HOLD-CONFIRMED-MATCHES.
008630     IF WS-CONFIRMED-MATCHES = ZERO
008640         GO TO 3000-EXIT
008650     END-IF.
008660
008670     MOVE SPACES TO MR-TEXT-LINE.
008680     WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE.
008690     IF NOT PLACE-HOLDS
008700         MOVE "CONFIRMED MATCHES FOUND -- HOLDS NOT PLACED"
008710             TO MR-TEXT-LINE
008720         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
008730         MOVE "  (REPORT ONLY ON sanparm.dat)." TO MR-TEXT-LINE
008740         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
008750         GO TO 3000-EXIT
008760     END-IF.
008770
008780     MOVE "SF HOLDS ON CONFIRMED MATCHES:" TO MR-TEXT-LINE.
008790     WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE.
008800     WRITE MATCH-REPORT-LINE FROM MR-SEPARATOR-LINE.
008810     IF CF-TABLE-OVERFLOWED
008820         MOVE "MORE THAN 200 CONFIRMED CUSTOMERS -- THE REST"
008830             TO MR-TEXT-LINE
008840         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
008850         MOVE "  MUST BE HELD FROM THE TELLER MENU."
008860             TO MR-TEXT-LINE
008870         WRITE MATCH-REPORT-LINE FROM MR-TEXT-LINE
008880     END-IF.
008890
008900     MOVE ZERO TO ACCOUNT-NUMBER.
008910     MOVE "N" TO WS-ACCOUNT-FILE-AT-END.
008920     START ACCOUNT-FILE KEY IS >= ACCOUNT-NUMBER
008930         INVALID KEY
008940             SET ACCOUNT-FILE-AT-END TO TRUE
008950     END-START.
008960     PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
008970         UNTIL ACCOUNT-FILE-AT-END.
008980
008990     IF NOT RELATIONSHIP-NOT-FOUND
009000         PERFORM 3300-HOLD-RELATED-ACCOUNTS THRU 3300-EXIT
009010             VARYING WS-CF-SUB FROM 1 BY 1
009020             UNTIL WS-CF-SUB > WS-CF-COUNT
009030     END-IF.
009040 3000-EXIT.
009050     EXIT.
009060
009070 3100-CHECK-ONE-ACCOUNT.
009080     READ ACCOUNT-FILE NEXT RECORD
009090         AT END
009100             SET ACCOUNT-FILE-AT-END TO TRUE
009110             GO TO 3100-EXIT
009120     END-READ.
009130
009140     MOVE "N" TO WS-CONFIRMED-MATCH.
009150     PERFORM 3110-LOOK-FOR-CUSTOMER THRU 3110-EXIT
009160         VARYING WS-CF-SUB FROM 1 BY 1
009170         UNTIL WS-CF-SUB > WS-CF-COUNT
009180             OR CONFIRMED-CUSTOMER-FOUND.
009190     IF NOT CONFIRMED-CUSTOMER-FOUND
009200         GO TO 3100-EXIT
009210     END-IF.
009220
009230     MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER.
009240     MOVE "OWNER" TO WS-HOLD-ROLE-TEXT.
009250     PERFORM 3200-HOLD-ONE-ACCOUNT THRU 3200-EXIT.
009260 3100-EXIT.
009270     EXIT.
009280
009290 3110-LOOK-FOR-CUSTOMER.
009300     IF WS-CF-CUSTOMER (WS-CF-SUB) = ACCOUNT-CUSTOMER-NUMBER
009310         SET CONFIRMED-CUSTOMER-FOUND TO TRUE
009320     END-IF.
009330 3110-EXIT.
009340     EXIT.
009350
009360*    The account is in ACCOUNT-RECORD.  Same hold a supervisor
009370*    places from the teller menu; an account already frozen
009380*    keeps the hold it has.
009390 3200-HOLD-ONE-ACCOUNT.
009400     MOVE WS-HOLD-CUSTOMER TO MR-HOLD-CUSTOMER.
009410     MOVE ACCOUNT-NUMBER TO MR-HOLD-ACCOUNT.
009420     MOVE WS-HOLD-ROLE-TEXT TO MR-HOLD-ROLE.
009430
009440     IF ACCOUNT-CLOSED
009450         MOVE "CLOSED -- NO HOLD NEEDED" TO MR-HOLD-ACTION
009460         WRITE MATCH-REPORT-LINE FROM MR-HOLD-LINE
009470         GO TO 3200-EXIT
009480     END-IF.
009490     IF ACCOUNT-FROZEN
009500         ADD 1 TO WS-ALREADY-FROZEN
009510         MOVE "ALREADY FROZEN -- HOLD KEPT" TO MR-HOLD-ACTION
009520         WRITE MATCH-REPORT-LINE FROM MR-HOLD-LINE
009530         GO TO 3200-EXIT
009540     END-IF.
009550
009560     MOVE ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
009570     SET HOLD-FRAUD TO TRUE.
009580     MOVE WS-TODAY-DATE TO HOLD-EFFECTIVE-DATE.
009590     MOVE WS-OPERATOR-ID TO HOLD-PLACED-BY.
009600
009610*    A stale hold record can survive an unfreeze that abended
009620*    between files; take the record over rather than failing.
009630     WRITE HOLD-RECORD
009640         INVALID KEY
009650             REWRITE HOLD-RECORD
009660     END-WRITE.
009670
009680     SET ACCOUNT-FROZEN TO TRUE.
009690     REWRITE ACCOUNT-RECORD.
009700     ADD 1 TO WS-HOLDS-PLACED.
009710
009720     ACCEPT AE-DATE FROM DATE YYYYMMDD.
009730     ACCEPT WS-TIME-RAW FROM TIME.
009740     COMPUTE AE-TIME = WS-TIME-RAW / 100.
009750     MOVE WS-OPERATOR-ID TO AE-OPERATOR.
009760     SET EVENT-FREEZE TO TRUE.
009770     MOVE ACCOUNT-NUMBER TO AE-TARGET.
009780     SET EVENT-SUCCEEDED TO TRUE.
009790     WRITE AUDIT-EVENT-RECORD.
009800
009810     MOVE "SF HOLD PLACED, ACCOUNT FROZEN" TO MR-HOLD-ACTION.
009820     WRITE MATCH-REPORT-LINE FROM MR-HOLD-LINE.
009830 3200-EXIT.
009840     EXIT.
009850
009860*    The joint-owner and signer rows for one confirmed customer,
009870*    along the alternate key.  The owner's own accounts were
009880*    held in the account pass.
009890 3300-HOLD-RELATED-ACCOUNTS.
009900     MOVE WS-CF-CUSTOMER (WS-CF-SUB) TO WS-HOLD-CUSTOMER.
009910     MOVE WS-HOLD-CUSTOMER TO REL-CUSTOMER-NUMBER.
009920     MOVE "N" TO WS-REL-FILE-AT-END.
009930     START RELATIONSHIP-FILE KEY IS = REL-CUSTOMER-NUMBER
009940         INVALID KEY
009950             SET REL-FILE-AT-END TO TRUE
009960     END-START.
009970     PERFORM 3310-HOLD-ONE-RELATED-ACCOUNT THRU 3310-EXIT
009980         UNTIL REL-FILE-AT-END.
009990 3300-EXIT.
010000     EXIT.
010010
010020 3310-HOLD-ONE-RELATED-ACCOUNT.
010030     READ RELATIONSHIP-FILE NEXT RECORD
010040         AT END
010050             SET REL-FILE-AT-END TO TRUE
010060             GO TO 3310-EXIT
010070     END-READ.
010080     IF REL-CUSTOMER-NUMBER NOT = WS-HOLD-CUSTOMER
010090         SET REL-FILE-AT-END TO TRUE
010100         GO TO 3310-EXIT
010110     END-IF.
010120     IF NOT REL-ACTIVE
010130         GO TO 3310-EXIT
010140     END-IF.
010150     IF REL-JOINT
010160         MOVE "JOINT OWNER" TO WS-HOLD-ROLE-TEXT
010170     ELSE
010180         IF REL-SIGNER
010190             MOVE "SIGNER" TO WS-HOLD-ROLE-TEXT
010200         ELSE
010210             GO TO 3310-EXIT
010220         END-IF
010230     END-IF.
010240
010250     MOVE REL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
010260     READ ACCOUNT-FILE
010270         KEY IS ACCOUNT-NUMBER
010280         INVALID KEY
010290             GO TO 3310-EXIT
010300     END-READ.
010310     PERFORM 3200-HOLD-ONE-ACCOUNT THRU 3200-EXIT.
010320 3310-EXIT.
010330     EXIT.
010340
010350*    The list header remembers tonight, so the customers are not
010360*    rescreened against the same list again.
010370 4000-MARK-LIST-RESCREENED.
010380     MOVE "00000000" TO WL-ENTRY-ID.
010390     READ WATCH-LIST-FILE
010400         KEY IS WL-ENTRY-ID
010410         INVALID KEY
010420             GO TO 4000-EXIT
010430     END-READ.
010440     MOVE WS-TODAY-DATE TO WL-RESCREENED-DATE.
010450     REWRITE WATCH-LIST-RECORD.
010460 4000-EXIT.
010470     EXIT.
010480
010490 8000-PRINT-TOTALS.
010500     WRITE MATCH-REPORT-LINE FROM MR-SEPARATOR-LINE.
010510     MOVE "CUSTOMERS RESCREENED:" TO MR-TOTAL-TEXT.
010520     MOVE WS-CUSTOMERS-SCREENED TO MR-TOTAL-COUNT.
010530     WRITE MATCH-REPORT-LINE FROM MR-TOTAL-LINE.
010540     MOVE "POSSIBLE MATCHES:" TO MR-TOTAL-TEXT.
010550     MOVE WS-POSSIBLE-MATCHES TO MR-TOTAL-COUNT.
010560     WRITE MATCH-REPORT-LINE FROM MR-TOTAL-LINE.
010570     MOVE "CUSTOMERS CONFIRMED:" TO MR-TOTAL-TEXT.
010580     MOVE WS-CONFIRMED-MATCHES TO MR-TOTAL-COUNT.
010590     WRITE MATCH-REPORT-LINE FROM MR-TOTAL-LINE.
010600     MOVE "SF HOLDS PLACED:" TO MR-TOTAL-TEXT.
010610     MOVE WS-HOLDS-PLACED TO MR-TOTAL-COUNT.
010620     WRITE MATCH-REPORT-LINE FROM MR-TOTAL-LINE.
010630     MOVE "ACCOUNTS ALREADY FROZEN:" TO MR-TOTAL-TEXT.
010640     MOVE WS-ALREADY-FROZEN TO MR-TOTAL-COUNT.
010650     WRITE MATCH-REPORT-LINE FROM MR-TOTAL-LINE.
010660 8000-EXIT.
010670     EXIT.
010680
010690 9000-PRINT-SUMMARY.
010700     DISPLAY "SANCTIONS RESCREEN - RUN SUMMARY".
010710     DISPLAY "ENTRIES LOADED:         " WS-ENTRIES-LOADED.
010720     DISPLAY "ENTRIES SKIPPED:        " WS-DUPLICATE-ENTRIES.
010730     DISPLAY "CUSTOMERS RESCREENED:   " WS-CUSTOMERS-SCREENED.
010740     DISPLAY "POSSIBLE MATCHES:       " WS-POSSIBLE-MATCHES.
010750     DISPLAY "CUSTOMERS CONFIRMED:    " WS-CONFIRMED-MATCHES.
010760     DISPLAY "SF HOLDS PLACED:        " WS-HOLDS-PLACED.
010770     IF LIST-REFUSED
010780         DISPLAY "PUBLISHED LIST REFUSED -- RUN RECORD NOT"
010790             " CLOSED."
010800     END-IF.
010810     DISPLAY "Report written to sanmatch.rpt".
010820 9000-EXIT.
010830     EXIT.
