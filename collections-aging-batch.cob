000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Collections-Aging-Batch.
000120 AUTHOR. R L BAILEY.
000130 INSTALLATION. RETAIL BANKING SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170****************************************************************
000180*  Nightly collections job for overdrawn deposit accounts.     *
000190*  Every open account below zero is aged on its collections    *
000200*  record (collect.dat, layout COLLREC): the consecutive days  *
000210*  it has been overdrawn, counted from the first night this    *
000220*  job found it below zero, and whether -- and for how long -- *
000230*  it has been over its ACCOUNT-OVERDRAFT-LIMIT.  An account   *
000240*  back at zero or above is marked cured, and a later          *
000250*  overdraft starts again from day one.  Loan accounts carry   *
000260*  a negative balance by design and are left out.              *
000270*                                                              *
000280*  When an overdrawn account reaches a notice milestone, a     *
000290*  letter record (layout NOTCREC) with the primary owner's     *
000300*  CIF mailing address is appended to odnotice.dat for the     *
000310*  mailing shop.  Each milestone's letter goes once; an        *
000320*  account with no CIF address has its letter held and         *
000330*  flagged on the aging report until the address is fixed.     *
000340*  At the final threshold the account becomes a charge-off     *
000350*  candidate and goes on the candidate report (chgcand.rpt)    *
000360*  for the branch manager, who approves the write-off from     *
000370*  the teller menu (Charge Off Account); no more letters go    *
000380*  once it is a candidate.  Every account still overdrawn is   *
000390*  listed nightly on the aging report (colaging.rpt).          *
000400*                                                              *
000410*  Thresholds come from colparm.dat (one line, three digits    *
000420*  each): charge-off day, then up to five notice days in       *
000430*  rising order, zero for an unused slot.  With no file the    *
000440*  defaults are day 60, and notices on days 5, 15 and 30.      *
000450*                                                              *
000460*  This job moves no money.  Restartable under the usual       *
000470*  BATCH-CONTROL-FILE discipline (job "COL", one record per    *
000480*  day, checkpointed after every collections record written;   *
000490*  BC-AMOUNT carries the count of letters written).  Both      *
000500*  reports are printed whole from collect.dat at the end of    *
000510*  every run, so a resumed run never leaves half a report.     *
000520*----------------------------------------------------------------
000530*  Mod history:                                                *
000540*   2026-10-15  RLB  Original version.                         *
000542*   2026-10-15  RLB  colparm.dat is refused unless it names a  *
000544*                    first notice day and every notice day     *
000546*                    falls before the charge-off day.          *
000550****************************************************************
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ACCOUNT-FILE
000610         ASSIGN TO "accounts.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ACCOUNT-NUMBER
000650         ALTERNATE RECORD KEY IS ACCOUNT-NAME WITH DUPLICATES
000660         FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
000670
000680     SELECT CUSTOMER-FILE
000690         ASSIGN TO "custmast.dat"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CUST-NUMBER
000730         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000740
000750     SELECT COLLECTION-FILE
000760         ASSIGN TO "collect.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS COLL-ACCOUNT-NUMBER
000800         FILE STATUS IS WS-COLLECTION-FILE-STATUS.
000810
000820     SELECT COLLECTION-PARM-FILE
000830         ASSIGN TO "colparm.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-COLLECTION-PARM-STATUS.
000860
000870     SELECT NOTICE-FILE
000880         ASSIGN TO "odnotice.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-NOTICE-FILE-STATUS.
000910
000920     SELECT AGING-REPORT-FILE
000930         ASSIGN TO "colaging.rpt"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AGING-REPORT-STATUS.
000960
000970     SELECT CANDIDATE-REPORT-FILE
000980         ASSIGN TO "chgcand.rpt"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CANDIDATE-REPORT-STATUS.
001010
001020     SELECT BATCH-CONTROL-FILE
001030         ASSIGN TO "batchctl.dat"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS BC-CONTROL-KEY
001070         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  ACCOUNT-FILE.
001120     COPY "acctrec.cpy".
001130
001140 FD  CUSTOMER-FILE.
001150     COPY "custrec.cpy".
001160
001170 FD  COLLECTION-FILE.
001180     COPY "collrec.cpy".
001190
001200*    One line: the charge-off day, then up to five notice days
001210*    in rising order.  Maintained by data entry, not by a
001220*    recompile.
001230 FD  COLLECTION-PARM-FILE.
001240 01  COLLECTION-PARM-RECORD.
001250     02  CP-CHARGE-OFF-DAY          PIC 9(03).
001260     02  CP-NOTICE-DAY OCCURS 5 TIMES
001270                                    PIC 9(03).
001280
001290 FD  NOTICE-FILE.
001300     COPY "notcrec.cpy".
001310
001320 FD  AGING-REPORT-FILE.
001330 01  AGING-REPORT-LINE              PIC X(80).
001340
001350 FD  CANDIDATE-REPORT-FILE.
001360 01  CANDIDATE-REPORT-LINE          PIC X(80).
001370
001380 FD  BATCH-CONTROL-FILE.
001390     COPY "bchctl.cpy".
001400
001410 WORKING-STORAGE SECTION.
001420 01  WS-FILE-STATUSES.
001430     02  WS-ACCOUNT-FILE-STATUS     PIC X(02) VALUE "00".
001440     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001450         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
001460     02  WS-COLLECTION-FILE-STATUS  PIC X(02) VALUE "00".
001470         88  COLLECTION-FILE-NOT-FOUND  VALUE "35".
001480     02  WS-COLLECTION-PARM-STATUS  PIC X(02) VALUE "00".
001490         88  COLLECTION-PARM-NOT-FOUND  VALUE "35".
001500     02  WS-NOTICE-FILE-STATUS      PIC X(02) VALUE "00".
001510         88  NOTICE-FILE-NOT-FOUND      VALUE "35".
001520     02  WS-AGING-REPORT-STATUS     PIC X(02) VALUE "00".
001530     02  WS-CANDIDATE-REPORT-STATUS PIC X(02) VALUE "00".
001540     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001550         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001560
001570 01  WS-RUN-SWITCHES.
001580     02  WS-ACCOUNT-FILE-AT-END     PIC X(01) VALUE "N".
001590         88  ACCOUNT-FILE-AT-END    VALUE "Y".
001600     02  WS-COLLECTION-AT-END       PIC X(01) VALUE "N".
001610         88  COLLECTION-AT-END      VALUE "Y".
001620     02  WS-RUN-PERMIT              PIC X(01) VALUE "Y".
001630         88  RUN-REFUSED            VALUE "N".
001640     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001650         88  CONTROL-RECORD-FOUND   VALUE "Y".
001660     02  WS-COLL-ON-FILE            PIC X(01) VALUE "N".
001670         88  COLL-RECORD-ON-FILE    VALUE "Y".
001680     02  WS-ADDRESS-FOUND           PIC X(01) VALUE "N".
001690         88  MAILING-ADDRESS-FOUND  VALUE "Y".
001700     02  WS-PARM-GOOD               PIC X(01) VALUE "Y".
001710         88  PARM-REFUSED           VALUE "N".
001720
001730 01  WS-TODAY-DATE                  PIC 9(08).
001740 01  WS-RESTART-ACCOUNT             PIC 9(05) VALUE ZERO.
001750 01  WS-FORCE-REPLY                 PIC X(05) VALUE SPACES.
001760
001770*    Thresholds in days overdrawn.  The defaults stand when
001780*    colparm.dat is missing or will not pass its checks.
001790 01  WS-DEFAULT-THRESHOLDS.
001800     02  WS-DEFAULT-CHARGE-OFF-DAY  PIC 9(03) VALUE 060.
001810     02  WS-DEFAULT-NOTICE-DATA     PIC X(15) VALUE
001820         "005015030000000".
001830 01  WS-THRESHOLDS.
001840     02  WS-CHARGE-OFF-DAY          PIC 9(03) VALUE ZERO.
001850     02  WS-NOTICE-DAY-DATA         PIC X(15) VALUE SPACES.
001860     02  WS-NOTICE-DAYS REDEFINES WS-NOTICE-DAY-DATA.
001870         03  WS-NOTICE-DAY OCCURS 5 TIMES
001880                                    PIC 9(03).
001890*        The last notice in use -- its letter is the final one.
001900     02  WS-LAST-NOTICE-SUB         PIC 9(01) COMP VALUE ZERO.
001910 01  WS-PREVIOUS-NOTICE-DAY         PIC 9(03) VALUE ZERO.
001920
001930 01  WS-MILESTONE-FIELDS.
001940     02  WS-NOTICE-SUB              PIC 9(01) COMP VALUE ZERO.
001950     02  WS-NOTICE-PICK             PIC 9(01) COMP VALUE ZERO.
001960
001970*    Days between two dates, the same day-number arithmetic the
001980*    loan servicing job ages its loans with.
001990 01  WS-CUM-DAYS-DATA               PIC X(36) VALUE
002000         "000031059090120151181212243273304334".
002010 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
002020     02  WS-CUM-DAYS OCCURS 12 TIMES
002030                                    PIC 9(03).
002040
002050 01  WS-DAY-NUMBER-FIELDS.
002060     02  WS-DN-DATE                 PIC 9(08).
002070     02  FILLER REDEFINES WS-DN-DATE.
002080         03  WS-DN-YEAR             PIC 9(04).
002090         03  WS-DN-MONTH            PIC 9(02).
002100         03  WS-DN-DAY              PIC 9(02).
002110     02  WS-DN-RESULT               PIC 9(07) COMP VALUE ZERO.
002120     02  WS-DN-PRIOR-YEARS          PIC 9(04) COMP VALUE ZERO.
002130     02  WS-DN-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
002140     02  WS-DN-REMAINDER-4          PIC 9(04) COMP VALUE ZERO.
002150     02  WS-DN-REMAINDER-100        PIC 9(04) COMP VALUE ZERO.
002160     02  WS-DN-REMAINDER-400        PIC 9(04) COMP VALUE ZERO.
002170     02  WS-DN-TODAY                PIC 9(07) COMP VALUE ZERO.
002180
002190 01  WS-AGING-FIELDS.
002200     02  WS-LIMIT-HEADROOM          PIC S9(08)V99 VALUE ZEROS.
002210     02  WS-AMOUNT-OVER-LIMIT       PIC 9(07)V99 VALUE ZEROS.
002220     02  WS-OWED-AMOUNT             PIC 9(07)V99 VALUE ZEROS.
002230
002240 01  WS-RUN-TOTALS.
002250     02  WS-ACCOUNTS-READ           PIC 9(05) COMP VALUE ZERO.
002260     02  WS-ACCOUNTS-OVERDRAWN      PIC 9(05) COMP VALUE ZERO.
002270     02  WS-NEW-EPISODES            PIC 9(05) COMP VALUE ZERO.
002280     02  WS-ACCOUNTS-CURED          PIC 9(05) COMP VALUE ZERO.
002290     02  WS-NOTICES-WRITTEN         PIC 9(05) COMP VALUE ZERO.
002300     02  WS-NOTICES-HELD            PIC 9(05) COMP VALUE ZERO.
002310     02  WS-NEW-CANDIDATES          PIC 9(05) COMP VALUE ZERO.
002320
002330*    Totals for the two reports, gathered in the report pass.
002340 01  WS-REPORT-TOTALS.
002350     02  WS-RPT-OVERDRAWN-COUNT     PIC 9(05) COMP VALUE ZERO.
002360     02  WS-RPT-OVERDRAWN-AMOUNT    PIC 9(09)V99 VALUE ZEROS.
002370     02  WS-RPT-OVER-LIMIT-COUNT    PIC 9(05) COMP VALUE ZERO.
002380     02  WS-RPT-CANDIDATE-COUNT     PIC 9(05) COMP VALUE ZERO.
002390     02  WS-RPT-CANDIDATE-AMOUNT    PIC 9(09)V99 VALUE ZEROS.
002400
002410 01  CA-HEADING-1.
002420     02  FILLER                     PIC X(31) VALUE
002430         "OVERDRAWN ACCOUNT AGING REPORT ".
002440     02  CA-HEADING-DATE            PIC 9(08).
002450     02  FILLER                     PIC X(41) VALUE SPACES.
002460
002470 01  CA-HEADING-2.
002480     02  FILLER            PIC X(07) VALUE "ACCT".
002490     02  FILLER            PIC X(22) VALUE "ACCOUNT NAME".
002500     02  FILLER            PIC X(13) VALUE "BALANCE".
002510     02  FILLER            PIC X(12) VALUE "OD LIMIT".
002520     02  FILLER            PIC X(06) VALUE "DAYS".
002530     02  FILLER            PIC X(06) VALUE "OVER".
002540     02  FILLER            PIC X(14) VALUE "LETTERS".
002550
002560 01  CA-DETAIL-LINE.
002570     02  CA-ACCOUNT-NUMBER          PIC 9(05).
002580     02  FILLER                     PIC X(02) VALUE SPACES.
002590     02  CA-ACCOUNT-NAME            PIC X(20).
002600     02  FILLER                     PIC X(02) VALUE SPACES.
002610     02  CA-BALANCE                 PIC Z(06)9.99-.
002620     02  FILLER                     PIC X(02) VALUE SPACES.
002630     02  CA-OVERDRAFT-LIMIT         PIC Z(06)9.99.
002640     02  FILLER                     PIC X(02) VALUE SPACES.
002650     02  CA-DAYS-OVERDRAWN          PIC ZZZ9.
002660     02  FILLER                     PIC X(02) VALUE SPACES.
002670     02  CA-DAYS-OVER-LIMIT         PIC ZZZ9.
002680     02  FILLER                     PIC X(02) VALUE SPACES.
002690     02  CA-NOTICES-SENT            PIC Z9.
002700     02  FILLER                     PIC X(10) VALUE SPACES.
002710
002720 01  CA-NOTE-LINE.
002730     02  FILLER                     PIC X(07) VALUE SPACES.
002740     02  CA-NOTE                    PIC X(60).
002750     02  FILLER                     PIC X(13) VALUE SPACES.
002760
002770 01  CC-HEADING-1.
002780     02  FILLER                     PIC X(31) VALUE
002790         "CHARGE-OFF CANDIDATES -- ".
002800     02  CC-HEADING-DATE            PIC 9(08).
002810     02  FILLER                     PIC X(41) VALUE SPACES.
002820
002830 01  CC-HEADING-2.
002840     02  FILLER            PIC X(07) VALUE "ACCT".
002850     02  FILLER            PIC X(22) VALUE "ACCOUNT NAME".
002860     02  FILLER            PIC X(07) VALUE "CUST".
002870     02  FILLER            PIC X(13) VALUE "TO WRITE OFF".
002880     02  FILLER            PIC X(10) VALUE "OD SINCE".
002890     02  FILLER            PIC X(06) VALUE "DAYS".
002900     02  FILLER            PIC X(15) VALUE "CANDIDATE SINCE".
002910
002920 01  CC-DETAIL-LINE.
002930     02  CC-ACCOUNT-NUMBER          PIC 9(05).
002940     02  FILLER                     PIC X(02) VALUE SPACES.
002950     02  CC-ACCOUNT-NAME            PIC X(20).
002960     02  FILLER                     PIC X(02) VALUE SPACES.
002970     02  CC-CUSTOMER-NUMBER         PIC 9(05).
002980     02  FILLER                     PIC X(02) VALUE SPACES.
002990     02  CC-AMOUNT                  PIC Z(06)9.99.
003000     02  FILLER                     PIC X(03) VALUE SPACES.
003010     02  CC-OVERDRAWN-SINCE         PIC 9(08).
003020     02  FILLER                     PIC X(02) VALUE SPACES.
003030     02  CC-DAYS-OVERDRAWN          PIC ZZZ9.
003040     02  FILLER                     PIC X(02) VALUE SPACES.
003050     02  CC-CANDIDATE-DATE          PIC 9(08).
003060     02  FILLER                     PIC X(03) VALUE SPACES.
003070
003080 01  WS-TOTAL-LINE.
003090     02  WS-TOTAL-TEXT              PIC X(30).
003100     02  WS-TOTAL-COUNT             PIC Z(04)9.
003110     02  FILLER                     PIC X(04) VALUE SPACES.
003120     02  WS-TOTAL-AMOUNT            PIC Z(08)9.99.
003130     02  FILLER                     PIC X(29) VALUE SPACES.
003140
003150 01  WS-TEXT-LINE                   PIC X(80).
003160
003170 PROCEDURE DIVISION.
003180 0000-MAIN-LOGIC.
003190     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
003200
003210     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003220     MOVE WS-TODAY-DATE TO WS-DN-DATE.
003230     PERFORM 1500-COMPUTE-DAY-NUMBER THRU 1500-EXIT.
003240     MOVE WS-DN-RESULT TO WS-DN-TODAY.
003250
003260     PERFORM 0500-LOAD-PARAMETER THRU 0500-EXIT.
003270
003280     PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT.
003290     IF RUN-REFUSED
003300         PERFORM 0200-CLOSE-FILES THRU 0200-EXIT
003310         GOBACK
003320     END-IF.
003330
003340*    A fresh run starts after account zero; a restarted run
003350*    starts after the last account the dead run committed.
003360     MOVE WS-RESTART-ACCOUNT TO ACCOUNT-NUMBER.
003370     START ACCOUNT-FILE KEY IS > ACCOUNT-NUMBER
003380         INVALID KEY
003390             SET ACCOUNT-FILE-AT-END TO TRUE
003400     END-START.
003410
003420     PERFORM 1000-AGE-ONE-ACCOUNT THRU 1000-EXIT
003430         UNTIL ACCOUNT-FILE-AT-END.
003440
003450     PERFORM 2000-PRINT-REPORTS THRU 2000-EXIT.
003460
003470     PERFORM 0400-MARK-RUN-COMPLETE THRU 0400-EXIT.
003480
003490     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
003500
003510     PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
003520
003530     GOBACK.
003540
003550 0100-OPEN-FILES.
003560     OPEN INPUT ACCOUNT-FILE.
003570     OPEN INPUT CUSTOMER-FILE.
003580*    No account has ever been overdrawn on a new system -- give
003590*    the job an empty file rather than stopping the night.
003600     OPEN I-O COLLECTION-FILE.
003610     IF COLLECTION-FILE-NOT-FOUND
003620         OPEN OUTPUT COLLECTION-FILE
003630         CLOSE COLLECTION-FILE
003640         OPEN I-O COLLECTION-FILE
003650     END-IF.
003660     OPEN EXTEND NOTICE-FILE.
003670     IF NOTICE-FILE-NOT-FOUND
003680         OPEN OUTPUT NOTICE-FILE
003690         CLOSE NOTICE-FILE
003700         OPEN EXTEND NOTICE-FILE
003710     END-IF.
003720     OPEN I-O BATCH-CONTROL-FILE.
003730     IF BATCH-CONTROL-NOT-FOUND
003740         OPEN OUTPUT BATCH-CONTROL-FILE
003750         CLOSE BATCH-CONTROL-FILE
003760         OPEN I-O BATCH-CONTROL-FILE
003770     END-IF.
003780 0100-EXIT.
003790     EXIT.
003800
003810 0200-CLOSE-FILES.
003820     CLOSE ACCOUNT-FILE.
003830     IF NOT CUSTOMER-FILE-NOT-FOUND
003840         CLOSE CUSTOMER-FILE
003850     END-IF.
003860     CLOSE COLLECTION-FILE.
003870     CLOSE NOTICE-FILE.
003880     CLOSE BATCH-CONTROL-FILE.
003890 0200-EXIT.
003900     EXIT.
003910
003920*    One control record per day.  No record yet means a fresh
003930*    run; "R" means the last run died mid-file and this one
003940*    resumes after the last account it committed; "C" means the
003950*    day already ran and the run is refused unless the operator
003960*    keys FORCE at the console.  A forced rerun cannot send a
003970*    letter twice -- the milestone is already on the record.
003980 0300-CHECK-RUN-CONTROL.
003990     MOVE "COL" TO BC-JOB-ID.
004000     MOVE WS-TODAY-DATE TO BC-PERIOD.
004010     MOVE "N" TO WS-CONTROL-FOUND.
004020
004030     READ BATCH-CONTROL-FILE
004040         KEY IS BC-CONTROL-KEY
004050         INVALID KEY
004060             CONTINUE
004070         NOT INVALID KEY
004080             SET CONTROL-RECORD-FOUND TO TRUE
004090     END-READ.
004100
004110     IF NOT CONTROL-RECORD-FOUND
004120         MOVE "COL" TO BC-JOB-ID
004130         MOVE WS-TODAY-DATE TO BC-PERIOD
004140         SET BC-RUN-IN-PROGRESS TO TRUE
004150         MOVE ZERO TO BC-LAST-ACCOUNT
004160         MOVE ZERO TO BC-AMOUNT
004170         WRITE BATCH-CONTROL-RECORD
004180         MOVE ZERO TO WS-RESTART-ACCOUNT
004190         GO TO 0300-EXIT
004200     END-IF.
004210
004220     IF BC-RUN-IN-PROGRESS
004230         MOVE BC-LAST-ACCOUNT TO WS-RESTART-ACCOUNT
004240         MOVE BC-AMOUNT TO WS-NOTICES-WRITTEN
004250         DISPLAY "PRIOR RUN FOR " WS-TODAY-DATE
004260             " DID NOT FINISH."
004270         DISPLAY "RESUMING AFTER ACCOUNT " BC-LAST-ACCOUNT "."
004280         GO TO 0300-EXIT
004290     END-IF.
004300
004310     DISPLAY "COLLECTIONS AGING FOR " WS-TODAY-DATE
004320         " HAS ALREADY RUN."
004330     DISPLAY "KEY FORCE TO RUN AGAIN ANYWAY: "
004340         WITH NO ADVANCING.
004350     ACCEPT WS-FORCE-REPLY.
004360     IF WS-FORCE-REPLY = "FORCE"
004370         SET BC-RUN-IN-PROGRESS TO TRUE
004380         MOVE ZERO TO BC-LAST-ACCOUNT
004390         MOVE ZERO TO BC-AMOUNT
004400         REWRITE BATCH-CONTROL-RECORD
004410         MOVE ZERO TO WS-RESTART-ACCOUNT
004420         DISPLAY "OPERATOR FORCED A SECOND RUN."
004430     ELSE
004440         SET RUN-REFUSED TO TRUE
004450         DISPLAY "RUN REFUSED."
004460     END-IF.
004470 0300-EXIT.
004480     EXIT.
004490
004500 0400-MARK-RUN-COMPLETE.
004510     SET BC-RUN-COMPLETE TO TRUE.
004520     REWRITE BATCH-CONTROL-RECORD.
004530 0400-EXIT.
004540     EXIT.
004550
004560*    A parameter line that is not all digits, has no charge-off
004570*    day or no first notice day, or has its notice days out of
004580*    order or not before the charge-off day is refused whole
004585*    and the defaults stand.
004590 0500-LOAD-PARAMETER.
004600     MOVE WS-DEFAULT-CHARGE-OFF-DAY TO WS-CHARGE-OFF-DAY.
004610     MOVE WS-DEFAULT-NOTICE-DATA TO WS-NOTICE-DAY-DATA.
004620     OPEN INPUT COLLECTION-PARM-FILE.
004630     IF COLLECTION-PARM-NOT-FOUND
004640         DISPLAY "NO PARAMETER FILE (colparm.dat) ON FILE --"
004650             " DEFAULTS APPLY."
004660         GO TO 0500-FIND-LAST-NOTICE
004670     END-IF.
004680
004690     READ COLLECTION-PARM-FILE
004700         AT END
004710             DISPLAY "PARAMETER FILE IS EMPTY -- DEFAULTS APPLY."
004720         NOT AT END
004730             PERFORM 0510-CHECK-PARAMETER THRU 0510-EXIT
004740     END-READ.
004750     CLOSE COLLECTION-PARM-FILE.
004760
004770 0500-FIND-LAST-NOTICE.
004780     MOVE ZERO TO WS-LAST-NOTICE-SUB.
004790     PERFORM 0530-NOTE-LAST-NOTICE THRU 0530-EXIT
004800         VARYING WS-NOTICE-SUB FROM 1 BY 1
004810         UNTIL WS-NOTICE-SUB > 5.
004820     DISPLAY "CHARGE-OFF DAY: " WS-CHARGE-OFF-DAY
004830         "  NOTICE DAYS: " WS-NOTICE-DAY-DATA.
004840 0500-EXIT.
004850     EXIT.
004860
004870 0510-CHECK-PARAMETER.
004880     MOVE "Y" TO WS-PARM-GOOD.
004890     IF COLLECTION-PARM-RECORD IS NOT NUMERIC
004900             OR CP-CHARGE-OFF-DAY = ZERO
004905             OR CP-NOTICE-DAY (1) = ZERO
004910         MOVE "N" TO WS-PARM-GOOD
004920     ELSE
004930         MOVE ZERO TO WS-PREVIOUS-NOTICE-DAY
004940         PERFORM 0520-CHECK-ONE-NOTICE-DAY THRU 0520-EXIT
004950             VARYING WS-NOTICE-SUB FROM 1 BY 1
004960             UNTIL WS-NOTICE-SUB > 5
004970     END-IF.
004980
004990     IF PARM-REFUSED
005000         DISPLAY "PARAMETER FILE REFUSED (NOTICE DAYS MUST RISE"
005002             " AND FALL BEFORE THE CHARGE-OFF DAY) --"
005004             " DEFAULTS APPLY."
005010         GO TO 0510-EXIT
005020     END-IF.
005030     MOVE CP-CHARGE-OFF-DAY TO WS-CHARGE-OFF-DAY.
005040     MOVE COLLECTION-PARM-RECORD (4:15) TO WS-NOTICE-DAY-DATA.
005050 0510-EXIT.
005060     EXIT.
005070
005080*    Once a slot is zero every slot after it must be too, and
005082*    every letter must fall due before the charge-off day, so
005084*    no account goes for charge-off without its notices.
005090 0520-CHECK-ONE-NOTICE-DAY.
005100     IF CP-NOTICE-DAY (WS-NOTICE-SUB) = ZERO
005110         MOVE 999 TO WS-PREVIOUS-NOTICE-DAY
005120         GO TO 0520-EXIT
005130     END-IF.
005140     IF CP-NOTICE-DAY (WS-NOTICE-SUB) NOT > WS-PREVIOUS-NOTICE-DAY
005145             OR CP-NOTICE-DAY (WS-NOTICE-SUB)
005147                 NOT < CP-CHARGE-OFF-DAY
005150         MOVE "N" TO WS-PARM-GOOD
005160         GO TO 0520-EXIT
005170     END-IF.
005180     MOVE CP-NOTICE-DAY (WS-NOTICE-SUB) TO WS-PREVIOUS-NOTICE-DAY.
005190 0520-EXIT.
005200     EXIT.
005210
005220 0530-NOTE-LAST-NOTICE.
005230     IF WS-NOTICE-DAY (WS-NOTICE-SUB) NOT = ZERO
005240         MOVE WS-NOTICE-SUB TO WS-LAST-NOTICE-SUB
005250     END-IF.
005260 0530-EXIT.
005270     EXIT.
005280
005290 1000-AGE-ONE-ACCOUNT.
005300     READ ACCOUNT-FILE NEXT RECORD
005310         AT END
005320             SET ACCOUNT-FILE-AT-END TO TRUE
005330             GO TO 1000-EXIT
005340     END-READ.
005350
005360     ADD 1 TO WS-ACCOUNTS-READ.
005370
005380*    A loan's negative balance is the debt it was booked for,
005390*    not an overdraft; a closed account is past collecting.
005400     IF ACCOUNT-CLOSED OR PRODUCT-LOAN
005410         GO TO 1000-EXIT
005420     END-IF.
005430
005440     MOVE "Y" TO WS-COLL-ON-FILE.
005450     MOVE ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER.
005460     READ COLLECTION-FILE
005470         KEY IS COLL-ACCOUNT-NUMBER
005480         INVALID KEY
005490             MOVE "N" TO WS-COLL-ON-FILE
005500     END-READ.
005510
005520     IF ACCOUNT-BALANCE NOT < ZERO
005530         PERFORM 1100-CHECK-FOR-CURE THRU 1100-EXIT
005540         GO TO 1000-EXIT
005550     END-IF.
005560
005570     ADD 1 TO WS-ACCOUNTS-OVERDRAWN.
005580     IF NOT COLL-RECORD-ON-FILE
005590         PERFORM 1200-START-EPISODE THRU 1200-EXIT
005600     ELSE
005610         IF COLL-CURED OR COLL-CHARGED-OFF
005620             PERFORM 1200-START-EPISODE THRU 1200-EXIT
005630         END-IF
005640     END-IF.
005650
005660     PERFORM 1300-AGE-EPISODE THRU 1300-EXIT.
005670
005680*    Letters stop once the account is a charge-off candidate.
005690     IF COLL-AGING
005700         PERFORM 1400-CHECK-NOTICE-DUE THRU 1400-EXIT
005710         IF WS-NOTICE-PICK NOT = ZERO
005720             PERFORM 1410-WRITE-NOTICE THRU 1410-EXIT
005730         END-IF
005740         IF COLL-DAYS-OVERDRAWN NOT < WS-CHARGE-OFF-DAY
005750             SET COLL-CHARGE-OFF-CANDIDATE TO TRUE
005760             MOVE WS-TODAY-DATE TO COLL-CANDIDATE-DATE
005770             ADD 1 TO WS-NEW-CANDIDATES
005780         END-IF
005790     END-IF.
005800
005810     IF COLL-RECORD-ON-FILE
005820         REWRITE COLLECTION-RECORD
005830     ELSE
005840         WRITE COLLECTION-RECORD
005850     END-IF.
005860     PERFORM 1600-CHECKPOINT-PROGRESS THRU 1600-EXIT.
005870 1000-EXIT.
005880     EXIT.
005890
005900*    Back at zero or above: an open episode is over.
005910 1100-CHECK-FOR-CURE.
005920     IF NOT COLL-RECORD-ON-FILE
005930         GO TO 1100-EXIT
005940     END-IF.
005950     IF NOT COLL-AGING AND NOT COLL-CHARGE-OFF-CANDIDATE
005960         GO TO 1100-EXIT
005970     END-IF.
005980
005990     SET COLL-CURED TO TRUE.
006000     MOVE WS-TODAY-DATE TO COLL-CURED-DATE.
006010     MOVE WS-TODAY-DATE TO COLL-LAST-AGED-DATE.
006020     MOVE ACCOUNT-BALANCE TO COLL-BALANCE.
006030     MOVE ZEROS TO COLL-OVER-LIMIT-SINCE.
006040     MOVE ZEROS TO COLL-DAYS-OVER-LIMIT.
006050     REWRITE COLLECTION-RECORD.
006060     ADD 1 TO WS-ACCOUNTS-CURED.
006070     PERFORM 1600-CHECKPOINT-PROGRESS THRU 1600-EXIT.
006080 1100-EXIT.
006090     EXIT.
006100
006110*    Tonight is day one.  A cured or written-off record is taken
006120*    over for the new episode.
006130 1200-START-EPISODE.
006140     MOVE ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER.
006150     SET COLL-AGING TO TRUE.
006160     MOVE WS-TODAY-DATE TO COLL-OVERDRAWN-SINCE.
006170     MOVE ZEROS TO COLL-DAYS-OVERDRAWN.
006180     MOVE ZEROS TO COLL-OVER-LIMIT-SINCE.
006190     MOVE ZEROS TO COLL-DAYS-OVER-LIMIT.
006200     MOVE ZEROS TO COLL-LAST-AGED-DATE.
006210     MOVE ZEROS TO COLL-BALANCE.
006220     MOVE ZEROS TO COLL-LAST-NOTICE-DAY.
006230     MOVE ZEROS TO COLL-LAST-NOTICE-DATE.
006240     MOVE ZEROS TO COLL-NOTICES-SENT.
006250     MOVE ZEROS TO COLL-CANDIDATE-DATE.
006260     MOVE ZEROS TO COLL-CURED-DATE.
006270     MOVE ZEROS TO COLL-CHARGED-OFF-DATE.
006280     MOVE ZEROS TO COLL-CHARGED-OFF-AMOUNT.
006290     MOVE SPACES TO COLL-CHARGED-OFF-BY.
006300     MOVE SPACES TO COLL-APPROVED-BY.
006310     ADD 1 TO WS-NEW-EPISODES.
006320 1200-EXIT.
006330     EXIT.
006340
006350*    Days are counted from the dates, not from the nights the
006360*    job happened to run, so a missed night does not slow the
006370*    clock.
006380 1300-AGE-EPISODE.
006390     MOVE COLL-OVERDRAWN-SINCE TO WS-DN-DATE.
006400     PERFORM 1500-COMPUTE-DAY-NUMBER THRU 1500-EXIT.
006410     COMPUTE COLL-DAYS-OVERDRAWN = WS-DN-TODAY - WS-DN-RESULT + 1.
006420
006430     COMPUTE WS-LIMIT-HEADROOM =
006440         ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT.
006450     IF WS-LIMIT-HEADROOM < ZERO
006460         IF COLL-OVER-LIMIT-SINCE = ZERO
006470             MOVE WS-TODAY-DATE TO COLL-OVER-LIMIT-SINCE
006480         END-IF
006490         MOVE COLL-OVER-LIMIT-SINCE TO WS-DN-DATE
006500         PERFORM 1500-COMPUTE-DAY-NUMBER THRU 1500-EXIT
006510         COMPUTE COLL-DAYS-OVER-LIMIT =
006520             WS-DN-TODAY - WS-DN-RESULT + 1
006530     ELSE
006540         MOVE ZEROS TO COLL-OVER-LIMIT-SINCE
006550         MOVE ZEROS TO COLL-DAYS-OVER-LIMIT
006560     END-IF.
006570
006580     MOVE WS-TODAY-DATE TO COLL-LAST-AGED-DATE.
006590     MOVE ACCOUNT-BALANCE TO COLL-BALANCE.
006600 1300-EXIT.
006610     EXIT.
006620
006630*    The latest milestone the account has reached that has not
006640*    had its letter yet.  A milestone passed on a missed night
006650*    is not sent late once a later one is due -- the customer
006660*    gets the letter that fits the day.
006670 1400-CHECK-NOTICE-DUE.
006680     MOVE ZERO TO WS-NOTICE-PICK.
006690     PERFORM 1405-TEST-ONE-MILESTONE THRU 1405-EXIT
006700         VARYING WS-NOTICE-SUB FROM 1 BY 1
006710         UNTIL WS-NOTICE-SUB > WS-LAST-NOTICE-SUB.
006720 1400-EXIT.
006730     EXIT.
006740
006750 1405-TEST-ONE-MILESTONE.
006760     IF WS-NOTICE-DAY (WS-NOTICE-SUB) NOT > COLL-DAYS-OVERDRAWN
006770             AND WS-NOTICE-DAY (WS-NOTICE-SUB)
006780                 > COLL-LAST-NOTICE-DAY
006790         MOVE WS-NOTICE-SUB TO WS-NOTICE-PICK
006800     END-IF.
006810 1405-EXIT.
006820     EXIT.
006830
006840*    The letter goes to the primary owner's CIF address.  With
006850*    no address on file the letter is held, not marked sent, so
006860*    it goes the first night after the address is put right.
006870 1410-WRITE-NOTICE.
006880     MOVE "N" TO WS-ADDRESS-FOUND.
006890     IF ACCOUNT-CUSTOMER-NUMBER NOT = ZERO
006900             AND NOT CUSTOMER-FILE-NOT-FOUND
006910         MOVE ACCOUNT-CUSTOMER-NUMBER TO CUST-NUMBER
006920         READ CUSTOMER-FILE
006930             KEY IS CUST-NUMBER
006940             INVALID KEY
006950                 CONTINUE
006960             NOT INVALID KEY
006970                 IF CUST-ADDRESS-1 NOT = SPACES
006980                     SET MAILING-ADDRESS-FOUND TO TRUE
006990                 END-IF
007000         END-READ
007010     END-IF.
007020     IF NOT MAILING-ADDRESS-FOUND
007030         ADD 1 TO WS-NOTICES-HELD
007040         GO TO 1410-EXIT
007050     END-IF.
007060
007070     MOVE WS-TODAY-DATE TO ON-NOTICE-DATE.
007080     MOVE WS-NOTICE-DAY (WS-NOTICE-PICK) TO ON-NOTICE-DAY.
007090     MOVE WS-NOTICE-PICK TO ON-NOTICE-SEQUENCE.
007100     IF WS-NOTICE-PICK = WS-LAST-NOTICE-SUB
007110         MOVE "Y" TO ON-FINAL-NOTICE
007120     ELSE
007130         MOVE "N" TO ON-FINAL-NOTICE
007140     END-IF.
007150     MOVE ZEROS TO WS-AMOUNT-OVER-LIMIT.
007160     IF COLL-OVER-LIMIT-SINCE NOT = ZERO
007170         MOVE "Y" TO ON-OVER-LIMIT
007180         COMPUTE WS-AMOUNT-OVER-LIMIT = ZERO - WS-LIMIT-HEADROOM
007190     ELSE
007200         MOVE "N" TO ON-OVER-LIMIT
007210     END-IF.
007220     MOVE ACCOUNT-NUMBER TO ON-ACCOUNT-NUMBER.
007230     MOVE ACCOUNT-NAME TO ON-ACCOUNT-NAME.
007240     MOVE ACCOUNT-PRODUCT-CODE TO ON-PRODUCT-CODE.
007250     MOVE CUST-NUMBER TO ON-CUSTOMER-NUMBER.
007260     MOVE CUST-NAME TO ON-CUSTOMER-NAME.
007270     MOVE CUST-ADDRESS-1 TO ON-ADDRESS-1.
007280     MOVE CUST-ADDRESS-2 TO ON-ADDRESS-2.
007290     MOVE CUST-CITY TO ON-CITY.
007300     MOVE CUST-STATE TO ON-STATE.
007310     MOVE CUST-ZIP TO ON-ZIP.
007320     MOVE ACCOUNT-BALANCE TO ON-BALANCE.
007330     MOVE ACCOUNT-OVERDRAFT-LIMIT TO ON-OVERDRAFT-LIMIT.
007340     MOVE WS-AMOUNT-OVER-LIMIT TO ON-AMOUNT-OVER-LIMIT.
007350     MOVE COLL-OVERDRAWN-SINCE TO ON-OVERDRAWN-SINCE.
007360     MOVE COLL-DAYS-OVERDRAWN TO ON-DAYS-OVERDRAWN.
007370     WRITE OVERDRAFT-NOTICE-RECORD.
007380
007390     MOVE WS-NOTICE-DAY (WS-NOTICE-PICK) TO COLL-LAST-NOTICE-DAY.
007400     MOVE WS-TODAY-DATE TO COLL-LAST-NOTICE-DATE.
007410     ADD 1 TO COLL-NOTICES-SENT.
007420     ADD 1 TO WS-NOTICES-WRITTEN.
007430 1410-EXIT.
007440     EXIT.
007450
007460*    Day number of WS-DN-DATE counted from 1 January of year 1
007470*    -- the difference of two is the days between them.  Every
007480*    fourth year is a leap year except centuries not divisible
007490*    by 400.
007500 1500-COMPUTE-DAY-NUMBER.
007510     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
007520     COMPUTE WS-DN-RESULT =
007530         (WS-DN-PRIOR-YEARS * 365) + WS-CUM-DAYS (WS-DN-MONTH)
007540             + WS-DN-DAY.
007550     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
007560     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
007570     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
007580     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT.
007590     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
007600     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
007610
007620     IF WS-DN-MONTH > 2
007630         DIVIDE WS-DN-YEAR BY 4
007640             GIVING WS-DN-QUOTIENT
007650             REMAINDER WS-DN-REMAINDER-4
007660         DIVIDE WS-DN-YEAR BY 100
007670             GIVING WS-DN-QUOTIENT
007680             REMAINDER WS-DN-REMAINDER-100
007690         DIVIDE WS-DN-YEAR BY 400
007700             GIVING WS-DN-QUOTIENT
007710             REMAINDER WS-DN-REMAINDER-400
007720         IF WS-DN-REMAINDER-4 = ZERO
007730                 AND (WS-DN-REMAINDER-100 NOT = ZERO
007740                     OR WS-DN-REMAINDER-400 = ZERO)
007750             ADD 1 TO WS-DN-RESULT
007760         END-IF
007770     END-IF.
007780 1500-EXIT.
007790     EXIT.
007800
007810*    Commit point, same discipline as the other nightly jobs:
007820*    the control record always names the last account whose
007830*    collections record has landed, and carries the letters
007840*    written so far.
007850 1600-CHECKPOINT-PROGRESS.
007860     MOVE ACCOUNT-NUMBER TO BC-LAST-ACCOUNT.
007870     MOVE WS-NOTICES-WRITTEN TO BC-AMOUNT.
007880     REWRITE BATCH-CONTROL-RECORD.
007890 1600-EXIT.
007900     EXIT.
007910
007920*    Second pass: every open episode on collect.dat, start to
007930*    finish, so both reports are whole however the aging pass
007940*    was split by a restart.
007950 2000-PRINT-REPORTS.
007960     OPEN OUTPUT AGING-REPORT-FILE.
007970     MOVE WS-TODAY-DATE TO CA-HEADING-DATE.
007980     WRITE AGING-REPORT-LINE FROM CA-HEADING-1.
007990     WRITE AGING-REPORT-LINE FROM CA-HEADING-2.
008000
008010     OPEN OUTPUT CANDIDATE-REPORT-FILE.
008020     MOVE WS-TODAY-DATE TO CC-HEADING-DATE.
008030     WRITE CANDIDATE-REPORT-LINE FROM CC-HEADING-1.
008040     WRITE CANDIDATE-REPORT-LINE FROM CC-HEADING-2.
008050
008060     MOVE "N" TO WS-COLLECTION-AT-END.
008070     MOVE ZEROS TO COLL-ACCOUNT-NUMBER.
008080     START COLLECTION-FILE KEY IS >= COLL-ACCOUNT-NUMBER
008090         INVALID KEY
008100             SET COLLECTION-AT-END TO TRUE
008110     END-START.
008120     PERFORM 2100-REPORT-ONE-EPISODE THRU 2100-EXIT
008130         UNTIL COLLECTION-AT-END.
008140
008150     MOVE SPACES TO AGING-REPORT-LINE.
008160     WRITE AGING-REPORT-LINE.
008170     MOVE SPACES TO WS-TOTAL-LINE.
008180     MOVE "ACCOUNTS OVERDRAWN:" TO WS-TOTAL-TEXT.
008190     MOVE WS-RPT-OVERDRAWN-COUNT TO WS-TOTAL-COUNT.
008200     MOVE WS-RPT-OVERDRAWN-AMOUNT TO WS-TOTAL-AMOUNT.
008210     WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
008220     MOVE SPACES TO WS-TOTAL-LINE.
008230     MOVE "OVER THEIR OVERDRAFT LIMIT:" TO WS-TOTAL-TEXT.
008240     MOVE WS-RPT-OVER-LIMIT-COUNT TO WS-TOTAL-COUNT.
008250     WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
008260
008270     MOVE SPACES TO CANDIDATE-REPORT-LINE.
008280     WRITE CANDIDATE-REPORT-LINE.
008290     MOVE SPACES TO WS-TOTAL-LINE.
008300     MOVE "CANDIDATES FOR CHARGE-OFF:" TO WS-TOTAL-TEXT.
008310     MOVE WS-RPT-CANDIDATE-COUNT TO WS-TOTAL-COUNT.
008320     MOVE WS-RPT-CANDIDATE-AMOUNT TO WS-TOTAL-AMOUNT.
008330     WRITE CANDIDATE-REPORT-LINE FROM WS-TOTAL-LINE.
008340     MOVE "APPROVED WRITE-OFFS ARE POSTED FROM THE TELLER MENU,"
008350         TO WS-TEXT-LINE.
008360     WRITE CANDIDATE-REPORT-LINE FROM WS-TEXT-LINE.
008370     MOVE "  OPTION 25 (CHARGE OFF ACCOUNT)." TO WS-TEXT-LINE.
008380     WRITE CANDIDATE-REPORT-LINE FROM WS-TEXT-LINE.
008390
008400     CLOSE AGING-REPORT-FILE.
008410     CLOSE CANDIDATE-REPORT-FILE.
008420 2000-EXIT.
008430     EXIT.
008440
008450 2100-REPORT-ONE-EPISODE.
008460     READ COLLECTION-FILE NEXT RECORD
008470         AT END
008480             SET COLLECTION-AT-END TO TRUE
008490             GO TO 2100-EXIT
008500     END-READ.
008510     IF NOT COLL-AGING AND NOT COLL-CHARGE-OFF-CANDIDATE
008520         GO TO 2100-EXIT
008530     END-IF.
008540
008550     MOVE COLL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
008560     READ ACCOUNT-FILE
008570         KEY IS ACCOUNT-NUMBER
008580         INVALID KEY
008590             GO TO 2100-EXIT
008600     END-READ.
008610     IF ACCOUNT-CLOSED
008620         GO TO 2100-EXIT
008630     END-IF.
008640
008650     COMPUTE WS-OWED-AMOUNT = ZERO - COLL-BALANCE.
008660     ADD 1 TO WS-RPT-OVERDRAWN-COUNT.
008670     ADD WS-OWED-AMOUNT TO WS-RPT-OVERDRAWN-AMOUNT.
008680     IF COLL-OVER-LIMIT-SINCE NOT = ZERO
008690         ADD 1 TO WS-RPT-OVER-LIMIT-COUNT
008700     END-IF.
008710
008720     MOVE COLL-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER.
008730     MOVE ACCOUNT-NAME TO CA-ACCOUNT-NAME.
008740     MOVE COLL-BALANCE TO CA-BALANCE.
008750     MOVE ACCOUNT-OVERDRAFT-LIMIT TO CA-OVERDRAFT-LIMIT.
008760     MOVE COLL-DAYS-OVERDRAWN TO CA-DAYS-OVERDRAWN.
008770     MOVE COLL-DAYS-OVER-LIMIT TO CA-DAYS-OVER-LIMIT.
008780     MOVE COLL-NOTICES-SENT TO CA-NOTICES-SENT.
008790     WRITE AGING-REPORT-LINE FROM CA-DETAIL-LINE.
008800
008810     PERFORM 2200-WRITE-AGING-NOTE THRU 2200-EXIT.
008820
008830     IF COLL-CHARGE-OFF-CANDIDATE
008840         ADD 1 TO WS-RPT-CANDIDATE-COUNT
008850         ADD WS-OWED-AMOUNT TO WS-RPT-CANDIDATE-AMOUNT
008860         MOVE COLL-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER
008870         MOVE ACCOUNT-NAME TO CC-ACCOUNT-NAME
008880         MOVE ACCOUNT-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER
008890         MOVE WS-OWED-AMOUNT TO CC-AMOUNT
008900         MOVE COLL-OVERDRAWN-SINCE TO CC-OVERDRAWN-SINCE
008910         MOVE COLL-DAYS-OVERDRAWN TO CC-DAYS-OVERDRAWN
008920         MOVE COLL-CANDIDATE-DATE TO CC-CANDIDATE-DATE
008930         WRITE CANDIDATE-REPORT-LINE FROM CC-DETAIL-LINE
008940     END-IF.
008950 2100-EXIT.
008960     EXIT.
008970
008980*    What happened to the account tonight, if anything worth a
008990*    second line.
009000 2200-WRITE-AGING-NOTE.
009010     MOVE SPACES TO CA-NOTE.
009020     IF COLL-CHARGE-OFF-CANDIDATE
009030         STRING "CHARGE-OFF CANDIDATE SINCE " DELIMITED BY SIZE
009040             COLL-CANDIDATE-DATE DELIMITED BY SIZE
009050             INTO CA-NOTE
009060         WRITE AGING-REPORT-LINE FROM CA-NOTE-LINE
009070         GO TO 2200-EXIT
009080     END-IF.
009090
009100     IF COLL-LAST-NOTICE-DATE = WS-TODAY-DATE
009110         STRING "LETTER FOR DAY " DELIMITED BY SIZE
009120             COLL-LAST-NOTICE-DAY DELIMITED BY SIZE
009130             " WRITTEN TONIGHT" DELIMITED BY SIZE
009140             INTO CA-NOTE
009150         WRITE AGING-REPORT-LINE FROM CA-NOTE-LINE
009160         GO TO 2200-EXIT
009170     END-IF.
009180
009190     PERFORM 1400-CHECK-NOTICE-DUE THRU 1400-EXIT.
009200     IF WS-NOTICE-PICK NOT = ZERO
009210         STRING "LETTER FOR DAY " DELIMITED BY SIZE
009220             WS-NOTICE-DAY (WS-NOTICE-PICK) DELIMITED BY SIZE
009230             " HELD -- NO CIF MAILING ADDRESS" DELIMITED BY SIZE
009240             INTO CA-NOTE
009250         WRITE AGING-REPORT-LINE FROM CA-NOTE-LINE
009260     END-IF.
009270 2200-EXIT.
009280     EXIT.
009290
009300 9000-PRINT-SUMMARY.
009310     DISPLAY "COLLECTIONS AGING - RUN SUMMARY".
009320     DISPLAY "ACCOUNTS READ:          " WS-ACCOUNTS-READ.
009330     DISPLAY "ACCOUNTS OVERDRAWN:     " WS-ACCOUNTS-OVERDRAWN.
009340     DISPLAY "NEWLY OVERDRAWN:        " WS-NEW-EPISODES.
009350     DISPLAY "BACK IN CREDIT:         " WS-ACCOUNTS-CURED.
009360     DISPLAY "LETTERS WRITTEN:        " WS-NOTICES-WRITTEN.
009370     DISPLAY "LETTERS HELD (NO ADDR): " WS-NOTICES-HELD.
009380     DISPLAY "NEW CHARGE-OFF CANDS:   " WS-NEW-CANDIDATES.
009390     DISPLAY "CANDIDATES ON REPORT:   " WS-RPT-CANDIDATE-COUNT.
009400     DISPLAY "Reports written to colaging.rpt and chgcand.rpt".
009410 9000-EXIT.
009420     EXIT.
