000370*----------------------------------------------------------------
000380*  Mod history:                                                *
000390*   2026-09-02  RLB  Original version.                         *
000391*   2026-10-15  RLB  Interest stays reported under the primary *
000392*                    owner only.  A new page lists the joint   *
000393*                    accounts, from the relationship file      *
000394*                    (acctrel.dat), whose interest went on the *
000395*                    primary owner's summary, so joint owners  *
000396*                    asking after a form can be answered.      *
000400****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TAX-REPORT-STATUS.
000760
000761     SELECT RELATIONSHIP-FILE
000762         ASSIGN TO "acctrel.dat"
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS DYNAMIC
000765         RECORD KEY IS REL-KEY
000766         ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
000767             WITH DUPLICATES
000768         FILE STATUS IS WS-RELATIONSHIP-STATUS.
000769
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  JOURNAL-ARCHIVE-FILE.
000910 FD  TAX-REPORT-FILE.
000920 01  TAX-REPORT-LINE                PIC X(80).
000930
000932 FD  RELATIONSHIP-FILE.
000934     COPY "relrec.cpy".
000936
000940 WORKING-STORAGE SECTION.
000950 01  WS-FILE-STATUSES.
000960     02  WS-JOURNAL-ARCHIVE-STATUS  PIC X(02) VALUE "00".
001010     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001020         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
001030     02  WS-TAX-REPORT-STATUS       PIC X(02) VALUE "00".
001032     02  WS-RELATIONSHIP-STATUS     PIC X(02) VALUE "00".
001034         88  RELATIONSHIP-NOT-FOUND     VALUE "35".
001040
001050 01  WS-RUN-SWITCHES.
001060     02  WS-ARCHIVE-AT-END          PIC X(01) VALUE "N".
001110         88  ACCT-MATCH-FOUND       VALUE "Y".
001120     02  WS-CUST-MATCH              PIC X(01) VALUE "N".
001130         88  CUST-MATCH-FOUND       VALUE "Y".
001132     02  WS-RELATIONSHIP-AT-END     PIC X(01) VALUE "N".
001134         88  RELATIONSHIP-AT-END    VALUE "Y".
001136
001138 01  WS-JOINT-OWNER-COUNT           PIC 9(03) COMP VALUE ZERO.
001140
001150 01  WS-TODAY-DATE                  PIC 9(08).
001160 01  FILLER REDEFINES WS-TODAY-DATE.
001620     02  WS-INTEREST-LINES          PIC 9(07) COMP VALUE ZERO.
001630     02  WS-SUMMARIES-PRINTED       PIC 9(05) COMP VALUE ZERO.
001640     02  WS-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
001642     02  WS-JOINT-ACCOUNT-COUNT     PIC 9(05) COMP VALUE ZERO.
001650     02  WS-TOTAL-CREDIT-INT        PIC 9(09)V99 VALUE ZEROS.
001660     02  WS-TOTAL-DEBIT-INT        PIC 9(09)V99 VALUE ZEROS.
001670
001970     02  TX-EX-AMOUNT               PIC Z(08)9.99.
001980     02  FILLER                     PIC X(19) VALUE SPACES.
001990
001991 01  TX-JOINT-LINE.
001992     02  FILLER                     PIC X(02) VALUE SPACES.
001993     02  TX-JT-ACCOUNT              PIC 9(05).
001994     02  FILLER                     PIC X(11) VALUE
001995         "  PRIMARY  ".
001996     02  TX-JT-CUSTOMER             PIC 9(05).
001997     02  FILLER                     PIC X(16) VALUE
001998         "  JOINT OWNERS  ".
001999     02  TX-JT-OWNERS               PIC Z(02)9.
002000     02  FILLER                     PIC X(02) VALUE SPACES.
002001     02  TX-JT-AMOUNT               PIC Z(08)9.99.
002002     02  FILLER                     PIC X(24) VALUE SPACES.
002004
002006 PROCEDURE DIVISION.
002010 0000-MAIN-LOGIC.
002020     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
002030
002190     PERFORM 3000-ROLL-UP-TO-CUSTOMERS THRU 3000-EXIT.
002200     PERFORM 4000-PRINT-CUSTOMER-SUMMARIES THRU 4000-EXIT.
002210     PERFORM 5000-PRINT-EXCEPTION-PAGE THRU 5000-EXIT.
002212     PERFORM 5500-PRINT-JOINT-ACCOUNT-PAGE THRU 5500-EXIT.
002220
002230 0000-WRAP-UP.
002240     PERFORM 0200-CLOSE-FILES THRU 0200-EXIT.
002300     OPEN INPUT JOURNAL-FILE.
002310     OPEN INPUT ACCOUNT-FILE.
002320     OPEN INPUT CUSTOMER-FILE.
002322     OPEN INPUT RELATIONSHIP-FILE.
002330     OPEN OUTPUT TAX-REPORT-FILE.
002340 0100-EXIT.
002350     EXIT.
002440     CLOSE ACCOUNT-FILE.
002450     IF NOT CUSTOMER-FILE-NOT-FOUND
002460         CLOSE CUSTOMER-FILE
002462     END-IF.
002464     IF NOT RELATIONSHIP-NOT-FOUND
002466         CLOSE RELATIONSHIP-FILE
002470     END-IF.
002480     CLOSE TAX-REPORT-FILE.
002490 0200-EXIT.
004110*    and accounts no longer on file, go to the exception page
004120*    instead -- a tax form with no name and address cannot be
004130*    mailed.
004132*    The account's whole interest goes under ACCOUNT-CUSTOMER-
004134*    NUMBER, the primary owner; joint owners on the relationship
004136*    file get no summary of their own for it.
004140 3000-ROLL-UP-TO-CUSTOMERS.
004150     PERFORM 3100-ROLL-UP-ONE-ACCOUNT THRU 3100-EXIT
004160         VARYING WS-AT-SUB FROM 1 BY 1
006110 5200-EXIT.
006120     EXIT.
006130
006131*    Joint accounts whose interest was reported under the
006132*    primary owner alone.  Not an exception -- the page answers
006133*    the joint owner who rings asking where their form is.
006134 5500-PRINT-JOINT-ACCOUNT-PAGE.
006135     IF RELATIONSHIP-NOT-FOUND
006136         GO TO 5500-EXIT
006137     END-IF.
006138
006139     WRITE TAX-REPORT-LINE FROM TX-SEPARATOR-LINE.
006140     MOVE "JOINT ACCOUNTS -- REPORTED UNDER PRIMARY OWNER ONLY:"
006141         TO TX-TEXT-LINE.
006142     WRITE TAX-REPORT-LINE FROM TX-TEXT-LINE.
006143
006144     PERFORM 5510-CHECK-ONE-JOINT-ACCOUNT THRU 5510-EXIT
006145         VARYING WS-AT-SUB FROM 1 BY 1
006146         UNTIL WS-AT-SUB > WS-AT-COUNT.
006147
006148     IF WS-JOINT-ACCOUNT-COUNT = ZERO
006149         MOVE "  NONE." TO TX-TEXT-LINE
006150         WRITE TAX-REPORT-LINE FROM TX-TEXT-LINE
006151     END-IF.
006152 5500-EXIT.
006153     EXIT.
006154
006155 5510-CHECK-ONE-JOINT-ACCOUNT.
006156     IF WS-AT-ON-FILE (WS-AT-SUB) NOT = "Y"
006157         GO TO 5510-EXIT
006158     END-IF.
006159     MOVE WS-AT-ACCOUNT (WS-AT-SUB) TO ACCOUNT-NUMBER.
006160     READ ACCOUNT-FILE
006161         KEY IS ACCOUNT-NUMBER
006162         INVALID KEY
006163             GO TO 5510-EXIT
006164     END-READ.
006165
006166     MOVE ZERO TO WS-JOINT-OWNER-COUNT.
006167     MOVE "N" TO WS-RELATIONSHIP-AT-END.
006168     MOVE ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER.
006169     MOVE ZEROS TO REL-CUSTOMER-NUMBER.
006170     START RELATIONSHIP-FILE KEY IS >= REL-KEY
006171         INVALID KEY
006172             SET RELATIONSHIP-AT-END TO TRUE
006173     END-START.
006174     PERFORM 5520-COUNT-ONE-OWNER THRU 5520-EXIT
006175         UNTIL RELATIONSHIP-AT-END.
006176
006177     IF WS-JOINT-OWNER-COUNT = ZERO
006178         GO TO 5510-EXIT
006179     END-IF.
006180
006181     ADD 1 TO WS-JOINT-ACCOUNT-COUNT.
006182     MOVE ACCOUNT-NUMBER TO TX-JT-ACCOUNT.
006183     MOVE ACCOUNT-CUSTOMER-NUMBER TO TX-JT-CUSTOMER.
006184     MOVE WS-JOINT-OWNER-COUNT TO TX-JT-OWNERS.
006185     MOVE WS-AT-CREDIT-INT (WS-AT-SUB) TO TX-JT-AMOUNT.
006186     WRITE TAX-REPORT-LINE FROM TX-JOINT-LINE.
006187 5510-EXIT.
006188     EXIT.
006189
006190 5520-COUNT-ONE-OWNER.
006191     READ RELATIONSHIP-FILE NEXT RECORD
006192         AT END
006193             SET RELATIONSHIP-AT-END TO TRUE
006194             GO TO 5520-EXIT
006195     END-READ.
006196     IF REL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
006197         SET RELATIONSHIP-AT-END TO TRUE
006198         GO TO 5520-EXIT
006199     END-IF.
006200     IF REL-JOINT AND REL-ACTIVE
006201         ADD 1 TO WS-JOINT-OWNER-COUNT
006202     END-IF.
006203 5520-EXIT.
006204     EXIT.
006205
006206 9000-PRINT-SUMMARY.
006207     DISPLAY "YEAR-END INTEREST SUMMARY - RUN SUMMARY".
006208     DISPLAY "JOURNAL LINES READ:     " WS-LINES-READ.
006209     DISPLAY "INTEREST LINES TALLIED: " WS-INTEREST-LINES.
006210     DISPLAY "SUMMARIES PRINTED:      " WS-SUMMARIES-PRINTED.
006211     DISPLAY "EXCEPTIONS LISTED:      " WS-EXCEPTION-COUNT.
006212     DISPLAY "JOINT ACCOUNTS LISTED:  " WS-JOINT-ACCOUNT-COUNT.
006213     DISPLAY "TOTAL CREDIT INTEREST:  " WS-TOTAL-CREDIT-INT.
006214     DISPLAY "TOTAL DEBIT INTEREST:   " WS-TOTAL-DEBIT-INT.
006220     DISPLAY "Summaries written to taxsumm.rpt".
006230 9000-EXIT.
006240     EXIT.
