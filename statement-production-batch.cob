000384*                    print file so the mailing shop can see    *
000386*                    where the dead run's part-printed         *
000388*                    statement ends.                           *
000389*   2026-10-15  RLB  A joint owner who has asked for one now   *
000390*                    gets a copy of the joint account's        *
000391*                    statement, printed after their own        *
000392*                    accounts under their own address and      *
000393*                    marked as a copy.  Joint owners come from *
000394*                    the relationship file (acctrel.dat).      *
000395****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-STATEMENT-PRINT-STATUS.
000700
000701     SELECT RELATIONSHIP-FILE
000702         ASSIGN TO "acctrel.dat"
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS REL-KEY
000706         ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
000707             WITH DUPLICATES
000708         FILE STATUS IS WS-RELATIONSHIP-STATUS.
000709
000710     SELECT BATCH-CONTROL-FILE
000720         ASSIGN TO "batchctl.dat"
000730         ORGANIZATION IS INDEXED
000920 FD  BATCH-CONTROL-FILE.
000930     COPY "bchctl.cpy".
000940
000942 FD  RELATIONSHIP-FILE.
000944     COPY "relrec.cpy".
000946
000950 WORKING-STORAGE SECTION.
000960 01  WS-FILE-STATUSES.
000970     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
001020     02  WS-STATEMENT-PRINT-STATUS  PIC X(02) VALUE "00".
001030     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
001040         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
001042     02  WS-RELATIONSHIP-STATUS     PIC X(02) VALUE "00".
001044         88  RELATIONSHIP-NOT-FOUND     VALUE "35".
001050
001060 01  WS-RUN-SWITCHES.
001070     02  WS-CUSTOMER-FILE-AT-END    PIC X(01) VALUE "N".
001140         88  RUN-REFUSED            VALUE "N".
001150     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
001160         88  CONTROL-RECORD-FOUND   VALUE "Y".
001162     02  WS-RELATIONSHIP-AT-END     PIC X(01) VALUE "N".
001164         88  RELATIONSHIP-AT-END    VALUE "Y".
001166     02  WS-COPY-FOUND              PIC X(01) VALUE "N".
001168         88  COPY-ACCOUNT-FOUND     VALUE "Y".
001170
001180 01  WS-RUN-DATE.
001190     02  WS-TODAY-DATE              PIC 9(08).
001420     02  WS-CUSTOMERS-READ          PIC 9(05) COMP VALUE ZERO.
001430     02  WS-STATEMENTS-PRODUCED     PIC 9(05) COMP VALUE ZERO.
001440     02  WS-ACCOUNTS-LISTED         PIC 9(05) COMP VALUE ZERO.
001442     02  WS-JOINT-COPIES-LISTED     PIC 9(05) COMP VALUE ZERO.
001450
001460 01  SP-SEPARATOR-LINE.
001470     02  FILLER                     PIC X(80) VALUE ALL "=".
001870     02  FILLER                     PIC X(27) VALUE
001880         "COMBINED CLOSING BALANCE: $".
001890     02  SP-COMBINED-BALANCE        PIC Z(08)9.99-.
001892     02  FILLER                     PIC X(40) VALUE SPACES.
001894
001901 01  SP-COPY-LINE.
001902     02  FILLER                     PIC X(37) VALUE
001903         "COPY -- JOINT ACCOUNT, PRIMARY OWNER ".
001904     02  SP-COPY-OWNER              PIC X(20).
001905     02  FILLER                     PIC X(23) VALUE SPACES.
001910
001920 PROCEDURE DIVISION.
001930 0000-MAIN-LOGIC.
002360     OPEN INPUT CUSTOMER-FILE.
002370     OPEN INPUT ACCOUNT-FILE.
002380     OPEN INPUT HISTORY-ARCHIVE-FILE.
002382     OPEN INPUT RELATIONSHIP-FILE.
002390     OPEN I-O BATCH-CONTROL-FILE.
002400     IF BATCH-CONTROL-NOT-FOUND
002410         OPEN OUTPUT BATCH-CONTROL-FILE
002520     CLOSE ACCOUNT-FILE.
002530     IF NOT HISTORY-ARCHIVE-NOT-FOUND
002540         CLOSE HISTORY-ARCHIVE-FILE
002542     END-IF.
002544     IF NOT RELATIONSHIP-NOT-FOUND
002546         CLOSE RELATIONSHIP-FILE
002550     END-IF.
002560     CLOSE BATCH-CONTROL-FILE.
002570 0200-EXIT.
003370     MOVE ZERO TO WS-CUST-ACCOUNT-COUNT.
003380     MOVE ZEROS TO WS-COMBINED-BALANCE.
003390     PERFORM 1100-COUNT-CUSTOMER-ACCOUNTS THRU 1100-EXIT.
003392     PERFORM 1120-COUNT-JOINT-COPIES THRU 1120-EXIT.
003400
003410     IF WS-CUST-ACCOUNT-COUNT = ZERO
003420         GO TO 1000-EXIT
003440
003450     PERFORM 2000-PRINT-STATEMENT-HEAD THRU 2000-EXIT.
003460     PERFORM 2200-PRINT-CUSTOMER-ACCOUNTS THRU 2200-EXIT.
003462     PERFORM 2500-PRINT-JOINT-COPIES THRU 2500-EXIT.
003470     PERFORM 2600-PRINT-COMBINED-BALANCE THRU 2600-EXIT.
003480
003490     ADD 1 TO WS-STATEMENTS-PRODUCED.
003780 1110-EXIT.
003790     EXIT.
003800
003801*    Accounts the customer owns jointly and has asked to be sent
003802*    a copy of the statement for.  They count toward the combined
003803*    balance the same as the customer's own accounts.
003804 1120-COUNT-JOINT-COPIES.
003805     IF RELATIONSHIP-NOT-FOUND
003806         GO TO 1120-EXIT
003807     END-IF.
003808     PERFORM 1150-START-JOINT-WALK THRU 1150-EXIT.
003809     PERFORM 1130-COUNT-ONE-JOINT-COPY THRU 1130-EXIT
003810         UNTIL RELATIONSHIP-AT-END.
003811 1120-EXIT.
003812     EXIT.
003813
003814 1130-COUNT-ONE-JOINT-COPY.
003815     PERFORM 1140-NEXT-JOINT-COPY THRU 1140-EXIT.
003816     IF COPY-ACCOUNT-FOUND
003817         ADD 1 TO WS-CUST-ACCOUNT-COUNT
003818         ADD ACCOUNT-BALANCE TO WS-COMBINED-BALANCE
003819     END-IF.
003820 1130-EXIT.
003821     EXIT.
003822
003823*    The next active joint relationship that wants a statement
003824*    copy.  Leaves the account on ACCOUNT-RECORD with
003825*    COPY-ACCOUNT-FOUND set; the customer's own accounts were
003826*    printed already and are passed over.
003827 1140-NEXT-JOINT-COPY.
003828     MOVE "N" TO WS-COPY-FOUND.
003829     READ RELATIONSHIP-FILE NEXT RECORD
003830         AT END
003831             SET RELATIONSHIP-AT-END TO TRUE
003832             GO TO 1140-EXIT
003833     END-READ.
003834     IF REL-CUSTOMER-NUMBER NOT = WS-THE-CUSTOMER
003835         SET RELATIONSHIP-AT-END TO TRUE
003836         GO TO 1140-EXIT
003837     END-IF.
003838     IF NOT REL-ACTIVE OR NOT REL-JOINT
003839             OR NOT REL-WANTS-STATEMENT
003840         GO TO 1140-EXIT
003841     END-IF.
003842
003843     MOVE REL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
003844     READ ACCOUNT-FILE
003845         KEY IS ACCOUNT-NUMBER
003846         INVALID KEY
003847             GO TO 1140-EXIT
003848     END-READ.
003849     IF ACCOUNT-CUSTOMER-NUMBER = WS-THE-CUSTOMER
003850         GO TO 1140-EXIT
003851     END-IF.
003852     SET COPY-ACCOUNT-FOUND TO TRUE.
003853 1140-EXIT.
003854     EXIT.
003855
003856*    The customer's relationships, through the alternate key.
003857 1150-START-JOINT-WALK.
003858     MOVE "N" TO WS-RELATIONSHIP-AT-END.
003859     MOVE WS-THE-CUSTOMER TO REL-CUSTOMER-NUMBER.
003860     START RELATIONSHIP-FILE KEY IS = REL-CUSTOMER-NUMBER
003861         INVALID KEY
003862             SET RELATIONSHIP-AT-END TO TRUE
003863     END-START.
003864 1150-EXIT.
003865     EXIT.
003866
003867*    Commit point: the control record always names the last
003868*    customer whose statement has fully landed on the print
003869*    file.
003870 1200-CHECKPOINT-PROGRESS.
003871     MOVE WS-THE-CUSTOMER TO BC-LAST-ACCOUNT.
003872     REWRITE BATCH-CONTROL-RECORD.
003873 1200-EXIT.
003880     EXIT.
003890
003900*    The address block, laid out the way the mailing shop's
004440         GO TO 2210-EXIT
004450     END-IF.
004460
004461     PERFORM 2220-PRINT-ACCOUNT-DETAIL THRU 2220-EXIT.
004462 2210-EXIT.
004463     EXIT.
004464
004465*    One account's line and its activity for the cycle, for the
004466*    account on ACCOUNT-RECORD.
004467 2220-PRINT-ACCOUNT-DETAIL.
004470     ADD 1 TO WS-ACCOUNTS-LISTED.
004480     MOVE ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER.
004490     MOVE ACCOUNT-PRODUCT-CODE TO SP-PRODUCT-CODE.
004620
004630     MOVE SPACES TO SP-TEXT-LINE.
004640     WRITE STATEMENT-PRINT-LINE FROM SP-TEXT-LINE.
004650 2220-EXIT.
004660     EXIT.
004670
004680*    Cycle entries the nightly archive job has already moved
005310 2410-EXIT.
005320     EXIT.
005330
005331*    Copies for the joint accounts, after the customer's own, each
005332*    headed with the primary owner's name.  ACCOUNT-NAME carries
005333*    it, so the customer file walk is not disturbed.
005334 2500-PRINT-JOINT-COPIES.
005335     IF RELATIONSHIP-NOT-FOUND
005336         GO TO 2500-EXIT
005337     END-IF.
005338     PERFORM 1150-START-JOINT-WALK THRU 1150-EXIT.
005339     PERFORM 2510-PRINT-ONE-JOINT-COPY THRU 2510-EXIT
005340         UNTIL RELATIONSHIP-AT-END.
005341 2500-EXIT.
005342     EXIT.
005343
005344 2510-PRINT-ONE-JOINT-COPY.
005345     PERFORM 1140-NEXT-JOINT-COPY THRU 1140-EXIT.
005346     IF NOT COPY-ACCOUNT-FOUND
005347         GO TO 2510-EXIT
005348     END-IF.
005349
005350     ADD 1 TO WS-JOINT-COPIES-LISTED.
005351     MOVE ACCOUNT-NAME TO SP-COPY-OWNER.
005352     WRITE STATEMENT-PRINT-LINE FROM SP-COPY-LINE.
005353     PERFORM 2220-PRINT-ACCOUNT-DETAIL THRU 2220-EXIT.
005354 2510-EXIT.
005355     EXIT.
005356
005357 2600-PRINT-COMBINED-BALANCE.
005358     MOVE WS-COMBINED-BALANCE TO SP-COMBINED-BALANCE.
005360     WRITE STATEMENT-PRINT-LINE FROM SP-COMBINED-LINE.
005370 2600-EXIT.
005380     EXIT.
005420     DISPLAY "CUSTOMERS READ:         " WS-CUSTOMERS-READ.
005430     DISPLAY "STATEMENTS PRODUCED:    " WS-STATEMENTS-PRODUCED.
005440     DISPLAY "ACCOUNTS LISTED:        " WS-ACCOUNTS-LISTED.
005442     DISPLAY "JOINT COPIES LISTED:    " WS-JOINT-COPIES-LISTED.
005450     DISPLAY "Statements written to stmtprnt.rpt".
005460 9000-EXIT.
005470     EXIT.
