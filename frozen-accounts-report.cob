000220*                    job now closes a BATCH-CONTROL-FILE        *
000230*                    record (job "FRZ", one per day) so the     *
000240*                    driver can see the step ran clean.         *
000241*   2026-10-15  RLB  Each DE (deceased) hold now lists the      *
000242*                    account's payable-on-death beneficiaries   *
000243*                    from the relationship file (acctrel.dat),  *
000244*                    with name, phone and address from the CIF, *
000245*                    so the branch knows who to contact.        *
000250****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-HOLD-REPORT-STATUS.
000490
000491     SELECT RELATIONSHIP-FILE
000492         ASSIGN TO "acctrel.dat"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS REL-KEY
000496         ALTERNATE RECORD KEY IS REL-CUSTOMER-NUMBER
000497             WITH DUPLICATES
000498         FILE STATUS IS WS-RELATIONSHIP-STATUS.
000499
000500     SELECT CUSTOMER-FILE
000501         ASSIGN TO "custmast.dat"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS CUST-NUMBER
000505         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000506
000507     SELECT BATCH-CONTROL-FILE
000510         ASSIGN TO "batchctl.dat"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000650 FD  HOLD-REPORT-FILE.
000660 01  HOLD-REPORT-LINE               PIC X(80).
000670
000671 FD  RELATIONSHIP-FILE.
000672     COPY "relrec.cpy".
000673
000674 FD  CUSTOMER-FILE.
000675     COPY "custrec.cpy".
000676
000680 FD  BATCH-CONTROL-FILE.
000690     COPY "bchctl.cpy".
000700
000740     02  WS-HOLD-FILE-STATUS        PIC X(02) VALUE "00".
000750         88  HOLD-FILE-NOT-FOUND        VALUE "35".
000760     02  WS-HOLD-REPORT-STATUS      PIC X(02) VALUE "00".
000762     02  WS-RELATIONSHIP-STATUS     PIC X(02) VALUE "00".
000764         88  RELATIONSHIP-NOT-FOUND     VALUE "35".
000766     02  WS-CUSTOMER-FILE-STATUS    PIC X(02) VALUE "00".
000768         88  CUSTOMER-FILE-NOT-FOUND    VALUE "35".
000770     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
000780         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
000790
000820         88  HOLD-FILE-AT-END       VALUE "Y".
000830     02  WS-CONTROL-FOUND           PIC X(01) VALUE "N".
000840         88  CONTROL-RECORD-FOUND   VALUE "Y".
000842     02  WS-RELATIONSHIP-AT-END     PIC X(01) VALUE "N".
000844         88  RELATIONSHIP-AT-END    VALUE "Y".
000850
000860 01  WS-TODAY-DATE                  PIC 9(08).
000870
000910     02  WS-REASON-COUNT            PIC 9(05) COMP VALUE ZERO.
000920     02  WS-TOTAL-HOLDS             PIC 9(05) COMP VALUE ZERO.
000930     02  WS-STALE-HOLDS             PIC 9(05) COMP VALUE ZERO.
000932     02  WS-POD-COUNT               PIC 9(03) COMP VALUE ZERO.
000934     02  WS-TOTAL-PODS              PIC 9(05) COMP VALUE ZERO.
000940
000950 01  WS-COUNT-FMT                   PIC Z(04)9.
000960
001210         "  HOLDS LISTED:   ".
001220     02  HR-COUNT                   PIC Z(04)9.
001230
001231 01  HR-POD-LINE.
001232     02  FILLER                     PIC X(11) VALUE
001233         "    POD:   ".
001234     02  HR-POD-CUSTOMER            PIC 9(05).
001235     02  FILLER                     PIC X(02) VALUE SPACES.
001236     02  HR-POD-NAME                PIC X(20).
001237     02  FILLER                     PIC X(08) VALUE
001238         "  PHONE ".
001239     02  HR-POD-PHONE               PIC X(12).
001240     02  FILLER                     PIC X(22) VALUE SPACES.
001241
001242 01  HR-POD-ADDRESS-LINE.
001243     02  FILLER                     PIC X(18) VALUE SPACES.
001244     02  HR-POD-ADDRESS             PIC X(62).
001246
001248 01  HR-TEXT-LINE                   PIC X(80).
001250
001260 PROCEDURE DIVISION.
001270 0000-MAIN-LOGIC.
001580 0100-OPEN-FILES.
001590     OPEN INPUT ACCOUNT-FILE.
001600     OPEN INPUT HOLD-FILE.
001602     OPEN INPUT RELATIONSHIP-FILE.
001604     OPEN INPUT CUSTOMER-FILE.
001610     OPEN OUTPUT HOLD-REPORT-FILE.
001620 0100-EXIT.
001630     EXIT.
001660     CLOSE ACCOUNT-FILE.
001670     IF NOT HOLD-FILE-NOT-FOUND
001680         CLOSE HOLD-FILE
001681     END-IF.
001682     IF NOT RELATIONSHIP-NOT-FOUND
001683         CLOSE RELATIONSHIP-FILE
001684     END-IF.
001685     IF NOT CUSTOMER-FILE-NOT-FOUND
001686         CLOSE CUSTOMER-FILE
001690     END-IF.
001700     CLOSE HOLD-REPORT-FILE.
001710 0200-EXIT.
002770     END-IF.
002780
002790     WRITE HOLD-REPORT-LINE FROM HR-DETAIL-LINE.
002792     IF HOLD-DECEASED
002794         PERFORM 1200-LIST-POD-BENEFICIARIES THRU 1200-EXIT
002796     END-IF.
002800 1100-EXIT.
002810     EXIT.
002820
002821*    A deceased customer's account is paid out to its payable-
002822*    on-death beneficiaries; the branch contacts each of them.
002823 1200-LIST-POD-BENEFICIARIES.
002824     MOVE ZERO TO WS-POD-COUNT.
002825     IF RELATIONSHIP-NOT-FOUND
002826         GO TO 1200-NONE-ON-FILE
002827     END-IF.
002828
002829     MOVE "N" TO WS-RELATIONSHIP-AT-END.
002830     MOVE HOLD-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER.
002831     MOVE ZEROS TO REL-CUSTOMER-NUMBER.
002832     START RELATIONSHIP-FILE KEY IS >= REL-KEY
002833         INVALID KEY
002834             SET RELATIONSHIP-AT-END TO TRUE
002835     END-START.
002836     PERFORM 1210-LIST-ONE-BENEFICIARY THRU 1210-EXIT
002837         UNTIL RELATIONSHIP-AT-END.
002838
002839 1200-NONE-ON-FILE.
002840     IF WS-POD-COUNT = ZERO
002841         MOVE "    POD:   NONE ON FILE -- REFER TO BRANCH MANAGER"
002842             TO HR-TEXT-LINE
002843         WRITE HOLD-REPORT-LINE FROM HR-TEXT-LINE
002844     END-IF.
002845 1200-EXIT.
002846     EXIT.
002847
002848 1210-LIST-ONE-BENEFICIARY.
002849     READ RELATIONSHIP-FILE NEXT RECORD
002850         AT END
002851             SET RELATIONSHIP-AT-END TO TRUE
002852             GO TO 1210-EXIT
002853     END-READ.
002854     IF REL-ACCOUNT-NUMBER NOT = HOLD-ACCOUNT-NUMBER
002855         SET RELATIONSHIP-AT-END TO TRUE
002856         GO TO 1210-EXIT
002857     END-IF.
002858     IF NOT REL-POD-BENEFICIARY OR NOT REL-ACTIVE
002859         GO TO 1210-EXIT
002860     END-IF.
002861
002862     ADD 1 TO WS-POD-COUNT.
002863     ADD 1 TO WS-TOTAL-PODS.
002864     MOVE REL-CUSTOMER-NUMBER TO HR-POD-CUSTOMER.
002865     MOVE REL-CUSTOMER-NUMBER TO CUST-NUMBER.
002866     IF CUSTOMER-FILE-NOT-FOUND
002867         MOVE "NOT ON CUSTOMER FILE" TO HR-POD-NAME
002868         MOVE SPACES TO HR-POD-PHONE
002869         WRITE HOLD-REPORT-LINE FROM HR-POD-LINE
002870         GO TO 1210-EXIT
002871     END-IF.
002872     READ CUSTOMER-FILE
002873         KEY IS CUST-NUMBER
002874         INVALID KEY
002875             MOVE "NOT ON CUSTOMER FILE" TO HR-POD-NAME
002876             MOVE SPACES TO HR-POD-PHONE
002877             WRITE HOLD-REPORT-LINE FROM HR-POD-LINE
002878             GO TO 1210-EXIT
002879     END-READ.
002880
002881     MOVE CUST-NAME TO HR-POD-NAME.
002882     MOVE CUST-PHONE TO HR-POD-PHONE.
002883     WRITE HOLD-REPORT-LINE FROM HR-POD-LINE.
002884     MOVE CUST-ADDRESS-1 TO HR-POD-ADDRESS.
002885     WRITE HOLD-REPORT-LINE FROM HR-POD-ADDRESS-LINE.
002886     IF CUST-ADDRESS-2 NOT = SPACES
002887         MOVE CUST-ADDRESS-2 TO HR-POD-ADDRESS
002888         WRITE HOLD-REPORT-LINE FROM HR-POD-ADDRESS-LINE
002889     END-IF.
002890     MOVE SPACES TO HR-POD-ADDRESS.
002891     STRING CUST-CITY DELIMITED BY "  "
002892         " " DELIMITED BY SIZE
002893         CUST-STATE DELIMITED BY SIZE
002894         " " DELIMITED BY SIZE
002895         CUST-ZIP DELIMITED BY SIZE
002896         INTO HR-POD-ADDRESS.
002897     WRITE HOLD-REPORT-LINE FROM HR-POD-ADDRESS-LINE.
002898 1210-EXIT.
002899     EXIT.
002900
002901 9000-PRINT-SUMMARY.
002902     DISPLAY "FROZEN ACCOUNTS REPORT - RUN SUMMARY".
002903     MOVE WS-TOTAL-HOLDS TO WS-COUNT-FMT.
002904     DISPLAY "HOLDS ON FILE:          " WS-COUNT-FMT.
002905     MOVE WS-STALE-HOLDS TO WS-COUNT-FMT.
002906     DISPLAY "STALE HOLD RECORDS:     " WS-COUNT-FMT.
002907     MOVE WS-TOTAL-PODS TO WS-COUNT-FMT.
002908     DISPLAY "POD BENEFICIARIES:      " WS-COUNT-FMT.
002909     DISPLAY "Report written to holdrpt.rpt".
002910 9000-EXIT.
002911     EXIT.
