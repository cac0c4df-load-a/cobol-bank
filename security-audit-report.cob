000280*  Closes a BATCH-CONTROL-FILE record (job "SEC", one per      *
000290*  day) so the night-stream driver can see the step ran        *
000300*  clean.  Run in the nightly window after the posting jobs.   *
000301*                                                              *
000302*  A reversals section lists every same-day posting reversed   *
000303*  from the teller menu, read back from the reversal register  *
000304*  (reversal.dat), with the teller who keyed the reversal,     *
000305*  the supervisor who approved it and the posting it undid.    *
000310*----------------------------------------------------------------
000320*  Mod history:                                                *
000330*   2026-09-02  RLB  Original version.                         *
000332*   2026-10-15  RLB  Added the reversals section.              *
000334*   2026-10-15  RLB  Reversal register read from the start of  *
000336*                    the day under its key, now including the  *
000338*                    original journal type.                    *
000340****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000530         RECORD KEY IS BC-CONTROL-KEY
000540         FILE STATUS IS WS-BATCH-CONTROL-STATUS.
000550
000551     SELECT REVERSAL-FILE
000552         ASSIGN TO "reversal.dat"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS RV-ORIGINAL-KEY
000556         FILE STATUS IS WS-REVERSAL-FILE-STATUS.
000557
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AUDIT-FILE.
000640 FD  BATCH-CONTROL-FILE.
000650     COPY "bchctl.cpy".
000660
000662 FD  REVERSAL-FILE.
000664     COPY "revrec.cpy".
000666
000670 WORKING-STORAGE SECTION.
000680 01  WS-FILE-STATUSES.
000690     02  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
000710     02  WS-SECURITY-REPORT-STATUS  PIC X(02) VALUE "00".
000720     02  WS-BATCH-CONTROL-STATUS    PIC X(02) VALUE "00".
000730         88  BATCH-CONTROL-NOT-FOUND    VALUE "35".
000732     02  WS-REVERSAL-FILE-STATUS    PIC X(02) VALUE "00".
000734         88  REVERSAL-FILE-NOT-FOUND    VALUE "35".
000740
000750 01  WS-RUN-SWITCHES.
000760     02  WS-AUDIT-AT-END            PIC X(01) VALUE "N".
000790         88  CONTROL-RECORD-FOUND   VALUE "Y".
000800     02  WS-GROUP-MATCH             PIC X(01) VALUE "N".
000810         88  GROUP-MATCH-FOUND      VALUE "Y".
000812     02  WS-REVERSAL-AT-END         PIC X(01) VALUE "N".
000814         88  REVERSAL-AT-END        VALUE "Y".
000820
000830 01  WS-TODAY-DATE                  PIC 9(08).
000840
001060     02  WS-EVENTS-TODAY            PIC 9(05) COMP VALUE ZERO.
001070     02  WS-FAILURES-TODAY          PIC 9(05) COMP VALUE ZERO.
001080     02  WS-TARGETS-FLAGGED         PIC 9(05) COMP VALUE ZERO.
001082     02  WS-REVERSALS-TODAY         PIC 9(05) COMP VALUE ZERO.
001084     02  WS-REVERSALS-REFUSED       PIC 9(05) COMP VALUE ZERO.
001086     02  WS-REVERSED-LEGS           PIC 9(05) COMP VALUE ZERO.
001088     02  WS-REVERSED-AMOUNT         PIC 9(09)V99 VALUE ZEROS.
001090
001100 01  SR-HEADING-1.
001110     02  FILLER                     PIC X(26) VALUE
001430     02  SR-GROUP-FLAG              PIC X(14).
001440     02  FILLER                     PIC X(31) VALUE SPACES.
001450
001451 01  SR-REVERSAL-HEADING.
001452     02  FILLER            PIC X(08) VALUE "TIME".
001453     02  FILLER            PIC X(06) VALUE "BY".
001454     02  FILLER            PIC X(06) VALUE "APPR".
001455     02  FILLER            PIC X(07) VALUE "ACCT".
001456     02  FILLER            PIC X(12) VALUE "ORIGINAL".
001457     02  FILLER            PIC X(08) VALUE "AT".
001458     02  FILLER            PIC X(06) VALUE "TLR".
001459     02  FILLER            PIC X(27) VALUE "    AMOUNT".
001460
001461 01  SR-REVERSAL-LINE.
001462     02  SR-RV-TIME                 PIC 9(06).
001463     02  FILLER                     PIC X(02) VALUE SPACES.
001464     02  SR-RV-BY                   PIC X(04).
001465     02  FILLER                     PIC X(02) VALUE SPACES.
001466     02  SR-RV-APPROVER             PIC X(04).
001467     02  FILLER                     PIC X(02) VALUE SPACES.
001468     02  SR-RV-ACCOUNT              PIC 9(05).
001469     02  FILLER                     PIC X(02) VALUE SPACES.
001470     02  SR-RV-ORIG-TYPE            PIC X(10).
001471     02  FILLER                     PIC X(02) VALUE SPACES.
001472     02  SR-RV-ORIG-TIME            PIC 9(06).
001473     02  FILLER                     PIC X(02) VALUE SPACES.
001474     02  SR-RV-ORIG-TELLER          PIC X(04).
001475     02  FILLER                     PIC X(02) VALUE SPACES.
001476     02  SR-RV-AMOUNT               PIC Z(06)9.99.
001477     02  FILLER                     PIC X(17) VALUE SPACES.
001478
001479 01  SR-REVERSAL-TOTAL-LINE.
001480     02  FILLER                     PIC X(17) VALUE
001481         "REVERSED LEGS:   ".
001482     02  SR-RV-TOTAL-LEGS           PIC Z(04)9.
001483     02  FILLER                     PIC X(12) VALUE
001484         "    AMOUNT: ".
001485     02  SR-RV-TOTAL-AMOUNT         PIC Z(08)9.99.
001486     02  FILLER                     PIC X(34) VALUE SPACES.
001487
001488 01  SR-REFUSED-LINE.
001489     02  FILLER                     PIC X(27) VALUE
001490         "REVERSAL REQUESTS REFUSED: ".
001491     02  SR-RV-REFUSED              PIC Z(04)9.
001492     02  FILLER                     PIC X(48) VALUE SPACES.
001493
001494 01  SR-TEXT-LINE                   PIC X(80).
001495
001496 PROCEDURE DIVISION.
001497 0000-MAIN-LOGIC.
001500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001510
001520     OPEN INPUT AUDIT-FILE.
001730     END-IF.
001740
001750     PERFORM 3000-PRINT-FAILURE-GROUPS THRU 3000-EXIT.
001752     PERFORM 4000-PRINT-REVERSALS THRU 4000-EXIT.
001760
001770 0000-WRAP-UP.
001780     IF NOT AUDIT-FILE-NOT-FOUND
002510     IF EVENT-FAILED
002520         ADD 1 TO WS-FAILURES-TODAY
002530         PERFORM 2000-COUNT-ONE-FAILURE THRU 2000-EXIT
002531     END-IF.
002532
002533     IF EVENT-REVERSAL
002534         IF EVENT-FAILED
002535             ADD 1 TO WS-REVERSALS-REFUSED
002536         ELSE
002537             ADD 1 TO WS-REVERSALS-TODAY
002538         END-IF
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
003330 3100-EXIT.
003340     EXIT.
003350
003351*    Every leg reversed today, straight off the reversal
003352*    register, which is keyed by the original posting's date
003353*    first -- so today's entries sit together at one START.
003354*    Refused requests come from the audit events counted above.
003355 4000-PRINT-REVERSALS.
003356     MOVE SPACES TO SR-TEXT-LINE.
003357     WRITE SECURITY-REPORT-LINE FROM SR-TEXT-LINE.
003358     MOVE "REVERSALS POSTED TODAY:" TO SR-TEXT-LINE.
003359     WRITE SECURITY-REPORT-LINE FROM SR-TEXT-LINE.
003360
003361     OPEN INPUT REVERSAL-FILE.
003362     IF REVERSAL-FILE-NOT-FOUND
003363         MOVE "  NONE -- NO REVERSAL REGISTER ON DISK."
003364             TO SR-TEXT-LINE
003365         WRITE SECURITY-REPORT-LINE FROM SR-TEXT-LINE
003366         GO TO 4000-PRINT-REFUSED
003367     END-IF.
003368
003369     MOVE WS-TODAY-DATE TO RV-ORIG-DATE.
003370     MOVE ZEROS TO RV-ORIG-ACCOUNT.
003371     MOVE ZEROS TO RV-ORIG-TIME.
003372     MOVE SPACES TO RV-ORIG-TELLER.
003373     MOVE SPACES TO RV-ORIG-TYPE.
003374     MOVE "N" TO WS-REVERSAL-AT-END.
003375     START REVERSAL-FILE KEY IS >= RV-ORIGINAL-KEY
003376         INVALID KEY
003377             SET REVERSAL-AT-END TO TRUE
003378     END-START.
003379
003380     WRITE SECURITY-REPORT-LINE FROM SR-REVERSAL-HEADING.
003381     PERFORM 4100-PRINT-ONE-REVERSAL THRU 4100-EXIT
003382         UNTIL REVERSAL-AT-END.
003383     CLOSE REVERSAL-FILE.
003384
003385     IF WS-REVERSED-LEGS = ZERO
003386         MOVE "  NONE." TO SR-TEXT-LINE
003387         WRITE SECURITY-REPORT-LINE FROM SR-TEXT-LINE
003388     ELSE
003389         MOVE WS-REVERSED-LEGS TO SR-RV-TOTAL-LEGS
003390         MOVE WS-REVERSED-AMOUNT TO SR-RV-TOTAL-AMOUNT
003391         WRITE SECURITY-REPORT-LINE FROM SR-REVERSAL-TOTAL-LINE
003392     END-IF.
003393
003394 4000-PRINT-REFUSED.
003395     MOVE WS-REVERSALS-REFUSED TO SR-RV-REFUSED.
003396     WRITE SECURITY-REPORT-LINE FROM SR-REFUSED-LINE.
003397 4000-EXIT.
003398     EXIT.
003399
003400 4100-PRINT-ONE-REVERSAL.
003401     READ REVERSAL-FILE NEXT RECORD
003402         AT END
003403             SET REVERSAL-AT-END TO TRUE
003404             GO TO 4100-EXIT
003405     END-READ.
003406
003407     IF RV-ORIG-DATE NOT = WS-TODAY-DATE
003408         SET REVERSAL-AT-END TO TRUE
003409         GO TO 4100-EXIT
003410     END-IF.
003411
003412     ADD 1 TO WS-REVERSED-LEGS.
003413     ADD RV-ORIG-AMOUNT TO WS-REVERSED-AMOUNT.
003414     MOVE RV-REVERSAL-TIME TO SR-RV-TIME.
003415     MOVE RV-REVERSED-BY TO SR-RV-BY.
003416     MOVE RV-APPROVED-BY TO SR-RV-APPROVER.
003417     MOVE RV-ORIG-ACCOUNT TO SR-RV-ACCOUNT.
003418     MOVE RV-ORIG-TYPE TO SR-RV-ORIG-TYPE.
003419     MOVE RV-ORIG-TIME TO SR-RV-ORIG-TIME.
003420     MOVE RV-ORIG-TELLER TO SR-RV-ORIG-TELLER.
003421     MOVE RV-ORIG-AMOUNT TO SR-RV-AMOUNT.
003422     WRITE SECURITY-REPORT-LINE FROM SR-REVERSAL-LINE.
003423 4100-EXIT.
003424     EXIT.
003425
003426 9000-PRINT-SUMMARY.
003427     DISPLAY "SECURITY AUDIT REPORT - RUN SUMMARY".
003428     DISPLAY "EVENTS READ:            " WS-EVENTS-READ.
003429     DISPLAY "EVENTS TODAY:           " WS-EVENTS-TODAY.
003430     DISPLAY "FAILURES TODAY:         " WS-FAILURES-TODAY.
003431     DISPLAY "TARGETS FLAGGED:        " WS-TARGETS-FLAGGED.
003432     DISPLAY "REVERSALS TODAY:        " WS-REVERSALS-TODAY.
003433     DISPLAY "REVERSALS REFUSED:      " WS-REVERSALS-REFUSED.
003434     DISPLAY "Report written to secaudit.rpt".
003435 9000-EXIT.
003440     EXIT.
