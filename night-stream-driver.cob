000220*  record is there and marked complete ("C").  A step that     *
000230*  failed, or whose record is still "R", stops the stream      *
000240*  cold -- nothing downstream runs against a half-posted       *
000250*  base.  A step that marks its record "H" has asked for the   *
000260*  stop itself, and the stream halts the same way.  Every      *
000262*  step's start, end, status and counts go to the              *
000264*  night-operations log (nightops.rpt) so the morning          *
000270*  shift can see at a glance whether the night ran clean.      *
000280*                                                              *
000290*  Stream order:                                               *
000300*    1. Integrity-Sweep             (IGS, daily, ahead of      *
000310*       every posting job)                                     *
000320*    2. Sanctions-Rescreen-Batch    (SAN, daily, before        *
000330*       any money moves)                                       *
000340*    3. Transaction-Posting-Batch   (ACH, daily)               *
000344*    4. Check-Clearing-Batch        (CHK, daily)               *
000345*    5. Standing-Order-Batch        (SO , daily)               *
000346*    6. CD-Maturity-Batch           (CDM, daily)               *
000347*    7. Loan-Servicing-Batch        (LNB, daily)               *
000348*    8. Interest-Accrual-Batch      (INT, month-end only)      *
000349*    9. Service-Charge-Batch        (FEE, month-end only)      *
000350*   10. Portfolio-Snapshot-Batch    (PSN, month-end only,      *
000351*       after fees so the month's charges are counted)         *
000352*   11. Deposit-Trend-Report        (TRD, month-end only)      *
000353*   12. Statement-Production-Batch  (STM, month-end only,      *
000354*       after fees so the charges show on the statements)      *
000355*   13. Collections-Aging-Batch     (COL, daily, after the     *
000360*       last posting of the night)                             *
000362*   14. History-Archive-Batch       (HAR, daily)               *
000370*   15. Frozen-Accounts-Report      (FRZ, daily)               *
000380*   16. Security-Audit-Report       (SEC, daily)               *
000390*   17. Dormancy-Review-Batch       (DOR, daily)               *
000391*   18. Daily-Reconciliation        (REC, daily)               *
000392*   19. General-Ledger-Extract      (GLX, daily, once the      *
000393*       reconciliation has proved the day)                     *
000394*   20. Currency-Transaction-Report (CTR, daily, while the     *
000395*       day's cash is still on the live journal)               *
000396*   21. Journal-Archive-Batch       (JAR, daily, after the     *
000400*       reconciliation has proved the day)                     *
000410*----------------------------------------------------------------
000420*  Mod history:                                                *
000437*   2026-09-02  RLB  Added the Service-Charge-Batch step        *
000438*                    (job "FEE") at month end, between the      *
000439*                    interest accrual and the statements.       *
000440*   2026-10-15  RLB  Added the Currency-Transaction-Report      *
000441*                    step (job "CTR") ahead of the journal      *
000442*                    cutover.                                   *
000443*   2026-10-15  RLB  Added the General-Ledger-Extract step      *
000444*                    (job "GLX") after the reconciliation.      *
000445*   2026-10-15  RLB  Added the Loan-Servicing-Batch step       *
000446*                    (job "LNB") after the CD maturities, so    *
000447*                    loans are collected before the accrual.    *
000448*   2026-10-15  RLB  Added the Check-Clearing-Batch step        *
000449*                    (job "CHK") straight after the ACH         *
000450*                    posting, ahead of the standing orders.     *
000451*   2026-10-15  RLB  Added the Portfolio-Snapshot-Batch and    *
000452*                    Deposit-Trend-Report steps (jobs "PSN"    *
000453*                    and "TRD") at month end, after the        *
000454*                    service charges and before the            *
000455*                    statements.                               *
000456*   2026-10-15  RLB  Added the Integrity-Sweep step (job       *
000457*                    "IGS") at the head of the stream; a       *
000458*                    record it leaves marked "H" halts the     *
000459*                    stream before any posting.                *
000460*   2026-10-15  RLB  Added the Sanctions-Rescreen-Batch step   *
000461*                    (job "SAN") straight after the sweep, so  *
000462*                    a confirmed match is frozen before any    *
000463*                    money moves; a refused list halts the     *
000464*                    stream.                                   *
000465*   2026-10-15  RLB  Added the Collections-Aging-Batch step    *
000466*                    (job "COL") after the month-end block, so *
000467*                    overdrafts are aged on the night's final  *
000468*                    balances, fees included.                  *
000469****************************************************************
000470
000471 ENVIRONMENT DIVISION.
000472 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BATCH-CONTROL-FILE
000500         ASSIGN TO "batchctl.dat"
002020*    report, prove the day, and cut the journal over last.
002030*    Any halt stops everything downstream.
002040 1000-RUN-THE-STREAM.
002041     MOVE "INTEGRITY SWEEP" TO WS-STEP-NAME.
002042     MOVE "Integrity-Sweep" TO WS-STEP-PROGRAM.
002043     MOVE "IGS" TO WS-STEP-JOB-ID.
002044     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002045     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002046     IF STREAM-HALTED
002047         GO TO 1000-EXIT
002048     END-IF.
002049
002050     MOVE "SANCTIONS RESCREEN" TO WS-STEP-NAME.
002051     MOVE "Sanctions-Rescreen-Batch" TO WS-STEP-PROGRAM.
002052     MOVE "SAN" TO WS-STEP-JOB-ID.
002053     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002054     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002055     IF STREAM-HALTED
002056         GO TO 1000-EXIT
002057     END-IF.
002058
002059     MOVE "ACH TRANSACTION POSTING" TO WS-STEP-NAME.
002060     MOVE "Transaction-Posting-Batch" TO WS-STEP-PROGRAM.
002070     MOVE "ACH" TO WS-STEP-JOB-ID.
002071     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002072     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002073     IF STREAM-HALTED
002074         GO TO 1000-EXIT
002075     END-IF.
002076
002077     MOVE "CHECK CLEARING" TO WS-STEP-NAME.
002078     MOVE "Check-Clearing-Batch" TO WS-STEP-PROGRAM.
002079     MOVE "CHK" TO WS-STEP-JOB-ID.
002080     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002090     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002100     IF STREAM-HALTED
002290         GO TO 1000-EXIT
002300     END-IF.
002310
002311     MOVE "LOAN SERVICING" TO WS-STEP-NAME.
002312     MOVE "Loan-Servicing-Batch" TO WS-STEP-PROGRAM.
002313     MOVE "LNB" TO WS-STEP-JOB-ID.
002314     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002315     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002316     IF STREAM-HALTED
002317         GO TO 1000-EXIT
002318     END-IF.
002319
002320     IF MONTH-END-TONIGHT
002330         MOVE "INTEREST ACCRUAL" TO WS-STEP-NAME
002340         MOVE "Interest-Accrual-Batch" TO WS-STEP-PROGRAM
002407         IF STREAM-HALTED
002408             GO TO 1000-EXIT
002409         END-IF
002410         MOVE "PORTFOLIO SNAPSHOT" TO WS-STEP-NAME
002411         MOVE "Portfolio-Snapshot-Batch" TO WS-STEP-PROGRAM
002412         MOVE "PSN" TO WS-STEP-JOB-ID
002413         MOVE WS-PERIOD-YYYYMM TO WS-STEP-PERIOD
002414         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
002415         IF STREAM-HALTED
002416             GO TO 1000-EXIT
002417         END-IF
002418         MOVE "DEPOSIT TREND REPORT" TO WS-STEP-NAME
002419         MOVE "Deposit-Trend-Report" TO WS-STEP-PROGRAM
002420         MOVE "TRD" TO WS-STEP-JOB-ID
002421         MOVE WS-PERIOD-YYYYMM TO WS-STEP-PERIOD
002422         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
002423         IF STREAM-HALTED
002424             GO TO 1000-EXIT
002425         END-IF
002426         MOVE "STATEMENT PRODUCTION" TO WS-STEP-NAME
002427         MOVE "Statement-Production-Batch" TO WS-STEP-PROGRAM
002430         MOVE "STM" TO WS-STEP-JOB-ID
002440         MOVE WS-PERIOD-YYYYMM TO WS-STEP-PERIOD
002450         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
002470             GO TO 1000-EXIT
002480         END-IF
002490     ELSE
002500         ADD 5 TO WS-STEPS-SKIPPED
002501     END-IF.
002502
002503     MOVE "OVERDRAFT COLLECTIONS" TO WS-STEP-NAME.
002504     MOVE "Collections-Aging-Batch" TO WS-STEP-PROGRAM.
002505     MOVE "COL" TO WS-STEP-JOB-ID.
002506     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002507     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002508     IF STREAM-HALTED
002509         GO TO 1000-EXIT
002510     END-IF.
002520
002530     MOVE "HISTORY ARCHIVING" TO WS-STEP-NAME.
002800     MOVE "DAILY RECONCILIATION" TO WS-STEP-NAME.
002810     MOVE "Daily-Reconciliation" TO WS-STEP-PROGRAM.
002820     MOVE "REC" TO WS-STEP-JOB-ID.
002821     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002822     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002823     IF STREAM-HALTED
002824         GO TO 1000-EXIT
002825     END-IF.
002826
002827     MOVE "GENERAL LEDGER EXTRACT" TO WS-STEP-NAME.
002828     MOVE "General-Ledger-Extract" TO WS-STEP-PROGRAM.
002829     MOVE "GLX" TO WS-STEP-JOB-ID.
002830     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002831     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002832     IF STREAM-HALTED
002833         GO TO 1000-EXIT
002834     END-IF.
002835
002836     MOVE "CASH TRANSACTION REPORTS" TO WS-STEP-NAME.
002837     MOVE "Currency-Transaction-Report" TO WS-STEP-PROGRAM.
002838     MOVE "CTR" TO WS-STEP-JOB-ID.
002839     MOVE WS-TODAY-DATE TO WS-STEP-PERIOD.
002840     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT.
002850     IF STREAM-HALTED
002860         GO TO 1000-EXIT
003310
003320*    The step's own run record is the proof it finished --
003330*    missing means the step never got as far as claiming its
003340*    run, and "R" means it died mid-flight.  "H" means the
003342*    step finished but found something the rest of the night
003344*    must not run over -- the integrity sweep's severity-1
003346*    breaks.  Any of these and
003350*    nothing downstream may run.  The control file is opened
003360*    only for the length of the check so it never clashes
003370*    with a step's own open.
003560             GO TO 2200-EXIT
003570     END-READ.
003580
003581     IF BC-RUN-HALTED
003582         MOVE "STEP CALLED FOR A HALT (H)" TO WS-HALT-REASON
003583         PERFORM 2100-HALT-THE-STREAM THRU 2100-EXIT
003584         CLOSE BATCH-CONTROL-FILE
003585         GO TO 2200-EXIT
003586     END-IF.
003590     IF NOT BC-RUN-COMPLETE
003600         MOVE "STEP LEFT IN PROGRESS (R)" TO WS-HALT-REASON
003610         PERFORM 2100-HALT-THE-STREAM THRU 2100-EXIT
