000250*                    trial-balance grand total, which the        *
000260*                    end-of-day reconciliation job proves the    *
000270*                    journal against.                            *
000272*   2026-10-15  RLB  Added status "H": the step ran but found   *
000274*                    something the rest of the night must not   *
000276*                    run over, and asks the night-stream driver *
000278*                    to stop.                                   *
000280****************************************************************
000290 01  BATCH-CONTROL-RECORD.
000300     02  BC-CONTROL-KEY.
000330     02  BC-STATUS                   PIC X(01).
000340         88  BC-RUN-IN-PROGRESS      VALUE "R".
000350         88  BC-RUN-COMPLETE         VALUE "C".
000355         88  BC-RUN-HALTED           VALUE "H".
000360     02  BC-LAST-ACCOUNT             PIC 9(05).
000370     02  BC-AMOUNT                   PIC S9(09)V99.
