000100****************************************************************
000110*  REVREC.CPY                                                   *
000120*  Reversal register entry.  One record per journal posting     *
000130*  the online teller system has reversed, keyed by the          *
000140*  original posting's date, account, time, teller and journal   *
000150*  type -- the type keeps apart the legs of one transaction     *
000155*  journalled together, such as an early CD withdrawal and its  *
000157*  penalty, which share the same account, time and teller.      *
000160*  The key is what stops a posting being reversed twice: a      *
000170*  second attempt finds the record already on file.  Both       *
000180*  legs of a reversed transfer get a record each.  Kept on      *
000190*  reversal.dat and read back by the daily                      *
000200*  Security-Audit-Report for its reversals section.             *
000210*----------------------------------------------------------------
000220*  Mod history:                                                 *
000230*   2026-10-15  RLB  Original version.                          *
000232*   2026-10-15  RLB  RV-ORIG-TYPE moved into RV-ORIGINAL-KEY so *
000234*                    a penalty leg no longer collides with its  *
000236*                    withdrawal in the register.                *
000240****************************************************************
000250 01  REVERSAL-RECORD.
000260     02  RV-ORIGINAL-KEY.
000270         03  RV-ORIG-DATE            PIC 9(08).
000280         03  RV-ORIG-ACCOUNT         PIC 9(05).
000290         03  RV-ORIG-TIME            PIC 9(06).
000300         03  RV-ORIG-TELLER          PIC X(04).
000310         03  RV-ORIG-TYPE            PIC X(10).
000320     02  RV-ORIG-AMOUNT              PIC 9(07)V99.
000330     02  RV-REVERSAL-TYPE            PIC X(10).
000340     02  RV-REVERSAL-TIME            PIC 9(06).
000350     02  RV-REVERSED-BY              PIC X(04).
000360     02  RV-APPROVED-BY              PIC X(04).
