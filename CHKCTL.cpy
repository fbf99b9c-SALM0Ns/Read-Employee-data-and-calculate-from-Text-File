000100*===============================================================
000110*  COPYBOOK      : CHKCTL
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      CHECK STOCK CONTROL RECORD (EMPCHECKCTL.TXT, ONE
000180*      RECORD).  CCT-NEXT-CHECK IS THE NUMBER PRINTED ON THE
000190*      NEXT BLANK CHECK IN THE PRINTER; CCT-LAST-CHECK IS THE
000200*      LAST NUMBER IN THE STOCK LOADED.  ONLY EMPCHECK.CBL
000210*      MOVES THEM: A STOCK LOAD ('S' TRANSACTION) SETS BOTH,
000220*      AND EACH CHECK PRINTED TAKES THE NEXT NUMBER.  A RUN
000230*      THAT NEEDS MORE CHECKS THAN ARE LEFT IN STOCK IS
000240*      REFUSED BEFORE ANYTHING IS PRINTED.
000241*
000242*      THE RECORD IS REWRITTEN AFTER EVERY CHECK AND VOID, NOT
000243*      ONLY AT END OF JOB.  CCT-PAPER-CHECKED COUNTS THE
000244*      RECORDS AT THE FRONT OF EMPPAPERPAY.TXT ALREADY
000245*      CHECKED; A RUN THAT STOPS PART WAY IS RERUN AS IT
000246*      STANDS AND SKIPS THEM.  IT IS ZEROED WHEN A RUN ENDS
000247*      NORMALLY AND EMPTIES THE HAND-OFF FILE.
000250*---------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------- ----  -----------------------------------------
000290*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000291*  10/15/2026 RDH   ADDED CCT-PAPER-CHECKED FOR RESTART.
000300*===============================================================
000310 01  CHECK-CONTROL-RECORD.
000320     05 CCT-NEXT-CHECK      PIC 9(8).
000330     05 FILLER              PIC X(01) VALUE SPACE.
000340     05 CCT-LAST-CHECK      PIC 9(8).
000350     05 FILLER              PIC X(01) VALUE SPACE.
000360     05 CCT-LAST-RUN-DATE   PIC 9(8).
000370     05 FILLER              PIC X(01) VALUE SPACE.
000380     05 CCT-CHECKS-ISSUED   PIC 9(7).
000390     05 FILLER              PIC X(01) VALUE SPACE.
000400     05 CCT-CHECKS-VOIDED   PIC 9(7).
000401     05 FILLER              PIC X(01) VALUE SPACE.
000402     05 CCT-PAPER-CHECKED   PIC 9(7).
