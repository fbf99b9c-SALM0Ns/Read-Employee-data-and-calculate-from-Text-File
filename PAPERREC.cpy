000100*===============================================================
000110*  COPYBOOK      : PAPERREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      PAPER CHECK HAND-OFF RECORD (EMPPAPERPAY.TXT).  ONE
000180*      RECORD PER PAYMENT THAT MUST GO OUT AS A PAPER CHECK
000190*      INSTEAD OF A DEPOSIT -- WRITTEN BY EMPPAY.CBL FOR AN
000200*      EMPLOYEE WHOSE ACCOUNT IS IN ITS PRENOTE PERIOD OR WHO
000210*      HAS NO BANK DETAILS.  EMPCHECK.CBL READS THE FILE ON ITS
000220*      NEXT RUN, PRINTS A CHECK AND STUB FOR EACH RECORD, AND
000230*      EMPTIES THE FILE SO EACH PAYMENT IS CHECKED EXACTLY
000240*      ONCE.  WRITERS OPEN THE FILE EXTEND, THE SAME AS
000250*      EMPRETROPAY.TXT, SO SEVERAL RUNS BETWEEN CHECK RUNS
000260*      ACCUMULATE.  THE STUB AMOUNTS ARE CARRIED SO THE CHECK
000270*      RUN NEED NOT RECOMPUTE ANYTHING.
000280*
000290*      PP-SOURCE: P = REGULAR PAY RUN (EMPPAY.CBL).
000291*                 R = DEPOSIT RETURNED BY THE BANK (EMPRTN.CBL).
000292*                     ONLY THE NET IS KNOWN; THE PERIOD KEY IS
000293*                     THE YYYYMM OF THE DEPOSIT FILE IT WENT OUT
000294*                     ON AND THE OTHER AMOUNTS ARE ZERO.
000295*                     EMPPAY.CBL ALSO USES R FOR A RETRO
000296*                     ADJUSTMENT IT CANNOT DEPOSIT, THE SAME WAY
000297*                     (PERIOD KEY = YYYYMM OF THE RUN).
000298*                 H = DEPOSIT HELD BY THE PRE-RELEASE REVIEW
000299*                     (EMPPAY.CBL, ON EMPREVW.CBL'S DECISION),
000300*                     OR AN OFF-CYCLE PAYMENT TO AN EMPLOYEE THE
000301*                     REVIEW HOLDS (EMPOFFPAY.CBL, OFF-CYCLE
000302*                     PERIOD KEY AS FOR O).
000303*                     FULL STUB AMOUNTS, AS FOR P -- EXCEPT A
000304*                     HELD RETRO ADJUSTMENT, WHICH IS NET ONLY
000305*                     AS UNDER R.
000306*                 O = OFF-CYCLE PAYMENT (EMPOFFPAY.CBL).  FULL
000307*                     STUB AMOUNTS; THE PERIOD KEY IS THE
000308*                     OFF-CYCLE KEY (YYYY + 50 + PAY MONTH).
000309*---------------------------------------------------------------
000310*  MODIFICATION HISTORY.
000320*  DATE       INIT  DESCRIPTION
000330*  ---------- ----  -----------------------------------------
000340*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000341*  10/15/2026 RDH   ADDED SOURCE R FOR RETURNED DEPOSITS.
000342*  10/15/2026 RDH   ADDED SOURCE H FOR DEPOSITS HELD BY REVIEW.
000343*  10/15/2026 RDH   ADDED SOURCE O FOR OFF-CYCLE PAYMENTS.
000344*  10/15/2026 RDH   SOURCES R AND H ALSO CARRY RETRO ADJUSTMENTS.
000350*===============================================================
000360 01  PAPER-PAY-RECORD.
000370     05 PP-EMP-ID           PIC X(4).
000380     05 FILLER              PIC X(01) VALUE SPACE.
000390     05 PP-EMP-NAME         PIC X(15).
000400     05 FILLER              PIC X(01) VALUE SPACE.
000410     05 PP-EMP-DEPARTMENT   PIC X(10).
000420     05 FILLER              PIC X(01) VALUE SPACE.
000430     05 PP-SOURCE           PIC X(01).
000440        88 PP-FROM-PAY-RUN       VALUE 'P'.
000441        88 PP-FROM-BANK-RETURN   VALUE 'R'.
000442        88 PP-FROM-REVIEW-HOLD   VALUE 'H'.
000443        88 PP-FROM-OFF-CYCLE     VALUE 'O'.
000450     05 FILLER              PIC X(01) VALUE SPACE.
000460     05 PP-PERIOD-KEY       PIC 9(6).
000470     05 FILLER              PIC X(01) VALUE SPACE.
000480     05 PP-GROSS            PIC 9(8)V99.
000490     05 FILLER              PIC X(01) VALUE SPACE.
000500     05 PP-TAX-AMOUNT       PIC 9(8)V99.
000510     05 FILLER              PIC X(01) VALUE SPACE.
000520     05 PP-BENEFIT-AMOUNT   PIC 9(8)V99.
000530     05 FILLER              PIC X(01) VALUE SPACE.
000540     05 PP-OTHER-DEDUCTION  PIC 9(6)V99.
000550     05 FILLER              PIC X(01) VALUE SPACE.
000560     05 PP-GARNISH-AMOUNT   PIC 9(8)V99.
000570     05 FILLER              PIC X(01) VALUE SPACE.
000580     05 PP-NET-AMOUNT       PIC 9(8)V99.
000590     05 FILLER              PIC X(01) VALUE SPACE.
000600     05 PP-RUN-DATE         PIC 9(8).
