000100*===============================================================
000110*  COPYBOOK      : LVPOLICY
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      PAID TIME OFF POLICY TABLE, COPIED INTO WORKING STORAGE
000180*      BY EVERY PROGRAM THAT ACCRUES, POSTS OR VALUES LEAVE
000190*      (EMP.CBL, EMPLEAVE.CBL, EMPLVVAL.CBL) SO THE THREE CAN
000200*      NEVER DISAGREE.  ONE ENTRY PER LEAVE TYPE:
000210*        LP-LEAVE-TYPE     - THE LV-LEAVE-TYPE CODE (LEAVEREC).
000220*        LP-MAX-BALANCE    - HOURS; ACCRUAL STOPS AT THIS
000230*                            BALANCE UNTIL SOME IS USED.
000240*        LP-CARRYOVER-CAP  - HOURS; AT YEAR END ANY BALANCE
000250*                            OVER THIS IS FORFEITED.
000260*        LP-PAYABLE-SW     - Y WHEN THE BALANCE IS PAID OUT ON
000270*                            TERMINATION, AND SO IS AN ACCRUED
000280*                            LIABILITY FOR THE GENERAL LEDGER.
000290*        LP-TIER           - ANNUAL ACCRUAL HOURS BY LENGTH OF
000300*                            SERVICE FROM EMP-HIRE-DATE: THE
000310*                            LAST TIER WHOSE LP-TIER-YEARS THE
000320*                            EMPLOYEE HAS COMPLETED APPLIES.
000330*                            TIERS ARE IN ASCENDING YEARS.
000340*      EACH PAY PERIOD ACCRUES THE ANNUAL HOURS DIVIDED BY THE
000350*      PERIODS IN A YEAR FOR THE EMPLOYEE'S PAY FREQUENCY
000360*      (LP-PERIODS-MONTHLY / -SEMIMONTHLY / -BIWEEKLY).
000370*      LP-STANDARD-HOURS IS THE WORK YEAR USED TO TURN A SALARY
000380*      INTO AN HOURLY RATE WHEN A BALANCE IS VALUED.
000390*      CHANGE THE POLICY HERE AND RECOMPILE ALL THREE PROGRAMS.
000400*---------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------- ----  -----------------------------------------
000440*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000450*===============================================================
000460 01  LEAVE-POLICY-VALUES.
000470*        TYPE  MAX  CARRY PAY  TIERS (YEARS + ANNUAL HOURS) X 4
000480     05 FILLER              PIC X(30) VALUE
000490        "V02400080Y00080021200516010200".
000500     05 FILLER              PIC X(30) VALUE
000510        "S04800480N00048000480004800048".
000520 01  LEAVE-POLICY-TABLE REDEFINES LEAVE-POLICY-VALUES.
000530     05 LP-TYPE-ENTRY OCCURS 2 TIMES.
000540        10 LP-LEAVE-TYPE    PIC X(01).
000550        10 LP-MAX-BALANCE   PIC 9(4).
000560        10 LP-CARRYOVER-CAP PIC 9(4).
000570        10 LP-PAYABLE-SW    PIC X(01).
000580           88 LP-PAYABLE           VALUE 'Y'.
000590        10 LP-TIER OCCURS 4 TIMES.
000600           15 LP-TIER-YEARS PIC 9(2).
000610           15 LP-TIER-HOURS PIC 9(3).

000620 01  LEAVE-POLICY-CONSTANTS.
000630     05 LP-TYPE-COUNT       PIC 9(1) COMP VALUE 2.
000640     05 LP-TIER-COUNT       PIC 9(1) COMP VALUE 4.
000650     05 LP-PERIODS-MONTHLY  PIC 9(2) VALUE 12.
000660     05 LP-PERIODS-SEMIMONTHLY PIC 9(2) VALUE 24.
000670     05 LP-PERIODS-BIWEEKLY PIC 9(2) VALUE 26.
000680     05 LP-STANDARD-HOURS   PIC 9(4) VALUE 2080.
