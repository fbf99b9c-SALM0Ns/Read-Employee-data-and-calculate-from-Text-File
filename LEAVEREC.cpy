000100*===============================================================
000110*  COPYBOOK      : LEAVEREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      PAID TIME OFF BALANCE RECORD (EMPLEAVE.TXT, KEYED ON
000180*      LV-KEY = EMP-ID PLUS THE LEAVE TYPE).  ONE RECORD PER
000190*      EMPLOYEE PER LEAVE TYPE IN THE POLICY TABLE (SEE
000200*      LVPOLICY): V = VACATION, S = SICK.  ALL FIGURES ARE
000210*      HOURS WITH TWO DECIMALS.
000220*
000230*      EMP.CBL CREATES THE RECORD THE FIRST TIME AN EMPLOYEE IS
000240*      PAID AND ACCRUES INTO IT EVERY PAY PERIOD.  LV-LAST-
000250*      ACCRUAL-FREQ / LV-LAST-ACCRUAL-KEY RECORD THE LAST PERIOD
000260*      ACCRUED, SO A RESTARTED OR REPEATED RUN IN THE SAME
000270*      PERIOD DOES NOT ACCRUE TWICE.  EMPLEAVE.CBL POSTS THE
000280*      EDITED USAGE TRANSACTIONS AGAINST IT.  EMPLVVAL.CBL
000290*      VALUES THE BALANCES FOR THE GENERAL LEDGER.
000300*
000310*      LV-BALANCE-YEAR IS THE CALENDAR YEAR THE YTD FIGURES
000320*      BELONG TO.  THE FIRST ACCRUAL OR USAGE DATED IN A LATER
000330*      YEAR CLOSES THE OLD YEAR FIRST: ANY BALANCE OVER THE
000340*      TYPE'S CARRYOVER CAP IS FORFEITED (LV-FORFEITED), WHAT
000350*      IS LEFT IS LV-CARRIED-IN, AND THE YTD FIGURES START OVER.
000360*---------------------------------------------------------------
000370*  MODIFICATION HISTORY.
000380*  DATE       INIT  DESCRIPTION
000390*  ---------- ----  -----------------------------------------
000400*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000410*===============================================================
000420 01  LEAVE-RECORD.
000430     05 LV-KEY.
000440        10 LV-EMP-ID        PIC X(4).
000450        10 LV-LEAVE-TYPE    PIC X(01).
000460           88 LV-VACATION          VALUE 'V'.
000470           88 LV-SICK              VALUE 'S'.
000480     05 LV-BALANCE          PIC 9(4)V99.
000490     05 LV-BALANCE-YEAR     PIC 9(4).
000500     05 LV-CARRIED-IN       PIC 9(4)V99.
000510     05 LV-FORFEITED        PIC 9(4)V99.
000520     05 LV-YTD-ACCRUED      PIC 9(4)V99.
000530     05 LV-YTD-USED         PIC 9(4)V99.
000540     05 LV-LAST-ACCRUAL-FREQ PIC X(01).
000550     05 LV-LAST-ACCRUAL-KEY PIC 9(6).
000560     05 LV-LAST-ACCRUAL-HRS PIC 9(3)V99.
000570     05 LV-LAST-USED-DATE   PIC 9(8).
