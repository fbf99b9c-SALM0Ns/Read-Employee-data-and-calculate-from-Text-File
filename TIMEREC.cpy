000100*===============================================================
000110*  COPYBOOK      : TIMEREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      HOURLY TIMECARD RECORD (EMPTIME.TXT, KEYED ON TC-KEY =
000180*      EMP-ID PLUS THE PAY-CALENDAR PERIOD KEY YYYYNN -- THE
000190*      SAME KEY SHAPE AS PH-YEAR-MONTH ON THE PAY HISTORY FILE,
000200*      SEE PAYHREC AND PAYCAL).  ONE CARD PER HOURLY EMPLOYEE
000210*      PER PAY PERIOD.  EMPTIME.CBL EDITS THE RAW CARDS FROM
000220*      EMPTIMEIN.TXT AND LOADS THE GOOD ONES HERE; EMP.CBL,
000230*      EMPPAY.CBL AND EMPRECON.CBL READ THEM TO BUILD HOURLY
000240*      GROSS (REGULAR + OVERTIME AT PREMIUM + HOLIDAY HOURS).
000250*---------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------- ----  -----------------------------------------
000290*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000300*===============================================================
000310 01  TIME-CARD-RECORD.
000320     05 TC-KEY.
000330        10 TC-EMP-ID        PIC X(4).
000340        10 TC-PERIOD-KEY    PIC 9(6).
000350     05 TC-REGULAR-HOURS    PIC 9(3)V99.
000360     05 TC-OVERTIME-HOURS   PIC 9(3)V99.
000370     05 TC-HOLIDAY-HOURS    PIC 9(3)V99.
