000240*      GROSS/NET ARE WHOLE-DOLLAR FIELDS ACCUMULATED THE SAME
000250*      WAY AS EMP.CBL'S RUN TOTALS, SO THE TWO SIDES TRUNCATE
000260*      CENTS IDENTICALLY.
000261*
000262*      THE OFF-CYCLE SECTION CARRIES THE MONTH'S OFF-CYCLE
000263*      BUCKETS (KEY = CTL-YEAR-MONTH + 50, SEE PAYHREC) SUMMED
000264*      ACROSS DEPARTMENTS.  EMP.CBL SETS IT AT END OF JOB AND
000265*      EMPOFFPAY.CBL RESETS IT AFTER EACH OFF-CYCLE RUN;
000266*      EMPRECON.CBL BALANCES IT AGAINST THE BUCKETS AND THE PAY
000267*      HISTORY.  A RECORD WRITTEN BEFORE THE SECTION EXISTED
000268*      HAS SPACES THERE AND IS NOT BALANCED FOR OFF-CYCLE.
000270*---------------------------------------------------------------
000280*  MODIFICATION HISTORY.
000290*  DATE       INIT  DESCRIPTION
000300*  ---------- ----  -----------------------------------------
000310*  08/22/2026 RDH   ORIGINAL COPYBOOK.
000311*  10/15/2026 RDH   ADDED THE OFF-CYCLE SECTION.
000320*===============================================================
000330 01  CONTROL-TOTALS-RECORD.
000340     05 CTL-RUN-DATE        PIC 9(8).
000460     05 CTL-MTD-NET         PIC 9(9).
000470     05 FILLER              PIC X(01) VALUE SPACE.
000480     05 CTL-MTD-HEADCOUNT   PIC 9(5).
000481     05 FILLER              PIC X(01) VALUE SPACE.
000482     05 CTL-OFF-PERIOD-KEY  PIC 9(6).
000483     05 FILLER              PIC X(01) VALUE SPACE.
000484     05 CTL-OFF-GROSS       PIC 9(9).
000485     05 FILLER              PIC X(01) VALUE SPACE.
000486     05 CTL-OFF-NET         PIC 9(9).
