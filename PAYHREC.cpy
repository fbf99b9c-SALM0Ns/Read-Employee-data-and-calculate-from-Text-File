000230*      IT PROCESSES THE MASTER -- A SECOND RUN IN THE SAME
000240*      PERIOD ACCUMULATES INTO THE EXISTING BUCKET, THE SAME
000250*      CONVENTION AS THE DEPARTMENT-LEVEL MTD/YTD FILE.
000251*
000252*      OFF-CYCLE PAY (EMPOFFPAY.CBL) POSTS UNDER NN 51-62 --
000253*      50 PLUS THE MONTH OF THE PAY DATE -- CLEAR OF EVERY
000254*      PAY-CALENDAR PERIOD NUMBER, ONE RECORD PER EMPLOYEE PER
000255*      OFF-CYCLE MONTH.  THE MTD/YTD BUCKETS USE THE SAME KEY.
000256*
000260*      EMPHIST.CBL IS THE COMPANION INQUIRY THAT LISTS ONE
000270*      EMPLOYEE'S PAY LINE FOR EVERY PERIOD ON FILE.
000271*---------------------------------------------------------------
000350*                   BEFORE THE CHANGE READS UNCHANGED; FOR
000360*                   SEMI-MONTHLY AND BIWEEKLY STAFF NN IS THE
000370*                   PERIOD NUMBER WITHIN THE YEAR.
000371*  10/15/2026 RDH   OFF-CYCLE PERIOD NUMBERS 51-62.
000380*===============================================================
000390 01  PAY-HISTORY-RECORD.
000400     05 PH-KEY.
