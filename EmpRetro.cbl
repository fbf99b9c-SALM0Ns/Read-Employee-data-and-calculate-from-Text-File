000480*  MODIFICATION HISTORY.
000490*  DATE       INIT  DESCRIPTION
000500*  ---------- ----  -----------------------------------------
000501*  09/02/2026 RDH   ORIGINAL PROGRAM.
000502*  09/02/2026 RDH   THE STAGED JOURNAL IMAGES WERE STILL 72
000503*                   BYTES FROM BEFORE THE BANK/PRENOTE AND
000504*                   FREQUENCY FIELDS -- WIDENED TO THE 109-BYTE
000505*                   EMPLOYEE-RECORD SO THE MOVE-BACK NO LONGER
000506*                   TRUNCATES THE SELECTED ENTRY.
000507*  09/02/2026 RDH   THE MONTH WALK ONLY FITS MONTHLY STAFF:
000508*                   SINCE THE PAY-PERIOD CALENDAR (SEE PAYCAL),
000509*                   SEMI-MONTHLY AND BIWEEKLY BUCKETS ARE KEYED
000510*                   YYYYNN BY PERIOD NUMBER AND EMP-SALARY IS A
000511*                   PER-PERIOD FIGURE, SO A NON-MONTHLY
000512*                   EMPLOYEE IS NOW REFUSED WITH RETURN-CODE 8
000513*                   INSTEAD OF SILENTLY ADJUSTING THE WRONG
000514*                   BUCKETS.  SETTLE THOSE BY HAND UNTIL A
000515*                   PERIOD-AWARE WALK IS BUILT.
000516*  09/02/2026 RDH   EACH POSTED DELTA IS NOW ALSO FOLDED INTO
000517*                   THE MATCHING DEPARTMENT/MONTH BUCKET OF
000518*                   EMPMTDYTD.TXT, AS THE CHANGE IN EACH
000519*                   FIELD'S WHOLE-DOLLAR TRUNCATION -- EXACTLY
000520*                   THE AMOUNT EMPYREND.CBL'S YEAR-END BALANCE
000521*                   SEES ON THE HISTORY SIDE, SO A YEAR WITH A
000522*                   RETRO ADJUSTMENT STILL PROVES AND ROLLS
000523*                   OUT.
000524*  10/15/2026 RDH   STAGED IMAGES WIDENED TO 116 BYTES.  AN
000525*                   HOURLY EMPLOYEE IS REFUSED, RETURN-CODE 8.
000533*===============================================================
000534 PROGRAM-ID. EmpRetro.
000540 ENVIRONMENT DIVISION.
001100         ==EMP-ST-LEAVE== BY ==BI-EMP-ST-LEAVE==
001110         ==EMP-ST-TERMINATED== BY ==BI-EMP-ST-TERMINATED==
001120         ==EMP-STATUS-DATE== BY ==BI-EMP-STATUS-DATE==
001121         ==EMP-PN-RETURNED== BY ==BI-PN-RETURNED==
001130         ==EMP-HIRE-DATE== BY ==BI-EMP-HIRE-DATE==
001131         ==EMP-BANK-ROUTING== BY ==BI-BANK-ROUTING==
001132         ==EMP-BANK-ACCOUNT== BY ==BI-BANK-ACCOUNT==
001142         ==EMP-FREQ-MONTHLY== BY ==BI-FREQ-MONTHLY==
001143         ==EMP-FREQ-SEMIMONTHLY== BY
001144             ==BI-FREQ-SEMIMONTHLY==
001145         ==EMP-FREQ-BIWEEKLY== BY ==BI-FREQ-BIWEEKLY==
001146         ==EMP-PAY-TYPE== BY ==BI-PAY-TYPE==
001147         ==EMP-PAY-SALARIED== BY ==BI-PAY-SALARIED==
001148         ==EMP-PAY-HOURLY== BY ==BI-PAY-HOURLY==
001149         ==EMP-HOURLY-RATE== BY ==BI-HOURLY-RATE==.

001150     COPY EMPREC
001154         REPLACING ==EMPLOYEE-RECORD== BY ==AFTER-IMAGE-DETAIL==
001238         ==EMP-PN-NONE== BY ==AI-PN-NONE==
001242         ==EMP-PN-PENDING== BY ==AI-PN-PENDING==
001246         ==EMP-PN-APPROVED== BY ==AI-PN-APPROVED==
001247         ==EMP-PN-RETURNED== BY ==AI-PN-RETURNED==
001250         ==EMP-PRENOTE-DATE== BY ==AI-PRENOTE-DATE==
001254         ==EMP-PAY-FREQUENCY== BY ==AI-PAY-FREQUENCY==
001258         ==EMP-FREQ-MONTHLY== BY ==AI-FREQ-MONTHLY==
001262         ==EMP-FREQ-SEMIMONTHLY== BY
001266             ==AI-FREQ-SEMIMONTHLY==
001267         ==EMP-FREQ-BIWEEKLY== BY ==AI-FREQ-BIWEEKLY==
001268         ==EMP-PAY-TYPE== BY ==AI-PAY-TYPE==
001269         ==EMP-PAY-SALARIED== BY ==AI-PAY-SALARIED==
001270         ==EMP-PAY-HOURLY== BY ==AI-PAY-HOURLY==
001271         ==EMP-HOURLY-RATE== BY ==AI-HOURLY-RATE==.

001300*---------------------------------------------------------------
001310*    THE SELECTED JOURNAL ENTRY'S DATE AND IMAGES.  THE SCAN
001350*---------------------------------------------------------------
001360 01  WS-SELECTED-ENTRY.
001370     05 WS-SEL-AUDIT-DATE   PIC 9(8) VALUE ZERO.
001371     05 WS-SEL-BEFORE-IMAGE PIC X(116) VALUE SPACES.
001372     05 WS-SEL-AFTER-IMAGE  PIC X(116) VALUE SPACES.

001400*---------------------------------------------------------------
001410*    PER-PERIOD ADJUSTMENT WORKING STORAGE.  THE DIFFERENCES
003123     MOVE BI-EMP-SALARY TO WS-OLD-SALARY
003130     MOVE AI-EMP-SALARY TO WS-NEW-SALARY
003140     COMPUTE WS-SALARY-DIFF = WS-NEW-SALARY - WS-OLD-SALARY
003141     IF AI-PAY-HOURLY
003142         DISPLAY "*** EMPLOYEE IS PAID HOURLY FROM TIMECARDS -"
003143             " RETRO MUST BE SETTLED BY HAND"
003144         MOVE 8 TO RETURN-CODE
003145         GO TO 3000-EXIT
003146     END-IF

003150     MOVE WS-REQUEST-EMP-ID TO SH2-EMP-ID
003160     MOVE AI-EMP-NAME TO SH2-EMP-NAME
