000417*                   EMP-SALARY IS THE PER-PERIOD FIGURE; FOR M
000418*                   IT REMAINS THE MONTHLY FIGURE IT HAS
000419*                   ALWAYS BEEN.
000420*  10/15/2026 RDH   ADDED EMP-PAY-TYPE (H = HOURLY, FROM TIMECARDS
000421*                   AT EMP-HOURLY-RATE; SPACE = SALARIED) AND
000422*                   EMP-HOURLY-RATE, AND PRENOTE STATUS R
000423*                   (RETURNED BY THE BANK, SEE EMPRTN.CBL).
000424*===============================================================
000425 01  EMPLOYEE-RECORD.
000426     05 EMP-ID              PIC X(4).
000427     05 EMP-NAME            PIC X(15).
000430     05 EMP-DEPARTMENT      PIC X(10).
000440     05 EMP-SALARY          PIC 9(8)V99.
000450     05 EMP-SALARY-X REDEFINES EMP-SALARY PIC X(10).
000610        88 EMP-PN-NONE           VALUE SPACE.
000620        88 EMP-PN-PENDING        VALUE 'P'.
000630        88 EMP-PN-APPROVED       VALUE 'A'.
000631        88 EMP-PN-RETURNED       VALUE 'R'.
000640     05 EMP-PRENOTE-DATE    PIC 9(8).
000650     05 EMP-PAY-FREQUENCY   PIC X(01).
000660        88 EMP-FREQ-MONTHLY      VALUES 'M' SPACE.
000670        88 EMP-FREQ-SEMIMONTHLY  VALUE 'S'.
000680        88 EMP-FREQ-BIWEEKLY     VALUE 'B'.
000681     05 EMP-PAY-TYPE        PIC X(01).
000682        88 EMP-PAY-SALARIED      VALUES 'S' SPACE.
000683        88 EMP-PAY-HOURLY        VALUE 'H'.
000684     05 EMP-HOURLY-RATE     PIC 9(4)V99.

