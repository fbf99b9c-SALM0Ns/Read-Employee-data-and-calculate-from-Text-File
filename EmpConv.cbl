000482*                   EMPREC) ARE WRITTEN BLANK -- NO ACCOUNT ON
000484*                   FILE, SO THE BANK KEEPS APPLYING ITS PAPER
000486*                   FORM UNTIL DETAILS ARE KEYED THROUGH THE
000487*                   NORMAL MAINTENANCE FLOW.
000488*  10/15/2026 RDH   EMP-PAY-TYPE WRITTEN AS S, HOURLY RATE ZERO.
000489*===============================================================
000490 PROGRAM-ID. EmpConv.
000500 ENVIRONMENT DIVISION.
001277     MOVE SPACE TO EMP-PRENOTE-STATUS
001278     MOVE ZERO TO EMP-PRENOTE-DATE
001279     MOVE 'M' TO EMP-PAY-FREQUENCY
001280     MOVE 'S' TO EMP-PAY-TYPE
001281     MOVE ZERO TO EMP-HOURLY-RATE

001282     WRITE EMPLOYEE-RECORD
001290         INVALID KEY
001300             DISPLAY "*** ERROR - DUPLICATE EMP-ID, SKIPPED: "
001310                 OM-EMP-ID
