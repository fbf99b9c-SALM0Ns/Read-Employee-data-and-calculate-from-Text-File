000382*  09/02/2026 RDH   BACKUP RECORD AREAS WIDENED FROM 80 TO 120
000384*                   BYTES WITH EMPBKUP.CBL (SEE ITS HISTORY) --
000386*                   THE EMPLOYEE-RECORD IS NOW 109 BYTES.
000387*  10/15/2026 RDH   THE EMPLOYEE-RECORD IS NOW 116 BYTES (SEE
000388*                   EMPBKUP.CBL'S HISTORY); THE 120-BYTE BACKUP
000389*                   AREAS STILL HOLD IT UNCHANGED.
000399*===============================================================
000400 PROGRAM-ID. EmpRest.
000410 ENVIRONMENT DIVISION.
