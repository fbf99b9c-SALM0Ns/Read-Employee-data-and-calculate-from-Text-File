000572*                   NUMBER THE CONTROL FILE NEVER LEARNED OF,
000573*                   SO THE NEXT RUN REUSED THE NUMBER AND THE
000574*                   PROOF COULD NEVER PASS AGAIN.
000575*  10/15/2026 RDH   AUDIT IMAGE AREAS WIDENED TO 283 TO FOLLOW
000576*                   THE AUDIT-RECORD: 116-BYTE BEFORE/AFTER IMAGES
000577*                   PLUS THE SUBMITTING AND APPROVING OPERATOR
000578*                   FIELDS (SEE AUDITREC).
000579*===============================================================
000580 PROGRAM-ID. EmpArch.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
001090     COPY AUDITREC.
001100
001110*---------------------------------------------------------------
001111*    ARCHIVED ENTRIES CARRY THE RAW RECORD BYTES (283 FOR THE
001130*    AUDIT-RECORD, 58 FOR THE PAY-HISTORY-RECORD) PREFIXED BY
001140*    THE GENERATION THAT CUT THEM, SO ONE ARCHIVE FILE HOLDS
001150*    EVERY GENERATION AND A GENERATION CAN BE RE-PROVED OR
001180 01  AUDIT-ARCH-RECORD.
001190     05 AA-GENERATION       PIC 9(3).
001200     05 FILLER              PIC X(01).
001201     05 AA-IMAGE            PIC X(283).
001212
001214 FD  AUDIT-CUT-FILE.
001216 01  AUDIT-CUT-RECORD.
001217     05 AC-GENERATION       PIC 9(3).
001218     05 FILLER              PIC X(01).
001219     05 AC-IMAGE            PIC X(283).
001220
001230 FD  AUDIT-KEEP-FILE.
001231 01  AUDIT-KEEP-RECORD      PIC X(283).
001250
001260 FD  PAY-HIST-FILE.
001270     COPY PAYHREC.
