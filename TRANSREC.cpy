000391*                   EMP-PAY-FREQUENCY ON THE MASTER (SEE
000392*                   EMPREC).  BLANK MEANS MONTHLY ON AN ADD AND
000393*                   NO CHANGE ON A CHANGE.
000394*  10/15/2026 RDH   ADDED TR-PAY-TYPE AND TR-HOURLY-RATE (BLANK OR
000395*                   ZERO MEANS NO CHANGE; BLANK ADDS SALARIED) AND
000396*                   TR-SUBMITTED-BY, THE KEYING OPERATOR, REQUIRED
000397*                   ON A CHANGE (SEE EMPEDIT, EMPMAINT).
000398*===============================================================
000399 01  TRANS-RECORD.
000400     05 TR-TRANS-CODE      PIC X(01).
000410        88 TR-ADD-TRANS         VALUE 'A'.
000420        88 TR-CHANGE-TRANS      VALUE 'C'.
000570     05 TR-BANK-ACCOUNT        PIC X(17).
000580     05 TR-BANK-ACCT-TYPE      PIC X(01).
000590     05 TR-PAY-FREQUENCY       PIC X(01).
000591     05 TR-PAY-TYPE            PIC X(01).
000592     05 TR-HOURLY-RATE         PIC 9(4)V99.
000593     05 TR-SUBMITTED-BY        PIC X(08).
