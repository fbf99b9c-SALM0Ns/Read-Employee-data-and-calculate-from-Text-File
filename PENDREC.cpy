000100*===============================================================
000110*  COPYBOOK      : PENDREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      DUAL-CONTROL PENDING CHANGE RECORD (EMPPENDING.TXT, KEYED
000180*      ON THE ITEM NUMBER).  EMPMAINT.CBL DOES NOT APPLY A
000190*      CHANGE TO EMP-SALARY OR THE BANK DETAILS ITSELF: IT
000200*      WRITES ONE PENDING ITEM PER CHANGE TRANSACTION CARRYING
000210*      THE NEW VALUES AND THE OPERATOR WHO SUBMITTED THEM, AND
000220*      APPLIES THE REST OF THE TRANSACTION AS USUAL.  A CHANGE
000221*      TO THE PAY TYPE OR THE HOURLY RATE IS HELD THE SAME WAY.
000230*      EMPAPPR.CBL LETS A SECOND, DIFFERENT OPERATOR APPROVE
000240*      THE ITEM (IT IS THEN APPLIED TO THE MASTER AND JOURNALED
000250*      WITH BOTH OPERATORS) OR REJECT IT WITH A REASON, AND
000260*      REPORTS WHAT IS STILL PENDING.
000270*
000280*      PD-NEW-SALARY IS ZERO WHEN THE ITEM CARRIES NO SALARY
000290*      CHANGE; PD-NEW-BANK-ROUTING IS SPACES WHEN IT CARRIES NO
000300*      BANK CHANGE -- THE SAME NO-CHANGE CONVENTION AS THE
000310*      TRANSACTION (SEE TRANSREC).  PD-OLD-SALARY IS THE SALARY
000320*      ON THE MASTER WHEN THE CHANGE WAS SUBMITTED, FOR THE
000330*      APPROVER'S REFERENCE.  LIKEWISE PD-NEW-PAY-TYPE IS SPACE
000331*      AND PD-NEW-HOURLY-RATE ZERO WHEN NOT CHANGED, AND
000332*      PD-OLD-HOURLY-RATE IS THE RATE ON THE MASTER AT SUBMISSION.
000340*
000350*      ITEMS ARE NEVER DELETED: A DECISION ONLY CHANGES
000360*      PD-STATUS AND STAMPS WHO DECIDED AND WHEN, SO EVERY
000370*      SENSITIVE CHANGE EVER KEYED CAN BE ACCOUNTED FOR.  ITEM
000380*      NUMBERS ARE ISSUED BY EMPMAINT, ONE HIGHER THAN THE
000390*      HIGHEST ON FILE.
000400*---------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------- ----  -----------------------------------------
000440*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000441*  10/15/2026 RDH   ADDED PD-NEW-PAY-TYPE, PD-OLD-HOURLY-RATE AND
000442*                   PD-NEW-HOURLY-RATE SO HOURLY PAY CHANGES ARE
000443*                   HELD FOR APPROVAL LIKE SALARY CHANGES.
000450*===============================================================
000460 01  PENDING-RECORD.
000470     05 PD-ITEM-NUMBER      PIC 9(6).
000480     05 PD-EMP-ID           PIC X(4).
000490     05 PD-STATUS           PIC X(01).
000500        88 PD-PENDING            VALUE 'P'.
000510        88 PD-APPROVED           VALUE 'A'.
000520        88 PD-REJECTED           VALUE 'R'.
000530     05 PD-SUBMITTED-BY     PIC X(08).
000540     05 PD-SUBMIT-DATE      PIC 9(8).
000550     05 PD-SUBMIT-TIME      PIC 9(6).
000560     05 PD-OLD-SALARY       PIC 9(8)V99.
000570     05 PD-NEW-SALARY       PIC 9(8)V99.
000580     05 PD-NEW-BANK-ROUTING PIC X(09).
000590     05 PD-NEW-BANK-ACCOUNT PIC X(17).
000600     05 PD-NEW-BANK-ACCT-TYPE PIC X(01).
000610     05 PD-DECIDED-BY       PIC X(08).
000620     05 PD-DECISION-DATE    PIC 9(8).
000630     05 PD-REJECT-REASON    PIC X(30).
000631     05 PD-NEW-PAY-TYPE     PIC X(01).
000632     05 PD-OLD-HOURLY-RATE  PIC 9(4)V99.
000633     05 PD-NEW-HOURLY-RATE  PIC 9(4)V99.
