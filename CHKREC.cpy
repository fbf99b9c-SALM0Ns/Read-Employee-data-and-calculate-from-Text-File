000100*===============================================================
000110*  COPYBOOK      : CHKREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      ISSUED CHECK RECORD (EMPCHECKS.TXT, KEYED ON THE CHECK
000180*      NUMBER).  EMPCHECK.CBL WRITES ONE RECORD FOR EVERY
000190*      CHECK IT PRINTS AND NEVER DELETES ONE -- A VOID ONLY
000200*      CHANGES CK-STATUS, SO EVERY NUMBER TAKEN FROM CHECK
000210*      STOCK CAN BE ACCOUNTED FOR.  THE STUB AMOUNTS ARE KEPT
000220*      SO A REISSUE CAN REPRINT THE SAME STUB.
000230*
000240*      CK-ISSUE-SENT-SW / CK-VOID-SENT-SW RECORD WHETHER THE
000250*      ISSUE, AND ANY LATER VOID, HAVE GONE TO THE BANK ON A
000260*      POSITIVE-PAY FILE.  EACH CHECK RUN SENDS WHATEVER IS
000270*      STILL UNSENT, SO A CHECK VOIDED BETWEEN RUNS GOES OUT
000280*      ON THE NEXT FILE.
000290*
000300*      A REISSUE IS A NEW CHECK: CK-REISSUE-OF ON THE NEW ONE
000310*      AND CK-REISSUED-AS ON THE VOIDED ONE LINK THE TWO.
000320*---------------------------------------------------------------
000330*  MODIFICATION HISTORY.
000340*  DATE       INIT  DESCRIPTION
000350*  ---------- ----  -----------------------------------------
000360*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000361*  10/15/2026 RDH   CONDITION NAMES ON CK-SOURCE (SAME CODES AS
000362*                   PP-SOURCE IN PAPERREC).
000363*  10/15/2026 RDH   ADDED CK-FROM-REVIEW-HOLD (SOURCE H).
000364*  10/15/2026 RDH   ADDED CK-FROM-OFF-CYCLE (SOURCE O).
000370*===============================================================
000380 01  CHECK-RECORD.
000390     05 CK-NUMBER           PIC 9(8).
000400     05 CK-EMP-ID           PIC X(4).
000410     05 CK-PAYEE-NAME       PIC X(15).
000420     05 CK-EMP-DEPARTMENT   PIC X(10).
000430     05 CK-SOURCE           PIC X(01).
000431        88 CK-FROM-PAY-RUN       VALUE 'P'.
000432        88 CK-FROM-BANK-RETURN   VALUE 'R'.
000433        88 CK-FROM-REVIEW-HOLD   VALUE 'H'.
000434        88 CK-FROM-OFF-CYCLE     VALUE 'O'.
000440     05 CK-PERIOD-KEY       PIC 9(6).
000450     05 CK-GROSS            PIC 9(8)V99.
000460     05 CK-TAX-AMOUNT       PIC 9(8)V99.
000470     05 CK-BENEFIT-AMOUNT   PIC 9(8)V99.
000480     05 CK-OTHER-DEDUCTION  PIC 9(6)V99.
000490     05 CK-GARNISH-AMOUNT   PIC 9(8)V99.
000500     05 CK-AMOUNT           PIC 9(8)V99.
000510     05 CK-ISSUE-DATE       PIC 9(8).
000520     05 CK-STATUS           PIC X(01).
000530        88 CK-ISSUED             VALUE 'I'.
000540        88 CK-VOIDED             VALUE 'V'.
000550     05 CK-VOID-DATE        PIC 9(8).
000560     05 CK-VOID-REASON      PIC X(20).
000570     05 CK-REISSUE-OF       PIC 9(8).
000580     05 CK-REISSUED-AS      PIC 9(8).
000590     05 CK-ISSUE-SENT-SW    PIC X(01).
000600        88 CK-ISSUE-SENT         VALUE 'Y'.
000610     05 CK-VOID-SENT-SW     PIC X(01).
000620        88 CK-VOID-SENT          VALUE 'Y'.
