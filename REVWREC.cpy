000100*===============================================================
000110*  COPYBOOK      : REVWREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      PRE-RELEASE PAYMENT REVIEW ITEM (EMPREVIEW.TXT, KEYED ON
000180*      RV-EMP-ID).  EMPREVW.CBL'S BUILD COMPARES EVERY PAYMENT
000190*      OF THE RUN (THE CURRENT PERIOD'S BUCKET ON EMPPAYHIST.TXT)
000200*      WITH THE EMPLOYEE'S PREVIOUS PERIOD AND WRITES ONE ITEM
000210*      FOR EACH EMPLOYEE WITH AT LEAST ONE FLAG UP:
000220*        RV-FLAG-VARIANCE    - NET SWUNG BY MORE THAN THE
000230*                              THRESHOLD PERCENTAGE.
000240*        RV-FLAG-FIRST-PAY   - NO EARLIER PERIOD ON FILE.
000250*        RV-FLAG-OVER-LIMIT  - NET OVER THE SINGLE-PAYMENT LIMIT.
000260*        RV-FLAG-BANK-CHANGE - DEPOSIT ACCOUNT CHANGED WITHIN THE
000270*                              LOOK-BACK WINDOW (EMPAUDIT.TXT).
000280*        RV-FLAG-SHARED-ACCT - ANOTHER EMPLOYEE ON THE MASTER HAS
000290*                              THE SAME ROUTING AND ACCOUNT.
000300*      A REVIEWER RELEASES OR HOLDS EACH ITEM (EMPREVW RELEASE /
000310*      HOLD).  EMPNIGHT.CBL WILL NOT START EMPPAY WHILE ANY ITEM
000320*      IS STILL PENDING; EMPPAY.CBL PAYS A HELD EMPLOYEE ON PAPER
000330*      (PAPERREC SOURCE H) INSTEAD OF BY DEPOSIT.
000340*
000350*      THE FILE HOLDS ONLY THE CURRENT RUN'S ITEMS: A BUILD
000360*      STAMPS EVERY ITEM IT RAISES WITH RV-BUILD-DATE/-TIME AND
000370*      REMOVES ANY ITEM IT DID NOT RAISE.  A DECISION SURVIVES A
000380*      RE-BUILD ONLY WHILE THE PERIOD, NET, FLAGS AND ACCOUNT ARE
000390*      UNCHANGED -- ANYTHING ELSE PUTS THE ITEM BACK TO PENDING.
000400*
000410*      RV-CHANGED-BY IS THE OPERATOR WHO SUBMITTED THE ACCOUNT
000420*      CHANGE BEHIND A BANK-CHANGE FLAG; THAT OPERATOR MAY NOT
000430*      RELEASE THE ITEM.
000440*---------------------------------------------------------------
000450*  MODIFICATION HISTORY.
000460*  DATE       INIT  DESCRIPTION
000470*  ---------- ----  -----------------------------------------
000480*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000490*===============================================================
000500 01  REVIEW-RECORD.
000510     05 RV-EMP-ID           PIC X(4).
000520     05 RV-PERIOD-KEY       PIC 9(6).
000530     05 RV-STATUS           PIC X(01).
000540        88 RV-PENDING            VALUE 'P'.
000550        88 RV-RELEASED           VALUE 'R'.
000560        88 RV-HELD               VALUE 'H'.
000570     05 RV-FLAGS.
000580        10 RV-FLAG-VARIANCE    PIC X(01).
000590           88 RV-VARIANCE           VALUE 'Y'.
000600        10 RV-FLAG-FIRST-PAY   PIC X(01).
000610           88 RV-FIRST-PAY          VALUE 'Y'.
000620        10 RV-FLAG-OVER-LIMIT  PIC X(01).
000630           88 RV-OVER-LIMIT         VALUE 'Y'.
000640        10 RV-FLAG-BANK-CHANGE PIC X(01).
000650           88 RV-BANK-CHANGED       VALUE 'Y'.
000660        10 RV-FLAG-SHARED-ACCT PIC X(01).
000670           88 RV-SHARED-ACCOUNT     VALUE 'Y'.
000680     05 RV-NET              PIC 9(8)V99.
000690     05 RV-PRIOR-PERIOD-KEY PIC 9(6).
000700     05 RV-PRIOR-NET        PIC 9(8)V99.
000710     05 RV-VARIANCE-PCT     PIC 9(5)V99.
000720     05 RV-BANK-ROUTING     PIC X(09).
000730     05 RV-BANK-ACCOUNT     PIC X(17).
000740     05 RV-BANK-CHANGE-DATE PIC 9(8).
000750     05 RV-CHANGED-BY       PIC X(08).
000760     05 RV-SHARED-WITH      PIC X(4).
000770     05 RV-BUILD-DATE       PIC 9(8).
000780     05 RV-BUILD-TIME       PIC 9(6).
000790     05 RV-DECIDED-BY       PIC X(08).
000800     05 RV-DECISION-DATE    PIC 9(8).
000810     05 RV-DECISION-NOTE    PIC X(30).
