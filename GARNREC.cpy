000100*===============================================================
000110*  COPYBOOK      : GARNREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      GARNISHMENT / COURT-ORDERED DEDUCTION RECORD
000180*      (EMPGARN.TXT, KEYED ON GN-KEY = EMP-ID PLUS THE ORDER
000190*      NUMBER).  MAINTAINED BY GARNMAINT.CBL.  EMP.CBL TAKES
000200*      AN EMPLOYEE'S ACTIVE ORDERS IN GN-PRIORITY ORDER (LOW
000210*      NUMBER FIRST) EACH PAY PERIOD, EACH ONE UP TO ITS CAP --
000220*      GN-CAP-PERCENT OF DISPOSABLE EARNINGS (GROSS LESS TAX),
000230*      LESS WHAT HIGHER-PRIORITY ORDERS HAVE ALREADY TAKEN --
000240*      AND UPDATES THE BALANCES HERE.  A SHORTFALL AGAINST THE
000250*      SCHEDULED AMOUNT IS CARRIED IN GN-ARREARS AND ASKED FOR
000260*      AGAIN NEXT PERIOD.  AN ORDER WITH A TOTAL OWED CLOSES
000270*      ITSELF (GN-CLOSED) THE PERIOD IT IS PAID OFF; A ZERO
000280*      TOTAL OWED MEANS AN OPEN-ENDED ORDER (ONGOING SUPPORT)
000290*      THAT RUNS UNTIL GARNMAINT CLOSES IT.
000300*
000310*      GN-LAST-PERIOD-KEY / GN-LAST-AMOUNT RECORD WHAT EMP.CBL
000320*      TOOK IN THE MOST RECENT PERIOD APPLIED, SO A RESTARTED
000330*      OR REPEATED RUN IN THE SAME PERIOD REUSES THE AMOUNT
000340*      INSTEAD OF TAKING IT TWICE, EMPPAY.CBL DEDUCTS EXACTLY
000350*      WHAT THE REGISTER SHOWS, AND EMPGARN.CBL REMITS IT.
000360*
000370*      ORDER TYPES: C = CHILD SUPPORT, T = TAX LEVY,
000380*      G = CREDITOR GARNISHMENT, O = OTHER COURT ORDER.
000390*      METHOD: A = FLAT GN-AMOUNT PER PERIOD, P = GN-PERCENT
000400*      OF DISPOSABLE EARNINGS.
000410*---------------------------------------------------------------
000420*  MODIFICATION HISTORY.
000430*  DATE       INIT  DESCRIPTION
000440*  ---------- ----  -----------------------------------------
000450*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000460*===============================================================
000470 01  GARNISHMENT-RECORD.
000480     05 GN-KEY.
000490        10 GN-EMP-ID        PIC X(4).
000500        10 GN-ORDER-NUMBER  PIC X(6).
000510     05 GN-ORDER-TYPE       PIC X(01).
000520        88 GN-CHILD-SUPPORT      VALUE 'C'.
000530        88 GN-TAX-LEVY           VALUE 'T'.
000540        88 GN-CREDITOR           VALUE 'G'.
000550        88 GN-OTHER-ORDER        VALUE 'O'.
000560        88 GN-VALID-TYPE         VALUES 'C' 'T' 'G' 'O'.
000570     05 GN-PRIORITY         PIC 9(2).
000580     05 GN-METHOD           PIC X(01).
000590        88 GN-FLAT-AMOUNT        VALUE 'A'.
000600        88 GN-PERCENT-OF-DE      VALUE 'P'.
000610     05 GN-AMOUNT           PIC 9(6)V99.
000620     05 GN-PERCENT          PIC 9V999.
000630     05 GN-CAP-PERCENT      PIC 9V999.
000640     05 GN-TOTAL-OWED       PIC 9(8)V99.
000650     05 GN-PAID-TO-DATE     PIC 9(8)V99.
000660     05 GN-ARREARS          PIC 9(8)V99.
000670     05 GN-AGENCY-ID        PIC X(8).
000680     05 GN-AGENCY-NAME      PIC X(20).
000690     05 GN-CASE-NUMBER      PIC X(15).
000700     05 GN-STATUS           PIC X(01).
000710        88 GN-ACTIVE             VALUE 'A'.
000720        88 GN-CLOSED             VALUE 'C'.
000730     05 GN-START-DATE       PIC 9(8).
000731*       EMP.CBL TAKES NOTHING ON AN ORDER BEFORE THIS DATE.
000740     05 GN-CLOSED-DATE      PIC 9(8).
000750     05 GN-LAST-PERIOD-KEY  PIC 9(6).
000760     05 GN-LAST-AMOUNT      PIC 9(6)V99.
000770     05 GN-LAST-APPLIED-DATE PIC 9(8).
