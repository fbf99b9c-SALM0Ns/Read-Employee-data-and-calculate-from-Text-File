000100*===============================================================
000110*  COPYBOOK      : ALLOCREC
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      LABOR COST DISTRIBUTION RECORD (EMPALLOC.TXT, KEYED ON
000180*      AL-KEY = EMP-ID PLUS THE DATE THE SPLIT TAKES EFFECT).
000190*      MAINTAINED BY ALLOCMAINT.CBL.  SPREADS AN EMPLOYEE'S PAY
000200*      ACROSS UP TO FIVE DEPARTMENTS BY PERCENTAGE FOR COSTING:
000210*      EMP.CBL CHARGES EACH DEPARTMENT ITS SHARE OF GROSS, NET,
000220*      TAX AND BENEFIT ON THE DEPARTMENT SUBTOTALS AND BUDGET
000230*      FIGURES AND IN THE EMPMTDYTD.TXT BUCKETS, SO EMPGLEXT.CBL
000240*      POSTS THE SHARES TO EACH DEPARTMENT'S ACCOUNTS.
000250*      EMP-DEPARTMENT STAYS THE EMPLOYEE'S HOME DEPARTMENT FOR
000260*      EVERYTHING ELSE.
000270*
000280*      THE RECORD IN FORCE ON A RUN IS THE ONE WITH THE LATEST
000290*      AL-EFFECTIVE-DATE NOT AFTER THE RUN DATE.  AN EMPLOYEE
000300*      WITH NO RECORD IN FORCE, OR WHOSE RECORD IN FORCE HAS
000310*      AL-SPLIT-COUNT ZERO (AN ENDED DISTRIBUTION), IS CHARGED
000320*      100% TO THE HOME DEPARTMENT.
000330*
000340*      ALLOCMAINT GUARANTEES THE SPLITS ARE FILLED FROM THE
000350*      FIRST WITHOUT GAPS, NAME DIFFERENT DEPARTMENTS THAT ARE
000360*      ALL ON DEPTMAST.TXT, AND TOTAL EXACTLY 100.00 PERCENT.
000370*      THE FIRST SPLIT IS THE EMPLOYEE'S PRIMARY DEPARTMENT FOR
000380*      HEADCOUNT: THE EMPLOYEE COUNTS ONCE, THERE.
000390*---------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------- ----  -----------------------------------------
000430*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000440*===============================================================
000450 01  ALLOCATION-RECORD.
000460     05 AL-KEY.
000470        10 AL-EMP-ID        PIC X(4).
000480        10 AL-EFFECTIVE-DATE PIC 9(8).
000490     05 AL-SPLIT-COUNT      PIC 9(1).
000500     05 AL-SPLIT OCCURS 5 TIMES.
000510        10 AL-DEPT-CODE     PIC X(10).
000520        10 AL-PERCENT       PIC 9(3)V99.
