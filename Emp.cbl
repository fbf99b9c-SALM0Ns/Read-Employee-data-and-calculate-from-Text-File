001960*                   IS NOW STAGED IN WS-EXCEPTION-REASON (THE
001970*                   SAME PATTERN AS EMPEDIT'S WS-REJECT-REASON)
001980*                   AND MOVED INTO THE RECORD AFTER IT IS
001981*                   CLEARED.
001982*  09/02/2026 RDH   PARTIAL-PERIOD PRORATION.  THE MASTER NOW
001983*                   CARRIES EMP-HIRE-DATE (SEE EMPREC), AND THE
001984*                   PAYROLL PASS PRORATES GROSS BY DAYS ACTUALLY
001985*                   WORKED IN THE RUN MONTH: A HIRE DATE INSIDE
001986*                   THE MONTH PAYS FROM THE HIRE DAY THROUGH
001987*                   MONTH END, AND A LEAVE/TERMINATION EFFECTIVE
001988*                   INSIDE THE MONTH -- WHICH USED TO PAY
001989*                   NOTHING -- PAYS FROM THE FIRST THROUGH THE
001990*                   DAY BEFORE THE EFFECTIVE DATE.  THE PRORATED
001991*                   GROSS IS WHAT IS RELEASED TO THE SORT, SO IT
001992*                   FLOWS UNCHANGED THROUGH THE NET CALCULATION,
001993*                   THE REGISTER, THE MTD/YTD BUCKETS, THE PAY
001994*                   HISTORY POSTING AND EVERY TOTAL.  EMPPAY.CBL
001995*                   AND EMPRECON.CBL APPLY THE SAME RULE SO THE
001996*                   BANK FILE AND THE RECONCILIATION STAY IN
001997*                   STEP.  ZERO OR NON-NUMERIC HIRE DATE MEANS
001998*                   THE HIRE PREDATES THE PERIOD.
001999*  09/02/2026 RDH   THE MTD/YTD BUCKETS NOW ALSO CARRY WHOLE-
002000*                   DOLLAR TAX-WITHHELD AND BENEFIT-DEDUCTION
002001*                   COLUMNS, ACCUMULATED PER DEPARTMENT THE
002002*                   SAME WAY AS GROSS AND NET, SO THE MONTHLY
002003*                   GL JOURNAL EXTRACT (EMPGLEXT.CBL) CAN SPLIT
002004*                   ITS CREDIT SIDE INSTEAD OF LUMPING ALL
002005*                   WITHHOLDINGS.  THE NEW COLUMNS ARE APPENDED
002006*                   AFTER THE EXISTING ONES SO ROWS WRITTEN
002007*                   BEFORE THE CHANGE STILL LINE UP; THEY LOAD
002008*                   BACK AS ZERO WHEN NOT NUMERIC.  THE DEPT
002009*                   TAX/BENEFIT SUBTOTALS RIDE THE CHECKPOINT
002010*                   (APPENDED, NUMERIC-GUARDED ON RESTART) SO A
002011*                   RESTART CANNOT UNDERSTATE THEM.
002012*  09/02/2026 RDH   PAY-PERIOD CALENDAR SUPPORT (SEE THE PAYCAL
002013*                   COPYBOOK, MAINTAINED BY PAYCALMNT.CBL) FOR
002014*                   THE SEMI-MONTHLY AND BIWEEKLY STAFF THE
002015*                   COMPANY IS ABSORBING.  THE MASTER CARRIES
002016*                   EMP-PAY-FREQUENCY (M/S/B, SPACE = M); THE
002017*                   RUN PROCESSES AN S OR B EMPLOYEE ONLY WHEN
002018*                   THE CALENDAR HAS A PERIOD OF THAT FREQUENCY
002019*                   ENDING ON THE RUN DATE, WHILE MONTHLY STAFF
002020*                   KEEP THE OLD EVERY-RUN BEHAVIOR (THE PERIOD
002021*                   IS THE CALENDAR MONTHLY PERIOD COVERING THE
002022*                   RUN DATE, OR THE RUN MONTH WHERE NO
002023*                   CALENDAR EXISTS -- A SITE WITHOUT PAYCAL.TXT
002024*                   BEHAVES EXACTLY AS BEFORE).  PRORATION NOW
002025*                   WORKS IN DAY SERIALS SO A PERIOD MAY SPAN A
002026*                   MONTH BOUNDARY; FOR S/B STAFF EMP-SALARY IS
002027*                   THE PER-PERIOD FIGURE.  THE PAY HISTORY
002028*                   BUCKET KEY IS NOW THE PERIOD KEY YYYYNN
002029*                   FROM THE CALENDAR (NN = PERIOD NUMBER IN
002030*                   YEAR; FOR MONTHLY THE MONTH, SO EXISTING
002031*                   KEYS READ UNCHANGED), CARRIED THROUGH THE
002032*                   SORT AND THE STAGED POSTINGS.  THE MTD/YTD
002033*                   BUCKETS STAY KEYED BY RUN YEAR-MONTH --
002034*                   EVERY PERIOD PAID IN A MONTH ACCUMULATES
002035*                   INTO THAT MONTH, WHICH IS WHAT MONTH-TO-
002036*                   DATE MEANS.  EMPPAY.CBL AND EMPRECON.CBL
002037*                   MIRROR THE SELECTION AND PRORATION.
002038*  09/02/2026 RDH   A RUN MADE FOR A SEMI-MONTHLY OR BIWEEKLY
002039*                   PERIOD ENDING MID-MONTH WAS ALSO PAYING
002040*                   EVERY MONTHLY EMPLOYEE A FULL MONTH AGAIN
002041*                   -- THE MONTHLY SLOT WAS ALWAYS IN PLAY.
002042*                   ONCE THE CALENDAR DEFINES MONTHLY PERIODS,
002043*                   MONTHLY STAFF NOW PAY ONLY WHEN A MONTHLY
002044*                   PERIOD ENDS ON THE RUN DATE -- THE SAME
002045*                   DIRECT READ AS S AND B, PER THE RULE THAT A
002046*                   RUN PROCESSES ONLY THE FREQUENCIES WITH A
002047*                   PERIOD ENDING THAT DAY.  THE RUN-MONTH
002048*                   DEFAULT SURVIVES ONLY WHERE THE CALENDAR IS
002049*                   ABSENT OR CARRIES NO MONTHLY PERIODS, SO A
002050*                   LEGACY SITE IS UNCHANGED.  EMPPAY.CBL AND
002051*                   EMPRECON.CBL FIXED THE SAME WAY.
002052*  10/15/2026 RDH   HOURLY STAFF ARE PAID FROM THEIR EMPTIME.TXT
002053*                   TIMECARD (2170-COMPUTE-HOURLY-GROSS; NO CARD,
002054*                   NO PAY).  ADDED GARNISHMENTS FROM EMPGARN.TXT
002055*                   (3260-APPLY-GARNISHMENTS; NO ORDER IS TAKEN
002056*                   BEFORE ITS START DATE), LEAVE ACCRUAL ON
002057*                   EMPLEAVE.TXT (2180-ACCRUE-LEAVE), LABOR COST
002058*                   DISTRIBUTION FROM EMPALLOC.TXT (2060-FIND-
002059*                   ALLOCATION) AND THE CONTROL RECORD'S OFF-CYCLE
002060*                   SECTION.  THE THREE NEW FILES ARE OPTIONAL.
002061*                   EMPPAY.CBL DEDUCTS THE ORDERS EMP STAMPED.
002064*===============================================================
002065 PROGRAM-ID. Emp.
002066 ENVIRONMENT DIVISION.
002090     ACCESS MODE IS SEQUENTIAL
002100     RECORD KEY IS EMP-ID.

002101     SELECT TIME-CARD-FILE ASSIGN TO "EmpTime.txt"
002102     ORGANIZATION IS INDEXED
002103     ACCESS MODE IS RANDOM
002104     RECORD KEY IS TC-KEY
002105     FILE STATUS IS WS-TIME-CARD-STATUS.

002110     SELECT EXCEPTION-FILE ASSIGN TO "EmpExcept.txt"
002120     ORGANIZATION IS LINE SEQUENTIAL.

002121     SELECT GARN-FILE ASSIGN TO "EmpGarn.txt"
002122     ORGANIZATION IS INDEXED
002123     ACCESS MODE IS DYNAMIC
002124     RECORD KEY IS GN-KEY
002125     FILE STATUS IS WS-GARN-STATUS.

002130     SELECT SORT-WORK-FILE ASSIGN TO "EmpSortWk.tmp".

002131     SELECT LEAVE-FILE ASSIGN TO "EmpLeave.txt"
002132     ORGANIZATION IS INDEXED
002133     ACCESS MODE IS RANDOM
002134     RECORD KEY IS LV-KEY
002135     FILE STATUS IS WS-LEAVE-STATUS.

002140     SELECT CHECKPOINT-FILE ASSIGN TO "EmpCheckpoint.txt"
002150     ORGANIZATION IS LINE SEQUENTIAL
002160     FILE STATUS IS WS-CHECKPOINT-STATUS.

002161     SELECT ALLOC-FILE ASSIGN TO "EmpAlloc.txt"
002162     ORGANIZATION IS INDEXED
002163     ACCESS MODE IS DYNAMIC
002164     RECORD KEY IS AL-KEY
002165     FILE STATUS IS WS-ALLOC-STATUS.

002170     SELECT MTD-YTD-FILE ASSIGN TO "EmpMtdYtd.txt"
002180     ORGANIZATION IS LINE SEQUENTIAL
002190     FILE STATUS IS WS-MTD-YTD-STATUS.
002340 DATA DIVISION.
002350 FILE SECTION.

002351 FD  ALLOC-FILE.
002352     COPY ALLOCREC.

002353 FD  LEAVE-FILE.
002354     COPY LEAVEREC.

002360 FD  EMPLOYEE-FILE.
002370     COPY EMPREC.

002942 FD  PAY-CAL-FILE.
002944     COPY PAYCAL.

002945 FD  GARN-FILE.
002946     COPY GARNREC.

002947 FD  TIME-CARD-FILE.
002948     COPY TIMEREC.

002950 SD  SORT-WORK-FILE.
002960 01  SORT-RECORD.
002970     05 SW-EMP-DEPARTMENT     PIC X(10).
003020     05 SW-EMP-BENEFIT-RATE   PIC 9V999.
003030     05 SW-EMP-OTHER-DEDUCTION PIC 9(6)V99.
003032     05 SW-PERIOD-KEY         PIC 9(6).
003033     05 SW-HOME-DEPARTMENT    PIC X(10).
003034     05 SW-ALLOC-PERCENT      PIC 9(3)V99.
003035     05 SW-ALLOC-BEFORE       PIC 9(3)V99.
003036     05 SW-PRIMARY-SW         PIC X(01).
003037        88 SW-PRIMARY-SPLIT        VALUE 'Y'.

003040 WORKING-STORAGE SECTION.

003060     88 WS-END-OF-FILE       VALUE 'Y'.

003070 01  WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
003071     88 WS-SORT-END-OF-FILE      VALUE 'Y'.

003072 01  WS-RECORD-VALID-SW PIC X(01) VALUE 'Y'.
003073     88 WS-RECORD-VALID          VALUE 'Y'.
003074     88 WS-RECORD-INVALID        VALUE 'N'.

003075 01  WS-FATAL-MESSAGE PIC X(60) VALUE SPACES.

003076*---------------------------------------------------------------
003077*    PAID TIME OFF WORKING STORAGE.  EMPLEAVE.TXT IS CREATED BY
003078*    THE FIRST RUN THAT NEEDS IT.  2180-ACCRUE-LEAVE WORKS OUT
003079*    THE EMPLOYEE'S COMPLETED YEARS OF SERVICE AND PERIODS PER
003080*    YEAR ONCE, THEN 2185 ACCRUES EACH LEAVE TYPE IN THE POLICY
003081*    TABLE (LVPOLICY, SHARED WITH EMPLEAVE.CBL AND
003082*    EMPLVVAL.CBL).
003083*---------------------------------------------------------------
003084 01  WS-LEAVE-STATUS PIC X(02) VALUE SPACES.

003085 01  WS-LEAVE-FOUND-SW PIC X(01) VALUE 'N'.
003086     88 WS-LEAVE-FOUND           VALUE 'Y'.

003087 01  WS-LEAVE-FIELDS.
003088     05 WS-LP-SUB            PIC 9(1) COMP VALUE ZERO.
003089     05 WS-LP-TIER-SUB       PIC 9(1) COMP VALUE ZERO.
003090     05 WS-SERVICE-YEARS     PIC 9(3) VALUE ZERO.
003091     05 WS-PERIODS-PER-YEAR  PIC 9(2) VALUE ZERO.
003092     05 WS-LEAVE-YEAR        PIC 9(4) VALUE ZERO.
003093     05 WS-ANNUAL-HOURS      PIC 9(3) VALUE ZERO.
003094     05 WS-ACCRUAL-HOURS     PIC 9(3)V99 VALUE ZERO.
003095     05 WS-LEAVE-ROOM        PIC S9(4)V99 VALUE ZERO.
003096     05 WS-LEAVE-TYPE-WANTED PIC X(01) VALUE SPACE.
003097     05 WS-LEAVE-HOURS       PIC 9(4)V99 VALUE ZERO.
003098     05 WS-LEAVE-ACCRUED-COUNT PIC 9(5) COMP VALUE ZERO.

003099     COPY LVPOLICY.

003100*---------------------------------------------------------------
003101*    LABOR COST DISTRIBUTION WORKING STORAGE.  EMPALLOC.TXT IS
003102*    OPTIONAL.  2060-FIND-ALLOCATION LEAVES THE EMPLOYEE'S
003103*    DISTRIBUTION IN FORCE IN WS-ALLOC-IN-FORCE (SAME LAYOUT AS
003104*    ALLOCATION-RECORD); A SPLIT COUNT OF ZERO THERE MEANS 100%
003105*    HOME DEPARTMENT.  3270-COMPUTE-DEPT-SHARE TAKES WHOLE
003106*    DOLLARS IN WS-SHARE-WHOLE AND RETURNS THE DEPARTMENT'S
003107*    SHARE IN WS-SHARE-RESULT.
003108*---------------------------------------------------------------
003109 01  WS-ALLOC-STATUS PIC X(02) VALUE SPACES.

003110 01  WS-ALLOC-FILE-OPEN-SW PIC X(01) VALUE 'N'.
003111     88 WS-ALLOC-FILE-OPEN       VALUE 'Y'.

003112 01  WS-ALLOC-SCAN-EOF-SW PIC X(01) VALUE 'N'.
003113     88 WS-ALLOC-SCAN-EOF        VALUE 'Y'.

003114 01  WS-ALLOC-IN-FORCE.
003115     05 AIF-KEY              PIC X(12).
003116     05 AIF-SPLIT-COUNT      PIC 9(1).
003117     05 AIF-SPLIT OCCURS 5 TIMES.
003118        10 AIF-DEPT-CODE     PIC X(10).
003119        10 AIF-PERCENT       PIC 9(3)V99.

003120 01  WS-ALLOC-FIELDS.
003121     05 WS-ALLOC-SUB         PIC 9(1) COMP VALUE ZERO.
003122     05 WS-ALLOC-PCT-BEFORE  PIC 9(3)V99 VALUE ZERO.
003123     05 WS-ALLOC-EMP-COUNT   PIC 9(5) COMP VALUE ZERO.
003124     05 WS-SHARE-WHOLE       PIC 9(9) VALUE ZERO.
003125     05 WS-SHARE-UPTO        PIC 9(9) VALUE ZERO.
003126     05 WS-SHARE-BEFORE      PIC 9(9) VALUE ZERO.
003127     05 WS-SHARE-RESULT      PIC 9(9) VALUE ZERO.

003130*---------------------------------------------------------------
003140*    THE REJECT REASON IS STAGED HERE, NOT IN EXCP-REASON --
003250     05 WS-TOTAL-SALARY    PIC 9(9) VALUE ZERO.
003260     05 WS-TOTAL-NET-SALARY PIC 9(9) VALUE ZERO.
003270     05 WS-TOTAL-HEADCOUNT PIC 9(5) COMP VALUE ZERO.
003271     05 WS-TOTAL-REJECTS   PIC 9(5) COMP VALUE ZERO.

003272*---------------------------------------------------------------
003273*    HOURLY TIMECARD WORKING STORAGE.  EMPTIME.TXT IS OPTIONAL
003274*    INPUT -- A SITE WITH NO HOURLY STAFF NEVER BUILDS IT.  AN
003275*    HOURLY EMPLOYEE DUE THIS RUN WITHOUT A CARD IS AN
003276*    EXCEPTION, NOT A ZERO PAY.  OVERTIME HOURS PAY AT
003277*    WS-OT-PREMIUM TIMES THE HOURLY RATE, HOLIDAY HOURS AT
003278*    WS-HOLIDAY-PREMIUM TIMES IT.
003279*---------------------------------------------------------------
003280 01  WS-TIME-CARD-STATUS PIC X(02) VALUE SPACES.

003281 01  WS-TIME-FILE-OPEN-SW PIC X(01) VALUE 'N'.
003282     88 WS-TIME-FILE-OPEN        VALUE 'Y'.

003283 01  WS-HOURLY-PAY-FIELDS.
003284     05 WS-OT-PREMIUM       PIC 9V9 VALUE 1.5.
003285     05 WS-HOLIDAY-PREMIUM  PIC 9V9 VALUE 1.0.
003286     05 WS-HOURLY-PAID-COUNT PIC 9(5) COMP VALUE ZERO.

003290*---------------------------------------------------------------
003300*    DEPARTMENT CONTROL-BREAK WORKING STORAGE

003870 01  REG-STMT-LINE-6.
003880     05 FILLER              PIC X(23) VALUE
003881        "    GARNISHMENTS     : ".
003882     05 RST-GARNISH         PIC $ZZ,ZZZ,ZZ9.99.

003883 01  REG-STMT-LINE-7.
003884     05 FILLER              PIC X(23) VALUE
003890        "    NET PAY          : ".
003900     05 RST-NET             PIC $ZZ,ZZZ,ZZ9.99.

003901 01  REG-STMT-LINE-8.
003902     05 FILLER              PIC X(32) VALUE
003903        "    LEAVE BALANCE    : VACATION ".
003904     05 RST-VACATION-HOURS  PIC ZZZ9.99.
003905     05 FILLER              PIC X(07) VALUE "  SICK ".
003906     05 RST-SICK-HOURS      PIC ZZZ9.99.
003907     05 FILLER              PIC X(04) VALUE " HRS".

003910 01  WS-DISPLAY-FIELDS.
003920     05 DISP-TOTAL-SALARY   PIC $ZZ,ZZZ,ZZ9.99.
003930     05 DISP-TOTAL-NET      PIC $ZZ,ZZZ,ZZ9.99.

004570 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
004580 01  WS-RUN-YEAR-MONTH    PIC 9(6) VALUE ZERO.
004581 01  WS-OFF-CYCLE-BASE    PIC 9(2) VALUE 50.
004590 01  WS-RUN-YEAR          PIC 9(4) VALUE ZERO.

004591*---------------------------------------------------------------
004760     05 WS-YTD-DEPT-ENTRY OCCURS 100 TIMES
004770                          INDEXED BY WS-YTD-DEPT-IDX.
004780        10 YTD-DEPARTMENT   PIC X(10).
004781        10 YTD-GROSS-TOTAL  PIC 9(9).
004782        10 YTD-NET-TOTAL    PIC 9(9).
004783        10 YTD-HEADCOUNT    PIC 9(5).


004784*---------------------------------------------------------------
004785*    GARNISHMENT WORKING STORAGE.  EMPGARN.TXT IS OPTIONAL --
004786*    NO FILE MEANS NO ORDERS.  3260 LOADS ONE EMPLOYEE'S
004787*    ORDERS INTO WS-GARN-TABLE AND TAKES THEM LOWEST
004788*    GN-PRIORITY FIRST.  THE TABLE SIZE IS THE ACTIVE-ORDER
004789*    LIMIT GARNMAINT.CBL ENFORCES (WS-MAX-ORDERS) -- CHANGE THE
004790*    TWO TOGETHER.  AN ORDER KEYED WITHOUT A CAP TAKES
004791*    WS-GARN-DEFAULT-CAP OF DISPOSABLE EARNINGS.
004792*---------------------------------------------------------------
004793 01  WS-GARN-STATUS PIC X(02) VALUE SPACES.

004794 01  WS-GARN-FILE-OPEN-SW PIC X(01) VALUE 'N'.
004795     88 WS-GARN-FILE-OPEN        VALUE 'Y'.

004796 01  WS-GARN-SCAN-EOF-SW PIC X(01) VALUE 'N'.
004797     88 WS-GARN-SCAN-EOF         VALUE 'Y'.

004798 01  WS-GARN-FIELDS.
004799     05 WS-GARN-DEFAULT-CAP  PIC 9V999 VALUE 0.250.
004800     05 WS-GARN-DISPOSABLE   PIC 9(8)V99 VALUE ZERO.
004801     05 WS-GARN-TOTAL        PIC 9(8)V99 VALUE ZERO.
004802     05 WS-GARN-SCHEDULED    PIC 9(8)V99 VALUE ZERO.
004803     05 WS-GARN-DUE          PIC 9(8)V99 VALUE ZERO.
004804     05 WS-GARN-TAKE         PIC 9(8)V99 VALUE ZERO.
004805     05 WS-GARN-ROOM         PIC S9(8)V99 VALUE ZERO.
004806     05 WS-GARN-LEFT         PIC S9(8)V99 VALUE ZERO.
004807     05 WS-GARN-CAP          PIC 9V999 VALUE ZERO.
004808     05 WS-GARN-LOW-PRIORITY PIC 9(3) VALUE ZERO.
004809     05 WS-GARN-PICK-SUB     PIC 9(2) COMP VALUE ZERO.
004810     05 WS-GARN-SUB          PIC 9(2) COMP VALUE ZERO.
004811     05 WS-GARN-APPLIED-COUNT PIC 9(5) COMP VALUE ZERO.
004812     05 WS-GARN-CLOSED-COUNT PIC 9(5) COMP VALUE ZERO.

004813 01  WS-GARN-TABLE.
004814     05 WS-GARN-COUNT PIC 9(2) COMP VALUE ZERO.
004815     05 WS-GARN-ENTRY OCCURS 10 TIMES.
004816        10 GTAB-ORDER-NUMBER PIC X(6).
004817        10 GTAB-PRIORITY     PIC 9(2).
004818        10 GTAB-TAKEN-SW     PIC X(01).
004819           88 GTAB-TAKEN          VALUE 'Y'.

004820 PROCEDURE DIVISION.

005050     IF WS-DEPT-FILE-STATUS = "00"
005060         SET WS-DEPT-FILE-OPEN-SW TO 'Y'
005070     END-IF
005071     OPEN INPUT TIME-CARD-FILE
005072     IF WS-TIME-CARD-STATUS = "00"
005073         SET WS-TIME-FILE-OPEN-SW TO 'Y'
005074     END-IF
005075     OPEN I-O GARN-FILE
005076     IF WS-GARN-STATUS = "00"
005077         SET WS-GARN-FILE-OPEN-SW TO 'Y'
005078     END-IF
005079     PERFORM 1400-OPEN-PAY-HISTORY THRU 1400-EXIT
005080     PERFORM 1700-OPEN-LEAVE-FILE THRU 1700-EXIT
005081     OPEN INPUT ALLOC-FILE
005082     IF WS-ALLOC-STATUS = "00"
005083         SET WS-ALLOC-FILE-OPEN-SW TO 'Y'
005084     END-IF.
005090 1000-EXIT.
005100     EXIT.

006730         END-IF
006731         PERFORM 2150-CHECK-ACTIVE THRU 2150-EXIT
006735         PERFORM 2160-COMPUTE-PRORATION THRU 2160-EXIT
006736         IF EMP-PAY-HOURLY AND WS-WORKED-DAYS > ZERO
006737             PERFORM 2170-COMPUTE-HOURLY-GROSS THRU 2170-EXIT
006738         END-IF
006740*        AN EMPLOYEE WITH NO DAYS WORKED THIS PERIOD IS SIMPLY
006750*        NOT RELEASED TO THE SORT; 8100-PRINT-INACTIVE-SECTION
006760*        LISTS THE NON-ACTIVE ONES BY RE-READING THE MASTER, SO
006770*        THERE IS NO IN-MEMORY TABLE TO OUTGROW.
006780         IF WS-WORKED-DAYS > ZERO
006790             PERFORM 2050-RELEASE-RECORD THRU 2050-EXIT
006791             PERFORM 2180-ACCRUE-LEAVE THRU 2180-EXIT
006800         END-IF
006810     END-IF.
006815 2020-READ-NEXT.

006850*---------------------------------------------------------------
006860*    2050-RELEASE-RECORD
006861*        ONE SORT RECORD PER DEPARTMENT THE EMPLOYEE IS CHARGED
006862*        TO: THE HOME DEPARTMENT AT 100% WHEN NO DISTRIBUTION IS
006863*        IN FORCE, OTHERWISE ONE PER SPLIT (2070).  EACH CARRIES
006864*        ITS PERCENTAGE AND THE PERCENTAGE OF THE SPLITS BEFORE
006865*        IT, WHICH IS WHAT 3270-COMPUTE-DEPT-SHARE NEEDS.
006870*---------------------------------------------------------------
006880 2050-RELEASE-RECORD.
006890     MOVE EMP-ID TO SW-EMP-ID
006900     MOVE EMP-NAME TO SW-EMP-NAME
006901     MOVE EMP-DEPARTMENT TO SW-HOME-DEPARTMENT
006915*        THE PRORATED GROSS (FULL SALARY ON A FULL PERIOD) IS
006916*        WHAT IS RELEASED, SO EVERY DOWNSTREAM FIGURE -- NET,
006917*        REGISTER, MTD/YTD, PAY HISTORY -- IS PRORATED WITH IT.
006940     MOVE EMP-BENEFIT-RATE TO SW-EMP-BENEFIT-RATE
006950     MOVE EMP-OTHER-DEDUCTION TO SW-EMP-OTHER-DEDUCTION
006952     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO SW-PERIOD-KEY
006953     PERFORM 2060-FIND-ALLOCATION THRU 2060-EXIT
006954     IF AIF-SPLIT-COUNT = ZERO
006955         MOVE EMP-DEPARTMENT TO SW-EMP-DEPARTMENT
006956         MOVE 100 TO SW-ALLOC-PERCENT
006957         MOVE ZERO TO SW-ALLOC-BEFORE
006958         SET SW-PRIMARY-SW TO 'Y'
006959         RELEASE SORT-RECORD
006960         GO TO 2050-EXIT
006961     END-IF
006962     ADD 1 TO WS-ALLOC-EMP-COUNT
006963     MOVE ZERO TO WS-ALLOC-PCT-BEFORE
006964     PERFORM 2070-RELEASE-SPLIT THRU 2070-EXIT
006965         VARYING WS-ALLOC-SUB FROM 1 BY 1
006966         UNTIL WS-ALLOC-SUB > AIF-SPLIT-COUNT.
006970 2050-EXIT.
006980     EXIT.

008530*        KEYED READ OF THE DEPARTMENT REFERENCE MASTER FOR THE
008540*        DEPARTMENT JUST SUBTOTALED.  THE OVER/UNDER FIGURE IS
008550*        MONTHLY BUDGET LESS THIS RUN'S ACTUAL GROSS: POSITIVE
008551*        MEANS UNDER BUDGET, NEGATIVE MEANS OVER.  THE ACTUAL IS
008552*        THE DEPARTMENT'S DISTRIBUTED SHARE OF GROSS (3200).
008570*---------------------------------------------------------------
008580 3160-SHOW-DEPT-BUDGET.
008590     IF NOT WS-DEPT-FILE-OPEN

008810*---------------------------------------------------------------
008820*    3200-ACCUMULATE-RECORD
008821*        NET IS WORKED OUT ON THE EMPLOYEE'S WHOLE PAY FOR EVERY
008822*        SPLIT (3260 TAKES A GARNISHMENT ONCE A PERIOD AND ONLY
008823*        REPEATS IT AFTER THAT), THEN THE DEPARTMENT IS CHARGED
008824*        ITS SHARE.  THE REGISTER, PAY HISTORY, RUN TOTALS AND
008825*        HEADCOUNT ARE TAKEN ON THE PRIMARY SPLIT ONLY.
008830*---------------------------------------------------------------
008840 3200-ACCUMULATE-RECORD.
008841     PERFORM 3250-CALCULATE-NET-PAY THRU 3250-EXIT
008842     MOVE SW-EMP-SALARY TO WS-SHARE-WHOLE
008843     PERFORM 3270-COMPUTE-DEPT-SHARE THRU 3270-EXIT
008844     ADD WS-SHARE-RESULT TO WS-DEPT-TOTAL-SALARY
008845     MOVE WS-NET-SALARY TO WS-SHARE-WHOLE
008846     PERFORM 3270-COMPUTE-DEPT-SHARE THRU 3270-EXIT
008847     ADD WS-SHARE-RESULT TO WS-DEPT-NET-SALARY
008848     MOVE WS-TAX-AMOUNT TO WS-SHARE-WHOLE
008849     PERFORM 3270-COMPUTE-DEPT-SHARE THRU 3270-EXIT
008850     ADD WS-SHARE-RESULT TO WS-DEPT-TAX-TOTAL
008851     MOVE WS-BENEFIT-AMOUNT TO WS-SHARE-WHOLE
008852     PERFORM 3270-COMPUTE-DEPT-SHARE THRU 3270-EXIT
008853     ADD WS-SHARE-RESULT TO WS-DEPT-BEN-TOTAL
008854     IF NOT SW-PRIMARY-SPLIT
008855         GO TO 3200-EXIT
008856     END-IF

008860     MOVE SW-EMP-SALARY TO DSP-SALARY
008870     DISPLAY "Processing: " SW-EMP-NAME " | Salary: " DSP-SALARY
008890     PERFORM 3500-STAGE-PAY-HISTORY THRU 3500-EXIT

008900     ADD SW-EMP-SALARY TO WS-TOTAL-SALARY
008920     ADD WS-NET-SALARY TO WS-TOTAL-NET-SALARY
008940     ADD 1 TO WS-TOTAL-HEADCOUNT
008950     ADD 1 TO WS-DEPT-HEADCOUNT.
008960 3200-EXIT.
008980*---------------------------------------------------------------
008990*    3250-CALCULATE-NET-PAY
009000*        GROSS LESS TAX, BENEFIT AND ANY OTHER FLAT DEDUCTION
009001*        CARRIED ON THE EMPLOYEE'S MASTER RECORD, THEN LESS ANY
009002*        GARNISHMENTS (3260).
009020*---------------------------------------------------------------
009030 3250-CALCULATE-NET-PAY.
009040     COMPUTE WS-TAX-AMOUNT ROUNDED =
009070         SW-EMP-SALARY * SW-EMP-BENEFIT-RATE
009080     COMPUTE WS-NET-SALARY ROUNDED =
009090         SW-EMP-SALARY - WS-TAX-AMOUNT - WS-BENEFIT-AMOUNT
009091                       - SW-EMP-OTHER-DEDUCTION
009092     PERFORM 3260-APPLY-GARNISHMENTS THRU 3260-EXIT
009093     SUBTRACT WS-GARN-TOTAL FROM WS-NET-SALARY.
009110 3250-EXIT.
009120     EXIT.

009520*        WAS ARRIVED AT.
009530*---------------------------------------------------------------
009540 3400-WRITE-REGISTER-STMT.
009541     IF WS-REGISTER-LINES + 9 > WS-REGISTER-PAGE-LIMIT
009560         PERFORM 3410-REGISTER-PAGE-HEADING THRU 3410-EXIT
009570     END-IF
009580     MOVE SW-EMP-ID TO RST-EMP-ID
009590     MOVE SW-EMP-NAME TO RST-EMP-NAME
009591     MOVE SW-HOME-DEPARTMENT TO RST-EMP-DEPARTMENT
009610     MOVE SW-EMP-SALARY TO RST-GROSS
009620     MOVE WS-TAX-AMOUNT TO RST-TAX
009630     MOVE WS-BENEFIT-AMOUNT TO RST-BENEFIT
009640     MOVE SW-EMP-OTHER-DEDUCTION TO RST-OTHER
009641     MOVE WS-GARN-TOTAL TO RST-GARNISH
009650     MOVE WS-NET-SALARY TO RST-NET
009660     MOVE REG-STMT-LINE-1 TO REGISTER-LINE
009670     WRITE REGISTER-LINE
009740     MOVE REG-STMT-LINE-5 TO REGISTER-LINE
009750     WRITE REGISTER-LINE
009760     MOVE REG-STMT-LINE-6 TO REGISTER-LINE
009761     WRITE REGISTER-LINE
009762     MOVE REG-STMT-LINE-7 TO REGISTER-LINE
009763     WRITE REGISTER-LINE
009764     MOVE 'V' TO WS-LEAVE-TYPE-WANTED
009765     PERFORM 3420-GET-LEAVE-BALANCE THRU 3420-EXIT
009766     MOVE WS-LEAVE-HOURS TO RST-VACATION-HOURS
009767     MOVE 'S' TO WS-LEAVE-TYPE-WANTED
009768     PERFORM 3420-GET-LEAVE-BALANCE THRU 3420-EXIT
009769     MOVE WS-LEAVE-HOURS TO RST-SICK-HOURS
009770     MOVE REG-STMT-LINE-8 TO REGISTER-LINE
009771     WRITE REGISTER-LINE
009780     MOVE SPACES TO REGISTER-LINE
009790     WRITE REGISTER-LINE
009791     ADD 9 TO WS-REGISTER-LINES.
009810 3400-EXIT.
009820     EXIT.

010260     MOVE WS-TAX-AMOUNT TO PEND-TAX-AMOUNT (WS-PENDING-IDX)
010270     MOVE WS-BENEFIT-AMOUNT
010280         TO PEND-BENEFIT-AMOUNT (WS-PENDING-IDX)
010281     COMPUTE PEND-OTHER-DEDUCTION (WS-PENDING-IDX) =
010282         SW-EMP-OTHER-DEDUCTION + WS-GARN-TOTAL
010310     MOVE WS-NET-SALARY TO PEND-NET (WS-PENDING-IDX).
010320 3500-EXIT.
010330     EXIT.
011160         DISP-REJECT-COUNT
011162     DISPLAY "Not Due This Period (By Frequency) : "
011164         WS-NOT-DUE-COUNT
011165     DISPLAY "Hourly Paid From Timecards         : "
011166         WS-HOURLY-PAID-COUNT
011167     DISPLAY "Garnishment Orders Taken           : "
011168         WS-GARN-APPLIED-COUNT
011169     DISPLAY "Garnishment Orders Paid Off        : "
011170         WS-GARN-CLOSED-COUNT
011171     DISPLAY "Leave Balances Accrued             : "
011172         WS-LEAVE-ACCRUED-COUNT
011173     DISPLAY "Paid On A Labor Distribution       : "
011174         WS-ALLOC-EMP-COUNT
011175     PERFORM 8100-PRINT-INACTIVE-SECTION THRU 8100-EXIT
011180     PERFORM 8300-PRINT-YTD-REPORT THRU 8300-EXIT.
011190 8000-EXIT.
011200     EXIT.
013220     CLOSE PAY-HIST-FILE
013230     IF WS-DEPT-FILE-OPEN
013240         CLOSE DEPT-FILE
013241     END-IF
013242     IF WS-CAL-FILE-OPEN
013243         CLOSE PAY-CAL-FILE
013244     END-IF
013245     IF WS-TIME-FILE-OPEN
013246         CLOSE TIME-CARD-FILE
013247     END-IF
013248     IF WS-GARN-FILE-OPEN
013249         CLOSE GARN-FILE
013250     END-IF
013251     CLOSE LEAVE-FILE
013252     IF WS-ALLOC-FILE-OPEN
013253         CLOSE ALLOC-FILE
013256     END-IF.
013260 9000-EXIT.
013270     EXIT.
013820*        FROM THE SAME IN-MEMORY TABLE JUST SAVED TO
013830*        EMPMTDYTD.TXT, SO THE CONTROL RECORD AND THE HISTORY
013840*        FILE CANNOT DISAGREE AT THE MOMENT THEY ARE WRITTEN.
013841*        THE OFF-CYCLE SECTION IS THE SAME SUM OVER THE RUN
013842*        MONTH'S OFF-CYCLE KEY, WHICH EMPOFFPAY.CBL POSTS TO.
013850*---------------------------------------------------------------
013860 9300-WRITE-CONTROL-TOTALS.
013870     OPEN OUTPUT CONTROL-FILE
013940     MOVE ZERO TO CTL-MTD-GROSS
013950     MOVE ZERO TO CTL-MTD-NET
013960     MOVE ZERO TO CTL-MTD-HEADCOUNT
013961     COMPUTE CTL-OFF-PERIOD-KEY =
013962         WS-RUN-YEAR-MONTH + WS-OFF-CYCLE-BASE
013963     MOVE ZERO TO CTL-OFF-GROSS
013964     MOVE ZERO TO CTL-OFF-NET
013970     PERFORM 9310-ADD-MONTH-BUCKET THRU 9310-EXIT
013980         VARYING WS-MTD-YTD-IDX FROM 1 BY 1
013990         UNTIL WS-MTD-YTD-IDX > WS-MTD-YTD-COUNT
014090         ADD ACC-GROSS-TOTAL (WS-MTD-YTD-IDX) TO CTL-MTD-GROSS
014100         ADD ACC-NET-TOTAL (WS-MTD-YTD-IDX) TO CTL-MTD-NET
014110         ADD ACC-HEADCOUNT (WS-MTD-YTD-IDX) TO CTL-MTD-HEADCOUNT
014111     END-IF
014112     IF ACC-YEAR-MONTH (WS-MTD-YTD-IDX) = CTL-OFF-PERIOD-KEY
014113         ADD ACC-GROSS-TOTAL (WS-MTD-YTD-IDX) TO CTL-OFF-GROSS
014114         ADD ACC-NET-TOTAL (WS-MTD-YTD-IDX) TO CTL-OFF-NET
014120     END-IF.
014130 9310-EXIT.
014140     EXIT.
014290 9900-EXIT.
014300     EXIT.

014301*---------------------------------------------------------------
014302*    1700-OPEN-LEAVE-FILE
014303*        THE FIRST RUN AT A SITE HAS NO EMPLEAVE.TXT YET (STATUS
014304*        35); IT IS CREATED EMPTY AND REOPENED.  ANY OTHER OPEN
014305*        FAILURE IS FATAL -- A PERIOD'S ACCRUAL SKIPPED SILENTLY
014306*        WOULD NEVER BE MADE UP.
014307*---------------------------------------------------------------
014308 1700-OPEN-LEAVE-FILE.
014309     OPEN I-O LEAVE-FILE
014310     IF WS-LEAVE-STATUS = "35"
014311         OPEN OUTPUT LEAVE-FILE
014312         CLOSE LEAVE-FILE
014313         OPEN I-O LEAVE-FILE
014314     END-IF
014315     IF WS-LEAVE-STATUS NOT = "00"
014316         MOVE "EMPLEAVE.TXT WILL NOT OPEN FOR I-O"
014317             TO WS-FATAL-MESSAGE
014318         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
014319     END-IF.
014320 1700-EXIT.
014321     EXIT.

014322*---------------------------------------------------------------
014323*    2060-FIND-ALLOCATION
014324*        KEYED SCAN OF THE EMPLOYEE'S DISTRIBUTION RECORDS IN
014325*        EFFECTIVE-DATE ORDER.  THE LAST ONE NOT AFTER THE RUN
014326*        DATE IS THE ONE IN FORCE; NONE LEAVES THE SPLIT COUNT
014327*        AT ZERO.
014328*---------------------------------------------------------------
014329 2060-FIND-ALLOCATION.
014330     MOVE ZERO TO AIF-SPLIT-COUNT
014331     IF NOT WS-ALLOC-FILE-OPEN
014332         GO TO 2060-EXIT
014333     END-IF
014334     MOVE EMP-ID TO AL-EMP-ID
014335     MOVE ZERO TO AL-EFFECTIVE-DATE
014336     START ALLOC-FILE KEY NOT < AL-KEY
014337         INVALID KEY
014338             GO TO 2060-EXIT
014339     END-START
014340     SET WS-ALLOC-SCAN-EOF-SW TO 'N'
014341     PERFORM 2065-READ-ALLOCATION THRU 2065-EXIT
014342         UNTIL WS-ALLOC-SCAN-EOF.
014343 2060-EXIT.
014344     EXIT.

014345*---------------------------------------------------------------
014346*    2065-READ-ALLOCATION
014347*        NEXT ROW FOR THE EMPLOYEE; THE LAST ONE IN EFFECT WINS.
014348*---------------------------------------------------------------
014349 2065-READ-ALLOCATION.
014350     READ ALLOC-FILE NEXT RECORD
014351         AT END
014352             SET WS-ALLOC-SCAN-EOF-SW TO 'Y'
014353             GO TO 2065-EXIT
014354     END-READ
014355     IF AL-EMP-ID NOT = EMP-ID
014356             OR AL-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
014357         SET WS-ALLOC-SCAN-EOF-SW TO 'Y'
014358         GO TO 2065-EXIT
014359     END-IF
014360     MOVE ALLOCATION-RECORD TO WS-ALLOC-IN-FORCE.
014361 2065-EXIT.
014362     EXIT.

014363*---------------------------------------------------------------
014364*    2070-RELEASE-SPLIT
014365*        RELEASES ONE SPLIT OF THE DISTRIBUTION IN FORCE.  THE
014366*        FIRST SPLIT IS THE PRIMARY DEPARTMENT.
014367*---------------------------------------------------------------
014368 2070-RELEASE-SPLIT.
014369     MOVE AIF-DEPT-CODE (WS-ALLOC-SUB) TO SW-EMP-DEPARTMENT
014370     MOVE AIF-PERCENT (WS-ALLOC-SUB) TO SW-ALLOC-PERCENT
014371     MOVE WS-ALLOC-PCT-BEFORE TO SW-ALLOC-BEFORE
014372     IF WS-ALLOC-SUB = 1
014373         SET SW-PRIMARY-SW TO 'Y'
014374     ELSE
014375         SET SW-PRIMARY-SW TO 'N'
014376     END-IF
014377     RELEASE SORT-RECORD
014378     ADD AIF-PERCENT (WS-ALLOC-SUB) TO WS-ALLOC-PCT-BEFORE.
014379 2070-EXIT.
014380     EXIT.

014381*---------------------------------------------------------------
014382*    2170-COMPUTE-HOURLY-GROSS
014383*        AN HOURLY EMPLOYEE'S GROSS IS THE PERIOD TIMECARD
014384*        PRICED AT EMP-HOURLY-RATE, NOT THE PRORATED SALARY --
014385*        IT REPLACES WS-PRORATED-SALARY SO 2050-RELEASE-RECORD
014386*        RELEASES IT UNCHANGED.  NO CARD FOR THE PERIOD KEY IS
014387*        AN EXCEPTION, AND WORKED DAYS ARE ZEROED SO THE
014388*        EMPLOYEE IS NOT RELEASED.  EMPTIME.CBL HAS ALREADY
014389*        REFUSED DUPLICATE AND IMPOSSIBLE CARDS, SO ONLY THE
014390*        LOOKUP IS NEEDED HERE.  EMPPAY.CBL AND EMPRECON.CBL
014391*        PRICE THE CARD THE SAME WAY, ROUNDED THE SAME WAY.
014392*---------------------------------------------------------------
014393 2170-COMPUTE-HOURLY-GROSS.
014394     IF NOT WS-TIME-FILE-OPEN
014395         GO TO 2170-NO-CARD
014396     END-IF
014397     MOVE EMP-ID TO TC-EMP-ID
014398     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO TC-PERIOD-KEY
014399     READ TIME-CARD-FILE
014400         INVALID KEY
014401             GO TO 2170-NO-CARD
014402     END-READ
014403     COMPUTE WS-PRORATED-SALARY ROUNDED =
014404         (TC-REGULAR-HOURS * EMP-HOURLY-RATE)
014405       + (TC-OVERTIME-HOURS * EMP-HOURLY-RATE * WS-OT-PREMIUM)
014406       + (TC-HOLIDAY-HOURS * EMP-HOURLY-RATE
014407                           * WS-HOLIDAY-PREMIUM)
014408     ADD 1 TO WS-HOURLY-PAID-COUNT
014409     GO TO 2170-EXIT.
014410 2170-NO-CARD.
014411     MOVE "NO TIMECARD FOR PERIOD" TO WS-EXCEPTION-REASON
014412     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
014413     MOVE ZERO TO WS-WORKED-DAYS.
014414 2170-EXIT.
014415     EXIT.

014416*---------------------------------------------------------------
014417*    2180-ACCRUE-LEAVE
014418*        RUNS IN THE INPUT PROCEDURE FOR EVERY EMPLOYEE RELEASED
014419*        TO THE SORT, WHILE THE MASTER RECORD IS STILL IN HAND,
014420*        SO THE REGISTER STATEMENT PRINTED BY THE OUTPUT
014421*        PROCEDURE SHOWS THE BALANCE AFTER THIS PERIOD'S
014422*        ACCRUAL.  COMPLETED YEARS OF SERVICE ARE THE RUN DATE
014423*        LESS THE HIRE DATE, BOTH AS YYYYMMDD, OVER 10000 --
014424*        WHOLE YEARS TO THE ANNIVERSARY.  A ZERO/NON-NUMERIC
014425*        HIRE DATE COUNTS AS NEW SERVICE (THE FIRST TIER).  THE
014426*        PERIOD'S YEAR IS THE YEAR OF ITS YYYYNN KEY.
014427*---------------------------------------------------------------
014428 2180-ACCRUE-LEAVE.
014429     MOVE ZERO TO WS-SERVICE-YEARS
014430     IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE NOT = ZERO
014431             AND EMP-HIRE-DATE < WS-RUN-DATE-YYYYMMDD
014432         COMPUTE WS-SERVICE-YEARS =
014433             (WS-RUN-DATE-YYYYMMDD - EMP-HIRE-DATE) / 10000
014434     END-IF
014435     EVALUATE WS-EMP-FREQ-SUB
014436         WHEN 2
014437             MOVE LP-PERIODS-SEMIMONTHLY TO WS-PERIODS-PER-YEAR
014438         WHEN 3
014439             MOVE LP-PERIODS-BIWEEKLY TO WS-PERIODS-PER-YEAR
014440         WHEN OTHER
014441             MOVE LP-PERIODS-MONTHLY TO WS-PERIODS-PER-YEAR
014442     END-EVALUATE
014443     DIVIDE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) BY 100
014444         GIVING WS-LEAVE-YEAR
014445     PERFORM 2185-ACCRUE-ONE-TYPE THRU 2185-EXIT
014446         VARYING WS-LP-SUB FROM 1 BY 1
014447         UNTIL WS-LP-SUB > LP-TYPE-COUNT.
014448 2180-EXIT.
014449     EXIT.

014450*---------------------------------------------------------------
014451*    2185-ACCRUE-ONE-TYPE
014452*        ONE LEAVE TYPE FOR THE EMPLOYEE.  NO RECORD YET STARTS
014453*        ONE AT ZERO.  A RECORD ALREADY STAMPED WITH THIS PERIOD
014454*        (OR A LATER ONE OF THE SAME FREQUENCY) HAS HAD ITS
014455*        ACCRUAL AND IS LEFT ALONE.  A PARTIAL PERIOD ACCRUES
014456*        BY DAYS WORKED, THE SAME PRORATION AS GROSS, AND
014457*        NOTHING IS ACCRUED PAST THE MAXIMUM BALANCE.
014458*---------------------------------------------------------------
014459 2185-ACCRUE-ONE-TYPE.
014460     SET WS-LEAVE-FOUND-SW TO 'Y'
014461     MOVE EMP-ID TO LV-EMP-ID
014462     MOVE LP-LEAVE-TYPE (WS-LP-SUB) TO LV-LEAVE-TYPE
014463     READ LEAVE-FILE
014464         INVALID KEY
014465             SET WS-LEAVE-FOUND-SW TO 'N'
014466     END-READ
014467     IF WS-LEAVE-FOUND
014468         IF LV-LAST-ACCRUAL-FREQ = FREQ-CODE (WS-EMP-FREQ-SUB)
014469                 AND LV-LAST-ACCRUAL-KEY NOT <
014470                     FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB)
014471             GO TO 2185-EXIT
014472         END-IF
014473     ELSE
014474         MOVE SPACES TO LEAVE-RECORD
014475         MOVE EMP-ID TO LV-EMP-ID
014476         MOVE LP-LEAVE-TYPE (WS-LP-SUB) TO LV-LEAVE-TYPE
014477         MOVE ZERO TO LV-BALANCE LV-CARRIED-IN LV-FORFEITED
014478             LV-YTD-ACCRUED LV-YTD-USED LV-LAST-ACCRUAL-KEY
014479             LV-LAST-ACCRUAL-HRS LV-LAST-USED-DATE
014480         MOVE WS-LEAVE-YEAR TO LV-BALANCE-YEAR
014481     END-IF
014482     IF LV-BALANCE-YEAR < WS-LEAVE-YEAR
014483         PERFORM 2190-CLOSE-LEAVE-YEAR THRU 2190-EXIT
014484     END-IF
014485     MOVE LP-TIER-HOURS (WS-LP-SUB, 1) TO WS-ANNUAL-HOURS
014486     PERFORM 2186-CHECK-SERVICE-TIER THRU 2186-EXIT
014487         VARYING WS-LP-TIER-SUB FROM 2 BY 1
014488         UNTIL WS-LP-TIER-SUB > LP-TIER-COUNT
014489     IF WS-WORKED-DAYS < FREQ-PERIOD-DAYS (WS-EMP-FREQ-SUB)
014490         COMPUTE WS-ACCRUAL-HOURS ROUNDED =
014491             WS-ANNUAL-HOURS * WS-WORKED-DAYS
014492             / (WS-PERIODS-PER-YEAR
014493                * FREQ-PERIOD-DAYS (WS-EMP-FREQ-SUB))
014494     ELSE
014495         COMPUTE WS-ACCRUAL-HOURS ROUNDED =
014496             WS-ANNUAL-HOURS / WS-PERIODS-PER-YEAR
014497     END-IF
014498     COMPUTE WS-LEAVE-ROOM =
014499         LP-MAX-BALANCE (WS-LP-SUB) - LV-BALANCE
014500     IF WS-LEAVE-ROOM < ZERO
014501         MOVE ZERO TO WS-LEAVE-ROOM
014502     END-IF
014503     IF WS-ACCRUAL-HOURS > WS-LEAVE-ROOM
014504         MOVE WS-LEAVE-ROOM TO WS-ACCRUAL-HOURS
014505     END-IF
014506     ADD WS-ACCRUAL-HOURS TO LV-BALANCE
014507     ADD WS-ACCRUAL-HOURS TO LV-YTD-ACCRUED
014508     MOVE FREQ-CODE (WS-EMP-FREQ-SUB) TO LV-LAST-ACCRUAL-FREQ
014509     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO LV-LAST-ACCRUAL-KEY
014510     MOVE WS-ACCRUAL-HOURS TO LV-LAST-ACCRUAL-HRS
014511     IF WS-LEAVE-FOUND
014512         REWRITE LEAVE-RECORD
014513     ELSE
014514         WRITE LEAVE-RECORD
014515     END-IF
014516     IF WS-LEAVE-STATUS NOT = "00"
014517         MOVE "EMPLEAVE.TXT ACCRUAL WRITE FAILED"
014518             TO WS-FATAL-MESSAGE
014519         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
014520     END-IF
014521     ADD 1 TO WS-LEAVE-ACCRUED-COUNT.
014522 2185-EXIT.
014523     EXIT.

014524*---------------------------------------------------------------
014525*    2186-CHECK-SERVICE-TIER
014526*        THE TIERS ARE IN ASCENDING YEARS, SO THE LAST ONE THE
014527*        EMPLOYEE HAS REACHED WINS.  AN UNUSED TIER CARRIES THE
014528*        SAME YEARS AS THE ONE BEFORE IT AND CHANGES NOTHING.
014529*---------------------------------------------------------------
014530 2186-CHECK-SERVICE-TIER.
014531     IF WS-SERVICE-YEARS NOT <
014532             LP-TIER-YEARS (WS-LP-SUB, WS-LP-TIER-SUB)
014533         MOVE LP-TIER-HOURS (WS-LP-SUB, WS-LP-TIER-SUB)
014534             TO WS-ANNUAL-HOURS
014535     END-IF.
014536 2186-EXIT.
014537     EXIT.

014538*---------------------------------------------------------------
014539*    2190-CLOSE-LEAVE-YEAR
014540*        YEAR-END CARRYOVER, APPLIED BY THE FIRST ACCRUAL OF A
014541*        NEW YEAR.  A BALANCE OVER THE CARRYOVER CAP LOSES THE
014542*        EXCESS; THE YTD FIGURES START OVER.  EMPLEAVE.CBL
014543*        APPLIES THE SAME RULE TO A USAGE DATED IN A NEW YEAR
014544*        THAT REACHES THE RECORD FIRST.
014545*---------------------------------------------------------------
014546 2190-CLOSE-LEAVE-YEAR.
014547     MOVE ZERO TO LV-FORFEITED
014548     IF LV-BALANCE > LP-CARRYOVER-CAP (WS-LP-SUB)
014549         COMPUTE LV-FORFEITED =
014550             LV-BALANCE - LP-CARRYOVER-CAP (WS-LP-SUB)
014551         MOVE LP-CARRYOVER-CAP (WS-LP-SUB) TO LV-BALANCE
014552     END-IF
014553     MOVE LV-BALANCE TO LV-CARRIED-IN
014554     MOVE ZERO TO LV-YTD-ACCRUED
014555     MOVE ZERO TO LV-YTD-USED
014556     MOVE WS-LEAVE-YEAR TO LV-BALANCE-YEAR.
014557 2190-EXIT.
014558     EXIT.

014559*---------------------------------------------------------------
014560*    3260-APPLY-GARNISHMENTS
014561*        LOADS THE EMPLOYEE'S ORDERS -- ACTIVE ONES, PLUS ANY
014562*        ALREADY TAKEN THIS PERIOD BY AN EARLIER OR ABENDED RUN
014563*        -- AND TAKES THEM ONE AT A TIME, LOWEST PRIORITY
014564*        NUMBER FIRST.  DISPOSABLE EARNINGS ARE GROSS LESS TAX.
014565*        WS-GARN-TOTAL COMES BACK HOLDING THE PERIOD'S TOTAL.
014566*        AN ACTIVE ORDER IS NOT TAKEN BEFORE ITS GN-START-DATE.
014567*---------------------------------------------------------------
014568 3260-APPLY-GARNISHMENTS.
014569     MOVE ZERO TO WS-GARN-TOTAL
014570     MOVE ZERO TO WS-GARN-COUNT
014571     IF NOT WS-GARN-FILE-OPEN
014572         GO TO 3260-EXIT
014573     END-IF
014574     MOVE SW-EMP-ID TO GN-EMP-ID
014575     MOVE LOW-VALUES TO GN-ORDER-NUMBER
014576     START GARN-FILE KEY NOT < GN-KEY
014577         INVALID KEY
014578             GO TO 3260-EXIT
014579     END-START
014580     SET WS-GARN-SCAN-EOF-SW TO 'N'
014581     PERFORM 3261-LOAD-ONE-ORDER THRU 3261-EXIT
014582         UNTIL WS-GARN-SCAN-EOF
014583     IF WS-GARN-COUNT = ZERO
014584         GO TO 3260-EXIT
014585     END-IF
014586     IF SW-EMP-SALARY > WS-TAX-AMOUNT
014587         COMPUTE WS-GARN-DISPOSABLE =
014588             SW-EMP-SALARY - WS-TAX-AMOUNT
014589     ELSE
014590         MOVE ZERO TO WS-GARN-DISPOSABLE
014591     END-IF
014592     PERFORM 3262-TAKE-NEXT-ORDER THRU 3262-EXIT
014593         WS-GARN-COUNT TIMES.
014594 3260-EXIT.
014595     EXIT.

014596*---------------------------------------------------------------
014597*    3261-LOAD-ONE-ORDER
014598*---------------------------------------------------------------
014599 3261-LOAD-ONE-ORDER.
014600     READ GARN-FILE NEXT RECORD
014601         AT END
014602             SET WS-GARN-SCAN-EOF-SW TO 'Y'
014603             GO TO 3261-EXIT
014604     END-READ
014605     IF GN-EMP-ID NOT = SW-EMP-ID
014606         SET WS-GARN-SCAN-EOF-SW TO 'Y'
014607         GO TO 3261-EXIT
014608     END-IF
014609     IF NOT GN-ACTIVE AND GN-LAST-PERIOD-KEY NOT = SW-PERIOD-KEY
014610         GO TO 3261-EXIT
014611     END-IF
014612     IF GN-ACTIVE AND GN-START-DATE > WS-RUN-DATE-YYYYMMDD
014613         GO TO 3261-EXIT
014614     END-IF
014615     IF WS-GARN-COUNT = 10
014616         MOVE "EMPLOYEE HAS MORE GARNISHMENT ORDERS THAN TABLE"
014617             TO WS-FATAL-MESSAGE
014618         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
014619     END-IF
014620     ADD 1 TO WS-GARN-COUNT
014621     MOVE GN-ORDER-NUMBER TO GTAB-ORDER-NUMBER (WS-GARN-COUNT)
014622     MOVE GN-PRIORITY TO GTAB-PRIORITY (WS-GARN-COUNT)
014623     MOVE 'N' TO GTAB-TAKEN-SW (WS-GARN-COUNT).
014624 3261-EXIT.
014625     EXIT.

014626*---------------------------------------------------------------
014627*    3262-TAKE-NEXT-ORDER
014628*        PICKS THE UNTAKEN ORDER WITH THE LOWEST PRIORITY AND
014629*        TAKES IT.  AN ORDER ALREADY STAMPED WITH THIS PERIOD
014630*        (A RESTART OR A REPEAT RUN) TAKES THE STAMPED AMOUNT
014631*        AGAIN AND IS LEFT ALONE, SO IT IS NEVER TAKEN TWICE.
014632*        OTHERWISE THE AMOUNT DUE IS THIS PERIOD'S SCHEDULED
014633*        AMOUNT PLUS ARREARS, NEVER MORE THAN THE BALANCE OWED,
014634*        AND THE AMOUNT TAKEN IS HELD TO THE ORDER'S CAP ON
014635*        DISPOSABLE EARNINGS LESS WHAT HIGHER-PRIORITY ORDERS
014636*        TOOK, AND TO THE NET PAY LEFT.  WHAT CANNOT BE TAKEN
014637*        BECOMES THE ORDER'S ARREARS.
014638*---------------------------------------------------------------
014639 3262-TAKE-NEXT-ORDER.
014640     MOVE 999 TO WS-GARN-LOW-PRIORITY
014641     MOVE ZERO TO WS-GARN-PICK-SUB
014642     PERFORM 3263-CHECK-PRIORITY THRU 3263-EXIT
014643         VARYING WS-GARN-SUB FROM 1 BY 1
014644         UNTIL WS-GARN-SUB > WS-GARN-COUNT
014645     IF WS-GARN-PICK-SUB = ZERO
014646         GO TO 3262-EXIT
014647     END-IF
014648     MOVE 'Y' TO GTAB-TAKEN-SW (WS-GARN-PICK-SUB)
014649     MOVE SW-EMP-ID TO GN-EMP-ID
014650     MOVE GTAB-ORDER-NUMBER (WS-GARN-PICK-SUB) TO GN-ORDER-NUMBER
014651     READ GARN-FILE
014652         INVALID KEY
014653             GO TO 3262-EXIT
014654     END-READ
014655     IF GN-LAST-PERIOD-KEY = SW-PERIOD-KEY
014656         ADD GN-LAST-AMOUNT TO WS-GARN-TOTAL
014657         GO TO 3262-EXIT
014658     END-IF
014659     IF GN-PERCENT-OF-DE
014660         COMPUTE WS-GARN-SCHEDULED ROUNDED =
014661             WS-GARN-DISPOSABLE * GN-PERCENT
014662     ELSE
014663         MOVE GN-AMOUNT TO WS-GARN-SCHEDULED
014664     END-IF
014665     COMPUTE WS-GARN-DUE = WS-GARN-SCHEDULED + GN-ARREARS
014666     IF GN-TOTAL-OWED > ZERO
014667         COMPUTE WS-GARN-LEFT = GN-TOTAL-OWED - GN-PAID-TO-DATE
014668         IF WS-GARN-LEFT < ZERO
014669             MOVE ZERO TO WS-GARN-LEFT
014670         END-IF
014671         IF WS-GARN-LEFT < WS-GARN-DUE
014672             MOVE WS-GARN-LEFT TO WS-GARN-DUE
014673         END-IF
014674     END-IF
014675     IF GN-CAP-PERCENT = ZERO
014676         MOVE WS-GARN-DEFAULT-CAP TO WS-GARN-CAP
014677     ELSE
014678         MOVE GN-CAP-PERCENT TO WS-GARN-CAP
014679     END-IF
014680     COMPUTE WS-GARN-ROOM =
014681         WS-GARN-DISPOSABLE * WS-GARN-CAP - WS-GARN-TOTAL
014682     COMPUTE WS-GARN-LEFT = WS-NET-SALARY - WS-GARN-TOTAL
014683     IF WS-GARN-ROOM > WS-GARN-LEFT
014684         MOVE WS-GARN-LEFT TO WS-GARN-ROOM
014685     END-IF
014686     IF WS-GARN-ROOM < ZERO
014687         MOVE ZERO TO WS-GARN-ROOM
014688     END-IF
014689     IF WS-GARN-DUE > WS-GARN-ROOM
014690         MOVE WS-GARN-ROOM TO WS-GARN-TAKE
014691     ELSE
014692         MOVE WS-GARN-DUE TO WS-GARN-TAKE
014693     END-IF
014694     COMPUTE GN-ARREARS = WS-GARN-DUE - WS-GARN-TAKE
014695     ADD WS-GARN-TAKE TO GN-PAID-TO-DATE
014696     ADD WS-GARN-TAKE TO WS-GARN-TOTAL
014697     MOVE SW-PERIOD-KEY TO GN-LAST-PERIOD-KEY
014698     MOVE WS-GARN-TAKE TO GN-LAST-AMOUNT
014699     MOVE WS-RUN-DATE-YYYYMMDD TO GN-LAST-APPLIED-DATE
014700     IF WS-GARN-TAKE > ZERO
014701         ADD 1 TO WS-GARN-APPLIED-COUNT
014702     END-IF
014703     IF GN-TOTAL-OWED > ZERO
014704             AND GN-PAID-TO-DATE NOT < GN-TOTAL-OWED
014705         SET GN-CLOSED TO TRUE
014706         MOVE WS-RUN-DATE-YYYYMMDD TO GN-CLOSED-DATE
014707         MOVE ZERO TO GN-ARREARS
014708         ADD 1 TO WS-GARN-CLOSED-COUNT
014709     END-IF
014710     REWRITE GARNISHMENT-RECORD
014711         INVALID KEY
014712             MOVE "EMPGARN.TXT REWRITE FAILED ON EXISTING ORDER"
014713                 TO WS-FATAL-MESSAGE
014714             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
014715     END-REWRITE.
014716 3262-EXIT.
014717     EXIT.

014718*---------------------------------------------------------------
014719*    3263-CHECK-PRIORITY
014720*---------------------------------------------------------------
014721 3263-CHECK-PRIORITY.
014722     IF NOT GTAB-TAKEN (WS-GARN-SUB)
014723             AND GTAB-PRIORITY (WS-GARN-SUB)
014724                 < WS-GARN-LOW-PRIORITY
014725         MOVE GTAB-PRIORITY (WS-GARN-SUB) TO WS-GARN-LOW-PRIORITY
014726         MOVE WS-GARN-SUB TO WS-GARN-PICK-SUB
014727     END-IF.
014728 3263-EXIT.
014729     EXIT.

014730*---------------------------------------------------------------
014731*    3270-COMPUTE-DEPT-SHARE
014732*        THIS SPLIT'S SHARE OF THE WHOLE-DOLLAR AMOUNT IN
014733*        WS-SHARE-WHOLE: THE AMOUNT UP TO AND INCLUDING THIS
014734*        SPLIT'S PERCENTAGE LESS THE AMOUNT UP TO THE SPLITS
014735*        BEFORE IT, EACH TRUNCATED.  TAKEN OVER ALL THE SPLITS
014736*        THE SHARES ADD BACK TO EXACTLY WS-SHARE-WHOLE, SO THE
014737*        DEPARTMENT BUCKETS STILL BALANCE TO THE RUN TOTALS.
014738*---------------------------------------------------------------
014739 3270-COMPUTE-DEPT-SHARE.
014740     COMPUTE WS-SHARE-UPTO =
014741         WS-SHARE-WHOLE * (SW-ALLOC-BEFORE + SW-ALLOC-PERCENT)
014742         / 100
014743     COMPUTE WS-SHARE-BEFORE =
014744         WS-SHARE-WHOLE * SW-ALLOC-BEFORE / 100
014745     COMPUTE WS-SHARE-RESULT =
014746         WS-SHARE-UPTO - WS-SHARE-BEFORE.
014747 3270-EXIT.
014748     EXIT.

014749*---------------------------------------------------------------
014750*    3420-GET-LEAVE-BALANCE
014751*        KEYED READ OF THE EMPLOYEE'S BALANCE FOR THE TYPE IN
014752*        WS-LEAVE-TYPE-WANTED; NO RECORD SHOWS AS ZERO HOURS.
014753*---------------------------------------------------------------
014754 3420-GET-LEAVE-BALANCE.
014755     MOVE ZERO TO WS-LEAVE-HOURS
014756     MOVE SW-EMP-ID TO LV-EMP-ID
014757     MOVE WS-LEAVE-TYPE-WANTED TO LV-LEAVE-TYPE
014758     READ LEAVE-FILE
014759         INVALID KEY
014760             GO TO 3420-EXIT
014761     END-READ
014762     MOVE LV-BALANCE TO WS-LEAVE-HOURS.
014763 3420-EXIT.
014764     EXIT.

014765 END PROGRAM Emp.



