000350*      ON THE REFERENCE MASTER WITH BOTH ACCOUNTS SET UP --
000360*      OTHERWISE THE RUN ENDS WITH RETURN-CODE 8 AND THE
000370*      OPERATOR MUST NOT RELEASE THE FILE.
000371*      THE PERIOD'S OFF-CYCLE BUCKETS (KEY = PERIOD + 50, SEE
000372*      EMPOFFPAY.CBL) POST WITH ITS REGULAR ONES, EACH BUCKET
000373*      ON ITS OWN LINES.
000380*---------------------------------------------------------------
000390*  MODIFICATION HISTORY.
000400*  DATE       INIT  DESCRIPTION
000428*                   A PRE-UPGRADE PERIOD POSTS ITS WITHHOLDINGS
000429*                   ON THE RESIDUAL LINE INSTEAD OF FEEDING
000430*                   SPACES INTO ARITHMETIC.
000431*  10/15/2026 RDH   DEPARTMENT BUCKETS NOW HOLD EACH DEPARTMENT'S
000432*                   DISTRIBUTED SHARE OF PAY (SEE ALLOCREC), SO
000433*                   THEY POST AS THEY STAND.  THE PERIOD'S
000434*                   OFF-CYCLE BUCKETS ARE POSTED WITH ITS REGULAR
000435*                   BUCKETS AND COUNTED ON THE CONSOLE.
000436*===============================================================
000440 PROGRAM-ID. EmpGlExt.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
001020     88 WS-JOURNAL-HELD          VALUE 'N'.
001030
001040 01  WS-REQUEST-PERIOD PIC 9(6) VALUE ZERO.
001041 01  WS-OFF-CYCLE-PERIOD PIC 9(6) VALUE ZERO.
001042 01  WS-OFF-CYCLE-BASE PIC 9(2) VALUE 50.
001050
001060 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
001070
001180     05 WS-CREDIT-TOTAL     PIC 9(11) VALUE ZERO.
001190     05 WS-LINE-COUNT       PIC 9(5) COMP VALUE ZERO.
001200     05 WS-DEPT-COUNT       PIC 9(5) COMP VALUE ZERO.
001201     05 WS-OFF-CYCLE-COUNT  PIC 9(5) COMP VALUE ZERO.
001210     05 WS-OTHER-RESIDUAL   PIC S9(9) VALUE ZERO.

001212*---------------------------------------------------------------
001740 1000-INITIALIZE.
001750     DISPLAY "ENTER PERIOD TO EXTRACT (YYYYMM): "
001760     ACCEPT WS-REQUEST-PERIOD
001761     COMPUTE WS-OFF-CYCLE-PERIOD =
001762         WS-REQUEST-PERIOD + WS-OFF-CYCLE-BASE
001770     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
001780     OPEN INPUT MTD-YTD-FILE
001790     IF WS-MTD-YTD-STATUS NOT = "00"
002150*    3000-POST-BUCKET
002160*        ONE DEPARTMENT/MONTH BUCKET.  ONLY THE REQUESTED
002170*        PERIOD'S BUCKETS POST; THE REST OF THE HISTORY FILE
002171*        IS PASSED OVER.  THE PERIOD'S OFF-CYCLE BUCKETS POST
002172*        THE SAME WAY.
002190*---------------------------------------------------------------
002200 3000-POST-BUCKET.
002210     IF MYR-YEAR-MONTH = WS-REQUEST-PERIOD
002211         PERFORM 3100-POST-DEPARTMENT THRU 3100-EXIT
002212     END-IF
002213     IF MYR-YEAR-MONTH = WS-OFF-CYCLE-PERIOD
002214         ADD 1 TO WS-OFF-CYCLE-COUNT
002220         PERFORM 3100-POST-DEPARTMENT THRU 3100-EXIT
002230     END-IF
002240     PERFORM 2000-READ-BUCKET THRU 2000-EXIT.
003310     MOVE WS-DEPT-COUNT TO DISP-COUNT
003320     DISPLAY " ".
003330     DISPLAY "Departments Posted : " DISP-COUNT.
003331     MOVE WS-OFF-CYCLE-COUNT TO DISP-COUNT
003332     DISPLAY "  Off-Cycle Buckets: " DISP-COUNT.
003340     DISPLAY "Debit Total        : " DISP-DEBITS.
003350     DISPLAY "Credit Total       : " DISP-CREDITS.
003360     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
