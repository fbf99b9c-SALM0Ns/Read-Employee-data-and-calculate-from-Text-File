000280*        (B) SUMS THE CURRENT MONTH'S BUCKETS IN EMPMTDYTD.TXT
000290*            AND BALANCES THEM AGAINST THE MONTH-END FIGURES
000300*            CARRIED ON THE SAME CONTROL RECORD.
000301*        (C) SUMS THE SAME MONTH'S OFF-CYCLE BUCKETS (KEY =
000302*            CTL-YEAR-MONTH + 50, POSTED BY EMPOFFPAY.CBL) AND,
000303*            INDEPENDENTLY, THE PAY HISTORY RECORDS UNDER THAT
000304*            KEY, AND BALANCES BOTH AGAINST THE CONTROL
000305*            RECORD'S OFF-CYCLE SECTION.  A CONTROL RECORD
000306*            WRITTEN BEFORE THAT SECTION EXISTED SKIPS (C).
000310*      ANY OUT-OF-BALANCE IS REPORTED AND THE PROGRAM ENDS
000320*      WITH RETURN-CODE 8 SO THE OPERATOR SEES IT BEFORE THE
000330*      REPORTS GO OUT; A MISSING CONTROL RECORD ENDS WITH
000478*                   OUT OF BOTH HEADCOUNT AND GROSS -- THE SAME
000479*                   ROUNDING AND WHOLE-DOLLAR TRUNCATION, SO
000480*                   THE TWO SIDES STILL AGREE TO THE DIGIT.
000481*  09/02/2026 RDH   MTD-YTD-RECORD WIDENED WITH EMP.CBL'S --
000482*                   THE BUCKETS NOW CARRY TAX/BENEFIT COLUMNS
000483*                   FOR EMPGLEXT.CBL.  NOT BALANCED HERE; THE
000484*                   GROSS/NET/HEADCOUNT CHECKS ARE UNCHANGED.
000485*  09/02/2026 RDH   PAY-PERIOD CALENDAR SUPPORT, MIRRORING
000486*                   EMP.CBL (SEE ITS 1600-LOAD-PAY-CALENDAR AND
000487*                   2160-COMPUTE-PRORATION, AND THE PAYCAL
000488*                   COPYBOOK), EVALUATED AS OF CTL-RUN-DATE:
000489*                   THE RECOUNT TALLIES AN S OR B EMPLOYEE ONLY
000490*                   WHEN THAT FREQUENCY HAD A PERIOD ENDING ON
000491*                   THE RUN DATE, AND PRORATES IN DAY SERIALS,
000492*                   SO IT STILL COUNTS EXACTLY THE POPULATION
000493*                   EMP.CBL PAID.  A SITE WITHOUT PAYCAL.TXT
000494*                   BEHAVES EXACTLY AS BEFORE.
000495*  09/02/2026 RDH   THE MONTHLY SLOT WAS ALWAYS IN PLAY,
000496*                   MIRRORING THE SAME DOUBLE-PAY DEFECT FIXED
000497*                   IN EMP.CBL: ONCE THE CALENDAR DEFINES
000498*                   MONTHLY PERIODS, MONTHLY FILLS ONLY WHEN A
000499*                   MONTHLY PERIOD ENDED ON CTL-RUN-DATE (SEE
000500*                   EMP.CBL'S 1610-CHECK-MONTHLY-CALENDAR).
000501*                   THE RUN-MONTH DEFAULT SURVIVES ONLY WHERE
000502*                   THE CALENDAR IS ABSENT OR HAS NO MONTHLY
000503*                   PERIODS.
000504*  10/15/2026 RDH   HOURLY GROSS RECOMPUTED FROM THE TIMECARD
000505*                   (AS EMP.CBL); OFF-CYCLE BALANCING, (C) ABOVE.
000506*===============================================================
000507 PROGRAM-ID. EmpRecon.
000508 ENVIRONMENT DIVISION.
000570     ACCESS MODE IS SEQUENTIAL
000580     RECORD KEY IS EMP-ID.

000581     SELECT TIME-CARD-FILE ASSIGN TO "EmpTime.txt"
000582     ORGANIZATION IS INDEXED
000583     ACCESS MODE IS RANDOM
000584     RECORD KEY IS TC-KEY
000585     FILE STATUS IS WS-TIME-CARD-STATUS.

000590     SELECT CONTROL-FILE ASSIGN TO "EmpControl.txt"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-CONTROL-STATUS.

000611     SELECT PAY-HIST-FILE ASSIGN TO "EmpPayHist.txt"
000612     ORGANIZATION IS INDEXED
000613     ACCESS MODE IS SEQUENTIAL
000614     RECORD KEY IS PH-KEY
000615     FILE STATUS IS WS-PAY-HIST-STATUS.

000620     SELECT MTD-YTD-FILE ASSIGN TO "EmpMtdYtd.txt"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-MTD-YTD-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.

000661 FD  PAY-HIST-FILE.
000662     COPY PAYHREC.

000663 FD  TIME-CARD-FILE.
000664     COPY TIMEREC.

000670 FD  EMPLOYEE-FILE.
000680     COPY EMPREC.


000870 01  WS-CONTROL-STATUS PIC X(02) VALUE SPACES.
000880 01  WS-MTD-YTD-STATUS PIC X(02) VALUE SPACES.
000881 01  WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.

000882 01  WS-PAY-HIST-EOF-SW PIC X(01) VALUE 'N'.
000883     88 WS-PAY-HIST-EOF          VALUE 'Y'.

000884 01  WS-OFF-CYCLE-CHECK-SW PIC X(01) VALUE 'N'.
000885     88 WS-OFF-CYCLE-CHECKED     VALUE 'Y'.

000890 01  WS-BALANCED-SW PIC X(01) VALUE 'Y'.
000900     88 WS-RUN-BALANCED          VALUE 'Y'.
000930     88 WS-EMP-ACTIVE            VALUE 'Y'.
000940     88 WS-EMP-NOT-ACTIVE        VALUE 'N'.

000941*---------------------------------------------------------------
000942*    HOURLY TIMECARD PRICING AS EMP.CBL; EMPTIME.TXT OPTIONAL.
000943*---------------------------------------------------------------
000944 01  WS-TIME-CARD-STATUS PIC X(02) VALUE SPACES.

000945 01  WS-TIME-FILE-OPEN-SW PIC X(01) VALUE 'N'.
000946     88 WS-TIME-FILE-OPEN        VALUE 'Y'.

000947 01  WS-HOURLY-PAY-FIELDS.
000948     05 WS-OT-PREMIUM       PIC 9V9 VALUE 1.5.
000949     05 WS-HOLIDAY-PREMIUM  PIC 9V9 VALUE 1.0.

000950*---------------------------------------------------------------
000960*    INDEPENDENTLY RECOMPUTED FIGURES.  GROSS IS A WHOLE-DOLLAR
000970*    FIELD SO EACH ADD TRUNCATES CENTS EXACTLY THE WAY
001040     05 WS-MTD-GROSS        PIC 9(9) VALUE ZERO.
001050     05 WS-MTD-NET          PIC 9(9) VALUE ZERO.
001060     05 WS-MTD-HEADCOUNT    PIC 9(5) VALUE ZERO.
001061     05 WS-OFF-BUCKET-GROSS PIC 9(9) VALUE ZERO.
001062     05 WS-OFF-BUCKET-NET   PIC 9(9) VALUE ZERO.
001063     05 WS-OFF-HIST-GROSS   PIC 9(9) VALUE ZERO.
001064     05 WS-OFF-HIST-NET     PIC 9(9) VALUE ZERO.

001070 01  WS-DISPLAY-FIELDS.
001080     05 DISP-EXPECTED    PIC ZZZ,ZZZ,ZZ9.
001146     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001147     PERFORM 2000-RECOMPUTE-MASTER THRU 2000-EXIT
001148     PERFORM 3000-SUM-MTD-BUCKETS THRU 3000-EXIT
001149     PERFORM 3500-SUM-OFF-CYCLE-HISTORY THRU 3500-EXIT
001150     PERFORM 4000-BALANCE THRU 4000-EXIT
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT
001170     STOP RUN.
001366     PERFORM 1100-SET-PAY-PERIOD THRU 1100-EXIT
001367     PERFORM 1200-LOAD-PAY-CALENDAR THRU 1200-EXIT
001370     OPEN INPUT EMPLOYEE-FILE
001371     OPEN INPUT TIME-CARD-FILE
001372     IF WS-TIME-CARD-STATUS = "00"
001373         SET WS-TIME-FILE-OPEN-SW TO 'Y'
001374     END-IF
001380     DISPLAY " ".
001390     DISPLAY "--- Payroll Reconciliation For Run "
001400         CTL-RUN-DATE " ---".
001698         END-IF
001700         PERFORM 2030-CHECK-ACTIVE THRU 2030-EXIT
001705         PERFORM 2040-COMPUTE-PRORATION THRU 2040-EXIT
001706         IF EMP-PAY-HOURLY AND WS-WORKED-DAYS > ZERO
001707             PERFORM 2045-COMPUTE-HOURLY-GROSS THRU 2045-EXIT
001708         END-IF
001710         IF WS-WORKED-DAYS > ZERO
001720             ADD WS-PRORATED-SALARY TO WS-MASTER-GROSS
001730             ADD 1 TO WS-MASTER-HEADCOUNT
002040*        ZERO, WHICH THE BALANCE STEP WILL THEN FLAG.
002041*---------------------------------------------------------------
002050 3000-SUM-MTD-BUCKETS.
002051*        THE OFF-CYCLE BUCKETS ARE SUMMED IN THE SAME PASS WHEN
002052*        THE CONTROL RECORD CARRIES AN OFF-CYCLE SECTION.
002053     IF CTL-OFF-PERIOD-KEY IS NUMERIC
002054         SET WS-OFF-CYCLE-CHECK-SW TO 'Y'
002055     END-IF
002060     OPEN INPUT MTD-YTD-FILE
002070     IF WS-MTD-YTD-STATUS = "00"
002080         PERFORM 3010-READ-HISTORY THRU 3010-EXIT
002310         ADD MYR-GROSS-TOTAL TO WS-MTD-GROSS
002320         ADD MYR-NET-TOTAL TO WS-MTD-NET
002330         ADD MYR-HEADCOUNT TO WS-MTD-HEADCOUNT
002331     END-IF
002332     IF WS-OFF-CYCLE-CHECKED
002333         IF MYR-YEAR-MONTH = CTL-OFF-PERIOD-KEY
002334             ADD MYR-GROSS-TOTAL TO WS-OFF-BUCKET-GROSS
002335             ADD MYR-NET-TOTAL TO WS-OFF-BUCKET-NET
002336         END-IF
002340     END-IF
002350     PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
002360 3020-EXIT.
002740             DISP-EXPECTED "  FILE:   " DISP-ACTUAL
002750         SET WS-RUN-OUT-OF-BALANCE TO TRUE
002760     END-IF
002761     IF WS-OFF-CYCLE-CHECKED
002762         PERFORM 4100-BALANCE-OFF-CYCLE THRU 4100-EXIT
002763     END-IF

002770     IF WS-RUN-BALANCED
002780         DISPLAY "ALL CONTROL FIGURES IN BALANCE"
002900     CLOSE CONTROL-FILE
002902     IF WS-CAL-FILE-OPEN
002904         CLOSE PAY-CAL-FILE
002905     END-IF
002906     IF WS-TIME-FILE-OPEN
002907         CLOSE TIME-CARD-FILE
002908     END-IF.
002910 9000-EXIT.
002920     EXIT.

002943 9500-EXIT.
002944     EXIT.

002945*---------------------------------------------------------------
002946*    2045-COMPUTE-HOURLY-GROSS
002947*        THE PERIOD TIMECARD PRICED AT EMP-HOURLY-RATE -- THE
002948*        SAME CALCULATION AS EMP.CBL'S 2170-COMPUTE-HOURLY-
002949*        GROSS.  NO CARD ZEROES WORKED DAYS, SINCE EMP.CBL
002950*        SENT THAT EMPLOYEE TO ITS EXCEPTION FILE UNPAID.
002951*---------------------------------------------------------------
002952 2045-COMPUTE-HOURLY-GROSS.
002953     IF NOT WS-TIME-FILE-OPEN
002954         MOVE ZERO TO WS-WORKED-DAYS
002955         GO TO 2045-EXIT
002956     END-IF
002957     MOVE EMP-ID TO TC-EMP-ID
002958     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO TC-PERIOD-KEY
002959     READ TIME-CARD-FILE
002960         INVALID KEY
002961             MOVE ZERO TO WS-WORKED-DAYS
002962             GO TO 2045-EXIT
002963     END-READ
002964     COMPUTE WS-PRORATED-SALARY ROUNDED =
002965         (TC-REGULAR-HOURS * EMP-HOURLY-RATE)
002966       + (TC-OVERTIME-HOURS * EMP-HOURLY-RATE * WS-OT-PREMIUM)
002967       + (TC-HOLIDAY-HOURS * EMP-HOURLY-RATE
002968                           * WS-HOLIDAY-PREMIUM).
002969 2045-EXIT.
002970     EXIT.

002971*---------------------------------------------------------------
002972*    3500-SUM-OFF-CYCLE-HISTORY
002973*        SUMS GROSS AND NET OF EVERY PAY HISTORY RECORD UNDER
002974*        THE CONTROL MONTH'S OFF-CYCLE KEY INTO WHOLE-DOLLAR
002975*        FIELDS, SO EACH RECORD TRUNCATES THE WAY EMPOFFPAY.CBL
002976*        TRUNCATED IT INTO THE BUCKETS.  NOTHING TO DO WHEN THE
002977*        CONTROL RECORD CARRIES NO OFF-CYCLE SECTION.
002978*---------------------------------------------------------------
002979 3500-SUM-OFF-CYCLE-HISTORY.
002980     IF NOT WS-OFF-CYCLE-CHECKED
002981         GO TO 3500-EXIT
002982     END-IF
002983     OPEN INPUT PAY-HIST-FILE
002984     IF WS-PAY-HIST-STATUS NOT = "00"
002985         GO TO 3500-EXIT
002986     END-IF
002987     PERFORM 3510-READ-PAY-HISTORY THRU 3510-EXIT
002988     PERFORM 3520-TALLY-PAY-HISTORY THRU 3520-EXIT
002989         UNTIL WS-PAY-HIST-EOF
002990     CLOSE PAY-HIST-FILE.
002991 3500-EXIT.
002992     EXIT.

002993*---------------------------------------------------------------
002994*    3510-READ-PAY-HISTORY
002995*---------------------------------------------------------------
002996 3510-READ-PAY-HISTORY.
002997     READ PAY-HIST-FILE NEXT RECORD
002998         AT END SET WS-PAY-HIST-EOF TO TRUE
002999     END-READ.
003000 3510-EXIT.
003001     EXIT.

003002*---------------------------------------------------------------
003003*    3520-TALLY-PAY-HISTORY
003004*---------------------------------------------------------------
003005 3520-TALLY-PAY-HISTORY.
003006     IF PH-YEAR-MONTH = CTL-OFF-PERIOD-KEY
003007         ADD PH-GROSS TO WS-OFF-HIST-GROSS
003008         ADD PH-NET TO WS-OFF-HIST-NET
003009     END-IF
003010     PERFORM 3510-READ-PAY-HISTORY THRU 3510-EXIT.
003011 3520-EXIT.
003012     EXIT.

003013*---------------------------------------------------------------
003014*    4100-BALANCE-OFF-CYCLE
003015*        THE BUCKETS AND THE PAY HISTORY EACH AGAINST THE
003016*        CONTROL RECORD'S OFF-CYCLE SECTION.
003017*---------------------------------------------------------------
003018 4100-BALANCE-OFF-CYCLE.
003019     IF WS-OFF-BUCKET-GROSS NOT = CTL-OFF-GROSS
003020         MOVE CTL-OFF-GROSS TO DISP-EXPECTED
003021         MOVE WS-OFF-BUCKET-GROSS TO DISP-ACTUAL
003022         DISPLAY "OUT OF BALANCE - OFF-CYCLE GROSS   RUN: "
003023             DISP-EXPECTED "  FILE:   " DISP-ACTUAL
003024         SET WS-RUN-OUT-OF-BALANCE TO TRUE
003025     END-IF
003026     IF WS-OFF-BUCKET-NET NOT = CTL-OFF-NET
003027         MOVE CTL-OFF-NET TO DISP-EXPECTED
003028         MOVE WS-OFF-BUCKET-NET TO DISP-ACTUAL
003029         DISPLAY "OUT OF BALANCE - OFF-CYCLE NET     RUN: "
003030             DISP-EXPECTED "  FILE:   " DISP-ACTUAL
003031         SET WS-RUN-OUT-OF-BALANCE TO TRUE
003032     END-IF
003033     IF WS-OFF-HIST-GROSS NOT = CTL-OFF-GROSS
003034         MOVE CTL-OFF-GROSS TO DISP-EXPECTED
003035         MOVE WS-OFF-HIST-GROSS TO DISP-ACTUAL
003036         DISPLAY "OUT OF BALANCE - OFF-CYCLE GROSS   RUN: "
003037             DISP-EXPECTED "  HIST:   " DISP-ACTUAL
003038         SET WS-RUN-OUT-OF-BALANCE TO TRUE
003039     END-IF
003040     IF WS-OFF-HIST-NET NOT = CTL-OFF-NET
003041         MOVE CTL-OFF-NET TO DISP-EXPECTED
003042         MOVE WS-OFF-HIST-NET TO DISP-ACTUAL
003043         DISPLAY "OUT OF BALANCE - OFF-CYCLE NET     RUN: "
003044             DISP-EXPECTED "  HIST:   " DISP-ACTUAL
003045         SET WS-RUN-OUT-OF-BALANCE TO TRUE
003046     END-IF.
003047 4100-EXIT.
003048     EXIT.

003049 END PROGRAM EmpRecon.
