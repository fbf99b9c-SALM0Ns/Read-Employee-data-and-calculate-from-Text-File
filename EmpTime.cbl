000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPTIME
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      HOURLY TIMECARD PRE-EDIT.  RUNS AHEAD OF EMP.CBL IN THE
000200*      NIGHTLY FLOW (SEE EMPNIGHT.CBL): READS THE RAW CARDS
000210*      KEYED FROM THE TIMEKEEPING SYSTEM (EMPTIMEIN.TXT, ONE
000220*      TIMEREC-SHAPED RECORD PER HOURLY EMPLOYEE PER PAY
000230*      PERIOD), EDITS THEM, AND LOADS THE GOOD ONES ONTO THE
000240*      KEYED TIMECARD FILE (EMPTIME.TXT) THAT EMP.CBL,
000250*      EMPPAY.CBL AND EMPRECON.CBL PRICE HOURLY GROSS FROM.
000260*      EVERY CARD REFUSED, AND EVERY HOURLY EMPLOYEE DUE
000270*      TONIGHT WITH NO CARD ON FILE, IS LISTED ON THE TIMECARD
000280*      EXCEPTION REPORT (EMPTIMEEXC.TXT).
000290*
000300*      EDITS APPLIED:
000310*        DUPLICATE   - TWO OR MORE CARDS FOR THE SAME EMP-ID
000320*                      AND PERIOD: EVERY COPY IS REFUSED, SINCE
000330*                      THERE IS NO SAYING WHICH ONE IS RIGHT.
000340*        HOURS       - REGULAR, OVERTIME AND HOLIDAY HOURS
000350*                      NUMERIC.
000360*        EMPLOYEE    - ON THE MASTER, AND PAID HOURLY.
000370*        PERIOD      - THE PAY-CALENDAR PERIOD KEY (YYYYNN)
000380*                      OF THE EMPLOYEE'S FREQUENCY THAT ENDS
000390*                      ON THE RUN DATE -- THE SAME PERIOD
000400*                      EMP.CBL WILL PAY TONIGHT.
000410*        IMPOSSIBLE  - TOTAL HOURS MORE THAN 24 TIMES THE DAYS
000420*                      IN THE PERIOD.
000430*
000440*      A CARD ALREADY ON EMPTIME.TXT FOR THE SAME KEY IS
000450*      REPLACED, SO A CORRECTED BATCH CAN BE RE-RUN THE SAME
000460*      NIGHT.  ANY REFUSED OR MISSING CARD ENDS THE RUN WITH
000470*      RETURN-CODE 8, WHICH HOLDS THE NIGHTLY FLOW AHEAD OF
000480*      THE PAY RUN UNTIL THE CARDS ARE PUT RIGHT AND THIS STEP
000490*      IS RE-RUN (OR THE OPERATOR RESOLVES IT IN EMPNIGHT).
000500*---------------------------------------------------------------
000510*  MODIFICATION HISTORY.
000520*  DATE       INIT  DESCRIPTION
000530*  ---------- ----  -----------------------------------------
000540*  10/15/2026 RDH   ORIGINAL PROGRAM.
000541*  10/15/2026 RDH   A CARD THAT CANNOT REPLACE THE ONE ON FILE IS
000542*                   NOW REJECTED TO THE EXCEPTION REPORT INSTEAD
000543*                   OF BEING COUNTED AS REPLACED.
000550*===============================================================
000560 PROGRAM-ID. EmpTime.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SPECIAL-NAMES.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT TIME-IN-FILE ASSIGN TO "EmpTimeIn.txt"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-TIME-IN-STATUS.

000650     SELECT TIME-CARD-FILE ASSIGN TO "EmpTime.txt"
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS RANDOM
000680     RECORD KEY IS TC-KEY
000690     FILE STATUS IS WS-TIME-CARD-STATUS.

000700     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000710     ORGANIZATION IS INDEXED
000720     ACCESS MODE IS DYNAMIC
000730     RECORD KEY IS EMP-ID
000740     FILE STATUS IS WS-EMPLOYEE-STATUS.

000750     SELECT PAY-CAL-FILE ASSIGN TO "PayCal.txt"
000760     ORGANIZATION IS INDEXED
000770     ACCESS MODE IS DYNAMIC
000780     RECORD KEY IS CAL-KEY
000790     FILE STATUS IS WS-PAY-CAL-STATUS.

000800     SELECT EXCEPTION-FILE ASSIGN TO "EmpTimeExc.txt"
000810     ORGANIZATION IS LINE SEQUENTIAL.

000820     SELECT SORT-WORK-FILE ASSIGN TO "EmpTimeSort.tmp".

000830 DATA DIVISION.
000840 FILE SECTION.

000850 FD  TIME-IN-FILE.
000860     COPY TIMEREC
000870         REPLACING ==TIME-CARD-RECORD== BY ==TIME-IN-RECORD==
000880         ==TC-KEY== BY ==TI-KEY==
000890         ==TC-EMP-ID== BY ==TI-EMP-ID==
000900         ==TC-PERIOD-KEY== BY ==TI-PERIOD-KEY==
000910         ==TC-REGULAR-HOURS== BY ==TI-REGULAR-HOURS==
000920         ==TC-OVERTIME-HOURS== BY ==TI-OVERTIME-HOURS==
000930         ==TC-HOLIDAY-HOURS== BY ==TI-HOLIDAY-HOURS==.

000940 FD  TIME-CARD-FILE.
000950     COPY TIMEREC.

000960 FD  EMPLOYEE-FILE.
000970     COPY EMPREC.

000980 FD  PAY-CAL-FILE.
000990     COPY PAYCAL.

001000 FD  EXCEPTION-FILE.
001010 01  EXCEPTION-LINE         PIC X(80).

001020 SD  SORT-WORK-FILE.
001030 01  SORT-RECORD.
001040     05 SW-KEY.
001050        10 SW-EMP-ID        PIC X(4).
001060        10 SW-PERIOD-KEY    PIC X(6).
001070     05 SW-REGULAR-HOURS    PIC X(5).
001080     05 SW-REGULAR-HOURS-N REDEFINES SW-REGULAR-HOURS
001090                            PIC 9(3)V99.
001100     05 SW-OVERTIME-HOURS   PIC X(5).
001110     05 SW-OVERTIME-HOURS-N REDEFINES SW-OVERTIME-HOURS
001120                            PIC 9(3)V99.
001130     05 SW-HOLIDAY-HOURS    PIC X(5).
001140     05 SW-HOLIDAY-HOURS-N REDEFINES SW-HOLIDAY-HOURS
001150                            PIC 9(3)V99.

001160 WORKING-STORAGE SECTION.

001170 01  WS-TIME-IN-STATUS   PIC X(02) VALUE SPACES.
001180 01  WS-TIME-CARD-STATUS PIC X(02) VALUE SPACES.
001190 01  WS-EMPLOYEE-STATUS  PIC X(02) VALUE SPACES.
001200 01  WS-PAY-CAL-STATUS   PIC X(02) VALUE SPACES.

001210 01  WS-TIME-IN-EOF-SW PIC X(01) VALUE 'N'.
001220     88 WS-TIME-IN-EOF           VALUE 'Y'.

001230 01  WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
001240     88 WS-SORT-EOF              VALUE 'Y'.

001250 01  WS-EMP-EOF-SW PIC X(01) VALUE 'N'.
001260     88 WS-EMP-EOF               VALUE 'Y'.

001270 01  WS-CARD-VALID-SW PIC X(01) VALUE 'Y'.
001280     88 WS-CARD-VALID            VALUE 'Y'.
001290     88 WS-CARD-INVALID          VALUE 'N'.

001300 01  WS-EMP-DUE-SW PIC X(01) VALUE 'N'.
001310     88 WS-EMP-DUE               VALUE 'Y'.

001320 01  WS-FATAL-MESSAGE    PIC X(60) VALUE SPACES.

001330 01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.

001340 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
001350 01  WS-RUN-YEAR-MONTH    PIC 9(6) VALUE ZERO.
001360 01  WS-RUN-YEAR          PIC 9(4) VALUE ZERO.

001370 01  WS-COUNTERS.
001380     05 WS-READ-COUNT      PIC 9(5) COMP VALUE ZERO.
001390     05 WS-LOADED-COUNT    PIC 9(5) COMP VALUE ZERO.
001400     05 WS-REPLACED-COUNT  PIC 9(5) COMP VALUE ZERO.
001410     05 WS-REJECT-COUNT    PIC 9(5) COMP VALUE ZERO.
001420     05 WS-MISSING-COUNT   PIC 9(5) COMP VALUE ZERO.

001430*---------------------------------------------------------------
001440*    THE CARD BEING HELD BACK UNTIL THE NEXT ONE RETURNED FROM
001450*    THE SORT SHOWS WHETHER ITS KEY IS REPEATED.  ONCE A
001460*    SECOND COPY TURNS UP THE HELD CARD IS MARKED DUPLICATE
001470*    AND IS REFUSED WHEN IT IS RELEASED, ALONG WITH EVERY
001480*    COPY AFTER IT.
001490*---------------------------------------------------------------
001500 01  WS-HOLD-SW PIC X(01) VALUE 'N'.
001510     88 WS-HOLDING-CARD          VALUE 'Y'.

001520 01  WS-HOLD-DUP-SW PIC X(01) VALUE 'N'.
001530     88 WS-HOLD-IS-DUPLICATE     VALUE 'Y'.

001540 01  WS-HOLD-CARD.
001550     05 HLD-KEY.
001560        10 HLD-EMP-ID       PIC X(4).
001570        10 HLD-PERIOD-KEY   PIC X(6).
001580     05 HLD-REGULAR-HOURS   PIC X(5).
001590     05 HLD-REGULAR-HOURS-N REDEFINES HLD-REGULAR-HOURS
001600                            PIC 9(3)V99.
001610     05 HLD-OVERTIME-HOURS  PIC X(5).
001620     05 HLD-OVERTIME-HOURS-N REDEFINES HLD-OVERTIME-HOURS
001630                            PIC 9(3)V99.
001640     05 HLD-HOLIDAY-HOURS   PIC X(5).
001650     05 HLD-HOLIDAY-HOURS-N REDEFINES HLD-HOLIDAY-HOURS
001660                            PIC 9(3)V99.

001670 01  WS-TOTAL-HOURS      PIC 9(4)V99 VALUE ZERO.
001680 01  WS-MAX-HOURS        PIC 9(4)V99 VALUE ZERO.
001690 77  WS-HOURS-PER-DAY    PIC 9(2) VALUE 24.

001700*---------------------------------------------------------------
001710*    PAY PERIOD AND PAY-PERIOD CALENDAR WORKING STORAGE -- THE
001720*    SAME FREQUENCY TABLE, LOAD LOGIC AND DAY-SERIAL
001730*    CONVERSION AS EMP.CBL, SO A CARD IS ACCEPTED ONLY FOR THE
001740*    PERIOD EMP.CBL WILL PAY TONIGHT.
001750*---------------------------------------------------------------
001760 01  WS-PRORATION-FIELDS.
001770     05 WS-PERIOD-MONTH     PIC 9(2) VALUE ZERO.
001780     05 WS-PERIOD-DAYS      PIC 9(2) VALUE ZERO.
001790     05 WS-PERIOD-START     PIC 9(8) VALUE ZERO.
001800     05 WS-PERIOD-END       PIC 9(8) VALUE ZERO.
001810     05 WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
001820     05 WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.

001830 01  WS-CAL-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001840     88 WS-CAL-FILE-OPEN         VALUE 'Y'.

001850 01  WS-CAL-FOUND-SW PIC X(01) VALUE 'N'.
001860     88 WS-CAL-FOUND             VALUE 'Y'.

001870 01  WS-EMP-FREQ-SUB PIC 9(1) COMP VALUE 1.
001880 01  WS-CAL-FILL-SUB PIC 9(1) COMP VALUE 1.

001890 01  WS-FREQ-TABLE.
001900     05 WS-FREQ-ENTRY OCCURS 3 TIMES.
001910        10 FREQ-CODE         PIC X(01).
001920        10 FREQ-IN-PLAY-SW   PIC X(01).
001930           88 FREQ-IN-PLAY        VALUE 'Y'.
001940        10 FREQ-PERIOD-KEY   PIC 9(6).
001950        10 FREQ-START-SERIAL PIC S9(9) COMP.
001960        10 FREQ-END-SERIAL   PIC S9(9) COMP.
001970        10 FREQ-PERIOD-DAYS  PIC 9(3).

001980 01  WS-SERIAL-FIELDS.
001990     05 WS-SER-DATE     PIC 9(8) VALUE ZERO.
002000     05 WS-SER-YYYY     PIC 9(4) VALUE ZERO.
002010     05 WS-SER-MM       PIC 9(2) VALUE ZERO.
002020     05 WS-SER-DD       PIC 9(2) VALUE ZERO.
002030     05 WS-SER-A        PIC S9(4) COMP VALUE ZERO.
002040     05 WS-SER-Y        PIC S9(5) COMP VALUE ZERO.
002050     05 WS-SER-M        PIC S9(4) COMP VALUE ZERO.
002060     05 WS-SER-T1       PIC S9(9) COMP VALUE ZERO.
002070     05 WS-SER-T2       PIC S9(9) COMP VALUE ZERO.
002080     05 WS-SER-T3       PIC S9(9) COMP VALUE ZERO.
002090     05 WS-SER-T4       PIC S9(9) COMP VALUE ZERO.
002100     05 WS-SER-RESULT   PIC S9(9) COMP VALUE ZERO.

002110 01  WS-REPORT-LINES.
002120     05 RPT-HEADING.
002130        10 FILLER           PIC X(35) VALUE
002140           "--- TIMECARD EXCEPTION REPORT RUN: ".
002150        10 RPT-RUN-DATE     PIC 9999/99/99.
002160        10 FILLER           PIC X(04) VALUE " ---".
002170     05 RPT-DETAIL-LINE.
002180        10 RPT-TAG          PIC X(10).
002190        10 RPT-EMP-ID       PIC X(4).
002200        10 FILLER           PIC X(01) VALUE SPACE.
002210        10 RPT-PERIOD-KEY   PIC X(6).
002220        10 FILLER           PIC X(03) VALUE " - ".
002230        10 RPT-REASON       PIC X(30).
002240     05 RPT-TOTAL-LINE.
002250        10 RPT-TOTAL-LABEL  PIC X(23).
002260        10 RPT-TOTAL-COUNT  PIC ZZ,ZZ9.


002270 PROCEDURE DIVISION.

002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     SORT SORT-WORK-FILE
002310         ON ASCENDING KEY SW-KEY
002320         INPUT PROCEDURE 2000-RELEASE-CARDS THRU 2000-EXIT
002330         OUTPUT PROCEDURE 3000-EDIT-CARDS THRU 3000-EXIT
002340     PERFORM 5000-FIND-MISSING-CARDS THRU 5000-EXIT
002350     PERFORM 8000-SUMMARY THRU 8000-EXIT
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT
002370     STOP RUN.

002380*---------------------------------------------------------------
002390*    1000-INITIALIZE
002400*        THE MASTER MUST OPEN -- THERE IS NOTHING TO EDIT A
002410*        CARD AGAINST WITHOUT IT.  THE FIRST RUN AT A SITE
002420*        CREATES EMPTIME.TXT.
002430*---------------------------------------------------------------
002440 1000-INITIALIZE.
002450     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002460     MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-RUN-YEAR-MONTH
002470     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-RUN-YEAR
002480     PERFORM 1500-SET-PAY-PERIOD THRU 1500-EXIT
002490     PERFORM 1600-LOAD-PAY-CALENDAR THRU 1600-EXIT
002500     OPEN INPUT EMPLOYEE-FILE
002510     IF WS-EMPLOYEE-STATUS NOT = "00"
002520         MOVE "EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
002530             TO WS-FATAL-MESSAGE
002540         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002550     END-IF
002560     OPEN I-O TIME-CARD-FILE
002570     IF WS-TIME-CARD-STATUS = "35"
002580         OPEN OUTPUT TIME-CARD-FILE
002590         CLOSE TIME-CARD-FILE
002600         OPEN I-O TIME-CARD-FILE
002610     END-IF
002620     IF WS-TIME-CARD-STATUS NOT = "00"
002630         MOVE "EMPTIME.TXT WILL NOT OPEN FOR I-O"
002640             TO WS-FATAL-MESSAGE
002650         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002660     END-IF
002670     OPEN OUTPUT EXCEPTION-FILE
002680     MOVE WS-RUN-DATE-YYYYMMDD TO RPT-RUN-DATE
002690     MOVE RPT-HEADING TO EXCEPTION-LINE
002700     WRITE EXCEPTION-LINE
002710     MOVE SPACES TO EXCEPTION-LINE
002720     WRITE EXCEPTION-LINE.
002730 1000-EXIT.
002740     EXIT.

002750*---------------------------------------------------------------
002760*    1500-SET-PAY-PERIOD
002770*        THE RUN-MONTH DEFAULT FOR MONTHLY STAFF -- THE SAME
002780*        DERIVATION AS EMP.CBL'S 1500-SET-PAY-PERIOD.
002790*---------------------------------------------------------------
002800 1500-SET-PAY-PERIOD.
002810     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-PERIOD-MONTH
002820     EVALUATE WS-PERIOD-MONTH
002830         WHEN 01 WHEN 03 WHEN 05 WHEN 07
002840         WHEN 08 WHEN 10 WHEN 12
002850             MOVE 31 TO WS-PERIOD-DAYS
002860         WHEN 04 WHEN 06 WHEN 09 WHEN 11
002870             MOVE 30 TO WS-PERIOD-DAYS
002880         WHEN 02
002890             PERFORM 1510-SET-FEBRUARY-DAYS THRU 1510-EXIT
002900     END-EVALUATE
002910     COMPUTE WS-PERIOD-START = WS-RUN-YEAR-MONTH * 100 + 1
002920     COMPUTE WS-PERIOD-END =
002930         WS-RUN-YEAR-MONTH * 100 + WS-PERIOD-DAYS.
002940 1500-EXIT.
002950     EXIT.

002960*---------------------------------------------------------------
002970*    1510-SET-FEBRUARY-DAYS
002980*---------------------------------------------------------------
002990 1510-SET-FEBRUARY-DAYS.
003000     MOVE 28 TO WS-PERIOD-DAYS
003010     DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003020         REMAINDER WS-LEAP-REMAINDER
003030     IF WS-LEAP-REMAINDER = ZERO
003040         MOVE 29 TO WS-PERIOD-DAYS
003050         DIVIDE WS-RUN-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003060             REMAINDER WS-LEAP-REMAINDER
003070         IF WS-LEAP-REMAINDER = ZERO
003080             MOVE 28 TO WS-PERIOD-DAYS
003090             DIVIDE WS-RUN-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003100                 REMAINDER WS-LEAP-REMAINDER
003110             IF WS-LEAP-REMAINDER = ZERO
003120                 MOVE 29 TO WS-PERIOD-DAYS
003130             END-IF
003140         END-IF
003150     END-IF.
003160 1510-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------
003190*    1600-LOAD-PAY-CALENDAR
003200*        THE SAME FREQUENCY-TABLE LOAD AS EMP.CBL'S 1600-LOAD-
003210*        PAY-CALENDAR: A FREQUENCY IS IN PLAY ONLY WHEN THE
003220*        CALENDAR HAS A PERIOD OF IT ENDING ON THE RUN DATE;
003230*        THE RUN-MONTH DEFAULT FOR MONTHLY STANDS ONLY WHERE
003240*        THE CALENDAR IS ABSENT OR HAS NO MONTHLY PERIODS.
003250*---------------------------------------------------------------
003260 1600-LOAD-PAY-CALENDAR.
003270     MOVE 'M' TO FREQ-CODE (1)
003280     MOVE 'S' TO FREQ-CODE (2)
003290     MOVE 'B' TO FREQ-CODE (3)
003300     MOVE 'Y' TO FREQ-IN-PLAY-SW (1)
003310     MOVE 'N' TO FREQ-IN-PLAY-SW (2)
003320     MOVE 'N' TO FREQ-IN-PLAY-SW (3)
003330     MOVE WS-RUN-YEAR-MONTH TO FREQ-PERIOD-KEY (1)
003340     MOVE WS-PERIOD-START TO WS-SER-DATE
003350     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
003360     MOVE WS-SER-RESULT TO FREQ-START-SERIAL (1)
003370     MOVE WS-PERIOD-END TO WS-SER-DATE
003380     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
003390     MOVE WS-SER-RESULT TO FREQ-END-SERIAL (1)
003400     MOVE WS-PERIOD-DAYS TO FREQ-PERIOD-DAYS (1)
003410     OPEN INPUT PAY-CAL-FILE
003420     IF WS-PAY-CAL-STATUS NOT = "00"
003430         GO TO 1600-EXIT
003440     END-IF
003450     SET WS-CAL-FILE-OPEN-SW TO 'Y'
003460     PERFORM 1610-CHECK-MONTHLY-CALENDAR THRU 1610-EXIT
003470     MOVE 2 TO WS-CAL-FILL-SUB
003480     PERFORM 1630-FIND-ENDING-PERIOD THRU 1630-EXIT
003490     MOVE 3 TO WS-CAL-FILL-SUB
003500     PERFORM 1630-FIND-ENDING-PERIOD THRU 1630-EXIT.
003510 1600-EXIT.
003520     EXIT.

003530*---------------------------------------------------------------
003540*    1610-CHECK-MONTHLY-CALENDAR
003550*        SEE EMP.CBL -- MONTHLY PERIODS ON THE CALENDAR
003560*        WITHDRAW THE ALWAYS-IN-PLAY RUN-MONTH DEFAULT.
003570*---------------------------------------------------------------
003580 1610-CHECK-MONTHLY-CALENDAR.
003590     SET WS-CAL-FOUND-SW TO 'Y'
003600     MOVE 'M' TO CAL-FREQUENCY
003610     MOVE ZERO TO CAL-PERIOD-END
003620     START PAY-CAL-FILE KEY NOT < CAL-KEY
003630         INVALID KEY
003640             SET WS-CAL-FOUND-SW TO 'N'
003650     END-START
003660     IF WS-CAL-FOUND
003670         READ PAY-CAL-FILE NEXT RECORD
003680             AT END SET WS-CAL-FOUND-SW TO 'N'
003690         END-READ
003700     END-IF
003710     IF NOT WS-CAL-FOUND OR NOT CAL-FREQ-MONTHLY
003720         GO TO 1610-EXIT
003730     END-IF
003740     MOVE 'N' TO FREQ-IN-PLAY-SW (1)
003750     MOVE 1 TO WS-CAL-FILL-SUB
003760     PERFORM 1630-FIND-ENDING-PERIOD THRU 1630-EXIT.
003770 1610-EXIT.
003780     EXIT.

003790*---------------------------------------------------------------
003800*    1620-FILL-FREQ-ENTRY
003810*---------------------------------------------------------------
003820 1620-FILL-FREQ-ENTRY.
003830     MOVE 'Y' TO FREQ-IN-PLAY-SW (WS-CAL-FILL-SUB)
003840     MOVE CAL-PERIOD-END (1:4) TO WS-SER-YYYY
003850     COMPUTE FREQ-PERIOD-KEY (WS-CAL-FILL-SUB) =
003860         WS-SER-YYYY * 100 + CAL-PERIOD-NUMBER
003870     MOVE CAL-PERIOD-START TO WS-SER-DATE
003880     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
003890     MOVE WS-SER-RESULT TO FREQ-START-SERIAL (WS-CAL-FILL-SUB)
003900     MOVE CAL-PERIOD-END TO WS-SER-DATE
003910     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
003920     MOVE WS-SER-RESULT TO FREQ-END-SERIAL (WS-CAL-FILL-SUB)
003930     COMPUTE FREQ-PERIOD-DAYS (WS-CAL-FILL-SUB) =
003940         FREQ-END-SERIAL (WS-CAL-FILL-SUB)
003950         - FREQ-START-SERIAL (WS-CAL-FILL-SUB) + 1.
003960 1620-EXIT.
003970     EXIT.

003980*---------------------------------------------------------------
003990*    1630-FIND-ENDING-PERIOD
004000*---------------------------------------------------------------
004010 1630-FIND-ENDING-PERIOD.
004020     MOVE FREQ-CODE (WS-CAL-FILL-SUB) TO CAL-FREQUENCY
004030     MOVE WS-RUN-DATE-YYYYMMDD TO CAL-PERIOD-END
004040     READ PAY-CAL-FILE
004050         INVALID KEY
004060             CONTINUE
004070         NOT INVALID KEY
004080             PERFORM 1620-FILL-FREQ-ENTRY THRU 1620-EXIT
004090     END-READ.
004100 1630-EXIT.
004110     EXIT.

004120*---------------------------------------------------------------
004130*    2000-RELEASE-CARDS  (SORT INPUT PROCEDURE)
004140*        NO EMPTIMEIN.TXT TONIGHT SIMPLY MEANS NO NEW CARDS --
004150*        THE MISSING-CARD PASS STILL RUNS AGAINST WHATEVER IS
004160*        ALREADY ON EMPTIME.TXT.
004170*---------------------------------------------------------------
004180 2000-RELEASE-CARDS.
004190     OPEN INPUT TIME-IN-FILE
004200     IF WS-TIME-IN-STATUS NOT = "00"
004210         GO TO 2000-EXIT
004220     END-IF
004230     PERFORM 2010-READ-TIME-IN THRU 2010-EXIT
004240     PERFORM 2020-RELEASE-ONE THRU 2020-EXIT
004250         UNTIL WS-TIME-IN-EOF
004260     CLOSE TIME-IN-FILE.
004270 2000-EXIT.
004280     EXIT.

004290*---------------------------------------------------------------
004300*    2010-READ-TIME-IN
004310*---------------------------------------------------------------
004320 2010-READ-TIME-IN.
004330     READ TIME-IN-FILE
004340         AT END SET WS-TIME-IN-EOF TO TRUE
004350     END-READ.
004360 2010-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------
004390*    2020-RELEASE-ONE
004400*---------------------------------------------------------------
004410 2020-RELEASE-ONE.
004420     ADD 1 TO WS-READ-COUNT
004430     MOVE TIME-IN-RECORD TO SORT-RECORD
004440     RELEASE SORT-RECORD
004450     PERFORM 2010-READ-TIME-IN THRU 2010-EXIT.
004460 2020-EXIT.
004470     EXIT.

004480*---------------------------------------------------------------
004490*    3000-EDIT-CARDS  (SORT OUTPUT PROCEDURE)
004500*        CARDS COME BACK IN KEY ORDER, SO EVERY COPY OF A
004510*        REPEATED KEY ARRIVES TOGETHER.  EACH CARD IS HELD
004520*        UNTIL THE NEXT ONE SHOWS WHETHER ITS KEY REPEATS; THE
004530*        LAST ONE IS RELEASED AT END OF SORT.
004540*---------------------------------------------------------------
004550 3000-EDIT-CARDS.
004560     PERFORM 3010-RETURN-CARD THRU 3010-EXIT
004570     PERFORM 3020-PROCESS-RETURNED THRU 3020-EXIT
004580         UNTIL WS-SORT-EOF
004590     IF WS-HOLDING-CARD
004600         PERFORM 3100-RELEASE-HELD-CARD THRU 3100-EXIT
004610     END-IF.
004620 3000-EXIT.
004630     EXIT.

004640*---------------------------------------------------------------
004650*    3010-RETURN-CARD
004660*---------------------------------------------------------------
004670 3010-RETURN-CARD.
004680     RETURN SORT-WORK-FILE
004690         AT END SET WS-SORT-EOF TO TRUE
004700     END-RETURN.
004710 3010-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740*    3020-PROCESS-RETURNED
004750*        A REPEAT OF THE HELD KEY IS REFUSED ON THE SPOT AND
004760*        MARKS THE HELD CARD DUPLICATE TOO.  A NEW KEY RELEASES
004770*        THE HELD CARD AND TAKES ITS PLACE.
004780*---------------------------------------------------------------
004790 3020-PROCESS-RETURNED.
004800     IF WS-HOLDING-CARD AND SW-KEY = HLD-KEY
004810         SET WS-HOLD-DUP-SW TO 'Y'
004820         MOVE SW-EMP-ID TO RPT-EMP-ID
004830         MOVE SW-PERIOD-KEY TO RPT-PERIOD-KEY
004840         MOVE "DUPLICATE TIMECARD" TO WS-REJECT-REASON
004850         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
004860     ELSE
004870         IF WS-HOLDING-CARD
004880             PERFORM 3100-RELEASE-HELD-CARD THRU 3100-EXIT
004890         END-IF
004900         MOVE SORT-RECORD TO WS-HOLD-CARD
004910         SET WS-HOLD-SW TO 'Y'
004920         SET WS-HOLD-DUP-SW TO 'N'
004930     END-IF
004940     PERFORM 3010-RETURN-CARD THRU 3010-EXIT.
004950 3020-EXIT.
004960     EXIT.

004970*---------------------------------------------------------------
004980*    3100-RELEASE-HELD-CARD
004990*        A DUPLICATE IS REFUSED WITHOUT FURTHER EDITING.  A
005000*        CARD THAT PASSES EVERY EDIT IS LOADED.
005010*---------------------------------------------------------------
005020 3100-RELEASE-HELD-CARD.
005030     SET WS-HOLD-SW TO 'N'
005040     MOVE HLD-EMP-ID TO RPT-EMP-ID
005050     MOVE HLD-PERIOD-KEY TO RPT-PERIOD-KEY
005060     IF WS-HOLD-IS-DUPLICATE
005070         MOVE "DUPLICATE TIMECARD" TO WS-REJECT-REASON
005080         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
005090         GO TO 3100-EXIT
005100     END-IF
005110     PERFORM 3200-EDIT-HELD-CARD THRU 3200-EXIT
005120     IF WS-CARD-VALID
005130         PERFORM 3300-LOAD-CARD THRU 3300-EXIT
005140     ELSE
005150         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
005160     END-IF.
005170 3100-EXIT.
005180     EXIT.

005190*---------------------------------------------------------------
005200*    3200-EDIT-HELD-CARD
005210*        FIRST FAILURE WINS -- THE REASON NAMES IT.
005220*---------------------------------------------------------------
005230 3200-EDIT-HELD-CARD.
005240     SET WS-CARD-INVALID TO TRUE
005250     IF HLD-REGULAR-HOURS IS NOT NUMERIC
005260             OR HLD-OVERTIME-HOURS IS NOT NUMERIC
005270             OR HLD-HOLIDAY-HOURS IS NOT NUMERIC
005280         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
005290         GO TO 3200-EXIT
005300     END-IF
005310     MOVE HLD-EMP-ID TO EMP-ID
005320     READ EMPLOYEE-FILE
005330         INVALID KEY
005340             MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
005350             GO TO 3200-EXIT
005360     END-READ
005370     IF NOT EMP-PAY-HOURLY
005380         MOVE "EMPLOYEE NOT PAID HOURLY" TO WS-REJECT-REASON
005390         GO TO 3200-EXIT
005400     END-IF
005410     PERFORM 5200-SELECT-FREQUENCY THRU 5200-EXIT
005420     IF NOT FREQ-IN-PLAY (WS-EMP-FREQ-SUB)
005430             OR HLD-PERIOD-KEY IS NOT NUMERIC
005440             OR HLD-PERIOD-KEY NOT = FREQ-PERIOD-KEY
005450                                     (WS-EMP-FREQ-SUB)
005460         MOVE "PERIOD NOT IN PLAY TONIGHT" TO WS-REJECT-REASON
005470         GO TO 3200-EXIT
005480     END-IF
005490     COMPUTE WS-TOTAL-HOURS = HLD-REGULAR-HOURS-N
005500         + HLD-OVERTIME-HOURS-N + HLD-HOLIDAY-HOURS-N
005510     COMPUTE WS-MAX-HOURS =
005520         FREQ-PERIOD-DAYS (WS-EMP-FREQ-SUB) * WS-HOURS-PER-DAY
005530     IF WS-TOTAL-HOURS > WS-MAX-HOURS
005540         MOVE "HOURS EXCEED PERIOD" TO WS-REJECT-REASON
005550         GO TO 3200-EXIT
005560     END-IF
005570     SET WS-CARD-VALID TO TRUE.
005580 3200-EXIT.
005590     EXIT.

005600*---------------------------------------------------------------
005610*    3300-LOAD-CARD
005620*        A CARD ALREADY ON FILE UNDER THE KEY IS REPLACED --
005630*        THE CORRECTED BATCH WINS.  A CARD THAT CAN BE NEITHER
005631*        ADDED NOR REPLACED IS REJECTED.
005640*---------------------------------------------------------------
005650 3300-LOAD-CARD.
005660     MOVE HLD-EMP-ID TO TC-EMP-ID
005670     MOVE HLD-PERIOD-KEY TO TC-PERIOD-KEY
005680     MOVE HLD-REGULAR-HOURS-N TO TC-REGULAR-HOURS
005690     MOVE HLD-OVERTIME-HOURS-N TO TC-OVERTIME-HOURS
005700     MOVE HLD-HOLIDAY-HOURS-N TO TC-HOLIDAY-HOURS
005710     WRITE TIME-CARD-RECORD
005720         INVALID KEY
005730             REWRITE TIME-CARD-RECORD
005731                 INVALID KEY
005732                     MOVE "TIMECARD NOT REPLACED ON FILE"
005733                         TO WS-REJECT-REASON
005734                     PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
005735                     GO TO 3300-EXIT
005736             END-REWRITE
005740             ADD 1 TO WS-REPLACED-COUNT
005750             GO TO 3300-EXIT
005760     END-WRITE
005770     ADD 1 TO WS-LOADED-COUNT.
005780 3300-EXIT.
005790     EXIT.

005800*---------------------------------------------------------------
005810*    3900-WRITE-REJECT
005820*        THE CALLER HAS MOVED THE KEY TO THE REPORT LINE AND
005830*        THE REASON TO WS-REJECT-REASON.
005840*---------------------------------------------------------------
005850 3900-WRITE-REJECT.
005860     MOVE "REJECTED: " TO RPT-TAG
005870     MOVE WS-REJECT-REASON TO RPT-REASON
005880     MOVE RPT-DETAIL-LINE TO EXCEPTION-LINE
005890     WRITE EXCEPTION-LINE
005900     ADD 1 TO WS-REJECT-COUNT.
005910 3900-EXIT.
005920     EXIT.

005930*---------------------------------------------------------------
005940*    5000-FIND-MISSING-CARDS
005950*        ONE PASS OVER THE MASTER: EVERY HOURLY EMPLOYEE EMP.CBL
005960*        WILL TRY TO PAY TONIGHT MUST HAVE A CARD ON EMPTIME.TXT
005970*        FOR THE PERIOD, OR EMP.CBL WILL SEND THEM TO ITS
005980*        EXCEPTION FILE UNPAID.  LISTING THEM HERE STOPS THE
005990*        FLOW BEFORE THE PAY RUN INSTEAD.
006000*---------------------------------------------------------------
006010 5000-FIND-MISSING-CARDS.
006020     MOVE LOW-VALUES TO EMP-ID
006030     START EMPLOYEE-FILE KEY NOT < EMP-ID
006040         INVALID KEY
006050             GO TO 5000-EXIT
006060     END-START
006070     PERFORM 5010-READ-EMPLOYEE THRU 5010-EXIT
006080     PERFORM 5100-CHECK-ONE-EMPLOYEE THRU 5100-EXIT
006090         UNTIL WS-EMP-EOF.
006100 5000-EXIT.
006110     EXIT.

006120*---------------------------------------------------------------
006130*    5010-READ-EMPLOYEE
006140*---------------------------------------------------------------
006150 5010-READ-EMPLOYEE.
006160     READ EMPLOYEE-FILE NEXT RECORD
006170         AT END SET WS-EMP-EOF TO TRUE
006180     END-READ.
006190 5010-EXIT.
006200     EXIT.

006210*---------------------------------------------------------------
006220*    5100-CHECK-ONE-EMPLOYEE
006230*---------------------------------------------------------------
006240 5100-CHECK-ONE-EMPLOYEE.
006250     IF NOT EMP-PAY-HOURLY OR EMP-SALARY-X IS NOT NUMERIC
006260         GO TO 5100-READ-NEXT
006270     END-IF
006280     PERFORM 5200-SELECT-FREQUENCY THRU 5200-EXIT
006290     IF NOT FREQ-IN-PLAY (WS-EMP-FREQ-SUB)
006300         GO TO 5100-READ-NEXT
006310     END-IF
006320     PERFORM 5300-CHECK-DUE THRU 5300-EXIT
006330     IF NOT WS-EMP-DUE
006340         GO TO 5100-READ-NEXT
006350     END-IF
006360     MOVE EMP-ID TO TC-EMP-ID
006370     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO TC-PERIOD-KEY
006380     READ TIME-CARD-FILE
006390         INVALID KEY
006400             MOVE "MISSING:  " TO RPT-TAG
006410             MOVE EMP-ID TO RPT-EMP-ID
006420             MOVE TC-PERIOD-KEY TO RPT-PERIOD-KEY
006430             MOVE "NO TIMECARD FOR PERIOD" TO RPT-REASON
006440             MOVE RPT-DETAIL-LINE TO EXCEPTION-LINE
006450             WRITE EXCEPTION-LINE
006460             ADD 1 TO WS-MISSING-COUNT
006470     END-READ.
006480 5100-READ-NEXT.
006490     PERFORM 5010-READ-EMPLOYEE THRU 5010-EXIT.
006500 5100-EXIT.
006510     EXIT.

006520*---------------------------------------------------------------
006530*    5200-SELECT-FREQUENCY
006540*        SPACE OR ANYTHING UNRECOGNIZED COUNTS AS MONTHLY, THE
006550*        SAME RULE AS EMP.CBL.
006560*---------------------------------------------------------------
006570 5200-SELECT-FREQUENCY.
006580     EVALUATE TRUE
006590         WHEN EMP-FREQ-SEMIMONTHLY
006600             MOVE 2 TO WS-EMP-FREQ-SUB
006610         WHEN EMP-FREQ-BIWEEKLY
006620             MOVE 3 TO WS-EMP-FREQ-SUB
006630         WHEN OTHER
006640             MOVE 1 TO WS-EMP-FREQ-SUB
006650     END-EVALUATE.
006660 5200-EXIT.
006670     EXIT.

006680*---------------------------------------------------------------
006690*    5300-CHECK-DUE
006700*        WOULD EMP.CBL FIND ANY DAYS WORKED THIS PERIOD?  NOT
006710*        IF THE HIRE DATE FALLS AFTER THE PERIOD, NOR IF A
006720*        LEAVE/TERMINATION TOOK EFFECT ON OR BEFORE ITS FIRST
006730*        DAY -- THE SAME TESTS AS EMP.CBL'S
006740*        2160-COMPUTE-PRORATION.
006750*---------------------------------------------------------------
006760 5300-CHECK-DUE.
006770     SET WS-EMP-DUE-SW TO 'Y'
006780     IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE NOT = ZERO
006790         MOVE EMP-HIRE-DATE TO WS-SER-DATE
006800         PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
006810         IF WS-SER-RESULT > FREQ-END-SERIAL (WS-EMP-FREQ-SUB)
006820             SET WS-EMP-DUE-SW TO 'N'
006830             GO TO 5300-EXIT
006840         END-IF
006850     END-IF
006860     IF EMP-ST-ACTIVE
006870         GO TO 5300-EXIT
006880     END-IF
006890     IF EMP-STATUS-DATE IS NOT NUMERIC
006900         SET WS-EMP-DUE-SW TO 'N'
006910         GO TO 5300-EXIT
006920     END-IF
006930     MOVE EMP-STATUS-DATE TO WS-SER-DATE
006940     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
006950     IF WS-SER-RESULT NOT > FREQ-START-SERIAL (WS-EMP-FREQ-SUB)
006960         SET WS-EMP-DUE-SW TO 'N'
006970     END-IF.
006980 5300-EXIT.
006990     EXIT.

007000*---------------------------------------------------------------
007010*    8000-SUMMARY
007020*        ANY REFUSED OR MISSING CARD ENDS THE RUN WITH
007030*        RETURN-CODE 8 SO THE NIGHTLY FLOW HOLDS BEFORE THE
007040*        PAY RUN.
007050*---------------------------------------------------------------
007060 8000-SUMMARY.
007070     MOVE SPACES TO EXCEPTION-LINE
007080     WRITE EXCEPTION-LINE
007090     MOVE "TIMECARDS READ       : " TO RPT-TOTAL-LABEL
007100     MOVE WS-READ-COUNT TO RPT-TOTAL-COUNT
007110     MOVE RPT-TOTAL-LINE TO EXCEPTION-LINE
007120     WRITE EXCEPTION-LINE
007130     MOVE "TIMECARDS LOADED     : " TO RPT-TOTAL-LABEL
007140     MOVE WS-LOADED-COUNT TO RPT-TOTAL-COUNT
007150     MOVE RPT-TOTAL-LINE TO EXCEPTION-LINE
007160     WRITE EXCEPTION-LINE
007170     MOVE "TIMECARDS REPLACED   : " TO RPT-TOTAL-LABEL
007180     MOVE WS-REPLACED-COUNT TO RPT-TOTAL-COUNT
007190     MOVE RPT-TOTAL-LINE TO EXCEPTION-LINE
007200     WRITE EXCEPTION-LINE
007210     MOVE "TIMECARDS REJECTED   : " TO RPT-TOTAL-LABEL
007220     MOVE WS-REJECT-COUNT TO RPT-TOTAL-COUNT
007230     MOVE RPT-TOTAL-LINE TO EXCEPTION-LINE
007240     WRITE EXCEPTION-LINE
007250     MOVE "TIMECARDS MISSING    : " TO RPT-TOTAL-LABEL
007260     MOVE WS-MISSING-COUNT TO RPT-TOTAL-COUNT
007270     MOVE RPT-TOTAL-LINE TO EXCEPTION-LINE
007280     WRITE EXCEPTION-LINE
007290     DISPLAY " ".
007300     DISPLAY "--- Timecard Pre-Edit Complete ---".
007310     DISPLAY "Timecards Read       : " WS-READ-COUNT.
007320     DISPLAY "Timecards Loaded     : " WS-LOADED-COUNT.
007330     DISPLAY "Timecards Replaced   : " WS-REPLACED-COUNT.
007340     DISPLAY "Timecards Rejected   : " WS-REJECT-COUNT.
007350     DISPLAY "Timecards Missing    : " WS-MISSING-COUNT.
007360     IF WS-REJECT-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
007370         DISPLAY "*** TIMECARD EXCEPTIONS - SEE EMPTIMEEXC.TXT"
007380         MOVE 8 TO RETURN-CODE
007390     END-IF.
007400 8000-EXIT.
007410     EXIT.

007420*---------------------------------------------------------------
007430*    9000-TERMINATE
007440*---------------------------------------------------------------
007450 9000-TERMINATE.
007460     CLOSE EMPLOYEE-FILE
007470     CLOSE TIME-CARD-FILE
007480     CLOSE EXCEPTION-FILE
007490     IF WS-CAL-FILE-OPEN
007500         CLOSE PAY-CAL-FILE
007510     END-IF.
007520 9000-EXIT.
007530     EXIT.

007540*---------------------------------------------------------------
007550*    9500-DATE-TO-SERIAL
007560*        TURNS WS-SER-DATE (YYYYMMDD) INTO A RUNNING DAY
007570*        NUMBER IN WS-SER-RESULT -- THE SAME CONVERSION AS
007580*        EMP.CBL'S 9500-DATE-TO-SERIAL.
007590*---------------------------------------------------------------
007600 9500-DATE-TO-SERIAL.
007610     MOVE WS-SER-DATE (1:4) TO WS-SER-YYYY
007620     MOVE WS-SER-DATE (5:2) TO WS-SER-MM
007630     MOVE WS-SER-DATE (7:2) TO WS-SER-DD
007640     COMPUTE WS-SER-A = (14 - WS-SER-MM) / 12
007650     COMPUTE WS-SER-Y = WS-SER-YYYY + 4800 - WS-SER-A
007660     COMPUTE WS-SER-M = WS-SER-MM + 12 * WS-SER-A - 3
007670     COMPUTE WS-SER-T1 = (153 * WS-SER-M + 2) / 5
007680     COMPUTE WS-SER-T2 = WS-SER-Y / 4
007690     COMPUTE WS-SER-T3 = WS-SER-Y / 100
007700     COMPUTE WS-SER-T4 = WS-SER-Y / 400
007710     COMPUTE WS-SER-RESULT = WS-SER-DD + WS-SER-T1
007720         + 365 * WS-SER-Y + WS-SER-T2 - WS-SER-T3 + WS-SER-T4
007730         - 32045.
007740 9500-EXIT.
007750     EXIT.

007760*---------------------------------------------------------------
007770*    9900-FATAL-ERROR-ABORT
007780*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
007790*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
007800*        CONVENTION AS EMP.CBL.
007810*---------------------------------------------------------------
007820 9900-FATAL-ERROR-ABORT.
007830     DISPLAY " ".
007840     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
007850     DISPLAY WS-FATAL-MESSAGE.
007860     MOVE 16 TO RETURN-CODE.
007870     STOP RUN.
007880 9900-EXIT.
007890     EXIT.

007900 END PROGRAM EmpTime.
