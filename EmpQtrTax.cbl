000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPQTRTAX
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      QUARTER-END PAYROLL TAX CLOSE.  RUN AFTER THE LAST PAYROLL
000200*      OF A CALENDAR QUARTER, WITH THE QUARTER KEYED ON THE
000210*      CONSOLE AS YYYYQ:
000220*        (A) ONE SEQUENTIAL PASS OF THE PAY HISTORY FILE
000230*            (EMPPAYHIST.TXT, SEE PAYHREC) TOTALS EACH EMPLOYEE'S
000240*            GROSS, TAXABLE WAGES AND TAX WITHHELD FOR THE
000250*            QUARTER.  PH-YEAR-MONTH IS THE CALENDAR PERIOD KEY
000260*            YYYYNN, SO THE QUARTER A PERIOD FALLS IN IS TAKEN
000270*            FROM THE MONTH ITS PERIOD ENDS ON THE PAY CALENDAR
000280*            (PAYCAL.TXT) FOR THE EMPLOYEE'S PAY FREQUENCY -- THE
000290*            SAME MONTH EMP.CBL FILES THE PERIOD'S MTD BUCKETS
000300*            UNDER.  WITHOUT MONTHLY PERIODS ON THE CALENDAR A
000310*            MONTHLY NN IS THE MONTH, AS IN EMP.CBL.  AN
000311*            OFF-CYCLE NN (51-62, SEE EMPOFFPAY.CBL) IS 50
000312*            PLUS THE MONTH OF THE PAY DATE, FOR EVERY
000313*            FREQUENCY.  WAGES
000320*            TAXABLE FOR WITHHOLDING ARE GROSS (EMP.CBL WITHHOLDS
000330*            ON GROSS).  THE FEDERAL (FUTA) AND STATE (SUTA)
000340*            UNEMPLOYMENT WAGES ARE HELD TO THEIR ANNUAL WAGE
000350*            BASES USING THE EMPLOYEE'S GROSS EARLIER IN THE
000360*            YEAR.
000370*        (B) PRINTS THE QUARTERLY SUMMARY (EMPQTRRPT.TXT) -- ONE
000380*            LINE PER EMPLOYEE PAID IN THE QUARTER AND THE
000390*            COMPANY TOTALS FOR THE FEDERAL RETURN -- AND WRITES
000400*            THE FIXED-FORMAT STATE WAGE REPORT (EMPSTATEWAGE.TXT,
000410*            HEADER / ONE DETAIL PER EMPLOYEE / TRAILER).
000420*        (C) BALANCES THE QUARTER'S GROSS, TAX AND NET FROM THE
000430*            HISTORY SIDE AGAINST THE QUARTER'S MONTHLY BUCKETS
000440*            IN EMPMTDYTD.TXT THE WAY EMPYREND.CBL BALANCES THE
000450*            YEAR -- EACH HISTORY AMOUNT TRUNCATED TO WHOLE
000460*            DOLLARS BEFORE SUMMING.  ANY OUT-OF-BALANCE, OR ANY
000470*            HISTORY PERIOD THE CALENDAR CANNOT PLACE IN A
000480*            QUARTER, ENDS WITH RETURN-CODE 8 AND THE OPERATOR
000490*            MUST NOT FILE THE RETURN OR RELEASE THE WAGE FILE.
000500*      NOTHING IS UPDATED; THE CLOSE CAN BE RERUN AT WILL.
000510*---------------------------------------------------------------
000520*  MODIFICATION HISTORY.
000530*  DATE       INIT  DESCRIPTION
000540*  ---------- ----  -----------------------------------------
000550*  10/15/2026 RDH   ORIGINAL PROGRAM.
000551*  10/15/2026 RDH   OFF-CYCLE PAY.  HISTORY PERIODS 51-62 AND THE
000552*                   MATCHING MTD BUCKETS ARE PLACED IN THE
000553*                   QUARTER OF THEIR PAY MONTH.
000560*===============================================================
000570 PROGRAM-ID. EmpQtrTax.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PAY-HIST-FILE ASSIGN TO "EmpPayHist.txt"
000640     ORGANIZATION IS INDEXED
000650     ACCESS MODE IS DYNAMIC
000660     RECORD KEY IS PH-KEY
000670     FILE STATUS IS WS-PAY-HIST-STATUS.

000680     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS RANDOM
000710     RECORD KEY IS EMP-ID
000720     FILE STATUS IS WS-EMPLOYEE-STATUS.

000730     SELECT PAY-CAL-FILE ASSIGN TO "PayCal.txt"
000740     ORGANIZATION IS INDEXED
000750     ACCESS MODE IS DYNAMIC
000760     RECORD KEY IS CAL-KEY
000770     FILE STATUS IS WS-PAY-CAL-STATUS.

000780     SELECT MTD-YTD-FILE ASSIGN TO "EmpMtdYtd.txt"
000790     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS WS-MTD-YTD-STATUS.

000810     SELECT QTR-REPORT-FILE ASSIGN TO "EmpQtrRpt.txt"
000820     ORGANIZATION IS LINE SEQUENTIAL.

000830     SELECT STATE-WAGE-FILE ASSIGN TO "EmpStateWage.txt"
000840     ORGANIZATION IS LINE SEQUENTIAL.

000850 DATA DIVISION.
000860 FILE SECTION.

000870 FD  PAY-HIST-FILE.
000880     COPY PAYHREC.

000890 FD  EMPLOYEE-FILE.
000900     COPY EMPREC.

000910 FD  PAY-CAL-FILE.
000920     COPY PAYCAL.

000930 FD  MTD-YTD-FILE.
000940 01  MTD-YTD-RECORD.
000950     05 MYR-DEPARTMENT      PIC X(10).
000960     05 FILLER              PIC X(01) VALUE SPACE.
000970     05 MYR-YEAR-MONTH      PIC 9(6).
000980     05 FILLER              PIC X(01) VALUE SPACE.
000990     05 MYR-GROSS-TOTAL     PIC 9(9).
001000     05 FILLER              PIC X(01) VALUE SPACE.
001010     05 MYR-NET-TOTAL       PIC 9(9).
001020     05 FILLER              PIC X(01) VALUE SPACE.
001030     05 MYR-HEADCOUNT       PIC 9(5).
001040     05 FILLER              PIC X(01) VALUE SPACE.
001050     05 MYR-TAX-TOTAL       PIC 9(9).
001060     05 FILLER              PIC X(01) VALUE SPACE.
001070     05 MYR-BENEFIT-TOTAL   PIC 9(9).

001080 FD  QTR-REPORT-FILE.
001090 01  QTR-REPORT-LINE        PIC X(80).

001100 FD  STATE-WAGE-FILE.
001110 01  STATE-WAGE-LINE        PIC X(80).

001120 WORKING-STORAGE SECTION.

001130 01  WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
001140     88 WS-HIST-EOF              VALUE 'Y'.

001150 01  WS-CAL-EOF-SW PIC X(01) VALUE 'N'.
001160     88 WS-CAL-EOF               VALUE 'Y'.

001170 01  WS-MYR-EOF-SW PIC X(01) VALUE 'N'.
001180     88 WS-MYR-EOF               VALUE 'Y'.

001190 01  WS-FILE-STATUS-FIELDS.
001200     05 WS-PAY-HIST-STATUS  PIC X(02) VALUE SPACES.
001210     05 WS-EMPLOYEE-STATUS  PIC X(02) VALUE SPACES.
001220     05 WS-PAY-CAL-STATUS   PIC X(02) VALUE SPACES.
001230     05 WS-MTD-YTD-STATUS   PIC X(02) VALUE SPACES.

001240 01  WS-FATAL-MESSAGE PIC X(60) VALUE SPACES.

001250 01  WS-BALANCED-SW PIC X(01) VALUE 'Y'.
001260     88 WS-QTR-BALANCED          VALUE 'Y'.
001270     88 WS-QTR-OUT-OF-BALANCE    VALUE 'N'.

001280*---------------------------------------------------------------
001290*    ANNUAL UNEMPLOYMENT WAGE BASES AND THE STATE UNEMPLOYMENT
001300*    ACCOUNT NUMBER CARRIED ON THE WAGE FILE HEADER.  CHANGE
001310*    THESE WHEN THE FEDERAL OR STATE BASE CHANGES.
001320*---------------------------------------------------------------
001330 77  WS-FUTA-WAGE-BASE      PIC 9(6)V99 VALUE 7000.00.
001340 77  WS-SUTA-WAGE-BASE      PIC 9(6)V99 VALUE 9000.00.
001350 77  WS-STATE-UI-ACCOUNT    PIC X(10) VALUE "0000000000".
001351 77  WS-OFF-CYCLE-BASE      PIC 9(2) VALUE 50.

001360 01  WS-CLOSE-QUARTER-KEY PIC 9(5) VALUE ZERO.
001370 01  WS-CLOSE-QUARTER-PARTS REDEFINES WS-CLOSE-QUARTER-KEY.
001380     05 WS-CLOSE-YEAR       PIC 9(4).
001390     05 WS-CLOSE-QTR        PIC 9(1).

001400 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
001410 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
001420     05 WS-RUN-YYYY         PIC 9(4).
001430     05 WS-RUN-MM           PIC 9(2).
001440     05 WS-RUN-DD           PIC 9(2).

001450 01  WS-QUARTER-FIELDS.
001460     05 WS-RUN-QTR          PIC 9(1) VALUE ZERO.
001470     05 WS-QTR-FIRST-MONTH  PIC 9(2) VALUE ZERO.
001480     05 WS-QTR-LAST-MONTH   PIC 9(2) VALUE ZERO.
001490     05 WS-BUCKET-MONTH     PIC 9(2) VALUE ZERO.
001500     05 WS-PERIOD-NUMBER    PIC 9(2) VALUE ZERO.
001510     05 WS-PERIOD-QTR       PIC 9(1) VALUE ZERO.

001520*---------------------------------------------------------------
001530*    QUARTER OF EVERY PERIOD IN THE CLOSE YEAR, BY FREQUENCY
001540*    (1 = M, 2 = S, 3 = B, THE SAME SLOTS AS EMP.CBL'S
001550*    FREQUENCY TABLE) AND PERIOD NUMBER.  ZERO MEANS THE
001560*    CALENDAR DOES NOT HAVE THE PERIOD.
001570*---------------------------------------------------------------
001580 01  WS-QTR-MAP.
001590     05 QMAP-FREQUENCY OCCURS 3 TIMES.
001600        10 QMAP-QUARTER     PIC 9(1) OCCURS 27 TIMES.

001610 01  WS-CAL-FIELDS.
001620     05 WS-CAL-FREQ-SUB     PIC 9(1) COMP VALUE ZERO.
001630     05 WS-CAL-MONTH        PIC 9(2) VALUE ZERO.
001640     05 WS-MONTH-SUB        PIC 9(2) COMP VALUE ZERO.
001650     05 WS-CAL-PERIODS      PIC 9(5) COMP VALUE ZERO.
001660     05 WS-CAL-MONTHLY-SW   PIC X(01) VALUE 'N'.
001670        88 WS-CAL-HAS-MONTHLY     VALUE 'Y'.

001680*---------------------------------------------------------------
001690*    PER-EMPLOYEE ACCUMULATORS, RESET AT EACH EMP-ID CONTROL
001700*    BREAK.  WS-PRIOR-GROSS IS THE EMPLOYEE'S GROSS IN THE
001710*    CLOSE YEAR BEFORE THE QUARTER -- WHAT HAS ALREADY USED UP
001720*    THE UNEMPLOYMENT WAGE BASES.
001730*---------------------------------------------------------------
001740 01  WS-EMPLOYEE-FIELDS.
001750     05 WS-PREV-EMP-ID      PIC X(4) VALUE SPACES.
001760     05 WS-EMP-NAME         PIC X(15) VALUE SPACES.
001770     05 WS-EMP-FREQ-SUB     PIC 9(1) COMP VALUE 1.
001780     05 WS-FIRST-EMP-SW     PIC X(01) VALUE 'Y'.
001790        88 WS-FIRST-EMPLOYEE      VALUE 'Y'.
001800     05 WS-PRIOR-GROSS      PIC 9(9)V99 VALUE ZERO.
001810     05 WS-QTR-GROSS        PIC 9(9)V99 VALUE ZERO.
001820     05 WS-QTR-TAX          PIC 9(9)V99 VALUE ZERO.
001830     05 WS-QTR-PERIODS      PIC 9(3) COMP VALUE ZERO.
001840     05 WS-FUTA-TAXABLE     PIC 9(9)V99 VALUE ZERO.
001850     05 WS-FUTA-EXCESS      PIC 9(9)V99 VALUE ZERO.
001860     05 WS-SUTA-TAXABLE     PIC 9(9)V99 VALUE ZERO.
001870     05 WS-SUTA-EXCESS      PIC 9(9)V99 VALUE ZERO.

001880*---------------------------------------------------------------
001890*    3250-APPLY-WAGE-BASE WORK AREA: THE BASE GOES IN, THE
001900*    QUARTER'S TAXABLE AND EXCESS WAGES COME OUT.
001910*---------------------------------------------------------------
001920 01  WS-WAGE-BASE-FIELDS.
001930     05 WS-WAGE-BASE        PIC 9(6)V99 VALUE ZERO.
001940     05 WS-BASE-ROOM        PIC 9(9)V99 VALUE ZERO.
001950     05 WS-BASE-TAXABLE     PIC 9(9)V99 VALUE ZERO.
001960     05 WS-BASE-EXCESS      PIC 9(9)V99 VALUE ZERO.

001970 01  WS-QUARTER-TOTALS.
001980     05 WS-TOT-EMPLOYEES    PIC 9(5) COMP VALUE ZERO.
001990     05 WS-TOT-GROSS        PIC 9(11)V99 VALUE ZERO.
002000     05 WS-TOT-TAX          PIC 9(11)V99 VALUE ZERO.
002010     05 WS-TOT-FUTA-TAXABLE PIC 9(11)V99 VALUE ZERO.
002020     05 WS-TOT-FUTA-EXCESS  PIC 9(11)V99 VALUE ZERO.
002030     05 WS-TOT-SUTA-TAXABLE PIC 9(11)V99 VALUE ZERO.
002040     05 WS-TOT-SUTA-EXCESS  PIC 9(11)V99 VALUE ZERO.

002050*---------------------------------------------------------------
002060*    BALANCE FIGURES -- THE SAME WHOLE-DOLLAR TRUNCATION AS
002070*    EMPYREND.CBL, SO THE TWO SIDES AGREE TO THE DIGIT ON THE
002080*    NORMAL ONE-RUN-PER-PERIOD CYCLE.
002090*---------------------------------------------------------------
002100 01  WS-BALANCE-FIGURES.
002110     05 WS-HIST-GROSS-WHOLE PIC 9(9) VALUE ZERO.
002120     05 WS-HIST-TAX-WHOLE   PIC 9(9) VALUE ZERO.
002130     05 WS-HIST-NET-WHOLE   PIC 9(9) VALUE ZERO.
002140     05 WS-MTD-GROSS-TOTAL  PIC 9(9) VALUE ZERO.
002150     05 WS-MTD-TAX-TOTAL    PIC 9(9) VALUE ZERO.
002160     05 WS-MTD-NET-TOTAL    PIC 9(9) VALUE ZERO.
002170     05 WS-TRUNC-WORK       PIC 9(9) VALUE ZERO.

002180 01  WS-COUNTERS.
002190     05 WS-UNPLACED-COUNT   PIC 9(5) COMP VALUE ZERO.
002200     05 WS-BUCKET-COUNT     PIC 9(5) COMP VALUE ZERO.

002210*---------------------------------------------------------------
002220*    QUARTERLY SUMMARY PRINT WORKING STORAGE -- THE SAME PAGE
002230*    CONVENTIONS AS EMPYREND.CBL'S ANNUAL STATEMENTS.
002240*---------------------------------------------------------------
002250 01  WS-RPT-FIELDS.
002260     05 WS-RPT-PAGE         PIC 9(4) VALUE ZERO.
002270     05 WS-RPT-LINES        PIC 9(3) VALUE ZERO.
002280     05 WS-RPT-PAGE-LIMIT   PIC 9(3) VALUE 55.

002290 01  RPT-HEADING-1.
002300     05 FILLER              PIC X(53) VALUE
002310        "PAYROLL SYSTEMS GROUP - QUARTERLY PAYROLL TAX SUMMARY".
002320     05 FILLER              PIC X(16) VALUE SPACES.
002330     05 FILLER              PIC X(05) VALUE "PAGE ".
002340     05 RH1-PAGE            PIC ZZZ9.

002350 01  RPT-HEADING-2.
002360     05 FILLER              PIC X(09) VALUE "QUARTER: ".
002370     05 RH2-YEAR            PIC 9(4).
002380     05 FILLER              PIC X(02) VALUE "-Q".
002390     05 RH2-QTR             PIC 9(1).
002400     05 FILLER              PIC X(12) VALUE "  RUN DATE: ".
002410     05 RH2-RUN-DATE        PIC 9999/99/99.

002420 01  RPT-HEADING-3.
002430     05 FILLER              PIC X(20) VALUE "ID   NAME".
002440     05 FILLER              PIC X(12) VALUE "       GROSS".
002450     05 FILLER              PIC X(12) VALUE "   FIT WAGES".
002460     05 FILLER              PIC X(12) VALUE "    WITHHELD".
002470     05 FILLER              PIC X(12) VALUE "  FUTA WAGES".
002480     05 FILLER              PIC X(12) VALUE "  SUTA WAGES".

002490 01  RPT-COLUMN-RULE.
002500     05 FILLER              PIC X(80) VALUE ALL "-".

002510 01  RPT-DETAIL.
002520     05 RD-EMP-ID           PIC X(4).
002530     05 FILLER              PIC X(01) VALUE SPACE.
002540     05 RD-EMP-NAME         PIC X(15).
002550     05 FILLER              PIC X(01) VALUE SPACE.
002560     05 RD-GROSS            PIC ZZZZ,ZZ9.99.
002570     05 FILLER              PIC X(01) VALUE SPACE.
002580     05 RD-FIT-WAGES        PIC ZZZZ,ZZ9.99.
002590     05 FILLER              PIC X(01) VALUE SPACE.
002600     05 RD-TAX              PIC ZZZZ,ZZ9.99.
002610     05 FILLER              PIC X(01) VALUE SPACE.
002620     05 RD-FUTA-WAGES       PIC ZZZZ,ZZ9.99.
002630     05 FILLER              PIC X(01) VALUE SPACE.
002640     05 RD-SUTA-WAGES       PIC ZZZZ,ZZ9.99.

002650 01  RPT-TOTAL-LINE.
002660     05 RT-LABEL            PIC X(30).
002670     05 RT-AMOUNT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

002680 01  RPT-COUNT-LINE.
002690     05 RC-LABEL            PIC X(30).
002700     05 RC-COUNT            PIC ZZ,ZZ9.

002710*---------------------------------------------------------------
002720*    STATE WAGE REPORT RECORD LAYOUTS.  AMOUNTS ARE UNSIGNED
002730*    WITH TWO IMPLIED DECIMALS, PER THE STATE'S FIXED-FORMAT
002740*    SPEC.  EXCESS WAGES ARE THE QUARTER'S WAGES OVER THE
002750*    STATE WAGE BASE; TAXABLE IS TOTAL LESS EXCESS.
002760*---------------------------------------------------------------
002770 01  WAGE-HEADER.
002780     05 WH-RECORD-TYPE      PIC X(01) VALUE 'H'.
002790     05 WH-UI-ACCOUNT       PIC X(10).
002800     05 WH-YEAR             PIC 9(4).
002810     05 WH-QUARTER          PIC 9(1).
002820     05 WH-RUN-DATE         PIC 9(8).
002830     05 WH-WAGE-BASE        PIC 9(7)V99.
002840     05 FILLER              PIC X(47) VALUE SPACES.

002850 01  WAGE-DETAIL.
002860     05 WD-RECORD-TYPE      PIC X(01) VALUE 'D'.
002870     05 WD-EMP-ID           PIC X(4).
002880     05 WD-EMP-NAME         PIC X(15).
002890     05 WD-TOTAL-WAGES      PIC 9(9)V99.
002900     05 WD-EXCESS-WAGES     PIC 9(9)V99.
002910     05 WD-TAXABLE-WAGES    PIC 9(9)V99.
002920     05 FILLER              PIC X(27) VALUE SPACES.

002930 01  WAGE-TRAILER.
002940     05 WT-RECORD-TYPE      PIC X(01) VALUE 'T'.
002950     05 WT-EMPLOYEE-COUNT   PIC 9(7).
002960     05 WT-TOTAL-WAGES      PIC 9(11)V99.
002970     05 WT-EXCESS-WAGES     PIC 9(11)V99.
002980     05 WT-TAXABLE-WAGES    PIC 9(11)V99.
002990     05 FILLER              PIC X(33) VALUE SPACES.

003000 01  WS-DISPLAY-FIELDS.
003010     05 DISP-COUNT       PIC ZZ,ZZ9.
003020     05 DISP-EXPECTED    PIC ZZZ,ZZZ,ZZ9.
003030     05 DISP-ACTUAL      PIC ZZZ,ZZZ,ZZ9.


003040 PROCEDURE DIVISION.

003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     PERFORM 3000-SCAN-PAY-HISTORY THRU 3000-EXIT
003080     PERFORM 4000-SUM-MTD-BUCKETS THRU 4000-EXIT
003090     PERFORM 5000-BALANCE THRU 5000-EXIT
003100     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
003110     PERFORM 8000-SUMMARY THRU 8000-EXIT
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT
003130     STOP RUN.

003140*---------------------------------------------------------------
003150*    1000-INITIALIZE
003160*        THE QUARTER TO CLOSE IS KEYED ON THE CONSOLE.  THE
003170*        CURRENT QUARTER OR LATER IS REFUSED -- IT IS STILL
003180*        ACCUMULATING.  THE PAY HISTORY AND THE MASTER (FOR
003190*        EACH EMPLOYEE'S PAY FREQUENCY) ARE REQUIRED.
003200*---------------------------------------------------------------
003210 1000-INITIALIZE.
003220     DISPLAY "ENTER QUARTER TO CLOSE (YYYYQ): "
003230     ACCEPT WS-CLOSE-QUARTER-KEY
003240     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
003250     IF WS-CLOSE-QTR < 1 OR WS-CLOSE-QTR > 4
003260         DISPLAY "*** QUARTER MUST BE 1 TO 4 - NOTHING DONE"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF
003300     COMPUTE WS-RUN-QTR = (WS-RUN-MM + 2) / 3
003310     IF WS-CLOSE-YEAR > WS-RUN-YYYY
003320             OR (WS-CLOSE-YEAR = WS-RUN-YYYY
003330                 AND WS-CLOSE-QTR NOT < WS-RUN-QTR)
003340         DISPLAY "*** QUARTER " WS-CLOSE-YEAR "-Q" WS-CLOSE-QTR
003350             " IS NOT CLOSED YET - NOTHING DONE"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     COMPUTE WS-QTR-LAST-MONTH = WS-CLOSE-QTR * 3
003400     COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-LAST-MONTH - 2
003410     OPEN INPUT PAY-HIST-FILE
003420     IF WS-PAY-HIST-STATUS NOT = "00"
003430         DISPLAY "*** EMPPAYHIST.TXT WILL NOT OPEN - RUN EMP"
003440             " AT LEAST ONCE FIRST"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     OPEN INPUT EMPLOYEE-FILE
003490     IF WS-EMPLOYEE-STATUS NOT = "00"
003500         MOVE "EMPLOYEE MASTER (SAMPLE.TXT) WILL NOT OPEN"
003510             TO WS-FATAL-MESSAGE
003520         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003530     END-IF
003540     PERFORM 1100-LOAD-QUARTER-MAP THRU 1100-EXIT
003550     OPEN OUTPUT QTR-REPORT-FILE
003560     OPEN OUTPUT STATE-WAGE-FILE
003570     PERFORM 3910-RPT-PAGE-HEADING THRU 3910-EXIT
003580     MOVE WS-STATE-UI-ACCOUNT TO WH-UI-ACCOUNT
003590     MOVE WS-CLOSE-YEAR TO WH-YEAR
003600     MOVE WS-CLOSE-QTR TO WH-QUARTER
003610     MOVE WS-RUN-DATE-YYYYMMDD TO WH-RUN-DATE
003620     MOVE WS-SUTA-WAGE-BASE TO WH-WAGE-BASE
003630     MOVE WAGE-HEADER TO STATE-WAGE-LINE
003640     WRITE STATE-WAGE-LINE
003650     DISPLAY " ".
003660     DISPLAY "--- Quarter Close For " WS-CLOSE-YEAR "-Q"
003670         WS-CLOSE-QTR " ---".
003680 1000-EXIT.
003690     EXIT.

003700*---------------------------------------------------------------
003710*    1100-LOAD-QUARTER-MAP
003720*        READS THE WHOLE PAY CALENDAR AND RECORDS, FOR EVERY
003730*        PERIOD ENDING IN THE CLOSE YEAR, THE QUARTER OF ITS
003740*        PERIOD-END MONTH.  NO CALENDAR, OR NO MONTHLY PERIODS
003750*        ON IT, LEAVES MONTHLY ON THE RUN-MONTH DEFAULT EMP.CBL
003760*        USES: PERIOD NN IS MONTH NN.
003770*---------------------------------------------------------------
003780 1100-LOAD-QUARTER-MAP.
003790     MOVE ZEROS TO WS-QTR-MAP
003800     OPEN INPUT PAY-CAL-FILE
003810     IF WS-PAY-CAL-STATUS = "00"
003820         PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
003830         PERFORM 1120-MAP-ONE-PERIOD THRU 1120-EXIT
003840             UNTIL WS-CAL-EOF
003850         CLOSE PAY-CAL-FILE
003860     ELSE
003870         DISPLAY "*** PAYCAL.TXT NOT ON FILE - ALL STAFF TAKEN"
003880             " AS MONTHLY"
003890     END-IF
003900     IF NOT WS-CAL-HAS-MONTHLY
003910         PERFORM 1130-DEFAULT-MONTHLY THRU 1130-EXIT
003920             VARYING WS-MONTH-SUB FROM 1 BY 1
003930             UNTIL WS-MONTH-SUB > 12
003940     END-IF.
003950 1100-EXIT.
003960     EXIT.

003970*---------------------------------------------------------------
003980*    1110-READ-CALENDAR
003990*---------------------------------------------------------------
004000 1110-READ-CALENDAR.
004010     READ PAY-CAL-FILE NEXT RECORD
004020         AT END SET WS-CAL-EOF TO TRUE
004030     END-READ.
004040 1110-EXIT.
004050     EXIT.

004060*---------------------------------------------------------------
004070*    1120-MAP-ONE-PERIOD
004080*---------------------------------------------------------------
004090 1120-MAP-ONE-PERIOD.
004100     IF CAL-PERIOD-END (1:4) NOT = WS-CLOSE-YEAR
004110             OR CAL-PERIOD-NUMBER < 1
004120             OR CAL-PERIOD-NUMBER > 27
004130         GO TO 1120-READ-NEXT
004140     END-IF
004150     EVALUATE TRUE
004160         WHEN CAL-FREQ-MONTHLY
004170             MOVE 1 TO WS-CAL-FREQ-SUB
004180             SET WS-CAL-HAS-MONTHLY TO TRUE
004190         WHEN CAL-FREQ-SEMIMONTHLY
004200             MOVE 2 TO WS-CAL-FREQ-SUB
004210         WHEN CAL-FREQ-BIWEEKLY
004220             MOVE 3 TO WS-CAL-FREQ-SUB
004230         WHEN OTHER
004240             GO TO 1120-READ-NEXT
004250     END-EVALUATE
004260     MOVE CAL-PERIOD-END (5:2) TO WS-CAL-MONTH
004270     COMPUTE QMAP-QUARTER (WS-CAL-FREQ-SUB, CAL-PERIOD-NUMBER) =
004280         (WS-CAL-MONTH + 2) / 3
004290     ADD 1 TO WS-CAL-PERIODS.
004300 1120-READ-NEXT.
004310     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
004320 1120-EXIT.
004330     EXIT.

004340*---------------------------------------------------------------
004350*    1130-DEFAULT-MONTHLY
004360*---------------------------------------------------------------
004370 1130-DEFAULT-MONTHLY.
004380     COMPUTE QMAP-QUARTER (1, WS-MONTH-SUB) =
004390         (WS-MONTH-SUB + 2) / 3.
004400 1130-EXIT.
004410     EXIT.

004420*---------------------------------------------------------------
004430*    3000-SCAN-PAY-HISTORY
004440*        ONE SEQUENTIAL PASS OF THE WHOLE HISTORY FILE.  THE
004450*        KEY IS EMP-ID PLUS PERIOD, SO EACH EMPLOYEE'S PERIODS
004460*        ARRIVE TOGETHER, IN ORDER, AND A CONTROL BREAK ON
004470*        EMP-ID CLOSES EACH EMPLOYEE.
004480*---------------------------------------------------------------
004490 3000-SCAN-PAY-HISTORY.
004500     PERFORM 3010-READ-HISTORY THRU 3010-EXIT
004510     PERFORM 3020-PROCESS-BUCKET THRU 3020-EXIT
004520         UNTIL WS-HIST-EOF
004530     IF NOT WS-FIRST-EMPLOYEE AND WS-QTR-PERIODS > ZERO
004540         PERFORM 3200-WRITE-EMPLOYEE THRU 3200-EXIT
004550     END-IF.
004560 3000-EXIT.
004570     EXIT.

004580*---------------------------------------------------------------
004590*    3010-READ-HISTORY
004600*---------------------------------------------------------------
004610 3010-READ-HISTORY.
004620     READ PAY-HIST-FILE NEXT RECORD
004630         AT END SET WS-HIST-EOF TO TRUE
004640     END-READ.
004650 3010-EXIT.
004660     EXIT.

004670*---------------------------------------------------------------
004680*    3020-PROCESS-BUCKET
004690*---------------------------------------------------------------
004700 3020-PROCESS-BUCKET.
004710     IF WS-FIRST-EMPLOYEE OR PH-EMP-ID NOT = WS-PREV-EMP-ID
004720         IF NOT WS-FIRST-EMPLOYEE AND WS-QTR-PERIODS > ZERO
004730             PERFORM 3200-WRITE-EMPLOYEE THRU 3200-EXIT
004740         END-IF
004750         PERFORM 3050-START-EMPLOYEE THRU 3050-EXIT
004760     END-IF
004770     IF PH-YEAR-MONTH (1:4) = WS-CLOSE-YEAR
004780         PERFORM 3100-ACCUMULATE-BUCKET THRU 3100-EXIT
004790     END-IF
004800     PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
004810 3020-EXIT.
004820     EXIT.

004830*---------------------------------------------------------------
004840*    3050-START-EMPLOYEE
004850*        RESETS THE ACCUMULATORS AND READS THE MASTER FOR THE
004860*        NAME AND PAY FREQUENCY.  AN EMPLOYEE NO LONGER ON THE
004870*        MASTER IS STILL REPORTED, UNDER THE ID ALONE, AND
004880*        TAKEN AS MONTHLY.
004890*---------------------------------------------------------------
004900 3050-START-EMPLOYEE.
004910     MOVE PH-EMP-ID TO WS-PREV-EMP-ID
004920     MOVE 'N' TO WS-FIRST-EMP-SW
004930     MOVE ZERO TO WS-PRIOR-GROSS
004940     MOVE ZERO TO WS-QTR-GROSS
004950     MOVE ZERO TO WS-QTR-TAX
004960     MOVE ZERO TO WS-QTR-PERIODS
004970     MOVE 1 TO WS-EMP-FREQ-SUB
004980     MOVE PH-EMP-ID TO EMP-ID
004990     READ EMPLOYEE-FILE
005000         INVALID KEY
005010             MOVE "(NOT ON MASTER)" TO WS-EMP-NAME
005020             GO TO 3050-EXIT
005030     END-READ
005040     MOVE EMP-NAME TO WS-EMP-NAME
005050     IF EMP-FREQ-SEMIMONTHLY
005060         MOVE 2 TO WS-EMP-FREQ-SUB
005070     END-IF
005080     IF EMP-FREQ-BIWEEKLY
005090         MOVE 3 TO WS-EMP-FREQ-SUB
005100     END-IF.
005110 3050-EXIT.
005120     EXIT.

005130*---------------------------------------------------------------
005140*    3100-ACCUMULATE-BUCKET
005150*        A CLOSE-YEAR PERIOD BEFORE THE QUARTER ONLY COUNTS
005160*        TOWARD THE WAGE BASES; ONE IN THE QUARTER IS TOTALED
005170*        AND FEEDS THE BALANCE; A LATER ONE IS IGNORED.  A
005180*        PERIOD THE CALENDAR DOES NOT HAVE CANNOT BE PLACED AND
005190*        HOLDS THE CLOSE.  AN OFF-CYCLE PERIOD IS PLACED BY ITS
005191*        PAY MONTH, NOT BY THE CALENDAR.
005200*---------------------------------------------------------------
005210 3100-ACCUMULATE-BUCKET.
005220     MOVE PH-YEAR-MONTH (5:2) TO WS-PERIOD-NUMBER
005230     MOVE ZERO TO WS-PERIOD-QTR
005240     IF WS-PERIOD-NUMBER > ZERO AND WS-PERIOD-NUMBER NOT > 27
005250         MOVE QMAP-QUARTER (WS-EMP-FREQ-SUB, WS-PERIOD-NUMBER)
005260             TO WS-PERIOD-QTR
005270     END-IF
005271     IF WS-PERIOD-NUMBER > WS-OFF-CYCLE-BASE
005272             AND WS-PERIOD-NUMBER NOT > WS-OFF-CYCLE-BASE + 12
005273         COMPUTE WS-PERIOD-QTR =
005274             (WS-PERIOD-NUMBER - WS-OFF-CYCLE-BASE + 2) / 3
005275     END-IF
005280     IF WS-PERIOD-QTR = ZERO
005290         DISPLAY "*** PERIOD NOT ON PAY CALENDAR - EMP-ID: "
005300             PH-EMP-ID " PERIOD: " PH-YEAR-MONTH
005310         ADD 1 TO WS-UNPLACED-COUNT
005320         GO TO 3100-EXIT
005330     END-IF
005340     IF WS-PERIOD-QTR < WS-CLOSE-QTR
005350         ADD PH-GROSS TO WS-PRIOR-GROSS
005360         GO TO 3100-EXIT
005370     END-IF
005380     IF WS-PERIOD-QTR > WS-CLOSE-QTR
005390         GO TO 3100-EXIT
005400     END-IF
005410     ADD 1 TO WS-QTR-PERIODS
005420     ADD PH-GROSS TO WS-QTR-GROSS
005430     ADD PH-TAX-AMOUNT TO WS-QTR-TAX
005440     MOVE PH-GROSS TO WS-TRUNC-WORK
005450     ADD WS-TRUNC-WORK TO WS-HIST-GROSS-WHOLE
005460     MOVE PH-TAX-AMOUNT TO WS-TRUNC-WORK
005470     ADD WS-TRUNC-WORK TO WS-HIST-TAX-WHOLE
005480     MOVE PH-NET TO WS-TRUNC-WORK
005490     ADD WS-TRUNC-WORK TO WS-HIST-NET-WHOLE.
005500 3100-EXIT.
005510     EXIT.

005520*---------------------------------------------------------------
005530*    3200-WRITE-EMPLOYEE
005540*        APPLIES BOTH WAGE BASES, THEN WRITES THE EMPLOYEE'S
005550*        SUMMARY LINE AND STATE WAGE DETAIL AND ADDS THEM TO
005560*        THE COMPANY TOTALS.
005570*---------------------------------------------------------------
005580 3200-WRITE-EMPLOYEE.
005590     MOVE WS-FUTA-WAGE-BASE TO WS-WAGE-BASE
005600     PERFORM 3250-APPLY-WAGE-BASE THRU 3250-EXIT
005610     MOVE WS-BASE-TAXABLE TO WS-FUTA-TAXABLE
005620     MOVE WS-BASE-EXCESS TO WS-FUTA-EXCESS
005630     MOVE WS-SUTA-WAGE-BASE TO WS-WAGE-BASE
005640     PERFORM 3250-APPLY-WAGE-BASE THRU 3250-EXIT
005650     MOVE WS-BASE-TAXABLE TO WS-SUTA-TAXABLE
005660     MOVE WS-BASE-EXCESS TO WS-SUTA-EXCESS
005670     IF WS-RPT-LINES + 1 > WS-RPT-PAGE-LIMIT
005680         PERFORM 3910-RPT-PAGE-HEADING THRU 3910-EXIT
005690     END-IF
005700     MOVE WS-PREV-EMP-ID TO RD-EMP-ID
005710     MOVE WS-EMP-NAME TO RD-EMP-NAME
005720     MOVE WS-QTR-GROSS TO RD-GROSS
005730     MOVE WS-QTR-GROSS TO RD-FIT-WAGES
005740     MOVE WS-QTR-TAX TO RD-TAX
005750     MOVE WS-FUTA-TAXABLE TO RD-FUTA-WAGES
005760     MOVE WS-SUTA-TAXABLE TO RD-SUTA-WAGES
005770     MOVE RPT-DETAIL TO QTR-REPORT-LINE
005780     WRITE QTR-REPORT-LINE
005790     ADD 1 TO WS-RPT-LINES
005800     MOVE WS-PREV-EMP-ID TO WD-EMP-ID
005810     MOVE WS-EMP-NAME TO WD-EMP-NAME
005820     MOVE WS-QTR-GROSS TO WD-TOTAL-WAGES
005830     MOVE WS-SUTA-EXCESS TO WD-EXCESS-WAGES
005840     MOVE WS-SUTA-TAXABLE TO WD-TAXABLE-WAGES
005850     MOVE WAGE-DETAIL TO STATE-WAGE-LINE
005860     WRITE STATE-WAGE-LINE
005870     ADD 1 TO WS-TOT-EMPLOYEES
005880     ADD WS-QTR-GROSS TO WS-TOT-GROSS
005890     ADD WS-QTR-TAX TO WS-TOT-TAX
005900     ADD WS-FUTA-TAXABLE TO WS-TOT-FUTA-TAXABLE
005910     ADD WS-FUTA-EXCESS TO WS-TOT-FUTA-EXCESS
005920     ADD WS-SUTA-TAXABLE TO WS-TOT-SUTA-TAXABLE
005930     ADD WS-SUTA-EXCESS TO WS-TOT-SUTA-EXCESS.
005940 3200-EXIT.
005950     EXIT.

005960*---------------------------------------------------------------
005970*    3250-APPLY-WAGE-BASE
005980*        THE QUARTER'S WAGES ARE TAXABLE ONLY UP TO WHAT IS LEFT
005990*        OF WS-WAGE-BASE AFTER THE EMPLOYEE'S GROSS EARLIER IN
006000*        THE YEAR; THE REST IS EXCESS.
006010*---------------------------------------------------------------
006020 3250-APPLY-WAGE-BASE.
006030     MOVE ZERO TO WS-BASE-TAXABLE
006040     IF WS-PRIOR-GROSS NOT < WS-WAGE-BASE
006050         GO TO 3250-SET-EXCESS
006060     END-IF
006070     COMPUTE WS-BASE-ROOM = WS-WAGE-BASE - WS-PRIOR-GROSS
006080     IF WS-QTR-GROSS > WS-BASE-ROOM
006090         MOVE WS-BASE-ROOM TO WS-BASE-TAXABLE
006100     ELSE
006110         MOVE WS-QTR-GROSS TO WS-BASE-TAXABLE
006120     END-IF.
006130 3250-SET-EXCESS.
006140     COMPUTE WS-BASE-EXCESS = WS-QTR-GROSS - WS-BASE-TAXABLE.
006150 3250-EXIT.
006160     EXIT.

006170*---------------------------------------------------------------
006180*    3910-RPT-PAGE-HEADING
006190*---------------------------------------------------------------
006200 3910-RPT-PAGE-HEADING.
006210     ADD 1 TO WS-RPT-PAGE
006220     MOVE WS-RPT-PAGE TO RH1-PAGE
006230     MOVE WS-CLOSE-YEAR TO RH2-YEAR
006240     MOVE WS-CLOSE-QTR TO RH2-QTR
006250     MOVE WS-RUN-DATE-YYYYMMDD TO RH2-RUN-DATE
006260     MOVE RPT-HEADING-1 TO QTR-REPORT-LINE
006270     WRITE QTR-REPORT-LINE
006280     MOVE RPT-HEADING-2 TO QTR-REPORT-LINE
006290     WRITE QTR-REPORT-LINE
006300     MOVE RPT-COLUMN-RULE TO QTR-REPORT-LINE
006310     WRITE QTR-REPORT-LINE
006320     MOVE RPT-HEADING-3 TO QTR-REPORT-LINE
006330     WRITE QTR-REPORT-LINE
006340     MOVE RPT-COLUMN-RULE TO QTR-REPORT-LINE
006350     WRITE QTR-REPORT-LINE
006360     MOVE 5 TO WS-RPT-LINES.
006370 3910-EXIT.
006380     EXIT.

006390*---------------------------------------------------------------
006400*    4000-SUM-MTD-BUCKETS
006410*        THE MTD SIDE OF THE BALANCE: EVERY DEPARTMENT'S BUCKETS
006420*        FOR THE THREE MONTHS OF THE QUARTER.  A MISSING FILE
006430*        LEAVES THE SIDE AT ZERO, WHICH THE BALANCE WILL FLAG.
006440*---------------------------------------------------------------
006450 4000-SUM-MTD-BUCKETS.
006460     OPEN INPUT MTD-YTD-FILE
006470     IF WS-MTD-YTD-STATUS NOT = "00"
006480         DISPLAY "*** EMPMTDYTD.TXT IS MISSING"
006490         GO TO 4000-EXIT
006500     END-IF
006510     PERFORM 4010-READ-MTD-RECORD THRU 4010-EXIT
006520     PERFORM 4020-ADD-BUCKET THRU 4020-EXIT
006530         UNTIL WS-MYR-EOF
006540     CLOSE MTD-YTD-FILE.
006550 4000-EXIT.
006560     EXIT.

006570*---------------------------------------------------------------
006580*    4010-READ-MTD-RECORD
006590*---------------------------------------------------------------
006600 4010-READ-MTD-RECORD.
006610     READ MTD-YTD-FILE
006620         AT END SET WS-MYR-EOF TO TRUE
006630     END-READ.
006640 4010-EXIT.
006650     EXIT.

006660*---------------------------------------------------------------
006670*    4020-ADD-BUCKET
006680*        A ROW WRITTEN BEFORE THE TAX COLUMN EXISTED READS IT
006690*        BACK AS SPACES AND COUNTS AS ZERO, THE SAME GUARD AS
006700*        EMPYREND.CBL.  AN OFF-CYCLE BUCKET FALLS IN THE
006701*        QUARTER OF ITS PAY MONTH.
006710*---------------------------------------------------------------
006720 4020-ADD-BUCKET.
006730     MOVE MYR-YEAR-MONTH (5:2) TO WS-BUCKET-MONTH
006731     IF WS-BUCKET-MONTH > WS-OFF-CYCLE-BASE
006732         SUBTRACT WS-OFF-CYCLE-BASE FROM WS-BUCKET-MONTH
006733     END-IF
006740     IF MYR-YEAR-MONTH (1:4) = WS-CLOSE-YEAR
006750             AND WS-BUCKET-MONTH NOT < WS-QTR-FIRST-MONTH
006760             AND WS-BUCKET-MONTH NOT > WS-QTR-LAST-MONTH
006770         ADD 1 TO WS-BUCKET-COUNT
006780         ADD MYR-GROSS-TOTAL TO WS-MTD-GROSS-TOTAL
006790         ADD MYR-NET-TOTAL TO WS-MTD-NET-TOTAL
006800         IF MYR-TAX-TOTAL IS NUMERIC
006810             ADD MYR-TAX-TOTAL TO WS-MTD-TAX-TOTAL
006820         END-IF
006830     END-IF
006840     PERFORM 4010-READ-MTD-RECORD THRU 4010-EXIT.
006850 4020-EXIT.
006860     EXIT.

006870*---------------------------------------------------------------
006880*    5000-BALANCE
006890*        COMPANY-LEVEL PROOF THAT THE PAY HISTORY BEHIND THE
006900*        RETURN AGREES WITH THE MONTHLY BUCKETS.  ANY DIFFERENCE,
006910*        OR ANY PERIOD THAT COULD NOT BE PLACED IN A QUARTER,
006920*        ENDS WITH RETURN-CODE 8, THE SAME CONVENTION AS
006930*        EMPYREND.CBL.
006940*---------------------------------------------------------------
006950 5000-BALANCE.
006960     IF WS-HIST-GROSS-WHOLE NOT = WS-MTD-GROSS-TOTAL
006970         MOVE WS-MTD-GROSS-TOTAL TO DISP-EXPECTED
006980         MOVE WS-HIST-GROSS-WHOLE TO DISP-ACTUAL
006990         DISPLAY "OUT OF BALANCE - QUARTER GROSS  MTD: "
007000             DISP-EXPECTED "  HISTORY: " DISP-ACTUAL
007010         SET WS-QTR-OUT-OF-BALANCE TO TRUE
007020     END-IF
007030     IF WS-HIST-TAX-WHOLE NOT = WS-MTD-TAX-TOTAL
007040         MOVE WS-MTD-TAX-TOTAL TO DISP-EXPECTED
007050         MOVE WS-HIST-TAX-WHOLE TO DISP-ACTUAL
007060         DISPLAY "OUT OF BALANCE - QUARTER TAX    MTD: "
007070             DISP-EXPECTED "  HISTORY: " DISP-ACTUAL
007080         SET WS-QTR-OUT-OF-BALANCE TO TRUE
007090     END-IF
007100     IF WS-HIST-NET-WHOLE NOT = WS-MTD-NET-TOTAL
007110         MOVE WS-MTD-NET-TOTAL TO DISP-EXPECTED
007120         MOVE WS-HIST-NET-WHOLE TO DISP-ACTUAL
007130         DISPLAY "OUT OF BALANCE - QUARTER NET    MTD: "
007140             DISP-EXPECTED "  HISTORY: " DISP-ACTUAL
007150         SET WS-QTR-OUT-OF-BALANCE TO TRUE
007160     END-IF
007170     IF WS-UNPLACED-COUNT > ZERO
007180         MOVE WS-UNPLACED-COUNT TO DISP-COUNT
007190         DISPLAY "HISTORY PERIODS NOT ON THE PAY CALENDAR: "
007200             DISP-COUNT
007210         SET WS-QTR-OUT-OF-BALANCE TO TRUE
007220     END-IF
007230     IF WS-QTR-BALANCED
007240         DISPLAY "QUARTER FIGURES IN BALANCE"
007250     ELSE
007260         DISPLAY "*** QUARTER CLOSE OUT OF BALANCE - DO NOT FILE"
007270             " ***"
007280         MOVE 8 TO RETURN-CODE
007290     END-IF.
007300 5000-EXIT.
007310     EXIT.

007320*---------------------------------------------------------------
007330*    6000-PRINT-TOTALS
007340*        THE COMPANY FIGURES FOR THE FEDERAL RETURN AT THE FOOT
007350*        OF THE SUMMARY, WITH THE BALANCE VERDICT, AND THE
007360*        TRAILER OF THE STATE WAGE FILE.
007370*---------------------------------------------------------------
007380 6000-PRINT-TOTALS.
007390     IF WS-RPT-LINES + 14 > WS-RPT-PAGE-LIMIT
007400         PERFORM 3910-RPT-PAGE-HEADING THRU 3910-EXIT
007410     END-IF
007420     MOVE RPT-COLUMN-RULE TO QTR-REPORT-LINE
007430     WRITE QTR-REPORT-LINE
007440     MOVE "EMPLOYEES PAID IN QUARTER   :" TO RC-LABEL
007450     MOVE WS-TOT-EMPLOYEES TO RC-COUNT
007460     MOVE RPT-COUNT-LINE TO QTR-REPORT-LINE
007470     WRITE QTR-REPORT-LINE
007480     MOVE "TOTAL GROSS WAGES           :" TO RT-LABEL
007490     MOVE WS-TOT-GROSS TO RT-AMOUNT
007500     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007510     MOVE "WAGES SUBJECT TO WITHHOLDING:" TO RT-LABEL
007520     MOVE WS-TOT-GROSS TO RT-AMOUNT
007530     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007540     MOVE "TAX WITHHELD                :" TO RT-LABEL
007550     MOVE WS-TOT-TAX TO RT-AMOUNT
007560     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007570     MOVE "FUTA TAXABLE WAGES          :" TO RT-LABEL
007580     MOVE WS-TOT-FUTA-TAXABLE TO RT-AMOUNT
007590     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007600     MOVE "FUTA EXCESS WAGES           :" TO RT-LABEL
007610     MOVE WS-TOT-FUTA-EXCESS TO RT-AMOUNT
007620     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007630     MOVE "SUTA TAXABLE WAGES          :" TO RT-LABEL
007640     MOVE WS-TOT-SUTA-TAXABLE TO RT-AMOUNT
007650     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007660     MOVE "SUTA EXCESS WAGES           :" TO RT-LABEL
007670     MOVE WS-TOT-SUTA-EXCESS TO RT-AMOUNT
007680     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007690     MOVE SPACES TO QTR-REPORT-LINE
007700     WRITE QTR-REPORT-LINE
007710     IF WS-QTR-BALANCED
007720         MOVE "QUARTER FIGURES BALANCE TO THE MTD BUCKETS"
007730             TO QTR-REPORT-LINE
007740     ELSE
007750         MOVE "*** OUT OF BALANCE WITH MTD BUCKETS - DO NOT FILE"
007760             TO QTR-REPORT-LINE
007770     END-IF
007780     WRITE QTR-REPORT-LINE
007790     MOVE WS-TOT-EMPLOYEES TO WT-EMPLOYEE-COUNT
007800     MOVE WS-TOT-GROSS TO WT-TOTAL-WAGES
007810     MOVE WS-TOT-SUTA-EXCESS TO WT-EXCESS-WAGES
007820     MOVE WS-TOT-SUTA-TAXABLE TO WT-TAXABLE-WAGES
007830     MOVE WAGE-TRAILER TO STATE-WAGE-LINE
007840     WRITE STATE-WAGE-LINE.
007850 6000-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880*    6100-WRITE-TOTAL-LINE
007890*---------------------------------------------------------------
007900 6100-WRITE-TOTAL-LINE.
007910     MOVE RPT-TOTAL-LINE TO QTR-REPORT-LINE
007920     WRITE QTR-REPORT-LINE.
007930 6100-EXIT.
007940     EXIT.

007950*---------------------------------------------------------------
007960*    8000-SUMMARY
007970*---------------------------------------------------------------
007980 8000-SUMMARY.
007990     DISPLAY " ".
008000     DISPLAY "--- Quarter Close Complete ---".
008010     DISPLAY "Calendar Periods In Year : " WS-CAL-PERIODS.
008020     DISPLAY "Employees Reported       : " WS-TOT-EMPLOYEES.
008030     DISPLAY "MTD Buckets In Quarter   : " WS-BUCKET-COUNT.
008040     DISPLAY "Unplaced History Periods : " WS-UNPLACED-COUNT.
008050 8000-EXIT.
008060     EXIT.

008070*---------------------------------------------------------------
008080*    9000-TERMINATE
008090*---------------------------------------------------------------
008100 9000-TERMINATE.
008110     CLOSE PAY-HIST-FILE
008120     CLOSE EMPLOYEE-FILE
008130     CLOSE QTR-REPORT-FILE
008140     CLOSE STATE-WAGE-FILE.
008150 9000-EXIT.
008160     EXIT.

008170*---------------------------------------------------------------
008180*    9900-FATAL-ERROR-ABORT
008190*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
008200*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
008210*        CONVENTION AS EMP.CBL.
008220*---------------------------------------------------------------
008230 9900-FATAL-ERROR-ABORT.
008240     DISPLAY " ".
008250     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
008260     DISPLAY WS-FATAL-MESSAGE.
008270     MOVE 16 TO RETURN-CODE.
008280     STOP RUN.
008290 9900-EXIT.
008300     EXIT.

008310 END PROGRAM EmpQtrTax.
