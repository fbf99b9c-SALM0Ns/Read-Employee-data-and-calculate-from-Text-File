000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPOFFPAY
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      OFF-CYCLE PAYMENT RUN.  PAYS WHAT CANNOT WAIT FOR THE
000200*      NEXT SCHEDULED PERIOD -- A TERMINATED EMPLOYEE'S FINAL
000210*      PAY, A ONE-TIME BONUS, A PAYMENT MISSED OR SHORT-PAID --
000220*      FROM A PAYMENT-REQUEST FILE (EMPOFFCYCLE.TXT, ONE RECORD
000230*      PER PAYMENT: EMP-ID, PAYMENT TYPE, GROSS AMOUNT, PAY DATE
000240*      AND A FREE-TEXT REFERENCE).  RUN ON DEMAND BETWEEN THE
000250*      REGULAR CYCLES; IT IS NOT AN EMPNIGHT STEP.
000260*
000270*      PAYMENT TYPES:
000280*        F  FINAL PAY   - EMPLOYEE MUST BE TERMINATED ON THE
000290*                         MASTER.  NORMAL WITHHOLDING.
000300*        B  BONUS       - FLAT SUPPLEMENTAL TAX RATE
000310*                         (WS-SUPPLEMENTAL-RATE), NO BENEFIT
000320*                         DEDUCTION.
000330*        C  CORRECTION  - NORMAL WITHHOLDING.
000340*      NORMAL WITHHOLDING IS THE EMPLOYEE'S OWN EMP-TAX-RATE AND
000350*      EMP-BENEFIT-RATE ON THE GROSS, ROUNDED THE SAME WAY AS
000360*      EMP.CBL.  THE FLAT PER-PERIOD OTHER DEDUCTION AND
000370*      GARNISHMENTS BELONG TO THE REGULAR PERIOD AND ARE NOT
000380*      TAKEN HERE.
000390*
000400*      EDITS APPLIED (THE FIRST FAILURE REJECTS THE REQUEST):
000410*        PAYMENT TYPE F, B OR C; EMP-ID PRESENT AND ON THE
000420*        MASTER; AMOUNT NUMERIC, MORE THAN ZERO AND NOT OVER
000430*        WS-MAX-REQUEST-AMOUNT; PAY DATE A REAL CALENDAR DATE,
000440*        NOT BEFORE THE RUN DATE AND NO MORE THAN
000450*        WS-MAX-LEAD-DAYS AFTER IT; A FINAL PAY ONLY FOR A
000460*        TERMINATED EMPLOYEE; A NET LEFT AFTER WITHHOLDING.
000470*
000480*      EACH GOOD REQUEST IS PAID THE WAY EMPPAY.CBL PAYS: A
000490*      DEPOSIT DETAIL ON THIS RUN'S OWN BANK BATCH
000500*      (EMPOFFBANK.TXT, THE SAME HEADER / DETAIL / TRAILER
000510*      LAYOUT AS EMPBANK.TXT) WHEN THE MASTER HAS AN ACCOUNT
000520*      THAT IS NEITHER IN ITS PRENOTE PERIOD NOR RETURNED,
000530*      OTHERWISE A PAPER CHECK HANDED TO EMPCHECK.CBL ON
000540*      EMPPAPERPAY.TXT (SOURCE O, SEE PAPERREC).  THE PRENOTE
000550*      CYCLE ITSELF IS LEFT TO EMPPAY.CBL.  AN EMPLOYEE WHOSE
000560*      ITEM ON THE PRE-RELEASE REVIEW (EMPREVIEW.TXT, SEE
000570*      REVWREC) IS HELD OR STILL PENDING IS ALSO PAID ON PAPER,
000571*      AS SOURCE H, SO THE CHECK SIGNER SEES THE PAYMENT FIRST;
000572*      NO FILE ON DISK MEANS NOTHING IS HELD.  EVERY PAYMENT
000573*      AND REJECT IS LISTED ON THE OFF-CYCLE REGISTER
000574*      (EMPOFFREG.TXT).
000580*
000590*      POSTING -- THE OFF-CYCLE SEQUENCE.  OFF-CYCLE PAY IS KEPT
000600*      APART FROM THE PAY-CALENDAR PERIODS UNDER PERIOD NUMBERS
000610*      51-62: NN = 50 PLUS THE MONTH OF THE PAY DATE.
000620*        EMPPAYHIST.TXT - ONE RECORD PER EMPLOYEE PER OFF-CYCLE
000630*                         MONTH (YYYY + 51-62), ACCUMULATING
000640*                         LIKE A SECOND EMP.CBL RUN IN A PERIOD.
000650*        EMPMTDYTD.TXT  - THE HOME DEPARTMENT'S BUCKET UNDER THE
000660*                         SAME KEY, ZERO HEADCOUNT, BY THE
000670*                         CHANGE IN EACH HISTORY FIELD'S WHOLE-
000680*                         DOLLAR TRUNCATION (THE EMPRETRO.CBL
000690*                         RULE), SO EMPYREND.CBL AND EMPQTRTAX.CBL
000700*                         STILL BALANCE HISTORY AGAINST BUCKETS TO
000710*                         THE DIGIT.
000720*        EMPCONTROL.TXT - THE OFF-CYCLE SECTION OF THE CONTROL
000730*                         RECORD (SEE CTLREC) IS RESET TO THE
000740*                         BUCKETS FOR THE CONTROL MONTH'S OFF-
000750*                         CYCLE KEY, SO EMPRECON.CBL BALANCES IT.
000760*      EMPGLEXT.CBL POSTS A MONTH'S OFF-CYCLE BUCKETS WITH THE
000770*      MONTH'S REGULAR ONES.
000780*
000790*      REJECTS GO TO EMPOFFCYCLEREJ.TXT WITH THEIR REASON, IN
000800*      THE REQUEST LAYOUT, TO BE CORRECTED AND RESUBMITTED; ANY
000810*      REJECT ENDS THE RUN WITH RETURN-CODE 8.  THE REQUEST FILE
000820*      IS EMPTIED AT END OF JOB SO A RERUN CANNOT PAY THE SAME
000830*      REQUEST TWICE.
000840*---------------------------------------------------------------
000850*  MODIFICATION HISTORY.
000860*  DATE       INIT  DESCRIPTION
000870*  ---------- ----  -----------------------------------------
000880*  10/15/2026 RDH   ORIGINAL PROGRAM.
000881*  10/15/2026 RDH   A PAYMENT TO AN EMPLOYEE HELD OR PENDING ON
000882*                   THE PRE-RELEASE REVIEW (EMPREVIEW.TXT) IS
000883*                   PAID ON PAPER, SOURCE H, INSTEAD OF BY
000884*                   DEPOSIT (REGISTER METHOD HELD).
000890*===============================================================
000900 PROGRAM-ID. EmpOffPay.
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SPECIAL-NAMES.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT OFF-REQUEST-FILE ASSIGN TO "EmpOffCycle.txt"
000970     ORGANIZATION IS LINE SEQUENTIAL
000980     FILE STATUS IS WS-REQUEST-STATUS.

000990     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
001000     ORGANIZATION IS INDEXED
001010     ACCESS MODE IS RANDOM
001020     RECORD KEY IS EMP-ID
001030     FILE STATUS IS WS-EMP-STATUS.

001040     SELECT PAY-HIST-FILE ASSIGN TO "EmpPayHist.txt"
001050     ORGANIZATION IS INDEXED
001060     ACCESS MODE IS RANDOM
001070     RECORD KEY IS PH-KEY
001080     FILE STATUS IS WS-PAY-HIST-STATUS.

001090     SELECT MTD-YTD-FILE ASSIGN TO "EmpMtdYtd.txt"
001100     ORGANIZATION IS LINE SEQUENTIAL
001110     FILE STATUS IS WS-MTD-YTD-STATUS.

001120     SELECT CONTROL-FILE ASSIGN TO "EmpControl.txt"
001130     ORGANIZATION IS LINE SEQUENTIAL
001140     FILE STATUS IS WS-CONTROL-STATUS.

001150     SELECT BANK-FILE ASSIGN TO "EmpOffBank.txt"
001160     ORGANIZATION IS LINE SEQUENTIAL.

001170     SELECT PAY-REGISTER-FILE ASSIGN TO "EmpOffReg.txt"
001180     ORGANIZATION IS LINE SEQUENTIAL.

001190     SELECT PAPER-PAY-FILE ASSIGN TO "EmpPaperPay.txt"
001200     ORGANIZATION IS LINE SEQUENTIAL.

001210     SELECT REJECT-FILE ASSIGN TO "EmpOffCycleRej.txt"
001220     ORGANIZATION IS LINE SEQUENTIAL.

001221     SELECT REVIEW-FILE ASSIGN TO "EmpReview.txt"
001222     ORGANIZATION IS INDEXED
001223     ACCESS MODE IS RANDOM
001224     RECORD KEY IS RV-EMP-ID
001225     FILE STATUS IS WS-REVIEW-STATUS.

001230 DATA DIVISION.
001240 FILE SECTION.

001250 FD  OFF-REQUEST-FILE.
001260 01  OFF-REQUEST-RECORD.
001270     05 OR-EMP-ID           PIC X(4).
001280     05 OR-PAY-TYPE         PIC X(01).
001290        88 OR-FINAL-PAY          VALUE 'F'.
001300        88 OR-BONUS              VALUE 'B'.
001310        88 OR-CORRECTION         VALUE 'C'.
001320     05 OR-AMOUNT           PIC 9(8)V99.
001330     05 OR-AMOUNT-X REDEFINES OR-AMOUNT PIC X(10).
001340     05 OR-PAY-DATE         PIC 9(8).
001350     05 OR-PAY-DATE-X REDEFINES OR-PAY-DATE PIC X(8).
001360     05 OR-REFERENCE        PIC X(20).

001370 FD  EMPLOYEE-FILE.
001380     COPY EMPREC.

001390 FD  PAY-HIST-FILE.
001400     COPY PAYHREC.

001410 FD  MTD-YTD-FILE.
001420 01  MTD-YTD-RECORD.
001430     05 MYR-DEPARTMENT      PIC X(10).
001440     05 FILLER              PIC X(01) VALUE SPACE.
001450     05 MYR-YEAR-MONTH      PIC 9(6).
001460     05 FILLER              PIC X(01) VALUE SPACE.
001470     05 MYR-GROSS-TOTAL     PIC 9(9).
001480     05 FILLER              PIC X(01) VALUE SPACE.
001490     05 MYR-NET-TOTAL       PIC 9(9).
001500     05 FILLER              PIC X(01) VALUE SPACE.
001510     05 MYR-HEADCOUNT       PIC 9(5).
001520     05 FILLER              PIC X(01) VALUE SPACE.
001530     05 MYR-TAX-TOTAL       PIC 9(9).
001540     05 FILLER              PIC X(01) VALUE SPACE.
001550     05 MYR-BENEFIT-TOTAL   PIC 9(9).

001560 FD  CONTROL-FILE.
001570     COPY CTLREC.

001580 FD  BANK-FILE.
001590 01  BANK-RECORD            PIC X(80).

001600 FD  PAY-REGISTER-FILE.
001610 01  PAY-REGISTER-LINE      PIC X(80).

001620 FD  PAPER-PAY-FILE.
001630     COPY PAPERREC.

001640 FD  REJECT-FILE.
001650 01  REJECT-RECORD.
001660     05 RJ-REQUEST-IMAGE    PIC X(43).
001670     05 FILLER              PIC X(01) VALUE SPACE.
001680     05 RJ-REASON           PIC X(30).

001681 FD  REVIEW-FILE.
001682     COPY REVWREC.

001690 WORKING-STORAGE SECTION.

001700 01  WS-FILE-STATUS-FIELDS.
001710     05 WS-REQUEST-STATUS   PIC X(02) VALUE SPACES.
001720     05 WS-EMP-STATUS       PIC X(02) VALUE SPACES.
001730     05 WS-PAY-HIST-STATUS  PIC X(02) VALUE SPACES.
001740     05 WS-MTD-YTD-STATUS   PIC X(02) VALUE SPACES.
001750     05 WS-CONTROL-STATUS   PIC X(02) VALUE SPACES.
001751     05 WS-REVIEW-STATUS    PIC X(02) VALUE SPACES.

001760 01  WS-REQUEST-EOF-SW PIC X(01) VALUE 'N'.
001770     88 WS-REQUEST-EOF           VALUE 'Y'.

001780 01  WS-REQUEST-VALID-SW PIC X(01) VALUE 'Y'.
001790     88 WS-REQUEST-VALID         VALUE 'Y'.
001800     88 WS-REQUEST-INVALID       VALUE 'N'.

001810*---------------------------------------------------------------
001820*    SET PER PAYMENT BY 3300-CHECK-ACCOUNT: DEPOSIT MEANS A BANK
001830*    DETAIL GOES OUT ON THIS RUN'S BATCH; PAPER MEANS THE
001840*    PAYMENT IS HANDED TO THE CHECK WRITER.  THE REVIEW HOLD
001841*    SWITCH MARKS A PAPER PAYMENT MADE BECAUSE OF THE REVIEW.
001850*---------------------------------------------------------------
001860 01  WS-DEPOSIT-SW PIC X(01) VALUE 'Y'.
001870     88 WS-PAY-BY-DEPOSIT        VALUE 'Y'.
001880     88 WS-PAY-ON-PAPER          VALUE 'N'.

001890 01  WS-PAPER-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001900     88 WS-PAPER-FILE-OPEN       VALUE 'Y'.
001901 01  WS-REVIEW-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001902     88 WS-REVIEW-FILE-OPEN      VALUE 'Y'.
001903 01  WS-REVIEW-HOLD-SW PIC X(01) VALUE 'N'.
001904     88 WS-REVIEW-HOLD           VALUE 'Y'.

001910 01  WS-HIST-FOUND-SW PIC X(01) VALUE 'N'.
001920     88 WS-HIST-FOUND            VALUE 'Y'.

001930 01  WS-COUNTERS.
001940     05 WS-READ-COUNT       PIC 9(5) COMP VALUE ZERO.
001950     05 WS-PAID-COUNT       PIC 9(5) COMP VALUE ZERO.
001960     05 WS-FINAL-COUNT      PIC 9(5) COMP VALUE ZERO.
001970     05 WS-BONUS-COUNT      PIC 9(5) COMP VALUE ZERO.
001980     05 WS-CORRECTION-COUNT PIC 9(5) COMP VALUE ZERO.
001990     05 WS-PAPER-COUNT      PIC 9(5) COMP VALUE ZERO.
001991     05 WS-HELD-COUNT       PIC 9(5) COMP VALUE ZERO.
002000     05 WS-REJECT-COUNT     PIC 9(5) COMP VALUE ZERO.
002010     05 WS-DETAIL-COUNT     PIC 9(6) VALUE ZERO.

002020 01  WS-RUN-TOTALS.
002030     05 WS-GROSS-TOTAL      PIC 9(9)V99 VALUE ZERO.
002040     05 WS-TAX-TOTAL        PIC 9(9)V99 VALUE ZERO.
002050     05 WS-NET-TOTAL        PIC 9(9)V99 VALUE ZERO.

002060 01  WS-HASH-TOTAL PIC 9(12)V99 VALUE ZERO.

002070 01  WS-FATAL-MESSAGE       PIC X(60) VALUE SPACES.

002080 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.

002090 01  WS-RUN-DATE-YYYYMMDD   PIC 9(8) VALUE ZERO.

002100 77  WS-COMPANY-ID PIC X(10) VALUE "PAYROLLSYS".

002110*---------------------------------------------------------------
002120*    OFF-CYCLE POLICY.  THE SUPPLEMENTAL RATE IS THE FLAT
002130*    FEDERAL RATE FOR BONUS PAY.  A REQUEST OVER THE AMOUNT
002140*    CEILING IS ASSUMED TO BE A KEYING ERROR; ONE DATED MORE
002150*    THAN THE LEAD DAYS AHEAD BELONGS IN A LATER RUN.  THE
002160*    OFF-CYCLE BASE IS ADDED TO THE PAY MONTH TO FORM THE
002170*    PERIOD NUMBER (51-62), KEEPING OFF-CYCLE POSTINGS CLEAR OF
002180*    EVERY PAY-CALENDAR PERIOD NUMBER (01-27).
002190*---------------------------------------------------------------
002200 77  WS-SUPPLEMENTAL-RATE   PIC 9V999 VALUE 0.220.
002210 77  WS-MAX-REQUEST-AMOUNT  PIC 9(8)V99 VALUE 50000.00.
002220 77  WS-MAX-LEAD-DAYS       PIC 9(3) VALUE 14.
002230 77  WS-OFF-CYCLE-BASE      PIC 9(2) VALUE 50.

002240*---------------------------------------------------------------
002250*    GROSS-TO-NET FOR THE PAYMENT IN HAND, AND THE OFF-CYCLE
002260*    PERIOD KEY (YYYY + 50 + PAY MONTH) IT POSTS UNDER.
002270*---------------------------------------------------------------
002280 01  WS-PAYMENT-FIELDS.
002290     05 WS-GROSS-AMOUNT     PIC 9(8)V99 VALUE ZERO.
002300     05 WS-TAX-AMOUNT       PIC 9(8)V99 VALUE ZERO.
002310     05 WS-BENEFIT-AMOUNT   PIC 9(8)V99 VALUE ZERO.
002320     05 WS-NET-AMOUNT       PIC S9(8)V99 VALUE ZERO.
002330     05 WS-OFF-PERIOD-KEY   PIC 9(6) VALUE ZERO.

002340*---------------------------------------------------------------
002350*    PAY DATE WORKING STORAGE.  THE DATE IS SPLIT INTO ITS
002360*    PARTS TO TEST IT AGAINST THE CALENDAR, THE SAME WAY AS
002370*    EMPLEAVE.CBL; THE LEAD IS MEASURED IN DAY SERIALS.
002380*---------------------------------------------------------------
002390 01  WS-DATE-WORK           PIC 9(8) VALUE ZERO.
002400 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002410     05 WS-DATE-YYYY        PIC 9(4).
002420     05 WS-DATE-MM          PIC 9(2).
002430     05 WS-DATE-DD          PIC 9(2).

002440 01  WS-DATE-FIELDS.
002450     05 WS-MONTH-DAYS       PIC 9(2) VALUE ZERO.
002460     05 WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
002470     05 WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
002480     05 WS-RUN-SERIAL       PIC S9(9) COMP VALUE ZERO.
002490     05 WS-LEAD-DAYS        PIC S9(9) COMP VALUE ZERO.

002500 01  WS-SERIAL-FIELDS.
002510     05 WS-SER-DATE     PIC 9(8) VALUE ZERO.
002520     05 WS-SER-YYYY     PIC 9(4) VALUE ZERO.
002530     05 WS-SER-MM       PIC 9(2) VALUE ZERO.
002540     05 WS-SER-DD       PIC 9(2) VALUE ZERO.
002550     05 WS-SER-A        PIC S9(4) COMP VALUE ZERO.
002560     05 WS-SER-Y        PIC S9(5) COMP VALUE ZERO.
002570     05 WS-SER-M        PIC S9(4) COMP VALUE ZERO.
002580     05 WS-SER-T1       PIC S9(9) COMP VALUE ZERO.
002590     05 WS-SER-T2       PIC S9(9) COMP VALUE ZERO.
002600     05 WS-SER-T3       PIC S9(9) COMP VALUE ZERO.
002610     05 WS-SER-T4       PIC S9(9) COMP VALUE ZERO.
002620     05 WS-SER-RESULT   PIC S9(9) COMP VALUE ZERO.

002630*---------------------------------------------------------------
002640*    MTD/YTD DELTA WORKING STORAGE -- THE SAME RULE AS
002650*    EMPRETRO.CBL: WHAT GOES INTO THE WHOLE-DOLLAR BUCKET IS THE
002660*    CHANGE IN THE HISTORY FIELD'S WHOLE-DOLLAR TRUNCATION
002670*    (TRUNC(AFTER) - TRUNC(BEFORE)), EXACTLY WHAT THE YEAR-END
002680*    AND QUARTER-END BALANCES SEE ON THE HISTORY SIDE.
002690*---------------------------------------------------------------
002700 01  WS-MTD-DELTA-FIELDS.
002710     05 WS-TRUNC-BEFORE     PIC 9(9) VALUE ZERO.
002720     05 WS-TRUNC-AFTER      PIC 9(9) VALUE ZERO.
002730     05 WS-MTD-GROSS-DELTA  PIC S9(9) VALUE ZERO.
002740     05 WS-MTD-TAX-DELTA    PIC S9(9) VALUE ZERO.
002750     05 WS-MTD-BEN-DELTA    PIC S9(9) VALUE ZERO.
002760     05 WS-MTD-NET-DELTA    PIC S9(9) VALUE ZERO.

002770*---------------------------------------------------------------
002780*    THE MTD/YTD FILE, LOADED WHOLE AND REWRITTEN AT END OF JOB
002790*    WHEN ANY BUCKET CHANGED -- THE SAME LOAD/SAVE SHAPE AND
002800*    500-ROW BOUND AS EMP.CBL.
002810*---------------------------------------------------------------
002820 01  WS-MYR-EOF-SW PIC X(01) VALUE 'N'.
002830     88 WS-MYR-EOF               VALUE 'Y'.

002840 01  WS-MTD-FOUND-SW PIC X(01) VALUE 'N'.
002850     88 WS-MTD-FOUND             VALUE 'Y'.

002860 01  WS-MTD-CHANGED-SW PIC X(01) VALUE 'N'.
002870     88 WS-MTD-CHANGED           VALUE 'Y'.

002880 01  WS-MTD-SUB PIC 9(3) COMP VALUE ZERO.
002890 01  WS-MTD-HIT-SUB PIC 9(3) COMP VALUE ZERO.

002900 01  WS-MTD-YTD-TABLE.
002910     05 WS-MTD-YTD-COUNT PIC 9(3) COMP VALUE ZERO.
002920     05 WS-MTD-YTD-ENTRY OCCURS 500 TIMES.
002930        10 ACC-DEPARTMENT   PIC X(10).
002940        10 ACC-YEAR-MONTH   PIC 9(6).
002950        10 ACC-GROSS-TOTAL  PIC 9(9).
002960        10 ACC-NET-TOTAL    PIC 9(9).
002970        10 ACC-HEADCOUNT    PIC 9(5).
002980        10 ACC-TAX-TOTAL    PIC 9(9).
002990        10 ACC-BEN-TOTAL    PIC 9(9).

003000*---------------------------------------------------------------
003010*    THE CONTROL RECORD IS HELD HERE BETWEEN ITS READ AND ITS
003020*    REWRITE -- THE FILE IS CLOSED AND REOPENED OUTPUT IN
003030*    BETWEEN, THE SAME WHOLE-FILE REWRITE EMP.CBL USES.
003040*---------------------------------------------------------------
003050 01  WS-CONTROL-IMAGE       PIC X(94) VALUE SPACES.

003060*---------------------------------------------------------------
003070*    BANK FILE RECORD LAYOUTS -- THE SAME AS EMPPAY.CBL'S, PER
003080*    THE BANK'S SPEC.
003090*---------------------------------------------------------------
003100 01  BANK-HEADER.
003110     05 BH-RECORD-TYPE      PIC X(01) VALUE '1'.
003120     05 BH-COMPANY-ID       PIC X(10).
003130     05 BH-CREATION-DATE    PIC 9(8).
003140     05 FILLER              PIC X(61) VALUE SPACES.

003150 01  BANK-DETAIL.
003160     05 BD-RECORD-TYPE      PIC X(01) VALUE '2'.
003170     05 BD-EMP-ID           PIC X(4).
003180     05 BD-EMP-NAME         PIC X(15).
003190     05 BD-BANK-ROUTING     PIC X(09).
003200     05 BD-BANK-ACCOUNT     PIC X(17).
003210     05 BD-BANK-ACCT-TYPE   PIC X(01).
003220     05 BD-NET-AMOUNT       PIC 9(8)V99.
003230     05 FILLER              PIC X(23) VALUE SPACES.

003240 01  BANK-TRAILER.
003250     05 BT-RECORD-TYPE      PIC X(01) VALUE '3'.
003260     05 BT-RECORD-COUNT     PIC 9(6).
003270     05 BT-HASH-TOTAL       PIC 9(12)V99.
003280     05 FILLER              PIC X(59) VALUE SPACES.

003290*---------------------------------------------------------------
003300*    OFF-CYCLE REGISTER PRINT LINES
003310*---------------------------------------------------------------
003320 01  REG-HEADING-1.
003330     05 FILLER              PIC X(52) VALUE
003340        "PAYROLL SYSTEMS GROUP - OFF-CYCLE PAYMENT REGISTER  ".
003350     05 RH1-RUN-DATE        PIC 9999/99/99.

003360 01  REG-HEADING-2.
003370     05 FILLER              PIC X(43) VALUE
003380        "ID   NAME            TYPE   PAY DATE      ".
003390     05 FILLER              PIC X(33) VALUE
003400        " GROSS        TAX        NET PAID".

003410 01  REG-DETAIL-LINE.
003420     05 RD-EMP-ID           PIC X(4).
003430     05 FILLER              PIC X(01) VALUE SPACE.
003440     05 RD-EMP-NAME         PIC X(15).
003450     05 FILLER              PIC X(01) VALUE SPACE.
003460     05 RD-PAY-TYPE         PIC X(06).
003470     05 FILLER              PIC X(01) VALUE SPACE.
003480     05 RD-PAY-DATE         PIC 9999/99/99.
003490     05 FILLER              PIC X(01) VALUE SPACE.
003500     05 RD-GROSS            PIC ZZZ,ZZ9.99.
003510     05 FILLER              PIC X(01) VALUE SPACE.
003520     05 RD-TAX              PIC ZZZ,ZZ9.99.
003530     05 FILLER              PIC X(01) VALUE SPACE.
003540     05 RD-NET              PIC ZZZ,ZZ9.99.
003550     05 FILLER              PIC X(01) VALUE SPACE.
003560     05 RD-METHOD           PIC X(07).

003570 01  REG-REJECT-LINE.
003580     05 RJL-EMP-ID          PIC X(4).
003590     05 FILLER              PIC X(01) VALUE SPACE.
003600     05 RJL-PAY-TYPE        PIC X(01).
003610     05 FILLER              PIC X(13) VALUE " REJECTED -  ".
003620     05 RJL-REASON          PIC X(30).

003630 01  REG-TOTAL-LINE.
003640     05 FILLER              PIC X(17) VALUE "PAYMENTS        :".
003650     05 RT-COUNT            PIC ZZZ,ZZ9.
003660     05 FILLER              PIC X(10) VALUE "  GROSS: $".
003670     05 RT-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
003680     05 FILLER              PIC X(10) VALUE "  NET:   $".
003690     05 RT-NET              PIC ZZZ,ZZZ,ZZ9.99.

003700 01  WS-DISPLAY-FIELDS.
003710     05 DISP-COUNT       PIC ZZ,ZZ9.
003720     05 DISP-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.


003730 PROCEDURE DIVISION.

003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003760     PERFORM 2000-READ-REQUEST THRU 2000-EXIT
003770     PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
003780         UNTIL WS-REQUEST-EOF
003790     IF WS-PAID-COUNT > ZERO
003800         PERFORM 6000-UPDATE-CONTROL-TOTALS THRU 6000-EXIT
003810     END-IF
003820     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
003830     PERFORM 9000-TERMINATE THRU 9000-EXIT
003840     STOP RUN.

003850*---------------------------------------------------------------
003860*    1000-INITIALIZE
003870*        THE REQUEST FILE AND THE MASTER ARE REQUIRED.  THE PAY
003880*        HISTORY IS CREATED IF THIS IS THE FIRST POSTING AT THE
003890*        SITE, THE SAME AS EMP.CBL'S 1400-OPEN-PAY-HISTORY.
003900*---------------------------------------------------------------
003910 1000-INITIALIZE.
003920     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
003930     MOVE WS-RUN-DATE-YYYYMMDD TO WS-SER-DATE
003940     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
003950     MOVE WS-SER-RESULT TO WS-RUN-SERIAL
003960     OPEN INPUT OFF-REQUEST-FILE
003970     IF WS-REQUEST-STATUS NOT = "00"
003980         DISPLAY "*** EMPOFFCYCLE.TXT WILL NOT OPEN - NOTHING "
003990             "TO PAY"
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004030     OPEN INPUT EMPLOYEE-FILE
004040     IF WS-EMP-STATUS NOT = "00"
004050         MOVE "EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
004060             TO WS-FATAL-MESSAGE
004070         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004080     END-IF
004090     OPEN I-O PAY-HIST-FILE
004100     IF WS-PAY-HIST-STATUS = "35"
004110         OPEN OUTPUT PAY-HIST-FILE
004120         CLOSE PAY-HIST-FILE
004130         OPEN I-O PAY-HIST-FILE
004140     END-IF
004150     IF WS-PAY-HIST-STATUS NOT = "00"
004160         MOVE "EMPPAYHIST.TXT WILL NOT OPEN FOR I-O"
004170             TO WS-FATAL-MESSAGE
004180         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004190     END-IF
004191     OPEN INPUT REVIEW-FILE
004192     IF WS-REVIEW-STATUS = "00"
004193         SET WS-REVIEW-FILE-OPEN-SW TO 'Y'
004194     END-IF
004200     PERFORM 1100-LOAD-MTD-YTD THRU 1100-EXIT
004210     OPEN OUTPUT BANK-FILE
004220     OPEN OUTPUT PAY-REGISTER-FILE
004230     OPEN OUTPUT REJECT-FILE

004240     MOVE WS-COMPANY-ID TO BH-COMPANY-ID
004250     MOVE WS-RUN-DATE-YYYYMMDD TO BH-CREATION-DATE
004260     MOVE BANK-HEADER TO BANK-RECORD
004270     WRITE BANK-RECORD

004280     MOVE WS-RUN-DATE-YYYYMMDD TO RH1-RUN-DATE
004290     MOVE REG-HEADING-1 TO PAY-REGISTER-LINE
004300     WRITE PAY-REGISTER-LINE
004310     MOVE SPACES TO PAY-REGISTER-LINE
004320     WRITE PAY-REGISTER-LINE
004330     MOVE REG-HEADING-2 TO PAY-REGISTER-LINE
004340     WRITE PAY-REGISTER-LINE.
004350 1000-EXIT.
004360     EXIT.

004370*---------------------------------------------------------------
004380*    1100-LOAD-MTD-YTD
004390*        THE SAME LOAD PATTERN AND 500-ROW BOUND AS EMP.CBL'S
004400*        1200-LOAD-MTD-YTD-HISTORY.  ROWS WRITTEN BEFORE THE
004410*        TAX/BENEFIT COLUMNS EXISTED LOAD THEM AS ZERO.  A
004420*        MISSING FILE LEAVES THE TABLE EMPTY; THE FIRST POSTING
004430*        THEN CREATES ITS OWN BUCKET.
004440*---------------------------------------------------------------
004450 1100-LOAD-MTD-YTD.
004460     MOVE ZERO TO WS-MTD-YTD-COUNT
004470     OPEN INPUT MTD-YTD-FILE
004480     IF WS-MTD-YTD-STATUS NOT = "00"
004490         GO TO 1100-EXIT
004500     END-IF
004510     PERFORM 1110-READ-MTD-RECORD THRU 1110-EXIT
004520     PERFORM 1120-STORE-MTD-RECORD THRU 1120-EXIT
004530         UNTIL WS-MYR-EOF
004540     CLOSE MTD-YTD-FILE.
004550 1100-EXIT.
004560     EXIT.

004570*---------------------------------------------------------------
004580*    1110-READ-MTD-RECORD
004590*---------------------------------------------------------------
004600 1110-READ-MTD-RECORD.
004610     READ MTD-YTD-FILE
004620         AT END SET WS-MYR-EOF TO TRUE
004630     END-READ.
004640 1110-EXIT.
004650     EXIT.

004660*---------------------------------------------------------------
004670*    1120-STORE-MTD-RECORD
004680*---------------------------------------------------------------
004690 1120-STORE-MTD-RECORD.
004700     IF WS-MTD-YTD-COUNT = 500
004710         MOVE "EMPMTDYTD.TXT HAS MORE THAN 500 DEPT/MONTH ROWS"
004720             TO WS-FATAL-MESSAGE
004730         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004740     END-IF
004750     ADD 1 TO WS-MTD-YTD-COUNT
004760     MOVE WS-MTD-YTD-COUNT TO WS-MTD-SUB
004770     MOVE MYR-DEPARTMENT TO ACC-DEPARTMENT (WS-MTD-SUB)
004780     MOVE MYR-YEAR-MONTH TO ACC-YEAR-MONTH (WS-MTD-SUB)
004790     MOVE MYR-GROSS-TOTAL TO ACC-GROSS-TOTAL (WS-MTD-SUB)
004800     MOVE MYR-NET-TOTAL TO ACC-NET-TOTAL (WS-MTD-SUB)
004810     MOVE MYR-HEADCOUNT TO ACC-HEADCOUNT (WS-MTD-SUB)
004820     IF MYR-TAX-TOTAL IS NUMERIC
004830         MOVE MYR-TAX-TOTAL TO ACC-TAX-TOTAL (WS-MTD-SUB)
004840     ELSE
004850         MOVE ZERO TO ACC-TAX-TOTAL (WS-MTD-SUB)
004860     END-IF
004870     IF MYR-BENEFIT-TOTAL IS NUMERIC
004880         MOVE MYR-BENEFIT-TOTAL TO ACC-BEN-TOTAL (WS-MTD-SUB)
004890     ELSE
004900         MOVE ZERO TO ACC-BEN-TOTAL (WS-MTD-SUB)
004910     END-IF
004920     PERFORM 1110-READ-MTD-RECORD THRU 1110-EXIT.
004930 1120-EXIT.
004940     EXIT.

004950*---------------------------------------------------------------
004960*    2000-READ-REQUEST
004970*---------------------------------------------------------------
004980 2000-READ-REQUEST.
004990     READ OFF-REQUEST-FILE
005000         AT END SET WS-REQUEST-EOF TO TRUE
005010     END-READ.
005020 2000-EXIT.
005030     EXIT.

005040*---------------------------------------------------------------
005050*    3000-PROCESS-REQUEST
005060*        A GOOD REQUEST IS PAID (DEPOSIT OR PAPER), THEN POSTED
005070*        TO THE PAY HISTORY AND THE MTD/YTD BUCKETS.
005080*---------------------------------------------------------------
005090 3000-PROCESS-REQUEST.
005100     ADD 1 TO WS-READ-COUNT
005110     PERFORM 3100-EDIT-REQUEST THRU 3100-EXIT
005120     IF WS-REQUEST-INVALID
005130         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
005140         GO TO 3000-READ-NEXT
005150     END-IF
005160     PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT
005170     IF WS-PAY-BY-DEPOSIT
005180         PERFORM 3400-WRITE-DEPOSIT THRU 3400-EXIT
005190     ELSE
005200         PERFORM 3450-PAPER-PAY THRU 3450-EXIT
005210     END-IF
005220     PERFORM 3500-POST-HISTORY THRU 3500-EXIT
005230     PERFORM 3550-POST-MTD-DELTA THRU 3550-EXIT
005240     PERFORM 3600-WRITE-REGISTER-LINE THRU 3600-EXIT.
005250 3000-READ-NEXT.
005260     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
005270 3000-EXIT.
005280     EXIT.

005290*---------------------------------------------------------------
005300*    3100-EDIT-REQUEST
005310*        THE FIELD EDITS FIRST, THEN THE MASTER, THEN THE NET.
005320*        THE FIRST FAILURE REJECTS THE REQUEST WITH ITS REASON.
005330*        A REQUEST THAT PASSES LEAVES THE EMPLOYEE IN THE FD
005340*        AREA, ITS GROSS-TO-NET IN WS-PAYMENT-FIELDS AND ITS
005350*        OFF-CYCLE PERIOD KEY SET.
005360*---------------------------------------------------------------
005370 3100-EDIT-REQUEST.
005380     SET WS-REQUEST-INVALID TO TRUE
005390     IF NOT OR-FINAL-PAY AND NOT OR-BONUS AND NOT OR-CORRECTION
005400         MOVE "INVALID PAYMENT TYPE" TO WS-REJECT-REASON
005410         GO TO 3100-EXIT
005420     END-IF
005430     IF OR-EMP-ID = SPACES
005440         MOVE "EMP-ID MISSING" TO WS-REJECT-REASON
005450         GO TO 3100-EXIT
005460     END-IF
005470     IF OR-AMOUNT-X IS NOT NUMERIC
005480         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
005490         GO TO 3100-EXIT
005500     END-IF
005510     IF OR-AMOUNT = ZERO
005520         MOVE "AMOUNT MUST BE MORE THAN ZERO" TO WS-REJECT-REASON
005530         GO TO 3100-EXIT
005540     END-IF
005550     IF OR-AMOUNT > WS-MAX-REQUEST-AMOUNT
005560         MOVE "AMOUNT OVER OFF-CYCLE LIMIT" TO WS-REJECT-REASON
005570         GO TO 3100-EXIT
005580     END-IF
005590     IF OR-PAY-DATE-X IS NOT NUMERIC
005600         MOVE "PAY DATE NOT NUMERIC" TO WS-REJECT-REASON
005610         GO TO 3100-EXIT
005620     END-IF
005630     PERFORM 3110-CHECK-CALENDAR-DATE THRU 3110-EXIT
005640     IF WS-REJECT-REASON NOT = SPACES
005650         GO TO 3100-EXIT
005660     END-IF
005670     IF OR-PAY-DATE < WS-RUN-DATE-YYYYMMDD
005680         MOVE "PAY DATE BEFORE RUN DATE" TO WS-REJECT-REASON
005690         GO TO 3100-EXIT
005700     END-IF
005710     MOVE OR-PAY-DATE TO WS-SER-DATE
005720     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
005730     COMPUTE WS-LEAD-DAYS = WS-SER-RESULT - WS-RUN-SERIAL
005740     IF WS-LEAD-DAYS > WS-MAX-LEAD-DAYS
005750         MOVE "PAY DATE TOO FAR AHEAD" TO WS-REJECT-REASON
005760         GO TO 3100-EXIT
005770     END-IF

005780     MOVE OR-EMP-ID TO EMP-ID
005790     READ EMPLOYEE-FILE
005800         INVALID KEY
005810             MOVE "EMP-ID NOT ON MASTER" TO WS-REJECT-REASON
005820             GO TO 3100-EXIT
005830     END-READ
005840     IF OR-FINAL-PAY AND NOT EMP-ST-TERMINATED
005850         MOVE "FINAL PAY BUT NOT TERMINATED" TO WS-REJECT-REASON
005860         GO TO 3100-EXIT
005870     END-IF

005880     PERFORM 3200-CALCULATE-NET-PAY THRU 3200-EXIT
005890     IF WS-NET-AMOUNT NOT > ZERO
005900         MOVE "NO NET PAY AFTER WITHHOLDING" TO WS-REJECT-REASON
005910         GO TO 3100-EXIT
005920     END-IF
005930     COMPUTE WS-OFF-PERIOD-KEY =
005940         WS-DATE-YYYY * 100 + WS-OFF-CYCLE-BASE + WS-DATE-MM
005950     SET WS-REQUEST-VALID TO TRUE.
005960 3100-EXIT.
005970     EXIT.

005980*---------------------------------------------------------------
005990*    3110-CHECK-CALENDAR-DATE
006000*        MONTH 01-12 AND A DAY THAT EXISTS IN THAT MONTH -- THE
006010*        SAME RULE AS EMPLEAVE.CBL'S 3120-CHECK-CALENDAR-DATE.
006020*        THE PARTS ARE LEFT IN WS-DATE-PARTS FOR THE PERIOD KEY.
006030*---------------------------------------------------------------
006040 3110-CHECK-CALENDAR-DATE.
006050     MOVE SPACES TO WS-REJECT-REASON
006060     MOVE OR-PAY-DATE TO WS-DATE-WORK
006070     EVALUATE WS-DATE-MM
006080         WHEN 01 WHEN 03 WHEN 05 WHEN 07
006090         WHEN 08 WHEN 10 WHEN 12
006100             MOVE 31 TO WS-MONTH-DAYS
006110         WHEN 04 WHEN 06 WHEN 09 WHEN 11
006120             MOVE 30 TO WS-MONTH-DAYS
006130         WHEN 02
006140             MOVE 28 TO WS-MONTH-DAYS
006150             DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006160                 REMAINDER WS-LEAP-REMAINDER
006170             IF WS-LEAP-REMAINDER = ZERO
006180                 MOVE 29 TO WS-MONTH-DAYS
006190                 DIVIDE WS-DATE-YYYY BY 100
006200                     GIVING WS-LEAP-QUOTIENT
006210                     REMAINDER WS-LEAP-REMAINDER
006220                 IF WS-LEAP-REMAINDER = ZERO
006230                     MOVE 28 TO WS-MONTH-DAYS
006240                     DIVIDE WS-DATE-YYYY BY 400
006250                         GIVING WS-LEAP-QUOTIENT
006260                         REMAINDER WS-LEAP-REMAINDER
006270                     IF WS-LEAP-REMAINDER = ZERO
006280                         MOVE 29 TO WS-MONTH-DAYS
006290                     END-IF
006300                 END-IF
006310             END-IF
006320         WHEN OTHER
006330             MOVE "PAY DATE NOT A VALID DATE" TO WS-REJECT-REASON
006340             GO TO 3110-EXIT
006350     END-EVALUATE
006360     IF WS-DATE-DD = ZERO OR WS-DATE-DD > WS-MONTH-DAYS
006370         MOVE "PAY DATE NOT A VALID DATE" TO WS-REJECT-REASON
006380     END-IF.
006390 3110-EXIT.
006400     EXIT.

006410*---------------------------------------------------------------
006420*    3200-CALCULATE-NET-PAY
006430*        A BONUS IS TAXED AT THE FLAT SUPPLEMENTAL RATE WITH NO
006440*        BENEFIT DEDUCTION.  FINAL PAY AND CORRECTIONS USE THE
006450*        EMPLOYEE'S OWN RATES, ROUNDED AS EMP.CBL'S 3250-
006460*        CALCULATE-NET-PAY ROUNDS THEM.
006470*---------------------------------------------------------------
006480 3200-CALCULATE-NET-PAY.
006490     MOVE OR-AMOUNT TO WS-GROSS-AMOUNT
006500     IF OR-BONUS
006510         COMPUTE WS-TAX-AMOUNT ROUNDED =
006520             WS-GROSS-AMOUNT * WS-SUPPLEMENTAL-RATE
006530         MOVE ZERO TO WS-BENEFIT-AMOUNT
006540     ELSE
006550         COMPUTE WS-TAX-AMOUNT ROUNDED =
006560             WS-GROSS-AMOUNT * EMP-TAX-RATE
006570         COMPUTE WS-BENEFIT-AMOUNT ROUNDED =
006580             WS-GROSS-AMOUNT * EMP-BENEFIT-RATE
006590     END-IF
006600     COMPUTE WS-NET-AMOUNT =
006610         WS-GROSS-AMOUNT - WS-TAX-AMOUNT - WS-BENEFIT-AMOUNT.
006620 3200-EXIT.
006630     EXIT.

006640*---------------------------------------------------------------
006650*    3300-CHECK-ACCOUNT
006660*        DEPOSIT ONLY TO AN ACCOUNT EMPPAY.CBL WOULD DEPOSIT TO:
006670*        BANK DETAILS PRESENT, NOT RETURNED BY THE BANK AND NOT
006680*        STILL IN ITS PRENOTE PERIOD.  NO PRENOTE IS SENT OR
006690*        PROMOTED HERE -- THAT CYCLE BELONGS TO EMPPAY.CBL, AND
006700*        UNTIL IT HAS APPROVED THE ACCOUNT THE PAYMENT GOES ON
006710*        PAPER.  AN EMPLOYEE HELD OR STILL PENDING ON THE PRE-
006711*        RELEASE REVIEW IS PAID ON PAPER TOO, WHATEVER PERIOD
006712*        THE ITEM IS FOR -- THE REVIEW HAS NOT CLEARED THE
006713*        ACCOUNT OR THE AMOUNTS BEING PAID TO IT.
006720*---------------------------------------------------------------
006730 3300-CHECK-ACCOUNT.
006740     SET WS-DEPOSIT-SW TO 'Y'
006741     SET WS-REVIEW-HOLD-SW TO 'N'
006750     IF EMP-BANK-ROUTING = SPACES OR EMP-BANK-ACCOUNT = SPACES
006760         SET WS-DEPOSIT-SW TO 'N'
006770     END-IF
006780     IF EMP-PN-RETURNED OR EMP-PN-PENDING
006790         SET WS-DEPOSIT-SW TO 'N'
006791     END-IF
006792     IF NOT WS-REVIEW-FILE-OPEN
006793         GO TO 3300-EXIT
006794     END-IF
006795     MOVE EMP-ID TO RV-EMP-ID
006796     READ REVIEW-FILE
006797         INVALID KEY
006798             GO TO 3300-EXIT
006799     END-READ
006800     IF RV-HELD OR RV-PENDING
006801         SET WS-REVIEW-HOLD-SW TO 'Y'
006802         SET WS-DEPOSIT-SW TO 'N'
006803     END-IF.
006810 3300-EXIT.
006820     EXIT.

006830*---------------------------------------------------------------
006840*    3400-WRITE-DEPOSIT
006850*---------------------------------------------------------------
006860 3400-WRITE-DEPOSIT.
006870     MOVE EMP-ID TO BD-EMP-ID
006880     MOVE EMP-NAME TO BD-EMP-NAME
006890     MOVE EMP-BANK-ROUTING TO BD-BANK-ROUTING
006900     MOVE EMP-BANK-ACCOUNT TO BD-BANK-ACCOUNT
006910     MOVE EMP-BANK-ACCT-TYPE TO BD-BANK-ACCT-TYPE
006920     MOVE WS-NET-AMOUNT TO BD-NET-AMOUNT
006930     MOVE BANK-DETAIL TO BANK-RECORD
006940     WRITE BANK-RECORD
006950     ADD 1 TO WS-DETAIL-COUNT
006960     ADD WS-NET-AMOUNT TO WS-HASH-TOTAL
006970     MOVE "DEPOSIT" TO RD-METHOD.
006980 3400-EXIT.
006990     EXIT.

007000*---------------------------------------------------------------
007010*    3450-PAPER-PAY
007020*        HANDED TO THE CHECK WRITER ON EMPPAPERPAY.TXT WITH ITS
007030*        STUB AMOUNTS, AS EMPPAY.CBL'S 3150-PAPER-PAY DOES.  THE
007040*        FILE IS OPENED EXTEND ON THE FIRST PAPER PAYMENT SO
007050*        PAYMENTS NOT YET CHECKED ARE KEPT.  A PAYMENT HELD BY
007051*        THE REVIEW (3300) GOES AS SOURCE H, METHOD HELD.
007060*---------------------------------------------------------------
007070 3450-PAPER-PAY.
007080     ADD 1 TO WS-PAPER-COUNT
007090     IF NOT WS-PAPER-FILE-OPEN
007100         OPEN EXTEND PAPER-PAY-FILE
007110         SET WS-PAPER-FILE-OPEN-SW TO 'Y'
007120     END-IF
007130     MOVE SPACES TO PAPER-PAY-RECORD
007140     MOVE EMP-ID TO PP-EMP-ID
007150     MOVE EMP-NAME TO PP-EMP-NAME
007160     MOVE EMP-DEPARTMENT TO PP-EMP-DEPARTMENT
007161     IF WS-REVIEW-HOLD
007162         SET PP-FROM-REVIEW-HOLD TO TRUE
007163     ELSE
007164         SET PP-FROM-OFF-CYCLE TO TRUE
007165     END-IF
007180     MOVE WS-OFF-PERIOD-KEY TO PP-PERIOD-KEY
007190     MOVE WS-GROSS-AMOUNT TO PP-GROSS
007200     MOVE WS-TAX-AMOUNT TO PP-TAX-AMOUNT
007210     MOVE WS-BENEFIT-AMOUNT TO PP-BENEFIT-AMOUNT
007220     MOVE ZERO TO PP-OTHER-DEDUCTION
007230     MOVE ZERO TO PP-GARNISH-AMOUNT
007240     MOVE WS-NET-AMOUNT TO PP-NET-AMOUNT
007250     MOVE WS-RUN-DATE-YYYYMMDD TO PP-RUN-DATE
007260     WRITE PAPER-PAY-RECORD
007261     IF WS-REVIEW-HOLD
007262         ADD 1 TO WS-HELD-COUNT
007263         MOVE "HELD" TO RD-METHOD
007264     ELSE
007265         MOVE "PAPER" TO RD-METHOD
007266     END-IF.
007280 3450-EXIT.
007290     EXIT.

007300*---------------------------------------------------------------
007310*    3500-POST-HISTORY
007320*        THE EMPLOYEE'S OFF-CYCLE BUCKET FOR THE PAY MONTH IS
007330*        CREATED OR ADDED TO.  EACH FIELD'S WHOLE-DOLLAR
007340*        TRUNCATION IS CAPTURED BEFORE AND AFTER SO THE CHANGE
007350*        CAN BE FOLDED INTO THE MTD/YTD BUCKET (3550).
007360*---------------------------------------------------------------
007370 3500-POST-HISTORY.
007380     SET WS-HIST-FOUND-SW TO 'Y'
007390     MOVE EMP-ID TO PH-EMP-ID
007400     MOVE WS-OFF-PERIOD-KEY TO PH-YEAR-MONTH
007410     READ PAY-HIST-FILE
007420         INVALID KEY
007430             SET WS-HIST-FOUND-SW TO 'N'
007440     END-READ
007450     IF NOT WS-HIST-FOUND
007460         MOVE EMP-ID TO PH-EMP-ID
007470         MOVE WS-OFF-PERIOD-KEY TO PH-YEAR-MONTH
007480         MOVE ZERO TO PH-GROSS
007490         MOVE ZERO TO PH-TAX-AMOUNT
007500         MOVE ZERO TO PH-BENEFIT-AMOUNT
007510         MOVE ZERO TO PH-OTHER-DEDUCTION
007520         MOVE ZERO TO PH-NET
007530     END-IF

007540     MOVE PH-GROSS TO WS-TRUNC-BEFORE
007550     ADD WS-GROSS-AMOUNT TO PH-GROSS
007560     MOVE PH-GROSS TO WS-TRUNC-AFTER
007570     COMPUTE WS-MTD-GROSS-DELTA =
007580         WS-TRUNC-AFTER - WS-TRUNC-BEFORE
007590     MOVE PH-TAX-AMOUNT TO WS-TRUNC-BEFORE
007600     ADD WS-TAX-AMOUNT TO PH-TAX-AMOUNT
007610     MOVE PH-TAX-AMOUNT TO WS-TRUNC-AFTER
007620     COMPUTE WS-MTD-TAX-DELTA =
007630         WS-TRUNC-AFTER - WS-TRUNC-BEFORE
007640     MOVE PH-BENEFIT-AMOUNT TO WS-TRUNC-BEFORE
007650     ADD WS-BENEFIT-AMOUNT TO PH-BENEFIT-AMOUNT
007660     MOVE PH-BENEFIT-AMOUNT TO WS-TRUNC-AFTER
007670     COMPUTE WS-MTD-BEN-DELTA =
007680         WS-TRUNC-AFTER - WS-TRUNC-BEFORE
007690     MOVE PH-NET TO WS-TRUNC-BEFORE
007700     ADD WS-NET-AMOUNT TO PH-NET
007710     MOVE PH-NET TO WS-TRUNC-AFTER
007720     COMPUTE WS-MTD-NET-DELTA =
007730         WS-TRUNC-AFTER - WS-TRUNC-BEFORE

007740     IF WS-HIST-FOUND
007750         REWRITE PAY-HISTORY-RECORD
007760     ELSE
007770         WRITE PAY-HISTORY-RECORD
007780     END-IF
007790     IF WS-PAY-HIST-STATUS NOT = "00"
007800         MOVE "EMPPAYHIST.TXT OFF-CYCLE POSTING FAILED"
007810             TO WS-FATAL-MESSAGE
007820         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
007830     END-IF.
007840 3500-EXIT.
007850     EXIT.

007860*---------------------------------------------------------------
007870*    3550-POST-MTD-DELTA
007880*        FOLDS THE TRUNCATION CHANGES INTO THE HOME DEPARTMENT'S
007890*        BUCKET UNDER THE OFF-CYCLE KEY.  A BUCKET NOT YET ON
007900*        FILE IS CREATED WITH ZERO HEADCOUNT -- THE EMPLOYEE IS
007910*        COUNTED BY THE REGULAR RUN, NOT HERE.
007920*---------------------------------------------------------------
007930 3550-POST-MTD-DELTA.
007940     SET WS-MTD-FOUND-SW TO 'N'
007950     MOVE ZERO TO WS-MTD-HIT-SUB
007960     PERFORM 3560-MATCH-ONE-BUCKET THRU 3560-EXIT
007970         VARYING WS-MTD-SUB FROM 1 BY 1
007980         UNTIL WS-MTD-SUB > WS-MTD-YTD-COUNT
007990     IF NOT WS-MTD-FOUND
008000         IF WS-MTD-YTD-COUNT = 500
008010             MOVE "EMPMTDYTD.TXT HAS MORE THAN 500 ROWS"
008020                 TO WS-FATAL-MESSAGE
008030             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
008040         END-IF
008050         ADD 1 TO WS-MTD-YTD-COUNT
008060         MOVE WS-MTD-YTD-COUNT TO WS-MTD-HIT-SUB
008070         MOVE EMP-DEPARTMENT TO ACC-DEPARTMENT (WS-MTD-HIT-SUB)
008080         MOVE WS-OFF-PERIOD-KEY TO ACC-YEAR-MONTH (WS-MTD-HIT-SUB)
008090         MOVE ZERO TO ACC-GROSS-TOTAL (WS-MTD-HIT-SUB)
008100         MOVE ZERO TO ACC-NET-TOTAL (WS-MTD-HIT-SUB)
008110         MOVE ZERO TO ACC-HEADCOUNT (WS-MTD-HIT-SUB)
008120         MOVE ZERO TO ACC-TAX-TOTAL (WS-MTD-HIT-SUB)
008130         MOVE ZERO TO ACC-BEN-TOTAL (WS-MTD-HIT-SUB)
008140     END-IF
008150     ADD WS-MTD-GROSS-DELTA TO ACC-GROSS-TOTAL (WS-MTD-HIT-SUB)
008160     ADD WS-MTD-TAX-DELTA TO ACC-TAX-TOTAL (WS-MTD-HIT-SUB)
008170     ADD WS-MTD-BEN-DELTA TO ACC-BEN-TOTAL (WS-MTD-HIT-SUB)
008180     ADD WS-MTD-NET-DELTA TO ACC-NET-TOTAL (WS-MTD-HIT-SUB)
008190     SET WS-MTD-CHANGED-SW TO 'Y'.
008200 3550-EXIT.
008210     EXIT.

008220*---------------------------------------------------------------
008230*    3560-MATCH-ONE-BUCKET
008240*---------------------------------------------------------------
008250 3560-MATCH-ONE-BUCKET.
008260     IF ACC-DEPARTMENT (WS-MTD-SUB) = EMP-DEPARTMENT
008270             AND ACC-YEAR-MONTH (WS-MTD-SUB) = WS-OFF-PERIOD-KEY
008280         MOVE WS-MTD-SUB TO WS-MTD-HIT-SUB
008290         SET WS-MTD-FOUND-SW TO 'Y'
008300     END-IF.
008310 3560-EXIT.
008320     EXIT.

008330*---------------------------------------------------------------
008340*    3600-WRITE-REGISTER-LINE
008350*        ONE LINE PER PAYMENT FOR THE SIGNER, AND THE RUN TOTALS.
008360*---------------------------------------------------------------
008370 3600-WRITE-REGISTER-LINE.
008380     ADD 1 TO WS-PAID-COUNT
008390     EVALUATE TRUE
008400         WHEN OR-FINAL-PAY
008410             ADD 1 TO WS-FINAL-COUNT
008420             MOVE "FINAL" TO RD-PAY-TYPE
008430         WHEN OR-BONUS
008440             ADD 1 TO WS-BONUS-COUNT
008450             MOVE "BONUS" TO RD-PAY-TYPE
008460         WHEN OTHER
008470             ADD 1 TO WS-CORRECTION-COUNT
008480             MOVE "CORRCT" TO RD-PAY-TYPE
008490     END-EVALUATE
008500     ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL
008510     ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL
008520     ADD WS-NET-AMOUNT TO WS-NET-TOTAL
008530     MOVE EMP-ID TO RD-EMP-ID
008540     MOVE EMP-NAME TO RD-EMP-NAME
008550     MOVE OR-PAY-DATE TO RD-PAY-DATE
008560     MOVE WS-GROSS-AMOUNT TO RD-GROSS
008570     MOVE WS-TAX-AMOUNT TO RD-TAX
008580     MOVE WS-NET-AMOUNT TO RD-NET
008590     MOVE REG-DETAIL-LINE TO PAY-REGISTER-LINE
008600     WRITE PAY-REGISTER-LINE.
008610 3600-EXIT.
008620     EXIT.

008630*---------------------------------------------------------------
008640*    3900-WRITE-REJECT
008650*---------------------------------------------------------------
008660 3900-WRITE-REJECT.
008670     MOVE SPACES TO REJECT-RECORD
008680     MOVE OFF-REQUEST-RECORD TO RJ-REQUEST-IMAGE
008690     MOVE WS-REJECT-REASON TO RJ-REASON
008700     WRITE REJECT-RECORD
008710     ADD 1 TO WS-REJECT-COUNT
008720     MOVE SPACES TO PAY-REGISTER-LINE
008730     MOVE OR-EMP-ID TO RJL-EMP-ID
008740     MOVE OR-PAY-TYPE TO RJL-PAY-TYPE
008750     MOVE WS-REJECT-REASON TO RJL-REASON
008760     MOVE REG-REJECT-LINE TO PAY-REGISTER-LINE
008770     WRITE PAY-REGISTER-LINE.
008780 3900-EXIT.
008790     EXIT.

008800*---------------------------------------------------------------
008810*    6000-UPDATE-CONTROL-TOTALS
008820*        RESETS THE OFF-CYCLE SECTION OF THE CONTROL RECORD TO
008830*        THE SUM OF EVERY DEPARTMENT'S BUCKET FOR THE CONTROL
008840*        MONTH'S OFF-CYCLE KEY, TAKEN FROM THE TABLE ABOUT TO BE
008850*        SAVED -- THE SAME WAY EMP.CBL'S 9300 SETS THE MTD
008860*        FIGURES -- SO EMPRECON.CBL STILL BALANCES AFTER THIS
008870*        RUN.  THE REGULAR FIGURES ARE CARRIED AS EMP.CBL WROTE
008880*        THEM.  A PAY DATE IN A LATER MONTH THAN THE CONTROL
008890*        RECORD'S IS PICKED UP BY EMP.CBL'S FIRST RUN OF THAT
008900*        MONTH.  NO CONTROL RECORD MEANS EMP.CBL HAS NOT YET
008910*        COMPLETED A RUN; ITS FIRST ONE WILL CARRY THE FIGURES.
008920*---------------------------------------------------------------
008930 6000-UPDATE-CONTROL-TOTALS.
008940     OPEN INPUT CONTROL-FILE
008950     IF WS-CONTROL-STATUS NOT = "00"
008960         DISPLAY "NO CONTROL RECORD - OFF-CYCLE TOTALS WILL BE "
008970             "CARRIED BY THE NEXT EMP RUN"
008980         GO TO 6000-EXIT
008990     END-IF
009000     READ CONTROL-FILE
009010         AT END
009020             CLOSE CONTROL-FILE
009030             DISPLAY "NO CONTROL RECORD - OFF-CYCLE TOTALS WILL "
009040                 "BE CARRIED BY THE NEXT EMP RUN"
009050             GO TO 6000-EXIT
009060     END-READ
009070     MOVE CONTROL-TOTALS-RECORD TO WS-CONTROL-IMAGE
009080     CLOSE CONTROL-FILE
009090     OPEN OUTPUT CONTROL-FILE
009100     MOVE WS-CONTROL-IMAGE TO CONTROL-TOTALS-RECORD
009110     COMPUTE CTL-OFF-PERIOD-KEY =
009120         CTL-YEAR-MONTH + WS-OFF-CYCLE-BASE
009130     MOVE ZERO TO CTL-OFF-GROSS
009140     MOVE ZERO TO CTL-OFF-NET
009150     PERFORM 6010-ADD-OFF-CYCLE-BUCKET THRU 6010-EXIT
009160         VARYING WS-MTD-SUB FROM 1 BY 1
009170         UNTIL WS-MTD-SUB > WS-MTD-YTD-COUNT
009180     WRITE CONTROL-TOTALS-RECORD
009190     CLOSE CONTROL-FILE.
009200 6000-EXIT.
009210     EXIT.

009220*---------------------------------------------------------------
009230*    6010-ADD-OFF-CYCLE-BUCKET
009240*---------------------------------------------------------------
009250 6010-ADD-OFF-CYCLE-BUCKET.
009260     IF ACC-YEAR-MONTH (WS-MTD-SUB) = CTL-OFF-PERIOD-KEY
009270         ADD ACC-GROSS-TOTAL (WS-MTD-SUB) TO CTL-OFF-GROSS
009280         ADD ACC-NET-TOTAL (WS-MTD-SUB) TO CTL-OFF-NET
009290     END-IF.
009300 6010-EXIT.
009310     EXIT.

009320*---------------------------------------------------------------
009330*    8000-WRITE-TRAILER  --  TRAILER, REGISTER TOTALS, SUMMARY
009340*        ANY REJECT ENDS THE RUN WITH RETURN-CODE 8 SO THE
009350*        OPERATOR SEES THERE ARE REQUESTS STILL TO BE CORRECTED.
009360*---------------------------------------------------------------
009370 8000-WRITE-TRAILER.
009380     MOVE WS-DETAIL-COUNT TO BT-RECORD-COUNT
009390     MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL
009400     MOVE BANK-TRAILER TO BANK-RECORD
009410     WRITE BANK-RECORD

009420     MOVE SPACES TO PAY-REGISTER-LINE
009430     WRITE PAY-REGISTER-LINE
009440     MOVE WS-PAID-COUNT TO RT-COUNT
009450     MOVE WS-GROSS-TOTAL TO RT-GROSS
009460     MOVE WS-NET-TOTAL TO RT-NET
009470     MOVE REG-TOTAL-LINE TO PAY-REGISTER-LINE
009480     WRITE PAY-REGISTER-LINE

009490     DISPLAY " ".
009500     DISPLAY "--- Off-Cycle Payment Run Complete ---".
009510     MOVE WS-READ-COUNT TO DISP-COUNT
009520     DISPLAY "Requests Read     : " DISP-COUNT.
009530     MOVE WS-PAID-COUNT TO DISP-COUNT
009540     DISPLAY "Payments Made     : " DISP-COUNT.
009550     MOVE WS-FINAL-COUNT TO DISP-COUNT
009560     DISPLAY "  Final Pay       : " DISP-COUNT.
009570     MOVE WS-BONUS-COUNT TO DISP-COUNT
009580     DISPLAY "  Bonus           : " DISP-COUNT.
009590     MOVE WS-CORRECTION-COUNT TO DISP-COUNT
009600     DISPLAY "  Correction      : " DISP-COUNT.
009610     DISPLAY "Deposits Written  : " BT-RECORD-COUNT.
009620     DISPLAY "Hash Total        : " BT-HASH-TOTAL.
009630     MOVE WS-PAPER-COUNT TO DISP-COUNT
009640     DISPLAY "Paper Pay         : " DISP-COUNT.
009641     MOVE WS-HELD-COUNT TO DISP-COUNT
009642     DISPLAY "  Held By Review  : " DISP-COUNT.
009650     MOVE WS-GROSS-TOTAL TO DISP-AMOUNT
009660     DISPLAY "Gross Paid        : " DISP-AMOUNT.
009670     MOVE WS-TAX-TOTAL TO DISP-AMOUNT
009680     DISPLAY "Tax Withheld      : " DISP-AMOUNT.
009690     MOVE WS-NET-TOTAL TO DISP-AMOUNT
009700     DISPLAY "Net Paid          : " DISP-AMOUNT.
009710     MOVE WS-REJECT-COUNT TO DISP-COUNT
009720     DISPLAY "Requests Rejected : " DISP-COUNT.
009730     IF WS-REJECT-COUNT > ZERO
009740         DISPLAY "*** REJECTS ON EMPOFFCYCLEREJ.TXT - CORRECT "
009750             "AND RESUBMIT ***"
009760         MOVE 8 TO RETURN-CODE
009770     END-IF.
009780 8000-EXIT.
009790     EXIT.

009800*---------------------------------------------------------------
009810*    9000-TERMINATE
009820*        THE REQUEST FILE IS REWRITTEN EMPTY SO A RERUN DOES NOT
009830*        PAY THE SAME REQUESTS AGAIN.  REJECTS ARE KEPT ON
009840*        EMPOFFCYCLEREJ.TXT.
009850*---------------------------------------------------------------
009860 9000-TERMINATE.
009870     IF WS-MTD-CHANGED
009880         PERFORM 9100-SAVE-MTD-YTD THRU 9100-EXIT
009890     END-IF
009900     CLOSE OFF-REQUEST-FILE
009910     OPEN OUTPUT OFF-REQUEST-FILE
009920     CLOSE OFF-REQUEST-FILE
009930     CLOSE EMPLOYEE-FILE
009940     CLOSE PAY-HIST-FILE
009950     CLOSE BANK-FILE
009960     CLOSE PAY-REGISTER-FILE
009970     CLOSE REJECT-FILE
009980     IF WS-PAPER-FILE-OPEN
009990         CLOSE PAPER-PAY-FILE
009991     END-IF
009992     IF WS-REVIEW-FILE-OPEN
009993         CLOSE REVIEW-FILE
010000     END-IF.
010010 9000-EXIT.
010020     EXIT.

010030*---------------------------------------------------------------
010040*    9100-SAVE-MTD-YTD
010050*        REWRITES THE WHOLE FILE FROM THE TABLE, THE SAME
010060*        WHOLE-FILE REWRITE EMP.CBL USES TO SAVE IT.
010070*---------------------------------------------------------------
010080 9100-SAVE-MTD-YTD.
010090     OPEN OUTPUT MTD-YTD-FILE
010100     PERFORM 9110-WRITE-MTD-RECORD THRU 9110-EXIT
010110         VARYING WS-MTD-SUB FROM 1 BY 1
010120         UNTIL WS-MTD-SUB > WS-MTD-YTD-COUNT
010130     CLOSE MTD-YTD-FILE.
010140 9100-EXIT.
010150     EXIT.

010160*---------------------------------------------------------------
010170*    9110-WRITE-MTD-RECORD
010180*---------------------------------------------------------------
010190 9110-WRITE-MTD-RECORD.
010200     MOVE SPACES TO MTD-YTD-RECORD
010210     MOVE ACC-DEPARTMENT (WS-MTD-SUB) TO MYR-DEPARTMENT
010220     MOVE ACC-YEAR-MONTH (WS-MTD-SUB) TO MYR-YEAR-MONTH
010230     MOVE ACC-GROSS-TOTAL (WS-MTD-SUB) TO MYR-GROSS-TOTAL
010240     MOVE ACC-NET-TOTAL (WS-MTD-SUB) TO MYR-NET-TOTAL
010250     MOVE ACC-HEADCOUNT (WS-MTD-SUB) TO MYR-HEADCOUNT
010260     MOVE ACC-TAX-TOTAL (WS-MTD-SUB) TO MYR-TAX-TOTAL
010270     MOVE ACC-BEN-TOTAL (WS-MTD-SUB) TO MYR-BENEFIT-TOTAL
010280     WRITE MTD-YTD-RECORD.
010290 9110-EXIT.
010300     EXIT.

010310*---------------------------------------------------------------
010320*    9500-DATE-TO-SERIAL
010330*        TURNS WS-SER-DATE (YYYYMMDD) INTO A RUNNING DAY
010340*        NUMBER IN WS-SER-RESULT -- THE SAME CONVERSION AS
010350*        EMP.CBL'S 9500-DATE-TO-SERIAL.  EACH DIVISION LANDS
010360*        IN ITS OWN INTEGER FIELD SO IT TRUNCATES CLEANLY
010370*        BEFORE THE TERMS ARE SUMMED.
010380*---------------------------------------------------------------
010390 9500-DATE-TO-SERIAL.
010400     MOVE WS-SER-DATE (1:4) TO WS-SER-YYYY
010410     MOVE WS-SER-DATE (5:2) TO WS-SER-MM
010420     MOVE WS-SER-DATE (7:2) TO WS-SER-DD
010430     COMPUTE WS-SER-A = (14 - WS-SER-MM) / 12
010440     COMPUTE WS-SER-Y = WS-SER-YYYY + 4800 - WS-SER-A
010450     COMPUTE WS-SER-M = WS-SER-MM + 12 * WS-SER-A - 3
010460     COMPUTE WS-SER-T1 = (153 * WS-SER-M + 2) / 5
010470     COMPUTE WS-SER-T2 = WS-SER-Y / 4
010480     COMPUTE WS-SER-T3 = WS-SER-Y / 100
010490     COMPUTE WS-SER-T4 = WS-SER-Y / 400
010500     COMPUTE WS-SER-RESULT = WS-SER-DD + WS-SER-T1
010510         + 365 * WS-SER-Y + WS-SER-T2 - WS-SER-T3 + WS-SER-T4
010520         - 32045.
010530 9500-EXIT.
010540     EXIT.

010550*---------------------------------------------------------------
010560*    9900-FATAL-ERROR-ABORT
010570*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
010580*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
010590*        CONVENTION AS EMP.CBL.
010600*---------------------------------------------------------------
010610 9900-FATAL-ERROR-ABORT.
010620     DISPLAY " ".
010630     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
010640     DISPLAY WS-FATAL-MESSAGE.
010650     MOVE 16 TO RETURN-CODE.
010660     STOP RUN.
010670 9900-EXIT.
010680     EXIT.

010690 END PROGRAM EmpOffPay.
