000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPREVW
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      PRE-RELEASE PAYMENT REVIEW.  NOTHING USED TO LOOK AT THE
000200*      RUN'S PAYMENTS BEFORE EMPPAY.CBL WROTE THE BANK FILE, SO
000210*      A MISKEYED SALARY OR A HIJACKED ACCOUNT WAS ONLY FOUND
000220*      AFTER THE MONEY HAD MOVED.  THIS PROGRAM RUNS AS THE
000230*      EMPREVW STEP OF THE NIGHTLY SEQUENCE, AFTER EMPRECON AND
000240*      AHEAD OF EMPPAY.  THE FUNCTION IS KEYED ON THE CONSOLE
000250*      (THE SAME CONVENTION AS EMPAPPR.CBL):
000260*        BUILD    - FOR EVERY EMPLOYEE PAID THIS RUN (A BUCKET
000270*                   FOR THE CURRENT PERIOD ON EMPPAYHIST.TXT,
000280*                   POSTED BY EMP.CBL) COMPARES THE NET WITH THE
000290*                   EMPLOYEE'S PREVIOUS PERIOD AND RAISES A
000300*                   REVIEW ITEM ON EMPREVIEW.TXT (SEE REVWREC)
000310*                   FOR A SWING OVER WS-VARIANCE-LIMIT, A FIRST-
000320*                   TIME PAYEE, A NET OVER WS-PAYMENT-LIMIT, A
000330*                   DEPOSIT ACCOUNT CHANGED IN THE LAST
000340*                   WS-BANK-CHANGE-DAYS DAYS (EMPAUDIT.TXT), OR
000350*                   AN ACCOUNT ANOTHER EMPLOYEE ALSO HAS.  THE
000360*                   ITEMS ARE LISTED ON EMPREVIEWRPT.TXT.  ANY
000370*                   ITEM STILL PENDING ENDS THE RUN WITH
000380*                   RETURN-CODE 8; ONCE EVERY ITEM IS DECIDED THE
000390*                   STEP IS RE-RUN AND ENDS CLEAN.
000400*        RELEASE  - THE REVIEWER LETS THE PAYMENT GO TO THE BANK
000410*                   FILE AS COMPUTED.  REFUSED WHEN THE REVIEWER
000420*                   SUBMITTED THE ACCOUNT CHANGE BEHIND THE FLAG.
000430*        HOLD     - THE REVIEWER STOPS THE DEPOSIT; A REASON IS
000440*                   REQUIRED.  EMPPAY PAYS THE EMPLOYEE ON PAPER
000450*                   INSTEAD, SO THE CHECK SIGNER SEES IT.
000460*      A DECISION MAY BE CHANGED UNTIL EMPPAY RUNS.  EMPNIGHT
000470*      REFUSES TO START EMPPAY WHILE ANY ITEM IS PENDING.
000480*---------------------------------------------------------------
000490*  MODIFICATION HISTORY.
000500*  DATE       INIT  DESCRIPTION
000510*  ---------- ----  -----------------------------------------
000520*  10/15/2026 RDH   ORIGINAL PROGRAM.
000521*  10/15/2026 RDH   THE PRIOR-PERIOD NET PASSES OVER OFF-CYCLE
000522*                   HISTORY (PERIODS 51-62, SEE EMPOFFPAY.CBL) SO
000523*                   A BONUS OR FINAL PAY IS NOT TAKEN AS THE
000524*                   EMPLOYEE'S LAST REGULAR NET.
000530*===============================================================
000540 PROGRAM-ID. EmpRevw.
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SPECIAL-NAMES.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT REVIEW-FILE ASSIGN TO "EmpReview.txt"
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS DYNAMIC
000630     RECORD KEY IS RV-EMP-ID
000640     FILE STATUS IS WS-REVIEW-STATUS.

000650     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS SEQUENTIAL
000680     RECORD KEY IS EMP-ID
000690     FILE STATUS IS WS-EMP-STATUS.

000700     SELECT PAY-HIST-FILE ASSIGN TO "EmpPayHist.txt"
000710     ORGANIZATION IS INDEXED
000720     ACCESS MODE IS DYNAMIC
000730     RECORD KEY IS PH-KEY
000740     FILE STATUS IS WS-PAY-HIST-STATUS.

000750     SELECT PAY-CAL-FILE ASSIGN TO "PayCal.txt"
000760     ORGANIZATION IS INDEXED
000770     ACCESS MODE IS DYNAMIC
000780     RECORD KEY IS CAL-KEY
000790     FILE STATUS IS WS-PAY-CAL-STATUS.

000800     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "EmpAudit.txt"
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS WS-AUDIT-STATUS.

000830     SELECT REVIEW-REPORT-FILE ASSIGN TO "EmpReviewRpt.txt"
000840     ORGANIZATION IS LINE SEQUENTIAL.

000850 DATA DIVISION.
000860 FILE SECTION.

000870 FD  REVIEW-FILE.
000880     COPY REVWREC.

000890 FD  EMPLOYEE-FILE.
000900     COPY EMPREC.

000910 FD  PAY-HIST-FILE.
000920     COPY PAYHREC.

000930 FD  PAY-CAL-FILE.
000940     COPY PAYCAL.

000950 FD  AUDIT-JOURNAL-FILE.
000960     COPY AUDITREC.

000970 FD  REVIEW-REPORT-FILE.
000980 01  REVIEW-REPORT-LINE     PIC X(80).

000990 WORKING-STORAGE SECTION.

001000 01  WS-FILE-STATUS-FIELDS.
001010     05 WS-REVIEW-STATUS    PIC X(02) VALUE SPACES.
001020     05 WS-EMP-STATUS       PIC X(02) VALUE SPACES.
001030     05 WS-PAY-HIST-STATUS  PIC X(02) VALUE SPACES.
001040     05 WS-PAY-CAL-STATUS   PIC X(02) VALUE SPACES.
001050     05 WS-AUDIT-STATUS     PIC X(02) VALUE SPACES.

001060 01  WS-EMP-EOF-SW PIC X(01) VALUE 'N'.
001070     88 WS-EMP-EOF               VALUE 'Y'.

001080 01  WS-AUDIT-EOF-SW PIC X(01) VALUE 'N'.
001090     88 WS-AUDIT-EOF             VALUE 'Y'.

001100 01  WS-HIST-SCAN-EOF-SW PIC X(01) VALUE 'N'.
001110     88 WS-HIST-SCAN-EOF         VALUE 'Y'.

001120 01  WS-REVIEW-EOF-SW PIC X(01) VALUE 'N'.
001130     88 WS-REVIEW-EOF            VALUE 'Y'.

001140 01  WS-PRIOR-FOUND-SW PIC X(01) VALUE 'N'.
001150     88 WS-PRIOR-FOUND           VALUE 'Y'.

001160 01  WS-ITEM-ON-FILE-SW PIC X(01) VALUE 'N'.
001170     88 WS-ITEM-ON-FILE          VALUE 'Y'.

001180 01  WS-CAL-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001190     88 WS-CAL-FILE-OPEN         VALUE 'Y'.

001200 01  WS-CAL-FOUND-SW PIC X(01) VALUE 'N'.
001210     88 WS-CAL-FOUND             VALUE 'Y'.

001220*---------------------------------------------------------------
001230*    CONSOLE INPUT.
001240*---------------------------------------------------------------
001250 01  WS-FUNCTION            PIC X(08) VALUE SPACES.
001260 01  WS-OPERATOR-ID         PIC X(08) VALUE SPACES.
001270 01  WS-REQ-EMP-ID          PIC X(4) VALUE SPACES.
001280 01  WS-CONFIRM             PIC X(01) VALUE SPACE.
001290 01  WS-DECISION-NOTE       PIC X(30) VALUE SPACES.

001300*---------------------------------------------------------------
001310*    REVIEW THRESHOLDS.  A NET THAT MOVES BY MORE THAN
001320*    WS-VARIANCE-LIMIT PERCENT OF THE PREVIOUS PERIOD'S, OR
001330*    EXCEEDS WS-PAYMENT-LIMIT, IS FLAGGED; SO IS A DEPOSIT TO
001340*    AN ACCOUNT CHANGED WITHIN THE LAST WS-BANK-CHANGE-DAYS.
001350*---------------------------------------------------------------
001360 77  WS-VARIANCE-LIMIT      PIC 9(3)V99 VALUE 20.00.
001370 77  WS-PAYMENT-LIMIT       PIC 9(8)V99 VALUE 15000.00.
001380 77  WS-BANK-CHANGE-DAYS    PIC 9(3) VALUE 30.
001381 77  WS-OFF-CYCLE-BASE      PIC 9(2) VALUE 50.

001390 01  WS-RUN-DATE-YYYYMMDD   PIC 9(8) VALUE ZERO.
001400 01  WS-RUN-YEAR-MONTH      PIC 9(6) VALUE ZERO.
001410 01  WS-TIME-RAW            PIC 9(8) VALUE ZERO.
001420 01  WS-BUILD-TIME          PIC 9(6) VALUE ZERO.

001430*---------------------------------------------------------------
001440*    PAY-PERIOD CALENDAR -- THE PERIOD KEY EACH FREQUENCY IS
001450*    BEING PAID UNDER ON THE RUN DATE, LOADED THE SAME WAY AS
001460*    EMPPAY.CBL'S 1200-LOAD-PAY-CALENDAR.  A FREQUENCY NOT IN
001470*    PLAY IS NOT PAID THIS RUN AND SO NOT REVIEWED.
001480*---------------------------------------------------------------
001490 01  WS-EMP-FREQ-SUB PIC 9(1) COMP VALUE 1.
001500 01  WS-CAL-FILL-SUB PIC 9(1) COMP VALUE 1.

001510 01  WS-FREQ-TABLE.
001520     05 WS-FREQ-ENTRY OCCURS 3 TIMES.
001530        10 FREQ-CODE         PIC X(01).
001540        10 FREQ-IN-PLAY-SW   PIC X(01).
001550           88 FREQ-IN-PLAY        VALUE 'Y'.
001560        10 FREQ-PERIOD-KEY   PIC 9(6).

001570*---------------------------------------------------------------
001580*    THE EMPLOYEE BEING REVIEWED.
001590*---------------------------------------------------------------
001600 01  WS-REVIEW-FIELDS.
001610     05 WS-CURRENT-KEY      PIC 9(6) VALUE ZERO.
001620     05 WS-CURRENT-NET      PIC 9(8)V99 VALUE ZERO.
001630     05 WS-PRIOR-KEY        PIC 9(6) VALUE ZERO.
001640     05 WS-PRIOR-NET        PIC 9(8)V99 VALUE ZERO.
001650     05 WS-NET-DIFFERENCE   PIC 9(8)V99 VALUE ZERO.
001660     05 WS-VARIANCE-PCT     PIC 9(5)V99 VALUE ZERO.
001670     05 WS-CHANGE-DATE      PIC 9(8) VALUE ZERO.
001680     05 WS-CHANGED-BY       PIC X(08) VALUE SPACES.
001690     05 WS-SHARED-WITH      PIC X(4) VALUE SPACES.

001700 01  WS-NEW-FLAGS.
001710     05 WS-NEW-VARIANCE     PIC X(01) VALUE 'N'.
001720     05 WS-NEW-FIRST-PAY    PIC X(01) VALUE 'N'.
001730     05 WS-NEW-OVER-LIMIT   PIC X(01) VALUE 'N'.
001740     05 WS-NEW-BANK-CHANGE  PIC X(01) VALUE 'N'.
001750     05 WS-NEW-SHARED-ACCT  PIC X(01) VALUE 'N'.
001760 77  WS-NO-FLAGS            PIC X(05) VALUE 'NNNNN'.

001770*---------------------------------------------------------------
001780*    RECENT ACCOUNT CHANGES, ONE ROW PER EMPLOYEE, FROM A
001790*    SINGLE PASS OF EMPAUDIT.TXT: ANY JOURNAL ENTRY INSIDE THE
001800*    LOOK-BACK WINDOW WHOSE BEFORE AND AFTER IMAGES CARRY
001810*    DIFFERENT ROUTING OR ACCOUNT NUMBERS (A NEW HIRE'S ADD, AN
001820*    APPROVED CHANGE, A BANK NOC).  THE JOURNAL IS IN DATE
001830*    ORDER, SO A LATER ENTRY REPLACES AN EARLIER ONE.
001840*---------------------------------------------------------------
001850 01  WS-BANK-CHANGE-TABLE.
001860     05 WS-BCH-COUNT PIC 9(4) COMP VALUE ZERO.
001870     05 WS-BCH-ENTRY OCCURS 500 TIMES.
001880        10 BCH-EMP-ID        PIC X(4).
001890        10 BCH-DATE          PIC 9(8).
001900        10 BCH-CHANGED-BY    PIC X(08).

001910*---------------------------------------------------------------
001920*    EVERY ROUTING/ACCOUNT PAIR ON THE MASTER, WHATEVER THE
001930*    EMPLOYEE'S STATUS, FOR THE SHARED-ACCOUNT CHECK.
001940*---------------------------------------------------------------
001950 01  WS-ACCOUNT-TABLE.
001960     05 WS-ACT-COUNT PIC 9(4) COMP VALUE ZERO.
001970     05 WS-ACT-ENTRY OCCURS 2000 TIMES.
001980        10 ACT-ROUTING       PIC X(09).
001990        10 ACT-ACCOUNT       PIC X(17).
002000        10 ACT-EMP-ID        PIC X(4).

002010 01  WS-WORK-SUBSCRIPTS.
002020     05 WS-BCH-SUB          PIC 9(4) COMP VALUE ZERO.
002030     05 WS-ACT-SUB          PIC 9(4) COMP VALUE ZERO.

002040 01  WS-FATAL-MESSAGE PIC X(60) VALUE SPACES.

002050*---------------------------------------------------------------
002060*    THE JOURNALED IMAGES ARE RAW EMPLOYEE-RECORD BYTES; EACH
002070*    IS OVERLAID ONTO ITS OWN COPY OF THE EMPREC LAYOUT SO THE
002080*    BANK FIELDS CAN BE PICKED OFF -- THE SAME PATTERN AS
002090*    EMPAUDRPT.CBL.
002100*---------------------------------------------------------------
002110     COPY EMPREC
002120         REPLACING ==EMPLOYEE-RECORD== BY ==BEFORE-IMAGE-DETAIL==
002130         ==EMP-ID== BY ==BI-EMP-ID==
002140         ==EMP-NAME== BY ==BI-EMP-NAME==
002150         ==EMP-DEPARTMENT== BY ==BI-EMP-DEPARTMENT==
002160         ==EMP-SALARY== BY ==BI-EMP-SALARY==
002170         ==EMP-SALARY-X== BY ==BI-EMP-SALARY-X==
002180         ==EMP-TAX-RATE== BY ==BI-EMP-TAX-RATE==
002190         ==EMP-BENEFIT-RATE== BY ==BI-EMP-BENEFIT-RATE==
002200         ==EMP-OTHER-DEDUCTION== BY ==BI-EMP-OTHER-DEDUCTION==
002210         ==EMP-STATUS== BY ==BI-EMP-STATUS==
002220         ==EMP-ST-ACTIVE== BY ==BI-EMP-ST-ACTIVE==
002230         ==EMP-ST-LEAVE== BY ==BI-EMP-ST-LEAVE==
002240         ==EMP-ST-TERMINATED== BY ==BI-EMP-ST-TERMINATED==
002250         ==EMP-STATUS-DATE== BY ==BI-EMP-STATUS-DATE==
002260         ==EMP-HIRE-DATE== BY ==BI-EMP-HIRE-DATE==
002270         ==EMP-BANK-ROUTING== BY ==BI-BANK-ROUTING==
002280         ==EMP-BANK-ACCOUNT== BY ==BI-BANK-ACCOUNT==
002290         ==EMP-BANK-ACCT-TYPE== BY ==BI-BANK-ACCT-TYPE==
002300         ==EMP-BK-CHECKING== BY ==BI-BK-CHECKING==
002310         ==EMP-BK-SAVINGS== BY ==BI-BK-SAVINGS==
002320         ==EMP-PRENOTE-STATUS== BY ==BI-PRENOTE-STATUS==
002330         ==EMP-PN-NONE== BY ==BI-PN-NONE==
002340         ==EMP-PN-PENDING== BY ==BI-PN-PENDING==
002350         ==EMP-PN-APPROVED== BY ==BI-PN-APPROVED==
002360         ==EMP-PN-RETURNED== BY ==BI-PN-RETURNED==
002370         ==EMP-PRENOTE-DATE== BY ==BI-PRENOTE-DATE==
002380         ==EMP-PAY-FREQUENCY== BY ==BI-PAY-FREQUENCY==
002390         ==EMP-FREQ-MONTHLY== BY ==BI-FREQ-MONTHLY==
002400         ==EMP-FREQ-SEMIMONTHLY== BY
002410             ==BI-FREQ-SEMIMONTHLY==
002420         ==EMP-FREQ-BIWEEKLY== BY ==BI-FREQ-BIWEEKLY==
002430         ==EMP-PAY-TYPE== BY ==BI-PAY-TYPE==
002440         ==EMP-PAY-SALARIED== BY ==BI-PAY-SALARIED==
002450         ==EMP-PAY-HOURLY== BY ==BI-PAY-HOURLY==
002460         ==EMP-HOURLY-RATE== BY ==BI-HOURLY-RATE==.

002470     COPY EMPREC
002480         REPLACING ==EMPLOYEE-RECORD== BY ==AFTER-IMAGE-DETAIL==
002490         ==EMP-ID== BY ==AI-EMP-ID==
002500         ==EMP-NAME== BY ==AI-EMP-NAME==
002510         ==EMP-DEPARTMENT== BY ==AI-EMP-DEPARTMENT==
002520         ==EMP-SALARY== BY ==AI-EMP-SALARY==
002530         ==EMP-SALARY-X== BY ==AI-EMP-SALARY-X==
002540         ==EMP-TAX-RATE== BY ==AI-EMP-TAX-RATE==
002550         ==EMP-BENEFIT-RATE== BY ==AI-EMP-BENEFIT-RATE==
002560         ==EMP-OTHER-DEDUCTION== BY ==AI-EMP-OTHER-DEDUCTION==
002570         ==EMP-STATUS== BY ==AI-EMP-STATUS==
002580         ==EMP-ST-ACTIVE== BY ==AI-EMP-ST-ACTIVE==
002590         ==EMP-ST-LEAVE== BY ==AI-EMP-ST-LEAVE==
002600         ==EMP-ST-TERMINATED== BY ==AI-EMP-ST-TERMINATED==
002610         ==EMP-STATUS-DATE== BY ==AI-EMP-STATUS-DATE==
002620         ==EMP-HIRE-DATE== BY ==AI-EMP-HIRE-DATE==
002630         ==EMP-BANK-ROUTING== BY ==AI-BANK-ROUTING==
002640         ==EMP-BANK-ACCOUNT== BY ==AI-BANK-ACCOUNT==
002650         ==EMP-BANK-ACCT-TYPE== BY ==AI-BANK-ACCT-TYPE==
002660         ==EMP-BK-CHECKING== BY ==AI-BK-CHECKING==
002670         ==EMP-BK-SAVINGS== BY ==AI-BK-SAVINGS==
002680         ==EMP-PRENOTE-STATUS== BY ==AI-PRENOTE-STATUS==
002690         ==EMP-PN-NONE== BY ==AI-PN-NONE==
002700         ==EMP-PN-PENDING== BY ==AI-PN-PENDING==
002710         ==EMP-PN-APPROVED== BY ==AI-PN-APPROVED==
002720         ==EMP-PN-RETURNED== BY ==AI-PN-RETURNED==
002730         ==EMP-PRENOTE-DATE== BY ==AI-PRENOTE-DATE==
002740         ==EMP-PAY-FREQUENCY== BY ==AI-PAY-FREQUENCY==
002750         ==EMP-FREQ-MONTHLY== BY ==AI-FREQ-MONTHLY==
002760         ==EMP-FREQ-SEMIMONTHLY== BY
002770             ==AI-FREQ-SEMIMONTHLY==
002780         ==EMP-FREQ-BIWEEKLY== BY ==AI-FREQ-BIWEEKLY==
002790         ==EMP-PAY-TYPE== BY ==AI-PAY-TYPE==
002800         ==EMP-PAY-SALARIED== BY ==AI-PAY-SALARIED==
002810         ==EMP-PAY-HOURLY== BY ==AI-PAY-HOURLY==
002820         ==EMP-HOURLY-RATE== BY ==AI-HOURLY-RATE==.

002830*---------------------------------------------------------------
002840*    DAY-SERIAL CONVERSION FOR THE LOOK-BACK WINDOW -- THE
002850*    SAME FIELDS AND ARITHMETIC AS EMPPAY.CBL'S 9500.
002860*---------------------------------------------------------------
002870 01  WS-SERIAL-FIELDS.
002880     05 WS-SER-DATE     PIC 9(8) VALUE ZERO.
002890     05 WS-SER-YYYY     PIC 9(4) VALUE ZERO.
002900     05 WS-SER-MM       PIC 9(2) VALUE ZERO.
002910     05 WS-SER-DD       PIC 9(2) VALUE ZERO.
002920     05 WS-SER-A        PIC S9(4) COMP VALUE ZERO.
002930     05 WS-SER-Y        PIC S9(5) COMP VALUE ZERO.
002940     05 WS-SER-M        PIC S9(4) COMP VALUE ZERO.
002950     05 WS-SER-T1       PIC S9(9) COMP VALUE ZERO.
002960     05 WS-SER-T2       PIC S9(9) COMP VALUE ZERO.
002970     05 WS-SER-T3       PIC S9(9) COMP VALUE ZERO.
002980     05 WS-SER-T4       PIC S9(9) COMP VALUE ZERO.
002990     05 WS-SER-RESULT   PIC S9(9) COMP VALUE ZERO.

003000 01  WS-WINDOW-FIELDS.
003010     05 WS-RUN-SERIAL       PIC S9(9) COMP VALUE ZERO.
003020     05 WS-WINDOW-START     PIC S9(9) COMP VALUE ZERO.

003030 01  WS-COUNTERS.
003040     05 WS-REVIEWED-COUNT   PIC 9(5) COMP VALUE ZERO.
003050     05 WS-FLAGGED-COUNT    PIC 9(5) COMP VALUE ZERO.
003060     05 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
003070     05 WS-RELEASED-COUNT   PIC 9(5) COMP VALUE ZERO.
003080     05 WS-HELD-COUNT       PIC 9(5) COMP VALUE ZERO.
003090     05 WS-REOPENED-COUNT   PIC 9(5) COMP VALUE ZERO.
003100     05 WS-PURGED-COUNT     PIC 9(5) COMP VALUE ZERO.

003110 01  WS-DISPLAY-FIELDS.
003120     05 DISP-DATE           PIC 9999/99/99.
003130     05 DISP-AMOUNT         PIC $ZZ,ZZZ,ZZ9.99.
003140     05 DISP-PRIOR          PIC $ZZ,ZZZ,ZZ9.99.
003150     05 DISP-PCT            PIC ZZ,ZZ9.99.
003160     05 DISP-COUNT          PIC ZZ,ZZ9.

003170 01  WS-REPORT-LINES.
003180     05 RPT-HEADING.
003190        10 FILLER           PIC X(38) VALUE
003200           "--- PRE-RELEASE PAYMENT REVIEW   RUN: ".
003210        10 RPT-RUN-DATE     PIC 9999/99/99.
003220        10 FILLER           PIC X(04) VALUE " ---".
003230     05 RPT-ITEM-LINE.
003240        10 FILLER           PIC X(04) VALUE "EMP ".
003250        10 RPT-I-EMP-ID     PIC X(4).
003260        10 FILLER           PIC X(02) VALUE SPACES.
003270        10 RPT-I-EMP-NAME   PIC X(15).
003280        10 FILLER           PIC X(05) VALUE " NET ".
003290        10 RPT-I-NET        PIC $ZZ,ZZZ,ZZ9.99.
003300        10 FILLER           PIC X(07) VALUE " PRIOR ".
003310        10 RPT-I-PRIOR      PIC $ZZ,ZZZ,ZZ9.99.
003320        10 FILLER           PIC X(01) VALUE SPACE.
003330        10 RPT-I-STATUS     PIC X(08).
003340     05 RPT-VARIANCE-LINE.
003350        10 FILLER           PIC X(21) VALUE
003360           "       NET SWING OF  ".
003370        10 RPT-V-PCT        PIC ZZ,ZZ9.99.
003380        10 FILLER           PIC X(19) VALUE
003390           "% FROM PERIOD      ".
003400        10 RPT-V-PERIOD     PIC 9(6).
003410     05 RPT-FIRST-PAY-LINE.
003420        10 FILLER           PIC X(52) VALUE
003430           "       FIRST-TIME PAYEE - NO EARLIER PERIOD ON FILE".
003440     05 RPT-LIMIT-LINE.
003450        10 FILLER           PIC X(29) VALUE
003460           "       OVER PAYMENT LIMIT OF ".
003470        10 RPT-L-LIMIT      PIC $ZZ,ZZZ,ZZ9.99.
003480     05 RPT-BANK-CHANGE-LINE.
003490        10 FILLER           PIC X(26) VALUE
003500           "       ACCOUNT CHANGED ON ".
003510        10 RPT-C-DATE       PIC 9999/99/99.
003520        10 FILLER           PIC X(04) VALUE " BY ".
003530        10 RPT-C-OPERATOR   PIC X(08).
003540        10 FILLER           PIC X(01) VALUE SPACE.
003550        10 RPT-C-ROUTING    PIC X(09).
003560        10 FILLER           PIC X(01) VALUE SPACE.
003570        10 RPT-C-ACCOUNT    PIC X(17).
003580     05 RPT-SHARED-LINE.
003590        10 FILLER           PIC X(33) VALUE
003600           "       ACCOUNT ALSO ON FILE FOR  ".
003610        10 RPT-S-EMP-ID     PIC X(4).
003620        10 FILLER           PIC X(01) VALUE SPACE.
003630        10 RPT-S-ROUTING    PIC X(09).
003640        10 FILLER           PIC X(01) VALUE SPACE.
003650        10 RPT-S-ACCOUNT    PIC X(17).
003660     05 RPT-DECISION-LINE.
003670        10 FILLER           PIC X(07) VALUE SPACES.
003680        10 RPT-D-STATUS     PIC X(08).
003690        10 FILLER           PIC X(04) VALUE " BY ".
003700        10 RPT-D-OPERATOR   PIC X(08).
003710        10 FILLER           PIC X(04) VALUE " ON ".
003720        10 RPT-D-DATE       PIC 9999/99/99.
003730        10 FILLER           PIC X(01) VALUE SPACE.
003740        10 RPT-D-NOTE       PIC X(30).
003750     05 RPT-TOTAL-LINE.
003760        10 RPT-TOTAL-LABEL  PIC X(23).
003770        10 RPT-TOTAL-COUNT  PIC ZZ,ZZ9.


003780 PROCEDURE DIVISION.

003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003810     EVALUATE WS-FUNCTION
003820         WHEN "BUILD"
003830             PERFORM 2000-BUILD-REVIEW THRU 2000-EXIT
003840         WHEN "RELEASE"
003850             PERFORM 6000-RELEASE-ITEM THRU 6000-EXIT
003860         WHEN "HOLD"
003870             PERFORM 7000-HOLD-ITEM THRU 7000-EXIT
003880     END-EVALUATE
003890     PERFORM 9000-TERMINATE THRU 9000-EXIT
003900     STOP RUN.

003910*---------------------------------------------------------------
003920*    1000-INITIALIZE
003930*        A REVIEWER ID IS REQUIRED TO RELEASE OR HOLD -- IT IS
003940*        STAMPED ON THE DECISION.  BUILD CREATES EMPREVIEW.TXT
003950*        ON A FIRST RUN; A DECISION WITHOUT IT HAS NOTHING TO
003960*        DECIDE.
003970*---------------------------------------------------------------
003980 1000-INITIALIZE.
003990     DISPLAY "FUNCTION (BUILD/RELEASE/HOLD): "
004000     ACCEPT WS-FUNCTION
004010     IF WS-FUNCTION NOT = "BUILD" AND WS-FUNCTION NOT = "RELEASE"
004020             AND WS-FUNCTION NOT = "HOLD"
004030         DISPLAY "*** FUNCTION MUST BE BUILD, RELEASE OR HOLD"
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF
004070     IF WS-FUNCTION NOT = "BUILD"
004080         DISPLAY "ENTER REVIEWER ID: "
004090         ACCEPT WS-OPERATOR-ID
004100         IF WS-OPERATOR-ID = SPACES
004110             DISPLAY "*** REVIEWER ID REQUIRED"
004120             MOVE 16 TO RETURN-CODE
004130             STOP RUN
004140         END-IF
004150     END-IF
004160     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
004170     MOVE WS-RUN-DATE-YYYYMMDD (1:6) TO WS-RUN-YEAR-MONTH
004180     ACCEPT WS-TIME-RAW FROM TIME
004190     MOVE WS-TIME-RAW (1:6) TO WS-BUILD-TIME
004200     OPEN I-O REVIEW-FILE
004210     IF WS-REVIEW-STATUS = "35" AND WS-FUNCTION = "BUILD"
004220         OPEN OUTPUT REVIEW-FILE
004230         CLOSE REVIEW-FILE
004240         OPEN I-O REVIEW-FILE
004250     END-IF
004260     IF WS-REVIEW-STATUS NOT = "00"
004270         DISPLAY "*** EMPREVIEW.TXT WILL NOT OPEN - "
004271             "RUN BUILD FIRST"
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310 1000-EXIT.
004320     EXIT.

004330*---------------------------------------------------------------
004340*    2000-BUILD-REVIEW
004350*        TWO PASSES OF THE MASTER: THE FIRST (2300) COLLECTS
004360*        EVERY ACCOUNT ON FILE, THE SECOND REVIEWS EACH PAYMENT
004370*        AGAINST THEM.  ITEMS THIS BUILD DID NOT RAISE ARE THEN
004380*        PURGED, SO THE FILE HOLDS EXACTLY THIS RUN'S ITEMS.
004390*---------------------------------------------------------------
004400 2000-BUILD-REVIEW.
004410     OPEN INPUT PAY-HIST-FILE
004420     IF WS-PAY-HIST-STATUS NOT = "00"
004430         MOVE "EMPPAYHIST.TXT WILL NOT OPEN - HAS EMP RUN?"
004440             TO WS-FATAL-MESSAGE
004450         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004460     END-IF
004470     PERFORM 2100-LOAD-PAY-CALENDAR THRU 2100-EXIT
004480     PERFORM 2200-LOAD-BANK-CHANGES THRU 2200-EXIT
004490     PERFORM 2300-LOAD-ACCOUNTS THRU 2300-EXIT
004500     OPEN OUTPUT REVIEW-REPORT-FILE
004510     MOVE WS-RUN-DATE-YYYYMMDD TO RPT-RUN-DATE
004520     MOVE RPT-HEADING TO REVIEW-REPORT-LINE
004530     WRITE REVIEW-REPORT-LINE
004540     MOVE SPACES TO REVIEW-REPORT-LINE
004550     WRITE REVIEW-REPORT-LINE
004560     OPEN INPUT EMPLOYEE-FILE
004570     MOVE 'N' TO WS-EMP-EOF-SW
004580     PERFORM 2400-READ-EMPLOYEE THRU 2400-EXIT
004590     PERFORM 3000-REVIEW-EMPLOYEE THRU 3000-EXIT
004600         UNTIL WS-EMP-EOF
004610     CLOSE EMPLOYEE-FILE
004620     PERFORM 4000-PURGE-OLD-ITEMS THRU 4000-EXIT
004630     PERFORM 5000-BUILD-SUMMARY THRU 5000-EXIT
004640     CLOSE PAY-HIST-FILE
004650     CLOSE REVIEW-REPORT-FILE
004660     IF WS-CAL-FILE-OPEN
004670         CLOSE PAY-CAL-FILE
004680     END-IF.
004690 2000-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------
004720*    2100-LOAD-PAY-CALENDAR
004730*        THE PERIOD KEY EACH FREQUENCY IS PAID UNDER TODAY --
004740*        EMPPAY.CBL'S 1200-LOAD-PAY-CALENDAR, KEYS ONLY.  MONTHLY
004750*        DEFAULTS TO THE RUN MONTH WHERE THE CALENDAR IS ABSENT
004760*        OR HAS NO MONTHLY PERIODS.
004770*---------------------------------------------------------------
004780 2100-LOAD-PAY-CALENDAR.
004790     MOVE 'M' TO FREQ-CODE (1)
004800     MOVE 'S' TO FREQ-CODE (2)
004810     MOVE 'B' TO FREQ-CODE (3)
004820     MOVE 'Y' TO FREQ-IN-PLAY-SW (1)
004830     MOVE 'N' TO FREQ-IN-PLAY-SW (2)
004840     MOVE 'N' TO FREQ-IN-PLAY-SW (3)
004850     MOVE WS-RUN-YEAR-MONTH TO FREQ-PERIOD-KEY (1)
004860     OPEN INPUT PAY-CAL-FILE
004870     IF WS-PAY-CAL-STATUS NOT = "00"
004880         GO TO 2100-EXIT
004890     END-IF
004900     MOVE 'Y' TO WS-CAL-FILE-OPEN-SW
004910     PERFORM 2110-CHECK-MONTHLY-CALENDAR THRU 2110-EXIT
004920     MOVE 2 TO WS-CAL-FILL-SUB
004930     PERFORM 2120-FIND-ENDING-PERIOD THRU 2120-EXIT
004940     MOVE 3 TO WS-CAL-FILL-SUB
004950     PERFORM 2120-FIND-ENDING-PERIOD THRU 2120-EXIT.
004960 2100-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------
004990*    2110-CHECK-MONTHLY-CALENDAR
005000*---------------------------------------------------------------
005010 2110-CHECK-MONTHLY-CALENDAR.
005020     MOVE 'Y' TO WS-CAL-FOUND-SW
005030     MOVE 'M' TO CAL-FREQUENCY
005040     MOVE ZERO TO CAL-PERIOD-END
005050     START PAY-CAL-FILE KEY NOT < CAL-KEY
005060         INVALID KEY
005070             MOVE 'N' TO WS-CAL-FOUND-SW
005080     END-START
005090     IF WS-CAL-FOUND
005100         READ PAY-CAL-FILE NEXT RECORD
005110             AT END MOVE 'N' TO WS-CAL-FOUND-SW
005120         END-READ
005130     END-IF
005140     IF NOT WS-CAL-FOUND OR NOT CAL-FREQ-MONTHLY
005150         GO TO 2110-EXIT
005160     END-IF
005170     MOVE 'N' TO FREQ-IN-PLAY-SW (1)
005180     MOVE 1 TO WS-CAL-FILL-SUB
005190     PERFORM 2120-FIND-ENDING-PERIOD THRU 2120-EXIT.
005200 2110-EXIT.
005210     EXIT.

005220*---------------------------------------------------------------
005230*    2120-FIND-ENDING-PERIOD
005240*---------------------------------------------------------------
005250 2120-FIND-ENDING-PERIOD.
005260     MOVE FREQ-CODE (WS-CAL-FILL-SUB) TO CAL-FREQUENCY
005270     MOVE WS-RUN-DATE-YYYYMMDD TO CAL-PERIOD-END
005280     READ PAY-CAL-FILE
005290         INVALID KEY
005300             GO TO 2120-EXIT
005310     END-READ
005320     MOVE 'Y' TO FREQ-IN-PLAY-SW (WS-CAL-FILL-SUB)
005330     MOVE CAL-PERIOD-END (1:4) TO WS-SER-YYYY
005340     COMPUTE FREQ-PERIOD-KEY (WS-CAL-FILL-SUB) =
005350         WS-SER-YYYY * 100 + CAL-PERIOD-NUMBER.
005360 2120-EXIT.
005370     EXIT.

005380*---------------------------------------------------------------
005390*    2200-LOAD-BANK-CHANGES
005400*        ONE PASS OF EMPAUDIT.TXT.  NO JOURNAL ON DISK MEANS NO
005410*        CHANGE HAS EVER BEEN JOURNALED, SO NOTHING TO FLAG.
005420*---------------------------------------------------------------
005430 2200-LOAD-BANK-CHANGES.
005440     MOVE WS-RUN-DATE-YYYYMMDD TO WS-SER-DATE
005450     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
005460     MOVE WS-SER-RESULT TO WS-RUN-SERIAL
005470     COMPUTE WS-WINDOW-START = WS-RUN-SERIAL - WS-BANK-CHANGE-DAYS
005480     MOVE ZERO TO WS-BCH-COUNT
005490     OPEN INPUT AUDIT-JOURNAL-FILE
005500     IF WS-AUDIT-STATUS NOT = "00"
005510         GO TO 2200-EXIT
005520     END-IF
005530     MOVE 'N' TO WS-AUDIT-EOF-SW
005540     PERFORM 2210-READ-AUDIT THRU 2210-EXIT
005550     PERFORM 2220-CHECK-ONE-CHANGE THRU 2220-EXIT
005560         UNTIL WS-AUDIT-EOF
005570     CLOSE AUDIT-JOURNAL-FILE.
005580 2200-EXIT.
005590     EXIT.

005600*---------------------------------------------------------------
005610*    2210-READ-AUDIT
005620*---------------------------------------------------------------
005630 2210-READ-AUDIT.
005640     READ AUDIT-JOURNAL-FILE
005650         AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
005660     END-READ.
005670 2210-EXIT.
005680     EXIT.

005690*---------------------------------------------------------------
005700*    2220-CHECK-ONE-CHANGE
005710*        AN ENTRY DATED INSIDE THE WINDOW THAT MOVED THE ROUTING
005720*        OR ACCOUNT NUMBER.  THE SUBMITTING OPERATOR IS KEPT (THE
005730*        APPROVER WHEN THERE WAS NO SUBMITTER) SO THAT OPERATOR
005740*        CANNOT RELEASE THE DEPOSIT.
005750*---------------------------------------------------------------
005760 2220-CHECK-ONE-CHANGE.
005770     IF AUD-DATE IS NOT NUMERIC
005780         GO TO 2220-READ-NEXT
005790     END-IF
005800     MOVE AUD-DATE TO WS-SER-DATE
005810     PERFORM 9500-DATE-TO-SERIAL THRU 9500-EXIT
005820     IF WS-SER-RESULT < WS-WINDOW-START
005830             OR WS-SER-RESULT > WS-RUN-SERIAL
005840         GO TO 2220-READ-NEXT
005850     END-IF
005860     MOVE AUD-BEFORE-IMAGE TO BEFORE-IMAGE-DETAIL
005870     MOVE AUD-AFTER-IMAGE TO AFTER-IMAGE-DETAIL
005880     IF AI-BANK-ROUTING = SPACES AND AI-BANK-ACCOUNT = SPACES
005890         GO TO 2220-READ-NEXT
005900     END-IF
005910     IF BI-BANK-ROUTING = AI-BANK-ROUTING
005920             AND BI-BANK-ACCOUNT = AI-BANK-ACCOUNT
005930         GO TO 2220-READ-NEXT
005940     END-IF
005950     PERFORM 2230-STORE-BANK-CHANGE THRU 2230-EXIT.
005960 2220-READ-NEXT.
005970     PERFORM 2210-READ-AUDIT THRU 2210-EXIT.
005980 2220-EXIT.
005990     EXIT.

006000*---------------------------------------------------------------
006010*    2230-STORE-BANK-CHANGE
006020*        WS-BCH-ENTRY IS BOUNDED (OCCURS 500 TIMES); MORE
006030*        EMPLOYEES THAN THAT CHANGING ACCOUNTS INSIDE THE WINDOW
006040*        ABORTS THE RUN RATHER THAN SUBSCRIPTING PAST THE END.
006050*---------------------------------------------------------------
006060 2230-STORE-BANK-CHANGE.
006070     PERFORM 2240-MATCH-CHANGE-ROW THRU 2240-EXIT
006080         VARYING WS-BCH-SUB FROM 1 BY 1
006090         UNTIL WS-BCH-SUB > WS-BCH-COUNT
006100             OR BCH-EMP-ID (WS-BCH-SUB) = AUD-EMP-ID
006110     IF WS-BCH-SUB > WS-BCH-COUNT
006120         IF WS-BCH-COUNT = 500
006130             MOVE "MORE THAN 500 ACCOUNT CHANGES IN THE WINDOW"
006140                 TO WS-FATAL-MESSAGE
006150             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
006160         END-IF
006170         ADD 1 TO WS-BCH-COUNT
006180         MOVE WS-BCH-COUNT TO WS-BCH-SUB
006190         MOVE AUD-EMP-ID TO BCH-EMP-ID (WS-BCH-SUB)
006200     END-IF
006210     MOVE AUD-DATE TO BCH-DATE (WS-BCH-SUB)
006220     IF AUD-SUBMITTED-BY NOT = SPACES
006230         MOVE AUD-SUBMITTED-BY TO BCH-CHANGED-BY (WS-BCH-SUB)
006240     ELSE
006250         MOVE AUD-APPROVED-BY TO BCH-CHANGED-BY (WS-BCH-SUB)
006260     END-IF.
006270 2230-EXIT.
006280     EXIT.

006290*---------------------------------------------------------------
006300*    2240-MATCH-CHANGE-ROW
006310*        NOTHING TO DO PER ROW -- THE VARYING CLAUSE STOPS ON
006320*        THE MATCH.
006330*---------------------------------------------------------------
006340 2240-MATCH-CHANGE-ROW.
006350     CONTINUE.
006360 2240-EXIT.
006370     EXIT.

006380*---------------------------------------------------------------
006390*    2300-LOAD-ACCOUNTS
006400*        FIRST PASS OF THE MASTER.  WS-ACT-ENTRY IS BOUNDED
006410*        (OCCURS 2000 TIMES) AND ABORTS THE RUN WHEN FULL.
006420*---------------------------------------------------------------
006430 2300-LOAD-ACCOUNTS.
006440     MOVE ZERO TO WS-ACT-COUNT
006450     OPEN INPUT EMPLOYEE-FILE
006460     IF WS-EMP-STATUS NOT = "00"
006470         MOVE "EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
006480             TO WS-FATAL-MESSAGE
006490         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
006500     END-IF
006510     MOVE 'N' TO WS-EMP-EOF-SW
006520     PERFORM 2400-READ-EMPLOYEE THRU 2400-EXIT
006530     PERFORM 2310-STORE-ACCOUNT THRU 2310-EXIT
006540         UNTIL WS-EMP-EOF
006550     CLOSE EMPLOYEE-FILE.
006560 2300-EXIT.
006570     EXIT.

006580*---------------------------------------------------------------
006590*    2310-STORE-ACCOUNT
006600*---------------------------------------------------------------
006610 2310-STORE-ACCOUNT.
006620     IF EMP-BANK-ROUTING = SPACES OR EMP-BANK-ACCOUNT = SPACES
006630         GO TO 2310-READ-NEXT
006640     END-IF
006650     IF WS-ACT-COUNT = 2000
006660         MOVE "MORE THAN 2000 BANK ACCOUNTS ON THE MASTER"
006670             TO WS-FATAL-MESSAGE
006680         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
006690     END-IF
006700     ADD 1 TO WS-ACT-COUNT
006710     MOVE EMP-BANK-ROUTING TO ACT-ROUTING (WS-ACT-COUNT)
006720     MOVE EMP-BANK-ACCOUNT TO ACT-ACCOUNT (WS-ACT-COUNT)
006730     MOVE EMP-ID TO ACT-EMP-ID (WS-ACT-COUNT).
006740 2310-READ-NEXT.
006750     PERFORM 2400-READ-EMPLOYEE THRU 2400-EXIT.
006760 2310-EXIT.
006770     EXIT.

006780*---------------------------------------------------------------
006790*    2400-READ-EMPLOYEE
006800*---------------------------------------------------------------
006810 2400-READ-EMPLOYEE.
006820     READ EMPLOYEE-FILE NEXT RECORD
006830         AT END MOVE 'Y' TO WS-EMP-EOF-SW
006840     END-READ.
006850 2400-EXIT.
006860     EXIT.

006870*---------------------------------------------------------------
006880*    3000-REVIEW-EMPLOYEE
006890*        AN EMPLOYEE WHOSE FREQUENCY IS NOT IN PLAY, OR WITH NO
006900*        BUCKET FOR THE PERIOD BEING PAID, IS NOT PAID THIS RUN
006910*        AND IS PASSED OVER.  THE ACCOUNT FLAGS APPLY ONLY WHERE
006920*        A DEPOSIT CAN GO OUT -- NOT TO A PAPER PAYEE WITH NO
006930*        BANK DETAILS OR A RETURNED ACCOUNT.
006940*---------------------------------------------------------------
006950 3000-REVIEW-EMPLOYEE.
006960     EVALUATE TRUE
006970         WHEN EMP-FREQ-SEMIMONTHLY
006980             MOVE 2 TO WS-EMP-FREQ-SUB
006990         WHEN EMP-FREQ-BIWEEKLY
007000             MOVE 3 TO WS-EMP-FREQ-SUB
007010         WHEN OTHER
007020             MOVE 1 TO WS-EMP-FREQ-SUB
007030     END-EVALUATE
007040     IF NOT FREQ-IN-PLAY (WS-EMP-FREQ-SUB)
007050         GO TO 3000-READ-NEXT
007060     END-IF
007070     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO WS-CURRENT-KEY
007080     MOVE EMP-ID TO PH-EMP-ID
007090     MOVE WS-CURRENT-KEY TO PH-YEAR-MONTH
007100     READ PAY-HIST-FILE
007110         INVALID KEY
007120             GO TO 3000-READ-NEXT
007130     END-READ
007140     ADD 1 TO WS-REVIEWED-COUNT
007150     MOVE PH-NET TO WS-CURRENT-NET
007160     MOVE WS-NO-FLAGS TO WS-NEW-FLAGS
007170     MOVE ZERO TO WS-VARIANCE-PCT
007180     MOVE ZERO TO WS-CHANGE-DATE
007190     MOVE SPACES TO WS-CHANGED-BY
007200     MOVE SPACES TO WS-SHARED-WITH
007210     PERFORM 3100-FIND-PRIOR-PERIOD THRU 3100-EXIT
007220     PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
007230     IF WS-CURRENT-NET > WS-PAYMENT-LIMIT
007240         MOVE 'Y' TO WS-NEW-OVER-LIMIT
007250     END-IF
007260     IF EMP-BANK-ROUTING NOT = SPACES
007270             AND EMP-BANK-ACCOUNT NOT = SPACES
007280             AND NOT EMP-PN-RETURNED
007290         PERFORM 3300-CHECK-BANK-CHANGE THRU 3300-EXIT
007300         PERFORM 3400-CHECK-SHARED-ACCOUNT THRU 3400-EXIT
007310     END-IF
007320     IF WS-NEW-FLAGS NOT = WS-NO-FLAGS
007330         ADD 1 TO WS-FLAGGED-COUNT
007340         PERFORM 3500-POST-REVIEW-ITEM THRU 3500-EXIT
007350         PERFORM 3600-REPORT-ITEM THRU 3600-EXIT
007360     END-IF.
007370 3000-READ-NEXT.
007380     PERFORM 2400-READ-EMPLOYEE THRU 2400-EXIT.
007390 3000-EXIT.
007400     EXIT.

007410*---------------------------------------------------------------
007420*    3100-FIND-PRIOR-PERIOD
007430*        THE EMPLOYEE'S HIGHEST BUCKET BELOW THE CURRENT PERIOD
007440*        KEY.  NONE MEANS A FIRST-TIME PAYEE.
007450*---------------------------------------------------------------
007460 3100-FIND-PRIOR-PERIOD.
007470     MOVE 'N' TO WS-PRIOR-FOUND-SW
007480     MOVE ZERO TO WS-PRIOR-KEY
007490     MOVE ZERO TO WS-PRIOR-NET
007500     MOVE EMP-ID TO PH-EMP-ID
007510     MOVE ZERO TO PH-YEAR-MONTH
007520     START PAY-HIST-FILE KEY NOT < PH-KEY
007530         INVALID KEY
007540             GO TO 3100-EXIT
007550     END-START
007560     MOVE 'N' TO WS-HIST-SCAN-EOF-SW
007570     PERFORM 3110-SCAN-ONE-BUCKET THRU 3110-EXIT
007580         UNTIL WS-HIST-SCAN-EOF.
007590 3100-EXIT.
007600     EXIT.

007610*---------------------------------------------------------------
007620*    3110-SCAN-ONE-BUCKET
007621*        AN OFF-CYCLE RECORD IS PASSED OVER WITHOUT ENDING THE
007622*        SCAN; IT IS NOT A REGULAR PERIOD'S NET.
007630*---------------------------------------------------------------
007640 3110-SCAN-ONE-BUCKET.
007650     READ PAY-HIST-FILE NEXT RECORD
007660         AT END
007670             MOVE 'Y' TO WS-HIST-SCAN-EOF-SW
007680             GO TO 3110-EXIT
007690     END-READ
007700     IF PH-EMP-ID NOT = EMP-ID
007710             OR PH-YEAR-MONTH NOT < WS-CURRENT-KEY
007720         MOVE 'Y' TO WS-HIST-SCAN-EOF-SW
007730         GO TO 3110-EXIT
007740     END-IF
007741     IF PH-YEAR-MONTH (5:2) > WS-OFF-CYCLE-BASE
007742         GO TO 3110-EXIT
007743     END-IF
007750     MOVE 'Y' TO WS-PRIOR-FOUND-SW
007760     MOVE PH-YEAR-MONTH TO WS-PRIOR-KEY
007770     MOVE PH-NET TO WS-PRIOR-NET.
007780 3110-EXIT.
007790     EXIT.

007800*---------------------------------------------------------------
007810*    3200-CHECK-VARIANCE
007820*        THE SWING IS TAKEN EITHER WAY -- A NET THAT COLLAPSES IS
007830*        AS LIKELY A KEYING ERROR AS ONE THAT JUMPS.  A PREVIOUS
007840*        NET OF ZERO CANNOT BE DIVIDED INTO, SO ANY NET AFTER IT
007850*        IS A FULL-SCALE SWING.
007860*---------------------------------------------------------------
007870 3200-CHECK-VARIANCE.
007880     IF NOT WS-PRIOR-FOUND
007890         MOVE 'Y' TO WS-NEW-FIRST-PAY
007900         GO TO 3200-EXIT
007910     END-IF
007920     IF WS-PRIOR-NET = ZERO
007930         IF WS-CURRENT-NET > ZERO
007940             MOVE 99999.99 TO WS-VARIANCE-PCT
007950             MOVE 'Y' TO WS-NEW-VARIANCE
007960         END-IF
007970         GO TO 3200-EXIT
007980     END-IF
007990     IF WS-CURRENT-NET > WS-PRIOR-NET
008000         COMPUTE WS-NET-DIFFERENCE = WS-CURRENT-NET - WS-PRIOR-NET
008010     ELSE
008020         COMPUTE WS-NET-DIFFERENCE = WS-PRIOR-NET - WS-CURRENT-NET
008030     END-IF
008040     COMPUTE WS-VARIANCE-PCT ROUNDED =
008050         WS-NET-DIFFERENCE * 100 / WS-PRIOR-NET
008060         ON SIZE ERROR
008070             MOVE 99999.99 TO WS-VARIANCE-PCT
008080     END-COMPUTE
008090     IF WS-VARIANCE-PCT > WS-VARIANCE-LIMIT
008100         MOVE 'Y' TO WS-NEW-VARIANCE
008110     END-IF.
008120 3200-EXIT.
008130     EXIT.

008140*---------------------------------------------------------------
008150*    3300-CHECK-BANK-CHANGE
008160*---------------------------------------------------------------
008170 3300-CHECK-BANK-CHANGE.
008180     PERFORM 2240-MATCH-CHANGE-ROW THRU 2240-EXIT
008190         VARYING WS-BCH-SUB FROM 1 BY 1
008200         UNTIL WS-BCH-SUB > WS-BCH-COUNT
008210             OR BCH-EMP-ID (WS-BCH-SUB) = EMP-ID
008220     IF WS-BCH-SUB NOT > WS-BCH-COUNT
008230         MOVE 'Y' TO WS-NEW-BANK-CHANGE
008240         MOVE BCH-DATE (WS-BCH-SUB) TO WS-CHANGE-DATE
008250         MOVE BCH-CHANGED-BY (WS-BCH-SUB) TO WS-CHANGED-BY
008260     END-IF.
008270 3300-EXIT.
008280     EXIT.

008290*---------------------------------------------------------------
008300*    3400-CHECK-SHARED-ACCOUNT
008310*        THE FIRST OTHER EMPLOYEE FOUND WITH THE SAME ROUTING
008320*        AND ACCOUNT IS NAMED ON THE ITEM.  BOTH EMPLOYEES ARE
008330*        FLAGGED, EACH AS IT IS REVIEWED.
008340*---------------------------------------------------------------
008350 3400-CHECK-SHARED-ACCOUNT.
008360     PERFORM 3410-MATCH-ACCOUNT-ROW THRU 3410-EXIT
008370         VARYING WS-ACT-SUB FROM 1 BY 1
008380         UNTIL WS-ACT-SUB > WS-ACT-COUNT
008390             OR WS-SHARED-WITH NOT = SPACES.
008400 3400-EXIT.
008410     EXIT.

008420*---------------------------------------------------------------
008430*    3410-MATCH-ACCOUNT-ROW
008440*---------------------------------------------------------------
008450 3410-MATCH-ACCOUNT-ROW.
008460     IF ACT-ROUTING (WS-ACT-SUB) = EMP-BANK-ROUTING
008470             AND ACT-ACCOUNT (WS-ACT-SUB) = EMP-BANK-ACCOUNT
008480             AND ACT-EMP-ID (WS-ACT-SUB) NOT = EMP-ID
008490         MOVE 'Y' TO WS-NEW-SHARED-ACCT
008500         MOVE ACT-EMP-ID (WS-ACT-SUB) TO WS-SHARED-WITH
008510     END-IF.
008520 3410-EXIT.
008530     EXIT.

008540*---------------------------------------------------------------
008550*    3500-POST-REVIEW-ITEM
008560*        AN ITEM ALREADY DECIDED STANDS IF NOTHING THE REVIEWER
008570*        LOOKED AT HAS MOVED SINCE -- THE SAME PERIOD, NET,
008580*        FLAGS AND ACCOUNT.  OTHERWISE (OR FOR A NEW ITEM) THE
008590*        ITEM IS WRITTEN AFRESH AS PENDING.  EITHER WAY IT GETS
008600*        THIS BUILD'S STAMP SO 4000 KEEPS IT.
008610*---------------------------------------------------------------
008620 3500-POST-REVIEW-ITEM.
008630     MOVE 'Y' TO WS-ITEM-ON-FILE-SW
008640     MOVE EMP-ID TO RV-EMP-ID
008650     READ REVIEW-FILE
008660         INVALID KEY
008670             MOVE 'N' TO WS-ITEM-ON-FILE-SW
008680     END-READ
008690     IF WS-ITEM-ON-FILE
008700             AND NOT RV-PENDING
008710             AND RV-PERIOD-KEY = WS-CURRENT-KEY
008720             AND RV-NET = WS-CURRENT-NET
008730             AND RV-FLAGS = WS-NEW-FLAGS
008740             AND RV-BANK-ROUTING = EMP-BANK-ROUTING
008750             AND RV-BANK-ACCOUNT = EMP-BANK-ACCOUNT
008760         MOVE WS-RUN-DATE-YYYYMMDD TO RV-BUILD-DATE
008770         MOVE WS-BUILD-TIME TO RV-BUILD-TIME
008780         PERFORM 3520-REWRITE-ITEM THRU 3520-EXIT
008790         IF RV-HELD
008800             ADD 1 TO WS-HELD-COUNT
008810         ELSE
008820             ADD 1 TO WS-RELEASED-COUNT
008830         END-IF
008840         GO TO 3500-EXIT
008850     END-IF
008860     IF WS-ITEM-ON-FILE AND NOT RV-PENDING
008870         ADD 1 TO WS-REOPENED-COUNT
008880     END-IF
008890     PERFORM 3510-FILL-ITEM THRU 3510-EXIT
008900     ADD 1 TO WS-PENDING-COUNT
008910     IF WS-ITEM-ON-FILE
008920         PERFORM 3520-REWRITE-ITEM THRU 3520-EXIT
008930     ELSE
008940         WRITE REVIEW-RECORD
008950             INVALID KEY
008960                 MOVE "EMPREVIEW.TXT WRITE FAILED ON A NEW ITEM"
008970                     TO WS-FATAL-MESSAGE
008980                 PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
008990         END-WRITE
009000     END-IF.
009010 3500-EXIT.
009020     EXIT.

009030*---------------------------------------------------------------
009040*    3510-FILL-ITEM
009050*---------------------------------------------------------------
009060 3510-FILL-ITEM.
009070     MOVE SPACES TO REVIEW-RECORD
009080     MOVE EMP-ID TO RV-EMP-ID
009090     MOVE WS-CURRENT-KEY TO RV-PERIOD-KEY
009100     MOVE 'P' TO RV-STATUS
009110     MOVE WS-NEW-FLAGS TO RV-FLAGS
009120     MOVE WS-CURRENT-NET TO RV-NET
009130     MOVE WS-PRIOR-KEY TO RV-PRIOR-PERIOD-KEY
009140     MOVE WS-PRIOR-NET TO RV-PRIOR-NET
009150     MOVE WS-VARIANCE-PCT TO RV-VARIANCE-PCT
009160     MOVE EMP-BANK-ROUTING TO RV-BANK-ROUTING
009170     MOVE EMP-BANK-ACCOUNT TO RV-BANK-ACCOUNT
009180     MOVE WS-CHANGE-DATE TO RV-BANK-CHANGE-DATE
009190     MOVE WS-CHANGED-BY TO RV-CHANGED-BY
009200     MOVE WS-SHARED-WITH TO RV-SHARED-WITH
009210     MOVE WS-RUN-DATE-YYYYMMDD TO RV-BUILD-DATE
009220     MOVE WS-BUILD-TIME TO RV-BUILD-TIME
009230     MOVE ZERO TO RV-DECISION-DATE.
009240 3510-EXIT.
009250     EXIT.

009260*---------------------------------------------------------------
009270*    3520-REWRITE-ITEM
009280*---------------------------------------------------------------
009290 3520-REWRITE-ITEM.
009300     REWRITE REVIEW-RECORD
009310         INVALID KEY
009320             MOVE "EMPREVIEW.TXT REWRITE FAILED ON AN OLD ITEM"
009330                 TO WS-FATAL-MESSAGE
009340             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
009350     END-REWRITE.
009360 3520-EXIT.
009370     EXIT.

009380*---------------------------------------------------------------
009390*    3600-REPORT-ITEM
009400*        ONE LINE FOR THE PAYMENT, ONE PER FLAG, AND THE
009410*        DECISION WHEN ONE STANDS.
009420*---------------------------------------------------------------
009430 3600-REPORT-ITEM.
009440     MOVE RV-EMP-ID TO RPT-I-EMP-ID
009450     MOVE EMP-NAME TO RPT-I-EMP-NAME
009460     MOVE RV-NET TO RPT-I-NET
009470     MOVE RV-PRIOR-NET TO RPT-I-PRIOR
009480     PERFORM 3610-SET-STATUS-WORD THRU 3610-EXIT
009490     MOVE RPT-D-STATUS TO RPT-I-STATUS
009500     MOVE RPT-ITEM-LINE TO REVIEW-REPORT-LINE
009510     WRITE REVIEW-REPORT-LINE
009520     IF RV-VARIANCE
009530         MOVE RV-VARIANCE-PCT TO RPT-V-PCT
009540         MOVE RV-PRIOR-PERIOD-KEY TO RPT-V-PERIOD
009550         MOVE RPT-VARIANCE-LINE TO REVIEW-REPORT-LINE
009560         WRITE REVIEW-REPORT-LINE
009570     END-IF
009580     IF RV-FIRST-PAY
009590         MOVE RPT-FIRST-PAY-LINE TO REVIEW-REPORT-LINE
009600         WRITE REVIEW-REPORT-LINE
009610     END-IF
009620     IF RV-OVER-LIMIT
009630         MOVE WS-PAYMENT-LIMIT TO RPT-L-LIMIT
009640         MOVE RPT-LIMIT-LINE TO REVIEW-REPORT-LINE
009650         WRITE REVIEW-REPORT-LINE
009660     END-IF
009670     IF RV-BANK-CHANGED
009680         MOVE RV-BANK-CHANGE-DATE TO RPT-C-DATE
009690         MOVE RV-CHANGED-BY TO RPT-C-OPERATOR
009700         MOVE RV-BANK-ROUTING TO RPT-C-ROUTING
009710         MOVE RV-BANK-ACCOUNT TO RPT-C-ACCOUNT
009720         MOVE RPT-BANK-CHANGE-LINE TO REVIEW-REPORT-LINE
009730         WRITE REVIEW-REPORT-LINE
009740     END-IF
009750     IF RV-SHARED-ACCOUNT
009760         MOVE RV-SHARED-WITH TO RPT-S-EMP-ID
009770         MOVE RV-BANK-ROUTING TO RPT-S-ROUTING
009780         MOVE RV-BANK-ACCOUNT TO RPT-S-ACCOUNT
009790         MOVE RPT-SHARED-LINE TO REVIEW-REPORT-LINE
009800         WRITE REVIEW-REPORT-LINE
009810     END-IF
009820     IF NOT RV-PENDING
009830         MOVE RV-DECIDED-BY TO RPT-D-OPERATOR
009840         MOVE RV-DECISION-DATE TO RPT-D-DATE
009850         MOVE RV-DECISION-NOTE TO RPT-D-NOTE
009860         MOVE RPT-DECISION-LINE TO REVIEW-REPORT-LINE
009870         WRITE REVIEW-REPORT-LINE
009880     END-IF
009890     MOVE SPACES TO REVIEW-REPORT-LINE
009900     WRITE REVIEW-REPORT-LINE.
009910 3600-EXIT.
009920     EXIT.

009930*---------------------------------------------------------------
009940*    3610-SET-STATUS-WORD
009950*---------------------------------------------------------------
009960 3610-SET-STATUS-WORD.
009970     EVALUATE TRUE
009980         WHEN RV-RELEASED
009990             MOVE "RELEASED" TO RPT-D-STATUS
010000         WHEN RV-HELD
010010             MOVE "HELD" TO RPT-D-STATUS
010020         WHEN OTHER
010030             MOVE "PENDING" TO RPT-D-STATUS
010040     END-EVALUATE.
010050 3610-EXIT.
010060     EXIT.

010070*---------------------------------------------------------------
010080*    4000-PURGE-OLD-ITEMS
010090*        ANY ITEM WITHOUT THIS BUILD'S STAMP BELONGS TO AN
010100*        EARLIER RUN, OR TO A PAYMENT NO LONGER FLAGGED, AND IS
010110*        REMOVED.
010120*---------------------------------------------------------------
010130 4000-PURGE-OLD-ITEMS.
010140     MOVE LOW-VALUES TO RV-EMP-ID
010150     START REVIEW-FILE KEY NOT < RV-EMP-ID
010160         INVALID KEY
010170             GO TO 4000-EXIT
010180     END-START
010190     MOVE 'N' TO WS-REVIEW-EOF-SW
010200     PERFORM 4100-PURGE-ONE-ITEM THRU 4100-EXIT
010210         UNTIL WS-REVIEW-EOF.
010220 4000-EXIT.
010230     EXIT.

010240*---------------------------------------------------------------
010250*    4100-PURGE-ONE-ITEM
010260*---------------------------------------------------------------
010270 4100-PURGE-ONE-ITEM.
010280     READ REVIEW-FILE NEXT RECORD
010290         AT END
010300             MOVE 'Y' TO WS-REVIEW-EOF-SW
010310             GO TO 4100-EXIT
010320     END-READ
010330     IF RV-BUILD-DATE = WS-RUN-DATE-YYYYMMDD
010340             AND RV-BUILD-TIME = WS-BUILD-TIME
010350         GO TO 4100-EXIT
010360     END-IF
010370     DELETE REVIEW-FILE RECORD
010380         INVALID KEY
010390             MOVE "EMPREVIEW.TXT DELETE FAILED ON AN OLD ITEM"
010400                 TO WS-FATAL-MESSAGE
010410             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
010420     END-DELETE
010430     ADD 1 TO WS-PURGED-COUNT.
010440 4100-EXIT.
010450     EXIT.

010460*---------------------------------------------------------------
010470*    5000-BUILD-SUMMARY
010480*        ANY ITEM STILL PENDING ENDS THE RUN WITH RETURN-CODE 8,
010490*        WHICH STOPS THE NIGHTLY FLOW AHEAD OF EMPPAY.
010500*---------------------------------------------------------------
010510 5000-BUILD-SUMMARY.
010520     MOVE "PAYMENTS REVIEWED    : " TO RPT-TOTAL-LABEL
010530     MOVE WS-REVIEWED-COUNT TO RPT-TOTAL-COUNT
010540     MOVE RPT-TOTAL-LINE TO REVIEW-REPORT-LINE
010550     WRITE REVIEW-REPORT-LINE
010560     MOVE "ITEMS FLAGGED        : " TO RPT-TOTAL-LABEL
010570     MOVE WS-FLAGGED-COUNT TO RPT-TOTAL-COUNT
010580     MOVE RPT-TOTAL-LINE TO REVIEW-REPORT-LINE
010590     WRITE REVIEW-REPORT-LINE
010600     MOVE "ITEMS PENDING        : " TO RPT-TOTAL-LABEL
010610     MOVE WS-PENDING-COUNT TO RPT-TOTAL-COUNT
010620     MOVE RPT-TOTAL-LINE TO REVIEW-REPORT-LINE
010630     WRITE REVIEW-REPORT-LINE
010640     MOVE "ITEMS RELEASED       : " TO RPT-TOTAL-LABEL
010650     MOVE WS-RELEASED-COUNT TO RPT-TOTAL-COUNT
010660     MOVE RPT-TOTAL-LINE TO REVIEW-REPORT-LINE
010670     WRITE REVIEW-REPORT-LINE
010680     MOVE "ITEMS HELD           : " TO RPT-TOTAL-LABEL
010690     MOVE WS-HELD-COUNT TO RPT-TOTAL-COUNT
010700     MOVE RPT-TOTAL-LINE TO REVIEW-REPORT-LINE
010710     WRITE REVIEW-REPORT-LINE
010720     DISPLAY " ".
010730     DISPLAY "--- Payment Review Build Complete ---".
010740     MOVE WS-REVIEWED-COUNT TO DISP-COUNT
010750     DISPLAY "Payments Reviewed : " DISP-COUNT.
010760     MOVE WS-FLAGGED-COUNT TO DISP-COUNT
010770     DISPLAY "Items Flagged     : " DISP-COUNT.
010780     MOVE WS-PENDING-COUNT TO DISP-COUNT
010790     DISPLAY "Items Pending     : " DISP-COUNT.
010800     MOVE WS-RELEASED-COUNT TO DISP-COUNT
010810     DISPLAY "Items Released    : " DISP-COUNT.
010820     MOVE WS-HELD-COUNT TO DISP-COUNT
010830     DISPLAY "Items Held        : " DISP-COUNT.
010840     MOVE WS-REOPENED-COUNT TO DISP-COUNT
010850     DISPLAY "Decisions Reopened: " DISP-COUNT.
010860     MOVE WS-PURGED-COUNT TO DISP-COUNT
010870     DISPLAY "Old Items Removed : " DISP-COUNT.
010880     IF WS-PENDING-COUNT > ZERO
010890         DISPLAY "*** ITEMS AWAIT A REVIEWER - SEE "
010891             "EMPREVIEWRPT.TXT;"
010900             " EMPPAY WILL NOT START ***"
010910         MOVE 8 TO RETURN-CODE
010920     END-IF.
010930 5000-EXIT.
010940     EXIT.

010950*---------------------------------------------------------------
010960*    6000-RELEASE-ITEM
010970*        THE OPERATOR WHO SUBMITTED A FLAGGED ACCOUNT CHANGE MAY
010980*        NOT RELEASE THE DEPOSIT TO IT -- THE SAME SECOND-PERSON
010990*        RULE AS EMPAPPR.CBL.
011000*---------------------------------------------------------------
011010 6000-RELEASE-ITEM.
011020     PERFORM 8000-GET-REVIEW-ITEM THRU 8000-EXIT
011030     IF NOT WS-ITEM-ON-FILE
011040         GO TO 6000-EXIT
011050     END-IF
011060     IF RV-BANK-CHANGED AND RV-CHANGED-BY = WS-OPERATOR-ID
011070         DISPLAY "*** REFUSED - THE OPERATOR WHO CHANGED THE "
011080             "ACCOUNT MAY NOT RELEASE THIS PAYMENT"
011090         MOVE 8 TO RETURN-CODE
011100         GO TO 6000-EXIT
011110     END-IF
011120     DISPLAY "RELEASE THIS PAYMENT TO THE BANK FILE (Y/N): "
011130     ACCEPT WS-CONFIRM
011140     IF WS-CONFIRM NOT = 'Y'
011150         DISPLAY "NOT RELEASED - ITEM IS UNCHANGED"
011160         GO TO 6000-EXIT
011170     END-IF
011180     DISPLAY "NOTE (OPTIONAL): "
011190     ACCEPT WS-DECISION-NOTE
011200     MOVE 'R' TO RV-STATUS
011210     PERFORM 8200-RECORD-DECISION THRU 8200-EXIT
011220     DISPLAY "EMP-ID " RV-EMP-ID " RELEASED FOR DEPOSIT".
011230 6000-EXIT.
011240     EXIT.

011250*---------------------------------------------------------------
011260*    7000-HOLD-ITEM
011270*        A REASON IS REQUIRED.  EMPPAY WILL PAY THE EMPLOYEE ON
011280*        PAPER, SO THE CHECK SIGNER SEES THE PAYMENT BEFORE IT
011290*        LEAVES.
011300*---------------------------------------------------------------
011310 7000-HOLD-ITEM.
011320     PERFORM 8000-GET-REVIEW-ITEM THRU 8000-EXIT
011330     IF NOT WS-ITEM-ON-FILE
011340         GO TO 7000-EXIT
011350     END-IF
011360     DISPLAY "HOLD REASON: "
011370     ACCEPT WS-DECISION-NOTE
011380     IF WS-DECISION-NOTE = SPACES
011390         DISPLAY "*** A REASON IS REQUIRED - ITEM IS UNCHANGED"
011400         MOVE 8 TO RETURN-CODE
011410         GO TO 7000-EXIT
011420     END-IF
011430     MOVE 'H' TO RV-STATUS
011440     PERFORM 8200-RECORD-DECISION THRU 8200-EXIT
011450     DISPLAY "EMP-ID " RV-EMP-ID " HELD - PAPER CHECK IN PLACE OF"
011460         " DEPOSIT".
011470 7000-EXIT.
011480     EXIT.

011490*---------------------------------------------------------------
011500*    8000-GET-REVIEW-ITEM
011510*        ASKS FOR THE EMP-ID AND READS ITS ITEM.  WS-ITEM-ON-FILE
011520*        IS LEFT OFF, WITH RETURN-CODE 8, WHEN THERE IS NONE.
011530*---------------------------------------------------------------
011540 8000-GET-REVIEW-ITEM.
011550     MOVE 'N' TO WS-ITEM-ON-FILE-SW
011560     DISPLAY "EMP-ID: "
011570     ACCEPT WS-REQ-EMP-ID
011580     MOVE WS-REQ-EMP-ID TO RV-EMP-ID
011590     READ REVIEW-FILE
011600         INVALID KEY
011610             DISPLAY "*** NO REVIEW ITEM FOR EMP-ID "
011611                 WS-REQ-EMP-ID
011620             MOVE 8 TO RETURN-CODE
011630             GO TO 8000-EXIT
011640     END-READ
011650     MOVE 'Y' TO WS-ITEM-ON-FILE-SW
011660     PERFORM 8100-SHOW-ITEM THRU 8100-EXIT.
011670 8000-EXIT.
011680     EXIT.

011690*---------------------------------------------------------------
011700*    8100-SHOW-ITEM
011710*---------------------------------------------------------------
011720 8100-SHOW-ITEM.
011730     MOVE RV-NET TO DISP-AMOUNT
011740     MOVE RV-PRIOR-NET TO DISP-PRIOR
011750     DISPLAY " ".
011760     DISPLAY "EMP-ID " RV-EMP-ID "  PERIOD " RV-PERIOD-KEY
011770         "  NET " DISP-AMOUNT "  PRIOR " DISP-PRIOR
011780     IF RV-VARIANCE
011790         MOVE RV-VARIANCE-PCT TO DISP-PCT
011800         DISPLAY "    NET SWING OF " DISP-PCT "% FROM PERIOD "
011810             RV-PRIOR-PERIOD-KEY
011820     END-IF
011830     IF RV-FIRST-PAY
011840         DISPLAY "    FIRST-TIME PAYEE"
011850     END-IF
011860     IF RV-OVER-LIMIT
011870         MOVE WS-PAYMENT-LIMIT TO DISP-AMOUNT
011880         DISPLAY "    OVER PAYMENT LIMIT OF " DISP-AMOUNT
011890     END-IF
011900     IF RV-BANK-CHANGED
011910         MOVE RV-BANK-CHANGE-DATE TO DISP-DATE
011920         DISPLAY "    ACCOUNT " RV-BANK-ROUTING " "
011921             RV-BANK-ACCOUNT
011930             " CHANGED ON " DISP-DATE " BY " RV-CHANGED-BY
011940     END-IF
011950     IF RV-SHARED-ACCOUNT
011960         DISPLAY "    ACCOUNT " RV-BANK-ROUTING " "
011961             RV-BANK-ACCOUNT
011970             " ALSO ON FILE FOR EMP-ID " RV-SHARED-WITH
011980     END-IF
011990     IF NOT RV-PENDING
012000         PERFORM 3610-SET-STATUS-WORD THRU 3610-EXIT
012010         MOVE RV-DECISION-DATE TO DISP-DATE
012020         DISPLAY "    CURRENTLY " RPT-D-STATUS " BY "
012021             RV-DECIDED-BY
012030             " ON " DISP-DATE
012040     END-IF.
012050 8100-EXIT.
012060     EXIT.

012070*---------------------------------------------------------------
012080*    8200-RECORD-DECISION
012090*---------------------------------------------------------------
012100 8200-RECORD-DECISION.
012110     MOVE WS-OPERATOR-ID TO RV-DECIDED-BY
012120     MOVE WS-RUN-DATE-YYYYMMDD TO RV-DECISION-DATE
012130     MOVE WS-DECISION-NOTE TO RV-DECISION-NOTE
012140     REWRITE REVIEW-RECORD
012150         INVALID KEY
012160             DISPLAY "*** REVIEW ITEM FOR EMP-ID " RV-EMP-ID
012170                 " NOT UPDATED"
012180             MOVE 16 TO RETURN-CODE
012190     END-REWRITE.
012200 8200-EXIT.
012210     EXIT.

012220*---------------------------------------------------------------
012230*    9000-TERMINATE
012240*---------------------------------------------------------------
012250 9000-TERMINATE.
012260     CLOSE REVIEW-FILE.
012270 9000-EXIT.
012280     EXIT.

012290*---------------------------------------------------------------
012300*    9500-DATE-TO-SERIAL
012310*        TURNS WS-SER-DATE (YYYYMMDD) INTO A RUNNING DAY NUMBER
012320*        IN WS-SER-RESULT -- THE SAME CONVERSION AS EMPPAY.CBL'S
012330*        9500-DATE-TO-SERIAL.
012340*---------------------------------------------------------------
012350 9500-DATE-TO-SERIAL.
012360     MOVE WS-SER-DATE (1:4) TO WS-SER-YYYY
012370     MOVE WS-SER-DATE (5:2) TO WS-SER-MM
012380     MOVE WS-SER-DATE (7:2) TO WS-SER-DD
012390     COMPUTE WS-SER-A = (14 - WS-SER-MM) / 12
012400     COMPUTE WS-SER-Y = WS-SER-YYYY + 4800 - WS-SER-A
012410     COMPUTE WS-SER-M = WS-SER-MM + 12 * WS-SER-A - 3
012420     COMPUTE WS-SER-T1 = (153 * WS-SER-M + 2) / 5
012430     COMPUTE WS-SER-T2 = WS-SER-Y / 4
012440     COMPUTE WS-SER-T3 = WS-SER-Y / 100
012450     COMPUTE WS-SER-T4 = WS-SER-Y / 400
012460     COMPUTE WS-SER-RESULT = WS-SER-DD + WS-SER-T1
012470         + 365 * WS-SER-Y + WS-SER-T2 - WS-SER-T3 + WS-SER-T4
012480         - 32045.
012490 9500-EXIT.
012500     EXIT.

012510*---------------------------------------------------------------
012520*    9900-FATAL-ERROR-ABORT
012530*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
012540*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
012550*        CONVENTION AS EMP.CBL.
012560*---------------------------------------------------------------
012570 9900-FATAL-ERROR-ABORT.
012580     DISPLAY " ".
012590     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
012600     DISPLAY WS-FATAL-MESSAGE.
012610     MOVE 16 TO RETURN-CODE.
012620     STOP RUN.
012630 9900-EXIT.
012640     EXIT.

012650 END PROGRAM EmpRevw.
