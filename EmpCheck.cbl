000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPCHECK
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      PAPER CHECK WRITER.  RUN AFTER EMPPAY.CBL.  PRINTS A
000200*      CHECK AND EARNINGS STUB FOR EVERY PAYMENT HANDED OFF ON
000210*      EMPPAPERPAY.TXT (SEE PAPERREC) AND EMPTIES THAT FILE.
000220*      CHECK NUMBERS COME FROM THE CHECK STOCK COUNTER ON
000230*      EMPCHECKCTL.TXT (SEE CHKCTL), ONE AFTER ANOTHER WITH NO
000240*      GAPS, AND EVERY CHECK PRINTED IS RECORDED ON THE ISSUED
000250*      CHECK FILE EMPCHECKS.TXT (SEE CHKREC).
000260*
000270*      CHECK TRANSACTIONS (EMPCHECKTRN.TXT, OPTIONAL):
000280*        S - LOAD CHECK STOCK: FIRST AND LAST NUMBER OF THE
000290*            NEW STOCK IN THE PRINTER.
000300*        V - VOID A CHECK ALREADY ISSUED, WITH A REASON.
000310*        R - VOID A CHECK (IF NOT ALREADY VOID) AND PRINT A
000320*            REPLACEMENT FOR THE SAME PAYEE, AMOUNT AND STUB
000330*            ON THE NEXT NUMBER.
000340*      STOCK LOADS ARE TAKEN FIRST; IF THE CHECKS THIS RUN
000350*      NEEDS WILL NOT FIT IN THE STOCK LEFT, THE RUN STOPS
000360*      BEFORE ANYTHING IS PRINTED OR CHANGED.
000370*
000380*      OUTPUTS:
000390*        EMPCHECKPRT.TXT  - THE CHECKS AND STUBS, FOR THE
000400*                           CHECK PRINTER.
000410*        EMPCHECKREG.TXT  - CHECK REGISTER: EVERY CHECK ISSUED,
000420*                           REISSUED AND VOIDED THIS RUN, WITH
000430*                           COUNTS AND TOTALS.
000440*        EMPPOSPAY.TXT    - POSITIVE-PAY ISSUE FILE FOR THE
000450*                           BANK: CHECK NUMBER, ISSUE OR VOID,
000460*                           AMOUNT, ISSUE DATE AND PAYEE, FOR
000470*                           EVERY ISSUE AND VOID NOT YET SENT
000480*                           -- SO A VOID KEYED BETWEEN RUNS
000490*                           GOES OUT ON THE NEXT FILE.
000500*      ERRORS ON TRANSACTIONS ARE LISTED ON THE CONSOLE AND ON
000510*      THE REGISTER AND END THE RUN WITH RETURN-CODE 8.
000520*---------------------------------------------------------------
000530*  MODIFICATION HISTORY.
000540*  DATE       INIT  DESCRIPTION
000550*  ---------- ----  -----------------------------------------
000560*  10/15/2026 RDH   ORIGINAL PROGRAM.
000561*  10/15/2026 RDH   DEPOSITS RETURNED BY THE BANK (SOURCE R ON THE
000562*                   HAND-OFF, WRITTEN BY EMPRTN.CBL) ARE CHECKED
000563*                   LIKE ANY OTHER PAYMENT; THEIR STUB SHOWS THE
000564*                   RETURNED DEPOSIT AND ITS MONTH INSTEAD OF THE
000565*                   GROSS-TO-NET BREAKDOWN, WHICH WAS ON THE
000566*                   ORIGINAL STATEMENT.
000567*  10/15/2026 RDH   A STOCK LOAD IS REFUSED WHEN ANY NUMBER IN ITS
000568*                   RANGE, NOT ONLY THE FIRST, IS ALREADY ON
000569*                   EMPCHECKS.TXT.
000570*  10/15/2026 RDH   EMPCHECKCTL.TXT IS REWRITTEN AFTER EVERY
000571*                   CHECK AND VOID, AND A RERUN AFTER AN ABORT
000572*                   SKIPS THE HAND-OFF RECORDS ALREADY CHECKED
000573*                   (CCT-PAPER-CHECKED), SO NOTHING IS PRINTED
000574*                   TWICE.  A STUB WITH NO GROSS-TO-NET (SOURCE
000575*                   R, OR A RETRO ADJUSTMENT HELD BY REVIEW)
000576*                   SHOWS THE NET AS NOT DEPOSITED.
000577*===============================================================
000580 PROGRAM-ID. EmpCheck.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SPECIAL-NAMES.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PAPER-PAY-FILE ASSIGN TO "EmpPaperPay.txt"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-PAPER-PAY-STATUS.

000670     SELECT CHECK-FILE ASSIGN TO "EmpChecks.txt"
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS CK-NUMBER
000710     FILE STATUS IS WS-CHECK-STATUS.

000720     SELECT CHECK-CTL-FILE ASSIGN TO "EmpCheckCtl.txt"
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-CHECK-CTL-STATUS.

000750     SELECT CHECK-TRANS-FILE ASSIGN TO "EmpCheckTrn.txt"
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     FILE STATUS IS WS-CHECK-TRANS-STATUS.

000780     SELECT CHECK-PRINT-FILE ASSIGN TO "EmpCheckPrt.txt"
000790     ORGANIZATION IS LINE SEQUENTIAL.

000800     SELECT CHECK-REGISTER-FILE ASSIGN TO "EmpCheckReg.txt"
000810     ORGANIZATION IS LINE SEQUENTIAL.

000820     SELECT POSITIVE-PAY-FILE ASSIGN TO "EmpPosPay.txt"
000830     ORGANIZATION IS LINE SEQUENTIAL.

000840 DATA DIVISION.
000850 FILE SECTION.

000860 FD  PAPER-PAY-FILE.
000870     COPY PAPERREC.

000880 FD  CHECK-FILE.
000890     COPY CHKREC.

000900 FD  CHECK-CTL-FILE.
000910     COPY CHKCTL.

000920 FD  CHECK-TRANS-FILE.
000930 01  CHECK-TRANS-RECORD.
000940     05 CT-TRANS-CODE       PIC X(01).
000950        88 CT-STOCK-LOAD         VALUE 'S'.
000960        88 CT-VOID               VALUE 'V'.
000970        88 CT-REISSUE            VALUE 'R'.
000980     05 CT-CHECK-NUMBER     PIC 9(8).
000990     05 CT-LAST-NUMBER      PIC 9(8).
001000     05 CT-REASON           PIC X(20).

001010 FD  CHECK-PRINT-FILE.
001020 01  CHECK-PRINT-LINE       PIC X(80).

001030 FD  CHECK-REGISTER-FILE.
001040 01  CHECK-REGISTER-LINE    PIC X(80).

001050 FD  POSITIVE-PAY-FILE.
001060 01  POSITIVE-PAY-RECORD    PIC X(80).

001070 WORKING-STORAGE SECTION.

001080 01  WS-PAPER-PAY-STATUS   PIC X(02) VALUE SPACES.
001090 01  WS-CHECK-STATUS       PIC X(02) VALUE SPACES.
001100 01  WS-CHECK-CTL-STATUS   PIC X(02) VALUE SPACES.
001110 01  WS-CHECK-TRANS-STATUS PIC X(02) VALUE SPACES.

001120 01  WS-PAPER-EOF-SW PIC X(01) VALUE 'N'.
001130     88 WS-PAPER-EOF             VALUE 'Y'.

001140 01  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
001150     88 WS-TRANS-EOF             VALUE 'Y'.

001160 01  WS-CHECK-EOF-SW PIC X(01) VALUE 'N'.
001170     88 WS-CHECK-EOF             VALUE 'Y'.

001180 01  WS-PAPER-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001190     88 WS-PAPER-FILE-OPEN       VALUE 'Y'.

001200 01  WS-TRANS-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001210     88 WS-TRANS-FILE-OPEN       VALUE 'Y'.

001220 01  WS-FATAL-MESSAGE    PIC X(60) VALUE SPACES.

001230 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.

001240 01  WS-ORIGINAL-NUMBER  PIC 9(8) VALUE ZERO.
001241 01  WS-REISSUE-NUMBER   PIC 9(8) VALUE ZERO.

001250 77  WS-COMPANY-ID PIC X(10) VALUE "PAYROLLSYS".

001260*---------------------------------------------------------------
001270*    CHECK STOCK.  WS-CHECKS-NEEDED IS THE MOST THIS RUN CAN
001280*    PRINT (EVERY HANDED-OFF PAYMENT PLUS EVERY REISSUE
001290*    TRANSACTION); WS-STOCK-LEFT IS WHAT REMAINS IN THE LOADED
001300*    STOCK AFTER THIS RUN'S STOCK LOADS.
001310*---------------------------------------------------------------
001320 01  WS-STOCK-FIELDS.
001330     05 WS-CHECKS-NEEDED   PIC 9(7) VALUE ZERO.
001340     05 WS-STOCK-LEFT      PIC S9(9) VALUE ZERO.
001341     05 WS-PAPER-ON-FILE   PIC 9(7) VALUE ZERO.
001342     05 WS-PAPER-SKIPPED   PIC 9(7) VALUE ZERO.

001350 01  WS-COUNTERS.
001360     05 WS-ISSUED-COUNT    PIC 9(5) COMP VALUE ZERO.
001370     05 WS-REISSUED-COUNT  PIC 9(5) COMP VALUE ZERO.
001380     05 WS-VOIDED-COUNT    PIC 9(5) COMP VALUE ZERO.
001390     05 WS-STOCK-LOADS     PIC 9(5) COMP VALUE ZERO.
001400     05 WS-ERROR-COUNT     PIC 9(5) COMP VALUE ZERO.
001410     05 WS-POSPAY-COUNT    PIC 9(6) VALUE ZERO.
001420     05 WS-ISSUED-TOTAL    PIC 9(10)V99 VALUE ZERO.
001430     05 WS-VOIDED-TOTAL    PIC 9(10)V99 VALUE ZERO.
001440     05 WS-POSPAY-TOTAL    PIC 9(12)V99 VALUE ZERO.

001450*---------------------------------------------------------------
001460*    POSITIVE-PAY RECORD LAYOUTS.  AMOUNTS ARE UNSIGNED WITH
001470*    TWO IMPLIED DECIMALS, THE SAME AS THE DEPOSIT FILE.  THE
001480*    TRAILER TOTAL IS ISSUES ONLY; VOIDS ARE COUNTED.
001490*---------------------------------------------------------------
001500 01  POSPAY-HEADER.
001510     05 PPH-RECORD-TYPE     PIC X(01) VALUE '1'.
001520     05 PPH-COMPANY-ID      PIC X(10).
001530     05 PPH-CREATION-DATE   PIC 9(8).
001540     05 FILLER              PIC X(61) VALUE SPACES.

001550 01  POSPAY-DETAIL.
001560     05 PPD-RECORD-TYPE     PIC X(01) VALUE '2'.
001570     05 PPD-CHECK-NUMBER    PIC 9(8).
001580     05 PPD-ACTION          PIC X(01).
001590     05 PPD-AMOUNT          PIC 9(8)V99.
001600     05 PPD-ISSUE-DATE      PIC 9(8).
001610     05 PPD-PAYEE-NAME      PIC X(15).
001620     05 FILLER              PIC X(37) VALUE SPACES.

001630 01  POSPAY-TRAILER.
001640     05 PPT-RECORD-TYPE     PIC X(01) VALUE '3'.
001650     05 PPT-RECORD-COUNT    PIC 9(6).
001660     05 PPT-ISSUE-TOTAL     PIC 9(12)V99.
001670     05 FILLER              PIC X(59) VALUE SPACES.

001680*---------------------------------------------------------------
001690*    CHECK AND STUB PRINT LINES.  THE STUB IS PRINTED ABOVE
001700*    THE CHECK FACE; THE AMOUNT ON THE FACE IS ASTERISK-
001710*    PROTECTED.
001720*---------------------------------------------------------------
001730 01  STUB-LINE-1.
001740     05 FILLER              PIC X(45) VALUE
001750        "PAYROLL SYSTEMS GROUP - EARNINGS STATEMENT   ".
001760     05 FILLER              PIC X(10) VALUE "CHECK NO. ".
001770     05 SL1-CHECK-NUMBER    PIC 9(8).

001780 01  STUB-LINE-2.
001790     05 FILLER              PIC X(08) VALUE "EMP-ID: ".
001800     05 SL2-EMP-ID          PIC X(4).
001810     05 FILLER              PIC X(08) VALUE "  NAME: ".
001820     05 SL2-EMP-NAME        PIC X(15).
001830     05 FILLER              PIC X(08) VALUE "  DEPT: ".
001840     05 SL2-DEPARTMENT      PIC X(10).
001850     05 FILLER              PIC X(10) VALUE "  PERIOD: ".
001860     05 SL2-PERIOD-KEY      PIC 9(6).

001870 01  STUB-AMOUNT-LINE.
001880     05 FILLER              PIC X(04) VALUE SPACES.
001890     05 SAL-LABEL           PIC X(19).
001900     05 SAL-AMOUNT          PIC $ZZ,ZZZ,ZZ9.99.

001910 01  STUB-DETACH-LINE.
001920     05 FILLER              PIC X(78) VALUE ALL "- ".

001930 01  CHECK-FACE-1.
001940     05 FILLER              PIC X(55) VALUE
001950        "PAYROLL SYSTEMS GROUP".
001960     05 FILLER              PIC X(10) VALUE "CHECK NO. ".
001970     05 CF1-CHECK-NUMBER    PIC 9(8).

001980 01  CHECK-FACE-2.
001990     05 FILLER              PIC X(55) VALUE SPACES.
002000     05 FILLER              PIC X(06) VALUE "DATE: ".
002010     05 CF2-ISSUE-DATE      PIC 9999/99/99.

002020 01  CHECK-FACE-3.
002030     05 FILLER              PIC X(21) VALUE
002040        "PAY TO THE ORDER OF: ".
002050     05 CF3-PAYEE-NAME      PIC X(15).
002060     05 FILLER              PIC X(19) VALUE SPACES.
002070     05 CF3-AMOUNT          PIC $**,***,**9.99.

002080 01  CHECK-FACE-4.
002090     05 FILLER              PIC X(18) VALUE
002100        "MEMO: PAY PERIOD  ".
002110     05 CF4-PERIOD-KEY      PIC 9(6).
002120     05 FILLER              PIC X(02) VALUE SPACES.
002130     05 CF4-REISSUE-TEXT    PIC X(26).

002140 01  CHECK-FACE-5.
002150     05 FILLER              PIC X(55) VALUE
002160        "VOID AFTER 90 DAYS".
002170     05 FILLER              PIC X(23) VALUE ALL "_".

002180 01  CF-REISSUE-LINE.
002190     05 FILLER              PIC X(18) VALUE
002200        "REISSUE OF CHECK  ".
002210     05 CFR-ORIGINAL        PIC 9(8).

002220*---------------------------------------------------------------
002230*    CHECK REGISTER PRINT LINES
002240*---------------------------------------------------------------
002250 01  REG-HEADING-1.
002260     05 FILLER              PIC X(45) VALUE
002270        "PAYROLL SYSTEMS GROUP - CHECK REGISTER       ".
002280     05 FILLER              PIC X(10) VALUE "RUN DATE: ".
002290     05 RH1-RUN-DATE        PIC 9999/99/99.

002300 01  REG-HEADING-2.
002310     05 FILLER              PIC X(40) VALUE
002320        "CHECK NO  EMP   PAYEE            ACTION ".
002330     05 FILLER              PIC X(26) VALUE
002340        "       AMOUNT  REFERENCE  ".

002350 01  REG-DETAIL-LINE.
002360     05 RD-CHECK-NUMBER     PIC 9(8).
002370     05 FILLER              PIC X(02) VALUE SPACES.
002380     05 RD-EMP-ID           PIC X(4).
002390     05 FILLER              PIC X(02) VALUE SPACES.
002400     05 RD-PAYEE-NAME       PIC X(15).
002410     05 FILLER              PIC X(02) VALUE SPACES.
002420     05 RD-ACTION           PIC X(07).
002430     05 RD-AMOUNT           PIC $ZZ,ZZZ,ZZ9.99.
002440     05 FILLER              PIC X(02) VALUE SPACES.
002450     05 RD-REFERENCE        PIC X(20).

002460 01  REG-ERROR-LINE.
002470     05 FILLER              PIC X(10) VALUE "*** ERROR ".
002480     05 RE-TRANS-CODE       PIC X(01).
002490     05 FILLER              PIC X(01) VALUE SPACE.
002500     05 RE-CHECK-NUMBER     PIC X(8).
002510     05 FILLER              PIC X(03) VALUE " - ".
002520     05 RE-REASON           PIC X(40).

002530 01  REG-TOTAL-LINE.
002540     05 RT-LABEL            PIC X(20).
002550     05 RT-COUNT            PIC ZZ,ZZ9.
002560     05 FILLER              PIC X(04) VALUE "  $ ".
002570     05 RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

002580 01  WS-ERROR-REASON     PIC X(40) VALUE SPACES.


002590 PROCEDURE DIVISION.

002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     PERFORM 1100-LOAD-STOCK THRU 1100-EXIT
002630     PERFORM 1200-COUNT-PAPER-PAY THRU 1200-EXIT
002640     PERFORM 1300-CHECK-STOCK THRU 1300-EXIT
002650     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT
002660     PERFORM 2000-APPLY-VOIDS THRU 2000-EXIT
002670     PERFORM 3000-PRINT-PAPER-PAY THRU 3000-EXIT
002680     PERFORM 4000-WRITE-POSITIVE-PAY THRU 4000-EXIT
002690     PERFORM 8000-SUMMARY THRU 8000-EXIT
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT
002710     STOP RUN.

002720*---------------------------------------------------------------
002730*    1000-INITIALIZE
002740*        READS THE STOCK COUNTER -- NO FILE YET MEANS NO STOCK
002750*        LOADED, SO THE FIRST RUN MUST CARRY AN 'S'
002760*        TRANSACTION.  THE FIRST RUN AT A SITE CREATES
002770*        EMPCHECKS.TXT.
002780*---------------------------------------------------------------
002790 1000-INITIALIZE.
002800     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002810     MOVE ZERO TO CCT-NEXT-CHECK
002820     MOVE ZERO TO CCT-LAST-CHECK
002830     MOVE ZERO TO CCT-LAST-RUN-DATE
002840     MOVE ZERO TO CCT-CHECKS-ISSUED
002850     MOVE ZERO TO CCT-CHECKS-VOIDED
002851     MOVE ZERO TO CCT-PAPER-CHECKED
002860     OPEN INPUT CHECK-CTL-FILE
002870     IF WS-CHECK-CTL-STATUS = "00"
002880         READ CHECK-CTL-FILE
002890             AT END
002900                 MOVE ZERO TO CCT-NEXT-CHECK
002910                 MOVE ZERO TO CCT-LAST-CHECK
002920         END-READ
002930         CLOSE CHECK-CTL-FILE
002940     END-IF
002950     IF CCT-NEXT-CHECK IS NOT NUMERIC
002960             OR CCT-LAST-CHECK IS NOT NUMERIC
002970         MOVE "EMPCHECKCTL.TXT STOCK COUNTER IS NOT NUMERIC"
002980             TO WS-FATAL-MESSAGE
002990         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003000     END-IF
003001     IF CCT-PAPER-CHECKED IS NOT NUMERIC
003002         MOVE ZERO TO CCT-PAPER-CHECKED
003003     END-IF
003010     OPEN I-O CHECK-FILE
003020     IF WS-CHECK-STATUS = "35"
003030         OPEN OUTPUT CHECK-FILE
003040         CLOSE CHECK-FILE
003050         OPEN I-O CHECK-FILE
003060     END-IF
003070     IF WS-CHECK-STATUS NOT = "00"
003080         MOVE "EMPCHECKS.TXT WILL NOT OPEN FOR I-O"
003090             TO WS-FATAL-MESSAGE
003100         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.

003140*---------------------------------------------------------------
003150*    1100-LOAD-STOCK
003160*        FIRST PASS OF THE TRANSACTIONS: TAKES THE STOCK LOADS
003170*        AND COUNTS THE REISSUES.  A STOCK LOAD THAT RUNS
003180*        BACKWARDS, OR WITH ANY NUMBER IN ITS RANGE ALREADY ON
003190*        EMPCHECKS.TXT (1120), IS REFUSED -- A CHECK NUMBER IS
003200*        NEVER USED TWICE.
003210*---------------------------------------------------------------
003220 1100-LOAD-STOCK.
003230     OPEN INPUT CHECK-TRANS-FILE
003240     IF WS-CHECK-TRANS-STATUS NOT = "00"
003250         GO TO 1100-EXIT
003260     END-IF
003270     SET WS-TRANS-FILE-OPEN-SW TO 'Y'
003280     PERFORM 1110-READ-TRANS THRU 1110-EXIT
003290     PERFORM 1120-LOAD-ONE THRU 1120-EXIT
003300         UNTIL WS-TRANS-EOF
003310     CLOSE CHECK-TRANS-FILE.
003320 1100-EXIT.
003330     EXIT.

003340*---------------------------------------------------------------
003350*    1110-READ-TRANS
003360*---------------------------------------------------------------
003370 1110-READ-TRANS.
003380     READ CHECK-TRANS-FILE
003390         AT END SET WS-TRANS-EOF-SW TO 'Y'
003400     END-READ.
003410 1110-EXIT.
003420     EXIT.

003430*---------------------------------------------------------------
003440*    1120-LOAD-ONE
003441*        A STOCK LOAD OVERLAPPING ANY CHECK ALREADY ON FILE IS
003442*        REFUSED -- THE FIRST ISSUED NUMBER AT OR PAST THE START
003443*        OF THE RANGE MUST LIE BEYOND ITS END.
003450*---------------------------------------------------------------
003460 1120-LOAD-ONE.
003470     IF CT-REISSUE
003480         ADD 1 TO WS-CHECKS-NEEDED
003490     END-IF
003500     IF NOT CT-STOCK-LOAD
003510         GO TO 1120-READ-NEXT
003520     END-IF
003530     IF CT-CHECK-NUMBER IS NOT NUMERIC
003540             OR CT-LAST-NUMBER IS NOT NUMERIC
003550             OR CT-CHECK-NUMBER = ZERO
003560             OR CT-LAST-NUMBER < CT-CHECK-NUMBER
003570         DISPLAY "*** ERROR - STOCK LOAD RANGE INVALID: "
003580             CT-CHECK-NUMBER " " CT-LAST-NUMBER
003590         ADD 1 TO WS-ERROR-COUNT
003600         GO TO 1120-READ-NEXT
003610     END-IF
003620     MOVE CT-CHECK-NUMBER TO CK-NUMBER
003621     START CHECK-FILE KEY NOT < CK-NUMBER
003622         INVALID KEY
003623             GO TO 1120-ACCEPT-LOAD
003624     END-START
003625     READ CHECK-FILE NEXT RECORD
003626         AT END
003627             GO TO 1120-ACCEPT-LOAD
003628     END-READ
003629     IF CK-NUMBER NOT > CT-LAST-NUMBER
003630         DISPLAY "*** ERROR - STOCK LOAD NUMBER ALREADY "
003631             "ISSUED: " CK-NUMBER
003632         ADD 1 TO WS-ERROR-COUNT
003633         GO TO 1120-READ-NEXT
003634     END-IF.
003635 1120-ACCEPT-LOAD.
003720     MOVE CT-CHECK-NUMBER TO CCT-NEXT-CHECK
003730     MOVE CT-LAST-NUMBER TO CCT-LAST-CHECK
003740     ADD 1 TO WS-STOCK-LOADS
003750     DISPLAY "CHECK STOCK LOADED: " CT-CHECK-NUMBER " THRU "
003760         CT-LAST-NUMBER.
003770 1120-READ-NEXT.
003780     PERFORM 1110-READ-TRANS THRU 1110-EXIT.
003790 1120-EXIT.
003800     EXIT.

003810*---------------------------------------------------------------
003820*    1200-COUNT-PAPER-PAY
003830*        THE HAND-OFF FILE IS OPTIONAL -- NO PAPER PAYMENTS
003840*        SINCE THE LAST CHECK RUN.  RECORDS ALREADY CHECKED BY
003841*        A RUN THAT STOPPED PART WAY ARE NOT NEEDED AGAIN.
003850*---------------------------------------------------------------
003860 1200-COUNT-PAPER-PAY.
003870     OPEN INPUT PAPER-PAY-FILE
003880     IF WS-PAPER-PAY-STATUS NOT = "00"
003890         GO TO 1200-EXIT
003900     END-IF
003910     PERFORM 1210-COUNT-ONE THRU 1210-EXIT
003920         UNTIL WS-PAPER-EOF
003930     CLOSE PAPER-PAY-FILE
003931     IF CCT-PAPER-CHECKED > WS-PAPER-ON-FILE
003932         MOVE "EMPPAPERPAY.TXT HOLDS FEWER PAYMENTS THAN CHECKED"
003933             TO WS-FATAL-MESSAGE
003934         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003935     END-IF
003936     COMPUTE WS-CHECKS-NEEDED = WS-CHECKS-NEEDED
003937         + WS-PAPER-ON-FILE - CCT-PAPER-CHECKED
003940     SET WS-PAPER-EOF-SW TO 'N'
003950     SET WS-PAPER-FILE-OPEN-SW TO 'Y'.
003960 1200-EXIT.
003970     EXIT.

003980*---------------------------------------------------------------
003990*    1210-COUNT-ONE
004000*---------------------------------------------------------------
004010 1210-COUNT-ONE.
004020     READ PAPER-PAY-FILE
004030         AT END
004040             SET WS-PAPER-EOF-SW TO 'Y'
004050         NOT AT END
004060             ADD 1 TO WS-PAPER-ON-FILE
004070     END-READ.
004080 1210-EXIT.
004090     EXIT.

004100*---------------------------------------------------------------
004110*    1300-CHECK-STOCK
004120*        NOTHING HAS BEEN PRINTED OR CHANGED YET; A SHORT RUN
004130*        STOPS HERE SO THE OPERATOR CAN LOAD MORE STOCK AND
004140*        RE-RUN.
004150*---------------------------------------------------------------
004160 1300-CHECK-STOCK.
004170     IF WS-CHECKS-NEEDED = ZERO
004180         GO TO 1300-EXIT
004190     END-IF
004200     IF CCT-NEXT-CHECK = ZERO
004210         MOVE "NO CHECK STOCK LOADED - RUN WITH AN S TRANSACTION"
004220             TO WS-FATAL-MESSAGE
004230         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004240     END-IF
004250     COMPUTE WS-STOCK-LEFT = CCT-LAST-CHECK - CCT-NEXT-CHECK + 1
004260     IF WS-STOCK-LEFT < WS-CHECKS-NEEDED
004270         DISPLAY "CHECKS NEEDED: " WS-CHECKS-NEEDED
004280             "  STOCK LEFT: " WS-STOCK-LEFT
004290         MOVE "NOT ENOUGH CHECK STOCK LEFT FOR THIS RUN"
004300             TO WS-FATAL-MESSAGE
004310         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004320     END-IF.
004330 1300-EXIT.
004340     EXIT.

004350*---------------------------------------------------------------
004360*    1400-OPEN-OUTPUTS
004370*---------------------------------------------------------------
004380 1400-OPEN-OUTPUTS.
004390     OPEN OUTPUT CHECK-PRINT-FILE
004400     OPEN OUTPUT CHECK-REGISTER-FILE
004410     OPEN OUTPUT POSITIVE-PAY-FILE
004420     MOVE WS-RUN-DATE-YYYYMMDD TO RH1-RUN-DATE
004430     MOVE REG-HEADING-1 TO CHECK-REGISTER-LINE
004440     WRITE CHECK-REGISTER-LINE
004450     MOVE REG-HEADING-2 TO CHECK-REGISTER-LINE
004460     WRITE CHECK-REGISTER-LINE
004470     MOVE SPACES TO CHECK-REGISTER-LINE
004480     WRITE CHECK-REGISTER-LINE
004490     MOVE WS-COMPANY-ID TO PPH-COMPANY-ID
004500     MOVE WS-RUN-DATE-YYYYMMDD TO PPH-CREATION-DATE
004510     MOVE POSPAY-HEADER TO POSITIVE-PAY-RECORD
004520     WRITE POSITIVE-PAY-RECORD.
004530 1400-EXIT.
004540     EXIT.

004550*---------------------------------------------------------------
004560*    2000-APPLY-VOIDS
004570*        SECOND PASS OF THE TRANSACTIONS: VOIDS AND REISSUES.
004580*---------------------------------------------------------------
004590 2000-APPLY-VOIDS.
004600     IF NOT WS-TRANS-FILE-OPEN
004610         GO TO 2000-EXIT
004620     END-IF
004630     OPEN INPUT CHECK-TRANS-FILE
004640     SET WS-TRANS-EOF-SW TO 'N'
004650     PERFORM 1110-READ-TRANS THRU 1110-EXIT
004660     PERFORM 2100-APPLY-ONE THRU 2100-EXIT
004670         UNTIL WS-TRANS-EOF
004680     CLOSE CHECK-TRANS-FILE.
004690 2000-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------
004720*    2100-APPLY-ONE
004730*        A VOID NEEDS AN ISSUED CHECK.  A REISSUE MAY NAME A
004740*        CHECK ALREADY VOIDED (BY AN EARLIER 'V') AS LONG AS IT
004750*        HAS NOT BEEN REPLACED ONCE ALREADY.
004760*---------------------------------------------------------------
004770 2100-APPLY-ONE.
004780     IF CT-STOCK-LOAD
004790         GO TO 2100-READ-NEXT
004800     END-IF
004810     IF NOT CT-VOID AND NOT CT-REISSUE
004820         MOVE "INVALID TRANS CODE" TO WS-ERROR-REASON
004830         PERFORM 2900-TRANS-ERROR THRU 2900-EXIT
004840         GO TO 2100-READ-NEXT
004850     END-IF
004860     IF CT-CHECK-NUMBER IS NOT NUMERIC
004870         MOVE "CHECK NUMBER NOT NUMERIC" TO WS-ERROR-REASON
004880         PERFORM 2900-TRANS-ERROR THRU 2900-EXIT
004890         GO TO 2100-READ-NEXT
004900     END-IF
004910     MOVE CT-CHECK-NUMBER TO CK-NUMBER
004920     READ CHECK-FILE
004930         INVALID KEY
004940             MOVE "CHECK NOT ON FILE" TO WS-ERROR-REASON
004950             PERFORM 2900-TRANS-ERROR THRU 2900-EXIT
004960             GO TO 2100-READ-NEXT
004970     END-READ
004980     IF CT-VOID AND CK-VOIDED
004990         MOVE "CHECK ALREADY VOID" TO WS-ERROR-REASON
005000         PERFORM 2900-TRANS-ERROR THRU 2900-EXIT
005010         GO TO 2100-READ-NEXT
005020     END-IF
005030     IF CT-REISSUE AND CK-REISSUED-AS NOT = ZERO
005040         MOVE "CHECK ALREADY REISSUED" TO WS-ERROR-REASON
005050         PERFORM 2900-TRANS-ERROR THRU 2900-EXIT
005060         GO TO 2100-READ-NEXT
005070     END-IF
005080     IF CK-ISSUED
005090         PERFORM 2200-VOID-CHECK THRU 2200-EXIT
005100     END-IF
005110     IF CT-REISSUE
005120         PERFORM 2300-REISSUE-CHECK THRU 2300-EXIT
005130     END-IF.
005140 2100-READ-NEXT.
005150     PERFORM 1110-READ-TRANS THRU 1110-EXIT.
005160 2100-EXIT.
005170     EXIT.

005180*---------------------------------------------------------------
005190*    2200-VOID-CHECK
005200*        THE VOID IS LEFT UNSENT SO 4000 PUTS IT ON THIS RUN'S
005210*        POSITIVE-PAY FILE.
005220*---------------------------------------------------------------
005230 2200-VOID-CHECK.
005240     SET CK-VOIDED TO TRUE
005250     MOVE WS-RUN-DATE-YYYYMMDD TO CK-VOID-DATE
005260     MOVE CT-REASON TO CK-VOID-REASON
005270     MOVE 'N' TO CK-VOID-SENT-SW
005280     REWRITE CHECK-RECORD
005290         INVALID KEY
005300             MOVE "EMPCHECKS.TXT REWRITE FAILED ON VOID"
005310                 TO WS-FATAL-MESSAGE
005320             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
005330     END-REWRITE
005340     ADD 1 TO WS-VOIDED-COUNT
005350     ADD CK-AMOUNT TO WS-VOIDED-TOTAL
005360     ADD 1 TO CCT-CHECKS-VOIDED
005361     PERFORM 9100-SAVE-CHECK-CONTROL THRU 9100-EXIT
005370     MOVE CK-NUMBER TO RD-CHECK-NUMBER
005380     MOVE CK-EMP-ID TO RD-EMP-ID
005390     MOVE CK-PAYEE-NAME TO RD-PAYEE-NAME
005400     MOVE "VOID   " TO RD-ACTION
005410     MOVE CK-AMOUNT TO RD-AMOUNT
005420     MOVE CK-VOID-REASON TO RD-REFERENCE
005430     MOVE REG-DETAIL-LINE TO CHECK-REGISTER-LINE
005440     WRITE CHECK-REGISTER-LINE.
005450 2200-EXIT.
005460     EXIT.

005470*---------------------------------------------------------------
005480*    2300-REISSUE-CHECK
005490*        THE VOIDED CHECK IS STILL IN THE RECORD AREA.  THE
005500*        REPLACEMENT TAKES THE NEXT NUMBER AND THE SAME PAYEE,
005510*        AMOUNT AND STUB; THE OLD CHECK IS THEN POINTED AT IT.
005520*---------------------------------------------------------------
005530 2300-REISSUE-CHECK.
005540     MOVE CK-NUMBER TO WS-ORIGINAL-NUMBER
005550     MOVE CCT-NEXT-CHECK TO CK-NUMBER
005560     MOVE WS-ORIGINAL-NUMBER TO CK-REISSUE-OF
005570     PERFORM 3200-ISSUE-CHECK THRU 3200-EXIT
005580     ADD 1 TO WS-REISSUED-COUNT
005590     MOVE "REISSUE" TO RD-ACTION
005600     MOVE SPACES TO RD-REFERENCE
005610     STRING "REPLACES " WS-ORIGINAL-NUMBER
005620         DELIMITED BY SIZE INTO RD-REFERENCE
005630     MOVE REG-DETAIL-LINE TO CHECK-REGISTER-LINE
005640     WRITE CHECK-REGISTER-LINE
005650     MOVE CK-NUMBER TO WS-REISSUE-NUMBER
005660     MOVE WS-ORIGINAL-NUMBER TO CK-NUMBER
005670     READ CHECK-FILE
005680         INVALID KEY
005690             MOVE "EMPCHECKS.TXT LOST A CHECK BEING REISSUED"
005700                 TO WS-FATAL-MESSAGE
005710             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
005720     END-READ
005730     MOVE WS-REISSUE-NUMBER TO CK-REISSUED-AS
005740     REWRITE CHECK-RECORD
005750         INVALID KEY
005760             MOVE "EMPCHECKS.TXT REWRITE FAILED ON REISSUE"
005770                 TO WS-FATAL-MESSAGE
005780             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
005790     END-REWRITE.
005800 2300-EXIT.
005810     EXIT.

005820*---------------------------------------------------------------
005830*    2900-TRANS-ERROR
005840*---------------------------------------------------------------
005850 2900-TRANS-ERROR.
005860     DISPLAY "*** ERROR - " WS-ERROR-REASON ": " CT-TRANS-CODE
005870         " " CT-CHECK-NUMBER
005880     MOVE CT-TRANS-CODE TO RE-TRANS-CODE
005890     MOVE CT-CHECK-NUMBER TO RE-CHECK-NUMBER
005900     MOVE WS-ERROR-REASON TO RE-REASON
005910     MOVE REG-ERROR-LINE TO CHECK-REGISTER-LINE
005920     WRITE CHECK-REGISTER-LINE
005930     ADD 1 TO WS-ERROR-COUNT.
005940 2900-EXIT.
005950     EXIT.

005960*---------------------------------------------------------------
005970*    3000-PRINT-PAPER-PAY
005980*        ONE CHECK PER HANDED-OFF PAYMENT.  THE RECORDS AN
005981*        EARLIER RUN CHECKED BEFORE IT STOPPED ARE PASSED OVER
005982*        (3020).
005990*---------------------------------------------------------------
006000 3000-PRINT-PAPER-PAY.
006010     IF NOT WS-PAPER-FILE-OPEN
006020         GO TO 3000-EXIT
006030     END-IF
006040     OPEN INPUT PAPER-PAY-FILE
006050     PERFORM 3010-READ-PAPER-PAY THRU 3010-EXIT
006051     PERFORM 3020-SKIP-CHECKED THRU 3020-EXIT
006052         UNTIL WS-PAPER-EOF
006053             OR WS-PAPER-SKIPPED = CCT-PAPER-CHECKED
006054     IF WS-PAPER-SKIPPED > ZERO
006055         DISPLAY "PAYMENTS ALREADY CHECKED, SKIPPED: "
006056             WS-PAPER-SKIPPED
006057     END-IF
006060     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
006070         UNTIL WS-PAPER-EOF
006080     CLOSE PAPER-PAY-FILE.
006090 3000-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120*    3010-READ-PAPER-PAY
006130*---------------------------------------------------------------
006140 3010-READ-PAPER-PAY.
006150     READ PAPER-PAY-FILE
006160         AT END SET WS-PAPER-EOF-SW TO 'Y'
006170     END-READ.
006180 3010-EXIT.
006190     EXIT.

006191*---------------------------------------------------------------
006192*    3020-SKIP-CHECKED
006193*---------------------------------------------------------------
006194 3020-SKIP-CHECKED.
006195     ADD 1 TO WS-PAPER-SKIPPED
006196     PERFORM 3010-READ-PAPER-PAY THRU 3010-EXIT.
006197 3020-EXIT.
006198     EXIT.

006200*---------------------------------------------------------------
006210*    3100-PRINT-ONE
006220*---------------------------------------------------------------
006230 3100-PRINT-ONE.
006240     MOVE SPACES TO CHECK-RECORD
006250     MOVE CCT-NEXT-CHECK TO CK-NUMBER
006260     MOVE PP-EMP-ID TO CK-EMP-ID
006270     MOVE PP-EMP-NAME TO CK-PAYEE-NAME
006280     MOVE PP-EMP-DEPARTMENT TO CK-EMP-DEPARTMENT
006290     MOVE PP-SOURCE TO CK-SOURCE
006300     MOVE PP-PERIOD-KEY TO CK-PERIOD-KEY
006310     MOVE PP-GROSS TO CK-GROSS
006320     MOVE PP-TAX-AMOUNT TO CK-TAX-AMOUNT
006330     MOVE PP-BENEFIT-AMOUNT TO CK-BENEFIT-AMOUNT
006340     MOVE PP-OTHER-DEDUCTION TO CK-OTHER-DEDUCTION
006350     MOVE PP-GARNISH-AMOUNT TO CK-GARNISH-AMOUNT
006360     MOVE PP-NET-AMOUNT TO CK-AMOUNT
006370     MOVE ZERO TO CK-REISSUE-OF
006371     ADD 1 TO CCT-PAPER-CHECKED
006380     PERFORM 3200-ISSUE-CHECK THRU 3200-EXIT
006390     MOVE "ISSUED " TO RD-ACTION
006400     MOVE SPACES TO RD-REFERENCE
006410     MOVE REG-DETAIL-LINE TO CHECK-REGISTER-LINE
006420     WRITE CHECK-REGISTER-LINE
006430     PERFORM 3010-READ-PAPER-PAY THRU 3010-EXIT.
006440 3100-EXIT.
006450     EXIT.

006460*---------------------------------------------------------------
006470*    3200-ISSUE-CHECK
006480*        CK-NUMBER, PAYEE, AMOUNTS AND CK-REISSUE-OF ARE SET BY
006490*        THE CALLER.  STAMPS THE ISSUE, WRITES THE CHECK
006500*        RECORD, STEPS THE STOCK COUNTER AND SAVES IT AT ONCE
006510*        (9100), PRINTS THE STUB AND FACE, AND LEAVES THE
006520*        REGISTER DETAIL LINE FILLED IN FOR THE CALLER TO
006530*        FINISH.  THE NUMBER CANNOT ALREADY BE ON FILE (STOCK
006540*        LOADS ARE CHECKED), SO A DUPLICATE KEY MEANS THE
006541*        COUNTER HAS BEEN TAMPERED WITH.
006550*---------------------------------------------------------------
006560 3200-ISSUE-CHECK.
006570     MOVE WS-RUN-DATE-YYYYMMDD TO CK-ISSUE-DATE
006580     SET CK-ISSUED TO TRUE
006590     MOVE ZERO TO CK-VOID-DATE
006600     MOVE SPACES TO CK-VOID-REASON
006610     MOVE ZERO TO CK-REISSUED-AS
006620     MOVE 'N' TO CK-ISSUE-SENT-SW
006630     MOVE 'N' TO CK-VOID-SENT-SW
006640     WRITE CHECK-RECORD
006650         INVALID KEY
006660             MOVE "CHECK NUMBER ALREADY ON EMPCHECKS.TXT"
006670                 TO WS-FATAL-MESSAGE
006680             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
006690     END-WRITE
006700     ADD 1 TO CCT-NEXT-CHECK
006710     ADD 1 TO CCT-CHECKS-ISSUED
006711     PERFORM 9100-SAVE-CHECK-CONTROL THRU 9100-EXIT
006720     ADD 1 TO WS-ISSUED-COUNT
006730     ADD CK-AMOUNT TO WS-ISSUED-TOTAL
006740     PERFORM 3300-PRINT-CHECK THRU 3300-EXIT
006750     MOVE CK-NUMBER TO RD-CHECK-NUMBER
006760     MOVE CK-EMP-ID TO RD-EMP-ID
006770     MOVE CK-PAYEE-NAME TO RD-PAYEE-NAME
006780     MOVE CK-AMOUNT TO RD-AMOUNT.
006790 3200-EXIT.
006800     EXIT.

006810*---------------------------------------------------------------
006820*    3300-PRINT-CHECK  --  STUB, DETACH LINE, THEN THE FACE
006830*---------------------------------------------------------------
006840 3300-PRINT-CHECK.
006850     MOVE CK-NUMBER TO SL1-CHECK-NUMBER
006860     MOVE STUB-LINE-1 TO CHECK-PRINT-LINE
006870     WRITE CHECK-PRINT-LINE
006880     MOVE CK-EMP-ID TO SL2-EMP-ID
006890     MOVE CK-PAYEE-NAME TO SL2-EMP-NAME
006900     MOVE CK-EMP-DEPARTMENT TO SL2-DEPARTMENT
006910     MOVE CK-PERIOD-KEY TO SL2-PERIOD-KEY
006920     MOVE STUB-LINE-2 TO CHECK-PRINT-LINE
006930     WRITE CHECK-PRINT-LINE
006940     IF CK-FROM-BANK-RETURN OR CK-GROSS = ZERO
006941         MOVE "NOT DEPOSITED    : " TO SAL-LABEL
006942         MOVE CK-AMOUNT TO SAL-AMOUNT
006943         PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
006944     ELSE
006945         PERFORM 3320-PRINT-GROSS-TO-NET THRU 3320-EXIT
006946     END-IF
006947     MOVE "NET PAY          : " TO SAL-LABEL
006948     MOVE CK-AMOUNT TO SAL-AMOUNT
006949     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
006950     MOVE STUB-DETACH-LINE TO CHECK-PRINT-LINE
006951     WRITE CHECK-PRINT-LINE
006952     MOVE CK-NUMBER TO CF1-CHECK-NUMBER
006953     MOVE CHECK-FACE-1 TO CHECK-PRINT-LINE
006954     WRITE CHECK-PRINT-LINE
006955     MOVE CK-ISSUE-DATE TO CF2-ISSUE-DATE
006956     MOVE CHECK-FACE-2 TO CHECK-PRINT-LINE
006957     WRITE CHECK-PRINT-LINE
006958     MOVE CK-PAYEE-NAME TO CF3-PAYEE-NAME
006959     MOVE CK-AMOUNT TO CF3-AMOUNT
006960     MOVE CHECK-FACE-3 TO CHECK-PRINT-LINE
006961     WRITE CHECK-PRINT-LINE
006962     MOVE CK-PERIOD-KEY TO CF4-PERIOD-KEY
006963     MOVE SPACES TO CF4-REISSUE-TEXT
006964     IF CK-REISSUE-OF NOT = ZERO
006965         MOVE CK-REISSUE-OF TO CFR-ORIGINAL
006966         MOVE CF-REISSUE-LINE TO CF4-REISSUE-TEXT
006967     END-IF
006968     MOVE CHECK-FACE-4 TO CHECK-PRINT-LINE
006969     WRITE CHECK-PRINT-LINE
006970     MOVE CHECK-FACE-5 TO CHECK-PRINT-LINE
006971     WRITE CHECK-PRINT-LINE
006972     MOVE SPACES TO CHECK-PRINT-LINE
006973     WRITE CHECK-PRINT-LINE
006974     WRITE CHECK-PRINT-LINE.
006975 3300-EXIT.
006976     EXIT.

007390*---------------------------------------------------------------
007400*    3310-PRINT-STUB-AMOUNT
007410*---------------------------------------------------------------
007420 3310-PRINT-STUB-AMOUNT.
007430     MOVE STUB-AMOUNT-LINE TO CHECK-PRINT-LINE
007440     WRITE CHECK-PRINT-LINE.
007450 3310-EXIT.
007460     EXIT.

007461*---------------------------------------------------------------
007462*    3320-PRINT-GROSS-TO-NET
007463*---------------------------------------------------------------
007464 3320-PRINT-GROSS-TO-NET.
007465     MOVE "GROSS PAY        : " TO SAL-LABEL
007466     MOVE CK-GROSS TO SAL-AMOUNT
007467     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
007468     MOVE "TAX WITHHELD     : " TO SAL-LABEL
007469     MOVE CK-TAX-AMOUNT TO SAL-AMOUNT
007470     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
007471     MOVE "BENEFIT DEDUCTION: " TO SAL-LABEL
007472     MOVE CK-BENEFIT-AMOUNT TO SAL-AMOUNT
007473     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
007474     MOVE "OTHER DEDUCTION  : " TO SAL-LABEL
007475     MOVE CK-OTHER-DEDUCTION TO SAL-AMOUNT
007476     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT
007477     MOVE "GARNISHMENTS     : " TO SAL-LABEL
007478     MOVE CK-GARNISH-AMOUNT TO SAL-AMOUNT
007479     PERFORM 3310-PRINT-STUB-AMOUNT THRU 3310-EXIT.
007480 3320-EXIT.
007481     EXIT.

007482*---------------------------------------------------------------
007483*    4000-WRITE-POSITIVE-PAY
007490*        EVERY ISSUE AND EVERY VOID NOT YET SENT TO THE BANK,
007500*        IN CHECK NUMBER ORDER -- THIS RUN'S CHECKS AND VOIDS,
007510*        AND ANYTHING LEFT OVER FROM A RUN THAT STOPPED BEFORE
007520*        ITS FILE WENT OUT.  EACH IS MARKED SENT AS IT IS
007530*        WRITTEN.
007540*---------------------------------------------------------------
007550 4000-WRITE-POSITIVE-PAY.
007560     MOVE ZERO TO CK-NUMBER
007570     START CHECK-FILE KEY NOT < CK-NUMBER
007580         INVALID KEY
007590             GO TO 4000-EXIT
007600     END-START
007610     PERFORM 4100-SEND-ONE-CHECK THRU 4100-EXIT
007620         UNTIL WS-CHECK-EOF.
007630 4000-EXIT.
007640     EXIT.

007650*---------------------------------------------------------------
007660*    4100-SEND-ONE-CHECK
007670*---------------------------------------------------------------
007680 4100-SEND-ONE-CHECK.
007690     READ CHECK-FILE NEXT RECORD
007700         AT END
007710             SET WS-CHECK-EOF-SW TO 'Y'
007720             GO TO 4100-EXIT
007730     END-READ
007740     IF CK-ISSUE-SENT AND (CK-ISSUED OR CK-VOID-SENT)
007750         GO TO 4100-EXIT
007760     END-IF
007770     MOVE CK-NUMBER TO PPD-CHECK-NUMBER
007780     MOVE CK-AMOUNT TO PPD-AMOUNT
007790     MOVE CK-ISSUE-DATE TO PPD-ISSUE-DATE
007800     MOVE CK-PAYEE-NAME TO PPD-PAYEE-NAME
007810     IF NOT CK-ISSUE-SENT
007820         MOVE 'I' TO PPD-ACTION
007830         MOVE POSPAY-DETAIL TO POSITIVE-PAY-RECORD
007840         WRITE POSITIVE-PAY-RECORD
007850         ADD 1 TO WS-POSPAY-COUNT
007860         ADD CK-AMOUNT TO WS-POSPAY-TOTAL
007870         SET CK-ISSUE-SENT TO TRUE
007880     END-IF
007890     IF CK-VOIDED AND NOT CK-VOID-SENT
007900         MOVE 'V' TO PPD-ACTION
007910         MOVE POSPAY-DETAIL TO POSITIVE-PAY-RECORD
007920         WRITE POSITIVE-PAY-RECORD
007930         ADD 1 TO WS-POSPAY-COUNT
007940         SET CK-VOID-SENT TO TRUE
007950     END-IF
007960     REWRITE CHECK-RECORD
007970         INVALID KEY
007980             MOVE "EMPCHECKS.TXT REWRITE FAILED ON POSITIVE PAY"
007990                 TO WS-FATAL-MESSAGE
008000             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
008010     END-REWRITE.
008020 4100-EXIT.
008030     EXIT.

008040*---------------------------------------------------------------
008050*    8000-SUMMARY
008060*---------------------------------------------------------------
008070 8000-SUMMARY.
008080     MOVE WS-POSPAY-COUNT TO PPT-RECORD-COUNT
008090     MOVE WS-POSPAY-TOTAL TO PPT-ISSUE-TOTAL
008100     MOVE POSPAY-TRAILER TO POSITIVE-PAY-RECORD
008110     WRITE POSITIVE-PAY-RECORD
008120     MOVE SPACES TO CHECK-REGISTER-LINE
008130     WRITE CHECK-REGISTER-LINE
008140     MOVE "CHECKS ISSUED     : " TO RT-LABEL
008150     MOVE WS-ISSUED-COUNT TO RT-COUNT
008160     MOVE WS-ISSUED-TOTAL TO RT-AMOUNT
008170     MOVE REG-TOTAL-LINE TO CHECK-REGISTER-LINE
008180     WRITE CHECK-REGISTER-LINE
008190     MOVE " OF WHICH REISSUES: " TO RT-LABEL
008200     MOVE WS-REISSUED-COUNT TO RT-COUNT
008210     MOVE ZERO TO RT-AMOUNT
008220     MOVE REG-TOTAL-LINE TO CHECK-REGISTER-LINE
008230     WRITE CHECK-REGISTER-LINE
008240     MOVE "CHECKS VOIDED     : " TO RT-LABEL
008250     MOVE WS-VOIDED-COUNT TO RT-COUNT
008260     MOVE WS-VOIDED-TOTAL TO RT-AMOUNT
008270     MOVE REG-TOTAL-LINE TO CHECK-REGISTER-LINE
008280     WRITE CHECK-REGISTER-LINE
008290     MOVE "TRANSACTION ERRORS: " TO RT-LABEL
008300     MOVE WS-ERROR-COUNT TO RT-COUNT
008310     MOVE ZERO TO RT-AMOUNT
008320     MOVE REG-TOTAL-LINE TO CHECK-REGISTER-LINE
008330     WRITE CHECK-REGISTER-LINE
008340     DISPLAY " ".
008350     DISPLAY "--- Check Run Complete ---".
008360     DISPLAY "Stock Loads       : " WS-STOCK-LOADS.
008370     DISPLAY "Checks Issued     : " WS-ISSUED-COUNT.
008380     DISPLAY "Checks Reissued   : " WS-REISSUED-COUNT.
008390     DISPLAY "Checks Voided     : " WS-VOIDED-COUNT.
008400     DISPLAY "Positive-Pay Items: " WS-POSPAY-COUNT.
008410     DISPLAY "Next Check Number : " CCT-NEXT-CHECK.
008420     DISPLAY "Errors            : " WS-ERROR-COUNT.
008430     IF WS-ERROR-COUNT > ZERO
008440         MOVE 8 TO RETURN-CODE
008450     END-IF.
008460 8000-EXIT.
008470     EXIT.

008480*---------------------------------------------------------------
008490*    9000-TERMINATE
008500*        THE HAND-OFF FILE IS REWRITTEN EMPTY SO THE NEXT
008510*        CHECK RUN DOES NOT PAY THE SAME PAYMENTS AGAIN, THEN
008520*        THE STOCK COUNTER IS SAVED WITH NOTHING LEFT TO SKIP.
008530*---------------------------------------------------------------
008540 9000-TERMINATE.
008590     IF WS-PAPER-FILE-OPEN
008600         OPEN OUTPUT PAPER-PAY-FILE
008610         CLOSE PAPER-PAY-FILE
008620     END-IF
008621     MOVE ZERO TO CCT-PAPER-CHECKED
008622     MOVE WS-RUN-DATE-YYYYMMDD TO CCT-LAST-RUN-DATE
008623     PERFORM 9100-SAVE-CHECK-CONTROL THRU 9100-EXIT
008630     CLOSE CHECK-FILE
008640     CLOSE CHECK-PRINT-FILE
008650     CLOSE CHECK-REGISTER-FILE
008660     CLOSE POSITIVE-PAY-FILE.
008670 9000-EXIT.
008680     EXIT.

008681*---------------------------------------------------------------
008682*    9100-SAVE-CHECK-CONTROL
008683*        REWRITES THE ONE-RECORD STOCK CONTROL FILE, SO AN
008684*        ABORT NEVER LEAVES A CHECK ON EMPCHECKS.TXT THAT THE
008685*        COUNTER HAS NOT MOVED PAST.
008686*---------------------------------------------------------------
008687 9100-SAVE-CHECK-CONTROL.
008688     OPEN OUTPUT CHECK-CTL-FILE
008689     WRITE CHECK-CONTROL-RECORD
008690     CLOSE CHECK-CTL-FILE.
008691 9100-EXIT.
008692     EXIT.

008693*---------------------------------------------------------------
008700*    9900-FATAL-ERROR-ABORT
008710*---------------------------------------------------------------
008720 9900-FATAL-ERROR-ABORT.
008730     DISPLAY " ".
008740     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
008750     DISPLAY WS-FATAL-MESSAGE.
008760     MOVE 16 TO RETURN-CODE.
008770     STOP RUN.
008780 9900-EXIT.
008790     EXIT.

008800 END PROGRAM EmpCheck.
