000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPRTN
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      BANK RETURN AND NOTIFICATION-OF-CHANGE PROCESSING.
000200*      READS THE BANK'S RETURN FILE (EMPBANKRTN.TXT, SEE
000210*      BANKRTN) AND MATCHES EACH ITEM TO ITS EMPLOYEE AND TO
000220*      THE ORIGINAL DETAIL ON THE DEPOSIT FILE IT CAME FROM
000230*      (EMPBANK.TXT, AS WRITTEN BY EMPPAY.CBL) -- SO IT MUST
000240*      RUN BEFORE THE NEXT EXTRACT REPLACES THAT FILE.
000250*
000260*      RETURN (R):  THE EMPLOYEE'S PRENOTE STATUS IS SET TO
000270*          RETURNED SO EMPPAY.CBL STOPS DEPOSITING TO THE
000280*          ACCOUNT UNTIL A FRESH BANK CHANGE IS KEYED AND
000290*          APPROVED (EMPAPPR).  A RETURNED DEPOSIT (NOT A
000300*          PRENOTE) IS HANDED TO THE CHECK WRITER ON
000310*          EMPPAPERPAY.TXT (SEE PAPERREC, SOURCE R) SO THE
000320*          EMPLOYEE IS PAID BY CHECK ON THE NEXT CHECK RUN.  IF
000330*          THE MASTER ALREADY CARRIES A DIFFERENT ACCOUNT (THE
000340*          EMPLOYEE HAS ALREADY BEEN FIXED) THE STATUS IS LEFT
000350*          ALONE, BUT THE MONEY STILL GOES OUT BY CHECK.
000360*      CHANGE (C):  THE CORRECTED ROUTING, ACCOUNT AND/OR
000370*          ACCOUNT TYPE ARE APPLIED TO THE MASTER.  A CHANGE IS
000380*          REFUSED IF THE MASTER NO LONGER CARRIES THE ACCOUNT
000390*          THE DEPOSIT WENT TO, SO A NEWER KEYED CHANGE IS
000400*          NEVER OVERWRITTEN.
000410*      EVERY MASTER CHANGE IS JOURNALED ON EMPAUDIT.TXT WITH
000420*      ITS BEFORE AND AFTER IMAGES, THE SAME AS EMPMAINT.CBL
000430*      (ACTIONS BANK RTN AND BANK NOC, SEE AUDITREC).
000440*
000450*      EACH ITEM AND WHAT WAS DONE WITH IT IS LISTED ON
000460*      EMPBANKRTNRPT.TXT.  AN ITEM THAT CANNOT BE MATCHED OR
000470*      APPLIED IS LISTED AS AN ERROR FOR PAYROLL TO WORK BY
000480*      HAND AND THE RUN ENDS WITH RETURN-CODE 8.  THE RETURN
000490*      FILE IS EMPTIED AT END OF JOB SO NO ITEM IS PAID TWICE.
000500*---------------------------------------------------------------
000510*  MODIFICATION HISTORY.
000520*  DATE       INIT  DESCRIPTION
000530*  ---------- ----  -----------------------------------------
000540*  10/15/2026 RDH   ORIGINAL PROGRAM.
000550*===============================================================
000560 PROGRAM-ID. EmpRtn.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SPECIAL-NAMES.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BANK-RETURN-FILE ASSIGN TO "EmpBankRtn.txt"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-RETURN-STATUS.

000650     SELECT BANK-FILE ASSIGN TO "EmpBank.txt"
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS WS-BANK-STATUS.

000680     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS RANDOM
000710     RECORD KEY IS EMP-ID
000720     FILE STATUS IS WS-EMP-STATUS.

000730     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "EmpAudit.txt"
000740     ORGANIZATION IS LINE SEQUENTIAL.

000750     SELECT PAPER-PAY-FILE ASSIGN TO "EmpPaperPay.txt"
000760     ORGANIZATION IS LINE SEQUENTIAL.

000770     SELECT RETURN-REPORT-FILE ASSIGN TO "EmpBankRtnRpt.txt"
000780     ORGANIZATION IS LINE SEQUENTIAL.

000790 DATA DIVISION.
000800 FILE SECTION.

000810 FD  BANK-RETURN-FILE.
000820     COPY BANKRTN.

000830 FD  BANK-FILE.
000840 01  BANK-RECORD            PIC X(80).

000850 FD  EMPLOYEE-FILE.
000860     COPY EMPREC.

000870 FD  AUDIT-JOURNAL-FILE.
000880     COPY AUDITREC.

000890 FD  PAPER-PAY-FILE.
000900     COPY PAPERREC.

000910 FD  RETURN-REPORT-FILE.
000920 01  RETURN-REPORT-LINE     PIC X(80).

000930 WORKING-STORAGE SECTION.

000940 01  WS-RETURN-STATUS   PIC X(02) VALUE SPACES.
000950 01  WS-BANK-STATUS     PIC X(02) VALUE SPACES.
000960 01  WS-EMP-STATUS      PIC X(02) VALUE SPACES.

000970 01  WS-RETURN-EOF-SW PIC X(01) VALUE 'N'.
000980     88 WS-RETURN-EOF            VALUE 'Y'.

000990 01  WS-BANK-EOF-SW PIC X(01) VALUE 'N'.
001000     88 WS-BANK-EOF              VALUE 'Y'.

001010 01  WS-PAPER-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001020     88 WS-PAPER-FILE-OPEN       VALUE 'Y'.

001030 01  WS-DEPOSIT-FOUND-SW PIC X(01) VALUE 'N'.
001040     88 WS-DEPOSIT-FOUND         VALUE 'Y'.

001050 01  WS-ITEM-VALID-SW PIC X(01) VALUE 'Y'.
001060     88 WS-ITEM-VALID            VALUE 'Y'.
001070     88 WS-ITEM-INVALID          VALUE 'N'.

001080 01  WS-FATAL-MESSAGE    PIC X(60) VALUE SPACES.
001090 01  WS-ERROR-REASON     PIC X(40) VALUE SPACES.
001100 01  WS-ACTION-TEXT.
001101     05 WS-ACTION-RESULT   PIC X(23) VALUE SPACES.
001102     05 WS-ACTION-EXTRA    PIC X(07) VALUE SPACES.

001110 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.

001120*---------------------------------------------------------------
001130*    THE DEPOSIT FILE THE RETURNS ARE MATCHED AGAINST, LOADED
001140*    FROM EMPBANK.TXT.  A DETAIL IS MARKED MATCHED ONCE AN ITEM
001150*    AGAINST IT IS APPLIED, SO A DUPLICATED ITEM IS NOT PAID
001160*    TWICE.  RETRO DETAILS CARRY THE ACCOUNT FIELDS AND ARE
001170*    MATCHED THE SAME WAY AS REGULAR ONES.
001180*---------------------------------------------------------------
001190 77  WS-MAX-DEPOSITS PIC 9(5) COMP VALUE 2000.

001200 01  WS-DEPOSIT-FILE-DATE PIC 9(8) VALUE ZERO.

001210 01  WS-DEPOSIT-TABLE.
001220     05 WS-DEP-COUNT        PIC 9(5) COMP VALUE ZERO.
001230     05 WS-DEP-SUB          PIC 9(5) COMP VALUE ZERO.
001240     05 WS-DEP-HIT          PIC 9(5) COMP VALUE ZERO.
001250     05 WS-DEP-ENTRY OCCURS 2000 TIMES.
001260        10 DEP-EMP-ID       PIC X(4).
001270        10 DEP-ROUTING      PIC X(09).
001280        10 DEP-ACCOUNT      PIC X(17).
001290        10 DEP-AMOUNT       PIC 9(8)V99.
001300        10 DEP-MATCHED-SW   PIC X(01).
001310           88 DEP-MATCHED        VALUE 'Y'.

001320*---------------------------------------------------------------
001330*    DEPOSIT FILE LAYOUTS -- THE SAME AS EMPPAY.CBL WRITES.
001340*---------------------------------------------------------------
001350 01  BANK-HEADER.
001360     05 BH-RECORD-TYPE      PIC X(01).
001370     05 BH-COMPANY-ID       PIC X(10).
001380     05 BH-CREATION-DATE    PIC 9(8).
001390     05 FILLER              PIC X(61).

001400 01  BANK-DETAIL.
001410     05 BD-RECORD-TYPE      PIC X(01).
001420     05 BD-EMP-ID           PIC X(4).
001430     05 BD-EMP-NAME         PIC X(15).
001440     05 BD-BANK-ROUTING     PIC X(09).
001450     05 BD-BANK-ACCOUNT     PIC X(17).
001460     05 BD-BANK-ACCT-TYPE   PIC X(01).
001470     05 BD-NET-AMOUNT       PIC 9(8)V99.
001480     05 FILLER              PIC X(23).

001490*---------------------------------------------------------------
001500*    AUDIT JOURNAL WORKING STORAGE -- AS IN EMPMAINT.CBL.  THE
001510*    BEFORE-IMAGE IS SAVED HERE BEFORE THE MASTER RECORD AREA
001520*    IS CHANGED; 3950-WRITE-AUDIT-JOURNAL MOVES BOTH IMAGES TO
001530*    THE JOURNAL RECORD.
001540*---------------------------------------------------------------
001550 01  WS-AUDIT-FIELDS.
001560     05 WS-AUDIT-DATE      PIC 9(8) VALUE ZERO.
001570     05 WS-AUDIT-TIME-RAW  PIC 9(8) VALUE ZERO.
001580     05 WS-AUDIT-ACTION    PIC X(10) VALUE SPACES.
001590     05 WS-BEFORE-IMAGE    PIC X(116) VALUE SPACES.
001600     05 WS-AFTER-IMAGE     PIC X(116) VALUE SPACES.

001610*---------------------------------------------------------------
001620*    ABA ROUTING CHECK-DIGIT WORKING STORAGE -- THE SAME TEST
001630*    AS EMPEDIT.CBL.  THE NINE DIGITS ARE WEIGHTED 3-7-1-3-7-1-
001640*    3-7-1 AND THE WEIGHTED SUM OF A VALID ROUTING NUMBER
001650*    DIVIDES EVENLY BY TEN.
001660*---------------------------------------------------------------
001670 01  WS-ABA-WEIGHT-TABLE    PIC X(09) VALUE "371371371".
001680 01  WS-ABA-WEIGHT-ENTRY REDEFINES WS-ABA-WEIGHT-TABLE.
001690     05 WS-ABA-WEIGHT       OCCURS 9 TIMES PIC 9(1).
001700 01  WS-ABA-FIELDS.
001710     05 WS-ABA-IDX          PIC 9(2) COMP VALUE ZERO.
001720     05 WS-ABA-DIGIT        PIC 9(1) VALUE ZERO.
001730     05 WS-ABA-SUM          PIC 9(3) COMP VALUE ZERO.
001740     05 WS-ABA-QUOTIENT     PIC 9(3) VALUE ZERO.
001750     05 WS-ABA-REMAINDER    PIC 9(1) VALUE ZERO.

001760 01  WS-COUNTERS.
001770     05 WS-ITEM-COUNT      PIC 9(6) VALUE ZERO.
001780     05 WS-RETURN-COUNT    PIC 9(5) COMP VALUE ZERO.
001790     05 WS-PRENOTE-RETURNS PIC 9(5) COMP VALUE ZERO.
001800     05 WS-CHECK-COUNT     PIC 9(5) COMP VALUE ZERO.
001810     05 WS-NOC-COUNT       PIC 9(5) COMP VALUE ZERO.
001820     05 WS-ERROR-COUNT     PIC 9(5) COMP VALUE ZERO.
001830     05 WS-CHECK-TOTAL     PIC 9(10)V99 VALUE ZERO.

001840*---------------------------------------------------------------
001850*    REPORT PRINT LINES
001860*---------------------------------------------------------------
001870 01  RPT-HEADING-1.
001880     05 FILLER              PIC X(45) VALUE
001890        "PAYROLL SYSTEMS GROUP - BANK RETURNS AND NOCS".
001900     05 FILLER              PIC X(11) VALUE "  RUN DATE ".
001910     05 RH1-RUN-DATE        PIC 9999/99/99.

001920 01  RPT-HEADING-2.
001930     05 FILLER              PIC X(25) VALUE
001940        "BANK FILE DATE: ".
001950     05 RH2-RETURN-DATE     PIC 9999/99/99.
001960     05 FILLER              PIC X(20) VALUE
001970        "   DEPOSIT FILE: ".
001980     05 RH2-DEPOSIT-DATE    PIC 9999/99/99.

001990 01  RPT-HEADING-3.
002000     05 FILLER              PIC X(40) VALUE
002010        "EMP   NAME            TYPE   RSN        ".
002020     05 FILLER              PIC X(40) VALUE
002030        "AMOUNT  ACTION                          ".

002040 01  RPT-DETAIL-LINE.
002050     05 RD-EMP-ID           PIC X(4).
002060     05 FILLER              PIC X(02) VALUE SPACES.
002070     05 RD-EMP-NAME         PIC X(15).
002080     05 FILLER              PIC X(01) VALUE SPACE.
002090     05 RD-ITEM-TYPE        PIC X(06).
002100     05 FILLER              PIC X(01) VALUE SPACE.
002110     05 RD-REASON-CODE      PIC X(03).
002120     05 RD-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002130     05 FILLER              PIC X(02) VALUE SPACES.
002140     05 RD-ACTION           PIC X(30).

002150 01  RPT-TOTAL-LINE.
002160     05 RT-LABEL            PIC X(30).
002170     05 RT-COUNT            PIC ZZ,ZZ9.
002180     05 FILLER              PIC X(04) VALUE SPACES.
002190     05 RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.


002200 PROCEDURE DIVISION.

002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002230     PERFORM 1100-LOAD-DEPOSITS THRU 1100-EXIT
002240     PERFORM 1200-READ-RETURN-HEADER THRU 1200-EXIT
002250     PERFORM 2000-READ-RETURN THRU 2000-EXIT
002260     PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
002270         UNTIL WS-RETURN-EOF
002280     PERFORM 8000-SUMMARY THRU 8000-EXIT
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT
002300     STOP RUN.

002310*---------------------------------------------------------------
002320*    1000-INITIALIZE
002330*---------------------------------------------------------------
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002360     MOVE WS-RUN-DATE-YYYYMMDD TO WS-AUDIT-DATE
002370     OPEN INPUT BANK-RETURN-FILE
002380     IF WS-RETURN-STATUS NOT = "00"
002390         DISPLAY "*** EMPBANKRTN.TXT WILL NOT OPEN - NOTHING "
002400             "TO PROCESS"
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF
002440     OPEN INPUT BANK-FILE
002450     IF WS-BANK-STATUS NOT = "00"
002460         MOVE "EMPBANK.TXT WILL NOT OPEN - NOTHING TO MATCH TO"
002470             TO WS-FATAL-MESSAGE
002480         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002490     END-IF
002500     OPEN I-O EMPLOYEE-FILE
002510     IF WS-EMP-STATUS NOT = "00"
002520         MOVE "SAMPLE.TXT WILL NOT OPEN FOR I-O"
002530             TO WS-FATAL-MESSAGE
002540         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002550     END-IF
002560     OPEN EXTEND AUDIT-JOURNAL-FILE
002570     OPEN OUTPUT RETURN-REPORT-FILE.
002580 1000-EXIT.
002590     EXIT.

002600*---------------------------------------------------------------
002610*    1100-LOAD-DEPOSITS
002620*        THE HEADER GIVES THE CREATION DATE EACH ITEM MUST
002630*        QUOTE; EVERY DETAIL GOES INTO THE TABLE.  THE TRAILER
002640*        IS NOT NEEDED.
002650*---------------------------------------------------------------
002660 1100-LOAD-DEPOSITS.
002670     PERFORM 1110-READ-DEPOSIT THRU 1110-EXIT
002680     PERFORM 1120-LOAD-ONE-DEPOSIT THRU 1120-EXIT
002690         UNTIL WS-BANK-EOF
002700     CLOSE BANK-FILE.
002710 1100-EXIT.
002720     EXIT.

002730*---------------------------------------------------------------
002740*    1110-READ-DEPOSIT
002750*---------------------------------------------------------------
002760 1110-READ-DEPOSIT.
002770     READ BANK-FILE
002780         AT END SET WS-BANK-EOF-SW TO 'Y'
002790     END-READ.
002800 1110-EXIT.
002810     EXIT.

002820*---------------------------------------------------------------
002830*    1120-LOAD-ONE-DEPOSIT
002840*---------------------------------------------------------------
002850 1120-LOAD-ONE-DEPOSIT.
002860     IF BANK-RECORD (1:1) = '1'
002870         MOVE BANK-RECORD TO BANK-HEADER
002880         MOVE BH-CREATION-DATE TO WS-DEPOSIT-FILE-DATE
002890     END-IF
002900     IF BANK-RECORD (1:1) = '2'
002910         IF WS-DEP-COUNT NOT < WS-MAX-DEPOSITS
002920             MOVE "EMPBANK.TXT HAS MORE DETAILS THAN THE TABLE"
002930                 TO WS-FATAL-MESSAGE
002940             PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002950         END-IF
002960         MOVE BANK-RECORD TO BANK-DETAIL
002970         ADD 1 TO WS-DEP-COUNT
002980         MOVE BD-EMP-ID TO DEP-EMP-ID (WS-DEP-COUNT)
002990         MOVE BD-BANK-ROUTING TO DEP-ROUTING (WS-DEP-COUNT)
003000         MOVE BD-BANK-ACCOUNT TO DEP-ACCOUNT (WS-DEP-COUNT)
003010         MOVE BD-NET-AMOUNT TO DEP-AMOUNT (WS-DEP-COUNT)
003020         MOVE 'N' TO DEP-MATCHED-SW (WS-DEP-COUNT)
003030     END-IF
003040     PERFORM 1110-READ-DEPOSIT THRU 1110-EXIT.
003050 1120-EXIT.
003060     EXIT.

003070*---------------------------------------------------------------
003080*    1200-READ-RETURN-HEADER
003090*---------------------------------------------------------------
003100 1200-READ-RETURN-HEADER.
003110     PERFORM 2000-READ-RETURN THRU 2000-EXIT
003120     IF WS-RETURN-EOF OR NOT BR-HEADER
003130         MOVE "EMPBANKRTN.TXT HAS NO HEADER RECORD"
003140             TO WS-FATAL-MESSAGE
003150         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003160     END-IF
003170     MOVE WS-RUN-DATE-YYYYMMDD TO RH1-RUN-DATE
003180     MOVE RPT-HEADING-1 TO RETURN-REPORT-LINE
003190     WRITE RETURN-REPORT-LINE
003200     MOVE BRH-FILE-DATE TO RH2-RETURN-DATE
003210     MOVE WS-DEPOSIT-FILE-DATE TO RH2-DEPOSIT-DATE
003220     MOVE RPT-HEADING-2 TO RETURN-REPORT-LINE
003230     WRITE RETURN-REPORT-LINE
003240     MOVE SPACES TO RETURN-REPORT-LINE
003250     WRITE RETURN-REPORT-LINE
003260     MOVE RPT-HEADING-3 TO RETURN-REPORT-LINE
003270     WRITE RETURN-REPORT-LINE.
003280 1200-EXIT.
003290     EXIT.

003300*---------------------------------------------------------------
003310*    2000-READ-RETURN
003320*---------------------------------------------------------------
003330 2000-READ-RETURN.
003340     READ BANK-RETURN-FILE
003350         AT END SET WS-RETURN-EOF-SW TO 'Y'
003360     END-READ.
003370 2000-EXIT.
003380     EXIT.

003390*---------------------------------------------------------------
003400*    3000-PROCESS-ITEM
003410*        THE TRAILER COUNT IS CHECKED AGAINST THE ITEMS READ; A
003420*        SHORT OR PADDED FILE IS AN ERROR FOR PAYROLL TO TAKE
003430*        UP WITH THE BANK.
003440*---------------------------------------------------------------
003450 3000-PROCESS-ITEM.
003460     IF BR-TRAILER
003470         IF BRT-ITEM-COUNT NOT = WS-ITEM-COUNT
003480             DISPLAY "*** ERROR - TRAILER COUNT " BRT-ITEM-COUNT
003490                 " BUT ITEMS READ " WS-ITEM-COUNT
003500             ADD 1 TO WS-ERROR-COUNT
003510         END-IF
003520         GO TO 3000-READ-NEXT
003530     END-IF
003540     IF NOT BR-ITEM
003550         GO TO 3000-READ-NEXT
003560     END-IF
003570     ADD 1 TO WS-ITEM-COUNT
003580     SET WS-ITEM-VALID TO TRUE
003590     MOVE SPACES TO WS-ACTION-TEXT
003600     PERFORM 3100-MATCH-ITEM THRU 3100-EXIT
003610     IF WS-ITEM-VALID
003620         EVALUATE TRUE
003630             WHEN BRI-RETURN
003640                 PERFORM 3200-APPLY-RETURN THRU 3200-EXIT
003650             WHEN BRI-NOC
003660                 PERFORM 3300-APPLY-NOC THRU 3300-EXIT
003670         END-EVALUATE
003680     END-IF
003690     IF WS-ITEM-INVALID
003700         PERFORM 3900-ITEM-ERROR THRU 3900-EXIT
003710     ELSE
003715         SET DEP-MATCHED (WS-DEP-HIT) TO TRUE
003720         PERFORM 3800-REPORT-ITEM THRU 3800-EXIT
003730     END-IF.
003740 3000-READ-NEXT.
003750     PERFORM 2000-READ-RETURN THRU 2000-EXIT.
003760 3000-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------
003790*    3100-MATCH-ITEM
003800*        THE ITEM MUST NAME THE DEPOSIT FILE ON HAND, MATCH AN
003810*        UNCLAIMED DETAIL ON IT, AND BELONG TO AN EMPLOYEE ON
003820*        THE MASTER.  THE MASTER RECORD IS LEFT IN THE RECORD
003830*        AREA AND ITS BEFORE-IMAGE SAVED.  THE DETAIL IS NOT
003835*        CLAIMED HERE -- ONLY ONCE THE ITEM HAS BEEN APPLIED.
003840*---------------------------------------------------------------
003850 3100-MATCH-ITEM.
003860     IF NOT BRI-RETURN AND NOT BRI-NOC
003870         MOVE "INVALID ITEM TYPE" TO WS-ERROR-REASON
003880         SET WS-ITEM-INVALID TO TRUE
003890         GO TO 3100-EXIT
003900     END-IF
003910     IF BRI-ORIG-FILE-DATE NOT = WS-DEPOSIT-FILE-DATE
003920         MOVE "ORIGINAL DEPOSIT FILE NOT ON HAND"
003930             TO WS-ERROR-REASON
003940         SET WS-ITEM-INVALID TO TRUE
003950         GO TO 3100-EXIT
003960     END-IF
003970     SET WS-DEPOSIT-FOUND-SW TO 'N'
003980     PERFORM 3110-CHECK-ONE-DEPOSIT THRU 3110-EXIT
003990         VARYING WS-DEP-SUB FROM 1 BY 1
004000         UNTIL WS-DEP-SUB > WS-DEP-COUNT
004010             OR WS-DEPOSIT-FOUND
004020     IF NOT WS-DEPOSIT-FOUND
004030         MOVE "NO MATCHING DEPOSIT DETAIL" TO WS-ERROR-REASON
004040         SET WS-ITEM-INVALID TO TRUE
004050         GO TO 3100-EXIT
004060     END-IF
004070     MOVE BRI-EMP-ID TO EMP-ID
004080     READ EMPLOYEE-FILE
004090         INVALID KEY
004100             MOVE "EMP-ID NOT ON MASTER" TO WS-ERROR-REASON
004110             SET WS-ITEM-INVALID TO TRUE
004120             GO TO 3100-EXIT
004130     END-READ
004150     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
004160 3100-EXIT.
004170     EXIT.

004180*---------------------------------------------------------------
004190*    3110-CHECK-ONE-DEPOSIT
004200*---------------------------------------------------------------
004210 3110-CHECK-ONE-DEPOSIT.
004220     IF DEP-MATCHED (WS-DEP-SUB)
004230             OR DEP-EMP-ID (WS-DEP-SUB) NOT = BRI-EMP-ID
004240             OR DEP-AMOUNT (WS-DEP-SUB) NOT = BRI-ORIG-AMOUNT
004250         GO TO 3110-EXIT
004260     END-IF
004270     IF DEP-ACCOUNT (WS-DEP-SUB) NOT = SPACES
004280         IF DEP-ROUTING (WS-DEP-SUB) NOT = BRI-ORIG-ROUTING
004290                 OR DEP-ACCOUNT (WS-DEP-SUB)
004300                     NOT = BRI-ORIG-ACCOUNT
004310             GO TO 3110-EXIT
004320         END-IF
004330     END-IF
004340     SET WS-DEPOSIT-FOUND-SW TO 'Y'
004350     MOVE WS-DEP-SUB TO WS-DEP-HIT.
004360 3110-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------
004390*    3200-APPLY-RETURN
004400*        A PRENOTE RETURN (ZERO AMOUNT) ONLY STOPS THE ACCOUNT;
004410*        A DEPOSIT RETURN ALSO GOES TO THE CHECK WRITER.
004420*---------------------------------------------------------------
004430 3200-APPLY-RETURN.
004440     ADD 1 TO WS-RETURN-COUNT
004450     IF EMP-BANK-ROUTING = BRI-ORIG-ROUTING
004460             AND EMP-BANK-ACCOUNT = BRI-ORIG-ACCOUNT
004470         MOVE 'R' TO EMP-PRENOTE-STATUS
004480         MOVE WS-RUN-DATE-YYYYMMDD TO EMP-PRENOTE-DATE
004490         REWRITE EMPLOYEE-RECORD
004500             INVALID KEY
004510                 MOVE "REWRITE FAILED ON RETURN"
004520                     TO WS-ERROR-REASON
004530                 SET WS-ITEM-INVALID TO TRUE
004540                 GO TO 3200-EXIT
004550         END-REWRITE
004560         MOVE "BANK RTN" TO WS-AUDIT-ACTION
004570         MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
004580         PERFORM 3950-WRITE-AUDIT-JOURNAL THRU 3950-EXIT
004590         MOVE "ACCOUNT STOPPED" TO WS-ACTION-RESULT
004600     ELSE
004610         MOVE "ACCOUNT ALREADY CHANGED" TO WS-ACTION-RESULT
004620     END-IF
004630     IF BRI-ORIG-AMOUNT = ZERO
004640         ADD 1 TO WS-PRENOTE-RETURNS
004650         MOVE "PRENOTE" TO WS-ACTION-EXTRA
004660         GO TO 3200-EXIT
004670     END-IF
004680     PERFORM 3250-HAND-OFF-CHECK THRU 3250-EXIT
004690     MOVE "+ CHECK" TO WS-ACTION-EXTRA.
004700 3200-EXIT.
004710     EXIT.

004720*---------------------------------------------------------------
004730*    3250-HAND-OFF-CHECK
004740*        THE RETURNED NET GOES TO THE CHECK WRITER.  THE FILE
004750*        IS OPENED EXTEND ON THE FIRST ONE SO PAYMENTS NOT YET
004760*        CHECKED ARE KEPT.
004770*---------------------------------------------------------------
004780 3250-HAND-OFF-CHECK.
004790     IF NOT WS-PAPER-FILE-OPEN
004800         OPEN EXTEND PAPER-PAY-FILE
004810         SET WS-PAPER-FILE-OPEN-SW TO 'Y'
004820     END-IF
004830     MOVE SPACES TO PAPER-PAY-RECORD
004840     MOVE EMP-ID TO PP-EMP-ID
004850     MOVE EMP-NAME TO PP-EMP-NAME
004860     MOVE EMP-DEPARTMENT TO PP-EMP-DEPARTMENT
004870     SET PP-FROM-BANK-RETURN TO TRUE
004880     MOVE BRI-ORIG-FILE-DATE (1:6) TO PP-PERIOD-KEY
004890     MOVE ZERO TO PP-GROSS
004900     MOVE ZERO TO PP-TAX-AMOUNT
004910     MOVE ZERO TO PP-BENEFIT-AMOUNT
004920     MOVE ZERO TO PP-OTHER-DEDUCTION
004930     MOVE ZERO TO PP-GARNISH-AMOUNT
004940     MOVE BRI-ORIG-AMOUNT TO PP-NET-AMOUNT
004950     MOVE WS-RUN-DATE-YYYYMMDD TO PP-RUN-DATE
004960     WRITE PAPER-PAY-RECORD
004970     ADD 1 TO WS-CHECK-COUNT
004980     ADD BRI-ORIG-AMOUNT TO WS-CHECK-TOTAL.
004990 3250-EXIT.
005000     EXIT.

005010*---------------------------------------------------------------
005020*    3300-APPLY-NOC
005030*        ONLY THE NON-BLANK CORRECTED FIELDS ARE APPLIED.  THE
005040*        PRENOTE STATUS IS LEFT ALONE -- THE BANK HAS ALREADY
005050*        POSTED TO THE CORRECTED ACCOUNT.
005060*---------------------------------------------------------------
005070 3300-APPLY-NOC.
005080     IF BRI-NEW-ROUTING = SPACES
005090             AND BRI-NEW-ACCOUNT = SPACES
005100             AND BRI-NEW-ACCT-TYPE = SPACE
005110         MOVE "CHANGE NOTICE CARRIES NO CORRECTION"
005120             TO WS-ERROR-REASON
005130         SET WS-ITEM-INVALID TO TRUE
005140         GO TO 3300-EXIT
005150     END-IF
005160     IF BRI-NEW-ROUTING NOT = SPACES
005170         IF BRI-NEW-ROUTING IS NOT NUMERIC
005180             MOVE "CORRECTED ROUTING NOT NUMERIC"
005190                 TO WS-ERROR-REASON
005200             SET WS-ITEM-INVALID TO TRUE
005210             GO TO 3300-EXIT
005220         END-IF
005230         PERFORM 3710-ROUTING-CHECK-DIGIT THRU 3710-EXIT
005240         IF WS-ABA-REMAINDER NOT = ZERO
005250             MOVE "CORRECTED ROUTING CHECK DIGIT BAD"
005260                 TO WS-ERROR-REASON
005270             SET WS-ITEM-INVALID TO TRUE
005280             GO TO 3300-EXIT
005290         END-IF
005300     END-IF
005310     IF BRI-NEW-ACCT-TYPE NOT = SPACE
005320             AND BRI-NEW-ACCT-TYPE NOT = 'C'
005330             AND BRI-NEW-ACCT-TYPE NOT = 'S'
005340         MOVE "CORRECTED ACCT TYPE NOT C OR S"
005350             TO WS-ERROR-REASON
005360         SET WS-ITEM-INVALID TO TRUE
005370         GO TO 3300-EXIT
005380     END-IF
005390     IF EMP-BANK-ROUTING NOT = BRI-ORIG-ROUTING
005400             OR EMP-BANK-ACCOUNT NOT = BRI-ORIG-ACCOUNT
005410         MOVE "MASTER ACCOUNT CHANGED SINCE DEPOSIT"
005420             TO WS-ERROR-REASON
005430         SET WS-ITEM-INVALID TO TRUE
005440         GO TO 3300-EXIT
005450     END-IF
005460     IF BRI-NEW-ROUTING NOT = SPACES
005470         MOVE BRI-NEW-ROUTING TO EMP-BANK-ROUTING
005480     END-IF
005490     IF BRI-NEW-ACCOUNT NOT = SPACES
005500         MOVE BRI-NEW-ACCOUNT TO EMP-BANK-ACCOUNT
005510     END-IF
005520     IF BRI-NEW-ACCT-TYPE NOT = SPACE
005530         MOVE BRI-NEW-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
005540     END-IF
005550     REWRITE EMPLOYEE-RECORD
005560         INVALID KEY
005570             MOVE "REWRITE FAILED ON CHANGE NOTICE"
005580                 TO WS-ERROR-REASON
005590             SET WS-ITEM-INVALID TO TRUE
005600             GO TO 3300-EXIT
005610     END-REWRITE
005620     ADD 1 TO WS-NOC-COUNT
005630     MOVE "BANK NOC" TO WS-AUDIT-ACTION
005640     MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
005650     PERFORM 3950-WRITE-AUDIT-JOURNAL THRU 3950-EXIT
005660     MOVE "ACCOUNT CORRECTED" TO WS-ACTION-TEXT.
005670 3300-EXIT.
005680     EXIT.

005690*---------------------------------------------------------------
005700*    3710-ROUTING-CHECK-DIGIT
005710*        WEIGHTED SUM OF THE NINE ROUTING DIGITS; THE CALLER
005720*        TESTS WS-ABA-REMAINDER, WHICH IS ZERO FOR A VALID
005730*        NUMBER.
005740*---------------------------------------------------------------
005750 3710-ROUTING-CHECK-DIGIT.
005760     MOVE ZERO TO WS-ABA-SUM
005770     PERFORM 3720-ADD-WEIGHTED-DIGIT THRU 3720-EXIT
005780         VARYING WS-ABA-IDX FROM 1 BY 1
005790         UNTIL WS-ABA-IDX > 9
005800     DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
005810         REMAINDER WS-ABA-REMAINDER.
005820 3710-EXIT.
005830     EXIT.

005840*---------------------------------------------------------------
005850*    3720-ADD-WEIGHTED-DIGIT
005860*---------------------------------------------------------------
005870 3720-ADD-WEIGHTED-DIGIT.
005880     MOVE BRI-NEW-ROUTING (WS-ABA-IDX:1) TO WS-ABA-DIGIT
005890     COMPUTE WS-ABA-SUM = WS-ABA-SUM
005900         + WS-ABA-DIGIT * WS-ABA-WEIGHT (WS-ABA-IDX).
005910 3720-EXIT.
005920     EXIT.

005930*---------------------------------------------------------------
005940*    3800-REPORT-ITEM
005950*---------------------------------------------------------------
005960 3800-REPORT-ITEM.
005970     MOVE BRI-EMP-ID TO RD-EMP-ID
005980     MOVE BRI-EMP-NAME TO RD-EMP-NAME
005990     IF BRI-RETURN
006000         MOVE "RETURN" TO RD-ITEM-TYPE
006010     ELSE
006020         MOVE "NOC   " TO RD-ITEM-TYPE
006030     END-IF
006040     MOVE BRI-REASON-CODE TO RD-REASON-CODE
006050     MOVE BRI-ORIG-AMOUNT TO RD-AMOUNT
006060     MOVE WS-ACTION-TEXT TO RD-ACTION
006070     MOVE RPT-DETAIL-LINE TO RETURN-REPORT-LINE
006080     WRITE RETURN-REPORT-LINE.
006090 3800-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120*    3900-ITEM-ERROR
006130*        THE ITEM IS LISTED WITH THE REASON IN THE ACTION
006140*        COLUMN AND ON THE CONSOLE; NOTHING ABOUT IT HAS BEEN
006150*        APPLIED.
006160*---------------------------------------------------------------
006170 3900-ITEM-ERROR.
006180     DISPLAY "*** ERROR - " WS-ERROR-REASON ": " BRI-EMP-ID
006190         " " BRI-ITEM-TYPE " " BRI-REASON-CODE
006200     MOVE SPACES TO WS-ACTION-TEXT
006210     STRING "*** " WS-ERROR-REASON DELIMITED BY SIZE
006220         INTO WS-ACTION-TEXT
006230     PERFORM 3800-REPORT-ITEM THRU 3800-EXIT
006240     ADD 1 TO WS-ERROR-COUNT.
006250 3900-EXIT.
006260     EXIT.

006270*---------------------------------------------------------------
006280*    3950-WRITE-AUDIT-JOURNAL
006290*        THE CALLER HAS ALREADY SET WS-AUDIT-ACTION AND BOTH
006300*        IMAGES; THE DATE WAS CAPTURED ONCE AT START-UP AND THE
006310*        TIME IS CAPTURED HERE PER ENTRY SO THE JOURNAL ORDERS
006320*        CORRECTLY WITHIN A RUN.
006330*---------------------------------------------------------------
006340 3950-WRITE-AUDIT-JOURNAL.
006350     ACCEPT WS-AUDIT-TIME-RAW FROM TIME
006360     MOVE SPACES TO AUDIT-RECORD
006370     MOVE WS-AUDIT-DATE TO AUD-DATE
006380     MOVE WS-AUDIT-TIME-RAW (1:6) TO AUD-TIME
006390     MOVE WS-AUDIT-ACTION TO AUD-ACTION
006400     MOVE BRI-EMP-ID TO AUD-EMP-ID
006410     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
006420     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
006430     WRITE AUDIT-RECORD.
006440 3950-EXIT.
006450     EXIT.

006460*---------------------------------------------------------------
006470*    8000-SUMMARY
006480*---------------------------------------------------------------
006490 8000-SUMMARY.
006500     MOVE SPACES TO RETURN-REPORT-LINE
006510     WRITE RETURN-REPORT-LINE
006520     MOVE "ITEMS READ                  : " TO RT-LABEL
006530     MOVE WS-ITEM-COUNT TO RT-COUNT
006540     MOVE ZERO TO RT-AMOUNT
006550     MOVE RPT-TOTAL-LINE TO RETURN-REPORT-LINE
006560     WRITE RETURN-REPORT-LINE
006570     MOVE "RETURNS APPLIED             : " TO RT-LABEL
006580     MOVE WS-RETURN-COUNT TO RT-COUNT
006590     MOVE RPT-TOTAL-LINE TO RETURN-REPORT-LINE
006600     WRITE RETURN-REPORT-LINE
006610     MOVE "  SENT TO CHECK WRITER      : " TO RT-LABEL
006620     MOVE WS-CHECK-COUNT TO RT-COUNT
006630     MOVE WS-CHECK-TOTAL TO RT-AMOUNT
006640     MOVE RPT-TOTAL-LINE TO RETURN-REPORT-LINE
006650     WRITE RETURN-REPORT-LINE
006660     MOVE ZERO TO RT-AMOUNT
006670     MOVE "CHANGE NOTICES APPLIED      : " TO RT-LABEL
006680     MOVE WS-NOC-COUNT TO RT-COUNT
006690     MOVE RPT-TOTAL-LINE TO RETURN-REPORT-LINE
006700     WRITE RETURN-REPORT-LINE
006710     MOVE "ITEMS IN ERROR              : " TO RT-LABEL
006720     MOVE WS-ERROR-COUNT TO RT-COUNT
006730     MOVE RPT-TOTAL-LINE TO RETURN-REPORT-LINE
006740     WRITE RETURN-REPORT-LINE
006750     DISPLAY " ".
006760     DISPLAY "--- Bank Return Processing Complete ---".
006770     DISPLAY "Items Read        : " WS-ITEM-COUNT.
006780     DISPLAY "Returns Applied   : " WS-RETURN-COUNT.
006790     DISPLAY "Prenote Returns   : " WS-PRENOTE-RETURNS.
006800     DISPLAY "Checks Handed Off : " WS-CHECK-COUNT.
006810     DISPLAY "Changes Applied   : " WS-NOC-COUNT.
006820     DISPLAY "Errors            : " WS-ERROR-COUNT.
006830     IF WS-ERROR-COUNT > ZERO
006840         MOVE 8 TO RETURN-CODE
006850     END-IF.
006860 8000-EXIT.
006870     EXIT.

006880*---------------------------------------------------------------
006890*    9000-TERMINATE
006900*        THE RETURN FILE IS REWRITTEN EMPTY SO A RERUN DOES NOT
006910*        HAND THE SAME RETURNS TO THE CHECK WRITER AGAIN.  ITEMS
006920*        IN ERROR ARE ON THE REPORT FOR PAYROLL TO WORK.
006930*---------------------------------------------------------------
006940 9000-TERMINATE.
006950     CLOSE BANK-RETURN-FILE
006960     OPEN OUTPUT BANK-RETURN-FILE
006970     CLOSE BANK-RETURN-FILE
006980     CLOSE EMPLOYEE-FILE
006990     CLOSE AUDIT-JOURNAL-FILE
007000     CLOSE RETURN-REPORT-FILE
007010     IF WS-PAPER-FILE-OPEN
007020         CLOSE PAPER-PAY-FILE
007030     END-IF.
007040 9000-EXIT.
007050     EXIT.

007060*---------------------------------------------------------------
007070*    9900-FATAL-ERROR-ABORT
007080*---------------------------------------------------------------
007090 9900-FATAL-ERROR-ABORT.
007100     DISPLAY " ".
007110     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
007120     DISPLAY WS-FATAL-MESSAGE.
007130     MOVE 16 TO RETURN-CODE.
007140     STOP RUN.
007150 9900-EXIT.
007160     EXIT.

007170 END PROGRAM EmpRtn.
