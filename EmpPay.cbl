000450*                   SAME ONE EMP.CBL'S PAYROLL PASS APPLIES, SO
000460*                   THE EXTRACT PAYS EXACTLY THE POPULATION THE
000470*                   REPORTS SHOW.  NON-ACTIVE EMPLOYEES ARE
000471*                   COUNTED ON THEIR OWN SUMMARY LINE.
000472*  09/02/2026 RDH   PARTIAL-PERIOD PRORATION, THE SAME RULE AS
000473*                   EMP.CBL'S 2160-COMPUTE-PRORATION: GROSS IS
000474*                   PRORATED BY DAYS WORKED IN THE RUN MONTH
000475*                   USING EMP-HIRE-DATE AND THE STATUS EFFECTIVE
000476*                   DATE, SO A MID-MONTH HIRE OR LEAVE-START IS
000477*                   PAID FOR THE DAYS ACTUALLY WORKED AND THE
000478*                   BANK NET MATCHES THE REGISTER TO THE PENNY.
000479*  09/02/2026 RDH   RETROACTIVE ADJUSTMENTS WRITTEN BY
000480*                   EMPRETRO.CBL (EMPRETROPAY.TXT, SEE THE
000481*                   RETROREC COPYBOOK) ARE NOW PICKED UP AFTER
000482*                   THE MASTER PASS: EACH ONE GOES OUT AS ITS
000483*                   OWN BANK DETAIL AND REGISTER LINE, COUNTS
000484*                   IN THE TRAILER AND HASH TOTAL, AND THE FILE
000485*                   IS EMPTIED AT END OF JOB SO AN ADJUSTMENT
000486*                   IS PAID EXACTLY ONCE.
000487*  09/02/2026 RDH   THE MASTER NOW CARRIES DIRECT-DEPOSIT BANK
000488*                   DETAILS WITH A PRENOTE STATUS (SEE EMPREC,
000489*                   MAINTAINED THROUGH EMPEDIT/EMPMAINT).  THE
000490*                   BANK DETAIL NOW CARRIES ROUTING, ACCOUNT
000491*                   AND ACCOUNT TYPE (RECORD WIDENED TO 80
000492*                   BYTES), AND THE EXTRACT RUNS THE PRENOTE
000493*                   CYCLE: A PENDING ACCOUNT WITH NO PRENOTE
000494*                   DATE GETS A ZERO-DOLLAR VERIFICATION DETAIL
000495*                   AND THE DATE STAMPED ON THE MASTER (THE
000496*                   FILE IS NOW OPENED I-O FOR THAT); THE
000497*                   EMPLOYEE STAYS ON PAPER PAY -- LISTED ON
000498*                   THE REGISTER FOR THE SIGNER, EXCLUDED FROM
000499*                   THE DEPOSIT DETAILS -- UNTIL THE FIRST
000500*                   EXTRACT OF A LATER MONTH, WHICH PROMOTES
000501*                   THE ACCOUNT TO APPROVED IF NO BANK
000502*                   REJECTION HAS COME BACK (A REJECTION IS
000503*                   CORRECTED BY KEYING A FRESH CHANGE, WHICH
000504*                   RESTARTS THE PRENOTE).  BLANK BANK FIELDS
000505*                   (A RECORD OLDER THAN THE FIELDS) KEEP THE
000506*                   OLD ARRANGEMENT: THE DETAIL GOES OUT
000507*                   WITHOUT ACCOUNT FIELDS AND THE BANK APPLIES
000508*                   THE ACCOUNT FROM ITS OWN PAPER FORM.
000509*  09/02/2026 RDH   PAY-PERIOD CALENDAR SUPPORT, MIRRORING
000510*                   EMP.CBL (SEE ITS 1600-LOAD-PAY-CALENDAR AND
000511*                   2160-COMPUTE-PRORATION, AND THE PAYCAL
000512*                   COPYBOOK): AN S OR B EMPLOYEE IS EXTRACTED
000513*                   ONLY WHEN THE CALENDAR HAS A PERIOD OF
000514*                   THAT FREQUENCY ENDING ON THE RUN DATE;
000515*                   MONTHLY STAFF KEEP THE OLD EVERY-RUN
000516*                   BEHAVIOR, AND A SITE WITHOUT PAYCAL.TXT
000517*                   BEHAVES EXACTLY AS BEFORE.  PRORATION NOW
000518*                   WORKS IN DAY SERIALS, ROUNDED THE SAME WAY
000519*                   AS EMP.CBL, SO THE BANK NET STILL MATCHES
000520*                   THE REGISTER TO THE PENNY.
000521*  09/02/2026 RDH   THE MONTHLY SLOT WAS ALWAYS IN PLAY, SO A
000522*                   RUN MADE FOR A MID-MONTH S/B PERIOD END
000523*                   EXTRACTED EVERY MONTHLY EMPLOYEE A FULL
000524*                   MONTH AGAIN.  ONCE THE CALENDAR DEFINES
000525*                   MONTHLY PERIODS, MONTHLY FILLS ONLY WHEN A
000526*                   MONTHLY PERIOD ENDS ON THE RUN DATE -- THE
000527*                   SAME DIRECT READ AS S AND B (SEE EMP.CBL'S
000528*                   1610-CHECK-MONTHLY-CALENDAR).  THE RUN-
000529*                   MONTH DEFAULT SURVIVES ONLY WHERE THE
000530*                   CALENDAR IS ABSENT OR HAS NO MONTHLY
000531*                   PERIODS.
000532*  10/15/2026 RDH   HOURLY GROSS FROM EMPTIME.TXT AS EMP.CBL; NET
000533*                   LESS GARNISHMENTS.  NO ACCOUNT, A RETURNED
000534*                   ACCOUNT OR A REVIEW HOLD MEANS PAPER PAY TO
000535*                   EMPCHECK.CBL; RETRO PAY IS ROUTED THE SAME.
000544*===============================================================
000545 PROGRAM-ID. EmpPay.
000546 ENVIRONMENT DIVISION.
000548 SPECIAL-NAMES.
000549 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000551     SELECT TIME-CARD-FILE ASSIGN TO "EmpTime.txt"
000552     ORGANIZATION IS INDEXED
000553     ACCESS MODE IS RANDOM
000554     RECORD KEY IS TC-KEY
000555     FILE STATUS IS WS-TIME-CARD-STATUS.

000560     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000570     ORGANIZATION IS INDEXED
000571     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS EMP-ID.

000591     SELECT GARN-FILE ASSIGN TO "EmpGarn.txt"
000592     ORGANIZATION IS INDEXED
000593     ACCESS MODE IS DYNAMIC
000594     RECORD KEY IS GN-KEY
000595     FILE STATUS IS WS-GARN-STATUS.

000596     SELECT PAPER-PAY-FILE ASSIGN TO "EmpPaperPay.txt"
000597     ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT BANK-FILE ASSIGN TO "EmpBank.txt"
000610     ORGANIZATION IS LINE SEQUENTIAL.

000611     SELECT REVIEW-FILE ASSIGN TO "EmpReview.txt"
000612     ORGANIZATION IS INDEXED
000613     ACCESS MODE IS RANDOM
000614     RECORD KEY IS RV-EMP-ID
000615     FILE STATUS IS WS-REVIEW-STATUS.

000620     SELECT PAY-REGISTER-FILE ASSIGN TO "EmpBankReg.txt"
000630     ORGANIZATION IS LINE SEQUENTIAL.

000660 FD  EMPLOYEE-FILE.
000670     COPY EMPREC.

000671 FD  TIME-CARD-FILE.
000672     COPY TIMEREC.

000673 FD  GARN-FILE.
000674     COPY GARNREC.

000680 FD  BANK-FILE.
000690 01  BANK-RECORD            PIC X(80).

000691 FD  PAPER-PAY-FILE.
000692     COPY PAPERREC.

000693 FD  REVIEW-FILE.
000694     COPY REVWREC.

000700 FD  PAY-REGISTER-FILE.
000710 01  PAY-REGISTER-LINE      PIC X(80).

000730 01  WS-EOF-FLAG    PIC A(1) VALUE 'N'.
000740     88 WS-END-OF-FILE       VALUE 'Y'.

000741*---------------------------------------------------------------
000742*    HOURLY TIMECARD PRICING AS EMP.CBL; EMPTIME.TXT OPTIONAL.
000743*---------------------------------------------------------------
000744 01  WS-TIME-CARD-STATUS PIC X(02) VALUE SPACES.

000745 01  WS-TIME-FILE-OPEN-SW PIC X(01) VALUE 'N'.
000746     88 WS-TIME-FILE-OPEN        VALUE 'Y'.

000747 01  WS-CARD-FOUND-SW PIC X(01) VALUE 'N'.
000748     88 WS-CARD-FOUND            VALUE 'Y'.

000750 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
000751 01  WS-RUN-YEAR-MONTH    PIC 9(6) VALUE ZERO.
000752 01  WS-RUN-YEAR          PIC 9(4) VALUE ZERO.
000809     05 WS-PRENOTE-COUNT   PIC 9(5) COMP VALUE ZERO.
000810     05 WS-PAPER-COUNT     PIC 9(5) COMP VALUE ZERO.
000811     05 WS-NOT-DUE-COUNT   PIC 9(5) COMP VALUE ZERO.
000812     05 WS-NO-CARD-COUNT   PIC 9(5) COMP VALUE ZERO.
000813     05 WS-HELD-COUNT      PIC 9(5) COMP VALUE ZERO.

000814*---------------------------------------------------------------
000815*    RETRO ADJUSTMENT HAND-OFF WORKING STORAGE.  THE FILE IS
000816*    OPTIONAL INPUT -- NO RETRO RUN SINCE THE LAST EXTRACT
000817*    SIMPLY MEANS NOTHING TO ADD.
000818*---------------------------------------------------------------
000819 01  WS-RETRO-PAY-STATUS PIC X(02) VALUE SPACES.

000820 01  WS-RETRO-EOF-SW PIC X(01) VALUE 'N'.
000821     88 WS-RETRO-EOF             VALUE 'Y'.
000822 01  WS-RETRO-PAYMENT-SW PIC X(01) VALUE 'N'.
000823     88 WS-RETRO-PAYMENT         VALUE 'Y'.

000824 01  WS-EMP-ACTIVE-SW PIC X(01) VALUE 'Y'.
000825     88 WS-EMP-ACTIVE            VALUE 'Y'.
000830     88 WS-EMP-NOT-ACTIVE        VALUE 'N'.

000832*---------------------------------------------------------------
000833*    SET PER EMPLOYEE BY 3070-CHECK-PRENOTE: DEPOSIT MEANS A
000834*    NORMAL BANK DETAIL GOES OUT; PAPER MEANS THE PAYMENT IS
000835*    HANDED TO THE CHECK WRITER WHILE A PRENOTE IS OUTSTANDING
000836*    OR WHEN THE MASTER HAS NO BANK DETAILS.
000837*---------------------------------------------------------------
000838 01  WS-DEPOSIT-SW PIC X(01) VALUE 'Y'.
000839     88 WS-PAY-BY-DEPOSIT        VALUE 'Y'.

000842 01  WS-HASH-TOTAL PIC 9(12)V99 VALUE ZERO.

000843 01  WS-PAPER-FILE-OPEN-SW PIC X(01) VALUE 'N'.
000844     88 WS-PAPER-FILE-OPEN       VALUE 'Y'.
000845 01  WS-PAPER-REG-MARK PIC X(10) VALUE SPACES.

000850*---------------------------------------------------------------
000860*    GROSS-TO-NET DEDUCTION WORKING STORAGE
000870*---------------------------------------------------------------
000900     05 WS-BENEFIT-AMOUNT  PIC 9(8)V99 VALUE ZERO.
000910     05 WS-NET-SALARY      PIC 9(8)V99 VALUE ZERO.

000911 01  WS-HOURLY-PAY-FIELDS.
000912     05 WS-OT-PREMIUM       PIC 9V9 VALUE 1.5.
000913     05 WS-HOLIDAY-PREMIUM  PIC 9V9 VALUE 1.0.

000920*---------------------------------------------------------------
000930*    BANK FILE RECORD LAYOUTS.  AMOUNTS ARE UNSIGNED WITH TWO
000940*    IMPLIED DECIMALS AND NO PUNCTUATION, PER THE BANK'S SPEC.
001110     05 FILLER              PIC X(59) VALUE SPACES.

001120*---------------------------------------------------------------
001121*    GARNISHMENTS TAKEN BY EMP.CBL; EMPGARN.TXT IS OPTIONAL.
001122*---------------------------------------------------------------
001123 01  WS-GARN-STATUS PIC X(02) VALUE SPACES.

001124 01  WS-GARN-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001125     88 WS-GARN-FILE-OPEN        VALUE 'Y'.

001126 01  WS-GARN-SCAN-EOF-SW PIC X(01) VALUE 'N'.
001127     88 WS-GARN-SCAN-EOF         VALUE 'Y'.

001128 01  WS-GARN-TOTAL PIC 9(8)V99 VALUE ZERO.

001129*---------------------------------------------------------------
001130*    PAYMENT REGISTER PRINT LINES
001140*---------------------------------------------------------------
001150 01  REG-HEADING-1.
001320 01  WS-DISPLAY-FIELDS.
001330     05 DISP-SKIPPED     PIC ZZ,ZZ9.

001331*---------------------------------------------------------------
001332*    PRE-RELEASE REVIEW HOLDS (EMPREVIEW.TXT, FROM EMPREVW.CBL).
001333*    NO FILE MEANS NO REVIEW HAS RUN AND NOTHING IS HELD.
001334*---------------------------------------------------------------
001335 01  WS-REVIEW-STATUS PIC X(02) VALUE SPACES.
001336 01  WS-REVIEW-FILE-OPEN-SW PIC X(01) VALUE 'N'.
001337     88 WS-REVIEW-FILE-OPEN      VALUE 'Y'.
001338 01  WS-REVIEW-HOLD-SW PIC X(01) VALUE 'N'.
001339     88 WS-REVIEW-HOLD           VALUE 'Y'.


001340 PROCEDURE DIVISION.

001462*        I-O, NOT INPUT -- THE PRENOTE CYCLE STAMPS THE PRENOTE
001464*        DATE AND THE PROMOTION TO APPROVED BACK ON THE MASTER.
001470     OPEN I-O EMPLOYEE-FILE
001471     OPEN INPUT TIME-CARD-FILE
001472     IF WS-TIME-CARD-STATUS = "00"
001473         SET WS-TIME-FILE-OPEN-SW TO 'Y'
001474     END-IF
001475     OPEN INPUT GARN-FILE
001476     IF WS-GARN-STATUS = "00"
001477         SET WS-GARN-FILE-OPEN-SW TO 'Y'
001478     END-IF
001480     OPEN OUTPUT BANK-FILE
001490     OPEN OUTPUT PAY-REGISTER-FILE
001491     OPEN INPUT REVIEW-FILE
001492     IF WS-REVIEW-STATUS = "00"
001493         SET WS-REVIEW-FILE-OPEN-SW TO 'Y'
001494     END-IF
001500     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
001502     MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-RUN-YEAR-MONTH
001504     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-RUN-YEAR
001772         END-IF
001773         PERFORM 3050-CHECK-ACTIVE THRU 3050-EXIT
001774         PERFORM 3060-COMPUTE-PRORATION THRU 3060-EXIT
001775         IF EMP-PAY-HOURLY AND WS-WORKED-DAYS > ZERO
001776             PERFORM 3065-COMPUTE-HOURLY-GROSS THRU 3065-EXIT
001777             IF NOT WS-CARD-FOUND
001778                 ADD 1 TO WS-NO-CARD-COUNT
001779                 GO TO 3000-READ-NEXT
001780             END-IF
001781         END-IF
001782         IF WS-WORKED-DAYS > ZERO
001783             PERFORM 3070-CHECK-PRENOTE THRU 3070-EXIT
001784             PERFORM 3075-CHECK-REVIEW-HOLD THRU 3075-EXIT
001785             IF WS-PAY-BY-DEPOSIT
001786                 PERFORM 3100-WRITE-PAYMENT THRU 3100-EXIT
001787             ELSE
001788                 PERFORM 3150-PAPER-PAY THRU 3150-EXIT
001789             END-IF
001790         ELSE
001800             ADD 1 TO WS-INACTIVE-SKIPPED
001810         END-IF
002127*    3070-CHECK-PRENOTE
002128*        RUNS THE PRENOTE CYCLE FOR ONE EMPLOYEE AND DECIDES
002129*        DEPOSIT VERSUS PAPER:
002130*          APPROVED WITH BANK DETAILS  - DEPOSIT AS ALWAYS.
002131*          PENDING, NO PRENOTE DATE    - SEND THE ZERO-DOLLAR
002132*                                        PRENOTE, STAMP THE RUN
002133*                                        DATE, PAY ON PAPER.
002138*                                        APPROVED AND DEPOSIT.
002139*---------------------------------------------------------------
002140 3070-CHECK-PRENOTE.
002141     PERFORM 3072-CHECK-BANK-DETAILS THRU 3072-EXIT
002142     IF NOT EMP-PN-PENDING OR WS-PAY-ON-PAPER
002143         GO TO 3070-EXIT
002144     END-IF
002145     IF EMP-PRENOTE-DATE IS NUMERIC

002187*---------------------------------------------------------------
002188*    3150-PAPER-PAY
002189*        THE EMPLOYEE IS OWED THE NET BUT NO DEPOSIT DETAIL CAN
002190*        GO OUT -- PRENOTE PERIOD, NO OR A RETURNED ACCOUNT, OR
002191*        A REVIEW HOLD.  THE REGISTER LINE IS MARKED FOR THE
002192*        SIGNER AND 3155 HANDS THE PAYMENT TO THE CHECK WRITER.
002193*---------------------------------------------------------------
002194 3150-PAPER-PAY.
002195     PERFORM 3155-PREPARE-PAPER-PAY THRU 3155-EXIT
002196     ADD 1 TO WS-PAPER-COUNT
002197     MOVE EMP-ID TO RD-EMP-ID
002198     MOVE EMP-NAME TO RD-EMP-NAME
002199     MOVE WS-PAPER-REG-MARK TO RD-EMP-DEPARTMENT
002200     MOVE WS-NET-SALARY TO RD-NET
002201     MOVE REG-DETAIL-LINE TO PAY-REGISTER-LINE
002202     WRITE PAY-REGISTER-LINE.
002310*        DEDUCTION CARRIED ON THE EMPLOYEE'S MASTER RECORD --
002320*        THE SAME CALCULATION AS EMP.CBL'S 3250-CALCULATE-NET-
002330*        PAY AGAINST THE SAME PRORATED GROSS, SO THE BANK FILE
002331*        PAYS EXACTLY WHAT THE REPORTS SHOW, GARNISHMENTS
002332*        INCLUDED (3210).
002340*---------------------------------------------------------------
002350 3200-CALCULATE-NET-PAY.
002360     COMPUTE WS-TAX-AMOUNT ROUNDED =
002390         WS-PRORATED-SALARY * EMP-BENEFIT-RATE
002400     COMPUTE WS-NET-SALARY ROUNDED =
002410         WS-PRORATED-SALARY - WS-TAX-AMOUNT - WS-BENEFIT-AMOUNT
002411                    - EMP-OTHER-DEDUCTION
002412     PERFORM 3210-SUM-GARNISHMENTS THRU 3210-EXIT
002413     SUBTRACT WS-GARN-TOTAL FROM WS-NET-SALARY.
002430 3200-EXIT.
002440     EXIT.

002442*    7000-PROCESS-RETRO-PAY
002443*        PICKS UP ANY RETRO ADJUSTMENTS EMPRETRO.CBL HAS HANDED
002444*        OFF SINCE THE LAST EXTRACT (EMPRETROPAY.TXT, SEE
002445*        RETROREC).  EACH GOES THROUGH THE PAY RUN'S PRENOTE
002446*        AND REVIEW TESTS (7200) AND OUT AS ITS OWN BANK DETAIL
002447*        AHEAD OF THE TRAILER, OR AS A PAPER PAYMENT (3150).
002448*        THE FILE IS EMPTIED AT END OF JOB (9000-TERMINATE) SO
002449*        AN ADJUSTMENT IS PAID EXACTLY ONCE.  NO FILE ON DISK
002450*        MEANS NO RETRO RUN SINCE THE LAST EXTRACT.
002474*    7200-PAY-ONE-RETRO
002475*---------------------------------------------------------------
002476 7200-PAY-ONE-RETRO.
002477     SET WS-RETRO-PAYMENT-SW TO 'Y'
002478     MOVE RET-EMP-ID TO EMP-ID
002479     READ EMPLOYEE-FILE
002480         INVALID KEY
002481             PERFORM 7205-RETRO-NOT-ON-MASTER THRU 7205-EXIT
002482             GO TO 7200-ROUTE
002483     END-READ
002484     PERFORM 3040-SELECT-FREQUENCY THRU 3040-EXIT
002485     PERFORM 3070-CHECK-PRENOTE THRU 3070-EXIT
002486     PERFORM 3075-CHECK-REVIEW-HOLD THRU 3075-EXIT.
002487 7200-ROUTE.
002488     IF WS-PAY-BY-DEPOSIT
002489         PERFORM 7210-DEPOSIT-RETRO THRU 7210-EXIT
002490     ELSE
002491         PERFORM 3150-PAPER-PAY THRU 3150-EXIT
002492     END-IF
002493     ADD 1 TO WS-RETRO-COUNT
002494     SET WS-RETRO-PAYMENT-SW TO 'N'
002496     PERFORM 7100-READ-RETRO-PAY THRU 7100-EXIT.
002497 7200-EXIT.
002498     EXIT.
002630     DISPLAY "Hash Total        : " BT-HASH-TOTAL.
002640     DISPLAY "Records Skipped   : " DISP-SKIPPED.
002650     DISPLAY "Non-Active Skipped: " WS-INACTIVE-SKIPPED.
002651     DISPLAY "No Timecard       : " WS-NO-CARD-COUNT.
002652     DISPLAY "Retro Adjustments : " WS-RETRO-COUNT.
002654     DISPLAY "Prenotes Sent     : " WS-PRENOTE-COUNT.
002656     DISPLAY "Paper Pay         : " WS-PAPER-COUNT.
002657     DISPLAY "Held By Review    : " WS-HELD-COUNT.
002658     DISPLAY "Not Due This Run  : " WS-NOT-DUE-COUNT.
002660 8000-EXIT.
002670     EXIT.
002704*        OFF FILE IS REWRITTEN EMPTY SO THE NEXT EXTRACT DOES
002706*        NOT PAY THEM AGAIN.
002710 9000-TERMINATE.
002711     IF WS-TIME-FILE-OPEN
002712         CLOSE TIME-CARD-FILE
002713     END-IF
002714     IF WS-GARN-FILE-OPEN
002715         CLOSE GARN-FILE
002716     END-IF
002717     IF WS-REVIEW-FILE-OPEN
002718         CLOSE REVIEW-FILE
002719     END-IF
002720     CLOSE EMPLOYEE-FILE
002730     CLOSE BANK-FILE
002731     IF WS-PAPER-FILE-OPEN
002732         CLOSE PAPER-PAY-FILE
002733     END-IF
002740     CLOSE PAY-REGISTER-FILE
002742     IF WS-RETRO-COUNT > ZERO
002744         OPEN OUTPUT RETRO-PAY-FILE
002776 9500-EXIT.
002777     EXIT.

002778*---------------------------------------------------------------
002779*    3065-COMPUTE-HOURLY-GROSS
002780*        THE PERIOD TIMECARD PRICED AT EMP-HOURLY-RATE, IN
002781*        PLACE OF THE PRORATED SALARY -- THE SAME CALCULATION
002782*        AS EMP.CBL'S 2170-COMPUTE-HOURLY-GROSS, ROUNDED THE
002783*        SAME WAY.  NO CARD FOR THE PERIOD KEY LEAVES
002784*        WS-CARD-FOUND OFF AND THE EMPLOYEE IS NOT PAID.
002785*---------------------------------------------------------------
002786 3065-COMPUTE-HOURLY-GROSS.
002787     SET WS-CARD-FOUND-SW TO 'N'
002788     IF NOT WS-TIME-FILE-OPEN
002789         GO TO 3065-EXIT
002790     END-IF
002791     MOVE EMP-ID TO TC-EMP-ID
002792     MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO TC-PERIOD-KEY
002793     READ TIME-CARD-FILE
002794         INVALID KEY
002795             GO TO 3065-EXIT
002796     END-READ
002797     SET WS-CARD-FOUND-SW TO 'Y'
002798     COMPUTE WS-PRORATED-SALARY ROUNDED =
002799         (TC-REGULAR-HOURS * EMP-HOURLY-RATE)
002800       + (TC-OVERTIME-HOURS * EMP-HOURLY-RATE * WS-OT-PREMIUM)
002801       + (TC-HOLIDAY-HOURS * EMP-HOURLY-RATE
002802                           * WS-HOLIDAY-PREMIUM).
002803 3065-EXIT.
002804     EXIT.

002805*---------------------------------------------------------------
002806*    3072-CHECK-BANK-DETAILS
002807*        NO ROUTING OR ACCOUNT ON THE MASTER, OR AN ACCOUNT THE
002808*        BANK RETURNED, MEANS PAPER -- WHATEVER THE PRENOTE
002809*        STATUS -- UNTIL A FRESH BANK CHANGE RESTARTS THE
002810*        PRENOTE.  OTHERWISE THE DEPOSIT STANDS FOR NOW.
002811*---------------------------------------------------------------
002812 3072-CHECK-BANK-DETAILS.
002813     SET WS-DEPOSIT-SW TO 'Y'
002814     IF EMP-BANK-ROUTING = SPACES OR EMP-BANK-ACCOUNT = SPACES
002815             OR EMP-PN-RETURNED
002816         SET WS-DEPOSIT-SW TO 'N'
002817     END-IF.
002818 3072-EXIT.
002819     EXIT.

002820*---------------------------------------------------------------
002821*    3075-CHECK-REVIEW-HOLD
002822*        A REVIEWER'S HOLD ON THIS PERIOD'S PAYMENT TURNS THE
002823*        DEPOSIT INTO A PAPER PAYMENT, SO THE CHECK SIGNER
002824*        SEES IT BEFORE IT LEAVES.  AN ITEM STILL PENDING IS
002825*        TREATED THE SAME WAY -- EMPNIGHT WILL NOT START THIS
002826*        PROGRAM WITH ONE OUTSTANDING, BUT A HAND RUN MUST NOT
002827*        DEPOSIT A PAYMENT NOBODY HAS LOOKED AT.  AN ITEM FOR
002828*        ANOTHER PERIOD IS STALE AND IGNORED.
002829*---------------------------------------------------------------
002830 3075-CHECK-REVIEW-HOLD.
002831     SET WS-REVIEW-HOLD-SW TO 'N'
002832     IF NOT WS-REVIEW-FILE-OPEN
002833         GO TO 3075-EXIT
002834     END-IF
002835     MOVE EMP-ID TO RV-EMP-ID
002836     READ REVIEW-FILE
002837         INVALID KEY
002838             GO TO 3075-EXIT
002839     END-READ
002840     IF RV-PERIOD-KEY NOT = FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB)
002841         GO TO 3075-EXIT
002842     END-IF
002843     IF RV-HELD OR RV-PENDING
002844         SET WS-REVIEW-HOLD-SW TO 'Y'
002845         SET WS-DEPOSIT-SW TO 'N'
002846     END-IF.
002847 3075-EXIT.
002848     EXIT.

002849*---------------------------------------------------------------
002850*    3155-PREPARE-PAPER-PAY
002851*        NET AND STUB AMOUNTS FOR A PAPER PAYMENT, ITS REGISTER
002852*        MARK, AND ITS EMPPAPERPAY.TXT RECORD FOR THE CHECK
002853*        WRITER.  THE FILE IS OPENED EXTEND ON THE FIRST PAPER
002854*        PAYMENT SO PAYMENTS NOT YET CHECKED ARE KEPT.  A
002855*        DEPOSIT HELD BY THE PRE-RELEASE REVIEW (3075) IS
002856*        MARKED REVW HOLD.  A RETRO ADJUSTMENT (7200) CARRIES
002857*        ONLY ITS NET: THE OTHER STUB AMOUNTS ARE ZERO, THE
002858*        SOURCE IS R (H WHEN HELD) AND THE PERIOD KEY IS THE
002859*        RUN'S YYYYMM, THE SAME AS A RETURNED DEPOSIT.
002860*---------------------------------------------------------------
002861 3155-PREPARE-PAPER-PAY.
002862     IF WS-RETRO-PAYMENT
002863         MOVE ZERO TO WS-PRORATED-SALARY
002864         MOVE ZERO TO WS-TAX-AMOUNT
002865         MOVE ZERO TO WS-BENEFIT-AMOUNT
002866         MOVE ZERO TO WS-GARN-TOTAL
002867         MOVE RET-NET-AMOUNT TO WS-NET-SALARY
002868     ELSE
002869         PERFORM 3200-CALCULATE-NET-PAY THRU 3200-EXIT
002870     END-IF
002871     EVALUATE TRUE
002872         WHEN WS-REVIEW-HOLD
002873             ADD 1 TO WS-HELD-COUNT
002874             MOVE "REVW HOLD " TO WS-PAPER-REG-MARK
002875         WHEN WS-RETRO-PAYMENT
002876             MOVE "RETRO PAPR" TO WS-PAPER-REG-MARK
002877         WHEN OTHER
002878             MOVE "PAPER PAY " TO WS-PAPER-REG-MARK
002879     END-EVALUATE
002880     IF NOT WS-PAPER-FILE-OPEN
002881         OPEN EXTEND PAPER-PAY-FILE
002882         SET WS-PAPER-FILE-OPEN-SW TO 'Y'
002883     END-IF
002884     MOVE SPACES TO PAPER-PAY-RECORD
002885     MOVE EMP-ID TO PP-EMP-ID
002886     MOVE EMP-NAME TO PP-EMP-NAME
002887     MOVE EMP-DEPARTMENT TO PP-EMP-DEPARTMENT
002888     EVALUATE TRUE
002889         WHEN WS-REVIEW-HOLD
002890             SET PP-FROM-REVIEW-HOLD TO TRUE
002891         WHEN WS-RETRO-PAYMENT
002892             SET PP-FROM-BANK-RETURN TO TRUE
002893         WHEN OTHER
002894             SET PP-FROM-PAY-RUN TO TRUE
002895     END-EVALUATE
002896     IF WS-RETRO-PAYMENT
002897         MOVE WS-RUN-YEAR-MONTH TO PP-PERIOD-KEY
002898         MOVE ZERO TO PP-OTHER-DEDUCTION
002899     ELSE
002900         MOVE FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB) TO PP-PERIOD-KEY
002901         MOVE EMP-OTHER-DEDUCTION TO PP-OTHER-DEDUCTION
002902     END-IF
002903     MOVE WS-PRORATED-SALARY TO PP-GROSS
002904     MOVE WS-TAX-AMOUNT TO PP-TAX-AMOUNT
002905     MOVE WS-BENEFIT-AMOUNT TO PP-BENEFIT-AMOUNT
002906     MOVE WS-GARN-TOTAL TO PP-GARNISH-AMOUNT
002907     MOVE WS-NET-SALARY TO PP-NET-AMOUNT
002908     MOVE WS-RUN-DATE-YYYYMMDD TO PP-RUN-DATE
002909     WRITE PAPER-PAY-RECORD.
002910 3155-EXIT.
002911     EXIT.

002912*---------------------------------------------------------------
002913*    3210-SUM-GARNISHMENTS
002914*        WHAT EMP.CBL TOOK FOR THIS EMPLOYEE'S ORDERS IN THE
002915*        PERIOD BEING PAID.  NOTHING IS RECOMPUTED HERE -- THE
002916*        ORDER BALANCES HAVE ALREADY MOVED.
002917*---------------------------------------------------------------
002918 3210-SUM-GARNISHMENTS.
002919     MOVE ZERO TO WS-GARN-TOTAL
002920     IF NOT WS-GARN-FILE-OPEN
002921         GO TO 3210-EXIT
002922     END-IF
002923     MOVE EMP-ID TO GN-EMP-ID
002924     MOVE LOW-VALUES TO GN-ORDER-NUMBER
002925     START GARN-FILE KEY NOT < GN-KEY
002926         INVALID KEY
002927             GO TO 3210-EXIT
002928     END-START
002929     SET WS-GARN-SCAN-EOF-SW TO 'N'
002930     PERFORM 3220-ADD-ONE-ORDER THRU 3220-EXIT
002931         UNTIL WS-GARN-SCAN-EOF.
002932 3210-EXIT.
002933     EXIT.

002934*---------------------------------------------------------------
002935*    3220-ADD-ONE-ORDER
002936*---------------------------------------------------------------
002937 3220-ADD-ONE-ORDER.
002938     READ GARN-FILE NEXT RECORD
002939         AT END
002940             SET WS-GARN-SCAN-EOF-SW TO 'Y'
002941             GO TO 3220-EXIT
002942     END-READ
002943     IF GN-EMP-ID NOT = EMP-ID
002944         SET WS-GARN-SCAN-EOF-SW TO 'Y'
002945         GO TO 3220-EXIT
002946     END-IF
002947     IF GN-LAST-PERIOD-KEY = FREQ-PERIOD-KEY (WS-EMP-FREQ-SUB)
002948         ADD GN-LAST-AMOUNT TO WS-GARN-TOTAL
002949     END-IF.
002950 3220-EXIT.
002951     EXIT.

002952*---------------------------------------------------------------
002953*    7205-RETRO-NOT-ON-MASTER
002954*        THE EMPLOYEE HAS LEFT THE MASTER, SO THERE IS NO
002955*        ACCOUNT TO TEST: THE ADJUSTMENT IS PAID ON PAPER UNDER
002956*        THE NAME ON THE HAND-OFF RECORD.
002957*---------------------------------------------------------------
002958 7205-RETRO-NOT-ON-MASTER.
002959     MOVE SPACES TO EMPLOYEE-RECORD
002960     MOVE RET-EMP-ID TO EMP-ID
002961     MOVE RET-EMP-NAME TO EMP-NAME
002962     SET WS-REVIEW-HOLD-SW TO 'N'
002963     SET WS-DEPOSIT-SW TO 'N'.
002964 7205-EXIT.
002965     EXIT.

002966*---------------------------------------------------------------
002967*    7210-DEPOSIT-RETRO
002968*---------------------------------------------------------------
002969 7210-DEPOSIT-RETRO.
002970     MOVE RET-EMP-ID TO BD-EMP-ID
002971     MOVE RET-EMP-NAME TO BD-EMP-NAME
002972     MOVE EMP-BANK-ROUTING TO BD-BANK-ROUTING
002973     MOVE EMP-BANK-ACCOUNT TO BD-BANK-ACCOUNT
002974     MOVE EMP-BANK-ACCT-TYPE TO BD-BANK-ACCT-TYPE
002975     MOVE RET-NET-AMOUNT TO BD-NET-AMOUNT
002976     MOVE BANK-DETAIL TO BANK-RECORD
002977     WRITE BANK-RECORD

002978     ADD 1 TO WS-DETAIL-COUNT
002979     ADD RET-NET-AMOUNT TO WS-HASH-TOTAL

002980     MOVE RET-EMP-ID TO RD-EMP-ID
002981     MOVE RET-EMP-NAME TO RD-EMP-NAME
002982     MOVE "RETRO ADJ " TO RD-EMP-DEPARTMENT
002983     MOVE RET-NET-AMOUNT TO RD-NET
002984     MOVE REG-DETAIL-LINE TO PAY-REGISTER-LINE
002985     WRITE PAY-REGISTER-LINE.
002986 7210-EXIT.
002987     EXIT.

002988 END PROGRAM EmpPay.
