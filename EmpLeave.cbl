000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPLEAVE
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      PAID TIME OFF USAGE EDIT AND POSTING.  READS THE LEAVE
000200*      TAKEN, AS KEYED FROM THE APPROVED LEAVE FORMS
000210*      (EMPLEAVETRN.TXT, ONE RECORD PER EMPLOYEE PER DAY OFF),
000220*      EDITS EACH TRANSACTION THE WAY EMPEDIT.CBL EDITS
000230*      EMPLOYEE CHANGES, AND POSTS THE GOOD ONES AGAINST THE
000240*      BALANCES ON EMPLEAVE.TXT (SEE LEAVEREC) THAT EMP.CBL
000250*      ACCRUES INTO.  RUN IT AHEAD OF EMP.CBL SO THE REGISTER
000260*      STATEMENTS SHOW THE BALANCES NET OF THE LEAVE TAKEN.
000270*
000280*      TRANSACTION CODES:
000290*        U  USAGE     - HOURS TAKEN COME OFF THE BALANCE.
000300*        R  REVERSAL  - HOURS POSTED IN ERROR GO BACK ON.
000310*
000320*      EDITS APPLIED:
000330*        ALL TRANS   - TRANS CODE U OR R; EMP-ID PRESENT; LEAVE
000340*                      TYPE IN THE POLICY TABLE (SEE LVPOLICY);
000350*                      LEAVE DATE A REAL CALENDAR DATE, NOT
000360*                      AFTER THE RUN DATE; HOURS NUMERIC, MORE
000370*                      THAN ZERO AND NO MORE THAN ONE DAY.
000380*        EMPLOYEE    - ON THE MASTER; LEAVE DATE NOT BEFORE THE
000390*                      HIRE DATE NOR ON OR AFTER A TERMINATION.
000400*        BALANCE     - A LEAVE RECORD ON FILE (THE EMPLOYEE HAS
000410*                      BEEN PAID SINCE LEAVE TRACKING BEGAN);
000420*                      A USAGE NO MORE THAN THE BALANCE, A
000430*                      REVERSAL NO MORE THAN THE HOURS USED THIS
000440*                      YEAR.
000450*      TRANSACTIONS ARE POSTED IN FILE ORDER, SO THE BALANCE
000460*      TEST ON EACH SEES THE ONES POSTED BEFORE IT.  A USAGE
000470*      DATED IN A LATER YEAR THAN THE BALANCE RECORD FIRST
000480*      CLOSES THE OLD YEAR WITH THE SAME CARRYOVER RULE AS
000490*      EMP.CBL.
000500*
000510*      REFUSED TRANSACTIONS GO TO EMPLEAVEREJ.TXT WITH THEIR
000520*      REASON, IN THE TRANSACTION LAYOUT, TO BE CORRECTED AND
000530*      RESUBMITTED; EVERY POSTING AND REJECT IS LISTED ON
000540*      EMPLEAVERPT.TXT.  ANY REJECT ENDS THE RUN WITH
000550*      RETURN-CODE 8.  THE TRANSACTION FILE IS EMPTIED AT END
000560*      OF JOB SO A RERUN CANNOT POST THE SAME LEAVE TWICE.
000570*---------------------------------------------------------------
000580*  MODIFICATION HISTORY.
000590*  DATE       INIT  DESCRIPTION
000600*  ---------- ----  -----------------------------------------
000610*  10/15/2026 RDH   ORIGINAL PROGRAM.
000620*===============================================================
000630 PROGRAM-ID. EmpLeave.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SPECIAL-NAMES.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT LEAVE-TRANS-FILE ASSIGN TO "EmpLeaveTrn.txt"
000700     ORGANIZATION IS LINE SEQUENTIAL
000710     FILE STATUS IS WS-TRANS-STATUS.

000720     SELECT LEAVE-FILE ASSIGN TO "EmpLeave.txt"
000730     ORGANIZATION IS INDEXED
000740     ACCESS MODE IS RANDOM
000750     RECORD KEY IS LV-KEY
000760     FILE STATUS IS WS-LEAVE-STATUS.

000770     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000780     ORGANIZATION IS INDEXED
000790     ACCESS MODE IS RANDOM
000800     RECORD KEY IS EMP-ID
000810     FILE STATUS IS WS-EMP-STATUS.

000820     SELECT REJECT-FILE ASSIGN TO "EmpLeaveRej.txt"
000830     ORGANIZATION IS LINE SEQUENTIAL.

000840     SELECT LEAVE-REPORT-FILE ASSIGN TO "EmpLeaveRpt.txt"
000850     ORGANIZATION IS LINE SEQUENTIAL.

000860 DATA DIVISION.
000870 FILE SECTION.

000880 FD  LEAVE-TRANS-FILE.
000890 01  LEAVE-TRANS-RECORD.
000900     05 LT-TRANS-CODE       PIC X(01).
000910        88 LT-USAGE              VALUE 'U'.
000920        88 LT-REVERSAL           VALUE 'R'.
000930     05 LT-EMP-ID           PIC X(4).
000940     05 LT-LEAVE-TYPE       PIC X(01).
000950     05 LT-LEAVE-DATE       PIC 9(8).
000960     05 LT-LEAVE-DATE-X REDEFINES LT-LEAVE-DATE PIC X(8).
000970     05 LT-HOURS            PIC 9(3)V99.
000980     05 LT-HOURS-X REDEFINES LT-HOURS PIC X(5).
000990     05 LT-REFERENCE        PIC X(20).

001000 FD  LEAVE-FILE.
001010     COPY LEAVEREC.

001020 FD  EMPLOYEE-FILE.
001030     COPY EMPREC.

001040 FD  REJECT-FILE.
001050 01  REJECT-RECORD.
001060     05 RJ-TRANS-IMAGE      PIC X(39).
001070     05 FILLER              PIC X(01) VALUE SPACE.
001080     05 RJ-REASON           PIC X(30).

001090 FD  LEAVE-REPORT-FILE.
001100 01  LEAVE-REPORT-LINE      PIC X(80).

001110 WORKING-STORAGE SECTION.

001120 01  WS-FILE-STATUS-FIELDS.
001130     05 WS-TRANS-STATUS     PIC X(02) VALUE SPACES.
001140     05 WS-LEAVE-STATUS     PIC X(02) VALUE SPACES.
001150     05 WS-EMP-STATUS       PIC X(02) VALUE SPACES.

001160 01  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
001170     88 WS-TRANS-EOF             VALUE 'Y'.

001180 01  WS-TRANS-VALID-SW PIC X(01) VALUE 'Y'.
001190     88 WS-TRANS-VALID           VALUE 'Y'.
001200     88 WS-TRANS-INVALID         VALUE 'N'.

001210 01  WS-TYPE-FOUND-SW PIC X(01) VALUE 'N'.
001220     88 WS-TYPE-FOUND            VALUE 'Y'.

001230 01  WS-COUNTERS.
001240     05 WS-READ-COUNT       PIC 9(5) COMP VALUE ZERO.
001250     05 WS-USAGE-COUNT      PIC 9(5) COMP VALUE ZERO.
001260     05 WS-REVERSAL-COUNT   PIC 9(5) COMP VALUE ZERO.
001270     05 WS-REJECT-COUNT     PIC 9(5) COMP VALUE ZERO.
001280     05 WS-HOURS-POSTED     PIC 9(6)V99 VALUE ZERO.

001290 01  WS-FATAL-MESSAGE       PIC X(60) VALUE SPACES.

001300 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.

001310 01  WS-RUN-DATE-YYYYMMDD   PIC 9(8) VALUE ZERO.

001320*---------------------------------------------------------------
001330*    EDIT CEILING.  ONE TRANSACTION IS ONE DAY OFF, SO MORE
001340*    HOURS THAN THIS IS ASSUMED TO BE A KEYING ERROR.
001350*---------------------------------------------------------------
001360 77  WS-MAX-DAY-HOURS       PIC 9(3)V99 VALUE 24.00.

001370*---------------------------------------------------------------
001380*    LEAVE DATE WORKING STORAGE.  THE DATE IS SPLIT INTO ITS
001390*    PARTS TO TEST IT AGAINST THE CALENDAR; WS-LEAVE-YEAR
001400*    DRIVES THE YEAR-END CARRYOVER.
001410*---------------------------------------------------------------
001420 01  WS-DATE-WORK           PIC 9(8) VALUE ZERO.
001430 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001440     05 WS-DATE-YYYY        PIC 9(4).
001450     05 WS-DATE-MM          PIC 9(2).
001460     05 WS-DATE-DD          PIC 9(2).

001470 01  WS-DATE-FIELDS.
001480     05 WS-MONTH-DAYS       PIC 9(2) VALUE ZERO.
001490     05 WS-LEAP-QUOTIENT    PIC 9(4) VALUE ZERO.
001500     05 WS-LEAP-REMAINDER   PIC 9(4) VALUE ZERO.
001510     05 WS-LEAVE-YEAR       PIC 9(4) VALUE ZERO.

001520 01  WS-LP-SUB PIC 9(1) COMP VALUE ZERO.

001530     COPY LVPOLICY.

001540 01  WS-REPORT-LINES.
001550     05 RPT-HEADING.
001560        10 FILLER           PIC X(35) VALUE
001570           "--- LEAVE USAGE POSTING REPORT RUN:".
001580        10 FILLER           PIC X(01) VALUE SPACE.
001590        10 RPT-RUN-DATE     PIC 9999/99/99.
001600        10 FILLER           PIC X(04) VALUE " ---".
001610     05 RPT-POSTED-LINE.
001620        10 FILLER           PIC X(10) VALUE "POSTED  : ".
001630        10 RPT-P-CODE       PIC X(01).
001640        10 FILLER           PIC X(01) VALUE SPACE.
001650        10 RPT-P-EMP-ID     PIC X(4).
001660        10 FILLER           PIC X(01) VALUE SPACE.
001670        10 RPT-P-TYPE       PIC X(01).
001680        10 FILLER           PIC X(01) VALUE SPACE.
001690        10 RPT-P-DATE       PIC 9999/99/99.
001700        10 FILLER           PIC X(01) VALUE SPACE.
001710        10 RPT-P-HOURS      PIC ZZ9.99.
001720        10 FILLER           PIC X(15) VALUE " HRS  BALANCE  ".
001730        10 RPT-P-BALANCE    PIC ZZZ9.99.
001740     05 RPT-REJECT-LINE.
001750        10 FILLER           PIC X(10) VALUE "REJECTED: ".
001760        10 RPT-R-CODE       PIC X(01).
001770        10 FILLER           PIC X(01) VALUE SPACE.
001780        10 RPT-R-EMP-ID     PIC X(4).
001790        10 FILLER           PIC X(01) VALUE SPACE.
001800        10 RPT-R-TYPE       PIC X(01).
001810        10 FILLER           PIC X(03) VALUE " - ".
001820        10 RPT-R-REASON     PIC X(30).
001830     05 RPT-TOTAL-LINE.
001840        10 RPT-TOTAL-LABEL  PIC X(23).
001850        10 RPT-TOTAL-COUNT  PIC ZZ,ZZ9.
001860     05 RPT-HOURS-LINE.
001870        10 RPT-HOURS-LABEL  PIC X(23).
001880        10 RPT-HOURS-TOTAL  PIC ZZZ,ZZ9.99.


001890 PROCEDURE DIVISION.

001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-READ-TRANS THRU 2000-EXIT
001930     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
001940         UNTIL WS-TRANS-EOF
001950     PERFORM 8000-SUMMARY THRU 8000-EXIT
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT
001970     STOP RUN.

001980*---------------------------------------------------------------
001990*    1000-INITIALIZE
002000*        THE TRANSACTION FILE AND THE MASTER ARE REQUIRED.  THE
002010*        FIRST RUN AT A SITE CREATES EMPLEAVE.TXT, ALTHOUGH EVERY
002020*        TRANSACTION WILL THEN REJECT UNTIL EMP.CBL HAS ACCRUED.
002030*---------------------------------------------------------------
002040 1000-INITIALIZE.
002050     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002060     OPEN INPUT LEAVE-TRANS-FILE
002070     IF WS-TRANS-STATUS NOT = "00"
002080         DISPLAY "*** EMPLEAVETRN.TXT WILL NOT OPEN - NOTHING "
002090             "TO POST"
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002130     OPEN INPUT EMPLOYEE-FILE
002140     IF WS-EMP-STATUS NOT = "00"
002150         MOVE "EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
002160             TO WS-FATAL-MESSAGE
002170         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002180     END-IF
002190     OPEN I-O LEAVE-FILE
002200     IF WS-LEAVE-STATUS = "35"
002210         OPEN OUTPUT LEAVE-FILE
002220         CLOSE LEAVE-FILE
002230         OPEN I-O LEAVE-FILE
002240     END-IF
002250     IF WS-LEAVE-STATUS NOT = "00"
002260         MOVE "EMPLEAVE.TXT WILL NOT OPEN FOR I-O"
002270             TO WS-FATAL-MESSAGE
002280         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002290     END-IF
002300     OPEN OUTPUT REJECT-FILE
002310     OPEN OUTPUT LEAVE-REPORT-FILE
002320     MOVE WS-RUN-DATE-YYYYMMDD TO RPT-RUN-DATE
002330     MOVE SPACES TO LEAVE-REPORT-LINE
002340     MOVE RPT-HEADING TO LEAVE-REPORT-LINE
002350     WRITE LEAVE-REPORT-LINE
002360     MOVE SPACES TO LEAVE-REPORT-LINE
002370     WRITE LEAVE-REPORT-LINE.
002380 1000-EXIT.
002390     EXIT.

002400*---------------------------------------------------------------
002410*    2000-READ-TRANS
002420*---------------------------------------------------------------
002430 2000-READ-TRANS.
002440     READ LEAVE-TRANS-FILE
002450         AT END SET WS-TRANS-EOF TO TRUE
002460     END-READ.
002470 2000-EXIT.
002480     EXIT.

002490*---------------------------------------------------------------
002500*    3000-PROCESS-TRANS
002510*---------------------------------------------------------------
002520 3000-PROCESS-TRANS.
002530     ADD 1 TO WS-READ-COUNT
002540     PERFORM 3100-EDIT-TRANS THRU 3100-EXIT
002550     IF WS-TRANS-VALID
002560         PERFORM 3500-POST-TRANS THRU 3500-EXIT
002570     ELSE
002580         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
002590     END-IF
002600     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
002610 3000-EXIT.
002620     EXIT.

002630*---------------------------------------------------------------
002640*    3100-EDIT-TRANS
002650*        THE FIELD EDITS FIRST, THEN THE MASTER, THEN THE
002660*        BALANCE.  THE FIRST FAILURE REJECTS THE TRANSACTION
002670*        WITH ITS REASON.  A TRANSACTION THAT PASSES LEAVES ITS
002680*        LEAVE RECORD IN THE FD AREA FOR 3500-POST-TRANS, ALREADY
002690*        ROLLED INTO THE LEAVE DATE'S YEAR WHERE THAT IS NEEDED.
002700*---------------------------------------------------------------
002710 3100-EDIT-TRANS.
002720     SET WS-TRANS-INVALID TO TRUE
002730     IF NOT LT-USAGE AND NOT LT-REVERSAL
002740         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
002750         GO TO 3100-EXIT
002760     END-IF
002770     IF LT-EMP-ID = SPACES
002780         MOVE "EMP-ID MISSING" TO WS-REJECT-REASON
002790         GO TO 3100-EXIT
002800     END-IF
002810     MOVE 'N' TO WS-TYPE-FOUND-SW
002820     PERFORM 3110-FIND-LEAVE-TYPE THRU 3110-EXIT
002830         VARYING WS-LP-SUB FROM 1 BY 1
002840         UNTIL WS-LP-SUB > LP-TYPE-COUNT OR WS-TYPE-FOUND
002850     IF NOT WS-TYPE-FOUND
002860         MOVE "INVALID LEAVE TYPE" TO WS-REJECT-REASON
002870         GO TO 3100-EXIT
002880     END-IF
002890     SUBTRACT 1 FROM WS-LP-SUB
002900     IF LT-LEAVE-DATE-X IS NOT NUMERIC
002910         MOVE "LEAVE DATE NOT NUMERIC" TO WS-REJECT-REASON
002920         GO TO 3100-EXIT
002930     END-IF
002940     PERFORM 3120-CHECK-CALENDAR-DATE THRU 3120-EXIT
002950     IF WS-REJECT-REASON NOT = SPACES
002960         GO TO 3100-EXIT
002970     END-IF
002980     IF LT-LEAVE-DATE > WS-RUN-DATE-YYYYMMDD
002990         MOVE "LEAVE DATE IN THE FUTURE" TO WS-REJECT-REASON
003000         GO TO 3100-EXIT
003010     END-IF
003020     IF LT-HOURS-X IS NOT NUMERIC
003030         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
003040         GO TO 3100-EXIT
003050     END-IF
003060     IF LT-HOURS = ZERO
003070         MOVE "HOURS MUST BE MORE THAN ZERO" TO WS-REJECT-REASON
003080         GO TO 3100-EXIT
003090     END-IF
003100     IF LT-HOURS > WS-MAX-DAY-HOURS
003110         MOVE "HOURS OVER ONE DAY" TO WS-REJECT-REASON
003120         GO TO 3100-EXIT
003130     END-IF

003140     MOVE LT-EMP-ID TO EMP-ID
003150     READ EMPLOYEE-FILE
003160         INVALID KEY
003170             MOVE "EMP-ID NOT ON MASTER" TO WS-REJECT-REASON
003180             GO TO 3100-EXIT
003190     END-READ
003200     IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE NOT = ZERO
003210             AND LT-LEAVE-DATE < EMP-HIRE-DATE
003220         MOVE "LEAVE DATE BEFORE HIRE DATE" TO WS-REJECT-REASON
003230         GO TO 3100-EXIT
003240     END-IF
003250     IF EMP-ST-TERMINATED AND EMP-STATUS-DATE IS NUMERIC
003260             AND LT-LEAVE-DATE NOT < EMP-STATUS-DATE
003270         MOVE "LEAVE DATE AFTER TERMINATION" TO WS-REJECT-REASON
003280         GO TO 3100-EXIT
003290     END-IF

003300     MOVE LT-EMP-ID TO LV-EMP-ID
003310     MOVE LT-LEAVE-TYPE TO LV-LEAVE-TYPE
003320     READ LEAVE-FILE
003330         INVALID KEY
003340             MOVE "NO LEAVE BALANCE ON FILE" TO WS-REJECT-REASON
003350             GO TO 3100-EXIT
003360     END-READ
003370     IF LV-BALANCE-YEAR < WS-LEAVE-YEAR
003380         PERFORM 3130-CLOSE-LEAVE-YEAR THRU 3130-EXIT
003390     END-IF
003400     IF LT-USAGE AND LT-HOURS > LV-BALANCE
003410         MOVE "INSUFFICIENT LEAVE BALANCE" TO WS-REJECT-REASON
003420         GO TO 3100-EXIT
003430     END-IF
003440     IF LT-REVERSAL AND LT-HOURS > LV-YTD-USED
003450         MOVE "REVERSAL EXCEEDS HOURS USED" TO WS-REJECT-REASON
003460         GO TO 3100-EXIT
003470     END-IF
003480     SET WS-TRANS-VALID TO TRUE.
003490 3100-EXIT.
003500     EXIT.

003510*---------------------------------------------------------------
003520*    3110-FIND-LEAVE-TYPE
003530*        ON A MATCH THE VARYING LEAVES WS-LP-SUB ONE PAST THE
003540*        ENTRY; 3100 STEPS IT BACK SO 3130 CAN USE IT.
003550*---------------------------------------------------------------
003560 3110-FIND-LEAVE-TYPE.
003570     IF LP-LEAVE-TYPE (WS-LP-SUB) = LT-LEAVE-TYPE
003580         MOVE 'Y' TO WS-TYPE-FOUND-SW
003590     END-IF.
003600 3110-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------
003630*    3120-CHECK-CALENDAR-DATE
003640*        MONTH 01-12 AND A DAY THAT EXISTS IN THAT MONTH.
003650*        FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT
003660*        A CENTURY YEAR, WHICH MUST BE DIVISIBLE BY 400 -- THE
003670*        SAME RULE AS EMP.CBL'S 1510-SET-FEBRUARY-DAYS.
003680*---------------------------------------------------------------
003690 3120-CHECK-CALENDAR-DATE.
003700     MOVE SPACES TO WS-REJECT-REASON
003710     MOVE LT-LEAVE-DATE TO WS-DATE-WORK
003720     MOVE WS-DATE-YYYY TO WS-LEAVE-YEAR
003730     EVALUATE WS-DATE-MM
003740         WHEN 01 WHEN 03 WHEN 05 WHEN 07
003750         WHEN 08 WHEN 10 WHEN 12
003760             MOVE 31 TO WS-MONTH-DAYS
003770         WHEN 04 WHEN 06 WHEN 09 WHEN 11
003780             MOVE 30 TO WS-MONTH-DAYS
003790         WHEN 02
003800             MOVE 28 TO WS-MONTH-DAYS
003810             DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003820                 REMAINDER WS-LEAP-REMAINDER
003830             IF WS-LEAP-REMAINDER = ZERO
003840                 MOVE 29 TO WS-MONTH-DAYS
003850                 DIVIDE WS-DATE-YYYY BY 100
003851                     GIVING WS-LEAP-QUOTIENT
003860                     REMAINDER WS-LEAP-REMAINDER
003870                 IF WS-LEAP-REMAINDER = ZERO
003880                     MOVE 28 TO WS-MONTH-DAYS
003890                     DIVIDE WS-DATE-YYYY BY 400
003900                         GIVING WS-LEAP-QUOTIENT
003910                         REMAINDER WS-LEAP-REMAINDER
003920                     IF WS-LEAP-REMAINDER = ZERO
003930                         MOVE 29 TO WS-MONTH-DAYS
003940                     END-IF
003950                 END-IF
003960             END-IF
003970         WHEN OTHER
003980             MOVE "LEAVE DATE NOT A VALID DATE"
003981                 TO WS-REJECT-REASON
003990             GO TO 3120-EXIT
004000     END-EVALUATE
004010     IF WS-DATE-DD = ZERO OR WS-DATE-DD > WS-MONTH-DAYS
004020         MOVE "LEAVE DATE NOT A VALID DATE" TO WS-REJECT-REASON
004030     END-IF.
004040 3120-EXIT.
004050     EXIT.

004060*---------------------------------------------------------------
004070*    3130-CLOSE-LEAVE-YEAR
004080*        YEAR-END CARRYOVER, APPLIED WHEN A USAGE DATED IN A NEW
004090*        YEAR REACHES THE RECORD BEFORE EMP.CBL'S FIRST ACCRUAL
004100*        OF THAT YEAR -- THE SAME RULE AS EMP.CBL'S 2190-CLOSE-
004110*        LEAVE-YEAR.  A BALANCE OVER THE CARRYOVER CAP LOSES THE
004120*        EXCESS; THE YTD FIGURES START OVER.  IT IS ONLY WRITTEN
004130*        BACK IF THE TRANSACTION POSTS.
004140*---------------------------------------------------------------
004150 3130-CLOSE-LEAVE-YEAR.
004160     MOVE ZERO TO LV-FORFEITED
004170     IF LV-BALANCE > LP-CARRYOVER-CAP (WS-LP-SUB)
004180         COMPUTE LV-FORFEITED =
004190             LV-BALANCE - LP-CARRYOVER-CAP (WS-LP-SUB)
004200         MOVE LP-CARRYOVER-CAP (WS-LP-SUB) TO LV-BALANCE
004210     END-IF
004220     MOVE LV-BALANCE TO LV-CARRIED-IN
004230     MOVE ZERO TO LV-YTD-ACCRUED
004240     MOVE ZERO TO LV-YTD-USED
004250     MOVE WS-LEAVE-YEAR TO LV-BALANCE-YEAR.
004260 3130-EXIT.
004270     EXIT.

004280*---------------------------------------------------------------
004290*    3500-POST-TRANS
004300*        A USAGE COMES OFF THE BALANCE AND ONTO THE HOURS USED;
004310*        A REVERSAL PUTS IT BACK.  A USAGE DATED IN AN EARLIER
004320*        YEAR THAN THE RECORD (KEYED LATE, AFTER THE YEAR
004330*        CLOSED) COMES OFF THE CURRENT BALANCE.
004340*---------------------------------------------------------------
004350 3500-POST-TRANS.
004360     IF LT-USAGE
004370         SUBTRACT LT-HOURS FROM LV-BALANCE
004380         ADD LT-HOURS TO LV-YTD-USED
004390         IF LT-LEAVE-DATE > LV-LAST-USED-DATE
004400             MOVE LT-LEAVE-DATE TO LV-LAST-USED-DATE
004410         END-IF
004420         ADD 1 TO WS-USAGE-COUNT
004430         ADD LT-HOURS TO WS-HOURS-POSTED
004440     ELSE
004450         ADD LT-HOURS TO LV-BALANCE
004460         SUBTRACT LT-HOURS FROM LV-YTD-USED
004470         ADD 1 TO WS-REVERSAL-COUNT
004480     END-IF
004490     REWRITE LEAVE-RECORD
004500     IF WS-LEAVE-STATUS NOT = "00"
004510         MOVE "EMPLEAVE.TXT REWRITE FAILED"
004520             TO WS-FATAL-MESSAGE
004530         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004540     END-IF
004550     MOVE SPACES TO LEAVE-REPORT-LINE
004560     MOVE LT-TRANS-CODE TO RPT-P-CODE
004570     MOVE LT-EMP-ID TO RPT-P-EMP-ID
004580     MOVE LT-LEAVE-TYPE TO RPT-P-TYPE
004590     MOVE LT-LEAVE-DATE TO RPT-P-DATE
004600     MOVE LT-HOURS TO RPT-P-HOURS
004610     MOVE LV-BALANCE TO RPT-P-BALANCE
004620     MOVE RPT-POSTED-LINE TO LEAVE-REPORT-LINE
004630     WRITE LEAVE-REPORT-LINE.
004640 3500-EXIT.
004650     EXIT.

004660*---------------------------------------------------------------
004670*    3900-WRITE-REJECT
004680*---------------------------------------------------------------
004690 3900-WRITE-REJECT.
004700     MOVE SPACES TO REJECT-RECORD
004710     MOVE LEAVE-TRANS-RECORD TO RJ-TRANS-IMAGE
004720     MOVE WS-REJECT-REASON TO RJ-REASON
004730     WRITE REJECT-RECORD
004740     ADD 1 TO WS-REJECT-COUNT
004750     MOVE SPACES TO LEAVE-REPORT-LINE
004760     MOVE LT-TRANS-CODE TO RPT-R-CODE
004770     MOVE LT-EMP-ID TO RPT-R-EMP-ID
004780     MOVE LT-LEAVE-TYPE TO RPT-R-TYPE
004790     MOVE WS-REJECT-REASON TO RPT-R-REASON
004800     MOVE RPT-REJECT-LINE TO LEAVE-REPORT-LINE
004810     WRITE LEAVE-REPORT-LINE.
004820 3900-EXIT.
004830     EXIT.

004840*---------------------------------------------------------------
004850*    8000-SUMMARY
004860*        ANY REJECT ENDS THE RUN WITH RETURN-CODE 8 SO THE
004870*        OPERATOR SEES THERE IS LEAVE STILL TO BE CORRECTED.
004880*---------------------------------------------------------------
004890 8000-SUMMARY.
004900     MOVE SPACES TO LEAVE-REPORT-LINE
004910     WRITE LEAVE-REPORT-LINE
004920     MOVE "TRANSACTIONS READ    : " TO RPT-TOTAL-LABEL
004930     MOVE WS-READ-COUNT TO RPT-TOTAL-COUNT
004940     MOVE RPT-TOTAL-LINE TO LEAVE-REPORT-LINE
004950     WRITE LEAVE-REPORT-LINE
004960     MOVE "USAGE POSTED         : " TO RPT-TOTAL-LABEL
004970     MOVE WS-USAGE-COUNT TO RPT-TOTAL-COUNT
004980     MOVE RPT-TOTAL-LINE TO LEAVE-REPORT-LINE
004990     WRITE LEAVE-REPORT-LINE
005000     MOVE "REVERSALS POSTED     : " TO RPT-TOTAL-LABEL
005010     MOVE WS-REVERSAL-COUNT TO RPT-TOTAL-COUNT
005020     MOVE RPT-TOTAL-LINE TO LEAVE-REPORT-LINE
005030     WRITE LEAVE-REPORT-LINE
005040     MOVE "TRANSACTIONS REJECTED: " TO RPT-TOTAL-LABEL
005050     MOVE WS-REJECT-COUNT TO RPT-TOTAL-COUNT
005060     MOVE RPT-TOTAL-LINE TO LEAVE-REPORT-LINE
005070     WRITE LEAVE-REPORT-LINE
005080     MOVE "HOURS USED POSTED    : " TO RPT-HOURS-LABEL
005090     MOVE WS-HOURS-POSTED TO RPT-HOURS-TOTAL
005100     MOVE RPT-HOURS-LINE TO LEAVE-REPORT-LINE
005110     WRITE LEAVE-REPORT-LINE
005120     DISPLAY " ".
005130     DISPLAY "--- Leave Usage Posting Complete ---".
005140     DISPLAY "Transactions Read    : " WS-READ-COUNT.
005150     DISPLAY "Usage Posted         : " WS-USAGE-COUNT.
005160     DISPLAY "Reversals Posted     : " WS-REVERSAL-COUNT.
005170     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
005180     IF WS-REJECT-COUNT > ZERO
005190         DISPLAY "*** REJECTS ON EMPLEAVEREJ.TXT - CORRECT AND "
005200             "RESUBMIT ***"
005210         MOVE 8 TO RETURN-CODE
005220     END-IF.
005230 8000-EXIT.
005240     EXIT.

005250*---------------------------------------------------------------
005260*    9000-TERMINATE
005270*        THE TRANSACTION FILE IS REWRITTEN EMPTY SO A RERUN DOES
005280*        NOT POST THE SAME LEAVE AGAIN.  REJECTS ARE KEPT ON
005290*        EMPLEAVEREJ.TXT.
005300*---------------------------------------------------------------
005310 9000-TERMINATE.
005320     CLOSE LEAVE-TRANS-FILE
005330     OPEN OUTPUT LEAVE-TRANS-FILE
005340     CLOSE LEAVE-TRANS-FILE
005350     CLOSE EMPLOYEE-FILE
005360     CLOSE LEAVE-FILE
005370     CLOSE REJECT-FILE
005380     CLOSE LEAVE-REPORT-FILE.
005390 9000-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------
005420*    9900-FATAL-ERROR-ABORT
005430*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
005440*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
005450*        CONVENTION AS EMP.CBL.
005460*---------------------------------------------------------------
005470 9900-FATAL-ERROR-ABORT.
005480     DISPLAY " ".
005490     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
005500     DISPLAY WS-FATAL-MESSAGE.
005510     MOVE 16 TO RETURN-CODE.
005520     STOP RUN.
005530 9900-EXIT.
005540     EXIT.

005550 END PROGRAM EmpLeave.
