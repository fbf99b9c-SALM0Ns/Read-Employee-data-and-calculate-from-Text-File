000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPLVVAL
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      PAID TIME OFF LIABILITY VALUATION.  RUN AT MONTH END
000200*      AFTER EMP.CBL.  READS EVERY BALANCE ON EMPLEAVE.TXT (SEE
000210*      LEAVEREC), VALUES EACH PAYABLE ONE AT THE EMPLOYEE'S
000220*      HOURLY RATE AND TOTALS THE RESULT BY HOME DEPARTMENT:
000230*        HOURLY STAFF   - EMP-HOURLY-RATE.
000240*        SALARIED STAFF - EMP-SALARY TIMES THE PAY PERIODS IN A
000250*                         YEAR FOR THE EMPLOYEE'S PAY FREQUENCY,
000260*                         OVER LP-STANDARD-HOURS (SEE LVPOLICY).
000270*      ONLY LEAVE TYPES FLAGGED PAYABLE IN THE POLICY TABLE ARE
000280*      A LIABILITY (THEY ARE PAID OUT ON TERMINATION); THE HOURS
000290*      OF EVERY TYPE ARE STILL REPORTED.  A TERMINATED
000300*      EMPLOYEE'S BALANCE IS LISTED BUT NOT VALUED -- IT WAS
000310*      SETTLED IN THE FINAL PAY.
000320*
000330*      THE LIABILITY BOOKED AT THE LAST VALUATION IS KEPT ON
000340*      EMPLVLIAB.TXT, ONE RECORD PER DEPARTMENT.  THE JOURNAL
000350*      (EMPLVJOURNAL.TXT, THE SAME HEADER/DETAIL/TRAILER LAYOUT
000360*      AS EMPGLEXT.CBL'S) POSTS ONLY THE CHANGE SINCE THEN:
000370*        INCREASE - DEBIT THE DEPARTMENT'S EXPENSE ACCOUNT,
000380*                   CREDIT ITS LIABILITY ACCOUNT.
000390*        DECREASE - THE REVERSE.
000400*      EVERY DEPARTMENT MUST BE ON DEPTMAST.TXT WITH BOTH
000410*      ACCOUNTS SET UP, EVERY BALANCE MUST BELONG TO AN EMPLOYEE
000420*      ON THE MASTER, AND DEBITS MUST EQUAL CREDITS -- OTHERWISE
000430*      THE RUN ENDS WITH RETURN-CODE 8, THE OPERATOR MUST NOT
000440*      RELEASE THE JOURNAL, AND EMPLVLIAB.TXT IS LEFT AS IT WAS
000450*      SO THE CORRECTED RERUN POSTS THE SAME CHANGE.
000460*---------------------------------------------------------------
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  -----------------------------------------
000500*  10/15/2026 RDH   ORIGINAL PROGRAM.
000510*===============================================================
000520 PROGRAM-ID. EmpLvVal.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT LEAVE-FILE ASSIGN TO "EmpLeave.txt"
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS SEQUENTIAL
000610     RECORD KEY IS LV-KEY
000620     FILE STATUS IS WS-LEAVE-STATUS.

000630     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000640     ORGANIZATION IS INDEXED
000650     ACCESS MODE IS RANDOM
000660     RECORD KEY IS EMP-ID
000670     FILE STATUS IS WS-EMP-STATUS.

000680     SELECT DEPT-FILE ASSIGN TO "DeptMast.txt"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS RANDOM
000710     RECORD KEY IS DM-DEPT-CODE
000720     FILE STATUS IS WS-DEPT-FILE-STATUS.

000730     SELECT LIABILITY-FILE ASSIGN TO "EmpLvLiab.txt"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS WS-LIAB-STATUS.

000760     SELECT GL-JOURNAL-FILE ASSIGN TO "EmpLvJournal.txt"
000770     ORGANIZATION IS LINE SEQUENTIAL.

000780     SELECT VALUATION-REPORT-FILE ASSIGN TO "EmpLvValRpt.txt"
000790     ORGANIZATION IS LINE SEQUENTIAL.

000800 DATA DIVISION.
000810 FILE SECTION.

000820 FD  LEAVE-FILE.
000830     COPY LEAVEREC.

000840 FD  EMPLOYEE-FILE.
000850     COPY EMPREC.

000860 FD  DEPT-FILE.
000870     COPY DEPTREC.

000880*---------------------------------------------------------------
000890*    LIABILITY BOOKED AT THE LAST CLEAN VALUATION, ONE RECORD
000900*    PER DEPARTMENT, IN WHOLE DOLLARS LIKE THE JOURNAL.
000910*---------------------------------------------------------------
000920 FD  LIABILITY-FILE.
000930 01  LIABILITY-RECORD.
000940     05 LB-DEPT-CODE        PIC X(10).
000950     05 LB-AS-OF-DATE       PIC 9(8).
000960     05 LB-LIABILITY        PIC 9(11).
000970     05 LB-PAYABLE-HOURS    PIC 9(7)V99.

000980 FD  GL-JOURNAL-FILE.
000990 01  GL-JOURNAL-LINE        PIC X(60).

001000 FD  VALUATION-REPORT-FILE.
001010 01  VALUATION-REPORT-LINE  PIC X(80).

001020 WORKING-STORAGE SECTION.

001030 01  WS-FILE-STATUS-FIELDS.
001040     05 WS-LEAVE-STATUS     PIC X(02) VALUE SPACES.
001050     05 WS-EMP-STATUS       PIC X(02) VALUE SPACES.
001060     05 WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.
001070     05 WS-LIAB-STATUS      PIC X(02) VALUE SPACES.

001080 01  WS-LEAVE-EOF-SW PIC X(01) VALUE 'N'.
001090     88 WS-LEAVE-EOF             VALUE 'Y'.

001100 01  WS-LIAB-EOF-SW PIC X(01) VALUE 'N'.
001110     88 WS-LIAB-EOF              VALUE 'Y'.

001120 01  WS-EMP-FOUND-SW PIC X(01) VALUE 'N'.
001130     88 WS-EMP-FOUND             VALUE 'Y'.

001140 01  WS-DEPT-FOUND-SW PIC X(01) VALUE 'N'.
001150     88 WS-DEPT-FOUND            VALUE 'Y'.

001160 01  WS-TYPE-FOUND-SW PIC X(01) VALUE 'N'.
001170     88 WS-TYPE-FOUND            VALUE 'Y'.

001180 01  WS-RELEASE-SW PIC X(01) VALUE 'Y'.
001190     88 WS-JOURNAL-CLEAN         VALUE 'Y'.
001200     88 WS-JOURNAL-HELD          VALUE 'N'.

001210 01  WS-FATAL-MESSAGE       PIC X(60) VALUE SPACES.

001220 01  WS-RUN-DATE-YYYYMMDD   PIC 9(8) VALUE ZERO.
001230 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
001240     05 WS-RUN-YEAR-MONTH   PIC 9(6).
001250     05 FILLER              PIC 9(2).

001260 01  WS-LAST-EMP-ID         PIC X(4) VALUE SPACES.

001270 01  WS-COUNTERS.
001280     05 WS-BALANCE-COUNT    PIC 9(5) COMP VALUE ZERO.
001290     05 WS-VALUED-COUNT     PIC 9(5) COMP VALUE ZERO.
001300     05 WS-TERMINATED-COUNT PIC 9(5) COMP VALUE ZERO.
001310     05 WS-NOT-ON-MASTER-COUNT PIC 9(5) COMP VALUE ZERO.

001320 01  WS-VALUATION-FIELDS.
001330     05 WS-LP-SUB           PIC 9(1) COMP VALUE ZERO.
001340     05 WS-PERIODS-PER-YEAR PIC 9(2) VALUE ZERO.
001350     05 WS-HOURLY-RATE      PIC 9(6)V9999 VALUE ZERO.
001360     05 WS-BALANCE-VALUE    PIC 9(9)V99 VALUE ZERO.
001370     05 WS-LIAB-DOLLARS     PIC 9(11) VALUE ZERO.
001380     05 WS-LIAB-CHANGE      PIC S9(11) VALUE ZERO.

001390     COPY LVPOLICY.

001400*---------------------------------------------------------------
001410*    DEPARTMENT TOTALS.  LOADED FIRST FROM EMPLVLIAB.TXT WITH
001420*    THE PRIOR LIABILITY, SO A DEPARTMENT WHOSE LAST BALANCE
001430*    HAS GONE STILL POSTS ITS DECREASE, THEN ADDED TO FROM THE
001440*    BALANCES.  LIABILITY IS IN CENTS HERE; ONLY THE JOURNAL IS
001450*    WHOLE DOLLARS.
001460*---------------------------------------------------------------
001470 77  WS-MAX-DEPTS           PIC 9(3) COMP VALUE 100.

001480 01  WS-DEPT-COUNT          PIC 9(3) COMP VALUE ZERO.
001490 01  WS-DEPT-SUB            PIC 9(3) COMP VALUE ZERO.
001500 01  WS-DEPT-WANTED         PIC X(10) VALUE SPACES.

001510 01  WS-DEPT-TABLE.
001520     05 WS-DEPT-ENTRY OCCURS 100 TIMES.
001530        10 DT-DEPT-CODE     PIC X(10).
001540        10 DT-TOTAL-HOURS   PIC 9(7)V99.
001550        10 DT-PAYABLE-HOURS PIC 9(7)V99.
001560        10 DT-LIABILITY     PIC 9(11)V99.
001570        10 DT-PRIOR-LIABILITY PIC 9(11).

001580*---------------------------------------------------------------
001590*    BATCH TOTALS, AS EMPGLEXT.CBL.
001600*---------------------------------------------------------------
001610 01  WS-BATCH-FIGURES.
001620     05 WS-DEBIT-TOTAL      PIC 9(11) VALUE ZERO.
001630     05 WS-CREDIT-TOTAL     PIC 9(11) VALUE ZERO.
001640     05 WS-LINE-COUNT       PIC 9(5) COMP VALUE ZERO.
001650     05 WS-LIABILITY-TOTAL  PIC 9(11)V99 VALUE ZERO.

001660*---------------------------------------------------------------
001670*    JOURNAL FILE RECORD LAYOUTS -- THE SAME GL LOAD SPEC AS
001680*    EMPGLEXT.CBL.  GH-PERIOD IS THE RUN MONTH.
001690*---------------------------------------------------------------
001700 01  GL-HEADER.
001710     05 GH-RECORD-TYPE      PIC X(01) VALUE 'H'.
001720     05 GH-PERIOD           PIC 9(6).
001730     05 GH-RUN-DATE         PIC 9(8).
001740     05 FILLER              PIC X(45) VALUE SPACES.

001750 01  GL-DETAIL.
001760     05 GD-RECORD-TYPE      PIC X(01) VALUE 'D'.
001770     05 GD-ACCOUNT          PIC X(08).
001780     05 GD-DEBIT-CREDIT     PIC X(01).
001790     05 GD-AMOUNT           PIC 9(11).
001800     05 GD-DEPARTMENT       PIC X(10).
001810     05 GD-DESCRIPTION      PIC X(20).
001820     05 FILLER              PIC X(09) VALUE SPACES.

001830 01  GL-TRAILER.
001840     05 GT-RECORD-TYPE      PIC X(01) VALUE 'T'.
001850     05 GT-DEBIT-TOTAL      PIC 9(11).
001860     05 GT-CREDIT-TOTAL     PIC 9(11).
001870     05 GT-LINE-COUNT       PIC 9(5).
001880     05 FILLER              PIC X(32) VALUE SPACES.

001890 01  WS-REPORT-LINES.
001900     05 RPT-HEADING.
001910        10 FILLER           PIC X(41) VALUE
001920           "--- LEAVE LIABILITY VALUATION REPORT RUN:".
001930        10 FILLER           PIC X(01) VALUE SPACE.
001940        10 RPT-RUN-DATE     PIC 9999/99/99.
001950        10 FILLER           PIC X(04) VALUE " ---".
001960     05 RPT-COLUMN-HEADING.
001970        10 FILLER           PIC X(41) VALUE
001980           "EMP  NAME            DEPARTMENT T   HOURS".
001990        10 FILLER           PIC X(25) VALUE
002000           "       RATE         VALUE".
002010     05 RPT-DETAIL-LINE.
002020        10 RPT-D-EMP-ID     PIC X(4).
002030        10 FILLER           PIC X(01) VALUE SPACE.
002040        10 RPT-D-NAME       PIC X(15).
002050        10 FILLER           PIC X(01) VALUE SPACE.
002060        10 RPT-D-DEPARTMENT PIC X(10).
002070        10 FILLER           PIC X(01) VALUE SPACE.
002080        10 RPT-D-TYPE       PIC X(01).
002090        10 FILLER           PIC X(01) VALUE SPACE.
002100        10 RPT-D-HOURS      PIC ZZZ9.99.
002110        10 FILLER           PIC X(01) VALUE SPACE.
002120        10 RPT-D-RATE       PIC ZZZ,ZZ9.99.
002130        10 FILLER           PIC X(01) VALUE SPACE.
002140        10 RPT-D-VALUE      PIC ZZ,ZZZ,ZZ9.99.
002150        10 FILLER           PIC X(01) VALUE SPACE.
002160        10 RPT-D-NOTE       PIC X(12).
002170     05 RPT-DEPT-HEADING.
002180        10 FILLER           PIC X(36) VALUE
002190           "DEPARTMENT    ALL HOURS  PAYABLE HRS".
002200        10 FILLER           PIC X(36) VALUE
002210           "   LIABILITY       PRIOR      CHANGE".
002220     05 RPT-DEPT-LINE.
002230        10 RPT-T-DEPARTMENT PIC X(10).
002240        10 FILLER           PIC X(01) VALUE SPACE.
002250        10 RPT-T-TOTAL-HRS  PIC Z,ZZZ,ZZ9.99.
002260        10 FILLER           PIC X(01) VALUE SPACE.
002270        10 RPT-T-PAYABLE-HRS PIC Z,ZZZ,ZZ9.99.
002280        10 FILLER           PIC X(01) VALUE SPACE.
002290        10 RPT-T-LIABILITY  PIC ZZZ,ZZZ,ZZ9.
002300        10 FILLER           PIC X(01) VALUE SPACE.
002310        10 RPT-T-PRIOR      PIC ZZZ,ZZZ,ZZ9.
002320        10 FILLER           PIC X(01) VALUE SPACE.
002330        10 RPT-T-CHANGE     PIC ---,---,--9.
002340     05 RPT-TOTAL-LINE.
002350        10 RPT-TOTAL-LABEL  PIC X(23).
002360        10 RPT-TOTAL-COUNT  PIC ZZ,ZZ9.
002370     05 RPT-AMOUNT-LINE.
002380        10 RPT-AMOUNT-LABEL PIC X(23).
002390        10 RPT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

002400 01  WS-DISPLAY-FIELDS.
002410     05 DISP-DEBITS      PIC ZZ,ZZZ,ZZZ,ZZ9.
002420     05 DISP-CREDITS     PIC ZZ,ZZZ,ZZZ,ZZ9.
002430     05 DISP-COUNT       PIC ZZ,ZZ9.


002440 PROCEDURE DIVISION.

002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 2000-READ-LEAVE THRU 2000-EXIT
002480     PERFORM 3000-VALUE-BALANCE THRU 3000-EXIT
002490         UNTIL WS-LEAVE-EOF
002500     PERFORM 4000-POST-DEPARTMENT THRU 4000-EXIT
002510         VARYING WS-DEPT-SUB FROM 1 BY 1
002520         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
002530     PERFORM 8000-SUMMARY THRU 8000-EXIT
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT
002550     STOP RUN.

002560*---------------------------------------------------------------
002570*    1000-INITIALIZE
002580*        THE BALANCES, THE MASTER AND THE DEPARTMENT REFERENCE
002590*        MASTER ARE REQUIRED.  EMPLVLIAB.TXT IS NOT -- THE FIRST
002600*        VALUATION BOOKS THE WHOLE LIABILITY AS AN INCREASE.
002610*---------------------------------------------------------------
002620 1000-INITIALIZE.
002630     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002640     OPEN INPUT LEAVE-FILE
002650     IF WS-LEAVE-STATUS NOT = "00"
002660         DISPLAY "*** EMPLEAVE.TXT WILL NOT OPEN - RUN EMP"
002670             " FIRST"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF
002710     OPEN INPUT EMPLOYEE-FILE
002720     IF WS-EMP-STATUS NOT = "00"
002730         MOVE "EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
002740             TO WS-FATAL-MESSAGE
002750         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
002760     END-IF
002770     OPEN INPUT DEPT-FILE
002780     IF WS-DEPT-FILE-STATUS NOT = "00"
002790         DISPLAY "*** DEPTMAST.TXT WILL NOT OPEN - SET UP"
002800             " DEPARTMENTS WITH DEPTMAINT FIRST"
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     PERFORM 1200-LOAD-PRIOR-LIABILITY THRU 1200-EXIT
002850     OPEN OUTPUT GL-JOURNAL-FILE
002860     MOVE SPACES TO GL-JOURNAL-LINE
002870     MOVE WS-RUN-YEAR-MONTH TO GH-PERIOD
002880     MOVE WS-RUN-DATE-YYYYMMDD TO GH-RUN-DATE
002890     MOVE GL-HEADER TO GL-JOURNAL-LINE
002900     WRITE GL-JOURNAL-LINE
002910     OPEN OUTPUT VALUATION-REPORT-FILE
002920     MOVE WS-RUN-DATE-YYYYMMDD TO RPT-RUN-DATE
002930     MOVE SPACES TO VALUATION-REPORT-LINE
002940     MOVE RPT-HEADING TO VALUATION-REPORT-LINE
002950     WRITE VALUATION-REPORT-LINE
002960     MOVE SPACES TO VALUATION-REPORT-LINE
002970     WRITE VALUATION-REPORT-LINE
002980     MOVE RPT-COLUMN-HEADING TO VALUATION-REPORT-LINE
002990     WRITE VALUATION-REPORT-LINE.
003000 1000-EXIT.
003010     EXIT.

003020*---------------------------------------------------------------
003030*    1200-LOAD-PRIOR-LIABILITY
003040*---------------------------------------------------------------
003050 1200-LOAD-PRIOR-LIABILITY.
003060     OPEN INPUT LIABILITY-FILE
003070     IF WS-LIAB-STATUS NOT = "00"
003080         DISPLAY "No prior leave liability on file - full "
003090             "liability will be booked"
003100         GO TO 1200-EXIT
003110     END-IF
003120     PERFORM 1210-READ-LIABILITY THRU 1210-EXIT
003130     PERFORM 1220-STORE-LIABILITY THRU 1220-EXIT
003140         UNTIL WS-LIAB-EOF
003150     CLOSE LIABILITY-FILE.
003160 1200-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------
003190*    1210-READ-LIABILITY
003200*---------------------------------------------------------------
003210 1210-READ-LIABILITY.
003220     READ LIABILITY-FILE
003230         AT END SET WS-LIAB-EOF TO TRUE
003240     END-READ.
003250 1210-EXIT.
003260     EXIT.

003270*---------------------------------------------------------------
003280*    1220-STORE-LIABILITY
003290*---------------------------------------------------------------
003300 1220-STORE-LIABILITY.
003310     MOVE LB-DEPT-CODE TO WS-DEPT-WANTED
003320     PERFORM 3300-FIND-DEPARTMENT THRU 3300-EXIT
003330     IF LB-LIABILITY IS NUMERIC
003340         MOVE LB-LIABILITY TO DT-PRIOR-LIABILITY (WS-DEPT-SUB)
003350     END-IF
003360     PERFORM 1210-READ-LIABILITY THRU 1210-EXIT.
003370 1220-EXIT.
003380     EXIT.

003390*---------------------------------------------------------------
003400*    2000-READ-LEAVE
003410*---------------------------------------------------------------
003420 2000-READ-LEAVE.
003430     READ LEAVE-FILE NEXT RECORD
003440         AT END SET WS-LEAVE-EOF TO TRUE
003450     END-READ.
003460 2000-EXIT.
003470     EXIT.

003480*---------------------------------------------------------------
003490*    3000-VALUE-BALANCE
003500*        ONE LEAVE BALANCE.  THE FILE IS IN EMP-ID ORDER, SO THE
003510*        MASTER IS ONLY READ ON THE FIRST TYPE FOR EACH
003520*        EMPLOYEE.  A BALANCE WITH NO MASTER RECORD CANNOT BE
003530*        VALUED OR PLACED IN A DEPARTMENT, AND HOLDS THE JOURNAL.
003540*---------------------------------------------------------------
003550 3000-VALUE-BALANCE.
003560     ADD 1 TO WS-BALANCE-COUNT
003570     IF LV-EMP-ID NOT = WS-LAST-EMP-ID
003580         MOVE LV-EMP-ID TO WS-LAST-EMP-ID
003590         PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT
003600     END-IF
003610     MOVE SPACES TO VALUATION-REPORT-LINE
003620     MOVE SPACES TO RPT-D-NOTE
003630     MOVE LV-EMP-ID TO RPT-D-EMP-ID
003640     MOVE LV-LEAVE-TYPE TO RPT-D-TYPE
003650     MOVE LV-BALANCE TO RPT-D-HOURS
003660     MOVE ZERO TO RPT-D-RATE
003670     MOVE ZERO TO RPT-D-VALUE
003680     IF NOT WS-EMP-FOUND
003690         ADD 1 TO WS-NOT-ON-MASTER-COUNT
003700         SET WS-JOURNAL-HELD TO TRUE
003710         MOVE SPACES TO RPT-D-NAME
003720         MOVE SPACES TO RPT-D-DEPARTMENT
003730         MOVE "NOT ON MSTR" TO RPT-D-NOTE
003740         DISPLAY "*** LEAVE BALANCE FOR EMP-ID NOT ON MASTER: "
003750             LV-EMP-ID
003760         GO TO 3000-WRITE-DETAIL
003770     END-IF
003780     MOVE EMP-NAME TO RPT-D-NAME
003790     MOVE EMP-DEPARTMENT TO RPT-D-DEPARTMENT
003800     MOVE EMP-DEPARTMENT TO WS-DEPT-WANTED
003810     PERFORM 3300-FIND-DEPARTMENT THRU 3300-EXIT
003820     ADD LV-BALANCE TO DT-TOTAL-HOURS (WS-DEPT-SUB)
003830     IF EMP-ST-TERMINATED
003840         ADD 1 TO WS-TERMINATED-COUNT
003850         MOVE "TERMINATED" TO RPT-D-NOTE
003860         GO TO 3000-WRITE-DETAIL
003870     END-IF
003880     MOVE 'N' TO WS-TYPE-FOUND-SW
003890     PERFORM 3200-FIND-LEAVE-TYPE THRU 3200-EXIT
003900         VARYING WS-LP-SUB FROM 1 BY 1
003910         UNTIL WS-LP-SUB > LP-TYPE-COUNT OR WS-TYPE-FOUND
003920     IF NOT WS-TYPE-FOUND
003930         MOVE "UNKNOWN TYPE" TO RPT-D-NOTE
003940         GO TO 3000-WRITE-DETAIL
003950     END-IF
003960     SUBTRACT 1 FROM WS-LP-SUB
003970     IF NOT LP-PAYABLE (WS-LP-SUB)
003980         MOVE "NOT PAYABLE" TO RPT-D-NOTE
003990         GO TO 3000-WRITE-DETAIL
004000     END-IF
004010     COMPUTE WS-BALANCE-VALUE ROUNDED =
004020         LV-BALANCE * WS-HOURLY-RATE
004030     ADD LV-BALANCE TO DT-PAYABLE-HOURS (WS-DEPT-SUB)
004040     ADD WS-BALANCE-VALUE TO DT-LIABILITY (WS-DEPT-SUB)
004050     ADD WS-BALANCE-VALUE TO WS-LIABILITY-TOTAL
004060     ADD 1 TO WS-VALUED-COUNT
004070     MOVE WS-HOURLY-RATE TO RPT-D-RATE
004080     MOVE WS-BALANCE-VALUE TO RPT-D-VALUE.
004090 3000-WRITE-DETAIL.
004100     MOVE RPT-DETAIL-LINE TO VALUATION-REPORT-LINE
004110     WRITE VALUATION-REPORT-LINE
004120     PERFORM 2000-READ-LEAVE THRU 2000-EXIT.
004130 3000-EXIT.
004140     EXIT.

004150*---------------------------------------------------------------
004160*    3100-READ-EMPLOYEE
004170*        ALSO WORKS OUT THE HOURLY-EQUIVALENT RATE THE
004180*        EMPLOYEE'S BALANCES ARE VALUED AT.  EMP-SALARY IS PER
004190*        MONTH FOR MONTHLY STAFF AND PER PAY PERIOD OTHERWISE,
004200*        SO SALARY TIMES PERIODS IN A YEAR IS THE ANNUAL PAY.
004210*---------------------------------------------------------------
004220 3100-READ-EMPLOYEE.
004230     MOVE 'Y' TO WS-EMP-FOUND-SW
004240     MOVE ZERO TO WS-HOURLY-RATE
004250     MOVE LV-EMP-ID TO EMP-ID
004260     READ EMPLOYEE-FILE
004270         INVALID KEY
004280             MOVE 'N' TO WS-EMP-FOUND-SW
004290             GO TO 3100-EXIT
004300     END-READ
004310     IF EMP-PAY-HOURLY
004320         MOVE EMP-HOURLY-RATE TO WS-HOURLY-RATE
004330         GO TO 3100-EXIT
004340     END-IF
004350     EVALUATE TRUE
004360         WHEN EMP-FREQ-SEMIMONTHLY
004370             MOVE LP-PERIODS-SEMIMONTHLY TO WS-PERIODS-PER-YEAR
004380         WHEN EMP-FREQ-BIWEEKLY
004390             MOVE LP-PERIODS-BIWEEKLY TO WS-PERIODS-PER-YEAR
004400         WHEN OTHER
004410             MOVE LP-PERIODS-MONTHLY TO WS-PERIODS-PER-YEAR
004420     END-EVALUATE
004430     COMPUTE WS-HOURLY-RATE ROUNDED =
004440         EMP-SALARY * WS-PERIODS-PER-YEAR / LP-STANDARD-HOURS.
004450 3100-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------
004480*    3200-FIND-LEAVE-TYPE
004490*        ON A MATCH THE VARYING LEAVES WS-LP-SUB ONE PAST THE
004500*        ENTRY; 3000 STEPS IT BACK.
004510*---------------------------------------------------------------
004520 3200-FIND-LEAVE-TYPE.
004530     IF LP-LEAVE-TYPE (WS-LP-SUB) = LV-LEAVE-TYPE
004540         MOVE 'Y' TO WS-TYPE-FOUND-SW
004550     END-IF.
004560 3200-EXIT.
004570     EXIT.

004580*---------------------------------------------------------------
004590*    3300-FIND-DEPARTMENT
004600*        LEAVES WS-DEPT-SUB ON WS-DEPT-WANTED'S ENTRY, ADDING
004610*        THE DEPARTMENT TO THE TABLE THE FIRST TIME IT IS SEEN.
004620*---------------------------------------------------------------
004630 3300-FIND-DEPARTMENT.
004640     MOVE 'N' TO WS-DEPT-FOUND-SW
004650     PERFORM 3310-CHECK-DEPT-ENTRY THRU 3310-EXIT
004660         VARYING WS-DEPT-SUB FROM 1 BY 1
004670         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-DEPT-FOUND
004680     IF WS-DEPT-FOUND
004690         SUBTRACT 1 FROM WS-DEPT-SUB
004700         GO TO 3300-EXIT
004710     END-IF
004720     IF WS-DEPT-COUNT NOT < WS-MAX-DEPTS
004730         MOVE "DEPARTMENT TABLE FULL - RAISE WS-MAX-DEPTS"
004740             TO WS-FATAL-MESSAGE
004750         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
004760     END-IF
004770     ADD 1 TO WS-DEPT-COUNT
004780     MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
004790     MOVE WS-DEPT-WANTED TO DT-DEPT-CODE (WS-DEPT-SUB)
004800     MOVE ZERO TO DT-TOTAL-HOURS (WS-DEPT-SUB)
004810     MOVE ZERO TO DT-PAYABLE-HOURS (WS-DEPT-SUB)
004820     MOVE ZERO TO DT-LIABILITY (WS-DEPT-SUB)
004830     MOVE ZERO TO DT-PRIOR-LIABILITY (WS-DEPT-SUB).
004840 3300-EXIT.
004850     EXIT.

004860*---------------------------------------------------------------
004870*    3310-CHECK-DEPT-ENTRY
004880*---------------------------------------------------------------
004890 3310-CHECK-DEPT-ENTRY.
004900     IF DT-DEPT-CODE (WS-DEPT-SUB) = WS-DEPT-WANTED
004910         MOVE 'Y' TO WS-DEPT-FOUND-SW
004920     END-IF.
004930 3310-EXIT.
004940     EXIT.

004950*---------------------------------------------------------------
004960*    4000-POST-DEPARTMENT
004970*        ONE DEPARTMENT'S REPORT LINE AND, WHEN ITS WHOLE-DOLLAR
004980*        LIABILITY HAS MOVED, ITS PAIR OF JOURNAL LINES.  THE
004990*        ACCOUNTS COME FROM THE REFERENCE MASTER AS IN
005000*        EMPGLEXT.CBL; A DEPARTMENT MISSING FROM IT, OR ON IT
005010*        WITHOUT BOTH ACCOUNTS, HOLDS THE WHOLE JOURNAL.
005020*---------------------------------------------------------------
005030 4000-POST-DEPARTMENT.
005040     IF WS-DEPT-SUB = 1
005050         MOVE SPACES TO VALUATION-REPORT-LINE
005060         WRITE VALUATION-REPORT-LINE
005070         MOVE RPT-DEPT-HEADING TO VALUATION-REPORT-LINE
005080         WRITE VALUATION-REPORT-LINE
005090     END-IF
005100     MOVE DT-LIABILITY (WS-DEPT-SUB) TO WS-LIAB-DOLLARS
005110     COMPUTE WS-LIAB-CHANGE =
005120         WS-LIAB-DOLLARS - DT-PRIOR-LIABILITY (WS-DEPT-SUB)
005130     MOVE SPACES TO VALUATION-REPORT-LINE
005140     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO RPT-T-DEPARTMENT
005150     MOVE DT-TOTAL-HOURS (WS-DEPT-SUB) TO RPT-T-TOTAL-HRS
005160     MOVE DT-PAYABLE-HOURS (WS-DEPT-SUB) TO RPT-T-PAYABLE-HRS
005170     MOVE WS-LIAB-DOLLARS TO RPT-T-LIABILITY
005180     MOVE DT-PRIOR-LIABILITY (WS-DEPT-SUB) TO RPT-T-PRIOR
005190     MOVE WS-LIAB-CHANGE TO RPT-T-CHANGE
005200     MOVE RPT-DEPT-LINE TO VALUATION-REPORT-LINE
005210     WRITE VALUATION-REPORT-LINE
005220     IF WS-LIAB-CHANGE = ZERO
005230         GO TO 4000-EXIT
005240     END-IF

005250     MOVE 'Y' TO WS-DEPT-FOUND-SW
005260     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO DM-DEPT-CODE
005270     READ DEPT-FILE
005280         INVALID KEY
005290             MOVE 'N' TO WS-DEPT-FOUND-SW
005300     END-READ
005310     IF NOT WS-DEPT-FOUND
005320         DISPLAY "*** DEPT NOT ON REFERENCE MASTER: "
005330             DT-DEPT-CODE (WS-DEPT-SUB)
005340         SET WS-JOURNAL-HELD TO TRUE
005350         GO TO 4000-EXIT
005360     END-IF
005370     IF DM-EXPENSE-ACCOUNT = SPACES
005380             OR DM-LIABILITY-ACCOUNT = SPACES
005390         DISPLAY "*** GL ACCOUNTS NOT SET UP FOR DEPT: "
005400             DT-DEPT-CODE (WS-DEPT-SUB)
005410         SET WS-JOURNAL-HELD TO TRUE
005420         GO TO 4000-EXIT
005430     END-IF

005440     IF WS-LIAB-CHANGE > ZERO
005450         MOVE WS-LIAB-CHANGE TO GD-AMOUNT
005460         MOVE DM-EXPENSE-ACCOUNT TO GD-ACCOUNT
005470         MOVE 'D' TO GD-DEBIT-CREDIT
005480         MOVE "PTO ACCRUAL" TO GD-DESCRIPTION
005490         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
005500         MOVE DM-LIABILITY-ACCOUNT TO GD-ACCOUNT
005510         MOVE 'C' TO GD-DEBIT-CREDIT
005520         MOVE "ACCRUED PTO LIAB" TO GD-DESCRIPTION
005530         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
005540     ELSE
005550         COMPUTE GD-AMOUNT = ZERO - WS-LIAB-CHANGE
005560         MOVE DM-LIABILITY-ACCOUNT TO GD-ACCOUNT
005570         MOVE 'D' TO GD-DEBIT-CREDIT
005580         MOVE "ACCRUED PTO LIAB" TO GD-DESCRIPTION
005590         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
005600         MOVE DM-EXPENSE-ACCOUNT TO GD-ACCOUNT
005610         MOVE 'C' TO GD-DEBIT-CREDIT
005620         MOVE "PTO ACCRUAL REDUCED" TO GD-DESCRIPTION
005630         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
005640     END-IF.
005650 4000-EXIT.
005660     EXIT.

005670*---------------------------------------------------------------
005680*    4100-WRITE-JOURNAL-LINE
005690*        THE CALLER HAS SET ACCOUNT, D/C FLAG, AMOUNT AND
005700*        DESCRIPTION; THE DEPARTMENT AND BATCH TOTALS ARE
005710*        HANDLED HERE.
005720*---------------------------------------------------------------
005730 4100-WRITE-JOURNAL-LINE.
005740     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO GD-DEPARTMENT
005750     MOVE SPACES TO GL-JOURNAL-LINE
005760     MOVE GL-DETAIL TO GL-JOURNAL-LINE
005770     WRITE GL-JOURNAL-LINE
005780     ADD 1 TO WS-LINE-COUNT
005790     IF GD-DEBIT-CREDIT = 'D'
005800         ADD GD-AMOUNT TO WS-DEBIT-TOTAL
005810     ELSE
005820         ADD GD-AMOUNT TO WS-CREDIT-TOTAL
005830     END-IF.
005840 4100-EXIT.
005850     EXIT.

005860*---------------------------------------------------------------
005870*    8000-SUMMARY
005880*        THE TRAILER CARRIES THE BATCH TOTALS.  A HELD JOURNAL
005890*        ENDS THE RUN WITH RETURN-CODE 8.  ONLY A CLEAN RUN
005900*        REPLACES EMPLVLIAB.TXT WITH THE LIABILITY JUST BOOKED.
005910*---------------------------------------------------------------
005920 8000-SUMMARY.
005930     MOVE SPACES TO GL-JOURNAL-LINE
005940     MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL
005950     MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL
005960     MOVE WS-LINE-COUNT TO GT-LINE-COUNT
005970     MOVE GL-TRAILER TO GL-JOURNAL-LINE
005980     WRITE GL-JOURNAL-LINE

005990     MOVE SPACES TO VALUATION-REPORT-LINE
006000     WRITE VALUATION-REPORT-LINE
006010     MOVE "BALANCES READ        : " TO RPT-TOTAL-LABEL
006020     MOVE WS-BALANCE-COUNT TO RPT-TOTAL-COUNT
006030     MOVE RPT-TOTAL-LINE TO VALUATION-REPORT-LINE
006040     WRITE VALUATION-REPORT-LINE
006050     MOVE "BALANCES VALUED      : " TO RPT-TOTAL-LABEL
006060     MOVE WS-VALUED-COUNT TO RPT-TOTAL-COUNT
006070     MOVE RPT-TOTAL-LINE TO VALUATION-REPORT-LINE
006080     WRITE VALUATION-REPORT-LINE
006090     MOVE "TERMINATED - NOT VAL : " TO RPT-TOTAL-LABEL
006100     MOVE WS-TERMINATED-COUNT TO RPT-TOTAL-COUNT
006110     MOVE RPT-TOTAL-LINE TO VALUATION-REPORT-LINE
006120     WRITE VALUATION-REPORT-LINE
006130     MOVE "NOT ON MASTER        : " TO RPT-TOTAL-LABEL
006140     MOVE WS-NOT-ON-MASTER-COUNT TO RPT-TOTAL-COUNT
006150     MOVE RPT-TOTAL-LINE TO VALUATION-REPORT-LINE
006160     WRITE VALUATION-REPORT-LINE
006170     MOVE "TOTAL LIABILITY      : " TO RPT-AMOUNT-LABEL
006180     MOVE WS-LIABILITY-TOTAL TO RPT-AMOUNT
006190     MOVE RPT-AMOUNT-LINE TO VALUATION-REPORT-LINE
006200     WRITE VALUATION-REPORT-LINE

006210     MOVE WS-DEBIT-TOTAL TO DISP-DEBITS
006220     MOVE WS-CREDIT-TOTAL TO DISP-CREDITS
006230     MOVE WS-BALANCE-COUNT TO DISP-COUNT
006240     DISPLAY " ".
006250     DISPLAY "--- Leave Liability Valuation Complete ---".
006260     DISPLAY "Balances Read      : " DISP-COUNT.
006270     DISPLAY "Debit Total        : " DISP-DEBITS.
006280     DISPLAY "Credit Total       : " DISP-CREDITS.
006290     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
006300         DISPLAY "*** DEBITS DO NOT EQUAL CREDITS ***"
006310         SET WS-JOURNAL-HELD TO TRUE
006320     END-IF
006330     IF WS-JOURNAL-CLEAN
006340         DISPLAY "JOURNAL IN BALANCE - RELEASE TO GL"
006350         PERFORM 8100-SAVE-LIABILITY THRU 8100-EXIT
006360     ELSE
006370         DISPLAY "*** DO NOT RELEASE EMPLVJOURNAL.TXT ***"
006380         MOVE 8 TO RETURN-CODE
006390     END-IF.
006400 8000-EXIT.
006410     EXIT.

006420*---------------------------------------------------------------
006430*    8100-SAVE-LIABILITY
006440*---------------------------------------------------------------
006450 8100-SAVE-LIABILITY.
006460     OPEN OUTPUT LIABILITY-FILE
006470     PERFORM 8110-WRITE-LIABILITY THRU 8110-EXIT
006480         VARYING WS-DEPT-SUB FROM 1 BY 1
006490         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
006500     CLOSE LIABILITY-FILE.
006510 8100-EXIT.
006520     EXIT.

006530*---------------------------------------------------------------
006540*    8110-WRITE-LIABILITY
006550*---------------------------------------------------------------
006560 8110-WRITE-LIABILITY.
006570     MOVE SPACES TO LIABILITY-RECORD
006580     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO LB-DEPT-CODE
006590     MOVE WS-RUN-DATE-YYYYMMDD TO LB-AS-OF-DATE
006600     MOVE DT-LIABILITY (WS-DEPT-SUB) TO LB-LIABILITY
006610     MOVE DT-PAYABLE-HOURS (WS-DEPT-SUB) TO LB-PAYABLE-HOURS
006620     WRITE LIABILITY-RECORD.
006630 8110-EXIT.
006640     EXIT.

006650*---------------------------------------------------------------
006660*    9000-TERMINATE
006670*---------------------------------------------------------------
006680 9000-TERMINATE.
006690     CLOSE LEAVE-FILE
006700     CLOSE EMPLOYEE-FILE
006710     CLOSE DEPT-FILE
006720     CLOSE GL-JOURNAL-FILE
006730     CLOSE VALUATION-REPORT-FILE.
006740 9000-EXIT.
006750     EXIT.

006760*---------------------------------------------------------------
006770*    9900-FATAL-ERROR-ABORT
006780*        A CALLER MOVES ITS OWN EXPLANATION TO WS-FATAL-MESSAGE
006790*        BEFORE PERFORMING THIS PARAGRAPH -- THE SAME
006800*        CONVENTION AS EMP.CBL.
006810*---------------------------------------------------------------
006820 9900-FATAL-ERROR-ABORT.
006830     DISPLAY " ".
006840     DISPLAY "*** FATAL ERROR - RUN ABORTED ***".
006850     DISPLAY WS-FATAL-MESSAGE.
006860     MOVE 16 TO RETURN-CODE.
006870     STOP RUN.
006880 9900-EXIT.
006890     EXIT.

006900 END PROGRAM EmpLvVal.
