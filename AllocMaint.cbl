000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : ALLOCMAINT
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      MAINTAINS THE LABOR COST DISTRIBUTION FILE (EMPALLOC.TXT,
000200*      SEE THE ALLOCREC COPYBOOK) FROM TRANSACTIONS IN
000210*      ALLOCTRANS.TXT -- THE SAME SMALL-UTILITY SHAPE AS
000220*      GARNMAINT.CBL.  DISTRIBUTIONS ARE EFFECTIVE-DATED: A
000230*      CHANGE IN HOW SOMEONE'S TIME IS SPLIT IS A NEW RECORD
000240*      FROM ITS EFFECTIVE DATE, AND THE OLD ONE STAYS ON FILE
000250*      FOR THE PERIODS IT COVERED.
000260*        A - ADD A DISTRIBUTION EFFECTIVE ON AT-EFFECTIVE-DATE
000270*            (ZERO = TODAY).  EDITS: EMPLOYEE ON THE MASTER;
000280*            DATE VALID; AT LEAST ONE SPLIT, FILLED FROM THE
000290*            FIRST WITHOUT GAPS; EVERY DEPARTMENT ON DEPTMAST.TXT
000300*            AND NAMED ONCE; EVERY PERCENT NUMERIC AND ABOVE
000310*            ZERO; THE PERCENTS TOTAL EXACTLY 100.00.
000320*        E - END THE DISTRIBUTION IN FORCE ON AT-EFFECTIVE-DATE:
000330*            FROM THAT DATE THE EMPLOYEE IS CHARGED 100% TO THE
000340*            HOME DEPARTMENT AGAIN.
000350*        D - DELETE A DISTRIBUTION KEYED IN ERROR.  ONLY ONE NOT
000360*            YET IN EFFECT -- ONE ALREADY USED BY A PAYROLL RUN
000370*            IS ENDED OR REPLACED INSTEAD, SO THE RECORD OF HOW
000380*            PAST PERIODS WERE CHARGED SURVIVES.
000390*      ERRORS AND COUNTS GO TO THE CONSOLE.
000400*---------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------- ----  -----------------------------------------
000440*  10/15/2026 RDH   ORIGINAL PROGRAM.
000450*===============================================================
000460 PROGRAM-ID. AllocMaint.
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ALLOC-FILE ASSIGN TO "EmpAlloc.txt"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS AL-KEY
000560     FILE STATUS IS WS-ALLOC-STATUS.

000570     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000580     ORGANIZATION IS INDEXED
000590     ACCESS MODE IS RANDOM
000600     RECORD KEY IS EMP-ID
000610     FILE STATUS IS WS-EMPLOYEE-STATUS.

000620     SELECT DEPT-FILE ASSIGN TO "DeptMast.txt"
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS RANDOM
000650     RECORD KEY IS DM-DEPT-CODE
000660     FILE STATUS IS WS-DEPT-FILE-STATUS.

000670     SELECT ALLOC-TRANS-FILE ASSIGN TO "AllocTrans.txt"
000680     ORGANIZATION IS LINE SEQUENTIAL.

000690 DATA DIVISION.
000700 FILE SECTION.

000710 FD  ALLOC-FILE.
000720     COPY ALLOCREC.

000730 FD  EMPLOYEE-FILE.
000740     COPY EMPREC.

000750 FD  DEPT-FILE.
000760     COPY DEPTREC.

000770 FD  ALLOC-TRANS-FILE.
000780 01  ALLOC-TRANS-RECORD.
000790     05 AT-TRANS-CODE       PIC X(01).
000800        88 AT-ADD-TRANS          VALUE 'A'.
000810        88 AT-END-TRANS          VALUE 'E'.
000820        88 AT-DELETE-TRANS       VALUE 'D'.
000830     05 AT-EMP-ID           PIC X(4).
000840     05 AT-EFFECTIVE-DATE   PIC 9(8).
000850     05 AT-SPLIT OCCURS 5 TIMES.
000860        10 AT-DEPT-CODE     PIC X(10).
000870        10 AT-PERCENT       PIC 9(3)V99.

000880 WORKING-STORAGE SECTION.

000890 01  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
000900     88 WS-TRANS-EOF        VALUE 'Y'.

000910 01  WS-ALLOC-STATUS     PIC X(02) VALUE SPACES.
000920 01  WS-EMPLOYEE-STATUS  PIC X(02) VALUE SPACES.
000930 01  WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.

000940 01  WS-SCAN-EOF-SW PIC X(01) VALUE 'N'.
000950     88 WS-SCAN-EOF              VALUE 'Y'.

000960 01  WS-EDIT-OK-SW PIC X(01) VALUE 'Y'.
000970     88 WS-EDIT-OK               VALUE 'Y'.

000980 01  WS-GAP-SW PIC X(01) VALUE 'N'.
000990     88 WS-GAP-SEEN              VALUE 'Y'.

001000 01  WS-IN-FORCE-SW PIC X(01) VALUE 'N'.
001010     88 WS-IN-FORCE              VALUE 'Y'.

001020 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
001030 01  WS-EFFECTIVE-DATE    PIC 9(8) VALUE ZERO.
001040 01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
001050     05 WS-EFF-YYYY         PIC 9(4).
001060     05 WS-EFF-MM           PIC 9(2).
001070     05 WS-EFF-DD           PIC 9(2).

001080 01  WS-EDIT-MESSAGE      PIC X(40) VALUE SPACES.

001090 01  WS-SPLIT-FIELDS.
001100     05 WS-SPLIT-SUB        PIC 9(1) COMP VALUE ZERO.
001110     05 WS-DUP-SUB          PIC 9(1) COMP VALUE ZERO.
001120     05 WS-SPLIT-COUNT      PIC 9(1) COMP VALUE ZERO.
001130     05 WS-PERCENT-TOTAL    PIC 9(4)V99 VALUE ZERO.

001140 01  WS-COUNTERS.
001150     05 WS-ADD-COUNT     PIC 9(5) COMP VALUE ZERO.
001160     05 WS-END-COUNT     PIC 9(5) COMP VALUE ZERO.
001170     05 WS-DELETE-COUNT  PIC 9(5) COMP VALUE ZERO.
001180     05 WS-ERROR-COUNT   PIC 9(5) COMP VALUE ZERO.


001190 PROCEDURE DIVISION.

001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001220     PERFORM 2000-READ-TRANS THRU 2000-EXIT
001230     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
001240         UNTIL WS-TRANS-EOF
001250     PERFORM 8000-SUMMARY THRU 8000-EXIT
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT
001270     STOP RUN.

001280*---------------------------------------------------------------
001290*    1000-INITIALIZE
001300*        THE FIRST EVER RUN HAS NO EMPALLOC.TXT YET (STATUS 35
001310*        ON THE I-O OPEN); IT IS CREATED EMPTY AND REOPENED, THE
001320*        SAME AS GARNMAINT.CBL.  THE DEPARTMENT REFERENCE
001330*        MASTER IS REQUIRED -- EVERY SPLIT IS CHECKED AGAINST IT.
001340*---------------------------------------------------------------
001350 1000-INITIALIZE.
001360     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
001370     OPEN INPUT DEPT-FILE
001380     IF WS-DEPT-FILE-STATUS NOT = "00"
001390         DISPLAY "*** DEPTMAST.TXT WILL NOT OPEN - SET UP"
001400             " DEPARTMENTS WITH DEPTMAINT FIRST"
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF
001440     OPEN I-O ALLOC-FILE
001450     IF WS-ALLOC-STATUS = "35"
001460         OPEN OUTPUT ALLOC-FILE
001470         CLOSE ALLOC-FILE
001480         OPEN I-O ALLOC-FILE
001490     END-IF
001500     OPEN INPUT EMPLOYEE-FILE
001510     OPEN INPUT ALLOC-TRANS-FILE.
001520 1000-EXIT.
001530     EXIT.

001540*---------------------------------------------------------------
001550*    2000-READ-TRANS
001560*---------------------------------------------------------------
001570 2000-READ-TRANS.
001580     READ ALLOC-TRANS-FILE
001590         AT END SET WS-TRANS-EOF TO TRUE
001600     END-READ.
001610 2000-EXIT.
001620     EXIT.

001630*---------------------------------------------------------------
001640*    3000-APPLY-TRANS  --  DISPATCH ON THE TRANSACTION CODE
001650*---------------------------------------------------------------
001660 3000-APPLY-TRANS.
001670     EVALUATE TRUE
001680         WHEN AT-ADD-TRANS
001690             PERFORM 3100-ADD-ALLOCATION THRU 3100-EXIT
001700         WHEN AT-END-TRANS
001710             PERFORM 3200-END-ALLOCATION THRU 3200-EXIT
001720         WHEN AT-DELETE-TRANS
001730             PERFORM 3300-DELETE-ALLOCATION THRU 3300-EXIT
001740         WHEN OTHER
001750             DISPLAY "*** ERROR - INVALID TRANS CODE FOR EMP: "
001760                 AT-EMP-ID
001770             ADD 1 TO WS-ERROR-COUNT
001780     END-EVALUATE
001790     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
001800 3000-EXIT.
001810     EXIT.

001820*---------------------------------------------------------------
001830*    3100-ADD-ALLOCATION
001840*---------------------------------------------------------------
001850 3100-ADD-ALLOCATION.
001860     PERFORM 3500-EDIT-DATE THRU 3500-EXIT
001870     IF NOT WS-EDIT-OK
001880         GO TO 3100-EXIT
001890     END-IF
001900     MOVE AT-EMP-ID TO EMP-ID
001910     READ EMPLOYEE-FILE
001920         INVALID KEY
001930             DISPLAY "*** ERROR - EMPLOYEE NOT ON MASTER: "
001940                 AT-EMP-ID
001950             ADD 1 TO WS-ERROR-COUNT
001960             GO TO 3100-EXIT
001970     END-READ
001980     PERFORM 3600-EDIT-SPLITS THRU 3600-EXIT
001990     IF NOT WS-EDIT-OK
002000         DISPLAY "*** ERROR - " WS-EDIT-MESSAGE ": " AT-EMP-ID
002010         ADD 1 TO WS-ERROR-COUNT
002020         GO TO 3100-EXIT
002030     END-IF
002040     MOVE SPACES TO ALLOCATION-RECORD
002050     MOVE AT-EMP-ID TO AL-EMP-ID
002060     MOVE WS-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE
002070     MOVE WS-SPLIT-COUNT TO AL-SPLIT-COUNT
002080     PERFORM 3150-MOVE-ONE-SPLIT THRU 3150-EXIT
002090         VARYING WS-SPLIT-SUB FROM 1 BY 1
002100         UNTIL WS-SPLIT-SUB > 5
002110     WRITE ALLOCATION-RECORD
002120         INVALID KEY
002130             DISPLAY "*** ERROR - DISTRIBUTION ALREADY EFFECTIVE "
002140                 "ON " WS-EFFECTIVE-DATE ": " AT-EMP-ID
002150             ADD 1 TO WS-ERROR-COUNT
002160         NOT INVALID KEY
002170             DISPLAY "ADDED    DISTRIBUTION: " AT-EMP-ID
002180                 " EFFECTIVE " WS-EFFECTIVE-DATE
002190             ADD 1 TO WS-ADD-COUNT
002200     END-WRITE.
002210 3100-EXIT.
002220     EXIT.

002230*---------------------------------------------------------------
002240*    3150-MOVE-ONE-SPLIT
002250*        UNUSED SPLITS GO OUT AS SPACES AND ZERO.
002260*---------------------------------------------------------------
002270 3150-MOVE-ONE-SPLIT.
002280     IF WS-SPLIT-SUB > WS-SPLIT-COUNT
002290         MOVE SPACES TO AL-DEPT-CODE (WS-SPLIT-SUB)
002300         MOVE ZERO TO AL-PERCENT (WS-SPLIT-SUB)
002310     ELSE
002320         MOVE AT-DEPT-CODE (WS-SPLIT-SUB)
002330             TO AL-DEPT-CODE (WS-SPLIT-SUB)
002340         MOVE AT-PERCENT (WS-SPLIT-SUB)
002350             TO AL-PERCENT (WS-SPLIT-SUB)
002360     END-IF.
002370 3150-EXIT.
002380     EXIT.

002390*---------------------------------------------------------------
002400*    3200-END-ALLOCATION
002410*        WRITES AN EMPTY DISTRIBUTION (AL-SPLIT-COUNT ZERO)
002420*        EFFECTIVE ON THE DATE GIVEN.  THERE MUST BE A
002430*        DISTRIBUTION IN FORCE ON THAT DATE TO END.
002440*---------------------------------------------------------------
002450 3200-END-ALLOCATION.
002460     PERFORM 3500-EDIT-DATE THRU 3500-EXIT
002470     IF NOT WS-EDIT-OK
002480         GO TO 3200-EXIT
002490     END-IF
002500     PERFORM 3700-FIND-IN-FORCE THRU 3700-EXIT
002510     IF NOT WS-IN-FORCE
002520         DISPLAY "*** ERROR - NO DISTRIBUTION IN FORCE TO END: "
002530             AT-EMP-ID
002540         ADD 1 TO WS-ERROR-COUNT
002550         GO TO 3200-EXIT
002560     END-IF
002570     MOVE SPACES TO ALLOCATION-RECORD
002580     MOVE AT-EMP-ID TO AL-EMP-ID
002590     MOVE WS-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE
002600     MOVE ZERO TO AL-SPLIT-COUNT
002610     MOVE ZERO TO WS-SPLIT-COUNT
002620     PERFORM 3150-MOVE-ONE-SPLIT THRU 3150-EXIT
002630         VARYING WS-SPLIT-SUB FROM 1 BY 1
002640         UNTIL WS-SPLIT-SUB > 5
002650     WRITE ALLOCATION-RECORD
002660         INVALID KEY
002670             DISPLAY "*** ERROR - DISTRIBUTION ALREADY EFFECTIVE "
002680                 "ON " WS-EFFECTIVE-DATE ": " AT-EMP-ID
002690             ADD 1 TO WS-ERROR-COUNT
002700         NOT INVALID KEY
002710             DISPLAY "ENDED    DISTRIBUTION: " AT-EMP-ID
002720                 " EFFECTIVE " WS-EFFECTIVE-DATE
002730             ADD 1 TO WS-END-COUNT
002740     END-WRITE.
002750 3200-EXIT.
002760     EXIT.

002770*---------------------------------------------------------------
002780*    3300-DELETE-ALLOCATION
002790*---------------------------------------------------------------
002800 3300-DELETE-ALLOCATION.
002810     MOVE AT-EMP-ID TO AL-EMP-ID
002820     MOVE AT-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE
002830     READ ALLOC-FILE
002840         INVALID KEY
002850             DISPLAY "*** ERROR - NO SUCH DISTRIBUTION: "
002860                 AT-EMP-ID " " AT-EFFECTIVE-DATE
002870             ADD 1 TO WS-ERROR-COUNT
002880             GO TO 3300-EXIT
002890     END-READ
002900     IF AL-EFFECTIVE-DATE NOT > WS-RUN-DATE-YYYYMMDD
002910         DISPLAY "*** ERROR - ALREADY IN EFFECT, END OR REPLACE "
002920             "IT INSTEAD: " AT-EMP-ID " " AT-EFFECTIVE-DATE
002930         ADD 1 TO WS-ERROR-COUNT
002940         GO TO 3300-EXIT
002950     END-IF
002960     DELETE ALLOC-FILE
002970         INVALID KEY
002980             DISPLAY "*** ERROR - DELETE FAILED FOR: "
002990                 AT-EMP-ID " " AT-EFFECTIVE-DATE
003000             ADD 1 TO WS-ERROR-COUNT
003010         NOT INVALID KEY
003020             DISPLAY "DELETED  DISTRIBUTION: " AT-EMP-ID
003030                 " EFFECTIVE " AT-EFFECTIVE-DATE
003040             ADD 1 TO WS-DELETE-COUNT
003050     END-DELETE.
003060 3300-EXIT.
003070     EXIT.

003080*---------------------------------------------------------------
003090*    3500-EDIT-DATE
003100*        ZERO MEANS TODAY.  OTHERWISE A PLAUSIBLE CALENDAR DATE.
003110*        WS-EFFECTIVE-DATE COMES BACK HOLDING THE DATE TO USE.
003120*---------------------------------------------------------------
003130 3500-EDIT-DATE.
003140     MOVE 'Y' TO WS-EDIT-OK-SW
003150     IF AT-EFFECTIVE-DATE IS NOT NUMERIC
003160         DISPLAY "*** ERROR - EFFECTIVE DATE NOT NUMERIC: "
003170             AT-EMP-ID
003180         ADD 1 TO WS-ERROR-COUNT
003190         MOVE 'N' TO WS-EDIT-OK-SW
003200         GO TO 3500-EXIT
003210     END-IF
003220     IF AT-EFFECTIVE-DATE = ZERO
003230         MOVE WS-RUN-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
003240     ELSE
003250         MOVE AT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
003260     END-IF
003270     IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
003280             OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
003290         DISPLAY "*** ERROR - EFFECTIVE DATE NOT A VALID DATE: "
003300             AT-EMP-ID
003310         ADD 1 TO WS-ERROR-COUNT
003320         MOVE 'N' TO WS-EDIT-OK-SW
003330     END-IF.
003340 3500-EXIT.
003350     EXIT.

003360*---------------------------------------------------------------
003370*    3600-EDIT-SPLITS
003380*        THE FIRST FAILURE FOUND IS KEPT IN WS-EDIT-MESSAGE AND
003390*        WS-EDIT-OK IS LEFT OFF; THE CALLER REPORTS IT.
003400*---------------------------------------------------------------
003410 3600-EDIT-SPLITS.
003420     MOVE 'Y' TO WS-EDIT-OK-SW
003430     MOVE 'N' TO WS-GAP-SW
003440     MOVE SPACES TO WS-EDIT-MESSAGE
003450     MOVE ZERO TO WS-SPLIT-COUNT
003460     MOVE ZERO TO WS-PERCENT-TOTAL
003470     PERFORM 3610-EDIT-ONE-SPLIT THRU 3610-EXIT
003480         VARYING WS-SPLIT-SUB FROM 1 BY 1
003490         UNTIL WS-SPLIT-SUB > 5 OR NOT WS-EDIT-OK
003500     IF NOT WS-EDIT-OK
003510         GO TO 3600-EXIT
003520     END-IF
003530     IF WS-SPLIT-COUNT = ZERO
003540         MOVE "NO DEPARTMENT SPLITS GIVEN" TO WS-EDIT-MESSAGE
003550         MOVE 'N' TO WS-EDIT-OK-SW
003560         GO TO 3600-EXIT
003570     END-IF
003580     IF WS-PERCENT-TOTAL NOT = 100
003590         MOVE "SPLIT PERCENTS DO NOT TOTAL 100.00"
003600             TO WS-EDIT-MESSAGE
003610         MOVE 'N' TO WS-EDIT-OK-SW
003620     END-IF.
003630 3600-EXIT.
003640     EXIT.

003650*---------------------------------------------------------------
003660*    3610-EDIT-ONE-SPLIT
003670*        A BLANK DEPARTMENT ENDS THE LIST; NOTHING MAY FOLLOW IT.
003680*---------------------------------------------------------------
003690 3610-EDIT-ONE-SPLIT.
003700     IF AT-DEPT-CODE (WS-SPLIT-SUB) = SPACES
003710         IF AT-PERCENT (WS-SPLIT-SUB) IS NOT NUMERIC
003720                 OR AT-PERCENT (WS-SPLIT-SUB) NOT = ZERO
003730             MOVE "PERCENT GIVEN WITHOUT A DEPARTMENT"
003740                 TO WS-EDIT-MESSAGE
003750             MOVE 'N' TO WS-EDIT-OK-SW
003760         END-IF
003770         MOVE 'Y' TO WS-GAP-SW
003780         GO TO 3610-EXIT
003790     END-IF
003800     IF WS-GAP-SEEN
003810         MOVE "SPLITS NOT FILLED FROM THE FIRST"
003811             TO WS-EDIT-MESSAGE
003820         MOVE 'N' TO WS-EDIT-OK-SW
003830         GO TO 3610-EXIT
003840     END-IF
003850     IF AT-PERCENT (WS-SPLIT-SUB) IS NOT NUMERIC
003860             OR AT-PERCENT (WS-SPLIT-SUB) = ZERO
003870         MOVE "SPLIT PERCENT MISSING OR NOT NUMERIC"
003880             TO WS-EDIT-MESSAGE
003890         MOVE 'N' TO WS-EDIT-OK-SW
003900         GO TO 3610-EXIT
003910     END-IF
003920     PERFORM 3620-CHECK-DUPLICATE THRU 3620-EXIT
003930         VARYING WS-DUP-SUB FROM 1 BY 1
003940         UNTIL WS-DUP-SUB NOT < WS-SPLIT-SUB OR NOT WS-EDIT-OK
003950     IF NOT WS-EDIT-OK
003960         GO TO 3610-EXIT
003970     END-IF
003980     MOVE AT-DEPT-CODE (WS-SPLIT-SUB) TO DM-DEPT-CODE
003990     READ DEPT-FILE
004000         INVALID KEY
004010             MOVE "SPLIT DEPT NOT ON DEPT MASTER"
004011                 TO WS-EDIT-MESSAGE
004020             MOVE 'N' TO WS-EDIT-OK-SW
004030             GO TO 3610-EXIT
004040     END-READ
004050     ADD 1 TO WS-SPLIT-COUNT
004060     ADD AT-PERCENT (WS-SPLIT-SUB) TO WS-PERCENT-TOTAL.
004070 3610-EXIT.
004080     EXIT.

004090*---------------------------------------------------------------
004100*    3620-CHECK-DUPLICATE
004110*---------------------------------------------------------------
004120 3620-CHECK-DUPLICATE.
004130     IF AT-DEPT-CODE (WS-DUP-SUB) = AT-DEPT-CODE (WS-SPLIT-SUB)
004140         MOVE "SAME DEPARTMENT NAMED TWICE" TO WS-EDIT-MESSAGE
004150         MOVE 'N' TO WS-EDIT-OK-SW
004160     END-IF.
004170 3620-EXIT.
004180     EXIT.

004190*---------------------------------------------------------------
004200*    3700-FIND-IN-FORCE
004210*        THE EMPLOYEE'S RECORDS COME BACK IN EFFECTIVE-DATE
004220*        ORDER; THE LAST ONE NOT AFTER WS-EFFECTIVE-DATE IS THE
004230*        ONE IN FORCE.  WS-IN-FORCE IS SET WHEN THAT RECORD
004240*        ACTUALLY SPLITS THE EMPLOYEE (ONE ALREADY ENDED DOES
004250*        NOT COUNT).
004260*---------------------------------------------------------------
004270 3700-FIND-IN-FORCE.
004280     MOVE 'N' TO WS-IN-FORCE-SW
004290     MOVE 'N' TO WS-SCAN-EOF-SW
004300     MOVE AT-EMP-ID TO AL-EMP-ID
004310     MOVE ZERO TO AL-EFFECTIVE-DATE
004320     START ALLOC-FILE KEY NOT < AL-KEY
004330         INVALID KEY
004340             GO TO 3700-EXIT
004350     END-START
004360     PERFORM 3710-CHECK-ONE-RECORD THRU 3710-EXIT
004370         UNTIL WS-SCAN-EOF.
004380 3700-EXIT.
004390     EXIT.

004400*---------------------------------------------------------------
004410*    3710-CHECK-ONE-RECORD
004420*---------------------------------------------------------------
004430 3710-CHECK-ONE-RECORD.
004440     READ ALLOC-FILE NEXT RECORD
004450         AT END
004460             MOVE 'Y' TO WS-SCAN-EOF-SW
004470             GO TO 3710-EXIT
004480     END-READ
004490     IF AL-EMP-ID NOT = AT-EMP-ID
004500             OR AL-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
004510         MOVE 'Y' TO WS-SCAN-EOF-SW
004520         GO TO 3710-EXIT
004530     END-IF
004540     IF AL-SPLIT-COUNT > ZERO
004550         MOVE 'Y' TO WS-IN-FORCE-SW
004560     ELSE
004570         MOVE 'N' TO WS-IN-FORCE-SW
004580     END-IF.
004590 3710-EXIT.
004600     EXIT.

004610*---------------------------------------------------------------
004620*    8000-SUMMARY
004630*---------------------------------------------------------------
004640 8000-SUMMARY.
004650     DISPLAY " ".
004660     DISPLAY "--- Labor Distribution Maintenance Complete ---".
004670     DISPLAY "Distributions Added   : " WS-ADD-COUNT.
004680     DISPLAY "Distributions Ended   : " WS-END-COUNT.
004690     DISPLAY "Distributions Deleted : " WS-DELETE-COUNT.
004700     DISPLAY "Errors                : " WS-ERROR-COUNT.
004710 8000-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740*    9000-TERMINATE
004750*---------------------------------------------------------------
004760 9000-TERMINATE.
004770     CLOSE ALLOC-FILE
004780     CLOSE EMPLOYEE-FILE
004790     CLOSE DEPT-FILE
004800     CLOSE ALLOC-TRANS-FILE.
004810 9000-EXIT.
004820     EXIT.

004830 END PROGRAM AllocMaint.
