000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPAPPR
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      DUAL-CONTROL APPROVAL OF SALARY, BANK-DETAIL AND HOURLY
000191*      PAY (PAY TYPE, HOURLY RATE) CHANGES.
000200*      EMPMAINT.CBL HOLDS EVERY SUCH CHANGE AS A PENDING ITEM
000210*      ON EMPPENDING.TXT (SEE PENDREC) UNDER THE OPERATOR WHO
000220*      SUBMITTED IT; NOTHING REACHES THE MASTER UNTIL A SECOND
000230*      OPERATOR DECIDES IT HERE.  THE OPERATOR ID AND THE
000240*      FUNCTION ARE KEYED ON THE CONSOLE (THE SAME CONVENTION
000250*      AS EMPNIGHT.CBL):
000260*        APPROVE  - SHOWS THE ITEM AND, ON CONFIRMATION, APPLIES
000270*                   IT TO THE MASTER: THE NEW SALARY, PAY TYPE
000271*                   AND HOURLY RATE AS KEYED, NEW BANK DETAILS
000280*                   INTO THE PRENOTE CYCLE
000290*                   EXACTLY AS EMPMAINT'S 3920-SET-BANK-PRENOTE
000300*                   DOES.  THE CHANGE IS JOURNALED TO EMPAUDIT.TXT
000310*                   AS A CHANGE ACTION CARRYING BOTH THE SUBMITTER
000320*                   AND THE APPROVER (SEE AUDITREC), SO EMPAUDRPT
000330*                   AND EMPRETRO SEE IT LIKE ANY OTHER CHANGE.
000340*                   REFUSED WHEN THE APPROVER IS THE SUBMITTER.
000350*        REJECT   - MARKS THE ITEM REJECTED WITH THE REASON
000360*                   KEYED; THE MASTER IS NOT TOUCHED.  THE
000370*                   SUBMITTER MAY REJECT (WITHDRAW) THEIR OWN
000380*                   ITEM.
000390*        REPORT   - LISTS EVERY ITEM STILL PENDING ON
000400*                   EMPPENDRPT.TXT WITH ITS AGE IN DAYS; ANY ITEM
000410*                   OLDER THAN WS-STALE-DAYS IS FLAGGED STALE AND
000420*                   THE RUN ENDS WITH RETURN-CODE 8.
000430*      AN APPROVE OR REJECT THAT IS REFUSED ALSO ENDS WITH
000440*      RETURN-CODE 8.  DECIDED ITEMS STAY ON FILE WITH WHO
000450*      DECIDED THEM AND WHEN.
000460*---------------------------------------------------------------
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  -----------------------------------------
000500*  10/15/2026 RDH   ORIGINAL PROGRAM.
000501*  10/15/2026 RDH   A NEW PAY TYPE AND/OR HOURLY RATE ARE NOW HELD
000502*                   BY EMPMAINT LIKE A SALARY CHANGE (SEE
000503*                   PENDREC); THEY ARE SHOWN, APPLIED ON APPROVAL
000504*                   AND LISTED ON THE PENDING REPORT HERE.
000510*===============================================================
000520 PROGRAM-ID. EmpAppr.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PENDING-FILE ASSIGN TO "EmpPending.txt"
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS PD-ITEM-NUMBER
000620     FILE STATUS IS WS-PENDING-STATUS.

000630     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000640     ORGANIZATION IS INDEXED
000650     ACCESS MODE IS RANDOM
000660     RECORD KEY IS EMP-ID
000670     FILE STATUS IS WS-EMP-STATUS.

000680     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "EmpAudit.txt"
000690     ORGANIZATION IS LINE SEQUENTIAL.

000700     SELECT PENDING-REPORT-FILE ASSIGN TO "EmpPendRpt.txt"
000710     ORGANIZATION IS LINE SEQUENTIAL.

000720 DATA DIVISION.
000730 FILE SECTION.

000740 FD  PENDING-FILE.
000750     COPY PENDREC.

000760 FD  EMPLOYEE-FILE.
000770     COPY EMPREC.

000780 FD  AUDIT-JOURNAL-FILE.
000790     COPY AUDITREC.

000800 FD  PENDING-REPORT-FILE.
000810 01  PENDING-REPORT-LINE    PIC X(80).

000820 WORKING-STORAGE SECTION.

000830 01  WS-FILE-STATUS-FIELDS.
000840     05 WS-PENDING-STATUS   PIC X(02) VALUE SPACES.
000850     05 WS-EMP-STATUS       PIC X(02) VALUE SPACES.

000860 01  WS-PENDING-EOF-SW PIC X(01) VALUE 'N'.
000870     88 WS-PENDING-EOF           VALUE 'Y'.

000880 01  WS-ITEM-FOUND-SW PIC X(01) VALUE 'N'.
000890     88 WS-ITEM-FOUND            VALUE 'Y'.

000900*---------------------------------------------------------------
000910*    CONSOLE INPUT.
000920*---------------------------------------------------------------
000930 01  WS-OPERATOR-ID         PIC X(08) VALUE SPACES.
000940 01  WS-FUNCTION            PIC X(08) VALUE SPACES.
000950 01  WS-REQ-ITEM-NUMBER     PIC 9(6) VALUE ZERO.
000960 01  WS-CONFIRM             PIC X(01) VALUE SPACE.
000970 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.

000980*---------------------------------------------------------------
000990*    AN ITEM STILL PENDING AFTER THIS MANY DAYS IS STALE.
001000*---------------------------------------------------------------
001010 77  WS-STALE-DAYS          PIC 9(3) VALUE 5.

001020 01  WS-RUN-DATE-YYYYMMDD   PIC 9(8) VALUE ZERO.

001030*---------------------------------------------------------------
001040*    AUDIT JOURNAL WORKING STORAGE, AS EMPMAINT.CBL.
001050*---------------------------------------------------------------
001060 01  WS-AUDIT-FIELDS.
001070     05 WS-AUDIT-TIME-RAW   PIC 9(8) VALUE ZERO.
001080     05 WS-BEFORE-IMAGE     PIC X(116) VALUE SPACES.

001090 01  WS-COUNTERS.
001100     05 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
001110     05 WS-STALE-COUNT      PIC 9(5) COMP VALUE ZERO.
001120     05 WS-APPROVED-COUNT   PIC 9(5) COMP VALUE ZERO.
001130     05 WS-REJECTED-COUNT   PIC 9(5) COMP VALUE ZERO.

001140*---------------------------------------------------------------
001150*    ITEM AGE.  5300-COMPUTE-DAY-NUMBER TURNS WS-DATE-WORK INTO
001160*    A DAY COUNT (DAYS IN THE WHOLE YEARS BEFORE IT, PLUS THE
001170*    LEAP DAYS IN THEM, PLUS THE DAYS OF THE YEAR SO FAR), SO
001180*    THE AGE IS A SIMPLE SUBTRACTION.  WS-CUM-DAYS IS THE DAYS
001190*    BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR; THE LEAP
001200*    DAY OF THE CURRENT YEAR COUNTS ONLY FROM MARCH ON.
001210*---------------------------------------------------------------
001220 01  WS-DATE-WORK           PIC 9(8) VALUE ZERO.
001230 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001240     05 WS-DATE-YYYY        PIC 9(4).
001250     05 WS-DATE-MM          PIC 9(2).
001260     05 WS-DATE-DD          PIC 9(2).

001270 01  WS-CUM-DAYS-VALUES.
001280     05 FILLER              PIC X(36) VALUE
001290        "000031059090120151181212243273304334".
001300 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001310     05 WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

001320 01  WS-AGE-FIELDS.
001330     05 WS-LEAP-BASE-YEAR   PIC 9(4) VALUE ZERO.
001340     05 WS-LEAP-4           PIC 9(4) VALUE ZERO.
001350     05 WS-LEAP-100         PIC 9(4) VALUE ZERO.
001360     05 WS-LEAP-400         PIC 9(4) VALUE ZERO.
001370     05 WS-DAY-NUMBER       PIC 9(7) VALUE ZERO.
001380     05 WS-RUN-DAY-NUMBER   PIC 9(7) VALUE ZERO.
001390     05 WS-ITEM-AGE         PIC 9(5) VALUE ZERO.

001400 01  WS-DISPLAY-FIELDS.
001410     05 DISP-DATE           PIC 9999/99/99.
001420     05 DISP-OLD-SALARY     PIC $ZZ,ZZZ,ZZ9.99.
001430     05 DISP-NEW-SALARY     PIC $ZZ,ZZZ,ZZ9.99.
001431     05 DISP-OLD-RATE       PIC $Z,ZZ9.99.
001432     05 DISP-NEW-RATE       PIC $Z,ZZ9.99.
001440     05 DISP-COUNT          PIC ZZ,ZZ9.

001450 01  WS-REPORT-LINES.
001460     05 RPT-HEADING.
001470        10 FILLER           PIC X(38) VALUE
001480           "--- PENDING APPROVAL ITEMS REPORT RUN:".
001490        10 FILLER           PIC X(01) VALUE SPACE.
001500        10 RPT-RUN-DATE     PIC 9999/99/99.
001510        10 FILLER           PIC X(04) VALUE " ---".
001520     05 RPT-ITEM-LINE.
001530        10 FILLER           PIC X(05) VALUE "ITEM ".
001540        10 RPT-I-ITEM       PIC 9(6).
001550        10 FILLER           PIC X(06) VALUE "  EMP ".
001560        10 RPT-I-EMP-ID     PIC X(4).
001570        10 FILLER           PIC X(05) VALUE "  BY ".
001580        10 RPT-I-SUBMITTER  PIC X(8).
001590        10 FILLER           PIC X(05) VALUE "  ON ".
001600        10 RPT-I-DATE       PIC 9999/99/99.
001610        10 FILLER           PIC X(06) VALUE "  AGE ".
001620        10 RPT-I-AGE        PIC ZZZZ9.
001630        10 FILLER           PIC X(07) VALUE " DAYS  ".
001640        10 RPT-I-FLAG       PIC X(05).
001650     05 RPT-SALARY-LINE.
001660        10 FILLER           PIC X(17) VALUE
001670           "       SALARY    ".
001680        10 RPT-S-OLD        PIC $ZZ,ZZZ,ZZ9.99.
001690        10 FILLER           PIC X(04) VALUE " -> ".
001700        10 RPT-S-NEW        PIC $ZZ,ZZZ,ZZ9.99.
001710     05 RPT-BANK-LINE.
001720        10 FILLER           PIC X(17) VALUE
001730           "       BANK      ".
001740        10 RPT-B-ROUTING    PIC X(09).
001750        10 FILLER           PIC X(01) VALUE SPACE.
001760        10 RPT-B-ACCOUNT    PIC X(17).
001770        10 FILLER           PIC X(06) VALUE " TYPE ".
001780        10 RPT-B-TYPE       PIC X(01).
001781     05 RPT-PAY-TYPE-LINE.
001782        10 FILLER           PIC X(17) VALUE
001783           "       PAY TYPE  ".
001784        10 RPT-P-TYPE       PIC X(01).
001785     05 RPT-RATE-LINE.
001786        10 FILLER           PIC X(17) VALUE
001787           "       RATE      ".
001788        10 RPT-R-OLD        PIC $Z,ZZ9.99.
001789        10 FILLER           PIC X(04) VALUE " -> ".
001790        10 RPT-R-NEW        PIC $Z,ZZ9.99.
001791     05 RPT-TOTAL-LINE.
001800        10 RPT-TOTAL-LABEL  PIC X(23).
001810        10 RPT-TOTAL-COUNT  PIC ZZ,ZZ9.


001820 PROCEDURE DIVISION.

001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     EVALUATE WS-FUNCTION
001860         WHEN "APPROVE"
001870             PERFORM 3000-APPROVE-ITEM THRU 3000-EXIT
001880         WHEN "REJECT"
001890             PERFORM 4000-REJECT-ITEM THRU 4000-EXIT
001900         WHEN "REPORT"
001910             PERFORM 5000-REPORT-PENDING THRU 5000-EXIT
001920     END-EVALUATE
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT
001940     STOP RUN.

001950*---------------------------------------------------------------
001960*    1000-INITIALIZE
001970*        THE OPERATOR ID IS REQUIRED FOR EVERY FUNCTION -- IT IS
001980*        WHAT PROVES THE APPROVER IS NOT THE SUBMITTER.  THE
001990*        PENDING FILE IS CREATED BY EMPMAINT; WITHOUT IT THERE
002000*        IS NOTHING TO DECIDE.
002010*---------------------------------------------------------------
002020 1000-INITIALIZE.
002030     DISPLAY "ENTER OPERATOR ID: "
002040     ACCEPT WS-OPERATOR-ID
002050     IF WS-OPERATOR-ID = SPACES
002060         DISPLAY "*** OPERATOR ID REQUIRED"
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF
002100     DISPLAY "FUNCTION (APPROVE/REJECT/REPORT): "
002110     ACCEPT WS-FUNCTION
002120     IF WS-FUNCTION NOT = "APPROVE" AND WS-FUNCTION NOT = "REJECT"
002130             AND WS-FUNCTION NOT = "REPORT"
002140         DISPLAY "*** FUNCTION MUST BE APPROVE, REJECT OR REPORT"
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF
002180     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
002190     OPEN I-O PENDING-FILE
002200     IF WS-PENDING-STATUS NOT = "00"
002210         DISPLAY "*** EMPPENDING.TXT WILL NOT OPEN - NOTHING HAS"
002220             " BEEN HELD FOR APPROVAL"
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     OPEN I-O EMPLOYEE-FILE
002270     IF WS-EMP-STATUS NOT = "00"
002280         DISPLAY "*** EMPLOYEE MASTER SAMPLE.TXT WILL NOT OPEN"
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     OPEN EXTEND AUDIT-JOURNAL-FILE.
002330 1000-EXIT.
002340     EXIT.

002350*---------------------------------------------------------------
002360*    2000-GET-PENDING-ITEM
002370*        ASKS FOR THE ITEM NUMBER AND READS IT.  ONLY AN ITEM
002380*        STILL PENDING CAN BE DECIDED.  WS-ITEM-FOUND IS LEFT
002390*        OFF, WITH RETURN-CODE 8, WHEN IT CANNOT.
002400*---------------------------------------------------------------
002410 2000-GET-PENDING-ITEM.
002420     MOVE 'N' TO WS-ITEM-FOUND-SW
002430     DISPLAY "PENDING ITEM NUMBER: "
002440     ACCEPT WS-REQ-ITEM-NUMBER
002450     MOVE WS-REQ-ITEM-NUMBER TO PD-ITEM-NUMBER
002460     READ PENDING-FILE
002470         INVALID KEY
002480             DISPLAY "*** NO SUCH ITEM: " WS-REQ-ITEM-NUMBER
002490             MOVE 8 TO RETURN-CODE
002500             GO TO 2000-EXIT
002510     END-READ
002520     IF NOT PD-PENDING
002530         DISPLAY "*** ITEM " PD-ITEM-NUMBER " WAS ALREADY "
002540             "DECIDED BY " PD-DECIDED-BY " ON " PD-DECISION-DATE
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 2000-EXIT
002570     END-IF
002580     MOVE 'Y' TO WS-ITEM-FOUND-SW
002590     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT.
002600 2000-EXIT.
002610     EXIT.

002620*---------------------------------------------------------------
002630*    2100-SHOW-ITEM
002640*---------------------------------------------------------------
002650 2100-SHOW-ITEM.
002660     MOVE PD-SUBMIT-DATE TO DISP-DATE
002670     DISPLAY " ".
002680     DISPLAY "ITEM " PD-ITEM-NUMBER "  EMP-ID " PD-EMP-ID
002690         "  SUBMITTED BY " PD-SUBMITTED-BY " ON " DISP-DATE
002700     IF PD-NEW-SALARY NOT = ZERO
002710         MOVE PD-OLD-SALARY TO DISP-OLD-SALARY
002720         MOVE PD-NEW-SALARY TO DISP-NEW-SALARY
002730         DISPLAY "    SALARY: " DISP-OLD-SALARY " -> "
002740             DISP-NEW-SALARY
002750     END-IF
002760     IF PD-NEW-BANK-ROUTING NOT = SPACES
002770         DISPLAY "    BANK  : " PD-NEW-BANK-ROUTING " "
002780             PD-NEW-BANK-ACCOUNT " TYPE " PD-NEW-BANK-ACCT-TYPE
002781     END-IF
002782     IF PD-NEW-PAY-TYPE NOT = SPACE
002783         DISPLAY "    PAY TYPE: " PD-NEW-PAY-TYPE
002784     END-IF
002785     IF PD-NEW-HOURLY-RATE NOT = ZERO
002786         MOVE PD-OLD-HOURLY-RATE TO DISP-OLD-RATE
002787         MOVE PD-NEW-HOURLY-RATE TO DISP-NEW-RATE
002788         DISPLAY "    RATE  : " DISP-OLD-RATE " -> " DISP-NEW-RATE
002790     END-IF.
002800 2100-EXIT.
002810     EXIT.

002820*---------------------------------------------------------------
002830*    3000-APPROVE-ITEM
002840*        THE SECOND-OPERATOR RULE IS ENFORCED HERE.  AN ITEM
002850*        WHOSE EMPLOYEE HAS SINCE LEFT THE MASTER CANNOT BE
002860*        APPLIED AND IS REJECTED ON THE SPOT.
002870*---------------------------------------------------------------
002880 3000-APPROVE-ITEM.
002890     PERFORM 2000-GET-PENDING-ITEM THRU 2000-EXIT
002900     IF NOT WS-ITEM-FOUND
002910         GO TO 3000-EXIT
002920     END-IF
002930     IF PD-SUBMITTED-BY = WS-OPERATOR-ID
002940         DISPLAY "*** REFUSED - THE SUBMITTING OPERATOR MAY NOT "
002950             "APPROVE THIS ITEM"
002960         MOVE 8 TO RETURN-CODE
002970         GO TO 3000-EXIT
002980     END-IF
002990     DISPLAY "APPLY THIS CHANGE (Y/N): "
003000     ACCEPT WS-CONFIRM
003010     IF WS-CONFIRM NOT = 'Y'
003020         DISPLAY "NOT APPROVED - ITEM REMAINS PENDING"
003030         GO TO 3000-EXIT
003040     END-IF
003050     MOVE PD-EMP-ID TO EMP-ID
003060     READ EMPLOYEE-FILE
003070         INVALID KEY
003080             MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
003090             PERFORM 4100-MARK-REJECTED THRU 4100-EXIT
003100             DISPLAY "*** EMP-ID " PD-EMP-ID " NOT ON MASTER - "
003110                 "ITEM REJECTED"
003120             MOVE 8 TO RETURN-CODE
003130             GO TO 3000-EXIT
003140     END-READ
003150     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
003160     IF PD-NEW-SALARY NOT = ZERO
003170         MOVE PD-NEW-SALARY TO EMP-SALARY
003180     END-IF
003190     IF PD-NEW-BANK-ROUTING NOT = SPACES
003200         MOVE PD-NEW-BANK-ROUTING TO EMP-BANK-ROUTING
003210         MOVE PD-NEW-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
003220         MOVE PD-NEW-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
003230         MOVE 'P' TO EMP-PRENOTE-STATUS
003240         MOVE ZERO TO EMP-PRENOTE-DATE
003250     END-IF
003251     IF PD-NEW-PAY-TYPE NOT = SPACE
003252         MOVE PD-NEW-PAY-TYPE TO EMP-PAY-TYPE
003253     END-IF
003254     IF PD-NEW-HOURLY-RATE NOT = ZERO
003255         MOVE PD-NEW-HOURLY-RATE TO EMP-HOURLY-RATE
003256     END-IF
003260     REWRITE EMPLOYEE-RECORD
003270         INVALID KEY
003280             DISPLAY "*** REWRITE FAILED FOR EMP-ID " EMP-ID
003290                 " - ITEM REMAINS PENDING"
003300             MOVE 16 TO RETURN-CODE
003310             GO TO 3000-EXIT
003320     END-REWRITE
003330     PERFORM 3100-WRITE-AUDIT-JOURNAL THRU 3100-EXIT
003340     MOVE 'A' TO PD-STATUS
003350     MOVE WS-OPERATOR-ID TO PD-DECIDED-BY
003360     MOVE WS-RUN-DATE-YYYYMMDD TO PD-DECISION-DATE
003370     REWRITE PENDING-RECORD
003380         INVALID KEY
003390             DISPLAY "*** PENDING ITEM " PD-ITEM-NUMBER
003400                 " NOT MARKED APPROVED - MARK IT BY HAND"
003410             MOVE 16 TO RETURN-CODE
003420             GO TO 3000-EXIT
003430     END-REWRITE
003440     ADD 1 TO WS-APPROVED-COUNT
003450     DISPLAY "ITEM " PD-ITEM-NUMBER " APPROVED AND APPLIED FOR "
003460         "EMP-ID " PD-EMP-ID.
003470 3000-EXIT.
003480     EXIT.

003490*---------------------------------------------------------------
003500*    3100-WRITE-AUDIT-JOURNAL
003510*        A CHANGE ENTRY LIKE EMPMAINT'S 3950, CARRYING THE
003520*        SUBMITTER FROM THE ITEM AND THIS OPERATOR AS APPROVER.
003530*---------------------------------------------------------------
003540 3100-WRITE-AUDIT-JOURNAL.
003550     ACCEPT WS-AUDIT-TIME-RAW FROM TIME
003560     MOVE SPACES TO AUDIT-RECORD
003570     MOVE WS-RUN-DATE-YYYYMMDD TO AUD-DATE
003580     MOVE WS-AUDIT-TIME-RAW (1:6) TO AUD-TIME
003590     MOVE "CHANGE" TO AUD-ACTION
003600     MOVE PD-EMP-ID TO AUD-EMP-ID
003610     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
003620     MOVE EMPLOYEE-RECORD TO AUD-AFTER-IMAGE
003630     MOVE PD-SUBMITTED-BY TO AUD-SUBMITTED-BY
003640     MOVE WS-OPERATOR-ID TO AUD-APPROVED-BY
003650     WRITE AUDIT-RECORD.
003660 3100-EXIT.
003670     EXIT.

003680*---------------------------------------------------------------
003690*    4000-REJECT-ITEM
003700*        A REASON IS REQUIRED.  THE MASTER IS NOT TOUCHED.
003710*---------------------------------------------------------------
003720 4000-REJECT-ITEM.
003730     PERFORM 2000-GET-PENDING-ITEM THRU 2000-EXIT
003740     IF NOT WS-ITEM-FOUND
003750         GO TO 4000-EXIT
003760     END-IF
003770     DISPLAY "REJECTION REASON: "
003780     ACCEPT WS-REJECT-REASON
003790     IF WS-REJECT-REASON = SPACES
003800         DISPLAY "*** A REASON IS REQUIRED - ITEM REMAINS PENDING"
003810         MOVE 8 TO RETURN-CODE
003820         GO TO 4000-EXIT
003830     END-IF
003840     PERFORM 4100-MARK-REJECTED THRU 4100-EXIT
003850     DISPLAY "ITEM " PD-ITEM-NUMBER " REJECTED FOR EMP-ID "
003860         PD-EMP-ID.
003870 4000-EXIT.
003880     EXIT.

003890*---------------------------------------------------------------
003900*    4100-MARK-REJECTED
003910*---------------------------------------------------------------
003920 4100-MARK-REJECTED.
003930     MOVE 'R' TO PD-STATUS
003940     MOVE WS-OPERATOR-ID TO PD-DECIDED-BY
003950     MOVE WS-RUN-DATE-YYYYMMDD TO PD-DECISION-DATE
003960     MOVE WS-REJECT-REASON TO PD-REJECT-REASON
003970     REWRITE PENDING-RECORD
003980         INVALID KEY
003990             DISPLAY "*** PENDING ITEM " PD-ITEM-NUMBER
004000                 " NOT MARKED REJECTED"
004010             MOVE 16 TO RETURN-CODE
004020             GO TO 4100-EXIT
004030     END-REWRITE
004040     ADD 1 TO WS-REJECTED-COUNT.
004050 4100-EXIT.
004060     EXIT.

004070*---------------------------------------------------------------
004080*    5000-REPORT-PENDING
004090*        EVERY ITEM STILL PENDING, OLDEST FIRST (ITEM NUMBERS
004100*        ARE ISSUED IN ORDER), WITH ITS AGE.  DECIDED ITEMS ARE
004110*        PASSED OVER.
004120*---------------------------------------------------------------
004130 5000-REPORT-PENDING.
004140     OPEN OUTPUT PENDING-REPORT-FILE
004150     MOVE WS-RUN-DATE-YYYYMMDD TO RPT-RUN-DATE
004160     MOVE SPACES TO PENDING-REPORT-LINE
004170     MOVE RPT-HEADING TO PENDING-REPORT-LINE
004180     WRITE PENDING-REPORT-LINE
004190     MOVE SPACES TO PENDING-REPORT-LINE
004200     WRITE PENDING-REPORT-LINE
004210     MOVE WS-RUN-DATE-YYYYMMDD TO WS-DATE-WORK
004220     PERFORM 5300-COMPUTE-DAY-NUMBER THRU 5300-EXIT
004230     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
004240     MOVE ZERO TO PD-ITEM-NUMBER
004250     START PENDING-FILE KEY IS NOT LESS THAN PD-ITEM-NUMBER
004260         INVALID KEY
004270             SET WS-PENDING-EOF TO TRUE
004280     END-START
004290     IF NOT WS-PENDING-EOF
004300         PERFORM 5100-READ-NEXT-ITEM THRU 5100-EXIT
004310     END-IF
004320     PERFORM 5200-REPORT-ONE-ITEM THRU 5200-EXIT
004330         UNTIL WS-PENDING-EOF
004340     PERFORM 5900-REPORT-SUMMARY THRU 5900-EXIT
004350     CLOSE PENDING-REPORT-FILE.
004360 5000-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------
004390*    5100-READ-NEXT-ITEM
004400*---------------------------------------------------------------
004410 5100-READ-NEXT-ITEM.
004420     READ PENDING-FILE NEXT RECORD
004430         AT END SET WS-PENDING-EOF TO TRUE
004440     END-READ.
004450 5100-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------
004480*    5200-REPORT-ONE-ITEM
004490*---------------------------------------------------------------
004500 5200-REPORT-ONE-ITEM.
004510     IF NOT PD-PENDING
004520         GO TO 5200-READ-NEXT
004530     END-IF
004540     ADD 1 TO WS-PENDING-COUNT
004550     MOVE ZERO TO WS-ITEM-AGE
004560     MOVE PD-SUBMIT-DATE TO WS-DATE-WORK
004570     IF PD-SUBMIT-DATE IS NUMERIC
004580             AND WS-DATE-MM > ZERO AND WS-DATE-MM < 13
004590         PERFORM 5300-COMPUTE-DAY-NUMBER THRU 5300-EXIT
004600         IF WS-RUN-DAY-NUMBER > WS-DAY-NUMBER
004610             COMPUTE WS-ITEM-AGE =
004620                 WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
004630         END-IF
004640     END-IF
004650     MOVE SPACES TO PENDING-REPORT-LINE
004660     MOVE PD-ITEM-NUMBER TO RPT-I-ITEM
004670     MOVE PD-EMP-ID TO RPT-I-EMP-ID
004680     MOVE PD-SUBMITTED-BY TO RPT-I-SUBMITTER
004690     MOVE PD-SUBMIT-DATE TO RPT-I-DATE
004700     MOVE WS-ITEM-AGE TO RPT-I-AGE
004710     MOVE SPACES TO RPT-I-FLAG
004720     IF WS-ITEM-AGE > WS-STALE-DAYS
004730         MOVE "STALE" TO RPT-I-FLAG
004740         ADD 1 TO WS-STALE-COUNT
004750     END-IF
004760     MOVE RPT-ITEM-LINE TO PENDING-REPORT-LINE
004770     WRITE PENDING-REPORT-LINE
004780     IF PD-NEW-SALARY NOT = ZERO
004790         MOVE PD-OLD-SALARY TO RPT-S-OLD
004800         MOVE PD-NEW-SALARY TO RPT-S-NEW
004810         MOVE SPACES TO PENDING-REPORT-LINE
004820         MOVE RPT-SALARY-LINE TO PENDING-REPORT-LINE
004830         WRITE PENDING-REPORT-LINE
004840     END-IF
004850     IF PD-NEW-BANK-ROUTING NOT = SPACES
004860         MOVE PD-NEW-BANK-ROUTING TO RPT-B-ROUTING
004870         MOVE PD-NEW-BANK-ACCOUNT TO RPT-B-ACCOUNT
004880         MOVE PD-NEW-BANK-ACCT-TYPE TO RPT-B-TYPE
004890         MOVE SPACES TO PENDING-REPORT-LINE
004900         MOVE RPT-BANK-LINE TO PENDING-REPORT-LINE
004910         WRITE PENDING-REPORT-LINE
004911     END-IF
004912     IF PD-NEW-PAY-TYPE NOT = SPACE
004913         MOVE PD-NEW-PAY-TYPE TO RPT-P-TYPE
004914         MOVE SPACES TO PENDING-REPORT-LINE
004915         MOVE RPT-PAY-TYPE-LINE TO PENDING-REPORT-LINE
004916         WRITE PENDING-REPORT-LINE
004917     END-IF
004918     IF PD-NEW-HOURLY-RATE NOT = ZERO
004919         MOVE PD-OLD-HOURLY-RATE TO RPT-R-OLD
004920         MOVE PD-NEW-HOURLY-RATE TO RPT-R-NEW
004921         MOVE SPACES TO PENDING-REPORT-LINE
004922         MOVE RPT-RATE-LINE TO PENDING-REPORT-LINE
004923         WRITE PENDING-REPORT-LINE
004924     END-IF.
004930 5200-READ-NEXT.
004940     PERFORM 5100-READ-NEXT-ITEM THRU 5100-EXIT.
004950 5200-EXIT.
004960     EXIT.

004970*---------------------------------------------------------------
004980*    5300-COMPUTE-DAY-NUMBER
004990*        WS-DATE-WORK IN, WS-DAY-NUMBER OUT.  THE LEAP DAYS ARE
005000*        COUNTED THROUGH THE PREVIOUS YEAR FOR JANUARY AND
005010*        FEBRUARY DATES AND THROUGH THE CURRENT YEAR OTHERWISE,
005020*        WITH THE SAME CENTURY RULE AS EMP.CBL'S 1510-SET-
005030*        FEBRUARY-DAYS.
005040*---------------------------------------------------------------
005050 5300-COMPUTE-DAY-NUMBER.
005060     MOVE WS-DATE-YYYY TO WS-LEAP-BASE-YEAR
005070     IF WS-DATE-MM < 3
005080         SUBTRACT 1 FROM WS-LEAP-BASE-YEAR
005090     END-IF
005100     DIVIDE WS-LEAP-BASE-YEAR BY 4 GIVING WS-LEAP-4
005110     DIVIDE WS-LEAP-BASE-YEAR BY 100 GIVING WS-LEAP-100
005120     DIVIDE WS-LEAP-BASE-YEAR BY 400 GIVING WS-LEAP-400
005130     COMPUTE WS-DAY-NUMBER = WS-DATE-YYYY * 365
005140         + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
005150         + WS-CUM-DAYS (WS-DATE-MM) + WS-DATE-DD.
005160 5300-EXIT.
005170     EXIT.

005180*---------------------------------------------------------------
005190*    5900-REPORT-SUMMARY
005200*        STALE ITEMS END THE RUN WITH RETURN-CODE 8 SO THEY ARE
005210*        CHASED RATHER THAN LEFT TO AGE FURTHER.
005220*---------------------------------------------------------------
005230 5900-REPORT-SUMMARY.
005240     MOVE SPACES TO PENDING-REPORT-LINE
005250     WRITE PENDING-REPORT-LINE
005260     MOVE "ITEMS PENDING        : " TO RPT-TOTAL-LABEL
005270     MOVE WS-PENDING-COUNT TO RPT-TOTAL-COUNT
005280     MOVE RPT-TOTAL-LINE TO PENDING-REPORT-LINE
005290     WRITE PENDING-REPORT-LINE
005300     MOVE "ITEMS STALE          : " TO RPT-TOTAL-LABEL
005310     MOVE WS-STALE-COUNT TO RPT-TOTAL-COUNT
005320     MOVE RPT-TOTAL-LINE TO PENDING-REPORT-LINE
005330     WRITE PENDING-REPORT-LINE
005340     MOVE WS-PENDING-COUNT TO DISP-COUNT
005350     DISPLAY " ".
005360     DISPLAY "--- Pending Approval Report Complete ---".
005370     DISPLAY "Items Pending : " DISP-COUNT.
005380     MOVE WS-STALE-COUNT TO DISP-COUNT
005390     DISPLAY "Items Stale   : " DISP-COUNT.
005400     IF WS-STALE-COUNT > ZERO
005410         DISPLAY "*** PENDING ITEMS OLDER THAN " WS-STALE-DAYS
005420             " DAYS - SEE EMPPENDRPT.TXT ***"
005430         MOVE 8 TO RETURN-CODE
005440     END-IF.
005450 5900-EXIT.
005460     EXIT.

005470*---------------------------------------------------------------
005480*    9000-TERMINATE
005490*---------------------------------------------------------------
005500 9000-TERMINATE.
005510     CLOSE PENDING-FILE
005520     CLOSE EMPLOYEE-FILE
005530     CLOSE AUDIT-JOURNAL-FILE.
005540 9000-EXIT.
005550     EXIT.

005560 END PROGRAM EmpAppr.
