000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      NIGHTLY RUN-CONTROL DRIVER.  THE NIGHTLY SEQUENCE --
000191*      EMPEDIT, EMPMAINT, EMPTIME, EMP, EMPRECON, EMPREVW,
000192*      EMPPAY, EMPBKUP --
000193*      USED TO BE RUN OFF A PAPER CHECKLIST, AND MORE THAN ONCE
000194*      EMP WAS STARTED AGAINST A MASTER EMPMAINT HAD NOT
000195*      FINISHED UPDATING.  THIS PROGRAM BRACKETS EVERY STEP: THE
000240*      OPERATOR (OR THE NIGHT SCRIPT) RUNS IT BEFORE AND AFTER
000250*      EACH PROGRAM AND IT KEEPS THE RUN-CONTROL FILE
000260*      (EMPRUNCTL.TXT) -- ONE RECORD PER STEP PER BUSINESS
000280*
000290*      FUNCTIONS (KEYED ON THE CONSOLE):
000300*        OPEN     - OPENS A NEW BUSINESS DATE (TODAY) WITH ALL
000301*                   ITS STEPS PENDING.  REFUSED WHILE ANY STEP
000320*                   OF THE PRIOR DATE SHOWS IN-FLIGHT, AND --
000330*                   ABOVE ALL -- WHILE THE PRIOR DATE'S
000340*                   EMPRECON RETURN CODE STANDS NON-ZERO AND
000527*                   EMPRECON FAILURE (STATUS R, THE OPERATOR'S
000528*                   SIGN-OFF) AS SATISFIED, SO THE NIGHT'S
000529*                   EMPBKUP CAN STILL RUN AFTER A RESOLVE.
000530*  10/15/2026 RDH   EMPTIME (TIMECARD PRE-EDIT) ADDED BETWEEN
000531*                   EMPMAINT AND EMP; EMPREVW AND EMPPAY ADDED
000532*                   AFTER EMP, EMPBKUP LAST.  EMPPAY IS REFUSED
000533*                   WHILE A REVIEW ITEM IS PENDING.  STEP NUMBERS
000534*                   MOVED: INSTALL BETWEEN BUSINESS DATES.
000535*===============================================================
000540 PROGRAM-ID. EmpNight.
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000600     SELECT RUN-CTL-FILE ASSIGN TO "EmpRunCtl.txt"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-RUN-CTL-STATUS.
000621
000622     SELECT REVIEW-FILE ASSIGN TO "EmpReview.txt"
000623     ORGANIZATION IS INDEXED
000624     ACCESS MODE IS SEQUENTIAL
000625     RECORD KEY IS RV-EMP-ID
000626     FILE STATUS IS WS-REVIEW-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000840     05 FILLER              PIC X(01) VALUE SPACE.
000850     05 RC-RETURN-CODE      PIC 9(2).
000860
000861 FD  REVIEW-FILE.
000862     COPY REVWREC.
000863
000870 WORKING-STORAGE SECTION.
000880
000890 01  WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
000900     88 WS-CTL-EOF               VALUE 'Y'.
000910
000920 01  WS-RUN-CTL-STATUS PIC X(02) VALUE SPACES.
000921
000922 01  WS-REVIEW-STATUS PIC X(02) VALUE SPACES.
000923
000924 01  WS-REVIEW-EOF-SW PIC X(01) VALUE 'N'.
000925     88 WS-REVIEW-EOF            VALUE 'Y'.
000926
000927 01  WS-PENDING-COUNT PIC 9(5) COMP VALUE ZERO.
000930
000940 01  WS-FILE-CHANGED-SW PIC X(01) VALUE 'N'.
000950     88 WS-FILE-CHANGED          VALUE 'Y'.
001110 01  WS-STEP-NAME-TABLE.
001120     05 FILLER              PIC X(08) VALUE "EMPEDIT".
001130     05 FILLER              PIC X(08) VALUE "EMPMAINT".
001131     05 FILLER              PIC X(08) VALUE "EMPTIME".
001140     05 FILLER              PIC X(08) VALUE "EMP".
001150     05 FILLER              PIC X(08) VALUE "EMPRECON".
001151     05 FILLER              PIC X(08) VALUE "EMPREVW".
001152     05 FILLER              PIC X(08) VALUE "EMPPAY".
001160     05 FILLER              PIC X(08) VALUE "EMPBKUP".
001170 01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
001171     05 WS-STEP-NAME        OCCURS 8 TIMES PIC X(08).
001190
001191 77  WS-STEP-COUNT PIC 9(1) VALUE 8.
001210
001220 01  WS-WORK-SUBSCRIPTS.
001230     05 WS-STEP-SUB         PIC 9(2) COMP VALUE ZERO.
001320*    THE WHOLE RUN-CONTROL FILE, LOADED AT START-UP AND
001330*    REWRITTEN AT END OF JOB WHEN ANYTHING CHANGED -- THE SAME
001340*    LOAD/SAVE SHAPE AS EMP.CBL'S MTD/YTD TABLE.  100 ROWS IS
001341*    TWELVE BUSINESS DATES; OLD DATES CAN BE TRIMMED BY HAND
001360*    ONCE THEY ARE COLD.
001370*---------------------------------------------------------------
001380 01  WS-RUN-CTL-TABLE.
002820*    3000-OPEN-DATE
002830*        REFUSALS, IN ORDER: TODAY ALREADY OPENED; A PRIOR
002840*        STEP STILL IN-FLIGHT; THE PRIOR DATE'S EMPRECON OUT-
002841*        OF-BALANCE STILL STANDING.  THEN ONE PENDING ROW PER
002842*        STEP IS APPENDED FOR TODAY.
002870*---------------------------------------------------------------
002880 3000-OPEN-DATE.
002890     PERFORM 3100-CHECK-ALREADY-OPEN THRU 3100-EXIT
004042         END-IF
004044     END-IF
004080     PERFORM 4200-CHECK-PRIOR-STEPS THRU 4200-EXIT
004081     IF WS-REQ-STEP-NAME = "EMPPAY"
004082         PERFORM 4300-CHECK-REVIEW-CLEAR THRU 4300-EXIT
004083     END-IF
004090     MOVE 'I' TO CTL-STATUS (WS-FOUND-SUB)
004100     MOVE WS-RUN-DATE-YYYYMMDD TO CTL-START-DATE (WS-FOUND-SUB)
004110     MOVE WS-TIME-RAW (1:6) TO CTL-START-TIME (WS-FOUND-SUB)
004990             DISPLAY "*** STEP " CTL-STEP-NAME (WS-CTL-SUB)
005000                 " ENDED RC " CTL-RETURN-CODE (WS-CTL-SUB)
005010                 " - FLOW IS STOPPED"
005011             MOVE 8 TO RETURN-CODE
005012             STOP RUN
005013         END-IF
005014     END-IF.
005015 4210-EXIT.
005016     EXIT.
005017
005018*---------------------------------------------------------------
005019*    4300-CHECK-REVIEW-CLEAR
005020*        THE BANK EXTRACT MAY NOT START WHILE ANY PAYMENT ON
005021*        EMPREVIEW.TXT IS STILL PENDING -- EACH FLAGGED ITEM
005022*        MUST FIRST BE RELEASED OR HELD BY A REVIEWER (EMPREVW
005023*        RELEASE / HOLD).  NO REVIEW FILE MEANS EMPREVW HAS
005024*        NEVER BUILT ONE, WHICH IS ALSO A REFUSAL.
005025*---------------------------------------------------------------
005026 4300-CHECK-REVIEW-CLEAR.
005027     OPEN INPUT REVIEW-FILE
005028     IF WS-REVIEW-STATUS NOT = "00"
005029         DISPLAY "*** EMPREVIEW.TXT WILL NOT OPEN - RUN EMPREVW"
005030             " FIRST"
005031         MOVE 8 TO RETURN-CODE
005032         STOP RUN
005033     END-IF
005034     MOVE ZERO TO WS-PENDING-COUNT
005035     SET WS-REVIEW-EOF-SW TO 'N'
005036     PERFORM 4310-CHECK-ONE-ITEM THRU 4310-EXIT
005037         UNTIL WS-REVIEW-EOF
005038     CLOSE REVIEW-FILE
005039     IF WS-PENDING-COUNT > ZERO
005040         DISPLAY "*** " WS-PENDING-COUNT " PAYMENT(S) AWAIT A"
005041             " REVIEWER - EMPPAY MAY NOT START"
005042         MOVE 8 TO RETURN-CODE
005043         STOP RUN
005044     END-IF.
005045 4300-EXIT.
005046     EXIT.
005047
005048*---------------------------------------------------------------
005049*    4310-CHECK-ONE-ITEM
005050*---------------------------------------------------------------
005051 4310-CHECK-ONE-ITEM.
005052     READ REVIEW-FILE NEXT RECORD
005053         AT END
005054             SET WS-REVIEW-EOF-SW TO 'Y'
005055             GO TO 4310-EXIT
005056     END-READ
005057     IF RV-PENDING
005058         DISPLAY "    PENDING REVIEW: EMP-ID " RV-EMP-ID
005059         ADD 1 TO WS-PENDING-COUNT
005060     END-IF.
005061 4310-EXIT.
005070     EXIT.
005080
005090*---------------------------------------------------------------
