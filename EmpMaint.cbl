000880*                   ONLY.  AN ADD COMES UP ACTIVE AS OF ITS
000890*                   TR-STATUS-DATE OR THE RUN DATE.  STATUS
000900*                   CHANGES ARE JOURNALED LIKE ANY OTHER
000901*                   MAINTENANCE ACTION.
000902*  09/02/2026 RDH   THE MASTER NOW CARRIES EMP-HIRE-DATE (SEE
000903*                   EMPREC), SET ON AN ADD FROM TR-HIRE-DATE --
000904*                   OR, WHEN THAT IS ZERO, FROM THE STATUS
000905*                   EFFECTIVE DATE, WHICH IS THE DATE THE NEW
000906*                   HIRE COMES UP ACTIVE.  A CHANGE OVERRIDES
000907*                   THE HIRE DATE ONLY WHEN TR-HIRE-DATE IS
000908*                   NON-ZERO, THE SAME CONVENTION AS THE OTHER
000909*                   FIELDS ON A CHANGE.  THE AUDIT IMAGES
000910*                   WIDENED WITH THE RECORD (SEE AUDITREC).
000911*  09/02/2026 RDH   THE MASTER NOW CARRIES DIRECT-DEPOSIT BANK
000912*                   DETAILS AND A PRENOTE STATUS (SEE EMPREC).
000913*                   AN ADD OR CHANGE CARRYING THE BANK FIELDS
000914*                   (EMPEDIT HAS ALREADY PROVED THE SET IS
000915*                   COMPLETE AND THE ROUTING CHECK DIGIT GOOD)
000916*                   PUTS THE ACCOUNT INTO THE PRENOTE CYCLE:
000917*                   STATUS P WITH A ZERO PRENOTE DATE, WHICH
000918*                   TELLS EMPPAY.CBL TO SEND THE ZERO-DOLLAR
000919*                   VERIFICATION DETAIL ON ITS NEXT RUN AND
000920*                   HOLD THE EMPLOYEE ON PAPER PAY UNTIL THE
000921*                   PRENOTE PERIOD PASSES.  A BANK REJECTION IS
000922*                   CORRECTED BY KEYING ANOTHER CHANGE WITH THE
000923*                   RIGHT DETAILS, WHICH STARTS A FRESH
000924*                   PRENOTE.  BLANK BANK FIELDS ON A CHANGE
000925*                   LEAVE THE ACCOUNT AND ITS PRENOTE STATE
000926*                   ALONE, THE SAME NO-CHANGE CONVENTION AS THE
000927*                   OTHER FIELDS.
000928*  09/02/2026 RDH   THE MASTER NOW CARRIES EMP-PAY-FREQUENCY
000929*                   FOR THE PAY-PERIOD CALENDAR (SEE EMPREC AND
000930*                   THE PAYCAL COPYBOOK).  AN ADD WITH A BLANK
000931*                   TR-PAY-FREQUENCY COMES UP MONTHLY; A CHANGE
000932*                   OVERRIDES ONLY WHEN NON-BLANK.  THE AUDIT
000933*                   IMAGES WIDENED WITH THE RECORD.
000934*  10/15/2026 RDH   EMP-PAY-TYPE AND EMP-HOURLY-RATE ADDED (SEE
000935*                   EMPREC); BLANK TYPE ADDS AS SALARIED.  DUAL
000936*                   CONTROL: A CHANGE OF SALARY, BANK DETAILS, PAY
000937*                   TYPE OR RATE IS HELD ON EMPPENDING.TXT (SEE
000938*                   PENDREC) FOR A DIFFERENT OPERATOR TO APPROVE
000939*                   IN EMPAPPR.CBL.  JOURNAL ENTRIES CARRY THE
000940*                   KEYING OPERATOR.  ADDS ARE NOT HELD.
000946*===============================================================
000947 PROGRAM-ID. EmpMaint.
000948 ENVIRONMENT DIVISION.
001110     ACCESS MODE IS RANDOM
001120     RECORD KEY IS DM-DEPT-CODE.

001121     SELECT PENDING-FILE ASSIGN TO "EmpPending.txt"
001122     ORGANIZATION IS INDEXED
001123     ACCESS MODE IS DYNAMIC
001124     RECORD KEY IS PD-ITEM-NUMBER
001125     FILE STATUS IS WS-PENDING-STATUS.

001130 DATA DIVISION.
001140 FILE SECTION.

001230 FD  DEPT-FILE.
001240     COPY DEPTREC.

001241 FD  PENDING-FILE.
001242     COPY PENDREC.

001250 WORKING-STORAGE SECTION.

001260 01  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.

001280 01  WS-DEPT-VALID-SW PIC X(01) VALUE 'Y'.
001290     88 WS-DEPT-VALID           VALUE 'Y'.
001291     88 WS-DEPT-INVALID         VALUE 'N'.

001292*---------------------------------------------------------------
001293*    DUAL CONTROL.  WS-NEXT-ITEM-NUMBER IS ONE PAST THE
001294*    HIGHEST PENDING ITEM ON FILE.
001295*---------------------------------------------------------------
001296 01  WS-PENDING-STATUS PIC X(02) VALUE SPACES.

001297 01  WS-PENDING-EOF-SW PIC X(01) VALUE 'N'.
001298     88 WS-PENDING-EOF          VALUE 'Y'.

001299 01  WS-CHANGE-HELD-SW PIC X(01) VALUE 'N'.
001300     88 WS-CHANGE-HELD          VALUE 'Y'.

001301 01  WS-NEXT-ITEM-NUMBER PIC 9(6) VALUE ZERO.

001310 01  WS-COUNTERS.
001320     05 WS-ADD-COUNT     PIC 9(5) COMP VALUE ZERO.
001330     05 WS-CHANGE-COUNT  PIC 9(5) COMP VALUE ZERO.
001340     05 WS-DELETE-COUNT  PIC 9(5) COMP VALUE ZERO.
001350     05 WS-ERROR-COUNT   PIC 9(5) COMP VALUE ZERO.
001351     05 WS-HELD-COUNT    PIC 9(5) COMP VALUE ZERO.

001360*---------------------------------------------------------------
001370*    STANDARD WITHHOLDING RATES APPLIED WHEN AN ADD TRANSACTION
001610     05 WS-AUDIT-DATE      PIC 9(8) VALUE ZERO.
001620     05 WS-AUDIT-TIME-RAW  PIC 9(8) VALUE ZERO.
001630     05 WS-AUDIT-ACTION    PIC X(10) VALUE SPACES.
001631     05 WS-BEFORE-IMAGE    PIC X(116) VALUE SPACES.
001632     05 WS-AFTER-IMAGE     PIC X(116) VALUE SPACES.


001660 PROCEDURE DIVISION.

001750*---------------------------------------------------------------
001760*    1000-INITIALIZE
001761*        THE PENDING FILE IS CREATED ON FIRST USE; ITEM NUMBERS
001762*        CONTINUE FROM THE HIGHEST ALREADY ON IT.
001770*---------------------------------------------------------------
001780 1000-INITIALIZE.
001790     OPEN I-O EMPLOYEE-FILE
001800     OPEN INPUT TRANS-FILE
001810     OPEN OUTPUT MAINT-LOG-FILE
001811     OPEN EXTEND AUDIT-JOURNAL-FILE
001812     OPEN INPUT DEPT-FILE
001813     OPEN I-O PENDING-FILE
001814     IF WS-PENDING-STATUS = "35"
001815         OPEN OUTPUT PENDING-FILE
001816         CLOSE PENDING-FILE
001817         OPEN I-O PENDING-FILE
001818     END-IF
001819     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
001820     IF WS-PENDING-STATUS NOT = "00"
001821         DISPLAY "*** EMPPENDING.TXT WILL NOT OPEN - STATUS "
001822             WS-PENDING-STATUS
001823         MOVE 16 TO RETURN-CODE
001824         STOP RUN
001825     END-IF
001826     PERFORM 1100-SET-NEXT-ITEM-NUMBER THRU 1100-EXIT.
001827 1000-EXIT.
001828     EXIT.

001829*---------------------------------------------------------------
001830*    1100-SET-NEXT-ITEM-NUMBER
001831*        ITEMS ARE NEVER DELETED, SO THE LAST RECORD ON FILE
001832*        CARRIES THE HIGHEST NUMBER ISSUED.
001833*---------------------------------------------------------------
001834 1100-SET-NEXT-ITEM-NUMBER.
001835     MOVE ZERO TO WS-NEXT-ITEM-NUMBER
001836     MOVE ZERO TO PD-ITEM-NUMBER
001837     START PENDING-FILE KEY IS NOT LESS THAN PD-ITEM-NUMBER
001838         INVALID KEY
001839             SET WS-PENDING-EOF TO TRUE
001840     END-START
001841     PERFORM 1110-READ-PENDING THRU 1110-EXIT
001842         UNTIL WS-PENDING-EOF
001843     ADD 1 TO WS-NEXT-ITEM-NUMBER.
001844 1100-EXIT.
001845     EXIT.

001846*---------------------------------------------------------------
001847*    1110-READ-PENDING
001848*---------------------------------------------------------------
001849 1110-READ-PENDING.
001850     READ PENDING-FILE NEXT RECORD
001851         AT END
001852             SET WS-PENDING-EOF TO TRUE
001853         NOT AT END
001854             MOVE PD-ITEM-NUMBER TO WS-NEXT-ITEM-NUMBER
001855     END-READ.
001856 1110-EXIT.
001860     EXIT.

001870*---------------------------------------------------------------
002450     ELSE
002460         MOVE TR-EMP-BENEFIT-RATE TO EMP-BENEFIT-RATE
002470     END-IF
002471     IF TR-PAY-TYPE = SPACE
002472         MOVE 'S' TO EMP-PAY-TYPE
002473     ELSE
002474         MOVE TR-PAY-TYPE TO EMP-PAY-TYPE
002475     END-IF
002476     MOVE TR-HOURLY-RATE TO EMP-HOURLY-RATE

002480     MOVE 'A' TO EMP-STATUS
002490     IF TR-STATUS-DATE = ZERO
002550     ELSE
002551         MOVE TR-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
002552     END-IF
002553     WRITE EMPLOYEE-RECORD
002554         INVALID KEY
002560             MOVE "*** ERROR - DUPLICATE EMP-ID ON ADD: "
002720*    3200-CHANGE-EMPLOYEE
002730*        ONLY NON-BLANK/NON-ZERO TRANSACTION FIELDS OVERRIDE
002740*        THE MASTER VALUE, SO A CHANGE TRANS NEED ONLY CARRY
002741*        THE FIELD(S) BEING CORRECTED.  A NEW SALARY OR NEW
002742*        BANK DETAILS ARE HELD FOR APPROVAL INSTEAD (SEE
002743*        3230-HOLD-SENSITIVE-CHANGE).
002760*---------------------------------------------------------------
002770 3200-CHANGE-EMPLOYEE.
002780     MOVE TR-EMP-ID TO EMP-ID
003090     IF TR-EMP-DEPARTMENT NOT = SPACES
003100         MOVE TR-EMP-DEPARTMENT TO EMP-DEPARTMENT
003110     END-IF
003150     IF TR-EMP-TAX-RATE NOT = ZERO
003160         MOVE TR-EMP-TAX-RATE TO EMP-TAX-RATE
003170     END-IF
003232     IF TR-HIRE-DATE NOT = ZERO
003234         MOVE TR-HIRE-DATE TO EMP-HIRE-DATE
003236     END-IF
003240     IF TR-PAY-FREQUENCY NOT = SPACE
003241         MOVE TR-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
003242     END-IF
003243     PERFORM 3230-HOLD-SENSITIVE-CHANGE THRU 3230-EXIT
003244     IF WS-CHANGE-HELD AND EMPLOYEE-RECORD = WS-BEFORE-IMAGE
003245         GO TO 3210-EXIT
003246     END-IF
003247     REWRITE EMPLOYEE-RECORD
003250         INVALID KEY
003260             MOVE "*** ERROR - REWRITE FAILED FOR EMP-ID: "
003270                 TO WS-LOG-MESSAGE
003310             MOVE "CHANGED  EMP-ID: " TO WS-LOG-MESSAGE
003320             PERFORM 3901-LOG-TRANS-ID THRU 3901-EXIT
003330             ADD 1 TO WS-CHANGE-COUNT
003331             MOVE "CHANGE" TO WS-AUDIT-ACTION
003332             MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
003333             PERFORM 3950-WRITE-AUDIT-JOURNAL THRU 3950-EXIT
003334     END-REWRITE.
003335 3210-EXIT.
003336     EXIT.

003337*---------------------------------------------------------------
003338*    3230-HOLD-SENSITIVE-CHANGE
003339*        A NEW SALARY, NEW BANK DETAILS, A NEW PAY TYPE AND/OR
003340*        A NEW HOURLY RATE ON THE TRANSACTION BECOME ONE PENDING
003341*        ITEM UNDER THE OPERATOR WHO KEYED IT (TR-SUBMITTED-BY).
003342*        EMPAPPR.CBL APPLIES THEM -- SALARY, PAY TYPE AND RATE
003343*        AS KEYED, BANK DETAILS THROUGH THE PRENOTE CYCLE AS 3920
003344*        WOULD -- ONCE A DIFFERENT OPERATOR APPROVES.
003345*---------------------------------------------------------------
003346 3230-HOLD-SENSITIVE-CHANGE.
003347     MOVE 'N' TO WS-CHANGE-HELD-SW
003348     IF TR-EMP-SALARY = ZERO AND TR-BANK-ROUTING = SPACES
003349             AND TR-PAY-TYPE = SPACE AND TR-HOURLY-RATE = ZERO
003350         GO TO 3230-EXIT
003351     END-IF
003352     MOVE SPACES TO PENDING-RECORD
003353     MOVE WS-NEXT-ITEM-NUMBER TO PD-ITEM-NUMBER
003354     MOVE TR-EMP-ID TO PD-EMP-ID
003355     MOVE 'P' TO PD-STATUS
003356     MOVE TR-SUBMITTED-BY TO PD-SUBMITTED-BY
003357     MOVE WS-AUDIT-DATE TO PD-SUBMIT-DATE
003358     ACCEPT WS-AUDIT-TIME-RAW FROM TIME
003359     MOVE WS-AUDIT-TIME-RAW (1:6) TO PD-SUBMIT-TIME
003360     MOVE EMP-SALARY TO PD-OLD-SALARY
003361     MOVE TR-EMP-SALARY TO PD-NEW-SALARY
003362     MOVE TR-BANK-ROUTING TO PD-NEW-BANK-ROUTING
003363     MOVE TR-BANK-ACCOUNT TO PD-NEW-BANK-ACCOUNT
003364     MOVE TR-BANK-ACCT-TYPE TO PD-NEW-BANK-ACCT-TYPE
003365     MOVE TR-PAY-TYPE TO PD-NEW-PAY-TYPE
003366     MOVE EMP-HOURLY-RATE TO PD-OLD-HOURLY-RATE
003367     MOVE TR-HOURLY-RATE TO PD-NEW-HOURLY-RATE
003368     MOVE ZERO TO PD-DECISION-DATE
003369     WRITE PENDING-RECORD
003370         INVALID KEY
003371             MOVE "*** ERROR - PENDING NOT WRITTEN FOR: "
003372                 TO WS-LOG-MESSAGE
003373             PERFORM 3901-LOG-TRANS-ID THRU 3901-EXIT
003374             ADD 1 TO WS-ERROR-COUNT
003375         NOT INVALID KEY
003376             MOVE "HELD FOR APPROVAL EMP-ID: " TO WS-LOG-MESSAGE
003377             PERFORM 3901-LOG-TRANS-ID THRU 3901-EXIT
003378             ADD 1 TO WS-HELD-COUNT
003379             ADD 1 TO WS-NEXT-ITEM-NUMBER
003380             MOVE 'Y' TO WS-CHANGE-HELD-SW
003381     END-WRITE.
003382 3230-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------
004920     MOVE TR-EMP-ID TO AUD-EMP-ID
004930     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
004940     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
004941     MOVE TR-SUBMITTED-BY TO AUD-SUBMITTED-BY
004950     WRITE AUDIT-RECORD.
004960 3950-EXIT.
004970     EXIT.
005040     DISPLAY "Employees Added   : " WS-ADD-COUNT.
005050     DISPLAY "Employees Changed : " WS-CHANGE-COUNT.
005060     DISPLAY "Employees Deleted : " WS-DELETE-COUNT.
005061     DISPLAY "Held for Approval : " WS-HELD-COUNT.
005070     DISPLAY "Errors            : " WS-ERROR-COUNT.
005080 8000-EXIT.
005090     EXIT.
005150     CLOSE TRANS-FILE
005160     CLOSE MAINT-LOG-FILE
005170     CLOSE DEPT-FILE
005171     CLOSE PENDING-FILE
005180     CLOSE AUDIT-JOURNAL-FILE.
005190 9000-EXIT.
005200     EXIT.
