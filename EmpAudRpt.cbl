000350*                   EMPREC, AND THE NEW STATUS ACTIONS (LEAVE,
000360*                   TERMINATE, REACTIVATE) APPEAR IN THE
000370*                   JOURNAL LIKE ANY OTHER ACTION.
000371*  09/02/2026 RDH   THE IMAGE DETAIL NOW INCLUDES EMP-HIRE-DATE,
000372*                   ADDED TO EMPREC FOR PARTIAL-PERIOD
000373*                   PRORATION.
000374*  09/02/2026 RDH   THE IMAGE DETAIL NOW ALSO SHOWS THE BANK
000375*                   ROUTING/ACCOUNT/TYPE, THE PRENOTE STATUS
000376*                   AND DATE, AND THE PAY FREQUENCY -- A BANK-
000377*                   DETAILS CHANGE IS EXACTLY THE ENTRY THIS
000378*                   JOURNAL IS THE SYSTEM OF RECORD FOR, AND
000379*                   ITS BEFORE AND AFTER IMAGES USED TO PRINT
000380*                   IDENTICAL.
000381*  09/02/2026 RDH   ARCHIVE-AWARE: AFTER THE LISTING, ANY AUDIT
000382*                   JOURNAL ARCHIVE GENERATIONS ON
000383*                   EMPARCHCTL.TXT (CUT BY EMPARCH.CBL, SEE THE
000384*                   ARCHCTL COPYBOOK) ARE REPORTED WITH THEIR
000385*                   CUTOFFS, SO A QUERY INTO A PURGED RANGE
000386*                   SAYS "IN ARCHIVE GENERATION N" INSTEAD OF
000387*                   SILENTLY FINDING NOTHING.
000388*  10/15/2026 RDH   IMAGE DETAIL SHOWS PAY TYPE AND HOURLY RATE;
000389*                   EACH ENTRY SHOWS WHO SUBMITTED AND APPROVED
000390*                   IT (SEE AUDITREC).
000391*===============================================================
000392 PROGRAM-ID. EmpAudRpt.
000400 ENVIRONMENT DIVISION.
000750         ==EMP-ST-ACTIVE== BY ==BI-EMP-ST-ACTIVE==
000760         ==EMP-ST-LEAVE== BY ==BI-EMP-ST-LEAVE==
000770         ==EMP-ST-TERMINATED== BY ==BI-EMP-ST-TERMINATED==
000771         ==EMP-PN-RETURNED== BY ==BI-PN-RETURNED==
000772         ==EMP-PAY-TYPE== BY ==BI-PAY-TYPE==
000773         ==EMP-PAY-SALARIED== BY ==BI-PAY-SALARIED==
000774         ==EMP-PAY-HOURLY== BY ==BI-PAY-HOURLY==
000775         ==EMP-HOURLY-RATE== BY ==BI-HOURLY-RATE==
000780         ==EMP-STATUS-DATE== BY ==BI-EMP-STATUS-DATE==
000782         ==EMP-HIRE-DATE== BY ==BI-EMP-HIRE-DATE==
000783         ==EMP-BANK-ROUTING== BY ==BI-BANK-ROUTING==
000900         ==EMP-ST-ACTIVE== BY ==AI-EMP-ST-ACTIVE==
000910         ==EMP-ST-LEAVE== BY ==AI-EMP-ST-LEAVE==
000920         ==EMP-ST-TERMINATED== BY ==AI-EMP-ST-TERMINATED==
000921         ==EMP-PN-RETURNED== BY ==AI-PN-RETURNED==
000922         ==EMP-PAY-TYPE== BY ==AI-PAY-TYPE==
000923         ==EMP-PAY-SALARIED== BY ==AI-PAY-SALARIED==
000924         ==EMP-PAY-HOURLY== BY ==AI-PAY-HOURLY==
000925         ==EMP-HOURLY-RATE== BY ==AI-HOURLY-RATE==
000930         ==EMP-STATUS-DATE== BY ==AI-EMP-STATUS-DATE==
000932         ==EMP-HIRE-DATE== BY ==AI-EMP-HIRE-DATE==
000933         ==EMP-BANK-ROUTING== BY ==AI-BANK-ROUTING==
000980     05 DISP-TAX-RATE    PIC 9.999.
000990     05 DISP-BEN-RATE    PIC 9.999.
001000     05 DISP-OTHER-DED   PIC $ZZZ,ZZ9.99.
001001     05 DISP-HOURLY-RATE PIC $Z,ZZ9.99.
001010     05 DISP-ENTRY-COUNT PIC ZZ,ZZ9.


001580     MOVE AUD-TIME TO DISP-TIME
001590     DISPLAY " ".
001600     DISPLAY DISP-DATE " " DISP-TIME "  ACTION: " AUD-ACTION
001601     IF AUD-SUBMITTED-BY NOT = SPACES
001602         DISPLAY "    SUBMITTED BY: " AUD-SUBMITTED-BY
001603             "  APPROVED BY: " AUD-APPROVED-BY
001604     END-IF
001610     IF AUD-BEFORE-IMAGE = SPACES
001620         DISPLAY "    BEFORE: (NONE - RECORD ADDED)"
001630     ELSE
001800     MOVE BI-EMP-TAX-RATE TO DISP-TAX-RATE
001810     MOVE BI-EMP-BENEFIT-RATE TO DISP-BEN-RATE
001820     MOVE BI-EMP-OTHER-DEDUCTION TO DISP-OTHER-DED
001821     MOVE BI-HOURLY-RATE TO DISP-HOURLY-RATE
001830     DISPLAY "    BEFORE: NAME: " BI-EMP-NAME
001840         " DEPT: " BI-EMP-DEPARTMENT
001850     DISPLAY "            SALARY: " DISP-SALARY
001860         " TAX: " DISP-TAX-RATE
001870         " BENEFIT: " DISP-BEN-RATE
001880         " OTHER: " DISP-OTHER-DED
001881     DISPLAY "            PAY TYPE: " BI-PAY-TYPE
001882         " HOURLY RATE: " DISP-HOURLY-RATE
001890     DISPLAY "            STATUS: " BI-EMP-STATUS
001900         " EFFECTIVE: " BI-EMP-STATUS-DATE
001902         " HIRED: " BI-EMP-HIRE-DATE
001980     MOVE AI-EMP-TAX-RATE TO DISP-TAX-RATE
001990     MOVE AI-EMP-BENEFIT-RATE TO DISP-BEN-RATE
002000     MOVE AI-EMP-OTHER-DEDUCTION TO DISP-OTHER-DED
002001     MOVE AI-HOURLY-RATE TO DISP-HOURLY-RATE
002010     DISPLAY "    AFTER : NAME: " AI-EMP-NAME
002020         " DEPT: " AI-EMP-DEPARTMENT
002030     DISPLAY "            SALARY: " DISP-SALARY
002040         " TAX: " DISP-TAX-RATE
002050         " BENEFIT: " DISP-BEN-RATE
002060         " OTHER: " DISP-OTHER-DED
002061     DISPLAY "            PAY TYPE: " AI-PAY-TYPE
002062         " HOURLY RATE: " DISP-HOURLY-RATE
002070     DISPLAY "            STATUS: " AI-EMP-STATUS
002080         " EFFECTIVE: " AI-EMP-STATUS-DATE
002082         " HIRED: " AI-EMP-HIRE-DATE
