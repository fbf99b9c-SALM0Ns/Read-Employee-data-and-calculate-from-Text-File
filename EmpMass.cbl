000260*        METHOD     - P (PERCENTAGE, NN.NN) OR F (FLAT AMOUNT).
000270*        EFFECTIVE  - THE DATE THE INCREASE IS EFFECTIVE,
000280*                     CARRIED ON THE REPORT.
000281*        SUBMITTED  - THE OPERATOR ID THE GENERATED CHANGES ARE
000282*                     KEYED UNDER.  REQUIRED ON AN APPLY CARD.
000290*      EACH CARD SCANS THE INDEXED MASTER; EVERY EMPLOYEE IN
000300*      SCOPE AND ACTIVE AS OF THE RUN DATE GETS A REPORT LINE
000310*      (EMPMASSRPT.TXT) WITH OLD AND NEW SALARY, AND THE
000440*      SETTLED THROUGH EMPRETRO.CBL LIKE ANY OTHER
000450*      RETROACTIVE RAISE.  A NEW SALARY PAST EMPEDIT'S
000460*      COMPANY CEILING IS REPORTED AND SKIPPED RATHER THAN
000461*      GENERATED ONLY TO BOUNCE IN THE PRE-EDIT.  EMPMAINT
000462*      HOLDS EACH GENERATED SALARY CHANGE UNDER THE CARD'S
000463*      SUBMITTING OPERATOR UNTIL A DIFFERENT OPERATOR APPROVES
000464*      IT IN EMPAPPR.CBL.
000480*---------------------------------------------------------------
000490*  MODIFICATION HISTORY.
000500*  DATE       INIT  DESCRIPTION
000533*                   IT STRAIGHT IN UNDERSTATED THEIR
000534*                   DEPARTMENTS AND COULD NEVER FLAG OVER
000535*                   BUDGET.
000536*  10/15/2026 RDH   HOURLY EMPLOYEES ARE SKIPPED AND COUNTED.
000537*                   MP-SUBMITTED-BY IS REQUIRED ON AN APPLY CARD
000538*                   AND CARRIED AS TR-SUBMITTED-BY.
000539*===============================================================
000540 PROGRAM-ID. EmpMass.
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
001070     05 MP-FLAT-AMOUNT      PIC 9(6)V99.
001080     05 FILLER              PIC X(01).
001090     05 MP-EFFECTIVE-DATE   PIC 9(8).
001091     05 FILLER              PIC X(01).
001092     05 MP-SUBMITTED-BY     PIC X(08).
001100
001110 FD  EMPLOYEE-FILE.
001120     COPY EMPREC.
001640     05 WS-TRANS-WRITTEN    PIC 9(5) COMP VALUE ZERO.
001650     05 WS-SKIPPED-INACTIVE PIC 9(5) COMP VALUE ZERO.
001660     05 WS-SKIPPED-CEILING  PIC 9(5) COMP VALUE ZERO.
001661     05 WS-SKIPPED-HOURLY   PIC 9(5) COMP VALUE ZERO.
001670
001680*---------------------------------------------------------------
001690*    PER-DEPARTMENT CURRENT AND PROPOSED MONTHLY TOTALS, FOLDED
003540         MOVE "EFFECTIVE DATE MISSING ON CARD"
003550             TO WS-FATAL-MESSAGE
003560         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003561     END-IF
003562     IF MP-APPLY-MODE AND MP-SUBMITTED-BY = SPACES
003563         MOVE "SUBMITTED-BY MISSING ON APPLY CARD"
003564             TO WS-FATAL-MESSAGE
003565         PERFORM 9900-FATAL-ERROR-ABORT THRU 9900-EXIT
003570     END-IF.
003580 3100-EXIT.
003590     EXIT.
004110         END-IF
004120     END-IF
004130     IF EMP-SALARY-X IS NOT NUMERIC
004131         GO TO 3400-READ-NEXT
004132     END-IF
004133     IF EMP-PAY-HOURLY
004134         ADD 1 TO WS-SKIPPED-HOURLY
004140         GO TO 3400-READ-NEXT
004150     END-IF
004160     PERFORM 3500-CHECK-ACTIVE THRU 3500-EXIT
005540     MOVE SPACES TO TR-BANK-ACCOUNT
005550     MOVE SPACE TO TR-BANK-ACCT-TYPE
005560     MOVE SPACE TO TR-PAY-FREQUENCY
005561     MOVE SPACE TO TR-PAY-TYPE
005562     MOVE ZERO TO TR-HOURLY-RATE
005563     MOVE MP-SUBMITTED-BY TO TR-SUBMITTED-BY
005570     WRITE TRANS-RECORD
005580     ADD 1 TO WS-TRANS-WRITTEN.
005590 3900-EXIT.
006200     DISPLAY "Transactions Written: " WS-TRANS-WRITTEN.
006210     DISPLAY "Inactive Skipped    : " WS-SKIPPED-INACTIVE.
006220     DISPLAY "Over Ceiling Skipped: " WS-SKIPPED-CEILING.
006221     DISPLAY "Hourly Skipped      : " WS-SKIPPED-HOURLY.
006230     IF WS-TRANS-WRITTEN = ZERO
006240         DISPLAY "SIMULATION ONLY - NOTHING TOUCHED THE FLOW"
006250     END-IF.
