000762*                   EMPMAINT).  WRITTEN BLANK -- THE RTF EXPORT
000764*                   CARRIES NO ACCOUNT DETAILS, AND BLANK MEANS
000766*                   NO ACCOUNT ON FILE.
000767*  10/15/2026 RDH   NEW TRANSREC PAY-TYPE, RATE AND SUBMITTED-BY
000768*                   FIELDS WRITTEN BLANK/ZERO (SALARIED ADDS).
000769*===============================================================
000770 PROGRAM-ID. textread.
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
001040         ==TR-EMP-TAX-RATE== BY ==OT-EMP-TAX-RATE==
001050         ==TR-EMP-BENEFIT-RATE== BY ==OT-EMP-BENEFIT-RATE==
001060         ==TR-EMP-OTHER-DEDUCTION== BY ==OT-EMP-OTHER-DEDUCTION==
001061         ==TR-PAY-TYPE== BY ==OT-PAY-TYPE==
001062         ==TR-HOURLY-RATE== BY ==OT-HOURLY-RATE==
001063         ==TR-SUBMITTED-BY== BY ==OT-SUBMITTED-BY==
001070         ==TR-STATUS-DATE== BY ==OT-STATUS-DATE==
001072         ==TR-HIRE-DATE== BY ==OT-HIRE-DATE==
001074         ==TR-BANK-ROUTING== BY ==OT-BANK-ROUTING==
003270     COMPUTE WS-SALARY-CENTS-DEC = WS-SALARY-CENTS-N * 0.01
003280     COMPUTE OT-EMP-SALARY =
003290         WS-SALARY-WHOLE-N + WS-SALARY-CENTS-DEC
003291     MOVE SPACE TO OT-PAY-TYPE
003292     MOVE ZERO TO OT-HOURLY-RATE
003293     MOVE SPACES TO OT-SUBMITTED-BY

003300     WRITE TRANS-RECORD
003310     ADD 1 TO WS-RECORDS-WRITTEN.
