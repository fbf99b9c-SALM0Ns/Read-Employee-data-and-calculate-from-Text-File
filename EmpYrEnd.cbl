000546*                   EMP.CBL).  CARRIED THROUGH THE LOAD (ZERO
000548*                   WHEN NOT NUMERIC ON AN OLD ROW) AND THE
000549*                   REWRITE SO A YEAR-END CLOSE KEEPS THEM.
000550*  10/15/2026 RDH   OFF-CYCLE PAY (EMPOFFPAY.CBL) POSTS UNDER
000551*                   PERIODS 51-62 AND CLOSES WITH THE YEAR.  NO
000552*                   CHANGE TO THE CLOSE ITSELF.
000553*===============================================================
000560 PROGRAM-ID. EmpYrEnd.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
