000420*                   MATCH -- THE FIRST QUESTION ON A PHONE
000430*                   QUERY ABOUT A MISSING PAYMENT IS USUALLY
000440*                   WHETHER THE EMPLOYEE IS STILL ACTIVE.
000441*  10/15/2026 RDH   EVERY MATCH NOW SHOWS THE PAID TIME OFF
000442*                   BALANCES FROM EMPLEAVE.TXT (SEE LEAVEREC) --
000443*                   BALANCE, CARRIED IN, ACCRUED AND USED THIS
000444*                   YEAR FOR EACH LEAVE TYPE IN THE LVPOLICY
000445*                   TABLE.  THE FILE IS OPTIONAL; WITHOUT IT THE
000446*                   LINES ARE SIMPLY LEFT OFF.
000450*===============================================================
000460 PROGRAM-ID. EmpInq.
000470 ENVIRONMENT DIVISION.
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS EMP-ID.

000551     SELECT LEAVE-FILE ASSIGN TO "EmpLeave.txt"
000552     ORGANIZATION IS INDEXED
000553     ACCESS MODE IS RANDOM
000554     RECORD KEY IS LV-KEY
000555     FILE STATUS IS WS-LEAVE-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.

000580 FD  EMPLOYEE-FILE.
000590     COPY EMPREC.

000591 FD  LEAVE-FILE.
000592     COPY LEAVEREC.

000600 WORKING-STORAGE SECTION.

000610 01  WS-EOF-FLAG    PIC X(01) VALUE 'N'.
000710 01  WS-COUNTERS.
000720     05 WS-MATCH-COUNT     PIC 9(5) COMP VALUE ZERO.

000721*---------------------------------------------------------------
000722*    PAID TIME OFF WORKING STORAGE.  THE LEAVE TYPES SHOWN ARE
000723*    THE ONES IN THE SHARED POLICY TABLE.
000724*---------------------------------------------------------------
000725 01  WS-LEAVE-STATUS PIC X(02) VALUE SPACES.

000726 01  WS-LEAVE-FILE-OPEN-SW PIC X(01) VALUE 'N'.
000727     88 WS-LEAVE-FILE-OPEN       VALUE 'Y'.

000728 01  WS-LP-SUB PIC 9(1) COMP VALUE ZERO.

000729     COPY LVPOLICY.

000730*---------------------------------------------------------------
000740*    GROSS-TO-NET DEDUCTION WORKING STORAGE
000750*---------------------------------------------------------------
000880     05 DISP-MATCH-COUNT PIC ZZ,ZZ9.
000890     05 DISP-STATUS      PIC X(10).
000900     05 DISP-STATUS-DATE PIC 9999/99/99.
000901     05 DISP-LEAVE-NAME  PIC X(08).
000902     05 DISP-LV-BALANCE  PIC ZZZ9.99.
000903     05 DISP-LV-CARRIED  PIC ZZZ9.99.
000904     05 DISP-LV-ACCRUED  PIC ZZZ9.99.
000905     05 DISP-LV-USED     PIC ZZZ9.99.


000910 PROCEDURE DIVISION.
001090 1000-INITIALIZE.
001100     DISPLAY "ENTER REQUEST (E<EMP-ID> OR D<DEPARTMENT>): "
001110     ACCEPT WS-INQ-REQUEST
001111     OPEN INPUT EMPLOYEE-FILE
001112     OPEN INPUT LEAVE-FILE
001113     IF WS-LEAVE-STATUS = "00"
001114         SET WS-LEAVE-FILE-OPEN-SW TO 'Y'
001115     END-IF.
001130 1000-EXIT.
001140     EXIT.

001830     ELSE
001840         DISPLAY "SALARY      : " EMP-SALARY-X
001850             " (NOT NUMERIC - SEE EXCEPTION REPORT)"
001851     END-IF
001852     IF WS-LEAVE-FILE-OPEN
001853         PERFORM 5200-PRINT-LEAVE THRU 5200-EXIT
001854             VARYING WS-LP-SUB FROM 1 BY 1
001855             UNTIL WS-LP-SUB > LP-TYPE-COUNT
001860     END-IF.
001870 5000-EXIT.
001880     EXIT.
002370         "   BENEFIT AMOUNT: " DISP-BEN-AMT
002380     DISPLAY "OTHER DEDUCT: " DISP-OTHER-DED
002390     DISPLAY "NET PAY     : " DISP-NET.
002391 5100-EXIT.
002392     EXIT.

002393*---------------------------------------------------------------
002394*    5200-PRINT-LEAVE
002395*        ONE LEAVE TYPE.  AN EMPLOYEE NOT YET PAID SINCE LEAVE
002396*        TRACKING BEGAN HAS NO RECORD AND IS SHOWN AS SUCH.
002397*---------------------------------------------------------------
002398 5200-PRINT-LEAVE.
002399     EVALUATE LP-LEAVE-TYPE (WS-LP-SUB)
002400         WHEN 'V'
002401             MOVE "VACATION" TO DISP-LEAVE-NAME
002402         WHEN 'S'
002403             MOVE "SICK" TO DISP-LEAVE-NAME
002404         WHEN OTHER
002405             MOVE LP-LEAVE-TYPE (WS-LP-SUB) TO DISP-LEAVE-NAME
002406     END-EVALUATE
002407     MOVE EMP-ID TO LV-EMP-ID
002408     MOVE LP-LEAVE-TYPE (WS-LP-SUB) TO LV-LEAVE-TYPE
002409     READ LEAVE-FILE
002410         INVALID KEY
002411             DISPLAY DISP-LEAVE-NAME "    : NO BALANCE ON FILE"
002412             GO TO 5200-EXIT
002413     END-READ
002414     MOVE LV-BALANCE TO DISP-LV-BALANCE
002415     MOVE LV-CARRIED-IN TO DISP-LV-CARRIED
002416     MOVE LV-YTD-ACCRUED TO DISP-LV-ACCRUED
002417     MOVE LV-YTD-USED TO DISP-LV-USED
002418     DISPLAY DISP-LEAVE-NAME "    : " DISP-LV-BALANCE " HRS"
002419         "   YEAR " LV-BALANCE-YEAR
002420         " - CARRIED IN " DISP-LV-CARRIED
002421         "  ACCRUED " DISP-LV-ACCRUED
002422         "  USED " DISP-LV-USED.
002423 5200-EXIT.
002424     EXIT.

002425*---------------------------------------------------------------
002430*    8000-SUMMARY
002440*---------------------------------------------------------------
002450 8000-SUMMARY.
002520*    9000-TERMINATE
002530*---------------------------------------------------------------
002540 9000-TERMINATE.
002541     CLOSE EMPLOYEE-FILE
002542     IF WS-LEAVE-FILE-OPEN
002543         CLOSE LEAVE-FILE
002544     END-IF.
002560 9000-EXIT.
002570     EXIT.

