000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : GARNMAINT
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      MAINTAINS THE GARNISHMENT ORDER FILE (EMPGARN.TXT, SEE
000200*      THE GARNREC COPYBOOK) FROM ADD, CHANGE AND CLOSE
000210*      TRANSACTIONS IN GARNTRANS.TXT -- THE SAME SMALL-UTILITY
000220*      SHAPE AS DEPTMAINT.CBL.  PAYROLL KEYS EACH ORDER AS IT
000230*      IS SERVED; EMP.CBL APPLIES THEM AND KEEPS THE BALANCES.
000240*      EDITS ON ADD: EMPLOYEE ON THE MASTER; ORDER NUMBER
000250*      PRESENT; TYPE C/T/G/O; METHOD A/P WITH A NON-ZERO
000260*      AMOUNT OR PERCENT TO MATCH; PRIORITY 01-99; AMOUNTS
000270*      NUMERIC; CAP PERCENT NOT ABOVE WS-MAX-CAP-PERCENT (ZERO
000280*      TAKES THE WS-DEFAULT-CAP-PERCENT); NO MORE THAN
000290*      WS-MAX-ORDERS ACTIVE ORDERS PER EMPLOYEE.  A CHANGE
000300*      FOLLOWS THE USUAL CONVENTION -- BLANK OR ZERO MEANS NO
000310*      CHANGE.  CLOSE RELEASES AN ORDER BY HAND (THE COURT
000320*      LIFTED IT); A PAID-OFF ORDER CLOSES ITSELF IN EMP.CBL.
000330*      ERRORS AND COUNTS GO TO THE CONSOLE.
000340*---------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*  DATE       INIT  DESCRIPTION
000370*  ---------- ----  -----------------------------------------
000380*  10/15/2026 RDH   ORIGINAL PROGRAM.
000390*===============================================================
000400 PROGRAM-ID. GarnMaint.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT GARN-FILE ASSIGN TO "EmpGarn.txt"
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE IS DYNAMIC
000490     RECORD KEY IS GN-KEY
000500     FILE STATUS IS WS-GARN-STATUS.

000510     SELECT EMPLOYEE-FILE ASSIGN TO "Sample.txt"
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS RANDOM
000540     RECORD KEY IS EMP-ID
000550     FILE STATUS IS WS-EMPLOYEE-STATUS.

000560     SELECT GARN-TRANS-FILE ASSIGN TO "GarnTrans.txt"
000570     ORGANIZATION IS LINE SEQUENTIAL.

000580 DATA DIVISION.
000590 FILE SECTION.

000600 FD  GARN-FILE.
000610     COPY GARNREC.

000620 FD  EMPLOYEE-FILE.
000630     COPY EMPREC.

000640 FD  GARN-TRANS-FILE.
000650 01  GARN-TRANS-RECORD.
000660     05 GT-TRANS-CODE       PIC X(01).
000670        88 GT-ADD-TRANS          VALUE 'A'.
000680        88 GT-CHANGE-TRANS       VALUE 'C'.
000690        88 GT-CLOSE-TRANS        VALUE 'X'.
000700     05 GT-EMP-ID           PIC X(4).
000710     05 GT-ORDER-NUMBER     PIC X(6).
000720     05 GT-ORDER-TYPE       PIC X(01).
000730     05 GT-PRIORITY         PIC 9(2).
000740     05 GT-METHOD           PIC X(01).
000750     05 GT-AMOUNT           PIC 9(6)V99.
000760     05 GT-PERCENT          PIC 9V999.
000770     05 GT-CAP-PERCENT      PIC 9V999.
000780     05 GT-TOTAL-OWED       PIC 9(8)V99.
000790     05 GT-AGENCY-ID        PIC X(8).
000800     05 GT-AGENCY-NAME      PIC X(20).
000810     05 GT-CASE-NUMBER      PIC X(15).
000820     05 GT-START-DATE       PIC 9(8).

000830 WORKING-STORAGE SECTION.

000840 01  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
000850     88 WS-TRANS-EOF        VALUE 'Y'.

000860 01  WS-GARN-STATUS     PIC X(02) VALUE SPACES.
000870 01  WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.

000880 01  WS-SCAN-EOF-SW PIC X(01) VALUE 'N'.
000890     88 WS-SCAN-EOF              VALUE 'Y'.

000891 01  WS-EDIT-OK-SW PIC X(01) VALUE 'Y'.
000892     88 WS-EDIT-OK               VALUE 'Y'.

000900 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.

000910 01  WS-ACTIVE-ORDERS PIC 9(3) COMP VALUE ZERO.

000920*---------------------------------------------------------------
000930*    ORDER LIMITS.  WS-MAX-ORDERS MATCHES THE SIZE OF THE
000940*    PER-EMPLOYEE ORDER TABLE IN EMP.CBL -- RAISE BOTH
000950*    TOGETHER.  WS-MAX-CAP-PERCENT IS THE HIGHEST SHARE OF
000960*    DISPOSABLE EARNINGS ANY ORDER MAY TAKE (SUPPORT WITH
000970*    ARREARS); WS-DEFAULT-CAP-PERCENT IS THE ORDINARY
000980*    CREDITOR LIMIT, USED WHEN AN ORDER IS KEYED WITHOUT ONE.
000990*---------------------------------------------------------------
001000 77  WS-MAX-ORDERS          PIC 9(3) VALUE 10.
001010 77  WS-MAX-CAP-PERCENT     PIC 9V999 VALUE 0.650.
001020 77  WS-DEFAULT-CAP-PERCENT PIC 9V999 VALUE 0.250.

001030 01  WS-COUNTERS.
001040     05 WS-ADD-COUNT     PIC 9(5) COMP VALUE ZERO.
001050     05 WS-CHANGE-COUNT  PIC 9(5) COMP VALUE ZERO.
001060     05 WS-CLOSE-COUNT   PIC 9(5) COMP VALUE ZERO.
001070     05 WS-ERROR-COUNT   PIC 9(5) COMP VALUE ZERO.


001080 PROCEDURE DIVISION.

001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001110     PERFORM 2000-READ-TRANS THRU 2000-EXIT
001120     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
001130         UNTIL WS-TRANS-EOF
001140     PERFORM 8000-SUMMARY THRU 8000-EXIT
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT
001160     STOP RUN.

001170*---------------------------------------------------------------
001180*    1000-INITIALIZE
001190*        THE FIRST EVER RUN HAS NO EMPGARN.TXT YET (STATUS 35
001200*        ON THE I-O OPEN); IT IS CREATED EMPTY AND REOPENED, THE
001210*        SAME AS DEPTMAINT.CBL.
001220*---------------------------------------------------------------
001230 1000-INITIALIZE.
001240     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
001250     OPEN I-O GARN-FILE
001260     IF WS-GARN-STATUS = "35"
001270         OPEN OUTPUT GARN-FILE
001280         CLOSE GARN-FILE
001290         OPEN I-O GARN-FILE
001300     END-IF
001310     OPEN INPUT EMPLOYEE-FILE
001320     OPEN INPUT GARN-TRANS-FILE.
001330 1000-EXIT.
001340     EXIT.

001350*---------------------------------------------------------------
001360*    2000-READ-TRANS
001370*---------------------------------------------------------------
001380 2000-READ-TRANS.
001390     READ GARN-TRANS-FILE
001400         AT END SET WS-TRANS-EOF TO TRUE
001410     END-READ.
001420 2000-EXIT.
001430     EXIT.

001440*---------------------------------------------------------------
001450*    3000-APPLY-TRANS  --  DISPATCH ON THE TRANSACTION CODE
001460*---------------------------------------------------------------
001470 3000-APPLY-TRANS.
001480     EVALUATE TRUE
001490         WHEN GT-ADD-TRANS
001500             PERFORM 3100-ADD-ORDER THRU 3100-EXIT
001510         WHEN GT-CHANGE-TRANS
001520             PERFORM 3200-CHANGE-ORDER THRU 3200-EXIT
001530         WHEN GT-CLOSE-TRANS
001540             PERFORM 3300-CLOSE-ORDER THRU 3300-EXIT
001550         WHEN OTHER
001560             DISPLAY "*** ERROR - INVALID TRANS CODE FOR ORDER: "
001570                 GT-EMP-ID " " GT-ORDER-NUMBER
001580             ADD 1 TO WS-ERROR-COUNT
001590     END-EVALUATE
001600     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
001610 3000-EXIT.
001620     EXIT.

001630*---------------------------------------------------------------
001640*    3100-ADD-ORDER
001650*---------------------------------------------------------------
001660 3100-ADD-ORDER.
001670     IF GT-ORDER-NUMBER = SPACES OR GT-AGENCY-ID = SPACES
001680         DISPLAY "*** ERROR - ORDER/AGENCY MISSING ON ADD: "
001690             GT-EMP-ID
001700         ADD 1 TO WS-ERROR-COUNT
001710         GO TO 3100-EXIT
001720     END-IF
001730     MOVE GT-EMP-ID TO EMP-ID
001740     READ EMPLOYEE-FILE
001750         INVALID KEY
001760             DISPLAY "*** ERROR - EMPLOYEE NOT ON MASTER: "
001770                 GT-EMP-ID
001780             ADD 1 TO WS-ERROR-COUNT
001790             GO TO 3100-EXIT
001800     END-READ
001810     IF GT-ORDER-TYPE NOT = 'C' AND NOT = 'T'
001820             AND NOT = 'G' AND NOT = 'O'
001830         DISPLAY "*** ERROR - ORDER TYPE NOT C/T/G/O: "
001840             GT-EMP-ID " " GT-ORDER-NUMBER
001850         ADD 1 TO WS-ERROR-COUNT
001860         GO TO 3100-EXIT
001870     END-IF
001880     PERFORM 3500-EDIT-AMOUNTS THRU 3500-EXIT
001890     IF NOT WS-EDIT-OK
001900         GO TO 3100-EXIT
001910     END-IF
001920     IF (GT-METHOD = 'A' AND GT-AMOUNT = ZERO)
001930             OR (GT-METHOD = 'P' AND GT-PERCENT = ZERO)
001940             OR (GT-METHOD NOT = 'A' AND NOT = 'P')
001950         DISPLAY "*** ERROR - METHOD NOT A/P OR NO AMOUNT: "
001960             GT-EMP-ID " " GT-ORDER-NUMBER
001970         ADD 1 TO WS-ERROR-COUNT
001980         GO TO 3100-EXIT
001990     END-IF
002000     IF GT-PRIORITY = ZERO
002010         DISPLAY "*** ERROR - PRIORITY MUST BE 01-99: "
002020             GT-EMP-ID " " GT-ORDER-NUMBER
002030         ADD 1 TO WS-ERROR-COUNT
002040         GO TO 3100-EXIT
002050     END-IF
002060     PERFORM 3600-COUNT-ACTIVE-ORDERS THRU 3600-EXIT
002070     IF WS-ACTIVE-ORDERS NOT < WS-MAX-ORDERS
002080         DISPLAY "*** ERROR - EMPLOYEE ALREADY HAS MAXIMUM "
002090             "ACTIVE ORDERS: " GT-EMP-ID
002100         ADD 1 TO WS-ERROR-COUNT
002110         GO TO 3100-EXIT
002120     END-IF
002130     MOVE SPACES TO GARNISHMENT-RECORD
002140     MOVE GT-EMP-ID TO GN-EMP-ID
002150     MOVE GT-ORDER-NUMBER TO GN-ORDER-NUMBER
002160     MOVE GT-ORDER-TYPE TO GN-ORDER-TYPE
002170     MOVE GT-PRIORITY TO GN-PRIORITY
002180     MOVE GT-METHOD TO GN-METHOD
002190     MOVE GT-AMOUNT TO GN-AMOUNT
002200     MOVE GT-PERCENT TO GN-PERCENT
002210     IF GT-CAP-PERCENT = ZERO
002220         MOVE WS-DEFAULT-CAP-PERCENT TO GN-CAP-PERCENT
002230     ELSE
002240         MOVE GT-CAP-PERCENT TO GN-CAP-PERCENT
002250     END-IF
002260     MOVE GT-TOTAL-OWED TO GN-TOTAL-OWED
002270     MOVE ZERO TO GN-PAID-TO-DATE
002280     MOVE ZERO TO GN-ARREARS
002290     MOVE GT-AGENCY-ID TO GN-AGENCY-ID
002300     MOVE GT-AGENCY-NAME TO GN-AGENCY-NAME
002310     MOVE GT-CASE-NUMBER TO GN-CASE-NUMBER
002320     SET GN-ACTIVE TO TRUE
002330     IF GT-START-DATE = ZERO
002340         MOVE WS-RUN-DATE-YYYYMMDD TO GN-START-DATE
002350     ELSE
002360         MOVE GT-START-DATE TO GN-START-DATE
002370     END-IF
002380     MOVE ZERO TO GN-CLOSED-DATE
002390     MOVE ZERO TO GN-LAST-PERIOD-KEY
002400     MOVE ZERO TO GN-LAST-AMOUNT
002410     MOVE ZERO TO GN-LAST-APPLIED-DATE
002420     WRITE GARNISHMENT-RECORD
002430         INVALID KEY
002440             DISPLAY "*** ERROR - DUPLICATE ORDER ON ADD: "
002450                 GT-EMP-ID " " GT-ORDER-NUMBER
002460             ADD 1 TO WS-ERROR-COUNT
002470         NOT INVALID KEY
002480             DISPLAY "ADDED    ORDER: " GT-EMP-ID " "
002490                 GT-ORDER-NUMBER
002500             ADD 1 TO WS-ADD-COUNT
002510     END-WRITE.
002520 3100-EXIT.
002530     EXIT.

002540*---------------------------------------------------------------
002550*    3200-CHANGE-ORDER
002560*        ONLY NON-BLANK/NON-ZERO TRANSACTION FIELDS OVERRIDE
002570*        THE ORDER, THE SAME CONVENTION EMPMAINT APPLIES TO AN
002580*        EMPLOYEE CHANGE.  BALANCES PAID ARE NEVER KEYED --
002590*        ONLY EMP.CBL MOVES THEM.
002600*---------------------------------------------------------------
002610 3200-CHANGE-ORDER.
002620     MOVE GT-EMP-ID TO GN-EMP-ID
002630     MOVE GT-ORDER-NUMBER TO GN-ORDER-NUMBER
002640     READ GARN-FILE
002650         INVALID KEY
002660             DISPLAY "*** ERROR - NO SUCH ORDER ON CHANGE: "
002670                 GT-EMP-ID " " GT-ORDER-NUMBER
002680             ADD 1 TO WS-ERROR-COUNT
002690             GO TO 3200-EXIT
002700     END-READ
002710     PERFORM 3500-EDIT-AMOUNTS THRU 3500-EXIT
002720     IF NOT WS-EDIT-OK
002730         GO TO 3200-EXIT
002740     END-IF
002750     IF GT-ORDER-TYPE NOT = SPACE
002760         IF GT-ORDER-TYPE NOT = 'C' AND NOT = 'T'
002770                 AND NOT = 'G' AND NOT = 'O'
002780             DISPLAY "*** ERROR - ORDER TYPE NOT C/T/G/O: "
002790                 GT-EMP-ID " " GT-ORDER-NUMBER
002800             ADD 1 TO WS-ERROR-COUNT
002810             GO TO 3200-EXIT
002820         END-IF
002830         MOVE GT-ORDER-TYPE TO GN-ORDER-TYPE
002840     END-IF
002850     IF GT-METHOD NOT = SPACE
002860         IF GT-METHOD NOT = 'A' AND NOT = 'P'
002870             DISPLAY "*** ERROR - METHOD NOT A/P: "
002880                 GT-EMP-ID " " GT-ORDER-NUMBER
002890             ADD 1 TO WS-ERROR-COUNT
002900             GO TO 3200-EXIT
002910         END-IF
002920         MOVE GT-METHOD TO GN-METHOD
002930     END-IF
002940     IF GT-PRIORITY NOT = ZERO
002950         MOVE GT-PRIORITY TO GN-PRIORITY
002960     END-IF
002970     IF GT-AMOUNT NOT = ZERO
002980         MOVE GT-AMOUNT TO GN-AMOUNT
002990     END-IF
003000     IF GT-PERCENT NOT = ZERO
003010         MOVE GT-PERCENT TO GN-PERCENT
003020     END-IF
003030     IF GT-CAP-PERCENT NOT = ZERO
003040         MOVE GT-CAP-PERCENT TO GN-CAP-PERCENT
003050     END-IF
003060     IF GT-TOTAL-OWED NOT = ZERO
003070         MOVE GT-TOTAL-OWED TO GN-TOTAL-OWED
003080     END-IF
003090     IF GT-AGENCY-ID NOT = SPACES
003100         MOVE GT-AGENCY-ID TO GN-AGENCY-ID
003110     END-IF
003120     IF GT-AGENCY-NAME NOT = SPACES
003130         MOVE GT-AGENCY-NAME TO GN-AGENCY-NAME
003140     END-IF
003150     IF GT-CASE-NUMBER NOT = SPACES
003160         MOVE GT-CASE-NUMBER TO GN-CASE-NUMBER
003170     END-IF
003180     REWRITE GARNISHMENT-RECORD
003190         INVALID KEY
003200             DISPLAY "*** ERROR - REWRITE FAILED FOR ORDER: "
003210                 GT-EMP-ID " " GT-ORDER-NUMBER
003220             ADD 1 TO WS-ERROR-COUNT
003230         NOT INVALID KEY
003240             DISPLAY "CHANGED  ORDER: " GT-EMP-ID " "
003250                 GT-ORDER-NUMBER
003260             ADD 1 TO WS-CHANGE-COUNT
003270     END-REWRITE.
003280 3200-EXIT.
003290     EXIT.

003300*---------------------------------------------------------------
003310*    3300-CLOSE-ORDER
003320*        THE ORDER STAYS ON FILE, CLOSED, SO ITS PAYMENT
003330*        HISTORY SURVIVES.  ANY ARREARS ARE WRITTEN OFF WITH IT.
003340*---------------------------------------------------------------
003350 3300-CLOSE-ORDER.
003360     MOVE GT-EMP-ID TO GN-EMP-ID
003370     MOVE GT-ORDER-NUMBER TO GN-ORDER-NUMBER
003380     READ GARN-FILE
003390         INVALID KEY
003400             DISPLAY "*** ERROR - NO SUCH ORDER ON CLOSE: "
003410                 GT-EMP-ID " " GT-ORDER-NUMBER
003420             ADD 1 TO WS-ERROR-COUNT
003430             GO TO 3300-EXIT
003440     END-READ
003450     SET GN-CLOSED TO TRUE
003460     MOVE WS-RUN-DATE-YYYYMMDD TO GN-CLOSED-DATE
003470     MOVE ZERO TO GN-ARREARS
003480     REWRITE GARNISHMENT-RECORD
003490         INVALID KEY
003500             DISPLAY "*** ERROR - REWRITE FAILED FOR ORDER: "
003510                 GT-EMP-ID " " GT-ORDER-NUMBER
003520             ADD 1 TO WS-ERROR-COUNT
003530         NOT INVALID KEY
003540             DISPLAY "CLOSED   ORDER: " GT-EMP-ID " "
003550                 GT-ORDER-NUMBER
003560             ADD 1 TO WS-CLOSE-COUNT
003570     END-REWRITE.
003580 3300-EXIT.
003590     EXIT.

003600*---------------------------------------------------------------
003610*    3500-EDIT-AMOUNTS
003620*        NUMERIC FIELDS NUMERIC AND THE CAP WITHIN THE LIMIT.
003630*        A FAILURE IS COUNTED HERE AND SIGNALLED TO THE CALLER
003640*        BY WS-EDIT-OK LEFT OFF.
003650*---------------------------------------------------------------
003660 3500-EDIT-AMOUNTS.
003661     MOVE 'Y' TO WS-EDIT-OK-SW
003670     IF GT-PRIORITY IS NOT NUMERIC
003680             OR GT-AMOUNT IS NOT NUMERIC
003690             OR GT-PERCENT IS NOT NUMERIC
003700             OR GT-CAP-PERCENT IS NOT NUMERIC
003710             OR GT-TOTAL-OWED IS NOT NUMERIC
003720             OR GT-START-DATE IS NOT NUMERIC
003730         DISPLAY "*** ERROR - AMOUNT FIELD NOT NUMERIC: "
003740             GT-EMP-ID " " GT-ORDER-NUMBER
003750         ADD 1 TO WS-ERROR-COUNT
003760         MOVE 'N' TO WS-EDIT-OK-SW
003770         GO TO 3500-EXIT
003780     END-IF
003790     IF GT-CAP-PERCENT > WS-MAX-CAP-PERCENT
003800             OR GT-PERCENT > WS-MAX-CAP-PERCENT
003810         DISPLAY "*** ERROR - PERCENT ABOVE LEGAL MAXIMUM: "
003820             GT-EMP-ID " " GT-ORDER-NUMBER
003830         ADD 1 TO WS-ERROR-COUNT
003840         MOVE 'N' TO WS-EDIT-OK-SW
003850     END-IF.
003860 3500-EXIT.
003870     EXIT.

003880*---------------------------------------------------------------
003890*    3600-COUNT-ACTIVE-ORDERS
003900*        ACTIVE ORDERS ALREADY ON FILE FOR GT-EMP-ID.
003910*---------------------------------------------------------------
003920 3600-COUNT-ACTIVE-ORDERS.
003930     MOVE ZERO TO WS-ACTIVE-ORDERS
003940     SET WS-SCAN-EOF-SW TO 'N'
003950     MOVE GT-EMP-ID TO GN-EMP-ID
003960     MOVE LOW-VALUES TO GN-ORDER-NUMBER
003970     START GARN-FILE KEY NOT < GN-KEY
003980         INVALID KEY
003990             GO TO 3600-EXIT
004000     END-START
004010     PERFORM 3610-COUNT-ONE-ORDER THRU 3610-EXIT
004020         UNTIL WS-SCAN-EOF.
004030 3600-EXIT.
004040     EXIT.

004050*---------------------------------------------------------------
004060*    3610-COUNT-ONE-ORDER
004070*---------------------------------------------------------------
004080 3610-COUNT-ONE-ORDER.
004090     READ GARN-FILE NEXT RECORD
004100         AT END
004110             SET WS-SCAN-EOF-SW TO 'Y'
004120             GO TO 3610-EXIT
004130     END-READ
004140     IF GN-EMP-ID NOT = GT-EMP-ID
004150         SET WS-SCAN-EOF-SW TO 'Y'
004160         GO TO 3610-EXIT
004170     END-IF
004180     IF GN-ACTIVE
004190         ADD 1 TO WS-ACTIVE-ORDERS
004200     END-IF.
004210 3610-EXIT.
004220     EXIT.

004230*---------------------------------------------------------------
004240*    8000-SUMMARY
004250*---------------------------------------------------------------
004260 8000-SUMMARY.
004270     DISPLAY " ".
004280     DISPLAY "--- Garnishment Order Maintenance Complete ---".
004290     DISPLAY "Orders Added   : " WS-ADD-COUNT.
004300     DISPLAY "Orders Changed : " WS-CHANGE-COUNT.
004310     DISPLAY "Orders Closed  : " WS-CLOSE-COUNT.
004320     DISPLAY "Errors         : " WS-ERROR-COUNT.
004330 8000-EXIT.
004340     EXIT.

004350*---------------------------------------------------------------
004360*    9000-TERMINATE
004370*---------------------------------------------------------------
004380 9000-TERMINATE.
004390     CLOSE GARN-FILE
004400     CLOSE EMPLOYEE-FILE
004410     CLOSE GARN-TRANS-FILE.
004420 9000-EXIT.
004430     EXIT.

004440 END PROGRAM GarnMaint.
