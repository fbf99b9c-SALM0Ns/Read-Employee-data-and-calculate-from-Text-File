000100 IDENTIFICATION DIVISION.
000110*===============================================================
000120*  PROGRAM-ID    : EMPGARN
000130*  AUTHOR        : R. DELACROIX-HAYES
000140*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000150*  DATE-WRITTEN  : 10/15/2026
000160*  DATE-COMPILED :
000170*---------------------------------------------------------------
000180*  PURPOSE.
000190*      GARNISHMENT REMITTANCE.  RUN AFTER EMP.CBL FOR A PAY
000200*      DATE: PICKS UP EVERY ORDER ON EMPGARN.TXT (SEE GARNREC)
000210*      THAT EMP.CBL TOOK MONEY FOR ON THAT DATE
000220*      (GN-LAST-APPLIED-DATE) AND WRITES
000230*        EMPGARNREMIT.TXT - THE REMITTANCE FILE, ONE DETAIL
000240*                           PER ORDER IN PAYEE AGENCY ORDER,
000250*                           BETWEEN A HEADER AND A TRAILER
000260*                           CARRYING THE COUNT AND TOTAL, THE
000270*                           SAME THREE-PART SHAPE AS THE BANK
000280*                           FILE FROM EMPPAY.CBL.
000290*        EMPGARNRPT.TXT   - THE REMITTANCE REPORT: EACH ORDER
000300*                           PAID, A SUBTOTAL PER AGENCY (THE
000310*                           AMOUNT OF THE CHECK OR TRANSFER TO
000320*                           SEND IT), A GRAND TOTAL, AND EVERY
000330*                           ORDER PAID OFF (AUTO-CLOSED) ON
000340*                           THE DATE MARKED AS SUCH.
000350*      THE PAY DATE IS KEYED ON THE CONSOLE; BLANK MEANS
000360*      TODAY.  NOTHING ON EMPGARN.TXT IS CHANGED, SO THE RUN
000370*      CAN BE REPEATED FOR THE SAME DATE.
000380*---------------------------------------------------------------
000390*  MODIFICATION HISTORY.
000400*  DATE       INIT  DESCRIPTION
000410*  ---------- ----  -----------------------------------------
000420*  10/15/2026 RDH   ORIGINAL PROGRAM.
000430*===============================================================
000440 PROGRAM-ID. EmpGarn.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT GARN-FILE ASSIGN TO "EmpGarn.txt"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS SEQUENTIAL
000530     RECORD KEY IS GN-KEY
000540     FILE STATUS IS WS-GARN-STATUS.

000550     SELECT REMIT-FILE ASSIGN TO "EmpGarnRemit.txt"
000560     ORGANIZATION IS LINE SEQUENTIAL.

000570     SELECT REPORT-FILE ASSIGN TO "EmpGarnRpt.txt"
000580     ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT SORT-WORK-FILE ASSIGN TO "EmpGarnSort.tmp".

000600 DATA DIVISION.
000610 FILE SECTION.

000620 FD  GARN-FILE.
000630     COPY GARNREC.

000640 FD  REMIT-FILE.
000650 01  REMIT-RECORD           PIC X(90).

000660 FD  REPORT-FILE.
000670 01  REPORT-LINE            PIC X(80).

000680 SD  SORT-WORK-FILE.
000690 01  SORT-RECORD.
000700     05 SW-AGENCY-ID        PIC X(8).
000710     05 SW-EMP-ID           PIC X(4).
000720     05 SW-ORDER-NUMBER     PIC X(6).
000730     05 SW-AGENCY-NAME      PIC X(20).
000740     05 SW-CASE-NUMBER      PIC X(15).
000750     05 SW-ORDER-TYPE       PIC X(01).
000760     05 SW-AMOUNT           PIC 9(6)V99.
000770     05 SW-PAID-OFF-SW      PIC X(01).
000780        88 SW-PAID-OFF           VALUE 'Y'.

000790 WORKING-STORAGE SECTION.

000800 01  WS-GARN-STATUS PIC X(02) VALUE SPACES.

000810 01  WS-GARN-EOF-SW PIC X(01) VALUE 'N'.
000820     88 WS-GARN-EOF              VALUE 'Y'.

000830 01  WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
000840     88 WS-SORT-EOF              VALUE 'Y'.

000850 01  WS-FIRST-RECORD-SW PIC X(01) VALUE 'Y'.
000860     88 WS-FIRST-RECORD          VALUE 'Y'.

000870 01  WS-REQUEST-DATE      PIC X(8) VALUE SPACES.
000880 01  WS-REQUEST-DATE-N REDEFINES WS-REQUEST-DATE PIC 9(8).
000890 01  WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.
000900 01  WS-PAY-DATE          PIC 9(8) VALUE ZERO.

000910 01  WS-PREV-AGENCY-ID    PIC X(8) VALUE SPACES.
000920 01  WS-PREV-AGENCY-NAME  PIC X(20) VALUE SPACES.

000930 77  WS-COMPANY-ID PIC X(10) VALUE "PAYROLLSYS".

000940 01  WS-COUNTERS.
000950     05 WS-ORDER-COUNT     PIC 9(6) VALUE ZERO.
000960     05 WS-AGENCY-COUNT    PIC 9(5) COMP VALUE ZERO.
000970     05 WS-AGENCY-ORDERS   PIC 9(5) COMP VALUE ZERO.
000980     05 WS-PAID-OFF-COUNT  PIC 9(5) COMP VALUE ZERO.
000990     05 WS-AGENCY-TOTAL    PIC 9(10)V99 VALUE ZERO.
001000     05 WS-GRAND-TOTAL     PIC 9(12)V99 VALUE ZERO.

001010*---------------------------------------------------------------
001020*    REMITTANCE FILE RECORD LAYOUTS.  AMOUNTS ARE UNSIGNED
001030*    WITH TWO IMPLIED DECIMALS, AS ON THE BANK FILE.
001040*---------------------------------------------------------------
001050 01  REMIT-HEADER.
001060     05 RMH-RECORD-TYPE     PIC X(01) VALUE '1'.
001070     05 RMH-COMPANY-ID      PIC X(10).
001080     05 RMH-PAY-DATE        PIC 9(8).
001090     05 RMH-CREATION-DATE   PIC 9(8).
001100     05 FILLER              PIC X(63) VALUE SPACES.

001110 01  REMIT-DETAIL.
001120     05 RMD-RECORD-TYPE     PIC X(01) VALUE '2'.
001130     05 RMD-AGENCY-ID       PIC X(8).
001140     05 RMD-AGENCY-NAME     PIC X(20).
001150     05 RMD-CASE-NUMBER     PIC X(15).
001160     05 RMD-EMP-ID          PIC X(4).
001170     05 RMD-ORDER-NUMBER    PIC X(6).
001180     05 RMD-ORDER-TYPE      PIC X(01).
001190     05 RMD-AMOUNT          PIC 9(6)V99.
001200     05 RMD-PAY-DATE        PIC 9(8).
001210     05 FILLER              PIC X(19) VALUE SPACES.

001220 01  REMIT-TRAILER.
001230     05 RMT-RECORD-TYPE     PIC X(01) VALUE '3'.
001240     05 RMT-RECORD-COUNT    PIC 9(6).
001250     05 RMT-TOTAL-AMOUNT    PIC 9(12)V99.
001260     05 FILLER              PIC X(69) VALUE SPACES.

001270*---------------------------------------------------------------
001280*    REMITTANCE REPORT PRINT LINES
001290*---------------------------------------------------------------
001300 01  RPT-HEADING-1.
001310     05 FILLER              PIC X(48) VALUE
001320        "PAYROLL SYSTEMS GROUP - GARNISHMENT REMITTANCE  ".
001330     05 FILLER              PIC X(10) VALUE "PAY DATE: ".
001340     05 RH1-PAY-DATE        PIC 9999/99/99.

001350 01  RPT-AGENCY-LINE.
001360     05 FILLER              PIC X(08) VALUE "AGENCY: ".
001370     05 RAG-AGENCY-ID       PIC X(8).
001380     05 FILLER              PIC X(02) VALUE SPACES.
001390     05 RAG-AGENCY-NAME     PIC X(20).

001400 01  RPT-DETAIL-LINE.
001410     05 FILLER              PIC X(04) VALUE SPACES.
001420     05 RD-EMP-ID           PIC X(4).
001430     05 FILLER              PIC X(02) VALUE SPACES.
001440     05 RD-ORDER-NUMBER     PIC X(6).
001450     05 FILLER              PIC X(02) VALUE SPACES.
001460     05 RD-CASE-NUMBER      PIC X(15).
001470     05 FILLER              PIC X(02) VALUE SPACES.
001480     05 RD-AMOUNT           PIC $ZZZ,ZZ9.99.
001490     05 FILLER              PIC X(02) VALUE SPACES.
001500     05 RD-PAID-OFF         PIC X(08).

001510 01  RPT-AGENCY-TOTAL-LINE.
001520     05 FILLER              PIC X(04) VALUE SPACES.
001530     05 FILLER              PIC X(16) VALUE "AGENCY TOTAL  : ".
001540     05 RAT-COUNT           PIC ZZ,ZZ9.
001550     05 FILLER              PIC X(10) VALUE " ORDERS  $".
001560     05 RAT-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.

001570 01  RPT-GRAND-TOTAL-LINE.
001580     05 FILLER              PIC X(20) VALUE
001590        "GRAND TOTAL       : ".
001600     05 RGT-COUNT           PIC ZZZ,ZZ9.
001610     05 FILLER              PIC X(09) VALUE " ORDERS $".
001620     05 RGT-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

001630 01  RPT-COUNT-LINE.
001640     05 RCT-LABEL           PIC X(20).
001650     05 RCT-COUNT           PIC ZZZ,ZZ9.


001660 PROCEDURE DIVISION.

001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     SORT SORT-WORK-FILE
001700         ON ASCENDING KEY SW-AGENCY-ID SW-EMP-ID SW-ORDER-NUMBER
001710         INPUT PROCEDURE 2000-SELECT-ORDERS THRU 2000-EXIT
001720         OUTPUT PROCEDURE 3000-WRITE-REMITTANCE THRU 3000-EXIT
001730     PERFORM 8000-SUMMARY THRU 8000-EXIT
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT
001750     STOP RUN.

001760*---------------------------------------------------------------
001770*    1000-INITIALIZE
001780*        THE PAY DATE IS KEYED ON THE CONSOLE, THE SAME
001790*        CONVENTION AS EMPGLEXT.  THE ORDER FILE IS REQUIRED --
001800*        WITHOUT IT THERE IS NOTHING TO REMIT.
001810*---------------------------------------------------------------
001820 1000-INITIALIZE.
001830     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
001840     DISPLAY "ENTER PAY DATE TO REMIT (YYYYMMDD, BLANK = TODAY): "
001850     ACCEPT WS-REQUEST-DATE
001860     IF WS-REQUEST-DATE = SPACES
001870         MOVE WS-RUN-DATE-YYYYMMDD TO WS-PAY-DATE
001880     ELSE
001890         IF WS-REQUEST-DATE IS NOT NUMERIC
001900             DISPLAY "*** PAY DATE NOT NUMERIC: " WS-REQUEST-DATE
001910             MOVE 16 TO RETURN-CODE
001920             STOP RUN
001930         END-IF
001940         MOVE WS-REQUEST-DATE-N TO WS-PAY-DATE
001950     END-IF
001960     OPEN INPUT GARN-FILE
001970     IF WS-GARN-STATUS NOT = "00"
001980         DISPLAY "*** EMPGARN.TXT WILL NOT OPEN - SET UP"
001990             " ORDERS WITH GARNMAINT FIRST"
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF
002030     OPEN OUTPUT REMIT-FILE
002040     OPEN OUTPUT REPORT-FILE
002050     MOVE WS-COMPANY-ID TO RMH-COMPANY-ID
002060     MOVE WS-PAY-DATE TO RMH-PAY-DATE
002070     MOVE WS-RUN-DATE-YYYYMMDD TO RMH-CREATION-DATE
002080     MOVE REMIT-HEADER TO REMIT-RECORD
002090     WRITE REMIT-RECORD
002100     MOVE WS-PAY-DATE TO RH1-PAY-DATE
002110     MOVE RPT-HEADING-1 TO REPORT-LINE
002120     WRITE REPORT-LINE
002130     MOVE SPACES TO REPORT-LINE
002140     WRITE REPORT-LINE.
002150 1000-EXIT.
002160     EXIT.

002170*---------------------------------------------------------------
002180*    2000-SELECT-ORDERS  --  SORT INPUT PROCEDURE
002190*---------------------------------------------------------------
002200 2000-SELECT-ORDERS.
002210     PERFORM 2010-READ-ORDER THRU 2010-EXIT
002220     PERFORM 2020-SELECT-ONE THRU 2020-EXIT
002230         UNTIL WS-GARN-EOF.
002240 2000-EXIT.
002250     EXIT.

002260*---------------------------------------------------------------
002270*    2010-READ-ORDER
002280*---------------------------------------------------------------
002290 2010-READ-ORDER.
002300     READ GARN-FILE
002310         AT END SET WS-GARN-EOF TO TRUE
002320     END-READ.
002330 2010-EXIT.
002340     EXIT.

002350*---------------------------------------------------------------
002360*    2020-SELECT-ONE
002370*        AN ORDER IS REMITTED WHEN EMP.CBL TOOK A NON-ZERO
002380*        AMOUNT FOR IT ON THE PAY DATE.  ONE THAT WAS PAID OFF
002390*        BY THAT AMOUNT CLOSED ON THE SAME DATE.
002400*---------------------------------------------------------------
002410 2020-SELECT-ONE.
002420     IF GN-LAST-APPLIED-DATE = WS-PAY-DATE
002430             AND GN-LAST-AMOUNT > ZERO
002440         MOVE GN-AGENCY-ID TO SW-AGENCY-ID
002450         MOVE GN-EMP-ID TO SW-EMP-ID
002460         MOVE GN-ORDER-NUMBER TO SW-ORDER-NUMBER
002470         MOVE GN-AGENCY-NAME TO SW-AGENCY-NAME
002480         MOVE GN-CASE-NUMBER TO SW-CASE-NUMBER
002490         MOVE GN-ORDER-TYPE TO SW-ORDER-TYPE
002500         MOVE GN-LAST-AMOUNT TO SW-AMOUNT
002510         MOVE 'N' TO SW-PAID-OFF-SW
002520         IF GN-CLOSED AND GN-CLOSED-DATE = WS-PAY-DATE
002530                 AND GN-TOTAL-OWED > ZERO
002540             MOVE 'Y' TO SW-PAID-OFF-SW
002550         END-IF
002560         RELEASE SORT-RECORD
002570     END-IF
002580     PERFORM 2010-READ-ORDER THRU 2010-EXIT.
002590 2020-EXIT.
002600     EXIT.

002610*---------------------------------------------------------------
002620*    3000-WRITE-REMITTANCE  --  SORT OUTPUT PROCEDURE
002630*---------------------------------------------------------------
002640 3000-WRITE-REMITTANCE.
002650     PERFORM 3010-RETURN-ORDER THRU 3010-EXIT
002660     PERFORM 3020-PROCESS-RETURNED THRU 3020-EXIT
002670         UNTIL WS-SORT-EOF
002680     IF NOT WS-FIRST-RECORD
002690         PERFORM 3150-PRINT-AGENCY-TOTAL THRU 3150-EXIT
002700     END-IF.
002710 3000-EXIT.
002720     EXIT.

002730*---------------------------------------------------------------
002740*    3010-RETURN-ORDER
002750*---------------------------------------------------------------
002760 3010-RETURN-ORDER.
002770     RETURN SORT-WORK-FILE
002780         AT END SET WS-SORT-EOF TO TRUE
002790     END-RETURN.
002800 3010-EXIT.
002810     EXIT.

002820*---------------------------------------------------------------
002830*    3020-PROCESS-RETURNED
002840*---------------------------------------------------------------
002850 3020-PROCESS-RETURNED.
002860     PERFORM 3100-AGENCY-BREAK-CHECK THRU 3100-EXIT
002870     MOVE SW-AGENCY-ID TO RMD-AGENCY-ID
002880     MOVE SW-AGENCY-NAME TO RMD-AGENCY-NAME
002890     MOVE SW-CASE-NUMBER TO RMD-CASE-NUMBER
002900     MOVE SW-EMP-ID TO RMD-EMP-ID
002910     MOVE SW-ORDER-NUMBER TO RMD-ORDER-NUMBER
002920     MOVE SW-ORDER-TYPE TO RMD-ORDER-TYPE
002930     MOVE SW-AMOUNT TO RMD-AMOUNT
002940     MOVE WS-PAY-DATE TO RMD-PAY-DATE
002950     MOVE REMIT-DETAIL TO REMIT-RECORD
002960     WRITE REMIT-RECORD
002970     MOVE SW-EMP-ID TO RD-EMP-ID
002980     MOVE SW-ORDER-NUMBER TO RD-ORDER-NUMBER
002990     MOVE SW-CASE-NUMBER TO RD-CASE-NUMBER
003000     MOVE SW-AMOUNT TO RD-AMOUNT
003010     IF SW-PAID-OFF
003020         MOVE "PAID OFF" TO RD-PAID-OFF
003030         ADD 1 TO WS-PAID-OFF-COUNT
003040     ELSE
003050         MOVE SPACES TO RD-PAID-OFF
003060     END-IF
003070     MOVE RPT-DETAIL-LINE TO REPORT-LINE
003080     WRITE REPORT-LINE
003090     ADD 1 TO WS-ORDER-COUNT
003100     ADD 1 TO WS-AGENCY-ORDERS
003110     ADD SW-AMOUNT TO WS-AGENCY-TOTAL
003120     ADD SW-AMOUNT TO WS-GRAND-TOTAL
003130     PERFORM 3010-RETURN-ORDER THRU 3010-EXIT.
003140 3020-EXIT.
003150     EXIT.

003160*---------------------------------------------------------------
003170*    3100-AGENCY-BREAK-CHECK
003180*        A NEW PAYEE AGENCY CLOSES OFF THE LAST ONE'S SUBTOTAL
003190*        AND STARTS A NEW BLOCK ON THE REPORT.
003200*---------------------------------------------------------------
003210 3100-AGENCY-BREAK-CHECK.
003220     IF WS-FIRST-RECORD
003230         SET WS-FIRST-RECORD-SW TO 'N'
003240     ELSE
003250         IF SW-AGENCY-ID = WS-PREV-AGENCY-ID
003260             GO TO 3100-EXIT
003270         END-IF
003280         PERFORM 3150-PRINT-AGENCY-TOTAL THRU 3150-EXIT
003290     END-IF
003300     MOVE SW-AGENCY-ID TO WS-PREV-AGENCY-ID
003310     MOVE SW-AGENCY-NAME TO WS-PREV-AGENCY-NAME
003320     ADD 1 TO WS-AGENCY-COUNT
003330     MOVE SW-AGENCY-ID TO RAG-AGENCY-ID
003340     MOVE SW-AGENCY-NAME TO RAG-AGENCY-NAME
003350     MOVE RPT-AGENCY-LINE TO REPORT-LINE
003360     WRITE REPORT-LINE.
003370 3100-EXIT.
003380     EXIT.

003390*---------------------------------------------------------------
003400*    3150-PRINT-AGENCY-TOTAL
003410*---------------------------------------------------------------
003420 3150-PRINT-AGENCY-TOTAL.
003430     MOVE WS-AGENCY-ORDERS TO RAT-COUNT
003440     MOVE WS-AGENCY-TOTAL TO RAT-TOTAL
003450     MOVE RPT-AGENCY-TOTAL-LINE TO REPORT-LINE
003460     WRITE REPORT-LINE
003470     MOVE SPACES TO REPORT-LINE
003480     WRITE REPORT-LINE
003490     MOVE ZERO TO WS-AGENCY-ORDERS
003500     MOVE ZERO TO WS-AGENCY-TOTAL.
003510 3150-EXIT.
003520     EXIT.

003530*---------------------------------------------------------------
003540*    8000-SUMMARY
003550*---------------------------------------------------------------
003560 8000-SUMMARY.
003570     MOVE WS-ORDER-COUNT TO RMT-RECORD-COUNT
003580     MOVE WS-GRAND-TOTAL TO RMT-TOTAL-AMOUNT
003590     MOVE REMIT-TRAILER TO REMIT-RECORD
003600     WRITE REMIT-RECORD
003610     MOVE WS-ORDER-COUNT TO RGT-COUNT
003620     MOVE WS-GRAND-TOTAL TO RGT-TOTAL
003630     MOVE RPT-GRAND-TOTAL-LINE TO REPORT-LINE
003640     WRITE REPORT-LINE
003650     MOVE "AGENCIES PAID     : " TO RCT-LABEL
003660     MOVE WS-AGENCY-COUNT TO RCT-COUNT
003670     MOVE RPT-COUNT-LINE TO REPORT-LINE
003680     WRITE REPORT-LINE
003690     MOVE "ORDERS PAID OFF   : " TO RCT-LABEL
003700     MOVE WS-PAID-OFF-COUNT TO RCT-COUNT
003710     MOVE RPT-COUNT-LINE TO REPORT-LINE
003720     WRITE REPORT-LINE
003730     DISPLAY " ".
003740     DISPLAY "--- Garnishment Remittance Complete ---".
003750     DISPLAY "Pay Date         : " WS-PAY-DATE.
003760     DISPLAY "Orders Remitted  : " WS-ORDER-COUNT.
003770     DISPLAY "Agencies Paid    : " WS-AGENCY-COUNT.
003780     DISPLAY "Orders Paid Off  : " WS-PAID-OFF-COUNT.
003790     DISPLAY "Total Remitted   : " RGT-TOTAL.
003800 8000-EXIT.
003810     EXIT.

003820*---------------------------------------------------------------
003830*    9000-TERMINATE
003840*---------------------------------------------------------------
003850 9000-TERMINATE.
003860     CLOSE GARN-FILE
003870     CLOSE REMIT-FILE
003880     CLOSE REPORT-FILE.
003890 9000-EXIT.
003900     EXIT.

003910 END PROGRAM EmpGarn.
