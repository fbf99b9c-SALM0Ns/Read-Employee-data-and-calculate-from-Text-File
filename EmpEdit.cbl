000340*                      THE COMPANY CEILING; RATES AND OTHER-
000350*                      DEDUCTION NUMERIC AND WITHIN CEILINGS
000360*                      (ZERO MEANS "STANDARD RATE" AND PASSES).
000361*        CHANGE      - SUBMITTED-BY (THE KEYING OPERATOR)
000362*                      NON-BLANK.
000370*        CHANGE      - NUMERIC FIELDS NUMERIC (ZERO MEANS "NO
000380*                      CHANGE"); A NON-ZERO SALARY OR RATE MUST
000390*                      BE WITHIN THE SAME CEILINGS AS AN ADD.
000391*        ADD/CHANGE  - PAY TYPE S, H OR BLANK; HOURLY RATE
000392*                      NUMERIC AND WITHIN ITS CEILING.  AN
000393*                      HOURLY ADD NEEDS A RATE BUT NO SALARY.
000395*        ADD/CHANGE  - BANK FIELDS ALL BLANK, OR A FULL SET
000396*                      WITH A VALID ROUTING CHECK DIGIT AND AN
000397*                      ACCOUNT TYPE OF C OR S.
000590*                   TO FIT ITS LONGEST LITERAL SO THE EDIT
000600*                   REPORT'S TOTAL COLUMNS LINE UP.
000602*  09/02/2026 RDH   TRANSREC GAINED TR-HIRE-DATE (SEE EMPMAINT).
000603*                   IT IS EDITED FOR IS NUMERIC ON ADD AND
000604*                   CHANGE (ZERO IS VALID -- "DEFAULT" ON AN
000605*                   ADD, "NO CHANGE" ON A CHANGE), AND
000606*                   RJ-TRANS-IMAGE WIDENED WITH THE RECORD.
000607*  09/02/2026 RDH   TRANSREC GAINED THE DIRECT-DEPOSIT BANK
000608*                   FIELDS (SEE EMPMAINT).  ON ADD AND CHANGE
000609*                   THE THREE TRAVEL TOGETHER: ALL BLANK PASSES
000610*                   (NO DETAILS / NO CHANGE); OTHERWISE THE
000611*                   ROUTING NUMBER MUST BE NINE DIGITS AND PASS
000612*                   THE ABA CHECK-DIGIT TEST (3-7-1 WEIGHTS,
000613*                   SUM MOD 10 = 0), THE ACCOUNT MUST BE
000614*                   PRESENT, AND THE ACCOUNT TYPE MUST BE C OR
000615*                   S.  A TYPO THE BANK USED TO FIND ON ITS
000616*                   PAPER FORM IS NOW STOPPED AT THE DOOR.
000617*                   RJ-TRANS-IMAGE WIDENED WITH THE RECORD.
000618*  09/02/2026 RDH   TRANSREC GAINED TR-PAY-FREQUENCY (SEE
000619*                   EMPMAINT AND THE PAYCAL COPYBOOK).  ON ADD
000620*                   AND CHANGE IT MUST BE M, S, B OR BLANK
000621*                   (BLANK = MONTHLY ON AN ADD, NO CHANGE ON A
000622*                   CHANGE).  RJ-TRANS-IMAGE WIDENED WITH THE
000623*                   RECORD.
000624*  09/02/2026 RDH   AUTOMATIC RECYCLE OF REJECTS.  MOST REJECTS
000625*                   ARE ORDERING PROBLEMS (THE DEPT ADD LANDS
000626*                   TOMORROW) THAT WOULD PASS CLEAN THE NEXT
000627*                   NIGHT, SO A REJECTED TRANSACTION IS NO
000628*                   LONGER SIMPLY GONE: IT IS WRITTEN, WITH AN
000629*                   AGE COUNTER, TO EMPTRANSRECYCLE.TXT, AND
000630*                   EACH RUN EDITS THE RECYCLE FILE AHEAD OF
000631*                   THE NEW EMPTRANS.TXT.  A RECYCLED
000632*                   TRANSACTION THAT PASSES GOES TO THE CLEAN
000633*                   FILE AS USUAL (CLEARED ON RETRY); ONE THAT
000634*                   FAILS AGAIN AGES BY ONE NIGHT AND IS
000635*                   DROPPED WITH A REPORT LINE ONCE IT PASSES
000636*                   WS-MAX-RECYCLE-NIGHTS.  THE NEW RECYCLE
000637*                   STATUS REPORT (EMPRECYCLERPT.TXT) SHOWS
000638*                   WHAT CLEARED, WHAT IS STILL PENDING AND
000639*                   WHAT AGED OFF.  THE REJECT FILE AND EDIT
000640*                   REPORT ARE UNCHANGED -- THE CLERK'S VIEW
000641*                   STAYS THE SAME.
000642*  10/15/2026 RDH   TRANSREC GAINED TR-PAY-TYPE, TR-HOURLY-RATE
000643*                   AND TR-SUBMITTED-BY.  PAY TYPE S, H OR BLANK,
000644*                   RATE NUMERIC AND IN RANGE; AN HOURLY ADD NEEDS
000645*                   A RATE, NOT A SALARY.  A CHANGE MUST NAME ITS
000646*                   OPERATOR.  REJECT/RECYCLE IMAGES WIDENED.
000647*===============================================================
000648 PROGRAM-ID. EmpEdit.
000649 ENVIRONMENT DIVISION.
000984         ==TR-BANK-ROUTING== BY ==CT-BANK-ROUTING==
000986         ==TR-BANK-ACCOUNT== BY ==CT-BANK-ACCOUNT==
000988         ==TR-BANK-ACCT-TYPE== BY ==CT-BANK-ACCT-TYPE==
000989         ==TR-PAY-FREQUENCY== BY ==CT-PAY-FREQUENCY==
000990         ==TR-PAY-TYPE== BY ==CT-PAY-TYPE==
000991         ==TR-HOURLY-RATE== BY ==CT-HOURLY-RATE==
000992         ==TR-SUBMITTED-BY== BY ==CT-SUBMITTED-BY==.

000993 FD  REJECT-FILE.
001000 01  REJECT-RECORD.
001001     05 RJ-TRANS-IMAGE      PIC X(115).
001020     05 FILLER              PIC X(01) VALUE SPACE.
001030     05 RJ-REASON           PIC X(30).

001053 01  RECYCLE-RECORD.
001054     05 RCY-AGE             PIC 9(2).
001055     05 FILLER              PIC X(01).
001056     05 RCY-TRANS-IMAGE     PIC X(115).

001057 FD  RECYCLE-RPT-FILE.
001058 01  RECYCLE-RPT-LINE       PIC X(80).
001187     05 WS-RCY-IN-COUNT PIC 9(3) COMP VALUE ZERO.
001188     05 WS-RCY-IN-ENTRY OCCURS 500 TIMES.
001189        10 RCY-IN-AGE        PIC 9(2).
001190        10 RCY-IN-IMAGE      PIC X(115).

001191 01  WS-RECYCLE-OUT-TABLE.
001192     05 WS-RCY-OUT-COUNT PIC 9(3) COMP VALUE ZERO.
001193     05 WS-RCY-OUT-ENTRY OCCURS 500 TIMES.
001194        10 RCY-OUT-AGE       PIC 9(2).
001195        10 RCY-OUT-IMAGE     PIC X(115).
001196        10 RCY-OUT-REASON    PIC X(30).

001197 01  WS-RECYCLE-RPT-LINES.
001230 77  WS-MAX-SALARY          PIC 9(8)V99 VALUE 1000000.00.
001240 77  WS-MAX-RATE            PIC 9V999 VALUE 0.500.
001250 77  WS-MAX-OTHER-DEDUCTION PIC 9(6)V99 VALUE 100000.00.
001251 77  WS-MAX-HOURLY-RATE     PIC 9(4)V99 VALUE 500.00.

001252*---------------------------------------------------------------
001253*    ABA ROUTING CHECK-DIGIT WORKING STORAGE.  THE NINE DIGITS
002430         SET WS-TRANS-INVALID TO TRUE
002440         GO TO 3200-EXIT
002450     END-IF
002451     IF (TR-EMP-SALARY = ZERO AND TR-PAY-TYPE NOT = 'H')
002470             OR TR-EMP-SALARY > WS-MAX-SALARY
002480         MOVE "SALARY OUT OF RANGE" TO WS-REJECT-REASON
002490         SET WS-TRANS-INVALID TO TRUE
002500         GO TO 3200-EXIT
002510     END-IF
002520     PERFORM 3400-EDIT-RATE-FIELDS THRU 3400-EXIT
002521     IF WS-TRANS-VALID
002522         PERFORM 3760-EDIT-PAY-TYPE THRU 3760-EXIT
002523     END-IF
002524     IF WS-TRANS-VALID AND TR-PAY-TYPE = 'H'
002525             AND TR-HOURLY-RATE = ZERO
002526         MOVE "HOURLY RATE MISSING ON ADD" TO WS-REJECT-REASON
002527         SET WS-TRANS-INVALID TO TRUE
002528     END-IF
002530     IF WS-TRANS-VALID
002540         PERFORM 3500-EDIT-STATUS-TRANS THRU 3500-EXIT
002550     END-IF
002600*        ZERO MEANS "NO CHANGE" FOR A NUMERIC FIELD ON A CHANGE
002610*        TRANSACTION (THE CONVENTION EMPMAINT APPLIES), SO ZERO
002620*        PASSES; A NON-ZERO VALUE FACES THE SAME CEILINGS AS AN
002621*        ADD.  THE KEYING OPERATOR MUST BE ON EVERY CHANGE.
002640*---------------------------------------------------------------
002650 3300-EDIT-CHANGE.
002651     IF TR-SUBMITTED-BY = SPACES
002652         MOVE "SUBMITTED-BY MISSING ON CHANGE" TO WS-REJECT-REASON
002653         SET WS-TRANS-INVALID TO TRUE
002654         GO TO 3300-EXIT
002655     END-IF
002660     IF TR-EMP-SALARY IS NOT NUMERIC
002670         MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
002680         SET WS-TRANS-INVALID TO TRUE
002730         SET WS-TRANS-INVALID TO TRUE
002740         GO TO 3300-EXIT
002750     END-IF
002751     PERFORM 3760-EDIT-PAY-TYPE THRU 3760-EXIT
002760     PERFORM 3400-EDIT-RATE-FIELDS THRU 3400-EXIT
002762     IF WS-TRANS-VALID
002764         PERFORM 3600-EDIT-HIRE-DATE THRU 3600-EXIT
003369     EXIT.

003370*---------------------------------------------------------------
003371*    3760-EDIT-PAY-TYPE
003372*        SHARED BY ADD AND CHANGE.  BLANK PAY TYPE IS VALID --
003373*        EMPMAINT TAKES IT AS SALARIED ON AN ADD AND NO CHANGE
003374*        ON A CHANGE.  A ZERO RATE PASSES HERE ("NO CHANGE" ON A
003375*        CHANGE); 3200-EDIT-ADD INSISTS ON ONE FOR AN HOURLY ADD.
003376*---------------------------------------------------------------
003377 3760-EDIT-PAY-TYPE.
003378     IF TR-PAY-TYPE NOT = SPACE
003379             AND TR-PAY-TYPE NOT = 'S'
003380             AND TR-PAY-TYPE NOT = 'H'
003381         MOVE "PAY TYPE NOT S/H" TO WS-REJECT-REASON
003382         SET WS-TRANS-INVALID TO TRUE
003383         GO TO 3760-EXIT
003384     END-IF
003385     IF TR-HOURLY-RATE IS NOT NUMERIC
003386         MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
003387         SET WS-TRANS-INVALID TO TRUE
003388         GO TO 3760-EXIT
003389     END-IF
003390     IF TR-HOURLY-RATE > WS-MAX-HOURLY-RATE
003391         MOVE "HOURLY RATE OUT OF RANGE" TO WS-REJECT-REASON
003392         SET WS-TRANS-INVALID TO TRUE
003393     END-IF.
003394 3760-EXIT.
003395     EXIT.

003396*---------------------------------------------------------------
003397*    3800-WRITE-CLEAN-TRANS
003398*---------------------------------------------------------------
003399 3800-WRITE-CLEAN-TRANS.
003400     MOVE TRANS-RECORD TO CLEAN-TRANS-RECORD
003401     WRITE CLEAN-TRANS-RECORD
003402     ADD 1 TO WS-CLEAN-COUNT.
003403 3800-EXIT.
003404     EXIT.

003405*---------------------------------------------------------------
003406*    3900-WRITE-REJECT
003407*---------------------------------------------------------------
003408 3900-WRITE-REJECT.
003410     MOVE SPACES TO REJECT-RECORD
003420     MOVE TRANS-RECORD TO RJ-TRANS-IMAGE
003430     MOVE WS-REJECT-REASON TO RJ-REASON
