000100*===============================================================
000110*  COPYBOOK      : BANKRTN
000120*  AUTHOR        : R. DELACROIX-HAYES
000130*  INSTALLATION  : PAYROLL SYSTEMS GROUP
000140*  DATE-WRITTEN  : 10/15/2026
000150*---------------------------------------------------------------
000160*  PURPOSE.
000170*      BANK RETURN AND NOTIFICATION-OF-CHANGE FILE
000180*      (EMPBANKRTN.TXT), RECEIVED FROM THE BANK AFTER A DEPOSIT
000190*      FILE (EMPBANK.TXT) HAS GONE OUT, AND READ BY EMPRTN.CBL.
000200*      SAME SHAPE AS THE DEPOSIT FILE: HEADER '1', ONE ITEM '2'
000210*      PER RETURNED OR CORRECTED DEPOSIT, TRAILER '3'.
000220*
000230*      EACH ITEM ECHOES THE ORIGINAL DEPOSIT DETAIL -- EMP-ID,
000240*      NAME, ROUTING, ACCOUNT AND AMOUNT AS SENT -- AND THE
000250*      CREATION DATE FROM THE HEADER OF THE FILE IT WENT OUT
000260*      ON, SO IT CAN BE MATCHED BACK TO THAT DETAIL.
000270*        BRI-ITEM-TYPE R - RETURNED: THE DEPOSIT (OR PRENOTE)
000280*                          COULD NOT BE POSTED.  BRI-REASON-CODE
000290*                          IS THE BANK'S RETURN REASON (R01,
000300*                          R02, ...).
000310*        BRI-ITEM-TYPE C - NOTIFICATION OF CHANGE: THE DEPOSIT
000320*                          POSTED, BUT THE ACCOUNT DETAILS MUST
000330*                          BE CORRECTED BEFORE THE NEXT FILE.
000340*                          THE NON-BLANK BRI-NEW- FIELDS ARE THE
000350*                          CORRECTED VALUES (C01 ACCOUNT, C02
000360*                          ROUTING, C03 BOTH, C05 ACCOUNT TYPE).
000370*      AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
000380*---------------------------------------------------------------
000390*  MODIFICATION HISTORY.
000400*  DATE       INIT  DESCRIPTION
000410*  ---------- ----  -----------------------------------------
000420*  10/15/2026 RDH   ORIGINAL COPYBOOK.
000430*===============================================================
000440 01  BANK-RETURN-RECORD.
000450     05 BR-RECORD-TYPE      PIC X(01).
000460        88 BR-HEADER             VALUE '1'.
000470        88 BR-ITEM               VALUE '2'.
000480        88 BR-TRAILER            VALUE '3'.
000490     05 BR-RECORD-BODY      PIC X(99).

000500 01  BANK-RETURN-HEADER REDEFINES BANK-RETURN-RECORD.
000510     05 FILLER              PIC X(01).
000520     05 BRH-COMPANY-ID      PIC X(10).
000530     05 BRH-FILE-DATE       PIC 9(8).
000540     05 FILLER              PIC X(81).

000550 01  BANK-RETURN-ITEM REDEFINES BANK-RETURN-RECORD.
000560     05 FILLER              PIC X(01).
000570     05 BRI-ITEM-TYPE       PIC X(01).
000580        88 BRI-RETURN            VALUE 'R'.
000590        88 BRI-NOC               VALUE 'C'.
000600     05 BRI-REASON-CODE     PIC X(03).
000610     05 BRI-EMP-ID          PIC X(4).
000620     05 BRI-EMP-NAME        PIC X(15).
000630     05 BRI-ORIG-ROUTING    PIC X(09).
000640     05 BRI-ORIG-ACCOUNT    PIC X(17).
000650     05 BRI-ORIG-AMOUNT     PIC 9(8)V99.
000660     05 BRI-ORIG-FILE-DATE  PIC 9(8).
000670     05 BRI-NEW-ROUTING     PIC X(09).
000680     05 BRI-NEW-ACCOUNT     PIC X(17).
000690     05 BRI-NEW-ACCT-TYPE   PIC X(01).
000700     05 FILLER              PIC X(05).

000710 01  BANK-RETURN-TRAILER REDEFINES BANK-RETURN-RECORD.
000720     05 FILLER              PIC X(01).
000730     05 BRT-ITEM-COUNT      PIC 9(6).
000740     05 FILLER              PIC X(93).
