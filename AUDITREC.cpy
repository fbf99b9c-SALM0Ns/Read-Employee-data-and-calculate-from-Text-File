000370*  09/02/2026 RDH   IMAGE FIELDS WIDENED TO 109 BYTES TO MATCH
000371*                   THE EMPLOYEE-RECORD NOW THAT IT CARRIES
000372*                   EMP-PAY-FREQUENCY (SEE EMPREC).
000373*  10/15/2026 RDH   IMAGES WIDENED TO 116 BYTES (EMP-PAY-TYPE,
000374*                   EMP-HOURLY-RATE).  ADDED THE BANK RTN AND BANK
000375*                   NOC ACTIONS (EMPRTN.CBL), AUD-SUBMITTED-BY
000376*                   (EMPMAINT.CBL) AND AUD-APPROVED-BY (EMPAPPR),
000377*                   BLANK ON OLDER ENTRIES AND ON BANK ACTIONS.
000378*===============================================================
000380 01  AUDIT-RECORD.
000390     05 AUD-DATE            PIC 9(8).
000400     05 FILLER              PIC X(01) VALUE SPACE.
000470        88 AUD-LEAVE-ACTION      VALUE 'LEAVE'.
000480        88 AUD-TERM-ACTION       VALUE 'TERMINATE'.
000490        88 AUD-REACT-ACTION      VALUE 'REACTIVATE'.
000491        88 AUD-BANK-RTN-ACTION   VALUE 'BANK RTN'.
000492        88 AUD-BANK-NOC-ACTION   VALUE 'BANK NOC'.
000500     05 FILLER              PIC X(01) VALUE SPACE.
000510     05 AUD-EMP-ID          PIC X(4).
000520     05 FILLER              PIC X(01) VALUE SPACE.
000521     05 AUD-BEFORE-IMAGE    PIC X(116).
000540     05 FILLER              PIC X(01) VALUE SPACE.
000541     05 AUD-AFTER-IMAGE     PIC X(116).
000542     05 FILLER              PIC X(01) VALUE SPACE.
000543     05 AUD-SUBMITTED-BY    PIC X(08).
000544     05 FILLER              PIC X(01) VALUE SPACE.
000545     05 AUD-APPROVED-BY     PIC X(08).
