000290*      REBUILDS THE INDEXED MASTER FROM A CHOSEN GENERATION
000300*      AND PROVES THE RELOAD AGAINST THOSE CONTROL FIGURES.
000310*      BACKUP RECORDS ARE THE RAW EMPLOYEE-RECORD BYTES IN AN
000311*      120-BYTE AREA, SO A WIDER MASTER RECORD LAYOUT DOES NOT
000330*      FORCE A BACKUP FILE CONVERSION.
000340*---------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000390*                   IN EMPREST.CBL AT THE SAME TIME.  OLD
000392*                   80-BYTE GENERATIONS STILL RELOAD -- THE NEW
000394*                   TRAILING FIELDS COME BACK AS SPACES, WHICH
000395*                   IS THE SAME "OLDER THAN THE FIELD" STATE
000396*                   THE REST OF THE SYSTEM ALREADY GUARDS FOR.
000397*  10/15/2026 RDH   EMPLOYEE-RECORD NOW 116 BYTES; STILL FITS THE
000398*                   120-BYTE BACKUP AREAS.  SAME IN EMPREST.CBL.
000399*===============================================================
000400 PROGRAM-ID. EmpBkup.
000410 ENVIRONMENT DIVISION.
