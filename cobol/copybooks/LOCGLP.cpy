002060*                     MASTER (SEE LOCDRM) SO THE LEDGER SIDE    *
002080*                     READS "NORTHEAST", NOT "07".  AN UNMAPPED *
002090*                     LOCATION CARRIES SPACES.                  *
002092*    10/15/2026  DRO  TRAILER FILLER BYTE NOW CARRIES THE       *
002094*                     POSTING MODE - "F" FULL AMOUNTS, "D"      *
002096*                     DELTA (ADJUSTMENTS AGAINST THE LOCGLH     *
002098*                     POSTING HISTORY ONLY).                    *
002100*                                                                *
002200*****************************************************************
002300 01  GL-POSTING-RECORD.
003800     05  GLT-POSTING-COUNT          PIC 9(09).
003900     05  GLT-POSTED-AMOUNT          PIC S9(11)V99.
004000     05  GLT-CONTROL-AMOUNT         PIC S9(11)V99.
004100     05  GLT-POSTING-MODE           PIC X(01).
004110         88  GLT-FULL-POSTING        VALUE "F".
004120         88  GLT-DELTA-POSTING       VALUE "D".
004200     05  GLT-RUN-DATE               PIC 9(08).
