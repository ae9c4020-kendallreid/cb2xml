000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCBDT                                       *
000400*    DESCRIPTION:  BUSINESS-DATE CONTROL CARD - THE SINGLE      *
000500*                  BUSDATE RECORD NAMING THE BUSINESS DAY THE   *
000600*                  NIGHT'S STREAM IS PROCESSING.  SR22DRV       *
000700*                  VALIDATES IT AT STREAM START (FUNCTION B)    *
000800*                  AND MARKS IT COMPLETE AT STREAM END          *
000900*                  (FUNCTION C) ON THE BDTLOG BUSINESS-DATE     *
001000*                  LOG (SEE LOCBDL); EVERY STEP READS IT AND    *
001100*                  STAMPS THAT DATE ON ITS AUDIT, JOURNAL, GL,  *
001200*                  SNAPSHOT, ARCHIVE, SUSPENSE AND RUN-LOG      *
001300*                  ROWS IN PLACE OF THE CLOCK, SO A NIGHT RUN   *
001400*                  LATE, OR TWO NIGHTS RUN BACK-TO-BACK AFTER   *
001500*                  AN OUTAGE, STILL CARRIES THE RIGHT BUSINESS  *
001600*                  DAY.                                         *
001700*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001800*    DATE-WRITTEN: 10/15/2026                                   *
001900*                                                                *
002000*    THE OVERRIDE USER ID IS NEEDED ONLY TO RERUN A BUSINESS    *
002100*    DATE ALREADY COMPLETED, TO GO BACK TO AN EARLIER ONE, OR   *
002200*    TO START A NEW DATE WHILE AN EARLIER ONE IS STILL OPEN.    *
002300*    SR22DRV RECORDS IT ON THE BDTLOG ROW.                      *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002700*                                                                *
002800*****************************************************************
002900 01  BUSINESS-DATE-RECORD.
003000     05  BDT-BUSINESS-DATE          PIC 9(08).
003100     05  BDT-BUSINESS-DATE-PARTS REDEFINES BDT-BUSINESS-DATE.
003200         10  BDT-BUSINESS-YEAR      PIC 9(04).
003300         10  BDT-BUSINESS-MONTH     PIC 9(02).
003400         10  BDT-BUSINESS-DAY       PIC 9(02).
003500     05  FILLER                     PIC X(01).
003600     05  BDT-OVERRIDE-USER          PIC X(08).
