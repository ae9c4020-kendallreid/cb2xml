000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCGLH                                       *
000400*    DESCRIPTION:  GENERAL LEDGER POSTING HISTORY RECORD - ONE  *
000500*                  ROW PER LOCATION, POSTING CODE AND PERIOD,   *
000600*                  HOLDING THE CUMULATIVE AMOUNT THE CORPORATE  *
000700*                  LEDGER HAS ACKNOWLEDGED AS POSTED FOR THAT   *
000800*                  KEY ACROSS EVERY GLPOST FEED SENT SO FAR     *
000900*                  (THE ORIGINAL POSTING PLUS ANY               *
001000*                  ADJUSTMENTS).  SR18ACK CARRIES THE HISTORY   *
001100*                  FORWARD (GLHIST TO GLHNEW) AS IT PAIRS EACH  *
001200*                  FEED TO ITS ACKNOWLEDGMENTS; SR14GLX READS   *
001300*                  IT IN DELTA MODE TO POST ONLY THE            *
001400*                  DIFFERENCE BETWEEN THE REVISED FIGURE AND    *
001500*                  WHAT THE LEDGER ALREADY HOLDS.  ROWS ARE     *
001600*                  KEPT IN GLPOST ORDER - LOCATION, CODE ORDER  *
001700*                  (1=SLS, 2=PUR), PERIOD - SO BOTH PROGRAMS    *
001800*                  READ IT IN ONE SEQUENTIAL PASS.              *
001900*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002000*    DATE-WRITTEN: 10/15/2026                                   *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002400*                                                                *
002500*****************************************************************
002600 01  GL-HISTORY-RECORD.
002700     05  GLH-HISTORY-KEY.
002800         10  GLH-LOCATION-NUMBER    PIC 9(04).
002900         10  GLH-CODE-ORDER         PIC 9(01).
003000         10  GLH-PERIOD-NO          PIC 9(02).
003100     05  GLH-POSTING-CODE           PIC X(04).
003200     05  GLH-POSTED-AMOUNT          PIC S9(09)V99.
003300     05  GLH-POSTING-COUNT          PIC 9(05).
003400     05  FILLER                     PIC X(01).
003500     05  GLH-FIRST-POST-DATE        PIC 9(08).
003600     05  GLH-LAST-POST-DATE         PIC 9(08).
