000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCBDL                                       *
000400*    DESCRIPTION:  BUSINESS-DATE LOG RECORD - ONE ROW EACH      *
000500*                  TIME SR22DRV BEGINS (EVENT B) OR COMPLETES   *
000600*                  (EVENT C) A BUSINESS DATE FROM THE BUSDATE   *
000700*                  CARD (SEE LOCBDT), WITH THE PROCESSING DATE  *
000800*                  AND TIME IT HAPPENED AND ANY OVERRIDE USER   *
000900*                  ID.  THE ACCUMULATING BDTLOG FILE IS NEVER   *
001000*                  CLEARED: IT IS HOW SR22DRV KNOWS WHICH       *
001100*                  BUSINESS DATES ARE ALREADY COMPLETE AND      *
001200*                  WHICH ONE IS STILL OPEN.                     *
001300*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001400*    DATE-WRITTEN: 10/15/2026                                   *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
001800*                                                                *
001900*****************************************************************
002000 01  BUSINESS-DATE-LOG-RECORD.
002100     05  BDL-BUSINESS-DATE          PIC 9(08).
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  BDL-EVENT                  PIC X(01).
002400         88  BDL-IS-BEGUN            VALUE "B".
002500         88  BDL-IS-COMPLETED        VALUE "C".
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  BDL-PROCESS-DATE           PIC 9(08).
002800     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  BDL-PROCESS-TIME           PIC 9(06).
003000     05  FILLER                     PIC X(01) VALUE SPACE.
003100     05  BDL-OVERRIDE-USER          PIC X(08).
