000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCPHS                                       *
000400*    DESCRIPTION:  PURGE HISTORY RECORD - ONE ROW FOR EVERY     *
000500*                  EXPIRED ROW THE SR31PRG HOUSEKEEPING RUN     *
000600*                  REMOVES FROM AN ACCUMULATING FILE, CARRYING  *
000700*                  THE SOURCE FILE NAME, THE PURGE DATE, THE    *
000800*                  CUTOFF DATE APPLIED AND THE ORIGINAL ROW     *
000900*                  UNCHANGED, SO A PURGED AUDIT, JOURNAL,       *
001000*                  ARCHIVE, RUN-LOG OR STEP-STATUS ROW CAN      *
001100*                  STILL BE FOUND.  OPS CATALOGS EACH RUN'S     *
001200*                  PRGHIST AS A NEW DATED GENERATION.           *
001300*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001400*    DATE-WRITTEN: 10/15/2026                                   *
001500*                                                                *
001600*    THE ROW IMAGE MUST BE KEPT AS WIDE AS THE WIDEST PURGED    *
001700*    RECORD - THE LOCJRN JOURNAL ROW (148 BYTES).               *
001800*                                                                *
001900*    MODIFICATION HISTORY.                                      *
002000*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002100*                                                                *
002200*****************************************************************
002300 01  PURGE-HISTORY-RECORD.
002400     05  PHS-FILE-ID                PIC X(08).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  PHS-PURGE-DATE             PIC 9(08).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002800     05  PHS-CUTOFF-DATE            PIC 9(08).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  PHS-ROW-IMAGE              PIC X(148).
