000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCRET                                       *
000400*    DESCRIPTION:  RETENTION CONTROL RECORD - ONE ROW PER       *
000500*                  ACCUMULATING FILE THE SR31PRG HOUSEKEEPING   *
000600*                  RUN PURGES (LOCAUDT, LOCJRNL, LOCARCH,       *
000700*                  RUNLOG, STEPSTS), GIVING THE NUMBER OF       *
000800*                  MONTHS OF ROWS TO KEEP ON THE LIVE FILE.     *
000900*                  ROWS DATED BEFORE THE RUN DATE LESS THAT     *
001000*                  MANY MONTHS ARE COPIED TO THE DATED PURGE    *
001100*                  HISTORY (SEE LOCPHS) AND DROPPED FROM THE    *
001200*                  LIVE FILE.  A FILE WITH NO ROW, OR A KEEP    *
001300*                  PERIOD OF ZERO, IS CARRIED FORWARD WHOLE.    *
001400*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001500*    DATE-WRITTEN: 10/15/2026                                   *
001600*                                                                *
001700*    THE BACKUP DATE AND TIME ARE READ FROM THE LOCJRNL ROW     *
001800*    ONLY: THE POINT OF THE LAST LOCMSTR BACKUP OPS WOULD       *
001900*    RESTORE BEFORE AN SR21RCV FORWARD RECOVERY.  NO JOURNAL    *
002000*    ROW LATER THAN THAT POINT IS EVER PURGED, AND A ZERO       *
002100*    BACKUP DATE HOLDS THE WHOLE JOURNAL.                       *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002500*                                                                *
002600*****************************************************************
002700 01  RETENTION-CONTROL-RECORD.
002800     05  RET-FILE-ID                PIC X(08).
002900         88  RET-FOR-AUDIT-TRAIL     VALUE "LOCAUDT".
003000         88  RET-FOR-JOURNAL         VALUE "LOCJRNL".
003100         88  RET-FOR-ARCHIVE         VALUE "LOCARCH".
003200         88  RET-FOR-RUN-LOG         VALUE "RUNLOG".
003300         88  RET-FOR-STEP-STATUS     VALUE "STEPSTS".
003400     05  FILLER                     PIC X(01).
003500     05  RET-KEEP-MONTHS            PIC 9(03).
003600     05  FILLER                     PIC X(01).
003700     05  RET-BACKUP-DATE            PIC 9(08).
003800     05  FILLER                     PIC X(01).
003900     05  RET-BACKUP-TIME            PIC 9(06).
