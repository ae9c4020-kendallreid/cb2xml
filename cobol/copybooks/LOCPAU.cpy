000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCPAU                                       *
000400*    DESCRIPTION:  PERIOD CLOSE AUDIT RECORD - ONE ROW EACH     *
000500*                  TIME SR34PCL CLOSES (EVENT C) OR REOPENS     *
000600*                  (EVENT R) A PERIOD ON PERCTL (SEE LOCPER):   *
000700*                  THE BUSINESS DATE, THE PROCESSING DATE AND   *
000800*                  TIME, THE PERIOD, THE USER ID THAT DID IT,   *
000900*                  THE STATUS BEFORE AND AFTER, AND THE REASON  *
001000*                  GIVEN.  A REOPEN MUST CARRY A REASON.  THE   *
001100*                  ACCUMULATING PERLOG FILE IS OPENED EXTEND    *
001200*                  AND NEVER CLEARED, THE SAME AS BDTLOG.       *
001300*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001400*    DATE-WRITTEN: 10/15/2026                                   *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
001800*                                                                *
001900*****************************************************************
002000 01  PERIOD-AUDIT-RECORD.
002100     05  PAU-BUSINESS-DATE          PIC 9(08).
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  PAU-PROCESS-DATE           PIC 9(08).
002400     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  PAU-PROCESS-TIME           PIC 9(06).
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  PAU-PERIOD-NO              PIC 9(02).
002800     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  PAU-EVENT                  PIC X(01).
003000         88  PAU-IS-CLOSE           VALUE "C".
003100         88  PAU-IS-REOPEN          VALUE "R".
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003300     05  PAU-USER-ID                PIC X(08).
003400     05  FILLER                     PIC X(01) VALUE SPACE.
003500     05  PAU-OLD-STATUS             PIC X(01).
003600     05  FILLER                     PIC X(01) VALUE SPACE.
003700     05  PAU-NEW-STATUS             PIC X(01).
003800     05  FILLER                     PIC X(01) VALUE SPACE.
003900     05  PAU-REASON-TEXT            PIC X(40).
