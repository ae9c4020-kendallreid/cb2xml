000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCPER                                       *
000400*    DESCRIPTION:  PERIOD CONTROL RECORD - ONE ROW PER FISCAL   *
000500*                  MONTH OF THE CURRENT FISCAL YEAR, SAYING     *
000600*                  WHETHER THE PERIOD IS OPEN OR CLOSED, WHO    *
000700*                  CLOSED IT AND WHEN, AND WHO LAST REOPENED    *
000800*                  IT.  FINANCE SETS UP THE TWELVE ROWS AT THE  *
000900*                  START OF EACH FISCAL YEAR (PERIOD NUMBER,    *
001000*                  BUSINESS-DATE SPAN, PURCHASE WEEK-NO SPAN,   *
001100*                  STATUS O) AND THE PERCTL FILE IS STARTED     *
001200*                  AFRESH, THE SAME AS GLHIST, BECAUSE GL       *
001300*                  PERIOD NUMBERS CARRY NO YEAR.  FROM THEN ON  *
001400*                  ONLY SR34PCL CHANGES IT, WRITING THE NEW     *
001500*                  GENERATION TO PERNEW FOR OPS TO SWAP IN.     *
001600*                  SR14GLX, SR13SNP AND SR19PLN REFUSE INPUT    *
001700*                  FOR A CLOSED PERIOD.  A PERIOD WITH NO ROW   *
001800*                  IS OPEN, AND A ZERO DATE OR WEEK SPAN MEANS  *
001900*                  THE PERIOD IS NOT POLICED THAT WAY.          *
002000*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002100*    DATE-WRITTEN: 10/15/2026                                   *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002500*                                                                *
002600*****************************************************************
002700 01  PERIOD-CONTROL-RECORD.
002800     05  PER-PERIOD-NO              PIC 9(02).
002900     05  FILLER                     PIC X(01).
003000     05  PER-STATUS                 PIC X(01).
003100         88  PER-IS-OPEN            VALUE "O".
003200         88  PER-IS-CLOSED          VALUE "C".
003300     05  FILLER                     PIC X(01).
003400     05  PER-START-DATE             PIC 9(08).
003500     05  FILLER                     PIC X(01).
003600     05  PER-END-DATE               PIC 9(08).
003700     05  FILLER                     PIC X(01).
003800     05  PER-FIRST-WEEK-NO          PIC 9(02).
003900     05  FILLER                     PIC X(01).
004000     05  PER-LAST-WEEK-NO           PIC 9(02).
004100     05  FILLER                     PIC X(01).
004200     05  PER-CLOSED-BY              PIC X(08).
004300     05  FILLER                     PIC X(01).
004400     05  PER-CLOSED-DATE            PIC 9(08).
004500     05  FILLER                     PIC X(01).
004600     05  PER-REOPENED-BY            PIC X(08).
004700     05  FILLER                     PIC X(01).
004800     05  PER-REOPENED-DATE          PIC 9(08).
004900     05  FILLER                     PIC X(01).
005000     05  PER-REOPEN-COUNT           PIC 9(03).
