000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCPOS                                       *
000400*    DESCRIPTION:  POINT-OF-SALE INTERFACE ROW - ONE ROW PER    *
000500*                  LOCATION / MONTH / WEEK-OF-MONTH / DAY /     *
000600*                  HOUR AS DELIVERED BY THE STORE POS SYSTEM,   *
000700*                  CARRYING THAT HOUR'S SALES UNITS AND VALUE   *
000800*                  AND ITS PURCHASE (RECEIPT) UNITS AND VALUE.  *
000900*                  POS-WEEK-NO IS THE TRADING WEEK NUMBER THE   *
001000*                  PURCHASE FIGURES BELONG TO - LOCDTL CARRIES  *
001100*                  PURCHASES BY WEEK-NO RATHER THAN BY MONTH.   *
001200*                  SR27LOD BUILDS THE LOCRAW LOCATION-DETAILS   *
001300*                  EXTRACT FROM THESE ROWS.                     *
001400*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
001500*    DATE-WRITTEN: 10/15/2026                                  *
001600*                                                                *
001700*    AMOUNTS ARE ZONED DISPLAY, NOT COMP-3, FOR THE SAME        *
001800*    LINE SEQUENTIAL REASON GIVEN IN LOCDTL.                    *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002200*                                                                *
002300*****************************************************************
002400 01  POS-INTERFACE-RECORD.
002500     05  POS-LOCATION-NUMBER        PIC 9(04).
002550     05  POS-LOCATION-ALPHA REDEFINES POS-LOCATION-NUMBER
002560                                    PIC X(04).
002600     05  FILLER                     PIC X(01).
002700     05  POS-MONTH-NO               PIC 9(02).
002800     05  POS-WEEK-OF-MONTH          PIC 9(01).
002900     05  POS-DAY-NO                 PIC 9(01).
003000     05  POS-HOUR-NO                PIC 9(02).
003100     05  FILLER                     PIC X(01).
003200     05  POS-WEEK-NO                PIC 9(02).
003300     05  FILLER                     PIC X(01).
003400     05  POS-SALES-UNITS            PIC S9(07).
003500     05  FILLER                     PIC X(01).
003600     05  POS-SALES-VALUE            PIC S9(07).
003700     05  FILLER                     PIC X(01).
003800     05  POS-PURCH-UNITS            PIC S9(07).
003900     05  FILLER                     PIC X(01).
004000     05  POS-PURCH-VALUE            PIC S9(07).
