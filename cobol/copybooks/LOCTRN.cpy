001300*                     TRANSACTION CAN STATE THE NEW LOCATION'S  *
001400*                     TRADING CALENDAR SHAPE INSTEAD OF ALWAYS  *
001500*                     TAKING THE SYSTEM DEFAULT.                *
001510*    10/15/2026  DRO  ADDED TRN-OPEN-DATE AND TRN-SELLING-AREA  *
001520*                     OUT OF THE TRAILING FILLER.  BLANK MEANS  *
001530*                     NOT SUPPLIED - SR10EDT ZEROES THEM AND    *
001540*                     SR02MNT LEAVES THE MASTER FIELD ALONE ON  *
001550*                     A CHANGE.                                 *
001600*                                                                *
001700*****************************************************************
001800 01  LOCATION-TRANSACTION-RECORD.
002700     05  TRN-DAYS                    PIC S9.
002800     05  TRN-HOURS                   PIC S99.
002900     05  TRN-USER-ID                 PIC X(08).
003000     05  TRN-OPEN-DATE               PIC 9(08).
003100     05  TRN-OPEN-DATE-X REDEFINES TRN-OPEN-DATE
003200                                     PIC X(08).
003300     05  TRN-SELLING-AREA            PIC 9(07).
003400     05  TRN-SELLING-AREA-X REDEFINES TRN-SELLING-AREA
003500                                     PIC X(07).
003600     05  FILLER                      PIC X(16).
