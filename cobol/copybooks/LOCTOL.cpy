000300*    COPYBOOK:     LOCTOL                                       *
000400*    DESCRIPTION:  TOLERANCE PARAMETER CONTROL RECORD, SHARED   *
000500*                  BY SR06ALT (PURCHASE-OVER-SALES ALERT        *
000600*                  PERCENT), SR03TRD (TREND SWING PERCENT) AND  *
000650*                  SR28UCR (PURCHASE UNIT-COST PERCENT).        *
000700*                  DISTRICT 00 IS THE SYSTEM DEFAULT AND MUST   *
000800*                  BE PRESENT; ANY OTHER ROW OVERRIDES BOTH     *
000900*                  TOLERANCES FOR THAT DISTRICT, RESOLVED PER   *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*    08/22/2026  DRO  ORIGINAL COPYBOOK.                        *
001910*    10/15/2026  DRO  ADDED TOL-UNIT-COST-PERCENT FOR SR28UCR.  *
001920*                     ROWS KEYED BEFORE THE COLUMN EXISTED READ *
001930*                     IT AS SPACES - SR28UCR TREATS A BLANK OR  *
001940*                     ZERO DEFAULT ROW AS ITS BUILT-IN PERCENT  *
001950*                     AND A BLANK OR ZERO OVERRIDE AS "USE THE  *
001960*                     DEFAULT".                                 *
002000*                                                                *
002100*****************************************************************
002200 01  TOLERANCE-CONTROL-RECORD.
002600     05  TOL-ALERT-PERCENT          PIC S9(3)V99.
002700     05  FILLER                     PIC X(01).
002800     05  TOL-SWING-PERCENT          PIC S9(3)V99.
002900     05  FILLER                     PIC X(01).
003000     05  TOL-UNIT-COST-PERCENT      PIC S9(3)V99.
