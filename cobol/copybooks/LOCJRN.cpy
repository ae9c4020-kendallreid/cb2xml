001800*    DATE-WRITTEN: 09/02/2026                                  *
001900*                                                                *
002000*    THE IMAGE LENGTH BELOW MUST BE KEPT IN STEP WITH THE      *
002100*    LOCHDR MASTER RECORD (61 BYTES).  A BEFORE IMAGE OF       *
002200*    SPACES MARKS AN ADD; AN AFTER IMAGE OF SPACES MARKS A     *
002300*    DELETE.                                                   *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    09/02/2026  DRO  ORIGINAL COPYBOOK.                        *
002610*    10/15/2026  DRO  IMAGES WIDENED FROM 46 TO 61 BYTES FOR    *
002620*                     THE LOCHDR OPEN DATE AND SELLING AREA.    *
002700*                                                                *
002800*****************************************************************
002900 01  LOCATION-JOURNAL-RECORD.
003500     05  JRN-RUN-DATE               PIC 9(08).
003600     05  JRN-RUN-TIME               PIC 9(06).
003700     05  JRN-SEQUENCE-NUMBER        PIC 9(07).
003800     05  JRN-BEFORE-IMAGE           PIC X(61).
003900     05  JRN-AFTER-IMAGE            PIC X(61).
