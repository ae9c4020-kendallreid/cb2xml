002760*                     LEASE RECONCILIATION AND FOR REOPENING    *
002770*                     UNDER THE SAME NUMBER; SR11ARC MOVES      *
002780*                     LONG-CLOSED LOCATIONS TO THE ARCHIVE.     *
002781*    10/15/2026  DRO  ADDED LOCATION-OPEN-DATE AND              *
002782*                     LOCATION-SELLING-AREA (SQUARE FEET),      *
002783*                     MAINTAINED THROUGH LOCTRAN ADDS AND       *
002784*                     CHANGES, SO SR29CMP CAN SEPARATE          *
002785*                     COMPARABLE STORES FROM NEW OPENINGS AND   *
002786*                     REPORT SALES PER SQUARE FOOT.  RECORD IS  *
002787*                     NOW 61 BYTES.                             *
002800*                                                                *
002900*****************************************************************
003000 01  LOCATION-MASTER-RECORD.
003900         88  LOCATION-IS-OPEN         VALUE "O".
004000         88  LOCATION-IS-CLOSED       VALUE "C".
004100     05  LOCATION-CLOSE-DATE         PIC 9(08).
004200     05  LOCATION-OPEN-DATE          PIC 9(08).
004300     05  LOCATION-SELLING-AREA       PIC 9(07).
