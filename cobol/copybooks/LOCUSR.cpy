000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCUSR                                       *
000400*    DESCRIPTION:  AUTHORIZED-USER CONTROL RECORD - ONE ROW     *
000500*                  PER USER ID THAT MAY PUT INPUT INTO THE      *
000600*                  STORE-REPORTING SYSTEM, WITH ITS STATUS AND  *
000700*                  THE FUNCTIONS IT MAY PERFORM.  EVERY         *
000800*                  PROGRAM THAT ACCEPTS A USER ID LOADS THE     *
000900*                  USRAUTH FILE AND REFUSES INPUT FROM A USER   *
001000*                  ID THAT IS NOT ON IT, IS NOT ACTIVE, OR      *
001100*                  DOES NOT CARRY "Y" IN THE FLAG FOR THAT      *
001200*                  PROGRAM'S FUNCTION; EVERY REFUSAL IS LOGGED  *
001300*                  TO SECEXCP (SEE LOCSEC).  FUNCTION FLAG      *
001400*                  POSITIONS ARE FIXED AND ARE USED AS          *
001500*                  SUBSCRIPTS: 1 = LOCATION MAINTENANCE         *
001600*                  (SR10EDT), 2 = REJECT REPAIR (SR09FIX), 3 =  *
001700*                  PLAN SUBMISSION (SR19PLN), 4 = SUSPENSE      *
001800*                  WRITE-OFF (SR24SUS), 5 = ARCHIVE RESTORE     *
001900*                  (SR26RST).  A REVOKED USER STAYS ON THE      *
002000*                  FILE SO ITS REFUSALS ARE REPORTED AS         *
002100*                  REVOKED RATHER THAN UNKNOWN.                 *
002200*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002300*    DATE-WRITTEN: 10/15/2026                                   *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002610*    10/15/2026  DRO  FUNCTION FLAG 6 = PERIOD CLOSE AND        *
002620*                     REOPEN (SR34PCL) TAKES THE SPARE BYTE     *
002630*                     AHEAD OF THE USER NAME, SO THE ROW IS     *
002640*                     THE SAME LENGTH AND AN EXISTING ROW       *
002650*                     CARRIES NO PERIOD AUTHORITY UNTIL IT IS   *
002660*                     SET TO "Y".                               *
002700*                                                                *
002800*****************************************************************
002900 01  USER-AUTHORIZATION-RECORD.
003000     05  USR-USER-ID                PIC X(08).
003100     05  FILLER                     PIC X(01).
003200     05  USR-USER-STATUS            PIC X(01).
003300         88  USR-STATUS-ACTIVE      VALUE "A".
003400         88  USR-STATUS-REVOKED     VALUE "R".
003500     05  FILLER                     PIC X(01).
003600     05  USR-FUNCTION-FLAGS.
003700         10  USR-MAINTENANCE-FLAG   PIC X(01).
003800         10  USR-REPAIR-FLAG        PIC X(01).
003900         10  USR-PLAN-FLAG          PIC X(01).
004000         10  USR-WRITE-OFF-FLAG     PIC X(01).
004100         10  USR-RESTORE-FLAG       PIC X(01).
004150         10  USR-PERIOD-CLOSE-FLAG  PIC X(01).
004200     05  USR-FUNCTION-TABLE REDEFINES USR-FUNCTION-FLAGS.
004300         10  USR-FUNCTION-FLAG      PIC X(01)
004400                                    OCCURS 6 TIMES.
004600     05  USR-USER-NAME              PIC X(25).
