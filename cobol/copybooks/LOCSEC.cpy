000100*****************************************************************
000200*                                                                *
000300*    COPYBOOK:     LOCSEC                                       *
000400*    DESCRIPTION:  SECURITY EXCEPTION RECORD - ONE ROW FOR      *
000500*                  EVERY INPUT REFUSED BECAUSE ITS USER ID IS   *
000600*                  UNKNOWN, REVOKED OR NOT AUTHORIZED FOR THE   *
000700*                  FUNCTION (SEE LOCUSR).  SR10EDT, SR09FIX,    *
000800*                  SR19PLN, SR24SUS AND SR26RST APPEND TO THE   *
000900*                  ACCUMULATING SECEXCP FILE THE WAY SR02MNT    *
001000*                  APPENDS TO LOCAUDT; SR30SEC REPORTS IT FOR   *
001100*                  INTERNAL AUDIT.  REASON CODES ARE COMMON TO  *
001200*                  ALL PROGRAMS: S001 UNKNOWN USER-ID, S002     *
001300*                  USER-ID REVOKED (OR NOT ACTIVE), S003        *
001400*                  FUNCTION NOT AUTHORIZED.  FUNCTION CODES: M  *
001500*                  MAINTENANCE, F REJECT REPAIR, P PLAN         *
001600*                  SUBMISSION, W SUSPENSE WRITE-OFF, R ARCHIVE  *
001700*                  RESTORE.  THE REFUSED INPUT ROW IS KEPT      *
001800*                  (FIRST 40 BYTES) SO THE ATTEMPT CAN BE       *
001900*                  TRACED BACK TO ITS SOURCE.                   *
002000*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002100*    DATE-WRITTEN: 10/15/2026                                   *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    10/15/2026  DRO  ORIGINAL COPYBOOK.                        *
002425*    10/15/2026  DRO  FUNCTION CODE C PERIOD CLOSE AND REOPEN   *
002450*                     ADDED FOR SR34PCL.                        *
002500*                                                                *
002600*****************************************************************
002700 01  SECURITY-EXCEPTION-RECORD.
002800     05  SEC-RUN-DATE               PIC 9(08).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  SEC-RUN-TIME               PIC 9(06).
003100     05  FILLER                     PIC X(01) VALUE SPACE.
003200     05  SEC-PROGRAM-ID             PIC X(08).
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  SEC-FUNCTION-CODE          PIC X(01).
003500         88  SEC-FN-MAINTENANCE     VALUE "M".
003600         88  SEC-FN-REJECT-REPAIR   VALUE "F".
003700         88  SEC-FN-PLAN            VALUE "P".
003800         88  SEC-FN-WRITE-OFF       VALUE "W".
003900         88  SEC-FN-RESTORE         VALUE "R".
003950         88  SEC-FN-PERIOD-CLOSE    VALUE "C".
004000     05  FILLER                     PIC X(01) VALUE SPACE.
004100     05  SEC-USER-ID                PIC X(08).
004200     05  FILLER                     PIC X(01) VALUE SPACE.
004300     05  SEC-REASON-CODE            PIC X(04).
004400         88  SEC-UNKNOWN-USER       VALUE "S001".
004500         88  SEC-REVOKED-USER       VALUE "S002".
004600         88  SEC-NOT-AUTHORIZED     VALUE "S003".
004700     05  FILLER                     PIC X(01) VALUE SPACE.
004800     05  SEC-REASON-TEXT            PIC X(30).
004900     05  FILLER                     PIC X(01) VALUE SPACE.
005000     05  SEC-LOCATION-NUMBER        PIC 9(04).
005100     05  FILLER                     PIC X(01) VALUE SPACE.
005200     05  SEC-REFUSED-INPUT          PIC X(40).
