003040*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
003060*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
003080*                     RECONCILIATION.                            *
003081*    10/15/2026  DRO  FIX-USER-ID IS NOW CHECKED AGAINST THE     *
003082*                     AUTHORIZED-USER FILE USRAUTH (SEE          *
003083*                     LOCUSR) FOR THE REJECT REPAIR FUNCTION     *
003084*                     AS THE CORRECTIONS ARE LOADED.  A          *
003085*                     CORRECTION FROM AN UNKNOWN, REVOKED OR     *
003086*                     UNAUTHORIZED USER IS NEVER APPLIED; IT     *
003087*                     IS LISTED AT END OF RUN AS                 *
003088*                     REFUSED-UNKNOWN USER, REFUSED-USER         *
003089*                     REVOKED OR REFUSED-UNAUTHORIZED AND        *
003090*                     LOGGED TO SECEXCP (SEE LOCSEC) FOR THE     *
003091*                     SR30SEC SECURITY EXCEPTION REPORT.         *
003092*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
003093*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
003094*                     THE CLOCK, AND THE REPORT HEADS WITH       *
003095*                     BOTH THE BUSINESS AND THE PROCESSING       *
003096*                     DATE.                                      *
003100*                                                                *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPTFILE-STATUS.
005825     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005830         ORGANIZATION IS LINE SEQUENTIAL
005835         FILE STATUS IS WS-RUNLOG-STATUS.
005840     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005845         ORGANIZATION IS LINE SEQUENTIAL
005850         FILE STATUS IS WS-BDTFILE-STATUS.
005877     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
005879         ORGANIZATION IS LINE SEQUENTIAL
005881         FILE STATUS IS WS-USRFILE-STATUS.
005883     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
005885         ORGANIZATION IS LINE SEQUENTIAL
005887         FILE STATUS IS WS-SECFILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007920 FD  RUN-LOG-FILE
007940     RECORDING MODE IS F.
007960     COPY LOCRUN.
007964
007968 FD  BUSINESS-DATE-FILE
007972     RECORDING MODE IS F.
007976     COPY LOCBDT.
007980
007982 FD  USER-AUTH-FILE
007984     RECORDING MODE IS F.
007986     COPY LOCUSR.
007988
007990 FD  SECURITY-EXCEPTION-FILE
007992     RECORDING MODE IS F.
007994     COPY LOCSEC.
007996
008000
008100 WORKING-STORAGE SECTION.
008110
008150 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
008160 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
008170 01  WS-LOG-TIME-WORK.
008171     05  WS-LOG-TIME              PIC 9(06).
008172     05  FILLER                   PIC 9(02).
008173*---------------------------------------------------------------*
008174*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
008175*---------------------------------------------------------------*
008176 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
008177 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008178 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
008179 01  WS-PROCESS-TIME-WORK.
008180     05  WS-PROCESS-TIME          PIC 9(06).
008181     05  FILLER                   PIC 9(02).
008182 01  WS-DATE-HEADING-LINE.
008183     05  FILLER                   PIC X(15) VALUE
008184         "BUSINESS DATE  ".
008185     05  WS-DH-BUSINESS-DATE      PIC 9(08).
008186     05  FILLER                   PIC X(16) VALUE
008187         "    PROCESSED   ".
008188     05  WS-DH-PROCESS-DATE       PIC 9(08).
008189     05  FILLER                   PIC X(01) VALUE SPACE.
008190     05  WS-DH-PROCESS-TIME       PIC 9(06).
008191     05  FILLER                   PIC X(78) VALUE SPACES.
008200*---------------------------------------------------------------*
008300*    FILE STATUS SWITCHES                                       *
008400*---------------------------------------------------------------*
009900 77  WS-DAYS-MAX                  PIC 9(02) COMP VALUE 7.
010000 77  WS-HOURS-MAX                 PIC 9(02) COMP VALUE 6.
010100 77  WS-WEEK-NO-MAX                PIC 9(02) COMP VALUE 20.
010102
010104*---------------------------------------------------------------*
010106*    AUTHORIZED-USER TABLE (SEE LOCUSR) AND SECURITY EXCEPTION  *
010108*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
010110*    FLAG 2, REJECT REPAIR.                                     *
010112*---------------------------------------------------------------*
010114 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
010116 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
010118 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
010120     88  END-OF-USER-AUTH-FILE    VALUE "Y".
010122 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 2.
010124 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "F".
010126 77  WS-AUTH-USER-ID              PIC X(08).
010128 77  WS-AUTH-LOCATION             PIC 9(04).
010130 77  WS-AUTH-INPUT                PIC X(40).
010132 77  WS-AUTH-RESULT               PIC X(01).
010134     88  AUTH-USER-ACCEPTED       VALUE "A".
010136     88  AUTH-USER-UNKNOWN        VALUE "U".
010138     88  AUTH-USER-REVOKED        VALUE "R".
010140     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
010142 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
010144 01  WS-SEC-TIME-WORK.
010146     05  WS-SEC-TIME              PIC 9(06).
010148     05  FILLER                   PIC 9(02).
010150 77  WS-AU-MAX                    PIC 9(03) COMP VALUE 500.
010152 77  WS-AU-COUNT                  PIC 9(03) COMP VALUE ZERO.
010154 77  SB-AU                        PIC 9(03) COMP.
010156 01  WS-AUTH-USER-TABLE.
010158     05  WS-AU-ENTRY OCCURS 500 TIMES.
010160         10  WS-AU-USER-ID        PIC X(08).
010162         10  WS-AU-STATUS         PIC X(01).
010164         10  WS-AU-FUNCTIONS.
010166             15  WS-AU-FUNCTION-FLAG
010168                                  PIC X(01) OCCURS 6 TIMES.
010200
010300*---------------------------------------------------------------*
010400*    CORRECTION TABLE - LOADED FROM LOCFIXT AT INITIALIZATION.  *
010500*    THE APPLIED SWITCH LETS UNMATCHED CORRECTIONS BE REPORTED  *
010600*    BACK TO THE SUBMITTING DEPARTMENT AT END OF RUN.           *
010650*    "R" MARKS A CORRECTION REFUSED FOR ITS USER ID.            *
010700*---------------------------------------------------------------*
010800 77  WS-FIX-TABLE-MAX             PIC 9(04) COMP VALUE 500.
010900 77  WS-FIX-COUNT                 PIC 9(04) COMP VALUE ZERO.
011400         10  WS-FIX-VALUE         PIC 9(02).
011500         10  WS-FIX-USER          PIC X(08).
011600         10  WS-FIX-APPLIED-SW    PIC X(01).
011650         10  WS-FIX-REFUSED-ACTION PIC X(20).
011700
011800*---------------------------------------------------------------*
011900*    PER-RECORD REPAIR WORK FIELDS                               *
013700 77  WS-RECORDS-STILL-INVALID     PIC 9(07) COMP VALUE ZERO.
013800 77  WS-RECORDS-NO-CORRECTION     PIC 9(07) COMP VALUE ZERO.
013900 77  WS-CORRECTIONS-UNMATCHED     PIC 9(07) COMP VALUE ZERO.
013950 77  WS-SECURITY-REFUSED          PIC 9(07) COMP VALUE ZERO.
014000
014100*---------------------------------------------------------------*
014200*    REPORT LINE WORK AREAS                                     *
017600
017700*---------------------------------------------------------------*
017800 1000-INITIALIZE.
017825     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
017850     PERFORM 1700-LOAD-USER-TABLE THRU 1700-EXIT
017900     OPEN INPUT CORRECTION-FILE
018000     IF WS-FIXFILE-STATUS NOT = "00"
018100         DISPLAY "SR09FIX - CANNOT OPEN CORRECTION FILE, "
019400     END-IF
019500     OPEN OUTPUT RESUBMIT-FILE
019600     OPEN OUTPUT REPAIR-REPORT
019625     MOVE WS-DATE-HEADING-LINE TO REPAIR-REPORT-LINE
019650     WRITE REPAIR-REPORT-LINE
019700     MOVE WS-HEADING-LINE-1 TO REPAIR-REPORT-LINE
019800     WRITE REPAIR-REPORT-LINE
019850     MOVE SPACES TO WS-DETAIL-LINE
019900     PERFORM 2900-READ-REJECT.
020000
020002*---------------------------------------------------------------*
020004*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
020006*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
020008*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
020010*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
020012*---------------------------------------------------------------*
020014 1050-GET-BUSINESS-DATE.
020016     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
020018     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
020020     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
020022     OPEN INPUT BUSINESS-DATE-FILE
020024     IF WS-BDTFILE-STATUS = "00"
020026         READ BUSINESS-DATE-FILE
020028             NOT AT END
020030                 IF BDT-BUSINESS-DATE NUMERIC
020032                     AND BDT-BUSINESS-DATE > ZERO
020034                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
020036                 END-IF
020038         END-READ
020040         CLOSE BUSINESS-DATE-FILE
020042     ELSE
020044         DISPLAY "SR09FIX - NO BUSDATE CARD, PROCESSING DATE USED"
020046     END-IF
020048     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
020050     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
020052     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
020054 1050-EXIT.
020056     EXIT.
020058
020100*---------------------------------------------------------------*
020200 1100-READ-CORRECTION.
020300     READ CORRECTION-FILE
021900     MOVE FIX-NEW-VALUE       TO WS-FIX-VALUE(WS-FIX-COUNT)
022000     MOVE FIX-USER-ID         TO WS-FIX-USER(WS-FIX-COUNT)
022100     MOVE "N"                 TO WS-FIX-APPLIED-SW(WS-FIX-COUNT)
022104     MOVE SPACES TO WS-FIX-REFUSED-ACTION(WS-FIX-COUNT)
022108     MOVE FIX-USER-ID TO WS-AUTH-USER-ID
022112     PERFORM 1900-CHECK-USER-AUTHORITY THRU 1900-EXIT
022116     IF NOT AUTH-USER-ACCEPTED
022120         MOVE "R" TO WS-FIX-APPLIED-SW(WS-FIX-COUNT)
022124         EVALUATE TRUE
022128             WHEN AUTH-USER-UNKNOWN
022132                 MOVE "REFUSED-UNKNOWN USER"
022136                     TO WS-FIX-REFUSED-ACTION(WS-FIX-COUNT)
022140             WHEN AUTH-USER-REVOKED
022144                 MOVE "REFUSED-USER REVOKED"
022148                     TO WS-FIX-REFUSED-ACTION(WS-FIX-COUNT)
022152             WHEN OTHER
022156                 MOVE "REFUSED-UNAUTHORIZED"
022160                     TO WS-FIX-REFUSED-ACTION(WS-FIX-COUNT)
022164         END-EVALUATE
022168         MOVE ZERO TO WS-AUTH-LOCATION
022172         IF FIX-LOCATION-NUMBER NUMERIC
022176             MOVE FIX-LOCATION-NUMBER TO WS-AUTH-LOCATION
022180         END-IF
022184         MOVE LOCATION-CORRECTION-RECORD TO WS-AUTH-INPUT
022188         PERFORM 7200-WRITE-SECURITY-EXCEPTION THRU 7200-EXIT
022192     END-IF
022200     PERFORM 1100-READ-CORRECTION.
022300 1200-EXIT.
022400     EXIT.
022401
022402*---------------------------------------------------------------*
022403*    LOAD THE AUTHORIZED-USER FILE (SEE LOCUSR).  IT IS         *
022404*    REQUIRED - WITHOUT IT NO USER ID CAN BE VOUCHED FOR, SO    *
022405*    THE RUN STOPS RATHER THAN ACCEPT ANY EIGHT CHARACTERS.     *
022406*    SECEXCP IS OPENED HERE AND HELD FOR THE REST OF THE RUN.   *
022407*---------------------------------------------------------------*
022408 1700-LOAD-USER-TABLE.
022409     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
022410     ACCEPT WS-SEC-TIME-WORK FROM TIME
022411     OPEN INPUT USER-AUTH-FILE
022412     IF WS-USRFILE-STATUS NOT = "00"
022413         DISPLAY "SR09FIX - CANNOT OPEN USRAUTH, STATUS = "
022414             WS-USRFILE-STATUS
022415         MOVE 16 TO RETURN-CODE
022416         GO TO 9999-EXIT
022417     END-IF
022418     PERFORM 1750-READ-USER THRU 1750-EXIT
022419     PERFORM 1800-STORE-USER THRU 1800-EXIT
022420         UNTIL END-OF-USER-AUTH-FILE
022421     CLOSE USER-AUTH-FILE
022422     OPEN EXTEND SECURITY-EXCEPTION-FILE
022423     IF WS-SECFILE-STATUS NOT = "00" AND
022424             WS-SECFILE-STATUS NOT = "05"
022425         DISPLAY "SR09FIX - CANNOT OPEN SECEXCP, STATUS = "
022426             WS-SECFILE-STATUS
022427         MOVE 16 TO RETURN-CODE
022428         GO TO 9999-EXIT
022429     END-IF.
022430 1700-EXIT.
022431     EXIT.
022432
022433*---------------------------------------------------------------*
022434 1750-READ-USER.
022435     READ USER-AUTH-FILE
022436         AT END
022437             SET END-OF-USER-AUTH-FILE TO TRUE
022438     END-READ.
022439 1750-EXIT.
022440     EXIT.
022441
022442*---------------------------------------------------------------*
022443*    A FULL TABLE STOPS THE RUN - A USER LEFT OFF IT WOULD BE   *
022444*    REFUSED AS UNKNOWN.                                        *
022445*---------------------------------------------------------------*
022446 1800-STORE-USER.
022447     IF USR-USER-ID NOT = SPACES
022448         IF WS-AU-COUNT = WS-AU-MAX
022449             DISPLAY "SR09FIX - USER TABLE FULL, LIMIT = "
022450                 WS-AU-MAX
022451             MOVE 16 TO RETURN-CODE
022452             GO TO 9999-EXIT
022453         END-IF
022454         ADD 1 TO WS-AU-COUNT
022455         MOVE USR-USER-ID TO WS-AU-USER-ID(WS-AU-COUNT)
022456         MOVE USR-USER-STATUS TO WS-AU-STATUS(WS-AU-COUNT)
022457         MOVE USR-FUNCTION-FLAGS TO WS-AU-FUNCTIONS(WS-AU-COUNT)
022458     END-IF
022459     PERFORM 1750-READ-USER THRU 1750-EXIT.
022460 1800-EXIT.
022461     EXIT.
022462
022463*---------------------------------------------------------------*
022464*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER TABLE FOR   *
022465*    THIS PROGRAM'S FUNCTION.  NOT ON THE TABLE IS UNKNOWN, ON  *
022466*    IT BUT NOT ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN    *
022467*    THE FUNCTION FLAG IS NOT AUTHORIZED.                       *
022468*---------------------------------------------------------------*
022469 1900-CHECK-USER-AUTHORITY.
022470     SET AUTH-USER-UNKNOWN TO TRUE
022471     MOVE 1 TO SB-AU
022472     PERFORM 1950-SCAN-USER-TABLE THRU 1950-EXIT
022473         UNTIL SB-AU > WS-AU-COUNT
022474         OR NOT AUTH-USER-UNKNOWN.
022475 1900-EXIT.
022476     EXIT.
022477
022478*---------------------------------------------------------------*
022479 1950-SCAN-USER-TABLE.
022480     IF WS-AU-USER-ID(SB-AU) NOT = WS-AUTH-USER-ID
022481         ADD 1 TO SB-AU
022482         GO TO 1950-EXIT
022483     END-IF
022484     EVALUATE TRUE
022485         WHEN WS-AU-STATUS(SB-AU) NOT = "A"
022486             SET AUTH-USER-REVOKED TO TRUE
022487         WHEN WS-AU-FUNCTION-FLAG(SB-AU WS-AUTH-FUNCTION)
022488                 NOT = "Y"
022489             SET AUTH-USER-NOT-PERMITTED TO TRUE
022490         WHEN OTHER
022491             SET AUTH-USER-ACCEPTED TO TRUE
022492     END-EVALUATE.
022493 1950-EXIT.
022494     EXIT.
022500
022600*---------------------------------------------------------------*
022700 2000-PROCESS-REJECT.
027000 3000-APPLY-MATCHING-FIX.
027100     IF WS-FIX-LOCATION(SB-FIX) =
027200             LOCATION-NUMBER OF LOCATION-DETAILS
027250             AND WS-FIX-APPLIED-SW(SB-FIX) NOT = "R"
027300         EVALUATE WS-FIX-FIELD(SB-FIX)
027400             WHEN "MONTHS"
027500                 MOVE MONTHS TO WS-OLD-FIELD-VALUE
039600     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
039700 7100-EXIT.
039800     EXIT.
039802
039804*---------------------------------------------------------------*
039806*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
039808*    SR30SEC SECURITY EXCEPTION REPORT.                         *
039810*---------------------------------------------------------------*
039812 7200-WRITE-SECURITY-EXCEPTION.
039814     ADD 1 TO WS-SECURITY-REFUSED
039816     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
039818     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
039820     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
039822     MOVE "SR09FIX"             TO SEC-PROGRAM-ID
039824     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
039826     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
039828     EVALUATE TRUE
039830         WHEN AUTH-USER-UNKNOWN
039832             SET SEC-UNKNOWN-USER TO TRUE
039834             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
039836         WHEN AUTH-USER-REVOKED
039838             SET SEC-REVOKED-USER TO TRUE
039840             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
039842         WHEN OTHER
039844             SET SEC-NOT-AUTHORIZED TO TRUE
039846             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
039848     END-EVALUATE
039850     MOVE WS-AUTH-LOCATION      TO SEC-LOCATION-NUMBER
039852     MOVE WS-AUTH-INPUT         TO SEC-REFUSED-INPUT
039854     WRITE SECURITY-EXCEPTION-RECORD.
039856 7200-EXIT.
039858     EXIT.
039900
040000*---------------------------------------------------------------*
040100 8000-FINALIZE.
041700     MOVE "CORRECTIONS UNMATCHED.  " TO WS-TL-CAPTION
041800     MOVE WS-CORRECTIONS-UNMATCHED TO WS-TL-COUNT
041900     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
041925     MOVE "REFUSED - SECURITY....  " TO WS-TL-CAPTION
041950     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT
041975     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
042000     CLOSE REJECT-FILE
042100     CLOSE RESUBMIT-FILE
042200     CLOSE REPAIR-REPORT
042250     CLOSE SECURITY-EXCEPTION-FILE.
042300
042400*---------------------------------------------------------------*
042500 8100-REPORT-UNMATCHED.
043500         WRITE REPAIR-REPORT-LINE
043600         MOVE SPACES TO WS-DETAIL-LINE
043700     END-IF
043705     IF WS-FIX-APPLIED-SW(SB-FIX) = "R"
043710         MOVE SPACES TO WS-DETAIL-LINE
043715         MOVE WS-FIX-LOCATION(SB-FIX) TO WS-DL-LOCNO
043720         MOVE WS-FIX-USER(SB-FIX) TO WS-DL-LOCNAME
043725         MOVE WS-FIX-REFUSED-ACTION(SB-FIX) TO WS-DL-ACTION
043730         MOVE WS-FIX-FIELD(SB-FIX) TO WS-DL-FIELD
043735         MOVE WS-FIX-VALUE(SB-FIX) TO WS-DL-NEW
043740         MOVE WS-DETAIL-LINE TO REPAIR-REPORT-LINE
043745         WRITE REPAIR-REPORT-LINE
043750         MOVE SPACES TO WS-DETAIL-LINE
043755     END-IF
043800     ADD 1 TO SB-FIX.
043900 8100-EXIT.
044000     EXIT.
044812*    RECONCILIATION.                                           *
044815*---------------------------------------------------------------*
044818 8900-WRITE-RUN-LOG.
044821     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
044824     ACCEPT WS-LOG-TIME-WORK FROM TIME
044827     OPEN EXTEND RUN-LOG-FILE
044830     IF WS-RUNLOG-STATUS NOT = "00" AND
044854         MOVE WS-REJECTS-READ TO RUN-RECORDS-READ
044857         MOVE WS-RECORDS-REPAIRED TO RUN-RECORDS-WRITTEN
044860         MOVE WS-RECORDS-STILL-INVALID TO RUN-RECORDS-REJECTED
044863         COMPUTE RUN-EXCEPTIONS =
044864             WS-CORRECTIONS-UNMATCHED + WS-SECURITY-REFUSED
044866         WRITE RUN-STATISTICS-RECORD
044869         CLOSE RUN-LOG-FILE
044872     END-IF.
