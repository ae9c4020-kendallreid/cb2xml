002800*                     ANYTHING TOUCHES THE MASTER.  A REQUEST   *
002900*                     FOR A LOCATION STILL ON THE MASTER IS     *
003000*                     REJECTED, NOT OVERWRITTEN.                *
003010*    10/15/2026  DRO  MASTER IMAGE AND REQUEST TABLE IMAGE      *
003020*                     WIDENED FROM 46 TO 61 BYTES FOR THE       *
003030*                     LOCHDR OPEN DATE AND SELLING AREA.        *
003035*    10/15/2026  DRO  RST-USER-ID IS NOW CHECKED AGAINST THE    *
003040*                     AUTHORIZED-USER FILE USRAUTH (SEE         *
003045*                     LOCUSR) FOR THE ARCHIVE RESTORE           *
003050*                     FUNCTION.  A REQUEST FROM AN UNKNOWN,     *
003055*                     REVOKED OR UNAUTHORIZED USER IS REFUSED   *
003060*                     LIKE ANY OTHER BAD REQUEST AND LOGGED TO  *
003065*                     SECEXCP (SEE LOCSEC) FOR THE SR30SEC      *
003070*                     SECURITY EXCEPTION REPORT.                *
003075*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
003080*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
003085*                     THE CLOCK, AND THE REPORT HEADS WITH      *
003090*                     BOTH THE BUSINESS AND THE PROCESSING      *
003095*                     DATE.                                     *
003100*                                                                *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
006700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNLOG-STATUS.
006902     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006904         ORGANIZATION IS LINE SEQUENTIAL
006906         FILE STATUS IS WS-BDTFILE-STATUS.
006910     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
006920         ORGANIZATION IS LINE SEQUENTIAL
006930         FILE STATUS IS WS-USRFILE-STATUS.
006940     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
006950         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-SECFILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
008000 FD  ARCHIVE-FILE
008100     RECORDING MODE IS F.
008200 01  ARCHIVE-LOCATION-RECORD.
008300     05  ARC-MASTER-IMAGE           PIC X(61).
008400     05  FILLER                     PIC X(01).
008500     05  ARC-ARCHIVE-DATE           PIC 9(08).
008600
010200 FD  RUN-LOG-FILE
010300     RECORDING MODE IS F.
010400     COPY LOCRUN.
010402
010404 FD  BUSINESS-DATE-FILE
010406     RECORDING MODE IS F.
010408     COPY LOCBDT.
010410
010420 FD  USER-AUTH-FILE
010430     RECORDING MODE IS F.
010440     COPY LOCUSR.
010450
010460 FD  SECURITY-EXCEPTION-FILE
010470     RECORDING MODE IS F.
010480     COPY LOCSEC.
010500
010600 WORKING-STORAGE SECTION.
010700
011300 01  WS-LOG-TIME-WORK.
011400     05  WS-LOG-TIME              PIC 9(06).
011500     05  FILLER                   PIC 9(02).
011505*---------------------------------------------------------------*
011510*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
011515*---------------------------------------------------------------*
011520 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
011525 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011530 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
011535 01  WS-PROCESS-TIME-WORK.
011540     05  WS-PROCESS-TIME          PIC 9(06).
011545     05  FILLER                   PIC 9(02).
011550 01  WS-DATE-HEADING-LINE.
011555     05  FILLER                   PIC X(15) VALUE
011560         "BUSINESS DATE  ".
011565     05  WS-DH-BUSINESS-DATE      PIC 9(08).
011570     05  FILLER                   PIC X(16) VALUE
011575         "    PROCESSED   ".
011580     05  WS-DH-PROCESS-DATE       PIC 9(08).
011585     05  FILLER                   PIC X(01) VALUE SPACE.
011590     05  WS-DH-PROCESS-TIME       PIC 9(06).
011595     05  FILLER                   PIC X(78) VALUE SPACES.
011600*---------------------------------------------------------------*
011700*    FILE STATUS SWITCHES                                       *
011800*---------------------------------------------------------------*
014000         10  WS-RQ-LOCATION       PIC 9(04).
014100         10  WS-RQ-USER           PIC X(08).
014200         10  WS-RQ-FOUND-SW       PIC X(01).
014300         10  WS-RQ-IMAGE          PIC X(61).
014400
014500*---------------------------------------------------------------*
014600*    RUN CONTROLS AND AUDIT/JOURNAL WORK FIELDS                 *
015400 01  WS-OLD-VALUE-ALPHA           PIC X(25).
015500 01  WS-NEW-VALUE-ALPHA           PIC X(25).
015600 01  WS-NEW-NUMERIC-9             PIC S99.
015602
015604*---------------------------------------------------------------*
015606*    AUTHORIZED-USER TABLE (SEE LOCUSR) AND SECURITY EXCEPTION  *
015608*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
015610*    FLAG 5, ARCHIVE RESTORE.                                   *
015612*---------------------------------------------------------------*
015614 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
015616 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
015618 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
015620     88  END-OF-USER-AUTH-FILE    VALUE "Y".
015622 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 5.
015624 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "R".
015626 77  WS-AUTH-USER-ID              PIC X(08).
015628 77  WS-AUTH-LOCATION             PIC 9(04).
015630 77  WS-AUTH-INPUT                PIC X(40).
015632 77  WS-AUTH-RESULT               PIC X(01).
015634     88  AUTH-USER-ACCEPTED       VALUE "A".
015636     88  AUTH-USER-UNKNOWN        VALUE "U".
015638     88  AUTH-USER-REVOKED        VALUE "R".
015640     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
015642 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
015644 01  WS-SEC-TIME-WORK.
015646     05  WS-SEC-TIME              PIC 9(06).
015648     05  FILLER                   PIC 9(02).
015650 77  WS-AU-MAX                    PIC 9(03) COMP VALUE 500.
015652 77  WS-AU-COUNT                  PIC 9(03) COMP VALUE ZERO.
015654 77  SB-AU                        PIC 9(03) COMP.
015656 01  WS-AUTH-USER-TABLE.
015658     05  WS-AU-ENTRY OCCURS 500 TIMES.
015660         10  WS-AU-USER-ID        PIC X(08).
015662         10  WS-AU-STATUS         PIC X(01).
015664         10  WS-AU-FUNCTIONS.
015666             15  WS-AU-FUNCTION-FLAG
015668                                  PIC X(01) OCCURS 6 TIMES.
015700
015800*---------------------------------------------------------------*
015900*    REPORT COUNTERS                                             *
016200 77  WS-ARCHIVE-READ              PIC 9(07) COMP VALUE ZERO.
016300 77  WS-LOCATIONS-RESTORED        PIC 9(07) COMP VALUE ZERO.
016400 77  WS-REQUESTS-REJECTED         PIC 9(07) COMP VALUE ZERO.
016450 77  WS-SECURITY-REFUSED          PIC 9(07) COMP VALUE ZERO.
016500
016600*---------------------------------------------------------------*
016700*    REPORT LINE WORK AREAS                                     *
019800
019900*---------------------------------------------------------------*
020000 1000-INITIALIZE.
020050     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
020100     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
020200     ACCEPT WS-RUN-TIME-WORK FROM TIME
020300     INITIALIZE WS-REQUEST-TABLE
020350     PERFORM 1700-LOAD-USER-TABLE THRU 1700-EXIT
020400     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT
020500     OPEN INPUT ARCHIVE-FILE
020600     IF WS-ARCFILE-STATUS NOT = "00"
021900     OPEN EXTEND LOCATION-AUDIT-FILE
022000     OPEN EXTEND JOURNAL-FILE
022100     OPEN OUTPUT RESTORE-REPORT
022125     MOVE WS-DATE-HEADING-LINE TO RESTORE-REPORT-LINE
022150     WRITE RESTORE-REPORT-LINE
022200     MOVE WS-HEADING-LINE-1 TO RESTORE-REPORT-LINE
022300     WRITE RESTORE-REPORT-LINE
022400     PERFORM 2900-READ-ARCHIVE-FILE.
022500
022502*---------------------------------------------------------------*
022504*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
022506*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
022508*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
022510*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
022512*---------------------------------------------------------------*
022514 1050-GET-BUSINESS-DATE.
022516     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
022518     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
022520     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
022522     OPEN INPUT BUSINESS-DATE-FILE
022524     IF WS-BDTFILE-STATUS = "00"
022526         READ BUSINESS-DATE-FILE
022528             NOT AT END
022530                 IF BDT-BUSINESS-DATE NUMERIC
022532                     AND BDT-BUSINESS-DATE > ZERO
022534                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
022536                 END-IF
022538         END-READ
022540         CLOSE BUSINESS-DATE-FILE
022542     ELSE
022544         DISPLAY "SR26RST - NO BUSDATE CARD, PROCESSING DATE USED"
022546     END-IF
022548     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
022550     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
022552     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
022554 1050-EXIT.
022556     EXIT.
022558
022600*---------------------------------------------------------------*
022700 1100-LOAD-REQUESTS.
022800     OPEN INPUT RESTORE-PARM-FILE
025700*---------------------------------------------------------------*
025800*    A RESTORE WITHOUT A USER ID IS REFUSED - PUTTING A STORE   *
025900*    BACK ON THE MASTER MUST BE ATTRIBUTABLE.                   *
025925*    SO IS ONE FROM A USER NOT AUTHORIZED FOR RESTORE ON        *
025950*    USRAUTH, AND THAT ATTEMPT IS LOGGED TO SECEXCP.            *
026000*---------------------------------------------------------------*
026100 1200-STORE-REQUEST.
026200     ADD 1 TO WS-REQUESTS-READ
026210     SET AUTH-USER-ACCEPTED TO TRUE
026220     IF RST-USER-ID NOT = SPACES
026230         MOVE RST-USER-ID TO WS-AUTH-USER-ID
026240         PERFORM 1900-CHECK-USER-AUTHORITY THRU 1900-EXIT
026250     END-IF
026300     EVALUATE TRUE
026400         WHEN RST-LOCATION-NUMBER NOT NUMERIC
026500                 OR RST-LOCATION-NUMBER = ZERO
027000             ADD 1 TO WS-REQUESTS-REJECTED
027100             DISPLAY "SR26RST - REQUEST WITHOUT USER ID "
027200                 "IGNORED, LOC = " RST-LOCATION-NUMBER
027210         WHEN NOT AUTH-USER-ACCEPTED
027220             ADD 1 TO WS-REQUESTS-REJECTED
027230             DISPLAY "SR26RST - RESTORE REFUSED FOR USER "
027240                 RST-USER-ID ", LOC = " RST-LOCATION-NUMBER
027250             MOVE RST-LOCATION-NUMBER TO WS-AUTH-LOCATION
027260             MOVE RESTORE-REQUEST-RECORD TO WS-AUTH-INPUT
027270             PERFORM 7600-WRITE-SECURITY-EXCEPTION THRU 7600-EXIT
027300         WHEN WS-RQ-COUNT = WS-RQ-MAX
027400             ADD 1 TO WS-REQUESTS-REJECTED
027500             DISPLAY "SR26RST - REQUEST TABLE FULL, LIMIT = "
028400     PERFORM 1150-READ-REQUEST THRU 1150-EXIT.
028500 1200-EXIT.
028600     EXIT.
028601
028602*---------------------------------------------------------------*
028603*    LOAD THE AUTHORIZED-USER FILE (SEE LOCUSR).  IT IS         *
028604*    REQUIRED - WITHOUT IT NO USER ID CAN BE VOUCHED FOR, SO    *
028605*    THE RUN STOPS RATHER THAN ACCEPT ANY EIGHT CHARACTERS.     *
028606*    SECEXCP IS OPENED HERE AND HELD FOR THE REST OF THE RUN.   *
028607*---------------------------------------------------------------*
028608 1700-LOAD-USER-TABLE.
028609     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
028610     ACCEPT WS-SEC-TIME-WORK FROM TIME
028611     OPEN INPUT USER-AUTH-FILE
028612     IF WS-USRFILE-STATUS NOT = "00"
028613         DISPLAY "SR26RST - CANNOT OPEN USRAUTH, STATUS = "
028614             WS-USRFILE-STATUS
028615         MOVE 16 TO RETURN-CODE
028616         GO TO 9999-EXIT
028617     END-IF
028618     PERFORM 1750-READ-USER THRU 1750-EXIT
028619     PERFORM 1800-STORE-USER THRU 1800-EXIT
028620         UNTIL END-OF-USER-AUTH-FILE
028621     CLOSE USER-AUTH-FILE
028622     OPEN EXTEND SECURITY-EXCEPTION-FILE
028623     IF WS-SECFILE-STATUS NOT = "00" AND
028624             WS-SECFILE-STATUS NOT = "05"
028625         DISPLAY "SR26RST - CANNOT OPEN SECEXCP, STATUS = "
028626             WS-SECFILE-STATUS
028627         MOVE 16 TO RETURN-CODE
028628         GO TO 9999-EXIT
028629     END-IF.
028630 1700-EXIT.
028631     EXIT.
028632
028633*---------------------------------------------------------------*
028634 1750-READ-USER.
028635     READ USER-AUTH-FILE
028636         AT END
028637             SET END-OF-USER-AUTH-FILE TO TRUE
028638     END-READ.
028639 1750-EXIT.
028640     EXIT.
028641
028642*---------------------------------------------------------------*
028643*    A FULL TABLE STOPS THE RUN - A USER LEFT OFF IT WOULD BE   *
028644*    REFUSED AS UNKNOWN.                                        *
028645*---------------------------------------------------------------*
028646 1800-STORE-USER.
028647     IF USR-USER-ID NOT = SPACES
028648         IF WS-AU-COUNT = WS-AU-MAX
028649             DISPLAY "SR26RST - USER TABLE FULL, LIMIT = "
028650                 WS-AU-MAX
028651             MOVE 16 TO RETURN-CODE
028652             GO TO 9999-EXIT
028653         END-IF
028654         ADD 1 TO WS-AU-COUNT
028655         MOVE USR-USER-ID TO WS-AU-USER-ID(WS-AU-COUNT)
028656         MOVE USR-USER-STATUS TO WS-AU-STATUS(WS-AU-COUNT)
028657         MOVE USR-FUNCTION-FLAGS TO WS-AU-FUNCTIONS(WS-AU-COUNT)
028658     END-IF
028659     PERFORM 1750-READ-USER THRU 1750-EXIT.
028660 1800-EXIT.
028661     EXIT.
028662
028663*---------------------------------------------------------------*
028664*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER TABLE FOR   *
028665*    THIS PROGRAM'S FUNCTION.  NOT ON THE TABLE IS UNKNOWN, ON  *
028666*    IT BUT NOT ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN    *
028667*    THE FUNCTION FLAG IS NOT AUTHORIZED.                       *
028668*---------------------------------------------------------------*
028669 1900-CHECK-USER-AUTHORITY.
028670     SET AUTH-USER-UNKNOWN TO TRUE
028671     MOVE 1 TO SB-AU
028672     PERFORM 1950-SCAN-USER-TABLE THRU 1950-EXIT
028673         UNTIL SB-AU > WS-AU-COUNT
028674         OR NOT AUTH-USER-UNKNOWN.
028675 1900-EXIT.
028676     EXIT.
028677
028678*---------------------------------------------------------------*
028679 1950-SCAN-USER-TABLE.
028680     IF WS-AU-USER-ID(SB-AU) NOT = WS-AUTH-USER-ID
028681         ADD 1 TO SB-AU
028682         GO TO 1950-EXIT
028683     END-IF
028684     EVALUATE TRUE
028685         WHEN WS-AU-STATUS(SB-AU) NOT = "A"
028686             SET AUTH-USER-REVOKED TO TRUE
028687         WHEN WS-AU-FUNCTION-FLAG(SB-AU WS-AUTH-FUNCTION)
028688                 NOT = "Y"
028689             SET AUTH-USER-NOT-PERMITTED TO TRUE
028690         WHEN OTHER
028691             SET AUTH-USER-ACCEPTED TO TRUE
028692     END-EVALUATE.
028693 1950-EXIT.
028694     EXIT.
028700
028800*---------------------------------------------------------------*
028900*    SCAN THE WHOLE ARCHIVE, KEEPING THE LATEST IMAGE FOR EACH  *
042900     WRITE RESTORE-REPORT-LINE.
043000 7500-EXIT.
043100     EXIT.
043102
043104*---------------------------------------------------------------*
043106*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
043108*    SR30SEC SECURITY EXCEPTION REPORT.                         *
043110*---------------------------------------------------------------*
043112 7600-WRITE-SECURITY-EXCEPTION.
043114     ADD 1 TO WS-SECURITY-REFUSED
043116     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
043118     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
043120     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
043122     MOVE "SR26RST"             TO SEC-PROGRAM-ID
043124     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
043126     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
043128     EVALUATE TRUE
043130         WHEN AUTH-USER-UNKNOWN
043132             SET SEC-UNKNOWN-USER TO TRUE
043134             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
043136         WHEN AUTH-USER-REVOKED
043138             SET SEC-REVOKED-USER TO TRUE
043140             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
043142         WHEN OTHER
043144             SET SEC-NOT-AUTHORIZED TO TRUE
043146             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
043148     END-EVALUATE
043150     MOVE WS-AUTH-LOCATION      TO SEC-LOCATION-NUMBER
043152     MOVE WS-AUTH-INPUT         TO SEC-REFUSED-INPUT
043154     WRITE SECURITY-EXCEPTION-RECORD.
043156 7600-EXIT.
043158     EXIT.
043200
043300*---------------------------------------------------------------*
043400 8000-FINALIZE.
044500     MOVE "REQUESTS REJECTED.....  " TO WS-TL-CAPTION
044600     MOVE WS-REQUESTS-REJECTED TO WS-TL-COUNT
044700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
044725     MOVE "REFUSED - SECURITY....  " TO WS-TL-CAPTION
044750     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT
044775     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
044800     CLOSE ARCHIVE-FILE
044900     CLOSE LOCATION-MASTER
045000     CLOSE LOCATION-AUDIT-FILE
045100     CLOSE JOURNAL-FILE
045200     CLOSE RESTORE-REPORT
045250     CLOSE SECURITY-EXCEPTION-FILE
045300     IF WS-REQUESTS-REJECTED > ZERO
045400         MOVE 8 TO RETURN-CODE
045500     END-IF.
046700*    RECONCILIATION.                                           *
046800*---------------------------------------------------------------*
046900 8900-WRITE-RUN-LOG.
047000     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
047100     ACCEPT WS-LOG-TIME-WORK FROM TIME
047200     OPEN EXTEND RUN-LOG-FILE
047300     IF WS-RUNLOG-STATUS NOT = "00" AND
