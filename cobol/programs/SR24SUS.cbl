002900*                     OF RANGE, SO ONLY THE FIXED-POSITION      *
003000*                     LOCATION-NUMBER/NAME LEADING FIELDS ARE   *
003100*                     REFERENCED, AS IN SR09FIX.                *
003110*    10/15/2026  DRO  THE SUSWOFF USER ID IS NOW CHECKED        *
003120*                     AGAINST THE AUTHORIZED-USER FILE USRAUTH  *
003130*                     (SEE LOCUSR) FOR THE SUSPENSE WRITE-OFF   *
003140*                     FUNCTION.  A WRITE-OFF FROM AN UNKNOWN,   *
003150*                     REVOKED OR UNAUTHORIZED USER IS REFUSED   *
003160*                     - THE STORE STAYS IN SUSPENSE - AND       *
003170*                     LOGGED TO SECEXCP (SEE LOCSEC) FOR THE    *
003180*                     SR30SEC SECURITY EXCEPTION REPORT.        *
003182*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
003184*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
003186*                     THE CLOCK, AND THE REPORT HEADS WITH      *
003188*                     BOTH THE BUSINESS AND THE PROCESSING      *
003190*                     DATE.                                     *
003200*                                                                *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
006600     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNLOG-STATUS.
006802     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006804         ORGANIZATION IS LINE SEQUENTIAL
006806         FILE STATUS IS WS-BDTFILE-STATUS.
006810     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
006820         ORGANIZATION IS LINE SEQUENTIAL
006830         FILE STATUS IS WS-USRFILE-STATUS.
006840     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
006850         ORGANIZATION IS LINE SEQUENTIAL
006860         FILE STATUS IS WS-SECFILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
010600 FD  RUN-LOG-FILE
010700     RECORDING MODE IS F.
010800     COPY LOCRUN.
010802
010804 FD  BUSINESS-DATE-FILE
010806     RECORDING MODE IS F.
010808     COPY LOCBDT.
010810
010820 FD  USER-AUTH-FILE
010830     RECORDING MODE IS F.
010840     COPY LOCUSR.
010850
010860 FD  SECURITY-EXCEPTION-FILE
010870     RECORDING MODE IS F.
010880     COPY LOCSEC.
010900
011000 WORKING-STORAGE SECTION.
011100
011700 01  WS-LOG-TIME-WORK.
011800     05  WS-LOG-TIME              PIC 9(06).
011900     05  FILLER                   PIC 9(02).
011905*---------------------------------------------------------------*
011910*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
011915*---------------------------------------------------------------*
011920 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
011925 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011930 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
011935 01  WS-PROCESS-TIME-WORK.
011940     05  WS-PROCESS-TIME          PIC 9(06).
011945     05  FILLER                   PIC 9(02).
011950 01  WS-DATE-HEADING-LINE.
011955     05  FILLER                   PIC X(15) VALUE
011960         "BUSINESS DATE  ".
011965     05  WS-DH-BUSINESS-DATE      PIC 9(08).
011970     05  FILLER                   PIC X(16) VALUE
011975         "    PROCESSED   ".
011980     05  WS-DH-PROCESS-DATE       PIC 9(08).
011985     05  FILLER                   PIC X(01) VALUE SPACE.
011990     05  WS-DH-PROCESS-TIME       PIC 9(06).
011995     05  FILLER                   PIC X(78) VALUE SPACES.
012000*---------------------------------------------------------------*
012100*    FILE STATUS SWITCHES                                       *
012200*---------------------------------------------------------------*
016800*---------------------------------------------------------------*
016900 77  SB-LOCNO                     PIC 9(04) COMP.
017000 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
017002
017004*---------------------------------------------------------------*
017006*    AUTHORIZED-USER TABLE (SEE LOCUSR) AND SECURITY EXCEPTION  *
017008*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
017010*    FLAG 4, SUSPENSE WRITE-OFF.                                *
017012*---------------------------------------------------------------*
017014 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
017016 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
017018 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
017020     88  END-OF-USER-AUTH-FILE    VALUE "Y".
017022 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 4.
017024 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "W".
017026 77  WS-AUTH-USER-ID              PIC X(08).
017028 77  WS-AUTH-LOCATION             PIC 9(04).
017030 77  WS-AUTH-INPUT                PIC X(40).
017032 77  WS-AUTH-RESULT               PIC X(01).
017034     88  AUTH-USER-ACCEPTED       VALUE "A".
017036     88  AUTH-USER-UNKNOWN        VALUE "U".
017038     88  AUTH-USER-REVOKED        VALUE "R".
017040     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
017042 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
017044 01  WS-SEC-TIME-WORK.
017046     05  WS-SEC-TIME              PIC 9(06).
017048     05  FILLER                   PIC 9(02).
017050 77  WS-AU-MAX                    PIC 9(03) COMP VALUE 500.
017052 77  WS-AU-COUNT                  PIC 9(03) COMP VALUE ZERO.
017054 77  SB-AU                        PIC 9(03) COMP.
017056 01  WS-AUTH-USER-TABLE.
017058     05  WS-AU-ENTRY OCCURS 500 TIMES.
017060         10  WS-AU-USER-ID        PIC X(08).
017062         10  WS-AU-STATUS         PIC X(01).
017064         10  WS-AU-FUNCTIONS.
017066             15  WS-AU-FUNCTION-FLAG
017068                                  PIC X(01) OCCURS 6 TIMES.
017100
017200*---------------------------------------------------------------*
017300*    REPORT COUNTERS                                             *
017800 77  WS-WRITTEN-OFF               PIC 9(07) COMP VALUE ZERO.
017900 77  WS-STILL-IN-SUSPENSE         PIC 9(07) COMP VALUE ZERO.
018000 77  WS-NEW-IN-SUSPENSE           PIC 9(07) COMP VALUE ZERO.
018050 77  WS-SECURITY-REFUSED          PIC 9(07) COMP VALUE ZERO.
018100
018200*---------------------------------------------------------------*
018300*    REPORT LINE WORK AREAS                                     *
021900
022000*---------------------------------------------------------------*
022100 1000-INITIALIZE.
022150     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
022200     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
022300     MOVE SPACES TO WS-CLEAN-TABLE
022400     MOVE SPACES TO WS-IN-SUSPENSE-TABLE
022500     MOVE SPACES TO WS-WRITE-OFF-TABLE
022550     PERFORM 1700-LOAD-USER-TABLE THRU 1700-EXIT
022600     PERFORM 1100-LOAD-CLEAN-LOCATIONS THRU 1100-EXIT
022700     PERFORM 1500-LOAD-WRITE-OFFS THRU 1500-EXIT
022800     OPEN INPUT OLD-SUSPENSE-FILE
022900     OPEN INPUT REJECT-FILE
023000     OPEN OUTPUT NEW-SUSPENSE-FILE
023100     OPEN OUTPUT AGING-REPORT
023125     MOVE WS-DATE-HEADING-LINE TO AGING-REPORT-LINE
023150     WRITE AGING-REPORT-LINE
023200     MOVE WS-HEADING-LINE-1 TO AGING-REPORT-LINE
023300     WRITE AGING-REPORT-LINE
023400     PERFORM 2900-READ-OLD-SUSPENSE
023500     PERFORM 4900-READ-REJECT.
023600
023602*---------------------------------------------------------------*
023604*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
023606*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
023608*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
023610*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
023612*---------------------------------------------------------------*
023614 1050-GET-BUSINESS-DATE.
023616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
023618     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
023620     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
023622     OPEN INPUT BUSINESS-DATE-FILE
023624     IF WS-BDTFILE-STATUS = "00"
023626         READ BUSINESS-DATE-FILE
023628             NOT AT END
023630                 IF BDT-BUSINESS-DATE NUMERIC
023632                     AND BDT-BUSINESS-DATE > ZERO
023634                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
023636                 END-IF
023638         END-READ
023640         CLOSE BUSINESS-DATE-FILE
023642     ELSE
023644         DISPLAY "SR24SUS - NO BUSDATE CARD, PROCESSING DATE USED"
023646     END-IF
023648     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
023650     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
023652     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
023654 1050-EXIT.
023656     EXIT.
023658
023700*---------------------------------------------------------------*
023800*    TONIGHT'S CLEAN STORES COME FROM THE LOCTOTS COMPANION OF  *
023900*    THE VALIDATED EXTRACT - SMALL, FIXED-LENGTH AND ALREADY    *
034800*---------------------------------------------------------------*
034900*    A WRITE-OFF WITHOUT A USER ID IS REFUSED - REMOVAL FROM    *
035000*    SUSPENSE MUST BE ATTRIBUTABLE.                             *
035025*    SO IS ONE FROM A USER NOT AUTHORIZED FOR WRITE-OFF ON      *
035050*    USRAUTH, AND THAT ATTEMPT IS LOGGED TO SECEXCP.            *
035100*---------------------------------------------------------------*
035200 1600-STORE-WRITE-OFF.
035300     IF WOF-LOCATION-NUMBER > ZERO
035500             DISPLAY "SR24SUS - WRITE-OFF WITHOUT USER ID "
035600                 "IGNORED, LOC = " WOF-LOCATION-NUMBER
035700         ELSE
035710             MOVE WOF-USER-ID TO WS-AUTH-USER-ID
035720             PERFORM 1900-CHECK-USER-AUTHORITY THRU 1900-EXIT
035730             IF AUTH-USER-ACCEPTED
035800                 MOVE WOF-USER-ID
035900                     TO WS-WRITE-OFF-USER(WOF-LOCATION-NUMBER)
035910             ELSE
035920                 DISPLAY "SR24SUS - WRITE-OFF REFUSED FOR USER "
035930                     WOF-USER-ID ", LOC = " WOF-LOCATION-NUMBER
035940                 MOVE WOF-LOCATION-NUMBER TO WS-AUTH-LOCATION
035950                 MOVE SUSPENSE-WRITE-OFF-RECORD TO WS-AUTH-INPUT
035960                 PERFORM 7100-WRITE-SECURITY-EXCEPTION
035970                     THRU 7100-EXIT
035980             END-IF
036000         END-IF
036100     END-IF
036200     PERFORM 1550-READ-WRITE-OFF THRU 1550-EXIT.
036300 1600-EXIT.
036400     EXIT.
036401
036402*---------------------------------------------------------------*
036403*    LOAD THE AUTHORIZED-USER FILE (SEE LOCUSR).  IT IS         *
036404*    REQUIRED - WITHOUT IT NO USER ID CAN BE VOUCHED FOR, SO    *
036405*    THE RUN STOPS RATHER THAN ACCEPT ANY EIGHT CHARACTERS.     *
036406*    SECEXCP IS OPENED HERE AND HELD FOR THE REST OF THE RUN.   *
036407*---------------------------------------------------------------*
036408 1700-LOAD-USER-TABLE.
036409     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
036410     ACCEPT WS-SEC-TIME-WORK FROM TIME
036411     OPEN INPUT USER-AUTH-FILE
036412     IF WS-USRFILE-STATUS NOT = "00"
036413         DISPLAY "SR24SUS - CANNOT OPEN USRAUTH, STATUS = "
036414             WS-USRFILE-STATUS
036415         MOVE 16 TO RETURN-CODE
036416         GO TO 9999-EXIT
036417     END-IF
036418     PERFORM 1750-READ-USER THRU 1750-EXIT
036419     PERFORM 1800-STORE-USER THRU 1800-EXIT
036420         UNTIL END-OF-USER-AUTH-FILE
036421     CLOSE USER-AUTH-FILE
036422     OPEN EXTEND SECURITY-EXCEPTION-FILE
036423     IF WS-SECFILE-STATUS NOT = "00" AND
036424             WS-SECFILE-STATUS NOT = "05"
036425         DISPLAY "SR24SUS - CANNOT OPEN SECEXCP, STATUS = "
036426             WS-SECFILE-STATUS
036427         MOVE 16 TO RETURN-CODE
036428         GO TO 9999-EXIT
036429     END-IF.
036430 1700-EXIT.
036431     EXIT.
036432
036433*---------------------------------------------------------------*
036434 1750-READ-USER.
036435     READ USER-AUTH-FILE
036436         AT END
036437             SET END-OF-USER-AUTH-FILE TO TRUE
036438     END-READ.
036439 1750-EXIT.
036440     EXIT.
036441
036442*---------------------------------------------------------------*
036443*    A FULL TABLE STOPS THE RUN - A USER LEFT OFF IT WOULD BE   *
036444*    REFUSED AS UNKNOWN.                                        *
036445*---------------------------------------------------------------*
036446 1800-STORE-USER.
036447     IF USR-USER-ID NOT = SPACES
036448         IF WS-AU-COUNT = WS-AU-MAX
036449             DISPLAY "SR24SUS - USER TABLE FULL, LIMIT = "
036450                 WS-AU-MAX
036451             MOVE 16 TO RETURN-CODE
036452             GO TO 9999-EXIT
036453         END-IF
036454         ADD 1 TO WS-AU-COUNT
036455         MOVE USR-USER-ID TO WS-AU-USER-ID(WS-AU-COUNT)
036456         MOVE USR-USER-STATUS TO WS-AU-STATUS(WS-AU-COUNT)
036457         MOVE USR-FUNCTION-FLAGS TO WS-AU-FUNCTIONS(WS-AU-COUNT)
036458     END-IF
036459     PERFORM 1750-READ-USER THRU 1750-EXIT.
036460 1800-EXIT.
036461     EXIT.
036462
036463*---------------------------------------------------------------*
036464*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER TABLE FOR   *
036465*    THIS PROGRAM'S FUNCTION.  NOT ON THE TABLE IS UNKNOWN, ON  *
036466*    IT BUT NOT ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN    *
036467*    THE FUNCTION FLAG IS NOT AUTHORIZED.                       *
036468*---------------------------------------------------------------*
036469 1900-CHECK-USER-AUTHORITY.
036470     SET AUTH-USER-UNKNOWN TO TRUE
036471     MOVE 1 TO SB-AU
036472     PERFORM 1950-SCAN-USER-TABLE THRU 1950-EXIT
036473         UNTIL SB-AU > WS-AU-COUNT
036474         OR NOT AUTH-USER-UNKNOWN.
036475 1900-EXIT.
036476     EXIT.
036477
036478*---------------------------------------------------------------*
036479 1950-SCAN-USER-TABLE.
036480     IF WS-AU-USER-ID(SB-AU) NOT = WS-AUTH-USER-ID
036481         ADD 1 TO SB-AU
036482         GO TO 1950-EXIT
036483     END-IF
036484     EVALUATE TRUE
036485         WHEN WS-AU-STATUS(SB-AU) NOT = "A"
036486             SET AUTH-USER-REVOKED TO TRUE
036487         WHEN WS-AU-FUNCTION-FLAG(SB-AU WS-AUTH-FUNCTION)
036488                 NOT = "Y"
036489             SET AUTH-USER-NOT-PERMITTED TO TRUE
036490         WHEN OTHER
036491             SET AUTH-USER-ACCEPTED TO TRUE
036492     END-EVALUATE.
036493 1950-EXIT.
036494     EXIT.
036500
036600*---------------------------------------------------------------*
036700*    CARRY LAST NIGHT'S SUSPENSE FORWARD: DROP STORES THAT      *
046400         AT END
046500             SET END-OF-REJECT-FILE TO TRUE
046600     END-READ.
046602
046604*---------------------------------------------------------------*
046606*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
046608*    SR30SEC SECURITY EXCEPTION REPORT.                         *
046610*---------------------------------------------------------------*
046612 7100-WRITE-SECURITY-EXCEPTION.
046614     ADD 1 TO WS-SECURITY-REFUSED
046616     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
046618     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
046620     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
046622     MOVE "SR24SUS"             TO SEC-PROGRAM-ID
046624     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
046626     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
046628     EVALUATE TRUE
046630         WHEN AUTH-USER-UNKNOWN
046632             SET SEC-UNKNOWN-USER TO TRUE
046634             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
046636         WHEN AUTH-USER-REVOKED
046638             SET SEC-REVOKED-USER TO TRUE
046640             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
046642         WHEN OTHER
046644             SET SEC-NOT-AUTHORIZED TO TRUE
046646             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
046648     END-EVALUATE
046650     MOVE WS-AUTH-LOCATION      TO SEC-LOCATION-NUMBER
046652     MOVE WS-AUTH-INPUT         TO SEC-REFUSED-INPUT
046654     WRITE SECURITY-EXCEPTION-RECORD.
046656 7100-EXIT.
046658     EXIT.
046700
046800*---------------------------------------------------------------*
046900 8000-FINALIZE.
048600     MOVE "NEW IN SUSPENSE.......  " TO WS-TL-CAPTION
048700     MOVE WS-NEW-IN-SUSPENSE TO WS-TL-COUNT
048800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
048825     MOVE "WRITE-OFFS REFUSED....  " TO WS-TL-CAPTION
048850     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT
048875     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
048900     CLOSE OLD-SUSPENSE-FILE
049000     CLOSE REJECT-FILE
049100     CLOSE NEW-SUSPENSE-FILE
049200     CLOSE AGING-REPORT
049250     CLOSE SECURITY-EXCEPTION-FILE.
049300
049400*---------------------------------------------------------------*
049500 8100-WRITE-TOTAL-LINE.
050900*    RECONCILIATION.                                           *
051000*---------------------------------------------------------------*
051100 8900-WRITE-RUN-LOG.
051200     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
051300     ACCEPT WS-LOG-TIME-WORK FROM TIME
051400     OPEN EXTEND RUN-LOG-FILE
051500     IF WS-RUNLOG-STATUS NOT = "00" AND
