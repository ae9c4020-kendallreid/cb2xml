003240*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
003260*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
003280*                     RECONCILIATION.                            *
003282*    10/15/2026  DRO  EDITS THE NEW TRN-OPEN-DATE (E008 OPEN     *
003283*                     DATE INVALID) AND TRN-SELLING-AREA (E009   *
003284*                     SELLING AREA NOT NUMERIC) ON ADDS AND      *
003285*                     CHANGES.  BLANK VALUES ARE ZEROED,         *
003286*                     MEANING NOT SUPPLIED.                      *
003287*    10/15/2026  DRO  TRN-USER-ID IS NOW CHECKED AGAINST THE     *
003288*                     AUTHORIZED-USER FILE USRAUTH (SEE          *
003289*                     LOCUSR) FOR THE MAINTENANCE FUNCTION:      *
003290*                     E010 UNKNOWN USER-ID, E011 USER-ID         *
003291*                     REVOKED, E012 USER NOT AUTHORIZED.  EACH   *
003292*                     SUCH REJECT IS ALSO LOGGED TO SECEXCP      *
003293*                     (SEE LOCSEC) FOR THE SR30SEC SECURITY      *
003294*                     EXCEPTION REPORT.                          *
003295*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
003296*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
003297*                     THE CLOCK, AND THE REPORT HEADS WITH       *
003298*                     BOTH THE BUSINESS AND THE PROCESSING       *
003299*                     DATE.                                      *
003300*                                                                *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPTFILE-STATUS.
006025     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006030         ORGANIZATION IS LINE SEQUENTIAL
006035         FILE STATUS IS WS-RUNLOG-STATUS.
006040     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006045         ORGANIZATION IS LINE SEQUENTIAL
006050         FILE STATUS IS WS-BDTFILE-STATUS.
006077     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
006079         ORGANIZATION IS LINE SEQUENTIAL
006081         FILE STATUS IS WS-USRFILE-STATUS.
006083     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
006085         ORGANIZATION IS LINE SEQUENTIAL
006087         FILE STATUS IS WS-SECFILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
007900         ==TRN-MONTHS==          BY ==EDT-MONTHS==
008000         ==TRN-DAYS==            BY ==EDT-DAYS==
008100         ==TRN-HOURS==           BY ==EDT-HOURS==
008200         ==TRN-USER-ID==         BY ==EDT-USER-ID==
008210         ==TRN-OPEN-DATE==       BY ==EDT-OPEN-DATE==
008220         ==TRN-OPEN-DATE-X==     BY ==EDT-OPEN-DATE-X==
008230         ==TRN-SELLING-AREA==    BY ==EDT-SELLING-AREA==
008240         ==TRN-SELLING-AREA-X==  BY ==EDT-SELLING-AREA-X==.
008300
008400 FD  TRANS-REJECT-FILE
008500     RECORDING MODE IS F.
009520 FD  RUN-LOG-FILE
009540     RECORDING MODE IS F.
009560     COPY LOCRUN.
009564
009568 FD  BUSINESS-DATE-FILE
009572     RECORDING MODE IS F.
009576     COPY LOCBDT.
009580
009582 FD  USER-AUTH-FILE
009584     RECORDING MODE IS F.
009586     COPY LOCUSR.
009588
009590 FD  SECURITY-EXCEPTION-FILE
009592     RECORDING MODE IS F.
009594     COPY LOCSEC.
009596
009600
009700 WORKING-STORAGE SECTION.
009710
009750 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
009760 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
009770 01  WS-LOG-TIME-WORK.
009771     05  WS-LOG-TIME              PIC 9(06).
009772     05  FILLER                   PIC 9(02).
009773*---------------------------------------------------------------*
009774*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
009775*---------------------------------------------------------------*
009776 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
009777 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009778 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
009779 01  WS-PROCESS-TIME-WORK.
009780     05  WS-PROCESS-TIME          PIC 9(06).
009781     05  FILLER                   PIC 9(02).
009782 01  WS-DATE-HEADING-LINE.
009783     05  FILLER                   PIC X(15) VALUE
009784         "BUSINESS DATE  ".
009785     05  WS-DH-BUSINESS-DATE      PIC 9(08).
009786     05  FILLER                   PIC X(16) VALUE
009787         "    PROCESSED   ".
009788     05  WS-DH-PROCESS-DATE       PIC 9(08).
009789     05  FILLER                   PIC X(01) VALUE SPACE.
009790     05  WS-DH-PROCESS-TIME       PIC 9(06).
009791     05  FILLER                   PIC X(78) VALUE SPACES.
009800*---------------------------------------------------------------*
009900*    FILE STATUS SWITCHES                                       *
010000*---------------------------------------------------------------*
011200 77  WS-WEEK-NO-MAX                PIC 9(02) COMP VALUE 20.
011300 77  WS-DAYS-MAX                  PIC 9(02) COMP VALUE 7.
011400 77  WS-HOURS-MAX                 PIC 9(02) COMP VALUE 6.
011410
011415*---------------------------------------------------------------*
011420*    OPEN-DATE EDIT - A SUPPLIED DATE MUST BE A REAL CALENDAR   *
011425*    CCYYMMDD (SEE 3600); ZERO OR BLANK MEANS NOT SUPPLIED.     *
011430*---------------------------------------------------------------*
011435 77  WS-OPEN-YEAR-MIN             PIC 9(04) COMP VALUE 1900.
011436 77  WS-DAYS-IN-MONTH             PIC 9(02) VALUE ZERO.
011437 77  WS-LEAP-QUOTIENT             PIC 9(04) COMP.
011438 77  WS-LEAP-REMAINDER            PIC 9(04) COMP.
011440 01  WS-OPEN-DATE-CHECK.
011445     05  WS-ODC-CCYY              PIC 9(04).
011450     05  WS-ODC-MM                PIC 9(02).
011455     05  WS-ODC-DD                PIC 9(02).
011456
011457*---------------------------------------------------------------*
011458*    AUTHORIZED-USER TABLE (SEE LOCUSR) AND SECURITY EXCEPTION  *
011459*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
011460*    FLAG 1, LOCATION MAINTENANCE.                              *
011461*---------------------------------------------------------------*
011462 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
011463 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
011464 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
011465     88  END-OF-USER-AUTH-FILE    VALUE "Y".
011466 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 1.
011467 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "M".
011468 77  WS-AUTH-USER-ID              PIC X(08).
011469 77  WS-AUTH-LOCATION             PIC 9(04).
011470 77  WS-AUTH-INPUT                PIC X(40).
011471 77  WS-AUTH-RESULT               PIC X(01).
011472     88  AUTH-USER-ACCEPTED       VALUE "A".
011473     88  AUTH-USER-UNKNOWN        VALUE "U".
011474     88  AUTH-USER-REVOKED        VALUE "R".
011475     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
011476 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
011477 01  WS-SEC-TIME-WORK.
011478     05  WS-SEC-TIME              PIC 9(06).
011479     05  FILLER                   PIC 9(02).
011480 77  WS-AU-MAX                    PIC 9(03) COMP VALUE 500.
011481 77  WS-AU-COUNT                  PIC 9(03) COMP VALUE ZERO.
011482 77  SB-AU                        PIC 9(03) COMP.
011483 01  WS-AUTH-USER-TABLE.
011484     05  WS-AU-ENTRY OCCURS 500 TIMES.
011485         10  WS-AU-USER-ID        PIC X(08).
011486         10  WS-AU-STATUS         PIC X(01).
011487         10  WS-AU-FUNCTIONS.
011488             15  WS-AU-FUNCTION-FLAG
011489                                  PIC X(01) OCCURS 6 TIMES.
011500
011600*---------------------------------------------------------------*
011700*    DUPLICATE-LOCATION TABLE - DIRECT INDEXED BY LOCATION      *
013400 77  WS-TRANS-READ                PIC 9(07) COMP VALUE ZERO.
013500 77  WS-TRANS-ACCEPTED            PIC 9(07) COMP VALUE ZERO.
013600 77  WS-TRANS-REJECTED            PIC 9(07) COMP VALUE ZERO.
013650 77  WS-SECURITY-REFUSED          PIC 9(07) COMP VALUE ZERO.
013700
013800*---------------------------------------------------------------*
013900*    REPORT LINE WORK AREAS                                     *
017000
017100*---------------------------------------------------------------*
017200 1000-INITIALIZE.
017250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
017300     MOVE SPACES TO WS-LOCATION-SEEN-TABLE
017350     PERFORM 1700-LOAD-USER-TABLE THRU 1700-EXIT
017400     OPEN INPUT TRANS-IN-FILE
017500     IF WS-TRNIN-STATUS NOT = "00"
017600         DISPLAY "SR10EDT - CANNOT OPEN TRANS INPUT, STATUS = "
018000     OPEN OUTPUT TRANS-OUT-FILE
018100     OPEN OUTPUT TRANS-REJECT-FILE
018200     OPEN OUTPUT EDIT-REPORT
018225     MOVE WS-DATE-HEADING-LINE TO EDIT-REPORT-LINE
018250     WRITE EDIT-REPORT-LINE
018300     MOVE WS-HEADING-LINE-1 TO EDIT-REPORT-LINE
018400     WRITE EDIT-REPORT-LINE
018402     PERFORM 2900-READ-TRANSACTION.
018404
018406*---------------------------------------------------------------*
018408*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
018410*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
018412*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
018414*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
018416*---------------------------------------------------------------*
018418 1050-GET-BUSINESS-DATE.
018420     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
018422     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
018424     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
018426     OPEN INPUT BUSINESS-DATE-FILE
018428     IF WS-BDTFILE-STATUS = "00"
018430         READ BUSINESS-DATE-FILE
018432             NOT AT END
018434                 IF BDT-BUSINESS-DATE NUMERIC
018436                     AND BDT-BUSINESS-DATE > ZERO
018438                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
018440                 END-IF
018442         END-READ
018444         CLOSE BUSINESS-DATE-FILE
018446     ELSE
018448         DISPLAY "SR10EDT - NO BUSDATE CARD, PROCESSING DATE USED"
018450     END-IF
018452     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
018454     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
018456     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
018458 1050-EXIT.
018460     EXIT.
018462
018502*---------------------------------------------------------------*
018503*    LOAD THE AUTHORIZED-USER FILE (SEE LOCUSR).  IT IS         *
018504*    REQUIRED - WITHOUT IT NO USER ID CAN BE VOUCHED FOR, SO    *
018505*    THE RUN STOPS RATHER THAN ACCEPT ANY EIGHT CHARACTERS.     *
018506*    SECEXCP IS OPENED HERE AND HELD FOR THE REST OF THE RUN.   *
018507*---------------------------------------------------------------*
018508 1700-LOAD-USER-TABLE.
018509     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
018510     ACCEPT WS-SEC-TIME-WORK FROM TIME
018511     OPEN INPUT USER-AUTH-FILE
018512     IF WS-USRFILE-STATUS NOT = "00"
018513         DISPLAY "SR10EDT - CANNOT OPEN USRAUTH, STATUS = "
018514             WS-USRFILE-STATUS
018515         MOVE 16 TO RETURN-CODE
018516         GO TO 9999-EXIT
018517     END-IF
018518     PERFORM 1750-READ-USER THRU 1750-EXIT
018519     PERFORM 1800-STORE-USER THRU 1800-EXIT
018520         UNTIL END-OF-USER-AUTH-FILE
018521     CLOSE USER-AUTH-FILE
018522     OPEN EXTEND SECURITY-EXCEPTION-FILE
018523     IF WS-SECFILE-STATUS NOT = "00" AND
018524             WS-SECFILE-STATUS NOT = "05"
018525         DISPLAY "SR10EDT - CANNOT OPEN SECEXCP, STATUS = "
018526             WS-SECFILE-STATUS
018527         MOVE 16 TO RETURN-CODE
018528         GO TO 9999-EXIT
018529     END-IF.
018530 1700-EXIT.
018531     EXIT.
018532
018533*---------------------------------------------------------------*
018534 1750-READ-USER.
018535     READ USER-AUTH-FILE
018536         AT END
018537             SET END-OF-USER-AUTH-FILE TO TRUE
018538     END-READ.
018539 1750-EXIT.
018540     EXIT.
018541
018542*---------------------------------------------------------------*
018543*    A FULL TABLE STOPS THE RUN - A USER LEFT OFF IT WOULD BE   *
018544*    REFUSED AS UNKNOWN.                                        *
018545*---------------------------------------------------------------*
018546 1800-STORE-USER.
018547     IF USR-USER-ID NOT = SPACES
018548         IF WS-AU-COUNT = WS-AU-MAX
018549             DISPLAY "SR10EDT - USER TABLE FULL, LIMIT = "
018550                 WS-AU-MAX
018551             MOVE 16 TO RETURN-CODE
018552             GO TO 9999-EXIT
018553         END-IF
018554         ADD 1 TO WS-AU-COUNT
018555         MOVE USR-USER-ID TO WS-AU-USER-ID(WS-AU-COUNT)
018556         MOVE USR-USER-STATUS TO WS-AU-STATUS(WS-AU-COUNT)
018557         MOVE USR-FUNCTION-FLAGS TO WS-AU-FUNCTIONS(WS-AU-COUNT)
018558     END-IF
018559     PERFORM 1750-READ-USER THRU 1750-EXIT.
018560 1800-EXIT.
018561     EXIT.
018600
018700*---------------------------------------------------------------*
018800 2000-EDIT-TRANSACTION.
018900     ADD 1 TO WS-TRANS-READ
019000     MOVE SPACES TO WS-REASON-CODE
019010     IF TRN-OPEN-DATE-X = SPACES
019020         MOVE ZERO TO TRN-OPEN-DATE
019030     END-IF
019040     IF TRN-SELLING-AREA-X = SPACES
019050         MOVE ZERO TO TRN-SELLING-AREA
019060     END-IF
019100     PERFORM 3000-CHECK-TRANSACTION THRU 3000-EXIT
019200     IF WS-REASON-CODE = SPACES
019300         ADD 1 TO WS-TRANS-ACCEPTED
022800         MOVE "USER-ID REQUIRED" TO WS-REASON-TEXT
022900         GO TO 3000-EXIT
023000     END-IF
023004
023008     MOVE TRN-USER-ID TO WS-AUTH-USER-ID
023012     PERFORM 3500-CHECK-USER-AUTHORITY THRU 3500-EXIT
023016     IF NOT AUTH-USER-ACCEPTED
023020         EVALUATE TRUE
023024             WHEN AUTH-USER-UNKNOWN
023028                 MOVE "E010" TO WS-REASON-CODE
023032                 MOVE "UNKNOWN USER-ID" TO WS-REASON-TEXT
023036             WHEN AUTH-USER-REVOKED
023040                 MOVE "E011" TO WS-REASON-CODE
023044                 MOVE "USER-ID REVOKED" TO WS-REASON-TEXT
023048             WHEN OTHER
023052                 MOVE "E012" TO WS-REASON-CODE
023056                 MOVE "USER NOT AUTHORIZED" TO WS-REASON-TEXT
023060         END-EVALUATE
023064         MOVE TRN-LOCATION-NUMBER TO WS-AUTH-LOCATION
023068         MOVE LOCATION-TRANSACTION-RECORD TO WS-AUTH-INPUT
023072         PERFORM 7100-WRITE-SECURITY-EXCEPTION THRU 7100-EXIT
023076         GO TO 3000-EXIT
023080     END-IF
023100
023200     IF TRN-IS-ADD
023300         IF TRN-MONTHS < 1 OR TRN-MONTHS > WS-MONTHS-MAX
027400                 GO TO 3000-EXIT
027500             END-IF
027600         END-IF
027603         IF TRN-OPEN-DATE NOT NUMERIC
027606             MOVE "E008" TO WS-REASON-CODE
027609             MOVE "OPEN DATE INVALID" TO WS-REASON-TEXT
027612             GO TO 3000-EXIT
027615         END-IF
027618         IF TRN-OPEN-DATE NOT = ZERO
027621             MOVE TRN-OPEN-DATE TO WS-OPEN-DATE-CHECK
027624             IF WS-ODC-CCYY < WS-OPEN-YEAR-MIN
027627                     OR WS-ODC-MM < 1 OR WS-ODC-MM > 12
027630                     OR WS-ODC-DD < 1
027633                 MOVE "E008" TO WS-REASON-CODE
027636                 MOVE "OPEN DATE INVALID" TO WS-REASON-TEXT
027639                 GO TO 3000-EXIT
027642             END-IF
027645             PERFORM 3600-SET-DAYS-IN-MONTH THRU 3600-EXIT
027648             IF WS-ODC-DD > WS-DAYS-IN-MONTH
027651                 MOVE "E008" TO WS-REASON-CODE
027654                 MOVE "OPEN DATE INVALID" TO WS-REASON-TEXT
027657                 GO TO 3000-EXIT
027660             END-IF
027663         END-IF
027666         IF TRN-SELLING-AREA NOT NUMERIC
027669             MOVE "E009" TO WS-REASON-CODE
027672             MOVE "SELLING AREA NOT NUMERIC" TO WS-REASON-TEXT
027675             GO TO 3000-EXIT
027678         END-IF
027700     END-IF
027800
027900     MOVE TRN-LOCATION-NUMBER TO SB-LOCNO
028600     END-IF.
028700 3000-EXIT.
028800     EXIT.
028802
028804*---------------------------------------------------------------*
028806*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER TABLE FOR   *
028808*    THIS PROGRAM'S FUNCTION.  NOT ON THE TABLE IS UNKNOWN, ON  *
028810*    IT BUT NOT ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN    *
028812*    THE FUNCTION FLAG IS NOT AUTHORIZED.                       *
028814*---------------------------------------------------------------*
028816 3500-CHECK-USER-AUTHORITY.
028818     SET AUTH-USER-UNKNOWN TO TRUE
028820     MOVE 1 TO SB-AU
028822     PERFORM 3550-SCAN-USER-TABLE THRU 3550-EXIT
028824         UNTIL SB-AU > WS-AU-COUNT
028826         OR NOT AUTH-USER-UNKNOWN.
028828 3500-EXIT.
028830     EXIT.
028832
028834*---------------------------------------------------------------*
028836 3550-SCAN-USER-TABLE.
028838     IF WS-AU-USER-ID(SB-AU) NOT = WS-AUTH-USER-ID
028840         ADD 1 TO SB-AU
028842         GO TO 3550-EXIT
028844     END-IF
028846     EVALUATE TRUE
028848         WHEN WS-AU-STATUS(SB-AU) NOT = "A"
028850             SET AUTH-USER-REVOKED TO TRUE
028852         WHEN WS-AU-FUNCTION-FLAG(SB-AU WS-AUTH-FUNCTION)
028854                 NOT = "Y"
028856             SET AUTH-USER-NOT-PERMITTED TO TRUE
028858         WHEN OTHER
028860             SET AUTH-USER-ACCEPTED TO TRUE
028862     END-EVALUATE.
028864 3550-EXIT.
028866     EXIT.
028900
028902*---------------------------------------------------------------*
028904*    SETS WS-DAYS-IN-MONTH TO THE LENGTH OF MONTH WS-ODC-MM OF  *
028906*    YEAR WS-ODC-CCYY, LEAP YEARS INCLUDED.                     *
028908*---------------------------------------------------------------*
028910 3600-SET-DAYS-IN-MONTH.
028912     MOVE 31 TO WS-DAYS-IN-MONTH
028914     EVALUATE WS-ODC-MM
028916         WHEN 4
028918         WHEN 6
028920         WHEN 9
028922         WHEN 11
028924             MOVE 30 TO WS-DAYS-IN-MONTH
028926         WHEN 2
028928             PERFORM 3650-SET-FEBRUARY-DAYS THRU 3650-EXIT
028930     END-EVALUATE.
028932 3600-EXIT.
028934     EXIT.
028936
028938*---------------------------------------------------------------*
028940 3650-SET-FEBRUARY-DAYS.
028942     MOVE 28 TO WS-DAYS-IN-MONTH
028944     DIVIDE WS-ODC-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
028946         REMAINDER WS-LEAP-REMAINDER
028948     IF WS-LEAP-REMAINDER = ZERO
028950         MOVE 29 TO WS-DAYS-IN-MONTH
028952     END-IF
028954     DIVIDE WS-ODC-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
028956         REMAINDER WS-LEAP-REMAINDER
028958     IF WS-LEAP-REMAINDER = ZERO
028960         MOVE 28 TO WS-DAYS-IN-MONTH
028962     END-IF
028964     DIVIDE WS-ODC-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
028966         REMAINDER WS-LEAP-REMAINDER
028968     IF WS-LEAP-REMAINDER = ZERO
028970         MOVE 29 TO WS-DAYS-IN-MONTH
028972     END-IF.
028974 3650-EXIT.
028976     EXIT.
028978
029000*---------------------------------------------------------------*
029100 7000-WRITE-REJECT.
029200     MOVE SPACES TO TRANS-REJECT-RECORD
030400     WRITE EDIT-REPORT-LINE.
030500 7000-EXIT.
030600     EXIT.
030602
030604*---------------------------------------------------------------*
030606*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
030608*    SR30SEC SECURITY EXCEPTION REPORT.                         *
030610*---------------------------------------------------------------*
030612 7100-WRITE-SECURITY-EXCEPTION.
030614     ADD 1 TO WS-SECURITY-REFUSED
030616     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
030618     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
030620     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
030622     MOVE "SR10EDT"             TO SEC-PROGRAM-ID
030624     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
030626     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
030628     EVALUATE TRUE
030630         WHEN AUTH-USER-UNKNOWN
030632             SET SEC-UNKNOWN-USER TO TRUE
030634             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
030636         WHEN AUTH-USER-REVOKED
030638             SET SEC-REVOKED-USER TO TRUE
030640             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
030642         WHEN OTHER
030644             SET SEC-NOT-AUTHORIZED TO TRUE
030646             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
030648     END-EVALUATE
030650     MOVE WS-AUTH-LOCATION      TO SEC-LOCATION-NUMBER
030652     MOVE WS-AUTH-INPUT         TO SEC-REFUSED-INPUT
030654     WRITE SECURITY-EXCEPTION-RECORD.
030656 7100-EXIT.
030658     EXIT.
030700
030800*---------------------------------------------------------------*
030900 8000-FINALIZE.
031600     MOVE "TRANSACTIONS REJECTED.  " TO WS-TL-CAPTION
031700     MOVE WS-TRANS-REJECTED TO WS-TL-COUNT
031800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031825     MOVE "REFUSED - SECURITY....  " TO WS-TL-CAPTION
031850     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT
031875     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031900     CLOSE TRANS-IN-FILE
032000     CLOSE TRANS-OUT-FILE
032100     CLOSE TRANS-REJECT-FILE
032200     CLOSE EDIT-REPORT
032250     CLOSE SECURITY-EXCEPTION-FILE.
032300
032400*---------------------------------------------------------------*
032500 8100-WRITE-TOTAL-LINE.
033012*    RECONCILIATION.                                           *
033015*---------------------------------------------------------------*
033018 8900-WRITE-RUN-LOG.
033021     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
033024     ACCEPT WS-LOG-TIME-WORK FROM TIME
033027     OPEN EXTEND RUN-LOG-FILE
033030     IF WS-RUNLOG-STATUS NOT = "00" AND
