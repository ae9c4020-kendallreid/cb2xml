002500*                     DUPLICATE LOCATION/MONTH PAIR IN ONE      *
002600*                     SUBMISSION IS REJECTED THE WAY SR10EDT    *
002700*                     FLAGS A DUPLICATE LOCATION IN A BATCH.    *
002710*    10/15/2026  DRO  PLN-USER-ID IS NOW CHECKED AGAINST THE    *
002720*                     AUTHORIZED-USER FILE USRAUTH (SEE         *
002730*                     LOCUSR) FOR THE PLAN SUBMISSION           *
002740*                     FUNCTION: P208 UNKNOWN USER-ID, P209      *
002750*                     USER-ID REVOKED, P210 USER NOT            *
002760*                     AUTHORIZED.  EACH SUCH REJECT IS ALSO     *
002770*                     LOGGED TO SECEXCP (SEE LOCSEC) FOR THE    *
002780*                     SR30SEC SECURITY EXCEPTION REPORT.        *
002782*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002784*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002786*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002788*                     BOTH THE BUSINESS AND THE PROCESSING      *
002790*                     DATE.                                     *
002800*    10/15/2026  DRO  A PLAN ROW FOR A MONTH CLOSED ON THE      *
002810*                     PERCTL PERIOD CONTROL FILE (SEE LOCPER)   *
002820*                     IS REJECTED P211 PERIOD CLOSED, AFTER     *
002830*                     THE LOCATION EDITS AND AHEAD OF THE       *
002840*                     DUPLICATE CHECK.  THE ROWS FOR A CLOSED   *
002842*                     MONTH ON PLANOLD, THE LOCPLAN GENERATION  *
002844*                     NOW IN USE, ARE CARRIED TO THE NEW        *
002846*                     LOCPLAN UNCHANGED AND LISTED AS KEPT.     *
002850*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  SR19PLN.
005200     SELECT PLAN-OUT-FILE ASSIGN TO LOCPLAN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PLNOUT-STATUS.
005425     SELECT OPTIONAL OLD-PLAN-FILE ASSIGN TO PLANOLD
005450         ORGANIZATION IS LINE SEQUENTIAL
005475         FILE STATUS IS WS-OLDFILE-STATUS.
005500     SELECT PLAN-REJECT-FILE ASSIGN TO PLANRJ
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PLNREJ-STATUS.
006100     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RUNLOG-STATUS.
006302     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006304         ORGANIZATION IS LINE SEQUENTIAL
006306         FILE STATUS IS WS-BDTFILE-STATUS.
006310     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WS-USRFILE-STATUS.
006340     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
006350         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS WS-SECFILE-STATUS.
006370     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
006380         ORGANIZATION IS LINE SEQUENTIAL
006390         FILE STATUS IS WS-PERFILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
008100         ==PLN-PLAN-VALUE==      BY ==EDP-PLAN-VALUE==
008200         ==PLN-USER-ID==         BY ==EDP-USER-ID==.
008300
008310 FD  OLD-PLAN-FILE
008320     RECORDING MODE IS F.
008330     COPY LOCPLN REPLACING ==SALES-PLAN-RECORD==
008340         BY ==OLD-PLAN-RECORD==
008350         ==PLN-LOCATION-NUMBER== BY ==OPL-LOCATION-NUMBER==
008360         ==PLN-MONTH-NO==        BY ==OPL-MONTH-NO==
008370         ==PLN-PLAN-VALUE==      BY ==OPL-PLAN-VALUE==
008380         ==PLN-USER-ID==         BY ==OPL-USER-ID==.
008390
008400 FD  PLAN-REJECT-FILE
008500     RECORDING MODE IS F.
008600 01  PLAN-REJECT-RECORD.
009600 FD  RUN-LOG-FILE
009700     RECORDING MODE IS F.
009800     COPY LOCRUN.
009802
009804 FD  BUSINESS-DATE-FILE
009806     RECORDING MODE IS F.
009808     COPY LOCBDT.
009810
009820 FD  USER-AUTH-FILE
009830     RECORDING MODE IS F.
009840     COPY LOCUSR.
009850
009860 FD  SECURITY-EXCEPTION-FILE
009870     RECORDING MODE IS F.
009880     COPY LOCSEC.
009884
009888 FD  PERIOD-CONTROL-FILE
009892     RECORDING MODE IS F.
009896     COPY LOCPER.
009900
010000 WORKING-STORAGE SECTION.
010100
010700 01  WS-LOG-TIME-WORK.
010800     05  WS-LOG-TIME              PIC 9(06).
010900     05  FILLER                   PIC 9(02).
010905*---------------------------------------------------------------*
010910*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
010915*---------------------------------------------------------------*
010920 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
010925 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
010930 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
010935 01  WS-PROCESS-TIME-WORK.
010940     05  WS-PROCESS-TIME          PIC 9(06).
010945     05  FILLER                   PIC 9(02).
010950 01  WS-DATE-HEADING-LINE.
010955     05  FILLER                   PIC X(15) VALUE
010960         "BUSINESS DATE  ".
010965     05  WS-DH-BUSINESS-DATE      PIC 9(08).
010970     05  FILLER                   PIC X(16) VALUE
010975         "    PROCESSED   ".
010980     05  WS-DH-PROCESS-DATE       PIC 9(08).
010985     05  FILLER                   PIC X(01) VALUE SPACE.
010990     05  WS-DH-PROCESS-TIME       PIC 9(06).
010995     05  FILLER                   PIC X(78) VALUE SPACES.
011000*---------------------------------------------------------------*
011100*    FILE STATUS SWITCHES                                       *
011200*---------------------------------------------------------------*
014000 77  WS-REASON-TEXT               PIC X(30).
014100 77  SB-LOCNO                     PIC 9(04) COMP.
014200 77  SB-MONTH                     PIC 9(02) COMP.
014202
014204*---------------------------------------------------------------*
014206*    AUTHORIZED-USER TABLE (SEE LOCUSR) AND SECURITY EXCEPTION  *
014208*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
014210*    FLAG 3, PLAN SUBMISSION.                                   *
014212*---------------------------------------------------------------*
014214 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
014216 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
014218 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
014220     88  END-OF-USER-AUTH-FILE    VALUE "Y".
014222 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 3.
014224 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "P".
014226 77  WS-AUTH-USER-ID              PIC X(08).
014228 77  WS-AUTH-LOCATION             PIC 9(04).
014230 77  WS-AUTH-INPUT                PIC X(40).
014232 77  WS-AUTH-RESULT               PIC X(01).
014234     88  AUTH-USER-ACCEPTED       VALUE "A".
014236     88  AUTH-USER-UNKNOWN        VALUE "U".
014238     88  AUTH-USER-REVOKED        VALUE "R".
014240     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
014242 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
014244 01  WS-SEC-TIME-WORK.
014246     05  WS-SEC-TIME              PIC 9(06).
014248     05  FILLER                   PIC 9(02).
014250 77  WS-AU-MAX                    PIC 9(03) COMP VALUE 500.
014252 77  WS-AU-COUNT                  PIC 9(03) COMP VALUE ZERO.
014254 77  SB-AU                        PIC 9(03) COMP.
014256 01  WS-AUTH-USER-TABLE.
014258     05  WS-AU-ENTRY OCCURS 500 TIMES.
014260         10  WS-AU-USER-ID        PIC X(08).
014262         10  WS-AU-STATUS         PIC X(01).
014264         10  WS-AU-FUNCTIONS.
014266             15  WS-AU-FUNCTION-FLAG
014268                                  PIC X(01) OCCURS 6 TIMES.
014270
014272*---------------------------------------------------------------*
014274*    CLOSED FISCAL MONTHS FROM PERCTL (SEE LOCPER) - A PLAN ROW *
014276*    FOR ONE IS REJECTED P211 AND PLANOLD'S ROW IS KEPT.        *
014278*---------------------------------------------------------------*
014280 77  WS-PERFILE-STATUS            PIC X(02) VALUE "00".
014282 77  WS-PER-EOF-SWITCH            PIC X(01) VALUE "N".
014284     88  END-OF-PERIOD-FILE       VALUE "Y".
014286 01  WS-CLOSED-MONTH-TABLE        VALUE SPACES.
014288     05  WS-CLOSED-MONTH-SW OCCURS 12 TIMES
014290                                  PIC X(01).
014292 77  WS-OLDFILE-STATUS            PIC X(02) VALUE "00".
014294 77  WS-OLD-EOF-SWITCH            PIC X(01) VALUE "N".
014296     88  END-OF-OLD-PLAN-FILE     VALUE "Y".
014300
014400*---------------------------------------------------------------*
014500*    REPORT COUNTERS                                             *
014700 77  WS-ROWS-READ                 PIC 9(07) COMP VALUE ZERO.
014800 77  WS-ROWS-ACCEPTED             PIC 9(07) COMP VALUE ZERO.
014900 77  WS-ROWS-REJECTED             PIC 9(07) COMP VALUE ZERO.
014950 77  WS-SECURITY-REFUSED          PIC 9(07) COMP VALUE ZERO.
014975 77  WS-PERIOD-REFUSED            PIC 9(07) COMP VALUE ZERO.
014985 77  WS-ROWS-KEPT                 PIC 9(07) COMP VALUE ZERO.
015000
015100*---------------------------------------------------------------*
015200*    REPORT LINE WORK AREAS                                     *
018300
018400*---------------------------------------------------------------*
018500 1000-INITIALIZE.
018550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
018600     MOVE SPACES TO WS-PLAN-SEEN-TABLE
018650     PERFORM 1700-LOAD-USER-TABLE THRU 1700-EXIT
018675     PERFORM 1600-LOAD-PERIOD-CONTROL THRU 1600-EXIT
018700     OPEN INPUT LOCATION-MASTER
018800     IF NOT MASTER-OPEN-OK
018900         DISPLAY "SR19PLN - CANNOT OPEN MASTER, STATUS = "
020100     OPEN OUTPUT PLAN-OUT-FILE
020200     OPEN OUTPUT PLAN-REJECT-FILE
020300     OPEN OUTPUT EDIT-REPORT
020325     MOVE WS-DATE-HEADING-LINE TO EDIT-REPORT-LINE
020350     WRITE EDIT-REPORT-LINE
020400     MOVE WS-HEADING-LINE-1 TO EDIT-REPORT-LINE
020500     WRITE EDIT-REPORT-LINE
020502     PERFORM 1900-KEEP-CLOSED-PLAN THRU 1900-EXIT
020503     PERFORM 2900-READ-PLAN-ROW.
020504
020506*---------------------------------------------------------------*
020508*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
020510*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
020512*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
020514*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
020516*---------------------------------------------------------------*
020518 1050-GET-BUSINESS-DATE.
020520     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
020522     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
020524     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
020526     OPEN INPUT BUSINESS-DATE-FILE
020528     IF WS-BDTFILE-STATUS = "00"
020530         READ BUSINESS-DATE-FILE
020532             NOT AT END
020534                 IF BDT-BUSINESS-DATE NUMERIC
020536                     AND BDT-BUSINESS-DATE > ZERO
020538                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
020540                 END-IF
020542         END-READ
020544         CLOSE BUSINESS-DATE-FILE
020546     ELSE
020548         DISPLAY "SR19PLN - NO BUSDATE CARD, PROCESSING DATE USED"
020550     END-IF
020552     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
020554     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
020556     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
020558 1050-EXIT.
020560     EXIT.
020562
020563*---------------------------------------------------------------*
020564*    PERCTL IS OPTIONAL - A MISSING OR EMPTY FILE LEAVES EVERY  *
020565*    MONTH OPEN.  THE PLAN MONTH IS THE FISCAL PERIOD, SO EACH  *
020566*    CLOSED ROW MARKS ITS MONTH; A ROW WITH A PERIOD OUTSIDE    *
020567*    01-12 IS IGNORED.                                          *
020568*---------------------------------------------------------------*
020569 1600-LOAD-PERIOD-CONTROL.
020570     OPEN INPUT PERIOD-CONTROL-FILE
020571     IF WS-PERFILE-STATUS NOT = "00"
020572         GO TO 1600-EXIT
020573     END-IF
020574     PERFORM 1650-READ-PERIOD-CONTROL THRU 1650-EXIT
020575     PERFORM 1660-STORE-PERIOD-CONTROL THRU 1660-EXIT
020576         UNTIL END-OF-PERIOD-FILE
020577     CLOSE PERIOD-CONTROL-FILE.
020578 1600-EXIT.
020579     EXIT.
020580
020581*---------------------------------------------------------------*
020582 1650-READ-PERIOD-CONTROL.
020583     READ PERIOD-CONTROL-FILE
020584         AT END
020585             SET END-OF-PERIOD-FILE TO TRUE
020586     END-READ.
020587 1650-EXIT.
020588     EXIT.
020589
020590*---------------------------------------------------------------*
020591 1660-STORE-PERIOD-CONTROL.
020592     IF PER-IS-CLOSED
020593             AND PER-PERIOD-NO NUMERIC
020594             AND PER-PERIOD-NO > ZERO
020595             AND PER-PERIOD-NO NOT > WS-MONTHS-MAX
020596         MOVE "Y" TO WS-CLOSED-MONTH-SW(PER-PERIOD-NO)
020597     END-IF
020598     PERFORM 1650-READ-PERIOD-CONTROL THRU 1650-EXIT.
020599 1660-EXIT.
020600     EXIT.
020601
020602*---------------------------------------------------------------*
020603*    LOAD THE AUTHORIZED-USER FILE (SEE LOCUSR).  IT IS         *
020604*    REQUIRED - WITHOUT IT NO USER ID CAN BE VOUCHED FOR, SO    *
020605*    THE RUN STOPS RATHER THAN ACCEPT ANY EIGHT CHARACTERS.     *
020606*    SECEXCP IS OPENED HERE AND HELD FOR THE REST OF THE RUN.   *
020607*---------------------------------------------------------------*
020608 1700-LOAD-USER-TABLE.
020609     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
020610     ACCEPT WS-SEC-TIME-WORK FROM TIME
020611     OPEN INPUT USER-AUTH-FILE
020612     IF WS-USRFILE-STATUS NOT = "00"
020613         DISPLAY "SR19PLN - CANNOT OPEN USRAUTH, STATUS = "
020614             WS-USRFILE-STATUS
020615         MOVE 16 TO RETURN-CODE
020616         GO TO 9999-EXIT
020617     END-IF
020618     PERFORM 1750-READ-USER THRU 1750-EXIT
020619     PERFORM 1800-STORE-USER THRU 1800-EXIT
020620         UNTIL END-OF-USER-AUTH-FILE
020621     CLOSE USER-AUTH-FILE
020622     OPEN EXTEND SECURITY-EXCEPTION-FILE
020623     IF WS-SECFILE-STATUS NOT = "00" AND
020624             WS-SECFILE-STATUS NOT = "05"
020625         DISPLAY "SR19PLN - CANNOT OPEN SECEXCP, STATUS = "
020626             WS-SECFILE-STATUS
020627         MOVE 16 TO RETURN-CODE
020628         GO TO 9999-EXIT
020629     END-IF.
020630 1700-EXIT.
020631     EXIT.
020632
020633*---------------------------------------------------------------*
020634 1750-READ-USER.
020635     READ USER-AUTH-FILE
020636         AT END
020637             SET END-OF-USER-AUTH-FILE TO TRUE
020638     END-READ.
020639 1750-EXIT.
020640     EXIT.
020641
020642*---------------------------------------------------------------*
020643*    A FULL TABLE STOPS THE RUN - A USER LEFT OFF IT WOULD BE   *
020644*    REFUSED AS UNKNOWN.                                        *
020645*---------------------------------------------------------------*
020646 1800-STORE-USER.
020647     IF USR-USER-ID NOT = SPACES
020648         IF WS-AU-COUNT = WS-AU-MAX
020649             DISPLAY "SR19PLN - USER TABLE FULL, LIMIT = "
020650                 WS-AU-MAX
020651             MOVE 16 TO RETURN-CODE
020652             GO TO 9999-EXIT
020653         END-IF
020654         ADD 1 TO WS-AU-COUNT
020655         MOVE USR-USER-ID TO WS-AU-USER-ID(WS-AU-COUNT)
020656         MOVE USR-USER-STATUS TO WS-AU-STATUS(WS-AU-COUNT)
020657         MOVE USR-FUNCTION-FLAGS TO WS-AU-FUNCTIONS(WS-AU-COUNT)
020658     END-IF
020659     PERFORM 1750-READ-USER THRU 1750-EXIT.
020660 1800-EXIT.
020661     EXIT.
020700
020701*---------------------------------------------------------------*
020702*    EVERY SUBMISSION REPLACES THE WHOLE PLAN, SO THE ROWS FOR  *
020703*    A CLOSED MONTH ARE CARRIED UNCHANGED FROM PLANOLD, THE     *
020704*    LOCPLAN GENERATION NOW IN USE, AND LISTED AS KEPT.         *
020705*    PLANOLD IS NEEDED ONLY WHILE A MONTH IS CLOSED - WITHOUT   *
020706*    IT THE NEW PLAN WOULD LOSE THAT MONTH, SO THE RUN STOPS.   *
020707*---------------------------------------------------------------*
020708 1900-KEEP-CLOSED-PLAN.
020709     IF WS-CLOSED-MONTH-TABLE = SPACES
020710         GO TO 1900-EXIT
020711     END-IF
020712     OPEN INPUT OLD-PLAN-FILE
020713     IF WS-OLDFILE-STATUS NOT = "00"
020714         DISPLAY "SR19PLN - CANNOT OPEN PLANOLD, STATUS = "
020715             WS-OLDFILE-STATUS
020716         MOVE 16 TO RETURN-CODE
020717         GO TO 9999-EXIT
020718     END-IF
020719     PERFORM 1950-READ-OLD-PLAN THRU 1950-EXIT
020720     PERFORM 1960-KEEP-OLD-PLAN-ROW THRU 1960-EXIT
020721         UNTIL END-OF-OLD-PLAN-FILE
020722     CLOSE OLD-PLAN-FILE.
020723 1900-EXIT.
020724     EXIT.
020725
020726*---------------------------------------------------------------*
020727 1950-READ-OLD-PLAN.
020728     READ OLD-PLAN-FILE
020729         AT END
020730             SET END-OF-OLD-PLAN-FILE TO TRUE
020731     END-READ.
020732 1950-EXIT.
020733     EXIT.
020734
020735*---------------------------------------------------------------*
020736*    A ROW FOR AN OPEN MONTH IS DROPPED - THE SUBMISSION NOW    *
020737*    CARRIES THAT MONTH.                                        *
020738*---------------------------------------------------------------*
020739 1960-KEEP-OLD-PLAN-ROW.
020740     IF OPL-MONTH-NO NUMERIC
020741             AND OPL-MONTH-NO > ZERO
020742             AND OPL-MONTH-NO NOT > WS-MONTHS-MAX
020743         IF WS-CLOSED-MONTH-SW(OPL-MONTH-NO) = "Y"
020744             WRITE EDITED-PLAN-RECORD FROM OLD-PLAN-RECORD
020745             ADD 1 TO WS-ROWS-KEPT
020746             MOVE SPACES TO WS-DETAIL-LINE
020747             MOVE OPL-LOCATION-NUMBER TO WS-DL-LOCNO
020748             MOVE OPL-MONTH-NO TO WS-DL-MONTH
020749             MOVE OPL-USER-ID TO WS-DL-USER
020750             MOVE "KEPT" TO WS-DL-REASON
020751             MOVE "PERIOD CLOSED - PLAN KEPT" TO WS-DL-REASON-TEXT
020752             MOVE WS-DETAIL-LINE TO EDIT-REPORT-LINE
020753             WRITE EDIT-REPORT-LINE
020754         END-IF
020755     END-IF
020756     PERFORM 1950-READ-OLD-PLAN THRU 1950-EXIT.
020757 1960-EXIT.
020758     EXIT.
020759
020800*---------------------------------------------------------------*
020900 2000-EDIT-PLAN-ROW.
021000     ADD 1 TO WS-ROWS-READ
023800         MOVE "USER-ID REQUIRED" TO WS-REASON-TEXT
023900         GO TO 3000-EXIT
024000     END-IF
024004
024008     MOVE PLN-USER-ID TO WS-AUTH-USER-ID
024012     PERFORM 3500-CHECK-USER-AUTHORITY THRU 3500-EXIT
024016     IF NOT AUTH-USER-ACCEPTED
024020         EVALUATE TRUE
024024             WHEN AUTH-USER-UNKNOWN
024028                 MOVE "P208" TO WS-REASON-CODE
024032                 MOVE "UNKNOWN USER-ID" TO WS-REASON-TEXT
024036             WHEN AUTH-USER-REVOKED
024040                 MOVE "P209" TO WS-REASON-CODE
024044                 MOVE "USER-ID REVOKED" TO WS-REASON-TEXT
024048             WHEN OTHER
024052                 MOVE "P210" TO WS-REASON-CODE
024056                 MOVE "USER NOT AUTHORIZED" TO WS-REASON-TEXT
024060         END-EVALUATE
024062         MOVE ZERO TO WS-AUTH-LOCATION
024064         IF PLN-LOCATION-NUMBER NUMERIC
024065             MOVE PLN-LOCATION-NUMBER TO WS-AUTH-LOCATION
024066         END-IF
024068         MOVE SALES-PLAN-RECORD TO WS-AUTH-INPUT
024072         PERFORM 7100-WRITE-SECURITY-EXCEPTION THRU 7100-EXIT
024076         GO TO 3000-EXIT
024080     END-IF
024100
024200     IF PLN-LOCATION-NUMBER NOT NUMERIC
024300             OR PLN-LOCATION-NUMBER = ZERO
027600         GO TO 3000-EXIT
027700     END-IF
027800
027810     IF WS-CLOSED-MONTH-SW(PLN-MONTH-NO) = "Y"
027820         MOVE "P211" TO WS-REASON-CODE
027830         MOVE "PERIOD CLOSED" TO WS-REASON-TEXT
027840         ADD 1 TO WS-PERIOD-REFUSED
027850         GO TO 3000-EXIT
027860     END-IF
027870
027900     MOVE PLN-LOCATION-NUMBER TO SB-LOCNO
028000     MOVE PLN-MONTH-NO TO SB-MONTH
028100     IF WS-PLAN-SEEN-SW(SB-LOCNO SB-MONTH) = "Y"
028500     END-IF.
028600 3000-EXIT.
028700     EXIT.
028702
028704*---------------------------------------------------------------*
028706*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER TABLE FOR   *
028708*    THIS PROGRAM'S FUNCTION.  NOT ON THE TABLE IS UNKNOWN, ON  *
028710*    IT BUT NOT ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN    *
028712*    THE FUNCTION FLAG IS NOT AUTHORIZED.                       *
028714*---------------------------------------------------------------*
028716 3500-CHECK-USER-AUTHORITY.
028718     SET AUTH-USER-UNKNOWN TO TRUE
028720     MOVE 1 TO SB-AU
028722     PERFORM 3550-SCAN-USER-TABLE THRU 3550-EXIT
028724         UNTIL SB-AU > WS-AU-COUNT
028726         OR NOT AUTH-USER-UNKNOWN.
028728 3500-EXIT.
028730     EXIT.
028732
028734*---------------------------------------------------------------*
028736 3550-SCAN-USER-TABLE.
028738     IF WS-AU-USER-ID(SB-AU) NOT = WS-AUTH-USER-ID
028740         ADD 1 TO SB-AU
028742         GO TO 3550-EXIT
028744     END-IF
028746     EVALUATE TRUE
028748         WHEN WS-AU-STATUS(SB-AU) NOT = "A"
028750             SET AUTH-USER-REVOKED TO TRUE
028752         WHEN WS-AU-FUNCTION-FLAG(SB-AU WS-AUTH-FUNCTION)
028754                 NOT = "Y"
028756             SET AUTH-USER-NOT-PERMITTED TO TRUE
028758         WHEN OTHER
028760             SET AUTH-USER-ACCEPTED TO TRUE
028762     END-EVALUATE.
028764 3550-EXIT.
028766     EXIT.
028800
028900*---------------------------------------------------------------*
029000 7000-WRITE-REJECT.
030300     WRITE EDIT-REPORT-LINE.
030400 7000-EXIT.
030500     EXIT.
030503
030506*---------------------------------------------------------------*
030509*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
030512*    SR30SEC SECURITY EXCEPTION REPORT.                         *
030515*---------------------------------------------------------------*
030518 7100-WRITE-SECURITY-EXCEPTION.
030521     ADD 1 TO WS-SECURITY-REFUSED
030524     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
030527     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
030530     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
030533     MOVE "SR19PLN"             TO SEC-PROGRAM-ID
030536     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
030539     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
030542     EVALUATE TRUE
030545         WHEN AUTH-USER-UNKNOWN
030548             SET SEC-UNKNOWN-USER TO TRUE
030551             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
030554         WHEN AUTH-USER-REVOKED
030557             SET SEC-REVOKED-USER TO TRUE
030560             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
030563         WHEN OTHER
030566             SET SEC-NOT-AUTHORIZED TO TRUE
030569             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
030572     END-EVALUATE
030575     MOVE WS-AUTH-LOCATION      TO SEC-LOCATION-NUMBER
030578     MOVE WS-AUTH-INPUT         TO SEC-REFUSED-INPUT
030581     WRITE SECURITY-EXCEPTION-RECORD.
030584 7100-EXIT.
030587     EXIT.
030600
030700*---------------------------------------------------------------*
030800 8000-FINALIZE.
031600     MOVE "PLAN ROWS REJECTED....  " TO WS-TL-CAPTION
031700     MOVE WS-ROWS-REJECTED TO WS-TL-COUNT
031800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031825     MOVE "REFUSED - SECURITY....  " TO WS-TL-CAPTION
031850     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT
031875     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031880     MOVE "REFUSED - PERIOD CLOSED " TO WS-TL-CAPTION
031885     MOVE WS-PERIOD-REFUSED TO WS-TL-COUNT
031890     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031892     MOVE "PLAN ROWS KEPT........  " TO WS-TL-CAPTION
031894     MOVE WS-ROWS-KEPT TO WS-TL-COUNT
031896     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
031900     CLOSE PLAN-IN-FILE
032000     CLOSE LOCATION-MASTER
032100     CLOSE PLAN-OUT-FILE
032200     CLOSE PLAN-REJECT-FILE
032300     CLOSE EDIT-REPORT
032350     CLOSE SECURITY-EXCEPTION-FILE.
032400
032500*---------------------------------------------------------------*
032600 8100-WRITE-TOTAL-LINE.
033500*    RECONCILIATION.                                           *
033600*---------------------------------------------------------------*
033700 8900-WRITE-RUN-LOG.
033800     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
033900     ACCEPT WS-LOG-TIME-WORK FROM TIME
034000     OPEN EXTEND RUN-LOG-FILE
034100     IF WS-RUNLOG-STATUS NOT = "00" AND
034900         MOVE WS-LOG-TIME TO RUN-TIME
035000         MOVE WS-ROWS-READ TO RUN-RECORDS-READ
035100         MOVE WS-ROWS-ACCEPTED TO RUN-RECORDS-WRITTEN
035150         ADD WS-ROWS-KEPT TO RUN-RECORDS-WRITTEN
035200         MOVE WS-ROWS-REJECTED TO RUN-RECORDS-REJECTED
035300         MOVE ZERO TO RUN-EXCEPTIONS
035400         WRITE RUN-STATISTICS-RECORD
