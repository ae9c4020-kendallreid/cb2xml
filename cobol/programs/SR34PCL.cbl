000100*****************************************************************
000200*                                                                *
000300*    PROGRAM:      SR34PCL                                      *
000400*    DESCRIPTION:  PERIOD-END CLOSE AND CONTROLLED REOPEN.      *
000500*                  READS ONE PERPARM CARD ASKING TO CLOSE (C)   *
000600*                  OR REOPEN (R) A FISCAL PERIOD ON THE PERCTL  *
000700*                  PERIOD CONTROL FILE (SEE LOCPER), PROVES     *
000800*                  THE USER ID AGAINST USRAUTH FOR THE PERIOD   *
000900*                  CLOSE FUNCTION (FLAG 6, SEE LOCUSR), AND     *
001000*                  WRITES THE NEW GENERATION OF THE FILE TO     *
001100*                  PERNEW WITH THE PERIOD MARKED CLOSED OR      *
001200*                  OPEN AND THE USER AND BUSINESS DATE THAT     *
001300*                  DID IT.  A CLOSE IS ONLY ALLOWED WHEN THE    *
001400*                  LATEST SR18ACK ROW ON THE RUN LOG SHOWS THE  *
001500*                  GLPOST FEED FULLY ACKNOWLEDGED AND THE       *
001600*                  LATEST SR15RUN ROW SHOWS A CLEAN STREAM.  A  *
001700*                  REOPEN MUST CARRY A REASON.  EVERY CLOSE     *
001800*                  AND REOPEN LEAVES A ROW ON THE PERLOG AUDIT  *
001900*                  FILE (SEE LOCPAU); A REFUSED USER ID IS      *
002000*                  LOGGED TO SECEXCP (SEE LOCSEC) AS ANY OTHER  *
002100*                  SECURITY REFUSAL.  ONCE A PERIOD IS CLOSED,  *
002200*                  SR14GLX, SR13SNP AND SR19PLN REFUSE INPUT    *
002300*                  FOR IT.                                      *
002400*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002500*    INSTALLATION: STORE SYSTEMS GROUP                          *
002600*    DATE-WRITTEN: 10/15/2026                                   *
002700*    DATE-COMPILED.                                             *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    10/15/2026  DRO  ORIGINAL PROGRAM.  RUNS AFTER THE         *
003100*                     NIGHT'S STREAM, WHILE ITS RUN LOG IS      *
003200*                     STILL IN PLACE.  A REFUSED REQUEST ENDS   *
003300*                     WITH RETURN CODE 16 AND PERNEW IS THEN    *
003400*                     AN UNCHANGED COPY OF PERCTL; OPS SWAPS    *
003500*                     PERNEW IN ONLY ON A ZERO RETURN CODE, AS  *
003600*                     WITH THE OTHER NEW-GENERATION FILES.      *
003700*                                                                *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.  SR34PCL.
004100 AUTHOR.      D. OKONKWO.
004200 INSTALLATION. STORE SYSTEMS GROUP.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PERIOD-PARM-FILE ASSIGN TO PERPARM
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PRMFILE-STATUS.
005600     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PERFILE-STATUS.
005900     SELECT NEW-PERIOD-CONTROL-FILE ASSIGN TO PERNEW
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-NEWFILE-STATUS.
006200     SELECT OPTIONAL PERIOD-AUDIT-FILE ASSIGN TO PERLOG
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PAUFILE-STATUS.
006500     SELECT USER-AUTH-FILE ASSIGN TO USRAUTH
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-USRFILE-STATUS.
006800     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SECFILE-STATUS.
007100     SELECT PERIOD-REPORT ASSIGN TO PERRPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPTFILE-STATUS.
007400     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNLOG-STATUS.
007700     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-BDTFILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*---------------------------------------------------------------*
008400*    PERPARM - ONE CARD: FUNCTION C (CLOSE) OR R (REOPEN), THE  *
008500*    FISCAL PERIOD 01-12, THE USER ID ASKING, AND A REASON      *
008600*    (REQUIRED TO REOPEN).                                      *
008700*---------------------------------------------------------------*
008800 FD  PERIOD-PARM-FILE
008900     RECORDING MODE IS F.
009000 01  PERIOD-CLOSE-PARM.
009100     05  PCP-FUNCTION               PIC X(01).
009200         88  PCP-CLOSE               VALUE "C".
009300         88  PCP-REOPEN              VALUE "R".
009400     05  FILLER                     PIC X(01).
009500     05  PCP-PERIOD-NO              PIC 9(02).
009600     05  FILLER                     PIC X(01).
009700     05  PCP-USER-ID                PIC X(08).
009800     05  FILLER                     PIC X(01).
009900     05  PCP-REASON-TEXT            PIC X(40).
010000     05  FILLER                     PIC X(26).
010100
010200 FD  PERIOD-CONTROL-FILE
010300     RECORDING MODE IS F.
010400     COPY LOCPER.
010500
010600 FD  NEW-PERIOD-CONTROL-FILE
010700     RECORDING MODE IS F.
010800     COPY LOCPER REPLACING ==PERIOD-CONTROL-RECORD==
010900         BY ==NEW-PERIOD-CONTROL-RECORD==
011000         ==PER-PERIOD-NO==       BY ==NPR-PERIOD-NO==
011100         ==PER-STATUS==          BY ==NPR-STATUS==
011200         ==PER-IS-OPEN==         BY ==NPR-IS-OPEN==
011300         ==PER-IS-CLOSED==       BY ==NPR-IS-CLOSED==
011400         ==PER-START-DATE==      BY ==NPR-START-DATE==
011500         ==PER-END-DATE==        BY ==NPR-END-DATE==
011600         ==PER-FIRST-WEEK-NO==   BY ==NPR-FIRST-WEEK-NO==
011700         ==PER-LAST-WEEK-NO==    BY ==NPR-LAST-WEEK-NO==
011800         ==PER-CLOSED-BY==       BY ==NPR-CLOSED-BY==
011900         ==PER-CLOSED-DATE==     BY ==NPR-CLOSED-DATE==
012000         ==PER-REOPENED-BY==     BY ==NPR-REOPENED-BY==
012100         ==PER-REOPENED-DATE==   BY ==NPR-REOPENED-DATE==
012200         ==PER-REOPEN-COUNT==    BY ==NPR-REOPEN-COUNT==.
012300
012400 FD  PERIOD-AUDIT-FILE
012500     RECORDING MODE IS F.
012600     COPY LOCPAU.
012700
012800 FD  USER-AUTH-FILE
012900     RECORDING MODE IS F.
013000     COPY LOCUSR.
013100
013200 FD  SECURITY-EXCEPTION-FILE
013300     RECORDING MODE IS F.
013400     COPY LOCSEC.
013500
013600 FD  PERIOD-REPORT
013700     RECORDING MODE IS F.
013800 01  PERIOD-REPORT-LINE             PIC X(132).
013900
014000 FD  RUN-LOG-FILE
014100     RECORDING MODE IS F.
014200     COPY LOCRUN.
014300
014400 FD  BUSINESS-DATE-FILE
014500     RECORDING MODE IS F.
014600     COPY LOCBDT.
014700
014800 WORKING-STORAGE SECTION.
014900
015000*---------------------------------------------------------------*
015100*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
015200*---------------------------------------------------------------*
015300 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
015400 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
015500 01  WS-LOG-TIME-WORK.
015600     05  WS-LOG-TIME              PIC 9(06).
015700     05  FILLER                   PIC 9(02).
015800*---------------------------------------------------------------*
015900*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
016000*---------------------------------------------------------------*
016100 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
016200 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
016300 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
016400 01  WS-PROCESS-TIME-WORK.
016500     05  WS-PROCESS-TIME          PIC 9(06).
016600     05  FILLER                   PIC 9(02).
016700 01  WS-DATE-HEADING-LINE.
016800     05  FILLER                   PIC X(15) VALUE
016900         "BUSINESS DATE  ".
017000     05  WS-DH-BUSINESS-DATE      PIC 9(08).
017100     05  FILLER                   PIC X(16) VALUE
017200         "    PROCESSED   ".
017300     05  WS-DH-PROCESS-DATE       PIC 9(08).
017400     05  FILLER                   PIC X(01) VALUE SPACE.
017500     05  WS-DH-PROCESS-TIME       PIC 9(06).
017600     05  FILLER                   PIC X(78) VALUE SPACES.
017700*---------------------------------------------------------------*
017800*    FILE STATUS SWITCHES                                       *
017900*---------------------------------------------------------------*
018000 77  WS-PRMFILE-STATUS            PIC X(02) VALUE "00".
018100 77  WS-PERFILE-STATUS            PIC X(02) VALUE "00".
018200 77  WS-NEWFILE-STATUS            PIC X(02) VALUE "00".
018300 77  WS-PAUFILE-STATUS            PIC X(02) VALUE "00".
018400 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
018500 77  WS-PER-EOF-SWITCH            PIC X(01) VALUE "N".
018600     88  END-OF-PERIOD-FILE       VALUE "Y".
018700 77  WS-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
018800     88  END-OF-RUN-LOG           VALUE "Y".
018900
019000*---------------------------------------------------------------*
019100*    REQUEST STATE.  THE FIRST CHECK THAT FAILS REFUSES THE     *
019200*    REQUEST AND ITS TEXT IS THE REASON REPORTED.               *
019300*---------------------------------------------------------------*
019400 77  WS-REQUEST-SWITCH            PIC X(01) VALUE "Y".
019500     88  REQUEST-ACCEPTED         VALUE "Y".
019600     88  REQUEST-REFUSED          VALUE "N".
019700 77  WS-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
019800 77  WS-PERIOD-MATCHES            PIC 9(03) COMP VALUE ZERO.
019900 77  WS-OLD-STATUS                PIC X(01) VALUE SPACE.
020000 77  WS-NEW-STATUS                PIC X(01) VALUE SPACE.
020100 77  WS-FUNCTION-TEXT             PIC X(08) VALUE SPACES.
020200
020300*---------------------------------------------------------------*
020400*    AUTHORIZED-USER CHECK (SEE LOCUSR) AND SECURITY EXCEPTION  *
020500*    WORK FIELDS (SEE LOCSEC).  THIS PROGRAM CHECKS FUNCTION    *
020600*    FLAG 6, PERIOD CLOSE AND REOPEN.                           *
020700*---------------------------------------------------------------*
020800 77  WS-USRFILE-STATUS            PIC X(02) VALUE "00".
020900 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
021000 77  WS-USR-EOF-SWITCH            PIC X(01) VALUE "N".
021100     88  END-OF-USER-AUTH-FILE    VALUE "Y".
021200 77  WS-AUTH-FUNCTION             PIC 9(01) VALUE 6.
021300 77  WS-AUTH-FUNCTION-CODE        PIC X(01) VALUE "C".
021400 77  WS-AUTH-USER-ID              PIC X(08).
021500 77  WS-AUTH-RESULT               PIC X(01).
021600     88  AUTH-USER-ACCEPTED       VALUE "A".
021700     88  AUTH-USER-UNKNOWN        VALUE "U".
021800     88  AUTH-USER-REVOKED        VALUE "R".
021900     88  AUTH-USER-NOT-PERMITTED  VALUE "N".
022000 77  WS-SEC-DATE                  PIC 9(08) VALUE ZERO.
022100 01  WS-SEC-TIME-WORK.
022200     05  WS-SEC-TIME              PIC 9(06).
022300     05  FILLER                   PIC 9(02).
022400
022500*---------------------------------------------------------------*
022600*    LATEST SR18ACK AND SR15RUN ROWS ON THE RUN LOG.  THE LOG   *
022700*    IS APPENDED IN RUN ORDER, SO THE LAST ROW FOR A PROGRAM    *
022800*    IS ITS LATEST RUN, AS IN SR15RUN.                          *
022900*---------------------------------------------------------------*
023000 77  WS-ACK-FOUND-SWITCH          PIC X(01) VALUE "N".
023100     88  ACK-RUN-FOUND            VALUE "Y".
023200 01  WS-ACK-RUN.
023300     05  WS-ACK-DATE              PIC 9(08) VALUE ZERO.
023400     05  WS-ACK-TIME              PIC 9(06) VALUE ZERO.
023500     05  WS-ACK-READ              PIC 9(07) VALUE ZERO.
023600     05  WS-ACK-WRITTEN           PIC 9(07) VALUE ZERO.
023700     05  WS-ACK-EXCEPTIONS        PIC 9(07) VALUE ZERO.
023800 77  WS-STREAM-FOUND-SWITCH       PIC X(01) VALUE "N".
023900     88  STREAM-RUN-FOUND         VALUE "Y".
024000 01  WS-STREAM-RUN.
024100     05  WS-STR-DATE              PIC 9(08) VALUE ZERO.
024200     05  WS-STR-TIME              PIC 9(06) VALUE ZERO.
024300     05  WS-STR-READ              PIC 9(07) VALUE ZERO.
024400     05  WS-STR-WRITTEN           PIC 9(07) VALUE ZERO.
024500     05  WS-STR-EXCEPTIONS        PIC 9(07) VALUE ZERO.
024600
024700*---------------------------------------------------------------*
024800*    REPORT COUNTERS                                            *
024900*---------------------------------------------------------------*
025000 77  WS-ROWS-READ                 PIC 9(07) COMP VALUE ZERO.
025100 77  WS-ROWS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
025200 77  WS-ROWS-CHANGED              PIC 9(07) COMP VALUE ZERO.
025300 77  WS-ROWS-REFUSED              PIC 9(07) COMP VALUE ZERO.
025400
025500*---------------------------------------------------------------*
025600*    REPORT LINE WORK AREAS                                     *
025700*---------------------------------------------------------------*
025800 01  WS-TITLE-LINE.
025900     05  FILLER                   PIC X(132) VALUE
026000         "PERIOD CLOSE CONTROL".
026100
026200 01  WS-REQUEST-LINE.
026300     05  FILLER                   PIC X(09) VALUE "REQUEST  ".
026400     05  WS-RQ-FUNCTION           PIC X(08).
026500     05  FILLER                   PIC X(09) VALUE "  PERIOD ".
026600     05  WS-RQ-PERIOD             PIC X(02).
026700     05  FILLER                   PIC X(07) VALUE "  USER ".
026800     05  WS-RQ-USER               PIC X(08).
026900     05  FILLER                   PIC X(09) VALUE "  REASON ".
027000     05  WS-RQ-REASON             PIC X(40).
027100     05  FILLER                   PIC X(40) VALUE SPACES.
027200
027300 01  WS-CHECK-LINE.
027400     05  WS-CK-PROGRAM            PIC X(08).
027500     05  FILLER                   PIC X(06) VALUE "  RUN ".
027600     05  WS-CK-DATE               PIC 9(08).
027700     05  FILLER                   PIC X(01) VALUE SPACE.
027800     05  WS-CK-TIME               PIC 9(06).
027900     05  FILLER                   PIC X(07) VALUE "  READ ".
028000     05  WS-CK-READ               PIC ZZZ,ZZ9.
028100     05  FILLER                   PIC X(10) VALUE "  WRITTEN ".
028200     05  WS-CK-WRITTEN            PIC ZZZ,ZZ9.
028300     05  FILLER                   PIC X(13) VALUE
028400         "  EXCEPTIONS ".
028500     05  WS-CK-EXCEPTIONS         PIC ZZZ,ZZ9.
028600     05  FILLER                   PIC X(02) VALUE SPACES.
028700     05  WS-CK-VERDICT            PIC X(50).
028800
028900 01  WS-PERIOD-HEADING-LINE.
029000     05  FILLER                   PIC X(132) VALUE
029100         "PD ST START    END      WEEKS CLOSED BY ON       REOPENE
029200-        "D BY ON       REOPENS".
029300
029400 01  WS-PERIOD-LINE.
029500     05  WS-PL-PERIOD             PIC X(02).
029600     05  FILLER                   PIC X(01) VALUE SPACE.
029700     05  WS-PL-STATUS             PIC X(02).
029800     05  FILLER                   PIC X(01) VALUE SPACE.
029900     05  WS-PL-START-DATE         PIC X(08).
030000     05  FILLER                   PIC X(01) VALUE SPACE.
030100     05  WS-PL-END-DATE           PIC X(08).
030200     05  FILLER                   PIC X(01) VALUE SPACE.
030300     05  WS-PL-FIRST-WEEK         PIC X(02).
030400     05  FILLER                   PIC X(01) VALUE "-".
030500     05  WS-PL-LAST-WEEK          PIC X(02).
030600     05  FILLER                   PIC X(01) VALUE SPACE.
030700     05  WS-PL-CLOSED-BY          PIC X(09).
030800     05  FILLER                   PIC X(01) VALUE SPACE.
030900     05  WS-PL-CLOSED-DATE        PIC X(08).
031000     05  FILLER                   PIC X(01) VALUE SPACE.
031100     05  WS-PL-REOPENED-BY        PIC X(11).
031200     05  FILLER                   PIC X(01) VALUE SPACE.
031300     05  WS-PL-REOPENED-DATE      PIC X(08).
031400     05  FILLER                   PIC X(01) VALUE SPACE.
031500     05  WS-PL-REOPEN-COUNT       PIC X(03).
031600     05  FILLER                   PIC X(01) VALUE SPACE.
031700     05  WS-PL-MARKER             PIC X(10).
031800     05  FILLER                   PIC X(48) VALUE SPACES.
031900
032000 01  WS-RESULT-LINE.
032100     05  FILLER                   PIC X(07) VALUE "PERIOD ".
032200     05  WS-RS-PERIOD             PIC X(02).
032300     05  FILLER                   PIC X(01) VALUE SPACE.
032400     05  WS-RS-ACTION             PIC X(08).
032500     05  FILLER                   PIC X(04) VALUE " BY ".
032600     05  WS-RS-USER               PIC X(08).
032700     05  FILLER                   PIC X(04) VALUE " ON ".
032800     05  WS-RS-DATE               PIC 9(08).
032900     05  FILLER                   PIC X(90) VALUE SPACES.
033000
033100 01  WS-MESSAGE-LINE.
033200     05  WS-ML-TEXT               PIC X(132).
033300
033400 01  WS-REFUSED-LINE.
033500     05  FILLER                   PIC X(18) VALUE
033600         "REQUEST REFUSED - ".
033700     05  WS-RF-TEXT               PIC X(60).
033800     05  FILLER                   PIC X(54) VALUE SPACES.
033900
034000 01  WS-TOTAL-LINE.
034100     05  WS-TL-CAPTION            PIC X(25).
034200     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
034300     05  FILLER                   PIC X(100) VALUE SPACES.
034400
034500 PROCEDURE DIVISION.
034600*---------------------------------------------------------------*
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE
034900     PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT
035000     IF REQUEST-ACCEPTED
035100         PERFORM 3000-FIND-PERIOD THRU 3000-EXIT
035200     END-IF
035300     IF REQUEST-ACCEPTED AND PCP-CLOSE
035400         PERFORM 4000-CHECK-CLOSE-READY THRU 4000-EXIT
035500     END-IF
035600     PERFORM 5000-WRITE-NEW-CONTROL THRU 5000-EXIT
035700     PERFORM 8000-FINALIZE
035800     GO TO 9999-EXIT.
035900
036000*---------------------------------------------------------------*
036100*    PERPARM IS REQUIRED - WITHOUT A CARD THERE IS NOTHING TO   *
036200*    DO, AND THE RUN STOPS RATHER THAN WRITE A PERNEW NOBODY    *
036300*    ASKED FOR.                                                 *
036400*---------------------------------------------------------------*
036500 1000-INITIALIZE.
036600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
036700     OPEN OUTPUT PERIOD-REPORT
036800     MOVE WS-DATE-HEADING-LINE TO PERIOD-REPORT-LINE
036900     WRITE PERIOD-REPORT-LINE
037000     MOVE WS-TITLE-LINE TO PERIOD-REPORT-LINE
037100     WRITE PERIOD-REPORT-LINE
037200     OPEN INPUT PERIOD-PARM-FILE
037300     IF WS-PRMFILE-STATUS NOT = "00"
037400         DISPLAY "SR34PCL - CANNOT OPEN PERPARM, STATUS = "
037500             WS-PRMFILE-STATUS
037600         MOVE 16 TO RETURN-CODE
037700         GO TO 9999-EXIT
037800     END-IF
037900     READ PERIOD-PARM-FILE
038000         AT END
038100             DISPLAY "SR34PCL - PERPARM IS EMPTY - NO REQUEST"
038200             MOVE 16 TO RETURN-CODE
038300             GO TO 9999-EXIT
038400     END-READ
038500     CLOSE PERIOD-PARM-FILE
038600     EVALUATE TRUE
038700         WHEN PCP-CLOSE
038800             MOVE "CLOSE" TO WS-FUNCTION-TEXT
038900         WHEN PCP-REOPEN
039000             MOVE "REOPEN" TO WS-FUNCTION-TEXT
039100         WHEN OTHER
039200             MOVE PCP-FUNCTION TO WS-FUNCTION-TEXT
039300     END-EVALUATE
039400     MOVE WS-FUNCTION-TEXT TO WS-RQ-FUNCTION
039500     MOVE PCP-PERIOD-NO TO WS-RQ-PERIOD
039600     MOVE PCP-USER-ID TO WS-RQ-USER
039700     MOVE PCP-REASON-TEXT TO WS-RQ-REASON
039800     MOVE WS-REQUEST-LINE TO PERIOD-REPORT-LINE
039900     WRITE PERIOD-REPORT-LINE.
040200
040300*---------------------------------------------------------------*
040400*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
040500*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
040600*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
040700*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
040800*---------------------------------------------------------------*
040900 1050-GET-BUSINESS-DATE.
041000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
041100     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
041200     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
041300     OPEN INPUT BUSINESS-DATE-FILE
041400     IF WS-BDTFILE-STATUS = "00"
041500         READ BUSINESS-DATE-FILE
041600             NOT AT END
041700                 IF BDT-BUSINESS-DATE NUMERIC
041800                     AND BDT-BUSINESS-DATE > ZERO
041900                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
042000                 END-IF
042100         END-READ
042200         CLOSE BUSINESS-DATE-FILE
042300     ELSE
042400         DISPLAY "SR34PCL - NO BUSDATE CARD, PROCESSING DATE USED"
042500     END-IF
042600     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
042700     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
042800     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
042900 1050-EXIT.
043000     EXIT.
043100
043200*---------------------------------------------------------------*
043300*    CARD EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE.     *
043400*    THE USER ID IS PROVED LAST SO A SECURITY REFUSAL IS ONLY   *
043500*    LOGGED FOR A REQUEST THAT WAS OTHERWISE WELL FORMED.       *
043600*---------------------------------------------------------------*
043700 2000-EDIT-REQUEST.
043800     IF NOT PCP-CLOSE AND NOT PCP-REOPEN
043900         MOVE "FUNCTION MUST BE C (CLOSE) OR R (REOPEN)"
044000             TO WS-REFUSAL-TEXT
044100         SET REQUEST-REFUSED TO TRUE
044200         GO TO 2000-EXIT
044300     END-IF
044400     IF PCP-PERIOD-NO NOT NUMERIC
044500             OR PCP-PERIOD-NO < 1
044600             OR PCP-PERIOD-NO > 12
044700         MOVE "PERIOD MUST BE 01 THROUGH 12" TO WS-REFUSAL-TEXT
044800         SET REQUEST-REFUSED TO TRUE
044900         GO TO 2000-EXIT
045000     END-IF
045100     IF PCP-USER-ID = SPACES
045200         MOVE "USER-ID REQUIRED" TO WS-REFUSAL-TEXT
045300         SET REQUEST-REFUSED TO TRUE
045400         GO TO 2000-EXIT
045500     END-IF
045600     IF PCP-REOPEN AND PCP-REASON-TEXT = SPACES
045700         MOVE "REASON REQUIRED TO REOPEN A PERIOD"
045800             TO WS-REFUSAL-TEXT
045900         SET REQUEST-REFUSED TO TRUE
046000         GO TO 2000-EXIT
046100     END-IF
046200     MOVE PCP-USER-ID TO WS-AUTH-USER-ID
046300     PERFORM 2500-CHECK-USER-AUTHORITY THRU 2500-EXIT
046400     IF NOT AUTH-USER-ACCEPTED
046500         EVALUATE TRUE
046600             WHEN AUTH-USER-UNKNOWN
046700                 MOVE "UNKNOWN USER-ID" TO WS-REFUSAL-TEXT
046800             WHEN AUTH-USER-REVOKED
046900                 MOVE "USER-ID REVOKED" TO WS-REFUSAL-TEXT
047000             WHEN OTHER
047100                 MOVE "USER NOT AUTHORIZED FOR PERIOD CLOSE"
047200                     TO WS-REFUSAL-TEXT
047300         END-EVALUATE
047400         SET REQUEST-REFUSED TO TRUE
047500         PERFORM 7100-WRITE-SECURITY-EXCEPTION THRU 7100-EXIT
047600     END-IF.
047700 2000-EXIT.
047800     EXIT.
047900
048000*---------------------------------------------------------------*
048100*    LOOK WS-AUTH-USER-ID UP ON THE AUTHORIZED-USER FILE (SEE   *
048200*    LOCUSR).  IT IS REQUIRED - WITHOUT IT NO USER ID CAN BE    *
048300*    VOUCHED FOR.  NOT ON THE FILE IS UNKNOWN, ON IT BUT NOT    *
048400*    ACTIVE IS REVOKED, AND ACTIVE WITHOUT "Y" IN FUNCTION      *
048500*    FLAG 6 IS NOT AUTHORIZED.  ONE ID IS CHECKED, SO THE FILE  *
048600*    IS SCANNED RATHER THAN TABLED.                             *
048700*---------------------------------------------------------------*
048800 2500-CHECK-USER-AUTHORITY.
048900     MOVE WS-BUSINESS-DATE TO WS-SEC-DATE
049000     ACCEPT WS-SEC-TIME-WORK FROM TIME
049100     SET AUTH-USER-UNKNOWN TO TRUE
049200     OPEN INPUT USER-AUTH-FILE
049300     IF WS-USRFILE-STATUS NOT = "00"
049400         DISPLAY "SR34PCL - CANNOT OPEN USRAUTH, STATUS = "
049500             WS-USRFILE-STATUS
049600         MOVE 16 TO RETURN-CODE
049700         GO TO 9999-EXIT
049800     END-IF
049900     PERFORM 2550-SCAN-USER THRU 2550-EXIT
050000         UNTIL END-OF-USER-AUTH-FILE
050100         OR NOT AUTH-USER-UNKNOWN
050200     CLOSE USER-AUTH-FILE.
050300 2500-EXIT.
050400     EXIT.
050500
050600*---------------------------------------------------------------*
050700 2550-SCAN-USER.
050800     READ USER-AUTH-FILE
050900         AT END
051000             SET END-OF-USER-AUTH-FILE TO TRUE
051100     END-READ
051200     IF END-OF-USER-AUTH-FILE
051300             OR USR-USER-ID NOT = WS-AUTH-USER-ID
051400         GO TO 2550-EXIT
051500     END-IF
051600     EVALUATE TRUE
051700         WHEN NOT USR-STATUS-ACTIVE
051800             SET AUTH-USER-REVOKED TO TRUE
051900         WHEN USR-FUNCTION-FLAG(WS-AUTH-FUNCTION) NOT = "Y"
052000             SET AUTH-USER-NOT-PERMITTED TO TRUE
052100         WHEN OTHER
052200             SET AUTH-USER-ACCEPTED TO TRUE
052300     END-EVALUATE.
052400 2550-EXIT.
052500     EXIT.
052600
052700*---------------------------------------------------------------*
052800*    FIRST PASS OVER PERCTL: THE PERIOD MUST BE ON IT EXACTLY   *
052900*    ONCE, AND ITS STATUS MUST ALLOW THE REQUEST - ONLY AN      *
053000*    OPEN PERIOD CAN BE CLOSED AND ONLY A CLOSED ONE REOPENED.  *
053100*    PERCTL IS REQUIRED.                                        *
053200*---------------------------------------------------------------*
053300 3000-FIND-PERIOD.
053400     OPEN INPUT PERIOD-CONTROL-FILE
053500     IF WS-PERFILE-STATUS NOT = "00"
053600         DISPLAY "SR34PCL - CANNOT OPEN PERCTL, STATUS = "
053700             WS-PERFILE-STATUS
053800         MOVE 16 TO RETURN-CODE
053900         GO TO 9999-EXIT
054000     END-IF
054100     MOVE "N" TO WS-PER-EOF-SWITCH
054200     PERFORM 3100-SCAN-PERIOD THRU 3100-EXIT
054300         UNTIL END-OF-PERIOD-FILE
054400     CLOSE PERIOD-CONTROL-FILE
054500     EVALUATE TRUE
054600         WHEN WS-PERIOD-MATCHES = ZERO
054700             MOVE "PERIOD NOT ON PERCTL" TO WS-REFUSAL-TEXT
054800             SET REQUEST-REFUSED TO TRUE
054900         WHEN WS-PERIOD-MATCHES > 1
055000             MOVE "PERIOD IS ON PERCTL MORE THAN ONCE"
055100                 TO WS-REFUSAL-TEXT
055200             SET REQUEST-REFUSED TO TRUE
055300         WHEN PCP-CLOSE AND WS-OLD-STATUS = "C"
055400             MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSAL-TEXT
055500             SET REQUEST-REFUSED TO TRUE
055600         WHEN PCP-CLOSE AND WS-OLD-STATUS NOT = "O"
055700             MOVE "PERIOD STATUS ON PERCTL IS NOT O OR C"
055800                 TO WS-REFUSAL-TEXT
055900             SET REQUEST-REFUSED TO TRUE
056000         WHEN PCP-REOPEN AND WS-OLD-STATUS NOT = "C"
056100             MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSAL-TEXT
056200             SET REQUEST-REFUSED TO TRUE
056300     END-EVALUATE.
056400 3000-EXIT.
056500     EXIT.
056600
056700*---------------------------------------------------------------*
056800 3100-SCAN-PERIOD.
056900     READ PERIOD-CONTROL-FILE
057000         AT END
057100             SET END-OF-PERIOD-FILE TO TRUE
057200     END-READ
057300     IF NOT END-OF-PERIOD-FILE
057400         IF PER-PERIOD-NO = PCP-PERIOD-NO
057500             ADD 1 TO WS-PERIOD-MATCHES
057600             MOVE PER-STATUS TO WS-OLD-STATUS
057700         END-IF
057800     END-IF.
057900 3100-EXIT.
058000     EXIT.
058100
058200*---------------------------------------------------------------*
058300*    A CLOSE NEEDS THE LATEST SR18ACK RUN TO SHOW THE GLPOST    *
058400*    FEED FULLY ACKNOWLEDGED - NO DISCREPANCIES AND EVERY LINE  *
058500*    READ MATCHED AS POSTED - AND THE LATEST SR15RUN RUN TO     *
058600*    SHOW A CLEAN STREAM WITH NO MISMATCHES.  A MISSING RUN     *
058700*    LOG OR A MISSING ROW PROVES NOTHING AND REFUSES THE        *
058800*    CLOSE.  BOTH CHECKS ARE PRINTED EVEN WHEN THE FIRST        *
058900*    FAILS.                                                     *
059000*---------------------------------------------------------------*
059100 4000-CHECK-CLOSE-READY.
059200     OPEN INPUT RUN-LOG-FILE
059300     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
059400         PERFORM 4100-SCAN-RUN-LOG THRU 4100-EXIT
059500             UNTIL END-OF-RUN-LOG
059600         CLOSE RUN-LOG-FILE
059700     END-IF
059800     MOVE SPACES TO WS-CHECK-LINE
059900     MOVE "SR18ACK" TO WS-CK-PROGRAM
060000     IF NOT ACK-RUN-FOUND
060100         MOVE "NO SR18ACK RUN ON RUNLOG - GLPOST NOT PROVED"
060200             TO WS-ML-TEXT
060300         MOVE WS-MESSAGE-LINE TO PERIOD-REPORT-LINE
060400         WRITE PERIOD-REPORT-LINE
060500         MOVE "NO SR18ACK RUN ON RUNLOG" TO WS-REFUSAL-TEXT
060600         SET REQUEST-REFUSED TO TRUE
060700     ELSE
060800         MOVE WS-ACK-DATE TO WS-CK-DATE
060900         MOVE WS-ACK-TIME TO WS-CK-TIME
061000         MOVE WS-ACK-READ TO WS-CK-READ
061100         MOVE WS-ACK-WRITTEN TO WS-CK-WRITTEN
061200         MOVE WS-ACK-EXCEPTIONS TO WS-CK-EXCEPTIONS
061300         IF WS-ACK-EXCEPTIONS = ZERO
061400                 AND WS-ACK-WRITTEN = WS-ACK-READ
061500             MOVE "GLPOST FULLY ACKNOWLEDGED" TO WS-CK-VERDICT
061600         ELSE
061700             MOVE "GLPOST NOT FULLY ACKNOWLEDGED" TO WS-CK-VERDICT
061800             MOVE "GLPOST FEED NOT FULLY ACKNOWLEDGED (SR18ACK)"
061900                 TO WS-REFUSAL-TEXT
062000             SET REQUEST-REFUSED TO TRUE
062100         END-IF
062200         MOVE WS-CHECK-LINE TO PERIOD-REPORT-LINE
062300         WRITE PERIOD-REPORT-LINE
062400     END-IF
062500     MOVE SPACES TO WS-CHECK-LINE
062600     MOVE "SR15RUN" TO WS-CK-PROGRAM
062700     IF NOT STREAM-RUN-FOUND
062800         MOVE "NO SR15RUN RUN ON RUNLOG - STREAM NOT RECONCILED"
062900             TO WS-ML-TEXT
063000         MOVE WS-MESSAGE-LINE TO PERIOD-REPORT-LINE
063100         WRITE PERIOD-REPORT-LINE
063200         IF REQUEST-ACCEPTED
063300             MOVE "NO SR15RUN RUN ON RUNLOG" TO WS-REFUSAL-TEXT
063400             SET REQUEST-REFUSED TO TRUE
063500         END-IF
063600     ELSE
063700         MOVE WS-STR-DATE TO WS-CK-DATE
063800         MOVE WS-STR-TIME TO WS-CK-TIME
063900         MOVE WS-STR-READ TO WS-CK-READ
064000         MOVE WS-STR-WRITTEN TO WS-CK-WRITTEN
064100         MOVE WS-STR-EXCEPTIONS TO WS-CK-EXCEPTIONS
064200         IF WS-STR-EXCEPTIONS = ZERO
064300             MOVE "STREAM RECONCILED" TO WS-CK-VERDICT
064400         ELSE
064500             MOVE "STREAM OUT OF BALANCE" TO WS-CK-VERDICT
064600             IF REQUEST-ACCEPTED
064700                 MOVE "STREAM OUT OF BALANCE (SR15RUN)"
064800                     TO WS-REFUSAL-TEXT
064900                 SET REQUEST-REFUSED TO TRUE
065000             END-IF
065100         END-IF
065200         MOVE WS-CHECK-LINE TO PERIOD-REPORT-LINE
065300         WRITE PERIOD-REPORT-LINE
065400     END-IF.
065500 4000-EXIT.
065600     EXIT.
065700
065800*---------------------------------------------------------------*
065900 4100-SCAN-RUN-LOG.
066000     READ RUN-LOG-FILE
066100         AT END
066200             SET END-OF-RUN-LOG TO TRUE
066300     END-READ
066400     IF END-OF-RUN-LOG
066500         GO TO 4100-EXIT
066600     END-IF
066700     IF RUN-PROGRAM-ID = "SR18ACK"
066800         SET ACK-RUN-FOUND TO TRUE
066900         MOVE RUN-DATE TO WS-ACK-DATE
067000         MOVE RUN-TIME TO WS-ACK-TIME
067100         MOVE RUN-RECORDS-READ TO WS-ACK-READ
067200         MOVE RUN-RECORDS-WRITTEN TO WS-ACK-WRITTEN
067300         MOVE RUN-EXCEPTIONS TO WS-ACK-EXCEPTIONS
067400     END-IF
067500     IF RUN-PROGRAM-ID = "SR15RUN"
067600         SET STREAM-RUN-FOUND TO TRUE
067700         MOVE RUN-DATE TO WS-STR-DATE
067800         MOVE RUN-TIME TO WS-STR-TIME
067900         MOVE RUN-RECORDS-READ TO WS-STR-READ
068000         MOVE RUN-RECORDS-WRITTEN TO WS-STR-WRITTEN
068100         MOVE RUN-EXCEPTIONS TO WS-STR-EXCEPTIONS
068200     END-IF.
068300 4100-EXIT.
068400     EXIT.
068500
068600*---------------------------------------------------------------*
068700*    SECOND PASS: COPY PERCTL TO PERNEW, APPLYING AN ACCEPTED   *
068800*    REQUEST TO ITS PERIOD, AND LIST EVERY PERIOD AS IT NOW     *
068900*    STANDS.  PERLOG IS OPENED FIRST SO A CHANGE IS NEVER MADE  *
069000*    THAT CANNOT BE AUDITED.  ROWS READ MUST EQUAL ROWS         *
069100*    WRITTEN, AND AN ACCEPTED REQUEST MUST CHANGE EXACTLY ONE   *
069200*    ROW, OR PERNEW IS NOT TO BE SWAPPED IN.                    *
069300*---------------------------------------------------------------*
069400 5000-WRITE-NEW-CONTROL.
069500     IF REQUEST-ACCEPTED
069600         OPEN EXTEND PERIOD-AUDIT-FILE
069700         IF WS-PAUFILE-STATUS NOT = "00" AND
069800                 WS-PAUFILE-STATUS NOT = "05"
069900             DISPLAY "SR34PCL - CANNOT OPEN PERLOG, STATUS = "
070000                 WS-PAUFILE-STATUS
070100             MOVE 16 TO RETURN-CODE
070200             GO TO 9999-EXIT
070300         END-IF
070400     END-IF
070500     OPEN INPUT PERIOD-CONTROL-FILE
070600     IF WS-PERFILE-STATUS NOT = "00"
070700         DISPLAY "SR34PCL - CANNOT OPEN PERCTL, STATUS = "
070800             WS-PERFILE-STATUS
070900         MOVE 16 TO RETURN-CODE
071000         GO TO 9999-EXIT
071100     END-IF
071200     OPEN OUTPUT NEW-PERIOD-CONTROL-FILE
071300     MOVE WS-PERIOD-HEADING-LINE TO PERIOD-REPORT-LINE
071400     WRITE PERIOD-REPORT-LINE
071500     MOVE "N" TO WS-PER-EOF-SWITCH
071600     PERFORM 5050-READ-PERIOD THRU 5050-EXIT
071700     PERFORM 5100-COPY-PERIOD THRU 5100-EXIT
071800         UNTIL END-OF-PERIOD-FILE
071900     CLOSE PERIOD-CONTROL-FILE
072000     CLOSE NEW-PERIOD-CONTROL-FILE
072100     IF REQUEST-ACCEPTED
072200         CLOSE PERIOD-AUDIT-FILE
072300     END-IF.
072400 5000-EXIT.
072500     EXIT.
072600
072700*---------------------------------------------------------------*
072800 5050-READ-PERIOD.
072900     READ PERIOD-CONTROL-FILE
073000         AT END
073100             SET END-OF-PERIOD-FILE TO TRUE
073200     END-READ.
073300 5050-EXIT.
073400     EXIT.
073500
073600*---------------------------------------------------------------*
073700 5100-COPY-PERIOD.
073800     ADD 1 TO WS-ROWS-READ
073900     MOVE SPACES TO WS-PL-MARKER
074000     IF REQUEST-ACCEPTED AND PER-PERIOD-NO = PCP-PERIOD-NO
074100         PERFORM 5200-APPLY-REQUEST THRU 5200-EXIT
074200     END-IF
074300     MOVE PERIOD-CONTROL-RECORD TO NEW-PERIOD-CONTROL-RECORD
074400     WRITE NEW-PERIOD-CONTROL-RECORD
074500     IF WS-NEWFILE-STATUS = "00"
074600         ADD 1 TO WS-ROWS-WRITTEN
074700     END-IF
074800     PERFORM 5300-LIST-PERIOD THRU 5300-EXIT
074900     PERFORM 5050-READ-PERIOD THRU 5050-EXIT.
075000 5100-EXIT.
075100     EXIT.
075200
075300*---------------------------------------------------------------*
075400*    A CLOSE STAMPS THE CLOSING USER AND BUSINESS DATE.  A      *
075500*    REOPEN LEAVES THE LAST CLOSE ON THE ROW, STAMPS THE        *
075600*    REOPENING USER AND DATE AND COUNTS THE REOPEN.  EITHER     *
075700*    WAY THE AUDIT ROW IS WRITTEN.                              *
075800*---------------------------------------------------------------*
075900 5200-APPLY-REQUEST.
076000     MOVE PER-STATUS TO WS-OLD-STATUS
076100     IF PCP-CLOSE
076200         SET PER-IS-CLOSED TO TRUE
076300         MOVE PCP-USER-ID TO PER-CLOSED-BY
076400         MOVE WS-BUSINESS-DATE TO PER-CLOSED-DATE
076500         MOVE "<- CLOSED" TO WS-PL-MARKER
076600     ELSE
076700         SET PER-IS-OPEN TO TRUE
076800         MOVE PCP-USER-ID TO PER-REOPENED-BY
076900         MOVE WS-BUSINESS-DATE TO PER-REOPENED-DATE
077000         IF PER-REOPEN-COUNT NOT NUMERIC
077100             MOVE ZERO TO PER-REOPEN-COUNT
077200         END-IF
077300         ADD 1 TO PER-REOPEN-COUNT
077400         MOVE "<- REOPENED" TO WS-PL-MARKER
077500     END-IF
077600     MOVE PER-STATUS TO WS-NEW-STATUS
077700     ADD 1 TO WS-ROWS-CHANGED
077800     PERFORM 7200-WRITE-PERIOD-AUDIT THRU 7200-EXIT.
077900 5200-EXIT.
078000     EXIT.
078100
078200*---------------------------------------------------------------*
078300 5300-LIST-PERIOD.
078400     MOVE PER-PERIOD-NO TO WS-PL-PERIOD
078500     MOVE PER-STATUS TO WS-PL-STATUS
078600     MOVE PER-START-DATE TO WS-PL-START-DATE
078700     MOVE PER-END-DATE TO WS-PL-END-DATE
078800     MOVE PER-FIRST-WEEK-NO TO WS-PL-FIRST-WEEK
078900     MOVE PER-LAST-WEEK-NO TO WS-PL-LAST-WEEK
079000     MOVE PER-CLOSED-BY TO WS-PL-CLOSED-BY
079100     MOVE PER-CLOSED-DATE TO WS-PL-CLOSED-DATE
079200     MOVE PER-REOPENED-BY TO WS-PL-REOPENED-BY
079300     MOVE PER-REOPENED-DATE TO WS-PL-REOPENED-DATE
079400     MOVE PER-REOPEN-COUNT TO WS-PL-REOPEN-COUNT
079500     MOVE WS-PERIOD-LINE TO PERIOD-REPORT-LINE
079600     WRITE PERIOD-REPORT-LINE.
079700 5300-EXIT.
079800     EXIT.
079900
080000*---------------------------------------------------------------*
080100*    LOG THE REFUSED ATTEMPT TO SECEXCP (SEE LOCSEC) FOR THE    *
080200*    SR30SEC SECURITY EXCEPTION REPORT.                         *
080300*---------------------------------------------------------------*
080400 7100-WRITE-SECURITY-EXCEPTION.
080500     OPEN EXTEND SECURITY-EXCEPTION-FILE
080600     IF WS-SECFILE-STATUS NOT = "00" AND
080700             WS-SECFILE-STATUS NOT = "05"
080800         DISPLAY "SR34PCL - CANNOT OPEN SECEXCP, STATUS = "
080900             WS-SECFILE-STATUS
081000         MOVE 16 TO RETURN-CODE
081100         GO TO 7100-EXIT
081200     END-IF
081300     MOVE SPACES TO SECURITY-EXCEPTION-RECORD
081400     MOVE WS-SEC-DATE           TO SEC-RUN-DATE
081500     MOVE WS-SEC-TIME           TO SEC-RUN-TIME
081600     MOVE "SR34PCL"             TO SEC-PROGRAM-ID
081700     MOVE WS-AUTH-FUNCTION-CODE TO SEC-FUNCTION-CODE
081800     MOVE WS-AUTH-USER-ID       TO SEC-USER-ID
081900     EVALUATE TRUE
082000         WHEN AUTH-USER-UNKNOWN
082100             SET SEC-UNKNOWN-USER TO TRUE
082200             MOVE "UNKNOWN USER-ID" TO SEC-REASON-TEXT
082300         WHEN AUTH-USER-REVOKED
082400             SET SEC-REVOKED-USER TO TRUE
082500             MOVE "USER-ID REVOKED" TO SEC-REASON-TEXT
082600         WHEN OTHER
082700             SET SEC-NOT-AUTHORIZED TO TRUE
082800             MOVE "FUNCTION NOT AUTHORIZED" TO SEC-REASON-TEXT
082900     END-EVALUATE
083000     MOVE ZERO                  TO SEC-LOCATION-NUMBER
083100     MOVE PERIOD-CLOSE-PARM     TO SEC-REFUSED-INPUT
083200     WRITE SECURITY-EXCEPTION-RECORD
083300     CLOSE SECURITY-EXCEPTION-FILE.
083400 7100-EXIT.
083500     EXIT.
083600
083700*---------------------------------------------------------------*
083800*    APPEND THE CLOSE OR REOPEN TO THE PERLOG AUDIT FILE (SEE   *
083900*    LOCPAU) WITH THE USER, THE STATUS BEFORE AND AFTER, AND    *
084000*    THE REASON FROM THE CARD.                                  *
084100*---------------------------------------------------------------*
084200 7200-WRITE-PERIOD-AUDIT.
084300     MOVE SPACES TO PERIOD-AUDIT-RECORD
084400     MOVE WS-BUSINESS-DATE TO PAU-BUSINESS-DATE
084500     MOVE WS-PROCESS-DATE TO PAU-PROCESS-DATE
084600     MOVE WS-PROCESS-TIME TO PAU-PROCESS-TIME
084700     MOVE PCP-PERIOD-NO TO PAU-PERIOD-NO
084800     MOVE PCP-FUNCTION TO PAU-EVENT
084900     MOVE PCP-USER-ID TO PAU-USER-ID
085000     MOVE WS-OLD-STATUS TO PAU-OLD-STATUS
085100     MOVE WS-NEW-STATUS TO PAU-NEW-STATUS
085200     MOVE PCP-REASON-TEXT TO PAU-REASON-TEXT
085300     WRITE PERIOD-AUDIT-RECORD
085400     IF WS-PAUFILE-STATUS NOT = "00"
085500         DISPLAY "SR34PCL - PERLOG WRITE FAILED, STATUS = "
085600             WS-PAUFILE-STATUS
085700         MOVE 16 TO RETURN-CODE
085800     END-IF.
085900 7200-EXIT.
086000     EXIT.
086100
086200*---------------------------------------------------------------*
086300*    THE OUTCOME LINE, THE PERNEW PROOF AND THE TOTALS.  A      *
086400*    REFUSED REQUEST AND A PERNEW THAT DOES NOT PROVE BOTH END  *
086500*    WITH RETURN CODE 16 - DO NOT SWAP.                         *
086600*---------------------------------------------------------------*
086700 8000-FINALIZE.
086800     IF REQUEST-ACCEPTED
086900         MOVE PCP-PERIOD-NO TO WS-RS-PERIOD
087000         IF PCP-CLOSE
087100             MOVE "CLOSED" TO WS-RS-ACTION
087200         ELSE
087300             MOVE "REOPENED" TO WS-RS-ACTION
087400         END-IF
087500         MOVE PCP-USER-ID TO WS-RS-USER
087600         MOVE WS-BUSINESS-DATE TO WS-RS-DATE
087700         MOVE WS-RESULT-LINE TO PERIOD-REPORT-LINE
087800         WRITE PERIOD-REPORT-LINE
087900         DISPLAY "SR34PCL - PERIOD " PCP-PERIOD-NO " "
088000             WS-RS-ACTION " BY " PCP-USER-ID
088100     ELSE
088200         ADD 1 TO WS-ROWS-REFUSED
088300         MOVE WS-REFUSAL-TEXT TO WS-RF-TEXT
088400         MOVE WS-REFUSED-LINE TO PERIOD-REPORT-LINE
088500         WRITE PERIOD-REPORT-LINE
088600         DISPLAY "SR34PCL - REQUEST REFUSED - " WS-REFUSAL-TEXT
088700         MOVE 16 TO RETURN-CODE
088800     END-IF
088900     IF WS-ROWS-WRITTEN NOT = WS-ROWS-READ
089000             OR (REQUEST-ACCEPTED AND WS-ROWS-CHANGED NOT = 1)
089100         MOVE "PERNEW DOES NOT PROVE TO PERCTL - DO NOT SWAP"
089200             TO WS-ML-TEXT
089300         MOVE WS-MESSAGE-LINE TO PERIOD-REPORT-LINE
089400         WRITE PERIOD-REPORT-LINE
089500         DISPLAY "SR34PCL - PERNEW DOES NOT PROVE - DO NOT SWAP"
089600         MOVE 16 TO RETURN-CODE
089700     END-IF
089800     MOVE "PERCTL ROWS READ......  " TO WS-TL-CAPTION
089900     MOVE WS-ROWS-READ TO WS-TL-COUNT
090000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
090100     MOVE "PERNEW ROWS WRITTEN...  " TO WS-TL-CAPTION
090200     MOVE WS-ROWS-WRITTEN TO WS-TL-COUNT
090300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
090400     MOVE "PERIODS CHANGED.......  " TO WS-TL-CAPTION
090500     MOVE WS-ROWS-CHANGED TO WS-TL-COUNT
090600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
090700     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
090800     CLOSE PERIOD-REPORT.
091100
091200*---------------------------------------------------------------*
091300 8100-WRITE-TOTAL-LINE.
091400     MOVE WS-TOTAL-LINE TO PERIOD-REPORT-LINE
091500     WRITE PERIOD-REPORT-LINE.
091600 8100-EXIT.
091700     EXIT.
091800
091900*---------------------------------------------------------------*
092000*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
092100*    THE COMMON RUN LOG.  A REFUSED REQUEST IS COUNTED AS       *
092200*    REJECTED.                                                  *
092300*---------------------------------------------------------------*
092400 8900-WRITE-RUN-LOG.
092500     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
092600     ACCEPT WS-LOG-TIME-WORK FROM TIME
092700     OPEN EXTEND RUN-LOG-FILE
092800     IF WS-RUNLOG-STATUS NOT = "00" AND
092900             WS-RUNLOG-STATUS NOT = "05"
093000         DISPLAY "SR34PCL - CANNOT OPEN RUN LOG, STATUS = "
093100             WS-RUNLOG-STATUS
093200     ELSE
093300         MOVE SPACES TO RUN-STATISTICS-RECORD
093400         MOVE "SR34PCL" TO RUN-PROGRAM-ID
093500         MOVE WS-LOG-DATE TO RUN-DATE
093600         MOVE WS-LOG-TIME TO RUN-TIME
093700         MOVE WS-ROWS-READ TO RUN-RECORDS-READ
093800         MOVE WS-ROWS-WRITTEN TO RUN-RECORDS-WRITTEN
093900         MOVE WS-ROWS-REFUSED TO RUN-RECORDS-REJECTED
094000         MOVE ZERO TO RUN-EXCEPTIONS
094100         WRITE RUN-STATISTICS-RECORD
094200         CLOSE RUN-LOG-FILE
094300     END-IF.
094400 8900-EXIT.
094500     EXIT.
094600
094700*---------------------------------------------------------------*
094800 9999-EXIT.
094900     STOP RUN.
