000100*****************************************************************
000200*                                                                *
000300*    PROGRAM:      SR30SEC                                      *
000400*    DESCRIPTION:  SECURITY EXCEPTION REPORT.  READS THE        *
000500*                  ACCUMULATED SECEXCP FILE (SEE LOCSEC) THAT   *
000600*                  SR10EDT, SR09FIX, SR19PLN, SR24SUS AND       *
000700*                  SR26RST APPEND TO WHENEVER THEY REFUSE       *
000800*                  INPUT FROM AN UNKNOWN, REVOKED OR            *
000900*                  UNAUTHORIZED USER ID (SEE LOCUSR), AND       *
001000*                  LISTS EVERY REFUSED ATTEMPT - WHEN, WHICH    *
001100*                  PROGRAM AND FUNCTION, WHICH USER, WHY, AND   *
001200*                  THE REFUSED INPUT ITSELF.  THE OPTIONAL      *
001300*                  SECPARM SELECTION RECORD MAY NAME A          *
001400*                  RUN-DATE RANGE, A USER ID AND/OR A PROGRAM;  *
001500*                  ZERO OR BLANK IN ANY OF THEM MEANS NO        *
001600*                  SELECTION ON THAT CRITERION, AS IN SR12AUD.  *
001700*                  THE REPORT CLOSES WITH REFUSALS PER USER ID  *
001800*                  BROKEN DOWN BY REASON, WHICH IS WHAT         *
001900*                  INTERNAL AUDIT REVIEWS.                      *
002000*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002100*    INSTALLATION: STORE SYSTEMS GROUP                          *
002200*    DATE-WRITTEN: 10/15/2026                                   *
002300*    DATE-COMPILED.                                             *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    10/15/2026  DRO  ORIGINAL PROGRAM.  A MISSING SECEXCP      *
002700*                     MEANS NOTHING HAS BEEN REFUSED AND        *
002800*                     PRODUCES AN EMPTY REPORT RATHER THAN A    *
002900*                     FAILED STEP.                              *
002910*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002920*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002930*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002940*                     BOTH THE BUSINESS AND THE PROCESSING      *
002950*                     DATE.                                     *
003000*                                                                *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  SR30SEC.
003400 AUTHOR.      D. OKONKWO.
003500 INSTALLATION. STORE SYSTEMS GROUP.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO SECEXCP
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SECFILE-STATUS.
004900     SELECT SELECT-PARM-FILE ASSIGN TO SECPARM
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARMFILE-STATUS.
005200     SELECT SECURITY-REPORT ASSIGN TO SECRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPTFILE-STATUS.
005500     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RUNLOG-STATUS.
005725     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005750         ORGANIZATION IS LINE SEQUENTIAL
005775         FILE STATUS IS WS-BDTFILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  SECURITY-EXCEPTION-FILE
006200     RECORDING MODE IS F.
006300     COPY LOCSEC.
006400
006500 FD  SELECT-PARM-FILE
006600     RECORDING MODE IS F.
006700 01  SECURITY-SELECT-RECORD.
006800     05  SEL-DATE-LOW               PIC 9(08).
006900     05  SEL-DATE-HIGH              PIC 9(08).
007000     05  SEL-USER-ID                PIC X(08).
007100     05  SEL-PROGRAM-ID             PIC X(08).
007200
007300 FD  SECURITY-REPORT
007400     RECORDING MODE IS F.
007500 01  SECURITY-REPORT-LINE           PIC X(132).
007600 FD  RUN-LOG-FILE
007700     RECORDING MODE IS F.
007800     COPY LOCRUN.
007820
007840 FD  BUSINESS-DATE-FILE
007860     RECORDING MODE IS F.
007880     COPY LOCBDT.
007900
008000 WORKING-STORAGE SECTION.
008100
008200*---------------------------------------------------------------*
008300*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
008400*---------------------------------------------------------------*
008500 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
008600 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
008700 01  WS-LOG-TIME-WORK.
008800     05  WS-LOG-TIME              PIC 9(06).
008900     05  FILLER                   PIC 9(02).
008905*---------------------------------------------------------------*
008910*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
008915*---------------------------------------------------------------*
008920 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
008925 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008930 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
008935 01  WS-PROCESS-TIME-WORK.
008940     05  WS-PROCESS-TIME          PIC 9(06).
008945     05  FILLER                   PIC 9(02).
008950 01  WS-DATE-HEADING-LINE.
008955     05  FILLER                   PIC X(15) VALUE
008960         "BUSINESS DATE  ".
008965     05  WS-DH-BUSINESS-DATE      PIC 9(08).
008970     05  FILLER                   PIC X(16) VALUE
008975         "    PROCESSED   ".
008980     05  WS-DH-PROCESS-DATE       PIC 9(08).
008985     05  FILLER                   PIC X(01) VALUE SPACE.
008990     05  WS-DH-PROCESS-TIME       PIC 9(06).
008995     05  FILLER                   PIC X(78) VALUE SPACES.
009000*---------------------------------------------------------------*
009100*    FILE STATUS SWITCHES                                       *
009200*---------------------------------------------------------------*
009300 77  WS-SECFILE-STATUS            PIC X(02) VALUE "00".
009400 77  WS-PARMFILE-STATUS           PIC X(02) VALUE "00".
009500 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
009600 77  WS-SEC-EOF-SWITCH            PIC X(01) VALUE "N".
009700     88  END-OF-SECURITY-FILE     VALUE "Y".
009800 77  WS-PARM-EOF-SWITCH           PIC X(01) VALUE "N".
009900     88  END-OF-PARM-FILE         VALUE "Y".
010000
010100*---------------------------------------------------------------*
010200*    SELECTION CRITERIA - DEFAULTS SELECT EVERYTHING            *
010300*---------------------------------------------------------------*
010400 77  WS-SEL-DATE-LOW              PIC 9(08) VALUE ZERO.
010500 77  WS-SEL-DATE-HIGH             PIC 9(08) VALUE 99999999.
010600 77  WS-SEL-USER-ID               PIC X(08) VALUE SPACES.
010700 77  WS-SEL-PROGRAM-ID            PIC X(08) VALUE SPACES.
010800
010900*---------------------------------------------------------------*
011000*    PER-USER REFUSAL SUMMARY TABLE, SIZED AS SR12AUD'S IS.     *
011100*---------------------------------------------------------------*
011200 77  WS-USER-TABLE-MAX            PIC 9(03) COMP VALUE 100.
011300 77  WS-USER-COUNT                PIC 9(03) COMP VALUE ZERO.
011400 77  SB-USER                      PIC 9(03) COMP.
011500 77  WS-USER-FOUND-SWITCH         PIC X(01) VALUE "N".
011600     88  USER-FOUND               VALUE "Y".
011700 01  WS-USER-SUMMARY-TABLE.
011800     05  WS-USER-ENTRY OCCURS 100 TIMES.
011900         10  WS-USER-ID           PIC X(08).
012000         10  WS-USER-REFUSED      PIC 9(07) COMP.
012100         10  WS-USER-UNKNOWN      PIC 9(07) COMP.
012200         10  WS-USER-REVOKED      PIC 9(07) COMP.
012300         10  WS-USER-NOT-AUTH     PIC 9(07) COMP.
012400
012500*---------------------------------------------------------------*
012600*    REPORT COUNTERS                                            *
012700*---------------------------------------------------------------*
012800 77  WS-SECURITY-READ             PIC 9(07) COMP VALUE ZERO.
012900 77  WS-SECURITY-SELECTED         PIC 9(07) COMP VALUE ZERO.
013000 77  WS-REASON-UNKNOWN            PIC 9(07) COMP VALUE ZERO.
013100 77  WS-REASON-REVOKED            PIC 9(07) COMP VALUE ZERO.
013200 77  WS-REASON-NOT-AUTH           PIC 9(07) COMP VALUE ZERO.
013300
013400*---------------------------------------------------------------*
013500*    REPORT LINE WORK AREAS                                     *
013600*---------------------------------------------------------------*
013700 01  WS-DETAIL-LINE.
013800     05  WS-DL-DATE               PIC 9(08).
013900     05  FILLER                   PIC X(01) VALUE SPACE.
014000     05  WS-DL-TIME               PIC 9(06).
014100     05  FILLER                   PIC X(02) VALUE SPACES.
014200     05  WS-DL-PROGRAM            PIC X(08).
014300     05  FILLER                   PIC X(02) VALUE SPACES.
014400     05  WS-DL-FUNCTION           PIC X(01).
014500     05  FILLER                   PIC X(02) VALUE SPACES.
014600     05  WS-DL-USER               PIC X(08).
014700     05  FILLER                   PIC X(02) VALUE SPACES.
014800     05  WS-DL-REASON             PIC X(04).
014900     05  FILLER                   PIC X(02) VALUE SPACES.
015000     05  WS-DL-REASON-TEXT        PIC X(30).
015100     05  FILLER                   PIC X(02) VALUE SPACES.
015200     05  WS-DL-LOCNO              PIC 9(04).
015300     05  FILLER                   PIC X(02) VALUE SPACES.
015400     05  WS-DL-INPUT              PIC X(40).
015500     05  FILLER                   PIC X(08) VALUE SPACES.
015600
015700 01  WS-HEADING-LINE-1.
015800     05  FILLER                   PIC X(132) VALUE
015900         "DATE     TIME    PROGRAM   F  USER      CODE  REASON
016000-        "                      LOC   REFUSED-INPUT".
016100
016200 01  WS-CRITERIA-LINE.
016300     05  FILLER                   PIC X(11) VALUE "SELECTION: ".
016400     05  WS-CR-TEXT               PIC X(121).
016500
016600 01  WS-SUMMARY-HEADING.
016700     05  FILLER                   PIC X(132) VALUE
016800         "REFUSALS PER USER".
016900
017000 01  WS-SUMMARY-HEADING-2.
017100     05  FILLER                   PIC X(132) VALUE
017200         "USER      REFUSED  UNKNOWN  REVOKED NOT-AUTH".
017300
017400 01  WS-SUMMARY-LINE.
017500     05  WS-SM-USER               PIC X(08).
017600     05  FILLER                   PIC X(02) VALUE SPACES.
017700     05  WS-SM-REFUSED            PIC ZZZ,ZZ9.
017800     05  FILLER                   PIC X(02) VALUE SPACES.
017900     05  WS-SM-UNKNOWN            PIC ZZZ,ZZ9.
018000     05  FILLER                   PIC X(02) VALUE SPACES.
018100     05  WS-SM-REVOKED            PIC ZZZ,ZZ9.
018200     05  FILLER                   PIC X(02) VALUE SPACES.
018300     05  WS-SM-NOT-AUTH           PIC ZZZ,ZZ9.
018400     05  FILLER                   PIC X(88) VALUE SPACES.
018500
018600 01  WS-TOTAL-LINE.
018700     05  WS-TL-CAPTION            PIC X(25).
018800     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
018900     05  FILLER                   PIC X(100) VALUE SPACES.
019000
019100 PROCEDURE DIVISION.
019200*---------------------------------------------------------------*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500     PERFORM 2000-PROCESS-SECURITY-ROW
019600         UNTIL END-OF-SECURITY-FILE
019700     PERFORM 8000-FINALIZE
019800     GO TO 9999-EXIT.
019900
020000*---------------------------------------------------------------*
020100 1000-INITIALIZE.
020150     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
020200     PERFORM 1100-GET-SELECTION THRU 1100-EXIT
020300     OPEN INPUT SECURITY-EXCEPTION-FILE
020400     IF WS-SECFILE-STATUS NOT = "00" AND
020500             WS-SECFILE-STATUS NOT = "05"
020600         DISPLAY "SR30SEC - CANNOT OPEN SECEXCP, STATUS = "
020700             WS-SECFILE-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9999-EXIT
021000     END-IF
021100     OPEN OUTPUT SECURITY-REPORT
021125     MOVE WS-DATE-HEADING-LINE TO SECURITY-REPORT-LINE
021150     WRITE SECURITY-REPORT-LINE
021200     PERFORM 1200-WRITE-CRITERIA THRU 1200-EXIT
021300     MOVE WS-HEADING-LINE-1 TO SECURITY-REPORT-LINE
021400     WRITE SECURITY-REPORT-LINE
021500     PERFORM 2900-READ-SECURITY-FILE.
021600
021602*---------------------------------------------------------------*
021604*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
021606*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
021608*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
021610*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
021612*---------------------------------------------------------------*
021614 1050-GET-BUSINESS-DATE.
021616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
021618     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
021620     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
021622     OPEN INPUT BUSINESS-DATE-FILE
021624     IF WS-BDTFILE-STATUS = "00"
021626         READ BUSINESS-DATE-FILE
021628             NOT AT END
021630                 IF BDT-BUSINESS-DATE NUMERIC
021632                     AND BDT-BUSINESS-DATE > ZERO
021634                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
021636                 END-IF
021638         END-READ
021640         CLOSE BUSINESS-DATE-FILE
021642     ELSE
021644         DISPLAY "SR30SEC - NO BUSDATE CARD, PROCESSING DATE USED"
021646     END-IF
021648     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
021650     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
021652     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
021654 1050-EXIT.
021656     EXIT.
021658
021700*---------------------------------------------------------------*
021800*    SECPARM IS OPTIONAL IN PRACTICE - A MISSING OR EMPTY FILE  *
021900*    LEAVES THE SELECT-EVERYTHING DEFAULTS IN PLACE.            *
022000*---------------------------------------------------------------*
022100 1100-GET-SELECTION.
022200     OPEN INPUT SELECT-PARM-FILE
022300     IF WS-PARMFILE-STATUS NOT = "00"
022400         GO TO 1100-EXIT
022500     END-IF
022600     READ SELECT-PARM-FILE
022700         AT END
022800             SET END-OF-PARM-FILE TO TRUE
022900     END-READ
023000     IF NOT END-OF-PARM-FILE
023100         IF SEL-DATE-LOW NUMERIC
023200             MOVE SEL-DATE-LOW TO WS-SEL-DATE-LOW
023300         END-IF
023400         IF SEL-DATE-HIGH NUMERIC AND SEL-DATE-HIGH > 0
023500             MOVE SEL-DATE-HIGH TO WS-SEL-DATE-HIGH
023600         END-IF
023700         IF SEL-USER-ID NOT = SPACES
023800             MOVE SEL-USER-ID TO WS-SEL-USER-ID
023900         END-IF
024000         IF SEL-PROGRAM-ID NOT = SPACES
024100             MOVE SEL-PROGRAM-ID TO WS-SEL-PROGRAM-ID
024200         END-IF
024300     END-IF
024400     CLOSE SELECT-PARM-FILE.
024500 1100-EXIT.
024600     EXIT.
024700
024800*---------------------------------------------------------------*
024900 1200-WRITE-CRITERIA.
025000     MOVE SPACES TO WS-CR-TEXT
025100     STRING "DATE " DELIMITED BY SIZE
025200         WS-SEL-DATE-LOW DELIMITED BY SIZE
025300         " THRU " DELIMITED BY SIZE
025400         WS-SEL-DATE-HIGH DELIMITED BY SIZE
025500         "  USER " DELIMITED BY SIZE
025600         WS-SEL-USER-ID DELIMITED BY SIZE
025700         "  PROGRAM " DELIMITED BY SIZE
025800         WS-SEL-PROGRAM-ID DELIMITED BY SIZE
025900         INTO WS-CR-TEXT
026000     MOVE WS-CRITERIA-LINE TO SECURITY-REPORT-LINE
026100     WRITE SECURITY-REPORT-LINE.
026200 1200-EXIT.
026300     EXIT.
026400
026500*---------------------------------------------------------------*
026600 2000-PROCESS-SECURITY-ROW.
026700     ADD 1 TO WS-SECURITY-READ
026800     IF SEC-RUN-DATE NOT < WS-SEL-DATE-LOW
026900         AND SEC-RUN-DATE NOT > WS-SEL-DATE-HIGH
027000         AND (WS-SEL-USER-ID = SPACES
027100             OR SEC-USER-ID = WS-SEL-USER-ID)
027200         AND (WS-SEL-PROGRAM-ID = SPACES
027300             OR SEC-PROGRAM-ID = WS-SEL-PROGRAM-ID)
027400         PERFORM 3000-REPORT-SECURITY-ROW THRU 3000-EXIT
027500     END-IF
027600     PERFORM 2900-READ-SECURITY-FILE.
027700
027800*---------------------------------------------------------------*
027900 2900-READ-SECURITY-FILE.
028000     READ SECURITY-EXCEPTION-FILE
028100         AT END
028200             SET END-OF-SECURITY-FILE TO TRUE
028300     END-READ.
028400
028500*---------------------------------------------------------------*
028600 3000-REPORT-SECURITY-ROW.
028700     ADD 1 TO WS-SECURITY-SELECTED
028800     MOVE SPACES TO WS-DETAIL-LINE
028900     MOVE SEC-RUN-DATE TO WS-DL-DATE
029000     MOVE SEC-RUN-TIME TO WS-DL-TIME
029100     MOVE SEC-PROGRAM-ID TO WS-DL-PROGRAM
029200     MOVE SEC-FUNCTION-CODE TO WS-DL-FUNCTION
029300     MOVE SEC-USER-ID TO WS-DL-USER
029400     MOVE SEC-REASON-CODE TO WS-DL-REASON
029500     MOVE SEC-REASON-TEXT TO WS-DL-REASON-TEXT
029600     MOVE SEC-LOCATION-NUMBER TO WS-DL-LOCNO
029700     MOVE SEC-REFUSED-INPUT TO WS-DL-INPUT
029800     MOVE WS-DETAIL-LINE TO SECURITY-REPORT-LINE
029900     WRITE SECURITY-REPORT-LINE
030000     EVALUATE TRUE
030100         WHEN SEC-UNKNOWN-USER
030200             ADD 1 TO WS-REASON-UNKNOWN
030300         WHEN SEC-REVOKED-USER
030400             ADD 1 TO WS-REASON-REVOKED
030500         WHEN OTHER
030600             ADD 1 TO WS-REASON-NOT-AUTH
030700     END-EVALUATE
030800     PERFORM 4000-TALLY-USER THRU 4000-EXIT.
030900 3000-EXIT.
031000     EXIT.
031100
031200*---------------------------------------------------------------*
031300 4000-TALLY-USER.
031400     MOVE "N" TO WS-USER-FOUND-SWITCH
031500     MOVE 1 TO SB-USER
031600     PERFORM 4100-SCAN-USER-TABLE THRU 4100-EXIT
031700         UNTIL USER-FOUND OR SB-USER > WS-USER-COUNT
031800     IF NOT USER-FOUND
031900         IF WS-USER-COUNT < WS-USER-TABLE-MAX
032000             ADD 1 TO WS-USER-COUNT
032100             MOVE WS-USER-COUNT TO SB-USER
032200             MOVE SEC-USER-ID TO WS-USER-ID(SB-USER)
032300             MOVE ZERO TO WS-USER-REFUSED(SB-USER)
032400             MOVE ZERO TO WS-USER-UNKNOWN(SB-USER)
032500             MOVE ZERO TO WS-USER-REVOKED(SB-USER)
032600             MOVE ZERO TO WS-USER-NOT-AUTH(SB-USER)
032700             PERFORM 4200-ADD-TO-USER THRU 4200-EXIT
032800         ELSE
032900             DISPLAY "SR30SEC - USER SUMMARY TABLE FULL, "
033000                 "USER NOT TALLIED: " SEC-USER-ID
033100         END-IF
033200     END-IF.
033300 4000-EXIT.
033400     EXIT.
033500
033600*---------------------------------------------------------------*
033700 4100-SCAN-USER-TABLE.
033800     IF WS-USER-ID(SB-USER) = SEC-USER-ID
033900         PERFORM 4200-ADD-TO-USER THRU 4200-EXIT
034000         SET USER-FOUND TO TRUE
034100     ELSE
034200         ADD 1 TO SB-USER
034300     END-IF.
034400 4100-EXIT.
034500     EXIT.
034600
034700*---------------------------------------------------------------*
034800 4200-ADD-TO-USER.
034900     ADD 1 TO WS-USER-REFUSED(SB-USER)
035000     EVALUATE TRUE
035100         WHEN SEC-UNKNOWN-USER
035200             ADD 1 TO WS-USER-UNKNOWN(SB-USER)
035300         WHEN SEC-REVOKED-USER
035400             ADD 1 TO WS-USER-REVOKED(SB-USER)
035500         WHEN OTHER
035600             ADD 1 TO WS-USER-NOT-AUTH(SB-USER)
035700     END-EVALUATE.
035800 4200-EXIT.
035900     EXIT.
036000
036100*---------------------------------------------------------------*
036200 8000-FINALIZE.
036300     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
036400     MOVE WS-SUMMARY-HEADING TO SECURITY-REPORT-LINE
036500     WRITE SECURITY-REPORT-LINE
036600     MOVE WS-SUMMARY-HEADING-2 TO SECURITY-REPORT-LINE
036700     WRITE SECURITY-REPORT-LINE
036800     MOVE 1 TO SB-USER
036900     PERFORM 8100-WRITE-USER-LINE THRU 8100-EXIT
037000         UNTIL SB-USER > WS-USER-COUNT
037100     MOVE "EXCEPTION ROWS READ...  " TO WS-TL-CAPTION
037200     MOVE WS-SECURITY-READ TO WS-TL-COUNT
037300     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
037400     MOVE "EXCEPTION ROWS SELECTED " TO WS-TL-CAPTION
037500     MOVE WS-SECURITY-SELECTED TO WS-TL-COUNT
037600     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
037700     MOVE "S001 UNKNOWN USER-ID...  " TO WS-TL-CAPTION
037800     MOVE WS-REASON-UNKNOWN TO WS-TL-COUNT
037900     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
038000     MOVE "S002 USER-ID REVOKED...  " TO WS-TL-CAPTION
038100     MOVE WS-REASON-REVOKED TO WS-TL-COUNT
038200     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
038300     MOVE "S003 NOT AUTHORIZED....  " TO WS-TL-CAPTION
038400     MOVE WS-REASON-NOT-AUTH TO WS-TL-COUNT
038500     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
038600     CLOSE SECURITY-EXCEPTION-FILE
038700     CLOSE SECURITY-REPORT.
038800
038900*---------------------------------------------------------------*
039000 8100-WRITE-USER-LINE.
039100     MOVE SPACES TO WS-SUMMARY-LINE
039200     MOVE WS-USER-ID(SB-USER) TO WS-SM-USER
039300     MOVE WS-USER-REFUSED(SB-USER) TO WS-SM-REFUSED
039400     MOVE WS-USER-UNKNOWN(SB-USER) TO WS-SM-UNKNOWN
039500     MOVE WS-USER-REVOKED(SB-USER) TO WS-SM-REVOKED
039600     MOVE WS-USER-NOT-AUTH(SB-USER) TO WS-SM-NOT-AUTH
039700     MOVE WS-SUMMARY-LINE TO SECURITY-REPORT-LINE
039800     WRITE SECURITY-REPORT-LINE
039900     ADD 1 TO SB-USER.
040000 8100-EXIT.
040100     EXIT.
040200
040300*---------------------------------------------------------------*
040400 8200-WRITE-TOTAL-LINE.
040500     MOVE WS-TOTAL-LINE TO SECURITY-REPORT-LINE
040600     WRITE SECURITY-REPORT-LINE.
040700 8200-EXIT.
040800     EXIT.
040900
041000*---------------------------------------------------------------*
041100*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
041200*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
041300*    RECONCILIATION.                                            *
041400*---------------------------------------------------------------*
041500 8900-WRITE-RUN-LOG.
041600     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
041700     ACCEPT WS-LOG-TIME-WORK FROM TIME
041800     OPEN EXTEND RUN-LOG-FILE
041900     IF WS-RUNLOG-STATUS NOT = "00" AND
042000             WS-RUNLOG-STATUS NOT = "05"
042100         DISPLAY "SR30SEC - CANNOT OPEN RUN LOG, STATUS = "
042200             WS-RUNLOG-STATUS
042300     ELSE
042400         MOVE SPACES TO RUN-STATISTICS-RECORD
042500         MOVE "SR30SEC" TO RUN-PROGRAM-ID
042600         MOVE WS-LOG-DATE TO RUN-DATE
042700         MOVE WS-LOG-TIME TO RUN-TIME
042800         MOVE WS-SECURITY-READ TO RUN-RECORDS-READ
042900         MOVE WS-SECURITY-SELECTED TO RUN-RECORDS-WRITTEN
043000         MOVE ZERO TO RUN-RECORDS-REJECTED
043100         MOVE WS-SECURITY-SELECTED TO RUN-EXCEPTIONS
043200         WRITE RUN-STATISTICS-RECORD
043300         CLOSE RUN-LOG-FILE
043400     END-IF.
043500 8900-EXIT.
043600     EXIT.
043700
043800*---------------------------------------------------------------*
043900 9999-EXIT.
044000     STOP RUN.
