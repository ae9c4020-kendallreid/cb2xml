002440*                     REPORT) ADDED TO THE LOCGOOD CONSUMER     *
002460*                     LIST - ITS READ COUNT MUST ALSO EQUAL     *
002480*                     SR04VAL'S ACCEPTED COUNT.                 *
002485*    10/15/2026  DRO  SR28UCR (PURCHASE UNIT-COST EXCEPTION     *
002490*                     REPORT) ADDED TO THE LOCGOOD CONSUMER     *
002491*                     LIST ON THE SAME TERMS.                   *
002492*    10/15/2026  DRO  SR29CMP (COMPARABLE-STORE REPORT) ADDED   *
002493*                     TO THE CONSUMER LIST - IT READS LOCTOTS,  *
002494*                     WHICH CARRIES ONE ROW PER ACCEPTED        *
002495*                     LOCATION, AS SR06ALT AND SR07RLP DO.      *
002496*    10/15/2026  DRO  THE REPORT NOW HEADS WITH THE BUSINESS    *
002497*                     DATE FROM THE BUSDATE CARD (SEE LOCBDT)   *
002498*                     AND THE PROCESSING DATE.                  *
002499*    10/15/2026  DRO  SR33FCS (LANDING FORECAST) ADDED TO THE   *
002500*                     LOCGOOD CONSUMER LIST ON THE SAME TERMS.  *
002505*    10/15/2026  DRO  NOW APPENDS ITS OWN RUN-LOG ROW AFTER     *
002510*                     THE RECONCILIATION, WITH THE MISMATCH     *
002515*                     COUNT AS EXCEPTIONS, SO SR34PCL CAN SEE   *
002520*                     WHETHER THE LAST STREAM WAS CLEAN BEFORE  *
002525*                     A PERIOD IS CLOSED.                       *
002530*    10/15/2026  DRO  PROGRAM TABLE RAISED FROM 30 TO 50        *
002535*                     ENTRIES - MORE THAN 30 PROGRAMS NOW LOG   *
002540*                     RUN ROWS, AND A DROPPED ROW WAS REPORTED  *
002545*                     AS A MISSING CONSUMER.                    *
002550*                                                                *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  SR15RUN.
004100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RUNLOG-STATUS.
004325     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004350         ORGANIZATION IS LINE SEQUENTIAL
004375         FILE STATUS IS WS-BDTFILE-STATUS.
004400     SELECT OPERATIONS-REPORT ASSIGN TO OPSRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPTFILE-STATUS.
005000 FD  RUN-LOG-FILE
005100     RECORDING MODE IS F.
005200     COPY LOCRUN.
005220
005240 FD  BUSINESS-DATE-FILE
005260     RECORDING MODE IS F.
005280     COPY LOCBDT.
005300
005400 FD  OPERATIONS-REPORT
005500     RECORDING MODE IS F.
006300 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
006400 77  WS-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
006500     88  END-OF-RUN-LOG           VALUE "Y".
006505*---------------------------------------------------------------*
006510*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
006515*---------------------------------------------------------------*
006520 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
006525 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
006530 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
006535 01  WS-PROCESS-TIME-WORK.
006540     05  WS-PROCESS-TIME          PIC 9(06).
006545     05  FILLER                   PIC 9(02).
006550 01  WS-DATE-HEADING-LINE.
006555     05  FILLER                   PIC X(15) VALUE
006560         "BUSINESS DATE  ".
006565     05  WS-DH-BUSINESS-DATE      PIC 9(08).
006570     05  FILLER                   PIC X(16) VALUE
006575         "    PROCESSED   ".
006580     05  WS-DH-PROCESS-DATE       PIC 9(08).
006585     05  FILLER                   PIC X(01) VALUE SPACE.
006590     05  WS-DH-PROCESS-TIME       PIC 9(06).
006595     05  FILLER                   PIC X(78) VALUE SPACES.
006600
006610*---------------------------------------------------------------*
006620*    RUN-LOG WORK FIELDS (SEE LOCRUN) - THIS PROGRAM NOW        *
006630*    APPENDS ITS OWN ROW ONCE THE RECONCILIATION IS DONE.       *
006640*---------------------------------------------------------------*
006650 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
006660 01  WS-LOG-TIME-WORK.
006670     05  WS-LOG-TIME              PIC 9(06).
006680     05  FILLER                   PIC 9(02).
006690
006700*---------------------------------------------------------------*
006800*    LATEST RUN ROW PER PROGRAM                                 *
006900*---------------------------------------------------------------*
007000 77  WS-PT-MAX                    PIC 9(03) COMP VALUE 50.
007100 77  WS-PT-COUNT                  PIC 9(03) COMP VALUE ZERO.
007200 77  SB-PT                        PIC 9(03) COMP.
007300 77  WS-PT-FOUND-SWITCH           PIC X(01) VALUE "N".
007400     88  PROGRAM-FOUND            VALUE "Y".
007500 01  WS-PROGRAM-TABLE.
007600     05  WS-PT-ENTRY OCCURS 50 TIMES.
007700         10  WS-PT-PROGRAM        PIC X(08).
007800         10  WS-PT-DATE           PIC 9(08).
007900         10  WS-PT-TIME           PIC 9(06).
009300     05  FILLER                   PIC X(08) VALUE "SR06ALT".
009400     05  FILLER                   PIC X(08) VALUE "SR07RLP".
009450     05  FILLER                   PIC X(08) VALUE "SR16HRS".
009475     05  FILLER                   PIC X(08) VALUE "SR28UCR".
009480     05  FILLER                   PIC X(08) VALUE "SR29CMP".
009490     05  FILLER                   PIC X(08) VALUE "SR33FCS".
009500 01  WS-CONSUMER-TABLE REDEFINES WS-CONSUMER-LIST.
009600     05  WS-CONSUMER-NAME OCCURS 9 TIMES
009700                                  PIC X(08).
009800 77  SB-CONSUMER                  PIC 9(03) COMP.
009900
015500
015600*---------------------------------------------------------------*
015700 1000-INITIALIZE.
015750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
015800     OPEN INPUT RUN-LOG-FILE
015900     IF WS-RUNLOG-STATUS NOT = "00"
016000         DISPLAY "SR15RUN - CANNOT OPEN RUN LOG, STATUS = "
016300         GO TO 9999-EXIT
016400     END-IF
016500     OPEN OUTPUT OPERATIONS-REPORT
016525     MOVE WS-DATE-HEADING-LINE TO OPERATIONS-REPORT-LINE
016550     WRITE OPERATIONS-REPORT-LINE
016600     MOVE WS-HEADING-LINE-1 TO OPERATIONS-REPORT-LINE
016700     WRITE OPERATIONS-REPORT-LINE
016800     PERFORM 2900-READ-RUN-LOG.
016900
016902*---------------------------------------------------------------*
016904*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
016906*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
016908*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
016910*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
016912*---------------------------------------------------------------*
016914 1050-GET-BUSINESS-DATE.
016916     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
016918     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
016920     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
016922     OPEN INPUT BUSINESS-DATE-FILE
016924     IF WS-BDTFILE-STATUS = "00"
016926         READ BUSINESS-DATE-FILE
016928             NOT AT END
016930                 IF BDT-BUSINESS-DATE NUMERIC
016932                     AND BDT-BUSINESS-DATE > ZERO
016934                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
016936                 END-IF
016938         END-READ
016940         CLOSE BUSINESS-DATE-FILE
016942     ELSE
016944         DISPLAY "SR15RUN - NO BUSDATE CARD, PROCESSING DATE USED"
016946     END-IF
016948     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
016950     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
016952     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
016954 1050-EXIT.
016956     EXIT.
016958
017000*---------------------------------------------------------------*
017100 2000-COLLECT-RUN-ROW.
017200     ADD 1 TO WS-ROWS-READ
024300     MOVE WS-MESSAGE-LINE TO OPERATIONS-REPORT-LINE
024400     WRITE OPERATIONS-REPORT-LINE
024500     CLOSE RUN-LOG-FILE
024550     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
024600     CLOSE OPERATIONS-REPORT.
024700
024800*---------------------------------------------------------------*
028000     MOVE WS-PT-WRITTEN(WS-LOOKUP-SB) TO WS-BASE-ACCEPTED
028100     MOVE 1 TO SB-CONSUMER
028200     PERFORM 8300-CHECK-ONE-CONSUMER THRU 8300-EXIT
028300         UNTIL SB-CONSUMER > 9.
028400 8200-EXIT.
028500     EXIT.
028600
031200     ADD 1 TO SB-CONSUMER.
031300 8300-EXIT.
031400     EXIT.
031402
031404*---------------------------------------------------------------*
031406*    APPEND THIS PROGRAM'S OWN RUN-STATISTICS ROW (SEE LOCRUN)  *
031408*    AFTER THE LOG HAS BEEN READ: ROWS READ, PROGRAMS           *
031410*    SUMMARIZED, AND THE MISMATCH COUNT AS EXCEPTIONS.          *
031412*    SR34PCL WILL NOT CLOSE A PERIOD UNLESS THE LATEST SR15RUN  *
031414*    ROW SHOWS NO EXCEPTIONS.                                   *
031416*---------------------------------------------------------------*
031418 8900-WRITE-RUN-LOG.
031420     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
031422     ACCEPT WS-LOG-TIME-WORK FROM TIME
031424     OPEN EXTEND RUN-LOG-FILE
031426     IF WS-RUNLOG-STATUS NOT = "00" AND
031428             WS-RUNLOG-STATUS NOT = "05"
031430         DISPLAY "SR15RUN - CANNOT OPEN RUN LOG, STATUS = "
031432             WS-RUNLOG-STATUS
031434     ELSE
031436         MOVE SPACES TO RUN-STATISTICS-RECORD
031438         MOVE "SR15RUN" TO RUN-PROGRAM-ID
031440         MOVE WS-LOG-DATE TO RUN-DATE
031442         MOVE WS-LOG-TIME TO RUN-TIME
031444         MOVE WS-ROWS-READ TO RUN-RECORDS-READ
031446         MOVE WS-PT-COUNT TO RUN-RECORDS-WRITTEN
031448         MOVE ZERO TO RUN-RECORDS-REJECTED
031450         MOVE WS-MISMATCH-COUNT TO RUN-EXCEPTIONS
031452         WRITE RUN-STATISTICS-RECORD
031454         CLOSE RUN-LOG-FILE
031456     END-IF.
031458 8900-EXIT.
031460     EXIT.
031500
031600*---------------------------------------------------------------*
031700 9999-EXIT.
