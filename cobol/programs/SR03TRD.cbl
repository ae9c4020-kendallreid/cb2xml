004480*                     USED ARE PRINTED IN THE REPORT HEADING.   *
004484*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
004488*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
004489*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
004490*                     RECONCILIATION.                            *
004491*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
004492*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
004493*                     THE CLOCK, AND THE REPORT HEADS WITH       *
004494*                     BOTH THE BUSINESS AND THE PROCESSING       *
004495*                     DATE.                                      *
004500*                                                                *
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
007370     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007380         ORGANIZATION IS LINE SEQUENTIAL
007390         FILE STATUS IS WS-RUNLOG-STATUS.
007392     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007394         ORGANIZATION IS LINE SEQUENTIAL
007396         FILE STATUS IS WS-BDTFILE-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
011470     RECORDING MODE IS F.
011480     COPY LOCMAP.
011484 FD  RUN-LOG-FILE
011485     RECORDING MODE IS F.
011486     COPY LOCRUN.
011487
011488 FD  BUSINESS-DATE-FILE
011489     RECORDING MODE IS F.
011490     COPY LOCBDT.
011496
011500
011600 WORKING-STORAGE SECTION.
011650 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
011660 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
011670 01  WS-LOG-TIME-WORK.
011671     05  WS-LOG-TIME              PIC 9(06).
011672     05  FILLER                   PIC 9(02).
011673*---------------------------------------------------------------*
011674*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
011675*---------------------------------------------------------------*
011676 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
011677 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011678 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
011679 01  WS-PROCESS-TIME-WORK.
011680     05  WS-PROCESS-TIME          PIC 9(06).
011681     05  FILLER                   PIC 9(02).
011682 01  WS-DATE-HEADING-LINE.
011683     05  FILLER                   PIC X(15) VALUE
011684         "BUSINESS DATE  ".
011685     05  WS-DH-BUSINESS-DATE      PIC 9(08).
011686     05  FILLER                   PIC X(16) VALUE
011687         "    PROCESSED   ".
011688     05  WS-DH-PROCESS-DATE       PIC 9(08).
011689     05  FILLER                   PIC X(01) VALUE SPACE.
011690     05  WS-DH-PROCESS-TIME       PIC 9(06).
011691     05  FILLER                   PIC X(78) VALUE SPACES.
011700*---------------------------------------------------------------*
011800*    FILE STATUS SWITCHES                                       *
011900*---------------------------------------------------------------*
022400
022500*---------------------------------------------------------------*
022600 1000-INITIALIZE.
022605     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
022610     INITIALIZE WS-DISTRICT-TOLERANCE-TABLE
022620     INITIALIZE WS-LOCATION-MAP-TABLE
022630     PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT
024700     END-IF
024800     OPEN OUTPUT TREND-REPORT
024810     PERFORM 1200-PRINT-TOLERANCES THRU 1200-EXIT
024835     MOVE WS-DATE-HEADING-LINE TO TREND-REPORT-LINE
024860     WRITE TREND-REPORT-LINE
024900     MOVE WS-HEADING-LINE-1 TO TREND-REPORT-LINE
025000     WRITE TREND-REPORT-LINE
025100     PERFORM 2910-READ-CURRENT
025102     PERFORM 2920-READ-HISTORY.
025104
025106*---------------------------------------------------------------*
025108*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
025110*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
025112*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
025114*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
025116*---------------------------------------------------------------*
025118 1050-GET-BUSINESS-DATE.
025120     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
025122     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
025124     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
025126     OPEN INPUT BUSINESS-DATE-FILE
025128     IF WS-BDTFILE-STATUS = "00"
025130         READ BUSINESS-DATE-FILE
025132             NOT AT END
025134                 IF BDT-BUSINESS-DATE NUMERIC
025136                     AND BDT-BUSINESS-DATE > ZERO
025138                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
025140                 END-IF
025142         END-READ
025144         CLOSE BUSINESS-DATE-FILE
025146     ELSE
025148         DISPLAY "SR03TRD - NO BUSDATE CARD, PROCESSING DATE USED"
025150     END-IF
025152     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
025154     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
025156     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
025158 1050-EXIT.
025160     EXIT.
025162
025215*---------------------------------------------------------------*
025220 1100-LOAD-TOLERANCES.
025225     OPEN INPUT TOLERANCE-CONTROL-FILE
053212*    RECONCILIATION.                                           *
053215*---------------------------------------------------------------*
053218 8900-WRITE-RUN-LOG.
053221     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
053224     ACCEPT WS-LOG-TIME-WORK FROM TIME
053227     OPEN EXTEND RUN-LOG-FILE
053230     IF WS-RUNLOG-STATUS NOT = "00" AND
