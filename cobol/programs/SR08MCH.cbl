002280*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
002284*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002288*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002289*                     RECONCILIATION.                            *
002290*    10/15/2026  DRO  MST- REPLACING LIST EXTENDED FOR THE NEW   *
002291*                     LOCHDR OPEN DATE AND SELLING AREA          *
002292*                     FIELDS.                                    *
002293*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002294*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002295*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002296*                     BOTH THE BUSINESS AND THE PROCESSING       *
002297*                     DATE.                                      *
002300*                                                                *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
004925     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS WS-RUNLOG-STATUS.
004980     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004985         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-BDTFILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006710         ==LOCATION-STATUS== BY ==MST-LOCATION-STATUS==
006720         ==LOCATION-IS-OPEN== BY ==MST-LOCATION-IS-OPEN==
006730         ==LOCATION-IS-CLOSED== BY ==MST-LOCATION-IS-CLOSED==
006740         ==LOCATION-CLOSE-DATE== BY ==MST-LOCATION-CLOSE-DATE==
006750         ==LOCATION-OPEN-DATE== BY ==MST-LOCATION-OPEN-DATE==
006760         ==LOCATION-SELLING-AREA==
006770                             BY ==MST-LOCATION-SELLING-AREA==.
006800
006900 FD  MATCH-REPORT
007000     RECORDING MODE IS F.
007120 FD  RUN-LOG-FILE
007140     RECORDING MODE IS F.
007160     COPY LOCRUN.
007164
007168 FD  BUSINESS-DATE-FILE
007172     RECORDING MODE IS F.
007176     COPY LOCBDT.
007180
007200
007300 WORKING-STORAGE SECTION.
007350 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
007360 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
007370 01  WS-LOG-TIME-WORK.
007371     05  WS-LOG-TIME              PIC 9(06).
007372     05  FILLER                   PIC 9(02).
007373*---------------------------------------------------------------*
007374*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
007375*---------------------------------------------------------------*
007376 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
007377 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007378 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
007379 01  WS-PROCESS-TIME-WORK.
007380     05  WS-PROCESS-TIME          PIC 9(06).
007381     05  FILLER                   PIC 9(02).
007382 01  WS-DATE-HEADING-LINE.
007383     05  FILLER                   PIC X(15) VALUE
007384         "BUSINESS DATE  ".
007385     05  WS-DH-BUSINESS-DATE      PIC 9(08).
007386     05  FILLER                   PIC X(16) VALUE
007387         "    PROCESSED   ".
007388     05  WS-DH-PROCESS-DATE       PIC 9(08).
007389     05  FILLER                   PIC X(01) VALUE SPACE.
007390     05  WS-DH-PROCESS-TIME       PIC 9(06).
007391     05  FILLER                   PIC X(78) VALUE SPACES.
007400*---------------------------------------------------------------*
007500*    FILE STATUS SWITCHES                                       *
007600*---------------------------------------------------------------*
013700
013800*---------------------------------------------------------------*
013900 1000-INITIALIZE.
013950     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
014000     OPEN INPUT LOCATION-FILE
014100     IF WS-LOCFILE-STATUS NOT = "00"
014200         DISPLAY "SR08MCH - CANNOT OPEN LOCATION-FILE, STATUS = "
015000         GO TO 9999-EXIT
015100     END-IF
015200     OPEN OUTPUT MATCH-REPORT
015225     MOVE WS-DATE-HEADING-LINE TO MATCH-REPORT-LINE
015250     WRITE MATCH-REPORT-LINE
015300     MOVE WS-HEADING-LINE-1 TO MATCH-REPORT-LINE
015400     WRITE MATCH-REPORT-LINE
015500     PERFORM 2910-READ-EXTRACT
015600     PERFORM 2920-READ-MASTER.
015700
015702*---------------------------------------------------------------*
015704*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
015706*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
015708*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
015710*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
015712*---------------------------------------------------------------*
015714 1050-GET-BUSINESS-DATE.
015716     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
015718     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
015720     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
015722     OPEN INPUT BUSINESS-DATE-FILE
015724     IF WS-BDTFILE-STATUS = "00"
015726         READ BUSINESS-DATE-FILE
015728             NOT AT END
015730                 IF BDT-BUSINESS-DATE NUMERIC
015732                     AND BDT-BUSINESS-DATE > ZERO
015734                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
015736                 END-IF
015738         END-READ
015740         CLOSE BUSINESS-DATE-FILE
015742     ELSE
015744         DISPLAY "SR08MCH - NO BUSDATE CARD, PROCESSING DATE USED"
015746     END-IF
015748     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
015750     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
015752     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
015754 1050-EXIT.
015756     EXIT.
015758
015800*---------------------------------------------------------------*
015900 2000-PROCESS-MATCH.
016000     EVALUATE TRUE
031254*    RECONCILIATION.                                           *
031255*---------------------------------------------------------------*
031256 8900-WRITE-RUN-LOG.
031257     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
031258     ACCEPT WS-LOG-TIME-WORK FROM TIME
031259     OPEN EXTEND RUN-LOG-FILE
031260     IF WS-RUNLOG-STATUS NOT = "00" AND
