002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*    09/02/2026  DRO  ORIGINAL PROGRAM.                         *
002210*    10/15/2026  DRO  MASTER IMAGE WIDENED FROM 46 TO 61 BYTES  *
002220*                     FOR THE LOCHDR OPEN DATE AND SELLING      *
002230*                     AREA.                                     *
002240*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002250*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002260*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002270*                     BOTH THE BUSINESS AND THE PROCESSING      *
002280*                     DATE.                                     *
002300*                                                                *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
004800     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUNLOG-STATUS.
005025     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005050         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS WS-BDTFILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ARCHIVE-FILE
005500     RECORDING MODE IS F.
005600 01  ARCHIVE-LOCATION-RECORD.
005700     05  ARC-MASTER-IMAGE           PIC X(61).
005800     05  FILLER                     PIC X(01).
005900     05  ARC-ARCHIVE-DATE           PIC 9(08).
006000
007200 FD  RUN-LOG-FILE
007300     RECORDING MODE IS F.
007400     COPY LOCRUN.
007420
007440 FD  BUSINESS-DATE-FILE
007460     RECORDING MODE IS F.
007480     COPY LOCBDT.
007500
007600 WORKING-STORAGE SECTION.
007700
008300 01  WS-LOG-TIME-WORK.
008400     05  WS-LOG-TIME              PIC 9(06).
008500     05  FILLER                   PIC 9(02).
008505*---------------------------------------------------------------*
008510*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
008515*---------------------------------------------------------------*
008520 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
008525 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008530 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
008535 01  WS-PROCESS-TIME-WORK.
008540     05  WS-PROCESS-TIME          PIC 9(06).
008545     05  FILLER                   PIC 9(02).
008550 01  WS-DATE-HEADING-LINE.
008555     05  FILLER                   PIC X(15) VALUE
008560         "BUSINESS DATE  ".
008565     05  WS-DH-BUSINESS-DATE      PIC 9(08).
008570     05  FILLER                   PIC X(16) VALUE
008575         "    PROCESSED   ".
008580     05  WS-DH-PROCESS-DATE       PIC 9(08).
008585     05  FILLER                   PIC X(01) VALUE SPACE.
008590     05  WS-DH-PROCESS-TIME       PIC 9(06).
008595     05  FILLER                   PIC X(78) VALUE SPACES.
008600*---------------------------------------------------------------*
008700*    FILE STATUS SWITCHES                                       *
008800*---------------------------------------------------------------*
016000
016100*---------------------------------------------------------------*
016200 1000-INITIALIZE.
016250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
016300     PERFORM 1100-GET-SELECTION THRU 1100-EXIT
016400     OPEN INPUT ARCHIVE-FILE
016500     IF WS-ARCFILE-STATUS NOT = "00"
017000     END-IF
017100     OPEN OUTPUT ARCHIVE-INQUIRY-REPORT
017200     PERFORM 1200-WRITE-CRITERIA THRU 1200-EXIT
017225     MOVE WS-DATE-HEADING-LINE TO ARCHIVE-INQUIRY-LINE
017250     WRITE ARCHIVE-INQUIRY-LINE
017300     MOVE WS-HEADING-LINE-1 TO ARCHIVE-INQUIRY-LINE
017400     WRITE ARCHIVE-INQUIRY-LINE
017500     PERFORM 2900-READ-ARCHIVE-FILE.
017600
017602*---------------------------------------------------------------*
017604*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
017606*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
017608*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
017610*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
017612*---------------------------------------------------------------*
017614 1050-GET-BUSINESS-DATE.
017616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
017618     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
017620     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
017622     OPEN INPUT BUSINESS-DATE-FILE
017624     IF WS-BDTFILE-STATUS = "00"
017626         READ BUSINESS-DATE-FILE
017628             NOT AT END
017630                 IF BDT-BUSINESS-DATE NUMERIC
017632                     AND BDT-BUSINESS-DATE > ZERO
017634                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
017636                 END-IF
017638         END-READ
017640         CLOSE BUSINESS-DATE-FILE
017642     ELSE
017644         DISPLAY "SR25ARQ - NO BUSDATE CARD, PROCESSING DATE USED"
017646     END-IF
017648     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
017650     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
017652     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
017654 1050-EXIT.
017656     EXIT.
017658
017700*---------------------------------------------------------------*
017800*    ARCPARM IS OPTIONAL IN PRACTICE - A MISSING OR EMPTY FILE  *
017900*    LEAVES THE SELECT-EVERYTHING DEFAULTS IN PLACE.            *
028300*    RECONCILIATION.                                           *
028400*---------------------------------------------------------------*
028500 8900-WRITE-RUN-LOG.
028600     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
028700     ACCEPT WS-LOG-TIME-WORK FROM TIME
028800     OPEN EXTEND RUN-LOG-FILE
028900     IF WS-RUNLOG-STATUS NOT = "00" AND
