002500*                     OBSERVED WEEKS, SO A STORE WITH A SHORT   *
002600*                     RETAINED HISTORY IS JUDGED ON THE WEEKS   *
002700*                     IT ACTUALLY TRADED.                       *
002710*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002720*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002730*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002740*                     BOTH THE BUSINESS AND THE PROCESSING      *
002750*                     DATE.                                     *
002800*                                                                *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
005000     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RUNLOG-STATUS.
005225     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005250         ORGANIZATION IS LINE SEQUENTIAL
005275         FILE STATUS IS WS-BDTFILE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006400 FD  RUN-LOG-FILE
006500     RECORDING MODE IS F.
006600     COPY LOCRUN.
006620
006640 FD  BUSINESS-DATE-FILE
006660     RECORDING MODE IS F.
006680     COPY LOCBDT.
006700
006800 WORKING-STORAGE SECTION.
006900
007500 01  WS-LOG-TIME-WORK.
007600     05  WS-LOG-TIME              PIC 9(06).
007700     05  FILLER                   PIC 9(02).
007705*---------------------------------------------------------------*
007710*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
007715*---------------------------------------------------------------*
007720 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
007725 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007730 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
007735 01  WS-PROCESS-TIME-WORK.
007740     05  WS-PROCESS-TIME          PIC 9(06).
007745     05  FILLER                   PIC 9(02).
007750 01  WS-DATE-HEADING-LINE.
007755     05  FILLER                   PIC X(15) VALUE
007760         "BUSINESS DATE  ".
007765     05  WS-DH-BUSINESS-DATE      PIC 9(08).
007770     05  FILLER                   PIC X(16) VALUE
007775         "    PROCESSED   ".
007780     05  WS-DH-PROCESS-DATE       PIC 9(08).
007785     05  FILLER                   PIC X(01) VALUE SPACE.
007790     05  WS-DH-PROCESS-TIME       PIC 9(06).
007795     05  FILLER                   PIC X(78) VALUE SPACES.
007800*---------------------------------------------------------------*
007900*    FILE STATUS SWITCHES                                       *
008000*---------------------------------------------------------------*
018300
018400*---------------------------------------------------------------*
018500 1000-INITIALIZE.
018550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
018600     OPEN INPUT LOCATION-FILE
018700     IF WS-LOCFILE-STATUS NOT = "00"
018800         DISPLAY "SR16HRS - CANNOT OPEN LOCATION-FILE, STATUS = "
019000         GO TO 9999-EXIT
019100     END-IF
019200     OPEN OUTPUT PATTERN-REPORT
019225     MOVE WS-DATE-HEADING-LINE TO PATTERN-REPORT-LINE
019250     WRITE PATTERN-REPORT-LINE
019300     MOVE WS-HEADING-LINE-1 TO PATTERN-REPORT-LINE
019400     WRITE PATTERN-REPORT-LINE
019500     PERFORM 2900-READ-LOCATION-FILE.
019600
019602*---------------------------------------------------------------*
019604*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
019606*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
019608*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
019610*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
019612*---------------------------------------------------------------*
019614 1050-GET-BUSINESS-DATE.
019616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
019618     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
019620     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
019622     OPEN INPUT BUSINESS-DATE-FILE
019624     IF WS-BDTFILE-STATUS = "00"
019626         READ BUSINESS-DATE-FILE
019628             NOT AT END
019630                 IF BDT-BUSINESS-DATE NUMERIC
019632                     AND BDT-BUSINESS-DATE > ZERO
019634                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
019636                 END-IF
019638         END-READ
019640         CLOSE BUSINESS-DATE-FILE
019642     ELSE
019644         DISPLAY "SR16HRS - NO BUSDATE CARD, PROCESSING DATE USED"
019646     END-IF
019648     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
019650     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
019652     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
019654 1050-EXIT.
019656     EXIT.
019658
019700*---------------------------------------------------------------*
019800 2000-PROCESS-LOCATION.
019900     ADD 1 TO WS-LOCATIONS-READ
047500*    RECONCILIATION.                                           *
047600*---------------------------------------------------------------*
047700 8900-WRITE-RUN-LOG.
047800     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
047900     ACCEPT WS-LOG-TIME-WORK FROM TIME
048000     OPEN EXTEND RUN-LOG-FILE
048100     IF WS-RUNLOG-STATUS NOT = "00" AND
