002572*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002579*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002586*                     RECONCILIATION.                            *
002587*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002588*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002589*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002590*                     BOTH THE BUSINESS AND THE PROCESSING       *
002591*                     DATE.                                      *
002593*                                                                *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
005252     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005334         ORGANIZATION IS LINE SEQUENTIAL
005416         FILE STATUS IS WS-RUNLOG-STATUS.
005436     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005456         ORGANIZATION IS LINE SEQUENTIAL
005476         FILE STATUS IS WS-BDTFILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007370     05  CKWK-LOCATIONS-READ      PIC 9(07).
007380     05  FILLER                   PIC X(01).
007390     05  CKWK-BREAKS-FOUND        PIC 9(07).
007391 FD  RUN-LOG-FILE
007392     RECORDING MODE IS F.
007393     COPY LOCRUN.
007394
007395 FD  BUSINESS-DATE-FILE
007396     RECORDING MODE IS F.
007397     COPY LOCBDT.
007398
007400
008000 WORKING-STORAGE SECTION.
008050 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
008060 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
008070 01  WS-LOG-TIME-WORK.
008071     05  WS-LOG-TIME              PIC 9(06).
008072     05  FILLER                   PIC 9(02).
008073*---------------------------------------------------------------*
008074*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
008075*---------------------------------------------------------------*
008076 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
008077 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008078 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
008079 01  WS-PROCESS-TIME-WORK.
008080     05  WS-PROCESS-TIME          PIC 9(06).
008081     05  FILLER                   PIC 9(02).
008082 01  WS-DATE-HEADING-LINE.
008083     05  FILLER                   PIC X(15) VALUE
008084         "BUSINESS DATE  ".
008085     05  WS-DH-BUSINESS-DATE      PIC 9(08).
008086     05  FILLER                   PIC X(16) VALUE
008087         "    PROCESSED   ".
008088     05  WS-DH-PROCESS-DATE       PIC 9(08).
008089     05  FILLER                   PIC X(01) VALUE SPACE.
008090     05  WS-DH-PROCESS-TIME       PIC 9(06).
008091     05  FILLER                   PIC X(78) VALUE SPACES.
008100*---------------------------------------------------------------*
008200*    FILE STATUS SWITCHES                                       *
008300*---------------------------------------------------------------*
016700
016800*---------------------------------------------------------------*
016900 1000-INITIALIZE.
016950     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
017000     OPEN INPUT LOCATION-FILE
017100     IF WS-LOCFILE-STATUS NOT = "00"
017200         DISPLAY "SR00REC - CANNOT OPEN LOCATION-FILE, STATUS = "
017400         GO TO 9999-EXIT
017500     END-IF
017600     OPEN OUTPUT RECON-REPORT
017625     MOVE WS-DATE-HEADING-LINE TO RECON-REPORT-LINE
017650     WRITE RECON-REPORT-LINE
017700     MOVE WS-HEADING-LINE-1 TO RECON-REPORT-LINE
017800     WRITE RECON-REPORT-LINE
017900     PERFORM 1500-GET-RESTART-POINT THRU 1500-EXIT
018300         PERFORM 1600-SKIP-TO-RESTART THRU 1600-EXIT
018400     END-IF.
018500
018502*---------------------------------------------------------------*
018504*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
018506*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
018508*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
018510*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
018512*---------------------------------------------------------------*
018514 1050-GET-BUSINESS-DATE.
018516     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
018518     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
018520     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
018522     OPEN INPUT BUSINESS-DATE-FILE
018524     IF WS-BDTFILE-STATUS = "00"
018526         READ BUSINESS-DATE-FILE
018528             NOT AT END
018530                 IF BDT-BUSINESS-DATE NUMERIC
018532                     AND BDT-BUSINESS-DATE > ZERO
018534                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
018536                 END-IF
018538         END-READ
018540         CLOSE BUSINESS-DATE-FILE
018542     ELSE
018544         DISPLAY "SR00REC - NO BUSDATE CARD, PROCESSING DATE USED"
018546     END-IF
018548     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
018550     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
018552     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
018554 1050-EXIT.
018556     EXIT.
018558
018600*---------------------------------------------------------------*
018700 1500-GET-RESTART-POINT.
018800     MOVE ZERO TO WS-RESTART-LOCATION-NUMBER
038996*    RECONCILIATION.                                           *
039096*---------------------------------------------------------------*
039196 8900-WRITE-RUN-LOG.
039296     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
039396     ACCEPT WS-LOG-TIME-WORK FROM TIME
039496     OPEN EXTEND RUN-LOG-FILE
039596     IF WS-RUNLOG-STATUS NOT = "00" AND
