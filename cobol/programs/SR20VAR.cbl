002750*                     NOT PAY FOR THE FULL-WIDTH LOCDTL READ.   *
002760*                     THE TRAILER CARRIES THE SAME COUNT/HASH   *
002770*                     TOTALS AS LOCGOOD'S.                      *
002775*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002780*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002785*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002790*                     BOTH THE BUSINESS AND THE PROCESSING      *
002795*                     DATE.                                     *
002800*                                                                *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
005900     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNLOG-STATUS.
006125     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006150         ORGANIZATION IS LINE SEQUENTIAL
006175         FILE STATUS IS WS-BDTFILE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008500 FD  RUN-LOG-FILE
008600     RECORDING MODE IS F.
008700     COPY LOCRUN.
008720
008740 FD  BUSINESS-DATE-FILE
008760     RECORDING MODE IS F.
008780     COPY LOCBDT.
008800
008900 WORKING-STORAGE SECTION.
009000
009600 01  WS-LOG-TIME-WORK.
009700     05  WS-LOG-TIME              PIC 9(06).
009800     05  FILLER                   PIC 9(02).
009805*---------------------------------------------------------------*
009810*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
009815*---------------------------------------------------------------*
009820 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
009825 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009830 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
009835 01  WS-PROCESS-TIME-WORK.
009840     05  WS-PROCESS-TIME          PIC 9(06).
009845     05  FILLER                   PIC 9(02).
009850 01  WS-DATE-HEADING-LINE.
009855     05  FILLER                   PIC X(15) VALUE
009860         "BUSINESS DATE  ".
009865     05  WS-DH-BUSINESS-DATE      PIC 9(08).
009870     05  FILLER                   PIC X(16) VALUE
009875         "    PROCESSED   ".
009880     05  WS-DH-PROCESS-DATE       PIC 9(08).
009885     05  FILLER                   PIC X(01) VALUE SPACE.
009890     05  WS-DH-PROCESS-TIME       PIC 9(06).
009895     05  FILLER                   PIC X(78) VALUE SPACES.
009900*---------------------------------------------------------------*
010000*    FILE STATUS SWITCHES                                       *
010100*---------------------------------------------------------------*
024000
024100*---------------------------------------------------------------*
024200 1000-INITIALIZE.
024250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
024300     INITIALIZE WS-PLAN-TABLE
024400     INITIALIZE WS-LOCATION-MAP-TABLE
024500     INITIALIZE WS-DISTRICT-TOTALS-TABLE
025600         GO TO 9999-EXIT
025700     END-IF
025800     OPEN OUTPUT VARIANCE-REPORT
025825     MOVE WS-DATE-HEADING-LINE TO VARIANCE-REPORT-LINE
025850     WRITE VARIANCE-REPORT-LINE
025900     MOVE WS-HEADING-LINE-1 TO VARIANCE-REPORT-LINE
026000     WRITE VARIANCE-REPORT-LINE
026100     PERFORM 2900-READ-LOCATION-FILE.
026200
026202*---------------------------------------------------------------*
026204*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
026206*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
026208*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
026210*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
026212*---------------------------------------------------------------*
026214 1050-GET-BUSINESS-DATE.
026216     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
026218     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
026220     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
026222     OPEN INPUT BUSINESS-DATE-FILE
026224     IF WS-BDTFILE-STATUS = "00"
026226         READ BUSINESS-DATE-FILE
026228             NOT AT END
026230                 IF BDT-BUSINESS-DATE NUMERIC
026232                     AND BDT-BUSINESS-DATE > ZERO
026234                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
026236                 END-IF
026238         END-READ
026240         CLOSE BUSINESS-DATE-FILE
026242     ELSE
026244         DISPLAY "SR20VAR - NO BUSDATE CARD, PROCESSING DATE USED"
026246     END-IF
026248     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
026250     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
026252     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
026254 1050-EXIT.
026256     EXIT.
026258
026300*---------------------------------------------------------------*
026400 1100-LOAD-PLAN-FILE.
026500     OPEN INPUT PLAN-FILE
057700*    RECONCILIATION.                                           *
057800*---------------------------------------------------------------*
057900 8900-WRITE-RUN-LOG.
058000     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
058100     ACCEPT WS-LOG-TIME-WORK FROM TIME
058200     OPEN EXTEND RUN-LOG-FILE
058300     IF WS-RUNLOG-STATUS NOT = "00" AND
