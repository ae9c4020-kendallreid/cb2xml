002400*                     A WRITE), SO RERUNNING THE RECOVERY OVER  *
002500*                     A PARTLY-ROLLED MASTER CONVERGES INSTEAD  *
002600*                     OF ABENDING HALFWAY.                      *
002610*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002620*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002630*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002640*                     BOTH THE BUSINESS AND THE PROCESSING      *
002650*                     DATE.                                     *
002700*                                                                *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
005700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNLOG-STATUS.
005925     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005950         ORGANIZATION IS LINE SEQUENTIAL
005975         FILE STATUS IS WS-BDTFILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
008000 FD  RUN-LOG-FILE
008100     RECORDING MODE IS F.
008200     COPY LOCRUN.
008220
008240 FD  BUSINESS-DATE-FILE
008260     RECORDING MODE IS F.
008280     COPY LOCBDT.
008300
008400 WORKING-STORAGE SECTION.
008500
009100 01  WS-LOG-TIME-WORK.
009200     05  WS-LOG-TIME              PIC 9(06).
009300     05  FILLER                   PIC 9(02).
009305*---------------------------------------------------------------*
009310*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
009315*---------------------------------------------------------------*
009320 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
009325 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009330 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
009335 01  WS-PROCESS-TIME-WORK.
009340     05  WS-PROCESS-TIME          PIC 9(06).
009345     05  FILLER                   PIC 9(02).
009350 01  WS-DATE-HEADING-LINE.
009355     05  FILLER                   PIC X(15) VALUE
009360         "BUSINESS DATE  ".
009365     05  WS-DH-BUSINESS-DATE      PIC 9(08).
009370     05  FILLER                   PIC X(16) VALUE
009375         "    PROCESSED   ".
009380     05  WS-DH-PROCESS-DATE       PIC 9(08).
009385     05  FILLER                   PIC X(01) VALUE SPACE.
009390     05  WS-DH-PROCESS-TIME       PIC 9(06).
009395     05  FILLER                   PIC X(78) VALUE SPACES.
009400*---------------------------------------------------------------*
009500*    FILE STATUS SWITCHES                                       *
009600*---------------------------------------------------------------*
015500
015600*---------------------------------------------------------------*
015700 1000-INITIALIZE.
015750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
015800     PERFORM 1100-GET-STOP-POINT THRU 1100-EXIT
015900     OPEN I-O LOCATION-MASTER
016000     IF NOT MASTER-OPEN-OK
017100         GO TO 9999-EXIT
017200     END-IF
017300     OPEN OUTPUT RECOVERY-REPORT
017325     MOVE WS-DATE-HEADING-LINE TO RECOVERY-REPORT-LINE
017350     WRITE RECOVERY-REPORT-LINE
017400     MOVE WS-HEADING-LINE-1 TO RECOVERY-REPORT-LINE
017500     WRITE RECOVERY-REPORT-LINE
017600     DISPLAY "SR21RCV - REAPPLYING JOURNAL THROUGH "
017700         WS-STOP-DATE " " WS-STOP-TIME
017800     PERFORM 2900-READ-JOURNAL.
017900
017902*---------------------------------------------------------------*
017904*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
017906*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
017908*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
017910*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
017912*---------------------------------------------------------------*
017914 1050-GET-BUSINESS-DATE.
017916     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
017918     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
017920     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
017922     OPEN INPUT BUSINESS-DATE-FILE
017924     IF WS-BDTFILE-STATUS = "00"
017926         READ BUSINESS-DATE-FILE
017928             NOT AT END
017930                 IF BDT-BUSINESS-DATE NUMERIC
017932                     AND BDT-BUSINESS-DATE > ZERO
017934                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
017936                 END-IF
017938         END-READ
017940         CLOSE BUSINESS-DATE-FILE
017942     ELSE
017944         DISPLAY "SR21RCV - NO BUSDATE CARD, PROCESSING DATE USED"
017946     END-IF
017948     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
017950     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
017952     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
017954 1050-EXIT.
017956     EXIT.
017958
018000*---------------------------------------------------------------*
018100*    RCVPARM IS OPTIONAL IN PRACTICE - A MISSING OR EMPTY FILE, *
018200*    OR A ZERO STOP DATE, LEAVES THE REAPPLY-EVERYTHING         *
033400*    RECONCILIATION.                                           *
033500*---------------------------------------------------------------*
033600 8900-WRITE-RUN-LOG.
033700     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
033800     ACCEPT WS-LOG-TIME-WORK FROM TIME
033900     OPEN EXTEND RUN-LOG-FILE
034000     IF WS-RUNLOG-STATUS NOT = "00" AND
