002184*                     THE FULL BEFORE IMAGE, RUN DATE, TIME AND  *
002186*                     SEQUENCE (SEE LOCJRN) TO THE ACCUMULATING  *
002188*                     LOCJRNL FILE, SO SR21RCV CAN ROLL A        *
002189*                     RESTORED BACKUP OF THE MASTER FORWARD      *
002190*                     THROUGH AN ARCHIVE SWEEP AS WELL AS        *
002191*                     THROUGH SR02MNT MAINTENANCE.               *
002192*    10/15/2026  DRO  MASTER IMAGE WIDENED FROM 46 TO 61 BYTES   *
002193*                     FOR THE LOCHDR OPEN DATE AND SELLING       *
002194*                     AREA.                                      *
002195*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002196*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002197*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002198*                     BOTH THE BUSINESS AND THE PROCESSING       *
002199*                     DATE.                                      *
002200*                                                                *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
005125     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005150         ORGANIZATION IS LINE SEQUENTIAL
005175         FILE STATUS IS WS-RUNLOG-STATUS.
005180     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005185         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS WS-BDTFILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006400 FD  ARCHIVE-FILE
006500     RECORDING MODE IS F.
006600 01  ARCHIVE-LOCATION-RECORD.
006700     05  ARC-MASTER-IMAGE           PIC X(61).
006800     05  FILLER                     PIC X(01).
006900     05  ARC-ARCHIVE-DATE           PIC 9(08).
007000
007320 FD  RUN-LOG-FILE
007340     RECORDING MODE IS F.
007360     COPY LOCRUN.
007364
007368 FD  BUSINESS-DATE-FILE
007372     RECORDING MODE IS F.
007376     COPY LOCBDT.
007380
007400
007500 WORKING-STORAGE SECTION.
007550 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
007560 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
007570 01  WS-LOG-TIME-WORK.
007571     05  WS-LOG-TIME              PIC 9(06).
007572     05  FILLER                   PIC 9(02).
007573*---------------------------------------------------------------*
007574*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
007575*---------------------------------------------------------------*
007576 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
007577 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007578 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
007579 01  WS-PROCESS-TIME-WORK.
007580     05  WS-PROCESS-TIME          PIC 9(06).
007581     05  FILLER                   PIC 9(02).
007582 01  WS-DATE-HEADING-LINE.
007583     05  FILLER                   PIC X(15) VALUE
007584         "BUSINESS DATE  ".
007585     05  WS-DH-BUSINESS-DATE      PIC 9(08).
007586     05  FILLER                   PIC X(16) VALUE
007587         "    PROCESSED   ".
007588     05  WS-DH-PROCESS-DATE       PIC 9(08).
007589     05  FILLER                   PIC X(01) VALUE SPACE.
007590     05  WS-DH-PROCESS-TIME       PIC 9(06).
007591     05  FILLER                   PIC X(78) VALUE SPACES.
007600*---------------------------------------------------------------*
007700*    FILE STATUS SWITCHES                                       *
007800*---------------------------------------------------------------*
013100
013200*---------------------------------------------------------------*
013300 1000-INITIALIZE.
013350     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
013400     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
013450     ACCEPT WS-RUN-TIME-WORK FROM TIME
013500     OPEN INPUT ARCHIVE-CONTROL-FILE
013600     IF WS-CTLFILE-STATUS NOT = "00"
016100     OPEN EXTEND ARCHIVE-FILE
016150     OPEN EXTEND JOURNAL-FILE
016200     OPEN OUTPUT ARCHIVE-REPORT
016225     MOVE WS-DATE-HEADING-LINE TO ARCHIVE-REPORT-LINE
016250     WRITE ARCHIVE-REPORT-LINE
016300     MOVE WS-HEADING-LINE-1 TO ARCHIVE-REPORT-LINE
016400     WRITE ARCHIVE-REPORT-LINE
016500     PERFORM 2900-READ-MASTER.
016600
016602*---------------------------------------------------------------*
016604*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
016606*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
016608*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
016610*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
016612*---------------------------------------------------------------*
016614 1050-GET-BUSINESS-DATE.
016616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
016618     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
016620     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
016622     OPEN INPUT BUSINESS-DATE-FILE
016624     IF WS-BDTFILE-STATUS = "00"
016626         READ BUSINESS-DATE-FILE
016628             NOT AT END
016630                 IF BDT-BUSINESS-DATE NUMERIC
016632                     AND BDT-BUSINESS-DATE > ZERO
016634                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
016636                 END-IF
016638         END-READ
016640         CLOSE BUSINESS-DATE-FILE
016642     ELSE
016644         DISPLAY "SR11ARC - NO BUSDATE CARD, PROCESSING DATE USED"
016646     END-IF
016648     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
016650     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
016652     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
016654 1050-EXIT.
016656     EXIT.
016658
016700*---------------------------------------------------------------*
016800 2000-PROCESS-MASTER.
016900     ADD 1 TO WS-MASTER-READ
023912*    RECONCILIATION.                                           *
023915*---------------------------------------------------------------*
023918 8900-WRITE-RUN-LOG.
023921     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
023924     ACCEPT WS-LOG-TIME-WORK FROM TIME
023927     OPEN EXTEND RUN-LOG-FILE
023930     IF WS-RUNLOG-STATUS NOT = "00" AND
