002040*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002060*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002080*                     RECONCILIATION.                            *
002082*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002084*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002086*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002088*                     BOTH THE BUSINESS AND THE PROCESSING       *
002090*                     DATE.                                      *
002100*                                                                *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
004525     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-RUNLOG-STATUS.
004580     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004585         ORGANIZATION IS LINE SEQUENTIAL
004590         FILE STATUS IS WS-BDTFILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
006520 FD  RUN-LOG-FILE
006540     RECORDING MODE IS F.
006560     COPY LOCRUN.
006564
006568 FD  BUSINESS-DATE-FILE
006572     RECORDING MODE IS F.
006576     COPY LOCBDT.
006580
006600
006700 WORKING-STORAGE SECTION.
006750 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
006760 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
006770 01  WS-LOG-TIME-WORK.
006771     05  WS-LOG-TIME              PIC 9(06).
006772     05  FILLER                   PIC 9(02).
006773*---------------------------------------------------------------*
006774*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
006775*---------------------------------------------------------------*
006776 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
006777 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
006778 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
006779 01  WS-PROCESS-TIME-WORK.
006780     05  WS-PROCESS-TIME          PIC 9(06).
006781     05  FILLER                   PIC 9(02).
006782 01  WS-DATE-HEADING-LINE.
006783     05  FILLER                   PIC X(15) VALUE
006784         "BUSINESS DATE  ".
006785     05  WS-DH-BUSINESS-DATE      PIC 9(08).
006786     05  FILLER                   PIC X(16) VALUE
006787         "    PROCESSED   ".
006788     05  WS-DH-PROCESS-DATE       PIC 9(08).
006789     05  FILLER                   PIC X(01) VALUE SPACE.
006790     05  WS-DH-PROCESS-TIME       PIC 9(06).
006791     05  FILLER                   PIC X(78) VALUE SPACES.
006800*---------------------------------------------------------------*
006900*    FILE STATUS SWITCHES                                       *
007000*---------------------------------------------------------------*
016300
016400*---------------------------------------------------------------*
016500 1000-INITIALIZE.
016550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
016600     PERFORM 1100-GET-SELECTION THRU 1100-EXIT
016700     OPEN INPUT AUDIT-FILE
016800     IF WS-AUDFILE-STATUS NOT = "00"
017200     END-IF
017300     OPEN OUTPUT AUDIT-REPORT
017400     PERFORM 1200-WRITE-CRITERIA THRU 1200-EXIT
017425     MOVE WS-DATE-HEADING-LINE TO AUDIT-REPORT-LINE
017450     WRITE AUDIT-REPORT-LINE
017500     MOVE WS-HEADING-LINE-1 TO AUDIT-REPORT-LINE
017600     WRITE AUDIT-REPORT-LINE
017700     PERFORM 2900-READ-AUDIT-FILE.
017800
017802*---------------------------------------------------------------*
017804*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
017806*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
017808*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
017810*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
017812*---------------------------------------------------------------*
017814 1050-GET-BUSINESS-DATE.
017816     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
017818     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
017820     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
017822     OPEN INPUT BUSINESS-DATE-FILE
017824     IF WS-BDTFILE-STATUS = "00"
017826         READ BUSINESS-DATE-FILE
017828             NOT AT END
017830                 IF BDT-BUSINESS-DATE NUMERIC
017832                     AND BDT-BUSINESS-DATE > ZERO
017834                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
017836                 END-IF
017838         END-READ
017840         CLOSE BUSINESS-DATE-FILE
017842     ELSE
017844         DISPLAY "SR12AUD - NO BUSDATE CARD, PROCESSING DATE USED"
017846     END-IF
017848     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
017850     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
017852     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
017854 1050-EXIT.
017856     EXIT.
017858
017900*---------------------------------------------------------------*
018000*    AUDPARM IS OPTIONAL IN PRACTICE - A MISSING OR EMPTY FILE  *
018100*    LEAVES THE SELECT-EVERYTHING DEFAULTS IN PLACE.            *
034112*    RECONCILIATION.                                           *
034115*---------------------------------------------------------------*
034118 8900-WRITE-RUN-LOG.
034121     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
034124     ACCEPT WS-LOG-TIME-WORK FROM TIME
034127     OPEN EXTEND RUN-LOG-FILE
034130     IF WS-RUNLOG-STATUS NOT = "00" AND
