002572*                     HASH TOTALS AND PROVES THEM AGAINST THE    *
002580*                     TRAILER, ABENDING ON A SHORT OR DAMAGED    *
002588*                     EXTRACT INSTEAD OF REPORTING ON IT.        *
002589*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
002590*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002591*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002592*                     RECONCILIATION.                            *
002593*    09/02/2026  DRO  NOW READS THE CONDENSED LOCTOTS TOTALS     *
002594*                     COMPANION SR04VAL WRITES (SEE LOCTOT) -    *
002595*                     THIS ALERT ONLY EVER USED THE KEY AND      *
002596*                     GRAND TOTALS, SO IT NO LONGER PAYS FOR     *
002597*                     THE FULL-WIDTH LOCDTL READ.  THE TRAILER   *
002598*                     CARRIES THE SAME COUNT/HASH TOTALS AS      *
002599*                     LOCGOOD'S.                                 *
002600*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002601*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002602*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002603*                     BOTH THE BUSINESS AND THE PROCESSING       *
002604*                     DATE.                                      *
002605*                                                                *
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
004770     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004780         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS WS-RUNLOG-STATUS.
004792     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004794         ORGANIZATION IS LINE SEQUENTIAL
004796         FILE STATUS IS WS-BDTFILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005770     RECORDING MODE IS F.
005780     COPY LOCMAP.
005784 FD  RUN-LOG-FILE
005785     RECORDING MODE IS F.
005786     COPY LOCRUN.
005787
005788 FD  BUSINESS-DATE-FILE
005789     RECORDING MODE IS F.
005790     COPY LOCBDT.
005796
005800
005900 WORKING-STORAGE SECTION.
005950 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
005960 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
005970 01  WS-LOG-TIME-WORK.
005971     05  WS-LOG-TIME              PIC 9(06).
005972     05  FILLER                   PIC 9(02).
005973*---------------------------------------------------------------*
005974*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
005975*---------------------------------------------------------------*
005976 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
005977 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
005978 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
005979 01  WS-PROCESS-TIME-WORK.
005980     05  WS-PROCESS-TIME          PIC 9(06).
005981     05  FILLER                   PIC 9(02).
005982 01  WS-DATE-HEADING-LINE.
005983     05  FILLER                   PIC X(15) VALUE
005984         "BUSINESS DATE  ".
005985     05  WS-DH-BUSINESS-DATE      PIC 9(08).
005986     05  FILLER                   PIC X(16) VALUE
005987         "    PROCESSED   ".
005988     05  WS-DH-PROCESS-DATE       PIC 9(08).
005989     05  FILLER                   PIC X(01) VALUE SPACE.
005990     05  WS-DH-PROCESS-TIME       PIC 9(06).
005991     05  FILLER                   PIC X(78) VALUE SPACES.
006000*---------------------------------------------------------------*
006100*    FILE STATUS SWITCHES                                       *
006200*---------------------------------------------------------------*
012100
012200*---------------------------------------------------------------*
012300 1000-INITIALIZE.
012305     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
012310     INITIALIZE WS-DISTRICT-TOLERANCE-TABLE
012320     INITIALIZE WS-LOCATION-MAP-TABLE
012330     PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT
012900     END-IF
013000     OPEN OUTPUT ALERT-REPORT
013010     PERFORM 1200-PRINT-TOLERANCES THRU 1200-EXIT
013035     MOVE WS-DATE-HEADING-LINE TO ALERT-REPORT-LINE
013060     WRITE ALERT-REPORT-LINE
013100     MOVE WS-HEADING-LINE-1 TO ALERT-REPORT-LINE
013200     WRITE ALERT-REPORT-LINE
013202     PERFORM 2900-READ-LOCATION-FILE.
013204
013206*---------------------------------------------------------------*
013208*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
013210*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
013212*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
013214*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
013216*---------------------------------------------------------------*
013218 1050-GET-BUSINESS-DATE.
013220     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
013222     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
013224     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
013226     OPEN INPUT BUSINESS-DATE-FILE
013228     IF WS-BDTFILE-STATUS = "00"
013230         READ BUSINESS-DATE-FILE
013232             NOT AT END
013234                 IF BDT-BUSINESS-DATE NUMERIC
013236                     AND BDT-BUSINESS-DATE > ZERO
013238                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
013240                 END-IF
013242         END-READ
013244         CLOSE BUSINESS-DATE-FILE
013246     ELSE
013248         DISPLAY "SR06ALT - NO BUSDATE CARD, PROCESSING DATE USED"
013250     END-IF
013252     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
013254     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
013256     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
013258 1050-EXIT.
013260     EXIT.
013262
013315*---------------------------------------------------------------*
013320 1100-LOAD-TOLERANCES.
013325     OPEN INPUT TOLERANCE-CONTROL-FILE
018596*    RECONCILIATION.                                           *
018600*---------------------------------------------------------------*
018604 8900-WRITE-RUN-LOG.
018608     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
018612     ACCEPT WS-LOG-TIME-WORK FROM TIME
018616     OPEN EXTEND RUN-LOG-FILE
018620     IF WS-RUNLOG-STATUS NOT = "00" AND
