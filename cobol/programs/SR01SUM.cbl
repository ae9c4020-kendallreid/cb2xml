001684*                     THE GRAND TOTAL LINE.                      *
001687*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
001690*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
001691*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
001692*                     RECONCILIATION.                            *
001693*    09/02/2026  DRO  NOW READS THE CONDENSED LOCTOTS TOTALS     *
001694*                     COMPANION SR04VAL WRITES (SEE LOCTOT)      *
001695*                     INSTEAD OF THE FULL-WIDTH LOCGOOD EXTRACT  *
001696*                     - THIS SUMMARY ONLY EVER USED THE KEY AND  *
001697*                     GRAND TOTALS, SO IT NO LONGER PAYS FOR     *
001698*                     THE HOUR/DAY DETAIL TABLES.  THE TRAILER   *
001699*                     CARRIES THE SAME COUNT/HASH TOTALS AS      *
001700*                     LOCGOOD'S, SO THE VERIFICATION IS          *
001701*                     UNCHANGED IN SUBSTANCE.                    *
001702*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
001703*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
001704*                     THE CLOCK, AND THE REPORT HEADS WITH       *
001705*                     BOTH THE BUSINESS AND THE PROCESSING       *
001706*                     DATE.                                      *
001707*                                                                *
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
003825     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
003850         ORGANIZATION IS LINE SEQUENTIAL
003875         FILE STATUS IS WS-RUNLOG-STATUS.
003880     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003885         ORGANIZATION IS LINE SEQUENTIAL
003890         FILE STATUS IS WS-BDTFILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004820 FD  RUN-LOG-FILE
004840     RECORDING MODE IS F.
004860     COPY LOCRUN.
004864
004868 FD  BUSINESS-DATE-FILE
004872     RECORDING MODE IS F.
004876     COPY LOCBDT.
004880
004900
005000 WORKING-STORAGE SECTION.
005050 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
005060 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
005070 01  WS-LOG-TIME-WORK.
005071     05  WS-LOG-TIME              PIC 9(06).
005072     05  FILLER                   PIC 9(02).
005073*---------------------------------------------------------------*
005074*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
005075*---------------------------------------------------------------*
005076 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
005077 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
005078 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
005079 01  WS-PROCESS-TIME-WORK.
005080     05  WS-PROCESS-TIME          PIC 9(06).
005081     05  FILLER                   PIC 9(02).
005082 01  WS-DATE-HEADING-LINE.
005083     05  FILLER                   PIC X(15) VALUE
005084         "BUSINESS DATE  ".
005085     05  WS-DH-BUSINESS-DATE      PIC 9(08).
005086     05  FILLER                   PIC X(16) VALUE
005087         "    PROCESSED   ".
005088     05  WS-DH-PROCESS-DATE       PIC 9(08).
005089     05  FILLER                   PIC X(01) VALUE SPACE.
005090     05  WS-DH-PROCESS-TIME       PIC 9(06).
005091     05  FILLER                   PIC X(78) VALUE SPACES.
005100 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
005200 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
005300 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
009500
009600*---------------------------------------------------------------*
009700 1000-INITIALIZE.
009750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
009800     OPEN INPUT LOCATION-FILE
009900     IF WS-LOCFILE-STATUS NOT = "00"
010000         DISPLAY "SR01SUM - CANNOT OPEN LOCATION-FILE, STATUS = "
010200         GO TO 9999-EXIT
010300     END-IF
010400     OPEN OUTPUT SUMMARY-REPORT
010425     MOVE WS-DATE-HEADING-LINE TO SUMMARY-REPORT-LINE
010450     WRITE SUMMARY-REPORT-LINE
010500     MOVE WS-HEADING-LINE TO SUMMARY-REPORT-LINE
010600     WRITE SUMMARY-REPORT-LINE
010700     PERFORM 2900-READ-LOCATION-FILE.
010800
010802*---------------------------------------------------------------*
010804*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
010806*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
010808*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
010810*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
010812*---------------------------------------------------------------*
010814 1050-GET-BUSINESS-DATE.
010816     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
010818     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
010820     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
010822     OPEN INPUT BUSINESS-DATE-FILE
010824     IF WS-BDTFILE-STATUS = "00"
010826         READ BUSINESS-DATE-FILE
010828             NOT AT END
010830                 IF BDT-BUSINESS-DATE NUMERIC
010832                     AND BDT-BUSINESS-DATE > ZERO
010834                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
010836                 END-IF
010838         END-READ
010840         CLOSE BUSINESS-DATE-FILE
010842     ELSE
010844         DISPLAY "SR01SUM - NO BUSDATE CARD, PROCESSING DATE USED"
010846     END-IF
010848     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
010850     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
010852     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
010854 1050-EXIT.
010856     EXIT.
010858
010900*---------------------------------------------------------------*
011000 2000-PROCESS-LOCATION.
011100     ADD 1 TO WS-STORE-COUNT
015254*    RECONCILIATION.                                           *
015255*---------------------------------------------------------------*
015256 8900-WRITE-RUN-LOG.
015257     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
015258     ACCEPT WS-LOG-TIME-WORK FROM TIME
015259     OPEN EXTEND RUN-LOG-FILE
015260     IF WS-RUNLOG-STATUS NOT = "00" AND
