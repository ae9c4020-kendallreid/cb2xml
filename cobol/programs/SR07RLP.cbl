003072*                     HASH TOTALS AND PROVES THEM AGAINST THE    *
003080*                     TRAILER, ABENDING ON A SHORT OR DAMAGED    *
003088*                     EXTRACT INSTEAD OF REPORTING ON IT.        *
003089*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
003090*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
003091*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
003092*                     RECONCILIATION.                            *
003093*    09/02/2026  DRO  DISTRICT AND REGION LINES NOW CARRY THE    *
003094*                     MANAGEMENT NAME FROM THE DISTREF REFERENCE *
003095*                     MASTER (SEE LOCDRM) ALONGSIDE THE TWO-     *
003096*                     DIGIT CODE.  LOCATMAP IS NOW THE SR17MAP-  *
003097*                     VALIDATED MAPPING, SO EVERY CODE REACHING  *
003098*                     THIS ROLLUP HAS BEEN PROVED AGAINST THE    *
003099*                     REFERENCE AND LOCATION MASTERS.            *
003100*    09/02/2026  DRO  NOW READS THE CONDENSED LOCTOTS TOTALS     *
003101*                     COMPANION SR04VAL WRITES (SEE LOCTOT) -    *
003102*                     THIS ROLLUP NEVER TOUCHED THE HOUR/DAY     *
003103*                     DETAIL TABLES, SO IT NO LONGER PAYS FOR    *
003104*                     THE FULL-WIDTH LOCDTL READ.  THE TRAILER   *
003105*                     CARRIES THE SAME COUNT/HASH TOTALS AS      *
003106*                     LOCGOOD'S.                                 *
003107*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
003108*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
003109*                     THE CLOCK, AND THE REPORT HEADS WITH       *
003110*                     BOTH THE BUSINESS AND THE PROCESSING       *
003111*                     DATE.                                      *
003112*                                                                *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
005525     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005550         ORGANIZATION IS LINE SEQUENTIAL
005575         FILE STATUS IS WS-RUNLOG-STATUS.
005580     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005585         ORGANIZATION IS LINE SEQUENTIAL
005590         FILE STATUS IS WS-BDTFILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006920 FD  RUN-LOG-FILE
006940     RECORDING MODE IS F.
006960     COPY LOCRUN.
006964
006968 FD  BUSINESS-DATE-FILE
006972     RECORDING MODE IS F.
006976     COPY LOCBDT.
006980
007000
007100 WORKING-STORAGE SECTION.
007150 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
007160 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
007170 01  WS-LOG-TIME-WORK.
007171     05  WS-LOG-TIME              PIC 9(06).
007172     05  FILLER                   PIC 9(02).
007173*---------------------------------------------------------------*
007174*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
007175*---------------------------------------------------------------*
007176 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
007177 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007178 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
007179 01  WS-PROCESS-TIME-WORK.
007180     05  WS-PROCESS-TIME          PIC 9(06).
007181     05  FILLER                   PIC 9(02).
007182 01  WS-DATE-HEADING-LINE.
007183     05  FILLER                   PIC X(15) VALUE
007184         "BUSINESS DATE  ".
007185     05  WS-DH-BUSINESS-DATE      PIC 9(08).
007186     05  FILLER                   PIC X(16) VALUE
007187         "    PROCESSED   ".
007188     05  WS-DH-PROCESS-DATE       PIC 9(08).
007189     05  FILLER                   PIC X(01) VALUE SPACE.
007190     05  WS-DH-PROCESS-TIME       PIC 9(06).
007191     05  FILLER                   PIC X(78) VALUE SPACES.
007200*---------------------------------------------------------------*
007300*    FILE STATUS SWITCHES                                       *
007400*---------------------------------------------------------------*
018000
018100*---------------------------------------------------------------*
018200 1000-INITIALIZE.
018250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
018300     INITIALIZE WS-LOCATION-MAP-TABLE
018400     INITIALIZE WS-DISTRICT-TOTALS-TABLE
018500     INITIALIZE WS-REGION-TOTALS-TABLE
019100         GO TO 9999-EXIT
019200     END-IF
019300     OPEN OUTPUT ROLLUP-REPORT
019325     MOVE WS-DATE-HEADING-LINE TO ROLLUP-REPORT-LINE
019350     WRITE ROLLUP-REPORT-LINE
019400     MOVE WS-HEADING-LINE-1 TO ROLLUP-REPORT-LINE
019500     WRITE ROLLUP-REPORT-LINE
019600     PERFORM 2900-READ-LOCATION-FILE.
019700
019702*---------------------------------------------------------------*
019704*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
019706*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
019708*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
019710*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
019712*---------------------------------------------------------------*
019714 1050-GET-BUSINESS-DATE.
019716     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
019718     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
019720     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
019722     OPEN INPUT BUSINESS-DATE-FILE
019724     IF WS-BDTFILE-STATUS = "00"
019726         READ BUSINESS-DATE-FILE
019728             NOT AT END
019730                 IF BDT-BUSINESS-DATE NUMERIC
019732                     AND BDT-BUSINESS-DATE > ZERO
019734                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
019736                 END-IF
019738         END-READ
019740         CLOSE BUSINESS-DATE-FILE
019742     ELSE
019744         DISPLAY "SR07RLP - NO BUSDATE CARD, PROCESSING DATE USED"
019746     END-IF
019748     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
019750     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
019752     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
019754 1050-EXIT.
019756     EXIT.
019758
019800*---------------------------------------------------------------*
019900 1100-LOAD-MAPPING-FILE.
020000     OPEN INPUT MAPPING-FILE
036896*    RECONCILIATION.                                           *
036900*---------------------------------------------------------------*
036904 8900-WRITE-RUN-LOG.
036908     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
036912     ACCEPT WS-LOG-TIME-WORK FROM TIME
036916     OPEN EXTEND RUN-LOG-FILE
036920     IF WS-RUNLOG-STATUS NOT = "00" AND
