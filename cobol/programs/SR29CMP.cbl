000100*****************************************************************
000200*                                                               *
000300*    PROGRAM:      SR29CMP                                      *
000400*    DESCRIPTION:  COMPARABLE-STORE AND SALES-PER-SQUARE-FOOT   *
000500*                  REPORT.  WALKS THE CONDENSED LOCTOTS TOTALS  *
000600*                  (VERIFYING ITS CONTROL TRAILER) AND, FOR     *
000700*                  EACH LOCATION, READS THE LOCMSTR MASTER FOR  *
000800*                  ITS STATUS, OPEN DATE AND SELLING AREA.  A   *
000900*                  STORE IS COMPARABLE WHEN IT IS OPEN, HAS     *
001000*                  TRADED AT LEAST TWELVE MONTHS BY THE RUN     *
001100*                  DATE AND HAS SALES IN THE PRIOR SNAPSHOT     *
001200*                  PERIOD OF THE SR13SNP HISTORY (SNPHIST);     *
001300*                  ITS GROWTH IS THIS EXTRACT'S SALES UNITS     *
001400*                  AGAINST THAT PERIOD'S.  EVERY STORE IS       *
001500*                  LISTED WITH ITS SALES PER SQUARE FOOT AND    *
001600*                  EITHER ITS GROWTH OR THE REASON IT IS NOT    *
001700*                  COMPARABLE, THEN OPEN STORES ARE ROLLED UP   *
001800*                  BY DISTRICT AND REGION (THROUGH LOCATMAP     *
001900*                  AND DISTREF, AS SR07RLP DOES) AND FOR THE    *
002000*                  COMPANY, WITH GROWTH TAKEN OVER COMPARABLE   *
002100*                  STORES ONLY SO A NEW OPENING NO LONGER       *
002200*                  INFLATES A DISTRICT'S TREND.                 *
002300*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002400*    INSTALLATION: STORE SYSTEMS GROUP                          *
002500*    DATE-WRITTEN: 10/15/2026                                   *
002600*    DATE-COMPILED.                                             *
002700*                                                               *
002800*    MODIFICATION HISTORY.                                      *
002900*    10/15/2026  DRO  ORIGINAL PROGRAM.  THE SNAPSHOT HISTORY   *
003000*                     CARRIES SALES AS UNITS (WEEK-SALES), SO   *
003100*                     GROWTH IS MEASURED IN UNITS - THE         *
003200*                     LOCTOTS SALES-COUNT SUMMED OVER THE       *
003300*                     STORE'S MONTHS AGAINST THE SNAPSHOT "S"   *
003400*                     ROWS OF THE LATEST PERIOD DATED BEFORE    *
003500*                     THE RUN DATE.  SALES PER SQUARE FOOT      *
003600*                     USES TOT-TOTAL-SALES (VALUE) OVER         *
003700*                     LOCATION-SELLING-AREA AND IS LEFT BLANK   *
003800*                     WHERE NO AREA IS HELD.  CLOSED, UNMAPPED  *
003900*                     AND OFF-MASTER LOCATIONS ARE LISTED BUT   *
004000*                     KEPT OUT OF THE ROLLUPS.                  *
004010*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
004020*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
004030*                     THE CLOCK, AND THE REPORT HEADS WITH      *
004040*                     BOTH THE BUSINESS AND THE PROCESSING      *
004050*                     DATE.                                     *
004100*                                                               *
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.  SR29CMP.
004500 AUTHOR.      D. OKONKWO.
004600 INSTALLATION. STORE SYSTEMS GROUP.
004700 DATE-WRITTEN. 10/15/2026.
004800 DATE-COMPILED.
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.  IBM-370.
005300 OBJECT-COMPUTER.  IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT LOCATION-FILE ASSIGN TO LOCTOTS
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-LOCFILE-STATUS.
006000     SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS MST-LOCATION-NUMBER
006400         FILE STATUS IS WS-MASTER-STATUS.
006500     SELECT OPTIONAL SNAPSHOT-HISTORY-FILE ASSIGN TO SNPHIST
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-HISTFILE-STATUS.
006800     SELECT MAPPING-FILE ASSIGN TO LOCATMAP
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-MAPFILE-STATUS.
007100     SELECT REFERENCE-FILE ASSIGN TO DISTREF
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REFFILE-STATUS.
007400     SELECT COMP-REPORT ASSIGN TO COMPRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RPTFILE-STATUS.
007700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RUNLOG-STATUS.
007925     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007950         ORGANIZATION IS LINE SEQUENTIAL
007975         FILE STATUS IS WS-BDTFILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  LOCATION-FILE
008400     RECORDING MODE IS F.
008500     COPY LOCTOT.
008600     COPY LOCCTL.
008700
008800 FD  LOCATION-MASTER
008900     RECORDING MODE IS F.
009000     COPY LOCHDR REPLACING ==LOCATION-MASTER-RECORD==
009100                        BY ==MASTER-RECORD==
009200         ==LOCATION-NUMBER==     BY ==MST-LOCATION-NUMBER==
009300         ==LOCATION-NAME==       BY ==MST-LOCATION-NAME==
009400         ==MONTHS==              BY ==MST-MONTHS==
009500         ==WEEK-OF-MONTH==       BY ==MST-WEEK-OF-MONTH==
009600         ==DAYS==                BY ==MST-DAYS==
009700         ==HOURS==               BY ==MST-HOURS==
009800         ==WEEK-NO==             BY ==MST-WEEK-NO==
009900         ==LOCATION-STATUS==     BY ==MST-LOCATION-STATUS==
010000         ==LOCATION-IS-OPEN==    BY ==MST-LOCATION-IS-OPEN==
010100         ==LOCATION-IS-CLOSED==  BY ==MST-LOCATION-IS-CLOSED==
010200         ==LOCATION-CLOSE-DATE== BY ==MST-LOCATION-CLOSE-DATE==
010300         ==LOCATION-OPEN-DATE==  BY ==MST-LOCATION-OPEN-DATE==
010400         ==LOCATION-SELLING-AREA==
010500                                 BY ==MST-LOCATION-SELLING-AREA==.
010600
010700 FD  SNAPSHOT-HISTORY-FILE
010800     RECORDING MODE IS F.
010900     COPY LOCSNP.
011000
011100 FD  MAPPING-FILE
011200     RECORDING MODE IS F.
011300     COPY LOCMAP.
011400
011500 FD  REFERENCE-FILE
011600     RECORDING MODE IS F.
011700     COPY LOCDRM.
011800
011900 FD  COMP-REPORT
012000     RECORDING MODE IS F.
012100 01  COMP-REPORT-LINE              PIC X(132).
012200
012300 FD  RUN-LOG-FILE
012400     RECORDING MODE IS F.
012500     COPY LOCRUN.
012520
012540 FD  BUSINESS-DATE-FILE
012560     RECORDING MODE IS F.
012580     COPY LOCBDT.
012600
012700 WORKING-STORAGE SECTION.
012800
012900*---------------------------------------------------------------*
013000*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
013100*---------------------------------------------------------------*
013200 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
013300 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
013400 01  WS-LOG-TIME-WORK.
013500     05  WS-LOG-TIME              PIC 9(06).
013600     05  FILLER                   PIC 9(02).
013605*---------------------------------------------------------------*
013610*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
013615*---------------------------------------------------------------*
013620 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
013625 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
013630 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
013635 01  WS-PROCESS-TIME-WORK.
013640     05  WS-PROCESS-TIME          PIC 9(06).
013645     05  FILLER                   PIC 9(02).
013650 01  WS-DATE-HEADING-LINE.
013655     05  FILLER                   PIC X(15) VALUE
013660         "BUSINESS DATE  ".
013665     05  WS-DH-BUSINESS-DATE      PIC 9(08).
013670     05  FILLER                   PIC X(16) VALUE
013675         "    PROCESSED   ".
013680     05  WS-DH-PROCESS-DATE       PIC 9(08).
013685     05  FILLER                   PIC X(01) VALUE SPACE.
013690     05  WS-DH-PROCESS-TIME       PIC 9(06).
013695     05  FILLER                   PIC X(78) VALUE SPACES.
013700*---------------------------------------------------------------*
013800*    FILE STATUS SWITCHES                                       *
013900*---------------------------------------------------------------*
014000 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
014100 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
014200     88  MASTER-OPEN-OK               VALUE "00" "05".
014300 77  WS-HISTFILE-STATUS           PIC X(02) VALUE "00".
014400 77  WS-MAPFILE-STATUS            PIC X(02) VALUE "00".
014500 77  WS-REFFILE-STATUS            PIC X(02) VALUE "00".
014600 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
014700 77  WS-LOC-EOF-SWITCH            PIC X(01) VALUE "N".
014800     88  END-OF-LOCATION-FILE     VALUE "Y".
014900 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
015000     88  END-OF-HISTORY-FILE      VALUE "Y".
015100 77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
015200     88  END-OF-MAPPING-FILE      VALUE "Y".
015300 77  WS-REF-EOF-SWITCH            PIC X(01) VALUE "N".
015400     88  END-OF-REFERENCE-FILE    VALUE "Y".
015500
015600*---------------------------------------------------------------*
015700*    LOCTOTS CONTROL-RECORD VERIFICATION (SEE LOCCTL)           *
015800*---------------------------------------------------------------*
015900 77  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE "N".
016000     88  HEADER-SEEN              VALUE "Y".
016100 77  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
016200     88  TRAILER-SEEN             VALUE "Y".
016300 77  AC-CTL-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
016400 77  AC-CTL-SALES-HASH            PIC S9(13)V99 COMP-3
016500                                  VALUE ZERO.
016600 77  AC-CTL-PURCH-HASH            PIC S9(13)V99 COMP-3
016700                                  VALUE ZERO.
016800
016900*---------------------------------------------------------------*
017000*    RUN DATE, TWELVE-MONTH CUT-OFF AND THE PRIOR SNAPSHOT      *
017100*    PERIOD.  A STORE OPENED ON OR BEFORE THE CUT-OFF DATE HAS  *
017200*    TRADED A FULL YEAR AT THE RUN DATE.                        *
017300*---------------------------------------------------------------*
017400 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
017500 77  WS-COMP-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
017600 77  WS-PRIOR-PERIOD-DATE         PIC 9(08) VALUE ZERO.
017700 77  WS-ONE-YEAR                  PIC 9(05) COMP VALUE 10000.
017800
017900*---------------------------------------------------------------*
018000*    PRIOR-PERIOD SALES UNITS - DIRECT INDEXED BY LOCATION      *
018100*    NUMBER (0001-9999), SUMMED FROM THE SNAPSHOT "S" ROWS.     *
018200*---------------------------------------------------------------*
018300 01  WS-PRIOR-UNITS-TABLE.
018400     05  WS-PRIOR-UNITS OCCURS 9999 TIMES
018500                                  PIC S9(09) COMP-3.
018600
018700*---------------------------------------------------------------*
018800*    LOCATION-TO-DISTRICT/REGION LOOKUP TABLE - DIRECT INDEXED  *
018900*    BY LOCATION-NUMBER (0001-9999).                            *
019000*---------------------------------------------------------------*
019100 01  WS-LOCATION-MAP-TABLE.
019200     05  WS-LOC-MAP OCCURS 9999 TIMES.
019300         10  WS-LOC-DISTRICT      PIC 9(02).
019400         10  WS-LOC-REGION        PIC 9(02).
019500
019600*---------------------------------------------------------------*
019700*    DISTRICT AND REGION ROLLUP TABLES - DIRECT INDEXED BY      *
019800*    DISTRICT/REGION NUMBER (01-99).  STORES COUNTS EVERY OPEN  *
019900*    MAPPED STORE; THE COMP- FIELDS TAKE COMPARABLE STORES      *
020000*    ONLY; THE SQFT- FIELDS TAKE STORES WITH A SELLING AREA ON  *
020100*    FILE.                                                      *
020200*---------------------------------------------------------------*
020300 01  WS-DISTRICT-TOTALS-TABLE.
020400     05  WS-DISTRICT-TOTALS OCCURS 99 TIMES.
020500         10  WS-DT-IN-USE              PIC X(01).
020600         10  WS-DT-STORES              PIC S9(07) COMP-3.
020700         10  WS-DT-COMP-STORES         PIC S9(07) COMP-3.
020800         10  WS-DT-COMP-CUR            PIC S9(11) COMP-3.
020900         10  WS-DT-COMP-PRIOR          PIC S9(11) COMP-3.
021000         10  WS-DT-SQFT-SALES          PIC S9(11)V99 COMP-3.
021100         10  WS-DT-SQFT-AREA           PIC S9(11) COMP-3.
021200
021300 01  WS-REGION-TOTALS-TABLE.
021400     05  WS-REGION-TOTALS OCCURS 99 TIMES.
021500         10  WS-RT-IN-USE              PIC X(01).
021600         10  WS-RT-STORES              PIC S9(07) COMP-3.
021700         10  WS-RT-COMP-STORES         PIC S9(07) COMP-3.
021800         10  WS-RT-COMP-CUR            PIC S9(11) COMP-3.
021900         10  WS-RT-COMP-PRIOR          PIC S9(11) COMP-3.
022000         10  WS-RT-SQFT-SALES          PIC S9(11)V99 COMP-3.
022100         10  WS-RT-SQFT-AREA           PIC S9(11) COMP-3.
022200
022300 77  AC-CO-STORES                 PIC S9(07) COMP-3 VALUE ZERO.
022400 77  AC-CO-COMP-STORES            PIC S9(07) COMP-3 VALUE ZERO.
022500 77  AC-CO-COMP-CUR               PIC S9(11) COMP-3 VALUE ZERO.
022600 77  AC-CO-COMP-PRIOR             PIC S9(11) COMP-3 VALUE ZERO.
022700 77  AC-CO-SQFT-SALES             PIC S9(11)V99 COMP-3 VALUE ZERO.
022800 77  AC-CO-SQFT-AREA              PIC S9(11) COMP-3 VALUE ZERO.
022900
023000*---------------------------------------------------------------*
023100*    DISTRICT AND REGION NAME TABLES - DIRECT INDEXED BY CODE   *
023200*    (01-99), LOADED FROM THE DISTREF REFERENCE MASTER.         *
023300*---------------------------------------------------------------*
023400 01  WS-DISTRICT-NAME-TABLE.
023500     05  WS-DN-NAME OCCURS 99 TIMES
023600                                  PIC X(20).
023700 01  WS-REGION-NAME-TABLE.
023800     05  WS-RN-NAME OCCURS 99 TIMES
023900                                  PIC X(20).
024000
024100*---------------------------------------------------------------*
024200*    SUBSCRIPTS AND PER-LOCATION WORK FIELDS                    *
024300*---------------------------------------------------------------*
024400 77  SB-LOCNO                     PIC 9(04) COMP.
024500 77  SB-DISTRICT                  PIC 9(02) COMP.
024600 77  SB-REGION                    PIC 9(02) COMP.
024700 77  SB-MONTH                     PIC 9(02) COMP.
024800
024900 77  WS-LOC-CUR-UNITS             PIC S9(09) COMP-3.
025000 77  WS-LOC-PRIOR-UNITS           PIC S9(09) COMP-3.
025100 77  WS-LOC-AREA                  PIC 9(07) COMP-3.
025200 77  WS-GROWTH-PCT                PIC S9(05)V99 COMP-3.
025300 77  WS-PER-SQFT                  PIC S9(07)V99 COMP-3.
025400 77  WS-COMP-STATUS               PIC X(20).
025500 77  WS-COMP-SWITCH               PIC X(01).
025600     88  LOCATION-IS-COMP         VALUE "Y".
025700 77  WS-TRADING-SWITCH            PIC X(01).
025800     88  LOCATION-IS-TRADING      VALUE "Y".
025900 77  WS-MASTER-FOUND-SWITCH       PIC X(01).
026000     88  LOCATION-ON-MASTER       VALUE "Y".
026100
026200*---------------------------------------------------------------*
026300*    ROLLUP LINE WORK FIELDS - LOADED BY THE DISTRICT, REGION   *
026400*    AND COMPANY WRITERS BEFORE 8500-EDIT-ROLLUP-FIGURES.       *
026500*---------------------------------------------------------------*
026600 77  WS-RW-COMP-CUR               PIC S9(11) COMP-3.
026700 77  WS-RW-COMP-PRIOR             PIC S9(11) COMP-3.
026800 77  WS-RW-SQFT-SALES             PIC S9(11)V99 COMP-3.
026900 77  WS-RW-SQFT-AREA              PIC S9(11) COMP-3.
027000
027100*---------------------------------------------------------------*
027200*    REPORT COUNTERS                                            *
027300*---------------------------------------------------------------*
027400 77  WS-LOCATIONS-READ            PIC 9(07) COMP VALUE ZERO.
027500 77  WS-COMP-STORES               PIC 9(07) COMP VALUE ZERO.
027600 77  WS-NON-COMP-STORES           PIC 9(07) COMP VALUE ZERO.
027700 77  WS-LOCATIONS-NOT-ON-MASTER   PIC 9(07) COMP VALUE ZERO.
027800 77  WS-LOCATIONS-UNMAPPED        PIC 9(07) COMP VALUE ZERO.
027900 77  WS-SNAPSHOT-ROWS-USED        PIC 9(07) COMP VALUE ZERO.
028000
028100*---------------------------------------------------------------*
028200*    REPORT LINE WORK AREAS                                     *
028300*---------------------------------------------------------------*
028400 01  WS-DETAIL-LINE.
028500     05  WS-DL-LOCNO              PIC 9(04).
028600     05  FILLER                   PIC X(02) VALUE SPACES.
028700     05  WS-DL-NAME               PIC X(20).
028800     05  FILLER                   PIC X(01) VALUE SPACE.
028900     05  WS-DL-DISTRICT           PIC 99.
029000     05  FILLER                   PIC X(01) VALUE SPACE.
029100     05  WS-DL-REGION             PIC 99.
029200     05  FILLER                   PIC X(02) VALUE SPACES.
029300     05  WS-DL-OPEN-DATE          PIC 9(08).
029400     05  FILLER                   PIC X(02) VALUE SPACES.
029500     05  WS-DL-AREA               PIC Z(06)9.
029600     05  FILLER                   PIC X(02) VALUE SPACES.
029700     05  WS-DL-CUR-UNITS          PIC -(8)9.
029800     05  FILLER                   PIC X(02) VALUE SPACES.
029900     05  WS-DL-PRIOR-UNITS        PIC -(8)9.
030000     05  FILLER                   PIC X(02) VALUE SPACES.
030100     05  WS-DL-GROWTH             PIC -(5)9.99.
030200     05  FILLER                   PIC X(02) VALUE SPACES.
030300     05  WS-DL-SALES-VALUE        PIC -(9)9.99.
030400     05  FILLER                   PIC X(02) VALUE SPACES.
030500     05  WS-DL-PER-SQFT           PIC -(5)9.99.
030600     05  FILLER                   PIC X(02) VALUE SPACES.
030700     05  WS-DL-COMP-STATUS        PIC X(20).
030800
030900 01  WS-ROLLUP-LINE.
031000     05  WS-RL-LEVEL              PIC X(09).
031100     05  WS-RL-NUMBER             PIC 99.
031200     05  FILLER                   PIC X(01) VALUE SPACE.
031300     05  WS-RL-NAME               PIC X(20).
031400     05  FILLER                   PIC X(02) VALUE SPACES.
031500     05  WS-RL-STORES             PIC ZZZ,ZZ9.
031600     05  FILLER                   PIC X(02) VALUE SPACES.
031700     05  WS-RL-COMP-STORES        PIC ZZZ,ZZ9.
031800     05  FILLER                   PIC X(02) VALUE SPACES.
031900     05  WS-RL-COMP-CUR           PIC -(10)9.
032000     05  FILLER                   PIC X(02) VALUE SPACES.
032100     05  WS-RL-COMP-PRIOR         PIC -(10)9.
032200     05  FILLER                   PIC X(02) VALUE SPACES.
032300     05  WS-RL-GROWTH             PIC -(5)9.99.
032400     05  FILLER                   PIC X(02) VALUE SPACES.
032500     05  WS-RL-SALES-VALUE        PIC -(11)9.99.
032600     05  FILLER                   PIC X(02) VALUE SPACES.
032700     05  WS-RL-AREA               PIC ZZZ,ZZZ,ZZ9.
032800     05  FILLER                   PIC X(02) VALUE SPACES.
032900     05  WS-RL-PER-SQFT           PIC -(5)9.99.
033000     05  FILLER                   PIC X(04) VALUE SPACES.
033100
033200 01  WS-PERIOD-LINE.
033300     05  FILLER                   PIC X(09) VALUE "RUN DATE ".
033400     05  WS-PL-RUN-DATE           PIC 9(08).
033500     05  FILLER                   PIC X(04) VALUE SPACES.
033600     05  FILLER                   PIC X(22) VALUE
033700         "PRIOR SNAPSHOT PERIOD ".
033800     05  WS-PL-PRIOR-DATE         PIC 9(08).
033900     05  FILLER                   PIC X(04) VALUE SPACES.
034000     05  FILLER                   PIC X(25) VALUE
034100         "COMP IF OPENED ON/BEFORE ".
034200     05  WS-PL-CUTOFF-DATE        PIC 9(08).
034300     05  FILLER                   PIC X(44) VALUE SPACES.
034400
034500 01  WS-HEADING-LINE-1.
034600     05  FILLER                   PIC X(132) VALUE
034700         "LOC   NAME                 DS RG  OPENED      SQ FT  CUR
034800-        " UNITS  PRI UNITS   GROWTH %    SALES VALUE  PER SQ FT
034900-        "COMP STATUS".
035000 01  WS-HEADING-LINE-2.
035100     05  FILLER                   PIC X(132) VALUE
035200         "LEVEL    NO NAME                   STORES     COMP     C
035300-        "OMP CUR   COMP PRIOR   GROWTH %      SALES VALUE
035400-        "SQ FT  PER SQ FT".
035500 01  WS-TOTAL-LINE.
035600     05  WS-TL-CAPTION            PIC X(25).
035700     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
035800     05  FILLER                   PIC X(100) VALUE SPACES.
035900
036000 PROCEDURE DIVISION.
036100*---------------------------------------------------------------*
036200 0000-MAINLINE.
036300     PERFORM 1000-INITIALIZE
036400     PERFORM 2000-PROCESS-LOCATION
036500         UNTIL END-OF-LOCATION-FILE
036600     PERFORM 8000-FINALIZE
036700     GO TO 9999-EXIT.
036800
036900*---------------------------------------------------------------*
037000 1000-INITIALIZE.
037050     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
037100     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
037200     COMPUTE WS-COMP-CUTOFF-DATE = WS-RUN-DATE - WS-ONE-YEAR
037300     INITIALIZE WS-PRIOR-UNITS-TABLE
037400     INITIALIZE WS-LOCATION-MAP-TABLE
037500     INITIALIZE WS-DISTRICT-TOTALS-TABLE
037600     INITIALIZE WS-REGION-TOTALS-TABLE
037700     MOVE SPACES TO WS-DISTRICT-NAME-TABLE
037800     MOVE SPACES TO WS-REGION-NAME-TABLE
037900     PERFORM 1100-LOAD-MAPPING-FILE THRU 1100-EXIT
038000     PERFORM 1300-LOAD-REFERENCE THRU 1300-EXIT
038100     PERFORM 1400-SCAN-SNAPSHOT-DATES THRU 1400-EXIT
038200     IF WS-PRIOR-PERIOD-DATE > ZERO
038300         PERFORM 1500-LOAD-PRIOR-PERIOD THRU 1500-EXIT
038400     END-IF
038500     OPEN INPUT LOCATION-MASTER
038600     IF NOT MASTER-OPEN-OK
038700         DISPLAY "SR29CMP - CANNOT OPEN MASTER, STATUS = "
038800             WS-MASTER-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         GO TO 9999-EXIT
039100     END-IF
039200     OPEN INPUT LOCATION-FILE
039300     IF WS-LOCFILE-STATUS NOT = "00"
039400         DISPLAY "SR29CMP - CANNOT OPEN LOCATION-FILE, STATUS = "
039500             WS-LOCFILE-STATUS
039600         MOVE 16 TO RETURN-CODE
039700         GO TO 9999-EXIT
039800     END-IF
039900     OPEN OUTPUT COMP-REPORT
039925     MOVE WS-DATE-HEADING-LINE TO COMP-REPORT-LINE
039950     WRITE COMP-REPORT-LINE
040000     MOVE WS-RUN-DATE TO WS-PL-RUN-DATE
040100     MOVE WS-PRIOR-PERIOD-DATE TO WS-PL-PRIOR-DATE
040200     MOVE WS-COMP-CUTOFF-DATE TO WS-PL-CUTOFF-DATE
040300     MOVE WS-PERIOD-LINE TO COMP-REPORT-LINE
040400     WRITE COMP-REPORT-LINE
040500     MOVE WS-HEADING-LINE-1 TO COMP-REPORT-LINE
040600     WRITE COMP-REPORT-LINE
040700     PERFORM 2900-READ-LOCATION-FILE.
040800
040802*---------------------------------------------------------------*
040804*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
040806*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
040808*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
040810*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
040812*---------------------------------------------------------------*
040814 1050-GET-BUSINESS-DATE.
040816     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
040818     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
040820     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
040822     OPEN INPUT BUSINESS-DATE-FILE
040824     IF WS-BDTFILE-STATUS = "00"
040826         READ BUSINESS-DATE-FILE
040828             NOT AT END
040830                 IF BDT-BUSINESS-DATE NUMERIC
040832                     AND BDT-BUSINESS-DATE > ZERO
040834                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
040836                 END-IF
040838         END-READ
040840         CLOSE BUSINESS-DATE-FILE
040842     ELSE
040844         DISPLAY "SR29CMP - NO BUSDATE CARD, PROCESSING DATE USED"
040846     END-IF
040848     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
040850     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
040852     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
040854 1050-EXIT.
040856     EXIT.
040858
040900*---------------------------------------------------------------*
041000 1100-LOAD-MAPPING-FILE.
041100     OPEN INPUT MAPPING-FILE
041200     IF WS-MAPFILE-STATUS NOT = "00"
041300         DISPLAY "SR29CMP - CANNOT OPEN MAPPING-FILE, STATUS = "
041400             WS-MAPFILE-STATUS
041500         MOVE 16 TO RETURN-CODE
041600         GO TO 9999-EXIT
041700     END-IF
041800     PERFORM 1150-READ-MAPPING-FILE THRU 1150-EXIT
041900     PERFORM 1200-STORE-MAP-RECORD THRU 1200-EXIT
042000         UNTIL END-OF-MAPPING-FILE
042100     CLOSE MAPPING-FILE.
042200 1100-EXIT.
042300     EXIT.
042400
042500*---------------------------------------------------------------*
042600 1150-READ-MAPPING-FILE.
042700     READ MAPPING-FILE
042800         AT END
042900             SET END-OF-MAPPING-FILE TO TRUE
043000     END-READ.
043100 1150-EXIT.
043200     EXIT.
043300
043400*---------------------------------------------------------------*
043500 1200-STORE-MAP-RECORD.
043600     MOVE MAP-DISTRICT-NUMBER
043700         TO WS-LOC-DISTRICT(MAP-LOCATION-NUMBER)
043800     MOVE MAP-REGION-NUMBER
043900         TO WS-LOC-REGION(MAP-LOCATION-NUMBER)
044000     PERFORM 1150-READ-MAPPING-FILE THRU 1150-EXIT.
044100 1200-EXIT.
044200     EXIT.
044300
044400*---------------------------------------------------------------*
044500 1300-LOAD-REFERENCE.
044600     OPEN INPUT REFERENCE-FILE
044700     IF WS-REFFILE-STATUS NOT = "00"
044800         DISPLAY "SR29CMP - CANNOT OPEN REFERENCE MASTER, "
044900             "STATUS = " WS-REFFILE-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         GO TO 9999-EXIT
045200     END-IF
045300     PERFORM 1350-READ-REFERENCE THRU 1350-EXIT
045400     PERFORM 1360-STORE-REFERENCE THRU 1360-EXIT
045500         UNTIL END-OF-REFERENCE-FILE
045600     CLOSE REFERENCE-FILE.
045700 1300-EXIT.
045800     EXIT.
045900
046000*---------------------------------------------------------------*
046100 1350-READ-REFERENCE.
046200     READ REFERENCE-FILE
046300         AT END
046400             SET END-OF-REFERENCE-FILE TO TRUE
046500     END-READ.
046600 1350-EXIT.
046700     EXIT.
046800
046900*---------------------------------------------------------------*
047000 1360-STORE-REFERENCE.
047100     IF DRM-CODE > ZERO
047200         IF DRM-IS-DISTRICT
047300             MOVE DRM-NAME TO WS-DN-NAME(DRM-CODE)
047400         ELSE
047500             IF DRM-IS-REGION
047600                 MOVE DRM-NAME TO WS-RN-NAME(DRM-CODE)
047700             END-IF
047800         END-IF
047900     END-IF
048000     PERFORM 1350-READ-REFERENCE THRU 1350-EXIT.
048100 1360-EXIT.
048200     EXIT.
048300
048400*---------------------------------------------------------------*
048500*    FIRST PASS OVER THE SNAPSHOT HISTORY: FIND THE LATEST      *
048600*    PERIOD DATED BEFORE TODAY.  SR13SNP APPENDS PERIOD BY      *
048700*    PERIOD, SO THE DATES ARRIVE IN ASCENDING ORDER; A BLOCK    *
048800*    ALREADY CARRYING TODAY'S DATE IS THIS PERIOD, NOT THE      *
048900*    PRIOR ONE.  NO HISTORY MEANS NO STORE CAN BE COMPARABLE.   *
049000*---------------------------------------------------------------*
049100 1400-SCAN-SNAPSHOT-DATES.
049200     MOVE ZERO TO WS-PRIOR-PERIOD-DATE
049300     OPEN INPUT SNAPSHOT-HISTORY-FILE
049400     IF WS-HISTFILE-STATUS NOT = "00" AND
049500             WS-HISTFILE-STATUS NOT = "05"
049600         DISPLAY "SR29CMP - NO SNAPSHOT HISTORY, STATUS = "
049700             WS-HISTFILE-STATUS
049800         GO TO 1400-EXIT
049900     END-IF
050000     MOVE "N" TO WS-HIST-EOF-SWITCH
050100     PERFORM 1900-READ-SNAPSHOT THRU 1900-EXIT
050200     PERFORM 1450-NOTE-SNAPSHOT-DATE THRU 1450-EXIT
050300         UNTIL END-OF-HISTORY-FILE
050400     CLOSE SNAPSHOT-HISTORY-FILE.
050500 1400-EXIT.
050600     EXIT.
050700
050800*---------------------------------------------------------------*
050900 1450-NOTE-SNAPSHOT-DATE.
051000     IF SNP-PERIOD-DATE < WS-RUN-DATE
051100         MOVE SNP-PERIOD-DATE TO WS-PRIOR-PERIOD-DATE
051200     END-IF
051300     PERFORM 1900-READ-SNAPSHOT THRU 1900-EXIT.
051400 1450-EXIT.
051500     EXIT.
051600
051700*---------------------------------------------------------------*
051800*    SECOND PASS: SUM THE PRIOR PERIOD'S SALES ROWS PER STORE.  *
051900*---------------------------------------------------------------*
052000 1500-LOAD-PRIOR-PERIOD.
052100     OPEN INPUT SNAPSHOT-HISTORY-FILE
052200     MOVE "N" TO WS-HIST-EOF-SWITCH
052300     PERFORM 1900-READ-SNAPSHOT THRU 1900-EXIT
052400     PERFORM 1550-STORE-PRIOR-ROW THRU 1550-EXIT
052500         UNTIL END-OF-HISTORY-FILE
052600     CLOSE SNAPSHOT-HISTORY-FILE.
052700 1500-EXIT.
052800     EXIT.
052900
053000*---------------------------------------------------------------*
053100 1550-STORE-PRIOR-ROW.
053200     IF SNP-PERIOD-DATE = WS-PRIOR-PERIOD-DATE
053300             AND SNP-IS-SALES
053400             AND SNP-LOCATION-NUMBER > ZERO
053500         ADD SNP-AMOUNT
053600             TO WS-PRIOR-UNITS(SNP-LOCATION-NUMBER)
053700         ADD 1 TO WS-SNAPSHOT-ROWS-USED
053800     END-IF
053900     PERFORM 1900-READ-SNAPSHOT THRU 1900-EXIT.
054000 1550-EXIT.
054100     EXIT.
054200
054300*---------------------------------------------------------------*
054400 1900-READ-SNAPSHOT.
054500     READ SNAPSHOT-HISTORY-FILE
054600         AT END
054700             SET END-OF-HISTORY-FILE TO TRUE
054800     END-READ.
054900 1900-EXIT.
055000     EXIT.
055100
055200*---------------------------------------------------------------*
055300 2000-PROCESS-LOCATION.
055400     ADD 1 TO WS-LOCATIONS-READ
055500     MOVE TOT-LOCATION-NUMBER TO SB-LOCNO
055600     MOVE ZERO TO WS-LOC-CUR-UNITS
055700     MOVE 1 TO SB-MONTH
055800     PERFORM 3100-SUM-MONTH THRU 3100-EXIT
055900         UNTIL SB-MONTH > TOT-MONTHS
056000     MOVE WS-PRIOR-UNITS(SB-LOCNO) TO WS-LOC-PRIOR-UNITS
056100     PERFORM 3000-CLASSIFY-LOCATION THRU 3000-EXIT
056200     IF LOCATION-IS-COMP
056300         ADD 1 TO WS-COMP-STORES
056400     ELSE
056500         ADD 1 TO WS-NON-COMP-STORES
056600     END-IF
056700     MOVE WS-LOC-DISTRICT(SB-LOCNO) TO SB-DISTRICT
056800     MOVE WS-LOC-REGION(SB-LOCNO) TO SB-REGION
056900     IF SB-DISTRICT = ZERO OR SB-REGION = ZERO
057000         ADD 1 TO WS-LOCATIONS-UNMAPPED
057100     ELSE
057200         IF LOCATION-IS-TRADING
057300             PERFORM 4000-ACCUMULATE-ROLLUPS THRU 4000-EXIT
057400         END-IF
057500     END-IF
057600     PERFORM 5000-WRITE-STORE-LINE THRU 5000-EXIT
057700     PERFORM 2900-READ-LOCATION-FILE.
057800
057900*---------------------------------------------------------------*
058000 2900-READ-LOCATION-FILE.
058100     READ LOCATION-FILE
058200         AT END
058300             SET END-OF-LOCATION-FILE TO TRUE
058400     END-READ
058500     IF END-OF-LOCATION-FILE
058600         PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
058700     ELSE
058800         IF CTL-IS-HEADER OR CTL-IS-TRAILER
058900             PERFORM 2930-TALLY-CONTROL-RECORD THRU 2930-EXIT
059000             GO TO 2900-READ-LOCATION-FILE
059100         ELSE
059200             IF TRAILER-SEEN
059300                 DISPLAY "SR29CMP - DATA RECORD AFTER LOCTOTS "
059400                     "TRAILER"
059500                 PERFORM 9500-ABORT-RUN
059600             END-IF
059700             ADD 1 TO AC-CTL-RECORD-COUNT
059800             ADD TOT-TOTAL-SALES TO AC-CTL-SALES-HASH
059900             ADD TOT-TOTAL-PURCHASE-VALUE TO AC-CTL-PURCH-HASH
060000         END-IF
060100     END-IF.
060200
060300*---------------------------------------------------------------*
060400 2930-TALLY-CONTROL-RECORD.
060500     IF CTL-IS-HEADER
060600         MOVE "Y" TO WS-HEADER-SEEN-SWITCH
060700     ELSE
060800         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
060900         IF CTL-RECORD-COUNT NOT = AC-CTL-RECORD-COUNT
061000             OR CTL-SALES-HASH NOT = AC-CTL-SALES-HASH
061100             OR CTL-PURCHASE-HASH NOT = AC-CTL-PURCH-HASH
061200             DISPLAY "SR29CMP - LOCTOTS TRAILER MISMATCH - "
061300                 "EXTRACT INCOMPLETE OR DAMAGED"
061400             DISPLAY "SR29CMP - TRAILER COUNT = "
061500                 CTL-RECORD-COUNT " COUNTED = "
061600                 AC-CTL-RECORD-COUNT
061700             PERFORM 9500-ABORT-RUN
061800         END-IF
061900     END-IF.
062000 2930-EXIT.
062100     EXIT.
062200
062300*---------------------------------------------------------------*
062400 2950-VERIFY-TRAILER.
062500     IF NOT HEADER-SEEN
062600         DISPLAY "SR29CMP - LOCTOTS HEADER RECORD MISSING"
062700         PERFORM 9500-ABORT-RUN
062800     END-IF
062900     IF NOT TRAILER-SEEN
063000         DISPLAY "SR29CMP - LOCTOTS TRAILER MISSING - FILE "
063100             "TRUNCATED"
063200         PERFORM 9500-ABORT-RUN
063300     END-IF.
063400 2950-EXIT.
063500     EXIT.
063600
063700*---------------------------------------------------------------*
063800*    LOOK THE STORE UP ON THE MASTER AND DECIDE WHETHER IT IS   *
063900*    COMPARABLE.  THE TESTS RUN IN ORDER AND STOP AT THE FIRST  *
064000*    FAILURE, WHICH BECOMES THE STORE'S COMP STATUS.  A MASTER  *
064100*    ROW NOT YET CARRYING AN OPEN DATE OR AREA IS TREATED AS    *
064200*    NOT SET.                                                   *
064300*---------------------------------------------------------------*
064400 3000-CLASSIFY-LOCATION.
064500     MOVE "N" TO WS-COMP-SWITCH
064600     MOVE "N" TO WS-TRADING-SWITCH
064700     MOVE "N" TO WS-MASTER-FOUND-SWITCH
064800     MOVE ZERO TO WS-LOC-AREA
064900     MOVE SB-LOCNO TO MST-LOCATION-NUMBER
065000     READ LOCATION-MASTER
065100         INVALID KEY
065200             ADD 1 TO WS-LOCATIONS-NOT-ON-MASTER
065300             MOVE "NOT ON MASTER" TO WS-COMP-STATUS
065400             GO TO 3000-EXIT
065500     END-READ
065600     MOVE "Y" TO WS-MASTER-FOUND-SWITCH
065700     IF MST-LOCATION-SELLING-AREA NUMERIC
065800         MOVE MST-LOCATION-SELLING-AREA TO WS-LOC-AREA
065900     END-IF
066000     IF MST-LOCATION-IS-CLOSED
066100         MOVE "CLOSED" TO WS-COMP-STATUS
066200         GO TO 3000-EXIT
066300     END-IF
066400     MOVE "Y" TO WS-TRADING-SWITCH
066500     IF MST-LOCATION-OPEN-DATE NOT NUMERIC
066600             OR MST-LOCATION-OPEN-DATE = ZERO
066700         MOVE "NO OPEN DATE" TO WS-COMP-STATUS
066800         GO TO 3000-EXIT
066900     END-IF
067000     IF MST-LOCATION-OPEN-DATE > WS-COMP-CUTOFF-DATE
067100         MOVE "OPEN UNDER 12 MONTHS" TO WS-COMP-STATUS
067200         GO TO 3000-EXIT
067300     END-IF
067400     IF WS-LOC-PRIOR-UNITS NOT > ZERO
067500         MOVE "NO PRIOR SALES" TO WS-COMP-STATUS
067600         GO TO 3000-EXIT
067700     END-IF
067800     MOVE "Y" TO WS-COMP-SWITCH
067900     MOVE "COMP" TO WS-COMP-STATUS.
068000 3000-EXIT.
068100     EXIT.
068200
068300*---------------------------------------------------------------*
068400 3100-SUM-MONTH.
068500     ADD TOT-SALES-COUNT(SB-MONTH) TO WS-LOC-CUR-UNITS
068600     ADD 1 TO SB-MONTH.
068700 3100-EXIT.
068800     EXIT.
068900
069000*---------------------------------------------------------------*
069100 4000-ACCUMULATE-ROLLUPS.
069200     MOVE "Y" TO WS-DT-IN-USE(SB-DISTRICT)
069300     MOVE "Y" TO WS-RT-IN-USE(SB-REGION)
069400     ADD 1 TO WS-DT-STORES(SB-DISTRICT)
069500     ADD 1 TO WS-RT-STORES(SB-REGION)
069600     ADD 1 TO AC-CO-STORES
069700     IF LOCATION-IS-COMP
069800         ADD 1 TO WS-DT-COMP-STORES(SB-DISTRICT)
069900         ADD WS-LOC-CUR-UNITS TO WS-DT-COMP-CUR(SB-DISTRICT)
070000         ADD WS-LOC-PRIOR-UNITS TO WS-DT-COMP-PRIOR(SB-DISTRICT)
070100         ADD 1 TO WS-RT-COMP-STORES(SB-REGION)
070200         ADD WS-LOC-CUR-UNITS TO WS-RT-COMP-CUR(SB-REGION)
070300         ADD WS-LOC-PRIOR-UNITS TO WS-RT-COMP-PRIOR(SB-REGION)
070400         ADD 1 TO AC-CO-COMP-STORES
070500         ADD WS-LOC-CUR-UNITS TO AC-CO-COMP-CUR
070600         ADD WS-LOC-PRIOR-UNITS TO AC-CO-COMP-PRIOR
070700     END-IF
070800     IF WS-LOC-AREA > ZERO
070900         ADD TOT-TOTAL-SALES TO WS-DT-SQFT-SALES(SB-DISTRICT)
071000         ADD WS-LOC-AREA TO WS-DT-SQFT-AREA(SB-DISTRICT)
071100         ADD TOT-TOTAL-SALES TO WS-RT-SQFT-SALES(SB-REGION)
071200         ADD WS-LOC-AREA TO WS-RT-SQFT-AREA(SB-REGION)
071300         ADD TOT-TOTAL-SALES TO AC-CO-SQFT-SALES
071400         ADD WS-LOC-AREA TO AC-CO-SQFT-AREA
071500     END-IF.
071600 4000-EXIT.
071700     EXIT.
071800
071900*---------------------------------------------------------------*
072000 5000-WRITE-STORE-LINE.
072100     MOVE SPACES TO WS-DETAIL-LINE
072200     MOVE SB-LOCNO TO WS-DL-LOCNO
072300     MOVE TOT-LOCATION-NAME TO WS-DL-NAME
072400     MOVE WS-LOC-DISTRICT(SB-LOCNO) TO WS-DL-DISTRICT
072500     MOVE WS-LOC-REGION(SB-LOCNO) TO WS-DL-REGION
072600     IF LOCATION-ON-MASTER
072700         IF MST-LOCATION-OPEN-DATE NUMERIC
072800             MOVE MST-LOCATION-OPEN-DATE TO WS-DL-OPEN-DATE
072900         END-IF
073000     END-IF
073100     MOVE WS-LOC-AREA TO WS-DL-AREA
073200     MOVE WS-LOC-CUR-UNITS TO WS-DL-CUR-UNITS
073300     MOVE WS-LOC-PRIOR-UNITS TO WS-DL-PRIOR-UNITS
073400     IF LOCATION-IS-COMP
073500         COMPUTE WS-GROWTH-PCT ROUNDED =
073600             (WS-LOC-CUR-UNITS - WS-LOC-PRIOR-UNITS) * 100
073700                 / WS-LOC-PRIOR-UNITS
073800             ON SIZE ERROR
073900                 MOVE 99999.99 TO WS-GROWTH-PCT
074000         END-COMPUTE
074100         MOVE WS-GROWTH-PCT TO WS-DL-GROWTH
074200     END-IF
074300     MOVE TOT-TOTAL-SALES TO WS-DL-SALES-VALUE
074400     IF WS-LOC-AREA > ZERO
074500         COMPUTE WS-PER-SQFT ROUNDED =
074600             TOT-TOTAL-SALES / WS-LOC-AREA
074700         MOVE WS-PER-SQFT TO WS-DL-PER-SQFT
074800     END-IF
074900     MOVE WS-COMP-STATUS TO WS-DL-COMP-STATUS
075000     MOVE WS-DETAIL-LINE TO COMP-REPORT-LINE
075100     WRITE COMP-REPORT-LINE.
075200 5000-EXIT.
075300     EXIT.
075400
075500*---------------------------------------------------------------*
075600 8000-FINALIZE.
075700     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
075800     MOVE SPACES TO COMP-REPORT-LINE
075900     WRITE COMP-REPORT-LINE
076000     MOVE WS-HEADING-LINE-2 TO COMP-REPORT-LINE
076100     WRITE COMP-REPORT-LINE
076200     MOVE 1 TO SB-DISTRICT
076300     PERFORM 8100-WRITE-DISTRICT-LINE THRU 8100-EXIT
076400         UNTIL SB-DISTRICT > 99
076500
076600     MOVE 1 TO SB-REGION
076700     PERFORM 8200-WRITE-REGION-LINE THRU 8200-EXIT
076800         UNTIL SB-REGION > 99
076900
077000     PERFORM 8300-WRITE-COMPANY-LINE THRU 8300-EXIT
077100
077200     MOVE "LOCATIONS READ.......  " TO WS-TL-CAPTION
077300     MOVE WS-LOCATIONS-READ TO WS-TL-COUNT
077400     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
077500     MOVE "COMPARABLE STORES....  " TO WS-TL-CAPTION
077600     MOVE WS-COMP-STORES TO WS-TL-COUNT
077700     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
077800     MOVE "NON-COMPARABLE.......  " TO WS-TL-CAPTION
077900     MOVE WS-NON-COMP-STORES TO WS-TL-COUNT
078000     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
078100     MOVE "NOT ON MASTER........  " TO WS-TL-CAPTION
078200     MOVE WS-LOCATIONS-NOT-ON-MASTER TO WS-TL-COUNT
078300     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
078400     MOVE "LOCATIONS UNMAPPED...  " TO WS-TL-CAPTION
078500     MOVE WS-LOCATIONS-UNMAPPED TO WS-TL-COUNT
078600     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
078700     MOVE "SNAPSHOT ROWS USED...  " TO WS-TL-CAPTION
078800     MOVE WS-SNAPSHOT-ROWS-USED TO WS-TL-COUNT
078900     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
079000
079100     CLOSE LOCATION-FILE
079200     CLOSE LOCATION-MASTER
079300     CLOSE COMP-REPORT.
079400
079500*---------------------------------------------------------------*
079600 8100-WRITE-DISTRICT-LINE.
079700     IF WS-DT-IN-USE(SB-DISTRICT) = "Y"
079800         MOVE SPACES TO WS-ROLLUP-LINE
079900         MOVE "DISTRICT " TO WS-RL-LEVEL
080000         MOVE SB-DISTRICT TO WS-RL-NUMBER
080100         MOVE WS-DN-NAME(SB-DISTRICT) TO WS-RL-NAME
080200         MOVE WS-DT-STORES(SB-DISTRICT) TO WS-RL-STORES
080300         MOVE WS-DT-COMP-STORES(SB-DISTRICT) TO WS-RL-COMP-STORES
080400         MOVE WS-DT-COMP-CUR(SB-DISTRICT) TO WS-RW-COMP-CUR
080500         MOVE WS-DT-COMP-PRIOR(SB-DISTRICT) TO WS-RW-COMP-PRIOR
080600         MOVE WS-DT-SQFT-SALES(SB-DISTRICT) TO WS-RW-SQFT-SALES
080700         MOVE WS-DT-SQFT-AREA(SB-DISTRICT) TO WS-RW-SQFT-AREA
080800         PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT
080900     END-IF
081000     ADD 1 TO SB-DISTRICT.
081100 8100-EXIT.
081200     EXIT.
081300
081400*---------------------------------------------------------------*
081500 8200-WRITE-REGION-LINE.
081600     IF WS-RT-IN-USE(SB-REGION) = "Y"
081700         MOVE SPACES TO WS-ROLLUP-LINE
081800         MOVE "REGION   " TO WS-RL-LEVEL
081900         MOVE SB-REGION TO WS-RL-NUMBER
082000         MOVE WS-RN-NAME(SB-REGION) TO WS-RL-NAME
082100         MOVE WS-RT-STORES(SB-REGION) TO WS-RL-STORES
082200         MOVE WS-RT-COMP-STORES(SB-REGION) TO WS-RL-COMP-STORES
082300         MOVE WS-RT-COMP-CUR(SB-REGION) TO WS-RW-COMP-CUR
082400         MOVE WS-RT-COMP-PRIOR(SB-REGION) TO WS-RW-COMP-PRIOR
082500         MOVE WS-RT-SQFT-SALES(SB-REGION) TO WS-RW-SQFT-SALES
082600         MOVE WS-RT-SQFT-AREA(SB-REGION) TO WS-RW-SQFT-AREA
082700         PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT
082800     END-IF
082900     ADD 1 TO SB-REGION.
083000 8200-EXIT.
083100     EXIT.
083200
083300*---------------------------------------------------------------*
083400 8300-WRITE-COMPANY-LINE.
083500     MOVE SPACES TO WS-ROLLUP-LINE
083600     MOVE "COMPANY  " TO WS-RL-LEVEL
083700     MOVE AC-CO-STORES TO WS-RL-STORES
083800     MOVE AC-CO-COMP-STORES TO WS-RL-COMP-STORES
083900     MOVE AC-CO-COMP-CUR TO WS-RW-COMP-CUR
084000     MOVE AC-CO-COMP-PRIOR TO WS-RW-COMP-PRIOR
084100     MOVE AC-CO-SQFT-SALES TO WS-RW-SQFT-SALES
084200     MOVE AC-CO-SQFT-AREA TO WS-RW-SQFT-AREA
084300     PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT.
084400 8300-EXIT.
084500     EXIT.
084600
084700*---------------------------------------------------------------*
084800 8400-WRITE-TOTAL-LINE.
084900     MOVE WS-TOTAL-LINE TO COMP-REPORT-LINE
085000     WRITE COMP-REPORT-LINE.
085100 8400-EXIT.
085200     EXIT.
085300
085400*---------------------------------------------------------------*
085500*    FILL IN THE FIGURES COMMON TO EVERY ROLLUP LINE AND WRITE  *
085600*    IT.  GROWTH IS LEFT BLANK WHERE THERE ARE NO COMPARABLE    *
085700*    STORES, SALES PER SQUARE FOOT WHERE NO AREA IS HELD.       *
085800*---------------------------------------------------------------*
085900 8500-EDIT-ROLLUP-FIGURES.
086000     MOVE WS-RW-COMP-CUR TO WS-RL-COMP-CUR
086100     MOVE WS-RW-COMP-PRIOR TO WS-RL-COMP-PRIOR
086200     IF WS-RW-COMP-PRIOR > ZERO
086300         COMPUTE WS-GROWTH-PCT ROUNDED =
086400             (WS-RW-COMP-CUR - WS-RW-COMP-PRIOR) * 100
086500                 / WS-RW-COMP-PRIOR
086600             ON SIZE ERROR
086700                 MOVE 99999.99 TO WS-GROWTH-PCT
086800         END-COMPUTE
086900         MOVE WS-GROWTH-PCT TO WS-RL-GROWTH
087000     END-IF
087100     MOVE WS-RW-SQFT-SALES TO WS-RL-SALES-VALUE
087200     MOVE WS-RW-SQFT-AREA TO WS-RL-AREA
087300     IF WS-RW-SQFT-AREA > ZERO
087400         COMPUTE WS-PER-SQFT ROUNDED =
087500             WS-RW-SQFT-SALES / WS-RW-SQFT-AREA
087600         MOVE WS-PER-SQFT TO WS-RL-PER-SQFT
087700     END-IF
087800     MOVE WS-ROLLUP-LINE TO COMP-REPORT-LINE
087900     WRITE COMP-REPORT-LINE.
088000 8500-EXIT.
088100     EXIT.
088200
088300*---------------------------------------------------------------*
088400*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
088500*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
088600*    RECONCILIATION.                                            *
088700*---------------------------------------------------------------*
088800 8900-WRITE-RUN-LOG.
088900     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
089000     ACCEPT WS-LOG-TIME-WORK FROM TIME
089100     OPEN EXTEND RUN-LOG-FILE
089200     IF WS-RUNLOG-STATUS NOT = "00" AND
089300             WS-RUNLOG-STATUS NOT = "05"
089400         DISPLAY "SR29CMP - CANNOT OPEN RUN LOG, STATUS = "
089500             WS-RUNLOG-STATUS
089600     ELSE
089700         MOVE SPACES TO RUN-STATISTICS-RECORD
089800         MOVE "SR29CMP" TO RUN-PROGRAM-ID
089900         MOVE WS-LOG-DATE TO RUN-DATE
090000         MOVE WS-LOG-TIME TO RUN-TIME
090100         MOVE WS-LOCATIONS-READ TO RUN-RECORDS-READ
090200         MOVE ZERO TO RUN-RECORDS-WRITTEN
090300         MOVE ZERO TO RUN-RECORDS-REJECTED
090400         COMPUTE RUN-EXCEPTIONS =
090500             WS-LOCATIONS-NOT-ON-MASTER + WS-LOCATIONS-UNMAPPED
090600         WRITE RUN-STATISTICS-RECORD
090700         CLOSE RUN-LOG-FILE
090800     END-IF.
090900 8900-EXIT.
091000     EXIT.
091100
091200*---------------------------------------------------------------*
091300 9500-ABORT-RUN.
091400     MOVE 16 TO RETURN-CODE
091500     STOP RUN.
091600
091700*---------------------------------------------------------------*
091800 9999-EXIT.
091900     STOP RUN.
