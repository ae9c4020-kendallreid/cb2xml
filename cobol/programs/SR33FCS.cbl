000100*****************************************************************
000200*                                                                *
000300*    PROGRAM:      SR33FCS                                      *
000400*    DESCRIPTION:  MONTH-END SALES LANDING FORECAST.  WALKS     *
000500*                  THE VALIDATED LOCGOOD EXTRACT (VERIFYING     *
000600*                  ITS CONTROL TRAILER) AND, FOR EACH STORE,    *
000700*                  TAKES THE WEEKS ALREADY TRADED IN THE        *
000800*                  CURRENT MONTH FROM WEEK-SALES / WEEK-VALUE   *
000900*                  AND THE PARTIAL WEEK FROM ITS D-SALES /      *
001000*                  D-VALUE DAY CELLS.  THE REST OF THE MONTH    *
001100*                  IS PROJECTED AT THE STORE'S WEEKLY RUN       *
001200*                  RATE, THE REST OF THE PARTIAL WEEK SPREAD    *
001300*                  BY THE STORE'S OWN DAY-OF-WEEK PATTERN, AND  *
001400*                  THE LANDING VALUE IS SET AGAINST THE         *
001500*                  LOCPLAN PLAN (SEE LOCPLN) WITH THE           *
001600*                  PROJECTED SHORTFALL OR OVERRUN.  STORES      *
001700*                  ROLL UP TO DISTRICT AND REGION THROUGH       *
001800*                  LOCATMAP WITH THE DISTREF NAMES, AS IN       *
001900*                  SR20VAR, SO A MISS SHOWS IN WEEK TWO RATHER  *
002000*                  THAN AFTER THE CLOSE.                        *
002100*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002200*    INSTALLATION: STORE SYSTEMS GROUP                          *
002300*    DATE-WRITTEN: 10/15/2026                                   *
002400*    DATE-COMPILED.                                             *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    10/15/2026  DRO  ORIGINAL PROGRAM.  THE CURRENT MONTH IS   *
002800*                     THE LAST ONE HELD (MONTHS) AND ITS LAST   *
002900*                     WEEK (WEEK-OF-MONTH) IS THE PARTIAL       *
003000*                     WEEK, TRADED THROUGH ITS LAST NON-ZERO    *
003100*                     DAY CELL; A WEEK WITH EVERY DAY TRADED    *
003200*                     COUNTS AS COMPLETE.  WEEKS PER FISCAL     *
003300*                     MONTH COME FROM THE OPTIONAL FCSTPARM     *
003400*                     CARD, DEFAULT 4-4-5.  THE RUN RATE IS     *
003500*                     THE AVERAGE COMPLETED WEEK OF THE MONTH,  *
003600*                     ELSE THE PRIOR MONTH'S AVERAGE WEEK,      *
003700*                     ELSE THE PARTIAL WEEK GROSSED UP BY THE   *
003800*                     PATTERN.  WEEK-SALES AND D-SALES ARE      *
003900*                     UNITS, SO UNITS ARE PROJECTED FROM THEM   *
004000*                     AND THE VALUE COMPARED WITH PLAN IS       *
004100*                     PROJECTED THE SAME WAY FROM THE MATCHING  *
004200*                     WEEK-VALUE AND D-VALUE CELLS.             *
004300*                                                                *
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.  SR33FCS.
004700 AUTHOR.      D. OKONKWO.
004800 INSTALLATION. STORE SYSTEMS GROUP.
004900 DATE-WRITTEN. 10/15/2026.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.  IBM-370.
005500 OBJECT-COMPUTER.  IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT LOCATION-FILE ASSIGN TO LOCGOOD
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LOCFILE-STATUS.
006200     SELECT PLAN-FILE ASSIGN TO LOCPLAN
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PLNFILE-STATUS.
006500     SELECT MAPPING-FILE ASSIGN TO LOCATMAP
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-MAPFILE-STATUS.
006800     SELECT REFERENCE-FILE ASSIGN TO DISTREF
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-REFFILE-STATUS.
007100     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO FCSTPARM
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CALFILE-STATUS.
007400     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RPTFILE-STATUS.
007700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RUNLOG-STATUS.
008000     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-BDTFILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  LOCATION-FILE
008700     RECORDING MODE IS F.
008800     COPY LOCDTL.
008900     COPY LOCCTL.
009000
009100 FD  PLAN-FILE
009200     RECORDING MODE IS F.
009300     COPY LOCPLN.
009400
009500 FD  MAPPING-FILE
009600     RECORDING MODE IS F.
009700     COPY LOCMAP.
009800
009900 FD  REFERENCE-FILE
010000     RECORDING MODE IS F.
010100     COPY LOCDRM.
010200
010300*---------------------------------------------------------------*
010400*    FCSTPARM - ONE CARD GIVING THE NUMBER OF TRADING WEEKS IN  *
010500*    EACH FISCAL MONTH, 4 THROUGH 6, IN MONTH ORDER.            *
010600*---------------------------------------------------------------*
010700 FD  CALENDAR-FILE
010800     RECORDING MODE IS F.
010900 01  FORECAST-CALENDAR-RECORD.
011000     05  FCP-WEEKS-IN-MONTH OCCURS 12 TIMES
011100                                    PIC X(01).
011200
011300 FD  FORECAST-REPORT
011400     RECORDING MODE IS F.
011500 01  FORECAST-REPORT-LINE           PIC X(132).
011600
011700 FD  RUN-LOG-FILE
011800     RECORDING MODE IS F.
011900     COPY LOCRUN.
012000
012100 FD  BUSINESS-DATE-FILE
012200     RECORDING MODE IS F.
012300     COPY LOCBDT.
012400
012500 WORKING-STORAGE SECTION.
012600
012700*---------------------------------------------------------------*
012800*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
012900*---------------------------------------------------------------*
013000 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
013100 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
013200 01  WS-LOG-TIME-WORK.
013300     05  WS-LOG-TIME              PIC 9(06).
013400     05  FILLER                   PIC 9(02).
013500*---------------------------------------------------------------*
013600*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
013700*---------------------------------------------------------------*
013800 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
013900 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
014000 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
014100 01  WS-PROCESS-TIME-WORK.
014200     05  WS-PROCESS-TIME          PIC 9(06).
014300     05  FILLER                   PIC 9(02).
014400 01  WS-DATE-HEADING-LINE.
014500     05  FILLER                   PIC X(15) VALUE
014600         "BUSINESS DATE  ".
014700     05  WS-DH-BUSINESS-DATE      PIC 9(08).
014800     05  FILLER                   PIC X(16) VALUE
014900         "    PROCESSED   ".
015000     05  WS-DH-PROCESS-DATE       PIC 9(08).
015100     05  FILLER                   PIC X(01) VALUE SPACE.
015200     05  WS-DH-PROCESS-TIME       PIC 9(06).
015300     05  FILLER                   PIC X(78) VALUE SPACES.
015400*---------------------------------------------------------------*
015500*    FILE STATUS SWITCHES                                       *
015600*---------------------------------------------------------------*
015700 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
015800 77  WS-PLNFILE-STATUS            PIC X(02) VALUE "00".
015900 77  WS-MAPFILE-STATUS            PIC X(02) VALUE "00".
016000 77  WS-REFFILE-STATUS            PIC X(02) VALUE "00".
016100 77  WS-CALFILE-STATUS            PIC X(02) VALUE "00".
016200 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
016300 77  WS-LOC-EOF-SWITCH            PIC X(01) VALUE "N".
016400     88  END-OF-LOCATION-FILE     VALUE "Y".
016500 77  WS-PLN-EOF-SWITCH            PIC X(01) VALUE "N".
016600     88  END-OF-PLAN-FILE         VALUE "Y".
016700 77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
016800     88  END-OF-MAPPING-FILE      VALUE "Y".
016900 77  WS-REF-EOF-SWITCH            PIC X(01) VALUE "N".
017000     88  END-OF-REFERENCE-FILE    VALUE "Y".
017100
017200*---------------------------------------------------------------*
017300*    LOCGOOD CONTROL-RECORD VERIFICATION (SEE LOCCTL)           *
017400*---------------------------------------------------------------*
017500 77  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE "N".
017600     88  HEADER-SEEN              VALUE "Y".
017700 77  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
017800     88  TRAILER-SEEN             VALUE "Y".
017900 77  AC-CTL-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
018000 77  AC-CTL-SALES-HASH            PIC S9(13)V99 COMP-3
018100                                  VALUE ZERO.
018200 77  AC-CTL-PURCH-HASH            PIC S9(13)V99 COMP-3
018300                                  VALUE ZERO.
018400
018500*---------------------------------------------------------------*
018600*    FISCAL CALENDAR - TRADING WEEKS IN EACH MONTH.  THE 4-4-5  *
018700*    DEFAULT STANDS UNLESS AN FCSTPARM CARD IS SUPPLIED.        *
018800*---------------------------------------------------------------*
018900 01  WS-CALENDAR-VALUES.
019000     05  FILLER                   PIC X(12) VALUE "445445445445".
019100 01  WS-CALENDAR-TABLE REDEFINES WS-CALENDAR-VALUES.
019200     05  WS-WEEKS-IN-MONTH OCCURS 12 TIMES
019300                                  PIC 9(01).
019400 77  WS-CALENDAR-SOURCE           PIC X(16) VALUE
019500     "(DEFAULT 4-4-5)".
019600
019700*---------------------------------------------------------------*
019800*    PLAN TABLE - DIRECT INDEXED BY LOCATION NUMBER AND MONTH.  *
019900*---------------------------------------------------------------*
020000 01  WS-PLAN-TABLE.
020100     05  WS-PLAN-LOC OCCURS 9999 TIMES.
020200         10  WS-PLAN-VALUE OCCURS 12 TIMES
020300                                  PIC S9(09)V99 COMP-3.
020400
020500*---------------------------------------------------------------*
020600*    LOCATION-TO-DISTRICT/REGION LOOKUP TABLE - DIRECT INDEXED  *
020700*    BY LOCATION-NUMBER (0001-9999), AS IN SR07RLP.             *
020800*---------------------------------------------------------------*
020900 01  WS-LOCATION-MAP-TABLE.
021000     05  WS-LOC-MAP OCCURS 9999 TIMES.
021100         10  WS-LOC-DISTRICT      PIC 9(02).
021200         10  WS-LOC-REGION        PIC 9(02).
021300
021400*---------------------------------------------------------------*
021500*    DISTRICT/REGION ROLLUP AND NAME TABLES - DIRECT INDEXED    *
021600*    BY CODE (01-99).                                           *
021700*---------------------------------------------------------------*
021800 01  WS-DISTRICT-TOTALS-TABLE.
021900     05  WS-DT-ENTRY OCCURS 99 TIMES.
022000         10  WS-DT-IN-USE         PIC X(01).
022100         10  WS-DT-STORES         PIC S9(07) COMP-3.
022200         10  WS-DT-MTD-UNITS      PIC S9(11) COMP-3.
022300         10  WS-DT-PROJ-UNITS     PIC S9(11) COMP-3.
022400         10  WS-DT-MTD-VALUE      PIC S9(11)V99 COMP-3.
022500         10  WS-DT-PROJ-VALUE     PIC S9(11)V99 COMP-3.
022600         10  WS-DT-PLAN           PIC S9(11)V99 COMP-3.
022700 01  WS-REGION-TOTALS-TABLE.
022800     05  WS-RT-ENTRY OCCURS 99 TIMES.
022900         10  WS-RT-IN-USE         PIC X(01).
023000         10  WS-RT-STORES         PIC S9(07) COMP-3.
023100         10  WS-RT-MTD-UNITS      PIC S9(11) COMP-3.
023200         10  WS-RT-PROJ-UNITS     PIC S9(11) COMP-3.
023300         10  WS-RT-MTD-VALUE      PIC S9(11)V99 COMP-3.
023400         10  WS-RT-PROJ-VALUE     PIC S9(11)V99 COMP-3.
023500         10  WS-RT-PLAN           PIC S9(11)V99 COMP-3.
023600 01  WS-DISTRICT-NAME-TABLE.
023700     05  WS-DN-NAME OCCURS 99 TIMES
023800                                  PIC X(20).
023900 01  WS-REGION-NAME-TABLE.
024000     05  WS-RN-NAME OCCURS 99 TIMES
024100                                  PIC X(20).
024200
024300 77  AC-CO-STORES                 PIC S9(07) COMP-3 VALUE ZERO.
024400 77  AC-CO-MTD-UNITS              PIC S9(11) COMP-3 VALUE ZERO.
024500 77  AC-CO-PROJ-UNITS             PIC S9(11) COMP-3 VALUE ZERO.
024600 77  AC-CO-MTD-VALUE              PIC S9(11)V99 COMP-3 VALUE ZERO.
024700 77  AC-CO-PROJ-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.
024800 77  AC-CO-PLAN                   PIC S9(11)V99 COMP-3 VALUE ZERO.
024900
025000*---------------------------------------------------------------*
025100*    PER-STORE FORECAST WORK, ONE ENTRY PER MEASURE: 1 = UNITS  *
025200*    (WEEK-SALES / D-SALES), 2 = VALUE (WEEK-VALUE / D-VALUE).  *
025300*    THE DAY-OF-WEEK PATTERN IS THE SUM OF EACH WEEKDAY'S       *
025400*    CELLS OVER EVERY COMPLETED WEEK HELD FOR THE STORE.        *
025500*---------------------------------------------------------------*
025600 01  WS-FORECAST-WORK.
025700     05  WS-FC-MEASURE OCCURS 2 TIMES.
025800         10  WS-FC-DAY-HIST OCCURS 7 TIMES
025900                                  PIC S9(11) COMP-3.
026000         10  WS-FC-HIST-TOTAL     PIC S9(11) COMP-3.
026100         10  WS-FC-TRADED-HIST    PIC S9(11) COMP-3.
026200         10  WS-FC-DONE-TOTAL     PIC S9(09) COMP-3.
026300         10  WS-FC-PRIOR-TOTAL    PIC S9(09) COMP-3.
026400         10  WS-FC-PARTIAL-TOTAL  PIC S9(09) COMP-3.
026500         10  WS-FC-MTD            PIC S9(09) COMP-3.
026600         10  WS-FC-TRADED-SHARE   PIC S9(01)V9(06) COMP-3.
026700         10  WS-FC-RUN-RATE       PIC S9(09)V99 COMP-3.
026800         10  WS-FC-PROJECTED      PIC S9(09)V99 COMP-3.
026900         10  WS-FC-BASIS          PIC X(01).
027000             88  FC-BASIS-MONTH       VALUE "M".
027100             88  FC-BASIS-PRIOR       VALUE "P".
027200             88  FC-BASIS-PARTIAL     VALUE "W".
027300             88  FC-BASIS-NONE        VALUE "N".
027400
027500*---------------------------------------------------------------*
027600*    SUBSCRIPTS AND PER-LOCATION WORK FIELDS                    *
027700*---------------------------------------------------------------*
027800 77  SB-LOCNO                     PIC 9(04) COMP.
027900 77  SB-DISTRICT                  PIC 9(02) COMP.
028000 77  SB-REGION                    PIC 9(02) COMP.
028100 77  SB-MONTH                     PIC 9(02) COMP.
028200 77  SB-WEEK                      PIC 9(02) COMP.
028300 77  SB-DAY                       PIC 9(02) COMP.
028400 77  SB-MEASURE                   PIC 9(02) COMP.
028500 77  WS-CUR-MONTH                 PIC 9(02) COMP.
028600 77  WS-PRIOR-MONTH               PIC 9(02) COMP.
028700 77  WS-WEEKS-DONE                PIC 9(02) COMP.
028800 77  WS-DAYS-TRADED               PIC 9(02) COMP.
028900 77  WS-REMAINING-WEEKS           PIC 9(02) COMP.
029000 77  WS-WEEKS-TO-GO               PIC S9(02)V9(06) COMP-3.
029100 77  WS-PARTIAL-SWITCH            PIC X(01).
029200     88  WEEK-IS-PARTIAL          VALUE "Y".
029300 77  WS-PROJ-UNITS                PIC S9(09) COMP-3.
029400 77  WS-MONTH-PLAN                PIC S9(11)V99 COMP-3.
029500 77  WS-VARIANCE                  PIC S9(11)V99 COMP-3.
029600 77  WS-VARIANCE-PCT              PIC S9(04)V99 COMP-3.
029700
029800*---------------------------------------------------------------*
029900*    ROLLUP LINE WORK FIELDS - LOADED BY THE DISTRICT, REGION   *
030000*    AND COMPANY WRITERS BEFORE 8500-EDIT-ROLLUP-FIGURES.       *
030100*---------------------------------------------------------------*
030200 77  WS-RW-MTD-UNITS              PIC S9(11) COMP-3.
030300 77  WS-RW-PROJ-UNITS             PIC S9(11) COMP-3.
030400 77  WS-RW-MTD-VALUE              PIC S9(11)V99 COMP-3.
030500 77  WS-RW-PROJ-VALUE             PIC S9(11)V99 COMP-3.
030600
030700*---------------------------------------------------------------*
030800*    REPORT COUNTERS                                            *
030900*---------------------------------------------------------------*
031000 77  WS-LOCATIONS-READ            PIC 9(07) COMP VALUE ZERO.
031100 77  WS-LOCATIONS-UNMAPPED        PIC 9(07) COMP VALUE ZERO.
031200 77  WS-PLAN-ROWS-LOADED          PIC 9(07) COMP VALUE ZERO.
031300 77  WS-STORES-SHORT              PIC 9(07) COMP VALUE ZERO.
031400 77  WS-STORES-NO-PLAN            PIC 9(07) COMP VALUE ZERO.
031500 77  WS-BASIS-MONTH-COUNT         PIC 9(07) COMP VALUE ZERO.
031600 77  WS-BASIS-PRIOR-COUNT         PIC 9(07) COMP VALUE ZERO.
031700 77  WS-BASIS-PARTIAL-COUNT       PIC 9(07) COMP VALUE ZERO.
031800 77  WS-BASIS-NONE-COUNT          PIC 9(07) COMP VALUE ZERO.
031900
032000*---------------------------------------------------------------*
032100*    REPORT LINE WORK AREAS                                     *
032200*---------------------------------------------------------------*
032300 01  WS-CALENDAR-LINE.
032400     05  FILLER                   PIC X(24) VALUE
032500         "WEEKS PER FISCAL MONTH  ".
032600     05  WS-CL-WEEKS              PIC X(12).
032700     05  FILLER                   PIC X(02) VALUE SPACES.
032800     05  WS-CL-SOURCE             PIC X(16).
032900     05  FILLER                   PIC X(78) VALUE SPACES.
033000
033100 01  WS-DETAIL-LINE.
033200     05  WS-DL-LOCNO              PIC 9(04).
033300     05  FILLER                   PIC X(01) VALUE SPACE.
033400     05  WS-DL-LOCNAME            PIC X(18).
033500     05  FILLER                   PIC X(01) VALUE SPACE.
033600     05  WS-DL-DISTRICT           PIC 99.
033700     05  FILLER                   PIC X(01) VALUE SPACE.
033800     05  WS-DL-REGION             PIC 99.
033900     05  FILLER                   PIC X(02) VALUE SPACES.
034000     05  WS-DL-MONTH              PIC 99.
034100     05  FILLER                   PIC X(01) VALUE SPACE.
034200     05  WS-DL-WEEK               PIC 9.
034300     05  FILLER                   PIC X(01) VALUE "/".
034400     05  WS-DL-WEEKS-IN-MONTH     PIC 9.
034500     05  FILLER                   PIC X(01) VALUE SPACE.
034600     05  WS-DL-DAYS-TRADED        PIC 9.
034700     05  FILLER                   PIC X(01) VALUE "/".
034800     05  WS-DL-DAYS               PIC 9.
034900     05  FILLER                   PIC X(01) VALUE SPACE.
035000     05  WS-DL-MTD-UNITS          PIC -(8)9.
035100     05  FILLER                   PIC X(01) VALUE SPACE.
035200     05  WS-DL-PROJ-UNITS         PIC -(8)9.
035300     05  FILLER                   PIC X(01) VALUE SPACE.
035400     05  WS-DL-MTD-VALUE          PIC -(9)9.99.
035500     05  FILLER                   PIC X(01) VALUE SPACE.
035600     05  WS-DL-PROJ-VALUE         PIC -(9)9.99.
035700     05  FILLER                   PIC X(01) VALUE SPACE.
035800     05  WS-DL-PLAN               PIC -(9)9.99.
035900     05  FILLER                   PIC X(01) VALUE SPACE.
036000     05  WS-DL-VARIANCE           PIC -(9)9.99.
036100     05  FILLER                   PIC X(01) VALUE SPACE.
036200     05  WS-DL-PCT                PIC -(3)9.99.
036300     05  FILLER                   PIC X(01) VALUE SPACE.
036400     05  WS-DL-OUTLOOK            PIC X(06).
036600
036700 01  WS-ROLLUP-LINE.
036800     05  WS-RL-LEVEL              PIC X(09).
036900     05  WS-RL-NUMBER             PIC 99.
037000     05  FILLER                   PIC X(01) VALUE SPACE.
037100     05  WS-RL-NAME               PIC X(20).
037200     05  FILLER                   PIC X(01) VALUE SPACE.
037300     05  WS-RL-STORES             PIC ZZ,ZZ9.
037400     05  FILLER                   PIC X(03) VALUE SPACES.
037500     05  WS-RL-MTD-UNITS          PIC -(8)9.
037600     05  FILLER                   PIC X(01) VALUE SPACE.
037700     05  WS-RL-PROJ-UNITS         PIC -(8)9.
037800     05  FILLER                   PIC X(01) VALUE SPACE.
037900     05  WS-RL-MTD-VALUE          PIC -(9)9.99.
038000     05  FILLER                   PIC X(01) VALUE SPACE.
038100     05  WS-RL-PROJ-VALUE         PIC -(9)9.99.
038200     05  FILLER                   PIC X(01) VALUE SPACE.
038300     05  WS-RL-PLAN               PIC -(9)9.99.
038400     05  FILLER                   PIC X(01) VALUE SPACE.
038500     05  WS-RL-VARIANCE           PIC -(9)9.99.
038600     05  FILLER                   PIC X(01) VALUE SPACE.
038700     05  WS-RL-PCT                PIC -(3)9.99.
038800     05  FILLER                   PIC X(07) VALUE SPACES.
038900
039000 01  WS-HEADING-LINE-1.
039100     05  FILLER                   PIC X(44) VALUE
039200         "                               MO WK  DAY   ".
039300     05  FILLER                   PIC X(44) VALUE
039400         "    MTD      PROJ           MTD          PRO".
039500     05  FILLER                   PIC X(44) VALUE
039600         "J                        PROJ         OUT-  ".
039700 01  WS-HEADING-LINE-2.
039800     05  FILLER                   PIC X(44) VALUE
039900         "LOC  NAME               DS RG               ".
040000     05  FILLER                   PIC X(44) VALUE
040100         "  UNITS     UNITS         VALUE         VALU".
040200     05  FILLER                   PIC X(44) VALUE
040300         "E          PLAN      VARIANCE     PCT LOOK  ".
040400 01  WS-HEADING-LINE-3.
040500     05  FILLER                   PIC X(44) VALUE SPACES.
040600     05  FILLER                   PIC X(44) VALUE
040700         "    MTD      PROJ           MTD          PRO".
040800     05  FILLER                   PIC X(44) VALUE
040900         "J                        PROJ               ".
041000 01  WS-HEADING-LINE-4.
041100     05  FILLER                   PIC X(44) VALUE
041200         "LEVEL    NO NAME                 STORES     ".
041300     05  FILLER                   PIC X(44) VALUE
041400         "  UNITS     UNITS         VALUE         VALU".
041500     05  FILLER                   PIC X(44) VALUE
041600         "E          PLAN      VARIANCE     PCT       ".
041700
041800 01  WS-TOTAL-LINE.
041900     05  WS-TL-CAPTION            PIC X(25).
042000     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
042100     05  FILLER                   PIC X(100) VALUE SPACES.
042200
042300 PROCEDURE DIVISION.
042400*---------------------------------------------------------------*
042500 0000-MAINLINE.
042600     PERFORM 1000-INITIALIZE
042700     PERFORM 2000-PROCESS-LOCATION
042800         UNTIL END-OF-LOCATION-FILE
042900     PERFORM 8000-FINALIZE
043000     GO TO 9999-EXIT.
043100
043200*---------------------------------------------------------------*
043300 1000-INITIALIZE.
043400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
043500     INITIALIZE WS-PLAN-TABLE
043600     INITIALIZE WS-LOCATION-MAP-TABLE
043700     INITIALIZE WS-DISTRICT-TOTALS-TABLE
043800     INITIALIZE WS-REGION-TOTALS-TABLE
043900     MOVE SPACES TO WS-DISTRICT-NAME-TABLE
044000     MOVE SPACES TO WS-REGION-NAME-TABLE
044100     PERFORM 1100-LOAD-PLAN-FILE THRU 1100-EXIT
044200     PERFORM 1300-LOAD-MAPPING-FILE THRU 1300-EXIT
044300     PERFORM 1500-LOAD-REFERENCE THRU 1500-EXIT
044400     PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT
044500     OPEN INPUT LOCATION-FILE
044600     IF WS-LOCFILE-STATUS NOT = "00"
044700         DISPLAY "SR33FCS - CANNOT OPEN LOCATION-FILE, STATUS = "
044800             WS-LOCFILE-STATUS
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 9999-EXIT
045100     END-IF
045200     OPEN OUTPUT FORECAST-REPORT
045300     MOVE WS-DATE-HEADING-LINE TO FORECAST-REPORT-LINE
045400     WRITE FORECAST-REPORT-LINE
045500     MOVE WS-CALENDAR-VALUES TO WS-CL-WEEKS
045600     MOVE WS-CALENDAR-SOURCE TO WS-CL-SOURCE
045700     MOVE WS-CALENDAR-LINE TO FORECAST-REPORT-LINE
045800     WRITE FORECAST-REPORT-LINE
045900     MOVE WS-HEADING-LINE-1 TO FORECAST-REPORT-LINE
046000     WRITE FORECAST-REPORT-LINE
046100     MOVE WS-HEADING-LINE-2 TO FORECAST-REPORT-LINE
046200     WRITE FORECAST-REPORT-LINE
046300     PERFORM 2900-READ-LOCATION-FILE.
046400
046500*---------------------------------------------------------------*
046600*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
046700*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
046800*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
046900*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
047000*---------------------------------------------------------------*
047100 1050-GET-BUSINESS-DATE.
047200     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
047300     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
047400     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
047500     OPEN INPUT BUSINESS-DATE-FILE
047600     IF WS-BDTFILE-STATUS = "00"
047700         READ BUSINESS-DATE-FILE
047800             NOT AT END
047900                 IF BDT-BUSINESS-DATE NUMERIC
048000                     AND BDT-BUSINESS-DATE > ZERO
048100                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
048200                 END-IF
048300         END-READ
048400         CLOSE BUSINESS-DATE-FILE
048500     ELSE
048600         DISPLAY "SR33FCS - NO BUSDATE CARD, PROCESSING DATE USED"
048700     END-IF
048800     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
048900     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
049000     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
049100 1050-EXIT.
049200     EXIT.
049300
049400*---------------------------------------------------------------*
049500 1100-LOAD-PLAN-FILE.
049600     OPEN INPUT PLAN-FILE
049700     IF WS-PLNFILE-STATUS NOT = "00"
049800         DISPLAY "SR33FCS - CANNOT OPEN PLAN FILE, STATUS = "
049900             WS-PLNFILE-STATUS
050000         MOVE 16 TO RETURN-CODE
050100         GO TO 9999-EXIT
050200     END-IF
050300     PERFORM 1150-READ-PLAN-ROW THRU 1150-EXIT
050400     PERFORM 1200-STORE-PLAN-ROW THRU 1200-EXIT
050500         UNTIL END-OF-PLAN-FILE
050600     CLOSE PLAN-FILE.
050700 1100-EXIT.
050800     EXIT.
050900
051000*---------------------------------------------------------------*
051100 1150-READ-PLAN-ROW.
051200     READ PLAN-FILE
051300         AT END
051400             SET END-OF-PLAN-FILE TO TRUE
051500     END-READ.
051600 1150-EXIT.
051700     EXIT.
051800
051900*---------------------------------------------------------------*
052000 1200-STORE-PLAN-ROW.
052100     IF PLN-LOCATION-NUMBER > ZERO
052200             AND PLN-MONTH-NO > ZERO
052300             AND PLN-MONTH-NO < 13
052400         MOVE PLN-PLAN-VALUE
052500             TO WS-PLAN-VALUE(PLN-LOCATION-NUMBER PLN-MONTH-NO)
052600         ADD 1 TO WS-PLAN-ROWS-LOADED
052700     END-IF
052800     PERFORM 1150-READ-PLAN-ROW THRU 1150-EXIT.
052900 1200-EXIT.
053000     EXIT.
053100
053200*---------------------------------------------------------------*
053300 1300-LOAD-MAPPING-FILE.
053400     OPEN INPUT MAPPING-FILE
053500     IF WS-MAPFILE-STATUS NOT = "00"
053600         DISPLAY "SR33FCS - CANNOT OPEN MAPPING-FILE, STATUS = "
053700             WS-MAPFILE-STATUS
053800         MOVE 16 TO RETURN-CODE
053900         GO TO 9999-EXIT
054000     END-IF
054100     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT
054200     PERFORM 1400-STORE-MAP-RECORD THRU 1400-EXIT
054300         UNTIL END-OF-MAPPING-FILE
054400     CLOSE MAPPING-FILE.
054500 1300-EXIT.
054600     EXIT.
054700
054800*---------------------------------------------------------------*
054900 1350-READ-MAPPING-FILE.
055000     READ MAPPING-FILE
055100         AT END
055200             SET END-OF-MAPPING-FILE TO TRUE
055300     END-READ.
055400 1350-EXIT.
055500     EXIT.
055600
055700*---------------------------------------------------------------*
055800 1400-STORE-MAP-RECORD.
055900     MOVE MAP-DISTRICT-NUMBER
056000         TO WS-LOC-DISTRICT(MAP-LOCATION-NUMBER)
056100     MOVE MAP-REGION-NUMBER
056200         TO WS-LOC-REGION(MAP-LOCATION-NUMBER)
056300     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT.
056400 1400-EXIT.
056500     EXIT.
056600
056700*---------------------------------------------------------------*
056800 1500-LOAD-REFERENCE.
056900     OPEN INPUT REFERENCE-FILE
057000     IF WS-REFFILE-STATUS NOT = "00"
057100         DISPLAY "SR33FCS - CANNOT OPEN REFERENCE MASTER, "
057200             "STATUS = " WS-REFFILE-STATUS
057300         MOVE 16 TO RETURN-CODE
057400         GO TO 9999-EXIT
057500     END-IF
057600     PERFORM 1550-READ-REFERENCE THRU 1550-EXIT
057700     PERFORM 1600-STORE-REFERENCE THRU 1600-EXIT
057800         UNTIL END-OF-REFERENCE-FILE
057900     CLOSE REFERENCE-FILE.
058000 1500-EXIT.
058100     EXIT.
058200
058300*---------------------------------------------------------------*
058400 1550-READ-REFERENCE.
058500     READ REFERENCE-FILE
058600         AT END
058700             SET END-OF-REFERENCE-FILE TO TRUE
058800     END-READ.
058900 1550-EXIT.
059000     EXIT.
059100
059200*---------------------------------------------------------------*
059300 1600-STORE-REFERENCE.
059400     IF DRM-CODE > ZERO
059500         IF DRM-IS-DISTRICT
059600             MOVE DRM-NAME TO WS-DN-NAME(DRM-CODE)
059700         ELSE
059800             IF DRM-IS-REGION
059900                 MOVE DRM-NAME TO WS-RN-NAME(DRM-CODE)
060000             END-IF
060100         END-IF
060200     END-IF
060300     PERFORM 1550-READ-REFERENCE THRU 1550-EXIT.
060400 1600-EXIT.
060500     EXIT.
060600
060700*---------------------------------------------------------------*
060800*    AN FCSTPARM CARD REPLACES THE 4-4-5 DEFAULT WHOLE.  EVERY  *
060900*    MONTH MUST CARRY 4, 5 OR 6 WEEKS (6 FOR THE 53RD WEEK);    *
061000*    ANY OTHER VALUE ENDS THE RUN, SINCE EVERY LANDING FIGURE   *
061100*    WOULD BE WRONG.                                            *
061200*---------------------------------------------------------------*
061300 1700-LOAD-CALENDAR.
061400     OPEN INPUT CALENDAR-FILE
061500     IF WS-CALFILE-STATUS NOT = "00"
061600         GO TO 1700-EXIT
061700     END-IF
061800     READ CALENDAR-FILE
061900         AT END
062000             CLOSE CALENDAR-FILE
062100             GO TO 1700-EXIT
062200     END-READ
062300     CLOSE CALENDAR-FILE
062400     MOVE 1 TO SB-MONTH
062500     PERFORM 1750-CHECK-CALENDAR-MONTH THRU 1750-EXIT
062600         UNTIL SB-MONTH > 12
062700     MOVE FORECAST-CALENDAR-RECORD TO WS-CALENDAR-VALUES
062800     MOVE "(FCSTPARM)" TO WS-CALENDAR-SOURCE.
062900 1700-EXIT.
063000     EXIT.
063100
063200*---------------------------------------------------------------*
063300 1750-CHECK-CALENDAR-MONTH.
063400     IF FCP-WEEKS-IN-MONTH(SB-MONTH) NOT = "4"
063500             AND FCP-WEEKS-IN-MONTH(SB-MONTH) NOT = "5"
063600             AND FCP-WEEKS-IN-MONTH(SB-MONTH) NOT = "6"
063700         DISPLAY "SR33FCS - FCSTPARM WEEKS INVALID FOR MONTH "
063800             SB-MONTH ": " FCP-WEEKS-IN-MONTH(SB-MONTH)
063900         PERFORM 9500-ABORT-RUN
064000     END-IF
064100     ADD 1 TO SB-MONTH.
064200 1750-EXIT.
064300     EXIT.
064400
064500*---------------------------------------------------------------*
064600*    ONE STORE.  THE CURRENT MONTH IS THE LAST ONE HELD AND     *
064700*    ITS LAST WEEK IS THE WEEK IN PROGRESS, TRADED THROUGH ITS  *
064800*    LAST NON-ZERO DAY.  EVERY EARLIER WEEK HELD FEEDS THE      *
064900*    DAY-OF-WEEK PATTERN; THE CURRENT MONTH'S COMPLETED WEEKS   *
065000*    ALSO FEED MONTH-TO-DATE AND THE RUN RATE, THE PRIOR        *
065100*    MONTH'S WEEKS THE FALLBACK RUN RATE.                       *
065200*---------------------------------------------------------------*
065300 2000-PROCESS-LOCATION.
065400     ADD 1 TO WS-LOCATIONS-READ
065500     MOVE LOCATION-NUMBER TO SB-LOCNO
065600     MOVE MONTHS TO WS-CUR-MONTH
065700     COMPUTE WS-PRIOR-MONTH = WS-CUR-MONTH - 1
065800     INITIALIZE WS-FORECAST-WORK
065900     MOVE ZERO TO WS-DAYS-TRADED
066000     MOVE 1 TO SB-DAY
066100     PERFORM 2100-FIND-LAST-DAY THRU 2100-EXIT
066200         UNTIL SB-DAY > DAYS
066300     IF WS-DAYS-TRADED = DAYS
066400         MOVE "N" TO WS-PARTIAL-SWITCH
066500         MOVE WEEK-OF-MONTH TO WS-WEEKS-DONE
066600     ELSE
066700         MOVE "Y" TO WS-PARTIAL-SWITCH
066800         COMPUTE WS-WEEKS-DONE = WEEK-OF-MONTH - 1
066900     END-IF
067000     MOVE 1 TO SB-MONTH
067100     PERFORM 2200-ADD-HISTORY-MONTH THRU 2200-EXIT
067200         UNTIL SB-MONTH = WS-CUR-MONTH
067300     MOVE 1 TO SB-WEEK
067400     PERFORM 2250-ADD-HISTORY-WEEK THRU 2250-EXIT
067500         UNTIL SB-WEEK > WS-WEEKS-DONE
067600     IF WEEK-IS-PARTIAL
067700         MOVE WEEK-OF-MONTH TO SB-WEEK
067800         MOVE 1 TO SB-DAY
067900         PERFORM 2450-ADD-PARTIAL-DAY THRU 2450-EXIT
068000             UNTIL SB-DAY > WS-DAYS-TRADED
068100     END-IF
068200     MOVE 1 TO SB-DAY
068300     PERFORM 2500-SUM-TRADED-DAY THRU 2500-EXIT
068400         UNTIL SB-DAY > WS-DAYS-TRADED
068500     IF WS-WEEKS-IN-MONTH(WS-CUR-MONTH) > WEEK-OF-MONTH
068600         COMPUTE WS-REMAINING-WEEKS =
068700             WS-WEEKS-IN-MONTH(WS-CUR-MONTH) - WEEK-OF-MONTH
068800     ELSE
068900         MOVE ZERO TO WS-REMAINING-WEEKS
069000     END-IF
069100     MOVE 1 TO SB-MEASURE
069200     PERFORM 3000-PROJECT-MEASURE THRU 3000-EXIT
069300         UNTIL SB-MEASURE > 2
069400     EVALUATE TRUE
069500         WHEN FC-BASIS-MONTH(2)
069600             ADD 1 TO WS-BASIS-MONTH-COUNT
069700         WHEN FC-BASIS-PRIOR(2)
069800             ADD 1 TO WS-BASIS-PRIOR-COUNT
069900         WHEN FC-BASIS-PARTIAL(2)
070000             ADD 1 TO WS-BASIS-PARTIAL-COUNT
070100         WHEN OTHER
070200             ADD 1 TO WS-BASIS-NONE-COUNT
070300     END-EVALUATE
070400     COMPUTE WS-PROJ-UNITS ROUNDED = WS-FC-PROJECTED(1)
070500     MOVE WS-PLAN-VALUE(SB-LOCNO WS-CUR-MONTH) TO WS-MONTH-PLAN
070600     COMPUTE WS-VARIANCE = WS-FC-PROJECTED(2) - WS-MONTH-PLAN
070700     PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT
070800     MOVE WS-LOC-DISTRICT(SB-LOCNO) TO SB-DISTRICT
070900     MOVE WS-LOC-REGION(SB-LOCNO) TO SB-REGION
071000     IF SB-DISTRICT = ZERO OR SB-REGION = ZERO
071100         ADD 1 TO WS-LOCATIONS-UNMAPPED
071200     ELSE
071300         PERFORM 4000-ACCUMULATE-ROLLUPS THRU 4000-EXIT
071400     END-IF
071500     PERFORM 5000-WRITE-STORE-LINE THRU 5000-EXIT
071600     PERFORM 2900-READ-LOCATION-FILE.
071700
071800*---------------------------------------------------------------*
071900 2100-FIND-LAST-DAY.
072000     IF D-SALES(WS-CUR-MONTH WEEK-OF-MONTH SB-DAY) NOT = ZERO
072100         OR D-VALUE(WS-CUR-MONTH WEEK-OF-MONTH SB-DAY) NOT = ZERO
072200         MOVE SB-DAY TO WS-DAYS-TRADED
072300     END-IF
072400     ADD 1 TO SB-DAY.
072500 2100-EXIT.
072600     EXIT.
072700
072800*---------------------------------------------------------------*
072900 2200-ADD-HISTORY-MONTH.
073000     MOVE 1 TO SB-WEEK
073100     PERFORM 2250-ADD-HISTORY-WEEK THRU 2250-EXIT
073200         UNTIL SB-WEEK > WEEK-OF-MONTH
073300     ADD 1 TO SB-MONTH.
073400 2200-EXIT.
073500     EXIT.
073600
073700*---------------------------------------------------------------*
073800*    ONE COMPLETED WEEK OF MONTH SB-MONTH.                      *
073900*---------------------------------------------------------------*
074000 2250-ADD-HISTORY-WEEK.
074100     IF SB-MONTH = WS-CUR-MONTH
074200         ADD WEEK-SALES(SB-MONTH SB-WEEK) TO WS-FC-DONE-TOTAL(1)
074300         ADD WEEK-VALUE(SB-MONTH SB-WEEK) TO WS-FC-DONE-TOTAL(2)
074400         ADD WEEK-SALES(SB-MONTH SB-WEEK) TO WS-FC-MTD(1)
074500         ADD WEEK-VALUE(SB-MONTH SB-WEEK) TO WS-FC-MTD(2)
074600     ELSE
074700         IF SB-MONTH = WS-PRIOR-MONTH
074800             ADD WEEK-SALES(SB-MONTH SB-WEEK)
074900                 TO WS-FC-PRIOR-TOTAL(1)
075000             ADD WEEK-VALUE(SB-MONTH SB-WEEK)
075100                 TO WS-FC-PRIOR-TOTAL(2)
075200         END-IF
075300     END-IF
075400     MOVE 1 TO SB-DAY
075500     PERFORM 2260-ADD-HISTORY-DAY THRU 2260-EXIT
075600         UNTIL SB-DAY > DAYS
075700     ADD 1 TO SB-WEEK.
075800 2250-EXIT.
075900     EXIT.
076000
076100*---------------------------------------------------------------*
076200 2260-ADD-HISTORY-DAY.
076300     ADD D-SALES(SB-MONTH SB-WEEK SB-DAY)
076400         TO WS-FC-DAY-HIST(1 SB-DAY) WS-FC-HIST-TOTAL(1)
076500     ADD D-VALUE(SB-MONTH SB-WEEK SB-DAY)
076600         TO WS-FC-DAY-HIST(2 SB-DAY) WS-FC-HIST-TOTAL(2)
076700     ADD 1 TO SB-DAY.
076800 2260-EXIT.
076900     EXIT.
077000
077100*---------------------------------------------------------------*
077200 2450-ADD-PARTIAL-DAY.
077300     ADD D-SALES(SB-MONTH SB-WEEK SB-DAY)
077400         TO WS-FC-PARTIAL-TOTAL(1) WS-FC-MTD(1)
077500     ADD D-VALUE(SB-MONTH SB-WEEK SB-DAY)
077600         TO WS-FC-PARTIAL-TOTAL(2) WS-FC-MTD(2)
077700     ADD 1 TO SB-DAY.
077800 2450-EXIT.
077900     EXIT.
078000
078100*---------------------------------------------------------------*
078200 2500-SUM-TRADED-DAY.
078300     ADD WS-FC-DAY-HIST(1 SB-DAY) TO WS-FC-TRADED-HIST(1)
078400     ADD WS-FC-DAY-HIST(2 SB-DAY) TO WS-FC-TRADED-HIST(2)
078500     ADD 1 TO SB-DAY.
078600 2500-EXIT.
078700     EXIT.
078800
078900*---------------------------------------------------------------*
079000 2900-READ-LOCATION-FILE.
079100     READ LOCATION-FILE
079200         AT END
079300             SET END-OF-LOCATION-FILE TO TRUE
079400     END-READ
079500     IF END-OF-LOCATION-FILE
079600         PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
079700     ELSE
079800         IF CTL-IS-HEADER OR CTL-IS-TRAILER
079900             PERFORM 2930-TALLY-CONTROL-RECORD THRU 2930-EXIT
080000             GO TO 2900-READ-LOCATION-FILE
080100         ELSE
080200             IF TRAILER-SEEN
080300                 DISPLAY "SR33FCS - DATA RECORD AFTER LOCGOOD "
080400                     "TRAILER"
080500                 PERFORM 9500-ABORT-RUN
080600             END-IF
080700             ADD 1 TO AC-CTL-RECORD-COUNT
080800             ADD TOTAL-SALES TO AC-CTL-SALES-HASH
080900             ADD TOTAL-PURCHASE-VALUE TO AC-CTL-PURCH-HASH
081000         END-IF
081100     END-IF.
081200
081300*---------------------------------------------------------------*
081400 2930-TALLY-CONTROL-RECORD.
081500     IF CTL-IS-HEADER
081600         MOVE "Y" TO WS-HEADER-SEEN-SWITCH
081700     ELSE
081800         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
081900         IF CTL-RECORD-COUNT NOT = AC-CTL-RECORD-COUNT
082000             OR CTL-SALES-HASH NOT = AC-CTL-SALES-HASH
082100             OR CTL-PURCHASE-HASH NOT = AC-CTL-PURCH-HASH
082200             DISPLAY "SR33FCS - LOCGOOD TRAILER MISMATCH - "
082300                 "EXTRACT INCOMPLETE OR DAMAGED"
082400             DISPLAY "SR33FCS - TRAILER COUNT = "
082500                 CTL-RECORD-COUNT " COUNTED = "
082600                 AC-CTL-RECORD-COUNT
082700             PERFORM 9500-ABORT-RUN
082800         END-IF
082900     END-IF.
083000 2930-EXIT.
083100     EXIT.
083200
083300*---------------------------------------------------------------*
083400 2950-VERIFY-TRAILER.
083500     IF NOT HEADER-SEEN
083600         DISPLAY "SR33FCS - LOCGOOD HEADER RECORD MISSING"
083700         PERFORM 9500-ABORT-RUN
083800     END-IF
083900     IF NOT TRAILER-SEEN
084000         DISPLAY "SR33FCS - LOCGOOD TRAILER MISSING - FILE "
084100             "TRUNCATED"
084200         PERFORM 9500-ABORT-RUN
084300     END-IF.
084400 2950-EXIT.
084500     EXIT.
084600
084700*---------------------------------------------------------------*
084800*    PROJECT ONE MEASURE TO MONTH END: MONTH-TO-DATE, PLUS THE  *
084900*    REST OF THE WEEK IN PROGRESS (THE RUN RATE LESS THE SHARE  *
085000*    OF A WEEK THE DAYS ALREADY TRADED NORMALLY CARRY), PLUS    *
085100*    THE RUN RATE FOR EACH WEEK STILL TO COME.  THE SHARE IS    *
085200*    FLAT (DAYS TRADED OVER DAYS) UNTIL THE STORE HAS A         *
085300*    COMPLETED WEEK TO TAKE A PATTERN FROM.                     *
085400*---------------------------------------------------------------*
085500 3000-PROJECT-MEASURE.
085600     IF NOT WEEK-IS-PARTIAL
085700         MOVE 1 TO WS-FC-TRADED-SHARE(SB-MEASURE)
085800     ELSE
085900         IF WS-FC-HIST-TOTAL(SB-MEASURE) NOT = ZERO
086000             COMPUTE WS-FC-TRADED-SHARE(SB-MEASURE) ROUNDED =
086100                 WS-FC-TRADED-HIST(SB-MEASURE)
086200                     / WS-FC-HIST-TOTAL(SB-MEASURE)
086300         ELSE
086400             COMPUTE WS-FC-TRADED-SHARE(SB-MEASURE) ROUNDED =
086500                 WS-DAYS-TRADED / DAYS
086600         END-IF
086700     END-IF
086800     EVALUATE TRUE
086900         WHEN WS-WEEKS-DONE > ZERO
087000             COMPUTE WS-FC-RUN-RATE(SB-MEASURE) ROUNDED =
087100                 WS-FC-DONE-TOTAL(SB-MEASURE) / WS-WEEKS-DONE
087200             MOVE "M" TO WS-FC-BASIS(SB-MEASURE)
087300         WHEN WS-PRIOR-MONTH > ZERO
087400                 AND WS-FC-PRIOR-TOTAL(SB-MEASURE) NOT = ZERO
087500             COMPUTE WS-FC-RUN-RATE(SB-MEASURE) ROUNDED =
087600                 WS-FC-PRIOR-TOTAL(SB-MEASURE) / WEEK-OF-MONTH
087700             MOVE "P" TO WS-FC-BASIS(SB-MEASURE)
087800         WHEN WS-FC-TRADED-SHARE(SB-MEASURE) > ZERO
087900             COMPUTE WS-FC-RUN-RATE(SB-MEASURE) ROUNDED =
088000                 WS-FC-PARTIAL-TOTAL(SB-MEASURE)
088100                     / WS-FC-TRADED-SHARE(SB-MEASURE)
088200             MOVE "W" TO WS-FC-BASIS(SB-MEASURE)
088300         WHEN OTHER
088400             MOVE ZERO TO WS-FC-RUN-RATE(SB-MEASURE)
088500             MOVE "N" TO WS-FC-BASIS(SB-MEASURE)
088600     END-EVALUATE
088700     MOVE WS-REMAINING-WEEKS TO WS-WEEKS-TO-GO
088800     ADD 1 TO WS-WEEKS-TO-GO
088900     SUBTRACT WS-FC-TRADED-SHARE(SB-MEASURE) FROM WS-WEEKS-TO-GO
089000     MULTIPLY WS-FC-RUN-RATE(SB-MEASURE) BY WS-WEEKS-TO-GO
089100         GIVING WS-FC-PROJECTED(SB-MEASURE) ROUNDED
089200     ADD WS-FC-MTD(SB-MEASURE) TO WS-FC-PROJECTED(SB-MEASURE)
089300     ADD 1 TO SB-MEASURE.
089400 3000-EXIT.
089500     EXIT.
089600
089700*---------------------------------------------------------------*
089800*    VARIANCE PERCENT AGAINST PLAN, AS SR20VAR GIVES IT.  A     *
089900*    ZERO PLAN WITH A PROJECTION PRINTS 100 PERCENT; ZERO       *
090000*    AGAINST ZERO PRINTS ZERO.                                  *
090100*---------------------------------------------------------------*
090200 3100-COMPUTE-PERCENT.
090300     IF WS-MONTH-PLAN NOT = ZERO
090400         COMPUTE WS-VARIANCE-PCT ROUNDED =
090500             (WS-VARIANCE / WS-MONTH-PLAN) * 100
090600             ON SIZE ERROR
090700                 MOVE 9999.99 TO WS-VARIANCE-PCT
090800         END-COMPUTE
090900     ELSE
091000         IF WS-VARIANCE = ZERO
091100             MOVE ZERO TO WS-VARIANCE-PCT
091200         ELSE
091300             MOVE +100.00 TO WS-VARIANCE-PCT
091400         END-IF
091500     END-IF.
091600 3100-EXIT.
091700     EXIT.
091800
091900*---------------------------------------------------------------*
092000 4000-ACCUMULATE-ROLLUPS.
092100     MOVE "Y" TO WS-DT-IN-USE(SB-DISTRICT)
092200     ADD 1 TO WS-DT-STORES(SB-DISTRICT)
092300     ADD WS-FC-MTD(1) TO WS-DT-MTD-UNITS(SB-DISTRICT)
092400     ADD WS-PROJ-UNITS TO WS-DT-PROJ-UNITS(SB-DISTRICT)
092500     ADD WS-FC-MTD(2) TO WS-DT-MTD-VALUE(SB-DISTRICT)
092600     ADD WS-FC-PROJECTED(2) TO WS-DT-PROJ-VALUE(SB-DISTRICT)
092700     ADD WS-MONTH-PLAN TO WS-DT-PLAN(SB-DISTRICT)
092800     MOVE "Y" TO WS-RT-IN-USE(SB-REGION)
092900     ADD 1 TO WS-RT-STORES(SB-REGION)
093000     ADD WS-FC-MTD(1) TO WS-RT-MTD-UNITS(SB-REGION)
093100     ADD WS-PROJ-UNITS TO WS-RT-PROJ-UNITS(SB-REGION)
093200     ADD WS-FC-MTD(2) TO WS-RT-MTD-VALUE(SB-REGION)
093300     ADD WS-FC-PROJECTED(2) TO WS-RT-PROJ-VALUE(SB-REGION)
093400     ADD WS-MONTH-PLAN TO WS-RT-PLAN(SB-REGION)
093500     ADD 1 TO AC-CO-STORES
093600     ADD WS-FC-MTD(1) TO AC-CO-MTD-UNITS
093700     ADD WS-PROJ-UNITS TO AC-CO-PROJ-UNITS
093800     ADD WS-FC-MTD(2) TO AC-CO-MTD-VALUE
093900     ADD WS-FC-PROJECTED(2) TO AC-CO-PROJ-VALUE
094000     ADD WS-MONTH-PLAN TO AC-CO-PLAN.
094100 4000-EXIT.
094200     EXIT.
094300
094400*---------------------------------------------------------------*
094500 5000-WRITE-STORE-LINE.
094600     MOVE SB-LOCNO TO WS-DL-LOCNO
094700     MOVE LOCATION-NAME TO WS-DL-LOCNAME
094800     MOVE WS-LOC-DISTRICT(SB-LOCNO) TO WS-DL-DISTRICT
094900     MOVE WS-LOC-REGION(SB-LOCNO) TO WS-DL-REGION
095000     MOVE WS-CUR-MONTH TO WS-DL-MONTH
095100     MOVE WEEK-OF-MONTH TO WS-DL-WEEK
095200     MOVE WS-WEEKS-IN-MONTH(WS-CUR-MONTH) TO WS-DL-WEEKS-IN-MONTH
095300     MOVE WS-DAYS-TRADED TO WS-DL-DAYS-TRADED
095400     MOVE DAYS TO WS-DL-DAYS
095500     MOVE WS-FC-MTD(1) TO WS-DL-MTD-UNITS
095600     MOVE WS-PROJ-UNITS TO WS-DL-PROJ-UNITS
095700     MOVE WS-FC-MTD(2) TO WS-DL-MTD-VALUE
095800     MOVE WS-FC-PROJECTED(2) TO WS-DL-PROJ-VALUE
095900     MOVE WS-MONTH-PLAN TO WS-DL-PLAN
096000     MOVE WS-VARIANCE TO WS-DL-VARIANCE
096100     MOVE WS-VARIANCE-PCT TO WS-DL-PCT
096200     EVALUATE TRUE
096300         WHEN WS-MONTH-PLAN = ZERO
096400             MOVE "NOPLAN" TO WS-DL-OUTLOOK
096500             ADD 1 TO WS-STORES-NO-PLAN
096600         WHEN WS-VARIANCE < ZERO
096700             MOVE "SHORT" TO WS-DL-OUTLOOK
096800             ADD 1 TO WS-STORES-SHORT
096900         WHEN WS-VARIANCE > ZERO
097000             MOVE "OVER" TO WS-DL-OUTLOOK
097100         WHEN OTHER
097200             MOVE "EVEN" TO WS-DL-OUTLOOK
097300     END-EVALUATE
097400     MOVE WS-DETAIL-LINE TO FORECAST-REPORT-LINE
097500     WRITE FORECAST-REPORT-LINE.
097600 5000-EXIT.
097700     EXIT.
097800
097900*---------------------------------------------------------------*
098000 8000-FINALIZE.
098100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
098200     MOVE SPACES TO FORECAST-REPORT-LINE
098300     WRITE FORECAST-REPORT-LINE
098400     MOVE WS-HEADING-LINE-3 TO FORECAST-REPORT-LINE
098500     WRITE FORECAST-REPORT-LINE
098600     MOVE WS-HEADING-LINE-4 TO FORECAST-REPORT-LINE
098700     WRITE FORECAST-REPORT-LINE
098800     MOVE 1 TO SB-DISTRICT
098900     PERFORM 8100-WRITE-DISTRICT-LINE THRU 8100-EXIT
099000         UNTIL SB-DISTRICT > 99
099100     MOVE 1 TO SB-REGION
099200     PERFORM 8200-WRITE-REGION-LINE THRU 8200-EXIT
099300         UNTIL SB-REGION > 99
099400     PERFORM 8300-WRITE-COMPANY-LINE THRU 8300-EXIT
099500     MOVE SPACES TO FORECAST-REPORT-LINE
099600     WRITE FORECAST-REPORT-LINE
099700     MOVE "LOCATIONS READ.......  " TO WS-TL-CAPTION
099800     MOVE WS-LOCATIONS-READ TO WS-TL-COUNT
099900     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
100000     MOVE "LOCATIONS UNMAPPED...  " TO WS-TL-CAPTION
100100     MOVE WS-LOCATIONS-UNMAPPED TO WS-TL-COUNT
100200     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
100300     MOVE "PLAN ROWS LOADED.....  " TO WS-TL-CAPTION
100400     MOVE WS-PLAN-ROWS-LOADED TO WS-TL-COUNT
100500     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
100600     MOVE "STORES LANDING SHORT.  " TO WS-TL-CAPTION
100700     MOVE WS-STORES-SHORT TO WS-TL-COUNT
100800     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
100900     MOVE "STORES WITH NO PLAN..  " TO WS-TL-CAPTION
101000     MOVE WS-STORES-NO-PLAN TO WS-TL-COUNT
101100     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
101200     MOVE "RATE FROM THIS MONTH.  " TO WS-TL-CAPTION
101300     MOVE WS-BASIS-MONTH-COUNT TO WS-TL-COUNT
101400     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
101500     MOVE "RATE FROM PRIOR MONTH  " TO WS-TL-CAPTION
101600     MOVE WS-BASIS-PRIOR-COUNT TO WS-TL-COUNT
101700     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
101800     MOVE "RATE FROM PART WEEK..  " TO WS-TL-CAPTION
101900     MOVE WS-BASIS-PARTIAL-COUNT TO WS-TL-COUNT
102000     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
102100     MOVE "NO TRADING TO PROJECT  " TO WS-TL-CAPTION
102200     MOVE WS-BASIS-NONE-COUNT TO WS-TL-COUNT
102300     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
102400     CLOSE LOCATION-FILE
102500     CLOSE FORECAST-REPORT.
102600
102700*---------------------------------------------------------------*
102800 8100-WRITE-DISTRICT-LINE.
102900     IF WS-DT-IN-USE(SB-DISTRICT) = "Y"
103000         MOVE SPACES TO WS-ROLLUP-LINE
103100         MOVE "DISTRICT " TO WS-RL-LEVEL
103200         MOVE SB-DISTRICT TO WS-RL-NUMBER
103300         MOVE WS-DN-NAME(SB-DISTRICT) TO WS-RL-NAME
103400         MOVE WS-DT-STORES(SB-DISTRICT) TO WS-RL-STORES
103500         MOVE WS-DT-MTD-UNITS(SB-DISTRICT) TO WS-RW-MTD-UNITS
103600         MOVE WS-DT-PROJ-UNITS(SB-DISTRICT) TO WS-RW-PROJ-UNITS
103700         MOVE WS-DT-MTD-VALUE(SB-DISTRICT) TO WS-RW-MTD-VALUE
103800         MOVE WS-DT-PROJ-VALUE(SB-DISTRICT) TO WS-RW-PROJ-VALUE
103900         MOVE WS-DT-PLAN(SB-DISTRICT) TO WS-MONTH-PLAN
104000         PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT
104100     END-IF
104200     ADD 1 TO SB-DISTRICT.
104300 8100-EXIT.
104400     EXIT.
104500
104600*---------------------------------------------------------------*
104700 8200-WRITE-REGION-LINE.
104800     IF WS-RT-IN-USE(SB-REGION) = "Y"
104900         MOVE SPACES TO WS-ROLLUP-LINE
105000         MOVE "REGION   " TO WS-RL-LEVEL
105100         MOVE SB-REGION TO WS-RL-NUMBER
105200         MOVE WS-RN-NAME(SB-REGION) TO WS-RL-NAME
105300         MOVE WS-RT-STORES(SB-REGION) TO WS-RL-STORES
105400         MOVE WS-RT-MTD-UNITS(SB-REGION) TO WS-RW-MTD-UNITS
105500         MOVE WS-RT-PROJ-UNITS(SB-REGION) TO WS-RW-PROJ-UNITS
105600         MOVE WS-RT-MTD-VALUE(SB-REGION) TO WS-RW-MTD-VALUE
105700         MOVE WS-RT-PROJ-VALUE(SB-REGION) TO WS-RW-PROJ-VALUE
105800         MOVE WS-RT-PLAN(SB-REGION) TO WS-MONTH-PLAN
105900         PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT
106000     END-IF
106100     ADD 1 TO SB-REGION.
106200 8200-EXIT.
106300     EXIT.
106400
106500*---------------------------------------------------------------*
106600 8300-WRITE-COMPANY-LINE.
106700     MOVE SPACES TO WS-ROLLUP-LINE
106800     MOVE "COMPANY  " TO WS-RL-LEVEL
106900     MOVE AC-CO-STORES TO WS-RL-STORES
107000     MOVE AC-CO-MTD-UNITS TO WS-RW-MTD-UNITS
107100     MOVE AC-CO-PROJ-UNITS TO WS-RW-PROJ-UNITS
107200     MOVE AC-CO-MTD-VALUE TO WS-RW-MTD-VALUE
107300     MOVE AC-CO-PROJ-VALUE TO WS-RW-PROJ-VALUE
107400     MOVE AC-CO-PLAN TO WS-MONTH-PLAN
107500     PERFORM 8500-EDIT-ROLLUP-FIGURES THRU 8500-EXIT.
107600 8300-EXIT.
107700     EXIT.
107800
107900*---------------------------------------------------------------*
108000 8400-WRITE-TOTAL-LINE.
108100     MOVE WS-TOTAL-LINE TO FORECAST-REPORT-LINE
108200     WRITE FORECAST-REPORT-LINE.
108300 8400-EXIT.
108400     EXIT.
108500
108600*---------------------------------------------------------------*
108700*    FILL IN THE FIGURES COMMON TO EVERY ROLLUP LINE AND WRITE  *
108800*    IT.  THE CALLER LEAVES THE ROLLED-UP PLAN IN               *
108900*    WS-MONTH-PLAN.                                             *
109000*---------------------------------------------------------------*
109100 8500-EDIT-ROLLUP-FIGURES.
109200     MOVE WS-RW-MTD-UNITS TO WS-RL-MTD-UNITS
109300     MOVE WS-RW-PROJ-UNITS TO WS-RL-PROJ-UNITS
109400     MOVE WS-RW-MTD-VALUE TO WS-RL-MTD-VALUE
109500     MOVE WS-RW-PROJ-VALUE TO WS-RL-PROJ-VALUE
109600     MOVE WS-MONTH-PLAN TO WS-RL-PLAN
109700     COMPUTE WS-VARIANCE = WS-RW-PROJ-VALUE - WS-MONTH-PLAN
109800     PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT
109900     MOVE WS-VARIANCE TO WS-RL-VARIANCE
110000     MOVE WS-VARIANCE-PCT TO WS-RL-PCT
110100     MOVE WS-ROLLUP-LINE TO FORECAST-REPORT-LINE
110200     WRITE FORECAST-REPORT-LINE.
110300 8500-EXIT.
110400     EXIT.
110500
110600*---------------------------------------------------------------*
110700*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
110800*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
110900*    RECONCILIATION.                                            *
111000*---------------------------------------------------------------*
111100 8900-WRITE-RUN-LOG.
111200     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
111300     ACCEPT WS-LOG-TIME-WORK FROM TIME
111400     OPEN EXTEND RUN-LOG-FILE
111500     IF WS-RUNLOG-STATUS NOT = "00" AND
111600             WS-RUNLOG-STATUS NOT = "05"
111700         DISPLAY "SR33FCS - CANNOT OPEN RUN LOG, STATUS = "
111800             WS-RUNLOG-STATUS
111900     ELSE
112000         MOVE SPACES TO RUN-STATISTICS-RECORD
112100         MOVE "SR33FCS" TO RUN-PROGRAM-ID
112200         MOVE WS-LOG-DATE TO RUN-DATE
112300         MOVE WS-LOG-TIME TO RUN-TIME
112400         MOVE WS-LOCATIONS-READ TO RUN-RECORDS-READ
112500         MOVE ZERO TO RUN-RECORDS-WRITTEN
112600         MOVE ZERO TO RUN-RECORDS-REJECTED
112700         MOVE WS-LOCATIONS-UNMAPPED TO RUN-EXCEPTIONS
112800         WRITE RUN-STATISTICS-RECORD
112900         CLOSE RUN-LOG-FILE
113000     END-IF.
113100 8900-EXIT.
113200     EXIT.
113300
113400*---------------------------------------------------------------*
113500 9500-ABORT-RUN.
113600     MOVE 16 TO RETURN-CODE
113700     STOP RUN.
113800
113900*---------------------------------------------------------------*
114000 9999-EXIT.
114100     STOP RUN.
