000100*****************************************************************
000200*                                                               *
000300*    PROGRAM:      SR28UCR                                      *
000400*    DESCRIPTION:  PURCHASE UNIT-COST EXCEPTION REPORT.  WALKS  *
000500*                  THE VALIDATED LOCGOOD EXTRACT (VERIFYING     *
000600*                  ITS CONTROL TRAILER) AND, FOR EACH           *
000700*                  LOCATION, DIVIDES PURCHASE VALUE BY          *
000800*                  PURCHASE QUANTITY AT EVERY LEVEL THE RECORD  *
000900*                  CARRIES THEM SIDE BY SIDE -                  *
001000*                  WEEK-PURCH/WEEK-PURCH-VAL PER WEEK,          *
001100*                  D-PURCH/D-PURCH-VAL PER DAY AND              *
001200*                  DAILY-PURCH/DAILY-PURCH-VAL PER HOUR.  THE   *
001300*                  STORE'S OWN AVERAGE UNIT COST IS WORKED OUT  *
001400*                  ACROSS ITS WEEKS AND, SEPARATELY, ACROSS     *
001500*                  ITS DAYS; ANY WEEK OR DAY WHOSE UNIT COST    *
001600*                  MOVES MORE THAN THE TOLERANCE PERCENT AWAY   *
001700*                  FROM THAT AVERAGE IS LISTED, AS IS ANY       *
001800*                  WEEK, DAY OR HOUR CELL CARRYING A QUANTITY   *
001900*                  WITH ZERO VALUE OR A VALUE WITH ZERO         *
002000*                  QUANTITY.  BUYING USES IT TO CATCH           *
002100*                  MIS-KEYED INVOICE PRICES AND SUPPLIER PRICE  *
002200*                  JUMPS THAT SR06ALT'S TOTAL-LEVEL             *
002300*                  PURCHASE-OVER-SALES ALERT CANNOT SEE.        *
002400*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002500*    INSTALLATION: STORE SYSTEMS GROUP                          *
002600*    DATE-WRITTEN: 10/15/2026                                   *
002700*    DATE-COMPILED.                                             *
002800*                                                               *
002900*    MODIFICATION HISTORY.                                      *
003000*    10/15/2026  DRO  ORIGINAL PROGRAM.  THE TOLERANCE IS THE   *
003100*                     TOL-UNIT-COST-PERCENT COLUMN OF THE       *
003200*                     SHARED TOLCTL FILE (SEE LOCTOL),          *
003300*                     DISTRICT-00 DEFAULT WITH PER-DISTRICT     *
003400*                     OVERRIDES RESOLVED THROUGH LOCMAP AS IN   *
003500*                     SR06ALT.  A BLANK OR ZERO DEFAULT FALLS   *
003600*                     BACK TO THE BUILT-IN 25 PERCENT.  THE     *
003700*                     AVERAGES ARE VALUE-WEIGHTED (TOTAL VALUE  *
003800*                     OVER TOTAL QUANTITY) AND TAKE ONLY CELLS  *
003900*                     CARRYING BOTH A QUANTITY AND A VALUE, SO  *
004000*                     A ZERO-VALUE OR ZERO-QUANTITY CELL IS     *
004100*                     REPORTED ONCE AND DOES NOT ALSO DRAG THE  *
004200*                     STORE'S AVERAGE.                          *
004210*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
004220*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
004230*                     THE CLOCK, AND THE REPORT HEADS WITH      *
004240*                     BOTH THE BUSINESS AND THE PROCESSING      *
004250*                     DATE.                                     *
004300*                                                               *
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.  SR28UCR.
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
006200     SELECT COST-REPORT ASSIGN TO UCOSTRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPTFILE-STATUS.
006500     SELECT TOLERANCE-CONTROL-FILE ASSIGN TO TOLCTL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-TOLFILE-STATUS.
006800     SELECT MAPPING-FILE ASSIGN TO LOCATMAP
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-MAPFILE-STATUS.
007100     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RUNLOG-STATUS.
007325     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007350         ORGANIZATION IS LINE SEQUENTIAL
007375         FILE STATUS IS WS-BDTFILE-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  LOCATION-FILE
007800     RECORDING MODE IS F.
007900     COPY LOCDTL.
008000     COPY LOCCTL.
008100
008200 FD  COST-REPORT
008300     RECORDING MODE IS F.
008400 01  COST-REPORT-LINE              PIC X(132).
008500
008600 FD  TOLERANCE-CONTROL-FILE
008700     RECORDING MODE IS F.
008800     COPY LOCTOL.
008900
009000 FD  MAPPING-FILE
009100     RECORDING MODE IS F.
009200     COPY LOCMAP.
009300
009400 FD  RUN-LOG-FILE
009500     RECORDING MODE IS F.
009600     COPY LOCRUN.
009620
009640 FD  BUSINESS-DATE-FILE
009660     RECORDING MODE IS F.
009680     COPY LOCBDT.
009700
009800 WORKING-STORAGE SECTION.
009900
010000*---------------------------------------------------------------*
010100*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
010200*---------------------------------------------------------------*
010300 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
010400 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
010500 01  WS-LOG-TIME-WORK.
010600     05  WS-LOG-TIME              PIC 9(06).
010700     05  FILLER                   PIC 9(02).
010705*---------------------------------------------------------------*
010710*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
010715*---------------------------------------------------------------*
010720 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
010725 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
010730 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
010735 01  WS-PROCESS-TIME-WORK.
010740     05  WS-PROCESS-TIME          PIC 9(06).
010745     05  FILLER                   PIC 9(02).
010750 01  WS-DATE-HEADING-LINE.
010755     05  FILLER                   PIC X(15) VALUE
010760         "BUSINESS DATE  ".
010765     05  WS-DH-BUSINESS-DATE      PIC 9(08).
010770     05  FILLER                   PIC X(16) VALUE
010775         "    PROCESSED   ".
010780     05  WS-DH-PROCESS-DATE       PIC 9(08).
010785     05  FILLER                   PIC X(01) VALUE SPACE.
010790     05  WS-DH-PROCESS-TIME       PIC 9(06).
010795     05  FILLER                   PIC X(78) VALUE SPACES.
010800*---------------------------------------------------------------*
010900*    FILE STATUS SWITCHES                                       *
011000*---------------------------------------------------------------*
011100 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
011200 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
011300 77  WS-TOLFILE-STATUS            PIC X(02) VALUE "00".
011400 77  WS-MAPFILE-STATUS            PIC X(02) VALUE "00".
011500 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
011600     88  END-OF-LOCATION-FILE     VALUE "Y".
011700 77  WS-TOL-EOF-SWITCH            PIC X(01) VALUE "N".
011800     88  END-OF-TOLERANCE-FILE    VALUE "Y".
011900 77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
012000     88  END-OF-MAPPING-FILE      VALUE "Y".
012100
012200*---------------------------------------------------------------*
012300*    LOCGOOD CONTROL-RECORD VERIFICATION (SEE LOCCTL)           *
012400*---------------------------------------------------------------*
012500 77  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE "N".
012600     88  HEADER-SEEN              VALUE "Y".
012700 77  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
012800     88  TRAILER-SEEN             VALUE "Y".
012900 77  AC-CTL-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
013000 77  AC-CTL-SALES-HASH            PIC S9(13)V99 COMP-3
013100                                  VALUE ZERO.
013200 77  AC-CTL-PURCH-HASH            PIC S9(13)V99 COMP-3
013300                                  VALUE ZERO.
013400
013500*---------------------------------------------------------------*
013600*    TOLERANCES - LOADED FROM THE TOLCTL CONTROL FILE AT        *
013700*    INITIALIZATION.  THE DISTRICT-00 DEFAULT ROW IS REQUIRED;  *
013800*    PER-DISTRICT OVERRIDES ARE RESOLVED THROUGH THE LOCMAP     *
013900*    DISTRICT ASSIGNMENT, DIRECT-INDEXED AS IN SR06ALT.         *
014000*    WS-BUILT-IN-COST-PERCENT STANDS IN FOR A DEFAULT ROW       *
014100*    WHOSE UNIT-COST COLUMN IS BLANK OR ZERO.                   *
014200*---------------------------------------------------------------*
014300 77  WS-DEFAULT-SEEN-SWITCH       PIC X(01) VALUE "N".
014400     88  DEFAULT-TOLERANCE-SEEN   VALUE "Y".
014500 77  WS-BUILT-IN-COST-PERCENT     PIC S9(3)V99 COMP-3
014600                                  VALUE +25.00.
014700 77  WS-COST-PERCENT              PIC S9(3)V99 COMP-3
014800                                  VALUE ZERO.
014900 77  WS-COST-USE-PERCENT          PIC S9(3)V99 COMP-3.
015000 77  WS-TOL-SOURCE                PIC X(08) VALUE SPACES.
015100 01  WS-DISTRICT-TOLERANCE-TABLE.
015200     05  WS-DT-ENTRY OCCURS 99 TIMES.
015300         10  WS-DT-IN-USE         PIC X(01).
015400         10  WS-DT-COST-PERCENT   PIC S9(3)V99 COMP-3.
015500 01  WS-LOCATION-MAP-TABLE.
015600     05  WS-LOC-DISTRICT OCCURS 9999 TIMES
015700                                  PIC 9(02).
015800 77  SB-LOCNO                     PIC 9(04) COMP.
015900 77  SB-DISTRICT                  PIC 9(02) COMP.
016000
016100*---------------------------------------------------------------*
016200*    SUBSCRIPTS - THE PURCHASE TABLES RUN WEEK-NO X             *
016300*    WEEK-OF-MONTH X DAYS X HOURS (SEE LOCDTL).                 *
016400*---------------------------------------------------------------*
016500 77  SB-WEEKNO                    PIC 9(02) COMP.
016600 77  SB-WEEK                      PIC 9(02) COMP.
016700 77  SB-DAY                       PIC 9(02) COMP.
016800 77  SB-HOUR                      PIC 9(02) COMP.
016900
017000*---------------------------------------------------------------*
017100*    PER-LOCATION AVERAGING ACCUMULATORS.  ONLY CELLS CARRYING  *
017200*    BOTH A QUANTITY AND A VALUE ARE COSTED INTO THE AVERAGE.   *
017300*---------------------------------------------------------------*
017400 77  AC-WEEK-QTY                  PIC S9(11) COMP-3.
017500 77  AC-WEEK-VAL                  PIC S9(11) COMP-3.
017600 77  AC-WEEKS-COSTED              PIC 9(05) COMP.
017700 77  AC-DAY-QTY                   PIC S9(11) COMP-3.
017800 77  AC-DAY-VAL                   PIC S9(11) COMP-3.
017900 77  AC-DAYS-COSTED               PIC 9(05) COMP.
018000 77  WS-WEEK-AVG-COST             PIC S9(7)V9(4) COMP-3.
018100 77  WS-DAY-AVG-COST              PIC S9(7)V9(4) COMP-3.
018200
018300*---------------------------------------------------------------*
018400*    CELL UNDER TEST - LOADED BY THE WEEK/DAY/HOUR PARAGRAPHS   *
018500*    BEFORE 6000-TEST-CELL IS PERFORMED.                        *
018600*---------------------------------------------------------------*
018700 77  WS-CELL-LEVEL                PIC X(04).
018800 77  WS-CELL-QTY                  PIC S9(07).
018900 77  WS-CELL-VAL                  PIC S9(07).
019000 77  WS-CELL-AVG-COST             PIC S9(7)V9(4) COMP-3.
019100 77  WS-CELL-UNIT-COST            PIC S9(7)V9(4) COMP-3.
019200 77  WS-DEVIATION-PERCENT         PIC S9(15)V99 COMP-3.
019300 77  WS-CELL-DAY                  PIC 9(02) COMP.
019400 77  WS-CELL-HOUR                 PIC 9(02) COMP.
019500 77  WS-CELL-FLAG                 PIC X(20).
019600 77  WS-CELL-COST-SWITCH          PIC X(01).
019700     88  CELL-IS-COSTED           VALUE "Y".
019800 77  WS-LOC-EXCEPTION-SWITCH      PIC X(01).
019900     88  LOCATION-HAS-EXCEPTION   VALUE "Y".
020000
020100*---------------------------------------------------------------*
020200*    REPORT COUNTERS                                            *
020300*---------------------------------------------------------------*
020400 77  WS-LOCATIONS-READ            PIC 9(07) COMP VALUE ZERO.
020500 77  WS-LOCATIONS-FLAGGED         PIC 9(07) COMP VALUE ZERO.
020600 77  WS-COST-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
020700 77  WS-ZERO-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
020800 77  WS-EXCEPTIONS-FOUND          PIC 9(07) COMP VALUE ZERO.
020900
021000*---------------------------------------------------------------*
021100*    REPORT LINE WORK AREAS                                     *
021200*---------------------------------------------------------------*
021300 01  WS-DETAIL-LINE.
021400     05  WS-DL-LOCNO              PIC 9(04).
021500     05  FILLER                   PIC X(02) VALUE SPACES.
021600     05  WS-DL-LOCNAME            PIC X(25).
021700     05  FILLER                   PIC X(02) VALUE SPACES.
021800     05  WS-DL-LEVEL              PIC X(04).
021900     05  FILLER                   PIC X(02) VALUE SPACES.
022000     05  WS-DL-WEEKNO             PIC Z9.
022100     05  FILLER                   PIC X(01) VALUE SPACES.
022200     05  WS-DL-WEEK               PIC Z.
022300     05  FILLER                   PIC X(01) VALUE SPACES.
022400     05  WS-DL-DAY                PIC Z.
022500     05  FILLER                   PIC X(01) VALUE SPACES.
022600     05  WS-DL-HOUR               PIC Z.
022700     05  FILLER                   PIC X(02) VALUE SPACES.
022800     05  WS-DL-QTY                PIC -(7)9.
022900     05  FILLER                   PIC X(02) VALUE SPACES.
023000     05  WS-DL-VALUE              PIC -(7)9.
023100     05  FILLER                   PIC X(02) VALUE SPACES.
023200     05  WS-DL-UNIT-COST          PIC -(6)9.9999.
023300     05  FILLER                   PIC X(02) VALUE SPACES.
023400     05  WS-DL-AVG-COST           PIC -(6)9.9999.
023500     05  FILLER                   PIC X(02) VALUE SPACES.
023600     05  WS-DL-DEVIATION          PIC -(6)9.99.
023700     05  FILLER                   PIC X(02) VALUE SPACES.
023800     05  WS-DL-FLAG               PIC X(20).
023900     05  FILLER                   PIC X(03) VALUE SPACES.
024000
024100 01  WS-AVERAGE-LINE.
024200     05  WS-AL-LOCNO              PIC 9(04).
024300     05  FILLER                   PIC X(02) VALUE SPACES.
024400     05  WS-AL-LOCNAME            PIC X(25).
024500     05  FILLER                   PIC X(02) VALUE SPACES.
024600     05  FILLER                   PIC X(21) VALUE
024700         "AVG UNIT COST  WEEKS ".
024800     05  WS-AL-WEEKS              PIC ZZ9.
024900     05  FILLER                   PIC X(02) VALUE SPACES.
025000     05  WS-AL-WEEK-AVG           PIC -(6)9.9999.
025100     05  FILLER                   PIC X(07) VALUE "  DAYS ".
025200     05  WS-AL-DAYS               PIC ZZZ9.
025300     05  FILLER                   PIC X(02) VALUE SPACES.
025400     05  WS-AL-DAY-AVG            PIC -(6)9.9999.
025500     05  FILLER                   PIC X(06) VALUE "  TOL ".
025600     05  WS-AL-PERCENT            PIC ZZ9.99.
025700     05  FILLER                   PIC X(04) VALUE " PCT".
025800     05  FILLER                   PIC X(20) VALUE SPACES.
025900
026000 01  WS-TOL-HEADING-LINE.
026100     05  FILLER                   PIC X(21) VALUE
026200         "UNIT COST TOLERANCE: ".
026300     05  WS-TH-CAPTION            PIC X(08).
026400     05  FILLER                   PIC X(01) VALUE SPACE.
026500     05  WS-TH-DISTRICT           PIC 99.
026600     05  FILLER                   PIC X(01) VALUE SPACE.
026700     05  WS-TH-PERCENT            PIC ZZ9.99.
026800     05  FILLER                   PIC X(04) VALUE " PCT".
026900     05  FILLER                   PIC X(89) VALUE SPACES.
027000
027100 01  WS-HEADING-LINE-1.
027200     05  FILLER                   PIC X(132) VALUE
027300         "LOCATION  NAME                   LVL   WN W D H       QT
027400-        "Y     VALUE    UNIT COST     AVG COST     DEV PCT  EXCEP
027500-        "TION".
027600
027700 01  WS-TOTAL-LINE.
027800     05  WS-TL-CAPTION            PIC X(25).
027900     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
028000     05  FILLER                   PIC X(100) VALUE SPACES.
028100
028200 PROCEDURE DIVISION.
028300*---------------------------------------------------------------*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600     PERFORM 2000-PROCESS-LOCATION
028700         UNTIL END-OF-LOCATION-FILE
028800     PERFORM 8000-FINALIZE
028900     GO TO 9999-EXIT.
029000
029100*---------------------------------------------------------------*
029200 1000-INITIALIZE.
029250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
029300     INITIALIZE WS-DISTRICT-TOLERANCE-TABLE
029400     INITIALIZE WS-LOCATION-MAP-TABLE
029500     PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT
029600     PERFORM 1300-LOAD-MAPPING-FILE THRU 1300-EXIT
029700     OPEN INPUT LOCATION-FILE
029800     IF WS-LOCFILE-STATUS NOT = "00"
029900         DISPLAY "SR28UCR - CANNOT OPEN LOCATION-FILE, STATUS = "
030000             WS-LOCFILE-STATUS
030100         GO TO 9999-EXIT
030200     END-IF
030300     OPEN OUTPUT COST-REPORT
030325     MOVE WS-DATE-HEADING-LINE TO COST-REPORT-LINE
030350     WRITE COST-REPORT-LINE
030400     PERFORM 1200-PRINT-TOLERANCES THRU 1200-EXIT
030500     MOVE WS-HEADING-LINE-1 TO COST-REPORT-LINE
030600     WRITE COST-REPORT-LINE
030700     PERFORM 2900-READ-LOCATION-FILE.
030800
030802*---------------------------------------------------------------*
030804*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
030806*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
030808*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
030810*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
030812*---------------------------------------------------------------*
030814 1050-GET-BUSINESS-DATE.
030816     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
030818     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
030820     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
030822     OPEN INPUT BUSINESS-DATE-FILE
030824     IF WS-BDTFILE-STATUS = "00"
030826         READ BUSINESS-DATE-FILE
030828             NOT AT END
030830                 IF BDT-BUSINESS-DATE NUMERIC
030832                     AND BDT-BUSINESS-DATE > ZERO
030834                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
030836                 END-IF
030838         END-READ
030840         CLOSE BUSINESS-DATE-FILE
030842     ELSE
030844         DISPLAY "SR28UCR - NO BUSDATE CARD, PROCESSING DATE USED"
030846     END-IF
030848     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
030850     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
030852     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
030854 1050-EXIT.
030856     EXIT.
030858
030900*---------------------------------------------------------------*
031000 1100-LOAD-TOLERANCES.
031100     OPEN INPUT TOLERANCE-CONTROL-FILE
031200     IF WS-TOLFILE-STATUS NOT = "00"
031300         DISPLAY "SR28UCR - CANNOT OPEN TOLERANCE CONTROL, "
031400             "STATUS = " WS-TOLFILE-STATUS
031500         MOVE 16 TO RETURN-CODE
031600         GO TO 9999-EXIT
031700     END-IF
031800     PERFORM 1150-READ-TOLERANCE THRU 1150-EXIT
031900     PERFORM 1160-STORE-TOLERANCE THRU 1160-EXIT
032000         UNTIL END-OF-TOLERANCE-FILE
032100     CLOSE TOLERANCE-CONTROL-FILE
032200     IF NOT DEFAULT-TOLERANCE-SEEN
032300         DISPLAY "SR28UCR - NO DISTRICT-00 DEFAULT ROW ON "
032400             "TOLERANCE CONTROL FILE"
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 9999-EXIT
032700     END-IF.
032800 1100-EXIT.
032900     EXIT.
033000
033100*---------------------------------------------------------------*
033200 1150-READ-TOLERANCE.
033300     READ TOLERANCE-CONTROL-FILE
033400         AT END
033500             SET END-OF-TOLERANCE-FILE TO TRUE
033600     END-READ.
033700 1150-EXIT.
033800     EXIT.
033900
034000*---------------------------------------------------------------*
034100*    A ROW KEYED BEFORE THE UNIT-COST COLUMN EXISTED CARRIES    *
034200*    SPACES THERE.  ON THE DEFAULT ROW THAT MEANS THE BUILT-IN  *
034300*    PERCENT; ON AN OVERRIDE ROW IT MEANS THE DISTRICT TAKES    *
034400*    THE DEFAULT.                                               *
034500*---------------------------------------------------------------*
034600 1160-STORE-TOLERANCE.
034700     IF TOL-IS-DEFAULT
034800         MOVE "Y" TO WS-DEFAULT-SEEN-SWITCH
034900         IF TOL-UNIT-COST-PERCENT IS NUMERIC
035000             AND TOL-UNIT-COST-PERCENT > ZERO
035100             MOVE TOL-UNIT-COST-PERCENT TO WS-COST-PERCENT
035200             MOVE "DEFAULT " TO WS-TOL-SOURCE
035300         ELSE
035400             MOVE WS-BUILT-IN-COST-PERCENT TO WS-COST-PERCENT
035500             MOVE "BUILT-IN" TO WS-TOL-SOURCE
035600         END-IF
035700     ELSE
035800         IF TOL-UNIT-COST-PERCENT IS NUMERIC
035900             AND TOL-UNIT-COST-PERCENT > ZERO
036000             MOVE TOL-DISTRICT-NUMBER TO SB-DISTRICT
036100             MOVE "Y" TO WS-DT-IN-USE(SB-DISTRICT)
036200             MOVE TOL-UNIT-COST-PERCENT
036300                 TO WS-DT-COST-PERCENT(SB-DISTRICT)
036400         END-IF
036500     END-IF
036600     PERFORM 1150-READ-TOLERANCE THRU 1150-EXIT.
036700 1160-EXIT.
036800     EXIT.
036900
037000*---------------------------------------------------------------*
037100 1200-PRINT-TOLERANCES.
037200     MOVE WS-TOL-SOURCE TO WS-TH-CAPTION
037300     MOVE ZERO TO WS-TH-DISTRICT
037400     MOVE WS-COST-PERCENT TO WS-TH-PERCENT
037500     MOVE WS-TOL-HEADING-LINE TO COST-REPORT-LINE
037600     WRITE COST-REPORT-LINE
037700     MOVE 1 TO SB-DISTRICT
037800     PERFORM 1250-PRINT-ONE-OVERRIDE THRU 1250-EXIT
037900         UNTIL SB-DISTRICT > 99.
038000 1200-EXIT.
038100     EXIT.
038200
038300*---------------------------------------------------------------*
038400 1250-PRINT-ONE-OVERRIDE.
038500     IF WS-DT-IN-USE(SB-DISTRICT) = "Y"
038600         MOVE "DISTRICT" TO WS-TH-CAPTION
038700         MOVE SB-DISTRICT TO WS-TH-DISTRICT
038800         MOVE WS-DT-COST-PERCENT(SB-DISTRICT) TO WS-TH-PERCENT
038900         MOVE WS-TOL-HEADING-LINE TO COST-REPORT-LINE
039000         WRITE COST-REPORT-LINE
039100     END-IF
039200     ADD 1 TO SB-DISTRICT.
039300 1250-EXIT.
039400     EXIT.
039500
039600*---------------------------------------------------------------*
039700 1300-LOAD-MAPPING-FILE.
039800     OPEN INPUT MAPPING-FILE
039900     IF WS-MAPFILE-STATUS NOT = "00"
040000         DISPLAY "SR28UCR - CANNOT OPEN MAPPING-FILE, STATUS = "
040100             WS-MAPFILE-STATUS
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 9999-EXIT
040400     END-IF
040500     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT
040600     PERFORM 1360-STORE-MAP-RECORD THRU 1360-EXIT
040700         UNTIL END-OF-MAPPING-FILE
040800     CLOSE MAPPING-FILE.
040900 1300-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------*
041300 1350-READ-MAPPING-FILE.
041400     READ MAPPING-FILE
041500         AT END
041600             SET END-OF-MAPPING-FILE TO TRUE
041700     END-READ.
041800 1350-EXIT.
041900     EXIT.
042000
042100*---------------------------------------------------------------*
042200 1360-STORE-MAP-RECORD.
042300     MOVE MAP-DISTRICT-NUMBER
042400         TO WS-LOC-DISTRICT(MAP-LOCATION-NUMBER)
042500     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT.
042600 1360-EXIT.
042700     EXIT.
042800
042900*---------------------------------------------------------------*
043000 2000-PROCESS-LOCATION.
043100     ADD 1 TO WS-LOCATIONS-READ
043200     MOVE "N" TO WS-LOC-EXCEPTION-SWITCH
043300     PERFORM 2100-RESOLVE-TOLERANCE THRU 2100-EXIT
043400     PERFORM 3000-AVERAGE-UNIT-COST THRU 3000-EXIT
043500     PERFORM 4000-TEST-LOCATION THRU 4000-EXIT
043600     IF LOCATION-HAS-EXCEPTION
043700         ADD 1 TO WS-LOCATIONS-FLAGGED
043800     END-IF
043900     PERFORM 2900-READ-LOCATION-FILE.
044000
044100*---------------------------------------------------------------*
044200 2100-RESOLVE-TOLERANCE.
044300     MOVE WS-COST-PERCENT TO WS-COST-USE-PERCENT
044400     MOVE LOCATION-NUMBER OF LOCATION-DETAILS TO SB-LOCNO
044500     IF SB-LOCNO > ZERO
044600         MOVE WS-LOC-DISTRICT(SB-LOCNO) TO SB-DISTRICT
044700         IF SB-DISTRICT > ZERO
044800             IF WS-DT-IN-USE(SB-DISTRICT) = "Y"
044900                 MOVE WS-DT-COST-PERCENT(SB-DISTRICT)
045000                     TO WS-COST-USE-PERCENT
045100             END-IF
045200         END-IF
045300     END-IF.
045400 2100-EXIT.
045500     EXIT.
045600
045700*---------------------------------------------------------------*
045800 2900-READ-LOCATION-FILE.
045900     READ LOCATION-FILE
046000         AT END
046100             SET END-OF-LOCATION-FILE TO TRUE
046200     END-READ
046300     IF END-OF-LOCATION-FILE
046400         PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
046500     ELSE
046600         IF CTL-IS-HEADER OR CTL-IS-TRAILER
046700             PERFORM 2930-TALLY-CONTROL-RECORD THRU 2930-EXIT
046800             GO TO 2900-READ-LOCATION-FILE
046900         ELSE
047000             IF TRAILER-SEEN
047100                 DISPLAY "SR28UCR - DATA RECORD AFTER LOCGOOD "
047200                     "TRAILER"
047300                 PERFORM 9500-ABORT-RUN
047400             END-IF
047500             ADD 1 TO AC-CTL-RECORD-COUNT
047600             ADD TOTAL-SALES TO AC-CTL-SALES-HASH
047700             ADD TOTAL-PURCHASE-VALUE TO AC-CTL-PURCH-HASH
047800         END-IF
047900     END-IF.
048000
048100*---------------------------------------------------------------*
048200 2930-TALLY-CONTROL-RECORD.
048300     IF CTL-IS-HEADER
048400         MOVE "Y" TO WS-HEADER-SEEN-SWITCH
048500     ELSE
048600         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
048700         IF CTL-RECORD-COUNT NOT = AC-CTL-RECORD-COUNT
048800             OR CTL-SALES-HASH NOT = AC-CTL-SALES-HASH
048900             OR CTL-PURCHASE-HASH NOT = AC-CTL-PURCH-HASH
049000             DISPLAY "SR28UCR - LOCGOOD TRAILER MISMATCH - "
049100                 "EXTRACT INCOMPLETE OR DAMAGED"
049200             DISPLAY "SR28UCR - TRAILER COUNT = "
049300                 CTL-RECORD-COUNT " COUNTED = "
049400                 AC-CTL-RECORD-COUNT
049500             PERFORM 9500-ABORT-RUN
049600         END-IF
049700     END-IF.
049800 2930-EXIT.
049900     EXIT.
050000
050100*---------------------------------------------------------------*
050200 2950-VERIFY-TRAILER.
050300     IF NOT HEADER-SEEN
050400         DISPLAY "SR28UCR - LOCGOOD HEADER RECORD MISSING"
050500         PERFORM 9500-ABORT-RUN
050600     END-IF
050700     IF NOT TRAILER-SEEN
050800         DISPLAY "SR28UCR - LOCGOOD TRAILER MISSING - FILE "
050900             "TRUNCATED"
051000         PERFORM 9500-ABORT-RUN
051100     END-IF.
051200 2950-EXIT.
051300     EXIT.
051400
051500*---------------------------------------------------------------*
051600*    FIRST PASS - SUM VALUE AND QUANTITY OVER EVERY WEEK CELL   *
051700*    AND, SEPARATELY, EVERY DAY CELL THAT CARRIES BOTH, AND     *
051800*    DIVIDE FOR THE STORE'S VALUE-WEIGHTED AVERAGE UNIT COST    *
051900*    AT EACH LEVEL.                                             *
052000*---------------------------------------------------------------*
052100 3000-AVERAGE-UNIT-COST.
052200     MOVE ZERO TO AC-WEEK-QTY AC-WEEK-VAL AC-WEEKS-COSTED
052300     MOVE ZERO TO AC-DAY-QTY AC-DAY-VAL AC-DAYS-COSTED
052400     MOVE ZERO TO WS-WEEK-AVG-COST WS-DAY-AVG-COST
052500     MOVE 1 TO SB-WEEKNO
052600     PERFORM 3100-SUM-WEEK-NO THRU 3100-EXIT
052700         UNTIL SB-WEEKNO > WEEK-NO
052800     IF AC-WEEK-QTY NOT = ZERO
052900         COMPUTE WS-WEEK-AVG-COST ROUNDED =
053000             AC-WEEK-VAL / AC-WEEK-QTY
053100     END-IF
053200     IF AC-DAY-QTY NOT = ZERO
053300         COMPUTE WS-DAY-AVG-COST ROUNDED =
053400             AC-DAY-VAL / AC-DAY-QTY
053500     END-IF.
053600 3000-EXIT.
053700     EXIT.
053800
053900*---------------------------------------------------------------*
054000 3100-SUM-WEEK-NO.
054100     MOVE 1 TO SB-WEEK
054200     PERFORM 3200-SUM-WEEK THRU 3200-EXIT
054300         UNTIL SB-WEEK > WEEK-OF-MONTH
054400     ADD 1 TO SB-WEEKNO.
054500 3100-EXIT.
054600     EXIT.
054700
054800*---------------------------------------------------------------*
054900 3200-SUM-WEEK.
055000     IF WEEK-PURCH(SB-WEEKNO SB-WEEK) NOT = ZERO
055100         AND WEEK-PURCH-VAL(SB-WEEKNO SB-WEEK) NOT = ZERO
055200         ADD WEEK-PURCH(SB-WEEKNO SB-WEEK) TO AC-WEEK-QTY
055300         ADD WEEK-PURCH-VAL(SB-WEEKNO SB-WEEK) TO AC-WEEK-VAL
055400         ADD 1 TO AC-WEEKS-COSTED
055500     END-IF
055600     MOVE 1 TO SB-DAY
055700     PERFORM 3300-SUM-DAY THRU 3300-EXIT
055800         UNTIL SB-DAY > DAYS
055900     ADD 1 TO SB-WEEK.
056000 3200-EXIT.
056100     EXIT.
056200
056300*---------------------------------------------------------------*
056400 3300-SUM-DAY.
056500     IF D-PURCH(SB-WEEKNO SB-WEEK SB-DAY) NOT = ZERO
056600         AND D-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY) NOT = ZERO
056700         ADD D-PURCH(SB-WEEKNO SB-WEEK SB-DAY) TO AC-DAY-QTY
056800         ADD D-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY) TO AC-DAY-VAL
056900         ADD 1 TO AC-DAYS-COSTED
057000     END-IF
057100     ADD 1 TO SB-DAY.
057200 3300-EXIT.
057300     EXIT.
057400
057500*---------------------------------------------------------------*
057600*    SECOND PASS - TEST EVERY WEEK CELL AGAINST THE WEEKLY      *
057700*    AVERAGE, EVERY DAY CELL AGAINST THE DAILY AVERAGE, AND     *
057800*    EVERY HOUR CELL FOR A QUANTITY/VALUE MISMATCH ONLY (A      *
057900*    SINGLE HOUR'S RECEIPTS ARE TOO LUMPY TO COST AGAINST AN    *
058000*    AVERAGE).                                                  *
058100*---------------------------------------------------------------*
058200 4000-TEST-LOCATION.
058300     MOVE 1 TO SB-WEEKNO
058400     PERFORM 4100-TEST-WEEK-NO THRU 4100-EXIT
058500         UNTIL SB-WEEKNO > WEEK-NO.
058600 4000-EXIT.
058700     EXIT.
058800
058900*---------------------------------------------------------------*
059000 4100-TEST-WEEK-NO.
059100     MOVE 1 TO SB-WEEK
059200     PERFORM 4200-TEST-WEEK THRU 4200-EXIT
059300         UNTIL SB-WEEK > WEEK-OF-MONTH
059400     ADD 1 TO SB-WEEKNO.
059500 4100-EXIT.
059600     EXIT.
059700
059800*---------------------------------------------------------------*
059900 4200-TEST-WEEK.
060000     MOVE "WEEK" TO WS-CELL-LEVEL
060100     MOVE ZERO TO WS-CELL-DAY WS-CELL-HOUR
060200     MOVE WEEK-PURCH(SB-WEEKNO SB-WEEK) TO WS-CELL-QTY
060300     MOVE WEEK-PURCH-VAL(SB-WEEKNO SB-WEEK) TO WS-CELL-VAL
060400     MOVE WS-WEEK-AVG-COST TO WS-CELL-AVG-COST
060500     MOVE "Y" TO WS-CELL-COST-SWITCH
060600     PERFORM 6000-TEST-CELL THRU 6000-EXIT
060700     MOVE 1 TO SB-DAY
060800     PERFORM 4300-TEST-DAY THRU 4300-EXIT
060900         UNTIL SB-DAY > DAYS
061000     ADD 1 TO SB-WEEK.
061100 4200-EXIT.
061200     EXIT.
061300
061400*---------------------------------------------------------------*
061500 4300-TEST-DAY.
061600     MOVE "DAY " TO WS-CELL-LEVEL
061700     MOVE SB-DAY TO WS-CELL-DAY
061800     MOVE ZERO TO WS-CELL-HOUR
061900     MOVE D-PURCH(SB-WEEKNO SB-WEEK SB-DAY) TO WS-CELL-QTY
062000     MOVE D-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY) TO WS-CELL-VAL
062100     MOVE WS-DAY-AVG-COST TO WS-CELL-AVG-COST
062200     MOVE "Y" TO WS-CELL-COST-SWITCH
062300     PERFORM 6000-TEST-CELL THRU 6000-EXIT
062400     MOVE 1 TO SB-HOUR
062500     PERFORM 4400-TEST-HOUR THRU 4400-EXIT
062600         UNTIL SB-HOUR > HOURS
062700     ADD 1 TO SB-DAY.
062800 4300-EXIT.
062900     EXIT.
063000
063100*---------------------------------------------------------------*
063200 4400-TEST-HOUR.
063300     MOVE "HOUR" TO WS-CELL-LEVEL
063400     MOVE SB-HOUR TO WS-CELL-HOUR
063500     MOVE DAILY-PURCH(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
063600         TO WS-CELL-QTY
063700     MOVE DAILY-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
063800         TO WS-CELL-VAL
063900     MOVE ZERO TO WS-CELL-AVG-COST
064000     MOVE "N" TO WS-CELL-COST-SWITCH
064100     PERFORM 6000-TEST-CELL THRU 6000-EXIT
064200     ADD 1 TO SB-HOUR.
064300 4400-EXIT.
064400     EXIT.
064500
064600*---------------------------------------------------------------*
064700*    ONE CELL.  A QUANTITY WITH NO VALUE OR A VALUE WITH NO     *
064800*    QUANTITY IS ALWAYS AN EXCEPTION.  OTHERWISE A COSTED CELL  *
064900*    (WEEK OR DAY) IS AN EXCEPTION WHEN ITS UNIT COST IS MORE   *
065000*    THAN THE TOLERANCE PERCENT EITHER SIDE OF THE AVERAGE -    *
065100*    TESTED AS DIFFERENCE X 100 AGAINST AVERAGE X PERCENT SO    *
065200*    NO DIVISION BY A TINY AVERAGE CAN OVERFLOW THE TEST.       *
065300*---------------------------------------------------------------*
065400 6000-TEST-CELL.
065500     MOVE SPACES TO WS-CELL-FLAG
065600     MOVE ZERO TO WS-CELL-UNIT-COST WS-DEVIATION-PERCENT
065700     IF WS-CELL-QTY = ZERO AND WS-CELL-VAL = ZERO
065800         GO TO 6000-EXIT
065900     END-IF
066000     IF WS-CELL-VAL = ZERO
066100         MOVE "QTY WITH ZERO VALUE" TO WS-CELL-FLAG
066200         ADD 1 TO WS-ZERO-EXCEPTIONS
066300         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
066400         GO TO 6000-EXIT
066500     END-IF
066600     IF WS-CELL-QTY = ZERO
066700         MOVE "VALUE WITH ZERO QTY" TO WS-CELL-FLAG
066800         ADD 1 TO WS-ZERO-EXCEPTIONS
066900         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
067000         GO TO 6000-EXIT
067100     END-IF
067200     IF NOT CELL-IS-COSTED OR WS-CELL-AVG-COST = ZERO
067300         GO TO 6000-EXIT
067400     END-IF
067500     COMPUTE WS-CELL-UNIT-COST ROUNDED =
067600         WS-CELL-VAL / WS-CELL-QTY
067700     COMPUTE WS-DEVIATION-PERCENT =
067800         (WS-CELL-UNIT-COST - WS-CELL-AVG-COST) * 100
067900     IF WS-DEVIATION-PERCENT < ZERO
068000         COMPUTE WS-DEVIATION-PERCENT = WS-DEVIATION-PERCENT * -1
068100     END-IF
068200     IF WS-CELL-AVG-COST > ZERO
068300         IF WS-DEVIATION-PERCENT NOT >
068400                 WS-CELL-AVG-COST * WS-COST-USE-PERCENT
068500             GO TO 6000-EXIT
068600         END-IF
068700     ELSE
068800         IF WS-DEVIATION-PERCENT NOT >
068900                 WS-CELL-AVG-COST * WS-COST-USE-PERCENT * -1
069000             GO TO 6000-EXIT
069100         END-IF
069200     END-IF
069300     COMPUTE WS-DEVIATION-PERCENT ROUNDED =
069400         ((WS-CELL-UNIT-COST - WS-CELL-AVG-COST)
069500             / WS-CELL-AVG-COST) * 100
069600     IF WS-CELL-UNIT-COST > WS-CELL-AVG-COST
069700         MOVE "UNIT COST ABOVE AVG" TO WS-CELL-FLAG
069800     ELSE
069900         MOVE "UNIT COST BELOW AVG" TO WS-CELL-FLAG
070000     END-IF
070100     ADD 1 TO WS-COST-EXCEPTIONS
070200     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
070300 6000-EXIT.
070400     EXIT.
070500
070600*---------------------------------------------------------------*
070700*    THE FIRST EXCEPTION FOR A LOCATION IS PRECEDED BY ITS      *
070800*    AVERAGE LINE, SO EVERY EXCEPTION CAN BE READ AGAINST THE   *
070900*    AVERAGES AND TOLERANCE THAT JUDGED IT.                     *
071000*---------------------------------------------------------------*
071100 7000-WRITE-EXCEPTION.
071200     IF NOT LOCATION-HAS-EXCEPTION
071300         MOVE "Y" TO WS-LOC-EXCEPTION-SWITCH
071400         PERFORM 7100-WRITE-AVERAGE-LINE THRU 7100-EXIT
071500     END-IF
071600     ADD 1 TO WS-EXCEPTIONS-FOUND
071700     MOVE SPACES TO WS-DETAIL-LINE
071800     MOVE LOCATION-NUMBER OF LOCATION-DETAILS TO WS-DL-LOCNO
071900     MOVE LOCATION-NAME OF LOCATION-DETAILS TO WS-DL-LOCNAME
072000     MOVE WS-CELL-LEVEL TO WS-DL-LEVEL
072100     MOVE SB-WEEKNO TO WS-DL-WEEKNO
072200     MOVE SB-WEEK TO WS-DL-WEEK
072300     MOVE WS-CELL-DAY TO WS-DL-DAY
072400     MOVE WS-CELL-HOUR TO WS-DL-HOUR
072500     MOVE WS-CELL-QTY TO WS-DL-QTY
072600     MOVE WS-CELL-VAL TO WS-DL-VALUE
072700     MOVE WS-CELL-UNIT-COST TO WS-DL-UNIT-COST
072800     MOVE WS-CELL-AVG-COST TO WS-DL-AVG-COST
072900     IF WS-DEVIATION-PERCENT > 999999.99
073000         MOVE 999999.99 TO WS-DL-DEVIATION
073100     ELSE
073200         IF WS-DEVIATION-PERCENT < -999999.99
073300             MOVE -999999.99 TO WS-DL-DEVIATION
073400         ELSE
073500             MOVE WS-DEVIATION-PERCENT TO WS-DL-DEVIATION
073600         END-IF
073700     END-IF
073800     MOVE WS-CELL-FLAG TO WS-DL-FLAG
073900     MOVE WS-DETAIL-LINE TO COST-REPORT-LINE
074000     WRITE COST-REPORT-LINE.
074100 7000-EXIT.
074200     EXIT.
074300
074400*---------------------------------------------------------------*
074500 7100-WRITE-AVERAGE-LINE.
074600     MOVE LOCATION-NUMBER OF LOCATION-DETAILS TO WS-AL-LOCNO
074700     MOVE LOCATION-NAME OF LOCATION-DETAILS TO WS-AL-LOCNAME
074800     MOVE AC-WEEKS-COSTED TO WS-AL-WEEKS
074900     MOVE WS-WEEK-AVG-COST TO WS-AL-WEEK-AVG
075000     MOVE AC-DAYS-COSTED TO WS-AL-DAYS
075100     MOVE WS-DAY-AVG-COST TO WS-AL-DAY-AVG
075200     MOVE WS-COST-USE-PERCENT TO WS-AL-PERCENT
075300     MOVE WS-AVERAGE-LINE TO COST-REPORT-LINE
075400     WRITE COST-REPORT-LINE.
075500 7100-EXIT.
075600     EXIT.
075700
075800*---------------------------------------------------------------*
075900 8000-FINALIZE.
076000     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
076100     MOVE "LOCATIONS READ.......  " TO WS-TL-CAPTION
076200     MOVE WS-LOCATIONS-READ TO WS-TL-COUNT
076300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
076400     MOVE "LOCATIONS FLAGGED....  " TO WS-TL-CAPTION
076500     MOVE WS-LOCATIONS-FLAGGED TO WS-TL-COUNT
076600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
076700     MOVE "UNIT COST EXCEPTIONS.  " TO WS-TL-CAPTION
076800     MOVE WS-COST-EXCEPTIONS TO WS-TL-COUNT
076900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
077000     MOVE "ZERO QTY/VALUE CELLS.  " TO WS-TL-CAPTION
077100     MOVE WS-ZERO-EXCEPTIONS TO WS-TL-COUNT
077200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
077300     CLOSE LOCATION-FILE
077400     CLOSE COST-REPORT.
077500
077600*---------------------------------------------------------------*
077700 8100-WRITE-TOTAL-LINE.
077800     MOVE WS-TOTAL-LINE TO COST-REPORT-LINE
077900     WRITE COST-REPORT-LINE.
078000 8100-EXIT.
078100     EXIT.
078200
078300*---------------------------------------------------------------*
078400*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
078500*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
078600*    RECONCILIATION.                                            *
078700*---------------------------------------------------------------*
078800 8900-WRITE-RUN-LOG.
078900     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
079000     ACCEPT WS-LOG-TIME-WORK FROM TIME
079100     OPEN EXTEND RUN-LOG-FILE
079200     IF WS-RUNLOG-STATUS NOT = "00" AND
079300             WS-RUNLOG-STATUS NOT = "05"
079400         DISPLAY "SR28UCR - CANNOT OPEN RUN LOG, STATUS = "
079500             WS-RUNLOG-STATUS
079600     ELSE
079700         MOVE SPACES TO RUN-STATISTICS-RECORD
079800         MOVE "SR28UCR" TO RUN-PROGRAM-ID
079900         MOVE WS-LOG-DATE TO RUN-DATE
080000         MOVE WS-LOG-TIME TO RUN-TIME
080100         MOVE WS-LOCATIONS-READ TO RUN-RECORDS-READ
080200         MOVE ZERO TO RUN-RECORDS-WRITTEN
080300         MOVE ZERO TO RUN-RECORDS-REJECTED
080400         MOVE WS-EXCEPTIONS-FOUND TO RUN-EXCEPTIONS
080500         WRITE RUN-STATISTICS-RECORD
080600         CLOSE RUN-LOG-FILE
080700     END-IF.
080800 8900-EXIT.
080900     EXIT.
081000
081100*---------------------------------------------------------------*
081200 9500-ABORT-RUN.
081300     MOVE 16 TO RETURN-CODE
081400     STOP RUN.
081500
081600*---------------------------------------------------------------*
081700 9999-EXIT.
081800     STOP RUN.
