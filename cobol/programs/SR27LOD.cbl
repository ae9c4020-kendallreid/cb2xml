000100*****************************************************************
000200*                                                               *
000300*    PROGRAM:      SR27LOD                                      *
000400*    DESCRIPTION:  POINT-OF-SALE FEED LOADER.  READS THE FLAT   *
000500*                  POS INTERFACE FILE (SEE LOCPOS) - ONE ROW    *
000600*                  PER LOCATION/MONTH/WEEK/DAY/HOUR - AND       *
000700*                  BUILDS THE FULL VARIABLE-LENGTH              *
000800*                  LOCATION-DETAILS RECORD (SEE LOCDTL) FOR     *
000900*                  EACH STORE, SHAPED BY THAT STORE'S CALENDAR  *
001000*                  ON THE KEYED LOCMSTR MASTER.  EVERY DAY,     *
001100*                  WEEK, MONTH AND GRAND TOTAL ON THE RECORD    *
001200*                  IS ROLLED UP HERE FROM THE HOURLY CELLS, SO  *
001300*                  THE RECORD FOOTS THE WAY SR00REC PROVES IT.  *
001400*                  THE RECORDS ARE WRITTEN TO LOCRAW BETWEEN A  *
001500*                  DATED HEADER AND A COUNT/HASH TRAILER (SEE   *
001600*                  LOCCTL) FOR SR04VAL TO VALIDATE.  A ROW FOR  *
001700*                  A LOCATION NOT ON THE MASTER, OR FALLING     *
001800*                  OUTSIDE THE STORE'S CALENDAR SHAPE, IS       *
001900*                  WRITTEN TO THE POSREJ REJECT FILE WITH A     *
002000*                  REASON CODE AND LISTED ON THE LOAD REPORT.   *
002100*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002200*    INSTALLATION: STORE SYSTEMS GROUP                          *
002300*    DATE-WRITTEN: 10/15/2026                                   *
002400*    DATE-COMPILED.                                             *
002500*                                                               *
002600*    MODIFICATION HISTORY.                                      *
002700*    10/15/2026  DRO  ORIGINAL PROGRAM.  THE FEED IS SORTED     *
002800*                     INTO LOCATION ORDER FIRST (THE POS        *
002900*                     SYSTEM SENDS IT IN TERMINAL ORDER), SO    *
003000*                     EACH STORE'S ROWS ARE LOADED AS ONE       *
003100*                     CONTROL-BREAK GROUP.  ONE ROW PER         *
003200*                     LOCATION/MONTH/WEEK/DAY/HOUR - A SECOND   *
003300*                     ROW FOR THE SAME HOUR IS REJECTED RATHER  *
003400*                     THAN ADDED, SO A RESENT FEED SEGMENT      *
003500*                     CANNOT DOUBLE A STORE'S SALES.  CELLS     *
003600*                     WITH NO ROW LOAD AS ZERO.                 *
003610*    10/15/2026  DRO  MST- REPLACING LIST EXTENDED FOR THE NEW  *
003620*                     LOCHDR OPEN DATE AND SELLING AREA         *
003630*                     FIELDS.                                   *
003640*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
003650*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
003660*                     THE CLOCK, AND THE REPORT HEADS WITH      *
003670*                     BOTH THE BUSINESS AND THE PROCESSING      *
003680*                     DATE.                                     *
003700*                                                               *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.  SR27LOD.
004100 AUTHOR.      D. OKONKWO.
004200 INSTALLATION. STORE SYSTEMS GROUP.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT POS-FEED-FILE ASSIGN TO POSFEED
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-POSFILE-STATUS.
005600     SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
005700     SELECT SORTED-POS-FILE ASSIGN TO POSSRT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SRTFILE-STATUS.
006000     SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS MST-LOCATION-NUMBER
006400         FILE STATUS IS WS-MASTER-STATUS.
006500     SELECT LOCATION-FILE ASSIGN TO LOCRAW
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LOCFILE-STATUS.
006800     SELECT POS-REJECT-FILE ASSIGN TO POSREJ
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-REJFILE-STATUS.
007100     SELECT LOAD-REPORT ASSIGN TO LODRPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPTFILE-STATUS.
007400     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNLOG-STATUS.
007625     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007650         ORGANIZATION IS LINE SEQUENTIAL
007675         FILE STATUS IS WS-BDTFILE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  POS-FEED-FILE
008100     RECORDING MODE IS F.
008200 01  POS-FEED-RECORD                PIC X(46).
008300
008400 SD  SORT-WORK-FILE.
008500 01  SORT-POS-RECORD.
008600     05  SRT-LOCATION-NUMBER        PIC X(04).
008700     05  FILLER                     PIC X(01).
008800     05  SRT-CELL-KEY               PIC X(06).
008900     05  FILLER                     PIC X(35).
009000
009100 FD  SORTED-POS-FILE
009200     RECORDING MODE IS F.
009300     COPY LOCPOS.
009400
009500 FD  LOCATION-MASTER
009600     RECORDING MODE IS F.
009700     COPY LOCHDR REPLACING ==LOCATION-MASTER-RECORD==
009800         BY ==MASTER-LOCATION-RECORD==
009900         ==LOCATION-NUMBER==     BY ==MST-LOCATION-NUMBER==
010000         ==LOCATION-NAME==       BY ==MST-LOCATION-NAME==
010100         ==MONTHS==              BY ==MST-MONTHS==
010200         ==WEEK-OF-MONTH==       BY ==MST-WEEK-OF-MONTH==
010300         ==DAYS==                BY ==MST-DAYS==
010400         ==HOURS==               BY ==MST-HOURS==
010500         ==WEEK-NO==             BY ==MST-WEEK-NO==
010600         ==LOCATION-STATUS==     BY ==MST-LOCATION-STATUS==
010700         ==LOCATION-IS-OPEN==    BY ==MST-LOCATION-IS-OPEN==
010800         ==LOCATION-IS-CLOSED==  BY ==MST-LOCATION-IS-CLOSED==
010900         ==LOCATION-CLOSE-DATE== BY ==MST-LOCATION-CLOSE-DATE==
010910         ==LOCATION-OPEN-DATE==  BY ==MST-LOCATION-OPEN-DATE==
010920         ==LOCATION-SELLING-AREA==
010930                                 BY ==MST-LOCATION-SELLING-AREA==.
011000
011100 FD  LOCATION-FILE
011200     RECORDING MODE IS F.
011300     COPY LOCDTL.
011400     COPY LOCCTL.
011500
011600 FD  POS-REJECT-FILE
011700     RECORDING MODE IS F.
011800 01  POS-REJECT-RECORD.
011900     05  PRJ-POS-ROW                PIC X(46).
012000     05  FILLER                     PIC X(01).
012100     05  PRJ-REASON-CODE            PIC X(04).
012200     05  FILLER                     PIC X(01).
012300     05  PRJ-REASON-TEXT            PIC X(30).
012400
012500 FD  LOAD-REPORT
012600     RECORDING MODE IS F.
012700 01  LOAD-REPORT-LINE               PIC X(132).
012800 FD  RUN-LOG-FILE
012900     RECORDING MODE IS F.
013000     COPY LOCRUN.
013020
013040 FD  BUSINESS-DATE-FILE
013060     RECORDING MODE IS F.
013080     COPY LOCBDT.
013100
013200 WORKING-STORAGE SECTION.
013300
013400*---------------------------------------------------------------*
013500*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
013600*---------------------------------------------------------------*
013700 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
013800 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
013900 01  WS-LOG-TIME-WORK.
014000     05  WS-LOG-TIME              PIC 9(06).
014100     05  FILLER                   PIC 9(02).
014105*---------------------------------------------------------------*
014110*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
014115*---------------------------------------------------------------*
014120 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
014125 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
014130 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
014135 01  WS-PROCESS-TIME-WORK.
014140     05  WS-PROCESS-TIME          PIC 9(06).
014145     05  FILLER                   PIC 9(02).
014150 01  WS-DATE-HEADING-LINE.
014155     05  FILLER                   PIC X(15) VALUE
014160         "BUSINESS DATE  ".
014165     05  WS-DH-BUSINESS-DATE      PIC 9(08).
014170     05  FILLER                   PIC X(16) VALUE
014175         "    PROCESSED   ".
014180     05  WS-DH-PROCESS-DATE       PIC 9(08).
014185     05  FILLER                   PIC X(01) VALUE SPACE.
014190     05  WS-DH-PROCESS-TIME       PIC 9(06).
014195     05  FILLER                   PIC X(78) VALUE SPACES.
014200*---------------------------------------------------------------*
014300*    FILE STATUS SWITCHES                                       *
014400*---------------------------------------------------------------*
014500 77  WS-POSFILE-STATUS            PIC X(02) VALUE "00".
014600 77  WS-SRTFILE-STATUS            PIC X(02) VALUE "00".
014700 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
014800     88  MASTER-OPEN-OK               VALUE "00" "05".
014900 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
015000 77  WS-REJFILE-STATUS            PIC X(02) VALUE "00".
015100 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
015200 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
015300     88  END-OF-POS-FILE          VALUE "Y".
015400 77  WS-RAW-EOF-SWITCH            PIC X(01) VALUE "N".
015500     88  END-OF-RAW-FEED          VALUE "Y".
015600
015700*---------------------------------------------------------------*
015800*    LOCDTL OCCURS BOUNDS - A MASTER SHAPE OUTSIDE THESE        *
015900*    CANNOT BE BUILT INTO A RECORD AND ITS ROWS ARE REJECTED.   *
016000*---------------------------------------------------------------*
016100 77  WS-MONTHS-MAX                PIC 9(02) COMP VALUE 12.
016200 77  WS-WEEK-OF-MONTH-MAX         PIC 9(02) COMP VALUE 5.
016300 77  WS-DAYS-MAX                  PIC 9(02) COMP VALUE 7.
016400 77  WS-HOURS-MAX                 PIC 9(02) COMP VALUE 6.
016500 77  WS-WEEK-NO-MAX               PIC 9(02) COMP VALUE 20.
016600
016700*---------------------------------------------------------------*
016800*    HOURLY CELL TABLES FOR THE LOCATION BEING LOADED, SIZED    *
016900*    AT THE LOCDTL UPPER BOUNDS.  SALES ARE KEPT BY MONTH,      *
017000*    PURCHASES BY WEEK-NO, EXACTLY AS LOCDTL CARRIES THEM.      *
017100*    THE SEEN SWITCH CATCHES A SECOND ROW FOR THE SAME HOUR.    *
017200*---------------------------------------------------------------*
017300 01  WS-SALES-CELL-TABLE.
017400     05  WS-SC-MONTH OCCURS 12 TIMES.
017500         10  WS-SC-WEEK OCCURS 5 TIMES.
017600             15  WS-SC-DAY OCCURS 7 TIMES.
017700                 20  WS-SC-HOUR OCCURS 6 TIMES.
017800                     25  WS-SC-SEEN-SW    PIC X(01).
017900                     25  WS-SC-UNITS      PIC S9(07) COMP-3.
018000                     25  WS-SC-VALUE      PIC S9(07) COMP-3.
018100 01  WS-PURCH-CELL-TABLE.
018200     05  WS-PC-WEEKNO OCCURS 20 TIMES.
018300         10  WS-PC-WEEK OCCURS 5 TIMES.
018400             15  WS-PC-DAY OCCURS 7 TIMES.
018500                 20  WS-PC-HOUR OCCURS 6 TIMES.
018600                     25  WS-PC-UNITS      PIC S9(07) COMP-3.
018700                     25  WS-PC-VALUE      PIC S9(07) COMP-3.
018800
018900*---------------------------------------------------------------*
019000*    CONTROL BREAK AND EDIT RESULT WORK FIELDS                  *
019100*---------------------------------------------------------------*
019200 77  WS-CURRENT-LOCATION          PIC X(04).
019300 77  WS-LOCATION-REASON-CODE      PIC X(04).
019400 77  WS-LOCATION-REASON-TEXT      PIC X(30).
019500 77  WS-REASON-CODE               PIC X(04).
019600 77  WS-REASON-TEXT               PIC X(30).
019700 77  WS-LOC-ROWS-LOADED           PIC 9(07) COMP VALUE ZERO.
019800 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
019900
020000*---------------------------------------------------------------*
020100*    SUBSCRIPTS AND ROLLUP ACCUMULATORS                         *
020200*---------------------------------------------------------------*
020300 77  SB-MONTH                     PIC 9(02) COMP.
020400 77  SB-WEEK                      PIC 9(02) COMP.
020500 77  SB-DAY                       PIC 9(02) COMP.
020600 77  SB-HOUR                      PIC 9(02) COMP.
020700 77  SB-WEEKNO                    PIC 9(02) COMP.
020800 77  AC-DAY-UNITS                 PIC S9(09) COMP-3.
020900 77  AC-DAY-VALUE                 PIC S9(09) COMP-3.
021000 77  AC-WEEK-UNITS                PIC S9(09) COMP-3.
021100 77  AC-WEEK-VALUE                PIC S9(09) COMP-3.
021200 77  AC-PERIOD-UNITS              PIC S9(09) COMP-3.
021300 77  AC-PERIOD-VALUE              PIC S9(09)V99 COMP-3.
021400 77  AC-RAW-SALES-HASH            PIC S9(13)V99 COMP-3
021500                                  VALUE ZERO.
021600 77  AC-RAW-PURCH-HASH            PIC S9(13)V99 COMP-3
021700                                  VALUE ZERO.
021800
021900*---------------------------------------------------------------*
022000*    REPORT COUNTERS                                            *
022100*---------------------------------------------------------------*
022200 77  WS-ROWS-READ                 PIC 9(07) COMP VALUE ZERO.
022300 77  WS-ROWS-LOADED               PIC 9(07) COMP VALUE ZERO.
022400 77  WS-ROWS-REJECTED             PIC 9(07) COMP VALUE ZERO.
022500 77  WS-LOCATIONS-BUILT           PIC 9(07) COMP VALUE ZERO.
022600
022700*---------------------------------------------------------------*
022800*    REPORT LINE WORK AREAS                                     *
022900*---------------------------------------------------------------*
023000 01  WS-DETAIL-LINE.
023100     05  WS-DL-LOCNO              PIC X(04).
023200     05  FILLER                   PIC X(04) VALUE SPACES.
023300     05  WS-DL-MONTH              PIC X(02).
023400     05  FILLER                   PIC X(02) VALUE SPACES.
023500     05  WS-DL-WEEK               PIC X(01).
023600     05  FILLER                   PIC X(02) VALUE SPACES.
023700     05  WS-DL-DAY                PIC X(01).
023800     05  FILLER                   PIC X(02) VALUE SPACES.
023900     05  WS-DL-HOUR               PIC X(02).
024000     05  FILLER                   PIC X(02) VALUE SPACES.
024100     05  WS-DL-WEEKNO             PIC X(02).
024200     05  FILLER                   PIC X(02) VALUE SPACES.
024300     05  WS-DL-REASON             PIC X(04).
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  WS-DL-REASON-TEXT        PIC X(30).
024600     05  FILLER                   PIC X(70) VALUE SPACES.
024700
024800 01  WS-HEADING-LINE-1.
024900     05  FILLER                   PIC X(132) VALUE
025000         "LOCATION  MO  WK DY  HR  WN  CODE  REASON".
025100
025200 01  WS-TOTAL-LINE.
025300     05  WS-TL-CAPTION            PIC X(25).
025400     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
025500     05  FILLER                   PIC X(100) VALUE SPACES.
025600
025700 PROCEDURE DIVISION.
025800*---------------------------------------------------------------*
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE
026100     PERFORM 2000-LOAD-LOCATION
026200         UNTIL END-OF-POS-FILE
026300     PERFORM 8000-FINALIZE
026400     GO TO 9999-EXIT.
026500
026600*---------------------------------------------------------------*
026700 1000-INITIALIZE.
026750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
026800     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
026900     SORT SORT-WORK-FILE
027000         ON ASCENDING KEY SRT-LOCATION-NUMBER
027100                          SRT-CELL-KEY
027200         INPUT PROCEDURE IS 1500-RELEASE-ROWS
027300             THRU 1500-EXIT
027400         GIVING SORTED-POS-FILE
027500     OPEN INPUT LOCATION-MASTER
027600     IF NOT MASTER-OPEN-OK
027700         DISPLAY "SR27LOD - CANNOT OPEN MASTER, STATUS = "
027800             WS-MASTER-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-EXIT
028100     END-IF
028200     OPEN INPUT SORTED-POS-FILE
028300     IF WS-SRTFILE-STATUS NOT = "00"
028400         DISPLAY "SR27LOD - CANNOT OPEN SORTED FEED, STATUS = "
028500             WS-SRTFILE-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         GO TO 9999-EXIT
028800     END-IF
028900     OPEN OUTPUT LOCATION-FILE
029000     MOVE "HDR " TO CTL-RECORD-ID
029100     MOVE WS-RUN-DATE TO CTL-EXTRACT-DATE
029200     MOVE ZERO TO CTL-RECORD-COUNT
029300     MOVE ZERO TO CTL-SALES-HASH
029400     MOVE ZERO TO CTL-PURCHASE-HASH
029500     WRITE EXTRACT-CONTROL-RECORD
029600     OPEN OUTPUT POS-REJECT-FILE
029700     OPEN OUTPUT LOAD-REPORT
029725     MOVE WS-DATE-HEADING-LINE TO LOAD-REPORT-LINE
029750     WRITE LOAD-REPORT-LINE
029800     MOVE WS-HEADING-LINE-1 TO LOAD-REPORT-LINE
029900     WRITE LOAD-REPORT-LINE
030000     PERFORM 2900-READ-POS-ROW.
030100
030102*---------------------------------------------------------------*
030104*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
030106*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
030108*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
030110*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
030112*---------------------------------------------------------------*
030114 1050-GET-BUSINESS-DATE.
030116     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
030118     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
030120     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
030122     OPEN INPUT BUSINESS-DATE-FILE
030124     IF WS-BDTFILE-STATUS = "00"
030126         READ BUSINESS-DATE-FILE
030128             NOT AT END
030130                 IF BDT-BUSINESS-DATE NUMERIC
030132                     AND BDT-BUSINESS-DATE > ZERO
030134                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
030136                 END-IF
030138         END-READ
030140         CLOSE BUSINESS-DATE-FILE
030142     ELSE
030144         DISPLAY "SR27LOD - NO BUSDATE CARD, PROCESSING DATE USED"
030146     END-IF
030148     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
030150     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
030152     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
030154 1050-EXIT.
030156     EXIT.
030158
030200*---------------------------------------------------------------*
030300*    SORT INPUT PROCEDURE - RELEASES THE RAW POS ROWS SO THE    *
030400*    SORTED FILE FALLS INTO LOCATION, THEN MONTH/WEEK/DAY/HOUR  *
030500*    ORDER.                                                     *
030600*---------------------------------------------------------------*
030700 1500-RELEASE-ROWS.
030800     OPEN INPUT POS-FEED-FILE
030900     IF WS-POSFILE-STATUS NOT = "00"
031000         DISPLAY "SR27LOD - CANNOT OPEN POS FEED, STATUS = "
031100             WS-POSFILE-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         STOP RUN
031400     END-IF
031500     PERFORM 1600-READ-RAW-ROW THRU 1600-EXIT
031600     PERFORM 1700-RELEASE-ONE-ROW THRU 1700-EXIT
031700         UNTIL END-OF-RAW-FEED
031800     CLOSE POS-FEED-FILE.
031900 1500-EXIT.
032000     EXIT.
032100
032200*---------------------------------------------------------------*
032300 1600-READ-RAW-ROW.
032400     READ POS-FEED-FILE
032500         AT END
032600             SET END-OF-RAW-FEED TO TRUE
032700     END-READ.
032800 1600-EXIT.
032900     EXIT.
033000
033100*---------------------------------------------------------------*
033200 1700-RELEASE-ONE-ROW.
033300     MOVE POS-FEED-RECORD TO SORT-POS-RECORD
033400     RELEASE SORT-POS-RECORD
033500     PERFORM 1600-READ-RAW-ROW THRU 1600-EXIT.
033600 1700-EXIT.
033700     EXIT.
033800
033900*---------------------------------------------------------------*
034000*    ONE CONTROL-BREAK GROUP - EVERY ROW FOR ONE LOCATION.      *
034100*    THE RECORD IS BUILT AND WRITTEN ONLY IF AT LEAST ONE ROW   *
034200*    LOADED.                                                    *
034300*---------------------------------------------------------------*
034400 2000-LOAD-LOCATION.
034500     PERFORM 2100-START-LOCATION THRU 2100-EXIT
034600     PERFORM 3000-LOAD-ROW THRU 3000-EXIT
034700         UNTIL END-OF-POS-FILE
034800             OR POS-LOCATION-ALPHA NOT = WS-CURRENT-LOCATION
034900     IF WS-LOC-ROWS-LOADED > ZERO
035000         PERFORM 4000-BUILD-LOCATION-RECORD THRU 4000-EXIT
035100     END-IF.
035200
035300*---------------------------------------------------------------*
035400*    CLEARS THE CELL TABLES AND LOOKS THE LOCATION UP ON THE    *
035500*    MASTER ONCE FOR THE WHOLE GROUP.  A LOCATION-LEVEL         *
035600*    FAILURE IS HELD IN WS-LOCATION-REASON-CODE AND REJECTS     *
035700*    EVERY ROW.                                                 *
035800*---------------------------------------------------------------*
035900 2100-START-LOCATION.
036000     MOVE POS-LOCATION-ALPHA TO WS-CURRENT-LOCATION
036100     INITIALIZE WS-SALES-CELL-TABLE
036200     INITIALIZE WS-PURCH-CELL-TABLE
036300     MOVE ZERO TO WS-LOC-ROWS-LOADED
036400     MOVE SPACES TO WS-LOCATION-REASON-CODE
036500     MOVE SPACES TO WS-LOCATION-REASON-TEXT
036600
036700     IF POS-LOCATION-NUMBER NOT NUMERIC
036800             OR POS-LOCATION-NUMBER = ZERO
036900         MOVE "L301" TO WS-LOCATION-REASON-CODE
037000         MOVE "LOCATION NUMBER INVALID" TO WS-LOCATION-REASON-TEXT
037100         GO TO 2100-EXIT
037200     END-IF
037300
037400     MOVE POS-LOCATION-NUMBER TO MST-LOCATION-NUMBER
037500     READ LOCATION-MASTER
037600         INVALID KEY
037700             MOVE "L302" TO WS-LOCATION-REASON-CODE
037800             MOVE "LOCATION NOT ON MASTER"
037900                 TO WS-LOCATION-REASON-TEXT
038000     END-READ
038100     IF WS-LOCATION-REASON-CODE NOT = SPACES
038200         GO TO 2100-EXIT
038300     END-IF
038400
038500     IF MST-MONTHS < 1 OR MST-MONTHS > WS-MONTHS-MAX
038600             OR MST-WEEK-OF-MONTH < 1
038700             OR MST-WEEK-OF-MONTH > WS-WEEK-OF-MONTH-MAX
038800             OR MST-DAYS < 1 OR MST-DAYS > WS-DAYS-MAX
038900             OR MST-HOURS < 1 OR MST-HOURS > WS-HOURS-MAX
039000             OR MST-WEEK-NO < 1 OR MST-WEEK-NO > WS-WEEK-NO-MAX
039100         MOVE "L303" TO WS-LOCATION-REASON-CODE
039200         MOVE "MASTER CALENDAR SHAPE INVALID"
039300             TO WS-LOCATION-REASON-TEXT
039400     END-IF.
039500 2100-EXIT.
039600     EXIT.
039700
039800*---------------------------------------------------------------*
039900 2900-READ-POS-ROW.
040000     READ SORTED-POS-FILE
040100         AT END
040200             SET END-OF-POS-FILE TO TRUE
040300     END-READ.
040400
040500*---------------------------------------------------------------*
040600 3000-LOAD-ROW.
040700     ADD 1 TO WS-ROWS-READ
040800     MOVE SPACES TO WS-REASON-CODE
040900     PERFORM 3100-CHECK-ROW THRU 3100-EXIT
041000     IF WS-REASON-CODE = SPACES
041100         PERFORM 3500-APPLY-ROW THRU 3500-EXIT
041200     ELSE
041300         ADD 1 TO WS-ROWS-REJECTED
041400         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
041500     END-IF
041600     PERFORM 2900-READ-POS-ROW.
041700 3000-EXIT.
041800     EXIT.
041900
042000*---------------------------------------------------------------*
042100*    EDITS RUN IN SEVERITY ORDER AND STOP AT THE FIRST FAILURE  *
042200*    - THE REJECT CARRIES ONE REASON CODE.  THE SHAPE BOUNDS    *
042300*    ARE THIS STORE'S OWN CALENDAR FROM THE MASTER.             *
042400*---------------------------------------------------------------*
042500 3100-CHECK-ROW.
042600     IF WS-LOCATION-REASON-CODE NOT = SPACES
042700         MOVE WS-LOCATION-REASON-CODE TO WS-REASON-CODE
042800         MOVE WS-LOCATION-REASON-TEXT TO WS-REASON-TEXT
042900         GO TO 3100-EXIT
043000     END-IF
043100
043200     IF POS-MONTH-NO NOT NUMERIC
043300             OR POS-MONTH-NO < 1
043400             OR POS-MONTH-NO > MST-MONTHS
043500         MOVE "L304" TO WS-REASON-CODE
043600         MOVE "MONTH OUTSIDE STORE SHAPE" TO WS-REASON-TEXT
043700         GO TO 3100-EXIT
043800     END-IF
043900
044000     IF POS-WEEK-OF-MONTH NOT NUMERIC
044100             OR POS-WEEK-OF-MONTH < 1
044200             OR POS-WEEK-OF-MONTH > MST-WEEK-OF-MONTH
044300         MOVE "L305" TO WS-REASON-CODE
044400         MOVE "WEEK OUTSIDE STORE SHAPE" TO WS-REASON-TEXT
044500         GO TO 3100-EXIT
044600     END-IF
044700
044800     IF POS-DAY-NO NOT NUMERIC
044900             OR POS-DAY-NO < 1
045000             OR POS-DAY-NO > MST-DAYS
045100         MOVE "L306" TO WS-REASON-CODE
045200         MOVE "DAY OUTSIDE STORE SHAPE" TO WS-REASON-TEXT
045300         GO TO 3100-EXIT
045400     END-IF
045500
045600     IF POS-HOUR-NO NOT NUMERIC
045700             OR POS-HOUR-NO < 1
045800             OR POS-HOUR-NO > MST-HOURS
045900         MOVE "L307" TO WS-REASON-CODE
046000         MOVE "HOUR OUTSIDE STORE SHAPE" TO WS-REASON-TEXT
046100         GO TO 3100-EXIT
046200     END-IF
046300
046400     IF POS-WEEK-NO NOT NUMERIC
046500             OR POS-WEEK-NO < 1
046600             OR POS-WEEK-NO > MST-WEEK-NO
046700         MOVE "L308" TO WS-REASON-CODE
046800         MOVE "WEEK-NO OUTSIDE STORE SHAPE" TO WS-REASON-TEXT
046900         GO TO 3100-EXIT
047000     END-IF
047100
047200     IF POS-SALES-UNITS NOT NUMERIC
047300             OR POS-SALES-VALUE NOT NUMERIC
047400             OR POS-PURCH-UNITS NOT NUMERIC
047500             OR POS-PURCH-VALUE NOT NUMERIC
047600         MOVE "L309" TO WS-REASON-CODE
047700         MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
047800         GO TO 3100-EXIT
047900     END-IF
048000
048100     MOVE POS-MONTH-NO TO SB-MONTH
048200     MOVE POS-WEEK-OF-MONTH TO SB-WEEK
048300     MOVE POS-DAY-NO TO SB-DAY
048400     MOVE POS-HOUR-NO TO SB-HOUR
048500     IF WS-SC-SEEN-SW(SB-MONTH SB-WEEK SB-DAY SB-HOUR) = "Y"
048600         MOVE "L310" TO WS-REASON-CODE
048700         MOVE "DUPLICATE LOCATION/HOUR ROW" TO WS-REASON-TEXT
048800         GO TO 3100-EXIT
048900     END-IF.
049000 3100-EXIT.
049100     EXIT.
049200
049300*---------------------------------------------------------------*
049400*    POSTS AN ACCEPTED ROW INTO ITS HOURLY CELLS.  THE SALES    *
049500*    SUBSCRIPTS WERE SET BY 3100-CHECK-ROW.                     *
049600*---------------------------------------------------------------*
049700 3500-APPLY-ROW.
049800     MOVE "Y" TO WS-SC-SEEN-SW(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
049900     ADD POS-SALES-UNITS
050000         TO WS-SC-UNITS(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
050100     ADD POS-SALES-VALUE
050200         TO WS-SC-VALUE(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
050300     MOVE POS-WEEK-NO TO SB-WEEKNO
050400     ADD POS-PURCH-UNITS
050500         TO WS-PC-UNITS(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
050600     ADD POS-PURCH-VALUE
050700         TO WS-PC-VALUE(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
050800     ADD 1 TO WS-ROWS-LOADED
050900     ADD 1 TO WS-LOC-ROWS-LOADED.
051000 3500-EXIT.
051100     EXIT.
051200
051300*---------------------------------------------------------------*
051400*    BUILDS THE LOCATION-DETAILS RECORD FROM THE CELL TABLES.   *
051500*    THE ODO CONTROL FIELDS ARE SEEDED FROM THE MASTER FIRST -  *
051600*    WEEK-NO LAST, SINCE ITS OWN POSITION DEPENDS ON THE OTHER  *
051700*    FOUR - AND EVERY CELL INSIDE THE STORE'S SHAPE IS THEN     *
051800*    WRITTEN, WITH THE DAY, WEEK, MONTH/WEEK-NO AND GRAND       *
051900*    TOTALS FOOTED ON THE WAY BACK UP.                          *
052000*---------------------------------------------------------------*
052100 4000-BUILD-LOCATION-RECORD.
052200     MOVE MST-MONTHS        TO MONTHS
052300     MOVE MST-WEEK-OF-MONTH TO WEEK-OF-MONTH
052400     MOVE MST-DAYS          TO DAYS
052500     MOVE MST-HOURS         TO HOURS
052600     MOVE MST-WEEK-NO       TO WEEK-NO
052700     MOVE MST-LOCATION-NUMBER TO LOCATION-NUMBER
052800     MOVE MST-LOCATION-NAME TO LOCATION-NAME
052900     MOVE ZERO TO TOTAL-SALES
053000     MOVE ZERO TO TOTAL-PURCHASE-COUNT
053100     MOVE ZERO TO TOTAL-PURCHASE-VALUE
053200     MOVE 1 TO SB-MONTH
053300     PERFORM 4100-BUILD-SALES-MONTH THRU 4100-EXIT
053400         UNTIL SB-MONTH > MONTHS
053500     MOVE 1 TO SB-WEEKNO
053600     PERFORM 4500-BUILD-PURCH-WEEKNO THRU 4500-EXIT
053700         UNTIL SB-WEEKNO > WEEK-NO
053800     WRITE LOCATION-DETAILS-RECORD
053900     IF WS-LOCFILE-STATUS NOT = "00"
054000         DISPLAY "SR27LOD - WRITE TO LOCRAW FAILED, STATUS = "
054100             WS-LOCFILE-STATUS
054200         PERFORM 9500-ABORT-RUN
054300     END-IF
054400     ADD 1 TO WS-LOCATIONS-BUILT
054500     ADD TOTAL-SALES TO AC-RAW-SALES-HASH
054600     ADD TOTAL-PURCHASE-VALUE TO AC-RAW-PURCH-HASH.
054700 4000-EXIT.
054800     EXIT.
054900
055000*---------------------------------------------------------------*
055100 4100-BUILD-SALES-MONTH.
055200     MOVE ZERO TO AC-PERIOD-UNITS
055300     MOVE ZERO TO AC-PERIOD-VALUE
055400     MOVE 1 TO SB-WEEK
055500     PERFORM 4200-BUILD-SALES-WEEK THRU 4200-EXIT
055600         UNTIL SB-WEEK > WEEK-OF-MONTH
055700     MOVE AC-PERIOD-UNITS TO SALES-COUNT(SB-MONTH)
055800     MOVE AC-PERIOD-VALUE TO SALES-VALUE(SB-MONTH)
055900     ADD AC-PERIOD-VALUE TO TOTAL-SALES
056000     ADD 1 TO SB-MONTH.
056100 4100-EXIT.
056200     EXIT.
056300
056400*---------------------------------------------------------------*
056500 4200-BUILD-SALES-WEEK.
056600     MOVE ZERO TO AC-WEEK-UNITS
056700     MOVE ZERO TO AC-WEEK-VALUE
056800     MOVE 1 TO SB-DAY
056900     PERFORM 4300-BUILD-SALES-DAY THRU 4300-EXIT
057000         UNTIL SB-DAY > DAYS
057100     MOVE AC-WEEK-UNITS TO WEEK-SALES(SB-MONTH SB-WEEK)
057200     MOVE AC-WEEK-VALUE TO WEEK-VALUE(SB-MONTH SB-WEEK)
057300     ADD AC-WEEK-UNITS TO AC-PERIOD-UNITS
057400     ADD AC-WEEK-VALUE TO AC-PERIOD-VALUE
057500     ADD 1 TO SB-WEEK.
057600 4200-EXIT.
057700     EXIT.
057800
057900*---------------------------------------------------------------*
058000 4300-BUILD-SALES-DAY.
058100     MOVE ZERO TO AC-DAY-UNITS
058200     MOVE ZERO TO AC-DAY-VALUE
058300     MOVE 1 TO SB-HOUR
058400     PERFORM 4400-BUILD-SALES-HOUR THRU 4400-EXIT
058500         UNTIL SB-HOUR > HOURS
058600     MOVE AC-DAY-UNITS TO D-SALES(SB-MONTH SB-WEEK SB-DAY)
058700     MOVE AC-DAY-VALUE TO D-VALUE(SB-MONTH SB-WEEK SB-DAY)
058800     ADD AC-DAY-UNITS TO AC-WEEK-UNITS
058900     ADD AC-DAY-VALUE TO AC-WEEK-VALUE
059000     ADD 1 TO SB-DAY.
059100 4300-EXIT.
059200     EXIT.
059300
059400*---------------------------------------------------------------*
059500 4400-BUILD-SALES-HOUR.
059600     MOVE WS-SC-UNITS(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
059700         TO DAILY-SALES(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
059800     MOVE WS-SC-VALUE(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
059900         TO DAILY-VALUE(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
060000     ADD WS-SC-UNITS(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
060100         TO AC-DAY-UNITS
060200     ADD WS-SC-VALUE(SB-MONTH SB-WEEK SB-DAY SB-HOUR)
060300         TO AC-DAY-VALUE
060400     ADD 1 TO SB-HOUR.
060500 4400-EXIT.
060600     EXIT.
060700
060800*---------------------------------------------------------------*
060900 4500-BUILD-PURCH-WEEKNO.
061000     MOVE ZERO TO AC-PERIOD-UNITS
061100     MOVE ZERO TO AC-PERIOD-VALUE
061200     MOVE 1 TO SB-WEEK
061300     PERFORM 4600-BUILD-PURCH-WEEK THRU 4600-EXIT
061400         UNTIL SB-WEEK > WEEK-OF-MONTH
061500     MOVE AC-PERIOD-UNITS TO PURCHASE-COUNT(SB-WEEKNO)
061600     MOVE AC-PERIOD-VALUE TO PURCHASE-VALUE(SB-WEEKNO)
061700     ADD AC-PERIOD-UNITS TO TOTAL-PURCHASE-COUNT
061800     ADD AC-PERIOD-VALUE TO TOTAL-PURCHASE-VALUE
061900     ADD 1 TO SB-WEEKNO.
062000 4500-EXIT.
062100     EXIT.
062200
062300*---------------------------------------------------------------*
062400 4600-BUILD-PURCH-WEEK.
062500     MOVE ZERO TO AC-WEEK-UNITS
062600     MOVE ZERO TO AC-WEEK-VALUE
062700     MOVE 1 TO SB-DAY
062800     PERFORM 4700-BUILD-PURCH-DAY THRU 4700-EXIT
062900         UNTIL SB-DAY > DAYS
063000     MOVE AC-WEEK-UNITS TO WEEK-PURCH(SB-WEEKNO SB-WEEK)
063100     MOVE AC-WEEK-VALUE TO WEEK-PURCH-VAL(SB-WEEKNO SB-WEEK)
063200     ADD AC-WEEK-UNITS TO AC-PERIOD-UNITS
063300     ADD AC-WEEK-VALUE TO AC-PERIOD-VALUE
063400     ADD 1 TO SB-WEEK.
063500 4600-EXIT.
063600     EXIT.
063700
063800*---------------------------------------------------------------*
063900 4700-BUILD-PURCH-DAY.
064000     MOVE ZERO TO AC-DAY-UNITS
064100     MOVE ZERO TO AC-DAY-VALUE
064200     MOVE 1 TO SB-HOUR
064300     PERFORM 4800-BUILD-PURCH-HOUR THRU 4800-EXIT
064400         UNTIL SB-HOUR > HOURS
064500     MOVE AC-DAY-UNITS TO D-PURCH(SB-WEEKNO SB-WEEK SB-DAY)
064600     MOVE AC-DAY-VALUE TO D-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY)
064700     ADD AC-DAY-UNITS TO AC-WEEK-UNITS
064800     ADD AC-DAY-VALUE TO AC-WEEK-VALUE
064900     ADD 1 TO SB-DAY.
065000 4700-EXIT.
065100     EXIT.
065200
065300*---------------------------------------------------------------*
065400 4800-BUILD-PURCH-HOUR.
065500     MOVE WS-PC-UNITS(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
065600         TO DAILY-PURCH(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
065700     MOVE WS-PC-VALUE(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
065800         TO DAILY-PURCH-VAL(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
065900     ADD WS-PC-UNITS(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
066000         TO AC-DAY-UNITS
066100     ADD WS-PC-VALUE(SB-WEEKNO SB-WEEK SB-DAY SB-HOUR)
066200         TO AC-DAY-VALUE
066300     ADD 1 TO SB-HOUR.
066400 4800-EXIT.
066500     EXIT.
066600
066700*---------------------------------------------------------------*
066800 7000-WRITE-REJECT.
066900     MOVE SPACES TO POS-REJECT-RECORD
067000     MOVE POS-INTERFACE-RECORD TO PRJ-POS-ROW
067100     MOVE WS-REASON-CODE TO PRJ-REASON-CODE
067200     MOVE WS-REASON-TEXT TO PRJ-REASON-TEXT
067300     WRITE POS-REJECT-RECORD
067400     MOVE SPACES TO WS-DETAIL-LINE
067500     MOVE POS-LOCATION-ALPHA TO WS-DL-LOCNO
067600     MOVE POS-MONTH-NO TO WS-DL-MONTH
067700     MOVE POS-WEEK-OF-MONTH TO WS-DL-WEEK
067800     MOVE POS-DAY-NO TO WS-DL-DAY
067900     MOVE POS-HOUR-NO TO WS-DL-HOUR
068000     MOVE POS-WEEK-NO TO WS-DL-WEEKNO
068100     MOVE WS-REASON-CODE TO WS-DL-REASON
068200     MOVE WS-REASON-TEXT TO WS-DL-REASON-TEXT
068300     MOVE WS-DETAIL-LINE TO LOAD-REPORT-LINE
068400     WRITE LOAD-REPORT-LINE.
068500 7000-EXIT.
068600     EXIT.
068700
068800*---------------------------------------------------------------*
068900 8000-FINALIZE.
069000     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
069100     MOVE "TRL " TO CTL-RECORD-ID
069200     MOVE WS-RUN-DATE TO CTL-EXTRACT-DATE
069300     MOVE WS-LOCATIONS-BUILT TO CTL-RECORD-COUNT
069400     MOVE AC-RAW-SALES-HASH TO CTL-SALES-HASH
069500     MOVE AC-RAW-PURCH-HASH TO CTL-PURCHASE-HASH
069600     WRITE EXTRACT-CONTROL-RECORD
069700     MOVE "POS ROWS READ.........  " TO WS-TL-CAPTION
069800     MOVE WS-ROWS-READ TO WS-TL-COUNT
069900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070000     MOVE "POS ROWS LOADED.......  " TO WS-TL-CAPTION
070100     MOVE WS-ROWS-LOADED TO WS-TL-COUNT
070200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070300     MOVE "POS ROWS REJECTED.....  " TO WS-TL-CAPTION
070400     MOVE WS-ROWS-REJECTED TO WS-TL-COUNT
070500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070600     MOVE "LOCATIONS BUILT.......  " TO WS-TL-CAPTION
070700     MOVE WS-LOCATIONS-BUILT TO WS-TL-COUNT
070800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070900     IF WS-ROWS-REJECTED > ZERO
071000         MOVE 4 TO RETURN-CODE
071100     END-IF
071200     CLOSE SORTED-POS-FILE
071300     CLOSE LOCATION-MASTER
071400     CLOSE LOCATION-FILE
071500     CLOSE POS-REJECT-FILE
071600     CLOSE LOAD-REPORT.
071700
071800*---------------------------------------------------------------*
071900 8100-WRITE-TOTAL-LINE.
072000     MOVE WS-TOTAL-LINE TO LOAD-REPORT-LINE
072100     WRITE LOAD-REPORT-LINE.
072200 8100-EXIT.
072300     EXIT.
072400
072500*---------------------------------------------------------------*
072600*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
072700*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
072800*    RECONCILIATION.                                            *
072900*---------------------------------------------------------------*
073000 8900-WRITE-RUN-LOG.
073100     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
073200     ACCEPT WS-LOG-TIME-WORK FROM TIME
073300     OPEN EXTEND RUN-LOG-FILE
073400     IF WS-RUNLOG-STATUS NOT = "00" AND
073500             WS-RUNLOG-STATUS NOT = "05"
073600         DISPLAY "SR27LOD - CANNOT OPEN RUN LOG, STATUS = "
073700             WS-RUNLOG-STATUS
073800     ELSE
073900         MOVE SPACES TO RUN-STATISTICS-RECORD
074000         MOVE "SR27LOD" TO RUN-PROGRAM-ID
074100         MOVE WS-LOG-DATE TO RUN-DATE
074200         MOVE WS-LOG-TIME TO RUN-TIME
074300         MOVE WS-ROWS-READ TO RUN-RECORDS-READ
074400         MOVE WS-LOCATIONS-BUILT TO RUN-RECORDS-WRITTEN
074500         MOVE WS-ROWS-REJECTED TO RUN-RECORDS-REJECTED
074600         MOVE ZERO TO RUN-EXCEPTIONS
074700         WRITE RUN-STATISTICS-RECORD
074800         CLOSE RUN-LOG-FILE
074900     END-IF.
075000 8900-EXIT.
075100     EXIT.
075200
075300*---------------------------------------------------------------*
075400 9500-ABORT-RUN.
075500     MOVE 16 TO RETURN-CODE
075600     STOP RUN.
075700
075800*---------------------------------------------------------------*
075900 9999-EXIT.
076000     STOP RUN.
