002702*                     THE FULL-WIDTH LOCDTL READ.  THE TRAILER   *
002703*                     CARRIES THE SAME COUNT/HASH TOTALS AS      *
002704*                     LOCGOOD'S.                                 *
002706*    10/15/2026  DRO  NEW DELTA POSTING MODE, SELECTED BY "D"    *
002710*                     ON THE OPTIONAL GLXPARM CONTROL RECORD.    *
002714*                     EACH POSTING KEY IS MATCHED TO THE         *
002718*                     LOCGLH POSTING HISTORY (GLHIST) THAT       *
002722*                     SR18ACK MAINTAINS, AND ONLY THE            *
002726*                     DIFFERENCE BETWEEN THE REVISED FIGURE      *
002730*                     AND THE AMOUNT THE LEDGER HAS ALREADY      *
002734*                     ACKNOWLEDGED IS POSTED, SO A RERUN AFTER   *
002738*                     A LATE SR09FIX RESUBMISSION NO LONGER      *
002742*                     SENDS THE WHOLE AMOUNT TWICE.  EVERY       *
002746*                     ADJUSTMENT IS LISTED WITH ITS ORIGINAL     *
002750*                     AND REVISED FIGURES ON THE NEW GLADJRPT    *
002754*                     REPORT.  THE TRAILER CONTROL AMOUNT IS     *
002758*                     THE EXTRACT TOTAL LESS THE PRIOR           *
002762*                     POSTINGS APPLIED, SO AN ADJUSTMENT FEED    *
002766*                     STILL BALANCES, AND THE TRAILER NOW        *
002770*                     CARRIES THE POSTING MODE.                  *
002772*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002774*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002776*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002778*                     BOTH THE BUSINESS AND THE PROCESSING       *
002780*                     DATE.                                      *
002781*    10/15/2026  DRO  LINES FOR A PERIOD CLOSED ON THE PERCTL    *
002782*                     PERIOD CONTROL FILE (SEE LOCPER) ARE NO    *
002783*                     LONGER SENT: EACH IS LISTED AS REFUSED -   *
002784*                     PERIOD CLOSED, ITS AMOUNT IS HELD OUT OF   *
002785*                     THE CONTROL AMOUNT, THE COUNT GOES TO      *
002786*                     THE RUN LOG AS REJECTED, AND THE RUN       *
002787*                     ENDS WITH RETURN CODE 4.                   *
002790*                                                                *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  SR14GLX.
004810     SELECT REFERENCE-FILE ASSIGN TO DISTREF
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-REFFILE-STATUS.
004840     SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO GLXPARM
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-CTLFILE-STATUS.
004870     SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO GLHIST
004880         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS WS-HISTFILE-STATUS.
004900     SELECT GL-POSTING-FILE ASSIGN TO GLPOST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-GLFILE-STATUS.
005200     SELECT GL-EXTRACT-REPORT ASSIGN TO GLXRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPTFILE-STATUS.
005404     SELECT GL-ADJUSTMENT-REPORT ASSIGN TO GLADJRPT
005408         ORGANIZATION IS LINE SEQUENTIAL
005412         FILE STATUS IS WS-ADJFILE-STATUS.
005425     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
005450         ORGANIZATION IS LINE SEQUENTIAL
005475         FILE STATUS IS WS-RUNLOG-STATUS.
005480     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005485         ORGANIZATION IS LINE SEQUENTIAL
005490         FILE STATUS IS WS-BDTFILE-STATUS.
005492     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
005494         ORGANIZATION IS LINE SEQUENTIAL
005496         FILE STATUS IS WS-PERFILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
006540 FD  REFERENCE-FILE
006560     RECORDING MODE IS F.
006580     COPY LOCDRM.
006582
006584 FD  GL-CONTROL-FILE
006586     RECORDING MODE IS F.
006588 01  GL-CONTROL-RECORD.
006590     05  GLX-POSTING-MODE           PIC X(01).
006592         88  GLX-DELTA-MODE          VALUE "D".
006594     05  FILLER                     PIC X(79).
006596
006597 FD  GL-HISTORY-FILE
006598     RECORDING MODE IS F.
006599     COPY LOCGLH.
006600
006700 FD  GL-POSTING-FILE
006800     RECORDING MODE IS F.
007100 FD  GL-EXTRACT-REPORT
007200     RECORDING MODE IS F.
007300 01  GL-EXTRACT-REPORT-LINE         PIC X(132).
007310 FD  GL-ADJUSTMENT-REPORT
007315     RECORDING MODE IS F.
007318 01  GL-ADJUSTMENT-REPORT-LINE      PIC X(132).
007320 FD  RUN-LOG-FILE
007340     RECORDING MODE IS F.
007360     COPY LOCRUN.
007364
007368 FD  BUSINESS-DATE-FILE
007372     RECORDING MODE IS F.
007376     COPY LOCBDT.
007380
007385 FD  PERIOD-CONTROL-FILE
007390     RECORDING MODE IS F.
007395     COPY LOCPER.
007400
007500 WORKING-STORAGE SECTION.
007510
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
008600     88  END-OF-MAPPING-FILE      VALUE "Y".
008610 77  WS-REF-EOF-SWITCH            PIC X(01) VALUE "N".
008620     88  END-OF-REFERENCE-FILE   VALUE "Y".
008630 77  WS-CTLFILE-STATUS            PIC X(02) VALUE "00".
008640 77  WS-HISTFILE-STATUS           PIC X(02) VALUE "00".
008650 77  WS-ADJFILE-STATUS            PIC X(02) VALUE "00".
008660 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
008670     88  END-OF-CONTROL-FILE      VALUE "Y".
008680 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
008690     88  END-OF-HISTORY-FILE      VALUE "Y".
008700
008800*---------------------------------------------------------------*
008900*    LOCTOTS CONTROL-RECORD VERIFICATION (SEE LOCCTL)           *
012200 77  AC-CONTROL-AMOUNT            PIC S9(11)V99 COMP-3
012300                                  VALUE ZERO.
012400 77  WS-BALANCE-DIFF              PIC S9(11)V99 COMP-3.
012410 77  AC-EXTRACT-AMOUNT            PIC S9(11)V99 COMP-3
012420                                  VALUE ZERO.
012430 77  AC-PRIOR-POSTED              PIC S9(11)V99 COMP-3
012440                                  VALUE ZERO.
012450
012452*---------------------------------------------------------------*
012454*    DELTA POSTING CONTROLS.  THE POSTING KEY IS BUILT IN        *
012456*    LOCGLH ORDER (LOCATION, CODE ORDER 1=SLS 2=PUR, PERIOD) SO  *
012458*    THE HISTORY IS MATCHED IN ONE SEQUENTIAL PASS.  ALL NINES   *
012460*    MARKS AN EXHAUSTED HISTORY FILE.                            *
012462*---------------------------------------------------------------*
012464 77  WS-POSTING-MODE              PIC X(01) VALUE "F".
012466     88  FULL-POSTING-MODE        VALUE "F".
012468     88  DELTA-POSTING-MODE       VALUE "D".
012470 77  WS-POST-LINE-SWITCH          PIC X(01) VALUE "Y".
012472     88  POST-THIS-LINE           VALUE "Y".
012474 77  WS-PREV-LOCNO                PIC 9(04) VALUE ZERO.
012476 77  WS-POSTING-CODE-USE          PIC X(04) VALUE SPACES.
012478 77  WS-REVISED-AMOUNT            PIC S9(09)V99 COMP-3.
012480 77  WS-ORIGINAL-AMOUNT           PIC S9(09)V99 COMP-3.
012482 77  WS-POST-AMOUNT               PIC S9(09)V99 COMP-3.
012484 77  AC-ORIGINAL-TOTAL            PIC S9(11)V99 COMP-3
012486                                  VALUE ZERO.
012488 77  AC-REVISED-TOTAL             PIC S9(11)V99 COMP-3
012490                                  VALUE ZERO.
012492 01  WS-POSTING-KEY.
012493     05  WS-PK-LOCATION           PIC 9(04).
012494     05  WS-PK-ORDER              PIC 9(01).
012495     05  WS-PK-PERIOD             PIC 9(02).
012496 01  WS-HIST-KEY                  VALUE ZERO.
012497     05  WS-HK-LOCATION           PIC 9(04).
012498     05  WS-HK-ORDER              PIC 9(01).
012499     05  WS-HK-PERIOD             PIC 9(02).
012500
012504*---------------------------------------------------------------*
012508*    CLOSED PERIODS FROM PERCTL (SEE LOCPER).  SLS LINES ARE    *
012512*    KEYED BY FISCAL MONTH AND PUR LINES BY WEEK-NO, SO A       *
012516*    CLOSED PERIOD MARKS ITS MONTH AND ITS WEEK-NO SPAN.        *
012520*---------------------------------------------------------------*
012524 77  WS-PERFILE-STATUS            PIC X(02) VALUE "00".
012528 77  WS-PER-EOF-SWITCH            PIC X(01) VALUE "N".
012532     88  END-OF-PERIOD-FILE       VALUE "Y".
012536 77  SB-PER-WEEK                  PIC 9(02) COMP.
012540 77  WS-PER-LAST-WEEK             PIC 9(02) COMP.
012544 01  WS-CLOSED-MONTH-TABLE        VALUE SPACES.
012548     05  WS-CLOSED-MONTH-SW OCCURS 12 TIMES
012552                                  PIC X(01).
012556 01  WS-CLOSED-WEEK-TABLE         VALUE SPACES.
012560     05  WS-CLOSED-WEEK-SW OCCURS 20 TIMES
012564                                  PIC X(01).
012568 77  WS-PERIOD-CLOSED-SWITCH      PIC X(01) VALUE "N".
012572     88  PERIOD-IS-CLOSED         VALUE "Y".
012576 77  AC-REFUSED-AMOUNT            PIC S9(11)V99 COMP-3
012580                                  VALUE ZERO.
012584
012600*---------------------------------------------------------------*
012700*    REPORT COUNTERS                                             *
012800*---------------------------------------------------------------*
012900 77  WS-LOCATIONS-READ            PIC 9(07) COMP VALUE ZERO.
013000 77  WS-LOCATIONS-UNMAPPED        PIC 9(07) COMP VALUE ZERO.
013010 77  WS-ADJUSTMENTS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
013020 77  WS-KEYS-UNCHANGED            PIC 9(07) COMP VALUE ZERO.
013030 77  WS-HIST-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
013040 77  WS-HIST-ROWS-APPLIED         PIC 9(07) COMP VALUE ZERO.
013050 77  WS-HIST-ROWS-SKIPPED         PIC 9(07) COMP VALUE ZERO.
013075 77  WS-LINES-REFUSED             PIC 9(07) COMP VALUE ZERO.
013100
013200*---------------------------------------------------------------*
013300*    REPORT LINE WORK AREAS                                     *
015100
015200 01  WS-BALANCE-LINE.
015300     05  WS-BL-TEXT               PIC X(132).
015310
015315 01  WS-ADJUSTMENT-LINE.
015320     05  WS-AD-LOCNO              PIC 9(04).
015325     05  FILLER                   PIC X(06) VALUE SPACES.
015330     05  WS-AD-CODE               PIC X(04).
015335     05  FILLER                   PIC X(02) VALUE SPACES.
015340     05  WS-AD-PERIOD             PIC 99.
015345     05  FILLER                   PIC X(02) VALUE SPACES.
015350     05  WS-AD-ORIGINAL           PIC -(9)9.99.
015355     05  FILLER                   PIC X(02) VALUE SPACES.
015360     05  WS-AD-REVISED            PIC -(9)9.99.
015365     05  FILLER                   PIC X(02) VALUE SPACES.
015370     05  WS-AD-ADJUSTMENT         PIC -(9)9.99.
015375     05  FILLER                   PIC X(69) VALUE SPACES.
015380
015385 01  WS-ADJ-HEADING-LINE.
015390     05  FILLER                   PIC X(132) VALUE
015395         "LOCATION  CODE  PD       ORIGINAL        REVISED     ADJ
015398-        "USTMENT".
015400
015405 01  WS-REFUSED-LINE.
015410     05  FILLER                   PIC X(09) VALUE "REFUSED  ".
015415     05  WS-RF-LOCNO              PIC 9(04).
015420     05  FILLER                   PIC X(02) VALUE SPACES.
015425     05  WS-RF-CODE               PIC X(04).
015430     05  FILLER                   PIC X(02) VALUE SPACES.
015435     05  WS-RF-PERIOD             PIC 99.
015440     05  FILLER                   PIC X(02) VALUE SPACES.
015445     05  WS-RF-AMOUNT             PIC -(9)9.99.
015450     05  FILLER                   PIC X(02) VALUE SPACES.
015455     05  WS-RF-REASON             PIC X(20) VALUE
015460         "PERIOD CLOSED".
015465     05  FILLER                   PIC X(72) VALUE SPACES.
015470
015500 PROCEDURE DIVISION.
015600*---------------------------------------------------------------*
015700 0000-MAINLINE.
016300
016400*---------------------------------------------------------------*
016500 1000-INITIALIZE.
016550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
016600     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
016650     PERFORM 1400-GET-POSTING-MODE THRU 1400-EXIT
016675     PERFORM 1600-LOAD-PERIOD-CONTROL THRU 1600-EXIT
016700     INITIALIZE WS-LOCATION-MAP-TABLE
016710     MOVE SPACES TO WS-DISTRICT-NAME-TABLE
016720     MOVE SPACES TO WS-REGION-NAME-TABLE
017400     END-IF
017500     OPEN OUTPUT GL-POSTING-FILE
017600     OPEN OUTPUT GL-EXTRACT-REPORT
017610     MOVE WS-DATE-HEADING-LINE TO GL-EXTRACT-REPORT-LINE
017620     WRITE GL-EXTRACT-REPORT-LINE
017650     PERFORM 1500-OPEN-ADJUSTMENT-FILES THRU 1500-EXIT
017700     PERFORM 2900-READ-LOCATION-FILE.
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
017844         DISPLAY "SR14GLX - NO BUSDATE CARD, PROCESSING DATE USED"
017846     END-IF
017848     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
017850     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
017852     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
017854 1050-EXIT.
017856     EXIT.
017858
017900*---------------------------------------------------------------*
018000 1100-LOAD-MAPPING-FILE.
018100     OPEN INPUT MAPPING-FILE
021284     PERFORM 1350-READ-REFERENCE THRU 1350-EXIT.
021286 1360-EXIT.
021288     EXIT.
021289
021290*---------------------------------------------------------------*
021291*    GLXPARM IS OPTIONAL IN PRACTICE - A MISSING OR EMPTY FILE, *
021292*    OR ANY MODE OTHER THAN "D", LEAVES THE FULL-AMOUNT POSTING *
021293*    DEFAULT IN PLACE, AS THE RCVPARM DEFAULTS DO IN SR21RCV.   *
021294*---------------------------------------------------------------*
021295 1400-GET-POSTING-MODE.
021296     OPEN INPUT GL-CONTROL-FILE
021297     IF WS-CTLFILE-STATUS NOT = "00"
021298         GO TO 1400-EXIT
021299     END-IF
021300     READ GL-CONTROL-FILE
021301         AT END
021302             SET END-OF-CONTROL-FILE TO TRUE
021303     END-READ
021304     IF NOT END-OF-CONTROL-FILE
021305         IF GLX-DELTA-MODE
021306             SET DELTA-POSTING-MODE TO TRUE
021307         END-IF
021308     END-IF
021309     CLOSE GL-CONTROL-FILE.
021310 1400-EXIT.
021311     EXIT.
021312
021313*---------------------------------------------------------------*
021314*    OPENS THE ADJUSTMENT REPORT AND, IN DELTA MODE, THE        *
021315*    POSTING HISTORY.  A MISSING GLHIST IS AN EMPTY HISTORY -   *
021316*    EVERY KEY IS THEN NEW AND POSTS IN FULL AS AN ADJUSTMENT   *
021317*    FROM ZERO.                                                 *
021318*---------------------------------------------------------------*
021319 1500-OPEN-ADJUSTMENT-FILES.
021320     OPEN OUTPUT GL-ADJUSTMENT-REPORT
021321     MOVE WS-DATE-HEADING-LINE TO GL-ADJUSTMENT-REPORT-LINE
021322     WRITE GL-ADJUSTMENT-REPORT-LINE
021332     IF FULL-POSTING-MODE
021333         MOVE "FULL POSTING MODE - NO ADJUSTMENTS CALCULATED"
021334             TO GL-ADJUSTMENT-REPORT-LINE
021335         WRITE GL-ADJUSTMENT-REPORT-LINE
021336         GO TO 1500-EXIT
021337     END-IF
021338     DISPLAY "SR14GLX - DELTA POSTING MODE - ADJUSTMENTS ONLY"
021339     MOVE WS-ADJ-HEADING-LINE TO GL-ADJUSTMENT-REPORT-LINE
021340     WRITE GL-ADJUSTMENT-REPORT-LINE
021341     OPEN INPUT GL-HISTORY-FILE
021342     IF WS-HISTFILE-STATUS NOT = "00" AND
021343             WS-HISTFILE-STATUS NOT = "05"
021344         DISPLAY "SR14GLX - CANNOT OPEN GLHIST, STATUS = "
021345             WS-HISTFILE-STATUS
021346         PERFORM 9500-ABORT-RUN
021347     END-IF
021348     PERFORM 2960-READ-HISTORY THRU 2960-EXIT.
021349 1500-EXIT.
021350     EXIT.
021351
021352*---------------------------------------------------------------*
021353*    PERCTL IS OPTIONAL - A MISSING OR EMPTY FILE LEAVES EVERY  *
021354*    PERIOD OPEN.  ONLY CLOSED ROWS FOR 01-12 ARE KEPT, AND A   *
021355*    ZERO WEEK SPAN LEAVES THAT PERIOD'S PUR LINES UNPOLICED.   *
021356*---------------------------------------------------------------*
021357 1600-LOAD-PERIOD-CONTROL.
021358     OPEN INPUT PERIOD-CONTROL-FILE
021359     IF WS-PERFILE-STATUS NOT = "00"
021360         GO TO 1600-EXIT
021361     END-IF
021362     PERFORM 1700-STORE-PERIOD-CONTROL THRU 1700-EXIT
021363         UNTIL END-OF-PERIOD-FILE
021364     CLOSE PERIOD-CONTROL-FILE.
021365 1600-EXIT.
021366     EXIT.
021367
021368*---------------------------------------------------------------*
021369 1700-STORE-PERIOD-CONTROL.
021370     READ PERIOD-CONTROL-FILE
021371         AT END
021372             SET END-OF-PERIOD-FILE TO TRUE
021373     END-READ
021374     IF END-OF-PERIOD-FILE OR NOT PER-IS-CLOSED
021375         GO TO 1700-EXIT
021376     END-IF
021377     IF PER-PERIOD-NO NUMERIC
021378             AND PER-PERIOD-NO > ZERO AND PER-PERIOD-NO NOT > 12
021379         MOVE "Y" TO WS-CLOSED-MONTH-SW(PER-PERIOD-NO)
021380         IF PER-FIRST-WEEK-NO NUMERIC AND PER-LAST-WEEK-NO NUMERIC
021381                 AND PER-FIRST-WEEK-NO > ZERO
021382             MOVE PER-FIRST-WEEK-NO TO SB-PER-WEEK
021383             MOVE PER-LAST-WEEK-NO TO WS-PER-LAST-WEEK
021384             PERFORM 1750-MARK-CLOSED-WEEK THRU 1750-EXIT
021385                 UNTIL SB-PER-WEEK > WS-PER-LAST-WEEK
021386                 OR SB-PER-WEEK > 20
021387         END-IF
021388     END-IF.
021389 1700-EXIT.
021390     EXIT.
021391
021392*---------------------------------------------------------------*
021393 1750-MARK-CLOSED-WEEK.
021394     MOVE "Y" TO WS-CLOSED-WEEK-SW(SB-PER-WEEK)
021395     ADD 1 TO SB-PER-WEEK.
021396 1750-EXIT.
021397     EXIT.
021398
021400*---------------------------------------------------------------*
021500 2000-PROCESS-LOCATION.
021600     ADD 1 TO WS-LOCATIONS-READ
021610     IF DELTA-POSTING-MODE
021620         IF TOT-LOCATION-NUMBER NOT > WS-PREV-LOCNO
021630             DISPLAY "SR14GLX - LOCTOTS OUT OF LOCATION "
021640                 "SEQUENCE AT " TOT-LOCATION-NUMBER
021650             PERFORM 9500-ABORT-RUN
021660         END-IF
021670         MOVE TOT-LOCATION-NUMBER TO WS-PREV-LOCNO
021680     END-IF
021700     MOVE TOT-LOCATION-NUMBER TO SB-LOCNO
021800     MOVE WS-LOC-DISTRICT(SB-LOCNO) TO SB-DISTRICT
021900     MOVE WS-LOC-REGION(SB-LOCNO) TO SB-REGION
022100         ADD 1 TO WS-LOCATIONS-UNMAPPED
022200         PERFORM 7100-WRITE-UNMAPPED THRU 7100-EXIT
022300     END-IF
022400     ADD TOT-TOTAL-SALES TO AC-EXTRACT-AMOUNT
022500     ADD TOT-TOTAL-PURCHASE-VALUE TO AC-EXTRACT-AMOUNT
022600     MOVE 1 TO SB-MONTH
022700     PERFORM 3000-POST-SALES-MONTH THRU 3000-EXIT
022800         UNTIL SB-MONTH > TOT-MONTHS
028900 2950-EXIT.
029000     EXIT.
029100
029102*---------------------------------------------------------------*
029105*    READS THE NEXT POSTING HISTORY ROW.  THE HISTORY MUST BE   *
029108*    IN STRICT KEY ORDER OR THE SEQUENTIAL MATCH WOULD MISS     *
029111*    PRIOR POSTINGS AND SEND WHOLE AMOUNTS AGAIN, SO A ROW OUT  *
029114*    OF SEQUENCE (OR A DUPLICATE KEY) ENDS THE RUN.             *
029117*---------------------------------------------------------------*
029120 2960-READ-HISTORY.
029123     READ GL-HISTORY-FILE
029126         AT END
029129             SET END-OF-HISTORY-FILE TO TRUE
029132     END-READ
029135     IF END-OF-HISTORY-FILE
029138         MOVE 9999 TO WS-HK-LOCATION
029141         MOVE 9 TO WS-HK-ORDER
029144         MOVE 99 TO WS-HK-PERIOD
029147     ELSE
029150         IF GLH-HISTORY-KEY NOT > WS-HIST-KEY
029153             DISPLAY "SR14GLX - GLHIST OUT OF SEQUENCE AT "
029156                 GLH-HISTORY-KEY
029159             PERFORM 9500-ABORT-RUN
029162         END-IF
029165         ADD 1 TO WS-HIST-ROWS-READ
029168         MOVE GLH-HISTORY-KEY TO WS-HIST-KEY
029171     END-IF.
029174 2960-EXIT.
029177     EXIT.
029180
029200*---------------------------------------------------------------*
029300 3000-POST-SALES-MONTH.
029310     MOVE SB-LOCNO TO WS-PK-LOCATION
029320     MOVE 1 TO WS-PK-ORDER
029330     MOVE SB-MONTH TO WS-PK-PERIOD
029340     MOVE "SLS " TO WS-POSTING-CODE-USE
029350     MOVE TOT-SALES-VALUE(SB-MONTH) TO WS-REVISED-AMOUNT
029360     PERFORM 5000-DETERMINE-POSTING THRU 5000-EXIT
029370     IF NOT POST-THIS-LINE
029380         ADD 1 TO SB-MONTH
029390         GO TO 3000-EXIT
029395     END-IF
029400     MOVE SPACES TO GL-POSTING-RECORD
029500     MOVE "D" TO GL-RECORD-TYPE
029600     MOVE SB-LOCNO TO GL-LOCATION-NUMBER
029820     MOVE WS-REGION-NAME-USE TO GL-REGION-NAME
029900     MOVE SB-MONTH TO GL-PERIOD-NO
030000     MOVE "SLS " TO GL-POSTING-CODE
030100     MOVE WS-POST-AMOUNT TO GL-AMOUNT
030200     MOVE WS-RUN-DATE TO GL-RUN-DATE
030300     WRITE GL-POSTING-RECORD
030400     ADD 1 TO AC-POSTING-COUNT
030500     ADD WS-POST-AMOUNT TO AC-POSTED-AMOUNT
030600     ADD 1 TO SB-MONTH.
030700 3000-EXIT.
030800     EXIT.
030900
031000*---------------------------------------------------------------*
031100 4000-POST-PURCH-WEEKNO.
031110     MOVE SB-LOCNO TO WS-PK-LOCATION
031120     MOVE 2 TO WS-PK-ORDER
031130     MOVE SB-WEEKNO TO WS-PK-PERIOD
031140     MOVE "PUR " TO WS-POSTING-CODE-USE
031150     MOVE TOT-PURCHASE-VALUE(SB-WEEKNO) TO WS-REVISED-AMOUNT
031160     PERFORM 5000-DETERMINE-POSTING THRU 5000-EXIT
031170     IF NOT POST-THIS-LINE
031180         ADD 1 TO SB-WEEKNO
031190         GO TO 4000-EXIT
031195     END-IF
031200     MOVE SPACES TO GL-POSTING-RECORD
031300     MOVE "D" TO GL-RECORD-TYPE
031400     MOVE SB-LOCNO TO GL-LOCATION-NUMBER
031620     MOVE WS-REGION-NAME-USE TO GL-REGION-NAME
031700     MOVE SB-WEEKNO TO GL-PERIOD-NO
031800     MOVE "PUR " TO GL-POSTING-CODE
031900     MOVE WS-POST-AMOUNT TO GL-AMOUNT
032000     MOVE WS-RUN-DATE TO GL-RUN-DATE
032100     WRITE GL-POSTING-RECORD
032200     ADD 1 TO AC-POSTING-COUNT
032300     ADD WS-POST-AMOUNT TO AC-POSTED-AMOUNT
032400     ADD 1 TO SB-WEEKNO.
032500 4000-EXIT.
032600     EXIT.
032602
032604*---------------------------------------------------------------*
032606*    A LINE FOR A CLOSED PERIOD (SEE LOCPER) IS NOT SENT.  IT   *
032608*    IS LISTED ON GLXRPT AS REFUSED - PERIOD CLOSED WITH THE    *
032610*    AMOUNT IT WOULD HAVE POSTED, AND THAT AMOUNT IS HELD OUT   *
032612*    OF THE TRAILER CONTROL AMOUNT SO THE FEED STILL BALANCES.  *
032614*    IN DELTA MODE THE HISTORY IS LEFT ALONE, SO THE SAME       *
032616*    DIFFERENCE IS OFFERED AGAIN IF THE PERIOD IS REOPENED.     *
032618*---------------------------------------------------------------*
032620 4500-CHECK-PERIOD-CLOSED.
032622     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
032624     IF WS-PK-ORDER = 1
032626         IF WS-CLOSED-MONTH-SW(WS-PK-PERIOD) = "Y"
032628             SET PERIOD-IS-CLOSED TO TRUE
032630         END-IF
032632     ELSE
032634         IF WS-CLOSED-WEEK-SW(WS-PK-PERIOD) = "Y"
032636             SET PERIOD-IS-CLOSED TO TRUE
032638         END-IF
032640     END-IF
032642     IF NOT PERIOD-IS-CLOSED
032644         GO TO 4500-EXIT
032646     END-IF
032648     MOVE "N" TO WS-POST-LINE-SWITCH
032650     ADD 1 TO WS-LINES-REFUSED
032652     ADD WS-POST-AMOUNT TO AC-REFUSED-AMOUNT
032654     MOVE WS-PK-LOCATION TO WS-RF-LOCNO
032656     MOVE WS-POSTING-CODE-USE TO WS-RF-CODE
032658     MOVE WS-PK-PERIOD TO WS-RF-PERIOD
032660     MOVE WS-POST-AMOUNT TO WS-RF-AMOUNT
032662     MOVE WS-REFUSED-LINE TO GL-EXTRACT-REPORT-LINE
032664     WRITE GL-EXTRACT-REPORT-LINE.
032666 4500-EXIT.
032668     EXIT.
032700
032702*---------------------------------------------------------------*
032704*    SETS THE AMOUNT TO POST FOR THE CURRENT KEY.  FULL MODE    *
032706*    POSTS THE REVISED FIGURE AS IT STANDS.  DELTA MODE STEPS   *
032708*    THE HISTORY UP TO THE KEY, TAKES THE AMOUNT THE LEDGER HAS *
032710*    ALREADY ACKNOWLEDGED AS THE ORIGINAL FIGURE (ZERO FOR A    *
032712*    KEY NEVER POSTED) AND POSTS ONLY THE DIFFERENCE; A KEY     *
032714*    WITH NO CHANGE IS NOT SENT AT ALL.                         *
032716*---------------------------------------------------------------*
032718 5000-DETERMINE-POSTING.
032720     MOVE WS-REVISED-AMOUNT TO WS-POST-AMOUNT
032722     MOVE "Y" TO WS-POST-LINE-SWITCH
032724     IF FULL-POSTING-MODE
032725         PERFORM 4500-CHECK-PERIOD-CLOSED THRU 4500-EXIT
032726         GO TO 5000-EXIT
032728     END-IF
032730     MOVE ZERO TO WS-ORIGINAL-AMOUNT
032732     PERFORM 5100-SKIP-HISTORY-ROW THRU 5100-EXIT
032734         UNTIL WS-HIST-KEY NOT < WS-POSTING-KEY
032736     IF WS-HIST-KEY = WS-POSTING-KEY
032738         MOVE GLH-POSTED-AMOUNT TO WS-ORIGINAL-AMOUNT
032740         ADD GLH-POSTED-AMOUNT TO AC-PRIOR-POSTED
032742         ADD 1 TO WS-HIST-ROWS-APPLIED
032744         PERFORM 2960-READ-HISTORY THRU 2960-EXIT
032746     END-IF
032748     COMPUTE WS-POST-AMOUNT =
032750         WS-REVISED-AMOUNT - WS-ORIGINAL-AMOUNT
032752     IF WS-POST-AMOUNT = ZERO
032754         MOVE "N" TO WS-POST-LINE-SWITCH
032756         ADD 1 TO WS-KEYS-UNCHANGED
032758     ELSE
032759         PERFORM 4500-CHECK-PERIOD-CLOSED THRU 4500-EXIT
032760         IF POST-THIS-LINE
032761             PERFORM 7200-WRITE-ADJUSTMENT THRU 7200-EXIT
032762         END-IF
032763     END-IF.
032764 5000-EXIT.
032766     EXIT.
032768
032770*---------------------------------------------------------------*
032772*    A HISTORY ROW WITH NO KEY IN TODAY'S EXTRACT (A LOCATION   *
032774*    NOT ON LOCTOTS, OR A PERIOD PAST ITS MONTHS/WEEK-NO) IS    *
032776*    LEFT ALONE - NOTHING IS REVERSED FOR IT.                   *
032778*---------------------------------------------------------------*
032780 5100-SKIP-HISTORY-ROW.
032782     ADD 1 TO WS-HIST-ROWS-SKIPPED
032784     PERFORM 2960-READ-HISTORY THRU 2960-EXIT.
032786 5100-EXIT.
032788     EXIT.
032790
032800*---------------------------------------------------------------*
032900 7100-WRITE-UNMAPPED.
033000     MOVE TOT-LOCATION-NUMBER TO WS-UM-LOCNO
033400 7100-EXIT.
033500     EXIT.
033600
033602*---------------------------------------------------------------*
033607 7200-WRITE-ADJUSTMENT.
033612     ADD 1 TO WS-ADJUSTMENTS-WRITTEN
033617     ADD WS-ORIGINAL-AMOUNT TO AC-ORIGINAL-TOTAL
033622     ADD WS-REVISED-AMOUNT TO AC-REVISED-TOTAL
033627     MOVE WS-PK-LOCATION TO WS-AD-LOCNO
033632     MOVE WS-POSTING-CODE-USE TO WS-AD-CODE
033637     MOVE WS-PK-PERIOD TO WS-AD-PERIOD
033642     MOVE WS-ORIGINAL-AMOUNT TO WS-AD-ORIGINAL
033647     MOVE WS-REVISED-AMOUNT TO WS-AD-REVISED
033652     MOVE WS-POST-AMOUNT TO WS-AD-ADJUSTMENT
033657     MOVE WS-ADJUSTMENT-LINE TO GL-ADJUSTMENT-REPORT-LINE
033662     WRITE GL-ADJUSTMENT-REPORT-LINE.
033667 7200-EXIT.
033672     EXIT.
033677
033700*---------------------------------------------------------------*
033800 8000-FINALIZE.
033825     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
033830     IF DELTA-POSTING-MODE
033835         PERFORM 5100-SKIP-HISTORY-ROW THRU 5100-EXIT
033840             UNTIL END-OF-HISTORY-FILE
033845     END-IF
033848     COMPUTE AC-CONTROL-AMOUNT =
033849         AC-EXTRACT-AMOUNT - AC-PRIOR-POSTED - AC-REFUSED-AMOUNT
033850     MOVE SPACES TO GL-TRAILER-RECORD
033900     MOVE "T" TO GLT-RECORD-TYPE
034000     MOVE AC-POSTING-COUNT TO GLT-POSTING-COUNT
034100     MOVE AC-POSTED-AMOUNT TO GLT-POSTED-AMOUNT
034200     MOVE AC-CONTROL-AMOUNT TO GLT-CONTROL-AMOUNT
034300     MOVE WS-RUN-DATE TO GLT-RUN-DATE
034350     MOVE WS-POSTING-MODE TO GLT-POSTING-MODE
034400     WRITE GL-TRAILER-RECORD
034410     IF WS-GLFILE-STATUS NOT = "00"
034420         DISPLAY "SR14GLX - TRAILER WRITE FAILED, STATUS = "
034800     MOVE "LOCATIONS UNMAPPED....  " TO WS-TL-CAPTION
034900     MOVE WS-LOCATIONS-UNMAPPED TO WS-TL-COUNT
035000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
035020     IF DELTA-POSTING-MODE
035040         MOVE "POSTING MODE: DELTA - ADJUSTMENTS ONLY (GLADJRPT)"
035060             TO WS-BL-TEXT
035070     ELSE
035080         MOVE "POSTING MODE: FULL AMOUNTS" TO WS-BL-TEXT
035090     END-IF
035092     MOVE WS-BALANCE-LINE TO GL-EXTRACT-REPORT-LINE
035094     WRITE GL-EXTRACT-REPORT-LINE
035100     MOVE "POSTINGS WRITTEN......  " TO WS-TL-CAPTION
035200     MOVE AC-POSTING-COUNT TO WS-TL-COUNT
035300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
035400     MOVE "POSTED AMOUNT.........  " TO WS-AL-CAPTION
035500     MOVE AC-POSTED-AMOUNT TO WS-AL-AMOUNT
035600     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
035620     IF DELTA-POSTING-MODE
035630         MOVE "EXTRACT AMOUNT........  " TO WS-AL-CAPTION
035640         MOVE AC-EXTRACT-AMOUNT TO WS-AL-AMOUNT
035650         PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
035660         MOVE "PRIOR POSTINGS APPLIED  " TO WS-AL-CAPTION
035670         MOVE AC-PRIOR-POSTED TO WS-AL-AMOUNT
035680         PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
035690     END-IF
035691     IF WS-LINES-REFUSED > ZERO
035692         MOVE "REFUSED - PERIOD CLOSED " TO WS-TL-CAPTION
035693         MOVE WS-LINES-REFUSED TO WS-TL-COUNT
035694         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
035695         MOVE "REFUSED AMOUNT........  " TO WS-AL-CAPTION
035696         MOVE AC-REFUSED-AMOUNT TO WS-AL-AMOUNT
035697         PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
035698     END-IF
035700     MOVE "CONTROL AMOUNT........  " TO WS-AL-CAPTION
035800     MOVE AC-CONTROL-AMOUNT TO WS-AL-AMOUNT
035900     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
037600             WS-BALANCE-DIFF
037700         MOVE 8 TO RETURN-CODE
037800     END-IF
037805     IF WS-LINES-REFUSED > ZERO
037810         DISPLAY "SR14GLX - " WS-LINES-REFUSED
037815             " LINES REFUSED - PERIOD CLOSED"
037820         IF RETURN-CODE < 4
037825             MOVE 4 TO RETURN-CODE
037830         END-IF
037835     END-IF
037850     PERFORM 8600-FINISH-ADJUSTMENTS THRU 8600-EXIT
037900     CLOSE LOCATION-FILE
038000     CLOSE GL-POSTING-FILE
038100     CLOSE GL-EXTRACT-REPORT.
039400 8200-EXIT.
039500     EXIT.
039600
039601*---------------------------------------------------------------*
039602 8300-WRITE-ADJ-TOTAL-LINE.
039603     MOVE WS-TOTAL-LINE TO GL-ADJUSTMENT-REPORT-LINE
039604     WRITE GL-ADJUSTMENT-REPORT-LINE.
039605 8300-EXIT.
039606     EXIT.
039607
039608*---------------------------------------------------------------*
039609 8400-WRITE-ADJ-AMOUNT-LINE.
039610     MOVE WS-AMOUNT-LINE TO GL-ADJUSTMENT-REPORT-LINE
039611     WRITE GL-ADJUSTMENT-REPORT-LINE.
039612 8400-EXIT.
039613     EXIT.
039614
039615*---------------------------------------------------------------*
039616*    ADJUSTMENT REPORT TOTALS.  ORIGINAL PLUS NET ADJUSTMENT    *
039617*    EQUALS REVISED OVER THE KEYS SENT; THE NET ADJUSTMENT IS   *
039618*    THE GLPOST TRAILER'S POSTED AMOUNT.                        *
039619*---------------------------------------------------------------*
039620 8600-FINISH-ADJUSTMENTS.
039621     IF FULL-POSTING-MODE
039622         CLOSE GL-ADJUSTMENT-REPORT
039623         GO TO 8600-EXIT
039624     END-IF
039625     MOVE "ADJUSTMENTS POSTED....  " TO WS-TL-CAPTION
039626     MOVE WS-ADJUSTMENTS-WRITTEN TO WS-TL-COUNT
039627     PERFORM 8300-WRITE-ADJ-TOTAL-LINE THRU 8300-EXIT
039628     MOVE "KEYS UNCHANGED........  " TO WS-TL-CAPTION
039629     MOVE WS-KEYS-UNCHANGED TO WS-TL-COUNT
039630     PERFORM 8300-WRITE-ADJ-TOTAL-LINE THRU 8300-EXIT
039631     MOVE "HISTORY ROWS READ.....  " TO WS-TL-CAPTION
039632     MOVE WS-HIST-ROWS-READ TO WS-TL-COUNT
039633     PERFORM 8300-WRITE-ADJ-TOTAL-LINE THRU 8300-EXIT
039634     MOVE "HISTORY ROWS APPLIED..  " TO WS-TL-CAPTION
039635     MOVE WS-HIST-ROWS-APPLIED TO WS-TL-COUNT
039636     PERFORM 8300-WRITE-ADJ-TOTAL-LINE THRU 8300-EXIT
039637     MOVE "HISTORY NOT IN EXTRACT  " TO WS-TL-CAPTION
039638     MOVE WS-HIST-ROWS-SKIPPED TO WS-TL-COUNT
039639     PERFORM 8300-WRITE-ADJ-TOTAL-LINE THRU 8300-EXIT
039640     MOVE "ORIGINAL AMOUNT.......  " TO WS-AL-CAPTION
039641     MOVE AC-ORIGINAL-TOTAL TO WS-AL-AMOUNT
039642     PERFORM 8400-WRITE-ADJ-AMOUNT-LINE THRU 8400-EXIT
039643     MOVE "REVISED AMOUNT........  " TO WS-AL-CAPTION
039644     MOVE AC-REVISED-TOTAL TO WS-AL-AMOUNT
039645     PERFORM 8400-WRITE-ADJ-AMOUNT-LINE THRU 8400-EXIT
039646     MOVE "NET ADJUSTMENT........  " TO WS-AL-CAPTION
039647     MOVE AC-POSTED-AMOUNT TO WS-AL-AMOUNT
039648     PERFORM 8400-WRITE-ADJ-AMOUNT-LINE THRU 8400-EXIT
039649     CLOSE GL-HISTORY-FILE
039650     CLOSE GL-ADJUSTMENT-REPORT.
039651 8600-EXIT.
039652     EXIT.
039653
039700*---------------------------------------------------------------*
039800 9500-ABORT-RUN.
039900     MOVE 16 TO RETURN-CODE
040112*    RECONCILIATION.                                           *
040115*---------------------------------------------------------------*
040118 8900-WRITE-RUN-LOG.
040121     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
040124     ACCEPT WS-LOG-TIME-WORK FROM TIME
040127     OPEN EXTEND RUN-LOG-FILE
040130     IF WS-RUNLOG-STATUS NOT = "00" AND
040151         MOVE WS-LOG-TIME TO RUN-TIME
040154         MOVE WS-LOCATIONS-READ TO RUN-RECORDS-READ
040157         MOVE AC-POSTING-COUNT TO RUN-RECORDS-WRITTEN
040160         MOVE WS-LINES-REFUSED TO RUN-RECORDS-REJECTED
040163         MOVE WS-LOCATIONS-UNMAPPED TO RUN-EXCEPTIONS
040166         WRITE RUN-STATISTICS-RECORD
040169         CLOSE RUN-LOG-FILE
