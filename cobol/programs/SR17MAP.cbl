002800*                     SAME ONE-REASON-PER-REJECT DISCIPLINE     *
002900*                     SR10EDT APPLIES TO MAINTENANCE            *
003000*                     TRANSACTIONS.                             *
003010*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
003020*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
003030*                     THE CLOCK, AND THE REPORT HEADS WITH      *
003040*                     BOTH THE BUSINESS AND THE PROCESSING      *
003050*                     DATE.                                     *
003100*                                                                *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
006700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNLOG-STATUS.
006925     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006950         ORGANIZATION IS LINE SEQUENTIAL
006975         FILE STATUS IS WS-BDTFILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
010500 FD  RUN-LOG-FILE
010600     RECORDING MODE IS F.
010700     COPY LOCRUN.
010720
010740 FD  BUSINESS-DATE-FILE
010760     RECORDING MODE IS F.
010780     COPY LOCBDT.
010800
010900 WORKING-STORAGE SECTION.
011000
011600 01  WS-LOG-TIME-WORK.
011700     05  WS-LOG-TIME              PIC 9(06).
011800     05  FILLER                   PIC 9(02).
011805*---------------------------------------------------------------*
011810*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
011815*---------------------------------------------------------------*
011820 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
011825 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011830 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
011835 01  WS-PROCESS-TIME-WORK.
011840     05  WS-PROCESS-TIME          PIC 9(06).
011845     05  FILLER                   PIC 9(02).
011850 01  WS-DATE-HEADING-LINE.
011855     05  FILLER                   PIC X(15) VALUE
011860         "BUSINESS DATE  ".
011865     05  WS-DH-BUSINESS-DATE      PIC 9(08).
011870     05  FILLER                   PIC X(16) VALUE
011875         "    PROCESSED   ".
011880     05  WS-DH-PROCESS-DATE       PIC 9(08).
011885     05  FILLER                   PIC X(01) VALUE SPACE.
011890     05  WS-DH-PROCESS-TIME       PIC 9(06).
011895     05  FILLER                   PIC X(78) VALUE SPACES.
011900*---------------------------------------------------------------*
012000*    FILE STATUS SWITCHES                                       *
012100*---------------------------------------------------------------*
019400
019500*---------------------------------------------------------------*
019600 1000-INITIALIZE.
019650     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
019700     INITIALIZE WS-DISTRICT-REF-TABLE
019800     INITIALIZE WS-REGION-REF-TABLE
019900     PERFORM 1100-LOAD-REFERENCE THRU 1100-EXIT
021400     OPEN OUTPUT MAPPING-OUT-FILE
021500     OPEN OUTPUT MAPPING-REJECT-FILE
021600     OPEN OUTPUT EDIT-REPORT
021625     MOVE WS-DATE-HEADING-LINE TO EDIT-REPORT-LINE
021650     WRITE EDIT-REPORT-LINE
021700     MOVE WS-HEADING-LINE-1 TO EDIT-REPORT-LINE
021800     WRITE EDIT-REPORT-LINE
021900     PERFORM 2900-READ-MAP-ROW.
022000
022002*---------------------------------------------------------------*
022004*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
022006*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
022008*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
022010*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
022012*---------------------------------------------------------------*
022014 1050-GET-BUSINESS-DATE.
022016     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
022018     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
022020     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
022022     OPEN INPUT BUSINESS-DATE-FILE
022024     IF WS-BDTFILE-STATUS = "00"
022026         READ BUSINESS-DATE-FILE
022028             NOT AT END
022030                 IF BDT-BUSINESS-DATE NUMERIC
022032                     AND BDT-BUSINESS-DATE > ZERO
022034                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
022036                 END-IF
022038         END-READ
022040         CLOSE BUSINESS-DATE-FILE
022042     ELSE
022044         DISPLAY "SR17MAP - NO BUSDATE CARD, PROCESSING DATE USED"
022046     END-IF
022048     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
022050     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
022052     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
022054 1050-EXIT.
022056     EXIT.
022058
022100*---------------------------------------------------------------*
022200 1100-LOAD-REFERENCE.
022300     OPEN INPUT REFERENCE-FILE
038000*    RECONCILIATION.                                           *
038100*---------------------------------------------------------------*
038200 8900-WRITE-RUN-LOG.
038300     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
038400     ACCEPT WS-LOG-TIME-WORK FROM TIME
038500     OPEN EXTEND RUN-LOG-FILE
038600     IF WS-RUNLOG-STATUS NOT = "00" AND
