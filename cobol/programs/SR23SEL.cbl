002700*                     MOVE SEEDS THE RECEIVING ODO CONTROL      *
002800*                     FIELDS FIRST, EXACTLY AS SR04VAL WRITES   *
002900*                     ITS GOOD FILE.                            *
002910*    10/15/2026  DRO  MST- REPLACING LIST EXTENDED FOR THE NEW  *
002920*                     LOCHDR OPEN DATE AND SELLING AREA         *
002930*                     FIELDS.                                   *
002940*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
002950*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
002960*                     THE CLOCK, AND THE REPORT HEADS WITH      *
002970*                     BOTH THE BUSINESS AND THE PROCESSING      *
002980*                     DATE.                                     *
003000*                                                                *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
006600     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNLOG-STATUS.
006825     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006850         ORGANIZATION IS LINE SEQUENTIAL
006875         FILE STATUS IS WS-BDTFILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
011300         ==LOCATION-STATUS==     BY ==MST-LOCATION-STATUS==
011400         ==LOCATION-IS-OPEN==    BY ==MST-LOCATION-IS-OPEN==
011500         ==LOCATION-IS-CLOSED==  BY ==MST-LOCATION-IS-CLOSED==
011600         ==LOCATION-CLOSE-DATE== BY ==MST-LOCATION-CLOSE-DATE==
011610         ==LOCATION-OPEN-DATE==  BY ==MST-LOCATION-OPEN-DATE==
011620         ==LOCATION-SELLING-AREA==
011630                                 BY ==MST-LOCATION-SELLING-AREA==.
011700
011800 FD  SUBSET-FILE
011900     RECORDING MODE IS F.
014000 FD  RUN-LOG-FILE
014100     RECORDING MODE IS F.
014200     COPY LOCRUN.
014220
014240 FD  BUSINESS-DATE-FILE
014260     RECORDING MODE IS F.
014280     COPY LOCBDT.
014300
014400 WORKING-STORAGE SECTION.
014500
015100 01  WS-LOG-TIME-WORK.
015200     05  WS-LOG-TIME              PIC 9(06).
015300     05  FILLER                   PIC 9(02).
015305*---------------------------------------------------------------*
015310*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
015315*---------------------------------------------------------------*
015320 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
015325 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
015330 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
015335 01  WS-PROCESS-TIME-WORK.
015340     05  WS-PROCESS-TIME          PIC 9(06).
015345     05  FILLER                   PIC 9(02).
015350 01  WS-DATE-HEADING-LINE.
015355     05  FILLER                   PIC X(15) VALUE
015360         "BUSINESS DATE  ".
015365     05  WS-DH-BUSINESS-DATE      PIC 9(08).
015370     05  FILLER                   PIC X(16) VALUE
015375         "    PROCESSED   ".
015380     05  WS-DH-PROCESS-DATE       PIC 9(08).
015385     05  FILLER                   PIC X(01) VALUE SPACE.
015390     05  WS-DH-PROCESS-TIME       PIC 9(06).
015395     05  FILLER                   PIC X(78) VALUE SPACES.
015400*---------------------------------------------------------------*
015500*    FILE STATUS SWITCHES                                       *
015600*---------------------------------------------------------------*
026000
026100*---------------------------------------------------------------*
026200 1000-INITIALIZE.
026250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
026300     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
026400     MOVE SPACES TO WS-WANT-LOCATION-TABLE
026500     MOVE SPACES TO WS-WANT-DISTRICT-TABLE
026600     MOVE SPACES TO WS-WANT-REGION-TABLE
029300     MOVE ZERO TO SCTL-PURCHASE-HASH
029400     WRITE SUBSET-CONTROL-RECORD
029500     OPEN OUTPUT SELECTION-REPORT
029525     MOVE WS-DATE-HEADING-LINE TO SELECTION-REPORT-LINE
029550     WRITE SELECTION-REPORT-LINE
029600     MOVE WS-HEADING-LINE-1 TO SELECTION-REPORT-LINE
029700     WRITE SELECTION-REPORT-LINE
029800     PERFORM 2900-READ-LOCATION-FILE.
029900
029902*---------------------------------------------------------------*
029904*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
029906*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
029908*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
029910*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
029912*---------------------------------------------------------------*
029914 1050-GET-BUSINESS-DATE.
029916     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
029918     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
029920     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
029922     OPEN INPUT BUSINESS-DATE-FILE
029924     IF WS-BDTFILE-STATUS = "00"
029926         READ BUSINESS-DATE-FILE
029928             NOT AT END
029930                 IF BDT-BUSINESS-DATE NUMERIC
029932                     AND BDT-BUSINESS-DATE > ZERO
029934                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
029936                 END-IF
029938         END-READ
029940         CLOSE BUSINESS-DATE-FILE
029942     ELSE
029944         DISPLAY "SR23SEL - NO BUSDATE CARD, PROCESSING DATE USED"
029946     END-IF
029948     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
029950     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
029952     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
029954 1050-EXIT.
029956     EXIT.
029958
030000*---------------------------------------------------------------*
030100 1100-LOAD-SELECTIONS.
030200     OPEN INPUT SELECT-PARM-FILE
059100*    RECONCILIATION.                                           *
059200*---------------------------------------------------------------*
059300 8900-WRITE-RUN-LOG.
059400     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
059500     ACCEPT WS-LOG-TIME-WORK FROM TIME
059600     OPEN EXTEND RUN-LOG-FILE
059700     IF WS-RUNLOG-STATUS NOT = "00" AND
