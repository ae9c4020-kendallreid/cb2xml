002440*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002460*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002480*                     RECONCILIATION.                            *
002485*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002490*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002495*                     THE CLOCK.                                 *
002500*    10/15/2026  DRO  NO SNAPSHOT IS TAKEN WHEN THE RUN DATE     *
002505*                     FALLS IN A PERIOD CLOSED ON THE PERCTL     *
002510*                     PERIOD CONTROL FILE (SEE LOCPER): THE      *
002515*                     LOCATIONS ARE COUNTED AS REFUSED, THE      *
002520*                     HISTORY IS CARRIED FORWARD WHOLE AND THE   *
002525*                     RUN ENDS WITH RETURN CODE 4.               *
002550*                                                                *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  SR13SNP.
004925     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS WS-RUNLOG-STATUS.
004980     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004985         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-BDTFILE-STATUS.
004992     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
004994         ORGANIZATION IS LINE SEQUENTIAL
004996         FILE STATUS IS WS-PERFILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
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
007570 01  WS-LOG-TIME-WORK.
007580     05  WS-LOG-TIME              PIC 9(06).
007590     05  FILLER                   PIC 9(02).
007591*---------------------------------------------------------------*
007592*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
007593*---------------------------------------------------------------*
007594 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
007595 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
007596 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
007597 01  WS-PROCESS-TIME-WORK.
007598     05  WS-PROCESS-TIME          PIC 9(06).
007599     05  FILLER                   PIC 9(02).
007600*---------------------------------------------------------------*
007700*    FILE STATUS SWITCHES                                       *
007800*---------------------------------------------------------------*
012100 77  WS-ROWS-COPIED               PIC 9(07) COMP VALUE ZERO.
012200 77  WS-ROWS-DROPPED              PIC 9(07) COMP VALUE ZERO.
012300 77  WS-ROWS-CAPTURED             PIC 9(07) COMP VALUE ZERO.
012302
012305*---------------------------------------------------------------*
012310*    PERIOD CONTROL (SEE LOCPER) - SET WHEN THE RUN DATE FALLS  *
012315*    INSIDE A CLOSED PERIOD.                                    *
012320*---------------------------------------------------------------*
012325 77  WS-PERFILE-STATUS            PIC X(02) VALUE "00".
012330 77  WS-PER-EOF-SWITCH            PIC X(01) VALUE "N".
012335     88  END-OF-PERIOD-FILE       VALUE "Y".
012340 77  WS-PERIOD-CLOSED-SWITCH      PIC X(01) VALUE "N".
012345     88  RUN-PERIOD-CLOSED        VALUE "Y".
012350 77  WS-CLOSED-PERIOD-NO          PIC 9(02) VALUE ZERO.
012355 77  WS-LOCATIONS-REFUSED         PIC 9(07) COMP VALUE ZERO.
012400
012500 PROCEDURE DIVISION.
012600*---------------------------------------------------------------*
012800     PERFORM 1000-INITIALIZE
012900     PERFORM 2000-COPY-HISTORY-FORWARD
013000         UNTIL END-OF-HISTORY-FILE
013100     IF RUN-PERIOD-CLOSED
013120         PERFORM 3500-REFUSE-LOCATION
013140             UNTIL END-OF-LOCATION-FILE
013160     ELSE
013180         PERFORM 3000-CAPTURE-LOCATION
013190             UNTIL END-OF-LOCATION-FILE
013200     END-IF
013300     PERFORM 8000-FINALIZE
013400     GO TO 9999-EXIT.
013500
013600*---------------------------------------------------------------*
013700 1000-INITIALIZE.
013750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
013800     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
013900     PERFORM 1100-SCAN-PERIOD-DATES THRU 1100-EXIT
013950     PERFORM 1600-CHECK-PERIOD-CONTROL THRU 1600-EXIT
014000     OPEN INPUT SNAPSHOT-HISTORY-FILE
014100     MOVE "N" TO WS-HIST-EOF-SWITCH
014200     OPEN OUTPUT NEW-HISTORY-FILE
014900     END-IF
015000     PERFORM 3900-READ-LOCATION-FILE.
015100
015102*---------------------------------------------------------------*
015104*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
015106*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
015108*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
015110*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
015112*---------------------------------------------------------------*
015114 1050-GET-BUSINESS-DATE.
015116     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
015118     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
015120     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
015122     OPEN INPUT BUSINESS-DATE-FILE
015124     IF WS-BDTFILE-STATUS = "00"
015126         READ BUSINESS-DATE-FILE
015128             NOT AT END
015130                 IF BDT-BUSINESS-DATE NUMERIC
015132                     AND BDT-BUSINESS-DATE > ZERO
015134                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
015136                 END-IF
015138         END-READ
015140         CLOSE BUSINESS-DATE-FILE
015142     ELSE
015144         DISPLAY "SR13SNP - NO BUSDATE CARD, PROCESSING DATE USED"
015146     END-IF.
015148 1050-EXIT.
015150     EXIT.
015152
015200*---------------------------------------------------------------*
015300*    FIRST PASS OVER THE OLD HISTORY: COLLECT THE DISTINCT      *
015400*    PERIOD DATES (THE FILE IS APPENDED PERIOD BY PERIOD, SO    *
019800 1150-EXIT.
019900     EXIT.
020000
020001*---------------------------------------------------------------*
020002*    PERCTL (SEE LOCPER) IS OPTIONAL - WITHOUT IT NO PERIOD IS  *
020003*    CLOSED.  THE RUN DATE IS LOOKED UP AGAINST THE             *
020004*    BUSINESS-DATE SPAN OF EACH CLOSED PERIOD; A ROW WITH A     *
020005*    ZERO SPAN CANNOT BE MATCHED BY DATE AND IS PASSED OVER.    *
020006*    A SNAPSHOT DATED INSIDE A CLOSED PERIOD WOULD ADD A        *
020007*    SECOND SET OF FIGURES TO A MONTH FINANCE HAS ALREADY       *
020008*    REPORTED, SO NONE IS TAKEN AND THE HISTORY IS CARRIED      *
020009*    FORWARD WHOLE.                                             *
020010*---------------------------------------------------------------*
020011 1600-CHECK-PERIOD-CONTROL.
020012     OPEN INPUT PERIOD-CONTROL-FILE
020013     IF WS-PERFILE-STATUS NOT = "00"
020014         GO TO 1600-EXIT
020015     END-IF
020016     PERFORM 1650-READ-PERIOD-CONTROL THRU 1650-EXIT
020017     PERFORM 1700-TEST-PERIOD-CONTROL THRU 1700-EXIT
020018         UNTIL END-OF-PERIOD-FILE
020019     CLOSE PERIOD-CONTROL-FILE
020020     IF RUN-PERIOD-CLOSED
020021         DISPLAY "SR13SNP - PERIOD " WS-CLOSED-PERIOD-NO
020022             " IS CLOSED - NO SNAPSHOT TAKEN FOR " WS-RUN-DATE
020023     END-IF.
020024 1600-EXIT.
020025     EXIT.
020026
020027*---------------------------------------------------------------*
020028 1650-READ-PERIOD-CONTROL.
020029     READ PERIOD-CONTROL-FILE
020030         AT END
020031             SET END-OF-PERIOD-FILE TO TRUE
020032     END-READ.
020033 1650-EXIT.
020034     EXIT.
020035
020036*---------------------------------------------------------------*
020037 1700-TEST-PERIOD-CONTROL.
020038     IF PER-IS-CLOSED
020039             AND PER-START-DATE NUMERIC
020040             AND PER-END-DATE NUMERIC
020041             AND PER-START-DATE > ZERO
020042             AND WS-RUN-DATE NOT < PER-START-DATE
020043             AND WS-RUN-DATE NOT > PER-END-DATE
020044         SET RUN-PERIOD-CLOSED TO TRUE
020045         MOVE PER-PERIOD-NO TO WS-CLOSED-PERIOD-NO
020046     END-IF
020047     PERFORM 1650-READ-PERIOD-CONTROL THRU 1650-EXIT.
020048 1700-EXIT.
020049     EXIT.
020050
020100*---------------------------------------------------------------*
020200 2000-COPY-HISTORY-FORWARD.
020300     IF RUN-PERIOD-CLOSED
020350             OR (SNP-PERIOD-DATE NOT < WS-KEEP-FROM-DATE
020400             AND SNP-PERIOD-DATE NOT = WS-RUN-DATE)
020500         MOVE LOCATION-SNAPSHOT-RECORD TO NEW-SNAPSHOT-RECORD
020600         WRITE NEW-SNAPSHOT-RECORD
020700         ADD 1 TO WS-ROWS-COPIED
022800         UNTIL SB-WEEKNO > WEEK-NO
022900     PERFORM 3900-READ-LOCATION-FILE.
023000
023010*---------------------------------------------------------------*
023020*    THE RUN DATE IS IN A CLOSED PERIOD - THE LOCATION IS       *
023030*    COUNTED AS REFUSED AND NOTHING IS CAPTURED FOR IT.         *
023040*    LOCGOOD IS STILL READ TO THE END SO ITS TRAILER IS PROVED. *
023050*---------------------------------------------------------------*
023060 3500-REFUSE-LOCATION.
023070     ADD 1 TO WS-LOCATIONS-REFUSED
023080     PERFORM 3900-READ-LOCATION-FILE.
023090
023100*---------------------------------------------------------------*
023200 3900-READ-LOCATION-FILE.
023300     READ LOCATION-FILE
034200     DISPLAY "SR13SNP - HISTORY ROWS KEPT   = " WS-ROWS-COPIED
034300     DISPLAY "SR13SNP - HISTORY ROWS AGED   = " WS-ROWS-DROPPED
034400     DISPLAY "SR13SNP - ROWS CAPTURED       = " WS-ROWS-CAPTURED
034410     IF RUN-PERIOD-CLOSED
034420         DISPLAY "SR13SNP - LOCATIONS REFUSED   = "
034430             WS-LOCATIONS-REFUSED " - PERIOD CLOSED"
034440         MOVE 4 TO RETURN-CODE
034450     END-IF
034500     CLOSE LOCATION-FILE
034600     CLOSE SNAPSHOT-HISTORY-FILE
034700     CLOSE NEW-HISTORY-FILE.
035312*    RECONCILIATION.                                           *
035315*---------------------------------------------------------------*
035318 8900-WRITE-RUN-LOG.
035321     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
035324     ACCEPT WS-LOG-TIME-WORK FROM TIME
035327     OPEN EXTEND RUN-LOG-FILE
035330     IF WS-RUNLOG-STATUS NOT = "00" AND
035348         MOVE WS-LOG-DATE TO RUN-DATE
035351         MOVE WS-LOG-TIME TO RUN-TIME
035354         MOVE WS-LOCATIONS-READ TO RUN-RECORDS-READ
035355         ADD WS-LOCATIONS-REFUSED TO RUN-RECORDS-READ
035357         COMPUTE RUN-RECORDS-WRITTEN =
035360             WS-ROWS-COPIED
035363             + WS-ROWS-CAPTURED
035366         MOVE WS-LOCATIONS-REFUSED TO RUN-RECORDS-REJECTED
035369         MOVE ZERO TO RUN-EXCEPTIONS
035372         WRITE RUN-STATISTICS-RECORD
035375         CLOSE RUN-LOG-FILE
