002520*                     TOUCH THE HOUR/DAY DETAIL TABLES (SR01SUM, *
002521*                     SR06ALT, SR07RLP, SR14GLX) STOP PAYING     *
002522*                     FOR THE FULL-WIDTH LOCDTL READ.            *
002523*    10/15/2026  DRO  LOCRAW AS BUILT BY THE SR27LOD POS FEED    *
002524*                     LOADER NOW CARRIES A LOCCTL HEADER AND     *
002525*                     TRAILER.  THE READ PARAGRAPH SKIPS THEM    *
002526*                     AND PROVES THE TRAILER'S RECORD COUNT      *
002527*                     AGAINST THE DATA RECORDS READ, ABENDING ON *
002528*                     A SHORT FILE.  THE HASH TOTALS ARE NOT     *
002529*                     RE-PROVED HERE - TOTAL-SALES AND TOTAL-    *
002530*                     PURCHASE-VALUE SIT BEHIND THE VERY ODO     *
002531*                     FIELDS THIS PASS EXISTS TO DISTRUST.  AN   *
002532*                     UNWRAPPED FILE (THE SR09FIX LOCRSUB        *
002533*                     SUPPLEMENTARY PASS) IS STILL ACCEPTED.     *
002535*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002537*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002539*                     THE CLOCK, AND THE REPORT HEADS WITH       *
002541*                     BOTH THE BUSINESS AND THE PROCESSING       *
002543*                     DATE.                                      *
002556*                                                                *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
004947     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004964         ORGANIZATION IS LINE SEQUENTIAL
004981         FILE STATUS IS WS-RUNLOG-STATUS.
004985     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004989         ORGANIZATION IS LINE SEQUENTIAL
004993         FILE STATUS IS WS-BDTFILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005500     COPY LOCDTL.
005510     COPY LOCIMG REPLACING ==LOCATION-RECORD-IMAGE==
005520         BY ==LOCATION-RAW-IMAGE==.
005530     COPY LOCCTL REPLACING ==EXTRACT-CONTROL-RECORD==
005531         BY ==RAW-CONTROL-RECORD==
005532         ==CTL-RECORD-ID==     BY ==RCTL-RECORD-ID==
005533         ==CTL-IS-HEADER==     BY ==RCTL-IS-HEADER==
005534         ==CTL-IS-TRAILER==    BY ==RCTL-IS-TRAILER==
005535         ==CTL-EXTRACT-DATE==  BY ==RCTL-EXTRACT-DATE==
005536         ==CTL-RECORD-COUNT==  BY ==RCTL-RECORD-COUNT==
005537         ==CTL-SALES-HASH==    BY ==RCTL-SALES-HASH==
005538         ==CTL-PURCHASE-HASH== BY ==RCTL-PURCHASE-HASH==.
005600
005700 FD  GOOD-LOCATION-FILE
005800     RECORDING MODE IS F.
006964 FD  RUN-LOG-FILE
006970     RECORDING MODE IS F.
006980     COPY LOCRUN.
006982
006984 FD  BUSINESS-DATE-FILE
006986     RECORDING MODE IS F.
006988     COPY LOCBDT.
006990
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
010470 77  AC-GOOD-PURCH-HASH           PIC S9(13)V99 COMP-3
010480                                  VALUE ZERO.
010490
010491*---------------------------------------------------------------*
010492*    LOCRAW CONTROL-RECORD VERIFICATION (SEE LOCCTL).  A FILE   *
010493*    WITH NO HEADER IS AN UNWRAPPED SUPPLEMENTARY PASS.         *
010494*---------------------------------------------------------------*
010495 77  WS-RAW-HEADER-SEEN-SWITCH    PIC X(01) VALUE "N".
010496     88  RAW-HEADER-SEEN          VALUE "Y".
010497 77  WS-RAW-TRAILER-SEEN-SWITCH   PIC X(01) VALUE "N".
010498     88  RAW-TRAILER-SEEN         VALUE "Y".
010499 77  AC-RAW-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
010500*---------------------------------------------------------------*
010600*    REPORT LINE WORK AREAS                                     *
010700*---------------------------------------------------------------*
014800
014900*---------------------------------------------------------------*
015000 1000-INITIALIZE.
015050     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
015100     OPEN INPUT LOCATION-FILE
015200     IF WS-LOCFILE-STATUS NOT = "00"
015300         DISPLAY "SR04VAL - CANNOT OPEN LOCATION-FILE, STATUS = "
015500         GO TO 9999-EXIT
015600     END-IF
015700     OPEN OUTPUT GOOD-LOCATION-FILE
015710     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
015720     MOVE "HDR " TO CTL-RECORD-ID
015730     MOVE WS-RUN-DATE TO CTL-EXTRACT-DATE
015740     MOVE ZERO TO CTL-RECORD-COUNT
015784     WRITE TOTALS-CONTROL-RECORD
015800     OPEN OUTPUT VALIDATION-EXCEPTION-FILE
015810     OPEN OUTPUT REJECT-FILE
015835     MOVE WS-DATE-HEADING-LINE TO VALIDATION-EXCEPTION-LINE
015860     WRITE VALIDATION-EXCEPTION-LINE
015900     MOVE WS-HEADING-LINE-1 TO VALIDATION-EXCEPTION-LINE
016000     WRITE VALIDATION-EXCEPTION-LINE
016100     PERFORM 2900-READ-LOCATION-FILE.
016200
016202*---------------------------------------------------------------*
016204*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
016206*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
016208*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
016210*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
016212*---------------------------------------------------------------*
016214 1050-GET-BUSINESS-DATE.
016216     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
016218     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
016220     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
016222     OPEN INPUT BUSINESS-DATE-FILE
016224     IF WS-BDTFILE-STATUS = "00"
016226         READ BUSINESS-DATE-FILE
016228             NOT AT END
016230                 IF BDT-BUSINESS-DATE NUMERIC
016232                     AND BDT-BUSINESS-DATE > ZERO
016234                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
016236                 END-IF
016238         END-READ
016240         CLOSE BUSINESS-DATE-FILE
016242     ELSE
016244         DISPLAY "SR04VAL - NO BUSDATE CARD, PROCESSING DATE USED"
016246     END-IF
016248     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
016250     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
016252     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
016254 1050-EXIT.
016256     EXIT.
016258
016300*---------------------------------------------------------------*
016400 2000-PROCESS-LOCATION.
016500     ADD 1 TO WS-LOCATIONS-READ
018000     READ LOCATION-FILE
018100         AT END
018200             SET END-OF-LOCATION-FILE TO TRUE
018204     END-READ
018208     IF END-OF-LOCATION-FILE
018212         PERFORM 2950-VERIFY-RAW-TRAILER THRU 2950-EXIT
018216     ELSE
018220         IF RCTL-IS-HEADER OR RCTL-IS-TRAILER
018224             PERFORM 2930-TALLY-RAW-CONTROL THRU 2930-EXIT
018228             GO TO 2900-READ-LOCATION-FILE
018232         ELSE
018236             IF RAW-TRAILER-SEEN
018240                 DISPLAY "SR04VAL - DATA RECORD AFTER LOCRAW "
018244                     "TRAILER"
018248                 PERFORM 9500-ABORT-RUN
018252             END-IF
018256             ADD 1 TO AC-RAW-RECORD-COUNT
018260         END-IF
018264     END-IF.
018268
018272*---------------------------------------------------------------*
018276 2930-TALLY-RAW-CONTROL.
018280     IF RCTL-IS-HEADER
018284         MOVE "Y" TO WS-RAW-HEADER-SEEN-SWITCH
018288     ELSE
018292         MOVE "Y" TO WS-RAW-TRAILER-SEEN-SWITCH
018296         IF RCTL-RECORD-COUNT NOT = AC-RAW-RECORD-COUNT
018300             DISPLAY "SR04VAL - LOCRAW TRAILER MISMATCH - "
018304                 "EXTRACT INCOMPLETE OR DAMAGED"
018308             DISPLAY "SR04VAL - TRAILER COUNT = "
018312                 RCTL-RECORD-COUNT " COUNTED = "
018316                 AC-RAW-RECORD-COUNT
018320             PERFORM 9500-ABORT-RUN
018324         END-IF
018328     END-IF.
018332 2930-EXIT.
018336     EXIT.
018340
018344*---------------------------------------------------------------*
018348 2950-VERIFY-RAW-TRAILER.
018352     IF RAW-HEADER-SEEN AND NOT RAW-TRAILER-SEEN
018356         DISPLAY "SR04VAL - LOCRAW TRAILER MISSING - FILE "
018360             "TRUNCATED"
018364         PERFORM 9500-ABORT-RUN
018368     END-IF
018372     IF RAW-TRAILER-SEEN AND NOT RAW-HEADER-SEEN
018376         DISPLAY "SR04VAL - LOCRAW HEADER RECORD MISSING"
018380         PERFORM 9500-ABORT-RUN
018384     END-IF.
018388 2950-EXIT.
018392     EXIT.
018400
018500*---------------------------------------------------------------*
018600 3000-VALIDATE-FIELDS.
024812*    RECONCILIATION.                                           *
024815*---------------------------------------------------------------*
024818 8900-WRITE-RUN-LOG.
024821     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
024824     ACCEPT WS-LOG-TIME-WORK FROM TIME
024827     OPEN EXTEND RUN-LOG-FILE
024830     IF WS-RUNLOG-STATUS NOT = "00" AND
024875 8900-EXIT.
024878     EXIT.
024881
024885*---------------------------------------------------------------*
024890 9500-ABORT-RUN.
024893     MOVE 16 TO RETURN-CODE
024896     STOP RUN.
024898
024900*---------------------------------------------------------------*
025000 9999-EXIT.
025100     STOP RUN.
