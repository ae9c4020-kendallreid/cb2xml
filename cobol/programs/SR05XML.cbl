002432*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
002449*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
002466*                     RECONCILIATION.                            *
002470*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
002474*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
002478*                     THE CLOCK.                                 *
002483*                                                                *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
004525     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-RUNLOG-STATUS.
004580     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004585         ORGANIZATION IS LINE SEQUENTIAL
004590         FILE STATUS IS WS-BDTFILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
005520 FD  RUN-LOG-FILE
005540     RECORDING MODE IS F.
005560     COPY LOCRUN.
005564
005568 FD  BUSINESS-DATE-FILE
005572     RECORDING MODE IS F.
005576     COPY LOCBDT.
005580
005600
005700 WORKING-STORAGE SECTION.
005770 01  WS-LOG-TIME-WORK.
005780     05  WS-LOG-TIME              PIC 9(06).
005790     05  FILLER                   PIC 9(02).
005791*---------------------------------------------------------------*
005792*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
005793*---------------------------------------------------------------*
005794 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
005795 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
005796 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
005797 01  WS-PROCESS-TIME-WORK.
005798     05  WS-PROCESS-TIME          PIC 9(06).
005799     05  FILLER                   PIC 9(02).
005800*---------------------------------------------------------------*
005900*    FILE STATUS SWITCHES                                       *
006000*---------------------------------------------------------------*
009600
009700*---------------------------------------------------------------*
009800 1000-INITIALIZE.
009850     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
009900     OPEN INPUT LOCATION-FILE
010000     IF WS-LOCFILE-STATUS NOT = "00"
010100         DISPLAY "SR05XML - CANNOT OPEN LOCATION-FILE, STATUS = "
010500     OPEN OUTPUT XML-FEED
010600     PERFORM 2900-READ-LOCATION-FILE.
010700
010702*---------------------------------------------------------------*
010704*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
010706*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
010708*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
010710*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
010712*---------------------------------------------------------------*
010714 1050-GET-BUSINESS-DATE.
010716     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
010718     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
010720     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
010722     OPEN INPUT BUSINESS-DATE-FILE
010724     IF WS-BDTFILE-STATUS = "00"
010726         READ BUSINESS-DATE-FILE
010728             NOT AT END
010730                 IF BDT-BUSINESS-DATE NUMERIC
010732                     AND BDT-BUSINESS-DATE > ZERO
010734                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
010736                 END-IF
010738         END-READ
010740         CLOSE BUSINESS-DATE-FILE
010742     ELSE
010744         DISPLAY "SR05XML - NO BUSDATE CARD, PROCESSING DATE USED"
010746     END-IF.
010748 1050-EXIT.
010750     EXIT.
010752
010800*---------------------------------------------------------------*
010900 2000-PROCESS-LOCATION.
011000     ADD 1 TO WS-LOCATIONS-READ
045296*    RECONCILIATION.                                           *
045300*---------------------------------------------------------------*
045304 8900-WRITE-RUN-LOG.
045308     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
045312     ACCEPT WS-LOG-TIME-WORK FROM TIME
045316     OPEN EXTEND RUN-LOG-FILE
045320     IF WS-RUNLOG-STATUS NOT = "00" AND
