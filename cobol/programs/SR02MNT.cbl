001945*    08/22/2026  DRO  NOW APPENDS THE STANDARD RUN-STATISTICS ROW*
001955*                     (SEE LOCRUN) TO THE COMMON RUN LOG AT END  *
001965*                     OF RUN FOR THE SR15RUN END-OF-STREAM       *
001966*                     RECONCILIATION.                            *
001967*    09/02/2026  DRO  EVERY WRITE AND REWRITE TO THE MASTER IS   *
001968*                     NOW JOURNALED WITH FULL BEFORE/AFTER       *
001969*                     RECORD IMAGES, RUN DATE, TIME AND          *
001970*                     SEQUENCE (SEE LOCJRN) TO THE ACCUMULATING  *
001971*                     LOCJRNL FILE, SO SR21RCV CAN ROLL A        *
001972*                     RESTORED BACKUP OF THE MASTER FORWARD TO   *
001973*                     A NAMED POINT INSTEAD OF OPS RE-KEYING A   *
001974*                     DAY OF MAINTENANCE AFTER A REBUILD.        *
001975*    09/02/2026  DRO  THE JOURNAL ROW IS NOW WRITTEN ONLY ON THE *
001976*                     REWRITE'S NOT INVALID KEY PATH, AS THE ADD *
001977*                     PATH ALREADY DID - A FAILED REWRITE MUST   *
001978*                     NOT LEAVE AN AFTER-IMAGE FOR SR21RCV TO    *
001979*                     REPLAY AGAINST A RESTORED MASTER.          *
001980*    10/15/2026  DRO  AN ADD OR REOPEN NOW SETS                  *
001981*                     LOCATION-OPEN-DATE (THE TRANSACTION        *
001982*                     DATE, OR THE RUN DATE WHEN NONE IS         *
001983*                     SUPPLIED) AND LOCATION-SELLING-AREA, AND   *
001984*                     AUDITS BOTH.  4500-APPLY-CHANGES           *
001985*                     COMPARES AND APPLIES THEM UNDER THE SAME   *
001986*                     ZERO-MEANS-NOT-SET CONVENTION AS THE       *
001987*                     CALENDAR FIELDS.  BEFORE IMAGE WIDENED     *
001988*                     TO 61 BYTES.                               *
001989*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM    *
001990*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF   *
001991*                     THE CLOCK.                                 *
001999*                                                                *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  SR02MNT.
004525     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-RUNLOG-STATUS.
004580     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004585         ORGANIZATION IS LINE SEQUENTIAL
004590         FILE STATUS IS WS-BDTFILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
005920 FD  RUN-LOG-FILE
005940     RECORDING MODE IS F.
005960     COPY LOCRUN.
005964
005968 FD  BUSINESS-DATE-FILE
005972     RECORDING MODE IS F.
005976     COPY LOCBDT.
005980
006000
006100 WORKING-STORAGE SECTION.
006170 01  WS-LOG-TIME-WORK.
006180     05  WS-LOG-TIME              PIC 9(06).
006190     05  FILLER                   PIC 9(02).
006191*---------------------------------------------------------------*
006192*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
006193*---------------------------------------------------------------*
006194 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
006195 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
006196 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
006197 01  WS-PROCESS-TIME-WORK.
006198     05  WS-PROCESS-TIME          PIC 9(06).
006199     05  FILLER                   PIC 9(02).
006200 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
006300     88  MASTER-OPEN-OK               VALUE "00" "05".
006400 77  WS-TRANS-STATUS              PIC X(02) VALUE "00".
008274*    MASTER JOURNAL WORK FIELDS (SEE LOCJRN)                    *
008276*---------------------------------------------------------------*
008278 77  WS-JRN-ACTION                 PIC X(01).
008280 77  WS-BEFORE-IMAGE               PIC X(61) VALUE SPACES.
008282 77  AC-JOURNAL-SEQUENCE           PIC 9(07) VALUE ZERO.
008300
008400 PROCEDURE DIVISION.
009200
009300*---------------------------------------------------------------*
009400 1000-INITIALIZE.
009425     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
009450     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
009460     ACCEPT WS-RUN-TIME-WORK FROM TIME
009500     OPEN I-O LOCATION-MASTER
009600     IF NOT MASTER-OPEN-OK
010750     OPEN EXTEND JOURNAL-FILE
010800     PERFORM 2900-READ-TRANSACTION.
010900
010902*---------------------------------------------------------------*
010904*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
010906*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
010908*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
010910*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
010912*---------------------------------------------------------------*
010914 1050-GET-BUSINESS-DATE.
010916     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
010918     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
010920     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
010922     OPEN INPUT BUSINESS-DATE-FILE
010924     IF WS-BDTFILE-STATUS = "00"
010926         READ BUSINESS-DATE-FILE
010928             NOT AT END
010930                 IF BDT-BUSINESS-DATE NUMERIC
010932                     AND BDT-BUSINESS-DATE > ZERO
010934                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
010936                 END-IF
010938         END-READ
010940         CLOSE BUSINESS-DATE-FILE
010942     ELSE
010944         DISPLAY "SR02MNT - NO BUSDATE CARD, PROCESSING DATE USED"
010946     END-IF.
010948 1050-EXIT.
010950     EXIT.
010952
011000*---------------------------------------------------------------*
011100 2000-PROCESS-TRANSACTION.
011200     ADD 1 TO WS-TRANS-READ
015562         MOVE WS-DEFAULT-HOURS TO HOURS
015564     END-IF
015566     MOVE "O" TO LOCATION-STATUS
015568     MOVE ZERO TO LOCATION-CLOSE-DATE
015570     IF TRN-OPEN-DATE NUMERIC AND TRN-OPEN-DATE > ZERO
015572         MOVE TRN-OPEN-DATE TO LOCATION-OPEN-DATE
015574     ELSE
015576         MOVE WS-RUN-DATE TO LOCATION-OPEN-DATE
015578     END-IF
015580     IF TRN-SELLING-AREA NUMERIC
015582         MOVE TRN-SELLING-AREA TO LOCATION-SELLING-AREA
015584     END-IF.
015586 3700-EXIT.
015588     EXIT.
015590
015592*---------------------------------------------------------------*
015594 3800-AUDIT-NEW-VALUES.
015596     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015598     MOVE LOCATION-NAME TO WS-NEW-VALUE-ALPHA
015600     MOVE "LOCATION-NAME" TO AUD-FIELD-NAME
015602     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015604     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015606     MOVE MONTHS TO WS-NEW-NUMERIC-9
015608     MOVE WS-NEW-NUMERIC-9 TO WS-NEW-VALUE-ALPHA
015610     MOVE "MONTHS" TO AUD-FIELD-NAME
015612     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015614     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015616     MOVE WEEK-NO TO WS-NEW-NUMERIC-9
015618     MOVE WS-NEW-NUMERIC-9 TO WS-NEW-VALUE-ALPHA
015620     MOVE "WEEK-NO" TO AUD-FIELD-NAME
015622     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015624     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015626     MOVE DAYS TO WS-NEW-NUMERIC-9
015628     MOVE WS-NEW-NUMERIC-9 TO WS-NEW-VALUE-ALPHA
015630     MOVE "DAYS" TO AUD-FIELD-NAME
015632     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015634     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015636     MOVE HOURS TO WS-NEW-NUMERIC-9
015638     MOVE WS-NEW-NUMERIC-9 TO WS-NEW-VALUE-ALPHA
015640     MOVE "HOURS" TO AUD-FIELD-NAME
015642     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015644     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015646     MOVE LOCATION-OPEN-DATE TO WS-NEW-VALUE-ALPHA
015648     MOVE "LOCATION-OPEN-DATE" TO AUD-FIELD-NAME
015650     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
015652     MOVE SPACES TO WS-OLD-VALUE-ALPHA
015654     MOVE LOCATION-SELLING-AREA TO WS-NEW-VALUE-ALPHA
015656     MOVE "LOCATION-SELLING-AREA" TO AUD-FIELD-NAME
015658     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
015660 3800-EXIT.
015662     EXIT.
015664
015666*---------------------------------------------------------------*
015700 4000-CHANGE-LOCATION.
015800     MOVE TRN-LOCATION-NUMBER TO LOCATION-NUMBER
020095             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
020096         END-IF
020097     END-IF
020100
020105     IF TRN-OPEN-DATE NUMERIC AND TRN-OPEN-DATE > ZERO
020110         IF LOCATION-OPEN-DATE NOT = TRN-OPEN-DATE
020115             MOVE LOCATION-OPEN-DATE TO WS-OLD-VALUE-ALPHA
020120             MOVE TRN-OPEN-DATE TO LOCATION-OPEN-DATE
020125             MOVE LOCATION-OPEN-DATE TO WS-NEW-VALUE-ALPHA
020130             MOVE "LOCATION-OPEN-DATE" TO AUD-FIELD-NAME
020135             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
020140         END-IF
020145     END-IF
020150
020155     IF TRN-SELLING-AREA NUMERIC AND TRN-SELLING-AREA > ZERO
020160         IF LOCATION-SELLING-AREA NOT = TRN-SELLING-AREA
020165             MOVE LOCATION-SELLING-AREA TO WS-OLD-VALUE-ALPHA
020170             MOVE TRN-SELLING-AREA TO LOCATION-SELLING-AREA
020175             MOVE LOCATION-SELLING-AREA TO WS-NEW-VALUE-ALPHA
020180             MOVE "LOCATION-SELLING-AREA" TO AUD-FIELD-NAME
020185             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
020190         END-IF
020195     END-IF
020200     REWRITE LOCATION-MASTER-RECORD
020300         INVALID KEY
020400             DISPLAY "SR02MNT - REWRITE FAILED, LOCATION = "
026312*    RECONCILIATION.                                           *
026315*---------------------------------------------------------------*
026318 8900-WRITE-RUN-LOG.
026321     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
026324     ACCEPT WS-LOG-TIME-WORK FROM TIME
026327     OPEN EXTEND RUN-LOG-FILE
026330     IF WS-RUNLOG-STATUS NOT = "00" AND
