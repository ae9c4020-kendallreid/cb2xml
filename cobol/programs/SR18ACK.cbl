002900*                     SAME ORDER (CODE ORDER 1=SLS, 2=PUR,      *
003000*                     COMPUTED AT RELEASE) AND THE TWO FILES    *
003100*                     ARE MATCHED IN ONE SEQUENTIAL PASS.       *
003102*    10/15/2026  DRO  NOW CARRIES THE LOCGLH GL POSTING         *
003106*                     HISTORY FORWARD (GLHIST TO GLHNEW) IN     *
003110*                     THE SAME MATCH PASS.  EVERY SENT LINE     *
003114*                     THE LEDGER ACKNOWLEDGES AS POSTED ADDS    *
003118*                     THE AMOUNT IT ACTUALLY POSTED TO THAT     *
003122*                     KEY'S HISTORY ROW, WHICH SR14GLX'S DELTA  *
003126*                     MODE NETS AGAINST THE REVISED FIGURES.    *
003130*                     REJECTED, UNACKNOWLEDGED AND NEVER-SENT   *
003134*                     LINES LEAVE THE HISTORY ALONE.  ROW       *
003138*                     COUNTS AND AMOUNTS IN, APPLIED AND OUT    *
003142*                     ARE PROVED AT END OF RUN.  THE            *
003146*                     ACKNOWLEDGMENT POST DATE IS NOW CARRIED   *
003150*                     THROUGH THE SORT.                         *
003155*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
003160*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
003165*                     THE CLOCK, AND THE REPORT HEADS WITH      *
003170*                     BOTH THE BUSINESS AND THE PROCESSING      *
003175*                     DATE.                                     *
003200*                                                                *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
005800     SELECT MATCH-REPORT ASSIGN TO ACKRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPTFILE-STATUS.
006010     SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO GLHIST
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS WS-HISTFILE-STATUS.
006040     SELECT NEW-HISTORY-FILE ASSIGN TO GLHNEW
006050         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-NEWFILE-STATUS.
006100     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RUNLOG-STATUS.
006325     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006350         ORGANIZATION IS LINE SEQUENTIAL
006375         FILE STATUS IS WS-BDTFILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
008000     05  SRT-POSTING-CODE           PIC X(04).
008100     05  SRT-STATUS                 PIC X(01).
008200     05  SRT-AMOUNT                 PIC S9(09)V99.
008250     05  SRT-POST-DATE              PIC 9(08).
008300
008400 FD  SORTED-ACK-FILE
008500     RECORDING MODE IS F.
009200         88  SAK-IS-POSTED           VALUE "P".
009300         88  SAK-IS-REJECTED         VALUE "R".
009400     05  SAK-AMOUNT                 PIC S9(09)V99.
009450     05  SAK-POST-DATE              PIC 9(08).
009500
009600 FD  MATCH-REPORT
009700     RECORDING MODE IS F.
009800 01  MATCH-REPORT-LINE              PIC X(132).
009810
009820 FD  GL-HISTORY-FILE
009830     RECORDING MODE IS F.
009840     COPY LOCGLH.
009850
009860 FD  NEW-HISTORY-FILE
009870     RECORDING MODE IS F.
009880     COPY LOCGLH REPLACING ==GL-HISTORY-RECORD==
009882         BY ==NEW-HISTORY-RECORD==
009884         ==GLH-HISTORY-KEY==     BY ==NEW-HISTORY-KEY==
009886         ==GLH-LOCATION-NUMBER== BY ==NEW-LOCATION-NUMBER==
009888         ==GLH-CODE-ORDER==      BY ==NEW-CODE-ORDER==
009890         ==GLH-PERIOD-NO==       BY ==NEW-PERIOD-NO==
009892         ==GLH-POSTING-CODE==    BY ==NEW-POSTING-CODE==
009894         ==GLH-POSTED-AMOUNT==   BY ==NEW-POSTED-AMOUNT==
009895         ==GLH-POSTING-COUNT==   BY ==NEW-POSTING-COUNT==
009896         ==GLH-FIRST-POST-DATE== BY ==NEW-FIRST-POST-DATE==
009897         ==GLH-LAST-POST-DATE==  BY ==NEW-LAST-POST-DATE==.
009900 FD  RUN-LOG-FILE
010000     RECORDING MODE IS F.
010100     COPY LOCRUN.
010120
010140 FD  BUSINESS-DATE-FILE
010160     RECORDING MODE IS F.
010180     COPY LOCBDT.
010200
010300 WORKING-STORAGE SECTION.
010400
011000 01  WS-LOG-TIME-WORK.
011100     05  WS-LOG-TIME              PIC 9(06).
011200     05  FILLER                   PIC 9(02).
011205*---------------------------------------------------------------*
011210*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
011215*---------------------------------------------------------------*
011220 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
011225 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011230 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
011235 01  WS-PROCESS-TIME-WORK.
011240     05  WS-PROCESS-TIME          PIC 9(06).
011245     05  FILLER                   PIC 9(02).
011250 01  WS-DATE-HEADING-LINE.
011255     05  FILLER                   PIC X(15) VALUE
011260         "BUSINESS DATE  ".
011265     05  WS-DH-BUSINESS-DATE      PIC 9(08).
011270     05  FILLER                   PIC X(16) VALUE
011275         "    PROCESSED   ".
011280     05  WS-DH-PROCESS-DATE       PIC 9(08).
011285     05  FILLER                   PIC X(01) VALUE SPACE.
011290     05  WS-DH-PROCESS-TIME       PIC 9(06).
011295     05  FILLER                   PIC X(78) VALUE SPACES.
011300*---------------------------------------------------------------*
011400*    FILE STATUS SWITCHES                                       *
011500*---------------------------------------------------------------*
012300     88  END-OF-ACK-FILE          VALUE "Y".
012400 77  WS-RAW-ACK-EOF-SWITCH        PIC X(01) VALUE "N".
012500     88  END-OF-RAW-ACK-FILE      VALUE "Y".
012510 77  WS-HISTFILE-STATUS           PIC X(02) VALUE "00".
012520 77  WS-NEWFILE-STATUS            PIC X(02) VALUE "00".
012530 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
012540     88  END-OF-HISTORY-FILE      VALUE "Y".
012600
012700*---------------------------------------------------------------*
012800*    GLPOST TRAILER VERIFICATION                                 *
014500     05  WS-ACK-KEY-LOCATION      PIC 9(04).
014600     05  WS-ACK-KEY-ORDER         PIC 9(01).
014700     05  WS-ACK-KEY-PERIOD        PIC 9(02).
014710 01  WS-LOW-MATCH-KEY.
014720     05  WS-LOW-KEY-LOCATION      PIC 9(04).
014730     05  WS-LOW-KEY-ORDER         PIC 9(01).
014740     05  WS-LOW-KEY-PERIOD        PIC 9(02).
014750
014752*---------------------------------------------------------------*
014754*    POSTING HISTORY CARRY-FORWARD (SEE LOCGLH).  THE HISTORY    *
014756*    IS KEYED LIKE THE MATCH KEYS ABOVE; ALL NINES MARKS AN      *
014758*    EXHAUSTED HISTORY.  ROWS READ PLUS ROWS ADDED MUST EQUAL    *
014760*    ROWS WRITTEN, AND AMOUNT IN PLUS AMOUNT APPLIED MUST EQUAL  *
014762*    AMOUNT OUT.                                                 *
014764*---------------------------------------------------------------*
014766 01  WS-HIST-KEY                  VALUE ZERO.
014768     05  WS-HIST-KEY-LOCATION     PIC 9(04).
014770     05  WS-HIST-KEY-ORDER        PIC 9(01).
014772     05  WS-HIST-KEY-PERIOD       PIC 9(02).
014774 77  WS-HIST-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
014776 77  WS-HIST-ROWS-UPDATED         PIC 9(07) COMP VALUE ZERO.
014778 77  WS-HIST-ROWS-ADDED           PIC 9(07) COMP VALUE ZERO.
014780 77  WS-HIST-ROWS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
014782 77  AC-HIST-AMOUNT-IN            PIC S9(13)V99 COMP-3
014784                                  VALUE ZERO.
014786 77  AC-HIST-AMOUNT-APPLIED       PIC S9(13)V99 COMP-3
014788                                  VALUE ZERO.
014790 77  AC-HIST-AMOUNT-OUT           PIC S9(13)V99 COMP-3
014792                                  VALUE ZERO.
014794 77  WS-HIST-ROW-DIFF             PIC S9(07) COMP VALUE ZERO.
014796 77  AC-HIST-AMOUNT-DIFF          PIC S9(13)V99 COMP-3
014798                                  VALUE ZERO.
014800
014900*---------------------------------------------------------------*
015000*    REPORT COUNTERS                                             *
018300     05  WS-TL-CAPTION            PIC X(25).
018400     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
018500     05  FILLER                   PIC X(100) VALUE SPACES.
018510
018520 01  WS-AMOUNT-LINE.
018530     05  WS-AL-CAPTION            PIC X(25).
018540     05  WS-AL-AMOUNT             PIC -(13)9.99.
018550     05  FILLER                   PIC X(90) VALUE SPACES.
018600
018700 PROCEDURE DIVISION.
018800*---------------------------------------------------------------*
019500
019600*---------------------------------------------------------------*
019700 1000-INITIALIZE.
019750     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
019800     SORT SORT-WORK-FILE
019900         ON ASCENDING KEY SRT-LOCATION-NUMBER
020000                          SRT-CODE-ORDER
021700         GO TO 9999-EXIT
021800     END-IF
021900     OPEN OUTPUT MATCH-REPORT
021925     MOVE WS-DATE-HEADING-LINE TO MATCH-REPORT-LINE
021950     WRITE MATCH-REPORT-LINE
022000     MOVE WS-HEADING-LINE-1 TO MATCH-REPORT-LINE
022100     WRITE MATCH-REPORT-LINE
022110     OPEN INPUT GL-HISTORY-FILE
022120     IF WS-HISTFILE-STATUS NOT = "00" AND
022130             WS-HISTFILE-STATUS NOT = "05"
022140         DISPLAY "SR18ACK - CANNOT OPEN GLHIST, STATUS = "
022150             WS-HISTFILE-STATUS
022160         MOVE 16 TO RETURN-CODE
022170         GO TO 9999-EXIT
022180     END-IF
022185     OPEN OUTPUT NEW-HISTORY-FILE
022190     PERFORM 2970-READ-HISTORY THRU 2970-EXIT
022200     PERFORM 2900-READ-GL-POSTING
022300     PERFORM 2950-READ-SORTED-ACK.
022400
022402*---------------------------------------------------------------*
022404*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
022406*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
022408*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
022410*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
022412*---------------------------------------------------------------*
022414 1050-GET-BUSINESS-DATE.
022416     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
022418     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
022420     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
022422     OPEN INPUT BUSINESS-DATE-FILE
022424     IF WS-BDTFILE-STATUS = "00"
022426         READ BUSINESS-DATE-FILE
022428             NOT AT END
022430                 IF BDT-BUSINESS-DATE NUMERIC
022432                     AND BDT-BUSINESS-DATE > ZERO
022434                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
022436                 END-IF
022438         END-READ
022440         CLOSE BUSINESS-DATE-FILE
022442     ELSE
022444         DISPLAY "SR18ACK - NO BUSDATE CARD, PROCESSING DATE USED"
022446     END-IF
022448     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
022450     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
022452     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
022454 1050-EXIT.
022456     EXIT.
022458
022500*---------------------------------------------------------------*
022600*    SORT INPUT PROCEDURE - READS THE RAW ACKNOWLEDGMENT FILE   *
022700*    AND RELEASES EACH ROW WITH ITS COMPUTED CODE ORDER SO THE  *
026800     MOVE ACK-POSTING-CODE TO SRT-POSTING-CODE
026900     MOVE ACK-STATUS TO SRT-STATUS
027000     MOVE ACK-AMOUNT TO SRT-AMOUNT
027050     MOVE ACK-POST-DATE TO SRT-POST-DATE
027100     RELEASE SORT-ACK-RECORD
027200     PERFORM 1600-READ-RAW-ACK THRU 1600-EXIT.
027300 1700-EXIT.
027700*    CLASSIC TWO-FILE MATCH ON LOCATION/CODE-ORDER/PERIOD.      *
027800*---------------------------------------------------------------*
027900 2000-MATCH-ONE-KEY.
027910     IF WS-GL-MATCH-KEY < WS-ACK-MATCH-KEY
027920         MOVE WS-GL-MATCH-KEY TO WS-LOW-MATCH-KEY
027930     ELSE
027940         MOVE WS-ACK-MATCH-KEY TO WS-LOW-MATCH-KEY
027950     END-IF
027960     PERFORM 6000-COPY-HISTORY-ROW THRU 6000-EXIT
027970         UNTIL WS-HIST-KEY NOT < WS-LOW-MATCH-KEY
028000     EVALUATE TRUE
028100         WHEN WS-GL-MATCH-KEY < WS-ACK-MATCH-KEY
028200             PERFORM 3000-REPORT-NOT-ACKED THRU 3000-EXIT
036200         MOVE SAK-PERIOD-NO TO WS-ACK-KEY-PERIOD
036300     END-IF.
036400
036402*---------------------------------------------------------------*
036405*    READS THE NEXT POSTING HISTORY ROW.  A ROW OUT OF KEY      *
036408*    ORDER (OR A DUPLICATE KEY) WOULD BREAK THE CARRY-FORWARD,  *
036411*    SO IT ENDS THE RUN.                                        *
036414*---------------------------------------------------------------*
036417 2970-READ-HISTORY.
036420     READ GL-HISTORY-FILE
036423         AT END
036426             SET END-OF-HISTORY-FILE TO TRUE
036429     END-READ
036432     IF END-OF-HISTORY-FILE
036435         MOVE 9999 TO WS-HIST-KEY-LOCATION
036438         MOVE 9 TO WS-HIST-KEY-ORDER
036441         MOVE 99 TO WS-HIST-KEY-PERIOD
036444     ELSE
036447         IF GLH-HISTORY-KEY NOT > WS-HIST-KEY
036450             DISPLAY "SR18ACK - GLHIST OUT OF SEQUENCE AT "
036453                 GLH-HISTORY-KEY
036456             PERFORM 9500-ABORT-RUN
036459         END-IF
036462         ADD 1 TO WS-HIST-ROWS-READ
036465         ADD GLH-POSTED-AMOUNT TO AC-HIST-AMOUNT-IN
036468         MOVE GLH-HISTORY-KEY TO WS-HIST-KEY
036471     END-IF.
036474 2970-EXIT.
036477     EXIT.
036480
036500*---------------------------------------------------------------*
036600 3000-REPORT-NOT-ACKED.
036700     ADD 1 TO WS-NOT-ACKNOWLEDGED
041000         ELSE
041100             ADD 1 TO WS-LINES-MATCHED
041200         END-IF
041250         IF SAK-IS-POSTED
041260             PERFORM 6100-APPLY-ACKNOWLEDGMENT THRU 6100-EXIT
041270         END-IF
041300     END-IF.
041400 5000-EXIT.
041500     EXIT.
042700 5100-EXIT.
042800     EXIT.
042900
042902*---------------------------------------------------------------*
042904*    COPIES A HISTORY ROW WITH NO ACTIVITY IN THIS FEED FORWARD *
042906*    UNCHANGED.                                                 *
042908*---------------------------------------------------------------*
042910 6000-COPY-HISTORY-ROW.
042912     MOVE GL-HISTORY-RECORD TO NEW-HISTORY-RECORD
042914     PERFORM 6200-WRITE-NEW-HISTORY THRU 6200-EXIT
042916     PERFORM 2970-READ-HISTORY THRU 2970-EXIT.
042918 6000-EXIT.
042920     EXIT.
042922
042924*---------------------------------------------------------------*
042926*    A SENT LINE THE LEDGER POSTED: ADD THE AMOUNT IT ACTUALLY  *
042928*    POSTED (WHICH MAY DIFFER FROM WHAT WE SENT) TO THE KEY'S   *
042930*    HISTORY ROW, STARTING A NEW ROW FOR A KEY NEVER POSTED     *
042932*    BEFORE.  2000 HAS ALREADY STEPPED THE HISTORY UP TO THIS   *
042934*    KEY.                                                       *
042936*---------------------------------------------------------------*
042938 6100-APPLY-ACKNOWLEDGMENT.
042940     IF WS-HIST-KEY = WS-GL-MATCH-KEY
042942         MOVE GL-HISTORY-RECORD TO NEW-HISTORY-RECORD
042944         ADD 1 TO WS-HIST-ROWS-UPDATED
042946         PERFORM 2970-READ-HISTORY THRU 2970-EXIT
042948     ELSE
042950         MOVE SPACES TO NEW-HISTORY-RECORD
042952         MOVE GL-LOCATION-NUMBER TO NEW-LOCATION-NUMBER
042954         MOVE WS-GL-KEY-ORDER TO NEW-CODE-ORDER
042956         MOVE GL-PERIOD-NO TO NEW-PERIOD-NO
042958         MOVE GL-POSTING-CODE TO NEW-POSTING-CODE
042960         MOVE ZERO TO NEW-POSTED-AMOUNT
042962         MOVE ZERO TO NEW-POSTING-COUNT
042964         MOVE SAK-POST-DATE TO NEW-FIRST-POST-DATE
042966         ADD 1 TO WS-HIST-ROWS-ADDED
042968     END-IF
042970     ADD SAK-AMOUNT TO NEW-POSTED-AMOUNT
042972     ADD 1 TO NEW-POSTING-COUNT
042974     MOVE SAK-POST-DATE TO NEW-LAST-POST-DATE
042976     ADD SAK-AMOUNT TO AC-HIST-AMOUNT-APPLIED
042978     PERFORM 6200-WRITE-NEW-HISTORY THRU 6200-EXIT.
042980 6100-EXIT.
042982     EXIT.
042984
042986*---------------------------------------------------------------*
042988 6200-WRITE-NEW-HISTORY.
042990     WRITE NEW-HISTORY-RECORD
042992     ADD 1 TO WS-HIST-ROWS-WRITTEN
042994     ADD NEW-POSTED-AMOUNT TO AC-HIST-AMOUNT-OUT.
042996 6200-EXIT.
042998     EXIT.
042999
043000*---------------------------------------------------------------*
043100 8000-FINALIZE.
043110     PERFORM 6000-COPY-HISTORY-ROW THRU 6000-EXIT
043120         UNTIL END-OF-HISTORY-FILE
043200     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
043300     MOVE "POSTINGS READ.........  " TO WS-TL-CAPTION
043400     MOVE AC-POSTINGS-READ TO WS-TL-COUNT
045100     MOVE "AMOUNT DIFFERS........  " TO WS-TL-CAPTION
045200     MOVE WS-AMOUNT-DIFFERS TO WS-TL-COUNT
045300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
045310     PERFORM 8300-PROVE-HISTORY THRU 8300-EXIT
045400     CLOSE GL-POSTING-FILE
045500     CLOSE SORTED-ACK-FILE
045600     CLOSE MATCH-REPORT
045610     CLOSE GL-HISTORY-FILE
045620     CLOSE NEW-HISTORY-FILE
045700     IF WS-DISCREPANCY-COUNT > ZERO
045800         DISPLAY "SR18ACK - " WS-DISCREPANCY-COUNT
045900             " POSTING DISCREPANCIES - SEE ACKRPT"
046700 8100-EXIT.
046800     EXIT.
046900
046901*---------------------------------------------------------------*
046903 8200-WRITE-AMOUNT-LINE.
046905     MOVE WS-AMOUNT-LINE TO MATCH-REPORT-LINE
046907     WRITE MATCH-REPORT-LINE.
046909 8200-EXIT.
046911     EXIT.
046913
046915*---------------------------------------------------------------*
046917*    PROVES THE HISTORY CARRY-FORWARD LOST NO ROW AND NO        *
046919*    AMOUNT.  A FAILURE ENDS THE RUN BEFORE GLHNEW CAN BE       *
046921*    SWAPPED IN AS THE NEXT RUN'S GLHIST.                       *
046923*---------------------------------------------------------------*
046925 8300-PROVE-HISTORY.
046927     MOVE "HISTORY ROWS READ.....  " TO WS-TL-CAPTION
046929     MOVE WS-HIST-ROWS-READ TO WS-TL-COUNT
046931     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
046933     MOVE "HISTORY ROWS UPDATED..  " TO WS-TL-CAPTION
046935     MOVE WS-HIST-ROWS-UPDATED TO WS-TL-COUNT
046937     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
046939     MOVE "HISTORY ROWS ADDED....  " TO WS-TL-CAPTION
046941     MOVE WS-HIST-ROWS-ADDED TO WS-TL-COUNT
046943     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
046945     MOVE "HISTORY ROWS WRITTEN..  " TO WS-TL-CAPTION
046947     MOVE WS-HIST-ROWS-WRITTEN TO WS-TL-COUNT
046949     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
046951     MOVE "HISTORY AMOUNT IN.....  " TO WS-AL-CAPTION
046953     MOVE AC-HIST-AMOUNT-IN TO WS-AL-AMOUNT
046955     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
046957     MOVE "ACKNOWLEDGED AMOUNT...  " TO WS-AL-CAPTION
046959     MOVE AC-HIST-AMOUNT-APPLIED TO WS-AL-AMOUNT
046961     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
046963     MOVE "HISTORY AMOUNT OUT....  " TO WS-AL-CAPTION
046965     MOVE AC-HIST-AMOUNT-OUT TO WS-AL-AMOUNT
046967     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
046969     COMPUTE WS-HIST-ROW-DIFF = WS-HIST-ROWS-READ
046970         + WS-HIST-ROWS-ADDED - WS-HIST-ROWS-WRITTEN
046971     COMPUTE AC-HIST-AMOUNT-DIFF = AC-HIST-AMOUNT-IN
046972         + AC-HIST-AMOUNT-APPLIED - AC-HIST-AMOUNT-OUT
046973     IF WS-HIST-ROW-DIFF NOT = ZERO
046974         OR AC-HIST-AMOUNT-DIFF NOT = ZERO
046975         DISPLAY "SR18ACK - GLHNEW DOES NOT PROVE TO GLHIST PLUS "
046976             "ACKNOWLEDGMENTS - DO NOT SWAP IT IN"
046977         PERFORM 9500-ABORT-RUN
046978     END-IF.
046985 8300-EXIT.
046987     EXIT.
046989
047000*---------------------------------------------------------------*
047100 9500-ABORT-RUN.
047200     MOVE 16 TO RETURN-CODE
047800*    RECONCILIATION.                                           *
047900*---------------------------------------------------------------*
048000 8900-WRITE-RUN-LOG.
048100     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
048200     ACCEPT WS-LOG-TIME-WORK FROM TIME
048300     OPEN EXTEND RUN-LOG-FILE
048400     IF WS-RUNLOG-STATUS NOT = "00" AND
