000100*****************************************************************
000200*                                                                *
000300*    PROGRAM:      SR31PRG                                      *
000400*    DESCRIPTION:  RETENTION AND PURGE HOUSEKEEPING FOR THE     *
000500*                  FILES THE STREAM ONLY EVER APPENDS TO - THE  *
000600*                  LOCAUDT AUDIT TRAIL, THE LOCJRNL             *
000700*                  BEFORE/AFTER IMAGE JOURNAL, THE LOCARCH      *
000800*                  ARCHIVE, THE COMMON RUNLOG AND SR22DRV'S     *
000900*                  STEPSTS STATUS FILE.  THE RETCTL CONTROL     *
001000*                  FILE (SEE LOCRET) GIVES A KEEP PERIOD IN     *
001100*                  MONTHS PER FILE.  EACH FILE IS READ ONCE:    *
001200*                  ROWS DATED BEFORE THE RUN DATE LESS THE      *
001300*                  KEEP PERIOD ARE COPIED TO THE DATED PRGHIST  *
001400*                  PURGE HISTORY (SEE LOCPHS) AND EVERY OTHER   *
001500*                  ROW IS COPIED, IN ITS ORIGINAL ORDER, TO     *
001600*                  THE FILE'S NEW GENERATION (AUDTNEW,          *
001700*                  JRNLNEW, ARCHNEW, RUNLNEW, STEPNEW), WHICH   *
001800*                  OPS SWAPS IN AS THE LIVE FILE.  ROW COUNTS   *
001900*                  AND A HASH OF THE ROW DATES ARE PROVED PER   *
002000*                  FILE - READ EQUALS RETAINED PLUS PURGED -    *
002100*                  AND A FILE THAT DOES NOT PROVE ENDS THE RUN  *
002200*                  WITH RETURN CODE 16 SO NOTHING IS SWAPPED.   *
002300*                  NO JOURNAL ROW LATER THAN THE LAST LOCMSTR   *
002400*                  BACKUP NAMED ON RETCTL IS EVER PURGED, SO    *
002500*                  SR21RCV CAN STILL ROLL THAT BACKUP FORWARD;  *
002600*                  ROWS HELD FOR THAT REASON END THE RUN WITH   *
002700*                  RETURN CODE 4.  RUN OUTSIDE THE NIGHTLY      *
002800*                  STREAM, WHEN NO STEP IS APPENDING TO THESE   *
002900*                  FILES.                                       *
003000*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
003100*    INSTALLATION: STORE SYSTEMS GROUP                          *
003200*    DATE-WRITTEN: 10/15/2026                                   *
003300*    DATE-COMPILED.                                             *
003400*                                                                *
003500*    MODIFICATION HISTORY.                                      *
003600*    10/15/2026  DRO  ORIGINAL PROGRAM.  THE KEEP PERIOD        *
003700*                     COUNTS WHOLE CALENDAR MONTHS BACK FROM    *
003800*                     THE RUN DATE, DAY OF MONTH UNCHANGED.  A  *
003900*                     ROW WHOSE DATE IS NOT NUMERIC IS NEVER    *
004000*                     PURGED.  THIS RUN'S OWN RUN-LOG ROW IS    *
004100*                     WRITTEN TO RUNLNEW SO IT SURVIVES THE     *
004200*                     SWAP.                                     *
004210*    10/15/2026  DRO  DATES THIS PROGRAM STAMPS NOW COME FROM   *
004220*                     THE BUSDATE CARD (SEE LOCBDT) INSTEAD OF  *
004230*                     THE CLOCK, AND THE REPORT HEADS WITH      *
004240*                     BOTH THE BUSINESS AND THE PROCESSING      *
004250*                     DATE.                                     *
004300*                                                                *
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.  SR31PRG.
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
005900     SELECT RETENTION-CONTROL-FILE ASSIGN TO RETCTL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CTLFILE-STATUS.
006200     SELECT OPTIONAL AUDIT-FILE ASSIGN TO LOCAUDT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-AUDFILE-STATUS.
006500     SELECT NEW-AUDIT-FILE ASSIGN TO AUDTNEW
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-NEWAUD-STATUS.
006800     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO LOCJRNL
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-STATUS.
007100     SELECT NEW-JOURNAL-FILE ASSIGN TO JRNLNEW
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-NEWJRN-STATUS.
007400     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO LOCARCH
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ARCFILE-STATUS.
007700     SELECT NEW-ARCHIVE-FILE ASSIGN TO ARCHNEW
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-NEWARC-STATUS.
008000     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RUNLOG-STATUS.
008225     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008250         ORGANIZATION IS LINE SEQUENTIAL
008275         FILE STATUS IS WS-BDTFILE-STATUS.
008300     SELECT NEW-RUN-LOG-FILE ASSIGN TO RUNLNEW
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-NEWLOG-STATUS.
008600     SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO STEPSTS
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-STSFILE-STATUS.
008900     SELECT NEW-STEP-STATUS-FILE ASSIGN TO STEPNEW
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-NEWSTS-STATUS.
009200     SELECT PURGE-HISTORY-FILE ASSIGN TO PRGHIST
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-HISTFILE-STATUS.
009500     SELECT PURGE-REPORT ASSIGN TO PRGRPT
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-RPTFILE-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  RETENTION-CONTROL-FILE
010200     RECORDING MODE IS F.
010300     COPY LOCRET.
010400
010500 FD  AUDIT-FILE
010600     RECORDING MODE IS F.
010700     COPY LOCAUD.
010800
010900 FD  NEW-AUDIT-FILE
011000     RECORDING MODE IS F.
011100     COPY LOCAUD REPLACING ==LOCATION-AUDIT-RECORD==
011200         BY ==NEW-AUDIT-RECORD==
011300         ==AUD-LOCATION-NUMBER== BY ==NAU-LOCATION-NUMBER==
011400         ==AUD-TRN-TYPE==        BY ==NAU-TRN-TYPE==
011500         ==AUD-USER-ID==         BY ==NAU-USER-ID==
011600         ==AUD-FIELD-NAME==      BY ==NAU-FIELD-NAME==
011700         ==AUD-OLD-VALUE==       BY ==NAU-OLD-VALUE==
011800         ==AUD-NEW-VALUE==       BY ==NAU-NEW-VALUE==
011900         ==AUD-RUN-DATE==        BY ==NAU-RUN-DATE==
012000         ==AUD-RUN-TIME==        BY ==NAU-RUN-TIME==
012100         ==AUD-SEQUENCE-NUMBER== BY ==NAU-SEQUENCE-NUMBER==.
012200
012300 FD  JOURNAL-FILE
012400     RECORDING MODE IS F.
012500     COPY LOCJRN.
012600
012700 FD  NEW-JOURNAL-FILE
012800     RECORDING MODE IS F.
012900     COPY LOCJRN REPLACING ==LOCATION-JOURNAL-RECORD==
013000         BY ==NEW-JOURNAL-RECORD==
013100         ==JRN-ACTION-CODE==     BY ==NJR-ACTION-CODE==
013200         ==JRN-IS-ADD==          BY ==NJR-IS-ADD==
013300         ==JRN-IS-REWRITE==      BY ==NJR-IS-REWRITE==
013400         ==JRN-IS-DELETE==       BY ==NJR-IS-DELETE==
013500         ==JRN-LOCATION-NUMBER== BY ==NJR-LOCATION-NUMBER==
013600         ==JRN-RUN-DATE==        BY ==NJR-RUN-DATE==
013700         ==JRN-RUN-TIME==        BY ==NJR-RUN-TIME==
013800         ==JRN-SEQUENCE-NUMBER== BY ==NJR-SEQUENCE-NUMBER==
013900         ==JRN-BEFORE-IMAGE==    BY ==NJR-BEFORE-IMAGE==
014000         ==JRN-AFTER-IMAGE==     BY ==NJR-AFTER-IMAGE==.
014100
014200 FD  ARCHIVE-FILE
014300     RECORDING MODE IS F.
014400 01  ARCHIVE-LOCATION-RECORD.
014500     05  ARC-MASTER-IMAGE           PIC X(61).
014600     05  FILLER                     PIC X(01).
014700     05  ARC-ARCHIVE-DATE           PIC 9(08).
014800
014900 FD  NEW-ARCHIVE-FILE
015000     RECORDING MODE IS F.
015100 01  NEW-ARCHIVE-RECORD.
015200     05  NAR-MASTER-IMAGE           PIC X(61).
015300     05  FILLER                     PIC X(01).
015400     05  NAR-ARCHIVE-DATE           PIC 9(08).
015500
015600 FD  RUN-LOG-FILE
015700     RECORDING MODE IS F.
015800     COPY LOCRUN.
015820
015840 FD  BUSINESS-DATE-FILE
015860     RECORDING MODE IS F.
015880     COPY LOCBDT.
015900
016000 FD  NEW-RUN-LOG-FILE
016100     RECORDING MODE IS F.
016200     COPY LOCRUN REPLACING ==RUN-STATISTICS-RECORD==
016300         BY ==NEW-RUN-STATISTICS-RECORD==
016400         ==RUN-PROGRAM-ID==       BY ==NRN-PROGRAM-ID==
016500         ==RUN-DATE==             BY ==NRN-DATE==
016600         ==RUN-TIME==             BY ==NRN-TIME==
016700         ==RUN-RECORDS-READ==     BY ==NRN-RECORDS-READ==
016800         ==RUN-RECORDS-WRITTEN==  BY ==NRN-RECORDS-WRITTEN==
016900         ==RUN-RECORDS-REJECTED== BY ==NRN-RECORDS-REJECTED==
017000         ==RUN-EXCEPTIONS==       BY ==NRN-EXCEPTIONS==.
017100
017200 FD  STEP-STATUS-FILE
017300     RECORDING MODE IS F.
017400 01  STEP-STATUS-RECORD.
017500     05  STS-STEP-NAME              PIC X(08).
017600     05  FILLER                     PIC X(01).
017700     05  STS-EVENT                  PIC X(01).
017800     05  FILLER                     PIC X(01).
017900     05  STS-RUN-DATE               PIC 9(08).
018000     05  FILLER                     PIC X(01).
018100     05  STS-RUN-TIME               PIC 9(06).
018200     05  FILLER                     PIC X(01).
018300     05  STS-RETURN-CODE            PIC 9(04).
018310     05  FILLER                     PIC X(01).
018320     05  STS-BEGIN-SEQ              PIC 9(03).
018400
018500 FD  NEW-STEP-STATUS-FILE
018600     RECORDING MODE IS F.
018700 01  NEW-STEP-STATUS-RECORD.
018800     05  NST-STEP-NAME              PIC X(08).
018900     05  FILLER                     PIC X(01).
019000     05  NST-EVENT                  PIC X(01).
019100     05  FILLER                     PIC X(01).
019200     05  NST-RUN-DATE               PIC 9(08).
019300     05  FILLER                     PIC X(01).
019400     05  NST-RUN-TIME               PIC 9(06).
019500     05  FILLER                     PIC X(01).
019600     05  NST-RETURN-CODE            PIC 9(04).
019610     05  FILLER                     PIC X(01).
019620     05  NST-BEGIN-SEQ              PIC 9(03).
019700
019800 FD  PURGE-HISTORY-FILE
019900     RECORDING MODE IS F.
020000     COPY LOCPHS.
020100
020200 FD  PURGE-REPORT
020300     RECORDING MODE IS F.
020400 01  PURGE-REPORT-LINE              PIC X(132).
020500
020600 WORKING-STORAGE SECTION.
020700
020800*---------------------------------------------------------------*
020900*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
021000*---------------------------------------------------------------*
021100 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
021200 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
021300 01  WS-LOG-TIME-WORK.
021400     05  WS-LOG-TIME              PIC 9(06).
021500     05  FILLER                   PIC 9(02).
021505*---------------------------------------------------------------*
021510*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
021515*---------------------------------------------------------------*
021520 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
021525 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
021530 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
021535 01  WS-PROCESS-TIME-WORK.
021540     05  WS-PROCESS-TIME          PIC 9(06).
021545     05  FILLER                   PIC 9(02).
021550 01  WS-DATE-HEADING-LINE.
021555     05  FILLER                   PIC X(15) VALUE
021560         "BUSINESS DATE  ".
021565     05  WS-DH-BUSINESS-DATE      PIC 9(08).
021570     05  FILLER                   PIC X(16) VALUE
021575         "    PROCESSED   ".
021580     05  WS-DH-PROCESS-DATE       PIC 9(08).
021585     05  FILLER                   PIC X(01) VALUE SPACE.
021590     05  WS-DH-PROCESS-TIME       PIC 9(06).
021595     05  FILLER                   PIC X(78) VALUE SPACES.
021600*---------------------------------------------------------------*
021700*    FILE STATUS SWITCHES                                       *
021800*---------------------------------------------------------------*
021900 77  WS-CTLFILE-STATUS            PIC X(02) VALUE "00".
022000 77  WS-AUDFILE-STATUS            PIC X(02) VALUE "00".
022100 77  WS-NEWAUD-STATUS             PIC X(02) VALUE "00".
022200 77  WS-JRNL-STATUS               PIC X(02) VALUE "00".
022300 77  WS-NEWJRN-STATUS             PIC X(02) VALUE "00".
022400 77  WS-ARCFILE-STATUS            PIC X(02) VALUE "00".
022500 77  WS-NEWARC-STATUS             PIC X(02) VALUE "00".
022600 77  WS-NEWLOG-STATUS             PIC X(02) VALUE "00".
022700 77  WS-STSFILE-STATUS            PIC X(02) VALUE "00".
022800 77  WS-NEWSTS-STATUS             PIC X(02) VALUE "00".
022900 77  WS-HISTFILE-STATUS           PIC X(02) VALUE "00".
023000 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
023100 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
023200     88  END-OF-CONTROL-FILE      VALUE "Y".
023300 77  WS-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
023400     88  END-OF-AUDIT-FILE        VALUE "Y".
023500 77  WS-JRN-EOF-SWITCH            PIC X(01) VALUE "N".
023600     88  END-OF-JOURNAL-FILE      VALUE "Y".
023700 77  WS-ARC-EOF-SWITCH            PIC X(01) VALUE "N".
023800     88  END-OF-ARCHIVE-FILE      VALUE "Y".
023900 77  WS-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
024000     88  END-OF-RUN-LOG-FILE      VALUE "Y".
024100 77  WS-STS-EOF-SWITCH            PIC X(01) VALUE "N".
024200     88  END-OF-STATUS-FILE       VALUE "Y".
024300
024400*---------------------------------------------------------------*
024500*    RETENTION TABLE - ONE ENTRY PER PURGED FILE, IN THE ORDER  *
024600*    THE FILES ARE PROCESSED: 1 LOCAUDT, 2 LOCJRNL, 3 LOCARCH,  *
024700*    4 RUNLOG, 5 STEPSTS.  A ZERO CUTOFF DATE CARRIES THE FILE  *
024800*    FORWARD WHOLE.                                             *
024900*---------------------------------------------------------------*
025000 77  WS-FT-MAX                    PIC 9(03) COMP VALUE 5.
025100 77  SB-FT                        PIC 9(03) COMP.
025200 01  WS-FILE-TABLE.
025300     05  WS-FT-ENTRY OCCURS 5 TIMES.
025400         10  WS-FT-FILE-ID        PIC X(08).
025500         10  WS-FT-KEEP-MONTHS    PIC 9(03).
025600         10  WS-FT-CUTOFF-DATE    PIC 9(08).
025700         10  WS-FT-ROWS-READ      PIC 9(07) COMP.
025800         10  WS-FT-ROWS-RETAINED  PIC 9(07) COMP.
025900         10  WS-FT-ROWS-PURGED    PIC 9(07) COMP.
026000         10  WS-FT-ROWS-HELD      PIC 9(07) COMP.
026100         10  WS-FT-ROWS-UNDATED   PIC 9(07) COMP.
026200         10  WS-FT-HASH-READ      PIC 9(15) COMP.
026300         10  WS-FT-HASH-RETAINED  PIC 9(15) COMP.
026400         10  WS-FT-HASH-PURGED    PIC 9(15) COMP.
026500
026600*---------------------------------------------------------------*
026700*    LAST LOCMSTR BACKUP POINT - ZERO HOLDS THE WHOLE JOURNAL   *
026800*---------------------------------------------------------------*
026900 77  WS-BACKUP-DATE               PIC 9(08) VALUE ZERO.
027000 77  WS-BACKUP-TIME               PIC 9(06) VALUE ZERO.
027100
027200*---------------------------------------------------------------*
027300*    RUN CONTROLS AND CUTOFF-DATE WORK FIELDS                   *
027400*---------------------------------------------------------------*
027500 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
027600 01  WS-RUN-TIME-WORK.
027700     05  WS-RUN-TIME              PIC 9(06).
027800     05  FILLER                   PIC 9(02).
027900 01  WS-CUTOFF-WORK.
028000     05  WS-CW-YEAR               PIC 9(04).
028100     05  WS-CW-MONTH              PIC 9(02).
028200     05  WS-CW-DAY                PIC 9(02).
028300 01  WS-CUTOFF-WORK-DATE REDEFINES WS-CUTOFF-WORK
028400                                  PIC 9(08).
028500 77  WS-MONTH-COUNT               PIC 9(07) COMP.
028600 77  WS-MONTH-REMAINDER           PIC 9(03) COMP.
028700
028800*---------------------------------------------------------------*
028900*    CURRENT ROW CLASSIFICATION                                 *
029000*---------------------------------------------------------------*
029100 77  WS-ROW-DATE                  PIC 9(08) VALUE ZERO.
029200 77  WS-WRITTEN-DATE              PIC 9(08) VALUE ZERO.
029300 77  WS-HISTORY-IMAGE             PIC X(148).
029400 77  WS-ROW-DATE-SWITCH           PIC X(01) VALUE "N".
029500     88  ROW-IS-DATED             VALUE "Y".
029600     88  ROW-IS-UNDATED           VALUE "N".
029700 77  WS-ROW-FATE-SWITCH           PIC X(01) VALUE "R".
029800     88  ROW-IS-RETAINED          VALUE "R".
029900     88  ROW-IS-EXPIRED           VALUE "E".
030000
030100*---------------------------------------------------------------*
030200*    PROOF AND GRAND-TOTAL COUNTERS                             *
030300*---------------------------------------------------------------*
030400 77  WS-ROW-DIFF                  PIC S9(09) COMP VALUE ZERO.
030500 77  WS-HASH-DIFF                 PIC S9(15) COMP VALUE ZERO.
030600 77  WS-FILES-OUT-OF-BALANCE      PIC 9(03) COMP VALUE ZERO.
030700 77  WS-TOTAL-READ                PIC 9(09) COMP VALUE ZERO.
030800 77  WS-TOTAL-RETAINED            PIC 9(09) COMP VALUE ZERO.
030900 77  WS-TOTAL-PURGED              PIC 9(09) COMP VALUE ZERO.
031000 77  WS-TOTAL-HELD                PIC 9(09) COMP VALUE ZERO.
031100
031200*---------------------------------------------------------------*
031300*    REPORT LINE WORK AREAS                                     *
031400*---------------------------------------------------------------*
031500 01  WS-HEADING-LINE-1.
031600     05  FILLER                   PIC X(33) VALUE
031700         "RETENTION AND PURGE  -  RUN DATE ".
031800     05  WS-HL-RUN-DATE           PIC 9(08).
031900     05  FILLER                   PIC X(91) VALUE SPACES.
032000
032100 01  WS-FILE-LINE.
032200     05  FILLER                   PIC X(05) VALUE "FILE ".
032300     05  WS-FL-FILE-ID            PIC X(08).
032400     05  FILLER                   PIC X(07) VALUE "  KEEP ".
032500     05  WS-FL-KEEP-MONTHS        PIC ZZ9.
032600     05  FILLER                   PIC X(17) VALUE
032700         " MONTHS  CUTOFF  ".
032800     05  WS-FL-CUTOFF-DATE        PIC 9(08).
032900     05  FILLER                   PIC X(02) VALUE SPACES.
033000     05  WS-FL-NOTE               PIC X(50).
033100     05  FILLER                   PIC X(32) VALUE SPACES.
033200
033300 01  WS-TOTAL-LINE.
033400     05  WS-TL-CAPTION            PIC X(25).
033500     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
033600     05  FILLER                   PIC X(100) VALUE SPACES.
033700
033800 01  WS-HASH-LINE.
033900     05  WS-HSL-CAPTION           PIC X(25).
034000     05  WS-HSL-HASH              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
034100     05  FILLER                   PIC X(88) VALUE SPACES.
034200
034300 01  WS-PROOF-LINE.
034400     05  WS-PL-CAPTION            PIC X(25).
034500     05  WS-PL-VERDICT            PIC X(40).
034600     05  FILLER                   PIC X(67) VALUE SPACES.
034700
034800 PROCEDURE DIVISION.
034900*---------------------------------------------------------------*
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE
035200     PERFORM 3000-PURGE-AUDIT-TRAIL THRU 3000-EXIT
035300     PERFORM 3200-PURGE-JOURNAL THRU 3200-EXIT
035400     PERFORM 3400-PURGE-ARCHIVE THRU 3400-EXIT
035500     PERFORM 3600-PURGE-RUN-LOG THRU 3600-EXIT
035600     PERFORM 3800-PURGE-STEP-STATUS THRU 3800-EXIT
035700     PERFORM 8000-FINALIZE
035800     GO TO 9999-EXIT.
035900
036000*---------------------------------------------------------------*
036100 1000-INITIALIZE.
036150     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
036200     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
036300     ACCEPT WS-RUN-TIME-WORK FROM TIME
036400     INITIALIZE WS-FILE-TABLE
036500     MOVE "LOCAUDT" TO WS-FT-FILE-ID(1)
036600     MOVE "LOCJRNL" TO WS-FT-FILE-ID(2)
036700     MOVE "LOCARCH" TO WS-FT-FILE-ID(3)
036800     MOVE "RUNLOG"  TO WS-FT-FILE-ID(4)
036900     MOVE "STEPSTS" TO WS-FT-FILE-ID(5)
037000     PERFORM 1100-LOAD-RETENTION-CONTROL THRU 1100-EXIT
037100     PERFORM 1300-SET-CUTOFF-DATE THRU 1300-EXIT
037200         VARYING SB-FT FROM 1 BY 1 UNTIL SB-FT > WS-FT-MAX
037300     OPEN OUTPUT PURGE-HISTORY-FILE
037400     IF WS-HISTFILE-STATUS NOT = "00"
037500         DISPLAY "SR31PRG - CANNOT OPEN PRGHIST, STATUS = "
037600             WS-HISTFILE-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 9999-EXIT
037900     END-IF
038000     OPEN OUTPUT PURGE-REPORT
038100     MOVE WS-RUN-DATE TO WS-HL-RUN-DATE
038125     MOVE WS-DATE-HEADING-LINE TO PURGE-REPORT-LINE
038150     WRITE PURGE-REPORT-LINE
038200     MOVE WS-HEADING-LINE-1 TO PURGE-REPORT-LINE
038300     WRITE PURGE-REPORT-LINE.
038400
038402*---------------------------------------------------------------*
038404*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
038406*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
038408*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
038410*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
038412*---------------------------------------------------------------*
038414 1050-GET-BUSINESS-DATE.
038416     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
038418     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
038420     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
038422     OPEN INPUT BUSINESS-DATE-FILE
038424     IF WS-BDTFILE-STATUS = "00"
038426         READ BUSINESS-DATE-FILE
038428             NOT AT END
038430                 IF BDT-BUSINESS-DATE NUMERIC
038432                     AND BDT-BUSINESS-DATE > ZERO
038434                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
038436                 END-IF
038438         END-READ
038440         CLOSE BUSINESS-DATE-FILE
038442     ELSE
038444         DISPLAY "SR31PRG - NO BUSDATE CARD, PROCESSING DATE USED"
038446     END-IF
038448     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
038450     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
038452     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
038454 1050-EXIT.
038456     EXIT.
038458
038500*---------------------------------------------------------------*
038600*    RETCTL IS REQUIRED - PURGING WITHOUT A STATED KEEP PERIOD  *
038700*    IS NOT SOMETHING TO DEFAULT.  A FILE NOT NAMED ON IT IS    *
038800*    CARRIED FORWARD WHOLE; A NAME THIS PROGRAM DOES NOT        *
038900*    PURGE, OR A KEEP PERIOD THAT IS NOT NUMERIC, STOPS THE     *
039000*    RUN BEFORE ANY FILE IS TOUCHED.                            *
039100*---------------------------------------------------------------*
039200 1100-LOAD-RETENTION-CONTROL.
039300     OPEN INPUT RETENTION-CONTROL-FILE
039400     IF WS-CTLFILE-STATUS NOT = "00"
039500         DISPLAY "SR31PRG - CANNOT OPEN RETCTL, STATUS = "
039600             WS-CTLFILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 9999-EXIT
039900     END-IF
040000     PERFORM 1150-READ-CONTROL THRU 1150-EXIT
040100     PERFORM 1200-STORE-CONTROL THRU 1200-EXIT
040200         UNTIL END-OF-CONTROL-FILE
040300     CLOSE RETENTION-CONTROL-FILE.
040400 1100-EXIT.
040500     EXIT.
040600
040700*---------------------------------------------------------------*
040800 1150-READ-CONTROL.
040900     READ RETENTION-CONTROL-FILE
041000         AT END
041100             SET END-OF-CONTROL-FILE TO TRUE
041200     END-READ.
041300 1150-EXIT.
041400     EXIT.
041500
041600*---------------------------------------------------------------*
041700 1200-STORE-CONTROL.
041800     EVALUATE TRUE
041900         WHEN RET-FOR-AUDIT-TRAIL
042000             MOVE 1 TO SB-FT
042100         WHEN RET-FOR-JOURNAL
042200             MOVE 2 TO SB-FT
042300         WHEN RET-FOR-ARCHIVE
042400             MOVE 3 TO SB-FT
042500         WHEN RET-FOR-RUN-LOG
042600             MOVE 4 TO SB-FT
042700         WHEN RET-FOR-STEP-STATUS
042800             MOVE 5 TO SB-FT
042900         WHEN OTHER
043000             DISPLAY "SR31PRG - FILE NOT PURGED BY THIS PROGRAM: "
043100                 RET-FILE-ID
043200             MOVE 16 TO RETURN-CODE
043300             GO TO 9999-EXIT
043400     END-EVALUATE
043500     IF RET-KEEP-MONTHS NOT NUMERIC
043600         DISPLAY "SR31PRG - KEEP PERIOD NOT NUMERIC FOR "
043700             RET-FILE-ID
043800         MOVE 16 TO RETURN-CODE
043900         GO TO 9999-EXIT
044000     END-IF
044100     MOVE RET-KEEP-MONTHS TO WS-FT-KEEP-MONTHS(SB-FT)
044200     IF RET-FOR-JOURNAL
044300         IF RET-BACKUP-DATE NUMERIC
044400             MOVE RET-BACKUP-DATE TO WS-BACKUP-DATE
044500         END-IF
044600         IF RET-BACKUP-TIME NUMERIC
044700             MOVE RET-BACKUP-TIME TO WS-BACKUP-TIME
044800         END-IF
044900     END-IF
045000     PERFORM 1150-READ-CONTROL THRU 1150-EXIT.
045100 1200-EXIT.
045200     EXIT.
045300
045400*---------------------------------------------------------------*
045500*    THE CUTOFF IS THE RUN DATE LESS THE KEEP PERIOD IN WHOLE   *
045600*    MONTHS, DAY OF MONTH UNCHANGED (A 31ST FALLING IN A        *
045700*    SHORTER MONTH SIMPLY KEEPS THAT WHOLE MONTH'S ROWS OUT).   *
045800*    ROWS DATED BEFORE THE CUTOFF EXPIRE.                       *
045900*---------------------------------------------------------------*
046000 1300-SET-CUTOFF-DATE.
046100     IF WS-FT-KEEP-MONTHS(SB-FT) = ZERO
046200         MOVE ZERO TO WS-FT-CUTOFF-DATE(SB-FT)
046300         GO TO 1300-EXIT
046400     END-IF
046500     MOVE WS-RUN-DATE TO WS-CUTOFF-WORK-DATE
046600     COMPUTE WS-MONTH-COUNT = WS-CW-YEAR * 12 + WS-CW-MONTH - 1
046700         - WS-FT-KEEP-MONTHS(SB-FT)
046800     DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CW-YEAR
046900         REMAINDER WS-MONTH-REMAINDER
047000     COMPUTE WS-CW-MONTH = WS-MONTH-REMAINDER + 1
047100     MOVE WS-CUTOFF-WORK-DATE TO WS-FT-CUTOFF-DATE(SB-FT).
047200 1300-EXIT.
047300     EXIT.
047400
047500*---------------------------------------------------------------*
047600*    LOCAUDT - AUDIT TRAIL, AGED ON AUD-RUN-DATE                *
047700*---------------------------------------------------------------*
047800 3000-PURGE-AUDIT-TRAIL.
047900     MOVE 1 TO SB-FT
048000     OPEN INPUT AUDIT-FILE
048100     IF WS-AUDFILE-STATUS NOT = "00" AND
048200             WS-AUDFILE-STATUS NOT = "05"
048300         DISPLAY "SR31PRG - CANNOT OPEN LOCAUDT, STATUS = "
048400             WS-AUDFILE-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         GO TO 9999-EXIT
048700     END-IF
048800     OPEN OUTPUT NEW-AUDIT-FILE
048900     PERFORM 3190-READ-AUDIT-ROW THRU 3190-EXIT
049000     PERFORM 3100-SPLIT-AUDIT-ROW THRU 3100-EXIT
049100         UNTIL END-OF-AUDIT-FILE
049200     CLOSE AUDIT-FILE
049300     CLOSE NEW-AUDIT-FILE.
049400 3000-EXIT.
049500     EXIT.
049600
049700*---------------------------------------------------------------*
049800 3100-SPLIT-AUDIT-ROW.
049900     IF AUD-RUN-DATE NUMERIC
050000         MOVE AUD-RUN-DATE TO WS-ROW-DATE
050100         SET ROW-IS-DATED TO TRUE
050200     ELSE
050300         SET ROW-IS-UNDATED TO TRUE
050400     END-IF
050500     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
050600     IF ROW-IS-EXPIRED
050700         MOVE LOCATION-AUDIT-RECORD TO WS-HISTORY-IMAGE
050800         PERFORM 5500-WRITE-HISTORY-ROW THRU 5500-EXIT
050900     ELSE
051000         MOVE ZERO TO WS-WRITTEN-DATE
051100         IF AUD-RUN-DATE NUMERIC
051200             MOVE AUD-RUN-DATE TO WS-WRITTEN-DATE
051300         END-IF
051400         WRITE NEW-AUDIT-RECORD FROM LOCATION-AUDIT-RECORD
051500         PERFORM 5600-TALLY-RETAINED-ROW THRU 5600-EXIT
051600     END-IF
051700     PERFORM 3190-READ-AUDIT-ROW THRU 3190-EXIT.
051800 3100-EXIT.
051900     EXIT.
052000
052100*---------------------------------------------------------------*
052200 3190-READ-AUDIT-ROW.
052300     READ AUDIT-FILE
052400         AT END
052500             SET END-OF-AUDIT-FILE TO TRUE
052600     END-READ.
052700 3190-EXIT.
052800     EXIT.
052900
053000*---------------------------------------------------------------*
053100*    LOCJRNL - BEFORE/AFTER IMAGE JOURNAL, AGED ON              *
053200*    JRN-RUN-DATE.  AN EXPIRED ROW LATER THAN THE LAST LOCMSTR  *
053300*    BACKUP IS HELD ON THE LIVE JOURNAL (SEE 3350).             *
053400*---------------------------------------------------------------*
053500 3200-PURGE-JOURNAL.
053600     MOVE 2 TO SB-FT
053700     OPEN INPUT JOURNAL-FILE
053800     IF WS-JRNL-STATUS NOT = "00" AND
053900             WS-JRNL-STATUS NOT = "05"
054000         DISPLAY "SR31PRG - CANNOT OPEN LOCJRNL, STATUS = "
054100             WS-JRNL-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         GO TO 9999-EXIT
054400     END-IF
054500     OPEN OUTPUT NEW-JOURNAL-FILE
054600     PERFORM 3390-READ-JOURNAL-ROW THRU 3390-EXIT
054700     PERFORM 3300-SPLIT-JOURNAL-ROW THRU 3300-EXIT
054800         UNTIL END-OF-JOURNAL-FILE
054900     CLOSE JOURNAL-FILE
055000     CLOSE NEW-JOURNAL-FILE.
055100 3200-EXIT.
055200     EXIT.
055300
055400*---------------------------------------------------------------*
055500 3300-SPLIT-JOURNAL-ROW.
055600     IF JRN-RUN-DATE NUMERIC
055700         MOVE JRN-RUN-DATE TO WS-ROW-DATE
055800         SET ROW-IS-DATED TO TRUE
055900     ELSE
056000         SET ROW-IS-UNDATED TO TRUE
056100     END-IF
056200     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
056300     IF ROW-IS-EXPIRED
056400         PERFORM 3350-CHECK-BACKUP-POINT THRU 3350-EXIT
056500     END-IF
056600     IF ROW-IS-EXPIRED
056700         MOVE LOCATION-JOURNAL-RECORD TO WS-HISTORY-IMAGE
056800         PERFORM 5500-WRITE-HISTORY-ROW THRU 5500-EXIT
056900     ELSE
057000         MOVE ZERO TO WS-WRITTEN-DATE
057100         IF JRN-RUN-DATE NUMERIC
057200             MOVE JRN-RUN-DATE TO WS-WRITTEN-DATE
057300         END-IF
057400         WRITE NEW-JOURNAL-RECORD FROM LOCATION-JOURNAL-RECORD
057500         PERFORM 5600-TALLY-RETAINED-ROW THRU 5600-EXIT
057600     END-IF
057700     PERFORM 3390-READ-JOURNAL-ROW THRU 3390-EXIT.
057800 3300-EXIT.
057900     EXIT.
058000
058100*---------------------------------------------------------------*
058200*    SR21RCV ROLLS THE LAST LOCMSTR BACKUP FORWARD FROM THE     *
058300*    JOURNAL, SO EVERY ROW WRITTEN AFTER THAT BACKUP MUST STAY  *
058400*    ON THE LIVE FILE WHATEVER ITS AGE.  WITH NO BACKUP POINT   *
058500*    ON RETCTL NO JOURNAL ROW IS PURGED AT ALL.                 *
058600*---------------------------------------------------------------*
058700 3350-CHECK-BACKUP-POINT.
058800     IF WS-BACKUP-DATE = ZERO
058900         OR JRN-RUN-DATE > WS-BACKUP-DATE
059000         OR (JRN-RUN-DATE = WS-BACKUP-DATE
059100             AND JRN-RUN-TIME > WS-BACKUP-TIME)
059200         SET ROW-IS-RETAINED TO TRUE
059300         ADD 1 TO WS-FT-ROWS-HELD(SB-FT)
059400     END-IF.
059500 3350-EXIT.
059600     EXIT.
059700
059800*---------------------------------------------------------------*
059900 3390-READ-JOURNAL-ROW.
060000     READ JOURNAL-FILE
060100         AT END
060200             SET END-OF-JOURNAL-FILE TO TRUE
060300     END-READ.
060400 3390-EXIT.
060500     EXIT.
060600
060700*---------------------------------------------------------------*
060800*    LOCARCH - ARCHIVE, AGED ON ARC-ARCHIVE-DATE                *
060900*---------------------------------------------------------------*
061000 3400-PURGE-ARCHIVE.
061100     MOVE 3 TO SB-FT
061200     OPEN INPUT ARCHIVE-FILE
061300     IF WS-ARCFILE-STATUS NOT = "00" AND
061400             WS-ARCFILE-STATUS NOT = "05"
061500         DISPLAY "SR31PRG - CANNOT OPEN LOCARCH, STATUS = "
061600             WS-ARCFILE-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         GO TO 9999-EXIT
061900     END-IF
062000     OPEN OUTPUT NEW-ARCHIVE-FILE
062100     PERFORM 3590-READ-ARCHIVE-ROW THRU 3590-EXIT
062200     PERFORM 3500-SPLIT-ARCHIVE-ROW THRU 3500-EXIT
062300         UNTIL END-OF-ARCHIVE-FILE
062400     CLOSE ARCHIVE-FILE
062500     CLOSE NEW-ARCHIVE-FILE.
062600 3400-EXIT.
062700     EXIT.
062800
062900*---------------------------------------------------------------*
063000 3500-SPLIT-ARCHIVE-ROW.
063100     IF ARC-ARCHIVE-DATE NUMERIC
063200         MOVE ARC-ARCHIVE-DATE TO WS-ROW-DATE
063300         SET ROW-IS-DATED TO TRUE
063400     ELSE
063500         SET ROW-IS-UNDATED TO TRUE
063600     END-IF
063700     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
063800     IF ROW-IS-EXPIRED
063900         MOVE ARCHIVE-LOCATION-RECORD TO WS-HISTORY-IMAGE
064000         PERFORM 5500-WRITE-HISTORY-ROW THRU 5500-EXIT
064100     ELSE
064200         MOVE ZERO TO WS-WRITTEN-DATE
064300         IF ARC-ARCHIVE-DATE NUMERIC
064400             MOVE ARC-ARCHIVE-DATE TO WS-WRITTEN-DATE
064500         END-IF
064600         WRITE NEW-ARCHIVE-RECORD FROM ARCHIVE-LOCATION-RECORD
064700         PERFORM 5600-TALLY-RETAINED-ROW THRU 5600-EXIT
064800     END-IF
064900     PERFORM 3590-READ-ARCHIVE-ROW THRU 3590-EXIT.
065000 3500-EXIT.
065100     EXIT.
065200
065300*---------------------------------------------------------------*
065400 3590-READ-ARCHIVE-ROW.
065500     READ ARCHIVE-FILE
065600         AT END
065700             SET END-OF-ARCHIVE-FILE TO TRUE
065800     END-READ.
065900 3590-EXIT.
066000     EXIT.
066100
066200*---------------------------------------------------------------*
066300*    RUNLOG - COMMON RUN LOG, AGED ON RUN-DATE.  RUNLNEW STAYS  *
066400*    OPEN FOR THIS RUN'S OWN ROW (SEE 8900).                    *
066500*---------------------------------------------------------------*
066600 3600-PURGE-RUN-LOG.
066700     MOVE 4 TO SB-FT
066800     OPEN INPUT RUN-LOG-FILE
066900     IF WS-RUNLOG-STATUS NOT = "00" AND
067000             WS-RUNLOG-STATUS NOT = "05"
067100         DISPLAY "SR31PRG - CANNOT OPEN RUNLOG, STATUS = "
067200             WS-RUNLOG-STATUS
067300         MOVE 16 TO RETURN-CODE
067400         GO TO 9999-EXIT
067500     END-IF
067600     OPEN OUTPUT NEW-RUN-LOG-FILE
067700     PERFORM 3790-READ-RUN-LOG-ROW THRU 3790-EXIT
067800     PERFORM 3700-SPLIT-RUN-LOG-ROW THRU 3700-EXIT
067900         UNTIL END-OF-RUN-LOG-FILE
068000     CLOSE RUN-LOG-FILE.
068100 3600-EXIT.
068200     EXIT.
068300
068400*---------------------------------------------------------------*
068500 3700-SPLIT-RUN-LOG-ROW.
068600     IF RUN-DATE NUMERIC
068700         MOVE RUN-DATE TO WS-ROW-DATE
068800         SET ROW-IS-DATED TO TRUE
068900     ELSE
069000         SET ROW-IS-UNDATED TO TRUE
069100     END-IF
069200     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
069300     IF ROW-IS-EXPIRED
069400         MOVE RUN-STATISTICS-RECORD TO WS-HISTORY-IMAGE
069500         PERFORM 5500-WRITE-HISTORY-ROW THRU 5500-EXIT
069600     ELSE
069700         MOVE ZERO TO WS-WRITTEN-DATE
069800         IF RUN-DATE NUMERIC
069900             MOVE RUN-DATE TO WS-WRITTEN-DATE
070000         END-IF
070100         WRITE NEW-RUN-STATISTICS-RECORD
070200             FROM RUN-STATISTICS-RECORD
070300         PERFORM 5600-TALLY-RETAINED-ROW THRU 5600-EXIT
070400     END-IF
070500     PERFORM 3790-READ-RUN-LOG-ROW THRU 3790-EXIT.
070600 3700-EXIT.
070700     EXIT.
070800
070900*---------------------------------------------------------------*
071000 3790-READ-RUN-LOG-ROW.
071100     READ RUN-LOG-FILE
071200         AT END
071300             SET END-OF-RUN-LOG-FILE TO TRUE
071400     END-READ.
071500 3790-EXIT.
071600     EXIT.
071700
071800*---------------------------------------------------------------*
071900*    STEPSTS - SR22DRV STEP STATUS, AGED ON STS-RUN-DATE        *
072000*---------------------------------------------------------------*
072100 3800-PURGE-STEP-STATUS.
072200     MOVE 5 TO SB-FT
072300     OPEN INPUT STEP-STATUS-FILE
072400     IF WS-STSFILE-STATUS NOT = "00" AND
072500             WS-STSFILE-STATUS NOT = "05"
072600         DISPLAY "SR31PRG - CANNOT OPEN STEPSTS, STATUS = "
072700             WS-STSFILE-STATUS
072800         MOVE 16 TO RETURN-CODE
072900         GO TO 9999-EXIT
073000     END-IF
073100     OPEN OUTPUT NEW-STEP-STATUS-FILE
073200     PERFORM 3990-READ-STEP-STATUS-ROW THRU 3990-EXIT
073300     PERFORM 3900-SPLIT-STEP-STATUS-ROW THRU 3900-EXIT
073400         UNTIL END-OF-STATUS-FILE
073500     CLOSE STEP-STATUS-FILE
073600     CLOSE NEW-STEP-STATUS-FILE.
073700 3800-EXIT.
073800     EXIT.
073900
074000*---------------------------------------------------------------*
074100 3900-SPLIT-STEP-STATUS-ROW.
074200     IF STS-RUN-DATE NUMERIC
074300         MOVE STS-RUN-DATE TO WS-ROW-DATE
074400         SET ROW-IS-DATED TO TRUE
074500     ELSE
074600         SET ROW-IS-UNDATED TO TRUE
074700     END-IF
074800     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
074900     IF ROW-IS-EXPIRED
075000         MOVE STEP-STATUS-RECORD TO WS-HISTORY-IMAGE
075100         PERFORM 5500-WRITE-HISTORY-ROW THRU 5500-EXIT
075200     ELSE
075300         MOVE ZERO TO WS-WRITTEN-DATE
075400         IF STS-RUN-DATE NUMERIC
075500             MOVE STS-RUN-DATE TO WS-WRITTEN-DATE
075600         END-IF
075700         WRITE NEW-STEP-STATUS-RECORD FROM STEP-STATUS-RECORD
075800         PERFORM 5600-TALLY-RETAINED-ROW THRU 5600-EXIT
075900     END-IF
076000     PERFORM 3990-READ-STEP-STATUS-ROW THRU 3990-EXIT.
076100 3900-EXIT.
076200     EXIT.
076300
076400*---------------------------------------------------------------*
076500 3990-READ-STEP-STATUS-ROW.
076600     READ STEP-STATUS-FILE
076700         AT END
076800             SET END-OF-STATUS-FILE TO TRUE
076900     END-READ.
077000 3990-EXIT.
077100     EXIT.
077200
077300*---------------------------------------------------------------*
077400*    COUNTS AND HASHES THE ROW JUST READ AND DECIDES ITS FATE   *
077500*    AGAINST THE CUTOFF OF THE FILE AT SB-FT.  AN UNDATED ROW   *
077600*    IS ALWAYS RETAINED AND ADDS NOTHING TO THE HASH.           *
077700*---------------------------------------------------------------*
077800 5000-CLASSIFY-ROW.
077900     ADD 1 TO WS-FT-ROWS-READ(SB-FT)
078000     SET ROW-IS-RETAINED TO TRUE
078100     IF ROW-IS-UNDATED
078200         ADD 1 TO WS-FT-ROWS-UNDATED(SB-FT)
078300         GO TO 5000-EXIT
078400     END-IF
078500     ADD WS-ROW-DATE TO WS-FT-HASH-READ(SB-FT)
078600     IF WS-ROW-DATE < WS-FT-CUTOFF-DATE(SB-FT)
078700         SET ROW-IS-EXPIRED TO TRUE
078800     END-IF.
078900 5000-EXIT.
079000     EXIT.
079100
079200*---------------------------------------------------------------*
079300 5500-WRITE-HISTORY-ROW.
079400     MOVE SPACES TO PURGE-HISTORY-RECORD
079500     MOVE WS-FT-FILE-ID(SB-FT) TO PHS-FILE-ID
079600     MOVE WS-RUN-DATE TO PHS-PURGE-DATE
079700     MOVE WS-FT-CUTOFF-DATE(SB-FT) TO PHS-CUTOFF-DATE
079800     MOVE WS-HISTORY-IMAGE TO PHS-ROW-IMAGE
079900     WRITE PURGE-HISTORY-RECORD
080000     ADD 1 TO WS-FT-ROWS-PURGED(SB-FT)
080100     ADD WS-ROW-DATE TO WS-FT-HASH-PURGED(SB-FT).
080200 5500-EXIT.
080300     EXIT.
080400
080500*---------------------------------------------------------------*
080600*    THE RETAINED SIDE IS COUNTED AND HASHED FROM THE DATE OF   *
080700*    THE ROW AS IT IS HANDED TO THE WRITE, TAKEN BEFORE THE     *
080800*    WRITE BECAUSE THE RECORD AREA IS NOT AVAILABLE AFTER IT.   *
080900*---------------------------------------------------------------*
081000 5600-TALLY-RETAINED-ROW.
081100     ADD 1 TO WS-FT-ROWS-RETAINED(SB-FT)
081200     ADD WS-WRITTEN-DATE TO WS-FT-HASH-RETAINED(SB-FT).
081300 5600-EXIT.
081400     EXIT.
081500
081600*---------------------------------------------------------------*
081700 8000-FINALIZE.
081800     PERFORM 8100-REPORT-FILE THRU 8100-EXIT
081900         VARYING SB-FT FROM 1 BY 1 UNTIL SB-FT > WS-FT-MAX
082000     MOVE SPACES TO PURGE-REPORT-LINE
082100     WRITE PURGE-REPORT-LINE
082200     MOVE "TOTAL ROWS READ.......  " TO WS-TL-CAPTION
082300     MOVE WS-TOTAL-READ TO WS-TL-COUNT
082400     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
082500     MOVE "TOTAL ROWS PURGED.....  " TO WS-TL-CAPTION
082600     MOVE WS-TOTAL-PURGED TO WS-TL-COUNT
082700     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
082800     MOVE "FILES OUT OF BALANCE..  " TO WS-TL-CAPTION
082900     MOVE WS-FILES-OUT-OF-BALANCE TO WS-TL-COUNT
083000     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
083100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
083200     CLOSE NEW-RUN-LOG-FILE
083300     CLOSE PURGE-HISTORY-FILE
083400     CLOSE PURGE-REPORT
083500     IF WS-FILES-OUT-OF-BALANCE > ZERO
083600         DISPLAY "SR31PRG - " WS-FILES-OUT-OF-BALANCE
083700             " FILES OUT OF BALANCE - DO NOT SWAP THE NEW "
083800             "GENERATIONS IN"
083900         MOVE 16 TO RETURN-CODE
084000     ELSE
084100         IF WS-TOTAL-HELD > ZERO
084200             DISPLAY "SR31PRG - " WS-TOTAL-HELD " JOURNAL ROWS "
084300                 "HELD - NEWER THAN THE LAST LOCMSTR BACKUP"
084400             MOVE 4 TO RETURN-CODE
084500         END-IF
084600     END-IF.
084700
084800*---------------------------------------------------------------*
084900*    ONE BLOCK PER FILE: KEEP PERIOD AND CUTOFF, THE COUNTS,    *
085000*    THE DATE HASHES, AND THE PROOF THAT EVERY ROW READ WAS     *
085100*    EITHER RETAINED OR PURGED - NEVER BOTH, NEVER NEITHER.     *
085200*---------------------------------------------------------------*
085300 8100-REPORT-FILE.
085400     MOVE SPACES TO PURGE-REPORT-LINE
085500     WRITE PURGE-REPORT-LINE
085600     MOVE WS-FT-FILE-ID(SB-FT) TO WS-FL-FILE-ID
085700     MOVE WS-FT-KEEP-MONTHS(SB-FT) TO WS-FL-KEEP-MONTHS
085800     MOVE WS-FT-CUTOFF-DATE(SB-FT) TO WS-FL-CUTOFF-DATE
085900     MOVE SPACES TO WS-FL-NOTE
086000     IF WS-FT-KEEP-MONTHS(SB-FT) = ZERO
086100         MOVE "NO KEEP PERIOD - CARRIED FORWARD WHOLE"
086200             TO WS-FL-NOTE
086300     ELSE
086400         IF SB-FT = 2
086500             STRING "LAST LOCMSTR BACKUP " DELIMITED BY SIZE
086600                 WS-BACKUP-DATE DELIMITED BY SIZE
086700                 " " DELIMITED BY SIZE
086800                 WS-BACKUP-TIME DELIMITED BY SIZE
086900                 INTO WS-FL-NOTE
087000         END-IF
087100     END-IF
087200     MOVE WS-FILE-LINE TO PURGE-REPORT-LINE
087300     WRITE PURGE-REPORT-LINE
087400     MOVE "ROWS READ.............  " TO WS-TL-CAPTION
087500     MOVE WS-FT-ROWS-READ(SB-FT) TO WS-TL-COUNT
087600     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
087700     MOVE "ROWS RETAINED.........  " TO WS-TL-CAPTION
087800     MOVE WS-FT-ROWS-RETAINED(SB-FT) TO WS-TL-COUNT
087900     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
088000     MOVE "ROWS PURGED TO HISTORY  " TO WS-TL-CAPTION
088100     MOVE WS-FT-ROWS-PURGED(SB-FT) TO WS-TL-COUNT
088200     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
088300     IF SB-FT = 2
088400         MOVE "HELD - AFTER BACKUP...  " TO WS-TL-CAPTION
088500         MOVE WS-FT-ROWS-HELD(SB-FT) TO WS-TL-COUNT
088600         PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
088700     END-IF
088800     MOVE "UNDATED ROWS RETAINED.  " TO WS-TL-CAPTION
088900     MOVE WS-FT-ROWS-UNDATED(SB-FT) TO WS-TL-COUNT
089000     PERFORM 8400-WRITE-TOTAL-LINE THRU 8400-EXIT
089100     MOVE "DATE HASH READ........  " TO WS-HSL-CAPTION
089200     MOVE WS-FT-HASH-READ(SB-FT) TO WS-HSL-HASH
089300     PERFORM 8500-WRITE-HASH-LINE THRU 8500-EXIT
089400     MOVE "DATE HASH RETAINED....  " TO WS-HSL-CAPTION
089500     MOVE WS-FT-HASH-RETAINED(SB-FT) TO WS-HSL-HASH
089600     PERFORM 8500-WRITE-HASH-LINE THRU 8500-EXIT
089700     MOVE "DATE HASH PURGED......  " TO WS-HSL-CAPTION
089800     MOVE WS-FT-HASH-PURGED(SB-FT) TO WS-HSL-HASH
089900     PERFORM 8500-WRITE-HASH-LINE THRU 8500-EXIT
090000     PERFORM 8200-PROVE-FILE THRU 8200-EXIT
090100     ADD WS-FT-ROWS-READ(SB-FT) TO WS-TOTAL-READ
090200     ADD WS-FT-ROWS-RETAINED(SB-FT) TO WS-TOTAL-RETAINED
090300     ADD WS-FT-ROWS-PURGED(SB-FT) TO WS-TOTAL-PURGED
090400     ADD WS-FT-ROWS-HELD(SB-FT) TO WS-TOTAL-HELD.
090500 8100-EXIT.
090600     EXIT.
090700
090800*---------------------------------------------------------------*
090900 8200-PROVE-FILE.
091000     COMPUTE WS-ROW-DIFF = WS-FT-ROWS-READ(SB-FT)
091100         - WS-FT-ROWS-RETAINED(SB-FT) - WS-FT-ROWS-PURGED(SB-FT)
091200     COMPUTE WS-HASH-DIFF = WS-FT-HASH-READ(SB-FT)
091300         - WS-FT-HASH-RETAINED(SB-FT) - WS-FT-HASH-PURGED(SB-FT)
091400     MOVE "PROOF.................  " TO WS-PL-CAPTION
091500     IF WS-ROW-DIFF NOT = ZERO
091600         OR WS-HASH-DIFF NOT = ZERO
091700         MOVE "OUT OF BALANCE - DO NOT SWAP" TO WS-PL-VERDICT
091800         ADD 1 TO WS-FILES-OUT-OF-BALANCE
091900     ELSE
092000         MOVE "IN BALANCE" TO WS-PL-VERDICT
092100     END-IF
092200     MOVE WS-PROOF-LINE TO PURGE-REPORT-LINE
092300     WRITE PURGE-REPORT-LINE.
092400 8200-EXIT.
092500     EXIT.
092600
092700*---------------------------------------------------------------*
092800 8400-WRITE-TOTAL-LINE.
092900     MOVE WS-TOTAL-LINE TO PURGE-REPORT-LINE
093000     WRITE PURGE-REPORT-LINE.
093100 8400-EXIT.
093200     EXIT.
093300
093400*---------------------------------------------------------------*
093500 8500-WRITE-HASH-LINE.
093600     MOVE WS-HASH-LINE TO PURGE-REPORT-LINE
093700     WRITE PURGE-REPORT-LINE.
093800 8500-EXIT.
093900     EXIT.
094000
094100*---------------------------------------------------------------*
094200*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) - TO   *
094300*    RUNLNEW, THE RUN LOG'S NEW GENERATION, SO THE ROW IS       *
094400*    STILL THERE FOR SR15RUN AFTER OPS SWAPS IT IN.             *
094500*---------------------------------------------------------------*
094600 8900-WRITE-RUN-LOG.
094700     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
094800     ACCEPT WS-LOG-TIME-WORK FROM TIME
094900     MOVE SPACES TO NEW-RUN-STATISTICS-RECORD
095000     MOVE "SR31PRG" TO NRN-PROGRAM-ID
095100     MOVE WS-LOG-DATE TO NRN-DATE
095200     MOVE WS-LOG-TIME TO NRN-TIME
095300     MOVE WS-TOTAL-READ TO NRN-RECORDS-READ
095400     MOVE WS-TOTAL-RETAINED TO NRN-RECORDS-WRITTEN
095500     MOVE ZERO TO NRN-RECORDS-REJECTED
095600     MOVE WS-TOTAL-HELD TO NRN-EXCEPTIONS
095700     WRITE NEW-RUN-STATISTICS-RECORD.
095800 8900-EXIT.
095900     EXIT.
096000
096100*---------------------------------------------------------------*
096200 9999-EXIT.
096300     STOP RUN.
