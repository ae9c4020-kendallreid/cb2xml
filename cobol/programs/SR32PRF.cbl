000100*****************************************************************
000200*                                                                *
000300*    PROGRAM:      SR32PRF                                      *
000400*    DESCRIPTION:  LOCATION 360 PROFILE INQUIRY.  TAKES THE     *
000500*                  LIST OF LOCATION NUMBERS ON THE PROFPARM     *
000600*                  FILE AND PRINTS ONE PROFILE PER STORE FROM   *
000700*                  EVERY FILE WE HOLD ON IT: THE LOCMSTR        *
000800*                  RECORD WITH ITS STATUS AND CLOSE DATE; THE   *
000900*                  DISTRICT AND REGION (LOCATMAP, NAMED FROM    *
001000*                  DISTREF); THE CURRENT MONTH, YEAR-TO-DATE    *
001100*                  AND CURRENT WEEK FROM TONIGHT'S LOCTOTS      *
001200*                  BESIDE THE LOCPLAN PLAN; WHETHER THE STORE   *
001300*                  IS IN SR24SUS SUSPENSE AND FOR HOW MANY      *
001400*                  DAYS; ITS LINES ON THE GLPOST FEED WITH      *
001500*                  THEIR GLACK ACKNOWLEDGMENT; ITS LAST AUDIT   *
001600*                  CHANGES FROM LOCAUDT; AND ANY LOCARCH        *
001700*                  ARCHIVE IMAGES.  A STORE-SUPPORT CALL IS     *
001800*                  ANSWERED FROM ONE LISTING INSTEAD OF         *
001900*                  SR12AUD, SR25ARQ, SR23SEL, SR24SUS AND       *
002000*                  THREE FILES READ BY HAND.  EACH FILE IS      *
002100*                  READ ONCE, IN ITS OWN ORDER, AND ONLY ROWS   *
002200*                  FOR REQUESTED STORES ARE KEPT.               *
002300*    AUTHOR:       D. OKONKWO - STORE SYSTEMS GROUP             *
002400*    INSTALLATION: STORE SYSTEMS GROUP                          *
002500*    DATE-WRITTEN: 10/15/2026                                   *
002600*    DATE-COMPILED.                                             *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    10/15/2026  DRO  ORIGINAL PROGRAM.  UP TO 50 LOCATIONS     *
003000*                     PER RUN, IN THE ORDER REQUESTED; AN       *
003100*                     INVALID, DUPLICATE OR SURPLUS REQUEST IS  *
003200*                     LISTED ON THE CONSOLE AND ENDS THE RUN    *
003300*                     WITH RETURN CODE 4, AS DOES A LOCATION    *
003400*                     NOT ON THE MASTER.  THE SUSPENSE FILE     *
003500*                     READ IS SUSPOLD, THE GENERATION OPS       *
003600*                     SWAPS IN AFTER SR24SUS.  UP TO 40 GLPOST  *
003700*                     LINES, THE LAST 10 AUDIT ROWS AND THE     *
003800*                     LAST 5 ARCHIVE IMAGES ARE SHOWN PER       *
003900*                     STORE, WITH A COUNT OF ANY NOT SHOWN.     *
004000*                                                                *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.  SR32PRF.
004400 AUTHOR.      D. OKONKWO.
004500 INSTALLATION. STORE SYSTEMS GROUP.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.  IBM-370.
005200 OBJECT-COMPUTER.  IBM-370.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT REQUEST-FILE ASSIGN TO PROFPARM
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REQFILE-STATUS.
005900     SELECT LOCATION-FILE ASSIGN TO LOCTOTS
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LOCFILE-STATUS.
006200     SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS MST-LOCATION-NUMBER
006600         FILE STATUS IS WS-MASTER-STATUS.
006700     SELECT MAPPING-FILE ASSIGN TO LOCATMAP
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-MAPFILE-STATUS.
007000     SELECT REFERENCE-FILE ASSIGN TO DISTREF
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REFFILE-STATUS.
007300     SELECT PLAN-FILE ASSIGN TO LOCPLAN
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PLANFILE-STATUS.
007600     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPOLD
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SUSFILE-STATUS.
007900     SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO GLPOST
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-GLFILE-STATUS.
008200     SELECT OPTIONAL ACKNOWLEDGMENT-FILE ASSIGN TO GLACK
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-ACKFILE-STATUS.
008500     SELECT OPTIONAL AUDIT-FILE ASSIGN TO LOCAUDT
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-AUDFILE-STATUS.
008800     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO LOCARCH
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-ARCFILE-STATUS.
009100     SELECT PROFILE-REPORT ASSIGN TO PRFRPT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-RPTFILE-STATUS.
009400     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-RUNLOG-STATUS.
009700     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-BDTFILE-STATUS.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  REQUEST-FILE
010400     RECORDING MODE IS F.
010500 01  PROFILE-REQUEST-RECORD.
010600     05  PRF-LOCATION-NUMBER        PIC 9(04).
010700
010800 FD  LOCATION-FILE
010900     RECORDING MODE IS F.
011000     COPY LOCTOT.
011100     COPY LOCCTL.
011200
011300 FD  LOCATION-MASTER
011400     RECORDING MODE IS F.
011500     COPY LOCHDR REPLACING ==LOCATION-MASTER-RECORD==
011600                        BY ==MASTER-RECORD==
011700         ==LOCATION-NUMBER==     BY ==MST-LOCATION-NUMBER==
011800         ==LOCATION-NAME==       BY ==MST-LOCATION-NAME==
011900         ==MONTHS==              BY ==MST-MONTHS==
012000         ==WEEK-OF-MONTH==       BY ==MST-WEEK-OF-MONTH==
012100         ==DAYS==                BY ==MST-DAYS==
012200         ==HOURS==               BY ==MST-HOURS==
012300         ==WEEK-NO==             BY ==MST-WEEK-NO==
012400         ==LOCATION-STATUS==     BY ==MST-LOCATION-STATUS==
012500         ==LOCATION-IS-OPEN==    BY ==MST-LOCATION-IS-OPEN==
012600         ==LOCATION-IS-CLOSED==  BY ==MST-LOCATION-IS-CLOSED==
012700         ==LOCATION-CLOSE-DATE== BY ==MST-LOCATION-CLOSE-DATE==
012800         ==LOCATION-OPEN-DATE==  BY ==MST-LOCATION-OPEN-DATE==
012900         ==LOCATION-SELLING-AREA==
013000                                 BY ==MST-LOCATION-SELLING-AREA==.
013100
013200 FD  MAPPING-FILE
013300     RECORDING MODE IS F.
013400     COPY LOCMAP.
013500
013600 FD  REFERENCE-FILE
013700     RECORDING MODE IS F.
013800     COPY LOCDRM.
013900
014000 FD  PLAN-FILE
014100     RECORDING MODE IS F.
014200     COPY LOCPLN.
014300
014400 FD  SUSPENSE-FILE
014500     RECORDING MODE IS F.
014600     COPY LOCSUS.
014700
014800 FD  GL-POSTING-FILE
014900     RECORDING MODE IS F.
015000     COPY LOCGLP.
015100
015200 FD  ACKNOWLEDGMENT-FILE
015300     RECORDING MODE IS F.
015400     COPY LOCACK.
015500
015600 FD  AUDIT-FILE
015700     RECORDING MODE IS F.
015800     COPY LOCAUD.
015900
016000 FD  ARCHIVE-FILE
016100     RECORDING MODE IS F.
016200 01  ARCHIVE-LOCATION-RECORD.
016300     05  ARC-MASTER-IMAGE           PIC X(61).
016400     05  FILLER                     PIC X(01).
016500     05  ARC-ARCHIVE-DATE           PIC 9(08).
016600
016700 FD  PROFILE-REPORT
016800     RECORDING MODE IS F.
016900 01  PROFILE-REPORT-LINE            PIC X(132).
017000
017100 FD  RUN-LOG-FILE
017200     RECORDING MODE IS F.
017300     COPY LOCRUN.
017400
017500 FD  BUSINESS-DATE-FILE
017600     RECORDING MODE IS F.
017700     COPY LOCBDT.
017800
017900 WORKING-STORAGE SECTION.
018000
018100*---------------------------------------------------------------*
018200*    RUN-LOG WORK FIELDS (SEE LOCRUN)                           *
018300*---------------------------------------------------------------*
018400 77  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
018500 77  WS-LOG-DATE                  PIC 9(08) VALUE ZERO.
018600 01  WS-LOG-TIME-WORK.
018700     05  WS-LOG-TIME              PIC 9(06).
018800     05  FILLER                   PIC 9(02).
018900*---------------------------------------------------------------*
019000*    BUSINESS DATE (SEE LOCBDT) - USED IN PLACE OF THE CLOCK    *
019100*---------------------------------------------------------------*
019200 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
019300 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
019400 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
019500 01  WS-PROCESS-TIME-WORK.
019600     05  WS-PROCESS-TIME          PIC 9(06).
019700     05  FILLER                   PIC 9(02).
019800 01  WS-DATE-HEADING-LINE.
019900     05  FILLER                   PIC X(15) VALUE
020000         "BUSINESS DATE  ".
020100     05  WS-DH-BUSINESS-DATE      PIC 9(08).
020200     05  FILLER                   PIC X(16) VALUE
020300         "    PROCESSED   ".
020400     05  WS-DH-PROCESS-DATE       PIC 9(08).
020500     05  FILLER                   PIC X(01) VALUE SPACE.
020600     05  WS-DH-PROCESS-TIME       PIC 9(06).
020700     05  FILLER                   PIC X(78) VALUE SPACES.
020800*---------------------------------------------------------------*
020900*    FILE STATUS SWITCHES                                       *
021000*---------------------------------------------------------------*
021100 77  WS-REQFILE-STATUS            PIC X(02) VALUE "00".
021200 77  WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
021300 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
021400     88  MASTER-OPEN-OK               VALUE "00" "05".
021500 77  WS-MASTER-FOUND-SWITCH       PIC X(01) VALUE "N".
021600     88  MASTER-FOUND             VALUE "Y".
021700 77  WS-MAPFILE-STATUS            PIC X(02) VALUE "00".
021800 77  WS-REFFILE-STATUS            PIC X(02) VALUE "00".
021900 77  WS-PLANFILE-STATUS           PIC X(02) VALUE "00".
022000 77  WS-SUSFILE-STATUS            PIC X(02) VALUE "00".
022100 77  WS-GLFILE-STATUS             PIC X(02) VALUE "00".
022200 77  WS-ACKFILE-STATUS            PIC X(02) VALUE "00".
022300 77  WS-AUDFILE-STATUS            PIC X(02) VALUE "00".
022400 77  WS-ARCFILE-STATUS            PIC X(02) VALUE "00".
022500 77  WS-RPTFILE-STATUS            PIC X(02) VALUE "00".
022600 77  WS-REQ-EOF-SWITCH            PIC X(01) VALUE "N".
022700     88  END-OF-REQUEST-FILE      VALUE "Y".
022800 77  WS-LOC-EOF-SWITCH            PIC X(01) VALUE "N".
022900     88  END-OF-LOCATION-FILE     VALUE "Y".
023000 77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
023100     88  END-OF-MAPPING-FILE      VALUE "Y".
023200 77  WS-REF-EOF-SWITCH            PIC X(01) VALUE "N".
023300     88  END-OF-REFERENCE-FILE    VALUE "Y".
023400 77  WS-PLAN-EOF-SWITCH           PIC X(01) VALUE "N".
023500     88  END-OF-PLAN-FILE         VALUE "Y".
023600 77  WS-SUS-EOF-SWITCH            PIC X(01) VALUE "N".
023700     88  END-OF-SUSPENSE-FILE     VALUE "Y".
023800 77  WS-GL-EOF-SWITCH             PIC X(01) VALUE "N".
023900     88  END-OF-GL-FILE           VALUE "Y".
024000 77  WS-ACK-EOF-SWITCH            PIC X(01) VALUE "N".
024100     88  END-OF-ACK-FILE          VALUE "Y".
024200 77  WS-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
024300     88  END-OF-AUDIT-FILE        VALUE "Y".
024400 77  WS-ARC-EOF-SWITCH            PIC X(01) VALUE "N".
024500     88  END-OF-ARCHIVE-FILE      VALUE "Y".
024600
024700*---------------------------------------------------------------*
024800*    SOURCE-FILE SWITCHES - "Y" WHEN THE OPTIONAL FILE WAS      *
024900*    READ, SO A PROFILE CAN SAY "NO FILE" RATHER THAN "NOTHING  *
025000*    FOUND".                                                    *
025100*---------------------------------------------------------------*
025200 77  WS-SUSPENSE-READ-SWITCH      PIC X(01) VALUE "N".
025300     88  SUSPENSE-FILE-READ       VALUE "Y".
025400 77  WS-GL-READ-SWITCH            PIC X(01) VALUE "N".
025500     88  GL-FILE-READ             VALUE "Y".
025600 77  WS-ACK-READ-SWITCH           PIC X(01) VALUE "N".
025700     88  ACK-FILE-READ            VALUE "Y".
025800 77  WS-AUDIT-READ-SWITCH         PIC X(01) VALUE "N".
025900     88  AUDIT-FILE-READ          VALUE "Y".
026000 77  WS-ARCHIVE-READ-SWITCH       PIC X(01) VALUE "N".
026100     88  ARCHIVE-FILE-READ        VALUE "Y".
026200
026300*---------------------------------------------------------------*
026400*    LOCTOTS CONTROL-RECORD VERIFICATION (SEE LOCCTL)           *
026500*---------------------------------------------------------------*
026600 77  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE "N".
026700     88  HEADER-SEEN              VALUE "Y".
026800 77  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
026900     88  TRAILER-SEEN             VALUE "Y".
027000 77  AC-CTL-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
027100 77  AC-CTL-SALES-HASH            PIC S9(13)V99 COMP-3
027200                                  VALUE ZERO.
027300 77  AC-CTL-PURCH-HASH            PIC S9(13)V99 COMP-3
027400                                  VALUE ZERO.
027500
027600*---------------------------------------------------------------*
027700*    PROFILE SLOT LOOKUP - DIRECT INDEXED BY LOCATION NUMBER    *
027800*    (0001-9999), HOLDING THE REQUESTED STORE'S ENTRY IN THE    *
027900*    PROFILE TABLE, OR ZERO WHEN THE STORE WAS NOT REQUESTED.   *
028000*---------------------------------------------------------------*
028100 01  WS-PROFILE-SLOT-TABLE.
028200     05  WS-PF-SLOT OCCURS 9999 TIMES
028300                                  PIC 9(03) COMP.
028400
028500*---------------------------------------------------------------*
028600*    PROFILE TABLE - ONE ENTRY PER REQUESTED STORE, IN REQUEST  *
028700*    ORDER, FILLED AS EACH FILE IS READ.  THE AUDIT AND         *
028800*    ARCHIVE ROWS ARE KEPT AS RINGS SO THE LATEST ONES          *
028900*    SURVIVE.                                                   *
029000*---------------------------------------------------------------*
029100 77  WS-PF-MAX                    PIC 9(03) COMP VALUE 50.
029200 77  WS-PF-COUNT                  PIC 9(03) COMP VALUE ZERO.
029300 77  WS-GL-MAX                    PIC 9(03) COMP VALUE 40.
029400 77  WS-AUD-MAX                   PIC 9(03) COMP VALUE 10.
029500 77  WS-ARC-MAX                   PIC 9(03) COMP VALUE 5.
029600 01  WS-PROFILE-TABLE.
029700     05  WS-PF-ENTRY OCCURS 50 TIMES.
029800         10  WS-PF-LOCNO              PIC 9(04).
029900         10  WS-PF-TOTALS-SWITCH      PIC X(01).
030000             88  PF-ON-TOTALS             VALUE "Y".
030100         10  WS-PF-TOT-MONTHS         PIC 9(02).
030200         10  WS-PF-TOT-WEEK-NO        PIC 9(02).
030300         10  WS-PF-MONTH-UNITS        PIC S9(07) COMP-3.
030400         10  WS-PF-MONTH-SALES        PIC S9(09)V99 COMP-3.
030500         10  WS-PF-YTD-UNITS          PIC S9(09) COMP-3.
030600         10  WS-PF-YTD-SALES          PIC S9(11)V99 COMP-3.
030700         10  WS-PF-WEEK-UNITS         PIC S9(07) COMP-3.
030800         10  WS-PF-WEEK-VALUE         PIC S9(09)V99 COMP-3.
030900         10  WS-PF-PLAN OCCURS 12 TIMES
031000                                      PIC S9(09)V99 COMP-3.
031100         10  WS-PF-SUSPENSE-SWITCH    PIC X(01).
031200             88  PF-IN-SUSPENSE           VALUE "Y".
031300         10  WS-PF-SUS-FIRST-SEEN     PIC 9(08).
031400         10  WS-PF-SUS-DAYS-OUT       PIC 9(04).
031500         10  WS-PF-GL-COUNT           PIC 9(03) COMP.
031600         10  WS-PF-GL-TOTAL           PIC 9(05) COMP.
031700         10  WS-PF-GL-LINE OCCURS 40 TIMES.
031800             15  WS-PF-GL-PERIOD      PIC 9(02).
031900             15  WS-PF-GL-CODE        PIC X(04).
032000             15  WS-PF-GL-AMOUNT      PIC S9(09)V99 COMP-3.
032100             15  WS-PF-GL-RUN-DATE    PIC 9(08).
032200             15  WS-PF-GL-ACK-STATUS  PIC X(01).
032300             15  WS-PF-GL-ACK-AMOUNT  PIC S9(09)V99 COMP-3.
032400             15  WS-PF-GL-ACK-DATE    PIC 9(08).
032500         10  WS-PF-AUD-TOTAL          PIC 9(07) COMP.
032600         10  WS-PF-AUD-ROW OCCURS 10 TIMES.
032700             15  WS-PF-AUD-DATE       PIC 9(08).
032800             15  WS-PF-AUD-TIME       PIC 9(06).
032900             15  WS-PF-AUD-TYPE       PIC X(01).
033000             15  WS-PF-AUD-USER       PIC X(08).
033100             15  WS-PF-AUD-FIELD      PIC X(20).
033200             15  WS-PF-AUD-OLD        PIC X(25).
033300             15  WS-PF-AUD-NEW        PIC X(25).
033400         10  WS-PF-ARC-TOTAL          PIC 9(05) COMP.
033500         10  WS-PF-ARC-ROW OCCURS 5 TIMES.
033600             15  WS-PF-ARC-IMAGE      PIC X(61).
033700             15  WS-PF-ARC-DATE       PIC 9(08).
033800
033900*---------------------------------------------------------------*
034000*    LOCATION-TO-DISTRICT/REGION LOOKUP TABLE - DIRECT INDEXED  *
034100*    BY LOCATION-NUMBER (0001-9999).                            *
034200*---------------------------------------------------------------*
034300 01  WS-LOCATION-MAP-TABLE.
034400     05  WS-LOC-MAP OCCURS 9999 TIMES.
034500         10  WS-LOC-DISTRICT      PIC 9(02).
034600         10  WS-LOC-REGION        PIC 9(02).
034700
034800*---------------------------------------------------------------*
034900*    DISTRICT AND REGION NAME TABLES - DIRECT INDEXED BY CODE   *
035000*    (01-99), LOADED FROM THE DISTREF REFERENCE MASTER.         *
035100*---------------------------------------------------------------*
035200 01  WS-DISTRICT-NAME-TABLE.
035300     05  WS-DN-NAME OCCURS 99 TIMES
035400                                  PIC X(20).
035500 01  WS-REGION-NAME-TABLE.
035600     05  WS-RN-NAME OCCURS 99 TIMES
035700                                  PIC X(20).
035800
035900*---------------------------------------------------------------*
036000*    THE ARCHIVED MASTER IMAGE, UNPACKED THROUGH THE LOCHDR     *
036100*    LAYOUT IT WAS WRITTEN FROM.                                *
036200*---------------------------------------------------------------*
036300 COPY LOCHDR.
036400
036500*---------------------------------------------------------------*
036600*    SUBSCRIPTS AND PER-STORE WORK FIELDS                       *
036700*---------------------------------------------------------------*
036800 77  SB-PF                        PIC 9(03) COMP.
036900 77  SB-MONTH                     PIC 9(02) COMP.
037000 77  SB-GL                        PIC 9(03) COMP.
037100 77  SB-RING                      PIC 9(03) COMP.
037200 77  WS-RING-LEFT                 PIC 9(03) COMP.
037300 77  WS-RING-QUOTIENT             PIC 9(07) COMP.
037400 77  WS-SLOT                      PIC 9(03) COMP.
037500 77  WS-DISTRICT                  PIC 9(02) COMP.
037600 77  WS-REGION                    PIC 9(02) COMP.
037700 77  WS-MONTH-PLAN                PIC S9(09)V99 COMP-3.
037800 77  WS-YTD-PLAN                  PIC S9(11)V99 COMP-3.
037900 77  WS-VARIANCE                  PIC S9(11)V99 COMP-3.
038000 77  WS-VARIANCE-PCT              PIC S9(05)V99 COMP-3.
038100 77  WS-NOT-SHOWN                 PIC 9(07) COMP.
038200
038300*---------------------------------------------------------------*
038400*    REPORT COUNTERS                                            *
038500*---------------------------------------------------------------*
038600 77  WS-REQUESTS-READ             PIC 9(07) COMP VALUE ZERO.
038700 77  WS-REQUESTS-REJECTED         PIC 9(07) COMP VALUE ZERO.
038800 77  WS-PROFILES-PRINTED          PIC 9(07) COMP VALUE ZERO.
038900 77  WS-NOT-ON-MASTER             PIC 9(07) COMP VALUE ZERO.
039000 77  WS-NOT-ON-TOTALS             PIC 9(07) COMP VALUE ZERO.
039100
039200*---------------------------------------------------------------*
039300*    REPORT LINE WORK AREAS.  EVERY PROFILE LINE CARRIES ITS    *
039400*    SECTION NAME IN THE FIRST TWELVE COLUMNS.                  *
039500*---------------------------------------------------------------*
039600 01  WS-BANNER-LINE.
039700     05  FILLER                   PIC X(20) VALUE
039800         "*** LOCATION PROFILE".
039900     05  FILLER                   PIC X(02) VALUE SPACES.
040000     05  WS-BL-LOCNO              PIC 9(04).
040100     05  FILLER                   PIC X(02) VALUE SPACES.
040200     05  WS-BL-NAME               PIC X(25).
040300     05  FILLER                   PIC X(04) VALUE " ***".
040400     05  FILLER                   PIC X(75) VALUE SPACES.
040500
040600 01  WS-NOTE-LINE.
040700     05  WS-NL-SECTION            PIC X(12).
040800     05  WS-NL-TEXT               PIC X(120).
040900
041000 01  WS-MASTER-LINE.
041100     05  FILLER                   PIC X(12) VALUE "  MASTER".
041200     05  FILLER                   PIC X(07) VALUE "STATUS ".
041300     05  WS-ML-STATUS             PIC X(06).
041400     05  FILLER                   PIC X(09) VALUE "  OPENED ".
041500     05  WS-ML-OPEN-DATE          PIC 9(08).
041600     05  FILLER                   PIC X(09) VALUE "  CLOSED ".
041700     05  WS-ML-CLOSE-DATE         PIC 9(08).
041800     05  FILLER                   PIC X(08) VALUE "  SQ FT ".
041900     05  WS-ML-AREA               PIC Z(06)9.
042000     05  FILLER                   PIC X(09) VALUE "  MONTHS ".
042100     05  WS-ML-MONTHS             PIC 99.
042200     05  FILLER                   PIC X(07) VALUE "  WEEK ".
042300     05  WS-ML-WEEK-NO            PIC 99.
042400     05  FILLER                   PIC X(07) VALUE "  DAYS ".
042500     05  WS-ML-DAYS               PIC 9.
042600     05  FILLER                   PIC X(08) VALUE "  HOURS ".
042700     05  WS-ML-HOURS              PIC 99.
042800     05  FILLER                   PIC X(12) VALUE SPACES.
042900
043000 01  WS-MAPPING-LINE.
043100     05  FILLER                   PIC X(12) VALUE "  MAPPING".
043200     05  FILLER                   PIC X(09) VALUE "DISTRICT ".
043300     05  WS-MPL-DISTRICT          PIC 99.
043400     05  FILLER                   PIC X(01) VALUE SPACE.
043500     05  WS-MPL-DISTRICT-NAME     PIC X(20).
043600     05  FILLER                   PIC X(09) VALUE "  REGION ".
043700     05  WS-MPL-REGION            PIC 99.
043800     05  FILLER                   PIC X(01) VALUE SPACE.
043900     05  WS-MPL-REGION-NAME       PIC X(20).
044000     05  FILLER                   PIC X(56) VALUE SPACES.
044100
044200 01  WS-SALES-LINE.
044300     05  WS-SAL-SECTION           PIC X(12).
044400     05  WS-SAL-LABEL             PIC X(07).
044500     05  WS-SAL-MONTH             PIC 99.
044600     05  FILLER                   PIC X(08) VALUE "  UNITS ".
044700     05  WS-SAL-UNITS             PIC -(8)9.
044800     05  FILLER                   PIC X(08) VALUE "  SALES ".
044900     05  WS-SAL-SALES             PIC -(10)9.99.
045000     05  FILLER                   PIC X(07) VALUE "  PLAN ".
045100     05  WS-SAL-PLAN              PIC -(10)9.99.
045200     05  FILLER                   PIC X(11) VALUE "  VARIANCE ".
045300     05  WS-SAL-VARIANCE          PIC -(10)9.99.
045400     05  FILLER                   PIC X(02) VALUE SPACES.
045500     05  WS-SAL-PCT               PIC -(5)9.99.
045600     05  FILLER                   PIC X(02) VALUE " %".
045700     05  FILLER                   PIC X(09) VALUE SPACES.
045800
045900 01  WS-WEEK-LINE.
046000     05  FILLER                   PIC X(12) VALUE SPACES.
046100     05  FILLER                   PIC X(07) VALUE "WEEK   ".
046200     05  WS-WKL-WEEK-NO           PIC 99.
046300     05  FILLER                   PIC X(17) VALUE
046400         "  PURCHASE UNITS ".
046500     05  WS-WKL-UNITS             PIC -(8)9.
046600     05  FILLER                   PIC X(17) VALUE
046700         "  PURCHASE VALUE ".
046800     05  WS-WKL-VALUE             PIC -(10)9.99.
046900     05  FILLER                   PIC X(54) VALUE SPACES.
047000
047100 01  WS-SUSPENSE-LINE.
047200     05  FILLER                   PIC X(12) VALUE "  SUSPENSE".
047300     05  FILLER                   PIC X(18) VALUE
047400         "IN SUSPENSE SINCE ".
047500     05  WS-SUL-FIRST-SEEN        PIC 9(08).
047600     05  FILLER                   PIC X(02) VALUE SPACES.
047700     05  WS-SUL-DAYS-OUT          PIC ZZZ9.
047800     05  FILLER                   PIC X(09) VALUE " DAYS OUT".
047900     05  FILLER                   PIC X(79) VALUE SPACES.
048000
048100 01  WS-GL-HEADING.
048200     05  FILLER                   PIC X(12) VALUE "  GL FEED".
048300     05  FILLER                   PIC X(34) VALUE
048400         "PD  CODE        AMOUNT  RUN DATE  ".
048500     05  FILLER                   PIC X(86) VALUE
048600         "ACK STATUS        ACK AMOUNT  POSTED".
048700
048800 01  WS-GL-LINE.
048900     05  FILLER                   PIC X(12) VALUE SPACES.
049000     05  WS-GLL-PERIOD            PIC 99.
049100     05  FILLER                   PIC X(02) VALUE SPACES.
049200     05  WS-GLL-CODE              PIC X(04).
049300     05  FILLER                   PIC X(01) VALUE SPACE.
049400     05  WS-GLL-AMOUNT            PIC -(9)9.99.
049500     05  FILLER                   PIC X(02) VALUE SPACES.
049600     05  WS-GLL-RUN-DATE          PIC 9(08).
049700     05  FILLER                   PIC X(02) VALUE SPACES.
049800     05  WS-GLL-ACK-STATUS        PIC X(14).
049900     05  FILLER                   PIC X(01) VALUE SPACE.
050000     05  WS-GLL-ACK-AMOUNT        PIC -(9)9.99.
050100     05  FILLER                   PIC X(02) VALUE SPACES.
050200     05  WS-GLL-POST-DATE         PIC 9(08).
050300     05  FILLER                   PIC X(48) VALUE SPACES.
050400
050500 01  WS-AUDIT-HEADING.
050600     05  FILLER                   PIC X(12) VALUE "  AUDIT".
050700     05  FILLER                   PIC X(48) VALUE
050800         "DATE     TIME   T USER     FIELD                ".
050900     05  FILLER                   PIC X(72) VALUE
051000         "OLD VALUE                 NEW VALUE".
051100
051200 01  WS-AUDIT-LINE.
051300     05  FILLER                   PIC X(12) VALUE SPACES.
051400     05  WS-ADL-DATE              PIC 9(08).
051500     05  FILLER                   PIC X(01) VALUE SPACE.
051600     05  WS-ADL-TIME              PIC 9(06).
051700     05  FILLER                   PIC X(01) VALUE SPACE.
051800     05  WS-ADL-TYPE              PIC X(01).
051900     05  FILLER                   PIC X(01) VALUE SPACE.
052000     05  WS-ADL-USER              PIC X(08).
052100     05  FILLER                   PIC X(01) VALUE SPACE.
052200     05  WS-ADL-FIELD             PIC X(20).
052300     05  FILLER                   PIC X(01) VALUE SPACE.
052400     05  WS-ADL-OLD               PIC X(25).
052500     05  FILLER                   PIC X(01) VALUE SPACE.
052600     05  WS-ADL-NEW               PIC X(25).
052700     05  FILLER                   PIC X(21) VALUE SPACES.
052800
052900 01  WS-ARCHIVE-HEADING.
053000     05  FILLER                   PIC X(12) VALUE "  ARCHIVE".
053100     05  FILLER                   PIC X(50) VALUE
053200         "ARCHIVED  NAME                       S  OPENED    ".
053300     05  FILLER                   PIC X(70) VALUE
053400         "CLOSED    MO  WK  D  HR".
053500
053600 01  WS-ARCHIVE-LINE.
053700     05  FILLER                   PIC X(12) VALUE SPACES.
053800     05  WS-ARL-ARCHIVE-DATE      PIC 9(08).
053900     05  FILLER                   PIC X(02) VALUE SPACES.
054000     05  WS-ARL-NAME              PIC X(25).
054100     05  FILLER                   PIC X(02) VALUE SPACES.
054200     05  WS-ARL-STATUS            PIC X(01).
054300     05  FILLER                   PIC X(02) VALUE SPACES.
054400     05  WS-ARL-OPEN-DATE         PIC 9(08).
054500     05  FILLER                   PIC X(02) VALUE SPACES.
054600     05  WS-ARL-CLOSE-DATE        PIC 9(08).
054700     05  FILLER                   PIC X(02) VALUE SPACES.
054800     05  WS-ARL-MONTHS            PIC 99.
054900     05  FILLER                   PIC X(02) VALUE SPACES.
055000     05  WS-ARL-WEEK-NO           PIC 99.
055100     05  FILLER                   PIC X(02) VALUE SPACES.
055200     05  WS-ARL-DAYS              PIC 9.
055300     05  FILLER                   PIC X(02) VALUE SPACES.
055400     05  WS-ARL-HOURS             PIC 99.
055500     05  FILLER                   PIC X(47) VALUE SPACES.
055600
055700 01  WS-NOT-SHOWN-LINE.
055800     05  FILLER                   PIC X(12) VALUE SPACES.
055900     05  WS-NSL-COUNT             PIC ZZZ,ZZ9.
056000     05  FILLER                   PIC X(01) VALUE SPACE.
056100     05  WS-NSL-TEXT              PIC X(40).
056200     05  FILLER                   PIC X(72) VALUE SPACES.
056300
056400 01  WS-TOTAL-LINE.
056500     05  WS-TL-CAPTION            PIC X(25).
056600     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
056700     05  FILLER                   PIC X(100) VALUE SPACES.
056800
056900 PROCEDURE DIVISION.
057000*---------------------------------------------------------------*
057100 0000-MAINLINE.
057200     PERFORM 1000-INITIALIZE
057300     MOVE 1 TO SB-PF
057400     PERFORM 5000-PRINT-PROFILE THRU 5000-EXIT
057500         UNTIL SB-PF > WS-PF-COUNT
057600     PERFORM 8000-FINALIZE
057700     GO TO 9999-EXIT.
057800
057900*---------------------------------------------------------------*
058000 1000-INITIALIZE.
058100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
058200     INITIALIZE WS-PROFILE-SLOT-TABLE
058300     INITIALIZE WS-PROFILE-TABLE
058400     INITIALIZE WS-LOCATION-MAP-TABLE
058500     MOVE SPACES TO WS-DISTRICT-NAME-TABLE
058600     MOVE SPACES TO WS-REGION-NAME-TABLE
058700     PERFORM 1100-LOAD-REQUEST-LIST THRU 1100-EXIT
058800     PERFORM 1300-LOAD-MAPPING-FILE THRU 1300-EXIT
058900     PERFORM 1400-LOAD-REFERENCE THRU 1400-EXIT
059000     PERFORM 1500-LOAD-PLAN-FILE THRU 1500-EXIT
059100     PERFORM 2000-SCAN-TOTALS THRU 2000-EXIT
059200     PERFORM 2300-SCAN-SUSPENSE THRU 2300-EXIT
059300     PERFORM 2500-SCAN-GL-POSTINGS THRU 2500-EXIT
059400     PERFORM 2700-SCAN-ACKNOWLEDGMENTS THRU 2700-EXIT
059500     PERFORM 3000-SCAN-AUDIT-TRAIL THRU 3000-EXIT
059600     PERFORM 3300-SCAN-ARCHIVE THRU 3300-EXIT
059700     OPEN INPUT LOCATION-MASTER
059800     IF NOT MASTER-OPEN-OK
059900         DISPLAY "SR32PRF - CANNOT OPEN MASTER, STATUS = "
060000             WS-MASTER-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         GO TO 9999-EXIT
060300     END-IF
060400     OPEN OUTPUT PROFILE-REPORT
060500     MOVE WS-DATE-HEADING-LINE TO PROFILE-REPORT-LINE
060600     WRITE PROFILE-REPORT-LINE.
060700
060800*---------------------------------------------------------------*
060900*    THE BUSDATE CARD SR22DRV VALIDATED AT STREAM START NAMES   *
061000*    THE BUSINESS DAY THIS RUN BELONGS TO, AND IT REPLACES THE  *
061100*    CLOCK FOR EVERY DATE THIS PROGRAM STAMPS.  WITHOUT ONE     *
061200*    (AN AD HOC RUN) THE PROCESSING DATE STANDS IN.             *
061300*---------------------------------------------------------------*
061400 1050-GET-BUSINESS-DATE.
061500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
061600     ACCEPT WS-PROCESS-TIME-WORK FROM TIME
061700     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
061800     OPEN INPUT BUSINESS-DATE-FILE
061900     IF WS-BDTFILE-STATUS = "00"
062000         READ BUSINESS-DATE-FILE
062100             NOT AT END
062200                 IF BDT-BUSINESS-DATE NUMERIC
062300                     AND BDT-BUSINESS-DATE > ZERO
062400                     MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
062500                 END-IF
062600         END-READ
062700         CLOSE BUSINESS-DATE-FILE
062800     ELSE
062900         DISPLAY "SR32PRF - NO BUSDATE CARD, PROCESSING DATE USED"
063000     END-IF
063100     MOVE WS-BUSINESS-DATE TO WS-DH-BUSINESS-DATE
063200     MOVE WS-PROCESS-DATE TO WS-DH-PROCESS-DATE
063300     MOVE WS-PROCESS-TIME TO WS-DH-PROCESS-TIME.
063400 1050-EXIT.
063500     EXIT.
063600
063700*---------------------------------------------------------------*
063800*    PROFPARM IS REQUIRED: ONE LOCATION NUMBER PER RECORD.  AN  *
063900*    INVALID OR DUPLICATE NUMBER, OR ONE BEYOND THE TABLE       *
064000*    LIMIT, IS REJECTED ON THE CONSOLE; A LIST WITH NO VALID    *
064100*    NUMBER ENDS THE RUN.                                       *
064200*---------------------------------------------------------------*
064300 1100-LOAD-REQUEST-LIST.
064400     OPEN INPUT REQUEST-FILE
064500     IF WS-REQFILE-STATUS NOT = "00"
064600         DISPLAY "SR32PRF - CANNOT OPEN PROFPARM, STATUS = "
064700             WS-REQFILE-STATUS
064800         MOVE 16 TO RETURN-CODE
064900         GO TO 9999-EXIT
065000     END-IF
065100     PERFORM 1150-READ-REQUEST THRU 1150-EXIT
065200     PERFORM 1200-STORE-REQUEST THRU 1200-EXIT
065300         UNTIL END-OF-REQUEST-FILE
065400     CLOSE REQUEST-FILE
065500     IF WS-PF-COUNT = ZERO
065600         DISPLAY "SR32PRF - NO VALID LOCATION ON PROFPARM"
065700         MOVE 16 TO RETURN-CODE
065800         GO TO 9999-EXIT
065900     END-IF.
066000 1100-EXIT.
066100     EXIT.
066200
066300*---------------------------------------------------------------*
066400 1150-READ-REQUEST.
066500     READ REQUEST-FILE
066600         AT END
066700             SET END-OF-REQUEST-FILE TO TRUE
066800     END-READ.
066900 1150-EXIT.
067000     EXIT.
067100
067200*---------------------------------------------------------------*
067300 1200-STORE-REQUEST.
067400     ADD 1 TO WS-REQUESTS-READ
067500     EVALUATE TRUE
067600         WHEN PRF-LOCATION-NUMBER NOT NUMERIC
067700             OR PRF-LOCATION-NUMBER = ZERO
067800             DISPLAY "SR32PRF - INVALID LOCATION REQUESTED: "
067900                 PRF-LOCATION-NUMBER
068000             ADD 1 TO WS-REQUESTS-REJECTED
068100         WHEN WS-PF-SLOT(PRF-LOCATION-NUMBER) > ZERO
068200             DISPLAY "SR32PRF - DUPLICATE REQUEST IGNORED: "
068300                 PRF-LOCATION-NUMBER
068400             ADD 1 TO WS-REQUESTS-REJECTED
068500         WHEN WS-PF-COUNT = WS-PF-MAX
068600             DISPLAY "SR32PRF - REQUEST LIST FULL, LIMIT = "
068700                 WS-PF-MAX " - IGNORED: " PRF-LOCATION-NUMBER
068800             ADD 1 TO WS-REQUESTS-REJECTED
068900         WHEN OTHER
069000             ADD 1 TO WS-PF-COUNT
069100             MOVE PRF-LOCATION-NUMBER TO WS-PF-LOCNO(WS-PF-COUNT)
069200             MOVE WS-PF-COUNT TO WS-PF-SLOT(PRF-LOCATION-NUMBER)
069300     END-EVALUATE
069400     PERFORM 1150-READ-REQUEST THRU 1150-EXIT.
069500 1200-EXIT.
069600     EXIT.
069700
069800*---------------------------------------------------------------*
069900 1300-LOAD-MAPPING-FILE.
070000     OPEN INPUT MAPPING-FILE
070100     IF WS-MAPFILE-STATUS NOT = "00"
070200         DISPLAY "SR32PRF - CANNOT OPEN MAPPING-FILE, STATUS = "
070300             WS-MAPFILE-STATUS
070400         MOVE 16 TO RETURN-CODE
070500         GO TO 9999-EXIT
070600     END-IF
070700     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT
070800     PERFORM 1360-STORE-MAP-RECORD THRU 1360-EXIT
070900         UNTIL END-OF-MAPPING-FILE
071000     CLOSE MAPPING-FILE.
071100 1300-EXIT.
071200     EXIT.
071300
071400*---------------------------------------------------------------*
071500 1350-READ-MAPPING-FILE.
071600     READ MAPPING-FILE
071700         AT END
071800             SET END-OF-MAPPING-FILE TO TRUE
071900     END-READ.
072000 1350-EXIT.
072100     EXIT.
072200
072300*---------------------------------------------------------------*
072400 1360-STORE-MAP-RECORD.
072500     IF MAP-LOCATION-NUMBER > ZERO
072600         MOVE MAP-DISTRICT-NUMBER
072700             TO WS-LOC-DISTRICT(MAP-LOCATION-NUMBER)
072800         MOVE MAP-REGION-NUMBER
072900             TO WS-LOC-REGION(MAP-LOCATION-NUMBER)
073000     END-IF
073100     PERFORM 1350-READ-MAPPING-FILE THRU 1350-EXIT.
073200 1360-EXIT.
073300     EXIT.
073400
073500*---------------------------------------------------------------*
073600 1400-LOAD-REFERENCE.
073700     OPEN INPUT REFERENCE-FILE
073800     IF WS-REFFILE-STATUS NOT = "00"
073900         DISPLAY "SR32PRF - CANNOT OPEN REFERENCE MASTER, "
074000             "STATUS = " WS-REFFILE-STATUS
074100         MOVE 16 TO RETURN-CODE
074200         GO TO 9999-EXIT
074300     END-IF
074400     PERFORM 1450-READ-REFERENCE THRU 1450-EXIT
074500     PERFORM 1460-STORE-REFERENCE THRU 1460-EXIT
074600         UNTIL END-OF-REFERENCE-FILE
074700     CLOSE REFERENCE-FILE.
074800 1400-EXIT.
074900     EXIT.
075000
075100*---------------------------------------------------------------*
075200 1450-READ-REFERENCE.
075300     READ REFERENCE-FILE
075400         AT END
075500             SET END-OF-REFERENCE-FILE TO TRUE
075600     END-READ.
075700 1450-EXIT.
075800     EXIT.
075900
076000*---------------------------------------------------------------*
076100 1460-STORE-REFERENCE.
076200     IF DRM-CODE > ZERO
076300         IF DRM-IS-DISTRICT
076400             MOVE DRM-NAME TO WS-DN-NAME(DRM-CODE)
076500         ELSE
076600             IF DRM-IS-REGION
076700                 MOVE DRM-NAME TO WS-RN-NAME(DRM-CODE)
076800             END-IF
076900         END-IF
077000     END-IF
077100     PERFORM 1450-READ-REFERENCE THRU 1450-EXIT.
077200 1460-EXIT.
077300     EXIT.
077400
077500*---------------------------------------------------------------*
077600*    ONLY THE REQUESTED STORES' PLAN ROWS ARE KEPT.             *
077700*---------------------------------------------------------------*
077800 1500-LOAD-PLAN-FILE.
077900     OPEN INPUT PLAN-FILE
078000     IF WS-PLANFILE-STATUS NOT = "00"
078100         DISPLAY "SR32PRF - CANNOT OPEN PLAN FILE, STATUS = "
078200             WS-PLANFILE-STATUS
078300         MOVE 16 TO RETURN-CODE
078400         GO TO 9999-EXIT
078500     END-IF
078600     PERFORM 1550-READ-PLAN-ROW THRU 1550-EXIT
078700     PERFORM 1600-STORE-PLAN-ROW THRU 1600-EXIT
078800         UNTIL END-OF-PLAN-FILE
078900     CLOSE PLAN-FILE.
079000 1500-EXIT.
079100     EXIT.
079200
079300*---------------------------------------------------------------*
079400 1550-READ-PLAN-ROW.
079500     READ PLAN-FILE
079600         AT END
079700             SET END-OF-PLAN-FILE TO TRUE
079800     END-READ.
079900 1550-EXIT.
080000     EXIT.
080100
080200*---------------------------------------------------------------*
080300 1600-STORE-PLAN-ROW.
080400     IF PLN-LOCATION-NUMBER > ZERO
080500             AND PLN-MONTH-NO > ZERO
080600             AND PLN-MONTH-NO < 13
080700         MOVE WS-PF-SLOT(PLN-LOCATION-NUMBER) TO WS-SLOT
080800         IF WS-SLOT > ZERO
080900             MOVE PLN-PLAN-VALUE
081000                 TO WS-PF-PLAN(WS-SLOT PLN-MONTH-NO)
081100         END-IF
081200     END-IF
081300     PERFORM 1550-READ-PLAN-ROW THRU 1550-EXIT.
081400 1600-EXIT.
081500     EXIT.
081600
081700*---------------------------------------------------------------*
081800*    TONIGHT'S LOCTOTS, VERIFIED AGAINST ITS CONTROL TRAILER    *
081900*    AS EVERY READER DOES.  THE CURRENT MONTH IS TOT-MONTHS     *
082000*    AND THE CURRENT WEEK TOT-WEEK-NO; THE YEAR TO DATE IS      *
082100*    MONTHS 1 THROUGH TOT-MONTHS.                               *
082200*---------------------------------------------------------------*
082300 2000-SCAN-TOTALS.
082400     OPEN INPUT LOCATION-FILE
082500     IF WS-LOCFILE-STATUS NOT = "00"
082600         DISPLAY "SR32PRF - CANNOT OPEN LOCATION-FILE, STATUS = "
082700             WS-LOCFILE-STATUS
082800         MOVE 16 TO RETURN-CODE
082900         GO TO 9999-EXIT
083000     END-IF
083100     PERFORM 2900-READ-LOCATION-FILE
083200     PERFORM 2100-NOTE-TOTALS-ROW THRU 2100-EXIT
083300         UNTIL END-OF-LOCATION-FILE
083400     CLOSE LOCATION-FILE.
083500 2000-EXIT.
083600     EXIT.
083700
083800*---------------------------------------------------------------*
083900 2100-NOTE-TOTALS-ROW.
084000     MOVE ZERO TO WS-SLOT
084100     IF TOT-LOCATION-NUMBER > ZERO
084200         MOVE WS-PF-SLOT(TOT-LOCATION-NUMBER) TO WS-SLOT
084300     END-IF
084400     IF WS-SLOT > ZERO
084500         MOVE "Y" TO WS-PF-TOTALS-SWITCH(WS-SLOT)
084600         IF TOT-MONTHS > ZERO AND TOT-MONTHS < 13
084700             MOVE TOT-MONTHS TO WS-PF-TOT-MONTHS(WS-SLOT)
084800             MOVE TOT-SALES-COUNT(TOT-MONTHS)
084900                 TO WS-PF-MONTH-UNITS(WS-SLOT)
085000             MOVE TOT-SALES-VALUE(TOT-MONTHS)
085100                 TO WS-PF-MONTH-SALES(WS-SLOT)
085200             MOVE 1 TO SB-MONTH
085300             PERFORM 2150-SUM-MONTH THRU 2150-EXIT
085400                 UNTIL SB-MONTH > TOT-MONTHS
085500         END-IF
085600         IF TOT-WEEK-NO > ZERO AND TOT-WEEK-NO < 21
085700             MOVE TOT-WEEK-NO TO WS-PF-TOT-WEEK-NO(WS-SLOT)
085800             MOVE TOT-PURCHASE-COUNT(TOT-WEEK-NO)
085900                 TO WS-PF-WEEK-UNITS(WS-SLOT)
086000             MOVE TOT-PURCHASE-VALUE(TOT-WEEK-NO)
086100                 TO WS-PF-WEEK-VALUE(WS-SLOT)
086200         END-IF
086300     END-IF
086400     PERFORM 2900-READ-LOCATION-FILE.
086500 2100-EXIT.
086600     EXIT.
086700
086800*---------------------------------------------------------------*
086900 2150-SUM-MONTH.
087000     ADD TOT-SALES-COUNT(SB-MONTH) TO WS-PF-YTD-UNITS(WS-SLOT)
087100     ADD TOT-SALES-VALUE(SB-MONTH) TO WS-PF-YTD-SALES(WS-SLOT)
087200     ADD 1 TO SB-MONTH.
087300 2150-EXIT.
087400     EXIT.
087500
087600*---------------------------------------------------------------*
087700 2900-READ-LOCATION-FILE.
087800     READ LOCATION-FILE
087900         AT END
088000             SET END-OF-LOCATION-FILE TO TRUE
088100     END-READ
088200     IF END-OF-LOCATION-FILE
088300         PERFORM 2950-VERIFY-TRAILER THRU 2950-EXIT
088400     ELSE
088500         IF CTL-IS-HEADER OR CTL-IS-TRAILER
088600             PERFORM 2930-TALLY-CONTROL-RECORD THRU 2930-EXIT
088700             GO TO 2900-READ-LOCATION-FILE
088800         ELSE
088900             IF TRAILER-SEEN
089000                 DISPLAY "SR32PRF - DATA RECORD AFTER LOCTOTS "
089100                     "TRAILER"
089200                 PERFORM 9500-ABORT-RUN
089300             END-IF
089400             ADD 1 TO AC-CTL-RECORD-COUNT
089500             ADD TOT-TOTAL-SALES TO AC-CTL-SALES-HASH
089600             ADD TOT-TOTAL-PURCHASE-VALUE TO AC-CTL-PURCH-HASH
089700         END-IF
089800     END-IF.
089900
090000*---------------------------------------------------------------*
090100 2930-TALLY-CONTROL-RECORD.
090200     IF CTL-IS-HEADER
090300         MOVE "Y" TO WS-HEADER-SEEN-SWITCH
090400     ELSE
090500         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
090600         IF CTL-RECORD-COUNT NOT = AC-CTL-RECORD-COUNT
090700             OR CTL-SALES-HASH NOT = AC-CTL-SALES-HASH
090800             OR CTL-PURCHASE-HASH NOT = AC-CTL-PURCH-HASH
090900             DISPLAY "SR32PRF - LOCTOTS TRAILER MISMATCH - "
091000                 "EXTRACT INCOMPLETE OR DAMAGED"
091100             DISPLAY "SR32PRF - TRAILER COUNT = "
091200                 CTL-RECORD-COUNT " COUNTED = "
091300                 AC-CTL-RECORD-COUNT
091400             PERFORM 9500-ABORT-RUN
091500         END-IF
091600     END-IF.
091700 2930-EXIT.
091800     EXIT.
091900
092000*---------------------------------------------------------------*
092100 2950-VERIFY-TRAILER.
092200     IF NOT HEADER-SEEN
092300         DISPLAY "SR32PRF - LOCTOTS HEADER RECORD MISSING"
092400         PERFORM 9500-ABORT-RUN
092500     END-IF
092600     IF NOT TRAILER-SEEN
092700         DISPLAY "SR32PRF - LOCTOTS TRAILER MISSING - FILE "
092800             "TRUNCATED"
092900         PERFORM 9500-ABORT-RUN
093000     END-IF.
093100 2950-EXIT.
093200     EXIT.
093300
093400*---------------------------------------------------------------*
093500*    THE CURRENT SUSPENSE GENERATION.  A MISSING FILE MEANS NO  *
093600*    STORE IS IN SUSPENSE, THE SAME READING SR24SUS GIVES IT.   *
093700*---------------------------------------------------------------*
093800 2300-SCAN-SUSPENSE.
093900     OPEN INPUT SUSPENSE-FILE
094000     IF WS-SUSFILE-STATUS NOT = "00" AND
094100             WS-SUSFILE-STATUS NOT = "05"
094200         GO TO 2300-EXIT
094300     END-IF
094400     MOVE "Y" TO WS-SUSPENSE-READ-SWITCH
094500     PERFORM 2350-READ-SUSPENSE THRU 2350-EXIT
094600     PERFORM 2400-NOTE-SUSPENSE-ROW THRU 2400-EXIT
094700         UNTIL END-OF-SUSPENSE-FILE
094800     CLOSE SUSPENSE-FILE.
094900 2300-EXIT.
095000     EXIT.
095100
095200*---------------------------------------------------------------*
095300 2350-READ-SUSPENSE.
095400     READ SUSPENSE-FILE
095500         AT END
095600             SET END-OF-SUSPENSE-FILE TO TRUE
095700     END-READ.
095800 2350-EXIT.
095900     EXIT.
096000
096100*---------------------------------------------------------------*
096200 2400-NOTE-SUSPENSE-ROW.
096300     MOVE ZERO TO WS-SLOT
096400     IF SUS-LOCATION-NUMBER NUMERIC AND SUS-LOCATION-NUMBER > ZERO
096500         MOVE WS-PF-SLOT(SUS-LOCATION-NUMBER) TO WS-SLOT
096600     END-IF
096700     IF WS-SLOT > ZERO
096800         MOVE "Y" TO WS-PF-SUSPENSE-SWITCH(WS-SLOT)
096900         MOVE SUS-FIRST-SEEN-DATE TO WS-PF-SUS-FIRST-SEEN(WS-SLOT)
097000         MOVE SUS-DAYS-OUT TO WS-PF-SUS-DAYS-OUT(WS-SLOT)
097100     END-IF
097200     PERFORM 2350-READ-SUSPENSE THRU 2350-EXIT.
097300 2400-EXIT.
097400     EXIT.
097500
097600*---------------------------------------------------------------*
097700*    THE GLPOST FEED SR14GLX LAST WROTE - POSTING LINES ONLY.   *
097800*---------------------------------------------------------------*
097900 2500-SCAN-GL-POSTINGS.
098000     OPEN INPUT GL-POSTING-FILE
098100     IF WS-GLFILE-STATUS NOT = "00" AND
098200             WS-GLFILE-STATUS NOT = "05"
098300         GO TO 2500-EXIT
098400     END-IF
098500     MOVE "Y" TO WS-GL-READ-SWITCH
098600     PERFORM 2550-READ-GL-POSTING THRU 2550-EXIT
098700     PERFORM 2600-NOTE-GL-POSTING THRU 2600-EXIT
098800         UNTIL END-OF-GL-FILE
098900     CLOSE GL-POSTING-FILE.
099000 2500-EXIT.
099100     EXIT.
099200
099300*---------------------------------------------------------------*
099400 2550-READ-GL-POSTING.
099500     READ GL-POSTING-FILE
099600         AT END
099700             SET END-OF-GL-FILE TO TRUE
099800     END-READ.
099900 2550-EXIT.
100000     EXIT.
100100
100200*---------------------------------------------------------------*
100300 2600-NOTE-GL-POSTING.
100400     MOVE ZERO TO WS-SLOT
100500     IF GL-IS-POSTING AND GL-LOCATION-NUMBER > ZERO
100600         MOVE WS-PF-SLOT(GL-LOCATION-NUMBER) TO WS-SLOT
100700     END-IF
100800     IF WS-SLOT > ZERO
100900         ADD 1 TO WS-PF-GL-TOTAL(WS-SLOT)
101000         IF WS-PF-GL-COUNT(WS-SLOT) < WS-GL-MAX
101100             ADD 1 TO WS-PF-GL-COUNT(WS-SLOT)
101200             MOVE WS-PF-GL-COUNT(WS-SLOT) TO SB-GL
101300             MOVE GL-PERIOD-NO TO WS-PF-GL-PERIOD(WS-SLOT SB-GL)
101400             MOVE GL-POSTING-CODE TO WS-PF-GL-CODE(WS-SLOT SB-GL)
101500             MOVE GL-AMOUNT TO WS-PF-GL-AMOUNT(WS-SLOT SB-GL)
101600             MOVE GL-RUN-DATE TO WS-PF-GL-RUN-DATE(WS-SLOT SB-GL)
101700         END-IF
101800     END-IF
101900     PERFORM 2550-READ-GL-POSTING THRU 2550-EXIT.
102000 2600-EXIT.
102100     EXIT.
102200
102300*---------------------------------------------------------------*
102400*    PAIR EACH ACKNOWLEDGMENT TO THE REQUESTED STORE'S GLPOST   *
102500*    LINE BY PERIOD AND POSTING CODE, AS SR18ACK DOES.  A       *
102600*    LATER ROW FOR THE SAME LINE REPLACES AN EARLIER ONE.       *
102700*---------------------------------------------------------------*
102800 2700-SCAN-ACKNOWLEDGMENTS.
102900     OPEN INPUT ACKNOWLEDGMENT-FILE
103000     IF WS-ACKFILE-STATUS NOT = "00" AND
103100             WS-ACKFILE-STATUS NOT = "05"
103200         GO TO 2700-EXIT
103300     END-IF
103400     MOVE "Y" TO WS-ACK-READ-SWITCH
103500     PERFORM 2750-READ-ACKNOWLEDGMENT THRU 2750-EXIT
103600     PERFORM 2800-NOTE-ACKNOWLEDGMENT THRU 2800-EXIT
103700         UNTIL END-OF-ACK-FILE
103800     CLOSE ACKNOWLEDGMENT-FILE.
103900 2700-EXIT.
104000     EXIT.
104100
104200*---------------------------------------------------------------*
104300 2750-READ-ACKNOWLEDGMENT.
104400     READ ACKNOWLEDGMENT-FILE
104500         AT END
104600             SET END-OF-ACK-FILE TO TRUE
104700     END-READ.
104800 2750-EXIT.
104900     EXIT.
105000
105100*---------------------------------------------------------------*
105200 2800-NOTE-ACKNOWLEDGMENT.
105300     MOVE ZERO TO WS-SLOT
105400     IF ACK-LOCATION-NUMBER NUMERIC AND ACK-LOCATION-NUMBER > ZERO
105500         MOVE WS-PF-SLOT(ACK-LOCATION-NUMBER) TO WS-SLOT
105600     END-IF
105700     IF WS-SLOT > ZERO
105800         MOVE 1 TO SB-GL
105900         PERFORM 2850-MATCH-ONE-GL-LINE THRU 2850-EXIT
106000             UNTIL SB-GL > WS-PF-GL-COUNT(WS-SLOT)
106100     END-IF
106200     PERFORM 2750-READ-ACKNOWLEDGMENT THRU 2750-EXIT.
106300 2800-EXIT.
106400     EXIT.
106500
106600*---------------------------------------------------------------*
106700 2850-MATCH-ONE-GL-LINE.
106800     IF WS-PF-GL-PERIOD(WS-SLOT SB-GL) = ACK-PERIOD-NO
106900             AND WS-PF-GL-CODE(WS-SLOT SB-GL) = ACK-POSTING-CODE
107000         MOVE ACK-STATUS TO WS-PF-GL-ACK-STATUS(WS-SLOT SB-GL)
107100         MOVE ACK-AMOUNT TO WS-PF-GL-ACK-AMOUNT(WS-SLOT SB-GL)
107200         MOVE ACK-POST-DATE TO WS-PF-GL-ACK-DATE(WS-SLOT SB-GL)
107300     END-IF
107400     ADD 1 TO SB-GL.
107500 2850-EXIT.
107600     EXIT.
107700
107800*---------------------------------------------------------------*
107900*    THE ACCUMULATING AUDIT TRAIL IS IN DATE ORDER, SO THE      *
108000*    LAST WS-AUD-MAX ROWS KEPT FOR A STORE ARE ITS LATEST       *
108100*    CHANGES.                                                   *
108200*---------------------------------------------------------------*
108300 3000-SCAN-AUDIT-TRAIL.
108400     OPEN INPUT AUDIT-FILE
108500     IF WS-AUDFILE-STATUS NOT = "00" AND
108600             WS-AUDFILE-STATUS NOT = "05"
108700         GO TO 3000-EXIT
108800     END-IF
108900     MOVE "Y" TO WS-AUDIT-READ-SWITCH
109000     PERFORM 3050-READ-AUDIT THRU 3050-EXIT
109100     PERFORM 3100-NOTE-AUDIT-ROW THRU 3100-EXIT
109200         UNTIL END-OF-AUDIT-FILE
109300     CLOSE AUDIT-FILE.
109400 3000-EXIT.
109500     EXIT.
109600
109700*---------------------------------------------------------------*
109800 3050-READ-AUDIT.
109900     READ AUDIT-FILE
110000         AT END
110100             SET END-OF-AUDIT-FILE TO TRUE
110200     END-READ.
110300 3050-EXIT.
110400     EXIT.
110500
110600*---------------------------------------------------------------*
110700 3100-NOTE-AUDIT-ROW.
110800     MOVE ZERO TO WS-SLOT
110900     IF AUD-LOCATION-NUMBER NUMERIC AND AUD-LOCATION-NUMBER > ZERO
111000         MOVE WS-PF-SLOT(AUD-LOCATION-NUMBER) TO WS-SLOT
111100     END-IF
111200     IF WS-SLOT > ZERO
111300         COMPUTE WS-RING-LEFT = WS-PF-AUD-TOTAL(WS-SLOT)
111400         ADD 1 TO WS-PF-AUD-TOTAL(WS-SLOT)
111500         DIVIDE WS-RING-LEFT BY WS-AUD-MAX
111600             GIVING WS-RING-QUOTIENT REMAINDER SB-RING
111700         ADD 1 TO SB-RING
111800         MOVE AUD-RUN-DATE TO WS-PF-AUD-DATE(WS-SLOT SB-RING)
111900         MOVE AUD-RUN-TIME TO WS-PF-AUD-TIME(WS-SLOT SB-RING)
112000         MOVE AUD-TRN-TYPE TO WS-PF-AUD-TYPE(WS-SLOT SB-RING)
112100         MOVE AUD-USER-ID TO WS-PF-AUD-USER(WS-SLOT SB-RING)
112200         MOVE AUD-FIELD-NAME TO WS-PF-AUD-FIELD(WS-SLOT SB-RING)
112300         MOVE AUD-OLD-VALUE TO WS-PF-AUD-OLD(WS-SLOT SB-RING)
112400         MOVE AUD-NEW-VALUE TO WS-PF-AUD-NEW(WS-SLOT SB-RING)
112500     END-IF
112600     PERFORM 3050-READ-AUDIT THRU 3050-EXIT.
112700 3100-EXIT.
112800     EXIT.
112900
113000*---------------------------------------------------------------*
113100*    THE ACCUMULATING ARCHIVE, KEPT THE SAME WAY AS THE AUDIT.  *
113200*---------------------------------------------------------------*
113300 3300-SCAN-ARCHIVE.
113400     OPEN INPUT ARCHIVE-FILE
113500     IF WS-ARCFILE-STATUS NOT = "00" AND
113600             WS-ARCFILE-STATUS NOT = "05"
113700         GO TO 3300-EXIT
113800     END-IF
113900     MOVE "Y" TO WS-ARCHIVE-READ-SWITCH
114000     PERFORM 3350-READ-ARCHIVE THRU 3350-EXIT
114100     PERFORM 3400-NOTE-ARCHIVE-ROW THRU 3400-EXIT
114200         UNTIL END-OF-ARCHIVE-FILE
114300     CLOSE ARCHIVE-FILE.
114400 3300-EXIT.
114500     EXIT.
114600
114700*---------------------------------------------------------------*
114800 3350-READ-ARCHIVE.
114900     READ ARCHIVE-FILE
115000         AT END
115100             SET END-OF-ARCHIVE-FILE TO TRUE
115200     END-READ.
115300 3350-EXIT.
115400     EXIT.
115500
115600*---------------------------------------------------------------*
115700 3400-NOTE-ARCHIVE-ROW.
115800     MOVE ARC-MASTER-IMAGE TO LOCATION-MASTER-RECORD
115900     MOVE ZERO TO WS-SLOT
116000     IF LOCATION-NUMBER NUMERIC AND LOCATION-NUMBER > ZERO
116100         MOVE WS-PF-SLOT(LOCATION-NUMBER) TO WS-SLOT
116200     END-IF
116300     IF WS-SLOT > ZERO
116400         COMPUTE WS-RING-LEFT = WS-PF-ARC-TOTAL(WS-SLOT)
116500         ADD 1 TO WS-PF-ARC-TOTAL(WS-SLOT)
116600         DIVIDE WS-RING-LEFT BY WS-ARC-MAX
116700             GIVING WS-RING-QUOTIENT REMAINDER SB-RING
116800         ADD 1 TO SB-RING
116900         MOVE ARC-MASTER-IMAGE TO WS-PF-ARC-IMAGE(WS-SLOT SB-RING)
117000         MOVE ARC-ARCHIVE-DATE TO WS-PF-ARC-DATE(WS-SLOT SB-RING)
117100     END-IF
117200     PERFORM 3350-READ-ARCHIVE THRU 3350-EXIT.
117300 3400-EXIT.
117400     EXIT.
117500
117600*---------------------------------------------------------------*
117700*    ONE PROFILE: BANNER, THEN THE MASTER, MAPPING, TOTALS,     *
117800*    SUSPENSE, GL, AUDIT AND ARCHIVE SECTIONS, EACH SAYING      *
117900*    PLAINLY WHEN THERE IS NOTHING TO SHOW.                     *
118000*---------------------------------------------------------------*
118100 5000-PRINT-PROFILE.
118200     ADD 1 TO WS-PROFILES-PRINTED
118300     MOVE SPACES TO PROFILE-REPORT-LINE
118400     WRITE PROFILE-REPORT-LINE
118500     MOVE WS-PF-LOCNO(SB-PF) TO MST-LOCATION-NUMBER
118600     MOVE WS-PF-LOCNO(SB-PF) TO WS-BL-LOCNO
118700     READ LOCATION-MASTER
118800         INVALID KEY
118900             MOVE "N" TO WS-MASTER-FOUND-SWITCH
119000             MOVE "*** NOT ON MASTER ***" TO WS-BL-NAME
119100         NOT INVALID KEY
119200             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
119300             MOVE MST-LOCATION-NAME TO WS-BL-NAME
119400     END-READ
119500     MOVE WS-BANNER-LINE TO PROFILE-REPORT-LINE
119600     WRITE PROFILE-REPORT-LINE
119700     PERFORM 5100-PRINT-MASTER THRU 5100-EXIT
119800     PERFORM 5200-PRINT-MAPPING THRU 5200-EXIT
119900     PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT
120000     PERFORM 5400-PRINT-SUSPENSE THRU 5400-EXIT
120100     PERFORM 5500-PRINT-GL-LINES THRU 5500-EXIT
120200     PERFORM 5600-PRINT-AUDIT THRU 5600-EXIT
120300     PERFORM 5700-PRINT-ARCHIVE THRU 5700-EXIT
120400     ADD 1 TO SB-PF.
120500 5000-EXIT.
120600     EXIT.
120700
120800*---------------------------------------------------------------*
120900 5100-PRINT-MASTER.
121000     IF NOT MASTER-FOUND
121100         ADD 1 TO WS-NOT-ON-MASTER
121200         MOVE "  MASTER" TO WS-NL-SECTION
121300         MOVE "NOT ON LOCMSTR - SEE ARCHIVE SECTION IF ARCHIVED"
121400             TO WS-NL-TEXT
121500         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
121600         GO TO 5100-EXIT
121700     END-IF
121800     EVALUATE TRUE
121900         WHEN MST-LOCATION-IS-OPEN
122000             MOVE "OPEN" TO WS-ML-STATUS
122100         WHEN MST-LOCATION-IS-CLOSED
122200             MOVE "CLOSED" TO WS-ML-STATUS
122300         WHEN OTHER
122400             MOVE MST-LOCATION-STATUS TO WS-ML-STATUS
122500     END-EVALUATE
122600     MOVE ZERO TO WS-ML-OPEN-DATE
122700     IF MST-LOCATION-OPEN-DATE NUMERIC
122800         MOVE MST-LOCATION-OPEN-DATE TO WS-ML-OPEN-DATE
122900     END-IF
123000     MOVE MST-LOCATION-CLOSE-DATE TO WS-ML-CLOSE-DATE
123100     MOVE ZERO TO WS-ML-AREA
123200     IF MST-LOCATION-SELLING-AREA NUMERIC
123300         MOVE MST-LOCATION-SELLING-AREA TO WS-ML-AREA
123400     END-IF
123500     MOVE MST-MONTHS TO WS-ML-MONTHS
123600     MOVE MST-WEEK-NO TO WS-ML-WEEK-NO
123700     MOVE MST-DAYS TO WS-ML-DAYS
123800     MOVE MST-HOURS TO WS-ML-HOURS
123900     MOVE WS-MASTER-LINE TO PROFILE-REPORT-LINE
124000     WRITE PROFILE-REPORT-LINE.
124100 5100-EXIT.
124200     EXIT.
124300
124400*---------------------------------------------------------------*
124500 5200-PRINT-MAPPING.
124600     MOVE WS-LOC-DISTRICT(WS-PF-LOCNO(SB-PF)) TO WS-DISTRICT
124700     MOVE WS-LOC-REGION(WS-PF-LOCNO(SB-PF)) TO WS-REGION
124800     IF WS-DISTRICT = ZERO OR WS-REGION = ZERO
124900         MOVE "  MAPPING" TO WS-NL-SECTION
125000         MOVE "NOT MAPPED ON LOCATMAP" TO WS-NL-TEXT
125100         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
125200         GO TO 5200-EXIT
125300     END-IF
125400     MOVE WS-DISTRICT TO WS-MPL-DISTRICT
125500     MOVE WS-DN-NAME(WS-DISTRICT) TO WS-MPL-DISTRICT-NAME
125600     IF WS-MPL-DISTRICT-NAME = SPACES
125700         MOVE "(NOT ON DISTREF)" TO WS-MPL-DISTRICT-NAME
125800     END-IF
125900     MOVE WS-REGION TO WS-MPL-REGION
126000     MOVE WS-RN-NAME(WS-REGION) TO WS-MPL-REGION-NAME
126100     IF WS-MPL-REGION-NAME = SPACES
126200         MOVE "(NOT ON DISTREF)" TO WS-MPL-REGION-NAME
126300     END-IF
126400     MOVE WS-MAPPING-LINE TO PROFILE-REPORT-LINE
126500     WRITE PROFILE-REPORT-LINE.
126600 5200-EXIT.
126700     EXIT.
126800
126900*---------------------------------------------------------------*
127000*    CURRENT MONTH AND YEAR TO DATE AGAINST PLAN, THEN THE      *
127100*    CURRENT WEEK.  LOCTOTS HOLDS WEEKS AS PURCHASES ONLY, SO   *
127200*    THE WEEK LINE CARRIES NO PLAN.                             *
127300*---------------------------------------------------------------*
127400 5300-PRINT-TOTALS.
127500     IF NOT PF-ON-TOTALS(SB-PF)
127600         ADD 1 TO WS-NOT-ON-TOTALS
127700         MOVE "  TOTALS" TO WS-NL-SECTION
127800         MOVE "NOT ON TONIGHT'S LOCTOTS" TO WS-NL-TEXT
127900         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
128000         GO TO 5300-EXIT
128100     END-IF
128200     IF WS-PF-TOT-MONTHS(SB-PF) = ZERO
128300         MOVE "  TOTALS" TO WS-NL-SECTION
128400         MOVE "MONTH COUNT ON LOCTOTS OUT OF RANGE" TO WS-NL-TEXT
128500         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
128600     ELSE
128700         MOVE WS-PF-PLAN(SB-PF WS-PF-TOT-MONTHS(SB-PF))
128800             TO WS-MONTH-PLAN
128900         MOVE "  TOTALS" TO WS-SAL-SECTION
129000         MOVE "MONTH  " TO WS-SAL-LABEL
129100         MOVE WS-PF-TOT-MONTHS(SB-PF) TO WS-SAL-MONTH
129200         MOVE WS-PF-MONTH-UNITS(SB-PF) TO WS-SAL-UNITS
129300         MOVE WS-PF-MONTH-SALES(SB-PF) TO WS-SAL-SALES
129400         MOVE WS-MONTH-PLAN TO WS-SAL-PLAN
129500         COMPUTE WS-VARIANCE =
129600             WS-PF-MONTH-SALES(SB-PF) - WS-MONTH-PLAN
129700         MOVE WS-MONTH-PLAN TO WS-YTD-PLAN
129800         PERFORM 5350-WRITE-SALES-LINE THRU 5350-EXIT
129900         MOVE ZERO TO WS-YTD-PLAN
130000         MOVE 1 TO SB-MONTH
130100         PERFORM 5310-SUM-PLAN THRU 5310-EXIT
130200             UNTIL SB-MONTH > WS-PF-TOT-MONTHS(SB-PF)
130300         MOVE SPACES TO WS-SAL-SECTION
130400         MOVE "YTD TO " TO WS-SAL-LABEL
130500         MOVE WS-PF-TOT-MONTHS(SB-PF) TO WS-SAL-MONTH
130600         MOVE WS-PF-YTD-UNITS(SB-PF) TO WS-SAL-UNITS
130700         MOVE WS-PF-YTD-SALES(SB-PF) TO WS-SAL-SALES
130800         MOVE WS-YTD-PLAN TO WS-SAL-PLAN
130900         COMPUTE WS-VARIANCE =
131000             WS-PF-YTD-SALES(SB-PF) - WS-YTD-PLAN
131100         PERFORM 5350-WRITE-SALES-LINE THRU 5350-EXIT
131200     END-IF
131300     IF WS-PF-TOT-WEEK-NO(SB-PF) > ZERO
131400         MOVE WS-PF-TOT-WEEK-NO(SB-PF) TO WS-WKL-WEEK-NO
131500         MOVE WS-PF-WEEK-UNITS(SB-PF) TO WS-WKL-UNITS
131600         MOVE WS-PF-WEEK-VALUE(SB-PF) TO WS-WKL-VALUE
131700         MOVE WS-WEEK-LINE TO PROFILE-REPORT-LINE
131800         WRITE PROFILE-REPORT-LINE
131900     END-IF.
132000 5300-EXIT.
132100     EXIT.
132200
132300*---------------------------------------------------------------*
132400 5310-SUM-PLAN.
132500     ADD WS-PF-PLAN(SB-PF SB-MONTH) TO WS-YTD-PLAN
132600     ADD 1 TO SB-MONTH.
132700 5310-EXIT.
132800     EXIT.
132900
133000*---------------------------------------------------------------*
133100*    VARIANCE PERCENT AGAINST PLAN, AS SR20VAR GIVES IT: A      *
133200*    ZERO PLAN WITH SALES PRINTS 100 PERCENT, A ZERO PLAN       *
133300*    WITHOUT PRINTS ZERO.  THE CALLER SETS WS-VARIANCE AND      *
133400*    WS-YTD-PLAN.                                               *
133500*---------------------------------------------------------------*
133600 5350-WRITE-SALES-LINE.
133700     MOVE WS-VARIANCE TO WS-SAL-VARIANCE
133800     IF WS-YTD-PLAN NOT = ZERO
133900         COMPUTE WS-VARIANCE-PCT ROUNDED =
134000             (WS-VARIANCE / WS-YTD-PLAN) * 100
134100     ELSE
134200         IF WS-VARIANCE NOT = ZERO
134300             MOVE 100 TO WS-VARIANCE-PCT
134400         ELSE
134500             MOVE ZERO TO WS-VARIANCE-PCT
134600         END-IF
134700     END-IF
134800     MOVE WS-VARIANCE-PCT TO WS-SAL-PCT
134900     MOVE WS-SALES-LINE TO PROFILE-REPORT-LINE
135000     WRITE PROFILE-REPORT-LINE.
135100 5350-EXIT.
135200     EXIT.
135300
135400*---------------------------------------------------------------*
135500 5400-PRINT-SUSPENSE.
135600     IF PF-IN-SUSPENSE(SB-PF)
135700         MOVE WS-PF-SUS-FIRST-SEEN(SB-PF) TO WS-SUL-FIRST-SEEN
135800         MOVE WS-PF-SUS-DAYS-OUT(SB-PF) TO WS-SUL-DAYS-OUT
135900         MOVE WS-SUSPENSE-LINE TO PROFILE-REPORT-LINE
136000         WRITE PROFILE-REPORT-LINE
136100     ELSE
136200         MOVE "  SUSPENSE" TO WS-NL-SECTION
136300         IF SUSPENSE-FILE-READ
136400             MOVE "NOT IN SUSPENSE" TO WS-NL-TEXT
136500         ELSE
136600             MOVE "NO SUSPENSE FILE - NOT IN SUSPENSE"
136700                 TO WS-NL-TEXT
136800         END-IF
136900         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
137000     END-IF.
137100 5400-EXIT.
137200     EXIT.
137300
137400*---------------------------------------------------------------*
137500 5500-PRINT-GL-LINES.
137600     IF WS-PF-GL-COUNT(SB-PF) = ZERO
137700         MOVE "  GL FEED" TO WS-NL-SECTION
137800         IF GL-FILE-READ
137900             MOVE "NO LINES ON THE GLPOST FEED" TO WS-NL-TEXT
138000         ELSE
138100             MOVE "NO GLPOST FEED ON FILE" TO WS-NL-TEXT
138200         END-IF
138300         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
138400         GO TO 5500-EXIT
138500     END-IF
138600     MOVE WS-GL-HEADING TO PROFILE-REPORT-LINE
138700     WRITE PROFILE-REPORT-LINE
138800     MOVE 1 TO SB-GL
138900     PERFORM 5550-PRINT-ONE-GL-LINE THRU 5550-EXIT
139000         UNTIL SB-GL > WS-PF-GL-COUNT(SB-PF)
139100     COMPUTE WS-NOT-SHOWN =
139200         WS-PF-GL-TOTAL(SB-PF) - WS-PF-GL-COUNT(SB-PF)
139300     IF WS-NOT-SHOWN > ZERO
139400         MOVE "MORE GLPOST LINES NOT SHOWN" TO WS-NSL-TEXT
139500         PERFORM 5950-WRITE-NOT-SHOWN-LINE THRU 5950-EXIT
139600     END-IF.
139700 5500-EXIT.
139800     EXIT.
139900
140000*---------------------------------------------------------------*
140100 5550-PRINT-ONE-GL-LINE.
140200     MOVE WS-PF-GL-PERIOD(SB-PF SB-GL) TO WS-GLL-PERIOD
140300     MOVE WS-PF-GL-CODE(SB-PF SB-GL) TO WS-GLL-CODE
140400     MOVE WS-PF-GL-AMOUNT(SB-PF SB-GL) TO WS-GLL-AMOUNT
140500     MOVE WS-PF-GL-RUN-DATE(SB-PF SB-GL) TO WS-GLL-RUN-DATE
140600     MOVE WS-PF-GL-ACK-AMOUNT(SB-PF SB-GL) TO WS-GLL-ACK-AMOUNT
140700     MOVE WS-PF-GL-ACK-DATE(SB-PF SB-GL) TO WS-GLL-POST-DATE
140800     EVALUATE WS-PF-GL-ACK-STATUS(SB-PF SB-GL)
140900         WHEN "P"
141000             IF WS-PF-GL-ACK-AMOUNT(SB-PF SB-GL)
141100                     = WS-PF-GL-AMOUNT(SB-PF SB-GL)
141200                 MOVE "POSTED" TO WS-GLL-ACK-STATUS
141300             ELSE
141400                 MOVE "POSTED-AMOUNT" TO WS-GLL-ACK-STATUS
141500             END-IF
141600         WHEN "R"
141700             MOVE "REJECTED" TO WS-GLL-ACK-STATUS
141800         WHEN SPACE
141900             IF ACK-FILE-READ
142000                 MOVE "NOT ACKED" TO WS-GLL-ACK-STATUS
142100             ELSE
142200                 MOVE "NO GLACK FILE" TO WS-GLL-ACK-STATUS
142300             END-IF
142400         WHEN OTHER
142500             MOVE "UNKNOWN ACK" TO WS-GLL-ACK-STATUS
142600     END-EVALUATE
142700     MOVE WS-GL-LINE TO PROFILE-REPORT-LINE
142800     WRITE PROFILE-REPORT-LINE
142900     ADD 1 TO SB-GL.
143000 5550-EXIT.
143100     EXIT.
143200
143300*---------------------------------------------------------------*
143400*    THE AUDIT RING IS PRINTED OLDEST FIRST: WHEN IT HAS        *
143500*    WRAPPED, FROM THE SLOT AFTER THE LATEST ROW.               *
143600*---------------------------------------------------------------*
143700 5600-PRINT-AUDIT.
143800     IF WS-PF-AUD-TOTAL(SB-PF) = ZERO
143900         MOVE "  AUDIT" TO WS-NL-SECTION
144000         IF AUDIT-FILE-READ
144100             MOVE "NO AUDITED CHANGES ON LOCAUDT" TO WS-NL-TEXT
144200         ELSE
144300             MOVE "NO AUDIT TRAIL ON FILE" TO WS-NL-TEXT
144400         END-IF
144500         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
144600         GO TO 5600-EXIT
144700     END-IF
144800     MOVE WS-AUDIT-HEADING TO PROFILE-REPORT-LINE
144900     WRITE PROFILE-REPORT-LINE
145000     IF WS-PF-AUD-TOTAL(SB-PF) > WS-AUD-MAX
145100         MOVE WS-AUD-MAX TO WS-RING-LEFT
145200         DIVIDE WS-PF-AUD-TOTAL(SB-PF) BY WS-AUD-MAX
145300             GIVING WS-RING-QUOTIENT REMAINDER SB-RING
145400         ADD 1 TO SB-RING
145500     ELSE
145600         MOVE WS-PF-AUD-TOTAL(SB-PF) TO WS-RING-LEFT
145700         MOVE 1 TO SB-RING
145800     END-IF
145900     PERFORM 5650-PRINT-ONE-AUDIT-ROW THRU 5650-EXIT
146000         UNTIL WS-RING-LEFT = ZERO
146100     IF WS-PF-AUD-TOTAL(SB-PF) > WS-AUD-MAX
146200         COMPUTE WS-NOT-SHOWN =
146300             WS-PF-AUD-TOTAL(SB-PF) - WS-AUD-MAX
146400         MOVE "EARLIER AUDIT ROWS NOT SHOWN" TO WS-NSL-TEXT
146500         PERFORM 5950-WRITE-NOT-SHOWN-LINE THRU 5950-EXIT
146600     END-IF.
146700 5600-EXIT.
146800     EXIT.
146900
147000*---------------------------------------------------------------*
147100 5650-PRINT-ONE-AUDIT-ROW.
147200     MOVE WS-PF-AUD-DATE(SB-PF SB-RING) TO WS-ADL-DATE
147300     MOVE WS-PF-AUD-TIME(SB-PF SB-RING) TO WS-ADL-TIME
147400     MOVE WS-PF-AUD-TYPE(SB-PF SB-RING) TO WS-ADL-TYPE
147500     MOVE WS-PF-AUD-USER(SB-PF SB-RING) TO WS-ADL-USER
147600     MOVE WS-PF-AUD-FIELD(SB-PF SB-RING) TO WS-ADL-FIELD
147700     MOVE WS-PF-AUD-OLD(SB-PF SB-RING) TO WS-ADL-OLD
147800     MOVE WS-PF-AUD-NEW(SB-PF SB-RING) TO WS-ADL-NEW
147900     MOVE WS-AUDIT-LINE TO PROFILE-REPORT-LINE
148000     WRITE PROFILE-REPORT-LINE
148100     SUBTRACT 1 FROM WS-RING-LEFT
148200     ADD 1 TO SB-RING
148300     IF SB-RING > WS-AUD-MAX
148400         MOVE 1 TO SB-RING
148500     END-IF.
148600 5650-EXIT.
148700     EXIT.
148800
148900*---------------------------------------------------------------*
149000 5700-PRINT-ARCHIVE.
149100     IF WS-PF-ARC-TOTAL(SB-PF) = ZERO
149200         MOVE "  ARCHIVE" TO WS-NL-SECTION
149300         IF ARCHIVE-FILE-READ
149400             MOVE "NO ARCHIVE IMAGES ON LOCARCH" TO WS-NL-TEXT
149500         ELSE
149600             MOVE "NO ARCHIVE FILE" TO WS-NL-TEXT
149700         END-IF
149800         PERFORM 5900-WRITE-NOTE-LINE THRU 5900-EXIT
149900         GO TO 5700-EXIT
150000     END-IF
150100     MOVE WS-ARCHIVE-HEADING TO PROFILE-REPORT-LINE
150200     WRITE PROFILE-REPORT-LINE
150300     IF WS-PF-ARC-TOTAL(SB-PF) > WS-ARC-MAX
150400         MOVE WS-ARC-MAX TO WS-RING-LEFT
150500         DIVIDE WS-PF-ARC-TOTAL(SB-PF) BY WS-ARC-MAX
150600             GIVING WS-RING-QUOTIENT REMAINDER SB-RING
150700         ADD 1 TO SB-RING
150800     ELSE
150900         MOVE WS-PF-ARC-TOTAL(SB-PF) TO WS-RING-LEFT
151000         MOVE 1 TO SB-RING
151100     END-IF
151200     PERFORM 5750-PRINT-ONE-ARCHIVE-ROW THRU 5750-EXIT
151300         UNTIL WS-RING-LEFT = ZERO
151400     IF WS-PF-ARC-TOTAL(SB-PF) > WS-ARC-MAX
151500         COMPUTE WS-NOT-SHOWN =
151600             WS-PF-ARC-TOTAL(SB-PF) - WS-ARC-MAX
151700         MOVE "EARLIER ARCHIVE IMAGES NOT SHOWN" TO WS-NSL-TEXT
151800         PERFORM 5950-WRITE-NOT-SHOWN-LINE THRU 5950-EXIT
151900     END-IF.
152000 5700-EXIT.
152100     EXIT.
152200
152300*---------------------------------------------------------------*
152400 5750-PRINT-ONE-ARCHIVE-ROW.
152500     MOVE WS-PF-ARC-IMAGE(SB-PF SB-RING) TO LOCATION-MASTER-RECORD
152600     MOVE WS-PF-ARC-DATE(SB-PF SB-RING) TO WS-ARL-ARCHIVE-DATE
152700     MOVE LOCATION-NAME TO WS-ARL-NAME
152800     MOVE LOCATION-STATUS TO WS-ARL-STATUS
152900     MOVE ZERO TO WS-ARL-OPEN-DATE
153000     IF LOCATION-OPEN-DATE NUMERIC
153100         MOVE LOCATION-OPEN-DATE TO WS-ARL-OPEN-DATE
153200     END-IF
153300     MOVE LOCATION-CLOSE-DATE TO WS-ARL-CLOSE-DATE
153400     MOVE MONTHS TO WS-ARL-MONTHS
153500     MOVE WEEK-NO TO WS-ARL-WEEK-NO
153600     MOVE DAYS TO WS-ARL-DAYS
153700     MOVE HOURS TO WS-ARL-HOURS
153800     MOVE WS-ARCHIVE-LINE TO PROFILE-REPORT-LINE
153900     WRITE PROFILE-REPORT-LINE
154000     SUBTRACT 1 FROM WS-RING-LEFT
154100     ADD 1 TO SB-RING
154200     IF SB-RING > WS-ARC-MAX
154300         MOVE 1 TO SB-RING
154400     END-IF.
154500 5750-EXIT.
154600     EXIT.
154700
154800*---------------------------------------------------------------*
154900 5900-WRITE-NOTE-LINE.
155000     MOVE WS-NOTE-LINE TO PROFILE-REPORT-LINE
155100     WRITE PROFILE-REPORT-LINE.
155200 5900-EXIT.
155300     EXIT.
155400
155500*---------------------------------------------------------------*
155600 5950-WRITE-NOT-SHOWN-LINE.
155700     MOVE WS-NOT-SHOWN TO WS-NSL-COUNT
155800     MOVE WS-NOT-SHOWN-LINE TO PROFILE-REPORT-LINE
155900     WRITE PROFILE-REPORT-LINE.
156000 5950-EXIT.
156100     EXIT.
156200
156300*---------------------------------------------------------------*
156400 8000-FINALIZE.
156500     IF WS-REQUESTS-REJECTED > ZERO OR WS-NOT-ON-MASTER > ZERO
156600         MOVE 4 TO RETURN-CODE
156700     END-IF
156800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
156900     MOVE SPACES TO PROFILE-REPORT-LINE
157000     WRITE PROFILE-REPORT-LINE
157100     MOVE "REQUESTS READ........  " TO WS-TL-CAPTION
157200     MOVE WS-REQUESTS-READ TO WS-TL-COUNT
157300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
157400     MOVE "REQUESTS REJECTED....  " TO WS-TL-CAPTION
157500     MOVE WS-REQUESTS-REJECTED TO WS-TL-COUNT
157600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
157700     MOVE "PROFILES PRINTED.....  " TO WS-TL-CAPTION
157800     MOVE WS-PROFILES-PRINTED TO WS-TL-COUNT
157900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
158000     MOVE "NOT ON MASTER........  " TO WS-TL-CAPTION
158100     MOVE WS-NOT-ON-MASTER TO WS-TL-COUNT
158200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
158300     MOVE "NOT ON LOCTOTS.......  " TO WS-TL-CAPTION
158400     MOVE WS-NOT-ON-TOTALS TO WS-TL-COUNT
158500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
158600     CLOSE LOCATION-MASTER
158700     CLOSE PROFILE-REPORT.
158800
158900*---------------------------------------------------------------*
159000 8100-WRITE-TOTAL-LINE.
159100     MOVE WS-TOTAL-LINE TO PROFILE-REPORT-LINE
159200     WRITE PROFILE-REPORT-LINE.
159300 8100-EXIT.
159400     EXIT.
159500
159600*---------------------------------------------------------------*
159700*    APPEND THE STANDARD RUN-STATISTICS ROW (SEE LOCRUN) TO     *
159800*    THE COMMON RUN LOG FOR THE SR15RUN END-OF-STREAM           *
159900*    RECONCILIATION.                                            *
160000*---------------------------------------------------------------*
160100 8900-WRITE-RUN-LOG.
160200     MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
160300     ACCEPT WS-LOG-TIME-WORK FROM TIME
160400     OPEN EXTEND RUN-LOG-FILE
160500     IF WS-RUNLOG-STATUS NOT = "00" AND
160600             WS-RUNLOG-STATUS NOT = "05"
160700         DISPLAY "SR32PRF - CANNOT OPEN RUN LOG, STATUS = "
160800             WS-RUNLOG-STATUS
160900     ELSE
161000         MOVE SPACES TO RUN-STATISTICS-RECORD
161100         MOVE "SR32PRF" TO RUN-PROGRAM-ID
161200         MOVE WS-LOG-DATE TO RUN-DATE
161300         MOVE WS-LOG-TIME TO RUN-TIME
161400         MOVE WS-REQUESTS-READ TO RUN-RECORDS-READ
161500         MOVE WS-PROFILES-PRINTED TO RUN-RECORDS-WRITTEN
161600         MOVE WS-REQUESTS-REJECTED TO RUN-RECORDS-REJECTED
161700         MOVE WS-NOT-ON-MASTER TO RUN-EXCEPTIONS
161800         WRITE RUN-STATISTICS-RECORD
161900         CLOSE RUN-LOG-FILE
162000     END-IF.
162100 8900-EXIT.
162200     EXIT.
162300
162400*---------------------------------------------------------------*
162500 9500-ABORT-RUN.
162600     MOVE 16 TO RETURN-CODE
162700     STOP RUN.
162800
162900*---------------------------------------------------------------*
163000 9999-EXIT.
163100     STOP RUN.
