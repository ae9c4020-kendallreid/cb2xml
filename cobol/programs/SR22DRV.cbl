003200*                     MATCHING THE STREAM'S JCL COND            *
003300*                     CONVENTIONS; 8 AND UP HOLDS EVERY         *
003400*                     SUCCESSOR UNTIL THE STEP IS RERUN CLEAN.  *
003405*    10/15/2026  DRO  NEW FUNCTIONS B AND C BEGIN AND COMPLETE  *
003410*                     THE BUSINESS DATE NAMED ON THE BUSDATE    *
003415*                     CARD (SEE LOCBDT), LOGGED ON THE          *
003420*                     ACCUMULATING BDTLOG FILE (SEE LOCBDL).    *
003425*                     B REFUSES A MISSING, INVALID OR FUTURE    *
003430*                     DATE, AND - UNLESS THE CARD CARRIES AN    *
003435*                     OVERRIDE USER ID - A DATE ALREADY         *
003440*                     COMPLETED OR EARLIER THAN ONE COMPLETED,  *
003445*                     OR A NEW DATE WHILE AN EARLIER ONE IS     *
003450*                     STILL OPEN.  C REFUSES UNLESS EVERY       *
003455*                     STEPCTL STEP ENDED CLEAN FOR THE OPEN     *
003460*                     DATE.  WITH A CARD PRESENT A START IS     *
003465*                     REFUSED UNTIL ITS DATE IS BEGUN, STATUS   *
003470*                     ROWS CARRY THE BUSINESS DATE AND ONLY     *
003475*                     THAT DATE'S ROWS GOVERN.                  *
003480*    10/15/2026  DRO  STATUS ROWS ALSO CARRY THE BEGIN NUMBER  *
003485*                     OF THEIR DATE (ITS COUNT OF B ROWS ON     *
003490*                     BDTLOG) AND ONLY THE LATEST BEGIN'S ROWS  *
003492*                     GOVERN, SO A DATE RE-BEGUN UNDER AN       *
003494*                     OVERRIDE RUNS ITS STEPS AGAIN.            *
003500*                                                                *
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
005700     SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO STEPSTS
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STSFILE-STATUS.
005910     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS WS-BDTFILE-STATUS.
005940     SELECT OPTIONAL BUSINESS-DATE-LOG-FILE ASSIGN TO BDTLOG
005950         ORGANIZATION IS LINE SEQUENTIAL
005960         FILE STATUS IS WS-BDLFILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006600     05  DRV-FUNCTION               PIC X(01).
006700         88  DRV-IS-START            VALUE "S".
006800         88  DRV-IS-END              VALUE "E".
006825         88  DRV-IS-BEGIN-DAY        VALUE "B".
006850         88  DRV-IS-COMPLETE-DAY     VALUE "C".
006900     05  FILLER                     PIC X(01).
007000     05  DRV-STEP-NAME              PIC X(08).
007100     05  FILLER                     PIC X(01).
009400     05  STS-RUN-TIME               PIC 9(06).
009500     05  FILLER                     PIC X(01).
009600     05  STS-RETURN-CODE            PIC 9(04).
009602     05  FILLER                     PIC X(01).
009604     05  STS-BEGIN-SEQ              PIC 9(03).
009610
009620 FD  BUSINESS-DATE-FILE
009630     RECORDING MODE IS F.
009640     COPY LOCBDT.
009650
009660 FD  BUSINESS-DATE-LOG-FILE
009670     RECORDING MODE IS F.
009680     COPY LOCBDL.
009700
009800 WORKING-STORAGE SECTION.
009900
010300 77  WS-PARMFILE-STATUS           PIC X(02) VALUE "00".
010400 77  WS-CTLFILE-STATUS            PIC X(02) VALUE "00".
010500 77  WS-STSFILE-STATUS            PIC X(02) VALUE "00".
010525 77  WS-BDTFILE-STATUS            PIC X(02) VALUE "00".
010550 77  WS-BDLFILE-STATUS            PIC X(02) VALUE "00".
010600 77  WS-PARM-EOF-SWITCH           PIC X(01) VALUE "N".
010700     88  END-OF-PARM-FILE         VALUE "Y".
010800 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
010900     88  END-OF-CONTROL-FILE      VALUE "Y".
011000 77  WS-STS-EOF-SWITCH            PIC X(01) VALUE "N".
011100     88  END-OF-STATUS-FILE       VALUE "Y".
011125 77  WS-BDL-EOF-SWITCH            PIC X(01) VALUE "N".
011150     88  END-OF-DATE-LOG          VALUE "Y".
011200
011300*---------------------------------------------------------------*
011400*    REQUEST FIELDS TAKEN FROM DRVPARM                          *
015700 77  WS-STEP-SB                   PIC 9(03) COMP VALUE ZERO.
015800 77  WS-REFUSE-SWITCH             PIC X(01) VALUE "N".
015900     88  START-IS-REFUSED         VALUE "Y".
015902
015904*---------------------------------------------------------------*
015906*    BUSINESS DATE CONTROLS (SEE LOCBDT AND LOCBDL)             *
015908*---------------------------------------------------------------*
015910 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
015912 77  WS-PROCESS-DATE              PIC 9(08) VALUE ZERO.
015914 77  WS-OVERRIDE-USER             PIC X(08) VALUE SPACES.
015916 77  WS-LAST-COMPLETED-DATE       PIC 9(08) VALUE ZERO.
015918 77  WS-OPEN-DATE                 PIC 9(08) VALUE ZERO.
015920 77  WS-DAYS-IN-MONTH             PIC 9(02) VALUE ZERO.
015922 77  WS-LEAP-QUOTIENT             PIC 9(04) COMP.
015924 77  WS-LEAP-REMAINDER            PIC 9(04) COMP.
015926 77  WS-UNCLEAN-COUNT             PIC 9(03) COMP VALUE ZERO.
015928 77  WS-CARD-SWITCH               PIC X(01) VALUE "N".
015930     88  BUSDATE-CARD-PRESENT     VALUE "Y".
015932 77  WS-DATE-VALID-SWITCH         PIC X(01) VALUE "N".
015934     88  CARD-DATE-IS-VALID       VALUE "Y".
015936 77  WS-OVERRIDE-SWITCH           PIC X(01) VALUE "N".
015938     88  OVERRIDE-IS-NEEDED       VALUE "Y".
015940 01  WS-CARD-DATE-WORK.
015942     05  WS-CARD-DATE             PIC 9(08) VALUE ZERO.
015944     05  WS-CARD-DATE-PARTS REDEFINES WS-CARD-DATE.
015946         10  WS-CARD-YEAR         PIC 9(04).
015948         10  WS-CARD-MONTH        PIC 9(02).
015950         10  WS-CARD-DAY          PIC 9(02).
015952 77  WS-BEGIN-SEQ                 PIC 9(03) VALUE ZERO.
015954 77  WS-ROW-BEGIN-SEQ             PIC 9(03) VALUE ZERO.
016000
016100 PROCEDURE DIVISION.
016200*---------------------------------------------------------------*
016700             PERFORM 3000-JUDGE-START THRU 3000-EXIT
016800         WHEN "E"
016900             PERFORM 5000-RECORD-END THRU 5000-EXIT
016920         WHEN "B"
016940             PERFORM 4000-BEGIN-BUSINESS-DAY THRU 4000-EXIT
016960         WHEN "C"
016980             PERFORM 6000-COMPLETE-BUSINESS-DAY THRU 6000-EXIT
017000         WHEN OTHER
017100             DISPLAY "SR22DRV - INVALID FUNCTION CODE: "
017200                 WS-FUNCTION
017600
017700*---------------------------------------------------------------*
017800 1000-INITIALIZE.
017900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
018000     ACCEPT WS-RUN-TIME-WORK FROM TIME
018100     INITIALIZE WS-STEP-CONTROL-TABLE
018200     INITIALIZE WS-STEP-STATUS-TABLE
018300     PERFORM 1100-GET-REQUEST THRU 1100-EXIT
018400     PERFORM 1300-LOAD-STEP-CONTROL THRU 1300-EXIT
018500     PERFORM 1800-LOAD-DATE-LOG THRU 1800-EXIT
018550     PERFORM 1600-LOAD-STEP-STATUS THRU 1600-EXIT.
018600
018602*---------------------------------------------------------------*
018604*    THE BUSDATE CARD NAMES THE BUSINESS DAY THE STREAM IS      *
018606*    PROCESSING; IT IS STAMPED ON EVERY STATUS ROW IN PLACE OF  *
018608*    THE CLOCK.  WITHOUT ONE (AN AD HOC RUN) THE PROCESSING     *
018610*    DATE STANDS IN AND NO BUSINESS-DATE CHECKS APPLY.          *
018612*---------------------------------------------------------------*
018614 1050-GET-BUSINESS-DATE.
018616     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
018618     MOVE WS-PROCESS-DATE TO WS-BUSINESS-DATE
018620     OPEN INPUT BUSINESS-DATE-FILE
018622     IF WS-BDTFILE-STATUS = "00"
018624         READ BUSINESS-DATE-FILE
018626             NOT AT END
018628                 MOVE "Y" TO WS-CARD-SWITCH
018630                 MOVE BDT-OVERRIDE-USER TO WS-OVERRIDE-USER
018632                 IF BDT-BUSINESS-DATE NUMERIC
018634                     MOVE BDT-BUSINESS-DATE TO WS-CARD-DATE
018636                 END-IF
018638         END-READ
018640         CLOSE BUSINESS-DATE-FILE
018642     ELSE
018644         DISPLAY "SR22DRV - NO BUSDATE CARD, PROCESSING DATE USED"
018646     END-IF
018648     IF WS-CARD-DATE > ZERO
018650         MOVE WS-CARD-DATE TO WS-BUSINESS-DATE
018652     END-IF
018654     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
018656 1050-EXIT.
018658     EXIT.
018660
018700*---------------------------------------------------------------*
018800 1100-GET-REQUEST.
018900     OPEN INPUT DRIVER-PARM-FILE
026400*---------------------------------------------------------------*
026500*    SCAN THE ACCUMULATING STATUS FILE; THE LATEST EVENT PER    *
026600*    STEP GOVERNS, AS SR15RUN KEEPS THE LATEST RUN-LOG ROW.     *
026625*    WITH A BUSDATE CARD PRESENT ONLY ROWS STAMPED WITH ITS     *
026650*    BUSINESS DATE AND ITS LATEST BEGIN NUMBER COUNT, SO A DATE *
026660*    RE-BEGUN UNDER AN OVERRIDE STARTS AFRESH.  A ROW WRITTEN   *
026670*    BEFORE BEGIN NUMBERS WERE KEPT COUNTS AS THE FIRST BEGIN.  *
026700*---------------------------------------------------------------*
026800 1600-LOAD-STEP-STATUS.
026900     OPEN INPUT STEP-STATUS-FILE
028900
029000*---------------------------------------------------------------*
029100 1700-TALLY-STATUS-ROW.
029102     MOVE 1 TO WS-ROW-BEGIN-SEQ
029104     IF STS-BEGIN-SEQ NUMERIC
029106         MOVE STS-BEGIN-SEQ TO WS-ROW-BEGIN-SEQ
029108     END-IF
029110     IF BUSDATE-CARD-PRESENT AND
029120             (STS-RUN-DATE NOT = WS-BUSINESS-DATE OR
029125              WS-ROW-BEGIN-SEQ NOT = WS-BEGIN-SEQ)
029130         PERFORM 1650-READ-STEP-STATUS THRU 1650-EXIT
029140         GO TO 1700-EXIT
029150     END-IF
029200     MOVE STS-STEP-NAME TO WS-ST-LOOKUP-STEP
029300     PERFORM 2000-FIND-STATUS-ENTRY THRU 2000-EXIT
029400     IF WS-ST-FOUND-SB = ZERO
031900 1700-EXIT.
032000     EXIT.
032100
032102*---------------------------------------------------------------*
032104*    SCAN THE ACCUMULATING BUSINESS-DATE LOG FOR THE LATEST     *
032106*    DATE COMPLETED AND THE DATE STILL OPEN (BEGUN AND NOT YET  *
032108*    COMPLETED), AND HOW MANY TIMES THE CARD'S DATE HAS BEEN    *
032109*    BEGUN - ITS BEGIN NUMBER.                                  *
032110*---------------------------------------------------------------*
032112 1800-LOAD-DATE-LOG.
032114     OPEN INPUT BUSINESS-DATE-LOG-FILE
032116     IF WS-BDLFILE-STATUS NOT = "00" AND
032118             WS-BDLFILE-STATUS NOT = "05"
032120         GO TO 1800-EXIT
032122     END-IF
032124     PERFORM 1850-READ-DATE-LOG THRU 1850-EXIT
032126     PERFORM 1900-TALLY-DATE-LOG-ROW THRU 1900-EXIT
032128         UNTIL END-OF-DATE-LOG
032130     CLOSE BUSINESS-DATE-LOG-FILE.
032132 1800-EXIT.
032134     EXIT.
032136
032138*---------------------------------------------------------------*
032140 1850-READ-DATE-LOG.
032142     READ BUSINESS-DATE-LOG-FILE
032144         AT END
032146             SET END-OF-DATE-LOG TO TRUE
032148     END-READ.
032150 1850-EXIT.
032152     EXIT.
032154
032156*---------------------------------------------------------------*
032158 1900-TALLY-DATE-LOG-ROW.
032160     IF BDL-IS-BEGUN
032162         MOVE BDL-BUSINESS-DATE TO WS-OPEN-DATE
032164     END-IF
032165     IF BDL-IS-BEGUN AND BDL-BUSINESS-DATE = WS-BUSINESS-DATE
032166         ADD 1 TO WS-BEGIN-SEQ
032167     END-IF
032168     IF BDL-IS-COMPLETED
032169         IF BDL-BUSINESS-DATE = WS-OPEN-DATE
032170             MOVE ZERO TO WS-OPEN-DATE
032171         END-IF
032172         IF BDL-BUSINESS-DATE > WS-LAST-COMPLETED-DATE
032173             MOVE BDL-BUSINESS-DATE TO WS-LAST-COMPLETED-DATE
032174         END-IF
032175     END-IF
032176     PERFORM 1850-READ-DATE-LOG THRU 1850-EXIT.
032177 1900-EXIT.
032178     EXIT.
032188
032200*---------------------------------------------------------------*
032300*    SETS WS-ST-FOUND-SB TO THE STATUS ENTRY HOLDING THE STEP   *
032400*    NAMED IN WS-ST-LOOKUP-STEP, OR ZERO WHEN ABSENT.           *
034500*    START REQUEST: THE STEP MUST BE ON THE CONTROL FILE, NOT   *
034600*    ALREADY ENDED CLEAN, AND EVERY PREDECESSOR MUST HAVE       *
034700*    ENDED CLEAN.                                               *
034725*    WITH A BUSDATE CARD PRESENT ITS BUSINESS DATE MUST ALSO    *
034750*    HAVE BEEN BEGUN (FUNCTION B).                              *
034800*---------------------------------------------------------------*
034900 3000-JUDGE-START.
035000     PERFORM 3100-FIND-CONTROL-ENTRY THRU 3100-EXIT
035400         MOVE 16 TO RETURN-CODE
035500         GO TO 3000-EXIT
035600     END-IF
035610     IF BUSDATE-CARD-PRESENT AND
035620             WS-BUSINESS-DATE NOT = WS-OPEN-DATE
035630         DISPLAY "SR22DRV - BUSINESS DATE " WS-BUSINESS-DATE
035640             " NOT BEGUN - STEP " WS-STEP-NAME " REFUSED"
035650         MOVE 16 TO RETURN-CODE
035660         GO TO 3000-EXIT
035670     END-IF
035700     MOVE WS-STEP-NAME TO WS-ST-LOOKUP-STEP
035800     PERFORM 2000-FIND-STATUS-ENTRY THRU 2000-EXIT
035900     IF WS-ST-FOUND-SB > ZERO
043600 3300-EXIT.
043700     EXIT.
043800
043801*---------------------------------------------------------------*
043802*    BEGIN BUSINESS DAY (FUNCTION B, HEAD OF THE STREAM): THE   *
043803*    BUSDATE CARD MUST BE PRESENT, CARRY A VALID DATE AND NOT   *
043804*    BE LATER THAN THE PROCESSING DATE.  A DATE ALREADY         *
043805*    COMPLETED OR EARLIER THAN THE LATEST ONE COMPLETED, OR A   *
043806*    NEW DATE WHILE AN EARLIER ONE IS STILL OPEN, NEEDS THE     *
043807*    CARD'S OVERRIDE USER ID.  RESTARTING THE DATE ALREADY      *
043808*    OPEN IS ALLOWED AND WRITES NO NEW LOG ROW.                 *
043809*---------------------------------------------------------------*
043810 4000-BEGIN-BUSINESS-DAY.
043811     IF NOT BUSDATE-CARD-PRESENT
043812         DISPLAY "SR22DRV - NO BUSDATE CARD - BUSINESS DAY NOT "
043813             "BEGUN"
043814         MOVE 16 TO RETURN-CODE
043815         GO TO 4000-EXIT
043816     END-IF
043817     PERFORM 7600-VALIDATE-CARD-DATE THRU 7600-EXIT
043818     IF NOT CARD-DATE-IS-VALID
043819         DISPLAY "SR22DRV - BUSDATE " WS-CARD-DATE
043820             " IS NOT A VALID DATE"
043821         MOVE 16 TO RETURN-CODE
043822         GO TO 4000-EXIT
043823     END-IF
043824     IF WS-CARD-DATE > WS-PROCESS-DATE
043825         DISPLAY "SR22DRV - BUSDATE " WS-CARD-DATE
043826             " IS LATER THAN PROCESSING DATE " WS-PROCESS-DATE
043827         MOVE 16 TO RETURN-CODE
043828         GO TO 4000-EXIT
043829     END-IF
043830     IF WS-CARD-DATE = WS-OPEN-DATE
043831         DISPLAY "SR22DRV - BUSINESS DATE " WS-CARD-DATE
043832             " ALREADY OPEN - STREAM RESUMES"
043833         GO TO 4000-EXIT
043834     END-IF
043835     MOVE "N" TO WS-OVERRIDE-SWITCH
043836     IF WS-CARD-DATE NOT > WS-LAST-COMPLETED-DATE
043837         DISPLAY "SR22DRV - BUSINESS DATE " WS-CARD-DATE
043838             " NOT AFTER LAST COMPLETED DATE "
043839             WS-LAST-COMPLETED-DATE
043840         MOVE "Y" TO WS-OVERRIDE-SWITCH
043841     END-IF
043842     IF WS-OPEN-DATE > ZERO
043843         DISPLAY "SR22DRV - BUSINESS DATE " WS-OPEN-DATE
043844             " IS STILL OPEN"
043845         MOVE "Y" TO WS-OVERRIDE-SWITCH
043846     END-IF
043847     IF OVERRIDE-IS-NEEDED
043848         IF WS-OVERRIDE-USER = SPACES
043849             DISPLAY "SR22DRV - NO OVERRIDE USER ON BUSDATE - "
043850                 "BUSINESS DAY NOT BEGUN"
043851             MOVE 16 TO RETURN-CODE
043852             GO TO 4000-EXIT
043853         END-IF
043854         DISPLAY "SR22DRV - OVERRIDDEN BY " WS-OVERRIDE-USER
043855     ELSE
043856         MOVE SPACES TO WS-OVERRIDE-USER
043857     END-IF
043858     MOVE "B" TO WS-EVENT-CODE
043859     PERFORM 7500-APPEND-DATE-LOG-ROW THRU 7500-EXIT
043860     DISPLAY "SR22DRV - BUSINESS DATE " WS-CARD-DATE " BEGUN".
043861 4000-EXIT.
043862     EXIT.
043863
043900*---------------------------------------------------------------*
044000 5000-RECORD-END.
044100     PERFORM 3100-FIND-CONTROL-ENTRY THRU 3100-EXIT
045600 5000-EXIT.
045700     EXIT.
045800
045801*---------------------------------------------------------------*
045802*    COMPLETE BUSINESS DAY (FUNCTION C, TAIL OF THE STREAM):    *
045803*    THE BUSDATE CARD MUST NAME THE DATE NOW OPEN, AND EVERY    *
045804*    STEP ON THE CONTROL FILE MUST HAVE ENDED CLEAN FOR THAT    *
045805*    DATE.                                                      *
045806*---------------------------------------------------------------*
045807 6000-COMPLETE-BUSINESS-DAY.
045808     IF NOT BUSDATE-CARD-PRESENT
045809         DISPLAY "SR22DRV - NO BUSDATE CARD - BUSINESS DAY NOT "
045810             "COMPLETED"
045811         MOVE 16 TO RETURN-CODE
045812         GO TO 6000-EXIT
045813     END-IF
045814     IF WS-OPEN-DATE = ZERO OR WS-CARD-DATE NOT = WS-OPEN-DATE
045815         DISPLAY "SR22DRV - BUSINESS DATE " WS-CARD-DATE
045816             " IS NOT OPEN - NOT COMPLETED"
045817         MOVE 16 TO RETURN-CODE
045818         GO TO 6000-EXIT
045819     END-IF
045820     MOVE ZERO TO WS-UNCLEAN-COUNT
045821     MOVE 1 TO SB-SC
045822     PERFORM 6100-CHECK-ONE-STEP THRU 6100-EXIT
045823         UNTIL SB-SC > WS-SC-COUNT
045824     IF WS-UNCLEAN-COUNT > ZERO
045825         DISPLAY "SR22DRV - " WS-UNCLEAN-COUNT
045826             " STEP(S) NOT CLEAN - BUSINESS DATE " WS-CARD-DATE
045827             " NOT COMPLETED"
045828         MOVE 16 TO RETURN-CODE
045829         GO TO 6000-EXIT
045830     END-IF
045831     MOVE SPACES TO WS-OVERRIDE-USER
045832     MOVE "C" TO WS-EVENT-CODE
045833     PERFORM 7500-APPEND-DATE-LOG-ROW THRU 7500-EXIT
045834     DISPLAY "SR22DRV - BUSINESS DATE " WS-CARD-DATE " COMPLETED".
045835 6000-EXIT.
045836     EXIT.
045837
045838*---------------------------------------------------------------*
045839 6100-CHECK-ONE-STEP.
045840     MOVE WS-SC-STEP(SB-SC) TO WS-ST-LOOKUP-STEP
045841     PERFORM 2000-FIND-STATUS-ENTRY THRU 2000-EXIT
045842     IF WS-ST-FOUND-SB = ZERO
045843         DISPLAY "SR22DRV - STEP " WS-ST-LOOKUP-STEP
045844             " HAS NOT RUN"
045845         ADD 1 TO WS-UNCLEAN-COUNT
045846     ELSE
045847         IF WS-ST-END-SEEN(WS-ST-FOUND-SB) NOT = "Y"
045848             DISPLAY "SR22DRV - STEP " WS-ST-LOOKUP-STEP
045849                 " HAS NOT ENDED"
045850             ADD 1 TO WS-UNCLEAN-COUNT
045851         ELSE
045852             IF WS-ST-END-RC(WS-ST-FOUND-SB) > WS-CLEAN-RC-LIMIT
045853                 DISPLAY "SR22DRV - STEP " WS-ST-LOOKUP-STEP
045854                     " ENDED RC " WS-ST-END-RC(WS-ST-FOUND-SB)
045855                 ADD 1 TO WS-UNCLEAN-COUNT
045856             END-IF
045857         END-IF
045858     END-IF
045859     ADD 1 TO SB-SC.
045860 6100-EXIT.
045861     EXIT.
045862
045900*---------------------------------------------------------------*
046000*    APPEND ONE START/END ROW TO THE ACCUMULATING STATUS FILE.  *
046100*    THE CALLER SETS WS-EVENT-CODE AND WS-END-RETURN-CODE.      *
047400     MOVE WS-RUN-DATE TO STS-RUN-DATE
047500     MOVE WS-RUN-TIME TO STS-RUN-TIME
047600     MOVE WS-END-RETURN-CODE TO STS-RETURN-CODE
047650     MOVE WS-BEGIN-SEQ TO STS-BEGIN-SEQ
047700     WRITE STEP-STATUS-RECORD
047800     CLOSE STEP-STATUS-FILE.
047900 7000-EXIT.
048000     EXIT.
048100
048101*---------------------------------------------------------------*
048102*    APPEND ONE BEGIN/COMPLETE ROW TO THE ACCUMULATING          *
048103*    BUSINESS-DATE LOG.  THE CALLER SETS WS-EVENT-CODE AND      *
048104*    WS-OVERRIDE-USER.                                          *
048105*---------------------------------------------------------------*
048106 7500-APPEND-DATE-LOG-ROW.
048107     OPEN EXTEND BUSINESS-DATE-LOG-FILE
048108     IF WS-BDLFILE-STATUS NOT = "00" AND
048109             WS-BDLFILE-STATUS NOT = "05"
048110         DISPLAY "SR22DRV - CANNOT OPEN BDTLOG, STATUS = "
048111             WS-BDLFILE-STATUS
048112         MOVE 16 TO RETURN-CODE
048113         STOP RUN
048114     END-IF
048115     MOVE SPACES TO BUSINESS-DATE-LOG-RECORD
048116     MOVE WS-CARD-DATE TO BDL-BUSINESS-DATE
048117     MOVE WS-EVENT-CODE TO BDL-EVENT
048118     MOVE WS-PROCESS-DATE TO BDL-PROCESS-DATE
048119     MOVE WS-RUN-TIME TO BDL-PROCESS-TIME
048120     MOVE WS-OVERRIDE-USER TO BDL-OVERRIDE-USER
048121     WRITE BUSINESS-DATE-LOG-RECORD
048122     CLOSE BUSINESS-DATE-LOG-FILE.
048123 7500-EXIT.
048124     EXIT.
048125
048126*---------------------------------------------------------------*
048127*    SETS CARD-DATE-IS-VALID WHEN WS-CARD-DATE IS A REAL        *
048128*    CALENDAR DATE.                                             *
048129*---------------------------------------------------------------*
048130 7600-VALIDATE-CARD-DATE.
048131     MOVE "N" TO WS-DATE-VALID-SWITCH
048132     IF WS-CARD-YEAR < 1900 OR
048133             WS-CARD-MONTH < 1 OR WS-CARD-MONTH > 12 OR
048134             WS-CARD-DAY < 1
048135         GO TO 7600-EXIT
048136     END-IF
048137     MOVE 31 TO WS-DAYS-IN-MONTH
048138     EVALUATE WS-CARD-MONTH
048139         WHEN 4
048140         WHEN 6
048141         WHEN 9
048142         WHEN 11
048143             MOVE 30 TO WS-DAYS-IN-MONTH
048144         WHEN 2
048145             PERFORM 7700-SET-FEBRUARY-DAYS THRU 7700-EXIT
048146     END-EVALUATE
048147     IF WS-CARD-DAY > WS-DAYS-IN-MONTH
048148         GO TO 7600-EXIT
048149     END-IF
048150     MOVE "Y" TO WS-DATE-VALID-SWITCH.
048151 7600-EXIT.
048152     EXIT.
048153
048154*---------------------------------------------------------------*
048155 7700-SET-FEBRUARY-DAYS.
048156     MOVE 28 TO WS-DAYS-IN-MONTH
048157     DIVIDE WS-CARD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
048158         REMAINDER WS-LEAP-REMAINDER
048159     IF WS-LEAP-REMAINDER = ZERO
048160         MOVE 29 TO WS-DAYS-IN-MONTH
048161     END-IF
048162     DIVIDE WS-CARD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
048163         REMAINDER WS-LEAP-REMAINDER
048164     IF WS-LEAP-REMAINDER = ZERO
048165         MOVE 28 TO WS-DAYS-IN-MONTH
048166     END-IF
048167     DIVIDE WS-CARD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
048168         REMAINDER WS-LEAP-REMAINDER
048169     IF WS-LEAP-REMAINDER = ZERO
048170         MOVE 29 TO WS-DAYS-IN-MONTH
048171     END-IF.
048172 7700-EXIT.
048173     EXIT.
048174
048200*---------------------------------------------------------------*
048300 9999-EXIT.
048400     STOP RUN.
