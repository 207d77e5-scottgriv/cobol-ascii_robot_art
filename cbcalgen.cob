000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCALGEN.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBCALGEN - BANNER AND NON-PROCESSING CALENDAR YEAR-BUILD    *
000900*                                                                *
001000*    BUILDS NEXT YEAR'S BANNER CALENDAR (CBCAL) AND NON-         *
001100*    PROCESSING DAY CALENDAR (CBNPCAL) FROM THE CALENDAR RULES   *
001200*    (DD CBCALRUL, CBCRLREC) INSTEAD OF BY HAND EVERY DECEMBER.  *
001300*    PARM YEAR=YYYY NAMES THE YEAR (DEFAULT NEXT YEAR).          *
001400*    THE CURRENT CALENDARS (DD CBCAL AND CBNPCAL, BOTH OPTIONAL) *
001500*    ARE CARRIED FORWARD: ENTRIES STARTING BEFORE THE YEAR AND   *
001600*    STILL INSIDE THE YEAR BEFORE IT ARE KEPT, ENTRIES STARTING  *
001700*    IN THE YEAR ARE REPLACED BY THE RULES, OLDER ONES AGE OFF,  *
001800*    SO A DECEMBER BUILD DOES NOT LOSE THE REST OF DECEMBER.     *
001900*    THE NEW CALENDARS GO TO DD CBCALN AND CBNPCALN IN DATE      *
002000*    ORDER; THE JOB CATALOGS THEM OVER CBCAL AND CBNPCAL ONLY    *
002100*    WHEN THIS STEP ENDS BELOW RC=8, AFTER THE REPORT (DD        *
002200*    CBCALRPT) HAS BEEN REVIEWED.  THE REPORT SHOWS WHAT EACH    *
002300*    RULE BUILT, EVERY PAIR OF OVERLAPPING WINDOWS AND WHICH     *
002400*    WINS, THE DAYS EACH ENTRY IS ACTUALLY IN FORCE, THE NEW     *
002500*    NON-PROCESSING DAYS, AND THE YEAR'S COVERAGE BY BANNER.     *
002600*    WHERE WINDOWS OVERLAP THE HIGHER PRIORITY WINS, AS COLBOT   *
002700*    APPLIES IT; TWO DIFFERENT BANNERS OVERLAPPING AT THE SAME   *
002800*    PRIORITY WOULD BE DECIDED BY FILE ORDER AND ARE AN ERROR.   *
002900*    RC=0 CLEAN; RC=4 WARNINGS (A DATE THAT DOES NOT OCCUR, AN   *
003000*    ENTRY NEVER IN FORCE, A DUPLICATE HOLIDAY); RC=8 A BAD      *
003100*    RULE, A RULE PAST THE 200TH (NOT APPLIED) OR A PRIORITY TIE *
003200*    - DO NOT CATALOG; RC=16 A FILE WILL NOT OPEN OR THE PARM IS *
003210*    NOT USABLE.                                                 *
003300*                                                                *
003400*    MOD HISTORY                                                 *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    2026-10-15  RLB  ORIGINAL                                   *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CBCALRUL ASSIGN TO "CBCALRUL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CBG-CBCALRUL-STATUS.
004400     SELECT CBCAL ASSIGN TO "CBCAL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CBG-CBCAL-STATUS.
004700     SELECT CBNPCAL ASSIGN TO "CBNPCAL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CBG-CBNPCAL-STATUS.
005000     SELECT CBCALN ASSIGN TO "CBCALN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CBG-CBCALN-STATUS.
005300     SELECT CBNPCALN ASSIGN TO "CBNPCALN"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CBG-CBNPCALN-STATUS.
005600     SELECT CBCALRPT ASSIGN TO "CBCALRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CBG-CBCALRPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CBCALRUL
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CBCRLREC.
006400 FD  CBCAL
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CBCALREC.
006700 FD  CBNPCAL
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CBNPDREC.
007000 FD  CBCALN
007100     LABEL RECORDS ARE STANDARD.
007200 01  CBG-CALN-REC               PIC X(34).
007300 FD  CBNPCALN
007400     LABEL RECORDS ARE STANDARD.
007500 01  CBG-NPCALN-REC             PIC X(41).
007600 FD  CBCALRPT
007700     LABEL RECORDS ARE STANDARD.
007800 01  CBG-RPT-REC                PIC X(80).
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    CONTROL SWITCHES                                            *
008200******************************************************************
008300 01  CBG-SWITCHES.
008400     05  CBG-CBCALRUL-EOF-SW    PIC X(01)  VALUE "N".
008500         88  CBG-CBCALRUL-EOF       VALUE "Y".
008600         88  CBG-CBCALRUL-NOT-EOF   VALUE "N".
008700     05  CBG-CBCAL-EOF-SW       PIC X(01)  VALUE "N".
008800         88  CBG-CBCAL-EOF          VALUE "Y".
008900         88  CBG-CBCAL-NOT-EOF      VALUE "N".
009000     05  CBG-CBNPCAL-EOF-SW     PIC X(01)  VALUE "N".
009100         88  CBG-CBNPCAL-EOF        VALUE "Y".
009200         88  CBG-CBNPCAL-NOT-EOF    VALUE "N".
009300     05  CBG-ABORT-SW           PIC X(01)  VALUE "N".
009400         88  CBG-ABORT-REQUESTED    VALUE "Y".
009500         88  CBG-NOT-ABORTED        VALUE "N".
009600     05  CBG-DATE-OK-SW         PIC X(01)  VALUE "N".
009700         88  CBG-DATE-OK            VALUE "Y".
009800         88  CBG-DATE-BAD           VALUE "N".
009900     05  CBG-RULE-OK-SW         PIC X(01)  VALUE "N".
010000         88  CBG-RULE-OK            VALUE "Y".
010100         88  CBG-RULE-BAD           VALUE "N".
010200     05  CBG-FROM-RULE-SW       PIC X(01)  VALUE "N".
010300         88  CBG-FROM-RULE          VALUE "Y".
010400         88  CBG-CARRIED            VALUE "N".
010500     05  CBG-SEVERITY-SW        PIC X(01)  VALUE "I".
010600         88  CBG-SEV-ERROR          VALUE "E".
010700         88  CBG-SEV-WARNING        VALUE "W".
010800         88  CBG-SEV-INFO           VALUE "I".
010900 01  CBG-CBCALRUL-STATUS        PIC X(02)  VALUE SPACES.
011000 01  CBG-CBCAL-STATUS           PIC X(02)  VALUE SPACES.
011100 01  CBG-CBNPCAL-STATUS         PIC X(02)  VALUE SPACES.
011200 01  CBG-CBCALN-STATUS          PIC X(02)  VALUE SPACES.
011300 01  CBG-CBNPCALN-STATUS        PIC X(02)  VALUE SPACES.
011400 01  CBG-CBCALRPT-STATUS        PIC X(02)  VALUE SPACES.
011500 77  CBG-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
011600******************************************************************
011700*    THE YEAR BEING BUILT, AND THE DAY NUMBERS THAT BOUND IT AND *
011800*    THE YEAR BEFORE IT                                          *
011900******************************************************************
012000 77  CBG-YEAR                   PIC 9(04)  VALUE ZERO.
012100 77  CBG-GEN-YEAR               PIC 9(04)  VALUE ZERO.
012200 77  CBG-YEAR-START-DN          PIC S9(09) COMP VALUE ZERO.
012300 77  CBG-YEAR-END-DN            PIC S9(09) COMP VALUE ZERO.
012400 77  CBG-PRIOR-START-DN         PIC S9(09) COMP VALUE ZERO.
012500 01  CBG-YEAR-PARM.
012600     05  CBG-YEAR-X             PIC X(10).
012700     05  CBG-YEAR-LEN           PIC 9(02)  COMP.
012800******************************************************************
012900*    RULE WORK - THE RULE IN HAND, ITS DATES AS DAY NUMBERS, AND *
013000*    WHICH RULES PASSED THE EDIT (THE QUARTER-END PASS RE-READS  *
013100*    THE RULES AND SKIPS THE ONES ALREADY REPORTED)              *
013200******************************************************************
013300 77  CBG-RULE-NO                PIC 9(05)  COMP VALUE ZERO.
013400 01  CBG-RULE-NO-ED             PIC ZZZZ9.
013500 01  CBG-RULE-OK-TABLE.
013600     05  CBG-RULE-OK-FLAG OCCURS 200 TIMES PIC X(01).
013700 77  CBG-DAYS-BEFORE            PIC 9(02)  VALUE ZERO.
013800 77  CBG-DAYS-AFTER             PIC 9(02)  VALUE ZERO.
013900 77  CBG-PRIORITY               PIC 9(03)  VALUE ZERO.
014000 77  CBG-RULE-DN                PIC S9(09) COMP VALUE ZERO.
014100 77  CBG-OBS-DN                 PIC S9(09) COMP VALUE ZERO.
014200 77  CBG-FIRST-DN               PIC S9(09) COMP VALUE ZERO.
014300 77  CBG-WORK-DN                PIC S9(09) COMP VALUE ZERO.
014400 77  CBG-QEND-DN                PIC S9(09) COMP VALUE ZERO.
014500 77  CBG-DAY-DN                 PIC S9(09) COMP VALUE ZERO.
014600 77  CBG-OFFSET                 PIC S9(03) COMP VALUE ZERO.
014700 77  CBG-TARGET-DOW             PIC 9(01)  VALUE ZERO.
014800 77  CBG-RULE-DOW               PIC 9(01)  VALUE ZERO.
014900 77  CBG-DOW                    PIC 9(01)  VALUE ZERO.
015000 77  CBG-DOW-QUOT               PIC S9(09) COMP VALUE ZERO.
015100 77  CBG-DOW-REM                PIC S9(09) COMP VALUE ZERO.
015200 77  CBG-QTR                    PIC 9(01)  VALUE ZERO.
015300 77  CBG-BDAY-COUNT             PIC 9(02)  VALUE ZERO.
015400 01  CBG-DAY-NAMES              PIC X(21)
015500                                VALUE "MONTUEWEDTHUFRISATSUN".
015600 01  CBG-DAY-NAME-TABLE REDEFINES CBG-DAY-NAMES.
015700     05  CBG-DAY-NAME OCCURS 7 TIMES PIC X(03).
015800******************************************************************
015900*    NEW BANNER CALENDAR, KEPT IN START-DATE ORDER AS IT IS      *
016000*    BUILT - HIGHER PRIORITY FIRST AMONG EQUAL STARTS - AND      *
016100*    WRITTEN OUT IN THAT ORDER, SO FILE ORDER ONLY EVER BREAKS A *
016200*    TIE THE REPORT HAS ALREADY FLAGGED.  SOURCE IS THE RULE     *
016300*    NUMBER, ZERO FOR AN ENTRY CARRIED FORWARD.                  *
016400******************************************************************
016500 01  CBG-CAL-TABLE.
016600     05  CBG-CAL-COUNT          PIC 9(03)  COMP VALUE ZERO.
016700     05  CBG-CAL-ENTRY OCCURS 200 TIMES
016800                       INDEXED BY CBG-CAL-IDX.
016900         10  CBG-CAL-START      PIC X(10).
017000         10  CBG-CAL-END        PIC X(10).
017100         10  CBG-CAL-BANNER     PIC X(08).
017200         10  CBG-CAL-PRIORITY   PIC 9(03).
017300         10  CBG-CAL-SOURCE     PIC 9(05)  COMP.
017400         10  CBG-CAL-START-DN   PIC S9(09) COMP.
017500         10  CBG-CAL-END-DN     PIC S9(09) COMP.
017600 77  CBG-CAL-SUB                PIC 9(03)  COMP VALUE ZERO.
017700 77  CBG-CAL-SUB2               PIC 9(03)  COMP VALUE ZERO.
017800 77  CBG-INS-POS                PIC 9(03)  COMP VALUE ZERO.
017900 77  CBG-WIN-SLOT               PIC 9(03)  COMP VALUE ZERO.
018000 77  CBG-BEST-PRIORITY          PIC 9(03)  VALUE ZERO.
018100 77  CBG-IN-FORCE-DAYS          PIC 9(05)  COMP VALUE ZERO.
018200 01  CBG-NEW-WINDOW.
018300     05  CBG-WIN-START-DN       PIC S9(09) COMP.
018400     05  CBG-WIN-END-DN         PIC S9(09) COMP.
018500     05  CBG-WIN-BANNER         PIC X(08).
018600     05  CBG-WIN-PRIORITY       PIC 9(03).
018700     05  CBG-WIN-SOURCE         PIC 9(05)  COMP.
018800 01  CBG-OVERLAP-WORK.
018900     05  CBG-OVL-END-DN         PIC S9(09) COMP.
019000     05  CBG-OVL-FROM           PIC X(10).
019100     05  CBG-OVL-TO             PIC X(10).
019200******************************************************************
019300*    NEW NON-PROCESSING DAY CALENDAR, KEPT IN DATE ORDER         *
019400******************************************************************
019500 01  CBG-NP-TABLE.
019600     05  CBG-NP-COUNT           PIC 9(03)  COMP VALUE ZERO.
019700     05  CBG-NP-ENTRY OCCURS 200 TIMES
019800                      INDEXED BY CBG-NP-IDX.
019900         10  CBG-NP-DATE        PIC X(10).
020000         10  CBG-NP-DESC        PIC X(30).
020100 77  CBG-NP-SUB                 PIC 9(03)  COMP VALUE ZERO.
020200 77  CBG-NP-SLOT                PIC 9(03)  COMP VALUE ZERO.
020300 01  CBG-NEW-NP-DN              PIC S9(09) COMP VALUE ZERO.
020400 01  CBG-NEW-NP-DATE            PIC X(10)  VALUE SPACES.
020500 01  CBG-NEW-NP-DESC            PIC X(30)  VALUE SPACES.
020600 01  CBG-FIND-DATE              PIC X(10)  VALUE SPACES.
020700******************************************************************
020800*    COVERAGE TALLY - DAYS OF THE YEAR EACH BANNER IS IN FORCE   *
020900******************************************************************
021000 01  CBG-TALLY-TABLE.
021100     05  CBG-TALLY-COUNT        PIC 9(03)  COMP VALUE ZERO.
021200     05  CBG-TALLY-ENTRY OCCURS 32 TIMES
021300                         INDEXED BY CBG-TALLY-IDX.
021400         10  CBG-TALLY-BANNER   PIC X(08).
021500         10  CBG-TALLY-DAYS     PIC 9(03)  COMP.
021600 77  CBG-TALLY-SUB              PIC 9(03)  COMP VALUE ZERO.
021700 77  CBG-TALLY-SLOT             PIC 9(03)  COMP VALUE ZERO.
021800 77  CBG-DEFAULT-DAYS           PIC 9(03)  COMP VALUE ZERO.
021900 77  CBG-BUSINESS-DAYS          PIC 9(03)  COMP VALUE ZERO.
022000 77  CBG-NP-WEEKDAYS            PIC 9(03)  COMP VALUE ZERO.
022100 77  CBG-WEEKEND-DAYS           PIC 9(03)  COMP VALUE ZERO.
022200******************************************************************
022300*    COUNTS                                                      *
022400******************************************************************
022500 77  CBG-CAL-KEPT               PIC 9(05)  COMP VALUE ZERO.
022600 77  CBG-CAL-REPLACED           PIC 9(05)  COMP VALUE ZERO.
022700 77  CBG-CAL-AGED               PIC 9(05)  COMP VALUE ZERO.
022800 77  CBG-NP-KEPT                PIC 9(05)  COMP VALUE ZERO.
022900 77  CBG-NP-REPLACED            PIC 9(05)  COMP VALUE ZERO.
023000 77  CBG-NP-AGED                PIC 9(05)  COMP VALUE ZERO.
023100 77  CBG-REC-NO                 PIC 9(05)  COMP VALUE ZERO.
023200 77  CBG-ERROR-COUNT            PIC 9(05)  COMP VALUE ZERO.
023300 77  CBG-WARNING-COUNT          PIC 9(05)  COMP VALUE ZERO.
023400 01  CBG-EDIT-FIELDS.
023500     05  CBG-COUNT-ED-1         PIC ZZZZ9.
023600     05  CBG-COUNT-ED-2         PIC ZZZZ9.
023700     05  CBG-COUNT-ED-3         PIC ZZZZ9.
023800     05  CBG-DAYS-ED            PIC ZZ9.
023900     05  CBG-ERROR-COUNT-ED     PIC 9(05).
024000     05  CBG-WARNING-COUNT-ED   PIC 9(05).
024100******************************************************************
024200*    REPORT LINES                                                *
024300******************************************************************
024400 01  CBG-MSG-LINE.
024500     05  CBG-MSG-SEVERITY       PIC X(04).
024600     05  FILLER                 PIC X(02)  VALUE SPACES.
024700     05  CBG-MSG-TEXT           PIC X(74).
024800 01  CBG-CAL-DETAIL.
024900     05  FILLER                 PIC X(06)  VALUE SPACES.
025000     05  CBG-CD-START           PIC X(10).
025100     05  FILLER                 PIC X(02)  VALUE SPACES.
025200     05  CBG-CD-END             PIC X(10).
025300     05  FILLER                 PIC X(02)  VALUE SPACES.
025400     05  CBG-CD-BANNER          PIC X(08).
025500     05  FILLER                 PIC X(02)  VALUE SPACES.
025600     05  CBG-CD-PRIORITY        PIC 9(03).
025700     05  FILLER                 PIC X(03)  VALUE SPACES.
025800     05  CBG-CD-DAYS            PIC ZZ9.
025900     05  FILLER                 PIC X(03)  VALUE SPACES.
026000     05  CBG-CD-SOURCE          PIC X(10).
026100     05  FILLER                 PIC X(18)  VALUE SPACES.
026200 01  CBG-NP-DETAIL.
026300     05  FILLER                 PIC X(06)  VALUE SPACES.
026400     05  CBG-ND-DATE            PIC X(10).
026500     05  FILLER                 PIC X(02)  VALUE SPACES.
026600     05  CBG-ND-DAY             PIC X(03).
026700     05  FILLER                 PIC X(02)  VALUE SPACES.
026800     05  CBG-ND-DESC            PIC X(30).
026900     05  FILLER                 PIC X(27)  VALUE SPACES.
027000******************************************************************
027100*    OUTPUT RECORD IMAGES - CBCALREC AND CBNPDREC LAYOUTS        *
027200******************************************************************
027300 01  CBG-CAL-OUT.
027400     05  CBG-CO-START           PIC X(10).
027500     05  FILLER                 PIC X(01)  VALUE SPACES.
027600     05  CBG-CO-END             PIC X(10).
027700     05  FILLER                 PIC X(01)  VALUE SPACES.
027800     05  CBG-CO-BANNER          PIC X(08).
027900     05  FILLER                 PIC X(01)  VALUE SPACES.
028000     05  CBG-CO-PRIORITY        PIC 9(03).
028100 01  CBG-NP-OUT.
028200     05  CBG-NO-DATE            PIC X(10).
028300     05  FILLER                 PIC X(01)  VALUE SPACES.
028400     05  CBG-NO-DESC            PIC X(30).
028500******************************************************************
028600*    DATE ARITHMETIC WORK - DAY NUMBERS AND DAYS IN A MONTH      *
028700******************************************************************
028800 01  CBG-DAYNUM-WORK.
028900     05  CBG-DN-DATE            PIC X(10).
029000     05  CBG-DN-YYYY            PIC 9(04).
029100     05  CBG-DN-MM              PIC 9(02).
029200     05  CBG-DN-DD              PIC 9(02).
029300     05  CBG-DN-DAYNUM          PIC S9(09) COMP.
029400     05  CBG-DN-A               PIC S9(11) COMP.
029500     05  CBG-DN-Y               PIC S9(11) COMP.
029600     05  CBG-DN-M               PIC S9(11) COMP.
029700     05  CBG-DN-L               PIC S9(11) COMP.
029800     05  CBG-DN-N               PIC S9(11) COMP.
029900     05  CBG-DN-I               PIC S9(11) COMP.
030000     05  CBG-DN-J               PIC S9(11) COMP.
030100     05  CBG-DN-T               PIC S9(11) COMP.
030200     05  CBG-DN-Q               PIC S9(11) COMP.
030300 01  CBG-MONTH-WORK.
030400     05  CBG-PD-YYYY            PIC 9(04).
030500     05  CBG-PD-MM              PIC 9(02).
030600     05  CBG-PD-QUOT            PIC 9(04)  COMP.
030700     05  CBG-PD-REM             PIC 9(04)  COMP.
030800     05  CBG-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
030900******************************************************************
031000*    PARM TOKEN WORK AREA                                        *
031100******************************************************************
031200 01  CBG-PARM-TOKENS.
031300     05  CBG-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
031400 77  CBG-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
031500 01  CBG-TOKEN-SPLIT.
031600     05  CBG-TOKEN-KEY          PIC X(10).
031700     05  CBG-TOKEN-VAL          PIC X(10).
031800******************************************************************
031900*    RUN DATE/TIME FOR THE REPORT HEADER AND THE DEFAULT YEAR    *
032000******************************************************************
032100 01  CBG-TIMESTAMP-WORK.
032200     05  CBG-CURR-DATE          PIC 9(08).
032300     05  CBG-CURR-TIME          PIC 9(08).
032400     05  CBG-TS-YYYY            PIC 9(04).
032500     05  CBG-TS-MM              PIC 9(02).
032600     05  CBG-TS-DD              PIC 9(02).
032700     05  CBG-TS-HH              PIC 9(02).
032800     05  CBG-TS-MIN             PIC 9(02).
032900     05  CBG-TS-SEC             PIC 9(02).
033000     05  CBG-TS-FORMATTED       PIC X(19).
033100 LINKAGE SECTION.
033200******************************************************************
033300*    CBG-PARM-AREA - OPTIONAL. PRESENT WHEN CBCALGEN RUNS AS THE *
033400*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
033500******************************************************************
033600 01  CBG-PARM-AREA.
033700     05  CBG-PARM-TEXT          PIC X(80).
033800 PROCEDURE DIVISION USING OPTIONAL CBG-PARM-AREA.
033900******************************************************************
034000*    0000-MAINLINE                                               *
034100******************************************************************
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034400     IF CBG-NOT-ABORTED
034500         PERFORM 2000-APPLY-RULES THRU 2000-EXIT
034600         PERFORM 2500-APPLY-QTR-RULES THRU 2500-EXIT
034700         PERFORM 3000-CHECK-OVERLAPS THRU 3000-EXIT
034800         PERFORM 3500-WRITE-BANNER-CAL THRU 3500-EXIT
034900         PERFORM 3700-WRITE-NONPROC-CAL THRU 3700-EXIT
035000         PERFORM 4000-REPORT-COVERAGE THRU 4000-EXIT
035100     END-IF.
035200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035300     MOVE CBG-RETURN-CODE-WK TO RETURN-CODE.
035400     GOBACK.
035500******************************************************************
035600*    1000-INITIALIZE - PARM, THE YEAR'S BOUNDS, OPEN THE FILES,  *
035700*    CARRY THE CURRENT CALENDARS FORWARD                         *
035800******************************************************************
035900 1000-INITIALIZE.
036000     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
036100     IF CBG-ABORT-REQUESTED
036200         GO TO 1000-EXIT
036300     END-IF.
036400     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
036500     IF CBG-YEAR = ZERO
036600         COMPUTE CBG-YEAR = CBG-TS-YYYY + 1
036700     END-IF.
036800     MOVE SPACES TO CBG-DN-DATE.
036900     STRING CBG-YEAR "-01-01" DELIMITED BY SIZE INTO CBG-DN-DATE.
037000     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
037100     MOVE CBG-DN-DAYNUM TO CBG-YEAR-START-DN.
037200     MOVE SPACES TO CBG-DN-DATE.
037300     STRING CBG-YEAR "-12-31" DELIMITED BY SIZE INTO CBG-DN-DATE.
037400     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
037500     MOVE CBG-DN-DAYNUM TO CBG-YEAR-END-DN.
037600     COMPUTE CBG-GEN-YEAR = CBG-YEAR - 1.
037700     MOVE SPACES TO CBG-DN-DATE.
037800     STRING CBG-GEN-YEAR "-01-01" DELIMITED BY SIZE
037900         INTO CBG-DN-DATE.
038000     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
038100     MOVE CBG-DN-DAYNUM TO CBG-PRIOR-START-DN.
038200     OPEN INPUT CBCALRUL.
038300     IF CBG-CBCALRUL-STATUS NOT = "00"
038400         DISPLAY "CBCALGEN: UNABLE TO OPEN CBCALRUL - STATUS "
038500                 CBG-CBCALRUL-STATUS
038600         SET CBG-ABORT-REQUESTED TO TRUE
038700         MOVE 16 TO CBG-RETURN-CODE-WK
038800         GO TO 1000-EXIT
038900     END-IF.
039000     OPEN OUTPUT CBCALRPT.
039100     IF CBG-CBCALRPT-STATUS NOT = "00"
039200         DISPLAY "CBCALGEN: UNABLE TO OPEN CBCALRPT - STATUS "
039300                 CBG-CBCALRPT-STATUS
039400         SET CBG-ABORT-REQUESTED TO TRUE
039500         MOVE 16 TO CBG-RETURN-CODE-WK
039600         GO TO 1000-EXIT
039700     END-IF.
039800     OPEN OUTPUT CBCALN.
039900     IF CBG-CBCALN-STATUS NOT = "00"
040000         DISPLAY "CBCALGEN: UNABLE TO OPEN CBCALN - STATUS "
040100                 CBG-CBCALN-STATUS
040200         SET CBG-ABORT-REQUESTED TO TRUE
040300         MOVE 16 TO CBG-RETURN-CODE-WK
040400         GO TO 1000-EXIT
040500     END-IF.
040600     OPEN OUTPUT CBNPCALN.
040700     IF CBG-CBNPCALN-STATUS NOT = "00"
040800         DISPLAY "CBCALGEN: UNABLE TO OPEN CBNPCALN - STATUS "
040900                 CBG-CBNPCALN-STATUS
041000         SET CBG-ABORT-REQUESTED TO TRUE
041100         MOVE 16 TO CBG-RETURN-CODE-WK
041200         GO TO 1000-EXIT
041300     END-IF.
041400     MOVE SPACES TO CBG-RPT-REC.
041500     STRING "BANNER CALENDAR YEAR-BUILD FOR " CBG-YEAR
041600            "   RUN " CBG-TS-FORMATTED
041700         DELIMITED BY SIZE INTO CBG-RPT-REC.
041800     WRITE CBG-RPT-REC.
041900     MOVE "CURRENT CALENDARS CARRIED FORWARD" TO CBG-RPT-REC.
042000     PERFORM 8100-START-SECTION THRU 8100-EXIT.
042100     PERFORM 1500-CARRY-BANNER-CAL THRU 1500-EXIT.
042200     IF CBG-ABORT-REQUESTED
042300         GO TO 1000-EXIT
042400     END-IF.
042500     PERFORM 1600-CARRY-NONPROC-CAL THRU 1600-EXIT.
042600 1000-EXIT.
042700     EXIT.
042800******************************************************************
042900*    1010-PARSE-PARM - PICK UP YEAR=YYYY IF SUPPLIED             *
043000******************************************************************
043100 1010-PARSE-PARM.
043200     IF CBG-PARM-AREA IS OMITTED
043300         GO TO 1010-EXIT
043400     END-IF.
043500     UNSTRING CBG-PARM-TEXT DELIMITED BY ","
043600         INTO CBG-PARM-TOKEN(1) CBG-PARM-TOKEN(2)
043700              CBG-PARM-TOKEN(3) CBG-PARM-TOKEN(4)
043800     END-UNSTRING.
043900     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
044000         VARYING CBG-TOKEN-IDX FROM 1 BY 1
044100         UNTIL CBG-TOKEN-IDX > 4.
044200 1010-EXIT.
044300     EXIT.
044400******************************************************************
044500*    1020-SPLIT-TOKEN                                            *
044600******************************************************************
044700 1020-SPLIT-TOKEN.
044800     IF CBG-PARM-TOKEN(CBG-TOKEN-IDX) = SPACES
044900         GO TO 1020-EXIT
045000     END-IF.
045100     UNSTRING CBG-PARM-TOKEN(CBG-TOKEN-IDX) DELIMITED BY "="
045200         INTO CBG-TOKEN-KEY CBG-TOKEN-VAL
045300     END-UNSTRING.
045400     EVALUATE CBG-TOKEN-KEY
045500         WHEN "YEAR"
045600             PERFORM 1030-SET-YEAR THRU 1030-EXIT
045700         WHEN OTHER
045800             CONTINUE
045900     END-EVALUATE.
046000 1020-EXIT.
046100     EXIT.
046200******************************************************************
046300*    1030-SET-YEAR - YEAR= MUST BE FOUR DIGITS, 1901 TO 9998     *
046400******************************************************************
046500 1030-SET-YEAR.
046600     MOVE SPACES TO CBG-YEAR-X.
046700     MOVE ZERO TO CBG-YEAR-LEN.
046800     UNSTRING CBG-TOKEN-VAL DELIMITED BY SPACE
046900         INTO CBG-YEAR-X COUNT IN CBG-YEAR-LEN
047000     END-UNSTRING.
047100     IF CBG-YEAR-LEN NOT = 4
047200         GO TO 1030-BAD
047300     END-IF.
047400     IF CBG-YEAR-X(1:4) IS NOT NUMERIC
047500         GO TO 1030-BAD
047600     END-IF.
047700     MOVE CBG-YEAR-X(1:4) TO CBG-YEAR.
047800     IF CBG-YEAR < 1901 OR CBG-YEAR > 9998
047900         GO TO 1030-BAD
048000     END-IF.
048100     GO TO 1030-EXIT.
048200 1030-BAD.
048300     DISPLAY "CBCALGEN: YEAR=" CBG-TOKEN-VAL
048400             " IS NOT A FOUR-DIGIT YEAR".
048500     SET CBG-ABORT-REQUESTED TO TRUE.
048600     MOVE 16 TO CBG-RETURN-CODE-WK.
048700 1030-EXIT.
048800     EXIT.
048900******************************************************************
049000*    1500-CARRY-BANNER-CAL - KEEP THE CURRENT CBCAL ENTRIES THAT *
049100*    START BEFORE THE YEAR AND END INSIDE THE YEAR BEFORE IT OR  *
049200*    LATER, AND ANY THAT START AFTER IT.  NO CURRENT CALENDAR IS *
049300*    FINE; ONE THAT WILL NOT OPEN STOPS THE BUILD, SINCE THE NEW *
049400*    ONE WOULD SILENTLY DROP WHAT IS LEFT OF THIS YEAR.          *
049500******************************************************************
049600 1500-CARRY-BANNER-CAL.
049700     OPEN INPUT CBCAL.
049800     IF CBG-CBCAL-STATUS = "35"
049900         MOVE "NOTE: NO CURRENT CBCAL - NOTHING CARRIED FORWARD"
050000             TO CBG-RPT-REC
050100         WRITE CBG-RPT-REC
050200         GO TO 1500-EXIT
050300     END-IF.
050400     IF CBG-CBCAL-STATUS NOT = "00"
050500         DISPLAY "CBCALGEN: UNABLE TO OPEN CBCAL - STATUS "
050600                 CBG-CBCAL-STATUS
050700         SET CBG-ABORT-REQUESTED TO TRUE
050800         MOVE 16 TO CBG-RETURN-CODE-WK
050900         GO TO 1500-EXIT
051000     END-IF.
051100     SET CBG-CARRIED TO TRUE.
051200     MOVE ZERO TO CBG-REC-NO.
051300     SET CBG-CBCAL-NOT-EOF TO TRUE.
051400     PERFORM 1510-READ-CAL-REC THRU 1510-EXIT.
051500     PERFORM 1520-CARRY-ONE-CAL THRU 1520-EXIT
051600         UNTIL CBG-CBCAL-EOF.
051700     CLOSE CBCAL.
051800     MOVE CBG-CAL-KEPT TO CBG-COUNT-ED-1.
051900     MOVE CBG-CAL-REPLACED TO CBG-COUNT-ED-2.
052000     MOVE CBG-CAL-AGED TO CBG-COUNT-ED-3.
052100     MOVE SPACES TO CBG-RPT-REC.
052200     STRING "      CBCAL    KEPT " CBG-COUNT-ED-1
052300            "   REPLACED BY RULES " CBG-COUNT-ED-2
052400            "   AGED OFF " CBG-COUNT-ED-3
052500         DELIMITED BY SIZE INTO CBG-RPT-REC.
052600     WRITE CBG-RPT-REC.
052700 1500-EXIT.
052800     EXIT.
052900******************************************************************
053000*    1510-READ-CAL-REC                                           *
053100******************************************************************
053200 1510-READ-CAL-REC.
053300     READ CBCAL
053400         AT END SET CBG-CBCAL-EOF TO TRUE
053500     END-READ.
053600     IF CBG-CBCAL-NOT-EOF
053700         ADD 1 TO CBG-REC-NO
053800     END-IF.
053900 1510-EXIT.
054000     EXIT.
054100******************************************************************
054200*    1520-CARRY-ONE-CAL - A BLANK PRIORITY ON AN OLD ENTRY IS    *
054300*    000, AS COLBOT READS IT                                     *
054400******************************************************************
054500 1520-CARRY-ONE-CAL.
054600     MOVE CB-CAL-START-DATE TO CBG-DN-DATE.
054700     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
054800     MOVE CBG-DN-DAYNUM TO CBG-WIN-START-DN.
054900     IF CBG-DATE-OK
055000         MOVE CB-CAL-END-DATE TO CBG-DN-DATE
055100         PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT
055200         MOVE CBG-DN-DAYNUM TO CBG-WIN-END-DN
055300     END-IF.
055400     IF CBG-DATE-BAD
055500        OR CBG-WIN-END-DN < CBG-WIN-START-DN
055600         SET CBG-SEV-WARNING TO TRUE
055700         MOVE CBG-REC-NO TO CBG-RULE-NO-ED
055800         MOVE SPACES TO CBG-MSG-TEXT
055900         STRING "CBCAL RECORD " CBG-RULE-NO-ED
056000                " HAS A BAD DATE RANGE - DROPPED"
056100             DELIMITED BY SIZE INTO CBG-MSG-TEXT
056200         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
056300         GO TO 1520-NEXT
056400     END-IF.
056500     EVALUATE TRUE
056600         WHEN CBG-WIN-START-DN > CBG-YEAR-END-DN
056700             CONTINUE
056800         WHEN CBG-WIN-START-DN >= CBG-YEAR-START-DN
056900             ADD 1 TO CBG-CAL-REPLACED
057000             GO TO 1520-NEXT
057100         WHEN CBG-WIN-END-DN < CBG-PRIOR-START-DN
057200             ADD 1 TO CBG-CAL-AGED
057300             GO TO 1520-NEXT
057400         WHEN OTHER
057500             CONTINUE
057600     END-EVALUATE.
057700     MOVE CB-CAL-BANNER-CODE TO CBG-WIN-BANNER.
057800     IF CB-CAL-PRIORITY-X IS NUMERIC
057900         MOVE CB-CAL-PRIORITY TO CBG-WIN-PRIORITY
058000     ELSE
058100         MOVE ZERO TO CBG-WIN-PRIORITY
058200     END-IF.
058300     MOVE ZERO TO CBG-WIN-SOURCE.
058400     PERFORM 2900-ADD-CAL-WINDOW THRU 2900-EXIT.
058500     ADD 1 TO CBG-CAL-KEPT.
058600 1520-NEXT.
058700     PERFORM 1510-READ-CAL-REC THRU 1510-EXIT.
058800 1520-EXIT.
058900     EXIT.
059000******************************************************************
059100*    1600-CARRY-NONPROC-CAL - SAME RULE FOR THE CURRENT CBNPCAL  *
059200******************************************************************
059300 1600-CARRY-NONPROC-CAL.
059400     OPEN INPUT CBNPCAL.
059500     IF CBG-CBNPCAL-STATUS = "35"
059600         MOVE "NOTE: NO CURRENT CBNPCAL - NOTHING CARRIED FORWARD"
059700             TO CBG-RPT-REC
059800         WRITE CBG-RPT-REC
059900         GO TO 1600-EXIT
060000     END-IF.
060100     IF CBG-CBNPCAL-STATUS NOT = "00"
060200         DISPLAY "CBCALGEN: UNABLE TO OPEN CBNPCAL - STATUS "
060300                 CBG-CBNPCAL-STATUS
060400         SET CBG-ABORT-REQUESTED TO TRUE
060500         MOVE 16 TO CBG-RETURN-CODE-WK
060600         GO TO 1600-EXIT
060700     END-IF.
060800     SET CBG-CARRIED TO TRUE.
060900     MOVE ZERO TO CBG-REC-NO.
061000     SET CBG-CBNPCAL-NOT-EOF TO TRUE.
061100     PERFORM 1610-READ-NPCAL-REC THRU 1610-EXIT.
061200     PERFORM 1620-CARRY-ONE-NPCAL THRU 1620-EXIT
061300         UNTIL CBG-CBNPCAL-EOF.
061400     CLOSE CBNPCAL.
061500     MOVE CBG-NP-KEPT TO CBG-COUNT-ED-1.
061600     MOVE CBG-NP-REPLACED TO CBG-COUNT-ED-2.
061700     MOVE CBG-NP-AGED TO CBG-COUNT-ED-3.
061800     MOVE SPACES TO CBG-RPT-REC.
061900     STRING "      CBNPCAL  KEPT " CBG-COUNT-ED-1
062000            "   REPLACED BY RULES " CBG-COUNT-ED-2
062100            "   AGED OFF " CBG-COUNT-ED-3
062200         DELIMITED BY SIZE INTO CBG-RPT-REC.
062300     WRITE CBG-RPT-REC.
062400 1600-EXIT.
062500     EXIT.
062600******************************************************************
062700*    1610-READ-NPCAL-REC                                         *
062800******************************************************************
062900 1610-READ-NPCAL-REC.
063000     READ CBNPCAL
063100         AT END SET CBG-CBNPCAL-EOF TO TRUE
063200     END-READ.
063300     IF CBG-CBNPCAL-NOT-EOF
063400         ADD 1 TO CBG-REC-NO
063500     END-IF.
063600 1610-EXIT.
063700     EXIT.
063800******************************************************************
063900*    1620-CARRY-ONE-NPCAL                                        *
064000******************************************************************
064100 1620-CARRY-ONE-NPCAL.
064200     MOVE CB-NPD-DATE TO CBG-DN-DATE.
064300     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
064400     IF CBG-DATE-BAD
064500         SET CBG-SEV-WARNING TO TRUE
064600         MOVE CBG-REC-NO TO CBG-RULE-NO-ED
064700         MOVE SPACES TO CBG-MSG-TEXT
064800         STRING "CBNPCAL RECORD " CBG-RULE-NO-ED
064900                " HAS A BAD DATE - DROPPED"
065000             DELIMITED BY SIZE INTO CBG-MSG-TEXT
065100         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
065200         GO TO 1620-NEXT
065300     END-IF.
065400     EVALUATE TRUE
065500         WHEN CBG-DN-DAYNUM > CBG-YEAR-END-DN
065600             CONTINUE
065700         WHEN CBG-DN-DAYNUM >= CBG-YEAR-START-DN
065800             ADD 1 TO CBG-NP-REPLACED
065900             GO TO 1620-NEXT
066000         WHEN CBG-DN-DAYNUM < CBG-PRIOR-START-DN
066100             ADD 1 TO CBG-NP-AGED
066200             GO TO 1620-NEXT
066300         WHEN OTHER
066400             CONTINUE
066500     END-EVALUATE.
066600     MOVE CBG-DN-DAYNUM TO CBG-NEW-NP-DN.
066700     MOVE CB-NPD-DESC TO CBG-NEW-NP-DESC.
066800     PERFORM 2800-ADD-NONPROC THRU 2800-EXIT.
066900     ADD 1 TO CBG-NP-KEPT.
067000 1620-NEXT.
067100     PERFORM 1610-READ-NPCAL-REC THRU 1610-EXIT.
067200 1620-EXIT.
067300     EXIT.
067400******************************************************************
067500*    2000-APPLY-RULES - FIRST PASS: EDIT EVERY RULE AND APPLY    *
067600*    THE FIXED-DATE, NTH-WEEKDAY AND MAINTENANCE-WEEKEND ONES,   *
067700*    SO EVERY NON-PROCESSING DAY IS KNOWN BEFORE THE QUARTER-END *
067800*    RULES COUNT BUSINESS DAYS                                   *
067900******************************************************************
068000 2000-APPLY-RULES.
068100     MOVE "RULES APPLIED (CBCALRUL)" TO CBG-RPT-REC.
068200     PERFORM 8100-START-SECTION THRU 8100-EXIT.
068300     SET CBG-FROM-RULE TO TRUE.
068400     MOVE ZERO TO CBG-RULE-NO.
068500     SET CBG-CBCALRUL-NOT-EOF TO TRUE.
068600     PERFORM 2005-READ-RULE-REC THRU 2005-EXIT.
068700     PERFORM 2010-APPLY-ONE-RULE THRU 2010-EXIT
068800         UNTIL CBG-CBCALRUL-EOF.
068900     CLOSE CBCALRUL.
069000 2000-EXIT.
069100     EXIT.
069200******************************************************************
069300*    2005-READ-RULE-REC                                          *
069400******************************************************************
069500 2005-READ-RULE-REC.
069600     READ CBCALRUL
069700         AT END SET CBG-CBCALRUL-EOF TO TRUE
069800     END-READ.
069900     IF CBG-CBCALRUL-NOT-EOF
070000         ADD 1 TO CBG-RULE-NO
070100     END-IF.
070200 2005-EXIT.
070300     EXIT.
070400******************************************************************
070500*    2010-APPLY-ONE-RULE - THE QUARTER-END PASS NEEDS EACH       *
070510*    RULE'S EDIT RESULT, AND ITS TABLE HOLDS 200.  A RULE PAST   *
070520*    THAT IS AN ERROR, SO THE CALENDARS ARE NOT CATALOGED SHORT  *
070530*    OF IT.                                                      *
070600******************************************************************
070700 2010-APPLY-ONE-RULE.
070710     IF CBG-RULE-NO > 200
070720         SET CBG-SEV-ERROR TO TRUE
070730         MOVE "MORE THAN 200 RULES - NOT APPLIED" TO CBG-MSG-TEXT
070740         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
070750         GO TO 2010-NEXT
070760     END-IF.
070800     PERFORM 2020-EDIT-RULE THRU 2020-EXIT.
071000     MOVE CBG-RULE-OK-SW TO CBG-RULE-OK-FLAG(CBG-RULE-NO).
071200     IF CBG-RULE-BAD
071300         GO TO 2010-NEXT
071400     END-IF.
071500     EVALUATE TRUE
071600         WHEN CB-CRL-FIXED-DATE
071700             PERFORM 2100-FIXED-DATE-RULE THRU 2100-EXIT
071800         WHEN CB-CRL-NTH-WEEKDAY
071900             PERFORM 2200-NTH-WEEKDAY-RULE THRU 2200-EXIT
072000         WHEN CB-CRL-MAINT-WEEKEND
072100             PERFORM 2300-MAINT-WEEKEND-RULE THRU 2300-EXIT
072200         WHEN OTHER
072300             CONTINUE
072400     END-EVALUATE.
072500 2010-NEXT.
072600     PERFORM 2005-READ-RULE-REC THRU 2005-EXIT.
072700 2010-EXIT.
072800     EXIT.
072900******************************************************************
073000*    2020-EDIT-RULE - EACH RULE TYPE NEEDS ITS OWN FIELDS; A     *
073100*    RULE THAT FAILS IS REPORTED AS AN ERROR AND BUILDS NOTHING  *
073200******************************************************************
073300 2020-EDIT-RULE.
073400     SET CBG-RULE-OK TO TRUE.
073500     SET CBG-SEV-ERROR TO TRUE.
073600     EVALUATE TRUE
073700         WHEN CB-CRL-FIXED-DATE
073800             IF CB-CRL-MONTH IS NOT NUMERIC
073900                OR CB-CRL-DAY IS NOT NUMERIC
074000                 SET CBG-RULE-BAD TO TRUE
074100             ELSE
074200                 IF CB-CRL-MONTH < 1 OR CB-CRL-MONTH > 12
074300                    OR CB-CRL-DAY < 1 OR CB-CRL-DAY > 31
074400                     SET CBG-RULE-BAD TO TRUE
074500                 END-IF
074600             END-IF
074700             IF CBG-RULE-BAD
074800                 MOVE "F RULE NEEDS MONTH 01-12 AND DAY 01-31"
074900                     TO CBG-MSG-TEXT
075000             END-IF
075100         WHEN CB-CRL-NTH-WEEKDAY
075200             IF CB-CRL-MONTH IS NOT NUMERIC
075300                OR CB-CRL-NTH IS NOT NUMERIC
075400                OR CB-CRL-WEEKDAY IS NOT NUMERIC
075500                 SET CBG-RULE-BAD TO TRUE
075600             ELSE
075700                 IF CB-CRL-MONTH < 1 OR CB-CRL-MONTH > 12
075800                    OR CB-CRL-NTH < 1 OR CB-CRL-NTH > 5
075900                    OR CB-CRL-WEEKDAY < 1 OR CB-CRL-WEEKDAY > 7
076000                     SET CBG-RULE-BAD TO TRUE
076100                 END-IF
076200             END-IF
076300             IF CBG-RULE-BAD
076400                 MOVE "N RULE NEEDS MONTH, NTH 1-5, WEEKDAY 1-7"
076500                     TO CBG-MSG-TEXT
076600             END-IF
076700         WHEN CB-CRL-MAINT-WEEKEND
076800             IF CB-CRL-MONTH IS NOT NUMERIC
076900                OR CB-CRL-NTH IS NOT NUMERIC
077000                 SET CBG-RULE-BAD TO TRUE
077100             ELSE
077200                 IF CB-CRL-MONTH < 1 OR CB-CRL-MONTH > 12
077300                    OR CB-CRL-NTH < 1 OR CB-CRL-NTH > 5
077400                     SET CBG-RULE-BAD TO TRUE
077500                 END-IF
077600             END-IF
077700             IF CBG-RULE-BAD
077800                 MOVE "M RULE NEEDS MONTH AND NTH 1-5"
077900                     TO CBG-MSG-TEXT
078000             END-IF
078100         WHEN CB-CRL-QTR-END
078200             IF CB-CRL-NTH IS NOT NUMERIC
078300                 SET CBG-RULE-BAD TO TRUE
078400             ELSE
078500                 IF CB-CRL-NTH < 1
078600                     SET CBG-RULE-BAD TO TRUE
078700                 END-IF
078800             END-IF
078900             IF CBG-RULE-BAD
079000                 MOVE "Q RULE NEEDS NTH 1-9 BUSINESS DAYS"
079100                     TO CBG-MSG-TEXT
079200             ELSE
079300                 IF CB-CRL-BANNER-CODE = SPACES
079400                     SET CBG-RULE-BAD TO TRUE
079500                     MOVE "Q RULE NEEDS A BANNER CODE"
079600                         TO CBG-MSG-TEXT
079700                 END-IF
079800             END-IF
079900         WHEN OTHER
080000             SET CBG-RULE-BAD TO TRUE
080100             MOVE SPACES TO CBG-MSG-TEXT
080200             STRING "RULE TYPE " CB-CRL-RULE-TYPE
080300                    " IS NOT F, N, M OR Q"
080400                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
080500     END-EVALUATE.
080600     IF CBG-RULE-BAD
080700         GO TO 2020-REJECT
080800     END-IF.
080900     IF CB-CRL-BANNER-CODE = SPACES
081000        AND NOT CB-CRL-IS-NONPROC
081100         SET CBG-RULE-BAD TO TRUE
081200         MOVE "NO NONPROC=Y AND NO BANNER - NOTHING TO BUILD"
081300             TO CBG-MSG-TEXT
081400         GO TO 2020-REJECT
081500     END-IF.
081600     IF CB-CRL-BANNER-CODE NOT = SPACES
081700        AND CB-CRL-PRIORITY-X IS NOT NUMERIC
081800         SET CBG-RULE-BAD TO TRUE
081900         MOVE "A BANNER RULE NEEDS A PRIORITY 000-999"
082000             TO CBG-MSG-TEXT
082100         GO TO 2020-REJECT
082200     END-IF.
082300     MOVE ZERO TO CBG-DAYS-BEFORE CBG-DAYS-AFTER CBG-PRIORITY.
082400     IF CB-CRL-DAYS-BEFORE-X IS NUMERIC
082500         MOVE CB-CRL-DAYS-BEFORE TO CBG-DAYS-BEFORE
082600     ELSE
082700         IF CB-CRL-DAYS-BEFORE-X NOT = SPACES
082800             SET CBG-RULE-BAD TO TRUE
082900         END-IF
083000     END-IF.
083100     IF CB-CRL-DAYS-AFTER-X IS NUMERIC
083200         MOVE CB-CRL-DAYS-AFTER TO CBG-DAYS-AFTER
083300     ELSE
083400         IF CB-CRL-DAYS-AFTER-X NOT = SPACES
083500             SET CBG-RULE-BAD TO TRUE
083600         END-IF
083700     END-IF.
083800     IF CBG-RULE-BAD
083900         MOVE "DAYS BEFORE AND AFTER MUST BE 00-99 OR BLANK"
084000             TO CBG-MSG-TEXT
084100         GO TO 2020-REJECT
084200     END-IF.
084300     IF CB-CRL-PRIORITY-X IS NUMERIC
084400         MOVE CB-CRL-PRIORITY TO CBG-PRIORITY
084500     END-IF.
084600     GO TO 2020-EXIT.
084700 2020-REJECT.
084800     PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT.
084900 2020-EXIT.
085000     EXIT.
085100******************************************************************
085200*    2100-FIXED-DATE-RULE - THE WINDOW IS BUILT AROUND THE DATE  *
085300*    ITSELF; THE NON-PROCESSING DAY IS THE OBSERVED DATE.  NEXT  *
085400*    YEAR'S DATE IS TRIED TOO, BECAUSE A SATURDAY NEW YEAR'S DAY *
085500*    IS OBSERVED ON THE LAST FRIDAY OF THIS YEAR.                *
085600******************************************************************
085700 2100-FIXED-DATE-RULE.
085800     MOVE CBG-YEAR TO CBG-GEN-YEAR.
085900     PERFORM 2110-FIXED-ONE-YEAR THRU 2110-EXIT.
086000     IF CBG-DATE-BAD
086100         SET CBG-SEV-WARNING TO TRUE
086200         MOVE SPACES TO CBG-MSG-TEXT
086300         STRING CB-CRL-MONTH "-" CB-CRL-DAY " DOES NOT OCCUR IN "
086400                CBG-YEAR " - NOTHING BUILT"
086500             DELIMITED BY SIZE INTO CBG-MSG-TEXT
086600         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
086700         GO TO 2100-EXIT
086800     END-IF.
086900     IF CB-CRL-BANNER-CODE NOT = SPACES
087000         COMPUTE CBG-WIN-START-DN = CBG-RULE-DN - CBG-DAYS-BEFORE
087100         COMPUTE CBG-WIN-END-DN = CBG-RULE-DN + CBG-DAYS-AFTER
087200         PERFORM 2400-RULE-WINDOW THRU 2400-EXIT
087300     END-IF.
087400     IF NOT CB-CRL-IS-NONPROC
087500         GO TO 2100-EXIT
087600     END-IF.
087700     IF CBG-OBS-DN < CBG-YEAR-START-DN
087800         SET CBG-SEV-INFO TO TRUE
087900         MOVE CBG-OBS-DN TO CBG-DN-DAYNUM
088000         PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT
088100         MOVE SPACES TO CBG-MSG-TEXT
088200         STRING "OBSERVED " CBG-DN-DATE
088300                " - BELONGS TO THE YEAR BEFORE'S CALENDAR"
088400             DELIMITED BY SIZE INTO CBG-MSG-TEXT
088500         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
088600     ELSE
088700         MOVE CBG-OBS-DN TO CBG-NEW-NP-DN
088800         MOVE CB-CRL-DESC TO CBG-NEW-NP-DESC
088900         PERFORM 2800-ADD-NONPROC THRU 2800-EXIT
089000     END-IF.
089100     IF CBG-RULE-DOW > 5
089200        AND NOT CB-CRL-OBSERVE-WEEKDAY
089300         SET CBG-SEV-INFO TO TRUE
089400         MOVE SPACES TO CBG-MSG-TEXT
089500         STRING CB-CRL-MONTH "-" CB-CRL-DAY " FALLS ON A "
089600                CBG-DAY-NAME(CBG-RULE-DOW)
089700                " AND IS NOT OBSERVED - NO WEEKDAY LOST"
089800             DELIMITED BY SIZE INTO CBG-MSG-TEXT
089900         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
090000     END-IF.
090100     IF CB-CRL-OBSERVE-WEEKDAY
090200         COMPUTE CBG-GEN-YEAR = CBG-YEAR + 1
090300         PERFORM 2110-FIXED-ONE-YEAR THRU 2110-EXIT
090400         IF CBG-DATE-OK
090500            AND CBG-OBS-DN <= CBG-YEAR-END-DN
090600             MOVE CBG-OBS-DN TO CBG-NEW-NP-DN
090700             MOVE CB-CRL-DESC TO CBG-NEW-NP-DESC
090800             PERFORM 2800-ADD-NONPROC THRU 2800-EXIT
090900         END-IF
091000     END-IF.
091100 2100-EXIT.
091200     EXIT.
091300******************************************************************
091400*    2110-FIXED-ONE-YEAR - THE RULE'S DATE IN CBG-GEN-YEAR AS A  *
091500*    DAY NUMBER, ITS DAY OF WEEK, AND THE DATE IT IS OBSERVED    *
091600******************************************************************
091700 2110-FIXED-ONE-YEAR.
091800     MOVE SPACES TO CBG-DN-DATE.
091900     STRING CBG-GEN-YEAR "-" CB-CRL-MONTH "-" CB-CRL-DAY
092000         DELIMITED BY SIZE INTO CBG-DN-DATE.
092100     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
092200     IF CBG-DATE-BAD
092300         GO TO 2110-EXIT
092400     END-IF.
092500     MOVE CBG-DN-DAYNUM TO CBG-RULE-DN.
092600     PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT.
092700     MOVE CBG-DOW TO CBG-RULE-DOW.
092800     MOVE CBG-RULE-DN TO CBG-OBS-DN.
092900     IF CB-CRL-OBSERVE-WEEKDAY
093000         IF CBG-RULE-DOW = 6
093100             SUBTRACT 1 FROM CBG-OBS-DN
093200         END-IF
093300         IF CBG-RULE-DOW = 7
093400             ADD 1 TO CBG-OBS-DN
093500         END-IF
093600     END-IF.
093700 2110-EXIT.
093800     EXIT.
093900******************************************************************
094000*    2200-NTH-WEEKDAY-RULE                                       *
094100******************************************************************
094200 2200-NTH-WEEKDAY-RULE.
094300     MOVE CB-CRL-WEEKDAY TO CBG-TARGET-DOW.
094400     PERFORM 2210-FIND-NTH-DAY THRU 2210-EXIT.
094500     IF CB-CRL-BANNER-CODE NOT = SPACES
094600         COMPUTE CBG-WIN-START-DN = CBG-RULE-DN - CBG-DAYS-BEFORE
094700         COMPUTE CBG-WIN-END-DN = CBG-RULE-DN + CBG-DAYS-AFTER
094800         PERFORM 2400-RULE-WINDOW THRU 2400-EXIT
094900     END-IF.
095000     IF CB-CRL-IS-NONPROC
095100         MOVE CBG-RULE-DN TO CBG-NEW-NP-DN
095200         MOVE CB-CRL-DESC TO CBG-NEW-NP-DESC
095300         PERFORM 2800-ADD-NONPROC THRU 2800-EXIT
095400     END-IF.
095500 2200-EXIT.
095600     EXIT.
095700******************************************************************
095800*    2210-FIND-NTH-DAY - THE CB-CRL-NTH'TH CBG-TARGET-DOW OF THE *
095900*    RULE'S MONTH INTO CBG-RULE-DN; NTH 5 IS THE LAST ONE        *
096000******************************************************************
096100 2210-FIND-NTH-DAY.
096200     MOVE CBG-YEAR TO CBG-DN-YYYY.
096300     MOVE CB-CRL-MONTH TO CBG-DN-MM.
096400     IF CB-CRL-NTH < 5
096500         MOVE 1 TO CBG-DN-DD
096600     ELSE
096700         MOVE CBG-YEAR TO CBG-PD-YYYY
096800         MOVE CB-CRL-MONTH TO CBG-PD-MM
096900         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
097000         MOVE CBG-PD-DAYS-IN-MONTH TO CBG-DN-DD
097100     END-IF.
097200     MOVE SPACES TO CBG-DN-DATE.
097300     STRING CBG-DN-YYYY "-" CBG-DN-MM "-" CBG-DN-DD
097400         DELIMITED BY SIZE INTO CBG-DN-DATE.
097500     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
097600     MOVE CBG-DN-DAYNUM TO CBG-FIRST-DN.
097700     PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT.
097800     IF CB-CRL-NTH < 5
097900         COMPUTE CBG-OFFSET = CBG-TARGET-DOW - CBG-DOW
098000         IF CBG-OFFSET < ZERO
098100             ADD 7 TO CBG-OFFSET
098200         END-IF
098300         COMPUTE CBG-RULE-DN = CBG-FIRST-DN + CBG-OFFSET
098400                             + (CB-CRL-NTH - 1) * 7
098500     ELSE
098600         COMPUTE CBG-OFFSET = CBG-DOW - CBG-TARGET-DOW
098700         IF CBG-OFFSET < ZERO
098800             ADD 7 TO CBG-OFFSET
098900         END-IF
099000         COMPUTE CBG-RULE-DN = CBG-FIRST-DN - CBG-OFFSET
099100     END-IF.
099200 2210-EXIT.
099300     EXIT.
099400******************************************************************
099500*    2300-MAINT-WEEKEND-RULE - THE NTH SATURDAY AND THE SUNDAY   *
099600*    AFTER IT                                                    *
099700******************************************************************
099800 2300-MAINT-WEEKEND-RULE.
099900     MOVE 6 TO CBG-TARGET-DOW.
100000     PERFORM 2210-FIND-NTH-DAY THRU 2210-EXIT.
100100     IF CB-CRL-BANNER-CODE NOT = SPACES
100200         COMPUTE CBG-WIN-START-DN = CBG-RULE-DN - CBG-DAYS-BEFORE
100300         COMPUTE CBG-WIN-END-DN = CBG-RULE-DN + 1 + CBG-DAYS-AFTER
100400         PERFORM 2400-RULE-WINDOW THRU 2400-EXIT
100500     END-IF.
100600     IF NOT CB-CRL-IS-NONPROC
100700         GO TO 2300-EXIT
100800     END-IF.
100900     MOVE CBG-RULE-DN TO CBG-NEW-NP-DN.
101000     MOVE CB-CRL-DESC TO CBG-NEW-NP-DESC.
101100     PERFORM 2800-ADD-NONPROC THRU 2800-EXIT.
101200     IF CBG-RULE-DN < CBG-YEAR-END-DN
101300         COMPUTE CBG-NEW-NP-DN = CBG-RULE-DN + 1
101400         MOVE CB-CRL-DESC TO CBG-NEW-NP-DESC
101500         PERFORM 2800-ADD-NONPROC THRU 2800-EXIT
101600     END-IF.
101700 2300-EXIT.
101800     EXIT.
101900******************************************************************
102000*    2400-RULE-WINDOW - CBCAL WINDOW FOR THE RULE IN HAND        *
102100******************************************************************
102200 2400-RULE-WINDOW.
102300     MOVE CB-CRL-BANNER-CODE TO CBG-WIN-BANNER.
102400     MOVE CBG-PRIORITY TO CBG-WIN-PRIORITY.
102500     MOVE CBG-RULE-NO TO CBG-WIN-SOURCE.
102600     PERFORM 2900-ADD-CAL-WINDOW THRU 2900-EXIT.
102700 2400-EXIT.
102800     EXIT.
102900******************************************************************
103000*    2500-APPLY-QTR-RULES - SECOND PASS OVER THE RULES FOR THE   *
103100*    QUARTER-END ONES THAT PASSED THE EDIT                       *
103200******************************************************************
103300 2500-APPLY-QTR-RULES.
103400     OPEN INPUT CBCALRUL.
103500     IF CBG-CBCALRUL-STATUS NOT = "00"
103600         DISPLAY "CBCALGEN: UNABLE TO REOPEN CBCALRUL - STATUS "
103700                 CBG-CBCALRUL-STATUS
103800         MOVE 16 TO CBG-RETURN-CODE-WK
103900         GO TO 2500-EXIT
104000     END-IF.
104100     SET CBG-FROM-RULE TO TRUE.
104200     MOVE ZERO TO CBG-RULE-NO.
104300     SET CBG-CBCALRUL-NOT-EOF TO TRUE.
104400     PERFORM 2005-READ-RULE-REC THRU 2005-EXIT.
104500     PERFORM 2510-APPLY-ONE-QTR-RULE THRU 2510-EXIT
104600         UNTIL CBG-CBCALRUL-EOF.
104700     CLOSE CBCALRUL.
104800 2500-EXIT.
104900     EXIT.
105000******************************************************************
105100*    2510-APPLY-ONE-QTR-RULE - RE-EDIT QUIETLY FOR THE WORK      *
105200*    FIELDS; THE FIRST PASS ALREADY REPORTED ANY FAULT           *
105300******************************************************************
105400 2510-APPLY-ONE-QTR-RULE.
105500     IF NOT CB-CRL-QTR-END
105600        OR CBG-RULE-NO > 200
105700         GO TO 2510-NEXT
105800     END-IF.
105900     IF CBG-RULE-OK-FLAG(CBG-RULE-NO) NOT = "Y"
106000         GO TO 2510-NEXT
106100     END-IF.
106200     MOVE ZERO TO CBG-DAYS-BEFORE CBG-DAYS-AFTER CBG-PRIORITY.
106300     IF CB-CRL-DAYS-BEFORE-X IS NUMERIC
106400         MOVE CB-CRL-DAYS-BEFORE TO CBG-DAYS-BEFORE
106500     END-IF.
106600     IF CB-CRL-DAYS-AFTER-X IS NUMERIC
106700         MOVE CB-CRL-DAYS-AFTER TO CBG-DAYS-AFTER
106800     END-IF.
106900     MOVE CB-CRL-PRIORITY TO CBG-PRIORITY.
107000     PERFORM 2520-ONE-QUARTER THRU 2520-EXIT
107100         VARYING CBG-QTR FROM 1 BY 1
107200         UNTIL CBG-QTR > 4.
107300 2510-NEXT.
107400     PERFORM 2005-READ-RULE-REC THRU 2005-EXIT.
107500 2510-EXIT.
107600     EXIT.
107700******************************************************************
107800*    2520-ONE-QUARTER - STEP BACK FROM THE QUARTER'S LAST DAY    *
107900*    UNTIL NTH BUSINESS DAYS ARE COUNTED; THE WINDOW RUNS FROM   *
108000*    THE FIRST OF THEM TO THE QUARTER END PLUS DAYS-AFTER        *
108100******************************************************************
108200 2520-ONE-QUARTER.
108300     MOVE CBG-YEAR TO CBG-PD-YYYY.
108400     COMPUTE CBG-PD-MM = CBG-QTR * 3.
108500     PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT.
108600     MOVE CBG-YEAR TO CBG-DN-YYYY.
108700     MOVE CBG-PD-MM TO CBG-DN-MM.
108800     MOVE CBG-PD-DAYS-IN-MONTH TO CBG-DN-DD.
108900     MOVE SPACES TO CBG-DN-DATE.
109000     STRING CBG-DN-YYYY "-" CBG-DN-MM "-" CBG-DN-DD
109100         DELIMITED BY SIZE INTO CBG-DN-DATE.
109200     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
109300     MOVE CBG-DN-DAYNUM TO CBG-QEND-DN.
109400     COMPUTE CBG-WORK-DN = CBG-QEND-DN + 1.
109500     MOVE ZERO TO CBG-BDAY-COUNT.
109600     PERFORM 2530-STEP-BACK-ONE-DAY THRU 2530-EXIT
109700         UNTIL CBG-BDAY-COUNT >= CB-CRL-NTH.
109800     COMPUTE CBG-WIN-START-DN = CBG-WORK-DN - CBG-DAYS-BEFORE.
109900     COMPUTE CBG-WIN-END-DN = CBG-QEND-DN + CBG-DAYS-AFTER.
110000     PERFORM 2400-RULE-WINDOW THRU 2400-EXIT.
110100 2520-EXIT.
110200     EXIT.
110300******************************************************************
110400*    2530-STEP-BACK-ONE-DAY                                      *
110500******************************************************************
110600 2530-STEP-BACK-ONE-DAY.
110700     SUBTRACT 1 FROM CBG-WORK-DN.
110800     MOVE CBG-WORK-DN TO CBG-DN-DAYNUM.
110900     PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT.
111000     IF CBG-DOW > 5
111100         GO TO 2530-EXIT
111200     END-IF.
111300     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
111400     MOVE CBG-DN-DATE TO CBG-FIND-DATE.
111500     PERFORM 2810-FIND-NONPROC THRU 2810-EXIT.
111600     IF CBG-NP-SLOT = ZERO
111700         ADD 1 TO CBG-BDAY-COUNT
111800     END-IF.
111900 2530-EXIT.
112000     EXIT.
112100******************************************************************
112200*    2800-ADD-NONPROC - CBG-NEW-NP-DN INTO THE NON-PROCESSING    *
112300*    TABLE IN DATE ORDER.  A DATE ALREADY THERE IS KEPT ONCE,    *
112400*    WITH A WARNING WHEN A RULE ASKED FOR IT AGAIN.              *
112500******************************************************************
112600 2800-ADD-NONPROC.
112700     MOVE CBG-NEW-NP-DN TO CBG-DN-DAYNUM.
112800     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
112900     MOVE CBG-DN-DATE TO CBG-NEW-NP-DATE.
113000     MOVE CBG-DN-DATE TO CBG-FIND-DATE.
113100     PERFORM 2810-FIND-NONPROC THRU 2810-EXIT.
113200     IF CBG-NP-SLOT > ZERO
113300         IF CBG-FROM-RULE
113400             SET CBG-SEV-WARNING TO TRUE
113500             SET CBG-NP-IDX TO CBG-NP-SLOT
113600             MOVE SPACES TO CBG-MSG-TEXT
113700             STRING CBG-NEW-NP-DATE " ALREADY NON-PROCESSING - "
113800                    CBG-NP-DESC(CBG-NP-IDX)
113900                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
114000             PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
114100         END-IF
114200         GO TO 2800-EXIT
114300     END-IF.
114400     IF CBG-NP-COUNT >= 200
114500         SET CBG-SEV-ERROR TO TRUE
114600         MOVE SPACES TO CBG-MSG-TEXT
114700         STRING "MORE THAN 200 NON-PROCESSING DAYS - "
114800                CBG-NEW-NP-DATE " DROPPED"
114900             DELIMITED BY SIZE INTO CBG-MSG-TEXT
115000         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
115100         GO TO 2800-EXIT
115200     END-IF.
115300     COMPUTE CBG-INS-POS = CBG-NP-COUNT + 1.
115400     PERFORM 2820-FIND-NP-POSITION THRU 2820-EXIT
115500         VARYING CBG-NP-SUB FROM 1 BY 1
115600         UNTIL CBG-NP-SUB > CBG-NP-COUNT
115700            OR CBG-INS-POS <= CBG-NP-COUNT.
115800     PERFORM 2830-SHIFT-NP-UP THRU 2830-EXIT
115900         VARYING CBG-NP-SUB FROM CBG-NP-COUNT BY -1
116000         UNTIL CBG-NP-SUB < CBG-INS-POS.
116100     ADD 1 TO CBG-NP-COUNT.
116200     SET CBG-NP-IDX TO CBG-INS-POS.
116300     MOVE CBG-NEW-NP-DATE TO CBG-NP-DATE(CBG-NP-IDX).
116400     MOVE CBG-NEW-NP-DESC TO CBG-NP-DESC(CBG-NP-IDX).
116500     IF CBG-FROM-RULE
116600         SET CBG-SEV-INFO TO TRUE
116700         MOVE CBG-NEW-NP-DN TO CBG-DN-DAYNUM
116800         PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT
116900         MOVE SPACES TO CBG-MSG-TEXT
117000         STRING "NON-PROC " CBG-NEW-NP-DATE " "
117100                CBG-DAY-NAME(CBG-DOW) "  " CBG-NEW-NP-DESC
117200             DELIMITED BY SIZE INTO CBG-MSG-TEXT
117300         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
117400     END-IF.
117500 2800-EXIT.
117600     EXIT.
117700******************************************************************
117800*    2810-FIND-NONPROC - TABLE SLOT OF CBG-FIND-DATE INTO        *
117900*    CBG-NP-SLOT, ZERO IF IT IS NOT A NON-PROCESSING DAY         *
118000******************************************************************
118100 2810-FIND-NONPROC.
118200     MOVE ZERO TO CBG-NP-SLOT.
118300     PERFORM 2815-MATCH-NONPROC THRU 2815-EXIT
118400         VARYING CBG-NP-SUB FROM 1 BY 1
118500         UNTIL CBG-NP-SUB > CBG-NP-COUNT
118600            OR CBG-NP-SLOT > ZERO.
118700 2810-EXIT.
118800     EXIT.
118900******************************************************************
119000*    2815-MATCH-NONPROC                                          *
119100******************************************************************
119200 2815-MATCH-NONPROC.
119300     IF CBG-NP-DATE(CBG-NP-SUB) = CBG-FIND-DATE
119400         MOVE CBG-NP-SUB TO CBG-NP-SLOT
119500     END-IF.
119600 2815-EXIT.
119700     EXIT.
119800******************************************************************
119900*    2820-FIND-NP-POSITION - FIRST ENTRY DATED AFTER THE NEW ONE *
120000******************************************************************
120100 2820-FIND-NP-POSITION.
120200     IF CBG-NP-DATE(CBG-NP-SUB) > CBG-NEW-NP-DATE
120300         MOVE CBG-NP-SUB TO CBG-INS-POS
120400     END-IF.
120500 2820-EXIT.
120600     EXIT.
120700******************************************************************
120800*    2830-SHIFT-NP-UP                                            *
120900******************************************************************
121000 2830-SHIFT-NP-UP.
121100     MOVE CBG-NP-ENTRY(CBG-NP-SUB)
121200         TO CBG-NP-ENTRY(CBG-NP-SUB + 1).
121300 2830-EXIT.
121400     EXIT.
121500******************************************************************
121600*    2900-ADD-CAL-WINDOW - CBG-NEW-WINDOW INTO THE BANNER        *
121700*    CALENDAR TABLE: START-DATE ORDER, HIGHER PRIORITY FIRST     *
121800*    AMONG EQUAL STARTS                                          *
121900******************************************************************
122000 2900-ADD-CAL-WINDOW.
122100     IF CBG-CAL-COUNT >= 200
122200         SET CBG-SEV-ERROR TO TRUE
122300         MOVE SPACES TO CBG-MSG-TEXT
122400         STRING "MORE THAN 200 CALENDAR ENTRIES - "
122500                CBG-WIN-BANNER " WINDOW DROPPED"
122600             DELIMITED BY SIZE INTO CBG-MSG-TEXT
122700         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
122800         GO TO 2900-EXIT
122900     END-IF.
123000     COMPUTE CBG-INS-POS = CBG-CAL-COUNT + 1.
123100     PERFORM 2910-FIND-CAL-POSITION THRU 2910-EXIT
123200         VARYING CBG-CAL-SUB FROM 1 BY 1
123300         UNTIL CBG-CAL-SUB > CBG-CAL-COUNT
123400            OR CBG-INS-POS <= CBG-CAL-COUNT.
123500     PERFORM 2920-SHIFT-CAL-UP THRU 2920-EXIT
123600         VARYING CBG-CAL-SUB FROM CBG-CAL-COUNT BY -1
123700         UNTIL CBG-CAL-SUB < CBG-INS-POS.
123800     ADD 1 TO CBG-CAL-COUNT.
123900     SET CBG-CAL-IDX TO CBG-INS-POS.
124000     MOVE CBG-WIN-START-DN TO CBG-DN-DAYNUM.
124100     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
124200     MOVE CBG-DN-DATE TO CBG-CAL-START(CBG-CAL-IDX).
124300     MOVE CBG-WIN-END-DN TO CBG-DN-DAYNUM.
124400     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
124500     MOVE CBG-DN-DATE TO CBG-CAL-END(CBG-CAL-IDX).
124600     MOVE CBG-WIN-BANNER TO CBG-CAL-BANNER(CBG-CAL-IDX).
124700     MOVE CBG-WIN-PRIORITY TO CBG-CAL-PRIORITY(CBG-CAL-IDX).
124800     MOVE CBG-WIN-SOURCE TO CBG-CAL-SOURCE(CBG-CAL-IDX).
124900     MOVE CBG-WIN-START-DN TO CBG-CAL-START-DN(CBG-CAL-IDX).
125000     MOVE CBG-WIN-END-DN TO CBG-CAL-END-DN(CBG-CAL-IDX).
125100     IF CBG-FROM-RULE
125200         SET CBG-SEV-INFO TO TRUE
125300         MOVE SPACES TO CBG-MSG-TEXT
125400         STRING "WINDOW   " CBG-CAL-START(CBG-CAL-IDX) " TO "
125500                CBG-CAL-END(CBG-CAL-IDX) "  "
125600                CBG-WIN-BANNER " PRIORITY " CBG-WIN-PRIORITY
125700             DELIMITED BY SIZE INTO CBG-MSG-TEXT
125800         PERFORM 8210-WRITE-RULE-MESSAGE THRU 8210-EXIT
125900     END-IF.
126000 2900-EXIT.
126100     EXIT.
126200******************************************************************
126300*    2910-FIND-CAL-POSITION                                      *
126400******************************************************************
126500 2910-FIND-CAL-POSITION.
126600     SET CBG-CAL-IDX TO CBG-CAL-SUB.
126700     IF CBG-CAL-START-DN(CBG-CAL-IDX) > CBG-WIN-START-DN
126800         MOVE CBG-CAL-SUB TO CBG-INS-POS
126900         GO TO 2910-EXIT
127000     END-IF.
127100     IF CBG-CAL-START-DN(CBG-CAL-IDX) = CBG-WIN-START-DN
127200        AND CBG-CAL-PRIORITY(CBG-CAL-IDX) < CBG-WIN-PRIORITY
127300         MOVE CBG-CAL-SUB TO CBG-INS-POS
127400     END-IF.
127500 2910-EXIT.
127600     EXIT.
127700******************************************************************
127800*    2920-SHIFT-CAL-UP                                           *
127900******************************************************************
128000 2920-SHIFT-CAL-UP.
128100     MOVE CBG-CAL-ENTRY(CBG-CAL-SUB)
128200         TO CBG-CAL-ENTRY(CBG-CAL-SUB + 1).
128300 2920-EXIT.
128400     EXIT.
128500******************************************************************
128600*    3000-CHECK-OVERLAPS - EVERY PAIR OF WINDOWS THAT SHARE A    *
128700*    DAY, AND WHICH ONE COLBOT WILL SHOW.  THE TABLE IS IN START *
128800*    ORDER, SO EACH ENTRY IS ONLY COMPARED WITH THE ONES THAT    *
128900*    START BEFORE IT ENDS.                                       *
129000******************************************************************
129100 3000-CHECK-OVERLAPS.
129200     MOVE "OVERLAPPING WINDOWS" TO CBG-RPT-REC.
129300     PERFORM 8100-START-SECTION THRU 8100-EXIT.
129400     MOVE ZERO TO CBG-REC-NO.
129500     PERFORM 3010-CHECK-ONE-ENTRY THRU 3010-EXIT
129600         VARYING CBG-CAL-SUB FROM 1 BY 1
129700         UNTIL CBG-CAL-SUB > CBG-CAL-COUNT.
129800     IF CBG-REC-NO = ZERO
129900         MOVE "      NONE" TO CBG-RPT-REC
130000         WRITE CBG-RPT-REC
130100     END-IF.
130200 3000-EXIT.
130300     EXIT.
130400******************************************************************
130500*    3010-CHECK-ONE-ENTRY                                        *
130600******************************************************************
130700 3010-CHECK-ONE-ENTRY.
130800     COMPUTE CBG-CAL-SUB2 = CBG-CAL-SUB + 1.
130900     PERFORM 3020-CHECK-ONE-PAIR THRU 3020-EXIT
131000         UNTIL CBG-CAL-SUB2 > CBG-CAL-COUNT.
131100 3010-EXIT.
131200     EXIT.
131300******************************************************************
131400*    3020-CHECK-ONE-PAIR - DIFFERENT BANNERS AT THE SAME         *
131500*    PRIORITY ARE AN ERROR (FILE ORDER WOULD DECIDE); THE SAME   *
131600*    BANNER TWICE IS HARMLESS BUT WORTH TIDYING                  *
131700******************************************************************
131800 3020-CHECK-ONE-PAIR.
131900     IF CBG-CAL-START-DN(CBG-CAL-SUB2)
132000            > CBG-CAL-END-DN(CBG-CAL-SUB)
132100         COMPUTE CBG-CAL-SUB2 = CBG-CAL-COUNT + 1
132200         GO TO 3020-EXIT
132300     END-IF.
132400     ADD 1 TO CBG-REC-NO.
132500     MOVE CBG-CAL-START(CBG-CAL-SUB2) TO CBG-OVL-FROM.
132600     IF CBG-CAL-END-DN(CBG-CAL-SUB2) < CBG-CAL-END-DN(CBG-CAL-SUB)
132700         MOVE CBG-CAL-END(CBG-CAL-SUB2) TO CBG-OVL-TO
132800     ELSE
132900         MOVE CBG-CAL-END(CBG-CAL-SUB) TO CBG-OVL-TO
133000     END-IF.
133100     MOVE SPACES TO CBG-MSG-TEXT.
133200     EVALUATE TRUE
133300         WHEN CBG-CAL-PRIORITY(CBG-CAL-SUB)
133400                  > CBG-CAL-PRIORITY(CBG-CAL-SUB2)
133500             SET CBG-SEV-INFO TO TRUE
133600             STRING CBG-OVL-FROM " TO " CBG-OVL-TO "  "
133700                    CBG-CAL-BANNER(CBG-CAL-SUB) " "
133800                    CBG-CAL-PRIORITY(CBG-CAL-SUB) " OUTRANKS "
133900                    CBG-CAL-BANNER(CBG-CAL-SUB2) " "
134000                    CBG-CAL-PRIORITY(CBG-CAL-SUB2)
134100                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
134200         WHEN CBG-CAL-PRIORITY(CBG-CAL-SUB)
134300                  < CBG-CAL-PRIORITY(CBG-CAL-SUB2)
134400             SET CBG-SEV-INFO TO TRUE
134500             STRING CBG-OVL-FROM " TO " CBG-OVL-TO "  "
134600                    CBG-CAL-BANNER(CBG-CAL-SUB2) " "
134700                    CBG-CAL-PRIORITY(CBG-CAL-SUB2) " OUTRANKS "
134800                    CBG-CAL-BANNER(CBG-CAL-SUB) " "
134900                    CBG-CAL-PRIORITY(CBG-CAL-SUB)
135000                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
135100         WHEN CBG-CAL-BANNER(CBG-CAL-SUB)
135200                  = CBG-CAL-BANNER(CBG-CAL-SUB2)
135300             SET CBG-SEV-WARNING TO TRUE
135400             STRING CBG-OVL-FROM " TO " CBG-OVL-TO "  "
135500                    CBG-CAL-BANNER(CBG-CAL-SUB)
135600                    " WINDOWS OVERLAP - ONE WOULD DO"
135700                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
135800         WHEN OTHER
135900             SET CBG-SEV-ERROR TO TRUE
136000             STRING CBG-OVL-FROM " TO " CBG-OVL-TO "  "
136100                    CBG-CAL-BANNER(CBG-CAL-SUB) " AND "
136200                    CBG-CAL-BANNER(CBG-CAL-SUB2) " BOTH PRIORITY "
136300                    CBG-CAL-PRIORITY(CBG-CAL-SUB) " - A TIE"
136400                 DELIMITED BY SIZE INTO CBG-MSG-TEXT
136500     END-EVALUATE.
136600     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
136700     ADD 1 TO CBG-CAL-SUB2.
136800 3020-EXIT.
136900     EXIT.
137000******************************************************************
137100*    3500-WRITE-BANNER-CAL - WRITE CBCALN AND LIST IT WITH THE   *
137200*    DAYS EACH ENTRY IS ACTUALLY IN FORCE.  AN ENTRY OUTRANKED   *
137300*    ON EVERY DAY IT COVERS WILL NEVER SHOW - THE FAULT THAT HID *
137400*    QTR-END UNDER THE HOLIDAY WINDOW - AND IS A WARNING.        *
137500******************************************************************
137600 3500-WRITE-BANNER-CAL.
137700     MOVE "NEW BANNER CALENDAR (CBCALN)" TO CBG-RPT-REC.
137800     PERFORM 8100-START-SECTION THRU 8100-EXIT.
137900     MOVE SPACES TO CBG-RPT-REC.
138000     STRING "      START       END         BANNER    PRI  "
138100            "DAYS   FROM"
138200         DELIMITED BY SIZE INTO CBG-RPT-REC.
138300     WRITE CBG-RPT-REC.
138400     PERFORM 3510-WRITE-ONE-CAL THRU 3510-EXIT
138500         VARYING CBG-CAL-SUB FROM 1 BY 1
138600         UNTIL CBG-CAL-SUB > CBG-CAL-COUNT.
138700 3500-EXIT.
138800     EXIT.
138900******************************************************************
139000*    3510-WRITE-ONE-CAL                                          *
139100******************************************************************
139200 3510-WRITE-ONE-CAL.
139300     SET CBG-CAL-IDX TO CBG-CAL-SUB.
139400     MOVE CBG-CAL-START(CBG-CAL-IDX) TO CBG-CO-START.
139500     MOVE CBG-CAL-END(CBG-CAL-IDX) TO CBG-CO-END.
139600     MOVE CBG-CAL-BANNER(CBG-CAL-IDX) TO CBG-CO-BANNER.
139700     MOVE CBG-CAL-PRIORITY(CBG-CAL-IDX) TO CBG-CO-PRIORITY.
139800     WRITE CBG-CALN-REC FROM CBG-CAL-OUT.
139900     MOVE ZERO TO CBG-IN-FORCE-DAYS.
140000     PERFORM 3520-COUNT-ONE-DAY THRU 3520-EXIT
140100         VARYING CBG-DAY-DN
140200             FROM CBG-CAL-START-DN(CBG-CAL-IDX) BY 1
140300         UNTIL CBG-DAY-DN > CBG-CAL-END-DN(CBG-CAL-IDX).
140400     MOVE CBG-CAL-START(CBG-CAL-IDX) TO CBG-CD-START.
140500     MOVE CBG-CAL-END(CBG-CAL-IDX) TO CBG-CD-END.
140600     MOVE CBG-CAL-BANNER(CBG-CAL-IDX) TO CBG-CD-BANNER.
140700     MOVE CBG-CAL-PRIORITY(CBG-CAL-IDX) TO CBG-CD-PRIORITY.
140800     MOVE CBG-IN-FORCE-DAYS TO CBG-CD-DAYS.
140900     IF CBG-CAL-SOURCE(CBG-CAL-IDX) = ZERO
141000         MOVE "CARRIED" TO CBG-CD-SOURCE
141100     ELSE
141200         MOVE CBG-CAL-SOURCE(CBG-CAL-IDX) TO CBG-RULE-NO-ED
141300         MOVE SPACES TO CBG-CD-SOURCE
141400         STRING "RULE " CBG-RULE-NO-ED
141500             DELIMITED BY SIZE INTO CBG-CD-SOURCE
141600     END-IF.
141700     WRITE CBG-RPT-REC FROM CBG-CAL-DETAIL.
141800     IF CBG-IN-FORCE-DAYS = ZERO
141900         SET CBG-SEV-WARNING TO TRUE
142000         MOVE SPACES TO CBG-MSG-TEXT
142100         STRING CBG-CAL-BANNER(CBG-CAL-IDX) " "
142200                CBG-CAL-START(CBG-CAL-IDX)
142300                " NEVER SHOWS - OUTRANKED ON EVERY DAY IT COVERS"
142400             DELIMITED BY SIZE INTO CBG-MSG-TEXT
142500         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
142600     END-IF.
142700 3510-EXIT.
142800     EXIT.
142900******************************************************************
143000*    3520-COUNT-ONE-DAY                                          *
143100******************************************************************
143200 3520-COUNT-ONE-DAY.
143300     PERFORM 3600-WINNER-FOR-DAY THRU 3600-EXIT.
143400     IF CBG-WIN-SLOT = CBG-CAL-SUB
143500         ADD 1 TO CBG-IN-FORCE-DAYS
143600     END-IF.
143700 3520-EXIT.
143800     EXIT.
143900******************************************************************
144000*    3600-WINNER-FOR-DAY - THE ENTRY COLBOT WOULD SHOW ON DAY    *
144100*    CBG-DAY-DN, BY THE SAME RULE AS ITS 1050-APPLY-CALENDAR:    *
144200*    HIGHEST PRIORITY, FIRST IN THE FILE AMONG EQUALS.  ZERO     *
144300*    WHEN NO ENTRY COVERS THE DAY.                               *
144400******************************************************************
144500 3600-WINNER-FOR-DAY.
144600     MOVE ZERO TO CBG-WIN-SLOT.
144700     MOVE ZERO TO CBG-BEST-PRIORITY.
144800     PERFORM 3610-TRY-ONE-ENTRY THRU 3610-EXIT
144900         VARYING CBG-CAL-SUB2 FROM 1 BY 1
145000         UNTIL CBG-CAL-SUB2 > CBG-CAL-COUNT.
145100 3600-EXIT.
145200     EXIT.
145300******************************************************************
145400*    3610-TRY-ONE-ENTRY                                          *
145500******************************************************************
145600 3610-TRY-ONE-ENTRY.
145700     IF CBG-CAL-START-DN(CBG-CAL-SUB2) > CBG-DAY-DN
145800        OR CBG-CAL-END-DN(CBG-CAL-SUB2) < CBG-DAY-DN
145900         GO TO 3610-EXIT
146000     END-IF.
146100     IF CBG-WIN-SLOT = ZERO
146200        OR CBG-CAL-PRIORITY(CBG-CAL-SUB2) > CBG-BEST-PRIORITY
146300         MOVE CBG-CAL-SUB2 TO CBG-WIN-SLOT
146400         MOVE CBG-CAL-PRIORITY(CBG-CAL-SUB2) TO CBG-BEST-PRIORITY
146500     END-IF.
146600 3610-EXIT.
146700     EXIT.
146800******************************************************************
146900*    3700-WRITE-NONPROC-CAL - WRITE CBNPCALN AND LIST IT         *
147000******************************************************************
147100 3700-WRITE-NONPROC-CAL.
147200     MOVE "NEW NON-PROCESSING DAY CALENDAR (CBNPCALN)"
147300         TO CBG-RPT-REC.
147400     PERFORM 8100-START-SECTION THRU 8100-EXIT.
147500     PERFORM 3710-WRITE-ONE-NONPROC THRU 3710-EXIT
147600         VARYING CBG-NP-SUB FROM 1 BY 1
147700         UNTIL CBG-NP-SUB > CBG-NP-COUNT.
147800 3700-EXIT.
147900     EXIT.
148000******************************************************************
148100*    3710-WRITE-ONE-NONPROC                                      *
148200******************************************************************
148300 3710-WRITE-ONE-NONPROC.
148400     SET CBG-NP-IDX TO CBG-NP-SUB.
148500     MOVE CBG-NP-DATE(CBG-NP-IDX) TO CBG-NO-DATE.
148600     MOVE CBG-NP-DESC(CBG-NP-IDX) TO CBG-NO-DESC.
148700     WRITE CBG-NPCALN-REC FROM CBG-NP-OUT.
148800     MOVE CBG-NP-DATE(CBG-NP-IDX) TO CBG-DN-DATE.
148900     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
149000     PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT.
149100     MOVE CBG-NP-DATE(CBG-NP-IDX) TO CBG-ND-DATE.
149200     MOVE CBG-DAY-NAME(CBG-DOW) TO CBG-ND-DAY.
149300     MOVE CBG-NP-DESC(CBG-NP-IDX) TO CBG-ND-DESC.
149400     WRITE CBG-RPT-REC FROM CBG-NP-DETAIL.
149500 3710-EXIT.
149600     EXIT.
149700******************************************************************
149800*    4000-REPORT-COVERAGE - WALK EVERY DAY OF THE YEAR: WHICH    *
149900*    BANNER COLBOT WILL SHOW, AND WHETHER IT IS A BUSINESS DAY   *
150000******************************************************************
150100 4000-REPORT-COVERAGE.
150200     MOVE SPACES TO CBG-RPT-REC.
150300     STRING "COVERAGE FOR " CBG-YEAR
150400         DELIMITED BY SIZE INTO CBG-RPT-REC.
150500     PERFORM 8100-START-SECTION THRU 8100-EXIT.
150600     PERFORM 4010-COVER-ONE-DAY THRU 4010-EXIT
150700         VARYING CBG-DAY-DN FROM CBG-YEAR-START-DN BY 1
150800         UNTIL CBG-DAY-DN > CBG-YEAR-END-DN.
150900     MOVE "      BANNER    DAYS SHOWN" TO CBG-RPT-REC.
151000     WRITE CBG-RPT-REC.
151100     PERFORM 4030-WRITE-ONE-TALLY THRU 4030-EXIT
151200         VARYING CBG-TALLY-SUB FROM 1 BY 1
151300         UNTIL CBG-TALLY-SUB > CBG-TALLY-COUNT.
151400     MOVE CBG-DEFAULT-DAYS TO CBG-DAYS-ED.
151500     MOVE SPACES TO CBG-RPT-REC.
151600     STRING "      (NONE)     " CBG-DAYS-ED
151700            "   NO CALENDAR ENTRY - DEFAULT BANNER"
151800         DELIMITED BY SIZE INTO CBG-RPT-REC.
151900     WRITE CBG-RPT-REC.
152000     MOVE CBG-BUSINESS-DAYS TO CBG-COUNT-ED-1.
152100     MOVE CBG-NP-WEEKDAYS TO CBG-COUNT-ED-2.
152200     MOVE CBG-WEEKEND-DAYS TO CBG-COUNT-ED-3.
152300     MOVE SPACES TO CBG-RPT-REC.
152400     WRITE CBG-RPT-REC.
152410     MOVE SPACES TO CBG-RPT-REC.
152500     STRING "      BUSINESS DAYS " CBG-COUNT-ED-1
152600            "   NON-PROCESSING WEEKDAYS " CBG-COUNT-ED-2
152700            "   WEEKEND DAYS " CBG-COUNT-ED-3
152800         DELIMITED BY SIZE INTO CBG-RPT-REC.
152900     WRITE CBG-RPT-REC.
153000 4000-EXIT.
153100     EXIT.
153200******************************************************************
153300*    4010-COVER-ONE-DAY                                          *
153400******************************************************************
153500 4010-COVER-ONE-DAY.
153600     PERFORM 3600-WINNER-FOR-DAY THRU 3600-EXIT.
153700     IF CBG-WIN-SLOT = ZERO
153800         ADD 1 TO CBG-DEFAULT-DAYS
153900     ELSE
154000         PERFORM 4020-TALLY-BANNER THRU 4020-EXIT
154100     END-IF.
154200     MOVE CBG-DAY-DN TO CBG-DN-DAYNUM.
154300     PERFORM 8420-DAY-OF-WEEK THRU 8420-EXIT.
154400     IF CBG-DOW > 5
154500         ADD 1 TO CBG-WEEKEND-DAYS
154600         GO TO 4010-EXIT
154700     END-IF.
154800     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
154900     MOVE CBG-DN-DATE TO CBG-FIND-DATE.
155000     PERFORM 2810-FIND-NONPROC THRU 2810-EXIT.
155100     IF CBG-NP-SLOT = ZERO
155200         ADD 1 TO CBG-BUSINESS-DAYS
155300     ELSE
155400         ADD 1 TO CBG-NP-WEEKDAYS
155500     END-IF.
155600 4010-EXIT.
155700     EXIT.
155800******************************************************************
155900*    4020-TALLY-BANNER - ONE MORE DAY FOR THE WINNING BANNER     *
156000******************************************************************
156100 4020-TALLY-BANNER.
156200     MOVE ZERO TO CBG-TALLY-SLOT.
156300     PERFORM 4025-MATCH-TALLY THRU 4025-EXIT
156400         VARYING CBG-TALLY-SUB FROM 1 BY 1
156500         UNTIL CBG-TALLY-SUB > CBG-TALLY-COUNT
156600            OR CBG-TALLY-SLOT > ZERO.
156700     IF CBG-TALLY-SLOT = ZERO
156800         IF CBG-TALLY-COUNT >= 32
156900             GO TO 4020-EXIT
157000         END-IF
157100         ADD 1 TO CBG-TALLY-COUNT
157200         MOVE CBG-TALLY-COUNT TO CBG-TALLY-SLOT
157300         SET CBG-TALLY-IDX TO CBG-TALLY-SLOT
157400         MOVE CBG-CAL-BANNER(CBG-WIN-SLOT)
157500             TO CBG-TALLY-BANNER(CBG-TALLY-IDX)
157600         MOVE ZERO TO CBG-TALLY-DAYS(CBG-TALLY-IDX)
157700     END-IF.
157800     SET CBG-TALLY-IDX TO CBG-TALLY-SLOT.
157900     ADD 1 TO CBG-TALLY-DAYS(CBG-TALLY-IDX).
158000 4020-EXIT.
158100     EXIT.
158200******************************************************************
158300*    4025-MATCH-TALLY                                            *
158400******************************************************************
158500 4025-MATCH-TALLY.
158600     IF CBG-TALLY-BANNER(CBG-TALLY-SUB)
158700            = CBG-CAL-BANNER(CBG-WIN-SLOT)
158800         MOVE CBG-TALLY-SUB TO CBG-TALLY-SLOT
158900     END-IF.
159000 4025-EXIT.
159100     EXIT.
159200******************************************************************
159300*    4030-WRITE-ONE-TALLY                                        *
159400******************************************************************
159500 4030-WRITE-ONE-TALLY.
159600     SET CBG-TALLY-IDX TO CBG-TALLY-SUB.
159700     MOVE CBG-TALLY-DAYS(CBG-TALLY-IDX) TO CBG-DAYS-ED.
159800     MOVE SPACES TO CBG-RPT-REC.
159900     STRING "      " CBG-TALLY-BANNER(CBG-TALLY-IDX) "   "
160000            CBG-DAYS-ED
160100         DELIMITED BY SIZE INTO CBG-RPT-REC.
160200     WRITE CBG-RPT-REC.
160300 4030-EXIT.
160400     EXIT.
160500******************************************************************
160600*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
160700*    HEADER                                                      *
160800******************************************************************
160900 8000-BUILD-TIMESTAMP.
161000     ACCEPT CBG-CURR-DATE FROM DATE YYYYMMDD.
161100     ACCEPT CBG-CURR-TIME FROM TIME.
161200     MOVE CBG-CURR-DATE(1:4) TO CBG-TS-YYYY.
161300     MOVE CBG-CURR-DATE(5:2) TO CBG-TS-MM.
161400     MOVE CBG-CURR-DATE(7:2) TO CBG-TS-DD.
161500     MOVE CBG-CURR-TIME(1:2) TO CBG-TS-HH.
161600     MOVE CBG-CURR-TIME(3:2) TO CBG-TS-MIN.
161700     MOVE CBG-CURR-TIME(5:2) TO CBG-TS-SEC.
161800     STRING CBG-TS-YYYY "-" CBG-TS-MM "-" CBG-TS-DD "-"
161900            CBG-TS-HH "." CBG-TS-MIN "." CBG-TS-SEC
162000         DELIMITED BY SIZE INTO CBG-TS-FORMATTED.
162100 8000-EXIT.
162200     EXIT.
162300******************************************************************
162400*    8100-START-SECTION - BLANK LINE AND THE HEADING THE CALLER  *
162500*    PUT IN CBG-RPT-REC                                          *
162600******************************************************************
162700 8100-START-SECTION.
162800     MOVE CBG-RPT-REC TO CBG-MSG-TEXT.
162900     MOVE SPACES TO CBG-RPT-REC.
163000     WRITE CBG-RPT-REC.
163100     MOVE CBG-MSG-TEXT TO CBG-RPT-REC.
163200     WRITE CBG-RPT-REC.
163300 8100-EXIT.
163400     EXIT.
163500******************************************************************
163600*    8110-DAYS-IN-MONTH - FOR CBG-PD-MM OF CBG-PD-YYYY           *
163700******************************************************************
163800 8110-DAYS-IN-MONTH.
163900     EVALUATE CBG-PD-MM
164000         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
164100             MOVE 31 TO CBG-PD-DAYS-IN-MONTH
164200         WHEN 4 WHEN 6 WHEN 9 WHEN 11
164300             MOVE 30 TO CBG-PD-DAYS-IN-MONTH
164400         WHEN 2
164500             MOVE 28 TO CBG-PD-DAYS-IN-MONTH
164600             DIVIDE CBG-PD-YYYY BY 4 GIVING CBG-PD-QUOT
164700                 REMAINDER CBG-PD-REM
164800             IF CBG-PD-REM = ZERO
164900                 MOVE 29 TO CBG-PD-DAYS-IN-MONTH
165000                 DIVIDE CBG-PD-YYYY BY 100 GIVING CBG-PD-QUOT
165100                     REMAINDER CBG-PD-REM
165200                 IF CBG-PD-REM = ZERO
165300                     DIVIDE CBG-PD-YYYY BY 400 GIVING CBG-PD-QUOT
165400                         REMAINDER CBG-PD-REM
165500                     IF CBG-PD-REM NOT = ZERO
165600                         MOVE 28 TO CBG-PD-DAYS-IN-MONTH
165700                     END-IF
165800                 END-IF
165900             END-IF
166000         WHEN OTHER
166100             MOVE 31 TO CBG-PD-DAYS-IN-MONTH
166200     END-EVALUATE.
166300 8110-EXIT.
166400     EXIT.
166500******************************************************************
166600*    8200-WRITE-MESSAGE - ONE LINE: SEVERITY AND THE TEXT.       *
166700*    ERRORS SET RC=8, WARNINGS RC=4.                             *
166800******************************************************************
166900 8200-WRITE-MESSAGE.
167000     EVALUATE TRUE
167100         WHEN CBG-SEV-ERROR
167200             MOVE "ERR " TO CBG-MSG-SEVERITY
167300             ADD 1 TO CBG-ERROR-COUNT
167400             IF CBG-RETURN-CODE-WK < 8
167500                 MOVE 8 TO CBG-RETURN-CODE-WK
167600             END-IF
167700         WHEN CBG-SEV-WARNING
167800             MOVE "WARN" TO CBG-MSG-SEVERITY
167900             ADD 1 TO CBG-WARNING-COUNT
168000             IF CBG-RETURN-CODE-WK < 4
168100                 MOVE 4 TO CBG-RETURN-CODE-WK
168200             END-IF
168300         WHEN OTHER
168400             MOVE SPACES TO CBG-MSG-SEVERITY
168500     END-EVALUATE.
168600     WRITE CBG-RPT-REC FROM CBG-MSG-LINE.
168700 8200-EXIT.
168800     EXIT.
168900******************************************************************
169000*    8210-WRITE-RULE-MESSAGE - THE SAME, TAGGED WITH THE RULE    *
169100*    NUMBER (OR THE RECORD NUMBER WHILE CARRYING FORWARD)        *
169200******************************************************************
169300 8210-WRITE-RULE-MESSAGE.
169400     IF CBG-CARRIED
169500         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
169600         GO TO 8210-EXIT
169700     END-IF.
169800     MOVE CBG-RULE-NO TO CBG-RULE-NO-ED.
169900     MOVE CBG-MSG-TEXT TO CBG-RPT-REC.
170000     MOVE SPACES TO CBG-MSG-TEXT.
170100     STRING "RULE " CBG-RULE-NO-ED "  " CBG-RPT-REC
170200         DELIMITED BY SIZE INTO CBG-MSG-TEXT.
170300     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
170400 8210-EXIT.
170500     EXIT.
170600******************************************************************
170700*    8400-DATE-TO-DAYNUM - CBG-DN-DATE (YYYY-MM-DD) AS A DAY     *
170800*    NUMBER IN CBG-DN-DAYNUM.  CBG-DATE-BAD WHEN THE DATE WILL   *
170900*    NOT CONVERT.  EACH DIVISION IS A SEPARATE STEP SO EVERY     *
171000*    QUOTIENT IS TRUNCATED AS THE FORMULA REQUIRES.              *
171100******************************************************************
171200 8400-DATE-TO-DAYNUM.
171300     SET CBG-DATE-BAD TO TRUE.
171400     MOVE ZERO TO CBG-DN-DAYNUM.
171500     IF CBG-DN-DATE(1:4) IS NOT NUMERIC
171600        OR CBG-DN-DATE(5:1) NOT = "-"
171700        OR CBG-DN-DATE(6:2) IS NOT NUMERIC
171800        OR CBG-DN-DATE(8:1) NOT = "-"
171900        OR CBG-DN-DATE(9:2) IS NOT NUMERIC
172000         GO TO 8400-EXIT
172100     END-IF.
172200     MOVE CBG-DN-DATE(1:4) TO CBG-DN-YYYY.
172300     MOVE CBG-DN-DATE(6:2) TO CBG-DN-MM.
172400     MOVE CBG-DN-DATE(9:2) TO CBG-DN-DD.
172500     IF CBG-DN-YYYY < 1900
172600        OR CBG-DN-MM < 1 OR CBG-DN-MM > 12
172700        OR CBG-DN-DD < 1
172800         GO TO 8400-EXIT
172900     END-IF.
173000     MOVE CBG-DN-YYYY TO CBG-PD-YYYY.
173100     MOVE CBG-DN-MM TO CBG-PD-MM.
173200     PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT.
173300     IF CBG-DN-DD > CBG-PD-DAYS-IN-MONTH
173400         GO TO 8400-EXIT
173500     END-IF.
173600     COMPUTE CBG-DN-T = 14 - CBG-DN-MM.
173700     DIVIDE CBG-DN-T BY 12 GIVING CBG-DN-A.
173800     COMPUTE CBG-DN-Y = CBG-DN-YYYY + 4800 - CBG-DN-A.
173900     COMPUTE CBG-DN-M = CBG-DN-MM + 12 * CBG-DN-A - 3.
174000     COMPUTE CBG-DN-DAYNUM = CBG-DN-DD + 365 * CBG-DN-Y - 32045.
174100     COMPUTE CBG-DN-T = 153 * CBG-DN-M + 2.
174200     DIVIDE CBG-DN-T BY 5 GIVING CBG-DN-Q.
174300     ADD CBG-DN-Q TO CBG-DN-DAYNUM.
174400     DIVIDE CBG-DN-Y BY 4 GIVING CBG-DN-Q.
174500     ADD CBG-DN-Q TO CBG-DN-DAYNUM.
174600     DIVIDE CBG-DN-Y BY 100 GIVING CBG-DN-Q.
174700     SUBTRACT CBG-DN-Q FROM CBG-DN-DAYNUM.
174800     DIVIDE CBG-DN-Y BY 400 GIVING CBG-DN-Q.
174900     ADD CBG-DN-Q TO CBG-DN-DAYNUM.
175000     SET CBG-DATE-OK TO TRUE.
175100 8400-EXIT.
175200     EXIT.
175300******************************************************************
175400*    8410-DAYNUM-TO-DATE - CBG-DN-DAYNUM BACK TO YYYY-MM-DD IN   *
175500*    CBG-DN-DATE                                                 *
175600******************************************************************
175700 8410-DAYNUM-TO-DATE.
175800     COMPUTE CBG-DN-L = CBG-DN-DAYNUM + 68569.
175900     COMPUTE CBG-DN-T = 4 * CBG-DN-L.
176000     DIVIDE CBG-DN-T BY 146097 GIVING CBG-DN-N.
176100     COMPUTE CBG-DN-T = 146097 * CBG-DN-N + 3.
176200     DIVIDE CBG-DN-T BY 4 GIVING CBG-DN-Q.
176300     SUBTRACT CBG-DN-Q FROM CBG-DN-L.
176400     COMPUTE CBG-DN-T = 4000 * (CBG-DN-L + 1).
176500     DIVIDE CBG-DN-T BY 1461001 GIVING CBG-DN-I.
176600     COMPUTE CBG-DN-T = 1461 * CBG-DN-I.
176700     DIVIDE CBG-DN-T BY 4 GIVING CBG-DN-Q.
176800     COMPUTE CBG-DN-L = CBG-DN-L - CBG-DN-Q + 31.
176900     COMPUTE CBG-DN-T = 80 * CBG-DN-L.
177000     DIVIDE CBG-DN-T BY 2447 GIVING CBG-DN-J.
177100     COMPUTE CBG-DN-T = 2447 * CBG-DN-J.
177200     DIVIDE CBG-DN-T BY 80 GIVING CBG-DN-Q.
177300     COMPUTE CBG-DN-DD = CBG-DN-L - CBG-DN-Q.
177400     DIVIDE CBG-DN-J BY 11 GIVING CBG-DN-L.
177500     COMPUTE CBG-DN-MM = CBG-DN-J + 2 - 12 * CBG-DN-L.
177600     COMPUTE CBG-DN-YYYY =
177700         100 * (CBG-DN-N - 49) + CBG-DN-I + CBG-DN-L.
177800     MOVE SPACES TO CBG-DN-DATE.
177900     STRING CBG-DN-YYYY "-" CBG-DN-MM "-" CBG-DN-DD
178000         DELIMITED BY SIZE INTO CBG-DN-DATE.
178100 8410-EXIT.
178200     EXIT.
178300******************************************************************
178400*    8420-DAY-OF-WEEK - CBG-DN-DAYNUM'S DAY OF WEEK IN CBG-DOW,  *
178500*    1 MONDAY TO 7 SUNDAY AS CBAUDRPT NUMBERS THEM (DAY NUMBER   *
178600*    ZERO WAS A MONDAY)                                          *
178700******************************************************************
178800 8420-DAY-OF-WEEK.
178900     DIVIDE CBG-DN-DAYNUM BY 7 GIVING CBG-DOW-QUOT
179000         REMAINDER CBG-DOW-REM.
179100     COMPUTE CBG-DOW = CBG-DOW-REM + 1.
179200 8420-EXIT.
179300     EXIT.
179400******************************************************************
179500*    9000-TERMINATE - TRAILER, CLOSE EVERYTHING, ONE CONSOLE     *
179600*    LINE FOR THE SCHEDULER LOG                                  *
179700******************************************************************
179800 9000-TERMINATE.
179900     MOVE CBG-ERROR-COUNT TO CBG-ERROR-COUNT-ED.
180000     MOVE CBG-WARNING-COUNT TO CBG-WARNING-COUNT-ED.
180100     MOVE CBG-CAL-COUNT TO CBG-COUNT-ED-1.
180200     MOVE CBG-NP-COUNT TO CBG-COUNT-ED-2.
180300     IF CBG-CBCALRPT-STATUS = "00"
180400         MOVE SPACES TO CBG-RPT-REC
180500         WRITE CBG-RPT-REC
180600         IF CBG-ERROR-COUNT > ZERO
180700             MOVE "ERRORS FOUND - DO NOT CATALOG CBCALN/CBNPCALN"
180800                 TO CBG-RPT-REC
180900             WRITE CBG-RPT-REC
181000         END-IF
181100         MOVE SPACES TO CBG-RPT-REC
181200         STRING "END OF CBCALGEN REPORT   CBCAL ENTRIES: "
181300                CBG-COUNT-ED-1 "  CBNPCAL DATES: " CBG-COUNT-ED-2
181400             DELIMITED BY SIZE INTO CBG-RPT-REC
181500         WRITE CBG-RPT-REC
181600         MOVE SPACES TO CBG-RPT-REC
181700         STRING "   ERRORS: " CBG-ERROR-COUNT-ED
181800                "  WARNINGS: " CBG-WARNING-COUNT-ED
181900             DELIMITED BY SIZE INTO CBG-RPT-REC
182000         WRITE CBG-RPT-REC
182100         CLOSE CBCALRPT
182200     END-IF.
182300     IF CBG-CBCALN-STATUS = "00"
182400         CLOSE CBCALN
182500     END-IF.
182600     IF CBG-CBNPCALN-STATUS = "00"
182700         CLOSE CBNPCALN
182800     END-IF.
182900     IF CBG-ABORT-REQUESTED
183000        AND CBG-CBCALRUL-STATUS = "00"
183100         CLOSE CBCALRUL
183200     END-IF.
183300     DISPLAY "CBCALGEN: YEAR " CBG-YEAR " CBCAL " CBG-COUNT-ED-1
183400             " CBNPCAL " CBG-COUNT-ED-2 " ERRORS "
183500             CBG-ERROR-COUNT-ED " WARNINGS " CBG-WARNING-COUNT-ED.
183600 9000-EXIT.
183700     EXIT.
