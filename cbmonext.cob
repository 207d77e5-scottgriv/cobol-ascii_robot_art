000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBMONEXT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBMONEXT - DAILY COLBOT EXTRACT FOR ENTERPRISE MONITORING   *
000900*                                                                *
001000*    WRITES ONE DELIMITED INTERFACE FILE (DD CBMONEXT) PER       *
001100*    PROCESSING DATE FOR THE MONITORING DASHBOARD, SO THE        *
001200*    MONITORING SIDE NEVER HAS TO READ THE PRINTED REPORTS.      *
001300*    FIELDS ARE SEPARATED BY "|" WITH TRAILING SPACES DROPPED;   *
001400*    THE FIRST FIELD OF EVERY RECORD IS ITS RECORD TYPE AND THE  *
001500*    SECOND IS THE PROCESSING DATE:                              *
001600*      HDR  INTERFACE NAME, PROCESSING DATE, RUN STAMP, CUTOFF   *
001700*      AUD  ONE PER CBAUDIT FIRING OF THE DATE - STAMP, JOB,     *
001800*           STEP, RC, RERUN FLAG (EMPTY = FIRST FIRING, R =      *
001900*           RERUN MARKED, S = RERUN SKIPPED)                     *
002000*      FLT  ONE PER FLTCTL SUBSYSTEM - GROUP, SUBSYSTEM, BANNER, *
002100*           STATUS (S/F/B), ROOT CAUSE                           *
002200*      EXC  ONE PER CBFLTEXC EXCEPTION - GROUP, SUBSYSTEM,       *
002300*           STATUS, ROOT CAUSE, THEN THE ALERT CBFLTALT ROUTED   *
002400*           IT TO FROM THE ALERT LEDGER (CBALTLDG): SUBSYSTEM    *
002500*           PAGED FOR (THE ROOT CAUSE FOR A BLOCKED ENTRY LISTED *
002600*           UNDER ITS ROOT'S ALERT), ALERT ID, CONTACT, ESC      *
002700*           LEVEL, ESC CONTACT, STATE (OPEN, ACKED, OR NONE WHEN *
002800*           NOTHING WAS PAGED)                                   *
002900*      REC  ONE PER CBAUDRPT SCHEDULE ENTRY - JOB, STEP, WINDOW, *
003000*           OUTCOME, TIME FIRED, WORST RC                        *
003100*      TRL  AUD, FLT, EXC AND REC COUNTS, TOTAL RECORDS WITH     *
003200*           HEADER AND TRAILER, SUM OF FIRING RCS, FAILED AND    *
003300*           BLOCKED SUBSYSTEMS, RECONCILIATION EXCEPTIONS        *
003400*    THE PROCESSING DATE DEFAULTS TO THE CURRENT ONE (CBPDCTL    *
003500*    CUTOFF) AND CAN BE OVERRIDDEN WITH PARM DATE=YYYY-MM-DD.    *
003600*    CBMONEXT IS OPENED OUTPUT AND THE JOB POINTS IT AT THE      *
003700*    DATE'S OWN DATASET, SO A RERUN FOR A DATE REPLACES THAT     *
003800*    DATE'S EXTRACT.  CBAUDRPT MUST BE THE RECONCILIATION OF THE *
003900*    SAME DATE - ONE FOR ANY OTHER DATE IS PASSED OVER.  RC=0    *
004000*    CLEAN; RC=4 AN INPUT WAS MISSING OR CBAUDRPT WAS FOR        *
004100*    ANOTHER DATE (THAT SECTION IS EMPTY, THE TRAILER COUNTS     *
004200*    STILL MATCH THE FILE); RC=16 A FILE WILL NOT OPEN OR THE    *
004300*    DATE= PARM IS INVALID.                                      *
004400*                                                                *
004500*    MOD HISTORY                                                 *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    2026-10-15  RLB  ORIGINAL                                   *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CBAUDIT ASSIGN TO "CBAUDIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CBE-CBAUDIT-STATUS.
005500     SELECT FLTCTL ASSIGN TO "FLTCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CBE-FLTCTL-STATUS.
005800     SELECT CBFLTEXC ASSIGN TO "CBFLTEXC"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CBE-CBFLTEXC-STATUS.
006100     SELECT CBALTLDG ASSIGN TO "CBALTLDG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CBE-CBALTLDG-STATUS.
006400     SELECT CBAUDRPT ASSIGN TO "CBAUDRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CBE-CBAUDRPT-STATUS.
006700     SELECT CBMONEXT ASSIGN TO "CBMONEXT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CBE-CBMONEXT-STATUS.
007000     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS CBE-CBPDCTL-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CBAUDIT
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CBAUDREC.
007800 FD  FLTCTL
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CBFLTREC.
008100 FD  CBFLTEXC
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CBEXCREC.
008400 FD  CBALTLDG
008500     LABEL RECORDS ARE STANDARD.
008600     COPY CBALDREC.
008700 FD  CBAUDRPT
008800     LABEL RECORDS ARE STANDARD.
008900 01  CBE-AUDRPT-REC             PIC X(80).
009000 FD  CBMONEXT
009100     LABEL RECORDS ARE STANDARD.
009200 01  CBE-EXT-REC                PIC X(200).
009300 FD  CBPDCTL
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CBPDCREC.
009600 WORKING-STORAGE SECTION.
009700******************************************************************
009800*    CONTROL SWITCHES                                            *
009900******************************************************************
010000 01  CBE-SWITCHES.
010100     05  CBE-EOF-SW             PIC X(01)  VALUE "N".
010200         88  CBE-INPUT-EOF          VALUE "Y".
010300         88  CBE-INPUT-NOT-EOF      VALUE "N".
010400     05  CBE-ABORT-SW           PIC X(01)  VALUE "N".
010500         88  CBE-ABORT-REQUESTED    VALUE "Y".
010600         88  CBE-NOT-ABORTED        VALUE "N".
010700     05  CBE-FLD-END-SW         PIC X(01)  VALUE "N".
010800         88  CBE-FLD-END-FOUND      VALUE "Y".
010900         88  CBE-FLD-END-NOT-FOUND  VALUE "N".
011000     05  CBE-RPT-SECTION-SW     PIC X(01)  VALUE "N".
011100         88  CBE-IN-RC-SUMMARY      VALUE "Y".
011200         88  CBE-IN-DETAIL          VALUE "N".
011300 01  CBE-CBAUDIT-STATUS         PIC X(02)  VALUE SPACES.
011400 01  CBE-FLTCTL-STATUS          PIC X(02)  VALUE SPACES.
011500 01  CBE-CBFLTEXC-STATUS        PIC X(02)  VALUE SPACES.
011600 01  CBE-CBALTLDG-STATUS        PIC X(02)  VALUE SPACES.
011700 01  CBE-CBAUDRPT-STATUS        PIC X(02)  VALUE SPACES.
011800 01  CBE-CBMONEXT-STATUS        PIC X(02)  VALUE SPACES.
011900 01  CBE-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
012000 77  CBE-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
012100******************************************************************
012200*    PROCESSING DATE - DEFAULTS TO THE CURRENT PROCESSING DATE,  *
012300*    OVERRIDDEN BY PARM DATE=YYYY-MM-DD                          *
012400******************************************************************
012500 01  CBE-EXTRACT-DATE           PIC X(10)  VALUE SPACES.
012600******************************************************************
012700*    ALERT TABLE - THE LEDGER ENTRIES OF THE PROCESSING DATE,    *
012800*    BY SUBSYSTEM PAGED FOR                                      *
012900******************************************************************
013000 01  CBE-ALERT-TABLE.
013100     05  CBE-ALT-COUNT          PIC 9(03)  COMP VALUE ZERO.
013200     05  CBE-ALT-ENTRY OCCURS 200 TIMES
013300                       INDEXED BY CBE-ALT-IDX.
013400         10  CBE-ALT-SUBSYSTEM  PIC X(08).
013500         10  CBE-ALT-ALERT-ID   PIC X(12).
013600         10  CBE-ALT-CONTACT    PIC X(08).
013700         10  CBE-ALT-ESC-LEVEL  PIC 9(01).
013800         10  CBE-ALT-ESC-CONTACT
013900                                PIC X(08).
014000         10  CBE-ALT-STATE      PIC X(01).
014100 77  CBE-ALT-SUB                PIC 9(03)  COMP VALUE ZERO.
014200 77  CBE-ALT-SLOT               PIC 9(03)  COMP VALUE ZERO.
014300 01  CBE-ALT-KEY                PIC X(08)  VALUE SPACES.
014400 01  CBE-CURRENT-GROUP          PIC X(08)  VALUE SPACES.
014500******************************************************************
014600*    CBAUDRPT DETAIL-LINE VIEW - THE COLUMNS OF ITS ONE LINE PER *
014700*    SCHEDULE ENTRY                                              *
014800******************************************************************
014900 01  CBE-AUDRPT-LINE.
015000     05  CBE-ARL-JOB            PIC X(08).
015100     05  FILLER                 PIC X(02).
015200     05  CBE-ARL-STEP           PIC X(08).
015300     05  FILLER                 PIC X(02).
015400     05  CBE-ARL-WINDOW.
015500         10  CBE-ARL-WIN-START  PIC X(04).
015600         10  CBE-ARL-WIN-DASH   PIC X(01).
015700         10  CBE-ARL-WIN-END    PIC X(04).
015800     05  FILLER                 PIC X(02).
015900     05  CBE-ARL-STATUS         PIC X(20).
016000     05  FILLER                 PIC X(02).
016100     05  CBE-ARL-TIME           PIC X(05).
016200     05  FILLER                 PIC X(02).
016300     05  CBE-ARL-RC             PIC X(03).
016400     05  FILLER                 PIC X(17).
016500 01  CBE-AUDRPT-HEADER REDEFINES CBE-AUDRPT-LINE.
016600     05  CBE-ARH-TITLE          PIC X(48).
016700     05  CBE-ARH-DATE           PIC X(10).
016800     05  FILLER                 PIC X(22).
016900 01  CBE-AUDRPT-DATE            PIC X(10)  VALUE SPACES.
017000******************************************************************
017100*    RECORD COUNTS AND CONTROL TOTALS FOR THE TRAILER            *
017200******************************************************************
017300 77  CBE-AUD-COUNT              PIC 9(07)  COMP VALUE ZERO.
017400 77  CBE-FLT-COUNT              PIC 9(07)  COMP VALUE ZERO.
017500 77  CBE-EXC-COUNT              PIC 9(07)  COMP VALUE ZERO.
017600 77  CBE-REC-COUNT              PIC 9(07)  COMP VALUE ZERO.
017700 77  CBE-TOTAL-COUNT            PIC 9(07)  COMP VALUE ZERO.
017800 77  CBE-RC-TOTAL               PIC 9(09)  COMP VALUE ZERO.
017900 77  CBE-FAILED-COUNT           PIC 9(07)  COMP VALUE ZERO.
018000 77  CBE-BLOCKED-COUNT          PIC 9(07)  COMP VALUE ZERO.
018100 77  CBE-REC-EXC-COUNT          PIC 9(07)  COMP VALUE ZERO.
018200 77  CBE-AUD-READ-COUNT         PIC 9(07)  COMP VALUE ZERO.
018300 77  CBE-COUNT-ED               PIC 9(07)  VALUE ZERO.
018400 77  CBE-RC-TOTAL-ED            PIC 9(09)  VALUE ZERO.
018500 77  CBE-AUD-COUNT-ED           PIC 9(07)  VALUE ZERO.
018600 77  CBE-FLT-COUNT-ED           PIC 9(07)  VALUE ZERO.
018700 77  CBE-EXC-COUNT-ED           PIC 9(07)  VALUE ZERO.
018800 77  CBE-REC-COUNT-ED           PIC 9(07)  VALUE ZERO.
018900******************************************************************
019000*    EXTRACT RECORD BUILD - CBE-FLD-VALUE IS APPENDED TO THE     *
019100*    RECORD AT CBE-EXT-PTR, TRAILING SPACES DROPPED              *
019200******************************************************************
019300 01  CBE-REC-TYPE               PIC X(03)  VALUE SPACES.
019400 01  CBE-FLD-VALUE              PIC X(40)  VALUE SPACES.
019500 77  CBE-FLD-LEN                PIC 9(03)  COMP VALUE ZERO.
019600 77  CBE-EXT-PTR                PIC 9(03)  COMP VALUE ZERO.
019700 01  CBE-RC-ED                  PIC 9(03)  VALUE ZERO.
019800 01  CBE-LEVEL-ED               PIC 9(01)  VALUE ZERO.
019900******************************************************************
020000*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
020100*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
020200*    THE BATCH NIGHT IT BELONGS TO                               *
020300******************************************************************
020400 01  CBE-PROCDT-WORK.
020500     05  CBE-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
020600     05  CBE-PD-STAMP           PIC X(19).
020700     05  CBE-PD-HH              PIC 9(02).
020800     05  CBE-PD-MI              PIC 9(02).
020900     05  CBE-PD-HHMM            PIC 9(04).
021000     05  CBE-PD-YYYY            PIC 9(04).
021100     05  CBE-PD-MM              PIC 9(02).
021200     05  CBE-PD-DD              PIC 9(02).
021300     05  CBE-PD-QUOT            PIC 9(04)  COMP.
021400     05  CBE-PD-REM             PIC 9(04)  COMP.
021500     05  CBE-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
021600     05  CBE-PD-DATE            PIC X(10).
021700******************************************************************
021800*    PARM TOKEN WORK AREA                                        *
021900******************************************************************
022000 01  CBE-PARM-TOKENS.
022100     05  CBE-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
022200 77  CBE-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
022300 01  CBE-TOKEN-SPLIT.
022400     05  CBE-TOKEN-KEY          PIC X(10).
022500     05  CBE-TOKEN-VAL          PIC X(10).
022600******************************************************************
022700*    RUN DATE/TIME FOR THE HEADER RECORD AND THE DEFAULT DATE    *
022800******************************************************************
022900 01  CBE-TIMESTAMP-WORK.
023000     05  CBE-CURR-DATE          PIC 9(08).
023100     05  CBE-CURR-TIME          PIC 9(08).
023200     05  CBE-TS-YYYY            PIC 9(04).
023300     05  CBE-TS-MM              PIC 9(02).
023400     05  CBE-TS-DD              PIC 9(02).
023500     05  CBE-TS-HH              PIC 9(02).
023600     05  CBE-TS-MIN             PIC 9(02).
023700     05  CBE-TS-SEC             PIC 9(02).
023800     05  CBE-TS-FORMATTED       PIC X(19).
023900 LINKAGE SECTION.
024000******************************************************************
024100*    CBE-PARM-AREA - OPTIONAL. PRESENT WHEN CBMONEXT RUNS AS THE *
024200*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
024300******************************************************************
024400 01  CBE-PARM-AREA.
024500     05  CBE-PARM-TEXT          PIC X(80).
024600 PROCEDURE DIVISION USING OPTIONAL CBE-PARM-AREA.
024700******************************************************************
024800*    0000-MAINLINE                                               *
024900******************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     IF CBE-NOT-ABORTED
025300         PERFORM 2000-EXTRACT-FIRINGS THRU 2000-EXIT
025400         PERFORM 3000-EXTRACT-FLEET THRU 3000-EXIT
025500         PERFORM 4000-EXTRACT-EXCEPTIONS THRU 4000-EXIT
025600         PERFORM 5000-EXTRACT-RECONCILIATION THRU 5000-EXIT
025700         PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
025800     END-IF.
025900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026000     MOVE CBE-RETURN-CODE-WK TO RETURN-CODE.
026100     GOBACK.
026200******************************************************************
026300*    1000-INITIALIZE - RESOLVE THE PROCESSING DATE, OPEN THE     *
026400*    EXTRACT, LOAD THE NIGHT'S ALERTS, WRITE THE HEADER RECORD   *
026500******************************************************************
026600 1000-INITIALIZE.
026700     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
026800     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
026900     MOVE CBE-TS-FORMATTED TO CBE-PD-STAMP.
027000     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
027100     MOVE CBE-PD-DATE TO CBE-EXTRACT-DATE.
027200     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
027300     IF CBE-EXTRACT-DATE(1:4) IS NOT NUMERIC
027400        OR CBE-EXTRACT-DATE(5:1) NOT = "-"
027500        OR CBE-EXTRACT-DATE(6:2) IS NOT NUMERIC
027600        OR CBE-EXTRACT-DATE(8:1) NOT = "-"
027700        OR CBE-EXTRACT-DATE(9:2) IS NOT NUMERIC
027800         DISPLAY "CBMONEXT: DATE=" CBE-EXTRACT-DATE
027900                 " IS NOT A VALID YYYY-MM-DD"
028000         SET CBE-ABORT-REQUESTED TO TRUE
028100         MOVE 16 TO CBE-RETURN-CODE-WK
028200         GO TO 1000-EXIT
028300     END-IF.
028400     OPEN OUTPUT CBMONEXT.
028500     IF CBE-CBMONEXT-STATUS NOT = "00"
028600         DISPLAY "CBMONEXT: UNABLE TO OPEN CBMONEXT - STATUS "
028700                 CBE-CBMONEXT-STATUS
028800         SET CBE-ABORT-REQUESTED TO TRUE
028900         MOVE 16 TO CBE-RETURN-CODE-WK
029000         GO TO 1000-EXIT
029100     END-IF.
029200     PERFORM 1200-LOAD-ALERTS THRU 1200-EXIT.
029300     IF CBE-ABORT-REQUESTED
029400         GO TO 1000-EXIT
029500     END-IF.
029600     MOVE "HDR" TO CBE-REC-TYPE.
029700     PERFORM 7000-START-RECORD THRU 7000-EXIT.
029800     MOVE "COLBOT-MONITOR" TO CBE-FLD-VALUE.
029900     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
030000     MOVE CBE-TS-FORMATTED TO CBE-FLD-VALUE.
030100     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
030200     MOVE CBE-PD-CUTOFF-HHMM TO CBE-FLD-VALUE.
030300     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
030400     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
030500 1000-EXIT.
030600     EXIT.
030700******************************************************************
030800*    1010-PARSE-PARM - PICK UP DATE=YYYY-MM-DD IF SUPPLIED       *
030900******************************************************************
031000 1010-PARSE-PARM.
031100     IF CBE-PARM-AREA IS OMITTED
031200         GO TO 1010-EXIT
031300     END-IF.
031400     UNSTRING CBE-PARM-TEXT DELIMITED BY ","
031500         INTO CBE-PARM-TOKEN(1) CBE-PARM-TOKEN(2)
031600              CBE-PARM-TOKEN(3) CBE-PARM-TOKEN(4)
031700     END-UNSTRING.
031800     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
031900         VARYING CBE-TOKEN-IDX FROM 1 BY 1
032000         UNTIL CBE-TOKEN-IDX > 4.
032100 1010-EXIT.
032200     EXIT.
032300******************************************************************
032400*    1020-SPLIT-TOKEN                                            *
032500******************************************************************
032600 1020-SPLIT-TOKEN.
032700     IF CBE-PARM-TOKEN(CBE-TOKEN-IDX) = SPACES
032800         GO TO 1020-EXIT
032900     END-IF.
033000     UNSTRING CBE-PARM-TOKEN(CBE-TOKEN-IDX) DELIMITED BY "="
033100         INTO CBE-TOKEN-KEY CBE-TOKEN-VAL
033200     END-UNSTRING.
033300     EVALUATE CBE-TOKEN-KEY
033400         WHEN "DATE"
033500             MOVE CBE-TOKEN-VAL TO CBE-EXTRACT-DATE
033600         WHEN OTHER
033700             CONTINUE
033800     END-EVALUATE.
033900 1020-EXIT.
034000     EXIT.
034100******************************************************************
034200*    1200-LOAD-ALERTS - THE LEDGER ENTRIES OF THE PROCESSING     *
034300*    DATE.  NO CBALTLDG MEANS NO ALERTS HAVE BEEN SENT YET.      *
034400*    CBFLTALT NEVER PAGES ONE SUBSYSTEM TWICE IN A NIGHT, BUT IF *
034500*    THE LEDGER SHOULD HOLD TWO THE LATER ONE WINS.              *
034600******************************************************************
034700 1200-LOAD-ALERTS.
034800     OPEN INPUT CBALTLDG.
034900     IF CBE-CBALTLDG-STATUS = "35"
035000         GO TO 1200-EXIT
035100     END-IF.
035200     IF CBE-CBALTLDG-STATUS NOT = "00"
035300         DISPLAY "CBMONEXT: UNABLE TO OPEN CBALTLDG - STATUS "
035400                 CBE-CBALTLDG-STATUS
035500         SET CBE-ABORT-REQUESTED TO TRUE
035600         MOVE 16 TO CBE-RETURN-CODE-WK
035700         GO TO 1200-EXIT
035800     END-IF.
035900     SET CBE-INPUT-NOT-EOF TO TRUE.
036000     PERFORM 1210-READ-LDG-REC THRU 1210-EXIT.
036100     PERFORM 1220-LOAD-ONE-ALERT THRU 1220-EXIT
036200         UNTIL CBE-INPUT-EOF.
036300     CLOSE CBALTLDG.
036400 1200-EXIT.
036500     EXIT.
036600******************************************************************
036700*    1210-READ-LDG-REC                                           *
036800******************************************************************
036900 1210-READ-LDG-REC.
037000     READ CBALTLDG
037100         AT END SET CBE-INPUT-EOF TO TRUE
037200     END-READ.
037300 1210-EXIT.
037400     EXIT.
037500******************************************************************
037600*    1220-LOAD-ONE-ALERT                                         *
037700******************************************************************
037800 1220-LOAD-ONE-ALERT.
037900     IF CB-ALD-PROC-DATE NOT = CBE-EXTRACT-DATE
038000         GO TO 1220-NEXT
038100     END-IF.
038200     MOVE CB-ALD-SUBSYSTEM TO CBE-ALT-KEY.
038300     PERFORM 1300-FIND-ALERT THRU 1300-EXIT.
038400     IF CBE-ALT-SLOT = ZERO
038500         IF CBE-ALT-COUNT < 200
038600             ADD 1 TO CBE-ALT-COUNT
038700             MOVE CBE-ALT-COUNT TO CBE-ALT-SLOT
038800         ELSE
038900             DISPLAY "CBMONEXT: MORE THAN 200 ALERTS - "
039000                     CB-ALD-ALERT-ID " LEFT OUT"
039100             IF CBE-RETURN-CODE-WK < 4
039200                 MOVE 4 TO CBE-RETURN-CODE-WK
039300             END-IF
039400             GO TO 1220-NEXT
039500         END-IF
039600     END-IF.
039700     SET CBE-ALT-IDX TO CBE-ALT-SLOT.
039800     MOVE CB-ALD-SUBSYSTEM TO CBE-ALT-SUBSYSTEM(CBE-ALT-IDX).
039900     MOVE CB-ALD-ALERT-ID TO CBE-ALT-ALERT-ID(CBE-ALT-IDX).
040000     MOVE CB-ALD-CONTACT TO CBE-ALT-CONTACT(CBE-ALT-IDX).
040100     MOVE CB-ALD-ESC-LEVEL TO CBE-ALT-ESC-LEVEL(CBE-ALT-IDX).
040200     MOVE CB-ALD-ESC-CONTACT TO CBE-ALT-ESC-CONTACT(CBE-ALT-IDX).
040300     MOVE CB-ALD-STATE TO CBE-ALT-STATE(CBE-ALT-IDX).
040400 1220-NEXT.
040500     PERFORM 1210-READ-LDG-REC THRU 1210-EXIT.
040600 1220-EXIT.
040700     EXIT.
040800******************************************************************
040900*    1300-FIND-ALERT - TABLE SLOT OF THE ALERT FOR SUBSYSTEM     *
041000*    CBE-ALT-KEY INTO CBE-ALT-SLOT, ZERO IF NONE                 *
041100******************************************************************
041200 1300-FIND-ALERT.
041300     MOVE ZERO TO CBE-ALT-SLOT.
041400     PERFORM 1310-MATCH-ALERT THRU 1310-EXIT
041500         VARYING CBE-ALT-SUB FROM 1 BY 1
041600         UNTIL CBE-ALT-SUB > CBE-ALT-COUNT
041700            OR CBE-ALT-SLOT > ZERO.
041800 1300-EXIT.
041900     EXIT.
042000******************************************************************
042100*    1310-MATCH-ALERT                                            *
042200******************************************************************
042300 1310-MATCH-ALERT.
042400     SET CBE-ALT-IDX TO CBE-ALT-SUB.
042500     IF CBE-ALT-SUBSYSTEM(CBE-ALT-IDX) = CBE-ALT-KEY
042600         MOVE CBE-ALT-SUB TO CBE-ALT-SLOT
042700     END-IF.
042800 1310-EXIT.
042900     EXIT.
043000******************************************************************
043100*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
043200*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
043300*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
043400******************************************************************
043500 1400-LOAD-PROC-DATE-CTL.
043600     OPEN INPUT CBPDCTL.
043700     IF CBE-CBPDCTL-STATUS = "35"
043800         GO TO 1400-EXIT
043900     END-IF.
044000     IF CBE-CBPDCTL-STATUS NOT = "00"
044100         DISPLAY "CBMONEXT: UNABLE TO OPEN CBPDCTL - STATUS "
044200                 CBE-CBPDCTL-STATUS " - CALENDAR DATES USED"
044300         IF CBE-RETURN-CODE-WK < 4
044400             MOVE 4 TO CBE-RETURN-CODE-WK
044500         END-IF
044600         GO TO 1400-EXIT
044700     END-IF.
044800     READ CBPDCTL
044900         AT END
045000             DISPLAY "CBMONEXT: CBPDCTL IS EMPTY - "
045100                     "CALENDAR DATES USED"
045200     END-READ.
045300     IF CBE-CBPDCTL-STATUS = "00"
045400         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
045500            AND CB-PDC-CUTOFF-HHMM < 2400
045600            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
045700             MOVE CB-PDC-CUTOFF-HHMM TO CBE-PD-CUTOFF-HHMM
045800         ELSE
045900             DISPLAY "CBMONEXT: CBPDCTL CUTOFF "
046000                     CB-PDC-CUTOFF-HHMM " INVALID - "
046100                     "CALENDAR DATES USED"
046200             IF CBE-RETURN-CODE-WK < 4
046300                 MOVE 4 TO CBE-RETURN-CODE-WK
046400             END-IF
046500         END-IF
046600     END-IF.
046700     CLOSE CBPDCTL.
046800 1400-EXIT.
046900     EXIT.
047000******************************************************************
047100*    2000-EXTRACT-FIRINGS - ONE AUD RECORD PER CBAUDIT FIRING    *
047200*    WHOSE STAMP FALLS IN THE PROCESSING DATE'S BATCH NIGHT,     *
047300*    RERUNS AND SKIPPED RERUNS INCLUDED                          *
047400******************************************************************
047500 2000-EXTRACT-FIRINGS.
047600     OPEN INPUT CBAUDIT.
047700     IF CBE-CBAUDIT-STATUS = "35"
047800         DISPLAY "CBMONEXT: NO CBAUDIT - NO FIRINGS EXTRACTED"
047900         IF CBE-RETURN-CODE-WK < 4
048000             MOVE 4 TO CBE-RETURN-CODE-WK
048100         END-IF
048200         GO TO 2000-EXIT
048300     END-IF.
048400     IF CBE-CBAUDIT-STATUS NOT = "00"
048500         DISPLAY "CBMONEXT: UNABLE TO OPEN CBAUDIT - STATUS "
048600                 CBE-CBAUDIT-STATUS
048700         SET CBE-ABORT-REQUESTED TO TRUE
048800         MOVE 16 TO CBE-RETURN-CODE-WK
048900         GO TO 2000-EXIT
049000     END-IF.
049100     SET CBE-INPUT-NOT-EOF TO TRUE.
049200     PERFORM 2010-READ-AUDIT-REC THRU 2010-EXIT.
049300     PERFORM 2100-EXTRACT-ONE-FIRING THRU 2100-EXIT
049400         UNTIL CBE-INPUT-EOF.
049500     CLOSE CBAUDIT.
049600 2000-EXIT.
049700     EXIT.
049800******************************************************************
049900*    2010-READ-AUDIT-REC                                         *
050000******************************************************************
050100 2010-READ-AUDIT-REC.
050200     READ CBAUDIT
050300         AT END SET CBE-INPUT-EOF TO TRUE
050400     END-READ.
050500 2010-EXIT.
050600     EXIT.
050700******************************************************************
050800*    2100-EXTRACT-ONE-FIRING                                     *
050900******************************************************************
051000 2100-EXTRACT-ONE-FIRING.
051100     ADD 1 TO CBE-AUD-READ-COUNT.
051200     MOVE CB-AUD-TIMESTAMP TO CBE-PD-STAMP.
051300     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
051400     IF CBE-PD-DATE NOT = CBE-EXTRACT-DATE
051500         GO TO 2100-NEXT
051600     END-IF.
051700     MOVE "AUD" TO CBE-REC-TYPE.
051800     PERFORM 7000-START-RECORD THRU 7000-EXIT.
051900     MOVE CB-AUD-TIMESTAMP TO CBE-FLD-VALUE.
052000     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
052100     MOVE CB-AUD-JOB-NAME TO CBE-FLD-VALUE.
052200     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
052300     MOVE CB-AUD-STEP-NAME TO CBE-FLD-VALUE.
052400     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
052500     IF CB-AUD-RETURN-CODE IS NUMERIC
052600         MOVE CB-AUD-RETURN-CODE TO CBE-RC-ED
052700         ADD CB-AUD-RETURN-CODE TO CBE-RC-TOTAL
052800     ELSE
052900         MOVE ZERO TO CBE-RC-ED
053000     END-IF.
053100     MOVE CBE-RC-ED TO CBE-FLD-VALUE.
053200     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
053300     MOVE CB-AUD-RERUN-FLAG TO CBE-FLD-VALUE.
053400     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
053500     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
053600     ADD 1 TO CBE-AUD-COUNT.
053700 2100-NEXT.
053800     PERFORM 2010-READ-AUDIT-REC THRU 2010-EXIT.
053900 2100-EXIT.
054000     EXIT.
054100******************************************************************
054200*    3000-EXTRACT-FLEET - ONE FLT RECORD PER FLTCTL SUBSYSTEM,   *
054300*    UNDER THE *GROUP HEADER IT FOLLOWS                          *
054400******************************************************************
054500 3000-EXTRACT-FLEET.
054600     IF CBE-ABORT-REQUESTED
054700         GO TO 3000-EXIT
054800     END-IF.
054900     OPEN INPUT FLTCTL.
055000     IF CBE-FLTCTL-STATUS = "35"
055100         DISPLAY "CBMONEXT: NO FLTCTL - NO FLEET STATUS EXTRACTED"
055200         IF CBE-RETURN-CODE-WK < 4
055300             MOVE 4 TO CBE-RETURN-CODE-WK
055400         END-IF
055500         GO TO 3000-EXIT
055600     END-IF.
055700     IF CBE-FLTCTL-STATUS NOT = "00"
055800         DISPLAY "CBMONEXT: UNABLE TO OPEN FLTCTL - STATUS "
055900                 CBE-FLTCTL-STATUS
056000         SET CBE-ABORT-REQUESTED TO TRUE
056100         MOVE 16 TO CBE-RETURN-CODE-WK
056200         GO TO 3000-EXIT
056300     END-IF.
056400     MOVE SPACES TO CBE-CURRENT-GROUP.
056500     SET CBE-INPUT-NOT-EOF TO TRUE.
056600     PERFORM 3010-READ-FLEET-REC THRU 3010-EXIT.
056700     PERFORM 3100-EXTRACT-ONE-SUBSYSTEM THRU 3100-EXIT
056800         UNTIL CBE-INPUT-EOF.
056900     CLOSE FLTCTL.
057000 3000-EXIT.
057100     EXIT.
057200******************************************************************
057300*    3010-READ-FLEET-REC                                         *
057400******************************************************************
057500 3010-READ-FLEET-REC.
057600     READ FLTCTL
057700         AT END SET CBE-INPUT-EOF TO TRUE
057800     END-READ.
057900 3010-EXIT.
058000     EXIT.
058100******************************************************************
058200*    3100-EXTRACT-ONE-SUBSYSTEM                                  *
058300******************************************************************
058400 3100-EXTRACT-ONE-SUBSYSTEM.
058500     IF CB-FLEET-IS-GROUP-HDR
058600         MOVE CB-FLEET-GROUP-NAME TO CBE-CURRENT-GROUP
058700         GO TO 3100-NEXT
058800     END-IF.
058900     MOVE "FLT" TO CBE-REC-TYPE.
059000     PERFORM 7000-START-RECORD THRU 7000-EXIT.
059100     MOVE CBE-CURRENT-GROUP TO CBE-FLD-VALUE.
059200     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
059300     MOVE CB-FLEET-SUBSYSTEM TO CBE-FLD-VALUE.
059400     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
059500     MOVE CB-FLEET-BANNER-CODE TO CBE-FLD-VALUE.
059600     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
059700     MOVE CB-FLEET-STATUS TO CBE-FLD-VALUE.
059800     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
059900     MOVE CB-FLEET-ROOT-CAUSE TO CBE-FLD-VALUE.
060000     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
060100     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
060200     ADD 1 TO CBE-FLT-COUNT.
060300     IF CB-FLEET-FAILED
060400         ADD 1 TO CBE-FAILED-COUNT
060500     END-IF.
060600     IF CB-FLEET-BLOCKED
060700         ADD 1 TO CBE-BLOCKED-COUNT
060800     END-IF.
060900 3100-NEXT.
061000     PERFORM 3010-READ-FLEET-REC THRU 3010-EXIT.
061100 3100-EXIT.
061200     EXIT.
061300******************************************************************
061400*    4000-EXTRACT-EXCEPTIONS - ONE EXC RECORD PER CBFLTEXC ENTRY *
061500*    WITH THE ALERT CBFLTALT ROUTED IT TO                        *
061600******************************************************************
061700 4000-EXTRACT-EXCEPTIONS.
061800     IF CBE-ABORT-REQUESTED
061900         GO TO 4000-EXIT
062000     END-IF.
062100     OPEN INPUT CBFLTEXC.
062200     IF CBE-CBFLTEXC-STATUS = "35"
062300         DISPLAY "CBMONEXT: NO CBFLTEXC - NO EXCEPTIONS EXTRACTED"
062400         IF CBE-RETURN-CODE-WK < 4
062500             MOVE 4 TO CBE-RETURN-CODE-WK
062600         END-IF
062700         GO TO 4000-EXIT
062800     END-IF.
062900     IF CBE-CBFLTEXC-STATUS NOT = "00"
063000         DISPLAY "CBMONEXT: UNABLE TO OPEN CBFLTEXC - STATUS "
063100                 CBE-CBFLTEXC-STATUS
063200         SET CBE-ABORT-REQUESTED TO TRUE
063300         MOVE 16 TO CBE-RETURN-CODE-WK
063400         GO TO 4000-EXIT
063500     END-IF.
063600     SET CBE-INPUT-NOT-EOF TO TRUE.
063700     PERFORM 4010-READ-EXC-REC THRU 4010-EXIT.
063800     PERFORM 4100-EXTRACT-ONE-EXCEPTION THRU 4100-EXIT
063900         UNTIL CBE-INPUT-EOF.
064000     CLOSE CBFLTEXC.
064100 4000-EXIT.
064200     EXIT.
064300******************************************************************
064400*    4010-READ-EXC-REC                                           *
064500******************************************************************
064600 4010-READ-EXC-REC.
064700     READ CBFLTEXC
064800         AT END SET CBE-INPUT-EOF TO TRUE
064900     END-READ.
065000 4010-EXIT.
065100     EXIT.
065200******************************************************************
065300*    4100-EXTRACT-ONE-EXCEPTION - THE ALERT IS THE SUBSYSTEM'S   *
065400*    OWN.  A BLOCKED SUBSYSTEM WITH NONE OF ITS OWN WAS LISTED   *
065500*    UNDER ITS ROOT CAUSE'S ALERT, SO THAT ONE IS REPORTED.      *
065600******************************************************************
065700 4100-EXTRACT-ONE-EXCEPTION.
065800     MOVE "EXC" TO CBE-REC-TYPE.
065900     PERFORM 7000-START-RECORD THRU 7000-EXIT.
066000     MOVE CB-EXC-GROUP TO CBE-FLD-VALUE.
066100     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
066200     MOVE CB-EXC-SUBSYSTEM TO CBE-FLD-VALUE.
066300     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
066400     MOVE CB-EXC-STATUS TO CBE-FLD-VALUE.
066500     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
066600     MOVE CB-EXC-ROOT-CAUSE TO CBE-FLD-VALUE.
066700     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
066800     MOVE CB-EXC-SUBSYSTEM TO CBE-ALT-KEY.
066900     PERFORM 1300-FIND-ALERT THRU 1300-EXIT.
067000     IF CBE-ALT-SLOT = ZERO
067100        AND CB-EXC-STATUS = "B"
067200        AND CB-EXC-ROOT-CAUSE NOT = SPACES
067300         MOVE CB-EXC-ROOT-CAUSE TO CBE-ALT-KEY
067400         PERFORM 1300-FIND-ALERT THRU 1300-EXIT
067500     END-IF.
067600     IF CBE-ALT-SLOT = ZERO
067700         MOVE SPACES TO CBE-FLD-VALUE
067800         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
067900         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068000         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068100         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068200         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068300         MOVE "NONE" TO CBE-FLD-VALUE
068400         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068500     ELSE
068600         SET CBE-ALT-IDX TO CBE-ALT-SLOT
068700         MOVE CBE-ALT-SUBSYSTEM(CBE-ALT-IDX) TO CBE-FLD-VALUE
068800         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
068900         MOVE CBE-ALT-ALERT-ID(CBE-ALT-IDX) TO CBE-FLD-VALUE
069000         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
069100         MOVE CBE-ALT-CONTACT(CBE-ALT-IDX) TO CBE-FLD-VALUE
069200         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
069300         MOVE CBE-ALT-ESC-LEVEL(CBE-ALT-IDX) TO CBE-LEVEL-ED
069400         MOVE CBE-LEVEL-ED TO CBE-FLD-VALUE
069500         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
069600         MOVE CBE-ALT-ESC-CONTACT(CBE-ALT-IDX) TO CBE-FLD-VALUE
069700         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
069800         IF CBE-ALT-STATE(CBE-ALT-IDX) = "A"
069900             MOVE "ACKED" TO CBE-FLD-VALUE
070000         ELSE
070100             MOVE "OPEN" TO CBE-FLD-VALUE
070200         END-IF
070300         PERFORM 7100-ADD-FIELD THRU 7100-EXIT
070400     END-IF.
070500     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
070600     ADD 1 TO CBE-EXC-COUNT.
070700     PERFORM 4010-READ-EXC-REC THRU 4010-EXIT.
070800 4100-EXIT.
070900     EXIT.
071000******************************************************************
071100*    5000-EXTRACT-RECONCILIATION - ONE REC RECORD PER SCHEDULE   *
071200*    ENTRY LINE OF THE CBAUDRPT RECONCILIATION.  ITS TITLE LINE  *
071300*    MUST NAME THE PROCESSING DATE BEING EXTRACTED; ONE FOR ANY  *
071400*    OTHER DATE IS PASSED OVER WITH RC=4.                        *
071500******************************************************************
071600 5000-EXTRACT-RECONCILIATION.
071700     IF CBE-ABORT-REQUESTED
071800         GO TO 5000-EXIT
071900     END-IF.
072000     OPEN INPUT CBAUDRPT.
072100     IF CBE-CBAUDRPT-STATUS = "35"
072200         DISPLAY "CBMONEXT: NO CBAUDRPT - NO RECONCILIATION "
072300                 "EXTRACTED"
072400         IF CBE-RETURN-CODE-WK < 4
072500             MOVE 4 TO CBE-RETURN-CODE-WK
072600         END-IF
072700         GO TO 5000-EXIT
072800     END-IF.
072900     IF CBE-CBAUDRPT-STATUS NOT = "00"
073000         DISPLAY "CBMONEXT: UNABLE TO OPEN CBAUDRPT - STATUS "
073100                 CBE-CBAUDRPT-STATUS
073200         SET CBE-ABORT-REQUESTED TO TRUE
073300         MOVE 16 TO CBE-RETURN-CODE-WK
073400         GO TO 5000-EXIT
073500     END-IF.
073600     SET CBE-INPUT-NOT-EOF TO TRUE.
073700     PERFORM 5010-READ-AUDRPT-REC THRU 5010-EXIT.
073800     MOVE SPACES TO CBE-AUDRPT-DATE.
073900     IF CBE-INPUT-NOT-EOF
074000        AND CBE-ARH-TITLE =
074100            "COLBOT AUDIT RECONCILIATION FOR PROCESSING DATE "
074200         MOVE CBE-ARH-DATE TO CBE-AUDRPT-DATE
074300     END-IF.
074400     IF CBE-AUDRPT-DATE NOT = CBE-EXTRACT-DATE
074500         DISPLAY "CBMONEXT: CBAUDRPT IS FOR PROCESSING DATE "
074600                 CBE-AUDRPT-DATE " - NO RECONCILIATION EXTRACTED"
074700         IF CBE-RETURN-CODE-WK < 4
074800             MOVE 4 TO CBE-RETURN-CODE-WK
074900         END-IF
075000         SET CBE-INPUT-EOF TO TRUE
075100     END-IF.
075200     SET CBE-IN-DETAIL TO TRUE.
075300     PERFORM 5100-EXTRACT-ONE-ENTRY THRU 5100-EXIT
075400         UNTIL CBE-INPUT-EOF
075500            OR CBE-IN-RC-SUMMARY.
075600     CLOSE CBAUDRPT.
075700 5000-EXIT.
075800     EXIT.
075900******************************************************************
076000*    5010-READ-AUDRPT-REC - READ A REPORT LINE INTO THE          *
076100*    DETAIL-LINE VIEW                                            *
076200******************************************************************
076300 5010-READ-AUDRPT-REC.
076400     READ CBAUDRPT
076500         AT END SET CBE-INPUT-EOF TO TRUE
076600     END-READ.
076700     IF CBE-INPUT-NOT-EOF
076800         MOVE CBE-AUDRPT-REC TO CBE-AUDRPT-LINE
076900     END-IF.
077000 5010-EXIT.
077100     EXIT.
077200******************************************************************
077300*    5100-EXTRACT-ONE-ENTRY - A SCHEDULE ENTRY LINE IS THE ONE   *
077400*    WITH AN HHMM-HHMM WINDOW AND AN OUTCOME.  THE RC SUMMARY    *
077500*    THAT FOLLOWS THE ENTRIES ENDS THE SECTION.                  *
077600******************************************************************
077700 5100-EXTRACT-ONE-ENTRY.
077800     IF CBE-AUDRPT-REC = "RETURN-CODE SUMMARY BY JOB"
077900         SET CBE-IN-RC-SUMMARY TO TRUE
078000         GO TO 5100-EXIT
078100     END-IF.
078200     IF CBE-ARL-WIN-START IS NOT NUMERIC
078300        OR CBE-ARL-WIN-DASH NOT = "-"
078400        OR CBE-ARL-WIN-END IS NOT NUMERIC
078500        OR CBE-ARL-STATUS = SPACES
078600         GO TO 5100-NEXT
078700     END-IF.
078800     MOVE "REC" TO CBE-REC-TYPE.
078900     PERFORM 7000-START-RECORD THRU 7000-EXIT.
079000     MOVE CBE-ARL-JOB TO CBE-FLD-VALUE.
079100     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
079200     MOVE CBE-ARL-STEP TO CBE-FLD-VALUE.
079300     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
079400     MOVE CBE-ARL-WINDOW TO CBE-FLD-VALUE.
079500     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
079600     MOVE CBE-ARL-STATUS TO CBE-FLD-VALUE.
079700     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
079800     MOVE CBE-ARL-TIME TO CBE-FLD-VALUE.
079900     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
080000     MOVE CBE-ARL-RC TO CBE-FLD-VALUE.
080100     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
080200     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
080300     ADD 1 TO CBE-REC-COUNT.
080400     IF CBE-ARL-STATUS = "MISSED ENTIRELY"
080500        OR CBE-ARL-STATUS = "FIRED OUTSIDE WINDOW"
080600         ADD 1 TO CBE-REC-EXC-COUNT
080700     ELSE
080800         IF CBE-ARL-RC IS NUMERIC
080900            AND CBE-ARL-RC NOT < "004"
081000             ADD 1 TO CBE-REC-EXC-COUNT
081100         END-IF
081200     END-IF.
081300 5100-NEXT.
081400     PERFORM 5010-READ-AUDRPT-REC THRU 5010-EXIT.
081500 5100-EXIT.
081600     EXIT.
081700******************************************************************
081800*    6000-WRITE-TRAILER - RECORD COUNTS BY TYPE, TOTAL RECORDS   *
081900*    INCLUDING THE HEADER AND THIS TRAILER, AND THE CONTROL      *
082000*    TOTALS THE RECEIVING SIDE CAN PROVE THE FILE AGAINST        *
082100******************************************************************
082200 6000-WRITE-TRAILER.
082300     IF CBE-ABORT-REQUESTED
082400         GO TO 6000-EXIT
082500     END-IF.
082600     MOVE "TRL" TO CBE-REC-TYPE.
082700     PERFORM 7000-START-RECORD THRU 7000-EXIT.
082800     MOVE CBE-AUD-COUNT TO CBE-COUNT-ED.
082900     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
083000     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
083100     MOVE CBE-FLT-COUNT TO CBE-COUNT-ED.
083200     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
083300     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
083400     MOVE CBE-EXC-COUNT TO CBE-COUNT-ED.
083500     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
083600     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
083700     MOVE CBE-REC-COUNT TO CBE-COUNT-ED.
083800     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
083900     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
084000     COMPUTE CBE-COUNT-ED = CBE-TOTAL-COUNT + 1.
084100     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
084200     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
084300     MOVE CBE-RC-TOTAL TO CBE-RC-TOTAL-ED.
084400     MOVE CBE-RC-TOTAL-ED TO CBE-FLD-VALUE.
084500     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
084600     MOVE CBE-FAILED-COUNT TO CBE-COUNT-ED.
084700     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
084800     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
084900     MOVE CBE-BLOCKED-COUNT TO CBE-COUNT-ED.
085000     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
085100     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
085200     MOVE CBE-REC-EXC-COUNT TO CBE-COUNT-ED.
085300     MOVE CBE-COUNT-ED TO CBE-FLD-VALUE.
085400     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
085500     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
085600 6000-EXIT.
085700     EXIT.
085800******************************************************************
085900*    7000-START-RECORD - RECORD TYPE CBE-REC-TYPE, THEN THE      *
086000*    PROCESSING DATE                                             *
086100******************************************************************
086200 7000-START-RECORD.
086300     MOVE SPACES TO CBE-EXT-REC.
086400     MOVE 1 TO CBE-EXT-PTR.
086500     STRING CBE-REC-TYPE DELIMITED BY SIZE
086600         INTO CBE-EXT-REC WITH POINTER CBE-EXT-PTR.
086700     MOVE CBE-EXTRACT-DATE TO CBE-FLD-VALUE.
086800     PERFORM 7100-ADD-FIELD THRU 7100-EXIT.
086900 7000-EXIT.
087000     EXIT.
087100******************************************************************
087200*    7100-ADD-FIELD - APPEND "|" AND CBE-FLD-VALUE WITHOUT ITS   *
087300*    TRAILING SPACES.  AN ALL-SPACE VALUE IS AN EMPTY FIELD.     *
087400******************************************************************
087500 7100-ADD-FIELD.
087600     MOVE 40 TO CBE-FLD-LEN.
087700     SET CBE-FLD-END-NOT-FOUND TO TRUE.
087800     PERFORM 7110-BACK-OVER-SPACE THRU 7110-EXIT
087900         UNTIL CBE-FLD-LEN = ZERO
088000            OR CBE-FLD-END-FOUND.
088100     STRING "|" DELIMITED BY SIZE
088200         INTO CBE-EXT-REC WITH POINTER CBE-EXT-PTR.
088300     IF CBE-FLD-LEN > ZERO
088400         STRING CBE-FLD-VALUE(1:CBE-FLD-LEN) DELIMITED BY SIZE
088500             INTO CBE-EXT-REC WITH POINTER CBE-EXT-PTR
088600     END-IF.
088700 7100-EXIT.
088800     EXIT.
088900******************************************************************
089000*    7110-BACK-OVER-SPACE                                        *
089100******************************************************************
089200 7110-BACK-OVER-SPACE.
089300     IF CBE-FLD-VALUE(CBE-FLD-LEN:1) = SPACE
089400         SUBTRACT 1 FROM CBE-FLD-LEN
089500     ELSE
089600         SET CBE-FLD-END-FOUND TO TRUE
089700     END-IF.
089800 7110-EXIT.
089900     EXIT.
090000******************************************************************
090100*    7200-WRITE-RECORD                                           *
090200******************************************************************
090300 7200-WRITE-RECORD.
090400     WRITE CBE-EXT-REC.
090500     ADD 1 TO CBE-TOTAL-COUNT.
090600 7200-EXIT.
090700     EXIT.
090800******************************************************************
090900*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE HEADER   *
091000*    RECORD AND THE DEFAULT PROCESSING DATE                      *
091100******************************************************************
091200 8000-BUILD-TIMESTAMP.
091300     ACCEPT CBE-CURR-DATE FROM DATE YYYYMMDD.
091400     ACCEPT CBE-CURR-TIME FROM TIME.
091500     MOVE CBE-CURR-DATE(1:4) TO CBE-TS-YYYY.
091600     MOVE CBE-CURR-DATE(5:2) TO CBE-TS-MM.
091700     MOVE CBE-CURR-DATE(7:2) TO CBE-TS-DD.
091800     MOVE CBE-CURR-TIME(1:2) TO CBE-TS-HH.
091900     MOVE CBE-CURR-TIME(3:2) TO CBE-TS-MIN.
092000     MOVE CBE-CURR-TIME(5:2) TO CBE-TS-SEC.
092100     STRING CBE-TS-YYYY "-" CBE-TS-MM "-" CBE-TS-DD "-"
092200            CBE-TS-HH "." CBE-TS-MIN "." CBE-TS-SEC
092300         DELIMITED BY SIZE INTO CBE-TS-FORMATTED.
092400 8000-EXIT.
092500     EXIT.
092600******************************************************************
092700*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
092800*    CBE-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBE-PD-DATE.  A     *
092900*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
093000*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
093100*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
093200******************************************************************
093300 8100-DERIVE-PROC-DATE.
093400     MOVE CBE-PD-STAMP(1:10) TO CBE-PD-DATE.
093500     IF CBE-PD-CUTOFF-HHMM = ZERO
093600         GO TO 8100-EXIT
093700     END-IF.
093800     IF CBE-PD-STAMP(12:2) IS NOT NUMERIC
093900        OR CBE-PD-STAMP(15:2) IS NOT NUMERIC
094000        OR CBE-PD-STAMP(1:4) IS NOT NUMERIC
094100        OR CBE-PD-STAMP(6:2) IS NOT NUMERIC
094200        OR CBE-PD-STAMP(9:2) IS NOT NUMERIC
094300         GO TO 8100-EXIT
094400     END-IF.
094500     MOVE CBE-PD-STAMP(12:2) TO CBE-PD-HH.
094600     MOVE CBE-PD-STAMP(15:2) TO CBE-PD-MI.
094700     COMPUTE CBE-PD-HHMM = CBE-PD-HH * 100 + CBE-PD-MI.
094800     IF CBE-PD-HHMM NOT < CBE-PD-CUTOFF-HHMM
094900         GO TO 8100-EXIT
095000     END-IF.
095100     MOVE CBE-PD-STAMP(1:4) TO CBE-PD-YYYY.
095200     MOVE CBE-PD-STAMP(6:2) TO CBE-PD-MM.
095300     MOVE CBE-PD-STAMP(9:2) TO CBE-PD-DD.
095400     IF CBE-PD-DD > 1
095500         SUBTRACT 1 FROM CBE-PD-DD
095600     ELSE
095700         IF CBE-PD-MM > 1
095800             SUBTRACT 1 FROM CBE-PD-MM
095900         ELSE
096000             MOVE 12 TO CBE-PD-MM
096100             SUBTRACT 1 FROM CBE-PD-YYYY
096200         END-IF
096300         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
096400         MOVE CBE-PD-DAYS-IN-MONTH TO CBE-PD-DD
096500     END-IF.
096600     STRING CBE-PD-YYYY "-" CBE-PD-MM "-" CBE-PD-DD
096700         DELIMITED BY SIZE INTO CBE-PD-DATE.
096800 8100-EXIT.
096900     EXIT.
097000******************************************************************
097100*    8110-DAYS-IN-MONTH - FOR CBE-PD-MM OF CBE-PD-YYYY           *
097200******************************************************************
097300 8110-DAYS-IN-MONTH.
097400     EVALUATE CBE-PD-MM
097500         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
097600             MOVE 31 TO CBE-PD-DAYS-IN-MONTH
097700         WHEN 4 WHEN 6 WHEN 9 WHEN 11
097800             MOVE 30 TO CBE-PD-DAYS-IN-MONTH
097900         WHEN 2
098000             MOVE 28 TO CBE-PD-DAYS-IN-MONTH
098100             DIVIDE CBE-PD-YYYY BY 4 GIVING CBE-PD-QUOT
098200                 REMAINDER CBE-PD-REM
098300             IF CBE-PD-REM = ZERO
098400                 MOVE 29 TO CBE-PD-DAYS-IN-MONTH
098500                 DIVIDE CBE-PD-YYYY BY 100 GIVING CBE-PD-QUOT
098600                     REMAINDER CBE-PD-REM
098700                 IF CBE-PD-REM = ZERO
098800                     DIVIDE CBE-PD-YYYY BY 400 GIVING CBE-PD-QUOT
098900                         REMAINDER CBE-PD-REM
099000                     IF CBE-PD-REM NOT = ZERO
099100                         MOVE 28 TO CBE-PD-DAYS-IN-MONTH
099200                     END-IF
099300                 END-IF
099400             END-IF
099500         WHEN OTHER
099600             MOVE 31 TO CBE-PD-DAYS-IN-MONTH
099700     END-EVALUATE.
099800 8110-EXIT.
099900     EXIT.
100000******************************************************************
100100*    9000-TERMINATE - CLOSE THE EXTRACT, ONE CONSOLE ACCOUNTING  *
100200*    LINE FOR THE SCHEDULER LOG                                  *
100300******************************************************************
100400 9000-TERMINATE.
100500     IF CBE-CBMONEXT-STATUS = "00"
100600         CLOSE CBMONEXT
100700     END-IF.
100800     IF CBE-NOT-ABORTED
100900         MOVE CBE-AUD-COUNT TO CBE-AUD-COUNT-ED
101000         MOVE CBE-FLT-COUNT TO CBE-FLT-COUNT-ED
101100         MOVE CBE-EXC-COUNT TO CBE-EXC-COUNT-ED
101200         MOVE CBE-REC-COUNT TO CBE-REC-COUNT-ED
101300         DISPLAY "CBMONEXT: PROCESSING DATE " CBE-EXTRACT-DATE
101400                 " AUD " CBE-AUD-COUNT-ED
101500                 " FLT " CBE-FLT-COUNT-ED
101600                 " EXC " CBE-EXC-COUNT-ED
101700                 " REC " CBE-REC-COUNT-ED
101800     END-IF.
101900 9000-EXIT.
102000     EXIT.
