002800*      - AN EVENT FROM A SUBSYSTEM THE MASTER DOES NOT LIST IS   *
002900*        COUNTED AND CALLED OUT - SOMEBODY'S FEED STEP POINTS    *
003000*        AT THE WRONG NAME OR THE MASTER IS BEHIND               *
003100*      - EVERY SUBSYSTEM'S RESULT IS ALSO APPENDED TO THE FLEET  *
003200*        HISTORY (DD CBFLTHST, CBFHSREC LAYOUT) SO THE NIGHT'S   *
003300*        OUTCOME SURVIVES THE NEXT BUILD.  A HISTORY DD THAT     *
003400*        WILL NOT OPEN IS WARNED (RC=4) BUT DOES NOT STOP THE    *
003500*        FLTCTL BUILD THE WALL DEPENDS ON.                       *
003600*      - A SUBSYSTEM THAT NEVER REPORTED BECAUSE A PREDECESSOR   *
003700*        ON THE DEPENDENCY TABLE (DD CBFLTDEP, CBDEPREC LAYOUT)  *
003800*        FAILED IS MARKED B (BLOCKED), NOT F, AND CARRIES THE    *
003900*        FAILED SUBSYSTEM AT THE HEAD OF THE CHAIN AS ITS ROOT   *
004000*        CAUSE, SO ONE FAILURE PAGES ONE TEAM.  NO CBFLTDEP DD   *
004100*        MEANS NO DEPENDENCIES.  PAIRS THAT FORM A LOOP ARE      *
004200*        LISTED ON THE CONSOLE AND NOT APPLIED.                  *
004300*    THE BUILD DATE IS A PROCESSING DATE - AN EVENT STAMPED      *
004400*    BEFORE THE CBPDCTL CUTOFF HOUR BELONGS TO THE PRIOR DAY'S   *
004500*    BATCH NIGHT.  IT DEFAULTS TO THE CURRENT PROCESSING DATE    *
004600*    AND CAN BE OVERRIDDEN WITH PARM DATE=YYYY-MM-DD FOR         *
004700*    MORNING-AFTER OR CATCH-UP BUILDS.                           *
004800*    RC=0 EVERY SUBSYSTEM REPORTED S; RC=4 ANY MARKED            *
004900*    F OR B, NEVER REPORTED, OR UNLISTED EVENT; RC=8 THE         *
005000*    DEPENDENCY TABLE LOOPS; RC=16 A FILE WILL NOT OPEN.         *
005100*                                                                 *
005200*    MOD HISTORY                                                 *
005300*    DATE       INIT  DESCRIPTION                                *
005400*    2026-09-02  RLB  ORIGINAL                                   *
005500*    2026-10-15  RLB  EVENTS MATCHED BY PROCESSING DATE USING    *
005600*                     THE CBPDCTL CUTOFF, NOT CALENDAR DATE      *
005700*    2026-10-15  RLB  EACH NIGHT'S RESULTS APPENDED TO THE       *
005800*                     CBFLTHST FLEET HISTORY                     *
005900*    2026-10-15  RLB  CBFLTDEP DEPENDENCY TABLE: A NON-REPORTING *
006000*                     SUCCESSOR OF A FAILED PREDECESSOR IS       *
006100*                     MARKED B WITH ITS ROOT-CAUSE SUBSYSTEM;    *
006200*                     DEPENDENCY LOOPS REPORTED, NOT APPLIED     *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT FLTMST ASSIGN TO "FLTMST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CBF-FLTMST-STATUS.
007000     SELECT CBFLTEVT ASSIGN TO "CBFLTEVT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS CBF-CBFLTEVT-STATUS.
007300     SELECT FLTCTL ASSIGN TO "FLTCTL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CBF-FLTCTL-STATUS.
007600     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CBF-CBPDCTL-STATUS.
007900     SELECT CBFLTHST ASSIGN TO "CBFLTHST"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS CBF-CBFLTHST-STATUS.
008200     SELECT CBFLTDEP ASSIGN TO "CBFLTDEP"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS CBF-CBFLTDEP-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  FLTMST
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CBFMSREC.
009000 FD  CBFLTEVT
009100     LABEL RECORDS ARE STANDARD.
009200     COPY CBEVTREC.
009300 FD  FLTCTL
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CBFLTREC.
009600 FD  CBPDCTL
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CBPDCREC.
009900 FD  CBFLTHST
010000     LABEL RECORDS ARE STANDARD.
010100     COPY CBFHSREC.
010200 FD  CBFLTDEP
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CBDEPREC.
010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700*    CONTROL SWITCHES                                           *
010800******************************************************************
010900 01  CBF-SWITCHES.
011000     05  CBF-FLTMST-EOF-SW      PIC X(01)  VALUE "N".
011100         88  CBF-FLTMST-EOF         VALUE "Y".
011200         88  CBF-FLTMST-NOT-EOF     VALUE "N".
011300     05  CBF-CBFLTEVT-EOF-SW    PIC X(01)  VALUE "N".
011400         88  CBF-CBFLTEVT-EOF       VALUE "Y".
011500         88  CBF-CBFLTEVT-NOT-EOF   VALUE "N".
011600     05  CBF-CBFLTDEP-EOF-SW    PIC X(01)  VALUE "N".
011700         88  CBF-CBFLTDEP-EOF       VALUE "Y".
011800         88  CBF-CBFLTDEP-NOT-EOF   VALUE "N".
011900     05  CBF-DEP-CHANGED-SW     PIC X(01)  VALUE "N".
012000         88  CBF-DEP-CHANGED        VALUE "Y".
012100         88  CBF-DEP-UNCHANGED      VALUE "N".
012200     05  CBF-DEP-FOUND-SW       PIC X(01)  VALUE "N".
012300         88  CBF-DEP-FOUND          VALUE "Y".
012400         88  CBF-DEP-NOT-FOUND      VALUE "N".
012500     05  CBF-ABORT-SW           PIC X(01)  VALUE "N".
012600         88  CBF-ABORT-REQUESTED    VALUE "Y".
012700         88  CBF-NOT-ABORTED        VALUE "N".
012800 01  CBF-FLTMST-STATUS          PIC X(02)  VALUE SPACES.
012900 01  CBF-CBFLTEVT-STATUS        PIC X(02)  VALUE SPACES.
013000 01  CBF-FLTCTL-STATUS          PIC X(02)  VALUE SPACES.
013100 01  CBF-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
013200 01  CBF-CBFLTHST-STATUS        PIC X(02)  VALUE SPACES.
013300 01  CBF-CBFLTDEP-STATUS        PIC X(02)  VALUE SPACES.
013400 77  CBF-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
013500******************************************************************
013600*    FLEET MASTER TABLE - ONE ENTRY PER SUBSYSTEM, SIZED TO      *
013700*    MATCH COLBOT'S 64-ENTRY FLEET SUMMARY TABLE.  EACH ENTRY    *
013800*    ACCUMULATES WHAT THE EVENT PASS FOUND FOR IT; THE LAST      *
013900*    EVENT OF THE BUILD DATE WINS, MATCHING A RERUN THAT         *
014000*    FINALLY WENT CLEAN.                                         *
014100******************************************************************
014200 01  CBF-FLEET-TABLE.
014300     05  CBF-FLT-COUNT          PIC 9(03)  COMP VALUE ZERO.
014400     05  CBF-FLT-ENTRY OCCURS 64 TIMES
014500                       INDEXED BY CBF-FLT-IDX.
014600         10  CBF-FLT-SUBSYSTEM  PIC X(08).
014700         10  CBF-FLT-BANNER     PIC X(08).
014800         10  CBF-FLT-RPTD-SW    PIC X(01).
014900             88  CBF-FLT-REPORTED   VALUE "Y".
015000         10  CBF-FLT-LAST-RC    PIC 9(03).
015100         10  CBF-FLT-GROUP      PIC X(08).
015200         10  CBF-FLT-BLOCK-SW   PIC X(01).
015300             88  CBF-FLT-BLOCKED    VALUE "Y".
015400         10  CBF-FLT-ROOT       PIC X(08).
015500         10  CBF-FLT-ROOT-SLOT  PIC 9(03)  COMP.
015600 77  CBF-FLT-SUB                PIC 9(03)  COMP VALUE ZERO.
015700 77  CBF-FLT-SLOT               PIC 9(03)  COMP VALUE ZERO.
015800******************************************************************
015900*    DEPENDENCY TABLE - ONE ENTRY PER CBFLTDEP PAIR, WITH BOTH   *
016000*    ENDS RESOLVED TO THEIR FLEET TABLE SLOTS.  THE LIVE SWITCH  *
016100*    IS WORK SPACE FOR THE LOOP CHECK; A PAIR LEFT FLAGGED AS    *
016200*    IN A LOOP IS NEVER APPLIED.                                 *
016300******************************************************************
016400 01  CBF-DEP-TABLE.
016500     05  CBF-DEP-COUNT          PIC 9(03)  COMP VALUE ZERO.
016600     05  CBF-DEP-ENTRY OCCURS 128 TIMES
016700                       INDEXED BY CBF-DEP-IDX.
016800         10  CBF-DEP-PRED       PIC X(08).
016900         10  CBF-DEP-SUCC       PIC X(08).
017000         10  CBF-DEP-PRED-SLOT  PIC 9(03)  COMP.
017100         10  CBF-DEP-SUCC-SLOT  PIC 9(03)  COMP.
017200         10  CBF-DEP-LIVE-SW    PIC X(01).
017300             88  CBF-DEP-LIVE       VALUE "Y".
017400         10  CBF-DEP-LOOP-SW    PIC X(01).
017500             88  CBF-DEP-IN-LOOP    VALUE "Y".
017600 77  CBF-DEP-SUB                PIC 9(03)  COMP VALUE ZERO.
017700 77  CBF-DEP-SUB2               PIC 9(03)  COMP VALUE ZERO.
017800 77  CBF-PRED-SLOT              PIC 9(03)  COMP VALUE ZERO.
017900 77  CBF-SUCC-SLOT              PIC 9(03)  COMP VALUE ZERO.
018000 01  CBF-DEP-MATCH-NAME         PIC X(08)  VALUE SPACES.
018100 01  CBF-PREV-GROUP             PIC X(08)  VALUE LOW-VALUES.
018200******************************************************************
018300*    BUILD DATE - DEFAULTS TO THE CURRENT PROCESSING DATE,       *
018400*    OVERRIDDEN BY PARM DATE=YYYY-MM-DD FOR MORNING-AFTER BUILDS *
018500******************************************************************
018600 01  CBF-BUILD-DATE             PIC X(10)  VALUE SPACES.
018700******************************************************************
018800*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
018900*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
019000*    THE BATCH NIGHT IT BELONGS TO                               *
019100******************************************************************
019200 01  CBF-PROCDT-WORK.
019300     05  CBF-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
019400     05  CBF-PD-STAMP           PIC X(19).
019500     05  CBF-PD-HH              PIC 9(02).
019600     05  CBF-PD-MI              PIC 9(02).
019700     05  CBF-PD-HHMM            PIC 9(04).
019800     05  CBF-PD-YYYY            PIC 9(04).
019900     05  CBF-PD-MM              PIC 9(02).
020000     05  CBF-PD-DD              PIC 9(02).
020100     05  CBF-PD-QUOT            PIC 9(04)  COMP.
020200     05  CBF-PD-REM             PIC 9(04)  COMP.
020300     05  CBF-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
020400     05  CBF-PD-DATE            PIC X(10).
020500******************************************************************
020600*    RUN COUNTS FOR THE CONSOLE ACCOUNTING LINE                  *
020700******************************************************************
020800 77  CBF-EVENT-COUNT            PIC 9(05)  COMP VALUE ZERO.
020900 77  CBF-MATCH-COUNT            PIC 9(05)  COMP VALUE ZERO.
021000 77  CBF-UNLISTED-COUNT         PIC 9(05)  COMP VALUE ZERO.
021100 77  CBF-MARKED-S-COUNT         PIC 9(05)  COMP VALUE ZERO.
021200 77  CBF-MARKED-F-COUNT         PIC 9(05)  COMP VALUE ZERO.
021300 77  CBF-NEVER-COUNT            PIC 9(05)  COMP VALUE ZERO.
021400 77  CBF-HISTORY-COUNT          PIC 9(05)  COMP VALUE ZERO.
021500 77  CBF-MARKED-B-COUNT         PIC 9(05)  COMP VALUE ZERO.
021600 77  CBF-LOOP-COUNT             PIC 9(05)  COMP VALUE ZERO.
021700 77  CBF-EVENT-COUNT-ED         PIC 9(05)  VALUE ZERO.
021800 77  CBF-MATCH-COUNT-ED         PIC 9(05)  VALUE ZERO.
021900 77  CBF-UNLISTED-COUNT-ED      PIC 9(05)  VALUE ZERO.
022000 77  CBF-MARKED-S-COUNT-ED      PIC 9(05)  VALUE ZERO.
022100 77  CBF-MARKED-F-COUNT-ED      PIC 9(05)  VALUE ZERO.
022200 77  CBF-NEVER-COUNT-ED         PIC 9(05)  VALUE ZERO.
022300 77  CBF-HISTORY-COUNT-ED       PIC 9(05)  VALUE ZERO.
022400 77  CBF-MARKED-B-COUNT-ED      PIC 9(05)  VALUE ZERO.
022500 77  CBF-DEP-COUNT-ED           PIC 9(05)  VALUE ZERO.
022600 77  CBF-LOOP-COUNT-ED          PIC 9(05)  VALUE ZERO.
022700******************************************************************
022800*    PARM TOKEN WORK AREA                                       *
022900******************************************************************
023000 01  CBF-PARM-TOKENS.
023100     05  CBF-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
023200 77  CBF-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
023300 01  CBF-TOKEN-SPLIT.
023400     05  CBF-TOKEN-KEY          PIC X(10).
023500     05  CBF-TOKEN-VAL          PIC X(10).
023600******************************************************************
023700*    RUN DATE/TIME FOR THE DEFAULT BUILD DATE                    *
023800******************************************************************
023900 01  CBF-TIMESTAMP-WORK.
024000     05  CBF-CURR-DATE          PIC 9(08).
024100     05  CBF-CURR-TIME          PIC 9(08).
024200     05  CBF-TS-YYYY            PIC 9(04).
024300     05  CBF-TS-MM              PIC 9(02).
024400     05  CBF-TS-DD              PIC 9(02).
024500     05  CBF-TS-HH              PIC 9(02).
024600     05  CBF-TS-MIN             PIC 9(02).
024700     05  CBF-TS-SEC             PIC 9(02).
024800     05  CBF-TS-FORMATTED       PIC X(19).
024900 LINKAGE SECTION.
025000******************************************************************
025100*    CBF-PARM-AREA - OPTIONAL. PRESENT WHEN CBFLTBLD RUNS AS THE *
025200*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
025300******************************************************************
025400 01  CBF-PARM-AREA.
025500     05  CBF-PARM-TEXT          PIC X(80).
025600 PROCEDURE DIVISION USING OPTIONAL CBF-PARM-AREA.
025700******************************************************************
025800*    0000-MAINLINE                                              *
025900******************************************************************
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     IF CBF-NOT-ABORTED
026300         PERFORM 2000-MATCH-ONE-EVENT THRU 2000-EXIT
026400             UNTIL CBF-CBFLTEVT-EOF
026500         PERFORM 2500-APPLY-DEPENDENCIES THRU 2500-EXIT
026600         PERFORM 3000-WRITE-FLTCTL THRU 3000-EXIT
026700     END-IF.
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026900     MOVE CBF-RETURN-CODE-WK TO RETURN-CODE.
027000     GOBACK.
027100******************************************************************
027200*    1000-INITIALIZE - RESOLVE THE BUILD DATE, OPEN THE FILES,   *
027300*    LOAD THE FLEET MASTER TABLE AND THE DEPENDENCY TABLE, PRIME *
027400*    THE EVENT READ                                              *
027500******************************************************************
027600 1000-INITIALIZE.
027700     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
027800     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
027900     MOVE CBF-TS-FORMATTED TO CBF-PD-STAMP.
028000     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
028100     MOVE CBF-PD-DATE TO CBF-BUILD-DATE.
028200     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
028300     OPEN INPUT FLTMST.
028400     IF CBF-FLTMST-STATUS NOT = "00"
028500         DISPLAY "CBFLTBLD: UNABLE TO OPEN FLTMST - STATUS "
028600                 CBF-FLTMST-STATUS
028700         SET CBF-ABORT-REQUESTED TO TRUE
028800         MOVE 16 TO CBF-RETURN-CODE-WK
028900         GO TO 1000-EXIT
029000     END-IF.
029100     OPEN INPUT CBFLTEVT.
029200     IF CBF-CBFLTEVT-STATUS NOT = "00"
029300         DISPLAY "CBFLTBLD: UNABLE TO OPEN CBFLTEVT - STATUS "
029400                 CBF-CBFLTEVT-STATUS
029500         SET CBF-ABORT-REQUESTED TO TRUE
029600         MOVE 16 TO CBF-RETURN-CODE-WK
029700         GO TO 1000-EXIT
029800     END-IF.
029900     OPEN OUTPUT FLTCTL.
030000     IF CBF-FLTCTL-STATUS NOT = "00"
030100         DISPLAY "CBFLTBLD: UNABLE TO OPEN FLTCTL - STATUS "
030200                 CBF-FLTCTL-STATUS
030300         SET CBF-ABORT-REQUESTED TO TRUE
030400         MOVE 16 TO CBF-RETURN-CODE-WK
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN EXTEND CBFLTHST.
030800     IF CBF-CBFLTHST-STATUS = "35"
030900         OPEN OUTPUT CBFLTHST
031000     END-IF.
031100     IF CBF-CBFLTHST-STATUS NOT = "00"
031200         DISPLAY "CBFLTBLD: UNABLE TO OPEN CBFLTHST - STATUS "
031300                 CBF-CBFLTHST-STATUS " - NO HISTORY WRITTEN"
031400         IF CBF-RETURN-CODE-WK < 4
031500             MOVE 4 TO CBF-RETURN-CODE-WK
031600         END-IF
031700     END-IF.
031800     SET CBF-FLTMST-NOT-EOF TO TRUE.
031900     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
032000     PERFORM 1110-LOAD-ONE-MST THRU 1110-EXIT
032100         UNTIL CBF-FLTMST-EOF.
032200     PERFORM 1500-LOAD-DEPENDENCIES THRU 1500-EXIT.
032300     SET CBF-CBFLTEVT-NOT-EOF TO TRUE.
032400     PERFORM 1200-READ-EVT-REC THRU 1200-EXIT.
032500 1000-EXIT.
032600     EXIT.
032700******************************************************************
032800*    1010-PARSE-PARM - PICK UP DATE=YYYY-MM-DD IF SUPPLIED       *
032900******************************************************************
033000 1010-PARSE-PARM.
033100     IF CBF-PARM-AREA IS OMITTED
033200         GO TO 1010-EXIT
033300     END-IF.
033400     UNSTRING CBF-PARM-TEXT DELIMITED BY ","
033500         INTO CBF-PARM-TOKEN(1) CBF-PARM-TOKEN(2)
033600              CBF-PARM-TOKEN(3) CBF-PARM-TOKEN(4)
033700     END-UNSTRING.
033800     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
033900         VARYING CBF-TOKEN-IDX FROM 1 BY 1
034000         UNTIL CBF-TOKEN-IDX > 4.
034100 1010-EXIT.
034200     EXIT.
034300******************************************************************
034400*    1020-SPLIT-TOKEN                                           *
034500******************************************************************
034600 1020-SPLIT-TOKEN.
034700     IF CBF-PARM-TOKEN(CBF-TOKEN-IDX) = SPACES
034800         GO TO 1020-EXIT
034900     END-IF.
035000     UNSTRING CBF-PARM-TOKEN(CBF-TOKEN-IDX) DELIMITED BY "="
035100         INTO CBF-TOKEN-KEY CBF-TOKEN-VAL
035200     END-UNSTRING.
035300     EVALUATE CBF-TOKEN-KEY
035400         WHEN "DATE"
035500             MOVE CBF-TOKEN-VAL TO CBF-BUILD-DATE
035600         WHEN OTHER
035700             CONTINUE
035800     END-EVALUATE.
035900 1020-EXIT.
036000     EXIT.
036100******************************************************************
036200*    1100-READ-MST-REC - READ-AHEAD FOR THE MASTER LOAD          *
036300******************************************************************
036400 1100-READ-MST-REC.
036500     READ FLTMST
036600         AT END SET CBF-FLTMST-EOF TO TRUE
036700     END-READ.
036800 1100-EXIT.
036900     EXIT.
037000******************************************************************
037100*    1110-LOAD-ONE-MST - A MASTER LARGER THAN THE TABLE CANNOT   *
037200*    ALL BE BUILT; COLBOT'S OWN FLEET SUMMARY STOPS AT 64 TOO,   *
037300*    SO THE OVERFLOW IS CALLED OUT AND THE EXTRAS DROPPED        *
037400******************************************************************
037500 1110-LOAD-ONE-MST.
037600     IF CBF-FLT-COUNT >= 64
037700         DISPLAY "CBFLTBLD: MORE THAN 64 FLTMST ENTRIES - "
037800                 "EXTRA ENTRIES IGNORED"
037900         IF CBF-RETURN-CODE-WK < 4
038000             MOVE 4 TO CBF-RETURN-CODE-WK
038100         END-IF
038200         SET CBF-FLTMST-EOF TO TRUE
038300         GO TO 1110-EXIT
038400     END-IF.
038500     ADD 1 TO CBF-FLT-COUNT.
038600     SET CBF-FLT-IDX TO CBF-FLT-COUNT.
038700     MOVE CB-FMS-SUBSYSTEM TO CBF-FLT-SUBSYSTEM(CBF-FLT-IDX).
038800     MOVE CB-FMS-BANNER-CODE TO CBF-FLT-BANNER(CBF-FLT-IDX).
038900     MOVE "N" TO CBF-FLT-RPTD-SW(CBF-FLT-IDX).
039000     MOVE CB-FMS-GROUP TO CBF-FLT-GROUP(CBF-FLT-IDX).
039100     MOVE ZERO TO CBF-FLT-LAST-RC(CBF-FLT-IDX).
039200     MOVE "N" TO CBF-FLT-BLOCK-SW(CBF-FLT-IDX).
039300     MOVE SPACES TO CBF-FLT-ROOT(CBF-FLT-IDX).
039400     MOVE ZERO TO CBF-FLT-ROOT-SLOT(CBF-FLT-IDX).
039500     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
039600 1110-EXIT.
039700     EXIT.
039800******************************************************************
039900*    1200-READ-EVT-REC - READ-AHEAD FOR THE EVENT MATCH LOOP     *
040000******************************************************************
040100 1200-READ-EVT-REC.
040200     READ CBFLTEVT
040300         AT END SET CBF-CBFLTEVT-EOF TO TRUE
040400     END-READ.
040500     IF CBF-CBFLTEVT-NOT-EOF
040600         ADD 1 TO CBF-EVENT-COUNT
040700     END-IF.
040800 1200-EXIT.
040900     EXIT.
041000******************************************************************
041100*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
041200*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
041300*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
041400******************************************************************
041500 1400-LOAD-PROC-DATE-CTL.
041600     OPEN INPUT CBPDCTL.
041700     IF CBF-CBPDCTL-STATUS = "35"
041800         GO TO 1400-EXIT
041900     END-IF.
042000     IF CBF-CBPDCTL-STATUS NOT = "00"
042100         DISPLAY "CBFLTBLD: UNABLE TO OPEN CBPDCTL - STATUS "
042200                 CBF-CBPDCTL-STATUS " - CALENDAR DATES USED"
042300         IF CBF-RETURN-CODE-WK < 4
042400             MOVE 4 TO CBF-RETURN-CODE-WK
042500         END-IF
042600         GO TO 1400-EXIT
042700     END-IF.
042800     READ CBPDCTL
042900         AT END
043000             DISPLAY "CBFLTBLD: CBPDCTL IS EMPTY - "
043100                     "CALENDAR DATES USED"
043200     END-READ.
043300     IF CBF-CBPDCTL-STATUS = "00"
043400         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
043500            AND CB-PDC-CUTOFF-HHMM < 2400
043600            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
043700             MOVE CB-PDC-CUTOFF-HHMM TO CBF-PD-CUTOFF-HHMM
043800         ELSE
043900             DISPLAY "CBFLTBLD: CBPDCTL CUTOFF "
044000                     CB-PDC-CUTOFF-HHMM " INVALID - "
044100                     "CALENDAR DATES USED"
044200             IF CBF-RETURN-CODE-WK < 4
044300                 MOVE 4 TO CBF-RETURN-CODE-WK
044400             END-IF
044500         END-IF
044600     END-IF.
044700     CLOSE CBPDCTL.
044800 1400-EXIT.
044900     EXIT.
045000******************************************************************
045100*    1500-LOAD-DEPENDENCIES - LOAD CBFLTDEP AND CHECK IT FOR     *
045200*    LOOPS.  A SHOP WITHOUT THE DATASET HAS NO DEPENDENCIES AND  *
045300*    EVERY NON-REPORTER IS SIMPLY F, AS IT ALWAYS WAS.           *
045400******************************************************************
045500 1500-LOAD-DEPENDENCIES.
045600     OPEN INPUT CBFLTDEP.
045700     IF CBF-CBFLTDEP-STATUS = "35"
045800         GO TO 1500-EXIT
045900     END-IF.
046000     IF CBF-CBFLTDEP-STATUS NOT = "00"
046100         DISPLAY "CBFLTBLD: UNABLE TO OPEN CBFLTDEP - STATUS "
046200                 CBF-CBFLTDEP-STATUS " - NO DEPENDENCIES APPLIED"
046300         IF CBF-RETURN-CODE-WK < 4
046400             MOVE 4 TO CBF-RETURN-CODE-WK
046500         END-IF
046600         GO TO 1500-EXIT
046700     END-IF.
046800     SET CBF-CBFLTDEP-NOT-EOF TO TRUE.
046900     PERFORM 1510-READ-DEP-REC THRU 1510-EXIT.
047000     PERFORM 1520-LOAD-ONE-DEP THRU 1520-EXIT
047100         UNTIL CBF-CBFLTDEP-EOF.
047200     CLOSE CBFLTDEP.
047300     PERFORM 1600-CHECK-DEP-LOOPS THRU 1600-EXIT.
047400 1500-EXIT.
047500     EXIT.
047600******************************************************************
047700*    1510-READ-DEP-REC - READ-AHEAD FOR THE DEPENDENCY LOAD      *
047800******************************************************************
047900 1510-READ-DEP-REC.
048000     READ CBFLTDEP
048100         AT END SET CBF-CBFLTDEP-EOF TO TRUE
048200     END-READ.
048300 1510-EXIT.
048400     EXIT.
048500******************************************************************
048600*    1520-LOAD-ONE-DEP - BOTH ENDS OF A PAIR MUST BE ON THE      *
048700*    MASTER; A PAIR NAMING AN UNKNOWN SUBSYSTEM IS CALLED OUT    *
048800*    AND DROPPED                                                 *
048900******************************************************************
049000 1520-LOAD-ONE-DEP.
049100     IF CB-DEP-PREDECESSOR = SPACES
049200        AND CB-DEP-SUCCESSOR = SPACES
049300         GO TO 1520-NEXT
049400     END-IF.
049500     IF CBF-DEP-COUNT >= 128
049600         DISPLAY "CBFLTBLD: MORE THAN 128 CBFLTDEP ENTRIES - "
049700                 "EXTRA ENTRIES IGNORED"
049800         IF CBF-RETURN-CODE-WK < 4
049900             MOVE 4 TO CBF-RETURN-CODE-WK
050000         END-IF
050100         SET CBF-CBFLTDEP-EOF TO TRUE
050200         GO TO 1520-EXIT
050300     END-IF.
050400     MOVE CB-DEP-PREDECESSOR TO CBF-DEP-MATCH-NAME.
050500     PERFORM 1530-FIND-MASTER-SLOT THRU 1530-EXIT.
050600     MOVE CBF-FLT-SLOT TO CBF-PRED-SLOT.
050700     MOVE CB-DEP-SUCCESSOR TO CBF-DEP-MATCH-NAME.
050800     PERFORM 1530-FIND-MASTER-SLOT THRU 1530-EXIT.
050900     MOVE CBF-FLT-SLOT TO CBF-SUCC-SLOT.
051000     IF CBF-PRED-SLOT = ZERO OR CBF-SUCC-SLOT = ZERO
051100         DISPLAY "CBFLTBLD: DEPENDENCY " CB-DEP-PREDECESSOR
051200                 " -> " CB-DEP-SUCCESSOR
051300                 " NAMES A SUBSYSTEM NOT ON FLTMST - IGNORED"
051400         IF CBF-RETURN-CODE-WK < 4
051500             MOVE 4 TO CBF-RETURN-CODE-WK
051600         END-IF
051700         GO TO 1520-NEXT
051800     END-IF.
051900     ADD 1 TO CBF-DEP-COUNT.
052000     SET CBF-DEP-IDX TO CBF-DEP-COUNT.
052100     MOVE CB-DEP-PREDECESSOR TO CBF-DEP-PRED(CBF-DEP-IDX).
052200     MOVE CB-DEP-SUCCESSOR TO CBF-DEP-SUCC(CBF-DEP-IDX).
052300     MOVE CBF-PRED-SLOT TO CBF-DEP-PRED-SLOT(CBF-DEP-IDX).
052400     MOVE CBF-SUCC-SLOT TO CBF-DEP-SUCC-SLOT(CBF-DEP-IDX).
052500     MOVE "Y" TO CBF-DEP-LIVE-SW(CBF-DEP-IDX).
052600     MOVE "N" TO CBF-DEP-LOOP-SW(CBF-DEP-IDX).
052700 1520-NEXT.
052800     PERFORM 1510-READ-DEP-REC THRU 1510-EXIT.
052900 1520-EXIT.
053000     EXIT.
053100******************************************************************
053200*    1530-FIND-MASTER-SLOT - FLEET TABLE SLOT OF THE SUBSYSTEM   *
053300*    IN CBF-DEP-MATCH-NAME INTO CBF-FLT-SLOT, ZERO IF NOT LISTED *
053400******************************************************************
053500 1530-FIND-MASTER-SLOT.
053600     MOVE ZERO TO CBF-FLT-SLOT.
053700     PERFORM 1540-MATCH-MASTER-NAME THRU 1540-EXIT
053800         VARYING CBF-FLT-SUB FROM 1 BY 1
053900         UNTIL CBF-FLT-SUB > CBF-FLT-COUNT.
054000 1530-EXIT.
054100     EXIT.
054200******************************************************************
054300*    1540-MATCH-MASTER-NAME                                      *
054400******************************************************************
054500 1540-MATCH-MASTER-NAME.
054600     SET CBF-FLT-IDX TO CBF-FLT-SUB.
054700     IF CBF-FLT-SUBSYSTEM(CBF-FLT-IDX) = CBF-DEP-MATCH-NAME
054800         MOVE CBF-FLT-SUB TO CBF-FLT-SLOT
054900     END-IF.
055000 1540-EXIT.
055100     EXIT.
055200******************************************************************
055300*    1600-CHECK-DEP-LOOPS - PEEL OFF EVERY PAIR WHOSE            *
055400*    PREDECESSOR NOTHING FEEDS, OVER AND OVER, THEN EVERY PAIR   *
055500*    WHOSE SUCCESSOR FEEDS NOTHING.  WHATEVER SURVIVES BOTH      *
055600*    SWEEPS GOES ROUND IN A CIRCLE: EACH SUCH PAIR IS LISTED,    *
055700*    FLAGGED SO IT IS NEVER APPLIED, AND THE BUILD ENDS RC=8 SO  *
055800*    THE TABLE GETS FIXED.                                       *
055900******************************************************************
056000 1600-CHECK-DEP-LOOPS.
056100     SET CBF-DEP-CHANGED TO TRUE.
056200     PERFORM 1610-PRUNE-SOURCE-PASS THRU 1610-EXIT
056300         UNTIL CBF-DEP-UNCHANGED.
056400     SET CBF-DEP-CHANGED TO TRUE.
056500     PERFORM 1640-PRUNE-SINK-PASS THRU 1640-EXIT
056600         UNTIL CBF-DEP-UNCHANGED.
056700     PERFORM 1670-FLAG-LOOP-PAIR THRU 1670-EXIT
056800         VARYING CBF-DEP-SUB FROM 1 BY 1
056900         UNTIL CBF-DEP-SUB > CBF-DEP-COUNT.
057000     IF CBF-LOOP-COUNT > ZERO
057100         MOVE CBF-LOOP-COUNT TO CBF-LOOP-COUNT-ED
057200         DISPLAY "CBFLTBLD: CBFLTDEP HAS A DEPENDENCY LOOP - "
057300                 CBF-LOOP-COUNT-ED " PAIRS NOT APPLIED"
057400         IF CBF-RETURN-CODE-WK < 8
057500             MOVE 8 TO CBF-RETURN-CODE-WK
057600         END-IF
057700     END-IF.
057800 1600-EXIT.
057900     EXIT.
058000******************************************************************
058100*    1610-PRUNE-SOURCE-PASS - ONE SWEEP OF THE LIVE PAIRS        *
058200******************************************************************
058300 1610-PRUNE-SOURCE-PASS.
058400     SET CBF-DEP-UNCHANGED TO TRUE.
058500     PERFORM 1620-PRUNE-ONE-SOURCE THRU 1620-EXIT
058600         VARYING CBF-DEP-SUB FROM 1 BY 1
058700         UNTIL CBF-DEP-SUB > CBF-DEP-COUNT.
058800 1610-EXIT.
058900     EXIT.
059000******************************************************************
059100*    1620-PRUNE-ONE-SOURCE - DROP THE PAIR IF NO LIVE PAIR HAS   *
059200*    ITS PREDECESSOR AS A SUCCESSOR                              *
059300******************************************************************
059400 1620-PRUNE-ONE-SOURCE.
059500     IF NOT CBF-DEP-LIVE(CBF-DEP-SUB)
059600         GO TO 1620-EXIT
059700     END-IF.
059800     SET CBF-DEP-NOT-FOUND TO TRUE.
059900     PERFORM 1630-FIND-FEEDER THRU 1630-EXIT
060000         VARYING CBF-DEP-SUB2 FROM 1 BY 1
060100         UNTIL CBF-DEP-SUB2 > CBF-DEP-COUNT.
060200     IF CBF-DEP-NOT-FOUND
060300         MOVE "N" TO CBF-DEP-LIVE-SW(CBF-DEP-SUB)
060400         SET CBF-DEP-CHANGED TO TRUE
060500     END-IF.
060600 1620-EXIT.
060700     EXIT.
060800******************************************************************
060900*    1630-FIND-FEEDER                                            *
061000******************************************************************
061100 1630-FIND-FEEDER.
061200     IF CBF-DEP-LIVE(CBF-DEP-SUB2)
061300        AND CBF-DEP-SUCC-SLOT(CBF-DEP-SUB2)
061400            = CBF-DEP-PRED-SLOT(CBF-DEP-SUB)
061500         SET CBF-DEP-FOUND TO TRUE
061600     END-IF.
061700 1630-EXIT.
061800     EXIT.
061900******************************************************************
062000*    1640-PRUNE-SINK-PASS - ONE SWEEP OF THE LIVE PAIRS          *
062100******************************************************************
062200 1640-PRUNE-SINK-PASS.
062300     SET CBF-DEP-UNCHANGED TO TRUE.
062400     PERFORM 1650-PRUNE-ONE-SINK THRU 1650-EXIT
062500         VARYING CBF-DEP-SUB FROM 1 BY 1
062600         UNTIL CBF-DEP-SUB > CBF-DEP-COUNT.
062700 1640-EXIT.
062800     EXIT.
062900******************************************************************
063000*    1650-PRUNE-ONE-SINK - DROP THE PAIR IF NO LIVE PAIR HAS ITS *
063100*    SUCCESSOR AS A PREDECESSOR                                  *
063200******************************************************************
063300 1650-PRUNE-ONE-SINK.
063400     IF NOT CBF-DEP-LIVE(CBF-DEP-SUB)
063500         GO TO 1650-EXIT
063600     END-IF.
063700     SET CBF-DEP-NOT-FOUND TO TRUE.
063800     PERFORM 1660-FIND-FEEDS THRU 1660-EXIT
063900         VARYING CBF-DEP-SUB2 FROM 1 BY 1
064000         UNTIL CBF-DEP-SUB2 > CBF-DEP-COUNT.
064100     IF CBF-DEP-NOT-FOUND
064200         MOVE "N" TO CBF-DEP-LIVE-SW(CBF-DEP-SUB)
064300         SET CBF-DEP-CHANGED TO TRUE
064400     END-IF.
064500 1650-EXIT.
064600     EXIT.
064700******************************************************************
064800*    1660-FIND-FEEDS                                             *
064900******************************************************************
065000 1660-FIND-FEEDS.
065100     IF CBF-DEP-LIVE(CBF-DEP-SUB2)
065200        AND CBF-DEP-PRED-SLOT(CBF-DEP-SUB2)
065300            = CBF-DEP-SUCC-SLOT(CBF-DEP-SUB)
065400         SET CBF-DEP-FOUND TO TRUE
065500     END-IF.
065600 1660-EXIT.
065700     EXIT.
065800******************************************************************
065900*    1670-FLAG-LOOP-PAIR                                         *
066000******************************************************************
066100 1670-FLAG-LOOP-PAIR.
066200     IF CBF-DEP-LIVE(CBF-DEP-SUB)
066300         MOVE "Y" TO CBF-DEP-LOOP-SW(CBF-DEP-SUB)
066400         ADD 1 TO CBF-LOOP-COUNT
066500         DISPLAY "CBFLTBLD: DEPENDENCY LOOP - "
066600                 CBF-DEP-PRED(CBF-DEP-SUB) " -> "
066700                 CBF-DEP-SUCC(CBF-DEP-SUB) " NOT APPLIED"
066800     END-IF.
066900 1670-EXIT.
067000     EXIT.
067100******************************************************************
067200*    2000-MATCH-ONE-EVENT - FOLD ONE COMPLETION EVENT ON THE     *
067300*    BUILD DATE INTO ITS SUBSYSTEM'S ENTRY.  THE FEED IS         *
067400*    APPENDED IN COMPLETION ORDER, SO THE LAST EVENT READ FOR A  *
067500*    SUBSYSTEM IS ITS FINAL WORD FOR THE DAY.  EVENTS FOR OTHER  *
067600*    DATES PASS OVER - THE FEED ACCUMULATES ACROSS DAYS.         *
067700******************************************************************
067800 2000-MATCH-ONE-EVENT.
067900     MOVE CB-EVT-TIMESTAMP TO CBF-PD-STAMP.
068000     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
068100     IF CBF-PD-DATE = CBF-BUILD-DATE
068200         MOVE ZERO TO CBF-FLT-SLOT
068300         PERFORM 2100-MATCH-SUBSYSTEM THRU 2100-EXIT
068400             VARYING CBF-FLT-SUB FROM 1 BY 1
068500             UNTIL CBF-FLT-SUB > CBF-FLT-COUNT
068600         IF CBF-FLT-SLOT > ZERO
068700             ADD 1 TO CBF-MATCH-COUNT
068800             SET CBF-FLT-IDX TO CBF-FLT-SLOT
068900             MOVE "Y" TO CBF-FLT-RPTD-SW(CBF-FLT-IDX)
069000             IF CB-EVT-RETURN-CODE IS NUMERIC
069100                 MOVE CB-EVT-RETURN-CODE
069200                     TO CBF-FLT-LAST-RC(CBF-FLT-IDX)
069300             ELSE
069400                 MOVE 16 TO CBF-FLT-LAST-RC(CBF-FLT-IDX)
069500             END-IF
069600         ELSE
069700             ADD 1 TO CBF-UNLISTED-COUNT
069800             DISPLAY "CBFLTBLD: EVENT FROM UNLISTED SUBSYSTEM "
069900                     CB-EVT-SUBSYSTEM
070000         END-IF
070100     END-IF.
070200     PERFORM 1200-READ-EVT-REC THRU 1200-EXIT.
070300 2000-EXIT.
070400     EXIT.
070500******************************************************************
070600*    2100-MATCH-SUBSYSTEM                                        *
070700******************************************************************
070800 2100-MATCH-SUBSYSTEM.
070900     SET CBF-FLT-IDX TO CBF-FLT-SUB.
071000     IF CBF-FLT-SUBSYSTEM(CBF-FLT-IDX) = CB-EVT-SUBSYSTEM
071100         MOVE CBF-FLT-SUB TO CBF-FLT-SLOT
071200     END-IF.
071300 2100-EXIT.
071400     EXIT.
071500******************************************************************
071600*    2500-APPLY-DEPENDENCIES - ONCE EVERY EVENT IS IN, MARK THE  *
071700*    BLOCKED SUBSYSTEMS.  A SUBSYSTEM THAT NEVER REPORTED IS     *
071800*    BLOCKED WHEN ANY PREDECESSOR FAILED (WORSE THAN RC 4),      *
071900*    NEVER REPORTED ITSELF, OR IS BLOCKED IN TURN.  SWEEPS       *
072000*    REPEAT UNTIL NOTHING MORE IS MARKED, THEN EACH BLOCKED      *
072100*    ENTRY'S ROOT CAUSE IS WALKED UP THE CHAIN TO THE FIRST      *
072200*    SUBSYSTEM THAT IS NOT ITSELF BLOCKED - THE ONE THAT REALLY  *
072300*    FAILED.                                                     *
072400******************************************************************
072500 2500-APPLY-DEPENDENCIES.
072600     IF CBF-DEP-COUNT = ZERO
072700         GO TO 2500-EXIT
072800     END-IF.
072900     SET CBF-DEP-CHANGED TO TRUE.
073000     PERFORM 2510-BLOCK-PASS THRU 2510-EXIT
073100         UNTIL CBF-DEP-UNCHANGED.
073200     SET CBF-DEP-CHANGED TO TRUE.
073300     PERFORM 2530-ROOT-PASS THRU 2530-EXIT
073400         UNTIL CBF-DEP-UNCHANGED.
073500 2500-EXIT.
073600     EXIT.
073700******************************************************************
073800*    2510-BLOCK-PASS - ONE SWEEP OF THE APPLIED PAIRS            *
073900******************************************************************
074000 2510-BLOCK-PASS.
074100     SET CBF-DEP-UNCHANGED TO TRUE.
074200     PERFORM 2520-BLOCK-ONE-PAIR THRU 2520-EXIT
074300         VARYING CBF-DEP-SUB FROM 1 BY 1
074400         UNTIL CBF-DEP-SUB > CBF-DEP-COUNT.
074500 2510-EXIT.
074600     EXIT.
074700******************************************************************
074800*    2520-BLOCK-ONE-PAIR                                         *
074900******************************************************************
075000 2520-BLOCK-ONE-PAIR.
075100     IF CBF-DEP-IN-LOOP(CBF-DEP-SUB)
075200         GO TO 2520-EXIT
075300     END-IF.
075400     MOVE CBF-DEP-PRED-SLOT(CBF-DEP-SUB) TO CBF-PRED-SLOT.
075500     MOVE CBF-DEP-SUCC-SLOT(CBF-DEP-SUB) TO CBF-SUCC-SLOT.
075600     IF CBF-FLT-REPORTED(CBF-SUCC-SLOT)
075700        OR CBF-FLT-BLOCKED(CBF-SUCC-SLOT)
075800         GO TO 2520-EXIT
075900     END-IF.
076000     IF CBF-FLT-BLOCKED(CBF-PRED-SLOT)
076100        OR NOT CBF-FLT-REPORTED(CBF-PRED-SLOT)
076200        OR CBF-FLT-LAST-RC(CBF-PRED-SLOT) > 4
076300         MOVE "Y" TO CBF-FLT-BLOCK-SW(CBF-SUCC-SLOT)
076400         MOVE CBF-FLT-SUBSYSTEM(CBF-PRED-SLOT)
076500             TO CBF-FLT-ROOT(CBF-SUCC-SLOT)
076600         MOVE CBF-PRED-SLOT TO CBF-FLT-ROOT-SLOT(CBF-SUCC-SLOT)
076700         SET CBF-DEP-CHANGED TO TRUE
076800     END-IF.
076900 2520-EXIT.
077000     EXIT.
077100******************************************************************
077200*    2530-ROOT-PASS - ONE SWEEP OF THE FLEET TABLE               *
077300******************************************************************
077400 2530-ROOT-PASS.
077500     SET CBF-DEP-UNCHANGED TO TRUE.
077600     PERFORM 2540-RAISE-ONE-ROOT THRU 2540-EXIT
077700         VARYING CBF-FLT-SUB FROM 1 BY 1
077800         UNTIL CBF-FLT-SUB > CBF-FLT-COUNT.
077900 2530-EXIT.
078000     EXIT.
078100******************************************************************
078200*    2540-RAISE-ONE-ROOT - A ROOT CAUSE THAT IS ITSELF BLOCKED   *
078300*    IS REPLACED BY ITS OWN ROOT CAUSE                           *
078400******************************************************************
078500 2540-RAISE-ONE-ROOT.
078600     SET CBF-FLT-IDX TO CBF-FLT-SUB.
078700     IF NOT CBF-FLT-BLOCKED(CBF-FLT-IDX)
078800         GO TO 2540-EXIT
078900     END-IF.
079000     MOVE CBF-FLT-ROOT-SLOT(CBF-FLT-IDX) TO CBF-PRED-SLOT.
079100     IF CBF-FLT-BLOCKED(CBF-PRED-SLOT)
079200         MOVE CBF-FLT-ROOT(CBF-PRED-SLOT)
079300             TO CBF-FLT-ROOT(CBF-FLT-IDX)
079400         MOVE CBF-FLT-ROOT-SLOT(CBF-PRED-SLOT)
079500             TO CBF-FLT-ROOT-SLOT(CBF-FLT-IDX)
079600         SET CBF-DEP-CHANGED TO TRUE
079700     END-IF.
079800 2540-EXIT.
079900     EXIT.
080000******************************************************************
080100*    3000-WRITE-FLTCTL - ONE CBFLTREC PER MASTER ENTRY, IN       *
080200*    MASTER ORDER.  RC 0-4 ON THE FINAL EVENT MARKS S; WORSE     *
080300*    MARKS F; NO EVENT AT ALL MARKS F AND IS CALLED OUT AS       *
080400*    NEVER REPORTED SO THE HOLE IN THE FEED GETS CHASED - OR B,  *
080500*    WITH ITS ROOT CAUSE, WHEN A FAILED PREDECESSOR EXPLAINS IT. *
080600******************************************************************
080700 3000-WRITE-FLTCTL.
080800     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
080900         VARYING CBF-FLT-SUB FROM 1 BY 1
081000         UNTIL CBF-FLT-SUB > CBF-FLT-COUNT.
081100 3000-EXIT.
081200     EXIT.
081300******************************************************************
081400*    3100-WRITE-ONE-ENTRY                                        *
081500******************************************************************
081600 3100-WRITE-ONE-ENTRY.
081700     SET CBF-FLT-IDX TO CBF-FLT-SUB.
081800     IF CBF-FLT-GROUP(CBF-FLT-IDX) NOT = CBF-PREV-GROUP
081900         MOVE CBF-FLT-GROUP(CBF-FLT-IDX) TO CBF-PREV-GROUP
082000         IF CBF-PREV-GROUP NOT = SPACES
082100             MOVE SPACES TO CB-FLEET-REC
082200             MOVE "*GROUP" TO CB-FLEET-SUBSYSTEM
082300             MOVE CBF-PREV-GROUP TO CB-FLEET-GROUP-NAME
082400             WRITE CB-FLEET-REC
082500         END-IF
082600     END-IF.
082700     MOVE SPACES TO CB-FLEET-REC.
082800     MOVE CBF-FLT-SUBSYSTEM(CBF-FLT-IDX) TO CB-FLEET-SUBSYSTEM.
082900     MOVE CBF-FLT-BANNER(CBF-FLT-IDX) TO CB-FLEET-BANNER-CODE.
083000     EVALUATE TRUE
083100         WHEN CBF-FLT-BLOCKED(CBF-FLT-IDX)
083200             MOVE "B" TO CB-FLEET-STATUS
083300             MOVE CBF-FLT-ROOT(CBF-FLT-IDX) TO CB-FLEET-ROOT-CAUSE
083400             ADD 1 TO CBF-NEVER-COUNT
083500             ADD 1 TO CBF-MARKED-B-COUNT
083600             DISPLAY "CBFLTBLD: SUBSYSTEM "
083700                     CBF-FLT-SUBSYSTEM(CBF-FLT-IDX)
083800                     " NEVER REPORTED - BLOCKED BY "
083900                     CBF-FLT-ROOT(CBF-FLT-IDX)
084000         WHEN NOT CBF-FLT-REPORTED(CBF-FLT-IDX)
084100             MOVE "F" TO CB-FLEET-STATUS
084200             ADD 1 TO CBF-NEVER-COUNT
084300             ADD 1 TO CBF-MARKED-F-COUNT
084400             DISPLAY "CBFLTBLD: SUBSYSTEM "
084500                     CBF-FLT-SUBSYSTEM(CBF-FLT-IDX)
084600                     " NEVER REPORTED - MARKED F"
084700         WHEN CBF-FLT-LAST-RC(CBF-FLT-IDX) <= 4
084800             MOVE "S" TO CB-FLEET-STATUS
084900             ADD 1 TO CBF-MARKED-S-COUNT
085000         WHEN OTHER
085100             MOVE "F" TO CB-FLEET-STATUS
085200             ADD 1 TO CBF-MARKED-F-COUNT
085300     END-EVALUATE.
085400     WRITE CB-FLEET-REC.
085500     IF CBF-CBFLTHST-STATUS = "00"
085600         PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
085700     END-IF.
085800 3100-EXIT.
085900     EXIT.
086000******************************************************************
086100*    3200-WRITE-HISTORY - THE SAME RESULT, WITH ITS GROUP AND    *
086200*    FINAL RC, ONTO THE END OF THE FLEET HISTORY                 *
086300******************************************************************
086400 3200-WRITE-HISTORY.
086500     MOVE SPACES TO CB-FLTHST-REC.
086600     MOVE CBF-BUILD-DATE TO CB-FHS-BUILD-DATE.
086700     MOVE CBF-FLT-SUBSYSTEM(CBF-FLT-IDX) TO CB-FHS-SUBSYSTEM.
086800     MOVE CBF-FLT-GROUP(CBF-FLT-IDX) TO CB-FHS-GROUP.
086900     MOVE CBF-FLT-BANNER(CBF-FLT-IDX) TO CB-FHS-BANNER-CODE.
087000     MOVE CB-FLEET-STATUS TO CB-FHS-STATUS.
087100     MOVE CBF-FLT-LAST-RC(CBF-FLT-IDX) TO CB-FHS-FINAL-RC.
087200     MOVE CB-FLEET-ROOT-CAUSE TO CB-FHS-ROOT-CAUSE.
087300     IF CBF-FLT-REPORTED(CBF-FLT-IDX)
087400         SET CB-FHS-REPORTED TO TRUE
087500     ELSE
087600         SET CB-FHS-NEVER-REPORTED TO TRUE
087700     END-IF.
087800     WRITE CB-FLTHST-REC.
087900     ADD 1 TO CBF-HISTORY-COUNT.
088000 3200-EXIT.
088100     EXIT.
088200******************************************************************
088300*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE DEFAULT  *
088400*    BUILD DATE                                                  *
088500******************************************************************
088600 8000-BUILD-TIMESTAMP.
088700     ACCEPT CBF-CURR-DATE FROM DATE YYYYMMDD.
088800     ACCEPT CBF-CURR-TIME FROM TIME.
088900     MOVE CBF-CURR-DATE(1:4) TO CBF-TS-YYYY.
089000     MOVE CBF-CURR-DATE(5:2) TO CBF-TS-MM.
089100     MOVE CBF-CURR-DATE(7:2) TO CBF-TS-DD.
089200     MOVE CBF-CURR-TIME(1:2) TO CBF-TS-HH.
089300     MOVE CBF-CURR-TIME(3:2) TO CBF-TS-MIN.
089400     MOVE CBF-CURR-TIME(5:2) TO CBF-TS-SEC.
089500     STRING CBF-TS-YYYY "-" CBF-TS-MM "-" CBF-TS-DD "-"
089600            CBF-TS-HH "." CBF-TS-MIN "." CBF-TS-SEC
089700         DELIMITED BY SIZE INTO CBF-TS-FORMATTED.
089800 8000-EXIT.
089900     EXIT.
090000******************************************************************
090100*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
090200*    CBF-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBF-PD-DATE.  A     *
090300*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
090400*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
090500*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
090600******************************************************************
090700 8100-DERIVE-PROC-DATE.
090800     MOVE CBF-PD-STAMP(1:10) TO CBF-PD-DATE.
090900     IF CBF-PD-CUTOFF-HHMM = ZERO
091000         GO TO 8100-EXIT
091100     END-IF.
091200     IF CBF-PD-STAMP(12:2) IS NOT NUMERIC
091300        OR CBF-PD-STAMP(15:2) IS NOT NUMERIC
091400        OR CBF-PD-STAMP(1:4) IS NOT NUMERIC
091500        OR CBF-PD-STAMP(6:2) IS NOT NUMERIC
091600        OR CBF-PD-STAMP(9:2) IS NOT NUMERIC
091700         GO TO 8100-EXIT
091800     END-IF.
091900     MOVE CBF-PD-STAMP(12:2) TO CBF-PD-HH.
092000     MOVE CBF-PD-STAMP(15:2) TO CBF-PD-MI.
092100     COMPUTE CBF-PD-HHMM = CBF-PD-HH * 100 + CBF-PD-MI.
092200     IF CBF-PD-HHMM NOT < CBF-PD-CUTOFF-HHMM
092300         GO TO 8100-EXIT
092400     END-IF.
092500     MOVE CBF-PD-STAMP(1:4) TO CBF-PD-YYYY.
092600     MOVE CBF-PD-STAMP(6:2) TO CBF-PD-MM.
092700     MOVE CBF-PD-STAMP(9:2) TO CBF-PD-DD.
092800     IF CBF-PD-DD > 1
092900         SUBTRACT 1 FROM CBF-PD-DD
093000     ELSE
093100         IF CBF-PD-MM > 1
093200             SUBTRACT 1 FROM CBF-PD-MM
093300         ELSE
093400             MOVE 12 TO CBF-PD-MM
093500             SUBTRACT 1 FROM CBF-PD-YYYY
093600         END-IF
093700         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
093800         MOVE CBF-PD-DAYS-IN-MONTH TO CBF-PD-DD
093900     END-IF.
094000     STRING CBF-PD-YYYY "-" CBF-PD-MM "-" CBF-PD-DD
094100         DELIMITED BY SIZE INTO CBF-PD-DATE.
094200 8100-EXIT.
094300     EXIT.
094400******************************************************************
094500*    8110-DAYS-IN-MONTH - FOR CBF-PD-MM OF CBF-PD-YYYY           *
094600******************************************************************
094700 8110-DAYS-IN-MONTH.
094800     EVALUATE CBF-PD-MM
094900         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
095000             MOVE 31 TO CBF-PD-DAYS-IN-MONTH
095100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
095200             MOVE 30 TO CBF-PD-DAYS-IN-MONTH
095300         WHEN 2
095400             MOVE 28 TO CBF-PD-DAYS-IN-MONTH
095500             DIVIDE CBF-PD-YYYY BY 4 GIVING CBF-PD-QUOT
095600                 REMAINDER CBF-PD-REM
095700             IF CBF-PD-REM = ZERO
095800                 MOVE 29 TO CBF-PD-DAYS-IN-MONTH
095900                 DIVIDE CBF-PD-YYYY BY 100 GIVING CBF-PD-QUOT
096000                     REMAINDER CBF-PD-REM
096100                 IF CBF-PD-REM = ZERO
096200                     DIVIDE CBF-PD-YYYY BY 400 GIVING CBF-PD-QUOT
096300                         REMAINDER CBF-PD-REM
096400                     IF CBF-PD-REM NOT = ZERO
096500                         MOVE 28 TO CBF-PD-DAYS-IN-MONTH
096600                     END-IF
096700                 END-IF
096800             END-IF
096900         WHEN OTHER
097000             MOVE 31 TO CBF-PD-DAYS-IN-MONTH
097100     END-EVALUATE.
097200 8110-EXIT.
097300     EXIT.
097400******************************************************************
097500*    9000-TERMINATE - CLOSE THE FILES AND ACCOUNT FOR THE BUILD  *
097600*    ON THE CONSOLE SO THE SCHEDULER LOG SHOWS WHAT HAPPENED     *
097700******************************************************************
097800 9000-TERMINATE.
097900     IF CBF-FLTMST-STATUS = "00" OR CBF-FLTMST-STATUS = "10"
098000         CLOSE FLTMST
098100     END-IF.
098200     IF CBF-CBFLTEVT-STATUS = "00" OR CBF-CBFLTEVT-STATUS = "10"
098300         CLOSE CBFLTEVT
098400     END-IF.
098500     IF CBF-FLTCTL-STATUS = "00"
098600         CLOSE FLTCTL
098700     END-IF.
098800     IF CBF-CBFLTHST-STATUS = "00"
098900         CLOSE CBFLTHST
099000     END-IF.
099100     MOVE CBF-EVENT-COUNT TO CBF-EVENT-COUNT-ED.
099200     MOVE CBF-MATCH-COUNT TO CBF-MATCH-COUNT-ED.
099300     MOVE CBF-UNLISTED-COUNT TO CBF-UNLISTED-COUNT-ED.
099400     MOVE CBF-MARKED-S-COUNT TO CBF-MARKED-S-COUNT-ED.
099500     MOVE CBF-MARKED-F-COUNT TO CBF-MARKED-F-COUNT-ED.
099600     MOVE CBF-NEVER-COUNT TO CBF-NEVER-COUNT-ED.
099700     DISPLAY "CBFLTBLD: PROCESSING DATE " CBF-BUILD-DATE
099800             " EVENTS " CBF-EVENT-COUNT-ED
099900             " MATCHED " CBF-MATCH-COUNT-ED
100000             " UNLISTED " CBF-UNLISTED-COUNT-ED.
100100     DISPLAY "CBFLTBLD: MARKED S " CBF-MARKED-S-COUNT-ED
100200             " MARKED F " CBF-MARKED-F-COUNT-ED
100300             " NEVER REPORTED " CBF-NEVER-COUNT-ED.
100400     MOVE CBF-MARKED-B-COUNT TO CBF-MARKED-B-COUNT-ED.
100500     MOVE CBF-DEP-COUNT TO CBF-DEP-COUNT-ED.
100600     MOVE CBF-LOOP-COUNT TO CBF-LOOP-COUNT-ED.
100700     DISPLAY "CBFLTBLD: MARKED B " CBF-MARKED-B-COUNT-ED
100800             " DEPENDENCIES " CBF-DEP-COUNT-ED
100900             " IN LOOPS " CBF-LOOP-COUNT-ED.
101000     MOVE CBF-HISTORY-COUNT TO CBF-HISTORY-COUNT-ED.
101100     DISPLAY "CBFLTBLD: HISTORY RECORDS APPENDED "
101200             CBF-HISTORY-COUNT-ED.
101300     IF (CBF-MARKED-F-COUNT > ZERO OR CBF-NEVER-COUNT > ZERO
101400         OR CBF-UNLISTED-COUNT > ZERO)
101500        AND CBF-RETURN-CODE-WK < 4
101600         MOVE 4 TO CBF-RETURN-CODE-WK
101700     END-IF.
101800 9000-EXIT.
101900     EXIT.
