000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSLARPT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBSLARPT - FLEET COMPLETION SLA REPORT                      *
000900*                                                                *
001000*    FLTCTL SAYS WHETHER EACH SUBSYSTEM FINISHED S OR F; THE     *
001100*    SERVICE OWNERS ASK A DIFFERENT QUESTION - DID IT FINISH BY  *
001200*    THE TIME THEY WERE PROMISED.  THIS REPORT TAKES EACH        *
001300*    SUBSYSTEM'S FINAL COMPLETION EVENT FOR THE PROCESSING DATE  *
001400*    FROM THE FEED (DD CBFLTEVT, CBEVTREC LAYOUT - THE SAME      *
001500*    LAST-EVENT-WINS RULE CBFLTBLD USES), SETS IT AGAINST THE    *
001600*    COMMITTED DEADLINE ON THE FLEET MASTER (DD FLTMST,          *
001700*    CB-FMS-DEADLINE-HHMM) AND PRINTS (DD CBSLARPT), IN FLTCTL   *
001800*    ORDER AND BY FLTCTL *GROUP AREA (DD FLTCTL):                *
001900*      - ON TIME, LATE BY HOW MANY MINUTES, OR NEVER REPORTED    *
002000*        FOR EVERY SUBSYSTEM                                     *
002100*      - TOTALS FOR EACH GROUP AND FOR THE FLEET                 *
002200*    DEADLINES AND FINISH TIMES ARE BOTH MEASURED FROM THE START *
002300*    OF THE BATCH NIGHT (THE CBPDCTL CUTOFF), SO A 02:00         *
002400*    DEADLINE IS LATER THAN A 23:30 FINISH ON THE SAME NIGHT.    *
002500*    A MASTER ENTRY WITH A BLANK DEADLINE HAS NO COMMITMENT AND  *
002600*    IS LISTED BUT NEVER COUNTED AS A BREACH.                    *
002700*    THE PROCESSING DATE DEFAULTS TO THE CURRENT ONE AND CAN BE  *
002800*    OVERRIDDEN WITH PARM DATE=YYYY-MM-DD.  RC=0 EVERY           *
002900*    COMMITTED SUBSYSTEM FINISHED ON TIME; RC=8 ANY FINISHED     *
003000*    LATE OR NEVER REPORTED, SO THE SCHEDULER CAN PAGE ON A      *
003100*    BREACH; RC=16 A FILE WILL NOT OPEN.                         *
003200*                                                                *
003300*    MOD HISTORY                                                 *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    2026-10-15  RLB  ORIGINAL                                   *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FLTMST ASSIGN TO "FLTMST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CBQ-FLTMST-STATUS.
004300     SELECT CBFLTEVT ASSIGN TO "CBFLTEVT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CBQ-CBFLTEVT-STATUS.
004600     SELECT FLTCTL ASSIGN TO "FLTCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CBQ-FLTCTL-STATUS.
004900     SELECT CBSLARPT ASSIGN TO "CBSLARPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CBQ-CBSLARPT-STATUS.
005200     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CBQ-CBPDCTL-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FLTMST
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CBFMSREC.
006000 FD  CBFLTEVT
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CBEVTREC.
006300 FD  FLTCTL
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CBFLTREC.
006600 FD  CBSLARPT
006700     LABEL RECORDS ARE STANDARD.
006800 01  CBQ-RPT-REC                PIC X(80).
006900 FD  CBPDCTL
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CBPDCREC.
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    CONTROL SWITCHES                                            *
007500******************************************************************
007600 01  CBQ-SWITCHES.
007700     05  CBQ-FLTMST-EOF-SW      PIC X(01)  VALUE "N".
007800         88  CBQ-FLTMST-EOF         VALUE "Y".
007900         88  CBQ-FLTMST-NOT-EOF     VALUE "N".
008000     05  CBQ-CBFLTEVT-EOF-SW    PIC X(01)  VALUE "N".
008100         88  CBQ-CBFLTEVT-EOF       VALUE "Y".
008200         88  CBQ-CBFLTEVT-NOT-EOF   VALUE "N".
008300     05  CBQ-FLTCTL-EOF-SW      PIC X(01)  VALUE "N".
008400         88  CBQ-FLTCTL-EOF         VALUE "Y".
008500         88  CBQ-FLTCTL-NOT-EOF     VALUE "N".
008600     05  CBQ-ABORT-SW           PIC X(01)  VALUE "N".
008700         88  CBQ-ABORT-REQUESTED    VALUE "Y".
008800         88  CBQ-NOT-ABORTED        VALUE "N".
008900     05  CBQ-IN-GROUP-SW        PIC X(01)  VALUE "N".
009000         88  CBQ-IN-GROUP           VALUE "Y".
009100         88  CBQ-NOT-IN-GROUP       VALUE "N".
009200 01  CBQ-FLTMST-STATUS          PIC X(02)  VALUE SPACES.
009300 01  CBQ-CBFLTEVT-STATUS        PIC X(02)  VALUE SPACES.
009400 01  CBQ-FLTCTL-STATUS          PIC X(02)  VALUE SPACES.
009500 01  CBQ-CBSLARPT-STATUS        PIC X(02)  VALUE SPACES.
009600 01  CBQ-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
009700 77  CBQ-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
009800******************************************************************
009900*    FLEET MASTER TABLE - ONE ENTRY PER SUBSYSTEM, SIZED TO      *
010000*    MATCH CBFLTBLD.  THE EVENT PASS RECORDS THE FINAL           *
010100*    COMPLETION OF THE PROCESSING DATE AGAINST EACH ENTRY.       *
010200******************************************************************
010300 01  CBQ-FLEET-TABLE.
010400     05  CBQ-FLT-COUNT          PIC 9(03)  COMP VALUE ZERO.
010500     05  CBQ-FLT-ENTRY OCCURS 64 TIMES
010600                       INDEXED BY CBQ-FLT-IDX.
010700         10  CBQ-FLT-SUBSYSTEM  PIC X(08).
010800         10  CBQ-FLT-DEADLINE   PIC 9(04).
010900         10  CBQ-FLT-DL-SW      PIC X(01).
011000             88  CBQ-FLT-HAS-DEADLINE   VALUE "Y".
011100         10  CBQ-FLT-RPTD-SW    PIC X(01).
011200             88  CBQ-FLT-REPORTED       VALUE "Y".
011300         10  CBQ-FLT-FIN-HHMM   PIC 9(04).
011400         10  CBQ-FLT-LAST-RC    PIC 9(03).
011500 77  CBQ-FLT-SUB                PIC 9(03)  COMP VALUE ZERO.
011600 77  CBQ-FLT-SLOT               PIC 9(03)  COMP VALUE ZERO.
011700******************************************************************
011800*    PROCESSING DATE - DEFAULTS TO THE CURRENT PROCESSING DATE,  *
011900*    OVERRIDDEN BY PARM DATE=YYYY-MM-DD                          *
012000******************************************************************
012100 01  CBQ-REPORT-DATE            PIC X(10)  VALUE SPACES.
012200******************************************************************
012300*    BATCH-NIGHT OFFSETS - MINUTES FROM THE CUTOFF TO A CLOCK    *
012400*    TIME, WRAPPING PAST MIDNIGHT, SO FINISH AND DEADLINE        *
012500*    COMPARE ON ONE SCALE                                        *
012600******************************************************************
012700 01  CBQ-OFFSET-WORK.
012800     05  CBQ-OFS-HHMM           PIC 9(04).
012900     05  CBQ-OFS-HH             PIC 9(02)  COMP.
013000     05  CBQ-OFS-MI             PIC 9(02)  COMP.
013100     05  CBQ-OFS-MINUTES        PIC 9(05)  COMP.
013200     05  CBQ-OFS-CUTOFF-MIN     PIC 9(05)  COMP.
013300     05  CBQ-OFS-FINISH         PIC 9(05)  COMP.
013400     05  CBQ-OFS-DEADLINE       PIC 9(05)  COMP.
013500 77  CBQ-LATE-MINUTES           PIC 9(05)  COMP VALUE ZERO.
013600******************************************************************
013700*    GROUP AND FLEET TOTALS                                      *
013800******************************************************************
013900 01  CBQ-CURR-GROUP             PIC X(08)  VALUE SPACES.
014000 01  CBQ-GROUP-TOTALS.
014100     05  CBQ-GRP-ONTIME         PIC 9(05)  COMP.
014200     05  CBQ-GRP-LATE           PIC 9(05)  COMP.
014300     05  CBQ-GRP-NEVER          PIC 9(05)  COMP.
014400     05  CBQ-GRP-NODL           PIC 9(05)  COMP.
014500     05  CBQ-GRP-LATE-MIN       PIC 9(07)  COMP.
014600 01  CBQ-FLEET-TOTALS.
014700     05  CBQ-TOT-ONTIME         PIC 9(05)  COMP VALUE ZERO.
014800     05  CBQ-TOT-LATE           PIC 9(05)  COMP VALUE ZERO.
014900     05  CBQ-TOT-NEVER          PIC 9(05)  COMP VALUE ZERO.
015000     05  CBQ-TOT-NODL           PIC 9(05)  COMP VALUE ZERO.
015100     05  CBQ-TOT-LATE-MIN       PIC 9(07)  COMP VALUE ZERO.
015200 77  CBQ-BREACH-COUNT           PIC 9(05)  COMP VALUE ZERO.
015300 77  CBQ-BREACH-COUNT-ED        PIC 9(05)  VALUE ZERO.
015400 77  CBQ-EVENT-COUNT            PIC 9(05)  COMP VALUE ZERO.
015500 77  CBQ-EVENT-COUNT-ED         PIC 9(05)  VALUE ZERO.
015600******************************************************************
015700*    REPORT LINES                                                *
015800******************************************************************
015900 01  CBQ-DETAIL-LINE.
016000     05  FILLER                 PIC X(02)  VALUE SPACES.
016100     05  CBQ-DET-SUBSYSTEM      PIC X(08).
016200     05  FILLER                 PIC X(02)  VALUE SPACES.
016300     05  CBQ-DET-DEADLINE       PIC X(05).
016400     05  FILLER                 PIC X(04)  VALUE SPACES.
016500     05  CBQ-DET-FINISHED       PIC X(05).
016600     05  FILLER                 PIC X(04)  VALUE SPACES.
016700     05  CBQ-DET-RC             PIC X(03).
016800     05  FILLER                 PIC X(03)  VALUE SPACES.
016900     05  CBQ-DET-SLA            PIC X(44).
017000 01  CBQ-TOTAL-LINE.
017100     05  CBQ-TOT-LABEL          PIC X(15).
017200     05  FILLER                 PIC X(08)  VALUE "ON TIME ".
017300     05  CBQ-TL-ONTIME          PIC ZZZ9.
017400     05  FILLER                 PIC X(07)  VALUE "  LATE ".
017500     05  CBQ-TL-LATE            PIC ZZZ9.
017600     05  FILLER                 PIC X(08)  VALUE "  NEVER ".
017700     05  CBQ-TL-NEVER           PIC ZZZ9.
017800     05  FILLER                 PIC X(09)  VALUE "  NO SLA ".
017900     05  CBQ-TL-NODL            PIC ZZZ9.
018000     05  FILLER                 PIC X(11)  VALUE "  MIN LATE ".
018100     05  CBQ-TL-LATE-MIN        PIC ZZZZ9.
018200 01  CBQ-MINUTES-ED             PIC ZZZZ9.
018300 01  CBQ-TIME-ED.
018400     05  CBQ-TE-HH              PIC X(02).
018500     05  FILLER                 PIC X(01)  VALUE ".".
018600     05  CBQ-TE-MI              PIC X(02).
018700******************************************************************
018800*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
018900*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
019000*    THE BATCH NIGHT IT BELONGS TO                               *
019100******************************************************************
019200 01  CBQ-PROCDT-WORK.
019300     05  CBQ-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
019400     05  CBQ-PD-STAMP           PIC X(19).
019500     05  CBQ-PD-HH              PIC 9(02).
019600     05  CBQ-PD-MI              PIC 9(02).
019700     05  CBQ-PD-HHMM            PIC 9(04).
019800     05  CBQ-PD-YYYY            PIC 9(04).
019900     05  CBQ-PD-MM              PIC 9(02).
020000     05  CBQ-PD-DD              PIC 9(02).
020100     05  CBQ-PD-QUOT            PIC 9(04)  COMP.
020200     05  CBQ-PD-REM             PIC 9(04)  COMP.
020300     05  CBQ-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
020400     05  CBQ-PD-DATE            PIC X(10).
020500******************************************************************
020600*    PARM TOKEN WORK AREA                                        *
020700******************************************************************
020800 01  CBQ-PARM-TOKENS.
020900     05  CBQ-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
021000 77  CBQ-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
021100 01  CBQ-TOKEN-SPLIT.
021200     05  CBQ-TOKEN-KEY          PIC X(10).
021300     05  CBQ-TOKEN-VAL          PIC X(10).
021400******************************************************************
021500*    RUN DATE/TIME FOR THE REPORT HEADER AND THE DEFAULT DATE    *
021600******************************************************************
021700 01  CBQ-TIMESTAMP-WORK.
021800     05  CBQ-CURR-DATE          PIC 9(08).
021900     05  CBQ-CURR-TIME          PIC 9(08).
022000     05  CBQ-TS-YYYY            PIC 9(04).
022100     05  CBQ-TS-MM              PIC 9(02).
022200     05  CBQ-TS-DD              PIC 9(02).
022300     05  CBQ-TS-HH              PIC 9(02).
022400     05  CBQ-TS-MIN             PIC 9(02).
022500     05  CBQ-TS-SEC             PIC 9(02).
022600     05  CBQ-TS-FORMATTED       PIC X(19).
022700 LINKAGE SECTION.
022800******************************************************************
022900*    CBQ-PARM-AREA - OPTIONAL. PRESENT WHEN CBSLARPT RUNS AS THE *
023000*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
023100******************************************************************
023200 01  CBQ-PARM-AREA.
023300     05  CBQ-PARM-TEXT          PIC X(80).
023400 PROCEDURE DIVISION USING OPTIONAL CBQ-PARM-AREA.
023500******************************************************************
023600*    0000-MAINLINE                                               *
023700******************************************************************
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     IF CBQ-NOT-ABORTED
024100         PERFORM 2000-REPORT-ONE-FLTCTL THRU 2000-EXIT
024200             UNTIL CBQ-FLTCTL-EOF
024300         PERFORM 3000-WRITE-FLEET-TOTALS THRU 3000-EXIT
024400     END-IF.
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024600     MOVE CBQ-RETURN-CODE-WK TO RETURN-CODE.
024700     GOBACK.
024800******************************************************************
024900*    1000-INITIALIZE - RESOLVE THE PROCESSING DATE, OPEN THE     *
025000*    FILES, LOAD THE MASTER, FOLD IN THE DAY'S EVENTS, WRITE     *
025100*    THE REPORT HEADER, PRIME THE FLTCTL READ                    *
025200******************************************************************
025300 1000-INITIALIZE.
025400     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
025500     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
025600     MOVE CBQ-TS-FORMATTED TO CBQ-PD-STAMP.
025700     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
025800     MOVE CBQ-PD-DATE TO CBQ-REPORT-DATE.
025900     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
026000     MOVE CBQ-PD-CUTOFF-HHMM TO CBQ-OFS-HHMM.
026100     PERFORM 8200-NIGHT-OFFSET THRU 8200-EXIT.
026200     MOVE CBQ-OFS-MINUTES TO CBQ-OFS-CUTOFF-MIN.
026300     OPEN INPUT FLTMST.
026400     IF CBQ-FLTMST-STATUS NOT = "00"
026500         DISPLAY "CBSLARPT: UNABLE TO OPEN FLTMST - STATUS "
026600                 CBQ-FLTMST-STATUS
026700         SET CBQ-ABORT-REQUESTED TO TRUE
026800         MOVE 16 TO CBQ-RETURN-CODE-WK
026900         GO TO 1000-EXIT
027000     END-IF.
027100     OPEN INPUT CBFLTEVT.
027200     IF CBQ-CBFLTEVT-STATUS NOT = "00"
027300         DISPLAY "CBSLARPT: UNABLE TO OPEN CBFLTEVT - STATUS "
027400                 CBQ-CBFLTEVT-STATUS
027500         SET CBQ-ABORT-REQUESTED TO TRUE
027600         MOVE 16 TO CBQ-RETURN-CODE-WK
027700         GO TO 1000-EXIT
027800     END-IF.
027900     OPEN INPUT FLTCTL.
028000     IF CBQ-FLTCTL-STATUS NOT = "00"
028100         DISPLAY "CBSLARPT: UNABLE TO OPEN FLTCTL - STATUS "
028200                 CBQ-FLTCTL-STATUS
028300         SET CBQ-ABORT-REQUESTED TO TRUE
028400         MOVE 16 TO CBQ-RETURN-CODE-WK
028500         GO TO 1000-EXIT
028600     END-IF.
028700     OPEN OUTPUT CBSLARPT.
028800     IF CBQ-CBSLARPT-STATUS NOT = "00"
028900         DISPLAY "CBSLARPT: UNABLE TO OPEN CBSLARPT - STATUS "
029000                 CBQ-CBSLARPT-STATUS
029100         SET CBQ-ABORT-REQUESTED TO TRUE
029200         MOVE 16 TO CBQ-RETURN-CODE-WK
029300         GO TO 1000-EXIT
029400     END-IF.
029500     SET CBQ-FLTMST-NOT-EOF TO TRUE.
029600     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
029700     PERFORM 1110-LOAD-ONE-MST THRU 1110-EXIT
029800         UNTIL CBQ-FLTMST-EOF.
029900     SET CBQ-CBFLTEVT-NOT-EOF TO TRUE.
030000     PERFORM 1200-READ-EVT-REC THRU 1200-EXIT.
030100     PERFORM 1210-FOLD-ONE-EVENT THRU 1210-EXIT
030200         UNTIL CBQ-CBFLTEVT-EOF.
030300     MOVE SPACES TO CBQ-RPT-REC.
030400     STRING "FLEET COMPLETION SLA REPORT FOR PROCESSING DATE "
030500            CBQ-REPORT-DATE
030600         DELIMITED BY SIZE INTO CBQ-RPT-REC.
030700     WRITE CBQ-RPT-REC.
030800     MOVE SPACES TO CBQ-RPT-REC.
030900     STRING "RUN " CBQ-TS-FORMATTED
031000            "   BATCH-NIGHT CUTOFF " CBQ-PD-CUTOFF-HHMM
031100         DELIMITED BY SIZE INTO CBQ-RPT-REC.
031200     WRITE CBQ-RPT-REC.
031300     MOVE SPACES TO CBQ-RPT-REC.
031400     WRITE CBQ-RPT-REC.
031500     MOVE "  SUBSYS    DEADLINE FINISHED RC    SLA"
031600         TO CBQ-RPT-REC.
031700     WRITE CBQ-RPT-REC.
031800     SET CBQ-FLTCTL-NOT-EOF TO TRUE.
031900     PERFORM 1300-READ-CTL-REC THRU 1300-EXIT.
032000 1000-EXIT.
032100     EXIT.
032200******************************************************************
032300*    1010-PARSE-PARM - PICK UP DATE=YYYY-MM-DD IF SUPPLIED       *
032400******************************************************************
032500 1010-PARSE-PARM.
032600     IF CBQ-PARM-AREA IS OMITTED
032700         GO TO 1010-EXIT
032800     END-IF.
032900     UNSTRING CBQ-PARM-TEXT DELIMITED BY ","
033000         INTO CBQ-PARM-TOKEN(1) CBQ-PARM-TOKEN(2)
033100              CBQ-PARM-TOKEN(3) CBQ-PARM-TOKEN(4)
033200     END-UNSTRING.
033300     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
033400         VARYING CBQ-TOKEN-IDX FROM 1 BY 1
033500         UNTIL CBQ-TOKEN-IDX > 4.
033600 1010-EXIT.
033700     EXIT.
033800******************************************************************
033900*    1020-SPLIT-TOKEN                                            *
034000******************************************************************
034100 1020-SPLIT-TOKEN.
034200     IF CBQ-PARM-TOKEN(CBQ-TOKEN-IDX) = SPACES
034300         GO TO 1020-EXIT
034400     END-IF.
034500     UNSTRING CBQ-PARM-TOKEN(CBQ-TOKEN-IDX) DELIMITED BY "="
034600         INTO CBQ-TOKEN-KEY CBQ-TOKEN-VAL
034700     END-UNSTRING.
034800     EVALUATE CBQ-TOKEN-KEY
034900         WHEN "DATE"
035000             MOVE CBQ-TOKEN-VAL TO CBQ-REPORT-DATE
035100         WHEN OTHER
035200             CONTINUE
035300     END-EVALUATE.
035400 1020-EXIT.
035500     EXIT.
035600******************************************************************
035700*    1100-READ-MST-REC - READ-AHEAD FOR THE MASTER LOAD          *
035800******************************************************************
035900 1100-READ-MST-REC.
036000     READ FLTMST
036100         AT END SET CBQ-FLTMST-EOF TO TRUE
036200     END-READ.
036300 1100-EXIT.
036400     EXIT.
036500******************************************************************
036600*    1110-LOAD-ONE-MST - A BLANK OR NON-NUMERIC DEADLINE MEANS   *
036700*    NO COMMITMENT WAS MADE FOR THE SUBSYSTEM                    *
036800******************************************************************
036900 1110-LOAD-ONE-MST.
037000     IF CBQ-FLT-COUNT >= 64
037100         DISPLAY "CBSLARPT: MORE THAN 64 FLTMST ENTRIES - "
037200                 "EXTRA ENTRIES IGNORED"
037300         SET CBQ-FLTMST-EOF TO TRUE
037400         GO TO 1110-EXIT
037500     END-IF.
037600     ADD 1 TO CBQ-FLT-COUNT.
037700     SET CBQ-FLT-IDX TO CBQ-FLT-COUNT.
037800     MOVE CB-FMS-SUBSYSTEM TO CBQ-FLT-SUBSYSTEM(CBQ-FLT-IDX).
037900     MOVE "N" TO CBQ-FLT-RPTD-SW(CBQ-FLT-IDX).
038000     MOVE ZERO TO CBQ-FLT-FIN-HHMM(CBQ-FLT-IDX).
038100     MOVE ZERO TO CBQ-FLT-LAST-RC(CBQ-FLT-IDX).
038200     IF CB-FMS-DEADLINE-HHMM IS NUMERIC
038300        AND CB-FMS-DEADLINE-HHMM < 2400
038400        AND CB-FMS-DEADLINE-X(3:2) < "60"
038500         MOVE CB-FMS-DEADLINE-HHMM
038600             TO CBQ-FLT-DEADLINE(CBQ-FLT-IDX)
038700         MOVE "Y" TO CBQ-FLT-DL-SW(CBQ-FLT-IDX)
038800     ELSE
038900         MOVE ZERO TO CBQ-FLT-DEADLINE(CBQ-FLT-IDX)
039000         MOVE "N" TO CBQ-FLT-DL-SW(CBQ-FLT-IDX)
039100         IF CB-FMS-DEADLINE-X NOT = SPACES
039200             DISPLAY "CBSLARPT: DEADLINE " CB-FMS-DEADLINE-X
039300                     " FOR " CB-FMS-SUBSYSTEM
039400                     " IS NOT A VALID HHMM - TREATED AS NONE"
039500         END-IF
039600     END-IF.
039700     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
039800 1110-EXIT.
039900     EXIT.
040000******************************************************************
040100*    1200-READ-EVT-REC - READ-AHEAD FOR THE EVENT PASS           *
040200******************************************************************
040300 1200-READ-EVT-REC.
040400     READ CBFLTEVT
040500         AT END SET CBQ-CBFLTEVT-EOF TO TRUE
040600     END-READ.
040700 1200-EXIT.
040800     EXIT.
040900******************************************************************
041000*    1210-FOLD-ONE-EVENT - AN EVENT WHOSE PROCESSING DATE IS THE *
041100*    REPORT DATE REPLACES ANY EARLIER ONE FOR ITS SUBSYSTEM; THE *
041200*    FEED IS IN COMPLETION ORDER SO THE LAST ONE IS THE FINAL    *
041300*    WORD.  EVENTS FROM UNLISTED SUBSYSTEMS ARE CBFLTBLD'S TO    *
041400*    CALL OUT AND ARE PASSED OVER HERE.                          *
041500******************************************************************
041600 1210-FOLD-ONE-EVENT.
041700     MOVE CB-EVT-TIMESTAMP TO CBQ-PD-STAMP.
041800     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
041900     IF CBQ-PD-DATE NOT = CBQ-REPORT-DATE
042000        OR CB-EVT-TIMESTAMP(12:2) IS NOT NUMERIC
042100        OR CB-EVT-TIMESTAMP(15:2) IS NOT NUMERIC
042200         GO TO 1210-NEXT
042300     END-IF.
042400     ADD 1 TO CBQ-EVENT-COUNT.
042500     MOVE ZERO TO CBQ-FLT-SLOT.
042600     PERFORM 1220-MATCH-SUBSYSTEM THRU 1220-EXIT
042700         VARYING CBQ-FLT-SUB FROM 1 BY 1
042800         UNTIL CBQ-FLT-SUB > CBQ-FLT-COUNT.
042900     IF CBQ-FLT-SLOT = ZERO
043000         GO TO 1210-NEXT
043100     END-IF.
043200     SET CBQ-FLT-IDX TO CBQ-FLT-SLOT.
043300     MOVE "Y" TO CBQ-FLT-RPTD-SW(CBQ-FLT-IDX).
043400     MOVE CB-EVT-TIMESTAMP(12:2) TO CBQ-PD-HH.
043500     MOVE CB-EVT-TIMESTAMP(15:2) TO CBQ-PD-MI.
043600     COMPUTE CBQ-FLT-FIN-HHMM(CBQ-FLT-IDX) =
043700         CBQ-PD-HH * 100 + CBQ-PD-MI.
043800     IF CB-EVT-RETURN-CODE IS NUMERIC
043900         MOVE CB-EVT-RETURN-CODE TO CBQ-FLT-LAST-RC(CBQ-FLT-IDX)
044000     ELSE
044100         MOVE 16 TO CBQ-FLT-LAST-RC(CBQ-FLT-IDX)
044200     END-IF.
044300 1210-NEXT.
044400     PERFORM 1200-READ-EVT-REC THRU 1200-EXIT.
044500 1210-EXIT.
044600     EXIT.
044700******************************************************************
044800*    1220-MATCH-SUBSYSTEM                                        *
044900******************************************************************
045000 1220-MATCH-SUBSYSTEM.
045100     SET CBQ-FLT-IDX TO CBQ-FLT-SUB.
045200     IF CBQ-FLT-SUBSYSTEM(CBQ-FLT-IDX) = CB-EVT-SUBSYSTEM
045300         MOVE CBQ-FLT-SUB TO CBQ-FLT-SLOT
045400     END-IF.
045500 1220-EXIT.
045600     EXIT.
045700******************************************************************
045800*    1300-READ-CTL-REC - READ-AHEAD FOR THE REPORT LOOP          *
045900******************************************************************
046000 1300-READ-CTL-REC.
046100     READ FLTCTL
046200         AT END SET CBQ-FLTCTL-EOF TO TRUE
046300     END-READ.
046400 1300-EXIT.
046500     EXIT.
046600******************************************************************
046700*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
046800*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
046900*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
047000******************************************************************
047100 1400-LOAD-PROC-DATE-CTL.
047200     OPEN INPUT CBPDCTL.
047300     IF CBQ-CBPDCTL-STATUS = "35"
047400         GO TO 1400-EXIT
047500     END-IF.
047600     IF CBQ-CBPDCTL-STATUS NOT = "00"
047700         DISPLAY "CBSLARPT: UNABLE TO OPEN CBPDCTL - STATUS "
047800                 CBQ-CBPDCTL-STATUS " - CALENDAR DATES USED"
047900         IF CBQ-RETURN-CODE-WK < 4
048000             MOVE 4 TO CBQ-RETURN-CODE-WK
048100         END-IF
048200         GO TO 1400-EXIT
048300     END-IF.
048400     READ CBPDCTL
048500         AT END
048600             DISPLAY "CBSLARPT: CBPDCTL IS EMPTY - "
048700                     "CALENDAR DATES USED"
048800     END-READ.
048900     IF CBQ-CBPDCTL-STATUS = "00"
049000         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
049100            AND CB-PDC-CUTOFF-HHMM < 2400
049200            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
049300             MOVE CB-PDC-CUTOFF-HHMM TO CBQ-PD-CUTOFF-HHMM
049400         ELSE
049500             DISPLAY "CBSLARPT: CBPDCTL CUTOFF "
049600                     CB-PDC-CUTOFF-HHMM " INVALID - "
049700                     "CALENDAR DATES USED"
049800             IF CBQ-RETURN-CODE-WK < 4
049900                 MOVE 4 TO CBQ-RETURN-CODE-WK
050000             END-IF
050100         END-IF
050200     END-IF.
050300     CLOSE CBPDCTL.
050400 1400-EXIT.
050500     EXIT.
050600******************************************************************
050700*    2000-REPORT-ONE-FLTCTL - A *GROUP HEADER CLOSES THE GROUP   *
050800*    BEFORE IT AND OPENS A NEW ONE; ANY OTHER RECORD IS A        *
050900*    SUBSYSTEM TO MEASURE                                        *
051000******************************************************************
051100 2000-REPORT-ONE-FLTCTL.
051200     IF CB-FLEET-IS-GROUP-HDR
051300         PERFORM 2900-CLOSE-GROUP THRU 2900-EXIT
051400         MOVE CB-FLEET-GROUP-NAME TO CBQ-CURR-GROUP
051500         PERFORM 2050-OPEN-GROUP THRU 2050-EXIT
051600     ELSE
051700         IF CBQ-NOT-IN-GROUP
051800             MOVE SPACES TO CBQ-CURR-GROUP
051900             PERFORM 2050-OPEN-GROUP THRU 2050-EXIT
052000         END-IF
052100         PERFORM 2100-MEASURE-ONE-SUBSYSTEM THRU 2100-EXIT
052200     END-IF.
052300     PERFORM 1300-READ-CTL-REC THRU 1300-EXIT.
052400 2000-EXIT.
052500     EXIT.
052600******************************************************************
052700*    2050-OPEN-GROUP - GROUP HEADING AND ZEROED GROUP TOTALS.    *
052800*    SUBSYSTEMS AHEAD OF THE FIRST *GROUP HEADER (AN UNGROUPED   *
052900*    MASTER) REPORT UNDER "NO GROUP".                            *
053000******************************************************************
053100 2050-OPEN-GROUP.
053200     SET CBQ-IN-GROUP TO TRUE.
053300     MOVE ZERO TO CBQ-GRP-ONTIME CBQ-GRP-LATE CBQ-GRP-NEVER
053400                  CBQ-GRP-NODL CBQ-GRP-LATE-MIN.
053500     MOVE SPACES TO CBQ-RPT-REC.
053600     WRITE CBQ-RPT-REC.
053700     MOVE SPACES TO CBQ-RPT-REC.
053800     IF CBQ-CURR-GROUP = SPACES
053900         MOVE "NO GROUP" TO CBQ-RPT-REC
054000     ELSE
054100         STRING "GROUP " CBQ-CURR-GROUP
054200             DELIMITED BY SIZE INTO CBQ-RPT-REC
054300     END-IF.
054400     WRITE CBQ-RPT-REC.
054500 2050-EXIT.
054600     EXIT.
054700******************************************************************
054800*    2100-MEASURE-ONE-SUBSYSTEM - ON TIME, LATE BY N MINUTES OR  *
054900*    NEVER REPORTED.  LATE AND NEVER-REPORTED ARE BREACHES WHEN  *
055000*    A DEADLINE WAS COMMITTED.                                   *
055100******************************************************************
055200 2100-MEASURE-ONE-SUBSYSTEM.
055300     MOVE SPACES TO CBQ-DET-SUBSYSTEM CBQ-DET-DEADLINE
055400                    CBQ-DET-FINISHED CBQ-DET-RC CBQ-DET-SLA.
055500     MOVE CB-FLEET-SUBSYSTEM TO CBQ-DET-SUBSYSTEM.
055600     MOVE ZERO TO CBQ-FLT-SLOT.
055700     PERFORM 2110-MATCH-FLTCTL-ENTRY THRU 2110-EXIT
055800         VARYING CBQ-FLT-SUB FROM 1 BY 1
055900         UNTIL CBQ-FLT-SUB > CBQ-FLT-COUNT.
056000     IF CBQ-FLT-SLOT = ZERO
056100         MOVE "NOT ON FLEET MASTER - NO SLA" TO CBQ-DET-SLA
056200         ADD 1 TO CBQ-GRP-NODL
056300         GO TO 2100-WRITE
056400     END-IF.
056500     SET CBQ-FLT-IDX TO CBQ-FLT-SLOT.
056600     IF CBQ-FLT-HAS-DEADLINE(CBQ-FLT-IDX)
056700         MOVE CBQ-FLT-DEADLINE(CBQ-FLT-IDX) TO CBQ-OFS-HHMM
056800         PERFORM 8300-FORMAT-HHMM THRU 8300-EXIT
056900         MOVE CBQ-TIME-ED TO CBQ-DET-DEADLINE
057000     ELSE
057100         MOVE "NONE" TO CBQ-DET-DEADLINE
057200     END-IF.
057300     IF CBQ-FLT-REPORTED(CBQ-FLT-IDX)
057400         MOVE CBQ-FLT-FIN-HHMM(CBQ-FLT-IDX) TO CBQ-OFS-HHMM
057500         PERFORM 8300-FORMAT-HHMM THRU 8300-EXIT
057600         MOVE CBQ-TIME-ED TO CBQ-DET-FINISHED
057700         MOVE CBQ-FLT-LAST-RC(CBQ-FLT-IDX) TO CBQ-DET-RC
057800     END-IF.
057900     IF NOT CBQ-FLT-HAS-DEADLINE(CBQ-FLT-IDX)
058000         ADD 1 TO CBQ-GRP-NODL
058100         IF CBQ-FLT-REPORTED(CBQ-FLT-IDX)
058200             MOVE "NO SLA COMMITTED" TO CBQ-DET-SLA
058300         ELSE
058400             MOVE "NEVER REPORTED - NO SLA COMMITTED"
058500                 TO CBQ-DET-SLA
058600         END-IF
058700         GO TO 2100-WRITE
058800     END-IF.
058900     IF NOT CBQ-FLT-REPORTED(CBQ-FLT-IDX)
059000         ADD 1 TO CBQ-GRP-NEVER
059100         ADD 1 TO CBQ-BREACH-COUNT
059200         MOVE "NEVER REPORTED - BREACH" TO CBQ-DET-SLA
059300         GO TO 2100-WRITE
059400     END-IF.
059500     MOVE CBQ-FLT-FIN-HHMM(CBQ-FLT-IDX) TO CBQ-OFS-HHMM.
059600     PERFORM 8200-NIGHT-OFFSET THRU 8200-EXIT.
059700     MOVE CBQ-OFS-MINUTES TO CBQ-OFS-FINISH.
059800     MOVE CBQ-FLT-DEADLINE(CBQ-FLT-IDX) TO CBQ-OFS-HHMM.
059900     PERFORM 8200-NIGHT-OFFSET THRU 8200-EXIT.
060000     MOVE CBQ-OFS-MINUTES TO CBQ-OFS-DEADLINE.
060100     IF CBQ-OFS-FINISH > CBQ-OFS-DEADLINE
060200         COMPUTE CBQ-LATE-MINUTES =
060300             CBQ-OFS-FINISH - CBQ-OFS-DEADLINE
060400         ADD 1 TO CBQ-GRP-LATE
060500         ADD 1 TO CBQ-BREACH-COUNT
060600         ADD CBQ-LATE-MINUTES TO CBQ-GRP-LATE-MIN
060700         MOVE CBQ-LATE-MINUTES TO CBQ-MINUTES-ED
060800         STRING "LATE BY " CBQ-MINUTES-ED " MIN - BREACH"
060900             DELIMITED BY SIZE INTO CBQ-DET-SLA
061000     ELSE
061100         ADD 1 TO CBQ-GRP-ONTIME
061200         MOVE "ON TIME" TO CBQ-DET-SLA
061300     END-IF.
061400 2100-WRITE.
061500     MOVE CBQ-DETAIL-LINE TO CBQ-RPT-REC.
061600     WRITE CBQ-RPT-REC.
061700 2100-EXIT.
061800     EXIT.
061900******************************************************************
062000*    2110-MATCH-FLTCTL-ENTRY                                     *
062100******************************************************************
062200 2110-MATCH-FLTCTL-ENTRY.
062300     SET CBQ-FLT-IDX TO CBQ-FLT-SUB.
062400     IF CBQ-FLT-SUBSYSTEM(CBQ-FLT-IDX) = CB-FLEET-SUBSYSTEM
062500         MOVE CBQ-FLT-SUB TO CBQ-FLT-SLOT
062600     END-IF.
062700 2110-EXIT.
062800     EXIT.
062900******************************************************************
063000*    2900-CLOSE-GROUP - THE OPEN GROUP'S TOTALS LINE, ROLLED     *
063100*    INTO THE FLEET TOTALS                                       *
063200******************************************************************
063300 2900-CLOSE-GROUP.
063400     IF CBQ-NOT-IN-GROUP
063500         GO TO 2900-EXIT
063600     END-IF.
063700     MOVE "  GROUP TOTALS " TO CBQ-TOT-LABEL.
063800     MOVE CBQ-GRP-ONTIME TO CBQ-TL-ONTIME.
063900     MOVE CBQ-GRP-LATE TO CBQ-TL-LATE.
064000     MOVE CBQ-GRP-NEVER TO CBQ-TL-NEVER.
064100     MOVE CBQ-GRP-NODL TO CBQ-TL-NODL.
064200     MOVE CBQ-GRP-LATE-MIN TO CBQ-TL-LATE-MIN.
064300     MOVE CBQ-TOTAL-LINE TO CBQ-RPT-REC.
064400     WRITE CBQ-RPT-REC.
064500     ADD CBQ-GRP-ONTIME TO CBQ-TOT-ONTIME.
064600     ADD CBQ-GRP-LATE TO CBQ-TOT-LATE.
064700     ADD CBQ-GRP-NEVER TO CBQ-TOT-NEVER.
064800     ADD CBQ-GRP-NODL TO CBQ-TOT-NODL.
064900     ADD CBQ-GRP-LATE-MIN TO CBQ-TOT-LATE-MIN.
065000     SET CBQ-NOT-IN-GROUP TO TRUE.
065100 2900-EXIT.
065200     EXIT.
065300******************************************************************
065400*    3000-WRITE-FLEET-TOTALS - CLOSE THE LAST GROUP, THEN THE    *
065500*    FLEET-WIDE LINE                                             *
065600******************************************************************
065700 3000-WRITE-FLEET-TOTALS.
065800     PERFORM 2900-CLOSE-GROUP THRU 2900-EXIT.
065900     MOVE SPACES TO CBQ-RPT-REC.
066000     WRITE CBQ-RPT-REC.
066100     MOVE "FLEET TOTALS" TO CBQ-TOT-LABEL.
066200     MOVE CBQ-TOT-ONTIME TO CBQ-TL-ONTIME.
066300     MOVE CBQ-TOT-LATE TO CBQ-TL-LATE.
066400     MOVE CBQ-TOT-NEVER TO CBQ-TL-NEVER.
066500     MOVE CBQ-TOT-NODL TO CBQ-TL-NODL.
066600     MOVE CBQ-TOT-LATE-MIN TO CBQ-TL-LATE-MIN.
066700     MOVE CBQ-TOTAL-LINE TO CBQ-RPT-REC.
066800     WRITE CBQ-RPT-REC.
066900 3000-EXIT.
067000     EXIT.
067100******************************************************************
067200*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
067300*    HEADER AND THE DEFAULT PROCESSING DATE                      *
067400******************************************************************
067500 8000-BUILD-TIMESTAMP.
067600     ACCEPT CBQ-CURR-DATE FROM DATE YYYYMMDD.
067700     ACCEPT CBQ-CURR-TIME FROM TIME.
067800     MOVE CBQ-CURR-DATE(1:4) TO CBQ-TS-YYYY.
067900     MOVE CBQ-CURR-DATE(5:2) TO CBQ-TS-MM.
068000     MOVE CBQ-CURR-DATE(7:2) TO CBQ-TS-DD.
068100     MOVE CBQ-CURR-TIME(1:2) TO CBQ-TS-HH.
068200     MOVE CBQ-CURR-TIME(3:2) TO CBQ-TS-MIN.
068300     MOVE CBQ-CURR-TIME(5:2) TO CBQ-TS-SEC.
068400     STRING CBQ-TS-YYYY "-" CBQ-TS-MM "-" CBQ-TS-DD "-"
068500            CBQ-TS-HH "." CBQ-TS-MIN "." CBQ-TS-SEC
068600         DELIMITED BY SIZE INTO CBQ-TS-FORMATTED.
068700 8000-EXIT.
068800     EXIT.
068900******************************************************************
069000*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
069100*    CBQ-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBQ-PD-DATE.  A     *
069200*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
069300*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
069400*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
069500******************************************************************
069600 8100-DERIVE-PROC-DATE.
069700     MOVE CBQ-PD-STAMP(1:10) TO CBQ-PD-DATE.
069800     IF CBQ-PD-CUTOFF-HHMM = ZERO
069900         GO TO 8100-EXIT
070000     END-IF.
070100     IF CBQ-PD-STAMP(12:2) IS NOT NUMERIC
070200        OR CBQ-PD-STAMP(15:2) IS NOT NUMERIC
070300        OR CBQ-PD-STAMP(1:4) IS NOT NUMERIC
070400        OR CBQ-PD-STAMP(6:2) IS NOT NUMERIC
070500        OR CBQ-PD-STAMP(9:2) IS NOT NUMERIC
070600         GO TO 8100-EXIT
070700     END-IF.
070800     MOVE CBQ-PD-STAMP(12:2) TO CBQ-PD-HH.
070900     MOVE CBQ-PD-STAMP(15:2) TO CBQ-PD-MI.
071000     COMPUTE CBQ-PD-HHMM = CBQ-PD-HH * 100 + CBQ-PD-MI.
071100     IF CBQ-PD-HHMM NOT < CBQ-PD-CUTOFF-HHMM
071200         GO TO 8100-EXIT
071300     END-IF.
071400     MOVE CBQ-PD-STAMP(1:4) TO CBQ-PD-YYYY.
071500     MOVE CBQ-PD-STAMP(6:2) TO CBQ-PD-MM.
071600     MOVE CBQ-PD-STAMP(9:2) TO CBQ-PD-DD.
071700     IF CBQ-PD-DD > 1
071800         SUBTRACT 1 FROM CBQ-PD-DD
071900     ELSE
072000         IF CBQ-PD-MM > 1
072100             SUBTRACT 1 FROM CBQ-PD-MM
072200         ELSE
072300             MOVE 12 TO CBQ-PD-MM
072400             SUBTRACT 1 FROM CBQ-PD-YYYY
072500         END-IF
072600         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
072700         MOVE CBQ-PD-DAYS-IN-MONTH TO CBQ-PD-DD
072800     END-IF.
072900     STRING CBQ-PD-YYYY "-" CBQ-PD-MM "-" CBQ-PD-DD
073000         DELIMITED BY SIZE INTO CBQ-PD-DATE.
073100 8100-EXIT.
073200     EXIT.
073300******************************************************************
073400*    8110-DAYS-IN-MONTH - FOR CBQ-PD-MM OF CBQ-PD-YYYY           *
073500******************************************************************
073600 8110-DAYS-IN-MONTH.
073700     EVALUATE CBQ-PD-MM
073800         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
073900             MOVE 31 TO CBQ-PD-DAYS-IN-MONTH
074000         WHEN 4 WHEN 6 WHEN 9 WHEN 11
074100             MOVE 30 TO CBQ-PD-DAYS-IN-MONTH
074200         WHEN 2
074300             MOVE 28 TO CBQ-PD-DAYS-IN-MONTH
074400             DIVIDE CBQ-PD-YYYY BY 4 GIVING CBQ-PD-QUOT
074500                 REMAINDER CBQ-PD-REM
074600             IF CBQ-PD-REM = ZERO
074700                 MOVE 29 TO CBQ-PD-DAYS-IN-MONTH
074800                 DIVIDE CBQ-PD-YYYY BY 100 GIVING CBQ-PD-QUOT
074900                     REMAINDER CBQ-PD-REM
075000                 IF CBQ-PD-REM = ZERO
075100                     DIVIDE CBQ-PD-YYYY BY 400 GIVING CBQ-PD-QUOT
075200                         REMAINDER CBQ-PD-REM
075300                     IF CBQ-PD-REM NOT = ZERO
075400                         MOVE 28 TO CBQ-PD-DAYS-IN-MONTH
075500                     END-IF
075600                 END-IF
075700             END-IF
075800         WHEN OTHER
075900             MOVE 31 TO CBQ-PD-DAYS-IN-MONTH
076000     END-EVALUATE.
076100 8110-EXIT.
076200     EXIT.
076300******************************************************************
076400*    8200-NIGHT-OFFSET - MINUTES FROM THE START OF THE BATCH     *
076500*    NIGHT (THE CUTOFF) TO CBQ-OFS-HHMM, INTO CBQ-OFS-MINUTES.   *
076600*    A TIME EARLIER IN THE DAY THAN THE CUTOFF WRAPS PAST        *
076700*    MIDNIGHT.  WITH NO CUTOFF THIS IS PLAIN MINUTES INTO THE    *
076800*    CALENDAR DAY.                                               *
076900******************************************************************
077000 8200-NIGHT-OFFSET.
077100     DIVIDE CBQ-OFS-HHMM BY 100 GIVING CBQ-OFS-HH
077200         REMAINDER CBQ-OFS-MI.
077300     COMPUTE CBQ-OFS-MINUTES = CBQ-OFS-HH * 60 + CBQ-OFS-MI.
077400     IF CBQ-OFS-MINUTES < CBQ-OFS-CUTOFF-MIN
077500         ADD 1440 TO CBQ-OFS-MINUTES
077600     END-IF.
077700     SUBTRACT CBQ-OFS-CUTOFF-MIN FROM CBQ-OFS-MINUTES.
077800 8200-EXIT.
077900     EXIT.
078000******************************************************************
078100*    8300-FORMAT-HHMM - CBQ-OFS-HHMM AS HH.MM IN CBQ-TIME-ED     *
078200******************************************************************
078300 8300-FORMAT-HHMM.
078400     MOVE CBQ-OFS-HHMM(1:2) TO CBQ-TE-HH.
078500     MOVE CBQ-OFS-HHMM(3:2) TO CBQ-TE-MI.
078600 8300-EXIT.
078700     EXIT.
078800******************************************************************
078900*    9000-TERMINATE - TRAILER WITH THE BREACH COUNT, CLOSE       *
079000*    EVERYTHING, ONE CONSOLE ACCOUNTING LINE FOR THE SCHEDULER   *
079100*    LOG                                                         *
079200******************************************************************
079300 9000-TERMINATE.
079400     MOVE CBQ-BREACH-COUNT TO CBQ-BREACH-COUNT-ED.
079500     MOVE CBQ-EVENT-COUNT TO CBQ-EVENT-COUNT-ED.
079600     IF CBQ-CBSLARPT-STATUS = "00"
079700         MOVE SPACES TO CBQ-RPT-REC
079800         WRITE CBQ-RPT-REC
079900         MOVE SPACES TO CBQ-RPT-REC
080000         STRING "END OF CBSLARPT REPORT   BREACHES: "
080100                CBQ-BREACH-COUNT-ED
080200             DELIMITED BY SIZE INTO CBQ-RPT-REC
080300         WRITE CBQ-RPT-REC
080400         CLOSE CBSLARPT
080500     END-IF.
080600     IF CBQ-FLTMST-STATUS = "00" OR CBQ-FLTMST-STATUS = "10"
080700         CLOSE FLTMST
080800     END-IF.
080900     IF CBQ-CBFLTEVT-STATUS = "00" OR CBQ-CBFLTEVT-STATUS = "10"
081000         CLOSE CBFLTEVT
081100     END-IF.
081200     IF CBQ-FLTCTL-STATUS = "00" OR CBQ-FLTCTL-STATUS = "10"
081300         CLOSE FLTCTL
081400     END-IF.
081500     IF CBQ-NOT-ABORTED
081600         DISPLAY "CBSLARPT: PROCESSING DATE " CBQ-REPORT-DATE
081700                 " EVENTS " CBQ-EVENT-COUNT-ED
081800                 " BREACHES " CBQ-BREACH-COUNT-ED
081900     END-IF.
082000     IF CBQ-BREACH-COUNT > ZERO
082100        AND CBQ-RETURN-CODE-WK < 8
082200         MOVE 8 TO CBQ-RETURN-CODE-WK
082300     END-IF.
082400 9000-EXIT.
082500     EXIT.
