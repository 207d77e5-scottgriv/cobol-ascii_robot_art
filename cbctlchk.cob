000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCTLCHK.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBCTLCHK - CONTROL FILE CROSS-CHECK (PRE-FLIGHT)            *
000900*                                                                *
001000*    THE FLEET MASTER, THE ON-CALL ROSTER, THE RUN SCHEDULE, THE *
001100*    BANNER DIRECTORY AND THE BANNER CALENDAR ARE EACH EDITED ON *
001200*    THEIR OWN, AND CBVALID ONLY LOOKS AT BANNERCFG.  RUN AS A   *
001300*    STEP AFTER ANY OF THEM IS CHANGED, SO A ROSTER OR MASTER    *
001400*    EDIT THAT DISAGREES WITH THE OTHERS IS CAUGHT IN DAYLIGHT   *
001500*    INSTEAD OF AS A CBFLTALT RC=8 IN THE MIDDLE OF AN INCIDENT. *
001600*    READS FLTMST (CBFMSREC), CBONCALL (CBONCREC), CBSCHED       *
001700*    (CBSCHREC), BANNERDIR (CBBDRREC), CBCAL (CBCALREC) AND      *
001800*    CBFLTEVT (CBEVTREC) AND WRITES AN EXCEPTIONS REPORT (DD     *
001900*    CBCTLRPT).  IT CHECKS:                                      *
002000*      - FLTMST IS IN GROUP ORDER - EVERY GROUP'S SUBSYSTEMS     *
002100*        TOGETHER, AS CBFLTBLD'S *GROUP HEADERS NEED             *
002200*      - EVERY FLTMST SUBSYSTEM HAS ON-CALL COVER ROUND THE      *
002300*        CLOCK, COUNTING ITS OWN ROSTER ENTRIES AND ITS GROUP'S  *
002400*        THE WAY CBFLTALT ROUTES.  GAPS ARE ERRORS; OVERLAPS,    *
002500*        WHERE ONE FAILURE PAGES MORE THAN ONE CONTACT, ARE      *
002600*        WARNINGS.  BOTH ARE SHOWN AS HHMM RANGES.  GROUP ROSTER *
002700*        ENTRIES AND THE *SUPV SHIFT SUPERVISOR ENTRIES ARE      *
002800*        CHECKED THE SAME WAY ON THEIR OWN.                      *
002900*      - EVERY FLTMST AND CBCAL BANNER CODE IS REGISTERED ACTIVE *
003000*        IN BANNERDIR                                            *
003100*      - EVERY CBSCHED JOB, CBONCALL ENTRY AND CBFLTEVT SOURCE   *
003200*        NAMES A SUBSYSTEM ON THE MASTER.  A ROSTER ENTRY THAT   *
003300*        NAMES A GROUP IS LEGAL BUT IS CALLED OUT AS A WARNING;  *
003400*        *SUPV ENTRIES ARE THE SHIFT SUPERVISOR, NOT A SUBSYSTEM *
003500*    FLTMST AND CBONCALL ARE REQUIRED.  A MISSING CBSCHED, CBCAL *
003600*    OR CBFLTEVT SKIPS ITS CHECK, AND A MISSING BANNERDIR SKIPS  *
003700*    THE BANNER CHECK, EACH WITH A REPORT NOTE SO NOBODY TAKES A *
003800*    SKIPPED CHECK FOR A PASSED ONE.  RC=0 CLEAN; RC=4 WARNINGS  *
003900*    ONLY; RC=8 ANY ERROR, SO THE JOB CAN GATE ON THIS STEP;     *
004000*    RC=16 A REQUIRED FILE WILL NOT OPEN.                        *
004100*                                                                *
004200*    MOD HISTORY                                                 *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    2026-10-15  RLB  ORIGINAL                                   *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FLTMST ASSIGN TO "FLTMST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CBX-FLTMST-STATUS.
005200     SELECT CBONCALL ASSIGN TO "CBONCALL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CBX-CBONCALL-STATUS.
005500     SELECT CBSCHED ASSIGN TO "CBSCHED"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CBX-CBSCHED-STATUS.
005800     SELECT BANNERDIR ASSIGN TO "BANNERDIR"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CBX-BANNERDIR-STATUS.
006100     SELECT CBCAL ASSIGN TO "CBCAL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CBX-CBCAL-STATUS.
006400     SELECT CBFLTEVT ASSIGN TO "CBFLTEVT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CBX-CBFLTEVT-STATUS.
006700     SELECT CBCTLRPT ASSIGN TO "CBCTLRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CBX-CBCTLRPT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FLTMST
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CBFMSREC.
007500 FD  CBONCALL
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CBONCREC.
007800 FD  CBSCHED
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CBSCHREC.
008100 FD  BANNERDIR
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CBBDRREC.
008400 FD  CBCAL
008500     LABEL RECORDS ARE STANDARD.
008600     COPY CBCALREC.
008700 FD  CBFLTEVT
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CBEVTREC.
009000 FD  CBCTLRPT
009100     LABEL RECORDS ARE STANDARD.
009200 01  CBX-RPT-REC                PIC X(80).
009300 WORKING-STORAGE SECTION.
009400******************************************************************
009500*    CONTROL SWITCHES                                            *
009600******************************************************************
009700 01  CBX-SWITCHES.
009800     05  CBX-FLTMST-EOF-SW      PIC X(01)  VALUE "N".
009900         88  CBX-FLTMST-EOF         VALUE "Y".
010000         88  CBX-FLTMST-NOT-EOF     VALUE "N".
010100     05  CBX-CBONCALL-EOF-SW    PIC X(01)  VALUE "N".
010200         88  CBX-CBONCALL-EOF       VALUE "Y".
010300         88  CBX-CBONCALL-NOT-EOF   VALUE "N".
010400     05  CBX-CBSCHED-EOF-SW     PIC X(01)  VALUE "N".
010500         88  CBX-CBSCHED-EOF        VALUE "Y".
010600         88  CBX-CBSCHED-NOT-EOF    VALUE "N".
010700     05  CBX-BDIR-EOF-SW        PIC X(01)  VALUE "N".
010800         88  CBX-BDIR-EOF           VALUE "Y".
010900         88  CBX-BDIR-NOT-EOF       VALUE "N".
011000     05  CBX-CBCAL-EOF-SW       PIC X(01)  VALUE "N".
011100         88  CBX-CBCAL-EOF          VALUE "Y".
011200         88  CBX-CBCAL-NOT-EOF      VALUE "N".
011300     05  CBX-CBFLTEVT-EOF-SW    PIC X(01)  VALUE "N".
011400         88  CBX-CBFLTEVT-EOF       VALUE "Y".
011500         88  CBX-CBFLTEVT-NOT-EOF   VALUE "N".
011600     05  CBX-ABORT-SW           PIC X(01)  VALUE "N".
011700         88  CBX-ABORT-REQUESTED    VALUE "Y".
011800         88  CBX-NOT-ABORTED        VALUE "N".
011900     05  CBX-BDIR-LOADED-SW     PIC X(01)  VALUE "N".
012000         88  CBX-BDIR-LOADED        VALUE "Y".
012100         88  CBX-BDIR-NOT-LOADED    VALUE "N".
012200     05  CBX-SEVERITY-SW        PIC X(01)  VALUE "E".
012300         88  CBX-SEV-ERROR          VALUE "E".
012400         88  CBX-SEV-WARNING        VALUE "W".
012500 01  CBX-FLTMST-STATUS          PIC X(02)  VALUE SPACES.
012600 01  CBX-CBONCALL-STATUS        PIC X(02)  VALUE SPACES.
012700 01  CBX-CBSCHED-STATUS         PIC X(02)  VALUE SPACES.
012800 01  CBX-BANNERDIR-STATUS       PIC X(02)  VALUE SPACES.
012900 01  CBX-CBCAL-STATUS           PIC X(02)  VALUE SPACES.
013000 01  CBX-CBFLTEVT-STATUS        PIC X(02)  VALUE SPACES.
013100 01  CBX-CBCTLRPT-STATUS        PIC X(02)  VALUE SPACES.
013200 77  CBX-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
013300******************************************************************
013400*    FLEET MASTER TABLE - SIZED TO MATCH CBFLTBLD                *
013500******************************************************************
013600 01  CBX-FLEET-TABLE.
013700     05  CBX-FLT-COUNT          PIC 9(03)  COMP VALUE ZERO.
013800     05  CBX-FLT-ENTRY OCCURS 64 TIMES
013900                       INDEXED BY CBX-FLT-IDX.
014000         10  CBX-FLT-SUBSYSTEM  PIC X(08).
014100         10  CBX-FLT-BANNER     PIC X(08).
014200         10  CBX-FLT-GROUP      PIC X(08).
014300         10  CBX-FLT-REC-NO     PIC 9(05)  COMP.
014400 77  CBX-FLT-SUB                PIC 9(03)  COMP VALUE ZERO.
014500 77  CBX-FLT-SLOT               PIC 9(03)  COMP VALUE ZERO.
014600******************************************************************
014700*    GROUP TABLE - EACH GROUP IN THE ORDER FLTMST FIRST SHOWS    *
014800*    IT, WITH HOW MANY SUBSYSTEMS IT HOLDS                       *
014900******************************************************************
015000 01  CBX-GROUP-TABLE.
015100     05  CBX-GRP-COUNT          PIC 9(03)  COMP VALUE ZERO.
015200     05  CBX-GRP-ENTRY OCCURS 64 TIMES
015300                       INDEXED BY CBX-GRP-IDX.
015400         10  CBX-GRP-NAME       PIC X(08).
015500         10  CBX-GRP-MEMBERS    PIC 9(03)  COMP.
015600 77  CBX-GRP-SUB                PIC 9(03)  COMP VALUE ZERO.
015700 77  CBX-GRP-SLOT               PIC 9(03)  COMP VALUE ZERO.
015800 01  CBX-PREV-GROUP             PIC X(08)  VALUE SPACES.
015900 01  CBX-FIND-NAME              PIC X(08)  VALUE SPACES.
016000******************************************************************
016100*    ON-CALL ROSTER TABLE - WINDOWS AS HHMM AND AS MINUTE SLOTS  *
016200*    (1 = 00:00 ... 1440 = 23:59) ONCE THEY HAVE BEEN CHECKED    *
016300******************************************************************
016400 01  CBX-ROSTER-TABLE.
016500     05  CBX-ONC-COUNT          PIC 9(03)  COMP VALUE ZERO.
016600     05  CBX-ONC-ENTRY OCCURS 100 TIMES
016700                       INDEXED BY CBX-ONC-IDX.
016800         10  CBX-ONC-SUBSYSTEM  PIC X(08).
016900             88  CBX-ONC-SUPERVISOR VALUE "*SUPV".
017000         10  CBX-ONC-START      PIC X(04).
017100         10  CBX-ONC-END        PIC X(04).
017200         10  CBX-ONC-REC-NO     PIC 9(05)  COMP.
017300         10  CBX-ONC-VALID-SW   PIC X(01).
017400             88  CBX-ONC-VALID      VALUE "Y".
017500         10  CBX-ONC-START-MIN  PIC 9(04)  COMP.
017600         10  CBX-ONC-END-MIN    PIC 9(04)  COMP.
017700 77  CBX-ONC-SUB                PIC 9(03)  COMP VALUE ZERO.
017800******************************************************************
017900*    BANNER DIRECTORY TABLE                                      *
018000******************************************************************
018100 01  CBX-BDIR-TABLE.
018200     05  CBX-BDIR-COUNT         PIC 9(03)  COMP VALUE ZERO.
018300     05  CBX-BDIR-ENTRY OCCURS 32 TIMES
018400                        INDEXED BY CBX-BDIR-IDX.
018500         10  CBX-BDIR-TBL-CODE  PIC X(08).
018600         10  CBX-BDIR-TBL-FLAG  PIC X(01).
018700 77  CBX-BDIR-SUB               PIC 9(03)  COMP VALUE ZERO.
018800 77  CBX-BDIR-SLOT              PIC 9(03)  COMP VALUE ZERO.
018900 01  CBX-CHECK-CODE             PIC X(08)  VALUE SPACES.
019000******************************************************************
019100*    EVENT SOURCES ALREADY REPORTED UNKNOWN - ONE LINE EACH, NOT *
019200*    ONE PER EVENT                                               *
019300******************************************************************
019400 01  CBX-UNKNOWN-TABLE.
019500     05  CBX-UNK-COUNT          PIC 9(03)  COMP VALUE ZERO.
019600     05  CBX-UNK-NAME OCCURS 32 TIMES PIC X(08).
019700 77  CBX-UNK-SUB                PIC 9(03)  COMP VALUE ZERO.
019800 77  CBX-UNK-SLOT               PIC 9(03)  COMP VALUE ZERO.
019900******************************************************************
020000*    COVERAGE WORK - ONE COUNTER PER MINUTE OF THE DAY HOLDING   *
020100*    HOW MANY ROSTER ENTRIES PAGE FOR THE SUBJECT IN HAND.  THE  *
020200*    SCAN WALKS THE DAY ONCE FROM THE FIRST CHANGE OF STATE, SO  *
020300*    A GAP OR OVERLAP ACROSS MIDNIGHT COMES OUT AS ONE RANGE.    *
020400******************************************************************
020500 01  CBX-COVER-TABLE.
020600     05  CBX-COVER-CNT OCCURS 1440 TIMES PIC 9(03) COMP.
020700 01  CBX-SUBJECT.
020800     05  CBX-SUBJ-KIND          PIC X(01).
020900         88  CBX-SUBJ-SUBSYSTEM     VALUE "S".
021000         88  CBX-SUBJ-GROUP         VALUE "G".
021100         88  CBX-SUBJ-SUPERVISOR    VALUE "V".
021200     05  CBX-SUBJ-NAME          PIC X(08).
021300     05  CBX-SUBJ-GROUP-NAME    PIC X(08).
021400     05  CBX-SUBJ-LABEL         PIC X(16).
021500     05  CBX-SUBJ-DD            PIC X(08).
021600     05  CBX-SUBJ-REC-NO        PIC 9(05)  COMP.
021700     05  CBX-SUBJ-ENTRIES       PIC 9(03)  COMP.
021800 77  CBX-MIN-SUB                PIC 9(04)  COMP VALUE ZERO.
021900 77  CBX-M                      PIC 9(04)  COMP VALUE ZERO.
022000 77  CBX-PREV-M                 PIC 9(04)  COMP VALUE ZERO.
022100 77  CBX-K                      PIC 9(04)  COMP VALUE ZERO.
022200 77  CBX-SCAN-START             PIC 9(04)  COMP VALUE ZERO.
022300 77  CBX-RUN-START              PIC 9(04)  COMP VALUE ZERO.
022400 77  CBX-RUN-END                PIC 9(04)  COMP VALUE ZERO.
022500 77  CBX-RUN-MAX                PIC 9(03)  COMP VALUE ZERO.
022600 77  CBX-CLASS                  PIC 9(01)  VALUE ZERO.
022700 77  CBX-PREV-CLASS             PIC 9(01)  VALUE ZERO.
022800 77  CBX-RUN-CLASS              PIC 9(01)  VALUE ZERO.
022900 01  CBX-HHMM-WORK.
023000     05  CBX-HM-HH              PIC 9(02).
023100     05  CBX-HM-MM              PIC 9(02).
023200     05  CBX-HM-MINUTE          PIC 9(04)  COMP.
023300     05  CBX-HM-FROM            PIC X(04).
023400     05  CBX-HM-TO              PIC X(04).
023500 01  CBX-HHMM-OUT.
023600     05  CBX-HO-HH              PIC 9(02).
023700     05  CBX-HO-MM              PIC 9(02).
023800 01  CBX-CONTACTS-ED            PIC Z9.
023900******************************************************************
024000*    EXCEPTION LINE AND COUNTS                                   *
024100******************************************************************
024200 01  CBX-EXCEPTION-LINE.
024300     05  CBX-EXC-SEVERITY       PIC X(04).
024400     05  FILLER                 PIC X(02)  VALUE SPACES.
024500     05  CBX-EXC-DD             PIC X(09).
024600     05  CBX-EXC-REC            PIC X(05).
024700     05  FILLER                 PIC X(02)  VALUE SPACES.
024800     05  CBX-EXC-TEXT           PIC X(58).
024900 01  CBX-REC-NO-ED              PIC ZZZZ9.
025000 01  CBX-HEADING                PIC X(80)  VALUE SPACES.
025100 77  CBX-REC-NO                 PIC 9(05)  COMP VALUE ZERO.
025200 77  CBX-SECTION-COUNT          PIC 9(05)  COMP VALUE ZERO.
025300 77  CBX-ERROR-COUNT            PIC 9(05)  COMP VALUE ZERO.
025400 77  CBX-WARNING-COUNT          PIC 9(05)  COMP VALUE ZERO.
025500 77  CBX-ERROR-COUNT-ED         PIC 9(05)  VALUE ZERO.
025600 77  CBX-WARNING-COUNT-ED       PIC 9(05)  VALUE ZERO.
025700******************************************************************
025800*    RUN DATE/TIME FOR THE REPORT HEADER                         *
025900******************************************************************
026000 01  CBX-TIMESTAMP-WORK.
026100     05  CBX-CURR-DATE          PIC 9(08).
026200     05  CBX-CURR-TIME          PIC 9(08).
026300     05  CBX-TS-YYYY            PIC 9(04).
026400     05  CBX-TS-MM              PIC 9(02).
026500     05  CBX-TS-DD              PIC 9(02).
026600     05  CBX-TS-HH              PIC 9(02).
026700     05  CBX-TS-MIN             PIC 9(02).
026800     05  CBX-TS-SEC             PIC 9(02).
026900     05  CBX-TS-FORMATTED       PIC X(19).
027000 PROCEDURE DIVISION.
027100******************************************************************
027200*    0000-MAINLINE                                               *
027300******************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     IF CBX-NOT-ABORTED
027700         PERFORM 2000-CHECK-MASTER-ORDER THRU 2000-EXIT
027800         PERFORM 2100-CHECK-COVERAGE THRU 2100-EXIT
027900         PERFORM 2400-CHECK-BANNERS THRU 2400-EXIT
028000         PERFORM 2500-CHECK-NAMES THRU 2500-EXIT
028100     END-IF.
028200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028300     MOVE CBX-RETURN-CODE-WK TO RETURN-CODE.
028400     GOBACK.
028500******************************************************************
028600*    1000-INITIALIZE - OPEN THE REQUIRED FILES AND THE REPORT,   *
028700*    WRITE THE RUN HEADER, LOAD THE MASTER, THE ROSTER AND THE   *
028800*    BANNER DIRECTORY                                            *
028900******************************************************************
029000 1000-INITIALIZE.
029100     OPEN INPUT FLTMST.
029200     IF CBX-FLTMST-STATUS NOT = "00"
029300         DISPLAY "CBCTLCHK: UNABLE TO OPEN FLTMST - STATUS "
029400                 CBX-FLTMST-STATUS
029500         SET CBX-ABORT-REQUESTED TO TRUE
029600         MOVE 16 TO CBX-RETURN-CODE-WK
029700         GO TO 1000-EXIT
029800     END-IF.
029900     OPEN INPUT CBONCALL.
030000     IF CBX-CBONCALL-STATUS NOT = "00"
030100         DISPLAY "CBCTLCHK: UNABLE TO OPEN CBONCALL - STATUS "
030200                 CBX-CBONCALL-STATUS
030300         SET CBX-ABORT-REQUESTED TO TRUE
030400         MOVE 16 TO CBX-RETURN-CODE-WK
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN OUTPUT CBCTLRPT.
030800     IF CBX-CBCTLRPT-STATUS NOT = "00"
030900         DISPLAY "CBCTLCHK: UNABLE TO OPEN CBCTLRPT - STATUS "
031000                 CBX-CBCTLRPT-STATUS
031100         SET CBX-ABORT-REQUESTED TO TRUE
031200         MOVE 16 TO CBX-RETURN-CODE-WK
031300         GO TO 1000-EXIT
031400     END-IF.
031500     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
031600     MOVE SPACES TO CBX-RPT-REC.
031700     STRING "CONTROL FILE CROSS-CHECK EXCEPTIONS   RUN "
031800            CBX-TS-FORMATTED
031900         DELIMITED BY SIZE INTO CBX-RPT-REC.
032000     WRITE CBX-RPT-REC.
032100     SET CBX-FLTMST-NOT-EOF TO TRUE.
032200     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
032300     PERFORM 1110-LOAD-ONE-MST THRU 1110-EXIT
032400         UNTIL CBX-FLTMST-EOF.
032500     SET CBX-CBONCALL-NOT-EOF TO TRUE.
032600     PERFORM 1200-READ-ONC-REC THRU 1200-EXIT.
032700     PERFORM 1210-LOAD-ONE-ONC THRU 1210-EXIT
032800         UNTIL CBX-CBONCALL-EOF.
032900     PERFORM 1300-LOAD-BANNER-DIR THRU 1300-EXIT.
033000 1000-EXIT.
033100     EXIT.
033200******************************************************************
033300*    1100-READ-MST-REC - READ-AHEAD FOR THE MASTER LOAD          *
033400******************************************************************
033500 1100-READ-MST-REC.
033600     READ FLTMST
033700         AT END SET CBX-FLTMST-EOF TO TRUE
033800     END-READ.
033900     IF CBX-FLTMST-NOT-EOF
034000         ADD 1 TO CBX-REC-NO
034100     END-IF.
034200 1100-EXIT.
034300     EXIT.
034400******************************************************************
034500*    1110-LOAD-ONE-MST                                           *
034600******************************************************************
034700 1110-LOAD-ONE-MST.
034800     IF CBX-FLT-COUNT >= 64
034900         DISPLAY "CBCTLCHK: MORE THAN 64 FLTMST ENTRIES - "
035000                 "EXTRA ENTRIES NOT CHECKED"
035100         SET CBX-FLTMST-EOF TO TRUE
035200         GO TO 1110-EXIT
035300     END-IF.
035400     ADD 1 TO CBX-FLT-COUNT.
035500     SET CBX-FLT-IDX TO CBX-FLT-COUNT.
035600     MOVE CB-FMS-SUBSYSTEM TO CBX-FLT-SUBSYSTEM(CBX-FLT-IDX).
035700     MOVE CB-FMS-BANNER-CODE TO CBX-FLT-BANNER(CBX-FLT-IDX).
035800     MOVE CB-FMS-GROUP TO CBX-FLT-GROUP(CBX-FLT-IDX).
035900     MOVE CBX-REC-NO TO CBX-FLT-REC-NO(CBX-FLT-IDX).
036000     PERFORM 1100-READ-MST-REC THRU 1100-EXIT.
036100 1110-EXIT.
036200     EXIT.
036300******************************************************************
036400*    1200-READ-ONC-REC - READ-AHEAD FOR THE ROSTER LOAD          *
036500******************************************************************
036600 1200-READ-ONC-REC.
036700     READ CBONCALL
036800         AT END SET CBX-CBONCALL-EOF TO TRUE
036900     END-READ.
037000 1200-EXIT.
037100     EXIT.
037200******************************************************************
037300*    1210-LOAD-ONE-ONC - THE WINDOW IS KEPT AS TEXT HERE AND     *
037400*    CHECKED IN 2110 SO A BAD ONE IS REPORTED, NOT ABENDED ON    *
037500******************************************************************
037600 1210-LOAD-ONE-ONC.
037700     IF CBX-ONC-COUNT >= 100
037800         DISPLAY "CBCTLCHK: MORE THAN 100 ROSTER ENTRIES - "
037900                 "EXTRA ENTRIES NOT CHECKED"
038000         SET CBX-CBONCALL-EOF TO TRUE
038100         GO TO 1210-EXIT
038200     END-IF.
038300     ADD 1 TO CBX-ONC-COUNT.
038400     SET CBX-ONC-IDX TO CBX-ONC-COUNT.
038500     MOVE CB-ONC-SUBSYSTEM TO CBX-ONC-SUBSYSTEM(CBX-ONC-IDX).
038600     MOVE CB-ONCALL-REC(9:4) TO CBX-ONC-START(CBX-ONC-IDX).
038700     MOVE CB-ONCALL-REC(13:4) TO CBX-ONC-END(CBX-ONC-IDX).
038800     MOVE CBX-ONC-COUNT TO CBX-ONC-REC-NO(CBX-ONC-IDX).
038900     MOVE "N" TO CBX-ONC-VALID-SW(CBX-ONC-IDX).
039000     MOVE ZERO TO CBX-ONC-START-MIN(CBX-ONC-IDX).
039100     MOVE ZERO TO CBX-ONC-END-MIN(CBX-ONC-IDX).
039200     PERFORM 1200-READ-ONC-REC THRU 1200-EXIT.
039300 1210-EXIT.
039400     EXIT.
039500******************************************************************
039600*    1300-LOAD-BANNER-DIR - AS CBVALID: NO DIRECTORY DD SKIPS    *
039700*    THE BANNER CHECK WITH A REPORT NOTE; ANY OTHER OPEN FAILURE *
039800*    ABORTS                                                      *
039900******************************************************************
040000 1300-LOAD-BANNER-DIR.
040100     OPEN INPUT BANNERDIR.
040200     IF CBX-BANNERDIR-STATUS = "35"
040300         GO TO 1300-EXIT
040400     END-IF.
040500     IF CBX-BANNERDIR-STATUS NOT = "00"
040600         DISPLAY "CBCTLCHK: UNABLE TO OPEN BANNERDIR - STATUS "
040700                 CBX-BANNERDIR-STATUS
040800         SET CBX-ABORT-REQUESTED TO TRUE
040900         MOVE 16 TO CBX-RETURN-CODE-WK
041000         GO TO 1300-EXIT
041100     END-IF.
041200     SET CBX-BDIR-NOT-EOF TO TRUE.
041300     PERFORM 1310-READ-BDIR-REC THRU 1310-EXIT.
041400     PERFORM 1320-LOAD-ONE-BDIR THRU 1320-EXIT
041500         UNTIL CBX-BDIR-EOF.
041600     CLOSE BANNERDIR.
041700     SET CBX-BDIR-LOADED TO TRUE.
041800 1300-EXIT.
041900     EXIT.
042000******************************************************************
042100*    1310-READ-BDIR-REC                                          *
042200******************************************************************
042300 1310-READ-BDIR-REC.
042400     READ BANNERDIR
042500         AT END SET CBX-BDIR-EOF TO TRUE
042600     END-READ.
042700 1310-EXIT.
042800     EXIT.
042900******************************************************************
043000*    1320-LOAD-ONE-BDIR                                          *
043100******************************************************************
043200 1320-LOAD-ONE-BDIR.
043300     IF CBX-BDIR-COUNT < 32
043400         ADD 1 TO CBX-BDIR-COUNT
043500         SET CBX-BDIR-IDX TO CBX-BDIR-COUNT
043600         MOVE CB-BDIR-BANNER-CODE
043700             TO CBX-BDIR-TBL-CODE(CBX-BDIR-IDX)
043800         MOVE CB-BDIR-STATUS-FLAG
043900             TO CBX-BDIR-TBL-FLAG(CBX-BDIR-IDX)
044000     END-IF.
044100     PERFORM 1310-READ-BDIR-REC THRU 1310-EXIT.
044200 1320-EXIT.
044300     EXIT.
044400******************************************************************
044500*    2000-CHECK-MASTER-ORDER - CBFLTBLD STARTS A NEW *GROUP      *
044600*    HEADER EVERY TIME THE GROUP CHANGES, SO A GROUP THAT COMES  *
044700*    BACK AFTER ANOTHER ONE SPLITS ITS AREA ON THE WALL.  ALSO   *
044800*    BUILDS THE GROUP TABLE THE LATER CHECKS USE.                *
044900******************************************************************
045000 2000-CHECK-MASTER-ORDER.
045100     MOVE "FLEET MASTER GROUP ORDER (FLTMST)" TO CBX-RPT-REC.
045200     PERFORM 8100-START-SECTION THRU 8100-EXIT.
045300     MOVE HIGH-VALUES TO CBX-PREV-GROUP.
045400     PERFORM 2010-CHECK-ONE-MST THRU 2010-EXIT
045500         VARYING CBX-FLT-SUB FROM 1 BY 1
045600         UNTIL CBX-FLT-SUB > CBX-FLT-COUNT.
045700     PERFORM 8110-END-SECTION THRU 8110-EXIT.
045800 2000-EXIT.
045900     EXIT.
046000******************************************************************
046100*    2010-CHECK-ONE-MST                                          *
046200******************************************************************
046300 2010-CHECK-ONE-MST.
046400     SET CBX-FLT-IDX TO CBX-FLT-SUB.
046500     MOVE CBX-FLT-GROUP(CBX-FLT-IDX) TO CBX-FIND-NAME.
046600     PERFORM 2020-FIND-GROUP THRU 2020-EXIT.
046700     IF CBX-FLT-GROUP(CBX-FLT-IDX) = CBX-PREV-GROUP
046800         SET CBX-GRP-IDX TO CBX-GRP-SLOT
046900         ADD 1 TO CBX-GRP-MEMBERS(CBX-GRP-IDX)
047000         GO TO 2010-EXIT
047100     END-IF.
047200     MOVE CBX-FLT-GROUP(CBX-FLT-IDX) TO CBX-PREV-GROUP.
047300     IF CBX-GRP-SLOT > ZERO
047400         SET CBX-GRP-IDX TO CBX-GRP-SLOT
047500         ADD 1 TO CBX-GRP-MEMBERS(CBX-GRP-IDX)
047600         SET CBX-SEV-ERROR TO TRUE
047700         MOVE "FLTMST" TO CBX-EXC-DD
047800         MOVE CBX-FLT-REC-NO(CBX-FLT-IDX) TO CBX-REC-NO
047900         MOVE SPACES TO CBX-EXC-TEXT
048000         STRING "GROUP " CBX-FLT-GROUP(CBX-FLT-IDX)
048100                " RESUMES AT " CBX-FLT-SUBSYSTEM(CBX-FLT-IDX)
048200                " - NOT SORTED BY GROUP"
048300             DELIMITED BY SIZE INTO CBX-EXC-TEXT
048400         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
048500         GO TO 2010-EXIT
048600     END-IF.
048700     IF CBX-GRP-COUNT < 64
048800         ADD 1 TO CBX-GRP-COUNT
048900         SET CBX-GRP-IDX TO CBX-GRP-COUNT
049000         MOVE CBX-FLT-GROUP(CBX-FLT-IDX)
049100             TO CBX-GRP-NAME(CBX-GRP-IDX)
049200         MOVE 1 TO CBX-GRP-MEMBERS(CBX-GRP-IDX)
049300     END-IF.
049400 2010-EXIT.
049500     EXIT.
049600******************************************************************
049700*    2020-FIND-GROUP - TABLE SLOT OF CBX-FIND-NAME INTO          *
049800*    CBX-GRP-SLOT, ZERO IF IT IS NOT A FLTMST GROUP              *
049900******************************************************************
050000 2020-FIND-GROUP.
050100     MOVE ZERO TO CBX-GRP-SLOT.
050200     PERFORM 2030-MATCH-GROUP THRU 2030-EXIT
050300         VARYING CBX-GRP-SUB FROM 1 BY 1
050400         UNTIL CBX-GRP-SUB > CBX-GRP-COUNT
050500            OR CBX-GRP-SLOT > ZERO.
050600 2020-EXIT.
050700     EXIT.
050800******************************************************************
050900*    2030-MATCH-GROUP                                            *
051000******************************************************************
051100 2030-MATCH-GROUP.
051200     SET CBX-GRP-IDX TO CBX-GRP-SUB.
051300     IF CBX-GRP-NAME(CBX-GRP-IDX) = CBX-FIND-NAME
051400         MOVE CBX-GRP-SUB TO CBX-GRP-SLOT
051500     END-IF.
051600 2030-EXIT.
051700     EXIT.
051800******************************************************************
051900*    2100-CHECK-COVERAGE - CHECK EVERY ROSTER WINDOW, THEN THE   *
052000*    ROUND-THE-CLOCK COVER OF EACH SUBSYSTEM, EACH GROUP THAT    *
052100*    HAS ROSTER ENTRIES OF ITS OWN, AND THE SHIFT SUPERVISOR     *
052200******************************************************************
052300 2100-CHECK-COVERAGE.
052400     MOVE "ON-CALL COVERAGE (CBONCALL AGAINST FLTMST)"
052500         TO CBX-RPT-REC.
052600     PERFORM 8100-START-SECTION THRU 8100-EXIT.
052700     PERFORM 2110-CHECK-ONE-WINDOW THRU 2110-EXIT
052800         VARYING CBX-ONC-SUB FROM 1 BY 1
052900         UNTIL CBX-ONC-SUB > CBX-ONC-COUNT.
053000     PERFORM 2120-COVER-ONE-SUBSYS THRU 2120-EXIT
053100         VARYING CBX-FLT-SUB FROM 1 BY 1
053200         UNTIL CBX-FLT-SUB > CBX-FLT-COUNT.
053300     PERFORM 2130-COVER-ONE-GROUP THRU 2130-EXIT
053400         VARYING CBX-GRP-SUB FROM 1 BY 1
053500         UNTIL CBX-GRP-SUB > CBX-GRP-COUNT.
053600     PERFORM 2140-COVER-SUPERVISOR THRU 2140-EXIT.
053700     PERFORM 8110-END-SECTION THRU 8110-EXIT.
053800 2100-EXIT.
053900     EXIT.
054000******************************************************************
054100*    2110-CHECK-ONE-WINDOW - A WINDOW MUST BE TWO VALID HHMM     *
054200*    TIMES; A BAD ONE IS AN ERROR AND COUNTS FOR NO COVER.       *
054300*    THE END MINUTE IS INCLUSIVE, AS CBFLTALT MATCHES IT.        *
054400******************************************************************
054500 2110-CHECK-ONE-WINDOW.
054600     SET CBX-ONC-IDX TO CBX-ONC-SUB.
054700     MOVE CBX-ONC-START(CBX-ONC-IDX) TO CBX-HM-FROM.
054800     MOVE CBX-ONC-END(CBX-ONC-IDX) TO CBX-HM-TO.
054900     IF CBX-HM-FROM IS NOT NUMERIC
055000        OR CBX-HM-TO IS NOT NUMERIC
055100        OR CBX-HM-FROM(1:2) > "23" OR CBX-HM-FROM(3:2) > "59"
055200        OR CBX-HM-TO(1:2) > "23" OR CBX-HM-TO(3:2) > "59"
055300         SET CBX-SEV-ERROR TO TRUE
055400         MOVE "CBONCALL" TO CBX-EXC-DD
055500         MOVE CBX-ONC-REC-NO(CBX-ONC-IDX) TO CBX-REC-NO
055600         MOVE SPACES TO CBX-EXC-TEXT
055700         STRING CBX-ONC-SUBSYSTEM(CBX-ONC-IDX) " WINDOW "
055800                CBX-HM-FROM "-" CBX-HM-TO
055900                " IS NOT A VALID HHMM RANGE"
056000             DELIMITED BY SIZE INTO CBX-EXC-TEXT
056100         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
056200         GO TO 2110-EXIT
056300     END-IF.
056400     MOVE "Y" TO CBX-ONC-VALID-SW(CBX-ONC-IDX).
056500     MOVE CBX-HM-FROM(1:2) TO CBX-HM-HH.
056600     MOVE CBX-HM-FROM(3:2) TO CBX-HM-MM.
056700     COMPUTE CBX-ONC-START-MIN(CBX-ONC-IDX) =
056800         CBX-HM-HH * 60 + CBX-HM-MM + 1.
056900     MOVE CBX-HM-TO(1:2) TO CBX-HM-HH.
057000     MOVE CBX-HM-TO(3:2) TO CBX-HM-MM.
057100     COMPUTE CBX-ONC-END-MIN(CBX-ONC-IDX) =
057200         CBX-HM-HH * 60 + CBX-HM-MM + 1.
057300 2110-EXIT.
057400     EXIT.
057500******************************************************************
057600*    2120-COVER-ONE-SUBSYS - ITS OWN ENTRIES AND ITS GROUP'S     *
057700******************************************************************
057800 2120-COVER-ONE-SUBSYS.
057900     SET CBX-FLT-IDX TO CBX-FLT-SUB.
058000     MOVE "S" TO CBX-SUBJ-KIND.
058100     MOVE CBX-FLT-SUBSYSTEM(CBX-FLT-IDX) TO CBX-SUBJ-NAME.
058200     MOVE CBX-FLT-GROUP(CBX-FLT-IDX) TO CBX-SUBJ-GROUP-NAME.
058300     MOVE CBX-FLT-SUBSYSTEM(CBX-FLT-IDX) TO CBX-SUBJ-LABEL.
058400     MOVE "FLTMST" TO CBX-SUBJ-DD.
058500     MOVE CBX-FLT-REC-NO(CBX-FLT-IDX) TO CBX-SUBJ-REC-NO.
058600     PERFORM 2200-BUILD-COVERAGE THRU 2200-EXIT.
058700     PERFORM 2300-SCAN-COVERAGE THRU 2300-EXIT.
058800 2120-EXIT.
058900     EXIT.
059000******************************************************************
059100*    2130-COVER-ONE-GROUP - ONLY THE ENTRIES NAMING THE GROUP.   *
059200*    A GROUP WITH NONE IS COVERED THROUGH ITS SUBSYSTEMS AND IS  *
059300*    NOT CHECKED ON ITS OWN.                                     *
059400******************************************************************
059500 2130-COVER-ONE-GROUP.
059600     SET CBX-GRP-IDX TO CBX-GRP-SUB.
059700     MOVE "G" TO CBX-SUBJ-KIND.
059800     MOVE CBX-GRP-NAME(CBX-GRP-IDX) TO CBX-SUBJ-NAME.
059900     MOVE SPACES TO CBX-SUBJ-GROUP-NAME.
060000     MOVE SPACES TO CBX-SUBJ-LABEL.
060100     STRING "GROUP " CBX-GRP-NAME(CBX-GRP-IDX)
060200         DELIMITED BY SIZE INTO CBX-SUBJ-LABEL.
060300     MOVE "CBONCALL" TO CBX-SUBJ-DD.
060400     MOVE ZERO TO CBX-SUBJ-REC-NO.
060500     PERFORM 2200-BUILD-COVERAGE THRU 2200-EXIT.
060600     IF CBX-SUBJ-ENTRIES > ZERO
060700         PERFORM 2300-SCAN-COVERAGE THRU 2300-EXIT
060800     END-IF.
060900 2130-EXIT.
061000     EXIT.
061100******************************************************************
061200*    2140-COVER-SUPERVISOR - THE *SUPV ENTRIES CBFLTALT'S LAST   *
061300*    ESCALATION GOES TO.  NONE AT ALL IS A WARNING - ESCALATION  *
061400*    THEN STOPS AT THE SECONDARY CONTACT.                        *
061500******************************************************************
061600 2140-COVER-SUPERVISOR.
061700     MOVE "V" TO CBX-SUBJ-KIND.
061800     MOVE "*SUPV" TO CBX-SUBJ-NAME.
061900     MOVE SPACES TO CBX-SUBJ-GROUP-NAME.
062000     MOVE "SHIFT SUPERVISOR" TO CBX-SUBJ-LABEL.
062100     MOVE "CBONCALL" TO CBX-SUBJ-DD.
062200     MOVE ZERO TO CBX-SUBJ-REC-NO.
062300     PERFORM 2200-BUILD-COVERAGE THRU 2200-EXIT.
062400     IF CBX-SUBJ-ENTRIES > ZERO
062500         PERFORM 2300-SCAN-COVERAGE THRU 2300-EXIT
062600         GO TO 2140-EXIT
062700     END-IF.
062800     SET CBX-SEV-WARNING TO TRUE.
062900     MOVE "CBONCALL" TO CBX-EXC-DD.
063000     MOVE ZERO TO CBX-REC-NO.
063100     MOVE "NO *SUPV SHIFT SUPERVISOR ENTRIES - ESCALATION STOPS"
063200         TO CBX-EXC-TEXT.
063300     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
063400 2140-EXIT.
063500     EXIT.
063600******************************************************************
063700*    2200-BUILD-COVERAGE - COUNT, MINUTE BY MINUTE, THE ROSTER   *
063800*    ENTRIES THAT PAGE FOR THE SUBJECT IN HAND                   *
063900******************************************************************
064000 2200-BUILD-COVERAGE.
064100     INITIALIZE CBX-COVER-TABLE.
064200     MOVE ZERO TO CBX-SUBJ-ENTRIES.
064300     PERFORM 2210-ADD-ONE-ROSTER THRU 2210-EXIT
064400         VARYING CBX-ONC-SUB FROM 1 BY 1
064500         UNTIL CBX-ONC-SUB > CBX-ONC-COUNT.
064600 2200-EXIT.
064700     EXIT.
064800******************************************************************
064900*    2210-ADD-ONE-ROSTER - A WINDOW WHOSE START IS LATER THAN    *
065000*    ITS END SPANS MIDNIGHT, AS IN CBFLTALT                      *
065100******************************************************************
065200 2210-ADD-ONE-ROSTER.
065300     SET CBX-ONC-IDX TO CBX-ONC-SUB.
065400     IF NOT CBX-ONC-VALID(CBX-ONC-IDX)
065500         GO TO 2210-EXIT
065600     END-IF.
065700     EVALUATE TRUE
065800         WHEN CBX-SUBJ-SUBSYSTEM
065900             IF CBX-ONC-SUBSYSTEM(CBX-ONC-IDX) NOT = CBX-SUBJ-NAME
066000                AND (CBX-SUBJ-GROUP-NAME = SPACES
066100                     OR CBX-ONC-SUBSYSTEM(CBX-ONC-IDX)
066200                        NOT = CBX-SUBJ-GROUP-NAME)
066300                 GO TO 2210-EXIT
066400             END-IF
066500         WHEN OTHER
066600             IF CBX-ONC-SUBSYSTEM(CBX-ONC-IDX) NOT = CBX-SUBJ-NAME
066700                 GO TO 2210-EXIT
066800             END-IF
066900     END-EVALUATE.
067000     ADD 1 TO CBX-SUBJ-ENTRIES.
067100     IF CBX-ONC-START-MIN(CBX-ONC-IDX)
067200            <= CBX-ONC-END-MIN(CBX-ONC-IDX)
067300         PERFORM 2220-MARK-MINUTE THRU 2220-EXIT
067400             VARYING CBX-MIN-SUB
067500             FROM CBX-ONC-START-MIN(CBX-ONC-IDX) BY 1
067600             UNTIL CBX-MIN-SUB > CBX-ONC-END-MIN(CBX-ONC-IDX)
067700     ELSE
067800         PERFORM 2220-MARK-MINUTE THRU 2220-EXIT
067900             VARYING CBX-MIN-SUB
068000             FROM CBX-ONC-START-MIN(CBX-ONC-IDX) BY 1
068100             UNTIL CBX-MIN-SUB > 1440
068200         PERFORM 2220-MARK-MINUTE THRU 2220-EXIT
068300             VARYING CBX-MIN-SUB FROM 1 BY 1
068400             UNTIL CBX-MIN-SUB > CBX-ONC-END-MIN(CBX-ONC-IDX)
068500     END-IF.
068600 2210-EXIT.
068700     EXIT.
068800******************************************************************
068900*    2220-MARK-MINUTE                                            *
069000******************************************************************
069100 2220-MARK-MINUTE.
069200     ADD 1 TO CBX-COVER-CNT(CBX-MIN-SUB).
069300 2220-EXIT.
069400     EXIT.
069500******************************************************************
069600*    2300-SCAN-COVERAGE - WALK THE DAY IN RUNS OF NO COVER, ONE  *
069700*    CONTACT, OR MORE THAN ONE.  THE WALK STARTS AT THE FIRST    *
069800*    MINUTE WHOSE STATE DIFFERS FROM THE MINUTE BEFORE IT; A DAY *
069900*    WITH NO CHANGE AT ALL IS ONE RUN.                           *
070000******************************************************************
070100 2300-SCAN-COVERAGE.
070200     MOVE ZERO TO CBX-SCAN-START.
070300     PERFORM 2310-FIND-CHANGE THRU 2310-EXIT
070400         VARYING CBX-M FROM 1 BY 1
070500         UNTIL CBX-M > 1440
070600            OR CBX-SCAN-START > ZERO.
070700     IF CBX-SCAN-START = ZERO
070800         MOVE 1 TO CBX-M
070900         PERFORM 2340-CLASS-OF-MINUTE THRU 2340-EXIT
071000         MOVE CBX-CLASS TO CBX-RUN-CLASS
071100         MOVE CBX-COVER-CNT(1) TO CBX-RUN-MAX
071200         MOVE 1 TO CBX-RUN-START
071300         MOVE 1440 TO CBX-RUN-END
071400         PERFORM 2330-REPORT-RUN THRU 2330-EXIT
071500         GO TO 2300-EXIT
071600     END-IF.
071700     MOVE CBX-SCAN-START TO CBX-M.
071800     PERFORM 2340-CLASS-OF-MINUTE THRU 2340-EXIT.
071900     MOVE CBX-CLASS TO CBX-RUN-CLASS.
072000     MOVE CBX-COVER-CNT(CBX-M) TO CBX-RUN-MAX.
072100     MOVE CBX-SCAN-START TO CBX-RUN-START.
072200     PERFORM 2320-SCAN-ONE-MINUTE THRU 2320-EXIT
072300         VARYING CBX-K FROM 1 BY 1
072400         UNTIL CBX-K > 1439.
072500     IF CBX-SCAN-START = 1
072600         MOVE 1440 TO CBX-RUN-END
072700     ELSE
072800         COMPUTE CBX-RUN-END = CBX-SCAN-START - 1
072900     END-IF.
073000     PERFORM 2330-REPORT-RUN THRU 2330-EXIT.
073100 2300-EXIT.
073200     EXIT.
073300******************************************************************
073400*    2310-FIND-CHANGE                                            *
073500******************************************************************
073600 2310-FIND-CHANGE.
073700     IF CBX-M = 1
073800         MOVE 1440 TO CBX-PREV-M
073900     ELSE
074000         COMPUTE CBX-PREV-M = CBX-M - 1
074100     END-IF.
074200     PERFORM 2340-CLASS-OF-MINUTE THRU 2340-EXIT.
074300     MOVE CBX-CLASS TO CBX-PREV-CLASS.
074400     MOVE CBX-M TO CBX-MIN-SUB.
074500     MOVE CBX-PREV-M TO CBX-M.
074600     PERFORM 2340-CLASS-OF-MINUTE THRU 2340-EXIT.
074700     MOVE CBX-MIN-SUB TO CBX-M.
074800     IF CBX-CLASS NOT = CBX-PREV-CLASS
074900         MOVE CBX-M TO CBX-SCAN-START
075000     END-IF.
075100 2310-EXIT.
075200     EXIT.
075300******************************************************************
075400*    2320-SCAN-ONE-MINUTE - MINUTE CBX-K AFTER THE START, ROUND  *
075500*    PAST MIDNIGHT; A CHANGE OF STATE CLOSES THE RUN IN HAND     *
075600******************************************************************
075700 2320-SCAN-ONE-MINUTE.
075800     COMPUTE CBX-M = CBX-SCAN-START + CBX-K.
075900     IF CBX-M > 1440
076000         SUBTRACT 1440 FROM CBX-M
076100     END-IF.
076200     PERFORM 2340-CLASS-OF-MINUTE THRU 2340-EXIT.
076300     IF CBX-CLASS = CBX-RUN-CLASS
076400         IF CBX-COVER-CNT(CBX-M) > CBX-RUN-MAX
076500             MOVE CBX-COVER-CNT(CBX-M) TO CBX-RUN-MAX
076600         END-IF
076700         GO TO 2320-EXIT
076800     END-IF.
076900     IF CBX-M = 1
077000         MOVE 1440 TO CBX-RUN-END
077100     ELSE
077200         COMPUTE CBX-RUN-END = CBX-M - 1
077300     END-IF.
077400     PERFORM 2330-REPORT-RUN THRU 2330-EXIT.
077500     MOVE CBX-CLASS TO CBX-RUN-CLASS.
077600     MOVE CBX-COVER-CNT(CBX-M) TO CBX-RUN-MAX.
077700     MOVE CBX-M TO CBX-RUN-START.
077800 2320-EXIT.
077900     EXIT.
078000******************************************************************
078100*    2330-REPORT-RUN - A GAP IS AN ERROR, AN OVERLAP A WARNING   *
078200******************************************************************
078300 2330-REPORT-RUN.
078400     IF CBX-RUN-CLASS = 1
078500         GO TO 2330-EXIT
078600     END-IF.
078700     COMPUTE CBX-HM-MINUTE = CBX-RUN-START - 1.
078800     PERFORM 8300-MINUTE-TO-HHMM THRU 8300-EXIT.
078900     MOVE CBX-HHMM-OUT TO CBX-HM-FROM.
079000     COMPUTE CBX-HM-MINUTE = CBX-RUN-END - 1.
079100     PERFORM 8300-MINUTE-TO-HHMM THRU 8300-EXIT.
079200     MOVE CBX-HHMM-OUT TO CBX-HM-TO.
079300     MOVE CBX-SUBJ-DD TO CBX-EXC-DD.
079400     MOVE CBX-SUBJ-REC-NO TO CBX-REC-NO.
079500     MOVE SPACES TO CBX-EXC-TEXT.
079600     IF CBX-RUN-CLASS = ZERO
079700         SET CBX-SEV-ERROR TO TRUE
079800         STRING CBX-SUBJ-LABEL DELIMITED BY "  "
079900                " HAS NO ON-CALL COVER " DELIMITED BY SIZE
080000                CBX-HM-FROM "-" CBX-HM-TO DELIMITED BY SIZE
080100             INTO CBX-EXC-TEXT
080200     ELSE
080300         SET CBX-SEV-WARNING TO TRUE
080400         MOVE CBX-RUN-MAX TO CBX-CONTACTS-ED
080500         STRING CBX-SUBJ-LABEL DELIMITED BY "  "
080600                " OVERLAP " DELIMITED BY SIZE
080700                CBX-HM-FROM "-" CBX-HM-TO DELIMITED BY SIZE
080800                " - UP TO " CBX-CONTACTS-ED " CONTACTS PAGED"
080900                    DELIMITED BY SIZE
081000             INTO CBX-EXC-TEXT
081100     END-IF.
081200     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
081300 2330-EXIT.
081400     EXIT.
081500******************************************************************
081600*    2340-CLASS-OF-MINUTE - 0 NO COVER, 1 ONE CONTACT, 2 MORE    *
081700******************************************************************
081800 2340-CLASS-OF-MINUTE.
081900     EVALUATE TRUE
082000         WHEN CBX-COVER-CNT(CBX-M) = ZERO
082100             MOVE 0 TO CBX-CLASS
082200         WHEN CBX-COVER-CNT(CBX-M) = 1
082300             MOVE 1 TO CBX-CLASS
082400         WHEN OTHER
082500             MOVE 2 TO CBX-CLASS
082600     END-EVALUATE.
082700 2340-EXIT.
082800     EXIT.
082900******************************************************************
083000*    2400-CHECK-BANNERS - EVERY FLTMST AND CBCAL BANNER CODE     *
083100*    MUST BE ACTIVE IN BANNERDIR.  SKIPPED WITH A NOTE WHEN NO   *
083200*    DIRECTORY WAS SUPPLIED.                                     *
083300******************************************************************
083400 2400-CHECK-BANNERS.
083500     MOVE "BANNER CODES (FLTMST AND CBCAL AGAINST BANNERDIR)"
083600         TO CBX-RPT-REC.
083700     PERFORM 8100-START-SECTION THRU 8100-EXIT.
083800     IF CBX-BDIR-NOT-LOADED
083900         MOVE "NOTE: NO BANNER DIRECTORY SUPPLIED - CHECK SKIPPED"
084000             TO CBX-RPT-REC
084100         WRITE CBX-RPT-REC
084200         GO TO 2400-EXIT
084300     END-IF.
084400     MOVE "FLTMST" TO CBX-EXC-DD.
084500     PERFORM 2410-CHECK-ONE-MST-CODE THRU 2410-EXIT
084600         VARYING CBX-FLT-SUB FROM 1 BY 1
084700         UNTIL CBX-FLT-SUB > CBX-FLT-COUNT.
084800     OPEN INPUT CBCAL.
084900     IF CBX-CBCAL-STATUS = "35"
085000         MOVE "NOTE: NO CBCAL SUPPLIED - CALENDAR NOT CHECKED"
085100             TO CBX-RPT-REC
085200         WRITE CBX-RPT-REC
085300         GO TO 2400-END
085400     END-IF.
085500     IF CBX-CBCAL-STATUS NOT = "00"
085600         DISPLAY "CBCTLCHK: UNABLE TO OPEN CBCAL - STATUS "
085700                 CBX-CBCAL-STATUS " - CALENDAR CODES NOT CHECKED"
085800         IF CBX-RETURN-CODE-WK < 4
085900             MOVE 4 TO CBX-RETURN-CODE-WK
086000         END-IF
086100         GO TO 2400-END
086200     END-IF.
086300     MOVE ZERO TO CBX-REC-NO.
086400     SET CBX-CBCAL-NOT-EOF TO TRUE.
086500     PERFORM 2420-READ-CAL-REC THRU 2420-EXIT.
086600     PERFORM 2430-CHECK-ONE-CAL THRU 2430-EXIT
086700         UNTIL CBX-CBCAL-EOF.
086800     CLOSE CBCAL.
086900 2400-END.
087000     PERFORM 8110-END-SECTION THRU 8110-EXIT.
087100 2400-EXIT.
087200     EXIT.
087300******************************************************************
087400*    2410-CHECK-ONE-MST-CODE                                     *
087500******************************************************************
087600 2410-CHECK-ONE-MST-CODE.
087700     SET CBX-FLT-IDX TO CBX-FLT-SUB.
087800     IF CBX-FLT-BANNER(CBX-FLT-IDX) = SPACES
087900         GO TO 2410-EXIT
088000     END-IF.
088100     MOVE "FLTMST" TO CBX-EXC-DD.
088200     MOVE CBX-FLT-REC-NO(CBX-FLT-IDX) TO CBX-REC-NO.
088300     MOVE CBX-FLT-BANNER(CBX-FLT-IDX) TO CBX-CHECK-CODE.
088400     PERFORM 2440-CHECK-CODE THRU 2440-EXIT.
088500 2410-EXIT.
088600     EXIT.
088700******************************************************************
088800*    2420-READ-CAL-REC                                           *
088900******************************************************************
089000 2420-READ-CAL-REC.
089100     READ CBCAL
089200         AT END SET CBX-CBCAL-EOF TO TRUE
089300     END-READ.
089400     IF CBX-CBCAL-NOT-EOF
089500         ADD 1 TO CBX-REC-NO
089600     END-IF.
089700 2420-EXIT.
089800     EXIT.
089900******************************************************************
090000*    2430-CHECK-ONE-CAL                                          *
090100******************************************************************
090200 2430-CHECK-ONE-CAL.
090300     MOVE "CBCAL" TO CBX-EXC-DD.
090400     MOVE CB-CAL-BANNER-CODE TO CBX-CHECK-CODE.
090500     PERFORM 2440-CHECK-CODE THRU 2440-EXIT.
090600     PERFORM 2420-READ-CAL-REC THRU 2420-EXIT.
090700 2430-EXIT.
090800     EXIT.
090900******************************************************************
091000*    2440-CHECK-CODE - CBX-CHECK-CODE NOT REGISTERED, OR         *
091100*    REGISTERED RETIRED, IS AN ERROR                             *
091200******************************************************************
091300 2440-CHECK-CODE.
091400     MOVE ZERO TO CBX-BDIR-SLOT.
091500     PERFORM 2450-MATCH-BDIR-CODE THRU 2450-EXIT
091600         VARYING CBX-BDIR-SUB FROM 1 BY 1
091700         UNTIL CBX-BDIR-SUB > CBX-BDIR-COUNT.
091800     SET CBX-SEV-ERROR TO TRUE.
091900     MOVE SPACES TO CBX-EXC-TEXT.
092000     EVALUATE TRUE
092100         WHEN CBX-BDIR-SLOT = ZERO
092200             STRING "BANNER " CBX-CHECK-CODE
092300                    " NOT IN THE BANNER DIRECTORY"
092400                 DELIMITED BY SIZE INTO CBX-EXC-TEXT
092500             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
092600         WHEN CBX-BDIR-TBL-FLAG(CBX-BDIR-IDX) NOT = "A"
092700             STRING "BANNER " CBX-CHECK-CODE
092800                    " RETIRED IN THE BANNER DIRECTORY"
092900                 DELIMITED BY SIZE INTO CBX-EXC-TEXT
093000             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
093100         WHEN OTHER
093200             CONTINUE
093300     END-EVALUATE.
093400 2440-EXIT.
093500     EXIT.
093600******************************************************************
093700*    2450-MATCH-BDIR-CODE - LEAVES THE MATCHING SLOT IN          *
093800*    CBX-BDIR-SLOT AND THE INDEX POSITIONED ON IT                *
093900******************************************************************
094000 2450-MATCH-BDIR-CODE.
094100     IF CBX-BDIR-TBL-CODE(CBX-BDIR-SUB) = CBX-CHECK-CODE
094200         MOVE CBX-BDIR-SUB TO CBX-BDIR-SLOT
094300         SET CBX-BDIR-IDX TO CBX-BDIR-SUB
094400     END-IF.
094500 2450-EXIT.
094600     EXIT.
094700******************************************************************
094800*    2500-CHECK-NAMES - ROSTER ENTRIES, SCHEDULE ENTRIES AND     *
094900*    EVENT SOURCES MUST NAME A SUBSYSTEM ON THE MASTER           *
095000******************************************************************
095100 2500-CHECK-NAMES.
095200     MOVE "SUBSYSTEM NAMES (CBONCALL, CBSCHED, CBFLTEVT)"
095300         TO CBX-RPT-REC.
095400     PERFORM 8100-START-SECTION THRU 8100-EXIT.
095500     PERFORM 2510-CHECK-ONE-ROSTER-NAME THRU 2510-EXIT
095600         VARYING CBX-ONC-SUB FROM 1 BY 1
095700         UNTIL CBX-ONC-SUB > CBX-ONC-COUNT.
095800     PERFORM 2520-CHECK-SCHEDULE THRU 2520-EXIT.
095900     PERFORM 2550-CHECK-EVENTS THRU 2550-EXIT.
096000     PERFORM 8110-END-SECTION THRU 8110-EXIT.
096100 2500-EXIT.
096200     EXIT.
096300******************************************************************
096400*    2510-CHECK-ONE-ROSTER-NAME - A GROUP NAME IS LEGAL (CBFLTALT*
096500*    ROUTES BY AREA) BUT IS CALLED OUT SO NOBODY MISTAKES IT FOR *
096600*    A SUBSYSTEM                                                 *
096700******************************************************************
096800 2510-CHECK-ONE-ROSTER-NAME.
096900     SET CBX-ONC-IDX TO CBX-ONC-SUB.
097000     IF CBX-ONC-SUPERVISOR(CBX-ONC-IDX)
097100         GO TO 2510-EXIT
097200     END-IF.
097300     MOVE CBX-ONC-SUBSYSTEM(CBX-ONC-IDX) TO CBX-FIND-NAME.
097400     PERFORM 2600-FIND-SUBSYSTEM THRU 2600-EXIT.
097500     IF CBX-FLT-SLOT > ZERO
097600         GO TO 2510-EXIT
097700     END-IF.
097800     MOVE "CBONCALL" TO CBX-EXC-DD.
097900     MOVE CBX-ONC-REC-NO(CBX-ONC-IDX) TO CBX-REC-NO.
098000     MOVE SPACES TO CBX-EXC-TEXT.
098100     PERFORM 2020-FIND-GROUP THRU 2020-EXIT.
098200     IF CBX-GRP-SLOT > ZERO
098300         SET CBX-GRP-IDX TO CBX-GRP-SLOT
098400         MOVE CBX-GRP-MEMBERS(CBX-GRP-IDX) TO CBX-CONTACTS-ED
098500         SET CBX-SEV-WARNING TO TRUE
098600         STRING CBX-FIND-NAME " IS A GROUP - PAGES FOR ALL "
098700                CBX-CONTACTS-ED " SUBSYSTEMS IN IT"
098800             DELIMITED BY SIZE INTO CBX-EXC-TEXT
098900     ELSE
099000         SET CBX-SEV-ERROR TO TRUE
099100         STRING CBX-FIND-NAME " IS NOT A SUBSYSTEM OR GROUP ON "
099200                "FLTMST"
099300             DELIMITED BY SIZE INTO CBX-EXC-TEXT
099400     END-IF.
099500     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
099600 2510-EXIT.
099700     EXIT.
099800******************************************************************
099900*    2520-CHECK-SCHEDULE - EACH CBSCHED JOB IS THE SUBSYSTEM IT  *
100000*    STAMPS FOR                                                  *
100100******************************************************************
100200 2520-CHECK-SCHEDULE.
100300     OPEN INPUT CBSCHED.
100400     IF CBX-CBSCHED-STATUS = "35"
100500         MOVE "NOTE: NO CBSCHED SUPPLIED - SCHEDULE NOT CHECKED"
100600             TO CBX-RPT-REC
100700         WRITE CBX-RPT-REC
100800         GO TO 2520-EXIT
100900     END-IF.
101000     IF CBX-CBSCHED-STATUS NOT = "00"
101100         DISPLAY "CBCTLCHK: UNABLE TO OPEN CBSCHED - STATUS "
101200                 CBX-CBSCHED-STATUS " - SCHEDULE NOT CHECKED"
101300         IF CBX-RETURN-CODE-WK < 4
101400             MOVE 4 TO CBX-RETURN-CODE-WK
101500         END-IF
101600         GO TO 2520-EXIT
101700     END-IF.
101800     MOVE ZERO TO CBX-REC-NO.
101900     SET CBX-CBSCHED-NOT-EOF TO TRUE.
102000     PERFORM 2530-READ-SCH-REC THRU 2530-EXIT.
102100     PERFORM 2540-CHECK-ONE-SCH THRU 2540-EXIT
102200         UNTIL CBX-CBSCHED-EOF.
102300     CLOSE CBSCHED.
102400 2520-EXIT.
102500     EXIT.
102600******************************************************************
102700*    2530-READ-SCH-REC                                           *
102800******************************************************************
102900 2530-READ-SCH-REC.
103000     READ CBSCHED
103100         AT END SET CBX-CBSCHED-EOF TO TRUE
103200     END-READ.
103300     IF CBX-CBSCHED-NOT-EOF
103400         ADD 1 TO CBX-REC-NO
103500     END-IF.
103600 2530-EXIT.
103700     EXIT.
103800******************************************************************
103900*    2540-CHECK-ONE-SCH                                          *
104000******************************************************************
104100 2540-CHECK-ONE-SCH.
104200     MOVE CB-SCH-JOB-NAME TO CBX-FIND-NAME.
104300     PERFORM 2600-FIND-SUBSYSTEM THRU 2600-EXIT.
104400     IF CBX-FLT-SLOT = ZERO
104500         SET CBX-SEV-ERROR TO TRUE
104600         MOVE "CBSCHED" TO CBX-EXC-DD
104700         MOVE SPACES TO CBX-EXC-TEXT
104800         STRING "JOB " CB-SCH-JOB-NAME " STEP " CB-SCH-STEP-NAME
104900                " IS NOT A SUBSYSTEM ON FLTMST"
105000             DELIMITED BY SIZE INTO CBX-EXC-TEXT
105100         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
105200     END-IF.
105300     PERFORM 2530-READ-SCH-REC THRU 2530-EXIT.
105400 2540-EXIT.
105500     EXIT.
105600******************************************************************
105700*    2550-CHECK-EVENTS - EACH UNKNOWN EVENT SOURCE IS REPORTED   *
105800*    ONCE, AT ITS FIRST EVENT                                    *
105900******************************************************************
106000 2550-CHECK-EVENTS.
106100     OPEN INPUT CBFLTEVT.
106200     IF CBX-CBFLTEVT-STATUS = "35"
106300         MOVE "NOTE: NO CBFLTEVT SUPPLIED - EVENTS NOT CHECKED"
106400             TO CBX-RPT-REC
106500         WRITE CBX-RPT-REC
106600         GO TO 2550-EXIT
106700     END-IF.
106800     IF CBX-CBFLTEVT-STATUS NOT = "00"
106900         DISPLAY "CBCTLCHK: UNABLE TO OPEN CBFLTEVT - STATUS "
107000                 CBX-CBFLTEVT-STATUS " - EVENT FEED NOT CHECKED"
107100         IF CBX-RETURN-CODE-WK < 4
107200             MOVE 4 TO CBX-RETURN-CODE-WK
107300         END-IF
107400         GO TO 2550-EXIT
107500     END-IF.
107600     MOVE ZERO TO CBX-REC-NO.
107700     SET CBX-CBFLTEVT-NOT-EOF TO TRUE.
107800     PERFORM 2560-READ-EVT-REC THRU 2560-EXIT.
107900     PERFORM 2570-CHECK-ONE-EVT THRU 2570-EXIT
108000         UNTIL CBX-CBFLTEVT-EOF.
108100     CLOSE CBFLTEVT.
108200 2550-EXIT.
108300     EXIT.
108400******************************************************************
108500*    2560-READ-EVT-REC                                           *
108600******************************************************************
108700 2560-READ-EVT-REC.
108800     READ CBFLTEVT
108900         AT END SET CBX-CBFLTEVT-EOF TO TRUE
109000     END-READ.
109100     IF CBX-CBFLTEVT-NOT-EOF
109200         ADD 1 TO CBX-REC-NO
109300     END-IF.
109400 2560-EXIT.
109500     EXIT.
109600******************************************************************
109700*    2570-CHECK-ONE-EVT                                          *
109800******************************************************************
109900 2570-CHECK-ONE-EVT.
110000     MOVE CB-EVT-SUBSYSTEM TO CBX-FIND-NAME.
110100     PERFORM 2600-FIND-SUBSYSTEM THRU 2600-EXIT.
110200     IF CBX-FLT-SLOT > ZERO
110300         GO TO 2570-NEXT
110400     END-IF.
110500     MOVE ZERO TO CBX-UNK-SLOT.
110600     PERFORM 2580-MATCH-UNKNOWN THRU 2580-EXIT
110700         VARYING CBX-UNK-SUB FROM 1 BY 1
110800         UNTIL CBX-UNK-SUB > CBX-UNK-COUNT.
110900     IF CBX-UNK-SLOT > ZERO
111000         GO TO 2570-NEXT
111100     END-IF.
111200     IF CBX-UNK-COUNT < 32
111300         ADD 1 TO CBX-UNK-COUNT
111400         MOVE CB-EVT-SUBSYSTEM TO CBX-UNK-NAME(CBX-UNK-COUNT)
111500     END-IF.
111600     SET CBX-SEV-ERROR TO TRUE.
111700     MOVE "CBFLTEVT" TO CBX-EXC-DD.
111800     MOVE SPACES TO CBX-EXC-TEXT.
111900     STRING "EVENTS FROM " CB-EVT-SUBSYSTEM
112000            " - NOT A SUBSYSTEM ON FLTMST"
112100         DELIMITED BY SIZE INTO CBX-EXC-TEXT.
112200     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
112300 2570-NEXT.
112400     PERFORM 2560-READ-EVT-REC THRU 2560-EXIT.
112500 2570-EXIT.
112600     EXIT.
112700******************************************************************
112800*    2580-MATCH-UNKNOWN                                          *
112900******************************************************************
113000 2580-MATCH-UNKNOWN.
113100     IF CBX-UNK-NAME(CBX-UNK-SUB) = CB-EVT-SUBSYSTEM
113200         MOVE CBX-UNK-SUB TO CBX-UNK-SLOT
113300     END-IF.
113400 2580-EXIT.
113500     EXIT.
113600******************************************************************
113700*    2600-FIND-SUBSYSTEM - TABLE SLOT OF CBX-FIND-NAME INTO      *
113800*    CBX-FLT-SLOT, ZERO IF IT IS NOT ON THE MASTER               *
113900******************************************************************
114000 2600-FIND-SUBSYSTEM.
114100     MOVE ZERO TO CBX-FLT-SLOT.
114200     PERFORM 2610-MATCH-SUBSYSTEM THRU 2610-EXIT
114300         VARYING CBX-FLT-SUB FROM 1 BY 1
114400         UNTIL CBX-FLT-SUB > CBX-FLT-COUNT
114500            OR CBX-FLT-SLOT > ZERO.
114600 2600-EXIT.
114700     EXIT.
114800******************************************************************
114900*    2610-MATCH-SUBSYSTEM                                        *
115000******************************************************************
115100 2610-MATCH-SUBSYSTEM.
115200     SET CBX-FLT-IDX TO CBX-FLT-SUB.
115300     IF CBX-FLT-SUBSYSTEM(CBX-FLT-IDX) = CBX-FIND-NAME
115400         MOVE CBX-FLT-SUB TO CBX-FLT-SLOT
115500     END-IF.
115600 2610-EXIT.
115700     EXIT.
115800******************************************************************
115900*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
116000*    HEADER                                                      *
116100******************************************************************
116200 8000-BUILD-TIMESTAMP.
116300     ACCEPT CBX-CURR-DATE FROM DATE YYYYMMDD.
116400     ACCEPT CBX-CURR-TIME FROM TIME.
116500     MOVE CBX-CURR-DATE(1:4) TO CBX-TS-YYYY.
116600     MOVE CBX-CURR-DATE(5:2) TO CBX-TS-MM.
116700     MOVE CBX-CURR-DATE(7:2) TO CBX-TS-DD.
116800     MOVE CBX-CURR-TIME(1:2) TO CBX-TS-HH.
116900     MOVE CBX-CURR-TIME(3:2) TO CBX-TS-MIN.
117000     MOVE CBX-CURR-TIME(5:2) TO CBX-TS-SEC.
117100     STRING CBX-TS-YYYY "-" CBX-TS-MM "-" CBX-TS-DD "-"
117200            CBX-TS-HH "." CBX-TS-MIN "." CBX-TS-SEC
117300         DELIMITED BY SIZE INTO CBX-TS-FORMATTED.
117400 8000-EXIT.
117500     EXIT.
117600******************************************************************
117700*    8100-START-SECTION - BLANK LINE, THE HEADING THE CALLER PUT *
117800*    IN CBX-RPT-REC, AND A FRESH SECTION COUNT                   *
117900******************************************************************
118000 8100-START-SECTION.
118100     MOVE CBX-RPT-REC TO CBX-HEADING.
118200     MOVE SPACES TO CBX-RPT-REC.
118300     WRITE CBX-RPT-REC.
118400     MOVE CBX-HEADING TO CBX-RPT-REC.
118500     WRITE CBX-RPT-REC.
118600     MOVE ZERO TO CBX-SECTION-COUNT.
118700 8100-EXIT.
118800     EXIT.
118900******************************************************************
119000*    8110-END-SECTION - SAY SO WHEN A SECTION FOUND NOTHING      *
119100******************************************************************
119200 8110-END-SECTION.
119300     IF CBX-SECTION-COUNT = ZERO
119400         MOVE "      NO EXCEPTIONS" TO CBX-RPT-REC
119500         WRITE CBX-RPT-REC
119600     END-IF.
119700 8110-EXIT.
119800     EXIT.
119900******************************************************************
120000*    8200-WRITE-EXCEPTION - ONE LINE: SEVERITY, THE DD AND       *
120100*    RECORD NUMBER IT CONCERNS (BLANK WHEN IT IS NOT ONE         *
120200*    RECORD), AND THE TEXT.  ERRORS SET RC=8, WARNINGS RC=4.     *
120300******************************************************************
120400 8200-WRITE-EXCEPTION.
120500     ADD 1 TO CBX-SECTION-COUNT.
120600     IF CBX-SEV-ERROR
120700         MOVE "ERR " TO CBX-EXC-SEVERITY
120800         ADD 1 TO CBX-ERROR-COUNT
120900         IF CBX-RETURN-CODE-WK < 8
121000             MOVE 8 TO CBX-RETURN-CODE-WK
121100         END-IF
121200     ELSE
121300         MOVE "WARN" TO CBX-EXC-SEVERITY
121400         ADD 1 TO CBX-WARNING-COUNT
121500         IF CBX-RETURN-CODE-WK < 4
121600             MOVE 4 TO CBX-RETURN-CODE-WK
121700         END-IF
121800     END-IF.
121900     IF CBX-REC-NO = ZERO
122000         MOVE SPACES TO CBX-EXC-REC
122100     ELSE
122200         MOVE CBX-REC-NO TO CBX-REC-NO-ED
122300         MOVE CBX-REC-NO-ED TO CBX-EXC-REC
122400     END-IF.
122500     MOVE CBX-EXCEPTION-LINE TO CBX-RPT-REC.
122600     WRITE CBX-RPT-REC.
122700 8200-EXIT.
122800     EXIT.
122900******************************************************************
123000*    8300-MINUTE-TO-HHMM - CBX-HM-MINUTE (0-1439) AS HHMM IN     *
123100*    CBX-HHMM-OUT                                                *
123200******************************************************************
123300 8300-MINUTE-TO-HHMM.
123400     DIVIDE CBX-HM-MINUTE BY 60 GIVING CBX-HO-HH
123500         REMAINDER CBX-HO-MM.
123600 8300-EXIT.
123700     EXIT.
123800******************************************************************
123900*    9000-TERMINATE - TRAILER WITH THE ERROR AND WARNING TOTALS, *
124000*    CLOSE EVERYTHING, ONE CONSOLE LINE FOR THE SCHEDULER LOG    *
124100******************************************************************
124200 9000-TERMINATE.
124300     MOVE CBX-ERROR-COUNT TO CBX-ERROR-COUNT-ED.
124400     MOVE CBX-WARNING-COUNT TO CBX-WARNING-COUNT-ED.
124500     IF CBX-CBCTLRPT-STATUS = "00"
124600         MOVE SPACES TO CBX-RPT-REC
124700         WRITE CBX-RPT-REC
124800         IF CBX-ERROR-COUNT = ZERO
124900            AND CBX-WARNING-COUNT = ZERO
125000             MOVE "CONTROL FILES CROSS-CHECKED CLEAN"
125100                 TO CBX-RPT-REC
125200             WRITE CBX-RPT-REC
125300         END-IF
125400         MOVE SPACES TO CBX-RPT-REC
125500         STRING "END OF CBCTLCHK REPORT   ERRORS: "
125600                CBX-ERROR-COUNT-ED "  WARNINGS: "
125700                CBX-WARNING-COUNT-ED
125800             DELIMITED BY SIZE INTO CBX-RPT-REC
125900         WRITE CBX-RPT-REC
126000         CLOSE CBCTLRPT
126100     END-IF.
126200     IF CBX-FLTMST-STATUS = "00" OR CBX-FLTMST-STATUS = "10"
126300         CLOSE FLTMST
126400     END-IF.
126500     IF CBX-CBONCALL-STATUS = "00" OR CBX-CBONCALL-STATUS = "10"
126600         CLOSE CBONCALL
126700     END-IF.
126800     DISPLAY "CBCTLCHK: ERRORS " CBX-ERROR-COUNT-ED
126900             " WARNINGS " CBX-WARNING-COUNT-ED.
127000 9000-EXIT.
127100     EXIT.
