002200*      - WRITES AN ESCALATION REPORT (DD CBALTRPT) SHOWING WHO   *
002300*        WAS NOTIFIED FOR WHAT, AND EVERY FAILURE THAT MATCHED   *
002400*        NO ROSTER ENTRY                                         *
002500*      - PAGES A BLOCKED (B) SUBSYSTEM ONLY THROUGH ITS ROOT     *
002600*        CAUSE: WHEN THE FAILURE THAT BLOCKED IT IS ALSO ON      *
002700*        CBFLTEXC, ONLY THAT FAILURE'S OWNER IS PAGED AND THE    *
002800*        BLOCKED SUBSYSTEMS ARE LISTED ON ITS ALERT.  A BLOCKED  *
002900*        ENTRY WHOSE ROOT CAUSE IS NOT ON THE DATASET IS PAGED   *
003000*        LIKE A FAILURE SO IT IS NEVER LOST.                     *
003100*      - RECORDS EVERY ALERT IT SENDS IN THE ALERT LEDGER       *
003200*        (DD CBALTLDG IN, CBALTLDN OUT - CBALDREC LAYOUT) UNDER  *
003300*        AN ALERT ID, SO A FAILURE STILL ON CBFLTEXC AT THE      *
003400*        NEXT CYCLE IS NOT PAGED AGAIN FOR THE SAME NIGHT        *
003500*      - APPLIES OPERATOR ACKNOWLEDGMENTS (DD CBALTACK,          *
003600*        CBACKREC LAYOUT) TO THE LEDGER BY ALERT ID              *
003700*      - RE-ESCALATES EVERY ALERT STILL UNACKNOWLEDGED AFTER     *
003800*        THE ESCALATION INTERVAL: FIRST TO THE ROSTER ENTRY'S    *
003900*        SECONDARY CONTACT, THEN TO THE SHIFT SUPERVISOR (THE    *
004000*        *SUPV ROSTER ENTRY COVERING THE DISPATCH TIME).  AN     *
004100*        ESCALATION GOES TO THE CONSOLE AS "CBFLTALT: ESCALATE"  *
004200*        AND IS A PAGE LIKE ANY ALERT LINE                       *
004300*    THE JOB CATALOGS CBALTLDN OVER CBALTLDG AFTER A GOOD RUN.   *
004400*    AN ACKNOWLEDGED ALERT DROPS OFF THE LEDGER ONCE ITS NIGHT   *
004500*    IS MORE THAN A WEEK OLD; AN OPEN ONE NEVER DOES.            *
004600*    THE DISPATCH TIME DEFAULTS TO THE RUN TIME AND CAN BE       *
004700*    OVERRIDDEN WITH PARM TIME=HHMM WHEN THE DISPATCHER IS       *
004800*    RERUN AFTER THE FACT; PARM DATE=YYYY-MM-DD DOES THE SAME    *
004900*    FOR THE RUN DATE.  PARM ESCALATE=NNN SETS THE ESCALATION    *
005000*    INTERVAL IN MINUTES (1 TO 999, DEFAULT 30).                 *
005100*    RC=0 EVERY FAILURE REACHED A CONTACT (OR THERE WERE NONE);  *
005200*    RC=8 ANY FAILURE FOUND NO COVERAGE, SO THE SCHEDULER CAN    *
005300*    CATCH A HOLE IN THE ROSTER;                                 *
005400*    RC=8 ALSO WHEN AN ESCALATION FOUND NO SHIFT SUPERVISOR;     *
005500*    RC=4 AN ACKNOWLEDGMENT WAS REJECTED;                        *
005600*    RC=16 A FILE WILL NOT OPEN, THE LEDGER WILL NOT FIT OR A    *
005700*    PARM IS INVALID.                                            *
005800*                                                                 *
005900*    MOD HISTORY                                                 *
006000*    DATE       INIT  DESCRIPTION                                *
006100*    2026-09-02  RLB  ORIGINAL                                   *
006200*    2026-09-02  RLB  CBFLTEXC RECORDS NOW CARRY THE FLEET       *
006300*                     GROUP; ROSTER ENTRIES MAY NAME A GROUP     *
006400*                     INSTEAD OF A SUBSYSTEM AND THE REPORT      *
006500*                     SHOWS THE GROUP ON EVERY LINE.             *
006600*    2026-10-15  RLB  BLOCKED ENTRIES ARE NOT PAGED SEPARATELY - *
006700*                     THEY RIDE ON THE ROOT-CAUSE FAILURE'S      *
006800*                     ALERT, AND THE TRAILER COUNTS THEM.        *
006900*    2026-10-15  RLB  ALERT LEDGER WITH ALERT IDS, OPERATOR     *
007000*                     ACKNOWLEDGMENTS AND TIMED RE-ESCALATION    *
007100*                     TO THE SECONDARY CONTACT AND THE SHIFT     *
007200*                     SUPERVISOR.  PARMS DATE= AND ESCALATE=.    *
007300******************************************************************
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT CBFLTEXC ASSIGN TO "CBFLTEXC"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CBD-CBFLTEXC-STATUS.
008000     SELECT CBONCALL ASSIGN TO "CBONCALL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CBD-CBONCALL-STATUS.
008300     SELECT CBALTRPT ASSIGN TO "CBALTRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CBD-CBALTRPT-STATUS.
008600     SELECT CBALTLDG ASSIGN TO "CBALTLDG"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS CBD-CBALTLDG-STATUS.
008900     SELECT CBALTLDN ASSIGN TO "CBALTLDN"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CBD-CBALTLDN-STATUS.
009200     SELECT CBALTACK ASSIGN TO "CBALTACK"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS CBD-CBALTACK-STATUS.
009500     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS CBD-CBPDCTL-STATUS.
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CBFLTEXC
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CBEXCREC.
010300 FD  CBONCALL
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CBONCREC.
010600 FD  CBALTRPT
010700     LABEL RECORDS ARE STANDARD.
010800 01  CBD-RPT-REC                PIC X(80).
010900 FD  CBALTLDG
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CBALDREC.
011200 FD  CBALTLDN
011300     LABEL RECORDS ARE STANDARD.
011400 01  CBD-LDN-REC                PIC X(117).
011500 FD  CBALTACK
011600     LABEL RECORDS ARE STANDARD.
011700     COPY CBACKREC.
011800 FD  CBPDCTL
011900     LABEL RECORDS ARE STANDARD.
012000     COPY CBPDCREC.
012100 WORKING-STORAGE SECTION.
012200******************************************************************
012300*    CONTROL SWITCHES                                           *
012400******************************************************************
012500 01  CBD-SWITCHES.
012600     05  CBD-CBFLTEXC-EOF-SW    PIC X(01)  VALUE "N".
012700         88  CBD-CBFLTEXC-EOF       VALUE "Y".
012800         88  CBD-CBFLTEXC-NOT-EOF   VALUE "N".
012900     05  CBD-CBONCALL-EOF-SW    PIC X(01)  VALUE "N".
013000         88  CBD-CBONCALL-EOF       VALUE "Y".
013100         88  CBD-CBONCALL-NOT-EOF   VALUE "N".
013200     05  CBD-ABORT-SW           PIC X(01)  VALUE "N".
013300         88  CBD-ABORT-REQUESTED    VALUE "Y".
013400         88  CBD-NOT-ABORTED        VALUE "N".
013500     05  CBD-MATCHED-SW         PIC X(01)  VALUE "N".
013600         88  CBD-MATCHED            VALUE "Y".
013700         88  CBD-NOT-MATCHED        VALUE "N".
013800     05  CBD-ROOT-PAGED-SW      PIC X(01)  VALUE "N".
013900         88  CBD-ROOT-PAGED         VALUE "Y".
014000         88  CBD-ROOT-NOT-PAGED     VALUE "N".
014100     05  CBD-CBALTLDG-EOF-SW    PIC X(01)  VALUE "N".
014200         88  CBD-CBALTLDG-EOF       VALUE "Y".
014300         88  CBD-CBALTLDG-NOT-EOF   VALUE "N".
014400     05  CBD-CBALTACK-EOF-SW    PIC X(01)  VALUE "N".
014500         88  CBD-CBALTACK-EOF       VALUE "Y".
014600         88  CBD-CBALTACK-NOT-EOF   VALUE "N".
014700     05  CBD-DATE-OK-SW         PIC X(01)  VALUE "N".
014800         88  CBD-DATE-OK            VALUE "Y".
014900         88  CBD-DATE-BAD           VALUE "N".
015000 01  CBD-CBFLTEXC-STATUS        PIC X(02)  VALUE SPACES.
015100 01  CBD-CBONCALL-STATUS        PIC X(02)  VALUE SPACES.
015200 01  CBD-CBALTRPT-STATUS        PIC X(02)  VALUE SPACES.
015300 01  CBD-CBALTLDG-STATUS        PIC X(02)  VALUE SPACES.
015400 01  CBD-CBALTLDN-STATUS        PIC X(02)  VALUE SPACES.
015500 01  CBD-CBALTACK-STATUS        PIC X(02)  VALUE SPACES.
015600 01  CBD-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
015700 77  CBD-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
015800******************************************************************
015900*    ON-CALL ROSTER TABLE - LOADED FROM CBONCALL AT STARTUP      *
016000******************************************************************
016100 01  CBD-ROSTER-TABLE.
016200     05  CBD-ONC-COUNT          PIC 9(03)  COMP VALUE ZERO.
016300     05  CBD-ONC-ENTRY OCCURS 100 TIMES
016400                       INDEXED BY CBD-ONC-IDX.
016500         10  CBD-ONC-SUBSYSTEM  PIC X(08).
016600             88  CBD-ONC-SUPERVISOR VALUE "*SUPV".
016700         10  CBD-ONC-START      PIC 9(04).
016800         10  CBD-ONC-END        PIC 9(04).
016900         10  CBD-ONC-CONTACT    PIC X(08).
017000         10  CBD-ONC-SECONDARY  PIC X(08).
017100 77  CBD-ONC-SUB                PIC 9(03)  COMP VALUE ZERO.
017200******************************************************************
017300*    EXCEPTIONS TABLE - A FIRST PASS OVER CBFLTEXC, SO EACH      *
017400*    FAILURE'S ALERT CAN LIST THE SUBSYSTEMS IT BLOCKED AND A    *
017500*    BLOCKED ENTRY CAN TELL WHETHER ITS ROOT CAUSE IS PAGED      *
017600******************************************************************
017700 01  CBD-EXC-TABLE.
017800     05  CBD-EXC-COUNT          PIC 9(03)  COMP VALUE ZERO.
017900     05  CBD-EXC-ENTRY OCCURS 64 TIMES
018000                       INDEXED BY CBD-EXC-IDX.
018100         10  CBD-EXC-SUBSYSTEM  PIC X(08).
018200         10  CBD-EXC-STATUS     PIC X(01).
018300         10  CBD-EXC-ROOT       PIC X(08).
018400 77  CBD-EXC-SUB                PIC 9(03)  COMP VALUE ZERO.
018500 77  CBD-EXC-SLOT               PIC 9(03)  COMP VALUE ZERO.
018600******************************************************************
018700*    ALERT LEDGER TABLE - CBALTLDG AS LOADED, THIS CYCLE'S       *
018800*    ACKNOWLEDGMENTS, ALERTS AND ESCALATIONS APPLIED IN PLACE,   *
018900*    THEN WRITTEN OUT AS CBALTLDN.  THE ENTRY LAYOUT IS          *
019000*    CBALDREC FIELD FOR FIELD SO A RECORD MOVES IN AND OUT       *
019100*    WHOLE.                                                      *
019200******************************************************************
019300 01  CBD-LEDGER-TABLE.
019400     05  CBD-LDG-COUNT          PIC 9(04)  COMP VALUE ZERO.
019500     05  CBD-LDG-ENTRY OCCURS 999 TIMES
019600                       INDEXED BY CBD-LDG-IDX.
019700         10  CBD-LDG-ALERT-ID   PIC X(12).
019800         10  CBD-LDG-PROC-DATE  PIC X(10).
019900         10  CBD-LDG-SUBSYSTEM  PIC X(08).
020000         10  CBD-LDG-GROUP      PIC X(08).
020100         10  CBD-LDG-CONTACT    PIC X(08).
020200         10  CBD-LDG-DISPATCH-TS PIC X(16).
020300         10  CBD-LDG-STATE      PIC X(01).
020400         10  CBD-LDG-ESC-LEVEL  PIC 9(01).
020500         10  CBD-LDG-ESC-CONTACT PIC X(08).
020600         10  CBD-LDG-ESC-TS     PIC X(16).
020700         10  CBD-LDG-ACK-TS     PIC X(16).
020800         10  CBD-LDG-ACK-BY     PIC X(08).
020900         10  CBD-LDG-ACK-MINUTES PIC 9(05).
021000 77  CBD-LDG-SUB                PIC 9(04)  COMP VALUE ZERO.
021100 77  CBD-LDG-SLOT               PIC 9(04)  COMP VALUE ZERO.
021200 77  CBD-NEXT-SEQ               PIC 9(04)  COMP VALUE 1.
021300 77  CBD-LDG-KEEP-DAYS          PIC 9(03)  COMP VALUE 7.
021400 01  CBD-ID-WORK.
021500     05  CBD-ID-DATE            PIC X(08).
021600     05  CBD-ID-SEQ             PIC 9(04).
021700 01  CBD-FIND-ID                PIC X(12)  VALUE SPACES.
021800 01  CBD-REJECT-REASON          PIC X(16)  VALUE SPACES.
021900******************************************************************
022000*    DISPATCH TIME - DEFAULTS TO THE RUN TIME, OVERRIDDEN BY     *
022100*    PARM TIME=HHMM FOR AFTER-THE-FACT RERUNS                    *
022200******************************************************************
022300 77  CBD-DISPATCH-HHMM          PIC 9(04)  VALUE ZERO.
022400******************************************************************
022500*    RUN DATE (PARM DATE= OVERRIDES), THE CYCLE'S "NOW" STAMP    *
022600*    (YYYY-MM-DD-HH.MM) AND ITS PROCESSING DATE, AND THE         *
022700*    ESCALATION INTERVAL                                         *
022800******************************************************************
022900 01  CBD-RUN-DATE               PIC X(10)  VALUE SPACES.
023000 01  CBD-NOW-STAMP.
023100     05  CBD-NOW-DATE           PIC X(10).
023200     05  FILLER                 PIC X(01)  VALUE "-".
023300     05  CBD-NOW-HH             PIC 9(02).
023400     05  FILLER                 PIC X(01)  VALUE ".".
023500     05  CBD-NOW-MI             PIC 9(02).
023600 01  CBD-PROC-DATE              PIC X(10)  VALUE SPACES.
023700 77  CBD-ESCALATE-MINUTES       PIC 9(03)  VALUE 30.
023800 01  CBD-ESC-X                  PIC X(10).
023900 77  CBD-ESC-LEN                PIC 9(02)  COMP VALUE ZERO.
024000******************************************************************
024100*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
024200*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
024300*    THE BATCH NIGHT IT BELONGS TO                               *
024400******************************************************************
024500 01  CBD-PROCDT-WORK.
024600     05  CBD-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
024700     05  CBD-PD-STAMP           PIC X(19).
024800     05  CBD-PD-HH              PIC 9(02).
024900     05  CBD-PD-MI              PIC 9(02).
025000     05  CBD-PD-HHMM            PIC 9(04).
025100     05  CBD-PD-YYYY            PIC 9(04).
025200     05  CBD-PD-MM              PIC 9(02).
025300     05  CBD-PD-DD              PIC 9(02).
025400     05  CBD-PD-QUOT            PIC 9(04)  COMP.
025500     05  CBD-PD-REM             PIC 9(04)  COMP.
025600     05  CBD-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
025700     05  CBD-PD-DATE            PIC X(10).
025800******************************************************************
025900*    STAMP ARITHMETIC - 8300-STAMP-TO-MINUTES TURNS A            *
026000*    YYYY-MM-DD-HH.MM STAMP INTO MINUTES SINCE THE DAY-NUMBER    *
026100*    EPOCH, SO TWO STAMPS SUBTRACT ACROSS MIDNIGHT AND MONTH     *
026200*    END.  8400-DATE-TO-DAYNUM IS THE SAME CONVERSION CBFLTSCR   *
026300*    USES.                                                       *
026400******************************************************************
026500 01  CBD-MIN-STAMP              PIC X(16).
026600 01  CBD-MIN-HH                 PIC 9(02).
026700 01  CBD-MIN-MI                 PIC 9(02).
026800 77  CBD-MIN-VALUE              PIC S9(11) COMP VALUE ZERO.
026900 77  CBD-NOW-MINUTES            PIC S9(11) COMP VALUE ZERO.
027000 77  CBD-BASE-MINUTES           PIC S9(11) COMP VALUE ZERO.
027100 77  CBD-ELAPSED                PIC S9(11) COMP VALUE ZERO.
027200 77  CBD-ELAPSED-ED             PIC 9(05)  VALUE ZERO.
027300 77  CBD-KEEP-DAYNUM            PIC S9(09) COMP VALUE ZERO.
027400 01  CBD-DAYNUM-WORK.
027500     05  CBD-DN-DATE            PIC X(10).
027600     05  CBD-DN-YYYY            PIC 9(04).
027700     05  CBD-DN-MM              PIC 9(02).
027800     05  CBD-DN-DD              PIC 9(02).
027900     05  CBD-DN-DAYNUM          PIC S9(09) COMP.
028000     05  CBD-DN-A               PIC S9(11) COMP.
028100     05  CBD-DN-Y               PIC S9(11) COMP.
028200     05  CBD-DN-M               PIC S9(11) COMP.
028300     05  CBD-DN-T               PIC S9(11) COMP.
028400     05  CBD-DN-Q               PIC S9(11) COMP.
028500******************************************************************
028600*    ESCALATION WORK - WHO THE ALERT IN HAND GOES TO NEXT        *
028700******************************************************************
028800 01  CBD-ESC-TARGET             PIC X(08)  VALUE SPACES.
028900 77  CBD-ESC-NEW-LEVEL          PIC 9(01)  VALUE ZERO.
029000******************************************************************
029100*    RUN COUNTS FOR THE TRAILER AND THE CONSOLE ACCOUNTING LINE  *
029200******************************************************************
029300 77  CBD-FAIL-COUNT             PIC 9(05)  COMP VALUE ZERO.
029400 77  CBD-ALERT-COUNT            PIC 9(05)  COMP VALUE ZERO.
029500 77  CBD-UNMATCHED-COUNT        PIC 9(05)  COMP VALUE ZERO.
029600 77  CBD-BLOCKED-COUNT          PIC 9(05)  COMP VALUE ZERO.
029700 77  CBD-FAIL-COUNT-ED          PIC 9(05)  VALUE ZERO.
029800 77  CBD-ALERT-COUNT-ED         PIC 9(05)  VALUE ZERO.
029900 77  CBD-UNMATCHED-COUNT-ED     PIC 9(05)  VALUE ZERO.
030000 77  CBD-BLOCKED-COUNT-ED       PIC 9(05)  VALUE ZERO.
030100 77  CBD-ON-LEDGER-COUNT        PIC 9(05)  COMP VALUE ZERO.
030200 77  CBD-ACKED-COUNT            PIC 9(05)  COMP VALUE ZERO.
030300 77  CBD-ACK-PASSED-COUNT       PIC 9(05)  COMP VALUE ZERO.
030400 77  CBD-ACK-REJECT-COUNT       PIC 9(05)  COMP VALUE ZERO.
030500 77  CBD-ESC-COUNT              PIC 9(05)  COMP VALUE ZERO.
030600 77  CBD-LDG-OPEN-COUNT         PIC 9(05)  COMP VALUE ZERO.
030700 77  CBD-LDG-DROP-COUNT         PIC 9(05)  COMP VALUE ZERO.
030800 77  CBD-ON-LEDGER-COUNT-ED     PIC 9(05)  VALUE ZERO.
030900 77  CBD-ACKED-COUNT-ED         PIC 9(05)  VALUE ZERO.
031000 77  CBD-ACK-PASSED-COUNT-ED    PIC 9(05)  VALUE ZERO.
031100 77  CBD-ACK-REJECT-COUNT-ED    PIC 9(05)  VALUE ZERO.
031200 77  CBD-ESC-COUNT-ED           PIC 9(05)  VALUE ZERO.
031300 77  CBD-LDG-OPEN-COUNT-ED      PIC 9(05)  VALUE ZERO.
031400 77  CBD-LDG-COUNT-ED           PIC 9(05)  VALUE ZERO.
031500 77  CBD-LDG-DROP-COUNT-ED      PIC 9(05)  VALUE ZERO.
031600******************************************************************
031700*    ALERT AND REPORT LINE WORK AREAS                            *
031800******************************************************************
031900 01  CBD-ALERT-LINE.
032000     05  FILLER                 PIC X(16)
032100         VALUE "CBFLTALT: ALERT ".
032200     05  CBD-ALT-SUBSYSTEM      PIC X(08).
032300     05  FILLER                 PIC X(09)  VALUE " CONTACT ".
032400     05  CBD-ALT-CONTACT        PIC X(08).
032500     05  FILLER                 PIC X(08)  VALUE " BANNER ".
032600     05  CBD-ALT-BANNER         PIC X(08).
032700     05  FILLER                 PIC X(04)  VALUE " ID ".
032800     05  CBD-ALT-ID             PIC X(12).
032900 01  CBD-ESCALATE-LINE.
033000     05  FILLER                 PIC X(19)
033100         VALUE "CBFLTALT: ESCALATE ".
033200     05  CBD-ESL-ID             PIC X(12).
033300     05  FILLER                 PIC X(01)  VALUE SPACE.
033400     05  CBD-ESL-SUBSYSTEM      PIC X(08).
033500     05  FILLER                 PIC X(09)  VALUE " CONTACT ".
033600     05  CBD-ESL-CONTACT        PIC X(08).
033700     05  FILLER                 PIC X(07)  VALUE " LEVEL ".
033800     05  CBD-ESL-LEVEL          PIC 9(01).
033900 01  CBD-DETAIL-LINE.
034000     05  CBD-DET-TAG            PIC X(10).
034100     05  CBD-DET-SUBSYSTEM      PIC X(08).
034200     05  FILLER                 PIC X(02)  VALUE SPACES.
034300     05  CBD-DET-CONTACT        PIC X(08).
034400     05  FILLER                 PIC X(02)  VALUE SPACES.
034500     05  CBD-DET-WINDOW         PIC X(09).
034600     05  FILLER                 PIC X(02)  VALUE SPACES.
034700     05  CBD-DET-NOTE           PIC X(39).
034800 01  CBD-LIST-CONTACT           PIC X(08)  VALUE SPACES.
034900 01  CBD-LIST-WINDOW            PIC X(09)  VALUE SPACES.
035000******************************************************************
035100*    PARM TOKEN WORK AREA                                       *
035200******************************************************************
035300 01  CBD-PARM-TOKENS.
035400     05  CBD-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
035500 77  CBD-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
035600 01  CBD-TOKEN-SPLIT.
035700     05  CBD-TOKEN-KEY          PIC X(10).
035800     05  CBD-TOKEN-VAL          PIC X(10).
035900******************************************************************
036000*    RUN DATE/TIME FOR THE REPORT HEADER AND THE DEFAULT         *
036100*    DISPATCH TIME                                               *
036200******************************************************************
036300 01  CBD-TIMESTAMP-WORK.
036400     05  CBD-CURR-DATE          PIC 9(08).
036500     05  CBD-CURR-TIME          PIC 9(08).
036600     05  CBD-TS-YYYY            PIC 9(04).
036700     05  CBD-TS-MM              PIC 9(02).
036800     05  CBD-TS-DD              PIC 9(02).
036900     05  CBD-TS-HH              PIC 9(02).
037000     05  CBD-TS-MIN             PIC 9(02).
037100     05  CBD-TS-SEC             PIC 9(02).
037200     05  CBD-TS-FORMATTED       PIC X(19).
037300 LINKAGE SECTION.
037400******************************************************************
037500*    CBD-PARM-AREA - OPTIONAL. PRESENT WHEN CBFLTALT RUNS AS THE *
037600*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
037700******************************************************************
037800 01  CBD-PARM-AREA.
037900     05  CBD-PARM-TEXT          PIC X(80).
038000 PROCEDURE DIVISION USING OPTIONAL CBD-PARM-AREA.
038100******************************************************************
038200*    0000-MAINLINE                                              *
038300******************************************************************
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038600     IF CBD-NOT-ABORTED
038700         PERFORM 2000-DISPATCH-ONE-EXC THRU 2000-EXIT
038800             UNTIL CBD-CBFLTEXC-EOF
038900         PERFORM 2500-ESCALATE-ONE THRU 2500-EXIT
039000             VARYING CBD-LDG-SUB FROM 1 BY 1
039100             UNTIL CBD-LDG-SUB > CBD-LDG-COUNT
039200         PERFORM 2600-WRITE-NEW-LEDGER THRU 2600-EXIT
039300     END-IF.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     MOVE CBD-RETURN-CODE-WK TO RETURN-CODE.
039600     GOBACK.
039700******************************************************************
039800*    1000-INITIALIZE - RESOLVE THE DISPATCH TIME, OPEN THE       *
039900*    FILES, LOAD THE ROSTER TABLE AND THE EXCEPTIONS TABLE,      *
040000*    WRITE THE REPORT HEADER, LOAD THE ALERT LEDGER AND APPLY    *
040100*    THE ACKNOWLEDGMENTS, PRIME THE EXCEPTIONS READ              *
040200******************************************************************
040300 1000-INITIALIZE.
040400     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
040500     COMPUTE CBD-DISPATCH-HHMM =
040600         CBD-TS-HH * 100 + CBD-TS-MIN.
040700     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
040800     IF CBD-ABORT-REQUESTED
040900         GO TO 1000-EXIT
041000     END-IF.
041100     IF CBD-RUN-DATE = SPACES
041200         MOVE CBD-TS-FORMATTED(1:10) TO CBD-RUN-DATE
041300     END-IF.
041400     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
041500     PERFORM 1050-SET-NOW THRU 1050-EXIT.
041600     OPEN INPUT CBFLTEXC.
041700     IF CBD-CBFLTEXC-STATUS NOT = "00"
041800         DISPLAY "CBFLTALT: UNABLE TO OPEN CBFLTEXC - STATUS "
041900                 CBD-CBFLTEXC-STATUS
042000         SET CBD-ABORT-REQUESTED TO TRUE
042100         MOVE 16 TO CBD-RETURN-CODE-WK
042200         GO TO 1000-EXIT
042300     END-IF.
042400     OPEN INPUT CBONCALL.
042500     IF CBD-CBONCALL-STATUS NOT = "00"
042600         DISPLAY "CBFLTALT: UNABLE TO OPEN CBONCALL - STATUS "
042700                 CBD-CBONCALL-STATUS
042800         SET CBD-ABORT-REQUESTED TO TRUE
042900         MOVE 16 TO CBD-RETURN-CODE-WK
043000         GO TO 1000-EXIT
043100     END-IF.
043200     OPEN OUTPUT CBALTRPT.
043300     IF CBD-CBALTRPT-STATUS NOT = "00"
043400         DISPLAY "CBFLTALT: UNABLE TO OPEN CBALTRPT - STATUS "
043500                 CBD-CBALTRPT-STATUS
043600         SET CBD-ABORT-REQUESTED TO TRUE
043700         MOVE 16 TO CBD-RETURN-CODE-WK
043800         GO TO 1000-EXIT
043900     END-IF.
044000     SET CBD-CBONCALL-NOT-EOF TO TRUE.
044100     PERFORM 1100-READ-ONC-REC THRU 1100-EXIT.
044200     PERFORM 1110-LOAD-ONE-ONC THRU 1110-EXIT
044300         UNTIL CBD-CBONCALL-EOF.
044400     PERFORM 1300-LOAD-EXC-TABLE THRU 1300-EXIT.
044500     IF CBD-ABORT-REQUESTED
044600         GO TO 1000-EXIT
044700     END-IF.
044800     MOVE SPACES TO CBD-RPT-REC.
044900     STRING "FLEET FAILURE ESCALATION REPORT   RUN "
045000            CBD-TS-FORMATTED
045100         DELIMITED BY SIZE INTO CBD-RPT-REC.
045200     WRITE CBD-RPT-REC.
045300     MOVE CBD-ESCALATE-MINUTES TO CBD-ELAPSED-ED.
045400     MOVE SPACES TO CBD-RPT-REC.
045500     STRING "PROCESSING DATE " CBD-PROC-DATE
045600            "   DISPATCH " CBD-NOW-STAMP
045700            "   ESCALATE AFTER " CBD-ELAPSED-ED(3:3) " MIN"
045800         DELIMITED BY SIZE INTO CBD-RPT-REC.
045900     WRITE CBD-RPT-REC.
046000     MOVE SPACES TO CBD-RPT-REC.
046100     WRITE CBD-RPT-REC.
046200     PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT.
046300     IF CBD-ABORT-REQUESTED
046400         GO TO 1000-EXIT
046500     END-IF.
046600     PERFORM 1600-APPLY-ACKS THRU 1600-EXIT.
046700     SET CBD-CBFLTEXC-NOT-EOF TO TRUE.
046800     PERFORM 1200-READ-EXC-REC THRU 1200-EXIT.
046900 1000-EXIT.
047000     EXIT.
047100******************************************************************
047200*    1010-PARSE-PARM - PICK UP TIME=HHMM, DATE=YYYY-MM-DD AND    *
047300*    ESCALATE=NNN IF SUPPLIED                                    *
047400******************************************************************
047500 1010-PARSE-PARM.
047600     IF CBD-PARM-AREA IS OMITTED
047700         GO TO 1010-EXIT
047800     END-IF.
047900     UNSTRING CBD-PARM-TEXT DELIMITED BY ","
048000         INTO CBD-PARM-TOKEN(1) CBD-PARM-TOKEN(2)
048100              CBD-PARM-TOKEN(3) CBD-PARM-TOKEN(4)
048200     END-UNSTRING.
048300     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
048400         VARYING CBD-TOKEN-IDX FROM 1 BY 1
048500         UNTIL CBD-TOKEN-IDX > 4.
048600 1010-EXIT.
048700     EXIT.
048800******************************************************************
048900*    1020-SPLIT-TOKEN                                           *
049000******************************************************************
049100 1020-SPLIT-TOKEN.
049200     IF CBD-PARM-TOKEN(CBD-TOKEN-IDX) = SPACES
049300         GO TO 1020-EXIT
049400     END-IF.
049500     UNSTRING CBD-PARM-TOKEN(CBD-TOKEN-IDX) DELIMITED BY "="
049600         INTO CBD-TOKEN-KEY CBD-TOKEN-VAL
049700     END-UNSTRING.
049800     EVALUATE CBD-TOKEN-KEY
049900         WHEN "TIME"
050000             IF CBD-TOKEN-VAL(1:4) IS NUMERIC
050100                 MOVE CBD-TOKEN-VAL(1:4) TO CBD-DISPATCH-HHMM
050200             END-IF
050300         WHEN "DATE"
050400             PERFORM 1030-SET-RUN-DATE THRU 1030-EXIT
050500         WHEN "ESCALATE"
050600             PERFORM 1040-SET-ESCALATE THRU 1040-EXIT
050700         WHEN OTHER
050800             CONTINUE
050900     END-EVALUATE.
051000 1020-EXIT.
051100     EXIT.
051200******************************************************************
051300*    1030-SET-RUN-DATE - DATE= MUST BE A REAL YYYY-MM-DD         *
051400******************************************************************
051500 1030-SET-RUN-DATE.
051600     MOVE CBD-TOKEN-VAL TO CBD-DN-DATE.
051700     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
051800     IF CBD-DATE-BAD
051900         DISPLAY "CBFLTALT: DATE=" CBD-TOKEN-VAL
052000                 " IS NOT A VALID YYYY-MM-DD"
052100         SET CBD-ABORT-REQUESTED TO TRUE
052200         MOVE 16 TO CBD-RETURN-CODE-WK
052300         GO TO 1030-EXIT
052400     END-IF.
052500     MOVE CBD-TOKEN-VAL TO CBD-RUN-DATE.
052600 1030-EXIT.
052700     EXIT.
052800******************************************************************
052900*    1040-SET-ESCALATE - ESCALATE= MUST BE 1 TO 999 MINUTES      *
053000******************************************************************
053100 1040-SET-ESCALATE.
053200     MOVE SPACES TO CBD-ESC-X.
053300     MOVE ZERO TO CBD-ESC-LEN.
053400     UNSTRING CBD-TOKEN-VAL DELIMITED BY SPACE
053500         INTO CBD-ESC-X COUNT IN CBD-ESC-LEN
053600     END-UNSTRING.
053700     IF CBD-ESC-LEN < 1 OR CBD-ESC-LEN > 3
053800         GO TO 1040-BAD
053900     END-IF.
054000     IF CBD-ESC-X(1:CBD-ESC-LEN) IS NOT NUMERIC
054100         GO TO 1040-BAD
054200     END-IF.
054300     MOVE CBD-ESC-X(1:CBD-ESC-LEN) TO CBD-ESCALATE-MINUTES.
054400     IF CBD-ESCALATE-MINUTES < 1
054500         GO TO 1040-BAD
054600     END-IF.
054700     GO TO 1040-EXIT.
054800 1040-BAD.
054900     DISPLAY "CBFLTALT: ESCALATE=" CBD-TOKEN-VAL
055000             " IS NOT 1 TO 999 MINUTES".
055100     SET CBD-ABORT-REQUESTED TO TRUE.
055200     MOVE 16 TO CBD-RETURN-CODE-WK.
055300 1040-EXIT.
055400     EXIT.
055500******************************************************************
055600*    1050-SET-NOW - THE CYCLE'S STAMP FROM THE RUN DATE AND THE  *
055700*    DISPATCH TIME, ITS PROCESSING DATE (THE NIGHT NEW ALERT     *
055800*    IDS ARE NUMBERED UNDER), AND THE OLDEST NIGHT AN            *
055900*    ACKNOWLEDGED ALERT STAYS ON THE LEDGER FOR                  *
056000******************************************************************
056100 1050-SET-NOW.
056200     MOVE CBD-RUN-DATE TO CBD-NOW-DATE.
056300     DIVIDE CBD-DISPATCH-HHMM BY 100 GIVING CBD-NOW-HH
056400         REMAINDER CBD-NOW-MI.
056500     MOVE SPACES TO CBD-PD-STAMP.
056600     STRING CBD-NOW-STAMP ".00"
056700         DELIMITED BY SIZE INTO CBD-PD-STAMP.
056800     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
056900     MOVE CBD-PD-DATE TO CBD-PROC-DATE.
057000     STRING CBD-PROC-DATE(1:4) CBD-PROC-DATE(6:2)
057100            CBD-PROC-DATE(9:2)
057200         DELIMITED BY SIZE INTO CBD-ID-DATE.
057300     MOVE CBD-PROC-DATE TO CBD-DN-DATE.
057400     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
057500     COMPUTE CBD-KEEP-DAYNUM = CBD-DN-DAYNUM - CBD-LDG-KEEP-DAYS.
057600     MOVE CBD-NOW-STAMP TO CBD-MIN-STAMP.
057700     PERFORM 8300-STAMP-TO-MINUTES THRU 8300-EXIT.
057800     MOVE CBD-MIN-VALUE TO CBD-NOW-MINUTES.
057900 1050-EXIT.
058000     EXIT.
058100******************************************************************
058200*    1100-READ-ONC-REC - READ-AHEAD FOR THE ROSTER LOAD          *
058300******************************************************************
058400 1100-READ-ONC-REC.
058500     READ CBONCALL
058600         AT END SET CBD-CBONCALL-EOF TO TRUE
058700     END-READ.
058800 1100-EXIT.
058900     EXIT.
059000******************************************************************
059100*    1110-LOAD-ONE-ONC                                          *
059200******************************************************************
059300 1110-LOAD-ONE-ONC.
059400     IF CBD-ONC-COUNT >= 100
059500         DISPLAY "CBFLTALT: MORE THAN 100 ROSTER ENTRIES - "
059600                 "EXTRA ENTRIES IGNORED"
059700         SET CBD-CBONCALL-EOF TO TRUE
059800         GO TO 1110-EXIT
059900     END-IF.
060000     ADD 1 TO CBD-ONC-COUNT.
060100     SET CBD-ONC-IDX TO CBD-ONC-COUNT.
060200     MOVE CB-ONC-SUBSYSTEM TO CBD-ONC-SUBSYSTEM(CBD-ONC-IDX).
060300     MOVE CB-ONC-WINDOW-START TO CBD-ONC-START(CBD-ONC-IDX).
060400     MOVE CB-ONC-WINDOW-END TO CBD-ONC-END(CBD-ONC-IDX).
060500     MOVE CB-ONC-CONTACT TO CBD-ONC-CONTACT(CBD-ONC-IDX).
060600     MOVE CB-ONC-SECONDARY TO CBD-ONC-SECONDARY(CBD-ONC-IDX).
060700     PERFORM 1100-READ-ONC-REC THRU 1100-EXIT.
060800 1110-EXIT.
060900     EXIT.
061000******************************************************************
061100*    1200-READ-EXC-REC - READ-AHEAD FOR THE DISPATCH LOOP        *
061200******************************************************************
061300 1200-READ-EXC-REC.
061400     READ CBFLTEXC
061500         AT END SET CBD-CBFLTEXC-EOF TO TRUE
061600     END-READ.
061700 1200-EXIT.
061800     EXIT.
061900******************************************************************
062000*    1300-LOAD-EXC-TABLE - READ THE WHOLE EXCEPTIONS DATASET     *
062100*    ONCE, THEN REOPEN IT FOR THE DISPATCH LOOP.  A RESTARTED    *
062200*    FLEET RUN CAN APPEND A SUBSYSTEM TWICE - THE TABLE KEEPS    *
062300*    THE FIRST.                                                  *
062400******************************************************************
062500 1300-LOAD-EXC-TABLE.
062600     SET CBD-CBFLTEXC-NOT-EOF TO TRUE.
062700     PERFORM 1200-READ-EXC-REC THRU 1200-EXIT.
062800     PERFORM 1310-LOAD-ONE-EXC THRU 1310-EXIT
062900         UNTIL CBD-CBFLTEXC-EOF.
063000     CLOSE CBFLTEXC.
063100     OPEN INPUT CBFLTEXC.
063200     IF CBD-CBFLTEXC-STATUS NOT = "00"
063300         DISPLAY "CBFLTALT: UNABLE TO REOPEN CBFLTEXC - STATUS "
063400                 CBD-CBFLTEXC-STATUS
063500         SET CBD-ABORT-REQUESTED TO TRUE
063600         MOVE 16 TO CBD-RETURN-CODE-WK
063700     END-IF.
063800 1300-EXIT.
063900     EXIT.
064000******************************************************************
064100*    1310-LOAD-ONE-EXC                                           *
064200******************************************************************
064300 1310-LOAD-ONE-EXC.
064400     PERFORM 1320-FIND-EXC THRU 1320-EXIT.
064500     IF CBD-EXC-SLOT > ZERO
064600         GO TO 1310-NEXT
064700     END-IF.
064800     IF CBD-EXC-COUNT >= 64
064900         DISPLAY "CBFLTALT: MORE THAN 64 EXCEPTIONS - BLOCKED "
065000                 "ENTRIES PAST THAT ARE PAGED SEPARATELY"
065100         SET CBD-CBFLTEXC-EOF TO TRUE
065200         GO TO 1310-EXIT
065300     END-IF.
065400     ADD 1 TO CBD-EXC-COUNT.
065500     SET CBD-EXC-IDX TO CBD-EXC-COUNT.
065600     MOVE CB-EXC-SUBSYSTEM TO CBD-EXC-SUBSYSTEM(CBD-EXC-IDX).
065700     MOVE CB-EXC-STATUS TO CBD-EXC-STATUS(CBD-EXC-IDX).
065800     MOVE CB-EXC-ROOT-CAUSE TO CBD-EXC-ROOT(CBD-EXC-IDX).
065900 1310-NEXT.
066000     PERFORM 1200-READ-EXC-REC THRU 1200-EXIT.
066100 1310-EXIT.
066200     EXIT.
066300******************************************************************
066400*    1320-FIND-EXC - TABLE SLOT OF CB-EXC-SUBSYSTEM INTO         *
066500*    CBD-EXC-SLOT, ZERO IF NOT THERE                             *
066600******************************************************************
066700 1320-FIND-EXC.
066800     MOVE ZERO TO CBD-EXC-SLOT.
066900     PERFORM 1330-MATCH-EXC THRU 1330-EXIT
067000         VARYING CBD-EXC-SUB FROM 1 BY 1
067100         UNTIL CBD-EXC-SUB > CBD-EXC-COUNT.
067200 1320-EXIT.
067300     EXIT.
067400******************************************************************
067500*    1330-MATCH-EXC                                              *
067600******************************************************************
067700 1330-MATCH-EXC.
067800     SET CBD-EXC-IDX TO CBD-EXC-SUB.
067900     IF CBD-EXC-SUBSYSTEM(CBD-EXC-IDX) = CB-EXC-SUBSYSTEM
068000         MOVE CBD-EXC-SUB TO CBD-EXC-SLOT
068100     END-IF.
068200 1330-EXIT.
068300     EXIT.
068400******************************************************************
068500*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
068600*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
068700*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
068800******************************************************************
068900 1400-LOAD-PROC-DATE-CTL.
069000     OPEN INPUT CBPDCTL.
069100     IF CBD-CBPDCTL-STATUS = "35"
069200         GO TO 1400-EXIT
069300     END-IF.
069400     IF CBD-CBPDCTL-STATUS NOT = "00"
069500         DISPLAY "CBFLTALT: UNABLE TO OPEN CBPDCTL - STATUS "
069600                 CBD-CBPDCTL-STATUS " - CALENDAR DATES USED"
069700         IF CBD-RETURN-CODE-WK < 4
069800             MOVE 4 TO CBD-RETURN-CODE-WK
069900         END-IF
070000         GO TO 1400-EXIT
070100     END-IF.
070200     READ CBPDCTL
070300         AT END
070400             DISPLAY "CBFLTALT: CBPDCTL IS EMPTY - "
070500                     "CALENDAR DATES USED"
070600     END-READ.
070700     IF CBD-CBPDCTL-STATUS = "00"
070800         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
070900            AND CB-PDC-CUTOFF-HHMM < 2400
071000            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
071100             MOVE CB-PDC-CUTOFF-HHMM TO CBD-PD-CUTOFF-HHMM
071200         ELSE
071300             DISPLAY "CBFLTALT: CBPDCTL CUTOFF "
071400                     CB-PDC-CUTOFF-HHMM " INVALID - "
071500                     "CALENDAR DATES USED"
071600             IF CBD-RETURN-CODE-WK < 4
071700                 MOVE 4 TO CBD-RETURN-CODE-WK
071800             END-IF
071900         END-IF
072000     END-IF.
072100     CLOSE CBPDCTL.
072200 1400-EXIT.
072300     EXIT.
072400******************************************************************
072500*    1500-LOAD-LEDGER - THE ALERT LEDGER INTO THE TABLE.  NO     *
072600*    CBALTLDG MEANS NO ALERTS YET.  A LEDGER THAT WILL NOT OPEN  *
072700*    OR WILL NOT FIT STOPS THE RUN - WRITING CBALTLDN FROM PART  *
072800*    OF IT WOULD LOSE ALERTS.  ALSO WORKS OUT THE NEXT FREE      *
072900*    SEQUENCE NUMBER UNDER THIS PROCESSING DATE.                 *
073000******************************************************************
073100 1500-LOAD-LEDGER.
073200     OPEN INPUT CBALTLDG.
073300     IF CBD-CBALTLDG-STATUS = "35"
073400         GO TO 1500-EXIT
073500     END-IF.
073600     IF CBD-CBALTLDG-STATUS NOT = "00"
073700         DISPLAY "CBFLTALT: UNABLE TO OPEN CBALTLDG - STATUS "
073800                 CBD-CBALTLDG-STATUS
073900         SET CBD-ABORT-REQUESTED TO TRUE
074000         MOVE 16 TO CBD-RETURN-CODE-WK
074100         GO TO 1500-EXIT
074200     END-IF.
074300     SET CBD-CBALTLDG-NOT-EOF TO TRUE.
074400     PERFORM 1510-READ-LDG-REC THRU 1510-EXIT.
074500     PERFORM 1520-LOAD-ONE-LDG THRU 1520-EXIT
074600         UNTIL CBD-CBALTLDG-EOF.
074700     CLOSE CBALTLDG.
074800 1500-EXIT.
074900     EXIT.
075000******************************************************************
075100*    1510-READ-LDG-REC - READ-AHEAD FOR THE LEDGER LOAD          *
075200******************************************************************
075300 1510-READ-LDG-REC.
075400     READ CBALTLDG
075500         AT END SET CBD-CBALTLDG-EOF TO TRUE
075600     END-READ.
075700 1510-EXIT.
075800     EXIT.
075900******************************************************************
076000*    1520-LOAD-ONE-LDG                                           *
076100******************************************************************
076200 1520-LOAD-ONE-LDG.
076300     IF CBD-LDG-COUNT >= 999
076400         DISPLAY "CBFLTALT: MORE THAN 999 LEDGER ENTRIES - "
076500                 "LEDGER NOT UPDATED"
076600         SET CBD-ABORT-REQUESTED TO TRUE
076700         MOVE 16 TO CBD-RETURN-CODE-WK
076800         SET CBD-CBALTLDG-EOF TO TRUE
076900         GO TO 1520-EXIT
077000     END-IF.
077100     ADD 1 TO CBD-LDG-COUNT.
077200     SET CBD-LDG-IDX TO CBD-LDG-COUNT.
077300     MOVE CB-ALTLDG-REC TO CBD-LDG-ENTRY(CBD-LDG-IDX).
077400     IF CB-ALD-ALERT-ID(1:8) = CBD-ID-DATE
077500        AND CB-ALD-ALERT-ID(9:4) IS NUMERIC
077600         MOVE CB-ALD-ALERT-ID(9:4) TO CBD-ID-SEQ
077700         IF CBD-ID-SEQ NOT < CBD-NEXT-SEQ
077800             COMPUTE CBD-NEXT-SEQ = CBD-ID-SEQ + 1
077900         END-IF
078000     END-IF.
078100     PERFORM 1510-READ-LDG-REC THRU 1510-EXIT.
078200 1520-EXIT.
078300     EXIT.
078400******************************************************************
078500*    1600-APPLY-ACKS - OPERATOR ACKNOWLEDGMENTS AGAINST THE      *
078600*    LEDGER.  NO CBALTACK MEANS NONE TO APPLY.  OPERATORS ADD    *
078700*    TO THE DATASET BETWEEN CYCLES, SO AN ACK ALREADY APPLIED -  *
078800*    OR ONE FOR AN ALERT AGED OFF THE LEDGER - IS PASSED OVER    *
078900*    QUIETLY; ONE FOR AN ALERT ID NEVER ISSUED, OR WITH A BAD    *
079000*    TIME, IS REJECTED WITH RC=4.                                *
079100******************************************************************
079200 1600-APPLY-ACKS.
079300     OPEN INPUT CBALTACK.
079400     IF CBD-CBALTACK-STATUS = "35"
079500         GO TO 1600-EXIT
079600     END-IF.
079700     IF CBD-CBALTACK-STATUS NOT = "00"
079800         DISPLAY "CBFLTALT: UNABLE TO OPEN CBALTACK - STATUS "
079900                 CBD-CBALTACK-STATUS " - NO ACKS APPLIED"
080000         IF CBD-RETURN-CODE-WK < 4
080100             MOVE 4 TO CBD-RETURN-CODE-WK
080200         END-IF
080300         GO TO 1600-EXIT
080400     END-IF.
080500     SET CBD-CBALTACK-NOT-EOF TO TRUE.
080600     PERFORM 1610-READ-ACK-REC THRU 1610-EXIT.
080700     PERFORM 1620-APPLY-ONE-ACK THRU 1620-EXIT
080800         UNTIL CBD-CBALTACK-EOF.
080900     CLOSE CBALTACK.
081000 1600-EXIT.
081100     EXIT.
081200******************************************************************
081300*    1610-READ-ACK-REC - READ-AHEAD FOR THE ACKNOWLEDGMENTS      *
081400******************************************************************
081500 1610-READ-ACK-REC.
081600     READ CBALTACK
081700         AT END SET CBD-CBALTACK-EOF TO TRUE
081800     END-READ.
081900 1610-EXIT.
082000     EXIT.
082100******************************************************************
082200*    1620-APPLY-ONE-ACK - MARK THE ALERT ACKNOWLEDGED, WHO BY    *
082300*    AND WHEN, AND ITS TIME-TO-ACKNOWLEDGE IN MINUTES FROM THE   *
082400*    ORIGINAL DISPATCH.  A BLANK ACK TIME MEANS THIS CYCLE.      *
082500******************************************************************
082600 1620-APPLY-ONE-ACK.
082700     IF CB-ACK-ALERT-ID = SPACES
082800         GO TO 1620-NEXT
082900     END-IF.
083000     MOVE CB-ACK-ALERT-ID TO CBD-FIND-ID.
083100     PERFORM 1630-FIND-ALERT THRU 1630-EXIT.
083200     IF CBD-LDG-SLOT = ZERO
083300         MOVE SPACES TO CBD-DN-DATE
083400         STRING CB-ACK-ALERT-ID(1:4) "-" CB-ACK-ALERT-ID(5:2) "-"
083500                CB-ACK-ALERT-ID(7:2)
083600             DELIMITED BY SIZE INTO CBD-DN-DATE
083700         PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT
083800         IF CBD-DATE-OK
083900            AND CBD-DN-DAYNUM < CBD-KEEP-DAYNUM
084000             ADD 1 TO CBD-ACK-PASSED-COUNT
084100             GO TO 1620-NEXT
084200         END-IF
084300         MOVE "NOT ON LEDGER" TO CBD-REJECT-REASON
084400         PERFORM 1650-REJECT-ACK THRU 1650-EXIT
084500         GO TO 1620-NEXT
084600     END-IF.
084700     SET CBD-LDG-IDX TO CBD-LDG-SLOT.
084800     IF CBD-LDG-STATE(CBD-LDG-IDX) = "A"
084900         ADD 1 TO CBD-ACK-PASSED-COUNT
085000         GO TO 1620-NEXT
085100     END-IF.
085200     IF CB-ACK-TIMESTAMP = SPACES
085300         MOVE CBD-NOW-STAMP TO CBD-MIN-STAMP
085400     ELSE
085500         MOVE CB-ACK-TIMESTAMP TO CBD-MIN-STAMP
085600     END-IF.
085700     PERFORM 8300-STAMP-TO-MINUTES THRU 8300-EXIT.
085800     IF CBD-DATE-BAD
085900         MOVE "BAD ACK TIME" TO CBD-REJECT-REASON
086000         PERFORM 1650-REJECT-ACK THRU 1650-EXIT
086100         GO TO 1620-NEXT
086200     END-IF.
086300     MOVE CBD-MIN-STAMP TO CBD-LDG-ACK-TS(CBD-LDG-IDX).
086400     MOVE CBD-MIN-VALUE TO CBD-ELAPSED.
086500     MOVE CBD-LDG-DISPATCH-TS(CBD-LDG-IDX) TO CBD-MIN-STAMP.
086600     PERFORM 8300-STAMP-TO-MINUTES THRU 8300-EXIT.
086700     SUBTRACT CBD-MIN-VALUE FROM CBD-ELAPSED.
086800     IF CBD-ELAPSED < ZERO OR CBD-DATE-BAD
086900         MOVE ZERO TO CBD-ELAPSED
087000     END-IF.
087100     IF CBD-ELAPSED > 99999
087200         MOVE 99999 TO CBD-ELAPSED
087300     END-IF.
087400     MOVE CBD-ELAPSED TO CBD-LDG-ACK-MINUTES(CBD-LDG-IDX).
087500     MOVE CBD-ELAPSED TO CBD-ELAPSED-ED.
087600     MOVE "A" TO CBD-LDG-STATE(CBD-LDG-IDX).
087700     MOVE CB-ACK-OPERATOR TO CBD-LDG-ACK-BY(CBD-LDG-IDX).
087800     ADD 1 TO CBD-ACKED-COUNT.
087900     MOVE SPACES TO CBD-DETAIL-LINE.
088000     MOVE "ACKED" TO CBD-DET-TAG.
088100     MOVE CBD-LDG-SUBSYSTEM(CBD-LDG-IDX) TO CBD-DET-SUBSYSTEM.
088200     MOVE CB-ACK-OPERATOR TO CBD-DET-CONTACT.
088300     MOVE CBD-LDG-ACK-TS(CBD-LDG-IDX)(12:5) TO CBD-DET-WINDOW.
088400     MOVE SPACES TO CBD-DET-NOTE.
088500     STRING "ALERT " CBD-FIND-ID " AFTER " CBD-ELAPSED-ED " MIN"
088600         DELIMITED BY SIZE INTO CBD-DET-NOTE.
088700     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
088800     WRITE CBD-RPT-REC.
088900 1620-NEXT.
089000     PERFORM 1610-READ-ACK-REC THRU 1610-EXIT.
089100 1620-EXIT.
089200     EXIT.
089300******************************************************************
089400*    1630-FIND-ALERT - LEDGER SLOT OF CBD-FIND-ID INTO           *
089500*    CBD-LDG-SLOT, ZERO IF NOT THERE                             *
089600******************************************************************
089700 1630-FIND-ALERT.
089800     MOVE ZERO TO CBD-LDG-SLOT.
089900     PERFORM 1640-MATCH-ALERT THRU 1640-EXIT
090000         VARYING CBD-LDG-SUB FROM 1 BY 1
090100         UNTIL CBD-LDG-SUB > CBD-LDG-COUNT
090200            OR CBD-LDG-SLOT > ZERO.
090300 1630-EXIT.
090400     EXIT.
090500******************************************************************
090600*    1640-MATCH-ALERT                                            *
090700******************************************************************
090800 1640-MATCH-ALERT.
090900     SET CBD-LDG-IDX TO CBD-LDG-SUB.
091000     IF CBD-LDG-ALERT-ID(CBD-LDG-IDX) = CBD-FIND-ID
091100         MOVE CBD-LDG-SUB TO CBD-LDG-SLOT
091200     END-IF.
091300 1640-EXIT.
091400     EXIT.
091500******************************************************************
091600*    1650-REJECT-ACK - CONSOLE AND REPORT LINE, RC=4             *
091700******************************************************************
091800 1650-REJECT-ACK.
091900     ADD 1 TO CBD-ACK-REJECT-COUNT.
092000     DISPLAY "CBFLTALT: ACK FOR " CB-ACK-ALERT-ID " REJECTED - "
092100             CBD-REJECT-REASON.
092200     MOVE SPACES TO CBD-DETAIL-LINE.
092300     MOVE "ACK REJECT" TO CBD-DET-TAG.
092400     IF CBD-LDG-SLOT > ZERO
092500         SET CBD-LDG-IDX TO CBD-LDG-SLOT
092600         MOVE CBD-LDG-SUBSYSTEM(CBD-LDG-IDX) TO CBD-DET-SUBSYSTEM
092700     END-IF.
092800     MOVE CB-ACK-OPERATOR TO CBD-DET-CONTACT.
092900     MOVE SPACES TO CBD-DET-NOTE.
093000     STRING "ALERT " CB-ACK-ALERT-ID " " CBD-REJECT-REASON
093100         DELIMITED BY SIZE INTO CBD-DET-NOTE.
093200     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
093300     WRITE CBD-RPT-REC.
093400     IF CBD-RETURN-CODE-WK < 4
093500         MOVE 4 TO CBD-RETURN-CODE-WK
093600     END-IF.
093700 1650-EXIT.
093800     EXIT.
093900******************************************************************
094000*    2000-DISPATCH-ONE-EXC - ONE FAILED SUBSYSTEM: EVERY ROSTER  *
094100*    ENTRY WHOSE SUBSYSTEM MATCHES AND WHOSE SHIFT WINDOW        *
094200*    COVERS THE DISPATCH TIME GETS AN ALERT; A FAILURE THAT      *
094300*    REACHES NOBODY IS REPORTED AS UNCOVERED AND DRIVES THE      *
094400*    RETURN CODE.  A BLOCKED SUBSYSTEM WHOSE ROOT CAUSE FAILED   *
094500*    ON THIS DATASET IS NOT PAGED - IT IS LISTED ON THE ROOT     *
094600*    CAUSE'S ALERT INSTEAD.  A SUBSYSTEM ALREADY ALERTED FOR     *
094700*    THIS PROCESSING DATE IS ON THE LEDGER AND IS NOT PAGED      *
094800*    AGAIN - RE-ESCALATION IS WHAT FOLLOWS IT UP.                *
094900******************************************************************
095000 2000-DISPATCH-ONE-EXC.
095100     IF CB-EXC-STATUS = "B"
095200         PERFORM 2010-CHECK-ROOT-PAGED THRU 2010-EXIT
095300         IF CBD-ROOT-PAGED
095400             ADD 1 TO CBD-BLOCKED-COUNT
095500             GO TO 2000-NEXT
095600         END-IF
095700     END-IF.
095800     ADD 1 TO CBD-FAIL-COUNT.
095900     PERFORM 2030-CHECK-LEDGER THRU 2030-EXIT.
096000     IF CBD-LDG-SLOT > ZERO
096100         PERFORM 2040-SHOW-ON-LEDGER THRU 2040-EXIT
096200         GO TO 2000-NEXT
096300     END-IF.
096400     SET CBD-NOT-MATCHED TO TRUE.
096500     PERFORM 2100-TRY-ONE-ROSTER THRU 2100-EXIT
096600         VARYING CBD-ONC-SUB FROM 1 BY 1
096700         UNTIL CBD-ONC-SUB > CBD-ONC-COUNT.
096800     IF CBD-NOT-MATCHED
096900         ADD 1 TO CBD-UNMATCHED-COUNT
097000         DISPLAY "CBFLTALT: NO ROSTER COVERAGE FOR "
097100                 CB-EXC-SUBSYSTEM
097200         MOVE SPACES TO CBD-DETAIL-LINE
097300         MOVE "UNCOVERED" TO CBD-DET-TAG
097400         MOVE CB-EXC-SUBSYSTEM TO CBD-DET-SUBSYSTEM
097500         MOVE SPACES TO CBD-DET-NOTE
097600         STRING "NO ROSTER COVER - GROUP " CB-EXC-GROUP
097700             DELIMITED BY SIZE INTO CBD-DET-NOTE
097800         MOVE CBD-DETAIL-LINE TO CBD-RPT-REC
097900         WRITE CBD-RPT-REC
098000         MOVE SPACES TO CBD-LIST-CONTACT
098100         MOVE SPACES TO CBD-LIST-WINDOW
098200         PERFORM 2300-LIST-BLOCKED THRU 2300-EXIT
098300             VARYING CBD-EXC-SUB FROM 1 BY 1
098400             UNTIL CBD-EXC-SUB > CBD-EXC-COUNT
098500         IF CBD-RETURN-CODE-WK < 8
098600             MOVE 8 TO CBD-RETURN-CODE-WK
098700         END-IF
098800     END-IF.
098900 2000-NEXT.
099000     PERFORM 1200-READ-EXC-REC THRU 1200-EXIT.
099100 2000-EXIT.
099200     EXIT.
099300******************************************************************
099400*    2010-CHECK-ROOT-PAGED - IS THE BLOCKED ENTRY'S ROOT CAUSE   *
099500*    ON THE DATASET AS A FAILURE?  THEN ITS ALERT CARRIES THIS   *
099600*    ONE.                                                        *
099700******************************************************************
099800 2010-CHECK-ROOT-PAGED.
099900     SET CBD-ROOT-NOT-PAGED TO TRUE.
100000     IF CB-EXC-ROOT-CAUSE = SPACES
100100         GO TO 2010-EXIT
100200     END-IF.
100300     PERFORM 2020-MATCH-ROOT THRU 2020-EXIT
100400         VARYING CBD-EXC-SUB FROM 1 BY 1
100500         UNTIL CBD-EXC-SUB > CBD-EXC-COUNT.
100600 2010-EXIT.
100700     EXIT.
100800******************************************************************
100900*    2020-MATCH-ROOT                                             *
101000******************************************************************
101100 2020-MATCH-ROOT.
101200     SET CBD-EXC-IDX TO CBD-EXC-SUB.
101300     IF CBD-EXC-SUBSYSTEM(CBD-EXC-IDX) = CB-EXC-ROOT-CAUSE
101400        AND CBD-EXC-STATUS(CBD-EXC-IDX) NOT = "B"
101500         SET CBD-ROOT-PAGED TO TRUE
101600     END-IF.
101700 2020-EXIT.
101800     EXIT.
101900******************************************************************
102000*    2030-CHECK-LEDGER - LEDGER SLOT OF THE LATEST ALERT FOR     *
102100*    THIS SUBSYSTEM UNDER THIS PROCESSING DATE INTO              *
102200*    CBD-LDG-SLOT, ZERO IF IT HAS NOT BEEN ALERTED YET           *
102300******************************************************************
102400 2030-CHECK-LEDGER.
102500     MOVE ZERO TO CBD-LDG-SLOT.
102600     PERFORM 2035-MATCH-LEDGER THRU 2035-EXIT
102700         VARYING CBD-LDG-SUB FROM 1 BY 1
102800         UNTIL CBD-LDG-SUB > CBD-LDG-COUNT.
102900 2030-EXIT.
103000     EXIT.
103100******************************************************************
103200*    2035-MATCH-LEDGER                                           *
103300******************************************************************
103400 2035-MATCH-LEDGER.
103500     SET CBD-LDG-IDX TO CBD-LDG-SUB.
103600     IF CBD-LDG-SUBSYSTEM(CBD-LDG-IDX) = CB-EXC-SUBSYSTEM
103700        AND CBD-LDG-PROC-DATE(CBD-LDG-IDX) = CBD-PROC-DATE
103800         MOVE CBD-LDG-SUB TO CBD-LDG-SLOT
103900     END-IF.
104000 2035-EXIT.
104100     EXIT.
104200******************************************************************
104300*    2040-SHOW-ON-LEDGER - REPORT LINE FOR A FAILURE ALREADY     *
104400*    ALERTED: WHO HAS IT AND WHETHER THEY HAVE ACKNOWLEDGED      *
104500******************************************************************
104600 2040-SHOW-ON-LEDGER.
104700     ADD 1 TO CBD-ON-LEDGER-COUNT.
104800     SET CBD-LDG-IDX TO CBD-LDG-SLOT.
104900     MOVE SPACES TO CBD-DETAIL-LINE.
105000     MOVE "ON LEDGER" TO CBD-DET-TAG.
105100     MOVE CB-EXC-SUBSYSTEM TO CBD-DET-SUBSYSTEM.
105200     MOVE CBD-LDG-CONTACT(CBD-LDG-IDX) TO CBD-DET-CONTACT.
105300     MOVE CBD-LDG-DISPATCH-TS(CBD-LDG-IDX)(12:5)
105310         TO CBD-DET-WINDOW.
105400     MOVE SPACES TO CBD-DET-NOTE.
105500     IF CBD-LDG-STATE(CBD-LDG-IDX) = "A"
105600         STRING "ALERT " CBD-LDG-ALERT-ID(CBD-LDG-IDX)
105700                " ACKED BY " CBD-LDG-ACK-BY(CBD-LDG-IDX)
105800             DELIMITED BY SIZE INTO CBD-DET-NOTE
105900     ELSE
106000         STRING "ALERT " CBD-LDG-ALERT-ID(CBD-LDG-IDX)
106100                " STILL OPEN"
106200             DELIMITED BY SIZE INTO CBD-DET-NOTE
106300     END-IF.
106400     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
106500     WRITE CBD-RPT-REC.
106600 2040-EXIT.
106700     EXIT.
106800******************************************************************
106900*    2100-TRY-ONE-ROSTER - DOES THIS ROSTER ENTRY COVER THE      *
107000*    FAILED SUBSYSTEM RIGHT NOW?  A WINDOW WHOSE START IS LATER  *
107100*    THAN ITS END SPANS MIDNIGHT, AS IN CBSCHREC.                *
107200******************************************************************
107300 2100-TRY-ONE-ROSTER.
107400     SET CBD-ONC-IDX TO CBD-ONC-SUB.
107500     IF CBD-ONC-SUBSYSTEM(CBD-ONC-IDX) NOT = CB-EXC-SUBSYSTEM
107600        AND (CB-EXC-GROUP = SPACES
107700             OR CBD-ONC-SUBSYSTEM(CBD-ONC-IDX)
107800                NOT = CB-EXC-GROUP)
107900         GO TO 2100-EXIT
108000     END-IF.
108100     IF CBD-ONC-START(CBD-ONC-IDX) <= CBD-ONC-END(CBD-ONC-IDX)
108200         IF CBD-DISPATCH-HHMM >= CBD-ONC-START(CBD-ONC-IDX)
108300            AND CBD-DISPATCH-HHMM <= CBD-ONC-END(CBD-ONC-IDX)
108400             PERFORM 2200-ISSUE-ALERT THRU 2200-EXIT
108500         END-IF
108600     ELSE
108700         IF CBD-DISPATCH-HHMM >= CBD-ONC-START(CBD-ONC-IDX)
108800            OR CBD-DISPATCH-HHMM <= CBD-ONC-END(CBD-ONC-IDX)
108900             PERFORM 2200-ISSUE-ALERT THRU 2200-EXIT
109000         END-IF
109100     END-IF.
109200 2100-EXIT.
109300     EXIT.
109400******************************************************************
109500*    2200-ISSUE-ALERT - THE CONSOLE LINE THE OPS MONITOR TRAPS   *
109600*    AND THE MATCHING ESCALATION REPORT LINE, FOLLOWED BY THE    *
109700*    SUBSYSTEMS THIS FAILURE BLOCKED.  EVERY ALERT GOES ON THE   *
109800*    LEDGER FIRST SO ITS ID CAN GO OUT WITH IT.                  *
109900******************************************************************
110000 2200-ISSUE-ALERT.
110100     SET CBD-MATCHED TO TRUE.
110200     ADD 1 TO CBD-ALERT-COUNT.
110300     PERFORM 2210-LEDGER-ALERT THRU 2210-EXIT.
110400     MOVE CB-EXC-SUBSYSTEM TO CBD-ALT-SUBSYSTEM.
110500     MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-ALT-CONTACT.
110600     MOVE CB-EXC-BANNER-CODE TO CBD-ALT-BANNER.
110700     DISPLAY CBD-ALERT-LINE.
110800     MOVE SPACES TO CBD-DETAIL-LINE.
110900     MOVE "NOTIFIED" TO CBD-DET-TAG.
111000     MOVE CB-EXC-SUBSYSTEM TO CBD-DET-SUBSYSTEM.
111100     MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-DET-CONTACT.
111200     MOVE SPACES TO CBD-DET-WINDOW.
111300     STRING CBD-ONC-START(CBD-ONC-IDX) "-"
111400            CBD-ONC-END(CBD-ONC-IDX)
111500         DELIMITED BY SIZE INTO CBD-DET-WINDOW.
111600     MOVE SPACES TO CBD-DET-NOTE.
111700     STRING "BANNER " CB-EXC-BANNER-CODE
111800            " GROUP " CB-EXC-GROUP
111900         DELIMITED BY SIZE INTO CBD-DET-NOTE.
112000     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
112100     WRITE CBD-RPT-REC.
112200     IF CBD-ALT-ID NOT = SPACES
112300         MOVE SPACES TO CBD-DETAIL-LINE
112400         MOVE "LEDGERED" TO CBD-DET-TAG
112500         MOVE CB-EXC-SUBSYSTEM TO CBD-DET-SUBSYSTEM
112600         MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-DET-CONTACT
112700         MOVE CBD-NOW-STAMP(12:5) TO CBD-DET-WINDOW
112800         MOVE SPACES TO CBD-DET-NOTE
112900         STRING "ALERT " CBD-ALT-ID " OPEN UNTIL ACKED"
113000             DELIMITED BY SIZE INTO CBD-DET-NOTE
113100         MOVE CBD-DETAIL-LINE TO CBD-RPT-REC
113200         WRITE CBD-RPT-REC
113300     END-IF.
113400     MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-LIST-CONTACT.
113500     MOVE CBD-DET-WINDOW TO CBD-LIST-WINDOW.
113600     PERFORM 2300-LIST-BLOCKED THRU 2300-EXIT
113700         VARYING CBD-EXC-SUB FROM 1 BY 1
113800         UNTIL CBD-EXC-SUB > CBD-EXC-COUNT.
113900 2200-EXIT.
114000     EXIT.
114100******************************************************************
114200*    2210-LEDGER-ALERT - NEW OPEN LEDGER ENTRY FOR THE ALERT IN  *
114300*    HAND, ITS ID THE PROCESSING DATE AND THE NEXT SEQUENCE      *
114400*    NUMBER.  A FULL LEDGER STILL LETS THE PAGE GO, WITH RC=8.   *
114500******************************************************************
114600 2210-LEDGER-ALERT.
114700     MOVE SPACES TO CBD-ALT-ID.
114800     IF CBD-LDG-COUNT >= 999
114900         DISPLAY "CBFLTALT: LEDGER FULL - ALERT FOR "
115000                 CB-EXC-SUBSYSTEM " NOT RECORDED"
115100         IF CBD-RETURN-CODE-WK < 8
115200             MOVE 8 TO CBD-RETURN-CODE-WK
115300         END-IF
115400         GO TO 2210-EXIT
115500     END-IF.
115600     MOVE CBD-NEXT-SEQ TO CBD-ID-SEQ.
115700     ADD 1 TO CBD-NEXT-SEQ.
115800     ADD 1 TO CBD-LDG-COUNT.
115900     SET CBD-LDG-IDX TO CBD-LDG-COUNT.
116000     MOVE SPACES TO CBD-LDG-ENTRY(CBD-LDG-IDX).
116100     MOVE CBD-ID-WORK TO CBD-LDG-ALERT-ID(CBD-LDG-IDX).
116200     MOVE CBD-PROC-DATE TO CBD-LDG-PROC-DATE(CBD-LDG-IDX).
116300     MOVE CB-EXC-SUBSYSTEM TO CBD-LDG-SUBSYSTEM(CBD-LDG-IDX).
116400     MOVE CB-EXC-GROUP TO CBD-LDG-GROUP(CBD-LDG-IDX).
116500     MOVE CBD-ONC-CONTACT(CBD-ONC-IDX)
116600         TO CBD-LDG-CONTACT(CBD-LDG-IDX).
116700     MOVE CBD-NOW-STAMP TO CBD-LDG-DISPATCH-TS(CBD-LDG-IDX).
116800     MOVE "O" TO CBD-LDG-STATE(CBD-LDG-IDX).
116900     MOVE ZERO TO CBD-LDG-ESC-LEVEL(CBD-LDG-IDX).
117000     MOVE ZERO TO CBD-LDG-ACK-MINUTES(CBD-LDG-IDX).
117100     MOVE CBD-LDG-ALERT-ID(CBD-LDG-IDX) TO CBD-ALT-ID.
117200 2210-EXIT.
117300     EXIT.
117400******************************************************************
117500*    2300-LIST-BLOCKED - ONE SUBSYSTEM BLOCKED BY THE FAILURE    *
117600*    IN HAND, ON THE CONSOLE UNDER ITS ALERT AND IN THE REPORT   *
117700*    UNDER ITS NOTIFIED (OR UNCOVERED) LINE                      *
117800******************************************************************
117900 2300-LIST-BLOCKED.
118000     SET CBD-EXC-IDX TO CBD-EXC-SUB.
118100     IF CBD-EXC-STATUS(CBD-EXC-IDX) NOT = "B"
118200        OR CBD-EXC-ROOT(CBD-EXC-IDX) NOT = CB-EXC-SUBSYSTEM
118300         GO TO 2300-EXIT
118400     END-IF.
118500     DISPLAY "CBFLTALT: " CB-EXC-SUBSYSTEM " ALSO BLOCKS "
118600             CBD-EXC-SUBSYSTEM(CBD-EXC-IDX).
118700     MOVE SPACES TO CBD-DETAIL-LINE.
118800     MOVE "BLOCKED" TO CBD-DET-TAG.
118900     MOVE CBD-EXC-SUBSYSTEM(CBD-EXC-IDX) TO CBD-DET-SUBSYSTEM.
119000     MOVE CBD-LIST-CONTACT TO CBD-DET-CONTACT.
119100     MOVE CBD-LIST-WINDOW TO CBD-DET-WINDOW.
119200     MOVE SPACES TO CBD-DET-NOTE.
119300     STRING "BLOCKED BY " CB-EXC-SUBSYSTEM " - NOT PAGED ALONE"
119400         DELIMITED BY SIZE INTO CBD-DET-NOTE.
119500     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
119600     WRITE CBD-RPT-REC.
119700 2300-EXIT.
119800     EXIT.
119900******************************************************************
120000*    2500-ESCALATE-ONE - ONE LEDGER ENTRY.  AN OPEN ALERT WITH   *
120100*    NO ACKNOWLEDGMENT THE ESCALATION INTERVAL AFTER IT WAS      *
120200*    LAST PAGED GOES UP A LEVEL: LEVEL 1 TO THE SECONDARY ON     *
120300*    THE ROSTER ENTRY THAT PAGED IT, LEVEL 2 TO THE SHIFT        *
120400*    SUPERVISOR ON DUTY NOW.  NO SECONDARY GOES STRAIGHT TO THE  *
120500*    SUPERVISOR.  NO SUPERVISOR IS A HOLE IN THE ROSTER - RC=8,  *
120600*    AND THE ALERT TRIES AGAIN NEXT CYCLE.                       *
120700******************************************************************
120800 2500-ESCALATE-ONE.
120900     SET CBD-LDG-IDX TO CBD-LDG-SUB.
121000     IF CBD-LDG-STATE(CBD-LDG-IDX) NOT = "O"
121100        OR CBD-LDG-ESC-LEVEL(CBD-LDG-IDX) NOT < 2
121200         GO TO 2500-EXIT
121300     END-IF.
121400     IF CBD-LDG-ESC-LEVEL(CBD-LDG-IDX) = ZERO
121500         MOVE CBD-LDG-DISPATCH-TS(CBD-LDG-IDX) TO CBD-MIN-STAMP
121600     ELSE
121700         MOVE CBD-LDG-ESC-TS(CBD-LDG-IDX) TO CBD-MIN-STAMP
121800     END-IF.
121900     PERFORM 8300-STAMP-TO-MINUTES THRU 8300-EXIT.
122000     IF CBD-DATE-BAD
122100         DISPLAY "CBFLTALT: ALERT " CBD-LDG-ALERT-ID(CBD-LDG-IDX)
122200                 " HAS A BAD STAMP - NOT ESCALATED"
122300         IF CBD-RETURN-CODE-WK < 4
122400             MOVE 4 TO CBD-RETURN-CODE-WK
122500         END-IF
122600         GO TO 2500-EXIT
122700     END-IF.
122800     COMPUTE CBD-ELAPSED = CBD-NOW-MINUTES - CBD-MIN-VALUE.
122900     IF CBD-ELAPSED < CBD-ESCALATE-MINUTES
123000         GO TO 2500-EXIT
123100     END-IF.
123200     IF CBD-ELAPSED > 99999
123300         MOVE 99999 TO CBD-ELAPSED
123400     END-IF.
123500     MOVE CBD-ELAPSED TO CBD-ELAPSED-ED.
123600     MOVE SPACES TO CBD-ESC-TARGET.
123700     IF CBD-LDG-ESC-LEVEL(CBD-LDG-IDX) = ZERO
123800         MOVE 1 TO CBD-ESC-NEW-LEVEL
123900         PERFORM 2510-FIND-SECONDARY THRU 2510-EXIT
124000             VARYING CBD-ONC-SUB FROM 1 BY 1
124100             UNTIL CBD-ONC-SUB > CBD-ONC-COUNT
124200                OR CBD-ESC-TARGET NOT = SPACES
124300     END-IF.
124400     IF CBD-ESC-TARGET = SPACES
124500         MOVE 2 TO CBD-ESC-NEW-LEVEL
124600         PERFORM 2520-FIND-SUPERVISOR THRU 2520-EXIT
124700             VARYING CBD-ONC-SUB FROM 1 BY 1
124800             UNTIL CBD-ONC-SUB > CBD-ONC-COUNT
124900                OR CBD-ESC-TARGET NOT = SPACES
125000     END-IF.
125100     MOVE SPACES TO CBD-DETAIL-LINE.
125200     MOVE CBD-LDG-SUBSYSTEM(CBD-LDG-IDX) TO CBD-DET-SUBSYSTEM.
125300     MOVE SPACES TO CBD-DET-NOTE.
125400     IF CBD-ESC-TARGET = SPACES
125500         DISPLAY "CBFLTALT: NO SHIFT SUPERVISOR ON THE ROSTER AT "
125600                 CBD-DISPATCH-HHMM " FOR ALERT "
125700                 CBD-LDG-ALERT-ID(CBD-LDG-IDX)
125800         MOVE "UNCOVERED" TO CBD-DET-TAG
125900         MOVE "SHIFT SUP" TO CBD-DET-WINDOW
126000         STRING "ALERT " CBD-LDG-ALERT-ID(CBD-LDG-IDX)
126100                " NO SHIFT SUPERVISOR"
126200             DELIMITED BY SIZE INTO CBD-DET-NOTE
126300         MOVE CBD-DETAIL-LINE TO CBD-RPT-REC
126400         WRITE CBD-RPT-REC
126500         IF CBD-RETURN-CODE-WK < 8
126600             MOVE 8 TO CBD-RETURN-CODE-WK
126700         END-IF
126800         GO TO 2500-EXIT
126900     END-IF.
127000     ADD 1 TO CBD-ESC-COUNT.
127100     MOVE CBD-ESC-NEW-LEVEL TO CBD-LDG-ESC-LEVEL(CBD-LDG-IDX).
127200     MOVE CBD-ESC-TARGET TO CBD-LDG-ESC-CONTACT(CBD-LDG-IDX).
127300     MOVE CBD-NOW-STAMP TO CBD-LDG-ESC-TS(CBD-LDG-IDX).
127400     MOVE CBD-LDG-ALERT-ID(CBD-LDG-IDX) TO CBD-ESL-ID.
127500     MOVE CBD-LDG-SUBSYSTEM(CBD-LDG-IDX) TO CBD-ESL-SUBSYSTEM.
127600     MOVE CBD-ESC-TARGET TO CBD-ESL-CONTACT.
127700     MOVE CBD-ESC-NEW-LEVEL TO CBD-ESL-LEVEL.
127800     DISPLAY CBD-ESCALATE-LINE.
127900     MOVE "ESCALATED" TO CBD-DET-TAG.
128000     MOVE CBD-ESC-TARGET TO CBD-DET-CONTACT.
128100     IF CBD-ESC-NEW-LEVEL = 1
128200         MOVE "SECONDARY" TO CBD-DET-WINDOW
128300     ELSE
128400         MOVE "SHIFT SUP" TO CBD-DET-WINDOW
128500     END-IF.
128600     STRING "ALERT " CBD-LDG-ALERT-ID(CBD-LDG-IDX)
128700            " NO ACK IN " CBD-ELAPSED-ED " MIN"
128800         DELIMITED BY SIZE INTO CBD-DET-NOTE.
128900     MOVE CBD-DETAIL-LINE TO CBD-RPT-REC.
129000     WRITE CBD-RPT-REC.
129100 2500-EXIT.
129200     EXIT.
129300******************************************************************
129400*    2510-FIND-SECONDARY - THE SECONDARY ON THE ROSTER ENTRY     *
129500*    (BY SUBSYSTEM OR GROUP) WHOSE CONTACT WAS PAGED             *
129600******************************************************************
129700 2510-FIND-SECONDARY.
129800     SET CBD-ONC-IDX TO CBD-ONC-SUB.
129900     IF CBD-ONC-SUBSYSTEM(CBD-ONC-IDX)
130000            NOT = CBD-LDG-SUBSYSTEM(CBD-LDG-IDX)
130100        AND (CBD-LDG-GROUP(CBD-LDG-IDX) = SPACES
130200             OR CBD-ONC-SUBSYSTEM(CBD-ONC-IDX)
130300                NOT = CBD-LDG-GROUP(CBD-LDG-IDX))
130400         GO TO 2510-EXIT
130500     END-IF.
130600     IF CBD-ONC-CONTACT(CBD-ONC-IDX)
130700            = CBD-LDG-CONTACT(CBD-LDG-IDX)
130800        AND CBD-ONC-SECONDARY(CBD-ONC-IDX) NOT = SPACES
130900         MOVE CBD-ONC-SECONDARY(CBD-ONC-IDX) TO CBD-ESC-TARGET
131000     END-IF.
131100 2510-EXIT.
131200     EXIT.
131300******************************************************************
131400*    2520-FIND-SUPERVISOR - THE *SUPV ENTRY WHOSE WINDOW COVERS  *
131500*    THE DISPATCH TIME (MIDNIGHT SPAN AS IN 2100)                *
131600******************************************************************
131700 2520-FIND-SUPERVISOR.
131800     SET CBD-ONC-IDX TO CBD-ONC-SUB.
131900     IF NOT CBD-ONC-SUPERVISOR(CBD-ONC-IDX)
132000         GO TO 2520-EXIT
132100     END-IF.
132200     IF CBD-ONC-START(CBD-ONC-IDX) <= CBD-ONC-END(CBD-ONC-IDX)
132300         IF CBD-DISPATCH-HHMM >= CBD-ONC-START(CBD-ONC-IDX)
132400            AND CBD-DISPATCH-HHMM <= CBD-ONC-END(CBD-ONC-IDX)
132500             MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-ESC-TARGET
132600         END-IF
132700     ELSE
132800         IF CBD-DISPATCH-HHMM >= CBD-ONC-START(CBD-ONC-IDX)
132900            OR CBD-DISPATCH-HHMM <= CBD-ONC-END(CBD-ONC-IDX)
133000             MOVE CBD-ONC-CONTACT(CBD-ONC-IDX) TO CBD-ESC-TARGET
133100         END-IF
133200     END-IF.
133300 2520-EXIT.
133400     EXIT.
133500******************************************************************
133600*    2600-WRITE-NEW-LEDGER - THE TABLE BECOMES CBALTLDN, LESS    *
133700*    THE ACKNOWLEDGED ALERTS WHOSE NIGHT HAS AGED PAST THE       *
133800*    RETENTION DAYS                                              *
133900******************************************************************
134000 2600-WRITE-NEW-LEDGER.
134100     OPEN OUTPUT CBALTLDN.
134200     IF CBD-CBALTLDN-STATUS NOT = "00"
134300         DISPLAY "CBFLTALT: UNABLE TO OPEN CBALTLDN - STATUS "
134400                 CBD-CBALTLDN-STATUS
134500         MOVE 16 TO CBD-RETURN-CODE-WK
134600         GO TO 2600-EXIT
134700     END-IF.
134800     PERFORM 2610-WRITE-ONE-LDG THRU 2610-EXIT
134900         VARYING CBD-LDG-SUB FROM 1 BY 1
135000         UNTIL CBD-LDG-SUB > CBD-LDG-COUNT.
135100     CLOSE CBALTLDN.
135200 2600-EXIT.
135300     EXIT.
135400******************************************************************
135500*    2610-WRITE-ONE-LDG                                          *
135600******************************************************************
135700 2610-WRITE-ONE-LDG.
135800     SET CBD-LDG-IDX TO CBD-LDG-SUB.
135900     IF CBD-LDG-STATE(CBD-LDG-IDX) = "A"
136000         MOVE CBD-LDG-PROC-DATE(CBD-LDG-IDX) TO CBD-DN-DATE
136100         PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT
136200         IF CBD-DATE-OK
136300            AND CBD-DN-DAYNUM < CBD-KEEP-DAYNUM
136400             ADD 1 TO CBD-LDG-DROP-COUNT
136500             GO TO 2610-EXIT
136600         END-IF
136700     ELSE
136800         ADD 1 TO CBD-LDG-OPEN-COUNT
136900     END-IF.
137000     MOVE CBD-LDG-ENTRY(CBD-LDG-IDX) TO CBD-LDN-REC.
137100     WRITE CBD-LDN-REC.
137200 2610-EXIT.
137300     EXIT.
137400******************************************************************
137500*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
137600*    HEADER AND THE DEFAULT DISPATCH TIME                        *
137700******************************************************************
137800 8000-BUILD-TIMESTAMP.
137900     ACCEPT CBD-CURR-DATE FROM DATE YYYYMMDD.
138000     ACCEPT CBD-CURR-TIME FROM TIME.
138100     MOVE CBD-CURR-DATE(1:4) TO CBD-TS-YYYY.
138200     MOVE CBD-CURR-DATE(5:2) TO CBD-TS-MM.
138300     MOVE CBD-CURR-DATE(7:2) TO CBD-TS-DD.
138400     MOVE CBD-CURR-TIME(1:2) TO CBD-TS-HH.
138500     MOVE CBD-CURR-TIME(3:2) TO CBD-TS-MIN.
138600     MOVE CBD-CURR-TIME(5:2) TO CBD-TS-SEC.
138700     STRING CBD-TS-YYYY "-" CBD-TS-MM "-" CBD-TS-DD "-"
138800            CBD-TS-HH "." CBD-TS-MIN "." CBD-TS-SEC
138900         DELIMITED BY SIZE INTO CBD-TS-FORMATTED.
139000 8000-EXIT.
139100     EXIT.
139200******************************************************************
139300*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
139400*    CBD-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBD-PD-DATE.  A    *
139500*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
139600*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
139700*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
139800******************************************************************
139900 8100-DERIVE-PROC-DATE.
140000     MOVE CBD-PD-STAMP(1:10) TO CBD-PD-DATE.
140100     IF CBD-PD-CUTOFF-HHMM = ZERO
140200         GO TO 8100-EXIT
140300     END-IF.
140400     IF CBD-PD-STAMP(12:2) IS NOT NUMERIC
140500        OR CBD-PD-STAMP(15:2) IS NOT NUMERIC
140600        OR CBD-PD-STAMP(1:4) IS NOT NUMERIC
140700        OR CBD-PD-STAMP(6:2) IS NOT NUMERIC
140800        OR CBD-PD-STAMP(9:2) IS NOT NUMERIC
140900         GO TO 8100-EXIT
141000     END-IF.
141100     MOVE CBD-PD-STAMP(12:2) TO CBD-PD-HH.
141200     MOVE CBD-PD-STAMP(15:2) TO CBD-PD-MI.
141300     COMPUTE CBD-PD-HHMM = CBD-PD-HH * 100 + CBD-PD-MI.
141400     IF CBD-PD-HHMM NOT < CBD-PD-CUTOFF-HHMM
141500         GO TO 8100-EXIT
141600     END-IF.
141700     MOVE CBD-PD-STAMP(1:4) TO CBD-PD-YYYY.
141800     MOVE CBD-PD-STAMP(6:2) TO CBD-PD-MM.
141900     MOVE CBD-PD-STAMP(9:2) TO CBD-PD-DD.
142000     IF CBD-PD-DD > 1
142100         SUBTRACT 1 FROM CBD-PD-DD
142200     ELSE
142300         IF CBD-PD-MM > 1
142400             SUBTRACT 1 FROM CBD-PD-MM
142500         ELSE
142600             MOVE 12 TO CBD-PD-MM
142700             SUBTRACT 1 FROM CBD-PD-YYYY
142800         END-IF
142900         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
143000         MOVE CBD-PD-DAYS-IN-MONTH TO CBD-PD-DD
143100     END-IF.
143200     STRING CBD-PD-YYYY "-" CBD-PD-MM "-" CBD-PD-DD
143300         DELIMITED BY SIZE INTO CBD-PD-DATE.
143400 8100-EXIT.
143500     EXIT.
143600******************************************************************
143700*    8110-DAYS-IN-MONTH - FOR CBD-PD-MM OF CBD-PD-YYYY          *
143800******************************************************************
143900 8110-DAYS-IN-MONTH.
144000     EVALUATE CBD-PD-MM
144100         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
144200             MOVE 31 TO CBD-PD-DAYS-IN-MONTH
144300         WHEN 4 WHEN 6 WHEN 9 WHEN 11
144400             MOVE 30 TO CBD-PD-DAYS-IN-MONTH
144500         WHEN 2
144600             MOVE 28 TO CBD-PD-DAYS-IN-MONTH
144700             DIVIDE CBD-PD-YYYY BY 4 GIVING CBD-PD-QUOT
144800                 REMAINDER CBD-PD-REM
144900             IF CBD-PD-REM = ZERO
145000                 MOVE 29 TO CBD-PD-DAYS-IN-MONTH
145100                 DIVIDE CBD-PD-YYYY BY 100 GIVING CBD-PD-QUOT
145200                     REMAINDER CBD-PD-REM
145300                 IF CBD-PD-REM = ZERO
145400                     DIVIDE CBD-PD-YYYY BY 400 GIVING CBD-PD-QUOT
145500                         REMAINDER CBD-PD-REM
145600                     IF CBD-PD-REM NOT = ZERO
145700                         MOVE 28 TO CBD-PD-DAYS-IN-MONTH
145800                     END-IF
145900                 END-IF
146000             END-IF
146100         WHEN OTHER
146200             MOVE 31 TO CBD-PD-DAYS-IN-MONTH
146300     END-EVALUATE.
146400 8110-EXIT.
146500     EXIT.
146600******************************************************************
146700*    8300-STAMP-TO-MINUTES - CBD-MIN-STAMP (YYYY-MM-DD-HH.MM)    *
146800*    AS MINUTES IN CBD-MIN-VALUE.  CBD-DATE-BAD WHEN THE STAMP   *
146900*    WILL NOT CONVERT.                                           *
147000******************************************************************
147100 8300-STAMP-TO-MINUTES.
147200     MOVE ZERO TO CBD-MIN-VALUE.
147300     MOVE CBD-MIN-STAMP(1:10) TO CBD-DN-DATE.
147400     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
147500     IF CBD-DATE-BAD
147600         GO TO 8300-EXIT
147700     END-IF.
147800     SET CBD-DATE-BAD TO TRUE.
147900     IF CBD-MIN-STAMP(11:1) NOT = "-"
148000        OR CBD-MIN-STAMP(14:1) NOT = "."
148100        OR CBD-MIN-STAMP(12:2) IS NOT NUMERIC
148200        OR CBD-MIN-STAMP(15:2) IS NOT NUMERIC
148300         GO TO 8300-EXIT
148400     END-IF.
148500     MOVE CBD-MIN-STAMP(12:2) TO CBD-MIN-HH.
148600     MOVE CBD-MIN-STAMP(15:2) TO CBD-MIN-MI.
148700     IF CBD-MIN-HH > 23 OR CBD-MIN-MI > 59
148800         GO TO 8300-EXIT
148900     END-IF.
149000     COMPUTE CBD-MIN-VALUE = CBD-DN-DAYNUM * 1440
149100                           + CBD-MIN-HH * 60 + CBD-MIN-MI.
149200     SET CBD-DATE-OK TO TRUE.
149300 8300-EXIT.
149400     EXIT.
149500******************************************************************
149600*    8400-DATE-TO-DAYNUM - CBD-DN-DATE (YYYY-MM-DD) AS A DAY     *
149700*    NUMBER IN CBD-DN-DAYNUM.  CBD-DATE-BAD WHEN THE DATE WILL   *
149800*    NOT CONVERT.  EACH DIVISION IS A SEPARATE STEP SO EVERY     *
149900*    QUOTIENT IS TRUNCATED AS THE FORMULA REQUIRES.              *
150000******************************************************************
150100 8400-DATE-TO-DAYNUM.
150200     SET CBD-DATE-BAD TO TRUE.
150300     MOVE ZERO TO CBD-DN-DAYNUM.
150400     IF CBD-DN-DATE(1:4) IS NOT NUMERIC
150500        OR CBD-DN-DATE(5:1) NOT = "-"
150600        OR CBD-DN-DATE(6:2) IS NOT NUMERIC
150700        OR CBD-DN-DATE(8:1) NOT = "-"
150800        OR CBD-DN-DATE(9:2) IS NOT NUMERIC
150900         GO TO 8400-EXIT
151000     END-IF.
151100     MOVE CBD-DN-DATE(1:4) TO CBD-DN-YYYY.
151200     MOVE CBD-DN-DATE(6:2) TO CBD-DN-MM.
151300     MOVE CBD-DN-DATE(9:2) TO CBD-DN-DD.
151400     IF CBD-DN-YYYY < 1900
151500        OR CBD-DN-MM < 1 OR CBD-DN-MM > 12
151600        OR CBD-DN-DD < 1
151700         GO TO 8400-EXIT
151800     END-IF.
151900     MOVE CBD-DN-YYYY TO CBD-PD-YYYY.
152000     MOVE CBD-DN-MM TO CBD-PD-MM.
152100     PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT.
152200     IF CBD-DN-DD > CBD-PD-DAYS-IN-MONTH
152300         GO TO 8400-EXIT
152400     END-IF.
152500     COMPUTE CBD-DN-T = 14 - CBD-DN-MM.
152600     DIVIDE CBD-DN-T BY 12 GIVING CBD-DN-A.
152700     COMPUTE CBD-DN-Y = CBD-DN-YYYY + 4800 - CBD-DN-A.
152800     COMPUTE CBD-DN-M = CBD-DN-MM + 12 * CBD-DN-A - 3.
152900     COMPUTE CBD-DN-DAYNUM = CBD-DN-DD + 365 * CBD-DN-Y - 32045.
153000     COMPUTE CBD-DN-T = 153 * CBD-DN-M + 2.
153100     DIVIDE CBD-DN-T BY 5 GIVING CBD-DN-Q.
153200     ADD CBD-DN-Q TO CBD-DN-DAYNUM.
153300     DIVIDE CBD-DN-Y BY 4 GIVING CBD-DN-Q.
153400     ADD CBD-DN-Q TO CBD-DN-DAYNUM.
153500     DIVIDE CBD-DN-Y BY 100 GIVING CBD-DN-Q.
153600     SUBTRACT CBD-DN-Q FROM CBD-DN-DAYNUM.
153700     DIVIDE CBD-DN-Y BY 400 GIVING CBD-DN-Q.
153800     ADD CBD-DN-Q TO CBD-DN-DAYNUM.
153900     SET CBD-DATE-OK TO TRUE.
154000 8400-EXIT.
154100     EXIT.
154200******************************************************************
154300*    9000-TERMINATE - TRAILER WITH THE DISPATCH TOTALS, CLOSE    *
154400*    EVERYTHING, ONE CONSOLE ACCOUNTING LINE FOR THE SCHEDULER   *
154500*    LOG                                                         *
154600******************************************************************
154700 9000-TERMINATE.
154800     IF CBD-CBALTRPT-STATUS = "00"
154900         IF CBD-FAIL-COUNT = ZERO
155000             MOVE "NO FAILED SUBSYSTEMS - NO ALERTS ISSUED"
155100                 TO CBD-RPT-REC
155200             WRITE CBD-RPT-REC
155300         END-IF
155400         MOVE CBD-FAIL-COUNT TO CBD-FAIL-COUNT-ED
155500         MOVE CBD-ALERT-COUNT TO CBD-ALERT-COUNT-ED
155600         MOVE CBD-UNMATCHED-COUNT TO CBD-UNMATCHED-COUNT-ED
155700         MOVE CBD-BLOCKED-COUNT TO CBD-BLOCKED-COUNT-ED
155800         MOVE SPACES TO CBD-RPT-REC
155900         WRITE CBD-RPT-REC
156000         IF CBD-BLOCKED-COUNT > ZERO
156100             MOVE SPACES TO CBD-RPT-REC
156200             STRING "BLOCKED SUBSYSTEMS NOT PAGED: "
156300                    CBD-BLOCKED-COUNT-ED
156400                    "  (LISTED ON THEIR ROOT CAUSE'S ALERT)"
156500                 DELIMITED BY SIZE INTO CBD-RPT-REC
156600             WRITE CBD-RPT-REC
156700         END-IF
156800         MOVE CBD-LDG-OPEN-COUNT TO CBD-LDG-OPEN-COUNT-ED
156900         MOVE CBD-ACKED-COUNT TO CBD-ACKED-COUNT-ED
157000         MOVE CBD-ESC-COUNT TO CBD-ESC-COUNT-ED
157100         MOVE CBD-ACK-REJECT-COUNT TO CBD-ACK-REJECT-COUNT-ED
157200         MOVE CBD-ON-LEDGER-COUNT TO CBD-ON-LEDGER-COUNT-ED
157300         MOVE CBD-ACK-PASSED-COUNT TO CBD-ACK-PASSED-COUNT-ED
157400         MOVE CBD-LDG-DROP-COUNT TO CBD-LDG-DROP-COUNT-ED
157500         IF CBD-ON-LEDGER-COUNT > ZERO
157600             MOVE SPACES TO CBD-RPT-REC
157700             STRING "FAILURES ALREADY ON THE LEDGER: "
157800                    CBD-ON-LEDGER-COUNT-ED
157900                    "  (NOT PAGED AGAIN)"
158000                 DELIMITED BY SIZE INTO CBD-RPT-REC
158100             WRITE CBD-RPT-REC
158200         END-IF
158300         MOVE SPACES TO CBD-RPT-REC
158400         STRING "LEDGER OPEN: " CBD-LDG-OPEN-COUNT-ED
158500                "  ACKED: " CBD-ACKED-COUNT-ED
158600                "  ESCALATED: " CBD-ESC-COUNT-ED
158700                "  ACK REJECTS: " CBD-ACK-REJECT-COUNT-ED
158800             DELIMITED BY SIZE INTO CBD-RPT-REC
158900         WRITE CBD-RPT-REC
159000         MOVE SPACES TO CBD-RPT-REC
159100         STRING "ACKS PASSED OVER: " CBD-ACK-PASSED-COUNT-ED
159200                "  ACKED ALERTS AGED OFF THE LEDGER: "
159300                CBD-LDG-DROP-COUNT-ED
159400             DELIMITED BY SIZE INTO CBD-RPT-REC
159500         WRITE CBD-RPT-REC
159550         MOVE SPACES TO CBD-RPT-REC
159600         STRING "END OF CBFLTALT REPORT   FAILURES: "
159700                CBD-FAIL-COUNT-ED "  ALERTS: "
159800                CBD-ALERT-COUNT-ED "  UNCOVERED: "
159900                CBD-UNMATCHED-COUNT-ED
160000             DELIMITED BY SIZE INTO CBD-RPT-REC
160100         WRITE CBD-RPT-REC
160200         CLOSE CBALTRPT
160300     END-IF.
160400     MOVE CBD-FAIL-COUNT TO CBD-FAIL-COUNT-ED.
160500     MOVE CBD-ALERT-COUNT TO CBD-ALERT-COUNT-ED.
160600     MOVE CBD-UNMATCHED-COUNT TO CBD-UNMATCHED-COUNT-ED.
160700     DISPLAY "CBFLTALT: FAILURES " CBD-FAIL-COUNT-ED
160800             " ALERTS " CBD-ALERT-COUNT-ED
160900             " UNCOVERED " CBD-UNMATCHED-COUNT-ED.
161000     IF CBD-BLOCKED-COUNT > ZERO
161100         MOVE CBD-BLOCKED-COUNT TO CBD-BLOCKED-COUNT-ED
161200         DISPLAY "CBFLTALT: BLOCKED NOT PAGED "
161300                 CBD-BLOCKED-COUNT-ED
161400     END-IF.
161500     MOVE CBD-LDG-OPEN-COUNT TO CBD-LDG-OPEN-COUNT-ED.
161600     MOVE CBD-ACKED-COUNT TO CBD-ACKED-COUNT-ED.
161700     MOVE CBD-ESC-COUNT TO CBD-ESC-COUNT-ED.
161800     MOVE CBD-ACK-REJECT-COUNT TO CBD-ACK-REJECT-COUNT-ED.
161900     DISPLAY "CBFLTALT: LEDGER OPEN " CBD-LDG-OPEN-COUNT-ED
162000             " ACKED " CBD-ACKED-COUNT-ED
162100             " ESCALATED " CBD-ESC-COUNT-ED
162200             " REJECTED " CBD-ACK-REJECT-COUNT-ED.
162300     IF CBD-CBFLTEXC-STATUS = "00" OR CBD-CBFLTEXC-STATUS = "10"
162400         CLOSE CBFLTEXC
162500     END-IF.
162600     IF CBD-CBONCALL-STATUS = "00" OR CBD-CBONCALL-STATUS = "10"
162700         CLOSE CBONCALL
162800     END-IF.
162900 9000-EXIT.
163000     EXIT.
