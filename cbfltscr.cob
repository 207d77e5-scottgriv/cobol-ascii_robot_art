000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBFLTSCR.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBFLTSCR - FLEET RELIABILITY SCORECARD                      *
000900*                                                                *
001000*    FLTCTL ONLY EVER HOLDS LAST NIGHT.  CBFLTBLD ALSO APPENDS   *
001100*    EVERY NIGHT'S RESULT TO THE FLEET HISTORY (DD CBFLTHST,     *
001200*    CBFHSREC LAYOUT) AND THIS PROGRAM TURNS A ROLLING WINDOW OF *
001300*    THAT HISTORY INTO THE SCORECARD FOR THE WEEKLY SERVICE      *
001400*    REVIEW (DD CBSCRRPT).  FOR EACH SUBSYSTEM, AND FOR EACH     *
001500*    GROUP, IT SHOWS:                                            *
001600*      - NIGHTS RUN, NIGHTS FAILED AND THE SUCCESS PERCENTAGE    *
001700*      - THE CURRENT RUN OF CONSECUTIVE FAILED NIGHTS (ZERO IF   *
001800*        THE LATEST NIGHT WAS GOOD) AND THE LONGEST ONE IN THE   *
001900*        WINDOW                                                  *
002000*      - THE DATE OF THE LAST FAILED NIGHT                       *
002010*      - NIGHTS BLOCKED BEHIND A FAILED PREDECESSOR (STATUS B).  *
002020*        A BLOCKED NIGHT IS NOT A RUN AND NOT A FAILURE OF THE   *
002030*        SUBSYSTEM'S OWN, SO IT NEITHER COUNTS TOWARD THE        *
002040*        PERCENTAGE NOR STARTS OR BREAKS A STREAK                *
002100*    A NIGHT BUILT MORE THAN ONCE (A RERUN OR A CATCH-UP BUILD)  *
002200*    COUNTS ONCE, WITH THE LAST RECORD WRITTEN FOR IT STANDING.  *
002300*    A NIGHT WITH NO RECORD FOR A SUBSYSTEM NEITHER COUNTS NOR   *
002400*    BREAKS A STREAK.  A GROUP FAILS A NIGHT WHEN ANY MEMBER     *
002500*    FAILED IT, AND IS BLOCKED WHEN NONE FAILED BUT ONE WAS      *
002510*    BLOCKED; A SUBSYSTEM IS SCORED UNDER THE GROUP ITS LATEST   *
002600*    NIGHT IN THE WINDOW RAN IN.                                 *
002700*    THE WINDOW IS PARM DAYS=NNN NIGHTS (DEFAULT 30, AT MOST     *
002800*    366) ENDING WITH PARM DATE=YYYY-MM-DD (DEFAULT THE CURRENT  *
002900*    PROCESSING DATE).  RC=0 SCORECARD WRITTEN; RC=4 HISTORY     *
003000*    RECORDS HAD TO BE PASSED OVER; RC=16 A FILE WILL NOT OPEN   *
003100*    OR THE WINDOW PARM IS NOT USABLE.                           *
003200*                                                                *
003300*    MOD HISTORY                                                 *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    2026-10-15  RLB  ORIGINAL                                   *
003510*    2026-10-15  RLB  BLOCKED NIGHTS COUNTED IN THEIR OWN BLKD   *
003520*                     COLUMN                                     *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CBFLTHST ASSIGN TO "CBFLTHST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CBK-CBFLTHST-STATUS.
004300     SELECT CBSCRRPT ASSIGN TO "CBSCRRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CBK-CBSCRRPT-STATUS.
004600     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CBK-CBPDCTL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CBFLTHST
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CBFHSREC.
005400 FD  CBSCRRPT
005500     LABEL RECORDS ARE STANDARD.
005600 01  CBK-RPT-REC                PIC X(80).
005700 FD  CBPDCTL
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CBPDCREC.
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200*    CONTROL SWITCHES                                            *
006300******************************************************************
006400 01  CBK-SWITCHES.
006500     05  CBK-CBFLTHST-EOF-SW    PIC X(01)  VALUE "N".
006600         88  CBK-CBFLTHST-EOF       VALUE "Y".
006700         88  CBK-CBFLTHST-NOT-EOF   VALUE "N".
006800     05  CBK-ABORT-SW           PIC X(01)  VALUE "N".
006900         88  CBK-ABORT-REQUESTED    VALUE "Y".
007000         88  CBK-NOT-ABORTED        VALUE "N".
007100     05  CBK-DATE-OK-SW         PIC X(01)  VALUE "N".
007200         88  CBK-DATE-OK            VALUE "Y".
007300         88  CBK-DATE-BAD           VALUE "N".
007400 01  CBK-CBFLTHST-STATUS        PIC X(02)  VALUE SPACES.
007500 01  CBK-CBSCRRPT-STATUS        PIC X(02)  VALUE SPACES.
007600 01  CBK-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
007700 77  CBK-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
007800******************************************************************
007900*    SCORING WINDOW - NIGHTS ARE NUMBERED 1 (OLDEST) TO          *
008000*    CBK-WINDOW-DAYS (THE END DATE).  EACH NIGHT'S DATE IS KEPT  *
008100*    AS IT IS FIRST SEEN IN THE HISTORY FOR THE LAST-FAIL COLUMN *
008200******************************************************************
008300 01  CBK-WINDOW-END             PIC X(10)  VALUE SPACES.
008400 01  CBK-WINDOW-START           PIC X(10)  VALUE SPACES.
008500 77  CBK-WINDOW-DAYS            PIC 9(03)  VALUE 30.
008600 77  CBK-END-DAYNUM             PIC S9(09) COMP VALUE ZERO.
008700 77  CBK-START-DAYNUM           PIC S9(09) COMP VALUE ZERO.
008800 01  CBK-DAYS-PARM.
008900     05  CBK-DAYS-X             PIC X(10).
009000     05  CBK-DAYS-LEN           PIC 9(02)  COMP.
009100 01  CBK-NIGHT-TABLE.
009200     05  CBK-NIGHT-DATE OCCURS 366 TIMES PIC X(10).
009300 77  CBK-DAY-SUB                PIC 9(03)  COMP VALUE ZERO.
009400 77  CBK-DAY-SLOT               PIC 9(03)  COMP VALUE ZERO.
009500******************************************************************
009600*    SCORE ROWS - ONE PER SUBSYSTEM (SIZED TO MATCH CBFLTBLD)    *
009700*    AND ONE PER GROUP, EACH WITH A RESULT PER NIGHT OF THE      *
009800*    WINDOW: SPACE (NO RECORD), S OR F                           *
009900******************************************************************
010000 01  CBK-ROW-TABLE.
010100     05  CBK-ROW-COUNT          PIC 9(03)  COMP VALUE ZERO.
010200     05  CBK-ROW-ENTRY OCCURS 96 TIMES
010300                       INDEXED BY CBK-ROW-IDX.
010400         10  CBK-ROW-TYPE       PIC X(01).
010500             88  CBK-ROW-IS-SUBSYSTEM   VALUE "S".
010600             88  CBK-ROW-IS-GROUP       VALUE "G".
010700         10  CBK-ROW-NAME       PIC X(08).
010800         10  CBK-ROW-GROUP      PIC X(08).
010900         10  CBK-ROW-LATEST     PIC 9(03)  COMP.
011000         10  CBK-ROW-NIGHT OCCURS 366 TIMES PIC X(01).
011100 77  CBK-ROW-SUB                PIC 9(03)  COMP VALUE ZERO.
011200 77  CBK-ROW-SLOT               PIC 9(03)  COMP VALUE ZERO.
011300 77  CBK-GRP-SLOT               PIC 9(03)  COMP VALUE ZERO.
011400 77  CBK-SUBSYSTEM-COUNT        PIC 9(03)  COMP VALUE ZERO.
011500 77  CBK-GROUP-COUNT            PIC 9(03)  COMP VALUE ZERO.
011600 01  CBK-MATCH-NAME             PIC X(08)  VALUE SPACES.
011700 01  CBK-MATCH-TYPE             PIC X(01)  VALUE SPACES.
011800******************************************************************
011900*    ONE ROW'S SCORE                                             *
012000******************************************************************
012100 01  CBK-SCORE-WORK.
012200     05  CBK-SC-RUNS            PIC 9(03)  COMP.
012300     05  CBK-SC-FAILS           PIC 9(03)  COMP.
012400     05  CBK-SC-CURRENT         PIC 9(03)  COMP.
012500     05  CBK-SC-LONGEST         PIC 9(03)  COMP.
012600     05  CBK-SC-LAST-FAIL       PIC X(10).
012610     05  CBK-SC-BLOCKED         PIC 9(03)  COMP.
012700     05  CBK-SC-PCT             PIC 9(03)V9.
012800******************************************************************
012900*    DAY-NUMBER WORK - A DATE AS A COUNT OF DAYS (JULIAN DAY     *
013000*    NUMBER) SO THE WINDOW CAN BE STEPPED ACROSS MONTH AND YEAR  *
013100*    ENDS BY PLAIN SUBTRACTION, AND BACK AGAIN                   *
013200******************************************************************
013300 01  CBK-DAYNUM-WORK.
013400     05  CBK-DN-DATE            PIC X(10).
013500     05  CBK-DN-YYYY            PIC 9(04).
013600     05  CBK-DN-MM              PIC 9(02).
013700     05  CBK-DN-DD              PIC 9(02).
013800     05  CBK-DN-DAYNUM          PIC S9(09) COMP.
013900     05  CBK-DN-A               PIC S9(11) COMP.
014000     05  CBK-DN-Y               PIC S9(11) COMP.
014100     05  CBK-DN-M               PIC S9(11) COMP.
014200     05  CBK-DN-L               PIC S9(11) COMP.
014300     05  CBK-DN-N               PIC S9(11) COMP.
014400     05  CBK-DN-I               PIC S9(11) COMP.
014500     05  CBK-DN-J               PIC S9(11) COMP.
014600     05  CBK-DN-T               PIC S9(11) COMP.
014700     05  CBK-DN-Q               PIC S9(11) COMP.
014800******************************************************************
014900*    COUNTERS                                                    *
015000******************************************************************
015100 77  CBK-HIST-COUNT             PIC 9(07)  COMP VALUE ZERO.
015200 77  CBK-HIST-COUNT-ED          PIC 9(07)  VALUE ZERO.
015300 77  CBK-WINDOW-COUNT           PIC 9(07)  COMP VALUE ZERO.
015400 77  CBK-WINDOW-COUNT-ED        PIC 9(07)  VALUE ZERO.
015500 77  CBK-SKIP-COUNT             PIC 9(07)  COMP VALUE ZERO.
015600 77  CBK-SKIP-COUNT-ED          PIC 9(07)  VALUE ZERO.
015700******************************************************************
015800*    REPORT LINES                                                *
015900******************************************************************
016000 01  CBK-DETAIL-LINE.
016100     05  FILLER                 PIC X(02)  VALUE SPACES.
016200     05  CBK-DET-NAME           PIC X(08).
016300     05  FILLER                 PIC X(02)  VALUE SPACES.
016400     05  CBK-DET-GROUP          PIC X(08).
016500     05  FILLER                 PIC X(02)  VALUE SPACES.
016600     05  CBK-DET-RUNS           PIC ZZZ9.
016700     05  FILLER                 PIC X(03)  VALUE SPACES.
016800     05  CBK-DET-FAILS          PIC ZZZ9.
016900     05  FILLER                 PIC X(02)  VALUE SPACES.
017000     05  CBK-DET-PCT            PIC X(05).
017100     05  FILLER                 PIC X(02)  VALUE SPACES.
017200     05  CBK-DET-CURRENT        PIC ZZ9.
017300     05  FILLER                 PIC X(03)  VALUE SPACES.
017400     05  CBK-DET-LONGEST        PIC ZZ9.
017500     05  FILLER                 PIC X(02)  VALUE SPACES.
017600     05  CBK-DET-LAST-FAIL      PIC X(10).
017610     05  FILLER                 PIC X(02)  VALUE SPACES.
017620     05  CBK-DET-BLOCKED        PIC ZZZ9.
017700 01  CBK-PCT-ED                 PIC ZZ9.9.
017800 01  CBK-DAYS-ED                PIC ZZ9.
017900******************************************************************
018000*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
018100*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
018200*    THE BATCH NIGHT IT BELONGS TO                               *
018300******************************************************************
018400 01  CBK-PROCDT-WORK.
018500     05  CBK-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
018600     05  CBK-PD-STAMP           PIC X(19).
018700     05  CBK-PD-HH              PIC 9(02).
018800     05  CBK-PD-MI              PIC 9(02).
018900     05  CBK-PD-HHMM            PIC 9(04).
019000     05  CBK-PD-YYYY            PIC 9(04).
019100     05  CBK-PD-MM              PIC 9(02).
019200     05  CBK-PD-DD              PIC 9(02).
019300     05  CBK-PD-QUOT            PIC 9(04)  COMP.
019400     05  CBK-PD-REM             PIC 9(04)  COMP.
019500     05  CBK-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
019600     05  CBK-PD-DATE            PIC X(10).
019700******************************************************************
019800*    PARM TOKEN WORK AREA                                        *
019900******************************************************************
020000 01  CBK-PARM-TOKENS.
020100     05  CBK-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
020200 77  CBK-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
020300 01  CBK-TOKEN-SPLIT.
020400     05  CBK-TOKEN-KEY          PIC X(10).
020500     05  CBK-TOKEN-VAL          PIC X(10).
020600******************************************************************
020700*    RUN DATE/TIME FOR THE REPORT HEADER AND THE DEFAULT DATE    *
020800******************************************************************
020900 01  CBK-TIMESTAMP-WORK.
021000     05  CBK-CURR-DATE          PIC 9(08).
021100     05  CBK-CURR-TIME          PIC 9(08).
021200     05  CBK-TS-YYYY            PIC 9(04).
021300     05  CBK-TS-MM              PIC 9(02).
021400     05  CBK-TS-DD              PIC 9(02).
021500     05  CBK-TS-HH              PIC 9(02).
021600     05  CBK-TS-MIN             PIC 9(02).
021700     05  CBK-TS-SEC             PIC 9(02).
021800     05  CBK-TS-FORMATTED       PIC X(19).
021900 LINKAGE SECTION.
022000******************************************************************
022100*    CBK-PARM-AREA - OPTIONAL. PRESENT WHEN CBFLTSCR RUNS AS THE *
022200*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
022300******************************************************************
022400 01  CBK-PARM-AREA.
022500     05  CBK-PARM-TEXT          PIC X(80).
022600 PROCEDURE DIVISION USING OPTIONAL CBK-PARM-AREA.
022700******************************************************************
022800*    0000-MAINLINE                                               *
022900******************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     IF CBK-NOT-ABORTED
023300         PERFORM 1110-LOAD-ONE-HIST THRU 1110-EXIT
023400             UNTIL CBK-CBFLTHST-EOF
023500         PERFORM 2000-ROLL-UP-ONE-SUBSYSTEM THRU 2000-EXIT
023600             VARYING CBK-ROW-SUB FROM 1 BY 1
023700             UNTIL CBK-ROW-SUB > CBK-ROW-COUNT
023800         PERFORM 3000-WRITE-SCORECARD THRU 3000-EXIT
023900     END-IF.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     MOVE CBK-RETURN-CODE-WK TO RETURN-CODE.
024200     GOBACK.
024300******************************************************************
024400*    1000-INITIALIZE - RESOLVE THE WINDOW, OPEN THE FILES, PRIME *
024500*    THE HISTORY READ                                            *
024600******************************************************************
024700 1000-INITIALIZE.
024800     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
024900     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
025000     MOVE CBK-TS-FORMATTED TO CBK-PD-STAMP.
025100     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
025200     MOVE CBK-PD-DATE TO CBK-WINDOW-END.
025300     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
025400     IF CBK-ABORT-REQUESTED
025500         GO TO 1000-EXIT
025600     END-IF.
025700     MOVE CBK-WINDOW-END TO CBK-DN-DATE.
025800     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
025900     IF CBK-DATE-BAD
026000         DISPLAY "CBFLTSCR: WINDOW END DATE " CBK-WINDOW-END
026100                 " IS NOT A VALID YYYY-MM-DD"
026200         SET CBK-ABORT-REQUESTED TO TRUE
026300         MOVE 16 TO CBK-RETURN-CODE-WK
026400         GO TO 1000-EXIT
026500     END-IF.
026600     MOVE CBK-DN-DAYNUM TO CBK-END-DAYNUM.
026700     COMPUTE CBK-START-DAYNUM =
026800         CBK-END-DAYNUM - CBK-WINDOW-DAYS + 1.
026900     MOVE CBK-START-DAYNUM TO CBK-DN-DAYNUM.
027000     PERFORM 8410-DAYNUM-TO-DATE THRU 8410-EXIT.
027100     MOVE CBK-DN-DATE TO CBK-WINDOW-START.
027200     MOVE SPACES TO CBK-NIGHT-TABLE.
027300     OPEN INPUT CBFLTHST.
027400     IF CBK-CBFLTHST-STATUS NOT = "00"
027500         DISPLAY "CBFLTSCR: UNABLE TO OPEN CBFLTHST - STATUS "
027600                 CBK-CBFLTHST-STATUS
027700         SET CBK-ABORT-REQUESTED TO TRUE
027800         MOVE 16 TO CBK-RETURN-CODE-WK
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN OUTPUT CBSCRRPT.
028200     IF CBK-CBSCRRPT-STATUS NOT = "00"
028300         DISPLAY "CBFLTSCR: UNABLE TO OPEN CBSCRRPT - STATUS "
028400                 CBK-CBSCRRPT-STATUS
028500         SET CBK-ABORT-REQUESTED TO TRUE
028600         MOVE 16 TO CBK-RETURN-CODE-WK
028700         GO TO 1000-EXIT
028800     END-IF.
028900     SET CBK-CBFLTHST-NOT-EOF TO TRUE.
029000     PERFORM 1100-READ-HIST-REC THRU 1100-EXIT.
029100 1000-EXIT.
029200     EXIT.
029300******************************************************************
029400*    1010-PARSE-PARM - PICK UP DAYS=NNN AND DATE=YYYY-MM-DD IF   *
029500*    SUPPLIED                                                    *
029600******************************************************************
029700 1010-PARSE-PARM.
029800     IF CBK-PARM-AREA IS OMITTED
029900         GO TO 1010-EXIT
030000     END-IF.
030100     UNSTRING CBK-PARM-TEXT DELIMITED BY ","
030200         INTO CBK-PARM-TOKEN(1) CBK-PARM-TOKEN(2)
030300              CBK-PARM-TOKEN(3) CBK-PARM-TOKEN(4)
030400     END-UNSTRING.
030500     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
030600         VARYING CBK-TOKEN-IDX FROM 1 BY 1
030700         UNTIL CBK-TOKEN-IDX > 4.
030800 1010-EXIT.
030900     EXIT.
031000******************************************************************
031100*    1020-SPLIT-TOKEN                                            *
031200******************************************************************
031300 1020-SPLIT-TOKEN.
031400     IF CBK-PARM-TOKEN(CBK-TOKEN-IDX) = SPACES
031500         GO TO 1020-EXIT
031600     END-IF.
031700     UNSTRING CBK-PARM-TOKEN(CBK-TOKEN-IDX) DELIMITED BY "="
031800         INTO CBK-TOKEN-KEY CBK-TOKEN-VAL
031900     END-UNSTRING.
032000     EVALUATE CBK-TOKEN-KEY
032100         WHEN "DATE"
032200             MOVE CBK-TOKEN-VAL TO CBK-WINDOW-END
032300         WHEN "DAYS"
032400             PERFORM 1030-SET-WINDOW-DAYS THRU 1030-EXIT
032500         WHEN OTHER
032600             CONTINUE
032700     END-EVALUATE.
032800 1020-EXIT.
032900     EXIT.
033000******************************************************************
033100*    1030-SET-WINDOW-DAYS - DAYS= MUST BE 1 TO 366 NIGHTS        *
033200******************************************************************
033300 1030-SET-WINDOW-DAYS.
033400     MOVE SPACES TO CBK-DAYS-X.
033500     MOVE ZERO TO CBK-DAYS-LEN.
033600     UNSTRING CBK-TOKEN-VAL DELIMITED BY SPACE
033700         INTO CBK-DAYS-X COUNT IN CBK-DAYS-LEN
033800     END-UNSTRING.
033900     IF CBK-DAYS-LEN < 1 OR CBK-DAYS-LEN > 3
034000         GO TO 1030-BAD
034100     END-IF.
034200     IF CBK-DAYS-X(1:CBK-DAYS-LEN) IS NOT NUMERIC
034300         GO TO 1030-BAD
034400     END-IF.
034500     MOVE CBK-DAYS-X(1:CBK-DAYS-LEN) TO CBK-WINDOW-DAYS.
034600     IF CBK-WINDOW-DAYS < 1 OR CBK-WINDOW-DAYS > 366
034700         GO TO 1030-BAD
034800     END-IF.
034900     GO TO 1030-EXIT.
035000 1030-BAD.
035100     DISPLAY "CBFLTSCR: DAYS=" CBK-TOKEN-VAL
035200             " IS NOT 1 TO 366 NIGHTS".
035300     SET CBK-ABORT-REQUESTED TO TRUE.
035400     MOVE 16 TO CBK-RETURN-CODE-WK.
035500 1030-EXIT.
035600     EXIT.
035700******************************************************************
035800*    1100-READ-HIST-REC - READ-AHEAD FOR THE HISTORY LOAD        *
035900******************************************************************
036000 1100-READ-HIST-REC.
036100     READ CBFLTHST
036200         AT END SET CBK-CBFLTHST-EOF TO TRUE
036300     END-READ.
036400 1100-EXIT.
036500     EXIT.
036600******************************************************************
036700*    1110-LOAD-ONE-HIST - A RECORD INSIDE THE WINDOW SETS ITS    *
036800*    SUBSYSTEM'S RESULT FOR THAT NIGHT, OVERWRITING ANY EARLIER  *
036900*    RECORD FOR THE SAME NIGHT.  A RECORD WITH AN UNREADABLE     *
037000*    DATE OR STATUS IS COUNTED AND PASSED OVER.                  *
037100******************************************************************
037200 1110-LOAD-ONE-HIST.
037300     ADD 1 TO CBK-HIST-COUNT.
037400     MOVE CB-FHS-BUILD-DATE TO CBK-DN-DATE.
037500     PERFORM 8400-DATE-TO-DAYNUM THRU 8400-EXIT.
037600     IF CBK-DATE-BAD
037700        OR NOT (CB-FHS-COMPLETE-OK OR CB-FHS-FAILED
037710                OR CB-FHS-BLOCKED)
037800        OR CB-FHS-SUBSYSTEM = SPACES
037900         ADD 1 TO CBK-SKIP-COUNT
038000         GO TO 1110-NEXT
038100     END-IF.
038200     IF CBK-DN-DAYNUM < CBK-START-DAYNUM
038300        OR CBK-DN-DAYNUM > CBK-END-DAYNUM
038400         GO TO 1110-NEXT
038500     END-IF.
038600     ADD 1 TO CBK-WINDOW-COUNT.
038700     COMPUTE CBK-DAY-SLOT = CBK-DN-DAYNUM - CBK-START-DAYNUM + 1.
038800     MOVE CB-FHS-BUILD-DATE TO CBK-NIGHT-DATE(CBK-DAY-SLOT).
038900     MOVE CB-FHS-SUBSYSTEM TO CBK-MATCH-NAME.
039000     MOVE "S" TO CBK-MATCH-TYPE.
039100     PERFORM 1200-FIND-ROW THRU 1200-EXIT.
039200     IF CBK-ROW-SLOT = ZERO
039300         GO TO 1110-NEXT
039400     END-IF.
039500     SET CBK-ROW-IDX TO CBK-ROW-SLOT.
039600     MOVE CB-FHS-STATUS
039700         TO CBK-ROW-NIGHT(CBK-ROW-IDX, CBK-DAY-SLOT).
039800     IF CBK-DAY-SLOT NOT < CBK-ROW-LATEST(CBK-ROW-IDX)
039900         MOVE CBK-DAY-SLOT TO CBK-ROW-LATEST(CBK-ROW-IDX)
040000         MOVE CB-FHS-GROUP TO CBK-ROW-GROUP(CBK-ROW-IDX)
040100     END-IF.
040200 1110-NEXT.
040300     PERFORM 1100-READ-HIST-REC THRU 1100-EXIT.
040400 1110-EXIT.
040500     EXIT.
040600******************************************************************
040700*    1200-FIND-ROW - THE ROW OF TYPE CBK-MATCH-TYPE NAMED        *
040800*    CBK-MATCH-NAME INTO CBK-ROW-SLOT, ADDING IT IF IT IS NEW.   *
040900*    ZERO WHEN THE TABLE HAS NO ROOM FOR ANOTHER OF THAT TYPE.   *
041000******************************************************************
041100 1200-FIND-ROW.
041200     MOVE ZERO TO CBK-ROW-SLOT.
041300     PERFORM 1210-MATCH-ROW THRU 1210-EXIT
041400         VARYING CBK-ROW-IDX FROM 1 BY 1
041500         UNTIL CBK-ROW-IDX > CBK-ROW-COUNT.
041600     IF CBK-ROW-SLOT NOT = ZERO
041700         GO TO 1200-EXIT
041800     END-IF.
041900     IF CBK-MATCH-TYPE = "S"
042000         IF CBK-SUBSYSTEM-COUNT >= 64
042100             DISPLAY "CBFLTSCR: MORE THAN 64 SUBSYSTEMS - "
042200                     CBK-MATCH-NAME " NOT SCORED"
042300             ADD 1 TO CBK-SKIP-COUNT
042400             GO TO 1200-EXIT
042500         END-IF
042600         ADD 1 TO CBK-SUBSYSTEM-COUNT
042700     ELSE
042800         IF CBK-GROUP-COUNT >= 32
042900             DISPLAY "CBFLTSCR: MORE THAN 32 GROUPS - "
043000                     CBK-MATCH-NAME " NOT SCORED"
043100             GO TO 1200-EXIT
043200         END-IF
043300         ADD 1 TO CBK-GROUP-COUNT
043400     END-IF.
043500     ADD 1 TO CBK-ROW-COUNT.
043600     SET CBK-ROW-IDX TO CBK-ROW-COUNT.
043700     MOVE SPACES TO CBK-ROW-ENTRY(CBK-ROW-IDX).
043800     MOVE CBK-MATCH-TYPE TO CBK-ROW-TYPE(CBK-ROW-IDX).
043900     MOVE CBK-MATCH-NAME TO CBK-ROW-NAME(CBK-ROW-IDX).
044000     MOVE ZERO TO CBK-ROW-LATEST(CBK-ROW-IDX).
044100     MOVE CBK-ROW-COUNT TO CBK-ROW-SLOT.
044200 1200-EXIT.
044300     EXIT.
044400******************************************************************
044500*    1210-MATCH-ROW                                              *
044600******************************************************************
044700 1210-MATCH-ROW.
044800     IF CBK-ROW-TYPE(CBK-ROW-IDX) = CBK-MATCH-TYPE
044900        AND CBK-ROW-NAME(CBK-ROW-IDX) = CBK-MATCH-NAME
045000         SET CBK-ROW-SLOT TO CBK-ROW-IDX
045100     END-IF.
045200 1210-EXIT.
045300     EXIT.
045400******************************************************************
045500*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
045600*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
045700*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
045800******************************************************************
045900 1400-LOAD-PROC-DATE-CTL.
046000     OPEN INPUT CBPDCTL.
046100     IF CBK-CBPDCTL-STATUS = "35"
046200         GO TO 1400-EXIT
046300     END-IF.
046400     IF CBK-CBPDCTL-STATUS NOT = "00"
046500         DISPLAY "CBFLTSCR: UNABLE TO OPEN CBPDCTL - STATUS "
046600                 CBK-CBPDCTL-STATUS " - CALENDAR DATES USED"
046700         IF CBK-RETURN-CODE-WK < 4
046800             MOVE 4 TO CBK-RETURN-CODE-WK
046900         END-IF
047000         GO TO 1400-EXIT
047100     END-IF.
047200     READ CBPDCTL
047300         AT END
047400             DISPLAY "CBFLTSCR: CBPDCTL IS EMPTY - "
047500                     "CALENDAR DATES USED"
047600     END-READ.
047700     IF CBK-CBPDCTL-STATUS = "00"
047800         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
047900            AND CB-PDC-CUTOFF-HHMM < 2400
048000            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
048100             MOVE CB-PDC-CUTOFF-HHMM TO CBK-PD-CUTOFF-HHMM
048200         ELSE
048300             DISPLAY "CBFLTSCR: CBPDCTL CUTOFF "
048400                     CB-PDC-CUTOFF-HHMM " INVALID - "
048500                     "CALENDAR DATES USED"
048600             IF CBK-RETURN-CODE-WK < 4
048700                 MOVE 4 TO CBK-RETURN-CODE-WK
048800             END-IF
048900         END-IF
049000     END-IF.
049100     CLOSE CBPDCTL.
049200 1400-EXIT.
049300     EXIT.
049400******************************************************************
049500*    2000-ROLL-UP-ONE-SUBSYSTEM - FOLD A SUBSYSTEM'S NIGHTS INTO *
049600*    ITS GROUP'S ROW.  ROWS ADDED HERE ARE GROUP ROWS AND ARE    *
049700*    PASSED OVER WHEN THE LOOP REACHES THEM.                     *
049800******************************************************************
049900 2000-ROLL-UP-ONE-SUBSYSTEM.
050000     SET CBK-ROW-IDX TO CBK-ROW-SUB.
050100     IF NOT CBK-ROW-IS-SUBSYSTEM(CBK-ROW-IDX)
050200         GO TO 2000-EXIT
050300     END-IF.
050400     MOVE CBK-ROW-GROUP(CBK-ROW-IDX) TO CBK-MATCH-NAME.
050500     MOVE "G" TO CBK-MATCH-TYPE.
050600     PERFORM 1200-FIND-ROW THRU 1200-EXIT.
050700     IF CBK-ROW-SLOT = ZERO
050800         GO TO 2000-EXIT
050900     END-IF.
051000     MOVE CBK-ROW-SLOT TO CBK-GRP-SLOT.
051100     PERFORM 2010-ROLL-UP-ONE-NIGHT THRU 2010-EXIT
051200         VARYING CBK-DAY-SUB FROM 1 BY 1
051300         UNTIL CBK-DAY-SUB > CBK-WINDOW-DAYS.
051400 2000-EXIT.
051500     EXIT.
051600******************************************************************
051700*    2010-ROLL-UP-ONE-NIGHT - ANY FAILED MEMBER FAILS THE GROUP, *
051710*    OTHERWISE ANY BLOCKED MEMBER BLOCKS IT                      *
051800******************************************************************
051900 2010-ROLL-UP-ONE-NIGHT.
052000     EVALUATE CBK-ROW-NIGHT(CBK-ROW-SUB, CBK-DAY-SUB)
052100         WHEN "F"
052200             MOVE "F" TO CBK-ROW-NIGHT(CBK-GRP-SLOT, CBK-DAY-SUB)
052210         WHEN "B"
052220             IF CBK-ROW-NIGHT(CBK-GRP-SLOT, CBK-DAY-SUB) NOT = "F"
052230                 MOVE "B"
052240                     TO CBK-ROW-NIGHT(CBK-GRP-SLOT, CBK-DAY-SUB)
052250             END-IF
052300         WHEN "S"
052400             IF CBK-ROW-NIGHT(CBK-GRP-SLOT, CBK-DAY-SUB) = SPACE
052500                 MOVE "S"
052600                     TO CBK-ROW-NIGHT(CBK-GRP-SLOT, CBK-DAY-SUB)
052700             END-IF
052800         WHEN OTHER
052900             CONTINUE
053000     END-EVALUATE.
053100 2010-EXIT.
053200     EXIT.
053300******************************************************************
053400*    3000-WRITE-SCORECARD - HEADER, THE SUBSYSTEM SECTION, THEN  *
053500*    THE GROUP SECTION                                           *
053600******************************************************************
053700 3000-WRITE-SCORECARD.
053800     MOVE CBK-WINDOW-DAYS TO CBK-DAYS-ED.
053900     MOVE SPACES TO CBK-RPT-REC.
054000     STRING "FLEET RELIABILITY SCORECARD - " CBK-DAYS-ED
054100            " NIGHTS ENDING " CBK-WINDOW-END
054200         DELIMITED BY SIZE INTO CBK-RPT-REC.
054300     WRITE CBK-RPT-REC.
054400     MOVE SPACES TO CBK-RPT-REC.
054500     STRING "WINDOW " CBK-WINDOW-START " TO " CBK-WINDOW-END
054600            "   RUN " CBK-TS-FORMATTED
054700         DELIMITED BY SIZE INTO CBK-RPT-REC.
054800     WRITE CBK-RPT-REC.
054900     MOVE SPACES TO CBK-RPT-REC.
055000     WRITE CBK-RPT-REC.
055100     MOVE "BY SUBSYSTEM" TO CBK-RPT-REC.
055200     WRITE CBK-RPT-REC.
055300     MOVE SPACES TO CBK-RPT-REC.
055400     STRING "  SUBSYS    GROUP     "
055500            "RUNS  FAILS  SUCC%  CUR  LONG  LAST FAIL"
055510            "   BLKD"
055600         DELIMITED BY SIZE INTO CBK-RPT-REC.
055700     WRITE CBK-RPT-REC.
055800     MOVE "S" TO CBK-MATCH-TYPE.
055900     PERFORM 3100-SCORE-ONE-ROW THRU 3100-EXIT
056000         VARYING CBK-ROW-SUB FROM 1 BY 1
056100         UNTIL CBK-ROW-SUB > CBK-ROW-COUNT.
056200     MOVE SPACES TO CBK-RPT-REC.
056300     WRITE CBK-RPT-REC.
056400     MOVE "BY GROUP" TO CBK-RPT-REC.
056500     WRITE CBK-RPT-REC.
056600     MOVE SPACES TO CBK-RPT-REC.
056700     STRING "  GROUP               "
056800            "RUNS  FAILS  SUCC%  CUR  LONG  LAST FAIL"
056810            "   BLKD"
056900         DELIMITED BY SIZE INTO CBK-RPT-REC.
057000     WRITE CBK-RPT-REC.
057100     MOVE "G" TO CBK-MATCH-TYPE.
057200     PERFORM 3100-SCORE-ONE-ROW THRU 3100-EXIT
057300         VARYING CBK-ROW-SUB FROM 1 BY 1
057400         UNTIL CBK-ROW-SUB > CBK-ROW-COUNT.
057500 3000-EXIT.
057600     EXIT.
057700******************************************************************
057800*    3100-SCORE-ONE-ROW - WALK THE ROW'S NIGHTS OLDEST FIRST AND *
057900*    WRITE ITS SCORE LINE.  ONLY ROWS OF THE SECTION'S TYPE      *
058000*    (CBK-MATCH-TYPE) ARE SCORED.                                *
058100******************************************************************
058200 3100-SCORE-ONE-ROW.
058300     SET CBK-ROW-IDX TO CBK-ROW-SUB.
058400     IF CBK-ROW-TYPE(CBK-ROW-IDX) NOT = CBK-MATCH-TYPE
058500         GO TO 3100-EXIT
058600     END-IF.
058700     MOVE ZERO TO CBK-SC-RUNS CBK-SC-FAILS CBK-SC-CURRENT
058800                  CBK-SC-LONGEST CBK-SC-PCT CBK-SC-BLOCKED.
058900     MOVE "NONE" TO CBK-SC-LAST-FAIL.
059000     PERFORM 3110-SCORE-ONE-NIGHT THRU 3110-EXIT
059100         VARYING CBK-DAY-SUB FROM 1 BY 1
059200         UNTIL CBK-DAY-SUB > CBK-WINDOW-DAYS.
059300     MOVE SPACES TO CBK-DET-NAME CBK-DET-GROUP CBK-DET-PCT
059400                    CBK-DET-LAST-FAIL.
059500     IF CBK-ROW-IS-GROUP(CBK-ROW-IDX)
059600        AND CBK-ROW-NAME(CBK-ROW-IDX) = SPACES
059700         MOVE "NO GROUP" TO CBK-DET-NAME
059800     ELSE
059900         MOVE CBK-ROW-NAME(CBK-ROW-IDX) TO CBK-DET-NAME
060000     END-IF.
060100     IF CBK-ROW-IS-SUBSYSTEM(CBK-ROW-IDX)
060200         MOVE CBK-ROW-GROUP(CBK-ROW-IDX) TO CBK-DET-GROUP
060300     END-IF.
060400     MOVE CBK-SC-RUNS TO CBK-DET-RUNS.
060500     MOVE CBK-SC-FAILS TO CBK-DET-FAILS.
060600     IF CBK-SC-RUNS = ZERO
060700         MOVE "  N/A" TO CBK-DET-PCT
060800     ELSE
060900         COMPUTE CBK-SC-PCT ROUNDED =
061000             (CBK-SC-RUNS - CBK-SC-FAILS) * 100 / CBK-SC-RUNS
061100         MOVE CBK-SC-PCT TO CBK-PCT-ED
061200         MOVE CBK-PCT-ED TO CBK-DET-PCT
061300     END-IF.
061400     MOVE CBK-SC-CURRENT TO CBK-DET-CURRENT.
061500     MOVE CBK-SC-LONGEST TO CBK-DET-LONGEST.
061600     MOVE CBK-SC-LAST-FAIL TO CBK-DET-LAST-FAIL.
061610     MOVE CBK-SC-BLOCKED TO CBK-DET-BLOCKED.
061700     MOVE CBK-DETAIL-LINE TO CBK-RPT-REC.
061800     WRITE CBK-RPT-REC.
061900 3100-EXIT.
062000     EXIT.
062100******************************************************************
062200*    3110-SCORE-ONE-NIGHT - A FAILED NIGHT EXTENDS THE CURRENT   *
062300*    STREAK, A GOOD ONE ENDS IT, A BLOCKED NIGHT OR ONE WITH NO  *
062400*    RESULT LEAVES IT ALONE                                      *
062500******************************************************************
062600 3110-SCORE-ONE-NIGHT.
062700     EVALUATE CBK-ROW-NIGHT(CBK-ROW-SUB, CBK-DAY-SUB)
062800         WHEN "F"
062900             ADD 1 TO CBK-SC-RUNS
063000             ADD 1 TO CBK-SC-FAILS
063100             ADD 1 TO CBK-SC-CURRENT
063200             IF CBK-SC-CURRENT > CBK-SC-LONGEST
063300                 MOVE CBK-SC-CURRENT TO CBK-SC-LONGEST
063400             END-IF
063500             MOVE CBK-NIGHT-DATE(CBK-DAY-SUB) TO CBK-SC-LAST-FAIL
063600         WHEN "S"
063700             ADD 1 TO CBK-SC-RUNS
063800             MOVE ZERO TO CBK-SC-CURRENT
063810         WHEN "B"
063820             ADD 1 TO CBK-SC-BLOCKED
063900         WHEN OTHER
064000             CONTINUE
064100     END-EVALUATE.
064200 3110-EXIT.
064300     EXIT.
064400******************************************************************
064500*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
064600*    HEADER AND THE DEFAULT WINDOW END                           *
064700******************************************************************
064800 8000-BUILD-TIMESTAMP.
064900     ACCEPT CBK-CURR-DATE FROM DATE YYYYMMDD.
065000     ACCEPT CBK-CURR-TIME FROM TIME.
065100     MOVE CBK-CURR-DATE(1:4) TO CBK-TS-YYYY.
065200     MOVE CBK-CURR-DATE(5:2) TO CBK-TS-MM.
065300     MOVE CBK-CURR-DATE(7:2) TO CBK-TS-DD.
065400     MOVE CBK-CURR-TIME(1:2) TO CBK-TS-HH.
065500     MOVE CBK-CURR-TIME(3:2) TO CBK-TS-MIN.
065600     MOVE CBK-CURR-TIME(5:2) TO CBK-TS-SEC.
065700     STRING CBK-TS-YYYY "-" CBK-TS-MM "-" CBK-TS-DD "-"
065800            CBK-TS-HH "." CBK-TS-MIN "." CBK-TS-SEC
065900         DELIMITED BY SIZE INTO CBK-TS-FORMATTED.
066000 8000-EXIT.
066100     EXIT.
066200******************************************************************
066300*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
066400*    CBK-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBK-PD-DATE.  A     *
066500*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
066600*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
066700*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
066800******************************************************************
066900 8100-DERIVE-PROC-DATE.
067000     MOVE CBK-PD-STAMP(1:10) TO CBK-PD-DATE.
067100     IF CBK-PD-CUTOFF-HHMM = ZERO
067200         GO TO 8100-EXIT
067300     END-IF.
067400     IF CBK-PD-STAMP(12:2) IS NOT NUMERIC
067500        OR CBK-PD-STAMP(15:2) IS NOT NUMERIC
067600        OR CBK-PD-STAMP(1:4) IS NOT NUMERIC
067700        OR CBK-PD-STAMP(6:2) IS NOT NUMERIC
067800        OR CBK-PD-STAMP(9:2) IS NOT NUMERIC
067900         GO TO 8100-EXIT
068000     END-IF.
068100     MOVE CBK-PD-STAMP(12:2) TO CBK-PD-HH.
068200     MOVE CBK-PD-STAMP(15:2) TO CBK-PD-MI.
068300     COMPUTE CBK-PD-HHMM = CBK-PD-HH * 100 + CBK-PD-MI.
068400     IF CBK-PD-HHMM NOT < CBK-PD-CUTOFF-HHMM
068500         GO TO 8100-EXIT
068600     END-IF.
068700     MOVE CBK-PD-STAMP(1:4) TO CBK-PD-YYYY.
068800     MOVE CBK-PD-STAMP(6:2) TO CBK-PD-MM.
068900     MOVE CBK-PD-STAMP(9:2) TO CBK-PD-DD.
069000     IF CBK-PD-DD > 1
069100         SUBTRACT 1 FROM CBK-PD-DD
069200     ELSE
069300         IF CBK-PD-MM > 1
069400             SUBTRACT 1 FROM CBK-PD-MM
069500         ELSE
069600             MOVE 12 TO CBK-PD-MM
069700             SUBTRACT 1 FROM CBK-PD-YYYY
069800         END-IF
069900         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
070000         MOVE CBK-PD-DAYS-IN-MONTH TO CBK-PD-DD
070100     END-IF.
070200     STRING CBK-PD-YYYY "-" CBK-PD-MM "-" CBK-PD-DD
070300         DELIMITED BY SIZE INTO CBK-PD-DATE.
070400 8100-EXIT.
070500     EXIT.
070600******************************************************************
070700*    8110-DAYS-IN-MONTH - FOR CBK-PD-MM OF CBK-PD-YYYY           *
070800******************************************************************
070900 8110-DAYS-IN-MONTH.
071000     EVALUATE CBK-PD-MM
071100         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
071200             MOVE 31 TO CBK-PD-DAYS-IN-MONTH
071300         WHEN 4 WHEN 6 WHEN 9 WHEN 11
071400             MOVE 30 TO CBK-PD-DAYS-IN-MONTH
071500         WHEN 2
071600             MOVE 28 TO CBK-PD-DAYS-IN-MONTH
071700             DIVIDE CBK-PD-YYYY BY 4 GIVING CBK-PD-QUOT
071800                 REMAINDER CBK-PD-REM
071900             IF CBK-PD-REM = ZERO
072000                 MOVE 29 TO CBK-PD-DAYS-IN-MONTH
072100                 DIVIDE CBK-PD-YYYY BY 100 GIVING CBK-PD-QUOT
072200                     REMAINDER CBK-PD-REM
072300                 IF CBK-PD-REM = ZERO
072400                     DIVIDE CBK-PD-YYYY BY 400 GIVING CBK-PD-QUOT
072500                         REMAINDER CBK-PD-REM
072600                     IF CBK-PD-REM NOT = ZERO
072700                         MOVE 28 TO CBK-PD-DAYS-IN-MONTH
072800                     END-IF
072900                 END-IF
073000             END-IF
073100         WHEN OTHER
073200             MOVE 31 TO CBK-PD-DAYS-IN-MONTH
073300     END-EVALUATE.
073400 8110-EXIT.
073500     EXIT.
073600******************************************************************
073700*    8400-DATE-TO-DAYNUM - CBK-DN-DATE (YYYY-MM-DD) AS A DAY     *
073800*    NUMBER IN CBK-DN-DAYNUM.  CBK-DATE-BAD WHEN THE DATE WILL   *
073900*    NOT CONVERT.  EACH DIVISION IS A SEPARATE STEP SO EVERY     *
074000*    QUOTIENT IS TRUNCATED AS THE FORMULA REQUIRES.              *
074100******************************************************************
074200 8400-DATE-TO-DAYNUM.
074300     SET CBK-DATE-BAD TO TRUE.
074400     MOVE ZERO TO CBK-DN-DAYNUM.
074500     IF CBK-DN-DATE(1:4) IS NOT NUMERIC
074600        OR CBK-DN-DATE(5:1) NOT = "-"
074700        OR CBK-DN-DATE(6:2) IS NOT NUMERIC
074800        OR CBK-DN-DATE(8:1) NOT = "-"
074900        OR CBK-DN-DATE(9:2) IS NOT NUMERIC
075000         GO TO 8400-EXIT
075100     END-IF.
075200     MOVE CBK-DN-DATE(1:4) TO CBK-DN-YYYY.
075300     MOVE CBK-DN-DATE(6:2) TO CBK-DN-MM.
075400     MOVE CBK-DN-DATE(9:2) TO CBK-DN-DD.
075500     IF CBK-DN-YYYY < 1900
075600        OR CBK-DN-MM < 1 OR CBK-DN-MM > 12
075700        OR CBK-DN-DD < 1
075800         GO TO 8400-EXIT
075900     END-IF.
076000     MOVE CBK-DN-YYYY TO CBK-PD-YYYY.
076100     MOVE CBK-DN-MM TO CBK-PD-MM.
076200     PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT.
076300     IF CBK-DN-DD > CBK-PD-DAYS-IN-MONTH
076400         GO TO 8400-EXIT
076500     END-IF.
076600     COMPUTE CBK-DN-T = 14 - CBK-DN-MM.
076700     DIVIDE CBK-DN-T BY 12 GIVING CBK-DN-A.
076800     COMPUTE CBK-DN-Y = CBK-DN-YYYY + 4800 - CBK-DN-A.
076900     COMPUTE CBK-DN-M = CBK-DN-MM + 12 * CBK-DN-A - 3.
077000     COMPUTE CBK-DN-DAYNUM = CBK-DN-DD + 365 * CBK-DN-Y - 32045.
077100     COMPUTE CBK-DN-T = 153 * CBK-DN-M + 2.
077200     DIVIDE CBK-DN-T BY 5 GIVING CBK-DN-Q.
077300     ADD CBK-DN-Q TO CBK-DN-DAYNUM.
077400     DIVIDE CBK-DN-Y BY 4 GIVING CBK-DN-Q.
077500     ADD CBK-DN-Q TO CBK-DN-DAYNUM.
077600     DIVIDE CBK-DN-Y BY 100 GIVING CBK-DN-Q.
077700     SUBTRACT CBK-DN-Q FROM CBK-DN-DAYNUM.
077800     DIVIDE CBK-DN-Y BY 400 GIVING CBK-DN-Q.
077900     ADD CBK-DN-Q TO CBK-DN-DAYNUM.
078000     SET CBK-DATE-OK TO TRUE.
078100 8400-EXIT.
078200     EXIT.
078300******************************************************************
078400*    8410-DAYNUM-TO-DATE - CBK-DN-DAYNUM BACK TO YYYY-MM-DD IN   *
078500*    CBK-DN-DATE                                                 *
078600******************************************************************
078700 8410-DAYNUM-TO-DATE.
078800     COMPUTE CBK-DN-L = CBK-DN-DAYNUM + 68569.
078900     COMPUTE CBK-DN-T = 4 * CBK-DN-L.
079000     DIVIDE CBK-DN-T BY 146097 GIVING CBK-DN-N.
079100     COMPUTE CBK-DN-T = 146097 * CBK-DN-N + 3.
079200     DIVIDE CBK-DN-T BY 4 GIVING CBK-DN-Q.
079300     SUBTRACT CBK-DN-Q FROM CBK-DN-L.
079400     COMPUTE CBK-DN-T = 4000 * (CBK-DN-L + 1).
079500     DIVIDE CBK-DN-T BY 1461001 GIVING CBK-DN-I.
079600     COMPUTE CBK-DN-T = 1461 * CBK-DN-I.
079700     DIVIDE CBK-DN-T BY 4 GIVING CBK-DN-Q.
079800     COMPUTE CBK-DN-L = CBK-DN-L - CBK-DN-Q + 31.
079900     COMPUTE CBK-DN-T = 80 * CBK-DN-L.
080000     DIVIDE CBK-DN-T BY 2447 GIVING CBK-DN-J.
080100     COMPUTE CBK-DN-T = 2447 * CBK-DN-J.
080200     DIVIDE CBK-DN-T BY 80 GIVING CBK-DN-Q.
080300     COMPUTE CBK-DN-DD = CBK-DN-L - CBK-DN-Q.
080400     DIVIDE CBK-DN-J BY 11 GIVING CBK-DN-L.
080500     COMPUTE CBK-DN-MM = CBK-DN-J + 2 - 12 * CBK-DN-L.
080600     COMPUTE CBK-DN-YYYY =
080700         100 * (CBK-DN-N - 49) + CBK-DN-I + CBK-DN-L.
080800     MOVE SPACES TO CBK-DN-DATE.
080900     STRING CBK-DN-YYYY "-" CBK-DN-MM "-" CBK-DN-DD
081000         DELIMITED BY SIZE INTO CBK-DN-DATE.
081100 8410-EXIT.
081200     EXIT.
081300******************************************************************
081400*    9000-TERMINATE - TRAILER, CLOSE EVERYTHING, ONE CONSOLE     *
081500*    ACCOUNTING LINE FOR THE SCHEDULER LOG                       *
081600******************************************************************
081700 9000-TERMINATE.
081800     MOVE CBK-HIST-COUNT TO CBK-HIST-COUNT-ED.
081900     MOVE CBK-WINDOW-COUNT TO CBK-WINDOW-COUNT-ED.
082000     MOVE CBK-SKIP-COUNT TO CBK-SKIP-COUNT-ED.
082100     IF CBK-CBSCRRPT-STATUS = "00"
082200         MOVE SPACES TO CBK-RPT-REC
082300         WRITE CBK-RPT-REC
082400         MOVE SPACES TO CBK-RPT-REC
082500         STRING "END OF CBFLTSCR REPORT   HISTORY RECORDS: "
082600                CBK-HIST-COUNT-ED "  IN WINDOW: "
082700                CBK-WINDOW-COUNT-ED
082800             DELIMITED BY SIZE INTO CBK-RPT-REC
082900         WRITE CBK-RPT-REC
083000         CLOSE CBSCRRPT
083100     END-IF.
083200     IF CBK-CBFLTHST-STATUS = "00" OR CBK-CBFLTHST-STATUS = "10"
083300         CLOSE CBFLTHST
083400     END-IF.
083500     IF CBK-NOT-ABORTED
083600         DISPLAY "CBFLTSCR: WINDOW " CBK-WINDOW-START " TO "
083700                 CBK-WINDOW-END " HISTORY " CBK-HIST-COUNT-ED
083800                 " SCORED " CBK-WINDOW-COUNT-ED
083900                 " PASSED OVER " CBK-SKIP-COUNT-ED
084000     END-IF.
084100     IF CBK-SKIP-COUNT > ZERO
084200        AND CBK-RETURN-CODE-WK < 4
084300         MOVE 4 TO CBK-RETURN-CODE-WK
084400     END-IF.
084500 9000-EXIT.
084600     EXIT.
