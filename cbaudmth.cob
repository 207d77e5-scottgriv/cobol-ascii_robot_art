001500*      - FIRINGS THAT ENDED RC=4 OR WORSE, AND THE WORST RC      *
001600*      - THE SAME TWO COUNTS FOR THE PRIOR MONTH AND THE         *
001700*        MONTH-OVER-MONTH MOVEMENT, SIGNED                       *
001800*    A FIRING COUNTS IN THE MONTH OF ITS PROCESSING DATE - ONE   *
001810*    STAMPED BEFORE THE CBPDCTL CUTOFF HOUR BELONGS TO THE PRIOR *
001820*    DAY'S BATCH NIGHT, SO THE SMALL HOURS OF THE 1ST STILL      *
001830*    COUNT FOR THE MONTH JUST ENDED.  THE REPORT MONTH DEFAULTS  *
001840*    TO THE MONTH BEFORE THE CURRENT PROCESSING DATE (THE USUAL  *
001900*    PERIOD-END CASE) AND CAN BE OVERRIDDEN WITH                 *
002000*    PARM MONTH=YYYY-MM.  RC=0 CLEAN MONTH; RC=4 ANY FIRING IN   *
002100*    THE REPORT MONTH ENDED RC=4 OR WORSE; RC=16 A FILE WILL     *
002200*    NOT OPEN.                                                   *
002700*    MOD HISTORY                                                 *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-09-02  RLB  ORIGINAL                                   *
002910*    2026-10-15  RLB  FIRINGS COUNTED IN THE MONTH OF THEIR      *
002920*                     PROCESSING DATE (CBPDCTL CUTOFF); THE      *
002930*                     DEFAULT MONTH FOLLOWS THE PROCESSING DATE. *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003700     SELECT CBMTHRPT ASSIGN TO "CBMTHRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS CBH-CBMTHRPT-STATUS.
003910     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS CBH-CBPDCTL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CBAUDHST
004500 FD  CBMTHRPT
004600     LABEL RECORDS ARE STANDARD.
004700 01  CBH-RPT-REC                PIC X(80).
004710 FD  CBPDCTL
004720     LABEL RECORDS ARE STANDARD.
004730     COPY CBPDCREC.
004800 WORKING-STORAGE SECTION.
004900******************************************************************
005000*    CONTROL SWITCHES                                           *
005700         88  CBH-ABORT-REQUESTED    VALUE "Y".
005800         88  CBH-NOT-ABORTED        VALUE "N".
005900 01  CBH-CBAUDHST-STATUS        PIC X(02)  VALUE SPACES.
005910 01  CBH-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
006000 01  CBH-CBMTHRPT-STATUS        PIC X(02)  VALUE SPACES.
006100 77  CBH-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
006200******************************************************************
007300     05  CBH-ME-YYYY            PIC 9(04).
007400     05  FILLER                 PIC X(01)  VALUE "-".
007500     05  CBH-ME-MM              PIC 9(02).
007505******************************************************************
007510*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
007515*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
007520*    THE BATCH NIGHT IT BELONGS TO                               *
007525******************************************************************
007530 01  CBH-PROCDT-WORK.
007535     05  CBH-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
007540     05  CBH-PD-STAMP           PIC X(19).
007545     05  CBH-PD-HH              PIC 9(02).
007550     05  CBH-PD-MI              PIC 9(02).
007555     05  CBH-PD-HHMM            PIC 9(04).
007560     05  CBH-PD-YYYY            PIC 9(04).
007565     05  CBH-PD-MM              PIC 9(02).
007570     05  CBH-PD-DD              PIC 9(02).
007575     05  CBH-PD-QUOT            PIC 9(04)  COMP.
007580     05  CBH-PD-REM             PIC 9(04)  COMP.
007585     05  CBH-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
007590     05  CBH-PD-DATE            PIC X(10).
007600******************************************************************
007700*    BY-JOB ACCUMULATORS FOR THE REPORT AND PRIOR MONTHS         *
007800******************************************************************
016000******************************************************************
016100 1000-INITIALIZE.
016200     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
016300     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
016310     MOVE CBH-TS-FORMATTED TO CBH-PD-STAMP.
016320     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
016330     MOVE CBH-PD-DATE(1:4) TO CBH-MW-YYYY.
016340     MOVE CBH-PD-DATE(6:2) TO CBH-MW-MM.
016500     PERFORM 1050-ROLL-MONTH-BACK THRU 1050-EXIT.
016600     PERFORM 1060-FORMAT-MONTH THRU 1060-EXIT.
016700     MOVE CBH-MONTH-EDIT TO CBH-REPORT-MONTH.
026700     END-READ.
026800 1100-EXIT.
026900     EXIT.
026902******************************************************************
026904*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
026906*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
026908*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
026910******************************************************************
026912 1400-LOAD-PROC-DATE-CTL.
026914     OPEN INPUT CBPDCTL.
026916     IF CBH-CBPDCTL-STATUS = "35"
026918         GO TO 1400-EXIT
026920     END-IF.
026922     IF CBH-CBPDCTL-STATUS NOT = "00"
026924         DISPLAY "CBAUDMTH: UNABLE TO OPEN CBPDCTL - STATUS "
026926                 CBH-CBPDCTL-STATUS " - CALENDAR DATES USED"
026928         IF CBH-RETURN-CODE-WK < 4
026930             MOVE 4 TO CBH-RETURN-CODE-WK
026932         END-IF
026934         GO TO 1400-EXIT
026936     END-IF.
026938     READ CBPDCTL
026940         AT END
026942             DISPLAY "CBAUDMTH: CBPDCTL IS EMPTY - "
026944                     "CALENDAR DATES USED"
026946     END-READ.
026948     IF CBH-CBPDCTL-STATUS = "00"
026950         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
026952            AND CB-PDC-CUTOFF-HHMM < 2400
026954            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
026956             MOVE CB-PDC-CUTOFF-HHMM TO CBH-PD-CUTOFF-HHMM
026958         ELSE
026960             DISPLAY "CBAUDMTH: CBPDCTL CUTOFF "
026962                     CB-PDC-CUTOFF-HHMM " INVALID - "
026964                     "CALENDAR DATES USED"
026966             IF CBH-RETURN-CODE-WK < 4
026968                 MOVE 4 TO CBH-RETURN-CODE-WK
026970             END-IF
026972         END-IF
026974     END-IF.
026976     CLOSE CBPDCTL.
026978 1400-EXIT.
026980     EXIT.
027000******************************************************************
027100*    2000-TALLY-ONE-REC - FOLD ONE ARCHIVE RECORD INTO THE       *
027200*    BY-JOB TABLE IF IT BELONGS TO THE REPORT OR PRIOR MONTH.    *
027700     IF CB-AUD-RERUN-FIRING OR CB-AUD-RERUN-SKIPPED
027800         GO TO 2000-NEXT
027900     END-IF.
028000     MOVE CB-AUD-TIMESTAMP TO CBH-PD-STAMP.
028010     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
028020     IF CBH-PD-DATE(1:7) NOT = CBH-REPORT-MONTH
028030        AND CBH-PD-DATE(1:7) NOT = CBH-PRIOR-MONTH
028200         GO TO 2000-NEXT
028300     END-IF.
028400     PERFORM 2100-FIND-JOB-SLOT THRU 2100-EXIT.
028600         GO TO 2000-NEXT
028700     END-IF.
028800     SET CBH-JOB-IDX TO CBH-JOB-SLOT.
028900     IF CBH-PD-DATE(1:7) = CBH-REPORT-MONTH
029000         ADD 1 TO CBH-JOB-THIS-FIRE(CBH-JOB-IDX)
029100         ADD 1 TO CBH-TOT-THIS-FIRE
029200         IF CB-AUD-RETURN-CODE IS NUMERIC
041300         DELIMITED BY SIZE INTO CBH-TS-FORMATTED.
041400 8000-EXIT.
041500     EXIT.
041501******************************************************************
041502*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
041503*    CBH-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBH-PD-DATE.  A     *
041504*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
041505*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
041506*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
041507******************************************************************
041508 8100-DERIVE-PROC-DATE.
041509     MOVE CBH-PD-STAMP(1:10) TO CBH-PD-DATE.
041510     IF CBH-PD-CUTOFF-HHMM = ZERO
041511         GO TO 8100-EXIT
041512     END-IF.
041513     IF CBH-PD-STAMP(12:2) IS NOT NUMERIC
041514        OR CBH-PD-STAMP(15:2) IS NOT NUMERIC
041515        OR CBH-PD-STAMP(1:4) IS NOT NUMERIC
041516        OR CBH-PD-STAMP(6:2) IS NOT NUMERIC
041517        OR CBH-PD-STAMP(9:2) IS NOT NUMERIC
041518         GO TO 8100-EXIT
041519     END-IF.
041520     MOVE CBH-PD-STAMP(12:2) TO CBH-PD-HH.
041521     MOVE CBH-PD-STAMP(15:2) TO CBH-PD-MI.
041522     COMPUTE CBH-PD-HHMM = CBH-PD-HH * 100 + CBH-PD-MI.
041523     IF CBH-PD-HHMM NOT < CBH-PD-CUTOFF-HHMM
041524         GO TO 8100-EXIT
041525     END-IF.
041526     MOVE CBH-PD-STAMP(1:4) TO CBH-PD-YYYY.
041527     MOVE CBH-PD-STAMP(6:2) TO CBH-PD-MM.
041528     MOVE CBH-PD-STAMP(9:2) TO CBH-PD-DD.
041529     IF CBH-PD-DD > 1
041530         SUBTRACT 1 FROM CBH-PD-DD
041531     ELSE
041532         IF CBH-PD-MM > 1
041533             SUBTRACT 1 FROM CBH-PD-MM
041534         ELSE
041535             MOVE 12 TO CBH-PD-MM
041536             SUBTRACT 1 FROM CBH-PD-YYYY
041537         END-IF
041538         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
041539         MOVE CBH-PD-DAYS-IN-MONTH TO CBH-PD-DD
041540     END-IF.
041541     STRING CBH-PD-YYYY "-" CBH-PD-MM "-" CBH-PD-DD
041542         DELIMITED BY SIZE INTO CBH-PD-DATE.
041543 8100-EXIT.
041544     EXIT.
041545******************************************************************
041546*    8110-DAYS-IN-MONTH - FOR CBH-PD-MM OF CBH-PD-YYYY           *
041547******************************************************************
041548 8110-DAYS-IN-MONTH.
041549     EVALUATE CBH-PD-MM
041550         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
041551             MOVE 31 TO CBH-PD-DAYS-IN-MONTH
041552         WHEN 4 WHEN 6 WHEN 9 WHEN 11
041553             MOVE 30 TO CBH-PD-DAYS-IN-MONTH
041554         WHEN 2
041555             MOVE 28 TO CBH-PD-DAYS-IN-MONTH
041556             DIVIDE CBH-PD-YYYY BY 4 GIVING CBH-PD-QUOT
041557                 REMAINDER CBH-PD-REM
041558             IF CBH-PD-REM = ZERO
041559                 MOVE 29 TO CBH-PD-DAYS-IN-MONTH
041560                 DIVIDE CBH-PD-YYYY BY 100 GIVING CBH-PD-QUOT
041561                     REMAINDER CBH-PD-REM
041562                 IF CBH-PD-REM = ZERO
041563                     DIVIDE CBH-PD-YYYY BY 400 GIVING CBH-PD-QUOT
041564                         REMAINDER CBH-PD-REM
041565                     IF CBH-PD-REM NOT = ZERO
041566                         MOVE 28 TO CBH-PD-DAYS-IN-MONTH
041567                     END-IF
041568                 END-IF
041569             END-IF
041570         WHEN OTHER
041571             MOVE 31 TO CBH-PD-DAYS-IN-MONTH
041572     END-EVALUATE.
041573 8110-EXIT.
041574     EXIT.
041600******************************************************************
041700*    9000-TERMINATE - TRAILER WITH THE MONTH TOTALS, THEN CLOSE  *
041800*    EVERYTHING                                                  *
