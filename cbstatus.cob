001900*      - THE FLEET POSITION FILE (DD CBFLTCKP): WHICH            *
002000*        SUBSYSTEMS AN INTERRUPTED FLEET RUN ALREADY STAMPED     *
002100*        AND WHERE IT STOPPED                                    *
002200*    PARM: JOB=JOBNAME,STEP=STEPNAME,DATE=YYYY-MM-DD.  THE DATE  *
002210*    IS A PROCESSING DATE - A FIRING STAMPED BEFORE THE CBPDCTL  *
002220*    CUTOFF HOUR BELONGS TO THE PRIOR DAY'S BATCH NIGHT - AND    *
002230*    DEFAULTS TO THE CURRENT PROCESSING DATE.  RC=0 COLBOT FIRED *
002400*    FOR THE JOB/STEP ON THE DATE; RC=4 IT DID NOT; RC=16 THE    *
002500*    AUDIT TRAIL WILL NOT OPEN SO NO ANSWER IS POSSIBLE.  THE    *
002600*    CHECKPOINT AND POSITION DDS ARE OPTIONAL - A MISSING ONE IS *
002700*    REPORTED, NOT AN ERROR.                                     *
002800*                                                                 *
002900*    MOD HISTORY                                                 *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    2026-09-02  RLB  ORIGINAL                                   *
003110*    2026-10-15  RLB  THE INQUIRY DATE IS A PROCESSING DATE      *
003120*                     (CBPDCTL CUTOFF), SO AN AFTER-MIDNIGHT     *
003130*                     FIRING ANSWERS FOR ITS BATCH NIGHT.        *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004200     SELECT CBFLTCKP ASSIGN TO "CBFLTCKP"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CBS-CBFLTCKP-STATUS.
004410     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS CBS-CBPDCTL-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CBAUDIT
005300 FD  CBFLTCKP
005400     LABEL RECORDS ARE STANDARD.
005500 01  CBS-FLTCKP-REC             PIC X(08).
005510 FD  CBPDCTL
005520     LABEL RECORDS ARE STANDARD.
005530     COPY CBPDCREC.
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    CONTROL SWITCHES                                           *
007000 01  CBS-CBAUDIT-STATUS         PIC X(02)  VALUE SPACES.
007100 01  CBS-CBCKPT-STATUS          PIC X(02)  VALUE SPACES.
007200 01  CBS-CBFLTCKP-STATUS        PIC X(02)  VALUE SPACES.
007210 01  CBS-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
007300 77  CBS-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
007400******************************************************************
007500*    THE INQUIRY - SUPPLIED VIA PARM                             *
008600 77  CBS-STAMPED-COUNT          PIC 9(05)  COMP VALUE ZERO.
008700 77  CBS-STAMPED-COUNT-ED       PIC 9(05)  VALUE ZERO.
008800 01  CBS-LAST-STAMPED           PIC X(08)  VALUE SPACES.
008805******************************************************************
008810*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
008815*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
008820*    THE BATCH NIGHT IT BELONGS TO                               *
008825******************************************************************
008830 01  CBS-PROCDT-WORK.
008835     05  CBS-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
008840     05  CBS-PD-STAMP           PIC X(19).
008845     05  CBS-PD-HH              PIC 9(02).
008850     05  CBS-PD-MI              PIC 9(02).
008855     05  CBS-PD-HHMM            PIC 9(04).
008860     05  CBS-PD-YYYY            PIC 9(04).
008865     05  CBS-PD-MM              PIC 9(02).
008870     05  CBS-PD-DD              PIC 9(02).
008875     05  CBS-PD-QUOT            PIC 9(04)  COMP.
008880     05  CBS-PD-REM             PIC 9(04)  COMP.
008885     05  CBS-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
008890     05  CBS-PD-DATE            PIC X(10).
008900******************************************************************
009000*    PARM TOKEN WORK AREA                                       *
009100******************************************************************
013700******************************************************************
013800 1000-INITIALIZE.
013900     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
014000     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
014010     MOVE CBS-TS-FORMATTED TO CBS-PD-STAMP.
014020     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
014030     MOVE CBS-PD-DATE TO CBS-INQ-DATE.
014100     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
014200     DISPLAY "CBSTATUS: INQUIRY JOB=" CBS-INQ-JOB
014300             " STEP=" CBS-INQ-STEP
014400             " PROCESSING DATE=" CBS-INQ-DATE.
014500     OPEN INPUT CBAUDIT.
014600     IF CBS-CBAUDIT-STATUS NOT = "00"
014700         DISPLAY "CBSTATUS: UNABLE TO OPEN COLBOT-AUDIT - STATUS "
020200     END-READ.
020300 1100-EXIT.
020400     EXIT.
020402******************************************************************
020404*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
020406*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
020408*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH A      *
020409*    CONSOLE WARNING - THE RETURN CODE STAYS THE FIRED ANSWER    *
020410******************************************************************
020412 1400-LOAD-PROC-DATE-CTL.
020414     OPEN INPUT CBPDCTL.
020416     IF CBS-CBPDCTL-STATUS = "35"
020418         GO TO 1400-EXIT
020420     END-IF.
020422     IF CBS-CBPDCTL-STATUS NOT = "00"
020424         DISPLAY "CBSTATUS: UNABLE TO OPEN CBPDCTL - STATUS "
020426                 CBS-CBPDCTL-STATUS " - CALENDAR DATES USED"
020434         GO TO 1400-EXIT
020436     END-IF.
020438     READ CBPDCTL
020440         AT END
020442             DISPLAY "CBSTATUS: CBPDCTL IS EMPTY - "
020444                     "CALENDAR DATES USED"
020446     END-READ.
020448     IF CBS-CBPDCTL-STATUS = "00"
020450         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
020452            AND CB-PDC-CUTOFF-HHMM < 2400
020454            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
020456             MOVE CB-PDC-CUTOFF-HHMM TO CBS-PD-CUTOFF-HHMM
020458         ELSE
020460             DISPLAY "CBSTATUS: CBPDCTL CUTOFF "
020462                     CB-PDC-CUTOFF-HHMM " INVALID - "
020464                     "CALENDAR DATES USED"
020472         END-IF
020474     END-IF.
020476     CLOSE CBPDCTL.
020478 1400-EXIT.
020480     EXIT.
020500******************************************************************
020600*    2000-CHECK-ONE-AUDIT-REC - ONE CONSOLE LINE PER FIRING OF   *
020700*    THE JOB/STEP ON THE INQUIRY DATE                            *
020800******************************************************************
020900 2000-CHECK-ONE-AUDIT-REC.
021000     MOVE CB-AUD-TIMESTAMP TO CBS-PD-STAMP.
021010     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
021020     IF CBS-PD-DATE = CBS-INQ-DATE
021100        AND CB-AUD-JOB-NAME = CBS-INQ-JOB
021200        AND CB-AUD-STEP-NAME = CBS-INQ-STEP
021300         EVALUATE TRUE
034300         DELIMITED BY SIZE INTO CBS-TS-FORMATTED.
034400 8000-EXIT.
034500     EXIT.
034501******************************************************************
034502*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
034503*    CBS-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBS-PD-DATE.  A     *
034504*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
034505*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
034506*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
034507******************************************************************
034508 8100-DERIVE-PROC-DATE.
034509     MOVE CBS-PD-STAMP(1:10) TO CBS-PD-DATE.
034510     IF CBS-PD-CUTOFF-HHMM = ZERO
034511         GO TO 8100-EXIT
034512     END-IF.
034513     IF CBS-PD-STAMP(12:2) IS NOT NUMERIC
034514        OR CBS-PD-STAMP(15:2) IS NOT NUMERIC
034515        OR CBS-PD-STAMP(1:4) IS NOT NUMERIC
034516        OR CBS-PD-STAMP(6:2) IS NOT NUMERIC
034517        OR CBS-PD-STAMP(9:2) IS NOT NUMERIC
034518         GO TO 8100-EXIT
034519     END-IF.
034520     MOVE CBS-PD-STAMP(12:2) TO CBS-PD-HH.
034521     MOVE CBS-PD-STAMP(15:2) TO CBS-PD-MI.
034522     COMPUTE CBS-PD-HHMM = CBS-PD-HH * 100 + CBS-PD-MI.
034523     IF CBS-PD-HHMM NOT < CBS-PD-CUTOFF-HHMM
034524         GO TO 8100-EXIT
034525     END-IF.
034526     MOVE CBS-PD-STAMP(1:4) TO CBS-PD-YYYY.
034527     MOVE CBS-PD-STAMP(6:2) TO CBS-PD-MM.
034528     MOVE CBS-PD-STAMP(9:2) TO CBS-PD-DD.
034529     IF CBS-PD-DD > 1
034530         SUBTRACT 1 FROM CBS-PD-DD
034531     ELSE
034532         IF CBS-PD-MM > 1
034533             SUBTRACT 1 FROM CBS-PD-MM
034534         ELSE
034535             MOVE 12 TO CBS-PD-MM
034536             SUBTRACT 1 FROM CBS-PD-YYYY
034537         END-IF
034538         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
034539         MOVE CBS-PD-DAYS-IN-MONTH TO CBS-PD-DD
034540     END-IF.
034541     STRING CBS-PD-YYYY "-" CBS-PD-MM "-" CBS-PD-DD
034542         DELIMITED BY SIZE INTO CBS-PD-DATE.
034543 8100-EXIT.
034544     EXIT.
034545******************************************************************
034546*    8110-DAYS-IN-MONTH - FOR CBS-PD-MM OF CBS-PD-YYYY           *
034547******************************************************************
034548 8110-DAYS-IN-MONTH.
034549     EVALUATE CBS-PD-MM
034550         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
034551             MOVE 31 TO CBS-PD-DAYS-IN-MONTH
034552         WHEN 4 WHEN 6 WHEN 9 WHEN 11
034553             MOVE 30 TO CBS-PD-DAYS-IN-MONTH
034554         WHEN 2
034555             MOVE 28 TO CBS-PD-DAYS-IN-MONTH
034556             DIVIDE CBS-PD-YYYY BY 4 GIVING CBS-PD-QUOT
034557                 REMAINDER CBS-PD-REM
034558             IF CBS-PD-REM = ZERO
034559                 MOVE 29 TO CBS-PD-DAYS-IN-MONTH
034560                 DIVIDE CBS-PD-YYYY BY 100 GIVING CBS-PD-QUOT
034561                     REMAINDER CBS-PD-REM
034562                 IF CBS-PD-REM = ZERO
034563                     DIVIDE CBS-PD-YYYY BY 400 GIVING CBS-PD-QUOT
034564                         REMAINDER CBS-PD-REM
034565                     IF CBS-PD-REM NOT = ZERO
034566                         MOVE 28 TO CBS-PD-DAYS-IN-MONTH
034567                     END-IF
034568                 END-IF
034569             END-IF
034570         WHEN OTHER
034571             MOVE 31 TO CBS-PD-DAYS-IN-MONTH
034572     END-EVALUATE.
034573 8110-EXIT.
034574     EXIT.
034600******************************************************************
034700*    9000-TERMINATE - CLOSE WHAT REMAINS OPEN                    *
034800******************************************************************
