002700*    OF A MISSING KEY, ADD FOR A CODE NOT REGISTERED ACTIVE IN   *
002800*    THE BANNER DIRECTORY); RC=16 A FILE WILL NOT OPEN.          *
002900*                                                                 *
003000*    EVERY ART LINE BELONGS TO A NUMBERED VERSION OF ITS CODE    *
003100*    WITH ONE EFFECTIVE DATE PER VERSION, SO NEXT SEASON'S ART   *
003200*    CAN BE ADDED AS A NEW VERSION WELL AHEAD OF ITS SWITCH-ON   *
003300*    DATE.  A NEW VERSION ABOVE 001 NEEDS AN EFFECTIVE DATE AND  *
003400*    MUST BE HIGHER THAN ANY VERSION THE CODE ALREADY HAS; LATER *
003500*    ADDS TO IT MUST AGREE WITH THAT DATE.  A REPLACE CARRYING A *
003600*    DIFFERENT DATE RE-DATES THE WHOLE VERSION.                  *
003700*                                                                 *
003800*    PARM ROLLBACK=CODE[,DATE=YYYY-MM-DD] RUNS THE ONE-STEP      *
003900*    ROLLBACK INSTEAD OF A TRANSACTION FILE (CBTRAN IS NOT       *
004000*    READ): THE VERSION OF THAT CODE IN FORCE ON THE DATE        *
004100*    (DEFAULT THE PROCESSING DATE BY THE CBPDCTL CUTOFF) IS      *
004110*    WITHDRAWN SO THE VERSION BEFORE IT IS SERVED AGAIN.  THE    *
004200*    WITHDRAWN LINES ARE REPORTED WITH THEIR TEXT, BANCFGO IS    *
004300*    WRITTEN WITHOUT THEM, AND THEIR                             *
004400*    RECORDS ARE REMOVED FROM THE KEYED BANNER STORE (DD         *
004500*    BANKEY) SO COLBOT SERVES THE PRIOR VERSION ON ITS VERY      *
004600*    NEXT RUN.  NO VERSION IN FORCE, OR NO EARLIER VERSION TO    *
004700*    FALL BACK TO, ENDS RC=8 WITH NOTHING CHANGED.  A BANKEY     *
004800*    THAT WILL NOT OPEN ENDS RC=4 - CATALOG BANCFGO AND RERUN    *
004900*    CBBANLD AS FOR ANY CHANGE.                                  *
005000*                                                                 *
005100*    MOD HISTORY                                                 *
005200*    DATE       INIT  DESCRIPTION                                *
005300*    2026-08-22  RLB  ORIGINAL                                   *
005400*    2026-09-02  RLB  AN ADD FOR A BANNER CODE NOT REGISTERED    *
005500*                     ACTIVE IN THE BANNER DIRECTORY (DD         *
005600*                     BANNERDIR, CBBDRREC LAYOUT) IS REJECTED    *
005700*                     SO NEW ART ENTERS THE SAME CONTROLLED WAY  *
005800*                     A NEW CODE DOES.  NO DIRECTORY DD SKIPS    *
005900*                     THE CHECK.                                 *
006000*    2026-10-15  RLB  ART VERSIONS AND EFFECTIVE DATES.  THE     *
006100*                     TRANSACTION KEY NOW INCLUDES THE VERSION,  *
006200*                     COMPLETENESS IS CHECKED PER VERSION, AND   *
006300*                     PARM ROLLBACK= WITHDRAWS THE VERSION IN    *
006400*                     FORCE IN ONE STEP.                         *
006410*    2026-10-15  RLB  A ROLLBACK WITH NO DATE= IS AS OF THE      *
006420*                     PROCESSING DATE UNDER THE CBPDCTL CUTOFF,  *
006430*                     AS COLBOT PICKS ITS VERSION, NOT THE       *
006440*                     CALENDAR DATE.                             *
006500******************************************************************
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT BANCFG ASSIGN TO "BANCFG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS CBM-BANCFG-STATUS.
007200     SELECT CBTRAN ASSIGN TO "CBTRAN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CBM-CBTRAN-STATUS.
007500     SELECT CBBANBKP ASSIGN TO "CBBANBKP"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CBM-CBBANBKP-STATUS.
007800     SELECT BANCFGO ASSIGN TO "BANCFGO"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS CBM-BANCFGO-STATUS.
008100     SELECT CBMNTRPT ASSIGN TO "CBMNTRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS CBM-CBMNTRPT-STATUS.
008400     SELECT BANNERDIR ASSIGN TO "BANNERDIR"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS CBM-BANNERDIR-STATUS.
008700     SELECT BANKEY ASSIGN TO "BANKEY"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS CB-BKY-KEY
009100         FILE STATUS IS CBM-BANKEY-STATUS.
009110     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
009120         ORGANIZATION IS LINE SEQUENTIAL
009130         FILE STATUS IS CBM-CBPDCTL-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BANCFG
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CBBANREC.
009700 FD  CBTRAN
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CBTRNREC.
010000 FD  CBBANBKP
010100     LABEL RECORDS ARE STANDARD.
010200 01  CBM-BKP-REC                PIC X(95).
010300 FD  BANCFGO
010400     LABEL RECORDS ARE STANDARD.
010500 01  CBM-OUT-REC                PIC X(95).
010600 FD  CBMNTRPT
010700     LABEL RECORDS ARE STANDARD.
010800 01  CBM-RPT-REC                PIC X(80).
010900 FD  BANNERDIR
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CBBDRREC.
011200 FD  BANKEY
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CBBKYREC.
011410 FD  CBPDCTL
011420     LABEL RECORDS ARE STANDARD.
011430     COPY CBPDCREC.
011500 WORKING-STORAGE SECTION.
011600******************************************************************
011700*    CONTROL SWITCHES                                           *
011800******************************************************************
011900 01  CBM-SWITCHES.
012000     05  CBM-BANCFG-EOF-SW      PIC X(01)  VALUE "N".
012100         88  CBM-BANCFG-EOF         VALUE "Y".
012200         88  CBM-BANCFG-NOT-EOF     VALUE "N".
012300     05  CBM-CBTRAN-EOF-SW      PIC X(01)  VALUE "N".
012400         88  CBM-CBTRAN-EOF         VALUE "Y".
012500         88  CBM-CBTRAN-NOT-EOF     VALUE "N".
012600     05  CBM-ABORT-SW           PIC X(01)  VALUE "N".
012700         88  CBM-ABORT-REQUESTED    VALUE "Y".
012800         88  CBM-NOT-ABORTED        VALUE "N".
012900     05  CBM-COMPLETE-OK-SW     PIC X(01)  VALUE "Y".
013000         88  CBM-COMPLETE-OK        VALUE "Y".
013100         88  CBM-COMPLETE-BROKEN    VALUE "N".
013200     05  CBM-CODE-FOUND-SW      PIC X(01)  VALUE "N".
013300         88  CBM-CODE-FOUND         VALUE "Y".
013400         88  CBM-CODE-NOT-FOUND     VALUE "N".
013500     05  CBM-TRAN-OPEN-SW       PIC X(01)  VALUE "N".
013600         88  CBM-TRAN-OPEN          VALUE "Y".
013700         88  CBM-TRAN-CLOSED        VALUE "N".
013800     05  CBM-BDIR-EOF-SW        PIC X(01)  VALUE "N".
013900         88  CBM-BDIR-EOF           VALUE "Y".
014000         88  CBM-BDIR-NOT-EOF       VALUE "N".
014100     05  CBM-BDIR-LOADED-SW     PIC X(01)  VALUE "N".
014200         88  CBM-BDIR-LOADED        VALUE "Y".
014300         88  CBM-BDIR-NOT-LOADED    VALUE "N".
014400     05  CBM-ROLLBACK-SW        PIC X(01)  VALUE "N".
014500         88  CBM-ROLLBACK-RUN       VALUE "Y".
014600         88  CBM-MAINT-RUN          VALUE "N".
014700     05  CBM-DATE-OK-SW         PIC X(01)  VALUE "Y".
014800         88  CBM-DATE-OK            VALUE "Y".
014900         88  CBM-DATE-BAD           VALUE "N".
015000     05  CBM-REDATED-SW         PIC X(01)  VALUE "N".
015100         88  CBM-REDATED            VALUE "Y".
015200         88  CBM-NOT-REDATED        VALUE "N".
015300     05  CBM-BANKEY-DONE-SW     PIC X(01)  VALUE "N".
015400         88  CBM-BANKEY-DONE        VALUE "Y".
015500         88  CBM-BANKEY-NOT-DONE    VALUE "N".
015600 01  CBM-BANCFG-STATUS          PIC X(02)  VALUE SPACES.
015700 01  CBM-CBTRAN-STATUS          PIC X(02)  VALUE SPACES.
015800 01  CBM-CBBANBKP-STATUS        PIC X(02)  VALUE SPACES.
015900 01  CBM-BANCFGO-STATUS         PIC X(02)  VALUE SPACES.
016000 01  CBM-CBMNTRPT-STATUS        PIC X(02)  VALUE SPACES.
016100 01  CBM-BANNERDIR-STATUS       PIC X(02)  VALUE SPACES.
016200 01  CBM-BANKEY-STATUS          PIC X(02)  VALUE SPACES.
016210 01  CBM-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
016300 77  CBM-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
016400 77  CBM-READ-COUNT             PIC 9(05)  COMP VALUE ZERO.
016500 77  CBM-TRAN-COUNT             PIC 9(05)  COMP VALUE ZERO.
016600 77  CBM-APPLIED-COUNT          PIC 9(05)  COMP VALUE ZERO.
016700 77  CBM-REJECT-COUNT           PIC 9(05)  COMP VALUE ZERO.
016800 77  CBM-TRAN-COUNT-ED          PIC 9(05)  VALUE ZERO.
016900 77  CBM-APPLIED-COUNT-ED       PIC 9(05)  VALUE ZERO.
017000 77  CBM-REJECT-COUNT-ED        PIC 9(05)  VALUE ZERO.
017100******************************************************************
017200*    IN-MEMORY COPY OF BANNERCFG.  TRANSACTIONS ARE APPLIED      *
017300*    HERE; THE NEW DATASET IS ONLY WRITTEN ONCE THE RESULT       *
017400*    PASSES THE COMPLETENESS CHECK.  DELETED ENTRIES STAY IN     *
017500*    THE TABLE FLAGGED DEAD SO ORIGINAL RECORD ORDER IS KEPT     *
017600*    FOR THE SURVIVORS.                                          *
017700******************************************************************
017800 01  CBM-ART-TABLE.
017900     05  CBM-ART-COUNT          PIC 9(03)  COMP VALUE ZERO.
018000     05  CBM-ART-ENTRY OCCURS 500 TIMES
018100                       INDEXED BY CBM-ART-IDX.
018200         10  CBM-ART-CODE       PIC X(08).
018300         10  CBM-ART-WIDTH      PIC X(01).
018400         10  CBM-ART-VARIANT    PIC X(01).
018500         10  CBM-ART-LINE       PIC X(02).
018600         10  CBM-ART-TEXT       PIC X(70).
018700         10  CBM-ART-VERSION    PIC X(03).
018800         10  CBM-ART-VERS-NUM   PIC 9(03).
018900         10  CBM-ART-EFF-DATE   PIC X(10).
019000         10  CBM-ART-DEL-SW     PIC X(01).
019100             88  CBM-ART-LIVE       VALUE "N".
019200             88  CBM-ART-DELETED    VALUE "Y" "R".
019300             88  CBM-ART-WITHDRAWN  VALUE "R".
019400 77  CBM-ART-SLOT               PIC 9(03)  COMP VALUE ZERO.
019500 77  CBM-ART-LINE-NUM           PIC 9(02)  COMP VALUE ZERO.
019600 77  CBM-ART-SUB                PIC 9(03)  COMP VALUE ZERO.
019700******************************************************************
019800*    DISTINCT BANNER CODE VERSIONS LEFT AFTER THE TRANSACTIONS - *
019900*    DRIVES THE COMPLETENESS CHECK OF EACH WIDE/STANDARD SET     *
020000******************************************************************
020100 01  CBM-CODE-TABLE.
020200     05  CBM-CODE-COUNT         PIC 9(03)  COMP VALUE ZERO.
020300     05  CBM-CODE-ENTRY OCCURS 100 TIMES
020400                        INDEXED BY CBM-CODE-IDX.
020500         10  CBM-CODE-TBL-CODE  PIC X(08).
020600         10  CBM-CODE-TBL-VERS  PIC 9(03).
020700 77  CBM-CODE-SUB               PIC 9(03)  COMP VALUE ZERO.
020800 01  CBM-LINE-FLAGS.
020900     05  CBM-LINE-FLAG OCCURS 12 TIMES PIC X(01).
021000******************************************************************
021100*    BANNER DIRECTORY TABLE - THE REGISTRY OF KNOWN BANNER CODES *
021200*    LOADED FROM DD BANNERDIR AT STARTUP, WHEN ONE IS SUPPLIED   *
021300******************************************************************
021400 01  CBM-BDIR-TABLE.
021500     05  CBM-BDIR-COUNT         PIC 9(03)  COMP VALUE ZERO.
021600     05  CBM-BDIR-ENTRY OCCURS 32 TIMES
021700                        INDEXED BY CBM-BDIR-IDX.
021800         10  CBM-BDIR-TBL-CODE  PIC X(08).
021900         10  CBM-BDIR-TBL-FLAG  PIC X(01).
022000 77  CBM-BDIR-SUB               PIC 9(03)  COMP VALUE ZERO.
022100 77  CBM-BDIR-SLOT              PIC 9(03)  COMP VALUE ZERO.
022200 77  CBM-LINE-SUB               PIC 9(02)  COMP VALUE ZERO.
022300 77  CBM-LINE-SUB-ED            PIC 9(02)  VALUE ZERO.
022400******************************************************************
022500*    VERSION WORK AREAS.  CBM-TRN-VERS-NUM IS THE TRANSACTION'S  *
022600*    VERSION WITH BLANK TAKEN AS 001 (ZERO WHEN UNUSABLE);       *
022700*    2140-FIND-VERSION LEAVES A LIVE LINE OF THAT VERSION IN     *
022800*    CBM-VERS-SLOT AND THE CODE'S HIGHEST LIVE VERSION IN        *
022900*    CBM-HIGH-VERS.                                              *
023000******************************************************************
023100 77  CBM-TRN-VERS-NUM           PIC 9(03)  VALUE ZERO.
023200 77  CBM-VERS-SLOT              PIC 9(03)  COMP VALUE ZERO.
023300 77  CBM-HIGH-VERS              PIC 9(03)  VALUE ZERO.
023400 01  CBM-DATE-CHECK             PIC X(10)  VALUE SPACES.
023500 01  CBM-BEFORE-EFF-DATE        PIC X(10)  VALUE SPACES.
023600 01  CBM-SHOW-DATE              PIC X(10)  VALUE SPACES.
023700******************************************************************
023800*    ROLLBACK WORK AREAS - THE CODE AND AS-OF DATE FROM THE PARM,*
023900*    THE VERSION IN FORCE THAT IS WITHDRAWN AND THE PRIOR ONE    *
024000*    THAT TAKES ITS PLACE                                        *
024100******************************************************************
024200 01  CBM-RB-CODE                PIC X(08)  VALUE SPACES.
024300 01  CBM-RB-DATE                PIC X(10)  VALUE SPACES.
024400 77  CBM-RB-CURR-VERS           PIC 9(03)  VALUE ZERO.
024500 01  CBM-RB-CURR-DATE           PIC X(10)  VALUE SPACES.
024600 77  CBM-RB-PRIOR-VERS          PIC 9(03)  VALUE ZERO.
024700 01  CBM-RB-PRIOR-DATE          PIC X(10)  VALUE SPACES.
024800 77  CBM-RB-LINE-COUNT          PIC 9(05)  COMP VALUE ZERO.
024900 77  CBM-RB-PURGE-COUNT         PIC 9(05)  COMP VALUE ZERO.
025000 77  CBM-RB-LINE-COUNT-ED       PIC 9(05)  VALUE ZERO.
025100 77  CBM-RB-PURGE-COUNT-ED      PIC 9(05)  VALUE ZERO.
025200******************************************************************
025300*    REPORT WORK AREAS                                          *
025400******************************************************************
025500 01  CBM-REJECT-REASON          PIC X(50)  VALUE SPACES.
025600 01  CBM-BEFORE-TEXT            PIC X(70)  VALUE SPACES.
025700 01  CBM-RPT-TEXT-LINE.
025800     05  CBM-RPT-TEXT-TAG       PIC X(10).
025900     05  CBM-RPT-TEXT-BODY      PIC X(70).
026000******************************************************************
026100*    RUN DATE/TIME FOR THE REPORT HEADER                        *
026200******************************************************************
026300 01  CBM-TIMESTAMP-WORK.
026400     05  CBM-CURR-DATE          PIC 9(08).
026500     05  CBM-CURR-TIME          PIC 9(08).
026600     05  CBM-TS-YYYY            PIC 9(04).
026700     05  CBM-TS-MM              PIC 9(02).
026800     05  CBM-TS-DD              PIC 9(02).
026900     05  CBM-TS-HH              PIC 9(02).
027000     05  CBM-TS-MIN             PIC 9(02).
027100     05  CBM-TS-SEC             PIC 9(02).
027200     05  CBM-TS-FORMATTED       PIC X(19).
027205******************************************************************
027210*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
027215*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
027220*    THE BATCH NIGHT IT BELONGS TO                               *
027225******************************************************************
027230 01  CBM-PROCDT-WORK.
027235     05  CBM-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
027240     05  CBM-PD-STAMP           PIC X(19).
027245     05  CBM-PD-HH              PIC 9(02).
027250     05  CBM-PD-MI              PIC 9(02).
027255     05  CBM-PD-HHMM            PIC 9(04).
027260     05  CBM-PD-YYYY            PIC 9(04).
027265     05  CBM-PD-MM              PIC 9(02).
027270     05  CBM-PD-DD              PIC 9(02).
027275     05  CBM-PD-QUOT            PIC 9(04)  COMP.
027280     05  CBM-PD-REM             PIC 9(04)  COMP.
027285     05  CBM-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
027290     05  CBM-PD-DATE            PIC X(10).
027300******************************************************************
027400*    PARM TOKEN WORK AREA                                        *
027500******************************************************************
027600 01  CBM-PARM-TOKENS.
027700     05  CBM-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
027800 77  CBM-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
027900 01  CBM-TOKEN-SPLIT.
028000     05  CBM-TOKEN-KEY          PIC X(10).
028100     05  CBM-TOKEN-VAL          PIC X(10).
028200 LINKAGE SECTION.
028300******************************************************************
028400*    CBM-PARM-AREA - OPTIONAL. PRESENT WHEN CBBANMNT RUNS AS THE *
028500*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
028600******************************************************************
028700 01  CBM-PARM-AREA.
028800     05  CBM-PARM-TEXT          PIC X(80).
028900 PROCEDURE DIVISION USING OPTIONAL CBM-PARM-AREA.
029000******************************************************************
029100*    0000-MAINLINE                                              *
029200******************************************************************
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029500     IF CBM-NOT-ABORTED
029600         IF CBM-ROLLBACK-RUN
029700             PERFORM 5000-APPLY-ROLLBACK THRU 5000-EXIT
029800         ELSE
029900             PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
030000                 UNTIL CBM-CBTRAN-EOF
030100         END-IF
030200     END-IF.
030300     IF CBM-NOT-ABORTED
030400         PERFORM 3000-CHECK-COMPLETENESS THRU 3000-EXIT
030500         IF CBM-COMPLETE-OK
030600             PERFORM 4000-WRITE-NEW-BANCFG THRU 4000-EXIT
030700             IF CBM-ROLLBACK-RUN
030800                 PERFORM 5300-PURGE-BANKEY THRU 5300-EXIT
030900             END-IF
031000         ELSE
031100             MOVE 8 TO CBM-RETURN-CODE-WK
031200             MOVE "RESULT FAILS COMPLETENESS CHECK - BANCFGO NOT"
031300                 TO CBM-RPT-TEXT-LINE
031400             PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
031500             MOVE "WRITTEN - CURRENT BANNERCFG LEFT IN FORCE"
031600                 TO CBM-RPT-TEXT-LINE
031700             PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
031800         END-IF
031900     END-IF.
032000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032100     MOVE CBM-RETURN-CODE-WK TO RETURN-CODE.
032200     GOBACK.
032300******************************************************************
032400*    1000-INITIALIZE - OPEN EVERYTHING, TAKE THE BACKUP WHILE    *
032500*    LOADING THE CURRENT DATASET INTO MEMORY, WRITE THE REPORT   *
032600*    HEADER, PRIME THE TRANSACTION READ.  A ROLLBACK RUN HAS NO *
032700*    TRANSACTION FILE TO OPEN.                                   *
032800******************************************************************
032900 1000-INITIALIZE.
033000     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
033200     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
033300     IF CBM-ABORT-REQUESTED
033400         GO TO 1000-EXIT
033500     END-IF.
033600     OPEN INPUT BANCFG.
033700     IF CBM-BANCFG-STATUS NOT = "00"
033800         DISPLAY "CBBANMNT: UNABLE TO OPEN BANNERCFG - STATUS "
033900                 CBM-BANCFG-STATUS
034000         SET CBM-ABORT-REQUESTED TO TRUE
034100         MOVE 16 TO CBM-RETURN-CODE-WK
034200         GO TO 1000-EXIT
034300     END-IF.
034400     IF CBM-MAINT-RUN
034500         OPEN INPUT CBTRAN
034600         IF CBM-CBTRAN-STATUS NOT = "00"
034700             DISPLAY "CBBANMNT: UNABLE TO OPEN CBTRAN - STATUS "
034800                     CBM-CBTRAN-STATUS
034900             SET CBM-ABORT-REQUESTED TO TRUE
035000             MOVE 16 TO CBM-RETURN-CODE-WK
035100             CLOSE BANCFG
035200             GO TO 1000-EXIT
035300         END-IF
035400         SET CBM-TRAN-OPEN TO TRUE
035500     END-IF.
035600     OPEN OUTPUT CBBANBKP.
035700     IF CBM-CBBANBKP-STATUS NOT = "00"
035800         DISPLAY "CBBANMNT: UNABLE TO OPEN CBBANBKP - STATUS "
035900                 CBM-CBBANBKP-STATUS
036000         SET CBM-ABORT-REQUESTED TO TRUE
036100         MOVE 16 TO CBM-RETURN-CODE-WK
036200         CLOSE BANCFG
036300         GO TO 1000-EXIT
036400     END-IF.
036500     OPEN OUTPUT CBMNTRPT.
036600     IF CBM-CBMNTRPT-STATUS NOT = "00"
036700         DISPLAY "CBBANMNT: UNABLE TO OPEN CBMNTRPT - STATUS "
036800                 CBM-CBMNTRPT-STATUS
036900         SET CBM-ABORT-REQUESTED TO TRUE
037000         MOVE 16 TO CBM-RETURN-CODE-WK
037100         CLOSE BANCFG CBBANBKP
037200         GO TO 1000-EXIT
037300     END-IF.
037400     MOVE SPACES TO CBM-RPT-REC.
037500     STRING "BANNERCFG MAINTENANCE CHANGE REPORT   RUN "
037600            CBM-TS-FORMATTED
037700         DELIMITED BY SIZE INTO CBM-RPT-REC.
037800     WRITE CBM-RPT-REC.
037900     IF CBM-ROLLBACK-RUN
038000         MOVE SPACES TO CBM-RPT-REC
038100         STRING "ROLLBACK OF BANNER " CBM-RB-CODE
038200                " - VERSION IN FORCE ON " CBM-RB-DATE
038300             DELIMITED BY SIZE INTO CBM-RPT-REC
038400         WRITE CBM-RPT-REC
038500     END-IF.
038600     MOVE SPACES TO CBM-RPT-REC.
038700     WRITE CBM-RPT-REC.
038800     PERFORM 1300-LOAD-BANNER-DIR THRU 1300-EXIT.
038900     SET CBM-BANCFG-NOT-EOF TO TRUE.
039000     PERFORM 1100-READ-BANCFG-REC THRU 1100-EXIT.
039100     PERFORM 1110-BACKUP-ONE-REC THRU 1110-EXIT
039200         UNTIL CBM-BANCFG-EOF.
039300     CLOSE BANCFG.
039400     CLOSE CBBANBKP.
039500     IF CBM-MAINT-RUN
039600         SET CBM-CBTRAN-NOT-EOF TO TRUE
039700         PERFORM 1200-READ-TRAN-REC THRU 1200-EXIT
039800     END-IF.
039900 1000-EXIT.
040000     EXIT.
040100******************************************************************
040200*    1010-PARSE-PARM - PICK UP ROLLBACK=CODE AND DATE=YYYY-MM-DD *
040300*    IF SUPPLIED.  DATE= ONLY MEANS SOMETHING TO A ROLLBACK.     *
040310*    WITHOUT IT A ROLLBACK IS AS OF THE PROCESSING DATE BY THE   *
040320*    CBPDCTL CUTOFF - THE DATE COLBOT PICKS ITS VERSION BY - SO  *
040330*    A 02:00 ROLLBACK WITHDRAWS WHAT COLBOT IS SERVING TONIGHT.  *
040400******************************************************************
040500 1010-PARSE-PARM.
040600     IF CBM-PARM-AREA IS OMITTED
040700         GO TO 1010-EXIT
040800     END-IF.
040900     UNSTRING CBM-PARM-TEXT DELIMITED BY ","
041000         INTO CBM-PARM-TOKEN(1) CBM-PARM-TOKEN(2)
041100              CBM-PARM-TOKEN(3) CBM-PARM-TOKEN(4)
041200     END-UNSTRING.
041300     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
041400         VARYING CBM-TOKEN-IDX FROM 1 BY 1
041500         UNTIL CBM-TOKEN-IDX > 4.
041600     IF CBM-MAINT-RUN
041700         GO TO 1010-EXIT
041800     END-IF.
041900     IF CBM-RB-CODE = SPACES
042000         DISPLAY "CBBANMNT: ROLLBACK= NEEDS A BANNER CODE"
042100         SET CBM-ABORT-REQUESTED TO TRUE
042200         MOVE 16 TO CBM-RETURN-CODE-WK
042300         GO TO 1010-EXIT
042400     END-IF.
042410     IF CBM-RB-DATE = SPACES
042420         PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT
042430         MOVE CBM-TS-FORMATTED TO CBM-PD-STAMP
042440         PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT
042450         MOVE CBM-PD-DATE TO CBM-RB-DATE
042460     END-IF.
042500     MOVE CBM-RB-DATE TO CBM-DATE-CHECK.
042600     PERFORM 2150-CHECK-DATE THRU 2150-EXIT.
042700     IF CBM-DATE-BAD
042800         DISPLAY "CBBANMNT: DATE=" CBM-RB-DATE
042900                 " IS NOT A VALID YYYY-MM-DD"
043000         SET CBM-ABORT-REQUESTED TO TRUE
043100         MOVE 16 TO CBM-RETURN-CODE-WK
043200     END-IF.
043300 1010-EXIT.
043400     EXIT.
043500******************************************************************
043600*    1020-SPLIT-TOKEN                                            *
043700******************************************************************
043800 1020-SPLIT-TOKEN.
043900     IF CBM-PARM-TOKEN(CBM-TOKEN-IDX) = SPACES
044000         GO TO 1020-EXIT
044100     END-IF.
044200     UNSTRING CBM-PARM-TOKEN(CBM-TOKEN-IDX) DELIMITED BY "="
044300         INTO CBM-TOKEN-KEY CBM-TOKEN-VAL
044400     END-UNSTRING.
044500     EVALUATE CBM-TOKEN-KEY
044600         WHEN "ROLLBACK"
044700             SET CBM-ROLLBACK-RUN TO TRUE
044800             MOVE CBM-TOKEN-VAL TO CBM-RB-CODE
044900         WHEN "DATE"
045000             MOVE CBM-TOKEN-VAL TO CBM-RB-DATE
045100         WHEN OTHER
045200             CONTINUE
045300     END-EVALUATE.
045400 1020-EXIT.
045500     EXIT.
045600******************************************************************
045700*    1100-READ-BANCFG-REC - READ-AHEAD FOR THE BACKUP/LOAD LOOP  *
045800******************************************************************
045900 1100-READ-BANCFG-REC.
046000     READ BANCFG
046100         AT END SET CBM-BANCFG-EOF TO TRUE
046200     END-READ.
046300 1100-EXIT.
046400     EXIT.
046500******************************************************************
046600*    1110-BACKUP-ONE-REC - THE PRIOR VERSION GOES TO CBBANBKP    *
046700*    VERBATIM BEFORE ANYTHING ELSE HAPPENS; THE SAME RECORD IS   *
046800*    ALSO LOADED INTO THE IN-MEMORY TABLE THE TRANSACTIONS       *
046900*    WILL WORK ON.  THE LINE NUMBER AND VERSION ARE KEPT AS RAW  *
047000*    CHARACTERS SO A NON-CONFORMING RECORD NO TRANSACTION        *
047100*    TOUCHES COMES OUT OF THE REWRITE EXACTLY AS IT WENT IN.     *
047200*    A DATASET TOO BIG FOR THE TABLE ABORTS THE RUN - A          *
047300*    MAINTENANCE TOOL MUST NEVER TRUNCATE WHAT IT REWRITES -     *
047400*    THOUGH THE BACKUP PASS STILL COPIES EVERY RECORD.           *
047500******************************************************************
047600 1110-BACKUP-ONE-REC.
047700     MOVE CB-BANNER-REC TO CBM-BKP-REC.
047800     WRITE CBM-BKP-REC.
047900     IF CBM-ART-COUNT >= 500
048000         IF CBM-NOT-ABORTED
048100             DISPLAY "CBBANMNT: MORE THAN 500 BANNERCFG RECORDS "
048200                     "- RUN ABORTED - BANCFGO NOT WRITTEN"
048300             MOVE "MORE THAN 500 BANNERCFG RECORDS - RUN ABORTED"
048400                 TO CBM-RPT-TEXT-LINE
048500             PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
048600             MOVE "BANCFGO NOT WRITTEN - CURRENT DATASET IN FORCE"
048700                 TO CBM-RPT-TEXT-LINE
048800             PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
048900             SET CBM-ABORT-REQUESTED TO TRUE
049000             MOVE 16 TO CBM-RETURN-CODE-WK
049100         END-IF
049200     ELSE
049300         ADD 1 TO CBM-ART-COUNT
049400         SET CBM-ART-IDX TO CBM-ART-COUNT
049500         MOVE CB-BANNER-CODE TO CBM-ART-CODE(CBM-ART-IDX)
049600         MOVE CB-BANNER-WIDTH TO CBM-ART-WIDTH(CBM-ART-IDX)
049700         MOVE CB-BANNER-VARIANT TO CBM-ART-VARIANT(CBM-ART-IDX)
049800         MOVE CB-BANNER-LINE-NO TO CBM-ART-LINE(CBM-ART-IDX)
049900         MOVE CB-BANNER-TEXT TO CBM-ART-TEXT(CBM-ART-IDX)
050000         MOVE CB-BANNER-VERSION-X TO CBM-ART-VERSION(CBM-ART-IDX)
050100         MOVE CB-BANNER-EFF-DATE TO CBM-ART-EFF-DATE(CBM-ART-IDX)
050200         EVALUATE TRUE
050300             WHEN CB-BANNER-VERSION-X = SPACES
050400                 MOVE 1 TO CBM-ART-VERS-NUM(CBM-ART-IDX)
050500             WHEN CB-BANNER-VERSION NUMERIC
050600                 MOVE CB-BANNER-VERSION
050700                     TO CBM-ART-VERS-NUM(CBM-ART-IDX)
050800             WHEN OTHER
050900                 MOVE ZERO TO CBM-ART-VERS-NUM(CBM-ART-IDX)
051000         END-EVALUATE
051100         SET CBM-ART-LIVE(CBM-ART-IDX) TO TRUE
051200     END-IF.
051300     PERFORM 1100-READ-BANCFG-REC THRU 1100-EXIT.
051400 1110-EXIT.
051500     EXIT.
051600******************************************************************
051700*    1200-READ-TRAN-REC - READ-AHEAD FOR THE APPLY LOOP          *
051800******************************************************************
051900 1200-READ-TRAN-REC.
052000     READ CBTRAN
052100         AT END SET CBM-CBTRAN-EOF TO TRUE
052200     END-READ.
052300     IF CBM-CBTRAN-NOT-EOF
052400         ADD 1 TO CBM-TRAN-COUNT
052500     END-IF.
052600 1200-EXIT.
052700     EXIT.
052800******************************************************************
052900*    1300-LOAD-BANNER-DIR - PULL THE BANNER DIRECTORY IN, WHEN    *
053000*    ONE IS SUPPLIED.  NO DIRECTORY DD (STATUS 35) SKIPS THE      *
053100*    DIRECTORY CHECK ON ADDS; ANY OTHER OPEN FAILURE IS WORTH A   *
053200*    REPORT LINE AND RC=4 BUT DOES NOT STOP THE RUN.              *
053300******************************************************************
053400 1300-LOAD-BANNER-DIR.
053500     OPEN INPUT BANNERDIR.
053600     IF CBM-BANNERDIR-STATUS = "35"
053700         GO TO 1300-EXIT
053800     END-IF.
053900     IF CBM-BANNERDIR-STATUS NOT = "00"
054000         DISPLAY "CBBANMNT: UNABLE TO OPEN BANNERDIR - STATUS "
054100                 CBM-BANNERDIR-STATUS
054200         MOVE "BANNER DIRECTORY UNAVAILABLE - ADD CODE CHECK"
054300             TO CBM-RPT-TEXT-LINE
054400         PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
054500         MOVE "SKIPPED THIS RUN" TO CBM-RPT-TEXT-LINE
054600         PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT
054700         IF CBM-RETURN-CODE-WK < 4
054800             MOVE 4 TO CBM-RETURN-CODE-WK
054900         END-IF
055000         GO TO 1300-EXIT
055100     END-IF.
055200     SET CBM-BDIR-NOT-EOF TO TRUE.
055300     PERFORM 1310-READ-BDIR-REC THRU 1310-EXIT.
055400     PERFORM 1320-LOAD-ONE-BDIR THRU 1320-EXIT
055500         UNTIL CBM-BDIR-EOF.
055600     CLOSE BANNERDIR.
055700     SET CBM-BDIR-LOADED TO TRUE.
055800 1300-EXIT.
055900     EXIT.
056000******************************************************************
056100*    1310-READ-BDIR-REC                                          *
056200******************************************************************
056300 1310-READ-BDIR-REC.
056400     READ BANNERDIR
056500         AT END SET CBM-BDIR-EOF TO TRUE
056600     END-READ.
056700 1310-EXIT.
056800     EXIT.
056900******************************************************************
057000*    1320-LOAD-ONE-BDIR                                          *
057100******************************************************************
057200 1320-LOAD-ONE-BDIR.
057300     IF CBM-BDIR-COUNT < 32
057400         ADD 1 TO CBM-BDIR-COUNT
057500         SET CBM-BDIR-IDX TO CBM-BDIR-COUNT
057600         MOVE CB-BDIR-BANNER-CODE
057700             TO CBM-BDIR-TBL-CODE(CBM-BDIR-IDX)
057800         MOVE CB-BDIR-STATUS-FLAG
057900             TO CBM-BDIR-TBL-FLAG(CBM-BDIR-IDX)
058000     END-IF.
058100     PERFORM 1310-READ-BDIR-REC THRU 1310-EXIT.
058200 1320-EXIT.
058300     EXIT.
058302******************************************************************
058304*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
058306*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
058308*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
058310******************************************************************
058312 1400-LOAD-PROC-DATE-CTL.
058314     OPEN INPUT CBPDCTL.
058316     IF CBM-CBPDCTL-STATUS = "35"
058318         GO TO 1400-EXIT
058320     END-IF.
058322     IF CBM-CBPDCTL-STATUS NOT = "00"
058324         DISPLAY "CBBANMNT: UNABLE TO OPEN CBPDCTL - STATUS "
058326                 CBM-CBPDCTL-STATUS " - CALENDAR DATES USED"
058328         IF CBM-RETURN-CODE-WK < 4
058330             MOVE 4 TO CBM-RETURN-CODE-WK
058332         END-IF
058334         GO TO 1400-EXIT
058336     END-IF.
058338     READ CBPDCTL
058340         AT END
058342             DISPLAY "CBBANMNT: CBPDCTL IS EMPTY - "
058344                     "CALENDAR DATES USED"
058346     END-READ.
058348     IF CBM-CBPDCTL-STATUS = "00"
058350         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
058352            AND CB-PDC-CUTOFF-HHMM < 2400
058354            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
058356             MOVE CB-PDC-CUTOFF-HHMM TO CBM-PD-CUTOFF-HHMM
058358         ELSE
058360             DISPLAY "CBBANMNT: CBPDCTL CUTOFF "
058362                     CB-PDC-CUTOFF-HHMM " INVALID - "
058364                     "CALENDAR DATES USED"
058366             IF CBM-RETURN-CODE-WK < 4
058368                 MOVE 4 TO CBM-RETURN-CODE-WK
058370             END-IF
058372         END-IF
058374     END-IF.
058376     CLOSE CBPDCTL.
058378 1400-EXIT.
058380     EXIT.
058400******************************************************************
058500*    2000-APPLY-ONE-TRAN - VALIDATE ONE TRANSACTION'S KEY AND    *
058600*    DISPATCH ON ITS ACTION                                     *
058700******************************************************************
058800 2000-APPLY-ONE-TRAN.
058900     EVALUATE TRUE
059000         WHEN CB-TRN-VERSION-X = SPACES
059100             MOVE 1 TO CBM-TRN-VERS-NUM
059200         WHEN CB-TRN-VERSION NUMERIC
059300             MOVE CB-TRN-VERSION TO CBM-TRN-VERS-NUM
059400         WHEN OTHER
059500             MOVE ZERO TO CBM-TRN-VERS-NUM
059600     END-EVALUATE.
059700     SET CBM-DATE-OK TO TRUE.
059800     IF CB-TRN-EFF-DATE NOT = SPACES
059900         MOVE CB-TRN-EFF-DATE TO CBM-DATE-CHECK
060000         PERFORM 2150-CHECK-DATE THRU 2150-EXIT
060100     END-IF.
060200     EVALUATE TRUE
060300         WHEN NOT CB-TRN-IS-ADD AND NOT CB-TRN-IS-REPLACE
060400              AND NOT CB-TRN-IS-DELETE
060500             MOVE "UNKNOWN ACTION" TO CBM-REJECT-REASON
060600             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
060700         WHEN (CB-TRN-WIDTH NOT = "W" AND CB-TRN-WIDTH NOT = "C")
060800              OR (CB-TRN-VARIANT NOT = "S"
060900                  AND CB-TRN-VARIANT NOT = "P")
061000              OR CB-TRN-LINE-NO NOT NUMERIC
061100              OR CB-TRN-LINE-NO < 1
061200              OR CB-TRN-LINE-NO > 12
061300             MOVE "BAD WIDTH/VARIANT/LINE KEY"
061400                 TO CBM-REJECT-REASON
061500             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
061600         WHEN CBM-TRN-VERS-NUM = ZERO
061700             MOVE "BAD VERSION - NOT 001-999/BLANK"
061800                 TO CBM-REJECT-REASON
061900             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
062000         WHEN CBM-DATE-BAD
062100             MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
062200                 TO CBM-REJECT-REASON
062300             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
062400         WHEN CB-TRN-IS-ADD
062500             PERFORM 2100-FIND-KEY THRU 2100-EXIT
062600             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
062700         WHEN CB-TRN-IS-REPLACE
062800             PERFORM 2100-FIND-KEY THRU 2100-EXIT
062900             PERFORM 2300-APPLY-REPLACE THRU 2300-EXIT
063000         WHEN CB-TRN-IS-DELETE
063100             PERFORM 2100-FIND-KEY THRU 2100-EXIT
063200             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
063300     END-EVALUATE.
063400     PERFORM 1200-READ-TRAN-REC THRU 1200-EXIT.
063500 2000-EXIT.
063600     EXIT.
063700******************************************************************
063800*    2100-FIND-KEY - LOCATE THE TRANSACTION'S KEY AMONG THE      *
063900*    LIVE TABLE ENTRIES.  LEAVES THE SLOT (OR ZERO) IN           *
064000*    CBM-ART-SLOT.                                              *
064100******************************************************************
064200 2100-FIND-KEY.
064300     MOVE ZERO TO CBM-ART-SLOT.
064400     PERFORM 2110-MATCH-KEY THRU 2110-EXIT
064500         VARYING CBM-ART-SUB FROM 1 BY 1
064600         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
064700 2100-EXIT.
064800     EXIT.
064900******************************************************************
065000*    2110-MATCH-KEY                                             *
065100******************************************************************
065200 2110-MATCH-KEY.
065300     SET CBM-ART-IDX TO CBM-ART-SUB.
065400     IF CBM-ART-LIVE(CBM-ART-IDX)
065500        AND CBM-ART-CODE(CBM-ART-IDX) = CB-TRN-BANNER-CODE
065600        AND CBM-ART-WIDTH(CBM-ART-IDX) = CB-TRN-WIDTH
065700        AND CBM-ART-VARIANT(CBM-ART-IDX) = CB-TRN-VARIANT
065800        AND CBM-ART-LINE(CBM-ART-IDX) = CB-TRN-LINE-NO
065900        AND CBM-ART-VERS-NUM(CBM-ART-IDX) = CBM-TRN-VERS-NUM
066000         MOVE CBM-ART-SUB TO CBM-ART-SLOT
066100     END-IF.
066200 2110-EXIT.
066300     EXIT.
066400******************************************************************
066500*    2120-CHECK-DIR-CODE - IS THE TRANSACTION'S BANNER CODE       *
066600*    REGISTERED IN THE DIRECTORY?  LEAVES THE MATCHING SLOT (OR   *
066700*    ZERO) IN CBM-BDIR-SLOT WITH THE INDEX POSITIONED ON IT.      *
066800******************************************************************
066900 2120-CHECK-DIR-CODE.
067000     MOVE ZERO TO CBM-BDIR-SLOT.
067100     PERFORM 2130-MATCH-BDIR-CODE THRU 2130-EXIT
067200         VARYING CBM-BDIR-SUB FROM 1 BY 1
067300         UNTIL CBM-BDIR-SUB > CBM-BDIR-COUNT.
067400 2120-EXIT.
067500     EXIT.
067600******************************************************************
067700*    2130-MATCH-BDIR-CODE                                        *
067800******************************************************************
067900 2130-MATCH-BDIR-CODE.
068000     IF CBM-BDIR-TBL-CODE(CBM-BDIR-SUB) = CB-TRN-BANNER-CODE
068100         MOVE CBM-BDIR-SUB TO CBM-BDIR-SLOT
068200         SET CBM-BDIR-IDX TO CBM-BDIR-SUB
068300     END-IF.
068400 2130-EXIT.
068500     EXIT.
068600******************************************************************
068700*    2140-FIND-VERSION - AMONG THE LIVE LINES OF THE             *
068800*    TRANSACTION'S CODE, FIND ONE BELONGING TO ITS VERSION       *
068900*    (CBM-VERS-SLOT, OR ZERO) AND THE HIGHEST VERSION THE CODE   *
069000*    HAS (CBM-HIGH-VERS)                                         *
069100******************************************************************
069200 2140-FIND-VERSION.
069300     MOVE ZERO TO CBM-VERS-SLOT.
069400     MOVE ZERO TO CBM-HIGH-VERS.
069500     PERFORM 2145-MATCH-VERSION THRU 2145-EXIT
069600         VARYING CBM-ART-SUB FROM 1 BY 1
069700         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
069800 2140-EXIT.
069900     EXIT.
070000******************************************************************
070100*    2145-MATCH-VERSION                                          *
070200******************************************************************
070300 2145-MATCH-VERSION.
070400     SET CBM-ART-IDX TO CBM-ART-SUB.
070500     IF CBM-ART-DELETED(CBM-ART-IDX)
070600        OR CBM-ART-CODE(CBM-ART-IDX) NOT = CB-TRN-BANNER-CODE
070700         GO TO 2145-EXIT
070800     END-IF.
070900     IF CBM-ART-VERS-NUM(CBM-ART-IDX) = CBM-TRN-VERS-NUM
071000         MOVE CBM-ART-SUB TO CBM-VERS-SLOT
071100     END-IF.
071200     IF CBM-ART-VERS-NUM(CBM-ART-IDX) > CBM-HIGH-VERS
071300         MOVE CBM-ART-VERS-NUM(CBM-ART-IDX) TO CBM-HIGH-VERS
071400     END-IF.
071500 2145-EXIT.
071600     EXIT.
071700******************************************************************
071800*    2150-CHECK-DATE - IS CBM-DATE-CHECK A YYYY-MM-DD DATE WITH  *
071900*    A MONTH OF 01-12 AND A DAY OF 01-31?                        *
072000******************************************************************
072100 2150-CHECK-DATE.
072200     SET CBM-DATE-OK TO TRUE.
072300     IF CBM-DATE-CHECK(1:4) IS NOT NUMERIC
072400        OR CBM-DATE-CHECK(5:1) NOT = "-"
072500        OR CBM-DATE-CHECK(6:2) IS NOT NUMERIC
072600        OR CBM-DATE-CHECK(8:1) NOT = "-"
072700        OR CBM-DATE-CHECK(9:2) IS NOT NUMERIC
072800         SET CBM-DATE-BAD TO TRUE
072900         GO TO 2150-EXIT
073000     END-IF.
073100     IF CBM-DATE-CHECK(6:2) < "01" OR CBM-DATE-CHECK(6:2) > "12"
073200        OR CBM-DATE-CHECK(9:2) < "01"
073300        OR CBM-DATE-CHECK(9:2) > "31"
073400         SET CBM-DATE-BAD TO TRUE
073500     END-IF.
073600 2150-EXIT.
073700     EXIT.
073800******************************************************************
073900*    2200-APPLY-ADD - A NEW KEY ONLY ENTERS FOR A CODE THE        *
074000*    BANNER DIRECTORY REGISTERS ACTIVE (WHEN A DIRECTORY WAS      *
074100*    SUPPLIED); REPLACE AND DELETE WORK ON EXISTING RECORDS AND   *
074200*    ARE NOT DIRECTORY-CHECKED.  A LINE FOR A VERSION THE CODE    *
074300*    ALREADY HAS TAKES THAT VERSION'S EFFECTIVE DATE (A           *
074400*    DIFFERENT ONE IS REJECTED).  THE FIRST LINE OF A NEW         *
074500*    VERSION MUST BE ABOVE EVERY VERSION THE CODE HAS AND, ABOVE  *
074600*    001, MUST CARRY THE DATE IT TAKES EFFECT.                    *
074700******************************************************************
074800 2200-APPLY-ADD.
074900     IF CBM-ART-SLOT NOT = ZERO
075000         MOVE "KEY ALREADY EXISTS - USE REPLACE"
075100             TO CBM-REJECT-REASON
075200         PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
075300         GO TO 2200-EXIT
075400     END-IF.
075500     IF CBM-BDIR-LOADED
075600         PERFORM 2120-CHECK-DIR-CODE THRU 2120-EXIT
075700         IF CBM-BDIR-SLOT = ZERO
075800             MOVE "CODE NOT IN BANNER DIRECTORY"
075900                 TO CBM-REJECT-REASON
076000             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
076100             GO TO 2200-EXIT
076200         END-IF
076300         IF CBM-BDIR-TBL-FLAG(CBM-BDIR-IDX) NOT = "A"
076400             MOVE "CODE RETIRED IN BANNER DIRECTORY"
076500                 TO CBM-REJECT-REASON
076600             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
076700             GO TO 2200-EXIT
076800         END-IF
076900     END-IF.
077000     PERFORM 2140-FIND-VERSION THRU 2140-EXIT.
077100     IF CBM-VERS-SLOT NOT = ZERO
077200         SET CBM-ART-IDX TO CBM-VERS-SLOT
077300         IF CB-TRN-EFF-DATE NOT = SPACES
077400            AND CB-TRN-EFF-DATE
077500                    NOT = CBM-ART-EFF-DATE(CBM-ART-IDX)
077600             MOVE "DATE DIFFERS FROM THE VERSION'S"
077700                 TO CBM-REJECT-REASON
077800             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
077900             GO TO 2200-EXIT
078000         END-IF
078100         MOVE CBM-ART-EFF-DATE(CBM-ART-IDX) TO CBM-DATE-CHECK
078200     ELSE
078300         IF CBM-TRN-VERS-NUM <= CBM-HIGH-VERS
078400             MOVE "VERSION NOT ABOVE CODE'S HIGHEST"
078500                 TO CBM-REJECT-REASON
078600             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
078700             GO TO 2200-EXIT
078800         END-IF
078900         IF CBM-TRN-VERS-NUM > 1 AND CB-TRN-EFF-DATE = SPACES
079000             MOVE "NEW VERSION NEEDS EFFECTIVE DATE"
079100                 TO CBM-REJECT-REASON
079200             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
079300             GO TO 2200-EXIT
079400         END-IF
079500         MOVE CB-TRN-EFF-DATE TO CBM-DATE-CHECK
079600     END-IF.
079700     IF CBM-ART-COUNT >= 500
079800         MOVE "TABLE FULL - DATASET TOO LARGE"
079900             TO CBM-REJECT-REASON
080000         PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
080100         GO TO 2200-EXIT
080200     END-IF.
080300     ADD 1 TO CBM-ART-COUNT.
080400     SET CBM-ART-IDX TO CBM-ART-COUNT.
080500     MOVE CB-TRN-BANNER-CODE TO CBM-ART-CODE(CBM-ART-IDX).
080600     MOVE CB-TRN-WIDTH TO CBM-ART-WIDTH(CBM-ART-IDX).
080700     MOVE CB-TRN-VARIANT TO CBM-ART-VARIANT(CBM-ART-IDX).
080800     MOVE CB-TRN-LINE-NO TO CBM-ART-LINE(CBM-ART-IDX).
080900     MOVE CB-TRN-TEXT TO CBM-ART-TEXT(CBM-ART-IDX).
081000     MOVE CB-TRN-VERSION-X TO CBM-ART-VERSION(CBM-ART-IDX).
081100     MOVE CBM-TRN-VERS-NUM TO CBM-ART-VERS-NUM(CBM-ART-IDX).
081200     MOVE CBM-DATE-CHECK TO CBM-ART-EFF-DATE(CBM-ART-IDX).
081300     SET CBM-ART-LIVE(CBM-ART-IDX) TO TRUE.
081400     MOVE SPACES TO CBM-BEFORE-TEXT.
081500     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
081600 2200-EXIT.
081700     EXIT.
081800******************************************************************
081900*    2300-APPLY-REPLACE - NEW TEXT FOR ONE LINE.  AN EFFECTIVE  *
082000*    DATE DIFFERENT FROM THE LINE'S RE-DATES EVERY LINE OF THAT  *
082100*    VERSION, SINCE A VERSION TAKES EFFECT AS A WHOLE.           *
082200******************************************************************
082300 2300-APPLY-REPLACE.
082400     IF CBM-ART-SLOT = ZERO
082500         MOVE "KEY NOT FOUND - USE ADD" TO CBM-REJECT-REASON
082600         PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
082700         GO TO 2300-EXIT
082800     END-IF.
082900     SET CBM-ART-IDX TO CBM-ART-SLOT.
083000     MOVE CBM-ART-TEXT(CBM-ART-IDX) TO CBM-BEFORE-TEXT.
083100     MOVE CB-TRN-TEXT TO CBM-ART-TEXT(CBM-ART-IDX).
083200     SET CBM-NOT-REDATED TO TRUE.
083300     MOVE CBM-ART-EFF-DATE(CBM-ART-IDX) TO CBM-BEFORE-EFF-DATE.
083400     IF CB-TRN-EFF-DATE NOT = SPACES
083500        AND CB-TRN-EFF-DATE NOT = CBM-BEFORE-EFF-DATE
083600         SET CBM-REDATED TO TRUE
083700         PERFORM 2310-REDATE-ONE-LINE THRU 2310-EXIT
083800             VARYING CBM-ART-SUB FROM 1 BY 1
083900             UNTIL CBM-ART-SUB > CBM-ART-COUNT
084000     END-IF.
084100     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
084200     IF CBM-REDATED
084300         MOVE CBM-BEFORE-EFF-DATE TO CBM-SHOW-DATE
084400         IF CBM-SHOW-DATE = SPACES
084500             MOVE "UNDATED" TO CBM-SHOW-DATE
084600         END-IF
084700         MOVE SPACES TO CBM-RPT-REC
084800         STRING "  VERSION " CBM-TRN-VERS-NUM " RE-DATED FROM "
084810             DELIMITED BY SIZE
084900                CBM-SHOW-DATE DELIMITED BY SPACE
084910                " TO " CB-TRN-EFF-DATE
085000             DELIMITED BY SIZE INTO CBM-RPT-REC
085100         WRITE CBM-RPT-REC
085200     END-IF.
085300 2300-EXIT.
085400     EXIT.
085500******************************************************************
085600*    2310-REDATE-ONE-LINE                                        *
085700******************************************************************
085800 2310-REDATE-ONE-LINE.
085900     SET CBM-ART-IDX TO CBM-ART-SUB.
086000     IF CBM-ART-LIVE(CBM-ART-IDX)
086100        AND CBM-ART-CODE(CBM-ART-IDX) = CB-TRN-BANNER-CODE
086200        AND CBM-ART-VERS-NUM(CBM-ART-IDX) = CBM-TRN-VERS-NUM
086300         MOVE CB-TRN-EFF-DATE TO CBM-ART-EFF-DATE(CBM-ART-IDX)
086400     END-IF.
086500 2310-EXIT.
086600     EXIT.
086700******************************************************************
086800*    2400-APPLY-DELETE                                          *
086900******************************************************************
087000 2400-APPLY-DELETE.
087100     IF CBM-ART-SLOT = ZERO
087200         MOVE "KEY NOT FOUND" TO CBM-REJECT-REASON
087300         PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
087400         GO TO 2400-EXIT
087500     END-IF.
087600     SET CBM-ART-IDX TO CBM-ART-SLOT.
087700     MOVE CBM-ART-TEXT(CBM-ART-IDX) TO CBM-BEFORE-TEXT.
087800     SET CBM-ART-DELETED(CBM-ART-IDX) TO TRUE.
087900     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
088000 2400-EXIT.
088100     EXIT.
088200******************************************************************
088300*    2500-REJECT-TRAN - ONE REPORT LINE PER REJECTED             *
088400*    TRANSACTION WITH THE REASON; THE REST OF THE FILE STILL     *
088500*    APPLIES                                                     *
088600******************************************************************
088700 2500-REJECT-TRAN.
088800     ADD 1 TO CBM-REJECT-COUNT.
088900     MOVE SPACES TO CBM-RPT-REC.
089000     STRING "REJECTED " CB-TRN-ACTION " " CB-TRN-BANNER-CODE
089100            " " CB-TRN-WIDTH CB-TRN-VARIANT " LINE "
089200            CB-TRN-LINE-NO " V" CB-TRN-VERSION-X " - "
089300            CBM-REJECT-REASON
089400         DELIMITED BY SIZE INTO CBM-RPT-REC.
089500     WRITE CBM-RPT-REC.
089600     IF CBM-RETURN-CODE-WK < 4
089700         MOVE 4 TO CBM-RETURN-CODE-WK
089800     END-IF.
089900 2500-EXIT.
090000     EXIT.
090100******************************************************************
090200*    2600-REPORT-APPLIED - ACTION LINE PLUS BEFORE AND AFTER     *
090300*    TEXT FOR THE CHANGE REPORT.  AN ADD HAS NO BEFORE IMAGE;    *
090400*    A DELETE HAS NO AFTER IMAGE.                                *
090500******************************************************************
090600 2600-REPORT-APPLIED.
090700     ADD 1 TO CBM-APPLIED-COUNT.
090800     MOVE SPACES TO CBM-RPT-REC.
090900     STRING "APPLIED " CB-TRN-ACTION " " CB-TRN-BANNER-CODE
091000            " " CB-TRN-WIDTH CB-TRN-VARIANT " LINE "
091100            CB-TRN-LINE-NO " VERSION " CBM-TRN-VERS-NUM
091200         DELIMITED BY SIZE INTO CBM-RPT-REC.
091300     WRITE CBM-RPT-REC.
091400     IF CB-TRN-IS-ADD AND CBM-VERS-SLOT = ZERO
091500         MOVE CBM-DATE-CHECK TO CBM-SHOW-DATE
091600         IF CBM-SHOW-DATE = SPACES
091700             MOVE "UNDATED" TO CBM-SHOW-DATE
091800         END-IF
091900         MOVE SPACES TO CBM-RPT-REC
092000         STRING "  NEW VERSION " CBM-TRN-VERS-NUM " EFFECTIVE "
092100                CBM-SHOW-DATE
092200             DELIMITED BY SIZE INTO CBM-RPT-REC
092300         WRITE CBM-RPT-REC
092400     END-IF.
092500     IF NOT CB-TRN-IS-ADD
092600         MOVE SPACES TO CBM-RPT-TEXT-LINE
092700         MOVE "  BEFORE:" TO CBM-RPT-TEXT-TAG
092800         MOVE CBM-BEFORE-TEXT TO CBM-RPT-TEXT-BODY
092900         MOVE CBM-RPT-TEXT-LINE TO CBM-RPT-REC
093000         WRITE CBM-RPT-REC
093100     END-IF.
093200     IF NOT CB-TRN-IS-DELETE
093300         MOVE SPACES TO CBM-RPT-TEXT-LINE
093400         MOVE "  AFTER:" TO CBM-RPT-TEXT-TAG
093500         MOVE CB-TRN-TEXT TO CBM-RPT-TEXT-BODY
093600         MOVE CBM-RPT-TEXT-LINE TO CBM-RPT-REC
093700         WRITE CBM-RPT-REC
093800     END-IF.
093900 2600-EXIT.
094000     EXIT.
094100******************************************************************
094200*    2900-WRITE-RPT-TEXT - ONE PLAIN TEXT LINE TO THE REPORT     *
094300******************************************************************
094400 2900-WRITE-RPT-TEXT.
094500     MOVE CBM-RPT-TEXT-LINE TO CBM-RPT-REC.
094600     WRITE CBM-RPT-REC.
094700     MOVE SPACES TO CBM-RPT-TEXT-LINE.
094800 2900-EXIT.
094900     EXIT.
095000******************************************************************
095100*    3000-CHECK-COMPLETENESS - EVERY BANNER CODE VERSION STILL   *
095200*    LIVE MUST KEEP A FULL LINE 1-12 WIDE/STANDARD SET, OR THE   *
095300*    WHOLE TRANSACTION SET IS REFUSED.  ONE BAD SAVE MUST NOT    *
095400*    WIPE A BANNER FOR EVERY JOB THAT CALLS COLBOT.              *
095500******************************************************************
095600 3000-CHECK-COMPLETENESS.
095700     MOVE ZERO TO CBM-CODE-COUNT.
095800     PERFORM 3010-COLLECT-ONE-CODE THRU 3010-EXIT
095900         VARYING CBM-ART-SUB FROM 1 BY 1
096000         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
096100     PERFORM 3100-CHECK-ONE-CODE THRU 3100-EXIT
096200         VARYING CBM-CODE-SUB FROM 1 BY 1
096300         UNTIL CBM-CODE-SUB > CBM-CODE-COUNT.
096400 3000-EXIT.
096500     EXIT.
096600******************************************************************
096700*    3010-COLLECT-ONE-CODE - DELETED ENTRIES COUNT TOO: A CODE   *
096800*    THE DATASET CARRIED GOING IN MUST STILL PASS THE            *
096900*    COMPLETENESS CHECK COMING OUT, SO A TRANSACTION SET THAT    *
097000*    DELETES A WHOLE BANNER IS REFUSED INSTEAD OF QUIETLY        *
097100*    WIPING IT FOR EVERY JOB THAT CALLS COLBOT.  NON-CONFORMING  *
097200*    ENTRIES (UNKNOWN WIDTH OR VARIANT, LINE NOT 1-12) ARE NOT   *
097300*    COLLECTED - THEY ARE THE STRAY RECORDS THE LOAD CARRIES     *
097400*    THROUGH VERBATIM, AND A JUNK KEY MUST NOT FAIL EVERY        *
097500*    TRANSACTION SET AGAINST A DATASET THAT CARRIES ONE.  LINES  *
097600*    WITHDRAWN BY A ROLLBACK ARE NOT COLLECTED - TAKING THE      *
097700*    WHOLE VERSION AWAY IS THE POINT.                            *
097800******************************************************************
097900 3010-COLLECT-ONE-CODE.
098000     SET CBM-ART-IDX TO CBM-ART-SUB.
098100     IF (CBM-ART-WIDTH(CBM-ART-IDX) NOT = "W"
098200         AND CBM-ART-WIDTH(CBM-ART-IDX) NOT = "C")
098300        OR (CBM-ART-VARIANT(CBM-ART-IDX) NOT = "S"
098400            AND CBM-ART-VARIANT(CBM-ART-IDX) NOT = "P")
098500        OR CBM-ART-LINE(CBM-ART-IDX) NOT NUMERIC
098600        OR CBM-ART-VERS-NUM(CBM-ART-IDX) = ZERO
098700        OR CBM-ART-WITHDRAWN(CBM-ART-IDX)
098800         GO TO 3010-EXIT
098900     END-IF.
099000     MOVE CBM-ART-LINE(CBM-ART-IDX) TO CBM-ART-LINE-NUM.
099100     IF CBM-ART-LINE-NUM < 1 OR CBM-ART-LINE-NUM > 12
099200         GO TO 3010-EXIT
099300     END-IF.
099400     SET CBM-CODE-NOT-FOUND TO TRUE.
099500     PERFORM 3020-MATCH-CODE THRU 3020-EXIT
099600         VARYING CBM-CODE-SUB FROM 1 BY 1
099700         UNTIL CBM-CODE-SUB > CBM-CODE-COUNT.
099800     IF CBM-CODE-NOT-FOUND AND CBM-CODE-COUNT < 100
099900         ADD 1 TO CBM-CODE-COUNT
100000         SET CBM-CODE-IDX TO CBM-CODE-COUNT
100100         MOVE CBM-ART-CODE(CBM-ART-IDX)
100200             TO CBM-CODE-TBL-CODE(CBM-CODE-IDX)
100300         MOVE CBM-ART-VERS-NUM(CBM-ART-IDX)
100400             TO CBM-CODE-TBL-VERS(CBM-CODE-IDX)
100500     END-IF.
100600 3010-EXIT.
100700     EXIT.
100800******************************************************************
100900*    3020-MATCH-CODE                                            *
101000******************************************************************
101100 3020-MATCH-CODE.
101200     SET CBM-CODE-IDX TO CBM-CODE-SUB.
101300     IF CBM-CODE-TBL-CODE(CBM-CODE-IDX)
101400             = CBM-ART-CODE(CBM-ART-IDX)
101500        AND CBM-CODE-TBL-VERS(CBM-CODE-IDX)
101600             = CBM-ART-VERS-NUM(CBM-ART-IDX)
101700         SET CBM-CODE-FOUND TO TRUE
101800     END-IF.
101900 3020-EXIT.
102000     EXIT.
102100******************************************************************
102200*    3100-CHECK-ONE-CODE - FLAG EVERY WIDE/STANDARD LINE THE     *
102300*    CODE VERSION STILL OWNS, THEN REPORT ANY OF LINES 1-12 LEFT *
102400*    UNCOVERED                                                  *
102500******************************************************************
102600 3100-CHECK-ONE-CODE.
102700     MOVE SPACES TO CBM-LINE-FLAGS.
102800     PERFORM 3110-FLAG-ONE-LINE THRU 3110-EXIT
102900         VARYING CBM-ART-SUB FROM 1 BY 1
103000         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
103100     PERFORM 3120-CHECK-ONE-LINE THRU 3120-EXIT
103200         VARYING CBM-LINE-SUB FROM 1 BY 1
103300         UNTIL CBM-LINE-SUB > 12.
103400 3100-EXIT.
103500     EXIT.
103600******************************************************************
103700*    3110-FLAG-ONE-LINE                                         *
103800******************************************************************
103900 3110-FLAG-ONE-LINE.
104000     SET CBM-ART-IDX TO CBM-ART-SUB.
104100     SET CBM-CODE-IDX TO CBM-CODE-SUB.
104200     IF CBM-ART-LIVE(CBM-ART-IDX)
104300        AND CBM-ART-CODE(CBM-ART-IDX)
104400                = CBM-CODE-TBL-CODE(CBM-CODE-IDX)
104500        AND CBM-ART-VERS-NUM(CBM-ART-IDX)
104600               = CBM-CODE-TBL-VERS(CBM-CODE-IDX)
104700        AND CBM-ART-WIDTH(CBM-ART-IDX) = "W"
104800        AND CBM-ART-VARIANT(CBM-ART-IDX) = "S"
104900        AND CBM-ART-LINE(CBM-ART-IDX) NUMERIC
105000         MOVE CBM-ART-LINE(CBM-ART-IDX) TO CBM-ART-LINE-NUM
105100         IF CBM-ART-LINE-NUM >= 1 AND CBM-ART-LINE-NUM <= 12
105200             MOVE "Y" TO CBM-LINE-FLAG(CBM-ART-LINE-NUM)
105300         END-IF
105400     END-IF.
105500 3110-EXIT.
105600     EXIT.
105700******************************************************************
105800*    3120-CHECK-ONE-LINE                                        *
105900******************************************************************
106000 3120-CHECK-ONE-LINE.
106100     IF CBM-LINE-FLAG(CBM-LINE-SUB) NOT = "Y"
106200         SET CBM-COMPLETE-BROKEN TO TRUE
106300         SET CBM-CODE-IDX TO CBM-CODE-SUB
106400         MOVE CBM-LINE-SUB TO CBM-LINE-SUB-ED
106500         MOVE SPACES TO CBM-RPT-REC
106600         STRING "BANNER " CBM-CODE-TBL-CODE(CBM-CODE-IDX)
106700                " VERSION " CBM-CODE-TBL-VERS(CBM-CODE-IDX)
106800                " WIDE/STANDARD WOULD LOSE LINE " CBM-LINE-SUB-ED
106900             DELIMITED BY SIZE INTO CBM-RPT-REC
107000         WRITE CBM-RPT-REC
107100     END-IF.
107200 3120-EXIT.
107300     EXIT.
107400******************************************************************
107500*    4000-WRITE-NEW-BANCFG - THE SURVIVING ENTRIES, IN ORIGINAL  *
107600*    ORDER WITH ADDS AT THE END, BECOME THE NEW DATASET          *
107700******************************************************************
107800 4000-WRITE-NEW-BANCFG.
107900     OPEN OUTPUT BANCFGO.
108000     IF CBM-BANCFGO-STATUS NOT = "00"
108100         DISPLAY "CBBANMNT: UNABLE TO OPEN BANCFGO - STATUS "
108200                 CBM-BANCFGO-STATUS
108300         MOVE 16 TO CBM-RETURN-CODE-WK
108400         GO TO 4000-EXIT
108500     END-IF.
108600     PERFORM 4100-WRITE-ONE-REC THRU 4100-EXIT
108700         VARYING CBM-ART-SUB FROM 1 BY 1
108800         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
108900     CLOSE BANCFGO.
109000 4000-EXIT.
109100     EXIT.
109200******************************************************************
109300*    4100-WRITE-ONE-REC                                         *
109400******************************************************************
109500 4100-WRITE-ONE-REC.
109600     SET CBM-ART-IDX TO CBM-ART-SUB.
109700     IF CBM-ART-DELETED(CBM-ART-IDX)
109800         GO TO 4100-EXIT
109900     END-IF.
110000     MOVE SPACES TO CBM-OUT-REC.
110100     STRING CBM-ART-CODE(CBM-ART-IDX)
110200            CBM-ART-WIDTH(CBM-ART-IDX)
110300            CBM-ART-VARIANT(CBM-ART-IDX)
110400            CBM-ART-LINE(CBM-ART-IDX)
110500            CBM-ART-TEXT(CBM-ART-IDX)
110600            CBM-ART-VERSION(CBM-ART-IDX)
110700            CBM-ART-EFF-DATE(CBM-ART-IDX)
110800         DELIMITED BY SIZE INTO CBM-OUT-REC.
110900     WRITE CBM-OUT-REC.
111000 4100-EXIT.
111100     EXIT.
111200******************************************************************
111300*    5000-APPLY-ROLLBACK - WITHDRAW THE VERSION OF THE PARM'S    *
111400*    CODE IN FORCE ON THE AS-OF DATE (THE HIGHEST VERSION WHOSE  *
111500*    EFFECTIVE DATE IS ON OR BEFORE IT, UNDATED COUNTING AS      *
111600*    ALWAYS IN FORCE) SO THE HIGHEST EARLIER VERSION IN FORCE    *
111700*    IS SERVED AGAIN.  LATER, FUTURE-DATED VERSIONS ARE LEFT     *
111800*    ALONE.  WITH NOTHING TO WITHDRAW OR NOTHING TO FALL BACK    *
111900*    TO THE RUN STOPS AT RC=8 WITH NOTHING CHANGED.              *
112000******************************************************************
112100 5000-APPLY-ROLLBACK.
112200     MOVE ZERO TO CBM-RB-CURR-VERS.
112300     MOVE SPACES TO CBM-RB-CURR-DATE.
112400     PERFORM 5010-FIND-CURRENT THRU 5010-EXIT
112500         VARYING CBM-ART-SUB FROM 1 BY 1
112600         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
112700     IF CBM-RB-CURR-VERS = ZERO
112800         MOVE SPACES TO CBM-RPT-REC
112900         STRING "ROLLBACK REFUSED - NO VERSION OF " CBM-RB-CODE
113000                " IN FORCE ON " CBM-RB-DATE
113100             DELIMITED BY SIZE INTO CBM-RPT-REC
113200         WRITE CBM-RPT-REC
113300         GO TO 5000-REFUSED
113400     END-IF.
113500     MOVE ZERO TO CBM-RB-PRIOR-VERS.
113600     MOVE SPACES TO CBM-RB-PRIOR-DATE.
113700     PERFORM 5020-FIND-PRIOR THRU 5020-EXIT
113800         VARYING CBM-ART-SUB FROM 1 BY 1
113900         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
114000     IF CBM-RB-PRIOR-VERS = ZERO
114100         MOVE SPACES TO CBM-RPT-REC
114200         STRING "ROLLBACK REFUSED - " CBM-RB-CODE " VERSION "
114300                CBM-RB-CURR-VERS
114400                " HAS NO EARLIER VERSION IN FORCE"
114500             DELIMITED BY SIZE INTO CBM-RPT-REC
114600         WRITE CBM-RPT-REC
114700         GO TO 5000-REFUSED
114800     END-IF.
114900     MOVE ZERO TO CBM-RB-LINE-COUNT.
115000     PERFORM 5100-WITHDRAW-ONE-LINE THRU 5100-EXIT
115100         VARYING CBM-ART-SUB FROM 1 BY 1
115200         UNTIL CBM-ART-SUB > CBM-ART-COUNT.
115300     MOVE SPACES TO CBM-RPT-REC.
115400     WRITE CBM-RPT-REC.
115500     MOVE CBM-RB-LINE-COUNT TO CBM-RB-LINE-COUNT-ED.
115600     MOVE CBM-RB-CURR-DATE TO CBM-SHOW-DATE.
115700     IF CBM-SHOW-DATE = SPACES
115800         MOVE "UNDATED" TO CBM-SHOW-DATE
115900     END-IF.
116000     MOVE SPACES TO CBM-RPT-REC.
116100     STRING "BANNER " CBM-RB-CODE " VERSION " CBM-RB-CURR-VERS
116200            " (EFFECTIVE " DELIMITED BY SIZE
116210            CBM-SHOW-DATE DELIMITED BY SPACE
116220            ") WITHDRAWN - " CBM-RB-LINE-COUNT-ED " LINES"
116400         DELIMITED BY SIZE INTO CBM-RPT-REC.
116500     WRITE CBM-RPT-REC.
116600     MOVE CBM-RB-PRIOR-DATE TO CBM-SHOW-DATE.
116700     IF CBM-SHOW-DATE = SPACES
116800         MOVE "UNDATED" TO CBM-SHOW-DATE
116900     END-IF.
117000     MOVE SPACES TO CBM-RPT-REC.
117100     STRING "BANNER " CBM-RB-CODE " VERSION " CBM-RB-PRIOR-VERS
117200            " (EFFECTIVE " DELIMITED BY SIZE
117210            CBM-SHOW-DATE DELIMITED BY SPACE
117220            ") REINSTATED"
117300         DELIMITED BY SIZE INTO CBM-RPT-REC.
117400     WRITE CBM-RPT-REC.
117500     GO TO 5000-EXIT.
117600 5000-REFUSED.
117700     MOVE "NOTHING CHANGED - NO BANCFGO WRITTEN, BANKEY UNTOUCHED"
117800         TO CBM-RPT-TEXT-LINE.
117900     PERFORM 2900-WRITE-RPT-TEXT THRU 2900-EXIT.
118000     SET CBM-ABORT-REQUESTED TO TRUE.
118100     MOVE 8 TO CBM-RETURN-CODE-WK.
118200 5000-EXIT.
118300     EXIT.
118400******************************************************************
118500*    5010-FIND-CURRENT - HIGHEST VERSION OF THE CODE IN FORCE ON *
118600*    THE AS-OF DATE                                              *
118700******************************************************************
118800 5010-FIND-CURRENT.
118900     SET CBM-ART-IDX TO CBM-ART-SUB.
119000     IF CBM-ART-LIVE(CBM-ART-IDX)
119100        AND CBM-ART-CODE(CBM-ART-IDX) = CBM-RB-CODE
119200        AND CBM-ART-VERS-NUM(CBM-ART-IDX) > CBM-RB-CURR-VERS
119300        AND (CBM-ART-EFF-DATE(CBM-ART-IDX) = SPACES
119400             OR CBM-ART-EFF-DATE(CBM-ART-IDX) <= CBM-RB-DATE)
119500         MOVE CBM-ART-VERS-NUM(CBM-ART-IDX) TO CBM-RB-CURR-VERS
119600         MOVE CBM-ART-EFF-DATE(CBM-ART-IDX) TO CBM-RB-CURR-DATE
119700     END-IF.
119800 5010-EXIT.
119900     EXIT.
120000******************************************************************
120100*    5020-FIND-PRIOR - HIGHEST VERSION BELOW THE ONE IN FORCE    *
120200*    THAT IS ITSELF IN FORCE ON THE AS-OF DATE                   *
120300******************************************************************
120400 5020-FIND-PRIOR.
120500     SET CBM-ART-IDX TO CBM-ART-SUB.
120600     IF CBM-ART-LIVE(CBM-ART-IDX)
120700        AND CBM-ART-CODE(CBM-ART-IDX) = CBM-RB-CODE
120800        AND CBM-ART-VERS-NUM(CBM-ART-IDX) < CBM-RB-CURR-VERS
120900        AND CBM-ART-VERS-NUM(CBM-ART-IDX) > CBM-RB-PRIOR-VERS
121000        AND (CBM-ART-EFF-DATE(CBM-ART-IDX) = SPACES
121100             OR CBM-ART-EFF-DATE(CBM-ART-IDX) <= CBM-RB-DATE)
121200         MOVE CBM-ART-VERS-NUM(CBM-ART-IDX) TO CBM-RB-PRIOR-VERS
121300         MOVE CBM-ART-EFF-DATE(CBM-ART-IDX) TO CBM-RB-PRIOR-DATE
121400     END-IF.
121500 5020-EXIT.
121600     EXIT.
121700******************************************************************
121800*    5100-WITHDRAW-ONE-LINE - EVERY LINE OF THE VERSION BEING    *
121900*    WITHDRAWN GOES ON THE REPORT WITH ITS TEXT AS THE BEFORE    *
122000*    IMAGE                                                       *
122100******************************************************************
122200 5100-WITHDRAW-ONE-LINE.
122300     SET CBM-ART-IDX TO CBM-ART-SUB.
122400     IF NOT CBM-ART-LIVE(CBM-ART-IDX)
122500        OR CBM-ART-CODE(CBM-ART-IDX) NOT = CBM-RB-CODE
122600        OR CBM-ART-VERS-NUM(CBM-ART-IDX) NOT = CBM-RB-CURR-VERS
122700         GO TO 5100-EXIT
122800     END-IF.
122900     SET CBM-ART-WITHDRAWN(CBM-ART-IDX) TO TRUE.
123000     ADD 1 TO CBM-APPLIED-COUNT.
123100     ADD 1 TO CBM-RB-LINE-COUNT.
123200     MOVE SPACES TO CBM-RPT-REC.
123300     STRING "APPLIED ROLLBACK " CBM-ART-CODE(CBM-ART-IDX)
123400            " " CBM-ART-WIDTH(CBM-ART-IDX)
123500            CBM-ART-VARIANT(CBM-ART-IDX) " LINE "
123600            CBM-ART-LINE(CBM-ART-IDX) " VERSION " CBM-RB-CURR-VERS
123700         DELIMITED BY SIZE INTO CBM-RPT-REC.
123800     WRITE CBM-RPT-REC.
123900     MOVE SPACES TO CBM-RPT-TEXT-LINE.
124000     MOVE "  BEFORE:" TO CBM-RPT-TEXT-TAG.
124100     MOVE CBM-ART-TEXT(CBM-ART-IDX) TO CBM-RPT-TEXT-BODY.
124200     MOVE CBM-RPT-TEXT-LINE TO CBM-RPT-REC.
124300     WRITE CBM-RPT-REC.
124400 5100-EXIT.
124500     EXIT.
124600******************************************************************
124700*    5300-PURGE-BANKEY - ONCE BANCFGO IS WRITTEN, TAKE THE       *
124800*    WITHDRAWN VERSION OUT OF THE KEYED BANNER STORE TOO, SO THE *
124900*    PRIOR VERSION IS SERVED WITHOUT WAITING FOR THE NEXT        *
125000*    PROMOTION.  A STORE THAT WILL NOT OPEN LEAVES THE ROLLBACK  *
125100*    TO THE USUAL CATALOG-AND-RELOAD, WITH RC=4 AS THE REMINDER. *
125200******************************************************************
125300 5300-PURGE-BANKEY.
125400     IF CBM-RETURN-CODE-WK >= 16
125500         GO TO 5300-EXIT
125600     END-IF.
125700     OPEN I-O BANKEY.
125800     IF CBM-BANKEY-STATUS NOT = "00"
125900         MOVE SPACES TO CBM-RPT-REC
126000         STRING "BANKEY NOT UPDATED - STATUS " CBM-BANKEY-STATUS
126100                " - CATALOG BANCFGO AND RERUN CBBANLD"
126200             DELIMITED BY SIZE INTO CBM-RPT-REC
126300         WRITE CBM-RPT-REC
126400         IF CBM-RETURN-CODE-WK < 4
126500             MOVE 4 TO CBM-RETURN-CODE-WK
126600         END-IF
126700         GO TO 5300-EXIT
126800     END-IF.
126900     MOVE ZERO TO CBM-RB-PURGE-COUNT.
127000     MOVE CBM-RB-CODE TO CB-BKY-BANNER-CODE.
127100     MOVE CBM-RB-CURR-VERS TO CB-BKY-VERSION.
127200     MOVE LOW-VALUES TO CB-BKY-WIDTH.
127300     MOVE LOW-VALUES TO CB-BKY-VARIANT.
127400     MOVE ZERO TO CB-BKY-LINE-NO.
127500     SET CBM-BANKEY-NOT-DONE TO TRUE.
127600     START BANKEY KEY >= CB-BKY-KEY
127700         INVALID KEY SET CBM-BANKEY-DONE TO TRUE
127800     END-START.
127900     PERFORM 5310-PURGE-ONE-REC THRU 5310-EXIT
128000         UNTIL CBM-BANKEY-DONE.
128100     CLOSE BANKEY.
128200     MOVE CBM-RB-PURGE-COUNT TO CBM-RB-PURGE-COUNT-ED.
128300     MOVE SPACES TO CBM-RPT-REC.
128400     STRING "BANKEY UPDATED - " CBM-RB-PURGE-COUNT-ED
128500            " RECORDS OF VERSION " CBM-RB-CURR-VERS " REMOVED"
128600         DELIMITED BY SIZE INTO CBM-RPT-REC.
128700     WRITE CBM-RPT-REC.
128800 5300-EXIT.
128900     EXIT.
129000******************************************************************
129100*    5310-PURGE-ONE-REC - NEXT RECORD IN KEY ORDER; DONE ONCE THE*
129200*    KEY LEAVES THE WITHDRAWN CODE AND VERSION                   *
129300******************************************************************
129400 5310-PURGE-ONE-REC.
129500     READ BANKEY NEXT RECORD
129600         AT END SET CBM-BANKEY-DONE TO TRUE
129700     END-READ.
129800     IF CBM-BANKEY-DONE
129900         GO TO 5310-EXIT
130000     END-IF.
130100     IF CB-BKY-BANNER-CODE NOT = CBM-RB-CODE
130200        OR CB-BKY-VERSION NOT = CBM-RB-CURR-VERS
130300         SET CBM-BANKEY-DONE TO TRUE
130400         GO TO 5310-EXIT
130500     END-IF.
130600     DELETE BANKEY RECORD
130700         INVALID KEY CONTINUE
130800     END-DELETE.
130900     IF CBM-BANKEY-STATUS = "00"
131000         ADD 1 TO CBM-RB-PURGE-COUNT
131100     END-IF.
131200 5310-EXIT.
131300     EXIT.
131400******************************************************************
131500*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
131600*    HEADER                                                     *
131700******************************************************************
131800 8000-BUILD-TIMESTAMP.
131900     ACCEPT CBM-CURR-DATE FROM DATE YYYYMMDD.
132000     ACCEPT CBM-CURR-TIME FROM TIME.
132100     MOVE CBM-CURR-DATE(1:4) TO CBM-TS-YYYY.
132200     MOVE CBM-CURR-DATE(5:2) TO CBM-TS-MM.
132300     MOVE CBM-CURR-DATE(7:2) TO CBM-TS-DD.
132400     MOVE CBM-CURR-TIME(1:2) TO CBM-TS-HH.
132500     MOVE CBM-CURR-TIME(3:2) TO CBM-TS-MIN.
132600     MOVE CBM-CURR-TIME(5:2) TO CBM-TS-SEC.
132700     STRING CBM-TS-YYYY "-" CBM-TS-MM "-" CBM-TS-DD "-"
132800            CBM-TS-HH "." CBM-TS-MIN "." CBM-TS-SEC
132900         DELIMITED BY SIZE INTO CBM-TS-FORMATTED.
133000 8000-EXIT.
133100     EXIT.
133101******************************************************************
133102*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
133103*    CBM-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBM-PD-DATE.  A     *
133104*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
133105*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
133106*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
133107******************************************************************
133108 8100-DERIVE-PROC-DATE.
133109     MOVE CBM-PD-STAMP(1:10) TO CBM-PD-DATE.
133110     IF CBM-PD-CUTOFF-HHMM = ZERO
133111         GO TO 8100-EXIT
133112     END-IF.
133113     IF CBM-PD-STAMP(12:2) IS NOT NUMERIC
133114        OR CBM-PD-STAMP(15:2) IS NOT NUMERIC
133115        OR CBM-PD-STAMP(1:4) IS NOT NUMERIC
133116        OR CBM-PD-STAMP(6:2) IS NOT NUMERIC
133117        OR CBM-PD-STAMP(9:2) IS NOT NUMERIC
133118         GO TO 8100-EXIT
133119     END-IF.
133120     MOVE CBM-PD-STAMP(12:2) TO CBM-PD-HH.
133121     MOVE CBM-PD-STAMP(15:2) TO CBM-PD-MI.
133122     COMPUTE CBM-PD-HHMM = CBM-PD-HH * 100 + CBM-PD-MI.
133123     IF CBM-PD-HHMM NOT < CBM-PD-CUTOFF-HHMM
133124         GO TO 8100-EXIT
133125     END-IF.
133126     MOVE CBM-PD-STAMP(1:4) TO CBM-PD-YYYY.
133127     MOVE CBM-PD-STAMP(6:2) TO CBM-PD-MM.
133128     MOVE CBM-PD-STAMP(9:2) TO CBM-PD-DD.
133129     IF CBM-PD-DD > 1
133130         SUBTRACT 1 FROM CBM-PD-DD
133131     ELSE
133132         IF CBM-PD-MM > 1
133133             SUBTRACT 1 FROM CBM-PD-MM
133134         ELSE
133135             MOVE 12 TO CBM-PD-MM
133136             SUBTRACT 1 FROM CBM-PD-YYYY
133137         END-IF
133138         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
133139         MOVE CBM-PD-DAYS-IN-MONTH TO CBM-PD-DD
133140     END-IF.
133141     STRING CBM-PD-YYYY "-" CBM-PD-MM "-" CBM-PD-DD
133142         DELIMITED BY SIZE INTO CBM-PD-DATE.
133143 8100-EXIT.
133144     EXIT.
133145******************************************************************
133146*    8110-DAYS-IN-MONTH - FOR CBM-PD-MM OF CBM-PD-YYYY           *
133147******************************************************************
133148 8110-DAYS-IN-MONTH.
133149     EVALUATE CBM-PD-MM
133150         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
133151             MOVE 31 TO CBM-PD-DAYS-IN-MONTH
133152         WHEN 4 WHEN 6 WHEN 9 WHEN 11
133153             MOVE 30 TO CBM-PD-DAYS-IN-MONTH
133154         WHEN 2
133155             MOVE 28 TO CBM-PD-DAYS-IN-MONTH
133156             DIVIDE CBM-PD-YYYY BY 4 GIVING CBM-PD-QUOT
133157                 REMAINDER CBM-PD-REM
133158             IF CBM-PD-REM = ZERO
133159                 MOVE 29 TO CBM-PD-DAYS-IN-MONTH
133160                 DIVIDE CBM-PD-YYYY BY 100 GIVING CBM-PD-QUOT
133161                     REMAINDER CBM-PD-REM
133162                 IF CBM-PD-REM = ZERO
133163                     DIVIDE CBM-PD-YYYY BY 400 GIVING CBM-PD-QUOT
133164                         REMAINDER CBM-PD-REM
133165                     IF CBM-PD-REM NOT = ZERO
133166                         MOVE 28 TO CBM-PD-DAYS-IN-MONTH
133167                     END-IF
133168                 END-IF
133169             END-IF
133170         WHEN OTHER
133171             MOVE 31 TO CBM-PD-DAYS-IN-MONTH
133172     END-EVALUATE.
133173 8110-EXIT.
133174     EXIT.
133200******************************************************************
133300*    9000-TERMINATE - TRAILER WITH THE TRANSACTION TOTALS, THEN  *
133400*    CLOSE WHAT REMAINS OPEN                                     *
133500******************************************************************
133600 9000-TERMINATE.
133700     IF CBM-CBMNTRPT-STATUS = "00"
133800         MOVE CBM-TRAN-COUNT TO CBM-TRAN-COUNT-ED
133900         MOVE CBM-APPLIED-COUNT TO CBM-APPLIED-COUNT-ED
134000         MOVE CBM-REJECT-COUNT TO CBM-REJECT-COUNT-ED
134100         MOVE SPACES TO CBM-RPT-REC
134200         WRITE CBM-RPT-REC
134300         MOVE SPACES TO CBM-RPT-REC
134400         STRING "END OF CBBANMNT REPORT   TRANSACTIONS: "
134500                CBM-TRAN-COUNT-ED "  APPLIED: "
134600                CBM-APPLIED-COUNT-ED "  REJECTED: "
134700                CBM-REJECT-COUNT-ED
134800             DELIMITED BY SIZE INTO CBM-RPT-REC
134900         WRITE CBM-RPT-REC
135000         CLOSE CBMNTRPT
135100     END-IF.
135200     IF CBM-TRAN-OPEN
135300         CLOSE CBTRAN
135400     END-IF.
135500 9000-EXIT.
135600     EXIT.
