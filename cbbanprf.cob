001300*    ANTENNA SHIFTED TWO COLUMNS AND EVERY COMBINATION PASSED    *
001400*    VALIDATION.  THIS PROGRAM WALKS THE KEYED BANNER STORE      *
001500*    (DD BANKEY, CBBKYREC LAYOUT) IN KEY ORDER AND RENDERS       *
001600*    EVERY BANNER CODE / VERSION / WIDTH / VARIANT COMBINATION   *
001700*    INTO A PRINT-FORMATTED PROOF (DD CBPRFRPT, 132-COLUMN ASA): *
001800*      - EACH COMBINATION IS CAPTIONED AND KEPT WHOLE ON A       *
001900*        PAGE, WITH COLUMN RULERS ABOVE THE ART AND ALL TWELVE   *
002000*        LINE SLOTS SHOWN SO A SHIFTED OR MISSING LINE IS        *
002600*    PROMOTION JOB CATALOGS BANCFGO FORWARD.  RC=0 PROOF         *
002700*    PRINTED CLEAN; RC=8 ANY PLAIN-VARIANT GLYPH FLAGGED, SO     *
002800*    THE PROMOTION JOB CAN GATE ON THIS STEP; RC=16 A FILE       *
002900*    WILL NOT OPEN OR THE PARM IS BAD.                           *
002908*                                                                *
002916*    EVERY CAPTION CARRIES THE ART VERSION, ITS EFFECTIVE DATE   *
002920*    AND ITS STANDING ON THE PROOF'S AS-OF DATE - IN FORCE (THE  *
002924*    VERSION COLBOT WOULD SERVE), FUTURE (NOT YET EFFECTIVE) OR  *
002928*    SUPERSEDED.  A CODE WITH NO VERSION EFFECTIVE YET SHOWS     *
002932*    ITS EARLIEST AS IN FORCE (EARLIEST), BECAUSE THAT IS WHAT   *
002936*    COLBOT FALLS BACK TO (CBT024W).  OPTIONAL PARM, COMMA       *
002940*    SEPARATED:                                                  *
002944*      CODE=XXXXXXXX     PROOF ONE BANNER CODE ONLY              *
002948*      VERSION=NNN       PROOF ONE ART VERSION ONLY              *
002952*      DATE=YYYY-MM-DD   AS-OF DATE FOR THE STANDING (DEFAULT    *
002956*                        THE PROCESSING DATE BY THE CBPDCTL      *
002960*                        CUTOFF, AS COLBOT USES) - SO A          *
002964*                        VERSION LOADED AHEAD OF ITS             *
002968*                        EFFECTIVE DATE CAN BE SIGNED OFF AS     *
002972*                        IT WILL LOOK ON THE DAY IT GOES         *
002976*                        LIVE.  AN UNREADABLE CBPDCTL FALLS      *
002980*                        BACK TO THE CALENDAR DATE, RC=4.        *
003000*                                                                 *
003100*    MOD HISTORY                                                 *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    2026-09-02  RLB  ORIGINAL                                   *
003310*    2026-10-15  RLB  PROOFS EACH ART VERSION SEPARATELY WITH    *
003320*                     ITS EFFECTIVE DATE AND STANDING; PARM      *
003330*                     CODE=, VERSION= AND DATE= (AS-OF).         *
003344*    2026-10-15  RLB  AS-OF DATE DEFAULTS TO THE CBPDCTL         *
003358*                     PROCESSING DATE; A CODE WITH NO VERSION    *
003372*                     IN FORCE SHOWS ITS EARLIEST AS IN FORCE    *
003386*                     (EARLIEST), AS COLBOT SERVES IT.           *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004300     SELECT CBPRFRPT ASSIGN TO "CBPRFRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CBP-CBPRFRPT-STATUS.
004510     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS CBP-CBPDCTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  BANKEY
005300 01  CBP-PRT-REC.
005400     05  CBP-PRT-ASA            PIC X(01).
005500     05  CBP-PRT-DATA           PIC X(132).
005510 FD  CBPDCTL
005520     LABEL RECORDS ARE STANDARD.
005530     COPY CBPDCREC.
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    CONTROL SWITCHES                                           *
006700     05  CBP-COMBO-OPEN-SW      PIC X(01)  VALUE "N".
006800         88  CBP-COMBO-OPEN         VALUE "Y".
006900         88  CBP-COMBO-CLOSED       VALUE "N".
006910     05  CBP-VTB-FULL-SW        PIC X(01)  VALUE "N".
006920         88  CBP-VTB-FULL           VALUE "Y".
006930         88  CBP-VTB-NOT-FULL       VALUE "N".
006940     05  CBP-DATE-OK-SW         PIC X(01)  VALUE "Y".
006950         88  CBP-DATE-OK            VALUE "Y".
006960         88  CBP-DATE-BAD           VALUE "N".
007000 01  CBP-BANKEY-STATUS          PIC X(02)  VALUE SPACES.
007100 01  CBP-CBPRFRPT-STATUS        PIC X(02)  VALUE SPACES.
007110 01  CBP-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
007200 77  CBP-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
007300******************************************************************
007400*    THE COMBINATION BEING COLLECTED - TWELVE LINE SLOTS SO THE  *
007600******************************************************************
007700 01  CBP-COMBO-KEY.
007800     05  CBP-CMB-CODE           PIC X(08).
007810     05  CBP-CMB-VERSION        PIC 9(03).
007900     05  CBP-CMB-WIDTH          PIC X(01).
008000     05  CBP-CMB-VARIANT        PIC X(01).
008010 01  CBP-CMB-EFF-DATE           PIC X(10)  VALUE SPACES.
008100 01  CBP-COMBO-LINES.
008200     05  CBP-CMB-LINE OCCURS 12 TIMES
008300                      INDEXED BY CBP-CMB-IDX
010100 77  CBP-COMBO-COUNT            PIC 9(05)  COMP VALUE ZERO.
010200 77  CBP-COMBO-COUNT-ED         PIC 9(05)  VALUE ZERO.
010300 77  CBP-BLOCK-LINES            PIC 9(03)  COMP VALUE ZERO.
010303******************************************************************
010306*    EVERY CODE/VERSION IN THE STORE WITH ITS EFFECTIVE DATE,    *
010309*    GATHERED BEFORE THE PROOF SO EACH CAPTION CAN SAY WHICH     *
010312*    VERSION OF ITS CODE IS IN FORCE ON THE AS-OF DATE           *
010315******************************************************************
010318 01  CBP-VERS-TABLE.
010321     05  CBP-VERS-COUNT         PIC 9(03)  COMP VALUE ZERO.
010324     05  CBP-VERS-ENTRY OCCURS 200 TIMES
010327                        INDEXED BY CBP-VERS-IDX.
010330         10  CBP-VTB-CODE       PIC X(08).
010333         10  CBP-VTB-VERSION    PIC 9(03).
010336         10  CBP-VTB-EFF-DATE   PIC X(10).
010339 77  CBP-INFORCE-VERS           PIC 9(03)  VALUE ZERO.
010340 77  CBP-LOW-VERS               PIC 9(03)  VALUE ZERO.
010342******************************************************************
010345*    PARM SELECTIONS AND TOKEN WORK AREA                         *
010348******************************************************************
010351 01  CBP-SEL-CODE               PIC X(08)  VALUE SPACES.
010354 01  CBP-SEL-VERSION-X          PIC X(03)  VALUE SPACES.
010357 01  CBP-SEL-VERSION REDEFINES CBP-SEL-VERSION-X
010360                                PIC 9(03).
010363 01  CBP-AS-OF-DATE             PIC X(10)  VALUE SPACES.
010366 01  CBP-PARM-TOKENS.
010369     05  CBP-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
010372 77  CBP-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
010375 01  CBP-TOKEN-SPLIT.
010378     05  CBP-TOKEN-KEY          PIC X(10).
010381     05  CBP-TOKEN-VAL          PIC X(10).
010400******************************************************************
010500*    PRINT CONTROL - SAME ASA CONVENTIONS AS COLBOT'S CBPRT132   *
010600*    OUTPUT: PAGE HEADER ON EVERY PAGE, 60 LINES TO A PAGE,      *
011700         VALUE "COLBOT BANNER PROOF REPORT".
011800     05  FILLER                 PIC X(04)  VALUE "RUN ".
011900     05  CBP-PRT-HDR-TS         PIC X(19).
012000     05  FILLER                 PIC X(09)  VALUE "   AS OF ".
012010     05  CBP-PRT-HDR-AS-OF      PIC X(10).
012020     05  FILLER                 PIC X(40)  VALUE SPACES.
012100     05  FILLER                 PIC X(05)  VALUE "PAGE ".
012200     05  CBP-PRT-HDR-PAGE       PIC ZZZZ9.
012300     05  FILLER                 PIC X(06)  VALUE SPACES.
013300     05  CBP-CAP-WIDTH          PIC X(11).
013400     05  FILLER                 PIC X(10)  VALUE "  VARIANT ".
013500     05  CBP-CAP-VARIANT        PIC X(09).
013510     05  FILLER                 PIC X(10)  VALUE "  VERSION ".
013520     05  CBP-CAP-VERSION        PIC 9(03).
013530     05  FILLER                 PIC X(12)  VALUE "  EFFECTIVE ".
013540     05  CBP-CAP-EFF-DATE       PIC X(10).
013550     05  FILLER                 PIC X(02)  VALUE SPACES.
013560     05  CBP-CAP-STATUS         PIC X(20).
013570     05  FILLER                 PIC X(22)  VALUE SPACES.
013700 01  CBP-RULER-TENS.
013800     05  FILLER                 PIC X(03)  VALUE SPACES.
013900     05  FILLER                 PIC X(50)  VALUE
016600     05  CBP-TS-MIN             PIC 9(02).
016700     05  CBP-TS-SEC             PIC 9(02).
016800     05  CBP-TS-FORMATTED       PIC X(19).
016807******************************************************************
016814*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
016821*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
016828*    THE BATCH NIGHT IT BELONGS TO                               *
016835******************************************************************
016842 01  CBP-PROCDT-WORK.
016849     05  CBP-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
016856     05  CBP-PD-STAMP           PIC X(19).
016863     05  CBP-PD-HH              PIC 9(02).
016870     05  CBP-PD-MI              PIC 9(02).
016877     05  CBP-PD-HHMM            PIC 9(04).
016884     05  CBP-PD-YYYY            PIC 9(04).
016891     05  CBP-PD-MM              PIC 9(02).
016898     05  CBP-PD-DD              PIC 9(02).
016905     05  CBP-PD-QUOT            PIC 9(04)  COMP.
016912     05  CBP-PD-REM             PIC 9(04)  COMP.
016919     05  CBP-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
016926     05  CBP-PD-DATE            PIC X(10).
016933 LINKAGE SECTION.
016940******************************************************************
016947*    CBP-PARM-AREA - OPTIONAL. PRESENT WHEN CBBANPRF RUNS AS THE *
016954*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
016961******************************************************************
016968 01  CBP-PARM-AREA.
016975     05  CBP-PARM-TEXT          PIC X(80).
016982 PROCEDURE DIVISION USING OPTIONAL CBP-PARM-AREA.
017000******************************************************************
017100*    0000-MAINLINE                                              *
017200******************************************************************
018500*    TO THE FIRST KEY, PRIME THE PAGE CONTROL                    *
018600******************************************************************
018700 1000-INITIALIZE.
018710     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
018712     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
018714     MOVE CBP-TS-FORMATTED TO CBP-PD-STAMP.
018716     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
018720     MOVE CBP-PD-DATE TO CBP-AS-OF-DATE.
018730     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
018740     IF CBP-ABORT-REQUESTED
018750         GO TO 1000-EXIT
018760     END-IF.
018800     OPEN INPUT BANKEY.
018900     IF CBP-BANKEY-STATUS NOT = "00"
019000         DISPLAY "CBBANPRF: UNABLE TO OPEN BANKEY - STATUS "
020100         MOVE 16 TO CBP-RETURN-CODE-WK
020200         GO TO 1000-EXIT
020300     END-IF.
020500     MOVE CBP-TS-FORMATTED TO CBP-PRT-RUN-TS.
020600     MOVE ZERO TO CBP-PRT-PAGE-NO.
020700     MOVE CBP-PRT-LINES-PER-PAGE TO CBP-PRT-LINE-COUNT.
020800     PERFORM 1200-LOAD-VERSIONS THRU 1200-EXIT.
020810     MOVE LOW-VALUES TO CB-BKY-KEY.
020900     SET CBP-BANKEY-NOT-EOF TO TRUE.
021000     START BANKEY KEY >= CB-BKY-KEY
021100         INVALID KEY SET CBP-BANKEY-EOF TO TRUE
021500     END-IF.
021600 1000-EXIT.
021700     EXIT.
021701******************************************************************
021702*    1010-PARSE-PARM - PICK UP CODE=, VERSION= AND DATE= IF      *
021703*    SUPPLIED.  A VERSION THAT IS NOT THREE DIGITS OR A DATE     *
021704*    THAT IS NOT YYYY-MM-DD STOPS THE RUN BEFORE ANY FILE OPENS. *
021705******************************************************************
021706 1010-PARSE-PARM.
021707     IF CBP-PARM-AREA IS OMITTED
021708         GO TO 1010-EXIT
021709     END-IF.
021710     UNSTRING CBP-PARM-TEXT DELIMITED BY ","
021711         INTO CBP-PARM-TOKEN(1) CBP-PARM-TOKEN(2)
021712              CBP-PARM-TOKEN(3) CBP-PARM-TOKEN(4)
021713     END-UNSTRING.
021714     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
021715         VARYING CBP-TOKEN-IDX FROM 1 BY 1
021716         UNTIL CBP-TOKEN-IDX > 4.
021717     IF CBP-SEL-VERSION-X NOT = SPACES
021718        AND CBP-SEL-VERSION-X IS NOT NUMERIC
021719         DISPLAY "CBBANPRF: VERSION=" CBP-SEL-VERSION-X
021720                 " IS NOT A THREE-DIGIT VERSION"
021721         SET CBP-ABORT-REQUESTED TO TRUE
021722         MOVE 16 TO CBP-RETURN-CODE-WK
021723         GO TO 1010-EXIT
021724     END-IF.
021725     PERFORM 1030-CHECK-DATE THRU 1030-EXIT.
021726     IF CBP-DATE-BAD
021727         DISPLAY "CBBANPRF: DATE=" CBP-AS-OF-DATE
021728                 " IS NOT A VALID YYYY-MM-DD"
021729         SET CBP-ABORT-REQUESTED TO TRUE
021730         MOVE 16 TO CBP-RETURN-CODE-WK
021731     END-IF.
021732 1010-EXIT.
021733     EXIT.
021734******************************************************************
021735*    1020-SPLIT-TOKEN                                            *
021736******************************************************************
021737 1020-SPLIT-TOKEN.
021738     IF CBP-PARM-TOKEN(CBP-TOKEN-IDX) = SPACES
021739         GO TO 1020-EXIT
021740     END-IF.
021741     UNSTRING CBP-PARM-TOKEN(CBP-TOKEN-IDX) DELIMITED BY "="
021742         INTO CBP-TOKEN-KEY CBP-TOKEN-VAL
021743     END-UNSTRING.
021744     EVALUATE CBP-TOKEN-KEY
021745         WHEN "CODE"
021746             MOVE CBP-TOKEN-VAL TO CBP-SEL-CODE
021747         WHEN "VERSION"
021748             MOVE CBP-TOKEN-VAL TO CBP-SEL-VERSION-X
021749             IF CBP-TOKEN-VAL(4:7) NOT = SPACES
021750                 MOVE "?" TO CBP-SEL-VERSION-X
021751             END-IF
021752         WHEN "DATE"
021753             MOVE CBP-TOKEN-VAL TO CBP-AS-OF-DATE
021754         WHEN OTHER
021755             CONTINUE
021756     END-EVALUATE.
021757 1020-EXIT.
021758     EXIT.
021759******************************************************************
021760*    1030-CHECK-DATE - THE AS-OF DATE MUST BE YYYY-MM-DD         *
021761******************************************************************
021762 1030-CHECK-DATE.
021763     SET CBP-DATE-OK TO TRUE.
021764     IF CBP-AS-OF-DATE(1:4) IS NOT NUMERIC
021765        OR CBP-AS-OF-DATE(5:1) NOT = "-"
021766        OR CBP-AS-OF-DATE(6:2) IS NOT NUMERIC
021767        OR CBP-AS-OF-DATE(8:1) NOT = "-"
021768        OR CBP-AS-OF-DATE(9:2) IS NOT NUMERIC
021769         SET CBP-DATE-BAD TO TRUE
021770         GO TO 1030-EXIT
021771     END-IF.
021772     IF CBP-AS-OF-DATE(6:2) < "01" OR CBP-AS-OF-DATE(6:2) > "12"
021773        OR CBP-AS-OF-DATE(9:2) < "01"
021774        OR CBP-AS-OF-DATE(9:2) > "31"
021775         SET CBP-DATE-BAD TO TRUE
021776     END-IF.
021777 1030-EXIT.
021778     EXIT.
021787******************************************************************
021796*    1100-READ-NEXT-KEYED                                        *
021805******************************************************************
021814 1100-READ-NEXT-KEYED.
021823     READ BANKEY NEXT RECORD
021832         AT END SET CBP-BANKEY-EOF TO TRUE
021841     END-READ.
021850 1100-EXIT.
021859     EXIT.
021868******************************************************************
021877*    1200-LOAD-VERSIONS - ONE PASS OVER THE STORE NOTING EACH    *
021886*    CODE/VERSION ONCE.  KEY ORDER KEEPS A VERSION'S LINES       *
021895*    TOGETHER, SO A NEW ENTRY IS NEEDED ONLY WHEN THE PAIR       *
021904*    CHANGES FROM THE LAST ONE NOTED.                            *
021913******************************************************************
021922 1200-LOAD-VERSIONS.
021931     MOVE LOW-VALUES TO CB-BKY-KEY.
021940     SET CBP-BANKEY-NOT-EOF TO TRUE.
021949     START BANKEY KEY >= CB-BKY-KEY
021958         INVALID KEY SET CBP-BANKEY-EOF TO TRUE
021967     END-START.
021976     IF CBP-BANKEY-NOT-EOF
021985         PERFORM 1100-READ-NEXT-KEYED THRU 1100-EXIT
021994     END-IF.
022003     PERFORM 1210-NOTE-VERSION THRU 1210-EXIT
022012         UNTIL CBP-BANKEY-EOF.
022021 1200-EXIT.
022030     EXIT.
022039******************************************************************
022048*    1210-NOTE-VERSION                                           *
022057******************************************************************
022066 1210-NOTE-VERSION.
022075     IF CBP-VERS-COUNT > ZERO
022084         SET CBP-VERS-IDX TO CBP-VERS-COUNT
022093         IF CB-BKY-BANNER-CODE = CBP-VTB-CODE(CBP-VERS-IDX)
022102            AND CB-BKY-VERSION = CBP-VTB-VERSION(CBP-VERS-IDX)
022111             GO TO 1210-NEXT
022120         END-IF
022129     END-IF.
022138     IF CBP-VERS-COUNT >= 200
022147         IF CBP-VTB-NOT-FULL
022156             DISPLAY "CBBANPRF: MORE THAN 200 BANNER VERSIONS - "
022165                     "STANDING NOT SHOWN FOR THE REST"
022174             SET CBP-VTB-FULL TO TRUE
022183         END-IF
022192         GO TO 1210-NEXT
022201     END-IF.
022210     ADD 1 TO CBP-VERS-COUNT.
022219     SET CBP-VERS-IDX TO CBP-VERS-COUNT.
022228     MOVE CB-BKY-BANNER-CODE TO CBP-VTB-CODE(CBP-VERS-IDX).
022237     MOVE CB-BKY-VERSION TO CBP-VTB-VERSION(CBP-VERS-IDX).
022246     MOVE CB-BKY-EFF-DATE TO CBP-VTB-EFF-DATE(CBP-VERS-IDX).
022255 1210-NEXT.
022264     PERFORM 1100-READ-NEXT-KEYED THRU 1100-EXIT.
022273 1210-EXIT.
022282     EXIT.
022291******************************************************************
022300*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
022309*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
022318*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
022327******************************************************************
022336 1400-LOAD-PROC-DATE-CTL.
022345     OPEN INPUT CBPDCTL.
022354     IF CBP-CBPDCTL-STATUS = "35"
022363         GO TO 1400-EXIT
022372     END-IF.
022381     IF CBP-CBPDCTL-STATUS NOT = "00"
022390         DISPLAY "CBBANPRF: UNABLE TO OPEN CBPDCTL - STATUS "
022399                 CBP-CBPDCTL-STATUS " - CALENDAR DATES USED"
022408         IF CBP-RETURN-CODE-WK < 4
022417             MOVE 4 TO CBP-RETURN-CODE-WK
022426         END-IF
022435         GO TO 1400-EXIT
022444     END-IF.
022453     READ CBPDCTL
022462         AT END
022471             DISPLAY "CBBANPRF: CBPDCTL IS EMPTY - "
022480                     "CALENDAR DATES USED"
022489     END-READ.
022498     IF CBP-CBPDCTL-STATUS = "00"
022507         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
022516            AND CB-PDC-CUTOFF-HHMM < 2400
022525            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
022534             MOVE CB-PDC-CUTOFF-HHMM TO CBP-PD-CUTOFF-HHMM
022543         ELSE
022552             DISPLAY "CBBANPRF: CBPDCTL CUTOFF "
022561                     CB-PDC-CUTOFF-HHMM " INVALID - "
022570                     "CALENDAR DATES USED"
022579             IF CBP-RETURN-CODE-WK < 4
022588                 MOVE 4 TO CBP-RETURN-CODE-WK
022597             END-IF
022606         END-IF
022615     END-IF.
022624     CLOSE CBPDCTL.
022633 1400-EXIT.
022642     EXIT.
022700******************************************************************
022800*    2000-COLLECT-ONE-REC - KEY ORDER GROUPS EACH COMBINATION'S  *
022900*    LINES TOGETHER: A KEY WHOSE CODE/VERSION/WIDTH/VARIANT      *
023000*    DIFFERS FROM THE ONE BEING COLLECTED FLUSHES THE FINISHED   *
023100*    BLOCK FIRST.  EACH STORED LINE LANDS IN ITS SLOT AND, FOR A *
023200*    PLAIN VARIANT, IS SCANNED FOR GLYPHS OUTSIDE THE 7-BIT      *
023300*    PRINTABLE RANGE.  A KEY OUTSIDE THE PARM'S CODE= OR         *
023310*    VERSION= SELECTION IS PASSED OVER.                          *
023400******************************************************************
023500 2000-COLLECT-ONE-REC.
023510     IF (CBP-SEL-CODE NOT = SPACES
023520         AND CB-BKY-BANNER-CODE NOT = CBP-SEL-CODE)
023530        OR (CBP-SEL-VERSION-X NOT = SPACES
023540         AND CB-BKY-VERSION NOT = CBP-SEL-VERSION)
023550         PERFORM 1100-READ-NEXT-KEYED THRU 1100-EXIT
023560         GO TO 2000-EXIT
023570     END-IF.
023600     IF CBP-COMBO-OPEN
023700         IF CB-BKY-BANNER-CODE NOT = CBP-CMB-CODE
023710            OR CB-BKY-VERSION NOT = CBP-CMB-VERSION
023800            OR CB-BKY-WIDTH NOT = CBP-CMB-WIDTH
023900            OR CB-BKY-VARIANT NOT = CBP-CMB-VARIANT
024000             PERFORM 3000-FLUSH-COMBO THRU 3000-EXIT
024300     IF CBP-COMBO-CLOSED
024400         SET CBP-COMBO-OPEN TO TRUE
024500         MOVE CB-BKY-BANNER-CODE TO CBP-CMB-CODE
024510         MOVE CB-BKY-VERSION TO CBP-CMB-VERSION
024520         MOVE CB-BKY-EFF-DATE TO CBP-CMB-EFF-DATE
024600         MOVE CB-BKY-WIDTH TO CBP-CMB-WIDTH
024700         MOVE CB-BKY-VARIANT TO CBP-CMB-VARIANT
024800         MOVE SPACES TO CBP-COMBO-LINES
032000         WHEN OTHER
032100             MOVE CBP-CMB-VARIANT TO CBP-CAP-VARIANT
032200     END-EVALUATE.
032210     MOVE CBP-CMB-VERSION TO CBP-CAP-VERSION.
032220     IF CBP-CMB-EFF-DATE = SPACES
032230         MOVE "(UNDATED)" TO CBP-CAP-EFF-DATE
032240     ELSE
032250         MOVE CBP-CMB-EFF-DATE TO CBP-CAP-EFF-DATE
032260     END-IF.
032270     PERFORM 3050-SET-STANDING THRU 3050-EXIT.
032300     MOVE CBP-CAPTION-LINE TO CBP-PRT-DETAIL.
032400     PERFORM 3400-WRITE-PRINT-LINE THRU 3400-EXIT.
032500     MOVE SPACES TO CBP-PRT-DETAIL.
033900     SET CBP-COMBO-CLOSED TO TRUE.
034000 3000-EXIT.
034100     EXIT.
034102******************************************************************
034104*    3050-SET-STANDING - THE VERSION IN FORCE FOR THE CODE IS    *
034106*    THE HIGHEST ONE UNDATED OR EFFECTIVE ON OR BEFORE THE AS-OF *
034108*    DATE - THE SAME RULE COLBOT SERVES BY.  ANYTHING ABOVE IT   *
034110*    IS STILL TO COME; ANYTHING BELOW IT HAS BEEN REPLACED.  A   *
034112*    CODE WITH NOTHING IN FORCE YET IS SERVED ITS EARLIEST       *
034114*    VERSION BY COLBOT, SO THAT ONE IS CAPTIONED IN FORCE TOO.   *
034116******************************************************************
034118 3050-SET-STANDING.
034120     MOVE ZERO TO CBP-INFORCE-VERS.
034122     MOVE ZERO TO CBP-LOW-VERS.
034124     PERFORM 3060-CHECK-ONE-VERSION THRU 3060-EXIT
034126         VARYING CBP-VERS-IDX FROM 1 BY 1
034128         UNTIL CBP-VERS-IDX > CBP-VERS-COUNT.
034130     EVALUATE TRUE
034132         WHEN CBP-INFORCE-VERS = ZERO
034134          AND CBP-CMB-VERSION = CBP-LOW-VERS
034136             MOVE "IN FORCE (EARLIEST)" TO CBP-CAP-STATUS
034138         WHEN CBP-INFORCE-VERS = ZERO
034140             MOVE "FUTURE" TO CBP-CAP-STATUS
034142         WHEN CBP-CMB-VERSION = CBP-INFORCE-VERS
034144             MOVE "IN FORCE" TO CBP-CAP-STATUS
034146         WHEN CBP-CMB-VERSION > CBP-INFORCE-VERS
034148             MOVE "FUTURE" TO CBP-CAP-STATUS
034150         WHEN OTHER
034152             MOVE "SUPERSEDED" TO CBP-CAP-STATUS
034154     END-EVALUATE.
034156 3050-EXIT.
034158     EXIT.
034160******************************************************************
034162*    3060-CHECK-ONE-VERSION - ALSO NOTES THE CODE'S LOWEST       *
034164*    VERSION FOR THE FALLBACK                                    *
034166******************************************************************
034168 3060-CHECK-ONE-VERSION.
034170     IF CBP-VTB-CODE(CBP-VERS-IDX) = CBP-CMB-CODE
034172        AND (CBP-LOW-VERS = ZERO
034174          OR CBP-VTB-VERSION(CBP-VERS-IDX) < CBP-LOW-VERS)
034176         MOVE CBP-VTB-VERSION(CBP-VERS-IDX) TO CBP-LOW-VERS
034178     END-IF.
034180     IF CBP-VTB-CODE(CBP-VERS-IDX) = CBP-CMB-CODE
034182        AND (CBP-VTB-EFF-DATE(CBP-VERS-IDX) = SPACES
034184          OR CBP-VTB-EFF-DATE(CBP-VERS-IDX) <= CBP-AS-OF-DATE)
034186        AND CBP-VTB-VERSION(CBP-VERS-IDX) > CBP-INFORCE-VERS
034188         MOVE CBP-VTB-VERSION(CBP-VERS-IDX) TO CBP-INFORCE-VERS
034190     END-IF.
034192 3060-EXIT.
034194     EXIT.
034200******************************************************************
034300*    3100-WRITE-ONE-ART-LINE - EVERY SLOT PRINTS, PRESENT OR     *
034400*    NOT, SO A MISSING LINE SHOWS AS AN EMPTY ROW UNDER THE      *
037000     ADD 1 TO CBP-PRT-PAGE-NO.
037100     MOVE CBP-PRT-RUN-TS TO CBP-PRT-HDR-TS.
037200     MOVE CBP-PRT-PAGE-NO TO CBP-PRT-HDR-PAGE.
037210     MOVE CBP-AS-OF-DATE TO CBP-PRT-HDR-AS-OF.
037300     MOVE "1" TO CBP-PRT-ASA.
037400     MOVE CBP-PRT-HEADER-1 TO CBP-PRT-DATA.
037500     WRITE CBP-PRT-REC.
041400         DELIMITED BY SIZE INTO CBP-TS-FORMATTED.
041500 8000-EXIT.
041600     EXIT.
041601******************************************************************
041602*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
041603*    CBP-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBP-PD-DATE.  A     *
041604*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
041605*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
041606*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
041607******************************************************************
041608 8100-DERIVE-PROC-DATE.
041609     MOVE CBP-PD-STAMP(1:10) TO CBP-PD-DATE.
041610     IF CBP-PD-CUTOFF-HHMM = ZERO
041611         GO TO 8100-EXIT
041612     END-IF.
041613     IF CBP-PD-STAMP(12:2) IS NOT NUMERIC
041614        OR CBP-PD-STAMP(15:2) IS NOT NUMERIC
041615        OR CBP-PD-STAMP(1:4) IS NOT NUMERIC
041616        OR CBP-PD-STAMP(6:2) IS NOT NUMERIC
041617        OR CBP-PD-STAMP(9:2) IS NOT NUMERIC
041618         GO TO 8100-EXIT
041619     END-IF.
041620     MOVE CBP-PD-STAMP(12:2) TO CBP-PD-HH.
041621     MOVE CBP-PD-STAMP(15:2) TO CBP-PD-MI.
041622     COMPUTE CBP-PD-HHMM = CBP-PD-HH * 100 + CBP-PD-MI.
041623     IF CBP-PD-HHMM NOT < CBP-PD-CUTOFF-HHMM
041624         GO TO 8100-EXIT
041625     END-IF.
041626     MOVE CBP-PD-STAMP(1:4) TO CBP-PD-YYYY.
041627     MOVE CBP-PD-STAMP(6:2) TO CBP-PD-MM.
041628     MOVE CBP-PD-STAMP(9:2) TO CBP-PD-DD.
041629     IF CBP-PD-DD > 1
041630         SUBTRACT 1 FROM CBP-PD-DD
041631     ELSE
041632         IF CBP-PD-MM > 1
041633             SUBTRACT 1 FROM CBP-PD-MM
041634         ELSE
041635             MOVE 12 TO CBP-PD-MM
041636             SUBTRACT 1 FROM CBP-PD-YYYY
041637         END-IF
041638         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
041639         MOVE CBP-PD-DAYS-IN-MONTH TO CBP-PD-DD
041640     END-IF.
041641     STRING CBP-PD-YYYY "-" CBP-PD-MM "-" CBP-PD-DD
041642         DELIMITED BY SIZE INTO CBP-PD-DATE.
041643 8100-EXIT.
041644     EXIT.
041645******************************************************************
041646*    8110-DAYS-IN-MONTH - FOR CBP-PD-MM OF CBP-PD-YYYY           *
041647******************************************************************
041648 8110-DAYS-IN-MONTH.
041649     EVALUATE CBP-PD-MM
041650         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
041651             MOVE 31 TO CBP-PD-DAYS-IN-MONTH
041652         WHEN 4 WHEN 6 WHEN 9 WHEN 11
041653             MOVE 30 TO CBP-PD-DAYS-IN-MONTH
041654         WHEN 2
041655             MOVE 28 TO CBP-PD-DAYS-IN-MONTH
041656             DIVIDE CBP-PD-YYYY BY 4 GIVING CBP-PD-QUOT
041657                 REMAINDER CBP-PD-REM
041658             IF CBP-PD-REM = ZERO
041659                 MOVE 29 TO CBP-PD-DAYS-IN-MONTH
041660                 DIVIDE CBP-PD-YYYY BY 100 GIVING CBP-PD-QUOT
041661                     REMAINDER CBP-PD-REM
041662                 IF CBP-PD-REM = ZERO
041663                     DIVIDE CBP-PD-YYYY BY 400 GIVING CBP-PD-QUOT
041664                         REMAINDER CBP-PD-REM
041665                     IF CBP-PD-REM NOT = ZERO
041666                         MOVE 28 TO CBP-PD-DAYS-IN-MONTH
041667                     END-IF
041668                 END-IF
041669             END-IF
041670         WHEN OTHER
041671             MOVE 31 TO CBP-PD-DAYS-IN-MONTH
041672     END-EVALUATE.
041673 8110-EXIT.
041674     EXIT.
041700******************************************************************
041800*    9000-TERMINATE - CLOSE EVERYTHING AND ACCOUNT FOR THE       *
041900*    PROOF ON THE CONSOLE SO THE PROMOTION JOB LOG SHOWS WHAT    *
042900     MOVE CBP-COMBO-COUNT TO CBP-COMBO-COUNT-ED.
043000     MOVE CBP-TOTAL-FLAGS TO CBP-TOTAL-FLAGS-ED.
043100     DISPLAY "CBBANPRF: COMBINATIONS " CBP-COMBO-COUNT-ED
043200             " GLYPH FLAGS " CBP-TOTAL-FLAGS-ED
043210             " AS OF " CBP-AS-OF-DATE.
043300 9000-EXIT.
043400     EXIT.
