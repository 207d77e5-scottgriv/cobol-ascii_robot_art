014300*                     ONLY (CBT022W WHEN THE NAME MATCHES NO     *
014400*                     HEADER), AND CBFLTEXC RECORDS CARRY THE    *
014500*                     GROUP FOR AREA-BASED ALERT ROUTING.        *
014503*    2026-10-15  RLB  FLTCTL STATUS B (BLOCKED BEHIND A FAILED   *
014506*                     PREDECESSOR): NO ART, A BLOCKED NOTICE ON  *
014509*                     THE WALL OR A BLOCKED SLOT IN THE GALLERY  *
014512*                     NAMING THE ROOT-CAUSE SUBSYSTEM, A ROOT    *
014515*                     CAUSE COLUMN IN THE SUMMARY, AND A         *
014518*                     CBFLTEXC RECORD CARRYING THE ROOT CAUSE    *
014521*                     SO THE ALERT JOB PAGES ONE TEAM (CBT023W). *
014524*    2026-10-15  RLB  BANNER CALENDAR ENTRIES CARRY A PRIORITY:  *
014527*                     THE HIGHEST-PRIORITY ENTRY COVERING THE    *
014530*                     RUN DATE WINS, NOT THE FIRST IN THE FILE,  *
014533*                     SO QTR-END SHOWS THROUGH THE HOLIDAY       *
014536*                     WINDOW ON 12-31.                           *
014539*    2026-10-15  RLB  BANNER ART IS VERSIONED AND EFFECTIVE-     *
014542*                     DATED: THE LOAD SERVES THE HIGHEST VERSION *
014545*                     OF THE CODE THAT IS UNDATED OR EFFECTIVE   *
014548*                     ON OR BEFORE THE RUN DATE, FROM BANKEY OR  *
014551*                     BANNERCFG ALIKE.  A CODE WITH NO VERSION   *
014554*                     IN FORCE YET FALLS BACK TO ITS EARLIEST    *
014557*                     (CBT024W).                                 *
014560*    2026-10-15  RLB  THE RUN DATE IS THE PROCESSING DATE UNDER  *
014563*                     THE CBPDCTL BATCH-NIGHT CUTOFF: THE RERUN  *
014566*                     CHECK, THE CALENDAR WINDOW AND THE ART     *
014569*                     VERSION ALL USE IT, AND THE REPORT HEADER  *
014572*                     SHOWS IT.  AN UNUSABLE CBPDCTL KEEPS       *
014575*                     CALENDAR DATES (CBT025W).                  *
014600******************************************************************
014700 ENVIRONMENT DIVISION.
014800 INPUT-OUTPUT SECTION.
018500     SELECT BANNERDIR ASSIGN TO "BANNERDIR"
018600         ORGANIZATION IS LINE SEQUENTIAL
018700         FILE STATUS IS CB-BANNERDIR-STATUS.
018710     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
018720         ORGANIZATION IS LINE SEQUENTIAL
018730         FILE STATUS IS CB-CBPDCTL-STATUS.
018800 DATA DIVISION.
018900 FILE SECTION.
019000 FD  BANCFG
022500 FD  BANNERDIR
022600     LABEL RECORDS ARE STANDARD.
022700     COPY CBBDRREC.
022710 FD  CBPDCTL
022720     LABEL RECORDS ARE STANDARD.
022730     COPY CBPDCREC.
022800 WORKING-STORAGE SECTION.
022900******************************************************************
023000*    ROBOT ART BUFFER - LOADED FROM BANNERCFG AT STARTUP         *
034000     05  CB-GROUP-SEEN-SW       PIC X(01)  VALUE "N".
034100         88  CB-GROUP-SEEN          VALUE "Y".
034200         88  CB-GROUP-NOT-SEEN      VALUE "N".
034210     05  CB-VERS-SEEN-SW        PIC X(01)  VALUE "N".
034220         88  CB-VERS-SEEN           VALUE "Y".
034230         88  CB-VERS-NOT-SEEN       VALUE "N".
034240     05  CB-VERS-FOUND-SW       PIC X(01)  VALUE "N".
034250         88  CB-VERS-FOUND          VALUE "Y".
034260         88  CB-VERS-NOT-FOUND      VALUE "N".
034300 01  CB-BANCFG-STATUS           PIC X(02)  VALUE SPACES.
034400 01  CB-BANKEY-STATUS           PIC X(02)  VALUE SPACES.
034500******************************************************************
035000 01  CB-PASS-WIDTH              PIC X(01)  VALUE SPACE.
035100 01  CB-PASS-VARIANT            PIC X(01)  VALUE SPACE.
035200 77  CB-SPLICE-LINE-NO          PIC 9(02)  VALUE ZERO.
035210******************************************************************
035220*    ART VERSION SERVED FOR THE SELECTED BANNER - THE HIGHEST    *
035230*    ONE IN FORCE ON THE RUN DATE - AND THE CANDIDATE BEING      *
035240*    WEIGHED WHILE EITHER ART SOURCE IS SCANNED FOR IT           *
035250******************************************************************
035260 77  CB-SEL-VERSION             PIC 9(03)  VALUE 1.
035270 77  CB-LOW-VERSION             PIC 9(03)  VALUE ZERO.
035280 77  CB-CAND-VERSION            PIC 9(03)  VALUE ZERO.
035290 01  CB-CAND-EFF-DATE           PIC X(10)  VALUE SPACES.
035300 01  CB-CBRPT-STATUS            PIC X(02)  VALUE SPACES.
035400 01  CB-CBCKPT-STATUS           PIC X(02)  VALUE SPACES.
035500 01  CB-CBAUDIT-STATUS          PIC X(02)  VALUE SPACES.
036000 01  CB-CBFLTCKP-STATUS         PIC X(02)  VALUE SPACES.
036100 01  CB-CBPRT132-STATUS         PIC X(02)  VALUE SPACES.
036200 01  CB-BANNERDIR-STATUS        PIC X(02)  VALUE SPACES.
036210 01  CB-CBPDCTL-STATUS          PIC X(02)  VALUE SPACES.
036300******************************************************************
036400*    BANNER DIRECTORY TABLE - THE REGISTRY OF KNOWN BANNER CODES *
036500*    LOADED FROM DD BANNERDIR AT STARTUP.  WHEN THE DIRECTORY    *
043600                       PIC X(08).
043700 77  CB-DONE-SUB                PIC 9(03)  COMP VALUE ZERO.
043800 01  CB-RUN-DATE                PIC X(10)  VALUE SPACES.
043810 01  CB-CAL-PRIORITY-WK         PIC 9(03)  VALUE ZERO.
043820 01  CB-CAL-BEST-PRIORITY       PIC 9(03)  VALUE ZERO.
043900******************************************************************
044000*    NUMBERED DIAGNOSTIC MESSAGES.  THE CATALOG TABLE IS LOADED  *
044100*    FROM DD CBMSGCAT AT STARTUP; THE DEFAULT TABLE BELOW IS     *
049300         "CBT021I ALREADY FIRED TODAY - AUDIT MARKED AS RERUN".
049400     05  FILLER                 PIC X(68)  VALUE
049500         "CBT022W GROUP= NAME MATCHES NO FLTCTL GROUP HEADER".
049510     05  FILLER                 PIC X(68)  VALUE
049520         "CBT023W FLEET ENTRIES BLOCKED - SEE CBFLTEXC - COUNT".
049546     05  FILLER                 PIC X(68)  VALUE
049572         "CBT024W NO BANNER VERSION IN FORCE - USING EARLIEST".
049581     05  FILLER                 PIC X(68)  VALUE
049590         "CBT025W CBPDCTL NOT USABLE - CALENDAR DATES USED -".
049600 01  CB-MSG-DEFAULT-TBL REDEFINES CB-MSG-DEFAULTS.
049700     05  CB-MSG-DEF-ENTRY OCCURS 25 TIMES
049800                          INDEXED BY CB-MSG-DEF-IDX.
049900         10  CB-MSG-DEF-ID      PIC X(07).
050000         10  FILLER             PIC X(01).
052700         10  CB-FLT-GROUP       PIC X(08).
052800         10  CB-FLT-SHOWN-SW    PIC X(01).
052900             88  CB-FLT-SHOWN       VALUE "Y".
052910         10  CB-FLT-ROOT        PIC X(08).
053000 77  CB-FLT-SUB                 PIC 9(03)  COMP VALUE ZERO.
053100 77  CB-FLEET-FAIL-COUNT        PIC 9(03)  COMP VALUE ZERO.
053200 77  CB-FLEET-FAIL-COUNT-ED     PIC 9(03)  VALUE ZERO.
053210 77  CB-FLEET-BLOCK-COUNT       PIC 9(03)  COMP VALUE ZERO.
053220 77  CB-FLEET-BLOCK-COUNT-ED    PIC 9(03)  VALUE ZERO.
053230 01  CB-BLOCKED-LINE            PIC X(80)  VALUE SPACES.
053300******************************************************************
053400*    FLEET GROUPING - THE AREA NAMED BY THE LAST *GROUP HEADER  *
053500*    READ, THE PARM GROUP= FILTER, AND THE PER-GROUP PASS/FAIL  *
054000 01  CB-SUM-CUR-GROUP           PIC X(08)  VALUE SPACES.
054100 77  CB-GRP-PASS-COUNT          PIC 9(03)  COMP VALUE ZERO.
054200 77  CB-GRP-FAIL-COUNT          PIC 9(03)  COMP VALUE ZERO.
054210 77  CB-GRP-BLOCK-COUNT         PIC 9(03)  COMP VALUE ZERO.
054300 77  CB-GRP-PASS-COUNT-ED       PIC 9(03)  VALUE ZERO.
054400 77  CB-GRP-FAIL-COUNT-ED       PIC 9(03)  VALUE ZERO.
054410 77  CB-GRP-BLOCK-COUNT-ED      PIC 9(03)  VALUE ZERO.
054500 01  CB-GROUP-HEAD-LINE         PIC X(80)  VALUE SPACES.
054600 01  CB-FLEET-SUMMARY-LINE.
054700     05  CB-FLS-SUBSYSTEM       PIC X(08).
054900     05  CB-FLS-STATUS          PIC X(08).
055000     05  FILLER                 PIC X(02)  VALUE SPACES.
055100     05  CB-FLS-BANNER          PIC X(12).
055110     05  FILLER                 PIC X(02)  VALUE SPACES.
055120     05  CB-FLS-ROOT            PIC X(10).
055200     05  FILLER                 PIC X(36)  VALUE SPACES.
055300******************************************************************
055400*    RUN IDENTIFICATION - SUPPLIED VIA PARM (JOB=/STEP=/OPER=)   *
055500******************************************************************
057900     05  CB-TS-MIN              PIC 9(02).
058000     05  CB-TS-SEC              PIC 9(02).
058100     05  CB-TS-FORMATTED        PIC X(19).
058105******************************************************************
058110*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
058115*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
058120*    THE BATCH NIGHT IT BELONGS TO                               *
058125******************************************************************
058130 01  CB-PROCDT-WORK.
058135     05  CB-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
058140     05  CB-PD-STAMP           PIC X(19).
058145     05  CB-PD-HH              PIC 9(02).
058150     05  CB-PD-MI              PIC 9(02).
058155     05  CB-PD-HHMM            PIC 9(04).
058160     05  CB-PD-YYYY            PIC 9(04).
058165     05  CB-PD-MM              PIC 9(02).
058170     05  CB-PD-DD              PIC 9(02).
058175     05  CB-PD-QUOT            PIC 9(04)  COMP.
058180     05  CB-PD-REM             PIC 9(04)  COMP.
058185     05  CB-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
058190     05  CB-PD-DATE            PIC X(10).
058200******************************************************************
058300*    SHIFT-AWARE GREETING FOR THE COLBOT BANNER'S LINE 2          *
058400******************************************************************
066700     ELSE
066800         PERFORM 0120-FIND-DEFAULT-MSG THRU 0120-EXIT
066900             VARYING CB-MSG-SUB FROM 1 BY 1
067000             UNTIL CB-MSG-SUB > 25
067100     END-IF.
067200     MOVE ZERO TO CB-EMIT-TEXT-LEN.
067300     PERFORM 0130-SCAN-TEXT-LEN THRU 0130-EXIT
087100*    1000-INITIALIZE - GALLERY RENDERING ONLY APPLIES TO FLEET  *
087200*    RUNS, AND ITS THREE-ACROSS BANDS NEED THE COMPACT ART, SO  *
087300*    THE WIDTH IS FORCED ONLY WHEN BOTH PARMS ARE PRESENT.      *
087310*    CB-RUN-DATE IS THE PROCESSING DATE OF THE RUN, BY THE       *
087320*    CBPDCTL CUTOFF, SO A RUN AFTER MIDNIGHT BUT BEFORE THE      *
087330*    CUTOFF BELONGS TO THE NIGHT THAT STARTED THE DAY BEFORE.    *
087400******************************************************************
087500 1000-INITIALIZE.
087600     PERFORM 0150-LOAD-MSG-CATALOG THRU 0150-EXIT.
087700     PERFORM 0200-LOAD-BANNER-DIR THRU 0200-EXIT.
087800     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
087810     PERFORM 1480-LOAD-PROC-DATE-CTL THRU 1480-EXIT.
087820     PERFORM 1210-BUILD-TIMESTAMP THRU 1210-EXIT.
087830     MOVE CB-TS-FORMATTED TO CB-PD-STAMP.
087840     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
087850     MOVE CB-PD-DATE TO CB-RUN-DATE.
087900     IF CB-GALLERY-ON AND CB-FLEET-MODE-ON
088000         SET CB-SEL-WIDTH-COMPACT TO TRUE
088100     END-IF.
100400     EXIT.
100500******************************************************************
100600*    1050-APPLY-CALENDAR - PICK THE RUN'S BANNER FROM THE BANNER *
100610*    CALENDAR (DD CBCAL) WHEN NO EXPLICIT PARM BANNER= WAS       *
100620*    GIVEN.  OF THE ENTRIES WHOSE INCLUSIVE DATE RANGE COVERS    *
100630*    THE RUN'S PROCESSING DATE THE HIGHEST PRIORITY WINS, THE    *
100640*    FIRST IN THE FILE AMONG EQUALS, SO THE WHOLE CALENDAR IS    *
100650*    READ.  A BLANK PRIORITY IS 000.  ONLY THE WINNER'S BANNER   *
100660*    CODE IS CHECKED AGAINST THE DIRECTORY.  A MISSING CALENDAR  *
100670*    DATASET SIMPLY LEAVES THE DEFAULT SELECTION - NOT EVERY     *
100680*    SHOP DD'S ONE - BUT A CALENDAR ENTRY NAMING AN UNKNOWN      *
100690*    BANNER IS WORTH A WARNING, BECAUSE SOMEBODY MEANT IT TO     *
100700*    FIRE.                                                       *
101300******************************************************************
101400 1050-APPLY-CALENDAR.
101500     IF CB-BANNER-PARM-SET
102800         END-IF
102900         GO TO 1050-EXIT
103000     END-IF.
103300     SET CB-CAL-NOT-MATCHED TO TRUE.
103400     SET CB-CBCAL-NOT-EOF TO TRUE.
103500     PERFORM 1060-READ-CAL-REC THRU 1060-EXIT.
103600     PERFORM 1070-MATCH-CAL-REC THRU 1070-EXIT
103700         UNTIL CB-CBCAL-EOF.
103800     CLOSE CBCAL.
103810     IF CB-CAL-MATCHED
103820         PERFORM 1080-CHECK-CAL-BANNER THRU 1080-EXIT
103830     END-IF.
103900 1050-EXIT.
104000     EXIT.
104100******************************************************************
104900     EXIT.
105000******************************************************************
105100*    1070-MATCH-CAL-REC - DOES THIS CALENDAR ENTRY COVER THE RUN *
105200*    DATE, AND DOES IT OUTRANK THE BEST SO FAR?  YYYY-MM-DD      *
105210*    STRINGS COMPARE CORRECTLY AS TEXT.                          *
105300******************************************************************
105400 1070-MATCH-CAL-REC.
105410     IF CB-CAL-PRIORITY-X IS NUMERIC
105420         MOVE CB-CAL-PRIORITY TO CB-CAL-PRIORITY-WK
105430     ELSE
105440         MOVE ZERO TO CB-CAL-PRIORITY-WK
105450     END-IF.
105500     IF CB-RUN-DATE >= CB-CAL-START-DATE
105600        AND CB-RUN-DATE <= CB-CAL-END-DATE
105610         IF CB-CAL-NOT-MATCHED
105620            OR CB-CAL-PRIORITY-WK > CB-CAL-BEST-PRIORITY
105700             MOVE CB-CAL-BANNER-CODE TO CB-SEL-BANNER-CODE
105710             MOVE CB-CAL-PRIORITY-WK TO CB-CAL-BEST-PRIORITY
105720             SET CB-CAL-MATCHED TO TRUE
105730         END-IF
105740     END-IF.
105750     PERFORM 1060-READ-CAL-REC THRU 1060-EXIT.
105760 1070-EXIT.
105770     EXIT.
105780******************************************************************
105790*    1080-CHECK-CAL-BANNER - THE WINNING ENTRY MUST NAME AN      *
105800*    ACTIVE BANNER.  AN UNKNOWN OR RETIRED ONE IS WORTH A        *
105810*    WARNING AND FALLS BACK TO COLBOT.                           *
105820******************************************************************
105830 1080-CHECK-CAL-BANNER.
105840     MOVE CB-SEL-BANNER-CODE TO CB-CHECK-CODE.
105900     PERFORM 0250-CHECK-BANNER-CODE THRU 0250-EXIT.
106000     IF CB-BCODE-VALID
106100         GO TO 1080-EXIT
106200     END-IF.
106300     IF CB-BCODE-RETIRED
106400         MOVE "CBT019W" TO CB-EMIT-MSG-ID
106500     ELSE
106600         MOVE "CBT009W" TO CB-EMIT-MSG-ID
106700     END-IF.
106800     MOVE CB-SEL-BANNER-CODE TO CB-EMIT-DETAIL.
106900     PERFORM 0100-EMIT-MESSAGE THRU 0100-EXIT.
107000     MOVE "COLBOT" TO CB-SEL-BANNER-CODE.
107100     IF CB-RETURN-CODE-WK < 4
107200         MOVE 4 TO CB-RETURN-CODE-WK
107300     END-IF.
107900 1080-EXIT.
108000     EXIT.
108100******************************************************************
108200*    1100-LOAD-ART-TABLE - LOAD THE MASCOT ART FOR THE SELECTED  *
109200*    (THE FLEET LOOP, ONE LOAD PER SUBSYSTEM) NEVER CARRIES      *
109300*    STALE ART FORWARD FROM THE PRIOR SUBSYSTEM WHEN THE NEW     *
109400*    ONE'S BANNER CODE IS UNKNOWN OR ITS ART IS SHORTER.         *
109410*    EITHER SOURCE IS FIRST SCANNED FOR THE ART VERSION IN FORCE *
109420*    ON THE RUN DATE, AND ONLY THAT VERSION'S LINES ARE LOADED.  *
109500******************************************************************
109600 1100-LOAD-ART-TABLE.
109700     MOVE SPACES TO CB-LOCAL-ART-TABLE.
109750     SET CB-VERS-NOT-SEEN TO TRUE.
109760     SET CB-VERS-NOT-FOUND TO TRUE.
109800     IF CB-SEL-IS-COLBOT
109900         PERFORM 1130-SET-GREETING THRU 1130-EXIT
110000     END-IF.
110200         PERFORM 1140-OPEN-BANKEY THRU 1140-EXIT
110300     END-IF.
110400     IF CB-BANKEY-MODE-KEYED
110410         PERFORM 1165-PICK-KEYED-VERSION THRU 1165-EXIT
110500         PERFORM 1160-LOAD-KEYED THRU 1160-EXIT
110600         GO TO 1100-EXIT
110700     END-IF.
111500         GO TO 1100-EXIT
111600     END-IF.
111700     SET CB-BANCFG-NOT-EOF TO TRUE.
111710     PERFORM 1110-READ-BANNER-REC THRU 1110-EXIT.
111720     PERFORM 1105-NOTE-SEQ-VERSION THRU 1105-EXIT
111730         UNTIL CB-BANCFG-EOF.
111740     CLOSE BANCFG.
111750     PERFORM 1195-SETTLE-VERSION THRU 1195-EXIT.
111760     OPEN INPUT BANCFG.
111761     IF CB-BANCFG-STATUS NOT = "00"
111762         MOVE "CBT001E" TO CB-EMIT-MSG-ID
111763         MOVE CB-BANCFG-STATUS TO CB-EMIT-DETAIL
111764         PERFORM 0100-EMIT-MESSAGE THRU 0100-EXIT
111765         SET CB-ABORT-REQUESTED TO TRUE
111766         MOVE 16 TO CB-RETURN-CODE-WK
111767         GO TO 1100-EXIT
111768     END-IF.
111770     SET CB-BANCFG-NOT-EOF TO TRUE.
111800     PERFORM 1110-READ-BANNER-REC THRU 1110-EXIT.
111900     PERFORM 1120-LOAD-ONE-LINE THRU 1120-EXIT
112000         UNTIL CB-BANCFG-EOF.
112100     CLOSE BANCFG.
112200 1100-EXIT.
112300     EXIT.
112302******************************************************************
112304*    1105-NOTE-SEQ-VERSION - VERSION SCAN OF BANNERCFG: EVERY    *
112306*    USABLE RECORD OF THE SELECTED CODE IS A CANDIDATE           *
112308******************************************************************
112310 1105-NOTE-SEQ-VERSION.
112312     IF CB-BANNER-CODE = CB-SEL-BANNER-CODE
112314         PERFORM 1115-NORMALIZE-VERSION THRU 1115-EXIT
112316         IF CB-CAND-VERSION > ZERO
112318             PERFORM 1196-WEIGH-CANDIDATE THRU 1196-EXIT
112320         END-IF
112322     END-IF.
112324     PERFORM 1110-READ-BANNER-REC THRU 1110-EXIT.
112326 1105-EXIT.
112328     EXIT.
112330******************************************************************
112332*    1115-NORMALIZE-VERSION - A BANNERCFG RECORD'S VERSION AS    *
112334*    CBBANLD WOULD KEY IT: BLANK IS 001.  A NON-NUMERIC VERSION  *
112336*    OR A MALFORMED EFFECTIVE DATE IS ONE THE LOAD SKIPS, SO IT  *
112338*    COMES BACK AS ZERO AND IS NEVER SERVED.                     *
112340******************************************************************
112342 1115-NORMALIZE-VERSION.
112344     MOVE CB-BANNER-EFF-DATE TO CB-CAND-EFF-DATE.
112346     EVALUATE TRUE
112348         WHEN CB-BANNER-VERSION-X = SPACES
112350             MOVE 1 TO CB-CAND-VERSION
112352         WHEN CB-BANNER-VERSION NUMERIC
112354             MOVE CB-BANNER-VERSION TO CB-CAND-VERSION
112356         WHEN OTHER
112358             MOVE ZERO TO CB-CAND-VERSION
112360     END-EVALUATE.
112362     IF CB-BANNER-EFF-DATE NOT = SPACES
112364        AND (CB-BANNER-EFF-DATE(5:1) NOT = "-"
112366             OR CB-BANNER-EFF-DATE(8:1) NOT = "-")
112368         MOVE ZERO TO CB-CAND-VERSION
112370     END-IF.
112372 1115-EXIT.
112374     EXIT.
112400******************************************************************
112500*    1140-OPEN-BANKEY - ONE-TIME OPEN OF THE KEYED BANNER STORE. *
112600*    THE FILE STAYS OPEN FOR THE LIFE OF THE RUN (THE FLEET LOOP *
117500     END-IF.
117600 1160-EXIT.
117700     EXIT.
117702******************************************************************
117704*    1165-PICK-KEYED-VERSION - VERSION IS THE SECOND KEY FIELD,  *
117706*    SO ALL OF A CODE'S VERSIONS SIT TOGETHER IN THE STORE.      *
117708*    POSITION AT THE CODE'S LOWEST POSSIBLE KEY AND WEIGH EVERY  *
117710*    RECORD UNTIL THE CODE CHANGES.                              *
117712******************************************************************
117714 1165-PICK-KEYED-VERSION.
117716     MOVE LOW-VALUES TO CB-BKY-KEY.
117718     MOVE CB-SEL-BANNER-CODE TO CB-BKY-BANNER-CODE.
117720     MOVE ZERO TO CB-BKY-VERSION.
117722     SET CB-BANKEY-NOT-DONE TO TRUE.
117724     START BANKEY KEY >= CB-BKY-KEY
117726         INVALID KEY SET CB-BANKEY-DONE TO TRUE
117728     END-START.
117730     IF CB-BANKEY-NOT-DONE
117732         PERFORM 1167-READ-CODE-KEYED THRU 1167-EXIT
117734         PERFORM 1166-NOTE-KEYED-VERSION THRU 1166-EXIT
117736             UNTIL CB-BANKEY-DONE
117738     END-IF.
117740     PERFORM 1195-SETTLE-VERSION THRU 1195-EXIT.
117742 1165-EXIT.
117744     EXIT.
117746******************************************************************
117748*    1166-NOTE-KEYED-VERSION                                     *
117750******************************************************************
117752 1166-NOTE-KEYED-VERSION.
117754     MOVE CB-BKY-VERSION TO CB-CAND-VERSION.
117756     MOVE CB-BKY-EFF-DATE TO CB-CAND-EFF-DATE.
117758     PERFORM 1196-WEIGH-CANDIDATE THRU 1196-EXIT.
117760     PERFORM 1167-READ-CODE-KEYED THRU 1167-EXIT.
117762 1166-EXIT.
117764     EXIT.
117766******************************************************************
117768*    1167-READ-CODE-KEYED - NEXT RECORD IN KEY ORDER; DONE WHEN  *
117770*    THE FILE ENDS OR THE KEY LEAVES THE SELECTED CODE           *
117772******************************************************************
117774 1167-READ-CODE-KEYED.
117776     READ BANKEY NEXT RECORD
117778         AT END SET CB-BANKEY-DONE TO TRUE
117780     END-READ.
117782     IF CB-BANKEY-NOT-DONE
117784        AND CB-BKY-BANNER-CODE NOT = CB-SEL-BANNER-CODE
117786         SET CB-BANKEY-DONE TO TRUE
117788     END-IF.
117790 1167-EXIT.
117792     EXIT.
117800******************************************************************
117900*    1170-LOAD-ONE-SET - POSITION TO THE FIRST LINE OF ONE       *
118000*    CODE/WIDTH/VARIANT COMBINATION AND TAKE ITS LINES 1-12      *
118100******************************************************************
118200 1170-LOAD-ONE-SET.
118300     MOVE CB-SEL-BANNER-CODE TO CB-BKY-BANNER-CODE.
118310     MOVE CB-SEL-VERSION TO CB-BKY-VERSION.
118400     MOVE CB-PASS-WIDTH TO CB-BKY-WIDTH.
118500     MOVE CB-PASS-VARIANT TO CB-BKY-VARIANT.
118600     MOVE 1 TO CB-BKY-LINE-NO.
120500     END-READ.
120600     IF CB-BANKEY-NOT-DONE
120700         IF CB-BKY-BANNER-CODE NOT = CB-SEL-BANNER-CODE
120710            OR CB-BKY-VERSION NOT = CB-SEL-VERSION
120800            OR CB-BKY-WIDTH NOT = CB-PASS-WIDTH
120900            OR CB-BKY-VARIANT NOT = CB-PASS-VARIANT
121000             SET CB-BANKEY-DONE TO TRUE
122500     PERFORM 1180-READ-NEXT-KEYED THRU 1180-EXIT.
122600 1190-EXIT.
122700     EXIT.
122702******************************************************************
122704*    1195-SETTLE-VERSION - SERVE THE HIGHEST VERSION IN FORCE.   *
122706*    A CODE WHOSE EVERY VERSION IS STILL TO COME GETS ITS        *
122708*    EARLIEST RATHER THAN NO ART, WITH A WARNING SO SOMEBODY     *
122710*    LOOKS AT THE DATES.  A CODE WITH NO ART AT ALL IS LEFT AT   *
122712*    001 AND LOADS NOTHING, AS BEFORE.                           *
122714******************************************************************
122716 1195-SETTLE-VERSION.
122718     IF CB-VERS-FOUND
122720         GO TO 1195-EXIT
122722     END-IF.
122724     IF CB-VERS-NOT-SEEN
122726         MOVE 1 TO CB-SEL-VERSION
122728         GO TO 1195-EXIT
122730     END-IF.
122732     MOVE CB-LOW-VERSION TO CB-SEL-VERSION.
122734     MOVE "CBT024W" TO CB-EMIT-MSG-ID.
122736     MOVE CB-SEL-BANNER-CODE TO CB-EMIT-DETAIL.
122738     PERFORM 0100-EMIT-MESSAGE THRU 0100-EXIT.
122740     IF CB-RETURN-CODE-WK < 4
122742         MOVE 4 TO CB-RETURN-CODE-WK
122744     END-IF.
122746 1195-EXIT.
122748     EXIT.
122750******************************************************************
122752*    1196-WEIGH-CANDIDATE - NOTE THE LOWEST VERSION SEEN, AND    *
122754*    TAKE THIS ONE IF IT IS IN FORCE (UNDATED, OR EFFECTIVE ON   *
122756*    OR BEFORE THE RUN DATE) AND ABOVE THE BEST SO FAR           *
122758******************************************************************
122760 1196-WEIGH-CANDIDATE.
122762     IF CB-VERS-NOT-SEEN
122764        OR CB-CAND-VERSION < CB-LOW-VERSION
122766         MOVE CB-CAND-VERSION TO CB-LOW-VERSION
122768         SET CB-VERS-SEEN TO TRUE
122770     END-IF.
122772     IF CB-CAND-EFF-DATE NOT = SPACES
122774        AND CB-CAND-EFF-DATE > CB-RUN-DATE
122776         GO TO 1196-EXIT
122778     END-IF.
122780     IF CB-VERS-NOT-FOUND
122782        OR CB-CAND-VERSION > CB-SEL-VERSION
122784         MOVE CB-CAND-VERSION TO CB-SEL-VERSION
122786         SET CB-VERS-FOUND TO TRUE
122788     END-IF.
122790 1196-EXIT.
122792     EXIT.
122800******************************************************************
122900*    1110-READ-BANNER-REC - READ-AHEAD FOR THE LOAD LOOP         *
123000******************************************************************
127600*    OVERLAYS IT LAST AND WINS.  FOR THE COLBOT BANNER, LINE 2'S *
127700*    GREETING IS THEN REPLACED WITH THE SHIFT-AWARE TEXT         *
127800*    COMPUTED BY 1130-SET-GREETING, WHICHEVER RECORD SUPPLIED    *
127900*    THE LINE.  ONLY THE VERSION PICKED BY 1195-SETTLE-VERSION   *
127910*    IS LOADED.                                                  *
128000******************************************************************
128100 1120-LOAD-ONE-LINE.
128110     IF CB-BANNER-CODE = CB-SEL-BANNER-CODE
128120         PERFORM 1115-NORMALIZE-VERSION THRU 1115-EXIT
128130     ELSE
128140         MOVE ZERO TO CB-CAND-VERSION
128150     END-IF.
128200     IF CB-BANNER-CODE = CB-SEL-BANNER-CODE
128210        AND CB-CAND-VERSION = CB-SEL-VERSION
128300        AND CB-BANNER-LINE-NO >= 1
128400        AND CB-BANNER-LINE-NO <= 12
128500         MOVE CB-BANNER-LINE-NO TO CB-SPLICE-LINE-NO
133400     PERFORM 1210-BUILD-TIMESTAMP THRU 1210-EXIT.
133500     MOVE SPACES TO CB-RPT-REC.
133600     STRING "COLBOT MASCOT BANNER REPORT   RUN " CB-TS-FORMATTED
133610            " PROCESSING DATE " CB-RUN-DATE
133700         DELIMITED BY SIZE INTO CB-RPT-REC.
133800     WRITE CB-RPT-REC.
133900     MOVE SPACES TO CB-RPT-REC.
155300             MOVE 4 TO CB-RETURN-CODE-WK
155400         END-IF
155500     END-IF.
155510     IF CB-FLEET-BLOCK-COUNT > ZERO
155520         MOVE CB-FLEET-BLOCK-COUNT TO CB-FLEET-BLOCK-COUNT-ED
155530         MOVE "CBT023W" TO CB-EMIT-MSG-ID
155540         MOVE CB-FLEET-BLOCK-COUNT-ED TO CB-EMIT-DETAIL
155550         PERFORM 0100-EMIT-MESSAGE THRU 0100-EXIT
155560         IF CB-RETURN-CODE-WK < 4
155570             MOVE 4 TO CB-RETURN-CODE-WK
155580         END-IF
155590     END-IF.
155600 3000-EXIT.
155700     EXIT.
155800******************************************************************
157300*    GALLERY-COLLECTED MASCOT'S POSITION RECORD IS NOT WRITTEN     *
157400*    HERE - ITS ART IS STILL PENDING IN THE BAND, SO THE BAND      *
157500*    FLUSH WRITES IT ONCE THE ART HAS ACTUALLY REACHED THE SPOOL.  *
157510*    A BLOCKED SUBSYSTEM NEVER RAN: NO ART, A NOTICE NAMING ITS  *
157520*    ROOT CAUSE (OR A BLOCKED SLOT IN THE GALLERY), AND AN       *
157530*    EXCEPTIONS RECORD CARRYING THAT ROOT CAUSE.                 *
157600******************************************************************
157700 3020-PROCESS-FLEET-REC.
157800     IF CB-FLEET-IS-GROUP-HDR
162500             END-IF
162600         END-IF
162700     END-IF.
162710     IF CB-FLEET-BLOCKED
162720         ADD 1 TO CB-FLEET-BLOCK-COUNT
162730         IF CB-GALLERY-ON
162740             PERFORM 3080-COLLECT-BLOCKED THRU 3080-EXIT
162750         ELSE
162760             PERFORM 3410-SHOW-BLOCKED THRU 3410-EXIT
162770         END-IF
162780     END-IF.
162800     IF CB-FLEET-FAILED
162900         ADD 1 TO CB-FLEET-FAIL-COUNT
162910     END-IF.
162920     IF CB-FLEET-FAILED OR CB-FLEET-BLOCKED
163000         IF CB-CBFLTEXC-STATUS = "00"
163100             MOVE SPACES TO CB-FLTEXC-REC
163200             MOVE CB-FLEET-SUBSYSTEM TO CB-EXC-SUBSYSTEM
163300             MOVE CB-FLEET-BANNER-CODE TO CB-EXC-BANNER-CODE
163400             MOVE CB-FLEET-STATUS TO CB-EXC-STATUS
163500             MOVE CB-CURRENT-GROUP TO CB-EXC-GROUP
163510             MOVE CB-FLEET-ROOT-CAUSE TO CB-EXC-ROOT-CAUSE
163600             WRITE CB-FLTEXC-REC
163700         END-IF
163800     END-IF.
163900     IF CB-FLTCKP-OPEN AND CB-NOT-ABORTED
164000         IF CB-GALLERY-ON
164010            AND (CB-FLEET-COMPLETE-OK OR CB-FLEET-BLOCKED)
164100             CONTINUE
164200         ELSE
164300             MOVE CB-FLEET-SUBSYSTEM TO CB-FLTCKP-REC
168800         TO CB-GAL-ART(CB-GAL-IDX, CB-LINE-IDX).
168900 3070-EXIT.
169000     EXIT.
169003******************************************************************
169006*    3080-COLLECT-BLOCKED - A BLOCKED SUBSYSTEM TAKES A BAND     *
169009*    SLOT LIKE ANY OTHER, BUT THE SLOT SAYS WHO BLOCKED IT       *
169012*    INSTEAD OF SHOWING A MASCOT, SO THE WALL STILL ACCOUNTS     *
169015*    FOR IT IN FLTCTL ORDER.  NO BANNER IS COUNTED.              *
169018******************************************************************
169021 3080-COLLECT-BLOCKED.
169024     ADD 1 TO CB-GAL-PENDING.
169027     SET CB-GAL-IDX TO CB-GAL-PENDING.
169030     MOVE CB-FLEET-SUBSYSTEM TO CB-GAL-CAPTION(CB-GAL-IDX).
169033     PERFORM 3090-BLANK-ONE-GAL-LINE THRU 3090-EXIT
169036         VARYING CB-LINE-IDX FROM 1 BY 1
169039         UNTIL CB-LINE-IDX > 12.
169042     MOVE "   *** BLOCKED ***" TO CB-GAL-ART(CB-GAL-IDX, 5).
169045     STRING "   ROOT CAUSE " CB-FLEET-ROOT-CAUSE
169048         DELIMITED BY SIZE INTO CB-GAL-ART(CB-GAL-IDX, 7).
169051     IF CB-FLT-LEDGERED
169054         SET CB-FLT-IDX TO CB-FLT-COUNT
169057         MOVE CB-FLEET-ROOT-CAUSE TO CB-FLT-ROOT(CB-FLT-IDX)
169060     END-IF.
169063     IF CB-GAL-PENDING >= 3
169066         PERFORM 3300-FLUSH-GALLERY-BAND THRU 3300-EXIT
169069     END-IF.
169072 3080-EXIT.
169075     EXIT.
169078******************************************************************
169081*    3090-BLANK-ONE-GAL-LINE                                     *
169084******************************************************************
169087 3090-BLANK-ONE-GAL-LINE.
169090     MOVE SPACES TO CB-GAL-ART(CB-GAL-IDX, CB-LINE-IDX).
169093 3090-EXIT.
169096     EXIT.
169100******************************************************************
169200*    3300-FLUSH-GALLERY-BAND - EMIT THE COLLECTED MASCOTS SIDE   *
169300*    BY SIDE: TWELVE ART LINES, THE CAPTION LINE, A SEPARATOR.   *
183200     END-IF.
183300 3400-EXIT.
183400     EXIT.
183403******************************************************************
183406*    3410-SHOW-BLOCKED - ON THE WALL A BLOCKED SUBSYSTEM GETS A  *
183409*    ONE-LINE NOTICE WHERE ITS MASCOT WOULD HAVE BEEN, NAMING    *
183412*    THE FAILED SUBSYSTEM TO CHASE, ON SYSOUT, THE REPORT BODY   *
183415*    AND THE PRINT FILE                                          *
183418******************************************************************
183421 3410-SHOW-BLOCKED.
183424     IF CB-FLT-LEDGERED
183427         SET CB-FLT-IDX TO CB-FLT-COUNT
183430         MOVE CB-FLEET-ROOT-CAUSE TO CB-FLT-ROOT(CB-FLT-IDX)
183433     END-IF.
183436     MOVE SPACES TO CB-BLOCKED-LINE.
183439     STRING "*** " CB-FLEET-SUBSYSTEM " BLOCKED - ROOT CAUSE "
183442            CB-FLEET-ROOT-CAUSE " ***"
183445         DELIMITED BY SIZE INTO CB-BLOCKED-LINE.
183448     DISPLAY CB-BLOCKED-LINE(1:46).
183451     IF CB-STANDALONE-CALL AND CB-CBRPT-STATUS = "00"
183454         MOVE CB-BLOCKED-LINE TO CB-RPT-REC
183457         WRITE CB-RPT-REC
183460     END-IF.
183463     IF CB-PRT-ACTIVE
183466         MOVE CB-BLOCKED-LINE TO CB-PRT-DETAIL
183469         PERFORM 1610-WRITE-PRINT-LINE THRU 1610-EXIT
183472     END-IF.
183475 3410-EXIT.
183478     EXIT.
183500******************************************************************
183600*    3200-PREPARE-POSITION - SET UP THE FLEET POSITION FILE.     *
183700*    A RESTART FIRST LOADS THE SUBSYSTEMS THE FAILED RUN GOT     *
194400     MOVE CB-FLEET-BANNER-CODE TO CB-FLT-BANNER(CB-FLT-IDX).
194500     MOVE CB-FLEET-STATUS TO CB-FLT-STATUS(CB-FLT-IDX).
194600     MOVE "N" TO CB-FLT-SHOWN-SW(CB-FLT-IDX).
194610     MOVE SPACES TO CB-FLT-ROOT(CB-FLT-IDX).
194700     MOVE CB-CURRENT-GROUP TO CB-FLT-GROUP(CB-FLT-IDX).
194800 3030-EXIT.
194900     EXIT.
195100*    3100-WRITE-FLEET-SUMMARY - END THE FLEET RUN WITH ONE       *
195200*    SUMMARY LINE PER SUBSYSTEM IN COLBOT-RPT: ITS STATUS AND    *
195300*    THE BANNER SHOWN (OR NONE).  A FAILED ENTRY NO LONGER       *
195400*    DISAPPEARS FROM THE SPOOL WITHOUT A TRACE.  A BLOCKED ENTRY *
195410*    NAMES ITS ROOT CAUSE.                                       *
195500******************************************************************
195600 3100-WRITE-FLEET-SUMMARY.
195700     IF CB-CBRPT-STATUS NOT = "00"
196500     MOVE "SUBSYS" TO CB-FLS-SUBSYSTEM.
196600     MOVE "STATUS" TO CB-FLS-STATUS.
196700     MOVE "BANNER SHOWN" TO CB-FLS-BANNER.
196710     MOVE "ROOT CAUSE" TO CB-FLS-ROOT.
196800     MOVE CB-FLEET-SUMMARY-LINE TO CB-RPT-REC.
196900     WRITE CB-RPT-REC.
197000     IF CB-PRT-ACTIVE
197700     MOVE SPACES TO CB-SUM-CUR-GROUP.
197800     MOVE ZERO TO CB-GRP-PASS-COUNT.
197900     MOVE ZERO TO CB-GRP-FAIL-COUNT.
197910     MOVE ZERO TO CB-GRP-BLOCK-COUNT.
198000     PERFORM 3110-WRITE-ONE-SUMMARY THRU 3110-EXIT
198100         VARYING CB-FLT-SUB FROM 1 BY 1
198200         UNTIL CB-FLT-SUB > CB-FLT-COUNT.
200600             END-IF
200700         END-IF
200800     END-IF.
200900     EVALUATE CB-FLT-STATUS(CB-FLT-IDX)
200910         WHEN "F"
201000             ADD 1 TO CB-GRP-FAIL-COUNT
201010         WHEN "B"
201020             ADD 1 TO CB-GRP-BLOCK-COUNT
201100         WHEN OTHER
201200             ADD 1 TO CB-GRP-PASS-COUNT
201300     END-EVALUATE.
201400     MOVE SPACES TO CB-FLEET-SUMMARY-LINE.
201500     MOVE CB-FLT-SUBSYSTEM(CB-FLT-IDX) TO CB-FLS-SUBSYSTEM.
201600     EVALUATE CB-FLT-STATUS(CB-FLT-IDX)
202000             MOVE "FAILED" TO CB-FLS-STATUS
202100         WHEN "D"
202200             MOVE "PRIOR" TO CB-FLS-STATUS
202210         WHEN "B"
202220             MOVE "BLOCKED" TO CB-FLS-STATUS
202230             MOVE CB-FLT-ROOT(CB-FLT-IDX) TO CB-FLS-ROOT
202300         WHEN OTHER
202400             MOVE CB-FLT-STATUS(CB-FLT-IDX) TO CB-FLS-STATUS
202500     END-EVALUATE.
203800     EXIT.
203900******************************************************************
204000*    3120-WRITE-GROUP-SUBTOTAL - CLOSE OUT THE SECTION THE       *
204100*    SUMMARY LOOP JUST LEFT WITH ITS PASS/FAIL COUNTS, PLUS A    *
204110*    BLOCKED COUNT WHEN ANY OF ITS SUBSYSTEMS WERE BLOCKED.  THE *
204200*    BLANK GROUP (ENTRIES FROM AN FLTCTL WITH NO *GROUP          *
204300*    HEADERS) GETS COUNTS BUT NO SUBTOTAL LINE - AN UNGROUPED    *
204400*    FLEET READS EXACTLY AS IT ALWAYS DID.                       *
204600 3120-WRITE-GROUP-SUBTOTAL.
204700     IF CB-SUM-CUR-GROUP NOT = SPACES
204800        AND (CB-GRP-PASS-COUNT > ZERO
204900             OR CB-GRP-FAIL-COUNT > ZERO
204910             OR CB-GRP-BLOCK-COUNT > ZERO)
205000         MOVE CB-GRP-PASS-COUNT TO CB-GRP-PASS-COUNT-ED
205100         MOVE CB-GRP-FAIL-COUNT TO CB-GRP-FAIL-COUNT-ED
205200         MOVE SPACES TO CB-RPT-REC
205400                " SUBTOTAL  PASS " CB-GRP-PASS-COUNT-ED
205500                "  FAIL " CB-GRP-FAIL-COUNT-ED
205600             DELIMITED BY SIZE INTO CB-RPT-REC
205610         IF CB-GRP-BLOCK-COUNT > ZERO
205620             MOVE CB-GRP-BLOCK-COUNT TO CB-GRP-BLOCK-COUNT-ED
205630             MOVE "  BLOCKED " TO CB-RPT-REC(44:10)
205640             MOVE CB-GRP-BLOCK-COUNT-ED TO CB-RPT-REC(54:3)
205650         END-IF
205700         WRITE CB-RPT-REC
205800         IF CB-PRT-ACTIVE
205900             MOVE CB-RPT-REC TO CB-PRT-DETAIL
206200     END-IF.
206300     MOVE ZERO TO CB-GRP-PASS-COUNT.
206400     MOVE ZERO TO CB-GRP-FAIL-COUNT.
206410     MOVE ZERO TO CB-GRP-BLOCK-COUNT.
206500 3120-EXIT.
206600     EXIT.
206700******************************************************************
216900     EXIT.
217000******************************************************************
217100*    1450-CHECK-PRIOR-FIRING - HAS COLBOT ALREADY FIRED FOR     *
217110*    THIS JOB/STEP ON THIS BATCH NIGHT?  A RERUN FROM THE TOP    *
217120*    OF AN ABENDED JOB USED TO STAMP THE MASCOT AGAIN AND HAND   *
217130*    CBAUDRPT AN EXTRA FIRING.  THE AUDIT TRAIL IS SCANNED FOR   *
217140*    A RECORD WHOSE PROCESSING DATE (BY THE CBPDCTL CUTOFF) IS   *
217150*    THE RUN'S, FOR THE SAME CB-JOB-NAME / CB-STEP-NAME          *
217160*    (SKIPPED-RERUN RECORDS DO NOT COUNT - NO BANNER PRINTED).   *
217170*    WITH A PRIOR FIRING, POLICY RERUN=SKIP SUPPRESSES THIS      *
217180*    RUN'S BANNER, REPORT AND CHECKPOINT AND LEAVES ONLY AN      *
217190*    INFORMATIONAL AUDIT RECORD; THE DEFAULT RERUN=MARK          *
217200*    PROCEEDS BUT FLAGS THIS RUN'S AUDIT RECORD.  NO AUDIT       *
217210*    TRAIL DD MEANS NO PRIOR FIRING CAN BE KNOWN.                *
218200******************************************************************
218300 1450-CHECK-PRIOR-FIRING.
218400     OPEN INPUT CBAUDIT.
219300         MOVE SPACES TO CB-CBAUDIT-STATUS
219400         GO TO 1450-EXIT
219500     END-IF.
219800     SET CB-AUDSCAN-NOT-EOF TO TRUE.
219900     PERFORM 1460-READ-AUDIT-SCAN THRU 1460-EXIT.
220000     PERFORM 1470-MATCH-PRIOR-REC THRU 1470-EXIT
222900*    1470-MATCH-PRIOR-REC                                       *
223000******************************************************************
223100 1470-MATCH-PRIOR-REC.
223110     MOVE CB-AUD-TIMESTAMP TO CB-PD-STAMP.
223120     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
223200     IF CB-PD-DATE = CB-RUN-DATE
223300        AND CB-AUD-JOB-NAME = CB-JOB-NAME
223400        AND CB-AUD-STEP-NAME = CB-STEP-NAME
223500        AND NOT CB-AUD-RERUN-SKIPPED
223800     PERFORM 1460-READ-AUDIT-SCAN THRU 1460-EXIT.
223900 1470-EXIT.
224000     EXIT.
224100******************************************************************
224200*    1480-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
224300*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
224400*    RULE (CUTOFF 0000); AN UNREADABLE, EMPTY OR INVALID ONE     *
224500*    DOES TOO, WITH CBT025W AND RC=4                             *
224600******************************************************************
224700 1480-LOAD-PROC-DATE-CTL.
224800     OPEN INPUT CBPDCTL.
224900     IF CB-CBPDCTL-STATUS = "35"
225000         GO TO 1480-EXIT
225100     END-IF.
225200     IF CB-CBPDCTL-STATUS NOT = "00"
225300         MOVE SPACES TO CB-EMIT-DETAIL
225400         STRING "STATUS " CB-CBPDCTL-STATUS
225500             DELIMITED BY SIZE INTO CB-EMIT-DETAIL
225600         PERFORM 1490-WARN-PROC-DATE-CTL THRU 1490-EXIT
225700         GO TO 1480-EXIT
225800     END-IF.
225900     READ CBPDCTL
226000         AT END
226100             MOVE "EMPTY" TO CB-EMIT-DETAIL
226200             PERFORM 1490-WARN-PROC-DATE-CTL THRU 1490-EXIT
226300     END-READ.
226400     IF CB-CBPDCTL-STATUS = "00"
226500         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
226600            AND CB-PDC-CUTOFF-HHMM < 2400
226700            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
226800             MOVE CB-PDC-CUTOFF-HHMM TO CB-PD-CUTOFF-HHMM
226900         ELSE
227000             MOVE SPACES TO CB-EMIT-DETAIL
227100             STRING "CUTOFF " CB-PDC-CUTOFF-HHMM
227200                 DELIMITED BY SIZE INTO CB-EMIT-DETAIL
227300             PERFORM 1490-WARN-PROC-DATE-CTL THRU 1490-EXIT
227400         END-IF
227500     END-IF.
227600     CLOSE CBPDCTL.
227700 1480-EXIT.
227800     EXIT.
227900******************************************************************
228000*    1490-WARN-PROC-DATE-CTL - CBT025W WITH THE DETAIL THE       *
228100*    CALLER LEFT IN CB-EMIT-DETAIL                               *
228200******************************************************************
228300 1490-WARN-PROC-DATE-CTL.
228400     MOVE "CBT025W" TO CB-EMIT-MSG-ID.
228500     PERFORM 0100-EMIT-MESSAGE THRU 0100-EXIT.
228600     IF CB-RETURN-CODE-WK < 4
228700         MOVE 4 TO CB-RETURN-CODE-WK
228800     END-IF.
228900 1490-EXIT.
229000     EXIT.
229100******************************************************************
229200*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
229300*    CB-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CB-PD-DATE.  A       *
229400*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
229500*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
229600*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
229700******************************************************************
229800 8100-DERIVE-PROC-DATE.
229900     MOVE CB-PD-STAMP(1:10) TO CB-PD-DATE.
230000     IF CB-PD-CUTOFF-HHMM = ZERO
230100         GO TO 8100-EXIT
230200     END-IF.
230300     IF CB-PD-STAMP(12:2) IS NOT NUMERIC
230400        OR CB-PD-STAMP(15:2) IS NOT NUMERIC
230500        OR CB-PD-STAMP(1:4) IS NOT NUMERIC
230600        OR CB-PD-STAMP(6:2) IS NOT NUMERIC
230700        OR CB-PD-STAMP(9:2) IS NOT NUMERIC
230800         GO TO 8100-EXIT
230900     END-IF.
231000     MOVE CB-PD-STAMP(12:2) TO CB-PD-HH.
231100     MOVE CB-PD-STAMP(15:2) TO CB-PD-MI.
231200     COMPUTE CB-PD-HHMM = CB-PD-HH * 100 + CB-PD-MI.
231300     IF CB-PD-HHMM NOT < CB-PD-CUTOFF-HHMM
231400         GO TO 8100-EXIT
231500     END-IF.
231600     MOVE CB-PD-STAMP(1:4) TO CB-PD-YYYY.
231700     MOVE CB-PD-STAMP(6:2) TO CB-PD-MM.
231800     MOVE CB-PD-STAMP(9:2) TO CB-PD-DD.
231900     IF CB-PD-DD > 1
232000         SUBTRACT 1 FROM CB-PD-DD
232100     ELSE
232200         IF CB-PD-MM > 1
232300             SUBTRACT 1 FROM CB-PD-MM
232400         ELSE
232500             MOVE 12 TO CB-PD-MM
232600             SUBTRACT 1 FROM CB-PD-YYYY
232700         END-IF
232800         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
232900         MOVE CB-PD-DAYS-IN-MONTH TO CB-PD-DD
233000     END-IF.
233100     STRING CB-PD-YYYY "-" CB-PD-MM "-" CB-PD-DD
233200         DELIMITED BY SIZE INTO CB-PD-DATE.
233300 8100-EXIT.
233400     EXIT.
233500******************************************************************
233600*    8110-DAYS-IN-MONTH - FOR CB-PD-MM OF CB-PD-YYYY             *
233700******************************************************************
233800 8110-DAYS-IN-MONTH.
233900     EVALUATE CB-PD-MM
234000         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
234100             MOVE 31 TO CB-PD-DAYS-IN-MONTH
234200         WHEN 4 WHEN 6 WHEN 9 WHEN 11
234300             MOVE 30 TO CB-PD-DAYS-IN-MONTH
234400         WHEN 2
234500             MOVE 28 TO CB-PD-DAYS-IN-MONTH
234600             DIVIDE CB-PD-YYYY BY 4 GIVING CB-PD-QUOT
234700                 REMAINDER CB-PD-REM
234800             IF CB-PD-REM = ZERO
234900                 MOVE 29 TO CB-PD-DAYS-IN-MONTH
235000                 DIVIDE CB-PD-YYYY BY 100 GIVING CB-PD-QUOT
235100                     REMAINDER CB-PD-REM
235200                 IF CB-PD-REM = ZERO
235300                     DIVIDE CB-PD-YYYY BY 400 GIVING CB-PD-QUOT
235400                         REMAINDER CB-PD-REM
235500                     IF CB-PD-REM NOT = ZERO
235600                         MOVE 28 TO CB-PD-DAYS-IN-MONTH
235700                     END-IF
235800                 END-IF
235900             END-IF
236000         WHEN OTHER
236100             MOVE 31 TO CB-PD-DAYS-IN-MONTH
236200     END-EVALUATE.
236300 8110-EXIT.
236400     EXIT.
