001500*    GIVING THE RECORD NUMBER OF EACH PROBLEM FOUND:             *
001600*      - UNKNOWN WIDTH OR VARIANT FLAG                           *
001700*      - LINE NUMBER OUTSIDE 1-12                                *
001710*      - ART VERSION THAT IS NOT 001-999 (BLANK IS 001), OR      *
001720*        AN EFFECTIVE DATE THAT IS NOT A VALID YYYY-MM-DD        *
001800*      - DUPLICATE CODE/VERSION/WIDTH/VARIANT/LINE KEY           *
001810*      - LINES OF ONE CODE/VERSION CARRYING DIFFERENT            *
001820*        EFFECTIVE DATES                                         *
001900*      - COMPACT ART TEXT WIDER THAN A COMPACT SPOOL CLASS       *
002000*        CAN PRINT                                               *
002100*      - BANNER CODE VERSIONS MISSING ANY OF LINES 1-12 FOR      *
002200*        THE WIDE/STANDARD COMBINATION COLBOT FALLS BACK ON      *
002300*      - BANNER CODES NOT REGISTERED ACTIVE IN THE BANNER        *
002400*        DIRECTORY (DD BANNERDIR) WHEN ONE IS SUPPLIED           *
002500*    A CLEAN DATASET ENDS AT RC=0 SO THE PROMOTION JOB CAN GATE  *
003400*                     REGISTERED, OR REGISTERED RETIRED, IS AN   *
003500*                     EXCEPTION.  NO DIRECTORY DD SKIPS THE      *
003600*                     CHECK WITH A REPORT NOTE.                  *
003610*    2026-10-15  RLB  ART VERSION AND EFFECTIVE DATE ARE         *
003620*                     VALIDATED; DUPLICATES AND THE WIDE/        *
003630*                     STANDARD COMPLETENESS CHECK ARE PER        *
003640*                     VERSION, AND A VERSION'S LINES MUST SHARE  *
003650*                     ONE EFFECTIVE DATE.                        *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007800     05  CBV-BDIR-EOF-SW        PIC X(01)  VALUE "N".
007900         88  CBV-BDIR-EOF           VALUE "Y".
008000         88  CBV-BDIR-NOT-EOF       VALUE "N".
008010     05  CBV-VERS-FOUND-SW      PIC X(01)  VALUE "N".
008020         88  CBV-VERS-FOUND         VALUE "Y".
008030         88  CBV-VERS-NOT-FOUND     VALUE "N".
008100     05  CBV-BDIR-LOADED-SW     PIC X(01)  VALUE "N".
008200         88  CBV-BDIR-LOADED        VALUE "Y".
008300         88  CBV-BDIR-NOT-LOADED    VALUE "N".
009800 77  CBV-COMPACT-MAX-COL        PIC 9(02)  COMP VALUE 40.
009900 77  CBV-SCAN-COL               PIC 9(02)  COMP VALUE ZERO.
010000 77  CBV-LAST-USED-COL          PIC 9(02)  COMP VALUE ZERO.
010010******************************************************************
010020*    THE RECORD'S ART VERSION AS CBBANLD KEYS IT - BLANK IS 001  *
010030******************************************************************
010040 77  CBV-REC-VERSION            PIC 9(03)  VALUE ZERO.
010050 77  CBV-REC-VERSION-ED         PIC 9(03)  VALUE ZERO.
010100******************************************************************
010200*    DISTINCT CODE/VERSION/WIDTH/VARIANT COMBINATIONS SEEN,      *
010300*    EACH WITH ITS EFFECTIVE DATE AND A FLAG PER ART LINE SO     *
010400*    DUPLICATE KEYS, MIXED DATES AND MISSING LINES CAN BE        *
010410*    REPORTED                                                    *
010500******************************************************************
010600 01  CBV-COMBO-TABLE.
010700     05  CBV-COMBO-COUNT        PIC 9(03)  COMP VALUE ZERO.
010800     05  CBV-COMBO-ENTRY OCCURS 200 TIMES
010900                         INDEXED BY CBV-CMB-IDX.
011000         10  CBV-CMB-CODE       PIC X(08).
011010         10  CBV-CMB-VERSION    PIC 9(03).
011020         10  CBV-CMB-EFF-DATE   PIC X(10).
011100         10  CBV-CMB-WIDTH      PIC X(01).
011200         10  CBV-CMB-VARIANT    PIC X(01).
011300         10  CBV-CMB-LINE-FLAG  OCCURS 12 TIMES PIC X(01).
011800******************************************************************
011900 01  CBV-FIND-KEY.
012000     05  CBV-FIND-CODE          PIC X(08).
012010     05  CBV-FIND-VERSION       PIC 9(03).
012100     05  CBV-FIND-WIDTH         PIC X(01).
012200     05  CBV-FIND-VARIANT       PIC X(01).
012300******************************************************************
013000                        INDEXED BY CBV-CODE-IDX
013100                        PIC X(08).
013200 77  CBV-CODE-SUB               PIC 9(03)  COMP VALUE ZERO.
013207******************************************************************
013214*    DISTINCT CODE/VERSION PAIRS SEEN - EACH VERSION MUST CARRY  *
013221*    ITS OWN FULL WIDE/STANDARD SET, SINCE COLBOT SERVES ONE     *
013228*    VERSION WHOLE                                               *
013235******************************************************************
013242 01  CBV-VERS-TABLE.
013249     05  CBV-VERS-COUNT         PIC 9(03)  COMP VALUE ZERO.
013256     05  CBV-VERS-ENTRY OCCURS 100 TIMES
013263                        INDEXED BY CBV-VERS-IDX.
013270         10  CBV-VTB-CODE       PIC X(08).
013277         10  CBV-VTB-VERSION    PIC 9(03).
013284 77  CBV-VERS-SUB               PIC 9(03)  COMP VALUE ZERO.
013300******************************************************************
013400*    BANNER DIRECTORY TABLE - THE REGISTRY OF KNOWN BANNER CODES *
013500*    LOADED FROM DD BANNERDIR AT STARTUP, WHEN ONE IS SUPPLIED   *
031200             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
031300         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
031400     END-IF.
031410     PERFORM 2050-CHECK-VERSION THRU 2050-EXIT.
031500     IF CBV-REC-VALID
031600         PERFORM 2100-REGISTER-KEY THRU 2100-EXIT
031700     END-IF.
032100     PERFORM 1100-READ-BANNER-REC THRU 1100-EXIT.
032200 2000-EXIT.
032300     EXIT.
032302******************************************************************
032304*    2050-CHECK-VERSION - THE ART VERSION MUST BE BLANK (001) OR *
032306*    001-999, AND AN EFFECTIVE DATE, WHEN GIVEN, A REAL          *
032308*    YYYY-MM-DD.  EITHER FAULT IS A RECORD CBBANLD WOULD SKIP.   *
032310******************************************************************
032312 2050-CHECK-VERSION.
032314     EVALUATE TRUE
032316         WHEN CB-BANNER-VERSION-X = SPACES
032318             MOVE 1 TO CBV-REC-VERSION
032320         WHEN CB-BANNER-VERSION NUMERIC
032322             MOVE CB-BANNER-VERSION TO CBV-REC-VERSION
032324         WHEN OTHER
032326             MOVE ZERO TO CBV-REC-VERSION
032328     END-EVALUATE.
032330     IF CBV-REC-VERSION = ZERO
032332         SET CBV-REC-INVALID TO TRUE
032334         MOVE SPACES TO CBV-EXCEPTION-TEXT
032336         STRING "BAD VERSION '" CB-BANNER-VERSION-X
032338                "' FOR BANNER " CB-BANNER-CODE
032340             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
032342         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
032344     END-IF.
032346     IF CB-BANNER-EFF-DATE = SPACES
032348         GO TO 2050-EXIT
032350     END-IF.
032352     IF CB-BANNER-EFF-DATE(1:4) IS NOT NUMERIC
032354        OR CB-BANNER-EFF-DATE(5:1) NOT = "-"
032356        OR CB-BANNER-EFF-DATE(6:2) IS NOT NUMERIC
032358        OR CB-BANNER-EFF-DATE(8:1) NOT = "-"
032360        OR CB-BANNER-EFF-DATE(9:2) IS NOT NUMERIC
032362        OR CB-BANNER-EFF-DATE(6:2) < "01"
032364        OR CB-BANNER-EFF-DATE(6:2) > "12"
032366        OR CB-BANNER-EFF-DATE(9:2) < "01"
032368        OR CB-BANNER-EFF-DATE(9:2) > "31"
032370         SET CBV-REC-INVALID TO TRUE
032372         MOVE SPACES TO CBV-EXCEPTION-TEXT
032374         STRING "BAD EFFECTIVE DATE '" CB-BANNER-EFF-DATE
032376                "' FOR BANNER " CB-BANNER-CODE
032378             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
032380         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
032382     END-IF.
032384 2050-EXIT.
032386     EXIT.
032400******************************************************************
032500*    2100-REGISTER-KEY - FIND OR ADD THE RECORD'S CODE/VERSION/  *
032600*    WIDTH/VARIANT COMBINATION AND FLAG ITS LINE NUMBER.  A LINE *
032700*    FLAG ALREADY SET MEANS A DUPLICATE KEY.  THE RECORD'S       *
032800*    EFFECTIVE DATE MUST MATCH THE ONE ITS VERSION ALREADY       *
032810*    CARRIES.  THE BANNER CODE IS NOTED IN THE DISTINCT-CODE     *
032820*    TABLE FOR THE DIRECTORY PASS, AND THE CODE/VERSION IN THE   *
032830*    VERSION TABLE FOR THE COMPLETENESS PASS.                    *
032900******************************************************************
033000 2100-REGISTER-KEY.
033100     MOVE CB-BANNER-CODE TO CBV-FIND-CODE.
033110     MOVE CBV-REC-VERSION TO CBV-FIND-VERSION.
033200     MOVE CB-BANNER-WIDTH TO CBV-FIND-WIDTH.
033300     MOVE CB-BANNER-VARIANT TO CBV-FIND-VARIANT.
033400     PERFORM 2110-FIND-COMBO THRU 2110-EXIT.
033500     IF CBV-COMBO-SLOT = ZERO
033600         IF CBV-COMBO-COUNT >= 200
033700             MOVE SPACES TO CBV-EXCEPTION-TEXT
033800             MOVE "MORE THAN 200 CODE/VERSION/WIDTH/VARIANT SETS"
033900                 TO CBV-EXCEPTION-TEXT
034000             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
034100             GO TO 2100-EXIT
034200         END-IF
034210         PERFORM 2140-CHECK-VERSION-DATE THRU 2140-EXIT
034300         ADD 1 TO CBV-COMBO-COUNT
034400         MOVE CBV-COMBO-COUNT TO CBV-COMBO-SLOT
034500         SET CBV-CMB-IDX TO CBV-COMBO-SLOT
034600         MOVE CB-BANNER-CODE TO CBV-CMB-CODE(CBV-CMB-IDX)
034700         MOVE CB-BANNER-WIDTH TO CBV-CMB-WIDTH(CBV-CMB-IDX)
034800         MOVE CB-BANNER-VARIANT TO CBV-CMB-VARIANT(CBV-CMB-IDX)
034810         MOVE CBV-REC-VERSION TO CBV-CMB-VERSION(CBV-CMB-IDX)
034820         MOVE CB-BANNER-EFF-DATE TO CBV-CMB-EFF-DATE(CBV-CMB-IDX)
034900         PERFORM 2130-CLEAR-LINE-FLAG THRU 2130-EXIT
035000             VARYING CBV-LINE-SUB FROM 1 BY 1
035100             UNTIL CBV-LINE-SUB > 12
035200     END-IF.
035300     SET CBV-CMB-IDX TO CBV-COMBO-SLOT.
035310     MOVE CBV-REC-VERSION TO CBV-REC-VERSION-ED.
035320     IF CB-BANNER-EFF-DATE NOT = CBV-CMB-EFF-DATE(CBV-CMB-IDX)
035330         MOVE SPACES TO CBV-EXCEPTION-TEXT
035340         STRING "BANNER " CB-BANNER-CODE " VERSION "
035350                CBV-REC-VERSION-ED " MIXES EFFECTIVE DATES"
035360             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
035370         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
035380     END-IF.
035400     IF CBV-CMB-LINE-FLAG(CBV-CMB-IDX, CB-BANNER-LINE-NO) = "Y"
035500         MOVE SPACES TO CBV-EXCEPTION-TEXT
035600         STRING "DUPLICATE KEY " CB-BANNER-CODE " "
035610                "V" CBV-REC-VERSION-ED " "
035700                CB-BANNER-WIDTH CB-BANNER-VARIANT
035800                " LINE " CB-BANNER-LINE-NO
035900             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
036300             TO CBV-CMB-LINE-FLAG(CBV-CMB-IDX, CB-BANNER-LINE-NO)
036400     END-IF.
036500     PERFORM 2150-REGISTER-CODE THRU 2150-EXIT.
036510     PERFORM 2170-REGISTER-VERSION THRU 2170-EXIT.
036600 2100-EXIT.
036700     EXIT.
036800******************************************************************
038200******************************************************************
038300 2120-MATCH-COMBO.
038400     IF CBV-CMB-CODE(CBV-CMB-IDX) = CBV-FIND-CODE
038410        AND CBV-CMB-VERSION(CBV-CMB-IDX) = CBV-FIND-VERSION
038500        AND CBV-CMB-WIDTH(CBV-CMB-IDX) = CBV-FIND-WIDTH
038600        AND CBV-CMB-VARIANT(CBV-CMB-IDX) = CBV-FIND-VARIANT
038700         SET CBV-COMBO-SLOT TO CBV-CMB-IDX
039500     MOVE SPACE TO CBV-CMB-LINE-FLAG(CBV-CMB-IDX, CBV-LINE-SUB).
039600 2130-EXIT.
039700     EXIT.
039702******************************************************************
039704*    2140-CHECK-VERSION-DATE - A NEW WIDTH/VARIANT SET OF A      *
039706*    VERSION ALREADY SEEN MUST CARRY THAT VERSION'S EFFECTIVE    *
039708*    DATE.  THE FIRST EARLIER SET OF THE SAME CODE/VERSION IS    *
039710*    THE ONE COMPARED.                                           *
039712******************************************************************
039714 2140-CHECK-VERSION-DATE.
039716     SET CBV-VERS-NOT-FOUND TO TRUE.
039718     PERFORM 2145-MATCH-VERSION-DATE THRU 2145-EXIT
039720         VARYING CBV-CMB-IDX FROM 1 BY 1
039722         UNTIL CBV-CMB-IDX > CBV-COMBO-COUNT
039724            OR CBV-VERS-FOUND.
039726 2140-EXIT.
039728     EXIT.
039730******************************************************************
039732*    2145-MATCH-VERSION-DATE                                     *
039734******************************************************************
039736 2145-MATCH-VERSION-DATE.
039738     IF CBV-CMB-CODE(CBV-CMB-IDX) NOT = CB-BANNER-CODE
039740        OR CBV-CMB-VERSION(CBV-CMB-IDX) NOT = CBV-REC-VERSION
039742         GO TO 2145-EXIT
039744     END-IF.
039746     SET CBV-VERS-FOUND TO TRUE.
039748     IF CBV-CMB-EFF-DATE(CBV-CMB-IDX) NOT = CB-BANNER-EFF-DATE
039750         MOVE CBV-REC-VERSION TO CBV-REC-VERSION-ED
039752         MOVE SPACES TO CBV-EXCEPTION-TEXT
039754         STRING "BANNER " CB-BANNER-CODE " VERSION "
039756                CBV-REC-VERSION-ED " MIXES EFFECTIVE DATES"
039758             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
039760         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
039762     END-IF.
039764 2145-EXIT.
039766     EXIT.
039800******************************************************************
039900*    2150-REGISTER-CODE - NOTE A BANNER CODE THE FIRST TIME IT   *
040000*    APPEARS                                                     *
042000     END-IF.
042100 2160-EXIT.
042200     EXIT.
042203******************************************************************
042206*    2170-REGISTER-VERSION - NOTE A CODE/VERSION PAIR THE FIRST  *
042209*    TIME IT APPEARS                                             *
042212******************************************************************
042215 2170-REGISTER-VERSION.
042218     SET CBV-VERS-NOT-FOUND TO TRUE.
042221     PERFORM 2180-MATCH-VERSION THRU 2180-EXIT
042224         VARYING CBV-VERS-IDX FROM 1 BY 1
042227         UNTIL CBV-VERS-IDX > CBV-VERS-COUNT.
042230     IF CBV-VERS-NOT-FOUND AND CBV-VERS-COUNT < 100
042233         ADD 1 TO CBV-VERS-COUNT
042236         SET CBV-VERS-IDX TO CBV-VERS-COUNT
042239         MOVE CB-BANNER-CODE TO CBV-VTB-CODE(CBV-VERS-IDX)
042242         MOVE CBV-REC-VERSION TO CBV-VTB-VERSION(CBV-VERS-IDX)
042245     END-IF.
042248 2170-EXIT.
042251     EXIT.
042254******************************************************************
042257*    2180-MATCH-VERSION                                          *
042260******************************************************************
042263 2180-MATCH-VERSION.
042266     IF CBV-VTB-CODE(CBV-VERS-IDX) = CB-BANNER-CODE
042269        AND CBV-VTB-VERSION(CBV-VERS-IDX) = CBV-REC-VERSION
042272         SET CBV-VERS-FOUND TO TRUE
042275     END-IF.
042278 2180-EXIT.
042281     EXIT.
042300******************************************************************
042400*    2200-WRITE-EXCEPTION - ONE REPORT LINE PER PROBLEM, WITH    *
042500*    THE BANNERCFG RECORD NUMBER SO OPS CAN GO STRAIGHT TO THE   *
046800     EXIT.
046900******************************************************************
047000*    3000-CHECK-COMPLETENESS - AFTER END OF FILE, EVERY BANNER   *
047100*    CODE VERSION SEEN MUST CARRY A FULL LINE 1-12 SET FOR THE   *
047200*    WIDE/STANDARD COMBINATION, THE FALLBACK COLBOT LOADS        *
047300*    FIRST.  A MISSING SET OR A GAP IN IT IS WHAT PRINTS AS A    *
047400*    HALF-BLANK MASCOT OVERNIGHT.                                *
047600 3000-CHECK-COMPLETENESS.
047700     MOVE ZERO TO CBV-RECORD-NO.
047800     PERFORM 3100-CHECK-ONE-CODE THRU 3100-EXIT
047900         VARYING CBV-VERS-SUB FROM 1 BY 1
048000         UNTIL CBV-VERS-SUB > CBV-VERS-COUNT.
048100 3000-EXIT.
048200     EXIT.
048300******************************************************************
048400*    3100-CHECK-ONE-CODE                                        *
048500******************************************************************
048600 3100-CHECK-ONE-CODE.
048700     SET CBV-VERS-IDX TO CBV-VERS-SUB.
048800     MOVE CBV-VTB-CODE(CBV-VERS-IDX) TO CBV-FIND-CODE.
048810     MOVE CBV-VTB-VERSION(CBV-VERS-IDX) TO CBV-FIND-VERSION.
048820     MOVE CBV-FIND-VERSION TO CBV-REC-VERSION-ED.
048900     MOVE "W" TO CBV-FIND-WIDTH.
049000     MOVE "S" TO CBV-FIND-VARIANT.
049100     PERFORM 2110-FIND-COMBO THRU 2110-EXIT.
049200     IF CBV-COMBO-SLOT = ZERO
049300         MOVE SPACES TO CBV-EXCEPTION-TEXT
049400         STRING "NO WIDE/STANDARD RECORDS FOR BANNER "
049500                CBV-FIND-CODE " VERSION " CBV-REC-VERSION-ED
049600             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
049700         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049800         GO TO 3100-EXIT
051000     IF CBV-CMB-LINE-FLAG(CBV-CMB-IDX, CBV-LINE-SUB) NOT = "Y"
051100         MOVE CBV-LINE-SUB TO CBV-LINE-SUB-ED
051200         MOVE SPACES TO CBV-EXCEPTION-TEXT
051300         STRING "BANNER " CBV-FIND-CODE " VERSION "
051310                CBV-REC-VERSION-ED
051400                " WIDE/STANDARD MISSING LINE " CBV-LINE-SUB-ED
051500             DELIMITED BY SIZE INTO CBV-EXCEPTION-TEXT
051600         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
