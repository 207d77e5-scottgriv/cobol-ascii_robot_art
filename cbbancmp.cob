001200*    TIME.  NOTHING USED TO PROVE THE TWO STILL AGREE: A HAND    *
001300*    EDIT TO BANNERCFG WITHOUT THE CBBANLD STEP LEFT COLBOT      *
001400*    SERVING STALE ART FOR WEEKS.  THIS UTILITY WALKS BOTH       *
001500*    DATASETS ON THE CB-BKY-KEY FIELDS (BANNER CODE, VERSION,    *
001600*    WIDTH, VARIANT, LINE NUMBER) AND REPORTS (DD CBCMPRPT):     *
001700*      - KEYS PRESENT ONLY IN BANNERCFG (THE LOAD IS BEHIND)     *
001800*      - KEYS PRESENT ONLY IN BANKEY (THE SOURCE LOST RECORDS)   *
001900*      - KEYS PRESENT IN BOTH WHOSE TEXT DIFFERS                 *
001910*      - KEYS PRESENT IN BOTH WHOSE EFFECTIVE DATE DIFFERS       *
002000*    RECORDS CBBANLD WOULD NOT LOAD (BAD WIDTH/VARIANT/LINE/     *
002010*    VERSION/EFFECTIVE DATE,                                     *
002100*    OR A CODE NOT REGISTERED ACTIVE IN THE BANNER DIRECTORY     *
002200*    WHEN DD BANNERDIR IS SUPPLIED) ARE FILTERED FROM THE        *
002300*    COMPARE THE SAME WAY THE LOAD FILTERS THEM, SO EXPECTED     *
002800*    MOD HISTORY                                                 *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    2026-09-02  RLB  ORIGINAL                                   *
003010*    2026-10-15  RLB  THE ART VERSION IS PART OF THE COMPARE KEY *
003020*                     (BLANK IN BANNERCFG = 001, AS CBBANLD      *
003030*                     LOADS IT) AND A DIFFERENT EFFECTIVE DATE   *
003040*                     IS REPORTED AS DRIFT. DIFFERENCE LINES     *
003070*                     NO LONGER BLANK THEIR TAG AND LINE LABEL.  *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
008300     05  CBC-KEY-FOUND-SW       PIC X(01)  VALUE "N".
008400         88  CBC-KEY-FOUND          VALUE "Y".
008500         88  CBC-KEY-NOT-FOUND      VALUE "N".
008510     05  CBC-REC-USABLE-SW      PIC X(01)  VALUE "Y".
008520         88  CBC-REC-USABLE         VALUE "Y".
008530         88  CBC-REC-UNUSABLE       VALUE "N".
008600 01  CBC-BANCFG-STATUS          PIC X(02)  VALUE SPACES.
008700 01  CBC-BANKEY-STATUS          PIC X(02)  VALUE SPACES.
008800 01  CBC-BANNERDIR-STATUS       PIC X(02)  VALUE SPACES.
009700     05  CBC-KEY-COUNT          PIC 9(03)  COMP VALUE ZERO.
009800     05  CBC-KEY-ENTRY OCCURS 500 TIMES
009900                       INDEXED BY CBC-KEY-IDX
010000                       PIC X(15).
010100 77  CBC-KEY-SUB                PIC 9(03)  COMP VALUE ZERO.
010200 01  CBC-KEY-WORK               PIC X(15)  VALUE SPACES.
010210 77  CBC-VERS-NUM               PIC 9(03)  VALUE ZERO.
010300******************************************************************
010400*    BANNER DIRECTORY TABLE - THE SAME FILTER CBBANLD APPLIES    *
010500******************************************************************
011900 77  CBC-ONLY-CFG-COUNT         PIC 9(05)  COMP VALUE ZERO.
012000 77  CBC-ONLY-KEY-COUNT         PIC 9(05)  COMP VALUE ZERO.
012100 77  CBC-DIFFER-COUNT           PIC 9(05)  COMP VALUE ZERO.
012110 77  CBC-DATE-DIFF-COUNT        PIC 9(05)  COMP VALUE ZERO.
012200 77  CBC-MATCH-COUNT            PIC 9(05)  COMP VALUE ZERO.
012300 77  CBC-READ-COUNT-ED          PIC 9(05)  VALUE ZERO.
012400 77  CBC-FILTERED-COUNT-ED      PIC 9(05)  VALUE ZERO.
012500 77  CBC-ONLY-CFG-COUNT-ED      PIC 9(05)  VALUE ZERO.
012600 77  CBC-ONLY-KEY-COUNT-ED      PIC 9(05)  VALUE ZERO.
012700 77  CBC-DIFFER-COUNT-ED        PIC 9(05)  VALUE ZERO.
012710 77  CBC-DATE-DIFF-COUNT-ED     PIC 9(05)  VALUE ZERO.
012800 77  CBC-MATCH-COUNT-ED         PIC 9(05)  VALUE ZERO.
012900******************************************************************
013000*    DIFFERENCE LINE WORK AREA                                   *
013200 01  CBC-DIFF-LINE.
013300     05  CBC-DIF-TAG            PIC X(18).
013400     05  CBC-DIF-CODE           PIC X(08).
013410     05  FILLER                 PIC X(05)  VALUE " VER ".
013420     05  CBC-DIF-VERSION        PIC 9(03).
013500     05  FILLER                 PIC X(01)  VALUE SPACE.
013600     05  CBC-DIF-WIDTH          PIC X(01).
013700     05  CBC-DIF-VARIANT        PIC X(01).
013800     05  FILLER                 PIC X(06)  VALUE " LINE ".
013900     05  CBC-DIF-LINE-NO        PIC X(02).
014000     05  FILLER                 PIC X(01)  VALUE SPACE.
014010     05  CBC-DIF-NOTE           PIC X(34)  VALUE SPACES.
014100******************************************************************
014200*    RUN DATE/TIME FOR THE REPORT HEADER                        *
014300******************************************************************
030700         ADD 1 TO CBC-FILTERED-COUNT
030800         GO TO 2000-NEXT
030900     END-IF.
030910     PERFORM 2050-CHECK-VERSION THRU 2050-EXIT.
030920     IF CBC-REC-UNUSABLE
030930         ADD 1 TO CBC-FILTERED-COUNT
030940         GO TO 2000-NEXT
030950     END-IF.
031000     IF CBC-BDIR-LOADED
031100         PERFORM 1400-CHECK-DIR-CODE THRU 1400-EXIT
031200         IF CBC-BDIR-SLOT = ZERO
031700     END-IF.
031800     PERFORM 2200-NOTE-KEY THRU 2200-EXIT.
031900     MOVE CB-BANNER-CODE TO CB-BKY-BANNER-CODE.
031910     MOVE CBC-VERS-NUM TO CB-BKY-VERSION.
032000     MOVE CB-BANNER-WIDTH TO CB-BKY-WIDTH.
032100     MOVE CB-BANNER-VARIANT TO CB-BKY-VARIANT.
032200     MOVE CB-BANNER-LINE-NO TO CB-BKY-LINE-NO.
033100         GO TO 2000-NEXT
033200     END-IF.
033300     IF CB-BKY-TEXT = CB-BANNER-TEXT
033310        AND CB-BKY-EFF-DATE = CB-BANNER-EFF-DATE
033400         ADD 1 TO CBC-MATCH-COUNT
033410         GO TO 2000-NEXT
033420     END-IF.
033430     IF CB-BKY-TEXT NOT = CB-BANNER-TEXT
033600         ADD 1 TO CBC-DIFFER-COUNT
033700         MOVE "TEXT DIFFERS      " TO CBC-DIF-TAG
033800         PERFORM 2100-WRITE-DIFFERENCE THRU 2100-EXIT
033900     END-IF.
033910     IF CB-BKY-EFF-DATE NOT = CB-BANNER-EFF-DATE
033920         ADD 1 TO CBC-DATE-DIFF-COUNT
033930         MOVE "EFF DATE DIFFERS  " TO CBC-DIF-TAG
033940         PERFORM 2100-WRITE-DIFFERENCE THRU 2100-EXIT
033950     END-IF.
034000 2000-NEXT.
034100     PERFORM 1100-READ-BANNER-REC THRU 1100-EXIT.
034200 2000-EXIT.
034300     EXIT.
034304******************************************************************
034308*    2050-CHECK-VERSION - THE RECORD'S ART VERSION AS CBBANLD    *
034312*    KEYS IT (BLANK = 001) INTO CBC-VERS-NUM; A NON-NUMERIC      *
034316*    VERSION OR MALFORMED EFFECTIVE DATE IS ONE THE LOAD SKIPS   *
034320******************************************************************
034324 2050-CHECK-VERSION.
034328     SET CBC-REC-USABLE TO TRUE.
034332     EVALUATE TRUE
034336         WHEN CB-BANNER-VERSION-X = SPACES
034340             MOVE 1 TO CBC-VERS-NUM
034344         WHEN CB-BANNER-VERSION NUMERIC
034348             MOVE CB-BANNER-VERSION TO CBC-VERS-NUM
034352         WHEN OTHER
034356             SET CBC-REC-UNUSABLE TO TRUE
034360     END-EVALUATE.
034364     IF CB-BANNER-EFF-DATE NOT = SPACES
034368        AND (CB-BANNER-EFF-DATE(5:1) NOT = "-"
034372             OR CB-BANNER-EFF-DATE(8:1) NOT = "-")
034376         SET CBC-REC-UNUSABLE TO TRUE
034380     END-IF.
034384 2050-EXIT.
034388     EXIT.
034400******************************************************************
034500*    2100-WRITE-DIFFERENCE - ONE REPORT LINE PER DIFFERENCE,     *
034600*    KEYED SO OPS CAN GO STRAIGHT TO THE RECORD                  *
034700******************************************************************
034800 2100-WRITE-DIFFERENCE.
034900     MOVE SPACES TO CBC-DIF-NOTE.
035000     MOVE CB-BANNER-CODE TO CBC-DIF-CODE.
035010     MOVE CBC-VERS-NUM TO CBC-DIF-VERSION.
035100     MOVE CB-BANNER-WIDTH TO CBC-DIF-WIDTH.
035200     MOVE CB-BANNER-VARIANT TO CBC-DIF-VARIANT.
035300     MOVE CB-BANNER-LINE-NO TO CBC-DIF-LINE-NO.
035310     IF CB-BKY-EFF-DATE NOT = CB-BANNER-EFF-DATE
035320        AND CBC-KEY-FOUND
035330         STRING "CFG " CB-BANNER-EFF-DATE
035340                " KEY " CB-BKY-EFF-DATE
035350             DELIMITED BY SIZE INTO CBC-DIF-NOTE
035360     END-IF.
035400     MOVE CBC-DIFF-LINE TO CBC-RPT-REC.
035500     WRITE CBC-RPT-REC.
035600     IF CBC-RETURN-CODE-WK < 8
037000     ADD 1 TO CBC-KEY-COUNT.
037100     SET CBC-KEY-IDX TO CBC-KEY-COUNT.
037200     MOVE SPACES TO CBC-KEY-WORK.
037300     STRING CB-BANNER-CODE CBC-VERS-NUM
037310            CB-BANNER-WIDTH CB-BANNER-VARIANT
037400            CB-BANNER-LINE-NO
037500         DELIMITED BY SIZE INTO CBC-KEY-WORK.
037600     MOVE CBC-KEY-WORK TO CBC-KEY-ENTRY(CBC-KEY-IDX).
041300         UNTIL CBC-KEY-SUB > CBC-KEY-COUNT.
041400     IF CBC-KEY-NOT-FOUND
041500         ADD 1 TO CBC-ONLY-KEY-COUNT
041600         MOVE SPACES TO CBC-DIF-NOTE
041700         MOVE "ONLY IN BANKEY    " TO CBC-DIF-TAG
041800         MOVE CB-BKY-BANNER-CODE TO CBC-DIF-CODE
041810         MOVE CB-BKY-VERSION TO CBC-DIF-VERSION
041900         MOVE CB-BKY-WIDTH TO CBC-DIF-WIDTH
042000         MOVE CB-BKY-VARIANT TO CBC-DIF-VARIANT
042100         MOVE CB-BKY-LINE-NO TO CBC-DIF-LINE-NO
046800         MOVE CBC-ONLY-CFG-COUNT TO CBC-ONLY-CFG-COUNT-ED
046900         MOVE CBC-ONLY-KEY-COUNT TO CBC-ONLY-KEY-COUNT-ED
047000         MOVE CBC-DIFFER-COUNT TO CBC-DIFFER-COUNT-ED
047010         MOVE CBC-DATE-DIFF-COUNT TO CBC-DATE-DIFF-COUNT-ED
047100         IF CBC-ONLY-CFG-COUNT = ZERO
047200            AND CBC-ONLY-KEY-COUNT = ZERO
047300            AND CBC-DIFFER-COUNT = ZERO
047310            AND CBC-DATE-DIFF-COUNT = ZERO
047400             MOVE "STORES AGREE - NO DRIFT FOUND" TO CBC-RPT-REC
047500             WRITE CBC-RPT-REC
047600         END-IF
048000         STRING "SOURCE READ " CBC-READ-COUNT-ED
048100                "  FILTERED " CBC-FILTERED-COUNT-ED
048200                "  MATCHED " CBC-MATCH-COUNT-ED
048210                "  DATE DIFFERS " CBC-DATE-DIFF-COUNT-ED
048300             DELIMITED BY SIZE INTO CBC-RPT-REC
048400         WRITE CBC-RPT-REC
048500         MOVE SPACES TO CBC-RPT-REC
