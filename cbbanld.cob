001000*    BANNERCFG (DD BANCFG) STAYS THE EDITABLE LINE-SEQUENTIAL    *
001100*    SOURCE OPERATIONS MAINTAIN BY HAND.  THIS PROGRAM LOADS IT  *
001200*    INTO THE INDEXED BANNER STORE (DD BANKEY) KEYED ON BANNER   *
001300*    CODE / VERSION / WIDTH / VARIANT / LINE NUMBER, WHICH       *
001310*    COLBOT READS BY KEY AT RUN TIME.  RUN THIS AS THE           *
001400*    PROMOTION STEP AFTER CBVALID PASSES.                        *
001600*                                                                 *
001700*    RECORDS WITH AN UNKNOWN WIDTH OR VARIANT FLAG OR A LINE     *
001800*    NUMBER OUTSIDE 1-12 ARE SKIPPED AND COUNTED - CBVALID IS    *
003400*    2026-09-02  RLB  LOAD NOW CONSULTS THE BANNER DIRECTORY     *
003500*                     (DD BANNERDIR, CBBDRREC LAYOUT) AND SKIPS  *
003600*                     CODES NOT REGISTERED ACTIVE.               *
003610*    2026-10-15  RLB  LOADS THE ART VERSION (KEY) AND EFFECTIVE  *
003620*                     DATE.  A BLANK VERSION LOADS AS 001; A     *
003630*                     NON-NUMERIC VERSION OR A MALFORMED         *
003640*                     EFFECTIVE DATE IS SKIPPED AND COUNTED.     *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
024700        OR CB-BANNER-LINE-NO NOT NUMERIC
024800        OR CB-BANNER-LINE-NO < 1
024900        OR CB-BANNER-LINE-NO > 12
024910        OR (CB-BANNER-VERSION-X NOT = SPACES
024920            AND CB-BANNER-VERSION NOT NUMERIC)
024930        OR (CB-BANNER-EFF-DATE NOT = SPACES
024940            AND (CB-BANNER-EFF-DATE(5:1) NOT = "-"
024950                 OR CB-BANNER-EFF-DATE(8:1) NOT = "-"))
025000         ADD 1 TO CBL-SKIP-COUNT
025100     ELSE
025200         MOVE CB-BANNER-CODE TO CB-BKY-BANNER-CODE
025210         IF CB-BANNER-VERSION-X = SPACES
025220             MOVE 1 TO CB-BKY-VERSION
025230         ELSE
025240             MOVE CB-BANNER-VERSION TO CB-BKY-VERSION
025250         END-IF
025300         MOVE CB-BANNER-WIDTH TO CB-BKY-WIDTH
025400         MOVE CB-BANNER-VARIANT TO CB-BKY-VARIANT
025500         MOVE CB-BANNER-LINE-NO TO CB-BKY-LINE-NO
025600         MOVE CB-BANNER-TEXT TO CB-BKY-TEXT
025610         MOVE CB-BANNER-EFF-DATE TO CB-BKY-EFF-DATE
025700         WRITE CB-BANKEY-REC
025800             INVALID KEY
025900                 ADD 1 TO CBL-DUP-COUNT
