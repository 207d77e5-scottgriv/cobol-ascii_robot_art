000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBACKRPT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBACKRPT - DAILY ALERT ACKNOWLEDGMENT REPORT                *
000900*                                                                *
001000*    CBFLTALT RECORDS EVERY ALERT IT SENDS IN THE ALERT LEDGER   *
001100*    (DD CBALTLDG, CBALDREC LAYOUT) AND KEEPS IT UP TO DATE AS   *
001200*    OPERATORS ACKNOWLEDGE AND AS UNANSWERED ALERTS ARE          *
001300*    RE-ESCALATED.  THIS REPORT (DD CBACKRPT) TAKES THE ALERTS   *
001400*    OF ONE PROCESSING DATE AND PRINTS:                          *
001500*      - EVERY ALERT - WHO WAS PAGED AND WHEN, WHETHER IT IS     *
001600*        STILL OPEN, HOW FAR IT WAS ESCALATED AND TO WHOM, WHO   *
001700*        ACKNOWLEDGED IT AND ITS TIME-TO-ACKNOWLEDGE IN MINUTES  *
001800*      - THE SAME BY CONTACT PAGED, WITH AVERAGE AND LONGEST     *
001900*        TIME-TO-ACKNOWLEDGE                                     *
002000*      - OPEN, ACKNOWLEDGED AND ESCALATED TOTALS FOR THE NIGHT   *
002100*    THE PROCESSING DATE DEFAULTS TO THE CURRENT ONE (CBPDCTL    *
002200*    CUTOFF) AND CAN BE OVERRIDDEN WITH PARM DATE=YYYY-MM-DD.    *
002300*    THE LEDGER KEEPS ACKNOWLEDGED ALERTS FOR A WEEK, SO THAT IS *
002400*    HOW FAR BACK A RERUN OF THE REPORT CAN GO.  NO CBALTLDG     *
002500*    MEANS NO ALERTS HAVE BEEN SENT YET.  RC=0 EVERY ALERT OF    *
002600*    THE NIGHT IS ACKNOWLEDGED (OR THERE WERE NONE); RC=4 ANY    *
002700*    IS STILL OPEN; RC=16 A FILE WILL NOT OPEN OR THE DATE= PARM *
002800*    IS INVALID.                                                 *
002900*                                                                *
003000*    MOD HISTORY                                                 *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    2026-10-15  RLB  ORIGINAL                                   *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CBALTLDG ASSIGN TO "CBALTLDG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS CBW-CBALTLDG-STATUS.
004000     SELECT CBACKRPT ASSIGN TO "CBACKRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CBW-CBACKRPT-STATUS.
004300     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CBW-CBPDCTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CBALTLDG
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CBALDREC.
005100 FD  CBACKRPT
005200     LABEL RECORDS ARE STANDARD.
005300 01  CBW-RPT-REC                PIC X(80).
005400 FD  CBPDCTL
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CBPDCREC.
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    CONTROL SWITCHES                                            *
006000******************************************************************
006100 01  CBW-SWITCHES.
006200     05  CBW-CBALTLDG-EOF-SW    PIC X(01)  VALUE "N".
006300         88  CBW-CBALTLDG-EOF       VALUE "Y".
006400         88  CBW-CBALTLDG-NOT-EOF   VALUE "N".
006500     05  CBW-ABORT-SW           PIC X(01)  VALUE "N".
006600         88  CBW-ABORT-REQUESTED    VALUE "Y".
006700         88  CBW-NOT-ABORTED        VALUE "N".
006800 01  CBW-CBALTLDG-STATUS        PIC X(02)  VALUE SPACES.
006900 01  CBW-CBACKRPT-STATUS        PIC X(02)  VALUE SPACES.
007000 01  CBW-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
007100 77  CBW-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
007200******************************************************************
007300*    CONTACT TABLE - ONE ENTRY PER CONTACT PAGED ON THE NIGHT    *
007400******************************************************************
007500 01  CBW-CONTACT-TABLE.
007600     05  CBW-CON-COUNT          PIC 9(03)  COMP VALUE ZERO.
007700     05  CBW-CON-ENTRY OCCURS 50 TIMES
007800                       INDEXED BY CBW-CON-IDX.
007900         10  CBW-CON-CONTACT    PIC X(08).
008000         10  CBW-CON-ALERTS     PIC 9(05)  COMP.
008100         10  CBW-CON-ACKED      PIC 9(05)  COMP.
008200         10  CBW-CON-ESCALATED  PIC 9(05)  COMP.
008300         10  CBW-CON-TTA-SUM    PIC 9(07)  COMP.
008400         10  CBW-CON-TTA-MAX    PIC 9(05)  COMP.
008500 77  CBW-CON-SUB                PIC 9(03)  COMP VALUE ZERO.
008600 77  CBW-CON-SLOT               PIC 9(03)  COMP VALUE ZERO.
008700******************************************************************
008800*    PROCESSING DATE - DEFAULTS TO THE CURRENT PROCESSING DATE,  *
008900*    OVERRIDDEN BY PARM DATE=YYYY-MM-DD                          *
009000******************************************************************
009100 01  CBW-REPORT-DATE            PIC X(10)  VALUE SPACES.
009200******************************************************************
009300*    NIGHT TOTALS                                                *
009400******************************************************************
009500 77  CBW-ALERT-COUNT            PIC 9(05)  COMP VALUE ZERO.
009600 77  CBW-OPEN-COUNT             PIC 9(05)  COMP VALUE ZERO.
009700 77  CBW-ACKED-COUNT            PIC 9(05)  COMP VALUE ZERO.
009800 77  CBW-ESC-COUNT              PIC 9(05)  COMP VALUE ZERO.
009900 77  CBW-ESC-SEC-COUNT          PIC 9(05)  COMP VALUE ZERO.
010000 77  CBW-ESC-SUP-COUNT          PIC 9(05)  COMP VALUE ZERO.
010100 77  CBW-TTA-SUM                PIC 9(07)  COMP VALUE ZERO.
010200 77  CBW-TTA-MAX                PIC 9(05)  COMP VALUE ZERO.
010300 77  CBW-TTA-AVG                PIC 9(05)  COMP VALUE ZERO.
010400 77  CBW-LEDGER-COUNT           PIC 9(05)  COMP VALUE ZERO.
010500 77  CBW-ALERT-COUNT-ED         PIC 9(05)  VALUE ZERO.
010600 77  CBW-OPEN-COUNT-ED          PIC 9(05)  VALUE ZERO.
010700 77  CBW-ACKED-COUNT-ED         PIC 9(05)  VALUE ZERO.
010800 77  CBW-ESC-COUNT-ED           PIC 9(05)  VALUE ZERO.
010900 77  CBW-ESC-SEC-COUNT-ED       PIC 9(05)  VALUE ZERO.
011000 77  CBW-ESC-SUP-COUNT-ED       PIC 9(05)  VALUE ZERO.
011100 77  CBW-LEDGER-COUNT-ED        PIC 9(05)  VALUE ZERO.
011200 01  CBW-MINUTES-ED             PIC ZZZZ9.
011300 01  CBW-MINUTES-ED2            PIC ZZZZ9.
011400******************************************************************
011500*    REPORT LINES                                                *
011600******************************************************************
011700 01  CBW-DETAIL-LINE.
011800     05  CBW-DET-ALERT-ID       PIC X(12).
011900     05  FILLER                 PIC X(02)  VALUE SPACES.
012000     05  CBW-DET-SUBSYSTEM      PIC X(08).
012100     05  FILLER                 PIC X(02)  VALUE SPACES.
012200     05  CBW-DET-CONTACT        PIC X(08).
012300     05  FILLER                 PIC X(02)  VALUE SPACES.
012400     05  CBW-DET-SENT           PIC X(05).
012500     05  FILLER                 PIC X(02)  VALUE SPACES.
012600     05  CBW-DET-STATE          PIC X(05).
012700     05  FILLER                 PIC X(02)  VALUE SPACES.
012800     05  CBW-DET-LEVEL          PIC X(01).
012900     05  FILLER                 PIC X(02)  VALUE SPACES.
013000     05  CBW-DET-ESC-CONTACT    PIC X(08).
013100     05  FILLER                 PIC X(02)  VALUE SPACES.
013200     05  CBW-DET-ACK-BY         PIC X(08).
013300     05  FILLER                 PIC X(02)  VALUE SPACES.
013400     05  CBW-DET-TTA            PIC X(05).
013500 01  CBW-CONTACT-LINE.
013600     05  CBW-CL-CONTACT         PIC X(08).
013700     05  FILLER                 PIC X(03)  VALUE SPACES.
013800     05  CBW-CL-ALERTS          PIC ZZZZ9.
013900     05  FILLER                 PIC X(03)  VALUE SPACES.
014000     05  CBW-CL-ACKED           PIC ZZZZ9.
014100     05  FILLER                 PIC X(06)  VALUE SPACES.
014200     05  CBW-CL-ESCALATED       PIC ZZZZ9.
014300     05  FILLER                 PIC X(04)  VALUE SPACES.
014400     05  CBW-CL-AVG-TTA         PIC X(05).
014500     05  FILLER                 PIC X(04)  VALUE SPACES.
014600     05  CBW-CL-MAX-TTA         PIC X(05).
014700******************************************************************
014800*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
014900*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
015000*    THE BATCH NIGHT IT BELONGS TO                               *
015100******************************************************************
015200 01  CBW-PROCDT-WORK.
015300     05  CBW-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
015400     05  CBW-PD-STAMP           PIC X(19).
015500     05  CBW-PD-HH              PIC 9(02).
015600     05  CBW-PD-MI              PIC 9(02).
015700     05  CBW-PD-HHMM            PIC 9(04).
015800     05  CBW-PD-YYYY            PIC 9(04).
015900     05  CBW-PD-MM              PIC 9(02).
016000     05  CBW-PD-DD              PIC 9(02).
016100     05  CBW-PD-QUOT            PIC 9(04)  COMP.
016200     05  CBW-PD-REM             PIC 9(04)  COMP.
016300     05  CBW-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
016400     05  CBW-PD-DATE            PIC X(10).
016500******************************************************************
016600*    PARM TOKEN WORK AREA                                        *
016700******************************************************************
016800 01  CBW-PARM-TOKENS.
016900     05  CBW-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
017000 77  CBW-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
017100 01  CBW-TOKEN-SPLIT.
017200     05  CBW-TOKEN-KEY          PIC X(10).
017300     05  CBW-TOKEN-VAL          PIC X(10).
017400******************************************************************
017500*    RUN DATE/TIME FOR THE REPORT HEADER AND THE DEFAULT DATE    *
017600******************************************************************
017700 01  CBW-TIMESTAMP-WORK.
017800     05  CBW-CURR-DATE          PIC 9(08).
017900     05  CBW-CURR-TIME          PIC 9(08).
018000     05  CBW-TS-YYYY            PIC 9(04).
018100     05  CBW-TS-MM              PIC 9(02).
018200     05  CBW-TS-DD              PIC 9(02).
018300     05  CBW-TS-HH              PIC 9(02).
018400     05  CBW-TS-MIN             PIC 9(02).
018500     05  CBW-TS-SEC             PIC 9(02).
018600     05  CBW-TS-FORMATTED       PIC X(19).
018700 LINKAGE SECTION.
018800******************************************************************
018900*    CBW-PARM-AREA - OPTIONAL. PRESENT WHEN CBACKRPT RUNS AS THE *
019000*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
019100******************************************************************
019200 01  CBW-PARM-AREA.
019300     05  CBW-PARM-TEXT          PIC X(80).
019400 PROCEDURE DIVISION USING OPTIONAL CBW-PARM-AREA.
019500******************************************************************
019600*    0000-MAINLINE                                               *
019700******************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     IF CBW-NOT-ABORTED
020100         PERFORM 2000-REPORT-ONE-ALERT THRU 2000-EXIT
020200             UNTIL CBW-CBALTLDG-EOF
020300         PERFORM 3000-WRITE-CONTACTS THRU 3000-EXIT
020400         PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
020500     END-IF.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     MOVE CBW-RETURN-CODE-WK TO RETURN-CODE.
020800     GOBACK.
020900******************************************************************
021000*    1000-INITIALIZE - RESOLVE THE PROCESSING DATE, OPEN THE     *
021100*    FILES, WRITE THE REPORT HEADER, PRIME THE LEDGER READ       *
021200******************************************************************
021300 1000-INITIALIZE.
021400     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
021500     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
021600     MOVE CBW-TS-FORMATTED TO CBW-PD-STAMP.
021700     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
021800     MOVE CBW-PD-DATE TO CBW-REPORT-DATE.
021900     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
022000     IF CBW-REPORT-DATE(1:4) IS NOT NUMERIC
022100        OR CBW-REPORT-DATE(5:1) NOT = "-"
022200        OR CBW-REPORT-DATE(6:2) IS NOT NUMERIC
022300        OR CBW-REPORT-DATE(8:1) NOT = "-"
022400        OR CBW-REPORT-DATE(9:2) IS NOT NUMERIC
022500         DISPLAY "CBACKRPT: DATE=" CBW-REPORT-DATE
022600                 " IS NOT A VALID YYYY-MM-DD"
022700         SET CBW-ABORT-REQUESTED TO TRUE
022800         MOVE 16 TO CBW-RETURN-CODE-WK
022900         GO TO 1000-EXIT
023000     END-IF.
023100     OPEN INPUT CBALTLDG.
023200     IF CBW-CBALTLDG-STATUS NOT = "00"
023300        AND CBW-CBALTLDG-STATUS NOT = "35"
023400         DISPLAY "CBACKRPT: UNABLE TO OPEN CBALTLDG - STATUS "
023500                 CBW-CBALTLDG-STATUS
023600         SET CBW-ABORT-REQUESTED TO TRUE
023700         MOVE 16 TO CBW-RETURN-CODE-WK
023800         GO TO 1000-EXIT
023900     END-IF.
024000     OPEN OUTPUT CBACKRPT.
024100     IF CBW-CBACKRPT-STATUS NOT = "00"
024200         DISPLAY "CBACKRPT: UNABLE TO OPEN CBACKRPT - STATUS "
024300                 CBW-CBACKRPT-STATUS
024400         SET CBW-ABORT-REQUESTED TO TRUE
024500         MOVE 16 TO CBW-RETURN-CODE-WK
024600         GO TO 1000-EXIT
024700     END-IF.
024800     MOVE SPACES TO CBW-RPT-REC.
024900     STRING "ALERT ACKNOWLEDGMENT REPORT FOR PROCESSING DATE "
025000            CBW-REPORT-DATE
025100         DELIMITED BY SIZE INTO CBW-RPT-REC.
025200     WRITE CBW-RPT-REC.
025300     MOVE SPACES TO CBW-RPT-REC.
025400     STRING "RUN " CBW-TS-FORMATTED
025500         DELIMITED BY SIZE INTO CBW-RPT-REC.
025600     WRITE CBW-RPT-REC.
025700     MOVE SPACES TO CBW-RPT-REC.
025800     WRITE CBW-RPT-REC.
025900     MOVE SPACES TO CBW-RPT-REC.
026000     STRING "ALERT ID      SUBSYS    CONTACT   SENT   STATE  L  "
026100            "ESC TO    ACK BY      TTA"
026200         DELIMITED BY SIZE INTO CBW-RPT-REC.
026300     WRITE CBW-RPT-REC.
026400     IF CBW-CBALTLDG-STATUS = "35"
026500         SET CBW-CBALTLDG-EOF TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     SET CBW-CBALTLDG-NOT-EOF TO TRUE.
026900     PERFORM 1100-READ-LDG-REC THRU 1100-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200******************************************************************
027300*    1010-PARSE-PARM - PICK UP DATE=YYYY-MM-DD IF SUPPLIED       *
027400******************************************************************
027500 1010-PARSE-PARM.
027600     IF CBW-PARM-AREA IS OMITTED
027700         GO TO 1010-EXIT
027800     END-IF.
027900     UNSTRING CBW-PARM-TEXT DELIMITED BY ","
028000         INTO CBW-PARM-TOKEN(1) CBW-PARM-TOKEN(2)
028100              CBW-PARM-TOKEN(3) CBW-PARM-TOKEN(4)
028200     END-UNSTRING.
028300     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
028400         VARYING CBW-TOKEN-IDX FROM 1 BY 1
028500         UNTIL CBW-TOKEN-IDX > 4.
028600 1010-EXIT.
028700     EXIT.
028800******************************************************************
028900*    1020-SPLIT-TOKEN                                            *
029000******************************************************************
029100 1020-SPLIT-TOKEN.
029200     IF CBW-PARM-TOKEN(CBW-TOKEN-IDX) = SPACES
029300         GO TO 1020-EXIT
029400     END-IF.
029500     UNSTRING CBW-PARM-TOKEN(CBW-TOKEN-IDX) DELIMITED BY "="
029600         INTO CBW-TOKEN-KEY CBW-TOKEN-VAL
029700     END-UNSTRING.
029800     EVALUATE CBW-TOKEN-KEY
029900         WHEN "DATE"
030000             MOVE CBW-TOKEN-VAL TO CBW-REPORT-DATE
030100         WHEN OTHER
030200             CONTINUE
030300     END-EVALUATE.
030400 1020-EXIT.
030500     EXIT.
030600******************************************************************
030700*    1100-READ-LDG-REC - READ-AHEAD FOR THE LEDGER PASS          *
030800******************************************************************
030900 1100-READ-LDG-REC.
031000     READ CBALTLDG
031100         AT END SET CBW-CBALTLDG-EOF TO TRUE
031200     END-READ.
031300 1100-EXIT.
031400     EXIT.
031500******************************************************************
031600*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
031700*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
031800*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
031900******************************************************************
032000 1400-LOAD-PROC-DATE-CTL.
032100     OPEN INPUT CBPDCTL.
032200     IF CBW-CBPDCTL-STATUS = "35"
032300         GO TO 1400-EXIT
032400     END-IF.
032500     IF CBW-CBPDCTL-STATUS NOT = "00"
032600         DISPLAY "CBACKRPT: UNABLE TO OPEN CBPDCTL - STATUS "
032700                 CBW-CBPDCTL-STATUS " - CALENDAR DATES USED"
032800         IF CBW-RETURN-CODE-WK < 4
032900             MOVE 4 TO CBW-RETURN-CODE-WK
033000         END-IF
033100         GO TO 1400-EXIT
033200     END-IF.
033300     READ CBPDCTL
033400         AT END
033500             DISPLAY "CBACKRPT: CBPDCTL IS EMPTY - "
033600                     "CALENDAR DATES USED"
033700     END-READ.
033800     IF CBW-CBPDCTL-STATUS = "00"
033900         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
034000            AND CB-PDC-CUTOFF-HHMM < 2400
034100            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
034200             MOVE CB-PDC-CUTOFF-HHMM TO CBW-PD-CUTOFF-HHMM
034300         ELSE
034400             DISPLAY "CBACKRPT: CBPDCTL CUTOFF "
034500                     CB-PDC-CUTOFF-HHMM " INVALID - "
034600                     "CALENDAR DATES USED"
034700             IF CBW-RETURN-CODE-WK < 4
034800                 MOVE 4 TO CBW-RETURN-CODE-WK
034900             END-IF
035000         END-IF
035100     END-IF.
035200     CLOSE CBPDCTL.
035300 1400-EXIT.
035400     EXIT.
035500******************************************************************
035600*    2000-REPORT-ONE-ALERT - ONE LEDGER ENTRY OF THE REPORT      *
035700*    DATE: ITS DETAIL LINE, THE NIGHT TOTALS AND ITS CONTACT'S   *
035800*    TOTALS.  TIME-TO-ACKNOWLEDGE IS ONLY KNOWN ONCE IT IS       *
035900*    ACKNOWLEDGED.                                               *
036000******************************************************************
036100 2000-REPORT-ONE-ALERT.
036200     ADD 1 TO CBW-LEDGER-COUNT.
036300     IF CB-ALD-PROC-DATE NOT = CBW-REPORT-DATE
036400         GO TO 2000-NEXT
036500     END-IF.
036600     ADD 1 TO CBW-ALERT-COUNT.
036700     PERFORM 2100-FIND-CONTACT THRU 2100-EXIT.
036800     IF CBW-CON-SLOT = ZERO
036900        AND CBW-CON-COUNT < 50
037000         ADD 1 TO CBW-CON-COUNT
037100         SET CBW-CON-IDX TO CBW-CON-COUNT
037200         MOVE CB-ALD-CONTACT TO CBW-CON-CONTACT(CBW-CON-IDX)
037300         MOVE ZERO TO CBW-CON-ALERTS(CBW-CON-IDX)
037400         MOVE ZERO TO CBW-CON-ACKED(CBW-CON-IDX)
037500         MOVE ZERO TO CBW-CON-ESCALATED(CBW-CON-IDX)
037600         MOVE ZERO TO CBW-CON-TTA-SUM(CBW-CON-IDX)
037700         MOVE ZERO TO CBW-CON-TTA-MAX(CBW-CON-IDX)
037800         MOVE CBW-CON-COUNT TO CBW-CON-SLOT
037900     END-IF.
038000     IF CBW-CON-SLOT = ZERO
038100         DISPLAY "CBACKRPT: MORE THAN 50 CONTACTS - "
038200                 CB-ALD-CONTACT " LEFT OUT OF THE CONTACT TOTALS"
038300     ELSE
038400         SET CBW-CON-IDX TO CBW-CON-SLOT
038500         ADD 1 TO CBW-CON-ALERTS(CBW-CON-IDX)
038600     END-IF.
038700     MOVE SPACES TO CBW-DETAIL-LINE.
038800     MOVE CB-ALD-ALERT-ID TO CBW-DET-ALERT-ID.
038900     MOVE CB-ALD-SUBSYSTEM TO CBW-DET-SUBSYSTEM.
039000     MOVE CB-ALD-CONTACT TO CBW-DET-CONTACT.
039100     MOVE CB-ALD-DISPATCH-TS(12:5) TO CBW-DET-SENT.
039200     MOVE CB-ALD-ESC-LEVEL TO CBW-DET-LEVEL.
039300     MOVE CB-ALD-ESC-CONTACT TO CBW-DET-ESC-CONTACT.
039400     IF NOT CB-ALD-NOT-ESCALATED
039500         ADD 1 TO CBW-ESC-COUNT
039600         IF CB-ALD-TO-SECONDARY
039700             ADD 1 TO CBW-ESC-SEC-COUNT
039800         ELSE
039900             ADD 1 TO CBW-ESC-SUP-COUNT
040000         END-IF
040100         IF CBW-CON-SLOT > ZERO
040200             ADD 1 TO CBW-CON-ESCALATED(CBW-CON-IDX)
040300         END-IF
040400     END-IF.
040500     IF CB-ALD-ACKED
040600         MOVE "ACKED" TO CBW-DET-STATE
040700         MOVE CB-ALD-ACK-BY TO CBW-DET-ACK-BY
040800         MOVE CB-ALD-ACK-MINUTES TO CBW-MINUTES-ED
040900         MOVE CBW-MINUTES-ED TO CBW-DET-TTA
041000         ADD 1 TO CBW-ACKED-COUNT
041100         ADD CB-ALD-ACK-MINUTES TO CBW-TTA-SUM
041200         IF CB-ALD-ACK-MINUTES > CBW-TTA-MAX
041300             MOVE CB-ALD-ACK-MINUTES TO CBW-TTA-MAX
041400         END-IF
041500         IF CBW-CON-SLOT > ZERO
041600             ADD 1 TO CBW-CON-ACKED(CBW-CON-IDX)
041700             ADD CB-ALD-ACK-MINUTES
041800                 TO CBW-CON-TTA-SUM(CBW-CON-IDX)
041900             IF CB-ALD-ACK-MINUTES > CBW-CON-TTA-MAX(CBW-CON-IDX)
042000                 MOVE CB-ALD-ACK-MINUTES
042100                     TO CBW-CON-TTA-MAX(CBW-CON-IDX)
042200             END-IF
042300         END-IF
042400     ELSE
042500         MOVE "OPEN" TO CBW-DET-STATE
042600         ADD 1 TO CBW-OPEN-COUNT
042700     END-IF.
042800     MOVE CBW-DETAIL-LINE TO CBW-RPT-REC.
042900     WRITE CBW-RPT-REC.
043000 2000-NEXT.
043100     PERFORM 1100-READ-LDG-REC THRU 1100-EXIT.
043200 2000-EXIT.
043300     EXIT.
043400******************************************************************
043500*    2100-FIND-CONTACT - TABLE SLOT OF CB-ALD-CONTACT INTO       *
043600*    CBW-CON-SLOT, ZERO IF NOT THERE                             *
043700******************************************************************
043800 2100-FIND-CONTACT.
043900     MOVE ZERO TO CBW-CON-SLOT.
044000     PERFORM 2110-MATCH-CONTACT THRU 2110-EXIT
044100         VARYING CBW-CON-SUB FROM 1 BY 1
044200         UNTIL CBW-CON-SUB > CBW-CON-COUNT
044300            OR CBW-CON-SLOT > ZERO.
044400 2100-EXIT.
044500     EXIT.
044600******************************************************************
044700*    2110-MATCH-CONTACT                                          *
044800******************************************************************
044900 2110-MATCH-CONTACT.
045000     SET CBW-CON-IDX TO CBW-CON-SUB.
045100     IF CBW-CON-CONTACT(CBW-CON-IDX) = CB-ALD-CONTACT
045200         MOVE CBW-CON-SUB TO CBW-CON-SLOT
045300     END-IF.
045400 2110-EXIT.
045500     EXIT.
045600******************************************************************
045700*    3000-WRITE-CONTACTS - ONE LINE PER CONTACT PAGED            *
045800******************************************************************
045900 3000-WRITE-CONTACTS.
046000     IF CBW-ALERT-COUNT = ZERO
046100         MOVE SPACES TO CBW-RPT-REC
046200         STRING "NO ALERTS SENT FOR PROCESSING DATE "
046300                CBW-REPORT-DATE
046400             DELIMITED BY SIZE INTO CBW-RPT-REC
046500         WRITE CBW-RPT-REC
046600         GO TO 3000-EXIT
046700     END-IF.
046800     MOVE SPACES TO CBW-RPT-REC.
046900     WRITE CBW-RPT-REC.
047000     MOVE "ALERTS BY CONTACT PAGED" TO CBW-RPT-REC.
047100     WRITE CBW-RPT-REC.
047200     MOVE "CONTACT   ALERTS   ACKED  ESCALATED  AVG TTA  LONGEST"
047300         TO CBW-RPT-REC.
047400     WRITE CBW-RPT-REC.
047500     PERFORM 3010-WRITE-ONE-CONTACT THRU 3010-EXIT
047600         VARYING CBW-CON-SUB FROM 1 BY 1
047700         UNTIL CBW-CON-SUB > CBW-CON-COUNT.
047800 3000-EXIT.
047900     EXIT.
048000******************************************************************
048100*    3010-WRITE-ONE-CONTACT                                      *
048200******************************************************************
048300 3010-WRITE-ONE-CONTACT.
048400     SET CBW-CON-IDX TO CBW-CON-SUB.
048500     MOVE SPACES TO CBW-CONTACT-LINE.
048600     MOVE CBW-CON-CONTACT(CBW-CON-IDX) TO CBW-CL-CONTACT.
048700     MOVE CBW-CON-ALERTS(CBW-CON-IDX) TO CBW-CL-ALERTS.
048800     MOVE CBW-CON-ACKED(CBW-CON-IDX) TO CBW-CL-ACKED.
048900     MOVE CBW-CON-ESCALATED(CBW-CON-IDX) TO CBW-CL-ESCALATED.
049000     IF CBW-CON-ACKED(CBW-CON-IDX) > ZERO
049100         DIVIDE CBW-CON-TTA-SUM(CBW-CON-IDX)
049200             BY CBW-CON-ACKED(CBW-CON-IDX)
049300             GIVING CBW-TTA-AVG
049400         MOVE CBW-TTA-AVG TO CBW-MINUTES-ED
049500         MOVE CBW-MINUTES-ED TO CBW-CL-AVG-TTA
049600         MOVE CBW-CON-TTA-MAX(CBW-CON-IDX) TO CBW-MINUTES-ED
049700         MOVE CBW-MINUTES-ED TO CBW-CL-MAX-TTA
049800     END-IF.
049900     MOVE CBW-CONTACT-LINE TO CBW-RPT-REC.
050000     WRITE CBW-RPT-REC.
050100 3010-EXIT.
050200     EXIT.
050300******************************************************************
050400*    3100-WRITE-SUMMARY - OPEN, ACKNOWLEDGED AND ESCALATED FOR   *
050500*    THE NIGHT, AND THE NIGHT'S TIME-TO-ACKNOWLEDGE              *
050600******************************************************************
050700 3100-WRITE-SUMMARY.
050800     MOVE CBW-ALERT-COUNT TO CBW-ALERT-COUNT-ED.
050900     MOVE CBW-OPEN-COUNT TO CBW-OPEN-COUNT-ED.
051000     MOVE CBW-ACKED-COUNT TO CBW-ACKED-COUNT-ED.
051100     MOVE CBW-ESC-COUNT TO CBW-ESC-COUNT-ED.
051200     MOVE CBW-ESC-SEC-COUNT TO CBW-ESC-SEC-COUNT-ED.
051300     MOVE CBW-ESC-SUP-COUNT TO CBW-ESC-SUP-COUNT-ED.
051400     MOVE SPACES TO CBW-RPT-REC.
051500     WRITE CBW-RPT-REC.
051600     MOVE SPACES TO CBW-RPT-REC.
051700     STRING "ALERTS: " CBW-ALERT-COUNT-ED
051800            "  OPEN: " CBW-OPEN-COUNT-ED
051900            "  ACKNOWLEDGED: " CBW-ACKED-COUNT-ED
052000            "  ESCALATED: " CBW-ESC-COUNT-ED
052100         DELIMITED BY SIZE INTO CBW-RPT-REC.
052200     WRITE CBW-RPT-REC.
052300     MOVE SPACES TO CBW-RPT-REC.
052400     STRING "ESCALATED TO SECONDARY: " CBW-ESC-SEC-COUNT-ED
052500            "  TO SHIFT SUPERVISOR: " CBW-ESC-SUP-COUNT-ED
052600         DELIMITED BY SIZE INTO CBW-RPT-REC.
052700     WRITE CBW-RPT-REC.
052800     MOVE SPACES TO CBW-RPT-REC.
052900     IF CBW-ACKED-COUNT > ZERO
053000         DIVIDE CBW-TTA-SUM BY CBW-ACKED-COUNT
053100             GIVING CBW-TTA-AVG
053200         MOVE CBW-TTA-AVG TO CBW-MINUTES-ED
053300         MOVE CBW-TTA-MAX TO CBW-MINUTES-ED2
053400         STRING "TIME TO ACKNOWLEDGE - AVERAGE " CBW-MINUTES-ED
053500                " MIN   LONGEST " CBW-MINUTES-ED2 " MIN"
053600             DELIMITED BY SIZE INTO CBW-RPT-REC
053700     ELSE
053800         MOVE "TIME TO ACKNOWLEDGE - NO ALERT ACKNOWLEDGED"
053900             TO CBW-RPT-REC
054000     END-IF.
054100     WRITE CBW-RPT-REC.
054200 3100-EXIT.
054300     EXIT.
054400******************************************************************
054500*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE REPORT   *
054600*    HEADER AND THE DEFAULT PROCESSING DATE                      *
054700******************************************************************
054800 8000-BUILD-TIMESTAMP.
054900     ACCEPT CBW-CURR-DATE FROM DATE YYYYMMDD.
055000     ACCEPT CBW-CURR-TIME FROM TIME.
055100     MOVE CBW-CURR-DATE(1:4) TO CBW-TS-YYYY.
055200     MOVE CBW-CURR-DATE(5:2) TO CBW-TS-MM.
055300     MOVE CBW-CURR-DATE(7:2) TO CBW-TS-DD.
055400     MOVE CBW-CURR-TIME(1:2) TO CBW-TS-HH.
055500     MOVE CBW-CURR-TIME(3:2) TO CBW-TS-MIN.
055600     MOVE CBW-CURR-TIME(5:2) TO CBW-TS-SEC.
055700     STRING CBW-TS-YYYY "-" CBW-TS-MM "-" CBW-TS-DD "-"
055800            CBW-TS-HH "." CBW-TS-MIN "." CBW-TS-SEC
055900         DELIMITED BY SIZE INTO CBW-TS-FORMATTED.
056000 8000-EXIT.
056100     EXIT.
056200******************************************************************
056300*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
056400*    CBW-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBW-PD-DATE.  A     *
056500*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
056600*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
056700*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
056800******************************************************************
056900 8100-DERIVE-PROC-DATE.
057000     MOVE CBW-PD-STAMP(1:10) TO CBW-PD-DATE.
057100     IF CBW-PD-CUTOFF-HHMM = ZERO
057200         GO TO 8100-EXIT
057300     END-IF.
057400     IF CBW-PD-STAMP(12:2) IS NOT NUMERIC
057500        OR CBW-PD-STAMP(15:2) IS NOT NUMERIC
057600        OR CBW-PD-STAMP(1:4) IS NOT NUMERIC
057700        OR CBW-PD-STAMP(6:2) IS NOT NUMERIC
057800        OR CBW-PD-STAMP(9:2) IS NOT NUMERIC
057900         GO TO 8100-EXIT
058000     END-IF.
058100     MOVE CBW-PD-STAMP(12:2) TO CBW-PD-HH.
058200     MOVE CBW-PD-STAMP(15:2) TO CBW-PD-MI.
058300     COMPUTE CBW-PD-HHMM = CBW-PD-HH * 100 + CBW-PD-MI.
058400     IF CBW-PD-HHMM NOT < CBW-PD-CUTOFF-HHMM
058500         GO TO 8100-EXIT
058600     END-IF.
058700     MOVE CBW-PD-STAMP(1:4) TO CBW-PD-YYYY.
058800     MOVE CBW-PD-STAMP(6:2) TO CBW-PD-MM.
058900     MOVE CBW-PD-STAMP(9:2) TO CBW-PD-DD.
059000     IF CBW-PD-DD > 1
059100         SUBTRACT 1 FROM CBW-PD-DD
059200     ELSE
059300         IF CBW-PD-MM > 1
059400             SUBTRACT 1 FROM CBW-PD-MM
059500         ELSE
059600             MOVE 12 TO CBW-PD-MM
059700             SUBTRACT 1 FROM CBW-PD-YYYY
059800         END-IF
059900         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
060000         MOVE CBW-PD-DAYS-IN-MONTH TO CBW-PD-DD
060100     END-IF.
060200     STRING CBW-PD-YYYY "-" CBW-PD-MM "-" CBW-PD-DD
060300         DELIMITED BY SIZE INTO CBW-PD-DATE.
060400 8100-EXIT.
060500     EXIT.
060600******************************************************************
060700*    8110-DAYS-IN-MONTH - FOR CBW-PD-MM OF CBW-PD-YYYY           *
060800******************************************************************
060900 8110-DAYS-IN-MONTH.
061000     EVALUATE CBW-PD-MM
061100         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
061200             MOVE 31 TO CBW-PD-DAYS-IN-MONTH
061300         WHEN 4 WHEN 6 WHEN 9 WHEN 11
061400             MOVE 30 TO CBW-PD-DAYS-IN-MONTH
061500         WHEN 2
061600             MOVE 28 TO CBW-PD-DAYS-IN-MONTH
061700             DIVIDE CBW-PD-YYYY BY 4 GIVING CBW-PD-QUOT
061800                 REMAINDER CBW-PD-REM
061900             IF CBW-PD-REM = ZERO
062000                 MOVE 29 TO CBW-PD-DAYS-IN-MONTH
062100                 DIVIDE CBW-PD-YYYY BY 100 GIVING CBW-PD-QUOT
062200                     REMAINDER CBW-PD-REM
062300                 IF CBW-PD-REM = ZERO
062400                     DIVIDE CBW-PD-YYYY BY 400 GIVING CBW-PD-QUOT
062500                         REMAINDER CBW-PD-REM
062600                     IF CBW-PD-REM NOT = ZERO
062700                         MOVE 28 TO CBW-PD-DAYS-IN-MONTH
062800                     END-IF
062900                 END-IF
063000             END-IF
063100         WHEN OTHER
063200             MOVE 31 TO CBW-PD-DAYS-IN-MONTH
063300     END-EVALUATE.
063400 8110-EXIT.
063500     EXIT.
063600******************************************************************
063700*    9000-TERMINATE - TRAILER, CLOSE EVERYTHING, ONE CONSOLE     *
063800*    ACCOUNTING LINE FOR THE SCHEDULER LOG.  AN ALERT STILL      *
063900*    OPEN AT REPORT TIME SETS RC=4.                              *
064000******************************************************************
064100 9000-TERMINATE.
064200     MOVE CBW-ALERT-COUNT TO CBW-ALERT-COUNT-ED.
064300     MOVE CBW-OPEN-COUNT TO CBW-OPEN-COUNT-ED.
064400     MOVE CBW-LEDGER-COUNT TO CBW-LEDGER-COUNT-ED.
064500     IF CBW-CBACKRPT-STATUS = "00"
064600         MOVE SPACES TO CBW-RPT-REC
064700         WRITE CBW-RPT-REC
064800         MOVE SPACES TO CBW-RPT-REC
064900         STRING "END OF CBACKRPT REPORT   ALERTS: "
065000                CBW-ALERT-COUNT-ED
065100             DELIMITED BY SIZE INTO CBW-RPT-REC
065200         WRITE CBW-RPT-REC
065300         CLOSE CBACKRPT
065400     END-IF.
065500     IF CBW-CBALTLDG-STATUS = "00" OR CBW-CBALTLDG-STATUS = "10"
065600         CLOSE CBALTLDG
065700     END-IF.
065800     IF CBW-NOT-ABORTED
065900         DISPLAY "CBACKRPT: PROCESSING DATE " CBW-REPORT-DATE
066000                 " LEDGER " CBW-LEDGER-COUNT-ED
066100                 " ALERTS " CBW-ALERT-COUNT-ED
066200                 " OPEN " CBW-OPEN-COUNT-ED
066300     END-IF.
066400     IF CBW-OPEN-COUNT > ZERO
066500        AND CBW-RETURN-CODE-WK < 4
066600         MOVE 4 TO CBW-RETURN-CODE-WK
066700     END-IF.
066800 9000-EXIT.
066900     EXIT.
