001700*        FIRED OUTSIDE ITS WINDOW, OR MISSED ENTIRELY            *
001800*      - FIRINGS THE SCHEDULE DOES NOT EXPECT                    *
001900*      - A RETURN-CODE SUMMARY BY JOB, FLAGGING RC=4 OR WORSE    *
002000*    THE REPORT DATE IS A PROCESSING DATE - A FIRING STAMPED     *
002010*    BEFORE THE CBPDCTL CUTOFF HOUR BELONGS TO THE PRIOR DAY'S   *
002020*    BATCH NIGHT.  IT DEFAULTS TO THE CURRENT PROCESSING DATE    *
002030*    AND CAN BE OVERRIDDEN WITH PARM DATE=YYYY-MM-DD FOR         *
002100*    MORNING-AFTER RUNS.  RC=0 WHEN EVERY ENTRY FIRED IN ITS     *
002200*    WINDOW AND ENDED BELOW RC=4; RC=4 OTHERWISE; RC=16 WHEN A   *
002300*    FILE WILL NOT OPEN.  WINDOWS ARE STILL CHECKED AGAINST THE  *
002400*    WALL-CLOCK TIME OF THE FIRING.                              *
002500*                                                                 *
002600*    EACH SCHEDULE ENTRY CARRIES A RUN FREQUENCY (CBSCHREC:      *
002700*    DAILY, WEEKDAYS, MONTH-END) AND THE REPORT CONSULTS THE     *
004200*                     NEW FREQUENCY BYTE AND THE CBNPCAL         *
004300*                     CALENDAR DECIDE WHETHER AN ENTRY WAS DUE   *
004400*                     ON THE REPORT DATE.                        *
004410*    2026-10-15  RLB  AUDIT RECORDS ARE MATCHED TO THE REPORT    *
004420*                     DATE BY PROCESSING DATE (CBPDCTL CUTOFF),  *
004430*                     SO AN AFTER-MIDNIGHT FIRING COUNTS FOR THE *
004440*                     BATCH NIGHT IT BELONGS TO.                 *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
005800     SELECT CBNPCAL ASSIGN TO "CBNPCAL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CBA-CBNPCAL-STATUS.
006010     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS CBA-CBPDCTL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CBSCHED
007200 FD  CBNPCAL
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CBNPDREC.
007410 FD  CBPDCTL
007420     LABEL RECORDS ARE STANDARD.
007430     COPY CBPDCREC.
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    CONTROL SWITCHES                                           *
010800 01  CBA-CBAUDIT-STATUS         PIC X(02)  VALUE SPACES.
010900 01  CBA-CBAUDRPT-STATUS        PIC X(02)  VALUE SPACES.
011000 01  CBA-CBNPCAL-STATUS         PIC X(02)  VALUE SPACES.
011010 01  CBA-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
011100 77  CBA-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
011200 77  CBA-EXCEPTION-COUNT        PIC 9(05)  COMP VALUE ZERO.
011300******************************************************************
011400*    REPORT DATE - DEFAULTS TO THE CURRENT PROCESSING DATE,      *
011500*    OVERRIDDEN BY PARM DATE=YYYY-MM-DD                          *
011600******************************************************************
011700 01  CBA-REPORT-DATE            PIC X(10)  VALUE SPACES.
011800******************************************************************
019000     05  CBA-AUD-MM             PIC 9(02).
019100     05  CBA-AUD-HHMM           PIC 9(04).
019200     05  CBA-AUD-TIME-ED        PIC X(05).
019205******************************************************************
019210*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
019215*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
019220*    THE BATCH NIGHT IT BELONGS TO                               *
019225******************************************************************
019230 01  CBA-PROCDT-WORK.
019235     05  CBA-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
019240     05  CBA-PD-STAMP           PIC X(19).
019245     05  CBA-PD-HH              PIC 9(02).
019250     05  CBA-PD-MI              PIC 9(02).
019255     05  CBA-PD-HHMM            PIC 9(04).
019260     05  CBA-PD-YYYY            PIC 9(04).
019265     05  CBA-PD-MM              PIC 9(02).
019270     05  CBA-PD-DD              PIC 9(02).
019275     05  CBA-PD-QUOT            PIC 9(04)  COMP.
019280     05  CBA-PD-REM             PIC 9(04)  COMP.
019285     05  CBA-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
019290     05  CBA-PD-DATE            PIC X(10).
019300******************************************************************
019400*    PARM TOKEN WORK AREA                                       *
019500******************************************************************
026900******************************************************************
027000 1000-INITIALIZE.
027100     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
027200     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
027210     MOVE CBA-TS-FORMATTED TO CBA-PD-STAMP.
027220     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
027230     MOVE CBA-PD-DATE TO CBA-REPORT-DATE.
027300     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
027400     OPEN INPUT CBSCHED.
027500     IF CBA-CBSCHED-STATUS NOT = "00"
030200     PERFORM 1300-LOAD-NP-CALENDAR THRU 1300-EXIT.
030300     PERFORM 1500-ANALYZE-REPORT-DATE THRU 1500-EXIT.
030400     MOVE SPACES TO CBA-RPT-REC.
030500     STRING "COLBOT AUDIT RECONCILIATION FOR PROCESSING DATE "
030510            CBA-REPORT-DATE
030520         DELIMITED BY SIZE INTO CBA-RPT-REC.
030530     WRITE CBA-RPT-REC.
030550     MOVE SPACES TO CBA-RPT-REC.
030560     STRING "RUN " CBA-TS-FORMATTED
030570            "   BATCH-NIGHT CUTOFF " CBA-PD-CUTOFF-HHMM
030700         DELIMITED BY SIZE INTO CBA-RPT-REC.
030800     WRITE CBA-RPT-REC.
030900     IF CBA-NP-DAY
043800     PERFORM 1310-READ-NPD-REC THRU 1310-EXIT.
043900 1320-EXIT.
044000     EXIT.
044002******************************************************************
044004*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
044006*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
044008*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH RC=4   *
044010******************************************************************
044012 1400-LOAD-PROC-DATE-CTL.
044014     OPEN INPUT CBPDCTL.
044016     IF CBA-CBPDCTL-STATUS = "35"
044018         GO TO 1400-EXIT
044020     END-IF.
044022     IF CBA-CBPDCTL-STATUS NOT = "00"
044024         DISPLAY "CBAUDRPT: UNABLE TO OPEN CBPDCTL - STATUS "
044026                 CBA-CBPDCTL-STATUS " - CALENDAR DATES USED"
044028         IF CBA-RETURN-CODE-WK < 4
044030             MOVE 4 TO CBA-RETURN-CODE-WK
044032         END-IF
044034         GO TO 1400-EXIT
044036     END-IF.
044038     READ CBPDCTL
044040         AT END
044042             DISPLAY "CBAUDRPT: CBPDCTL IS EMPTY - "
044044                     "CALENDAR DATES USED"
044046     END-READ.
044048     IF CBA-CBPDCTL-STATUS = "00"
044050         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
044052            AND CB-PDC-CUTOFF-HHMM < 2400
044054            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
044056             MOVE CB-PDC-CUTOFF-HHMM TO CBA-PD-CUTOFF-HHMM
044058         ELSE
044060             DISPLAY "CBAUDRPT: CBPDCTL CUTOFF "
044062                     CB-PDC-CUTOFF-HHMM " INVALID - "
044064                     "CALENDAR DATES USED"
044066             IF CBA-RETURN-CODE-WK < 4
044068                 MOVE 4 TO CBA-RETURN-CODE-WK
044070             END-IF
044072         END-IF
044074     END-IF.
044076     CLOSE CBPDCTL.
044078 1400-EXIT.
044080     EXIT.
044100******************************************************************
044200*    1500-ANALYZE-REPORT-DATE - WORK OUT WHAT KIND OF DAY THE    *
044300*    REPORT DATE WAS: ITS DAY OF WEEK (ZELLER'S CONGRUENCE -     *
054500 1200-EXIT.
054600     EXIT.
054700******************************************************************
054800*    2000-MATCH-ONE-AUDIT-REC - FOR AN AUDIT RECORD WHOSE        *
054810*    PROCESSING DATE IS THE REPORT DATE, MARK THE MATCHING       *
054900*    SCHEDULE ENTRY FIRED AND FOLD ITS RETURN CODE INTO THE      *
055000*    BY-JOB SUMMARY.  RECORDS FOR                                *
055100*    OTHER DATES ARE PASSED OVER - THE AUDIT TRAIL ACCUMULATES   *
055200*    ACROSS DAYS.                                               *
055300******************************************************************
055600         PERFORM 1200-READ-AUDIT-REC THRU 1200-EXIT
055700         GO TO 2000-EXIT
055800     END-IF.
055900     MOVE CB-AUD-TIMESTAMP TO CBA-PD-STAMP.
055910     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
055920     MOVE CBA-PD-DATE TO CBA-AUD-DATE.
056000     IF CBA-AUD-DATE = CBA-REPORT-DATE
056100         IF CB-AUD-TIMESTAMP(12:2) IS NUMERIC
056200            AND CB-AUD-TIMESTAMP(15:2) IS NUMERIC
084200         DELIMITED BY SIZE INTO CBA-TS-FORMATTED.
084300 8000-EXIT.
084400     EXIT.
084401******************************************************************
084402*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
084403*    CBA-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBA-PD-DATE.  A     *
084404*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
084405*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
084406*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
084407******************************************************************
084408 8100-DERIVE-PROC-DATE.
084409     MOVE CBA-PD-STAMP(1:10) TO CBA-PD-DATE.
084410     IF CBA-PD-CUTOFF-HHMM = ZERO
084411         GO TO 8100-EXIT
084412     END-IF.
084413     IF CBA-PD-STAMP(12:2) IS NOT NUMERIC
084414        OR CBA-PD-STAMP(15:2) IS NOT NUMERIC
084415        OR CBA-PD-STAMP(1:4) IS NOT NUMERIC
084416        OR CBA-PD-STAMP(6:2) IS NOT NUMERIC
084417        OR CBA-PD-STAMP(9:2) IS NOT NUMERIC
084418         GO TO 8100-EXIT
084419     END-IF.
084420     MOVE CBA-PD-STAMP(12:2) TO CBA-PD-HH.
084421     MOVE CBA-PD-STAMP(15:2) TO CBA-PD-MI.
084422     COMPUTE CBA-PD-HHMM = CBA-PD-HH * 100 + CBA-PD-MI.
084423     IF CBA-PD-HHMM NOT < CBA-PD-CUTOFF-HHMM
084424         GO TO 8100-EXIT
084425     END-IF.
084426     MOVE CBA-PD-STAMP(1:4) TO CBA-PD-YYYY.
084427     MOVE CBA-PD-STAMP(6:2) TO CBA-PD-MM.
084428     MOVE CBA-PD-STAMP(9:2) TO CBA-PD-DD.
084429     IF CBA-PD-DD > 1
084430         SUBTRACT 1 FROM CBA-PD-DD
084431     ELSE
084432         IF CBA-PD-MM > 1
084433             SUBTRACT 1 FROM CBA-PD-MM
084434         ELSE
084435             MOVE 12 TO CBA-PD-MM
084436             SUBTRACT 1 FROM CBA-PD-YYYY
084437         END-IF
084438         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
084439         MOVE CBA-PD-DAYS-IN-MONTH TO CBA-PD-DD
084440     END-IF.
084441     STRING CBA-PD-YYYY "-" CBA-PD-MM "-" CBA-PD-DD
084442         DELIMITED BY SIZE INTO CBA-PD-DATE.
084443 8100-EXIT.
084444     EXIT.
084445******************************************************************
084446*    8110-DAYS-IN-MONTH - FOR CBA-PD-MM OF CBA-PD-YYYY           *
084447******************************************************************
084448 8110-DAYS-IN-MONTH.
084449     EVALUATE CBA-PD-MM
084450         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
084451             MOVE 31 TO CBA-PD-DAYS-IN-MONTH
084452         WHEN 4 WHEN 6 WHEN 9 WHEN 11
084453             MOVE 30 TO CBA-PD-DAYS-IN-MONTH
084454         WHEN 2
084455             MOVE 28 TO CBA-PD-DAYS-IN-MONTH
084456             DIVIDE CBA-PD-YYYY BY 4 GIVING CBA-PD-QUOT
084457                 REMAINDER CBA-PD-REM
084458             IF CBA-PD-REM = ZERO
084459                 MOVE 29 TO CBA-PD-DAYS-IN-MONTH
084460                 DIVIDE CBA-PD-YYYY BY 100 GIVING CBA-PD-QUOT
084461                     REMAINDER CBA-PD-REM
084462                 IF CBA-PD-REM = ZERO
084463                     DIVIDE CBA-PD-YYYY BY 400 GIVING CBA-PD-QUOT
084464                         REMAINDER CBA-PD-REM
084465                     IF CBA-PD-REM NOT = ZERO
084466                         MOVE 28 TO CBA-PD-DAYS-IN-MONTH
084467                     END-IF
084468                 END-IF
084469             END-IF
084470         WHEN OTHER
084471             MOVE 31 TO CBA-PD-DAYS-IN-MONTH
084472     END-EVALUATE.
084473 8110-EXIT.
084474     EXIT.
084500******************************************************************
084600*    9000-TERMINATE - TRAILER WITH THE EXCEPTION TOTAL, CLOSE    *
084700*    EVERYTHING, SET THE GATE RETURN CODE                       *
