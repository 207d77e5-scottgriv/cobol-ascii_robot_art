000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBTURNOV.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  BATCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CBTURNOV - END-OF-NIGHT SHIFT TURNOVER PACKAGE              *
000900*                                                                *
001000*    AT HANDOVER THE OUTGOING OPERATOR USED TO OPEN CBAUDRPT,    *
001100*    THE COLBOT-RPT FLEET SUMMARY, CBALTRPT, CBCMPRPT AND THE    *
001200*    CBFLTCKP POSITION FILE ONE AT A TIME AND WRITE THE TURNOVER *
001300*    NOTE BY HAND.  THIS PROGRAM READS THOSE OUTPUTS AND THE     *
001400*    DATASETS UNDER THEM (CBAUDIT, FLTCTL, CBFLTEXC, CBFLTCKP    *
001500*    AND THE CBALTLDG ALERT LEDGER) AND PRINTS ONE PACKAGE (DD   *
001600*    CBTOVRPT, 132-COLUMN ASA, 60 LINES TO A PAGE) WITH AN       *
001700*    OVERALL NIGHT STATUS ON EVERY PAGE HEADER:                  *
001800*      RED    A SCHEDULE ENTRY MISSED ENTIRELY, A FLEET          *
001900*             SUBSYSTEM FAILED, AN ALERT UNCOVERED, OR A FLEET   *
002000*             RUN INTERRUPTED AND AWAITING RESTART=Y             *
002100*      AMBER  NONE OF THOSE, BUT AN ENTRY FIRED OUTSIDE ITS      *
002200*             WINDOW OR ENDED RC 4 OR HIGHER, A SUBSYSTEM WAS    *
002300*             BLOCKED, AN ALERT IS STILL UNACKNOWLEDGED, BANKEY  *
002400*             HAS DRIFTED FROM BANNERCFG, AN OPEN ITEM IS        *
002500*             CARRIED, OR AN INPUT WAS MISSING OR NOT FOR THE    *
002600*             NIGHT (A PACKAGE NOTE SAYS WHICH)                  *
002700*      GREEN  NOTHING ABOVE                                      *
002800*    SECTIONS: NIGHT STATUS AND WHAT DROVE IT; MISSED OR LATE    *
002900*    FIRINGS AND THE NIGHT'S RERUNS; FAILED OR BLOCKED           *
003000*    SUBSYSTEMS WITH WHO WAS PAGED; ANY INTERRUPTED FLEET RUN    *
003100*    AWAITING RESTART=Y; BANKEY/BANNERCFG DRIFT; AND THE         *
003200*    FREE-FORM OPEN ITEMS.  OPEN ITEMS (CBTOIREC) ARE CARRIED    *
003300*    FROM THE PREVIOUS PACKAGE (DD CBTOITM) WITH THE NIGHT'S     *
003400*    ADDS AND CLOSES (DD CBTOUPD, CBTOUREC) APPLIED, AND WRITTEN *
003500*    TO DD CBTOITMN FOR THE JOB TO CATALOG OVER CBTOITM.         *
003600*    THE PROCESSING DATE DEFAULTS TO THE CURRENT ONE (CBPDCTL    *
003700*    CUTOFF) AND CAN BE OVERRIDDEN WITH PARM DATE=YYYY-MM-DD.    *
003710*    AN UNREADABLE CBPDCTL, OR A REPORT WHOSE HEADING IS FOR     *
003720*    ANOTHER NIGHT, IS PASSED OVER WITH A PACKAGE NOTE.          *
003730*    RC=0 GREEN; RC=4 AMBER; RC=8 RED; RC=16 CBTOITM CANNOT BE   *
003740*    CARRIED IN FULL, CBTOVRPT OR CBTOITMN WILL NOT OPEN, OR THE *
003750*    DATE= PARM IS INVALID.                                      *
004200*                                                                *
004300*    MOD HISTORY                                                 *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    2026-10-15  RLB  ORIGINAL                                   *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CBAUDRPT ASSIGN TO "CBAUDRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CBN-CBAUDRPT-STATUS.
005300     SELECT CBAUDIT ASSIGN TO "CBAUDIT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CBN-CBAUDIT-STATUS.
005600     SELECT FLTCTL ASSIGN TO "FLTCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CBN-FLTCTL-STATUS.
005900     SELECT CBFLTEXC ASSIGN TO "CBFLTEXC"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CBN-CBFLTEXC-STATUS.
006200     SELECT CBALTLDG ASSIGN TO "CBALTLDG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CBN-CBALTLDG-STATUS.
006500     SELECT CBRPT ASSIGN TO "CBRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CBN-CBRPT-STATUS.
006800     SELECT CBALTRPT ASSIGN TO "CBALTRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CBN-CBALTRPT-STATUS.
007100     SELECT CBCMPRPT ASSIGN TO "CBCMPRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CBN-CBCMPRPT-STATUS.
007400     SELECT CBFLTCKP ASSIGN TO "CBFLTCKP"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS CBN-CBFLTCKP-STATUS.
007700     SELECT CBTOITM ASSIGN TO "CBTOITM"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CBN-CBTOITM-STATUS.
008000     SELECT CBTOUPD ASSIGN TO "CBTOUPD"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CBN-CBTOUPD-STATUS.
008300     SELECT CBTOITMN ASSIGN TO "CBTOITMN"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CBN-CBTOITMN-STATUS.
008600     SELECT CBTOVRPT ASSIGN TO "CBTOVRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS CBN-CBTOVRPT-STATUS.
008900     SELECT CBPDCTL ASSIGN TO "CBPDCTL"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CBN-CBPDCTL-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CBAUDRPT
009500     LABEL RECORDS ARE STANDARD.
009600 01  CBN-AUDRPT-REC             PIC X(80).
009700 FD  CBAUDIT
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CBAUDREC.
010000 FD  FLTCTL
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CBFLTREC.
010300 FD  CBFLTEXC
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CBEXCREC.
010600 FD  CBALTLDG
010700     LABEL RECORDS ARE STANDARD.
010800     COPY CBALDREC.
010900 FD  CBRPT
011000     LABEL RECORDS ARE STANDARD.
011100 01  CBN-CBRPT-REC              PIC X(80).
011200 FD  CBALTRPT
011300     LABEL RECORDS ARE STANDARD.
011400 01  CBN-ALTRPT-REC             PIC X(80).
011500 FD  CBCMPRPT
011600     LABEL RECORDS ARE STANDARD.
011700 01  CBN-CMPRPT-REC             PIC X(80).
011800 FD  CBFLTCKP
011900     LABEL RECORDS ARE STANDARD.
012000 01  CBN-FLTCKP-REC             PIC X(08).
012100 FD  CBTOITM
012200     LABEL RECORDS ARE STANDARD.
012300     COPY CBTOIREC.
012400 FD  CBTOUPD
012500     LABEL RECORDS ARE STANDARD.
012600     COPY CBTOUREC.
012700 FD  CBTOITMN
012800     LABEL RECORDS ARE STANDARD.
012900 01  CBN-TOITMN-REC             PIC X(122).
013000 FD  CBTOVRPT
013100     LABEL RECORDS ARE STANDARD.
013200 01  CBN-PRT-REC.
013300     05  CBN-PRT-ASA            PIC X(01).
013400     05  CBN-PRT-DATA           PIC X(132).
013500 FD  CBPDCTL
013600     LABEL RECORDS ARE STANDARD.
013700     COPY CBPDCREC.
013800 WORKING-STORAGE SECTION.
013900******************************************************************
014000*    CONTROL SWITCHES                                            *
014100******************************************************************
014200 01  CBN-SWITCHES.
014300     05  CBN-EOF-SW             PIC X(01)  VALUE "N".
014400         88  CBN-INPUT-EOF          VALUE "Y".
014500         88  CBN-INPUT-NOT-EOF      VALUE "N".
014600     05  CBN-ABORT-SW           PIC X(01)  VALUE "N".
014700         88  CBN-ABORT-REQUESTED    VALUE "Y".
014800         88  CBN-NOT-ABORTED        VALUE "N".
014900     05  CBN-SECTION-SW         PIC X(01)  VALUE "N".
015000         88  CBN-PAST-SECTION       VALUE "Y".
015100         88  CBN-IN-SECTION         VALUE "N".
015200     05  CBN-FLEET-SUM-SW       PIC X(01)  VALUE "N".
015300         88  CBN-FLEET-SUM-SEEN     VALUE "Y".
015400         88  CBN-FLEET-SUM-NOT-SEEN VALUE "N".
015500     05  CBN-FOUND-SW           PIC X(01)  VALUE "N".
015600         88  CBN-FOUND              VALUE "Y".
015700         88  CBN-NOT-FOUND          VALUE "N".
015800 01  CBN-CBAUDRPT-STATUS        PIC X(02)  VALUE SPACES.
015900 01  CBN-CBAUDIT-STATUS         PIC X(02)  VALUE SPACES.
016000 01  CBN-FLTCTL-STATUS          PIC X(02)  VALUE SPACES.
016100 01  CBN-CBFLTEXC-STATUS        PIC X(02)  VALUE SPACES.
016200 01  CBN-CBALTLDG-STATUS        PIC X(02)  VALUE SPACES.
016300 01  CBN-CBRPT-STATUS           PIC X(02)  VALUE SPACES.
016400 01  CBN-CBALTRPT-STATUS        PIC X(02)  VALUE SPACES.
016500 01  CBN-CBCMPRPT-STATUS        PIC X(02)  VALUE SPACES.
016600 01  CBN-CBFLTCKP-STATUS        PIC X(02)  VALUE SPACES.
016700 01  CBN-CBTOITM-STATUS         PIC X(02)  VALUE SPACES.
016800 01  CBN-CBTOUPD-STATUS         PIC X(02)  VALUE SPACES.
016900 01  CBN-CBTOITMN-STATUS        PIC X(02)  VALUE SPACES.
017000 01  CBN-CBTOVRPT-STATUS        PIC X(02)  VALUE SPACES.
017100 01  CBN-CBPDCTL-STATUS         PIC X(02)  VALUE SPACES.
017200 77  CBN-RETURN-CODE-WK         PIC 9(03)  VALUE ZERO.
017300******************************************************************
017400*    PROCESSING DATE AND OVERALL NIGHT STATUS                    *
017500******************************************************************
017600 01  CBN-NIGHT-DATE             PIC X(10)  VALUE SPACES.
017700 01  CBN-NIGHT-STATUS           PIC X(05)  VALUE SPACES.
017800     88  CBN-NIGHT-RED              VALUE "RED".
017900     88  CBN-NIGHT-AMBER            VALUE "AMBER".
018000     88  CBN-NIGHT-GREEN            VALUE "GREEN".
018100 01  CBN-HEADING-DATE           PIC X(10)  VALUE SPACES.
018200******************************************************************
018300*    STATUS DRIVER COUNTS                                        *
018400******************************************************************
018500 77  CBN-SCHED-COUNT            PIC 9(05)  COMP VALUE ZERO.
018600 77  CBN-MISSED-COUNT           PIC 9(05)  COMP VALUE ZERO.
018700 77  CBN-OUTSIDE-COUNT          PIC 9(05)  COMP VALUE ZERO.
018800 77  CBN-HIGH-RC-COUNT          PIC 9(05)  COMP VALUE ZERO.
018900 77  CBN-FIRING-COUNT           PIC 9(05)  COMP VALUE ZERO.
019000 77  CBN-RERUN-COUNT            PIC 9(05)  COMP VALUE ZERO.
019100 77  CBN-SKIPPED-COUNT          PIC 9(05)  COMP VALUE ZERO.
019200 77  CBN-FLEET-COUNT            PIC 9(05)  COMP VALUE ZERO.
019300 77  CBN-FAILED-COUNT           PIC 9(05)  COMP VALUE ZERO.
019400 77  CBN-BLOCKED-COUNT          PIC 9(05)  COMP VALUE ZERO.
019500 77  CBN-EXC-COUNT              PIC 9(05)  COMP VALUE ZERO.
019600 77  CBN-ALERT-COUNT            PIC 9(05)  COMP VALUE ZERO.
019700 77  CBN-OPEN-ALERT-COUNT       PIC 9(05)  COMP VALUE ZERO.
019800 77  CBN-UNCOVERED-COUNT        PIC 9(05)  COMP VALUE ZERO.
019900 77  CBN-CKP-COUNT              PIC 9(05)  COMP VALUE ZERO.
020000 77  CBN-DRIFT-COUNT            PIC 9(05)  COMP VALUE ZERO.
020100 77  CBN-ITEM-OPEN-COUNT        PIC 9(05)  COMP VALUE ZERO.
020200 77  CBN-ITEM-NEW-COUNT         PIC 9(05)  COMP VALUE ZERO.
020300 77  CBN-ITEM-CLOSED-COUNT      PIC 9(05)  COMP VALUE ZERO.
020400 77  CBN-COUNT-ED               PIC 9(05)  VALUE ZERO.
020500 77  CBN-COUNT-ED2              PIC 9(05)  VALUE ZERO.
020600 77  CBN-COUNT-ED3              PIC 9(05)  VALUE ZERO.
020700******************************************************************
020800*    PACKAGE NOTES - INPUTS MISSING, UNREADABLE OR NOT FOR THE   *
020900*    NIGHT, AND OPEN-ITEM UPDATES THAT COULD NOT BE APPLIED      *
021000******************************************************************
021100 01  CBN-NOTE-TABLE.
021200     05  CBN-NOTE-COUNT         PIC 9(03)  COMP VALUE ZERO.
021300     05  CBN-NOTE-ENTRY OCCURS 30 TIMES
021400                        INDEXED BY CBN-NOTE-IDX
021500                        PIC X(100).
021600 77  CBN-NOTE-SUB               PIC 9(03)  COMP VALUE ZERO.
021700 01  CBN-NOTE-TEXT              PIC X(100) VALUE SPACES.
021800******************************************************************
021900*    CBAUDRPT - ITS EXCEPTION LINES (MISSED, OUTSIDE WINDOW, RC  *
022000*    4 OR HIGHER) KEPT AS PRINTED, AND ITS DETAIL-LINE VIEW      *
022100******************************************************************
022200 01  CBN-LATE-TABLE.
022300     05  CBN-LATE-COUNT         PIC 9(03)  COMP VALUE ZERO.
022400     05  CBN-LATE-ENTRY OCCURS 100 TIMES
022500                        INDEXED BY CBN-LATE-IDX
022600                        PIC X(63).
022700 77  CBN-LATE-SUB               PIC 9(03)  COMP VALUE ZERO.
022800 01  CBN-AUDRPT-LINE.
022900     05  CBN-ARL-JOB            PIC X(08).
023000     05  FILLER                 PIC X(02).
023100     05  CBN-ARL-STEP           PIC X(08).
023200     05  FILLER                 PIC X(02).
023300     05  CBN-ARL-WINDOW.
023400         10  CBN-ARL-WIN-START  PIC X(04).
023500         10  CBN-ARL-WIN-DASH   PIC X(01).
023600         10  CBN-ARL-WIN-END    PIC X(04).
023700     05  FILLER                 PIC X(02).
023800     05  CBN-ARL-STATUS         PIC X(20).
023900     05  FILLER                 PIC X(02).
024000     05  CBN-ARL-TIME           PIC X(05).
024100     05  FILLER                 PIC X(02).
024200     05  CBN-ARL-RC             PIC X(03).
024300     05  FILLER                 PIC X(17).
024400******************************************************************
024500*    CBAUDIT - THE NIGHT'S RERUNS (MARKED AND SKIPPED)           *
024600******************************************************************
024700 01  CBN-RERUN-TABLE.
024800     05  CBN-RRN-COUNT          PIC 9(03)  COMP VALUE ZERO.
024900     05  CBN-RRN-ENTRY OCCURS 50 TIMES
025000                       INDEXED BY CBN-RRN-IDX.
025100         10  CBN-RRN-TIMESTAMP  PIC X(19).
025200         10  CBN-RRN-JOB        PIC X(08).
025300         10  CBN-RRN-STEP       PIC X(08).
025400         10  CBN-RRN-RC         PIC X(03).
025500         10  CBN-RRN-FLAG       PIC X(01).
025600 77  CBN-RRN-SUB                PIC 9(03)  COMP VALUE ZERO.
025700******************************************************************
025800*    FLEET TABLE - ONE ENTRY PER FLTCTL SUBSYSTEM, MARKED WHEN   *
025900*    IT IS ON CBFLTEXC AND WHEN CBFLTCKP SHOWS IT STAMPED        *
026000******************************************************************
026100 01  CBN-FLEET-TABLE.
026200     05  CBN-FLT-COUNT          PIC 9(03)  COMP VALUE ZERO.
026300     05  CBN-FLT-ENTRY OCCURS 200 TIMES
026400                       INDEXED BY CBN-FLT-IDX.
026500         10  CBN-FLT-GROUP      PIC X(08).
026600         10  CBN-FLT-SUBSYSTEM  PIC X(08).
026700         10  CBN-FLT-STATUS     PIC X(01).
026800         10  CBN-FLT-ROOT       PIC X(08).
026900         10  CBN-FLT-EXC-SW     PIC X(01).
027000             88  CBN-FLT-ON-EXC     VALUE "Y".
027100         10  CBN-FLT-CKP-SW     PIC X(01).
027200             88  CBN-FLT-STAMPED    VALUE "Y".
027300 77  CBN-FLT-SUB                PIC 9(03)  COMP VALUE ZERO.
027400 77  CBN-FLT-SLOT               PIC 9(03)  COMP VALUE ZERO.
027500 01  CBN-CURRENT-GROUP          PIC X(08)  VALUE SPACES.
027600 01  CBN-FIND-SUBSYSTEM         PIC X(08)  VALUE SPACES.
027700******************************************************************
027800*    ALERT TABLE - THE LEDGER ENTRIES OF THE NIGHT, BY           *
027900*    SUBSYSTEM PAGED FOR                                         *
028000******************************************************************
028100 01  CBN-ALERT-TABLE.
028200     05  CBN-ALT-COUNT          PIC 9(03)  COMP VALUE ZERO.
028300     05  CBN-ALT-ENTRY OCCURS 200 TIMES
028400                       INDEXED BY CBN-ALT-IDX.
028500         10  CBN-ALT-SUBSYSTEM  PIC X(08).
028600         10  CBN-ALT-ALERT-ID   PIC X(12).
028700         10  CBN-ALT-CONTACT    PIC X(08).
028800         10  CBN-ALT-ESC-LEVEL  PIC 9(01).
028900         10  CBN-ALT-ESC-CONTACT
029000                                PIC X(08).
029100         10  CBN-ALT-STATE      PIC X(01).
029200         10  CBN-ALT-ACK-BY     PIC X(08).
029300 77  CBN-ALT-SUB                PIC 9(03)  COMP VALUE ZERO.
029400 77  CBN-ALT-SLOT               PIC 9(03)  COMP VALUE ZERO.
029500 01  CBN-ALT-KEY                PIC X(08)  VALUE SPACES.
029600******************************************************************
029700*    REPORT LINES CARRIED INTO THE PACKAGE AS PRINTED - THE      *
029800*    COLBOT-RPT GROUP SUBTOTALS, THE CBALTRPT UNCOVERED,         *
029900*    ESCALATED AND ACK REJECT LINES, THE CBCMPRPT DIFFERENCES    *
030000******************************************************************
030100 01  CBN-FSUM-TABLE.
030200     05  CBN-FSUM-COUNT         PIC 9(03)  COMP VALUE ZERO.
030300     05  CBN-FSUM-ENTRY OCCURS 50 TIMES
030400                        INDEXED BY CBN-FSUM-IDX
030500                        PIC X(80).
030600 77  CBN-FSUM-SUB               PIC 9(03)  COMP VALUE ZERO.
030700 01  CBN-ALTL-TABLE.
030800     05  CBN-ALTL-COUNT         PIC 9(03)  COMP VALUE ZERO.
030900     05  CBN-ALTL-ENTRY OCCURS 50 TIMES
031000                        INDEXED BY CBN-ALTL-IDX
031100                        PIC X(80).
031200 77  CBN-ALTL-SUB               PIC 9(03)  COMP VALUE ZERO.
031300 01  CBN-DRIFT-TABLE.
031400     05  CBN-DRF-COUNT          PIC 9(03)  COMP VALUE ZERO.
031500     05  CBN-DRF-ENTRY OCCURS 50 TIMES
031600                       INDEXED BY CBN-DRF-IDX
031700                       PIC X(80).
031800 77  CBN-DRF-SUB                PIC 9(03)  COMP VALUE ZERO.
031900******************************************************************
032000*    CBFLTCKP - SUBSYSTEMS THE INTERRUPTED FLEET RUN STAMPED     *
032100******************************************************************
032200 01  CBN-CKP-TABLE.
032300     05  CBN-CKP-KEPT           PIC 9(03)  COMP VALUE ZERO.
032400     05  CBN-CKP-ENTRY OCCURS 200 TIMES
032500                       INDEXED BY CBN-CKP-IDX
032600                       PIC X(08).
032700 77  CBN-CKP-SUB                PIC 9(03)  COMP VALUE ZERO.
032800******************************************************************
032900*    OPEN-ITEM TABLE - CBTOIREC ENTRIES CARRIED, ADDED AND       *
033000*    CLOSED ON THE NIGHT                                         *
033100******************************************************************
033200 01  CBN-ITEM-TABLE.
033300     05  CBN-ITM-COUNT          PIC 9(03)  COMP VALUE ZERO.
033400     05  CBN-ITM-ENTRY OCCURS 100 TIMES
033500                       INDEXED BY CBN-ITM-IDX.
033600         10  CBN-ITM-ITEM-ID    PIC X(12).
033700         10  CBN-ITM-OPENED-DATE
033800                                PIC X(10).
033900         10  CBN-ITM-OPENED-BY  PIC X(08).
034000         10  CBN-ITM-LAST-DATE  PIC X(10).
034100         10  CBN-ITM-NIGHTS     PIC 9(03).
034200         10  CBN-ITM-STATE      PIC X(01).
034300         10  CBN-ITM-CLOSED-DATE
034400                                PIC X(10).
034500         10  CBN-ITM-CLOSED-BY  PIC X(08).
034600         10  CBN-ITM-TEXT       PIC X(60).
034700 77  CBN-ITM-SUB                PIC 9(03)  COMP VALUE ZERO.
034800 77  CBN-ITM-SLOT               PIC 9(03)  COMP VALUE ZERO.
034900 77  CBN-ITM-SEQ                PIC 9(04)  VALUE ZERO.
035000 77  CBN-ITM-HIGH-SEQ           PIC 9(04)  VALUE ZERO.
035100 01  CBN-ITM-ID-WORK.
035200     05  CBN-IID-DATE           PIC X(08).
035300     05  CBN-IID-SEQ            PIC 9(04).
035400 01  CBN-ITM-ID-VIEW REDEFINES CBN-ITM-ID-WORK.
035500     05  CBN-IIV-DATE           PIC X(08).
035600     05  CBN-IIV-SEQ            PIC X(04).
035700 01  CBN-DATE-KEY               PIC X(08)  VALUE SPACES.
035800******************************************************************
035900*    PRINT CONTROL - SAME ASA CONVENTIONS AS COLBOT'S CBPRT132   *
036000*    OUTPUT: PAGE HEADER ON EVERY PAGE, 60 LINES TO A PAGE, A    *
036100*    SECTION HEADING NEVER LEFT AT THE FOOT OF A PAGE            *
036200******************************************************************
036300 77  CBN-PRT-LINES-PER-PAGE     PIC 9(03)  COMP VALUE 60.
036400 77  CBN-PRT-LINE-COUNT         PIC 9(03)  COMP VALUE ZERO.
036500 77  CBN-PRT-PAGE-NO            PIC 9(05)  COMP VALUE ZERO.
036600 01  CBN-PRT-ASA-WK             PIC X(01)  VALUE SPACE.
036700 01  CBN-PRT-DETAIL             PIC X(132) VALUE SPACES.
036800 01  CBN-SECTION-TITLE          PIC X(60)  VALUE SPACES.
036900 01  CBN-PRT-HEADER-1.
037000     05  FILLER                 PIC X(26)
037100         VALUE "SHIFT TURNOVER PACKAGE".
037200     05  FILLER                 PIC X(16)
037300         VALUE "PROCESSING DATE ".
037400     05  CBN-PRT-HDR-DATE       PIC X(10).
037500     05  FILLER                 PIC X(16)
037600         VALUE "   NIGHT STATUS ".
037700     05  CBN-PRT-HDR-STATUS     PIC X(05).
037800     05  FILLER                 PIC X(07)  VALUE "   RUN ".
037900     05  CBN-PRT-HDR-TS         PIC X(19).
038000     05  FILLER                 PIC X(23)  VALUE SPACES.
038100     05  FILLER                 PIC X(05)  VALUE "PAGE ".
038200     05  CBN-PRT-HDR-PAGE       PIC ZZZZ9.
038300 01  CBN-RULE-LINE              PIC X(132) VALUE ALL "-".
038400 01  CBN-DRIVER-LINE.
038500     05  FILLER                 PIC X(02)  VALUE SPACES.
038600     05  CBN-DRV-LEVEL          PIC X(05).
038700     05  FILLER                 PIC X(03)  VALUE SPACES.
038800     05  CBN-DRV-DESC           PIC X(48).
038900     05  FILLER                 PIC X(02)  VALUE SPACES.
039000     05  CBN-DRV-COUNT          PIC ZZZZ9.
039100     05  FILLER                 PIC X(67)  VALUE SPACES.
039200 01  CBN-DRV-SEVERITY           PIC X(05)  VALUE SPACES.
039300 77  CBN-DRV-VALUE              PIC 9(05)  COMP VALUE ZERO.
039400 01  CBN-RERUN-LINE.
039500     05  FILLER                 PIC X(02)  VALUE SPACES.
039600     05  CBN-RRL-TIMESTAMP      PIC X(19).
039700     05  FILLER                 PIC X(02)  VALUE SPACES.
039800     05  CBN-RRL-JOB            PIC X(08).
039900     05  FILLER                 PIC X(02)  VALUE SPACES.
040000     05  CBN-RRL-STEP           PIC X(08).
040100     05  FILLER                 PIC X(02)  VALUE SPACES.
040200     05  CBN-RRL-RC             PIC X(03).
040300     05  FILLER                 PIC X(02)  VALUE SPACES.
040400     05  CBN-RRL-FLAG           PIC X(20).
040500     05  FILLER                 PIC X(64)  VALUE SPACES.
040600 01  CBN-FLEET-LINE.
040700     05  FILLER                 PIC X(02)  VALUE SPACES.
040800     05  CBN-FLL-GROUP          PIC X(08).
040900     05  FILLER                 PIC X(02)  VALUE SPACES.
041000     05  CBN-FLL-SUBSYSTEM      PIC X(08).
041100     05  FILLER                 PIC X(02)  VALUE SPACES.
041200     05  CBN-FLL-STATUS         PIC X(07).
041300     05  FILLER                 PIC X(02)  VALUE SPACES.
041400     05  CBN-FLL-ROOT           PIC X(08).
041500     05  FILLER                 PIC X(02)  VALUE SPACES.
041600     05  CBN-FLL-ALERT-ID       PIC X(12).
041700     05  FILLER                 PIC X(02)  VALUE SPACES.
041800     05  CBN-FLL-CONTACT        PIC X(08).
041900     05  FILLER                 PIC X(02)  VALUE SPACES.
042000     05  CBN-FLL-ESCALATED      PIC X(11).
042100     05  FILLER                 PIC X(02)  VALUE SPACES.
042200     05  CBN-FLL-STATE          PIC X(05).
042300     05  FILLER                 PIC X(02)  VALUE SPACES.
042400     05  CBN-FLL-ACK-BY         PIC X(08).
042500     05  FILLER                 PIC X(02)  VALUE SPACES.
042600     05  CBN-FLL-NOTE           PIC X(27).
042700 01  CBN-ITEM-LINE.
042800     05  FILLER                 PIC X(02)  VALUE SPACES.
042900     05  CBN-ITL-ITEM-ID        PIC X(12).
043000     05  FILLER                 PIC X(02)  VALUE SPACES.
043100     05  CBN-ITL-OPENED-DATE    PIC X(10).
043200     05  FILLER                 PIC X(02)  VALUE SPACES.
043300     05  CBN-ITL-OPENED-BY      PIC X(08).
043400     05  FILLER                 PIC X(02)  VALUE SPACES.
043500     05  CBN-ITL-NIGHTS         PIC ZZ9.
043600     05  FILLER                 PIC X(02)  VALUE SPACES.
043700     05  CBN-ITL-STATE          PIC X(06).
043800     05  FILLER                 PIC X(02)  VALUE SPACES.
043900     05  CBN-ITL-TEXT           PIC X(60).
044000     05  FILLER                 PIC X(02)  VALUE SPACES.
044100     05  CBN-ITL-CLOSED-BY      PIC X(09).
044200     05  FILLER                 PIC X(08)  VALUE SPACES.
044300******************************************************************
044400*    PROCESSING-DATE WORK - THE CBPDCTL CUTOFF AND THE FIELDS    *
044500*    8100-DERIVE-PROC-DATE USES TO TURN A WALL-CLOCK STAMP INTO  *
044600*    THE BATCH NIGHT IT BELONGS TO                               *
044700******************************************************************
044800 01  CBN-PROCDT-WORK.
044900     05  CBN-PD-CUTOFF-HHMM     PIC 9(04)  VALUE ZERO.
045000     05  CBN-PD-STAMP           PIC X(19).
045100     05  CBN-PD-HH              PIC 9(02).
045200     05  CBN-PD-MI              PIC 9(02).
045300     05  CBN-PD-HHMM            PIC 9(04).
045400     05  CBN-PD-YYYY            PIC 9(04).
045500     05  CBN-PD-MM              PIC 9(02).
045600     05  CBN-PD-DD              PIC 9(02).
045700     05  CBN-PD-QUOT            PIC 9(04)  COMP.
045800     05  CBN-PD-REM             PIC 9(04)  COMP.
045900     05  CBN-PD-DAYS-IN-MONTH   PIC 9(02)  COMP.
046000     05  CBN-PD-DATE            PIC X(10).
046100******************************************************************
046200*    PARM TOKEN WORK AREA                                        *
046300******************************************************************
046400 01  CBN-PARM-TOKENS.
046500     05  CBN-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
046600 77  CBN-TOKEN-IDX              PIC 9(02)  COMP VALUE ZERO.
046700 01  CBN-TOKEN-SPLIT.
046800     05  CBN-TOKEN-KEY          PIC X(10).
046900     05  CBN-TOKEN-VAL          PIC X(10).
047000******************************************************************
047100*    RUN DATE/TIME FOR THE PAGE HEADER AND THE DEFAULT DATE      *
047200******************************************************************
047300 01  CBN-TIMESTAMP-WORK.
047400     05  CBN-CURR-DATE          PIC 9(08).
047500     05  CBN-CURR-TIME          PIC 9(08).
047600     05  CBN-TS-YYYY            PIC 9(04).
047700     05  CBN-TS-MM              PIC 9(02).
047800     05  CBN-TS-DD              PIC 9(02).
047900     05  CBN-TS-HH              PIC 9(02).
048000     05  CBN-TS-MIN             PIC 9(02).
048100     05  CBN-TS-SEC             PIC 9(02).
048200     05  CBN-TS-FORMATTED       PIC X(19).
048300 LINKAGE SECTION.
048400******************************************************************
048500*    CBN-PARM-AREA - OPTIONAL. PRESENT WHEN CBTURNOV RUNS AS THE *
048600*    MAIN PROGRAM OF A JCL STEP WITH A PARM= OPERAND.            *
048700******************************************************************
048800 01  CBN-PARM-AREA.
048900     05  CBN-PARM-TEXT          PIC X(80).
049000 PROCEDURE DIVISION USING OPTIONAL CBN-PARM-AREA.
049100******************************************************************
049200*    0000-MAINLINE - GATHER EVERYTHING FIRST SO THE NIGHT STATUS *
049300*    IS KNOWN BEFORE THE FIRST PAGE HEADER PRINTS                *
049400******************************************************************
049500 0000-MAINLINE.
049600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
049700     IF CBN-NOT-ABORTED
049800         PERFORM 1100-LOAD-AUDIT-REPORT THRU 1100-EXIT
049900         PERFORM 1200-LOAD-FIRINGS THRU 1200-EXIT
050000         PERFORM 1300-LOAD-FLEET THRU 1300-EXIT
050100         PERFORM 1500-LOAD-EXCEPTIONS THRU 1500-EXIT
050200         PERFORM 1600-LOAD-ALERTS THRU 1600-EXIT
050300         PERFORM 1700-LOAD-FLEET-SUMMARY THRU 1700-EXIT
050400         PERFORM 1800-LOAD-ALERT-REPORT THRU 1800-EXIT
050500         PERFORM 1900-LOAD-DRIFT-REPORT THRU 1900-EXIT
050600         PERFORM 2000-LOAD-POSITION THRU 2000-EXIT
050800         PERFORM 2200-APPLY-ITEM-UPDATES THRU 2200-EXIT
050900         PERFORM 2500-SET-NIGHT-STATUS THRU 2500-EXIT
051000         PERFORM 3000-PRINT-NIGHT-STATUS THRU 3000-EXIT
051100         PERFORM 3100-PRINT-FIRINGS THRU 3100-EXIT
051200         PERFORM 3200-PRINT-FLEET THRU 3200-EXIT
051300         PERFORM 3300-PRINT-RESTART THRU 3300-EXIT
051400         PERFORM 3400-PRINT-DRIFT THRU 3400-EXIT
051500         PERFORM 3500-PRINT-OPEN-ITEMS THRU 3500-EXIT
051600         PERFORM 4000-WRITE-OPEN-ITEMS THRU 4000-EXIT
051700     END-IF.
051800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
051900     MOVE CBN-RETURN-CODE-WK TO RETURN-CODE.
052000     GOBACK.
052100******************************************************************
052200*    1000-INITIALIZE - RESOLVE THE PROCESSING DATE, LOAD THE     *
052300*    CARRIED OPEN ITEMS, THEN OPEN THE PACKAGE AND CBTOITMN      *
052400******************************************************************
052500 1000-INITIALIZE.
052600     PERFORM 8000-BUILD-TIMESTAMP THRU 8000-EXIT.
052700     PERFORM 1400-LOAD-PROC-DATE-CTL THRU 1400-EXIT.
052800     MOVE CBN-TS-FORMATTED TO CBN-PD-STAMP.
052900     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
053000     MOVE CBN-PD-DATE TO CBN-NIGHT-DATE.
053100     PERFORM 1010-PARSE-PARM THRU 1010-EXIT.
053200     IF CBN-NIGHT-DATE(1:4) IS NOT NUMERIC
053300        OR CBN-NIGHT-DATE(5:1) NOT = "-"
053400        OR CBN-NIGHT-DATE(6:2) IS NOT NUMERIC
053500        OR CBN-NIGHT-DATE(8:1) NOT = "-"
053600        OR CBN-NIGHT-DATE(9:2) IS NOT NUMERIC
053700         DISPLAY "CBTURNOV: DATE=" CBN-NIGHT-DATE
053800                 " IS NOT A VALID YYYY-MM-DD"
053900         SET CBN-ABORT-REQUESTED TO TRUE
054000         MOVE 16 TO CBN-RETURN-CODE-WK
054100         GO TO 1000-EXIT
054200     END-IF.
054300     STRING CBN-NIGHT-DATE(1:4) CBN-NIGHT-DATE(6:2)
054400            CBN-NIGHT-DATE(9:2)
054500         DELIMITED BY SIZE INTO CBN-DATE-KEY.
054510     PERFORM 2100-LOAD-OPEN-ITEMS THRU 2100-EXIT.
054520     IF CBN-ABORT-REQUESTED
054530         GO TO 1000-EXIT
054540     END-IF.
054600     OPEN OUTPUT CBTOVRPT.
054700     IF CBN-CBTOVRPT-STATUS NOT = "00"
054800         DISPLAY "CBTURNOV: UNABLE TO OPEN CBTOVRPT - STATUS "
054900                 CBN-CBTOVRPT-STATUS
055000         SET CBN-ABORT-REQUESTED TO TRUE
055100         MOVE 16 TO CBN-RETURN-CODE-WK
055200         GO TO 1000-EXIT
055300     END-IF.
055400     OPEN OUTPUT CBTOITMN.
055500     IF CBN-CBTOITMN-STATUS NOT = "00"
055600         DISPLAY "CBTURNOV: UNABLE TO OPEN CBTOITMN - STATUS "
055700                 CBN-CBTOITMN-STATUS
055800         SET CBN-ABORT-REQUESTED TO TRUE
055900         MOVE 16 TO CBN-RETURN-CODE-WK
056000         GO TO 1000-EXIT
056100     END-IF.
056200     MOVE ZERO TO CBN-PRT-PAGE-NO.
056300     MOVE CBN-PRT-LINES-PER-PAGE TO CBN-PRT-LINE-COUNT.
056400 1000-EXIT.
056500     EXIT.
056600******************************************************************
056700*    1010-PARSE-PARM - PICK UP DATE=YYYY-MM-DD IF SUPPLIED       *
056800******************************************************************
056900 1010-PARSE-PARM.
057000     IF CBN-PARM-AREA IS OMITTED
057100         GO TO 1010-EXIT
057200     END-IF.
057300     UNSTRING CBN-PARM-TEXT DELIMITED BY ","
057400         INTO CBN-PARM-TOKEN(1) CBN-PARM-TOKEN(2)
057500              CBN-PARM-TOKEN(3) CBN-PARM-TOKEN(4)
057600     END-UNSTRING.
057700     PERFORM 1020-SPLIT-TOKEN THRU 1020-EXIT
057800         VARYING CBN-TOKEN-IDX FROM 1 BY 1
057900         UNTIL CBN-TOKEN-IDX > 4.
058000 1010-EXIT.
058100     EXIT.
058200******************************************************************
058300*    1020-SPLIT-TOKEN                                            *
058400******************************************************************
058500 1020-SPLIT-TOKEN.
058600     IF CBN-PARM-TOKEN(CBN-TOKEN-IDX) = SPACES
058700         GO TO 1020-EXIT
058800     END-IF.
058900     UNSTRING CBN-PARM-TOKEN(CBN-TOKEN-IDX) DELIMITED BY "="
059000         INTO CBN-TOKEN-KEY CBN-TOKEN-VAL
059100     END-UNSTRING.
059200     EVALUATE CBN-TOKEN-KEY
059300         WHEN "DATE"
059400             MOVE CBN-TOKEN-VAL TO CBN-NIGHT-DATE
059500         WHEN OTHER
059600             CONTINUE
059700     END-EVALUATE.
059800 1020-EXIT.
059900     EXIT.
060000******************************************************************
060100*    1100-LOAD-AUDIT-REPORT - THE CBAUDRPT RECONCILIATION.  ITS  *
060200*    TITLE MUST NAME THE NIGHT; EVERY SCHEDULE ENTRY LINE IS     *
060300*    COUNTED AND THE EXCEPTIONS ARE KEPT FOR THE PACKAGE         *
060400******************************************************************
060500 1100-LOAD-AUDIT-REPORT.
060600     OPEN INPUT CBAUDRPT.
060700     IF CBN-CBAUDRPT-STATUS NOT = "00"
060800         MOVE SPACES TO CBN-NOTE-TEXT
060900         STRING "CBAUDRPT WILL NOT OPEN - STATUS "
061000                CBN-CBAUDRPT-STATUS
061100                " - FIRINGS NOT RECONCILED"
061200             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
061300         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
061400         GO TO 1100-EXIT
061500     END-IF.
061600     SET CBN-INPUT-NOT-EOF TO TRUE.
061700     PERFORM 1110-READ-AUDRPT-REC THRU 1110-EXIT.
061800     MOVE SPACES TO CBN-HEADING-DATE.
061900     IF CBN-INPUT-NOT-EOF
062000        AND CBN-AUDRPT-REC(1:48) =
062100            "COLBOT AUDIT RECONCILIATION FOR PROCESSING DATE "
062200         MOVE CBN-AUDRPT-REC(49:10) TO CBN-HEADING-DATE
062300     END-IF.
062400     IF CBN-HEADING-DATE NOT = CBN-NIGHT-DATE
062500         MOVE SPACES TO CBN-NOTE-TEXT
062600         STRING "CBAUDRPT IS FOR PROCESSING DATE "
062700                CBN-HEADING-DATE " - FIRINGS NOT RECONCILED"
062800             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
062900         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
063000         SET CBN-INPUT-EOF TO TRUE
063100     END-IF.
063200     SET CBN-IN-SECTION TO TRUE.
063300     PERFORM 1120-LOAD-ONE-ENTRY THRU 1120-EXIT
063400         UNTIL CBN-INPUT-EOF
063500            OR CBN-PAST-SECTION.
063600     CLOSE CBAUDRPT.
063700 1100-EXIT.
063800     EXIT.
063900******************************************************************
064000*    1110-READ-AUDRPT-REC                                        *
064100******************************************************************
064200 1110-READ-AUDRPT-REC.
064300     READ CBAUDRPT
064400         AT END SET CBN-INPUT-EOF TO TRUE
064500     END-READ.
064600     IF CBN-INPUT-NOT-EOF
064700         MOVE CBN-AUDRPT-REC TO CBN-AUDRPT-LINE
064800     END-IF.
064900 1110-EXIT.
065000     EXIT.
065100******************************************************************
065200*    1120-LOAD-ONE-ENTRY - A SCHEDULE ENTRY LINE CARRIES AN      *
065300*    HHMM-HHMM WINDOW AND AN OUTCOME; THE RC SUMMARY THAT        *
065400*    FOLLOWS THE ENTRIES ENDS THE SECTION                        *
065500******************************************************************
065600 1120-LOAD-ONE-ENTRY.
065700     IF CBN-AUDRPT-REC = "RETURN-CODE SUMMARY BY JOB"
065800         SET CBN-PAST-SECTION TO TRUE
065900         GO TO 1120-EXIT
066000     END-IF.
066100     IF CBN-ARL-WIN-START IS NOT NUMERIC
066200        OR CBN-ARL-WIN-DASH NOT = "-"
066300        OR CBN-ARL-WIN-END IS NOT NUMERIC
066400        OR CBN-ARL-STATUS = SPACES
066500         GO TO 1120-NEXT
066600     END-IF.
066700     ADD 1 TO CBN-SCHED-COUNT.
066800     SET CBN-NOT-FOUND TO TRUE.
066900     IF CBN-ARL-STATUS = "MISSED ENTIRELY"
067000         ADD 1 TO CBN-MISSED-COUNT
067100         SET CBN-FOUND TO TRUE
067200     END-IF.
067300     IF CBN-ARL-STATUS = "FIRED OUTSIDE WINDOW"
067400         ADD 1 TO CBN-OUTSIDE-COUNT
067500         SET CBN-FOUND TO TRUE
067600     END-IF.
067700     IF CBN-ARL-RC IS NUMERIC
067800        AND CBN-ARL-RC NOT < "004"
067900         ADD 1 TO CBN-HIGH-RC-COUNT
068000         SET CBN-FOUND TO TRUE
068100     END-IF.
068200     IF CBN-FOUND
068300         IF CBN-LATE-COUNT < 100
068400             ADD 1 TO CBN-LATE-COUNT
068500             SET CBN-LATE-IDX TO CBN-LATE-COUNT
068600             MOVE CBN-AUDRPT-REC TO CBN-LATE-ENTRY(CBN-LATE-IDX)
068700         END-IF
068800     END-IF.
068900 1120-NEXT.
069000     PERFORM 1110-READ-AUDRPT-REC THRU 1110-EXIT.
069100 1120-EXIT.
069200     EXIT.
069300******************************************************************
069400*    1200-LOAD-FIRINGS - CBAUDIT FIRINGS OF THE NIGHT (BY THE    *
069500*    CBPDCTL CUTOFF), KEEPING THE RERUNS                         *
069600******************************************************************
069700 1200-LOAD-FIRINGS.
069800     OPEN INPUT CBAUDIT.
069900     IF CBN-CBAUDIT-STATUS NOT = "00"
070000         MOVE SPACES TO CBN-NOTE-TEXT
070100         STRING "CBAUDIT WILL NOT OPEN - STATUS "
070200                CBN-CBAUDIT-STATUS " - RERUNS NOT LISTED"
070300             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
070400         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
070500         GO TO 1200-EXIT
070600     END-IF.
070700     SET CBN-INPUT-NOT-EOF TO TRUE.
070800     PERFORM 1210-READ-AUDIT-REC THRU 1210-EXIT.
070900     PERFORM 1220-LOAD-ONE-FIRING THRU 1220-EXIT
071000         UNTIL CBN-INPUT-EOF.
071100     CLOSE CBAUDIT.
071200 1200-EXIT.
071300     EXIT.
071400******************************************************************
071500*    1210-READ-AUDIT-REC                                         *
071600******************************************************************
071700 1210-READ-AUDIT-REC.
071800     READ CBAUDIT
071900         AT END SET CBN-INPUT-EOF TO TRUE
072000     END-READ.
072100 1210-EXIT.
072200     EXIT.
072300******************************************************************
072400*    1220-LOAD-ONE-FIRING                                        *
072500******************************************************************
072600 1220-LOAD-ONE-FIRING.
072700     MOVE CB-AUD-TIMESTAMP TO CBN-PD-STAMP.
072800     PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT.
072900     IF CBN-PD-DATE NOT = CBN-NIGHT-DATE
073000         GO TO 1220-NEXT
073100     END-IF.
073200     ADD 1 TO CBN-FIRING-COUNT.
073300     IF CB-AUD-FIRST-FIRING
073400         GO TO 1220-NEXT
073500     END-IF.
073600     IF CB-AUD-RERUN-SKIPPED
073700         ADD 1 TO CBN-SKIPPED-COUNT
073800     ELSE
073900         ADD 1 TO CBN-RERUN-COUNT
074000     END-IF.
074100     IF CBN-RRN-COUNT < 50
074200         ADD 1 TO CBN-RRN-COUNT
074300         SET CBN-RRN-IDX TO CBN-RRN-COUNT
074400         MOVE CB-AUD-TIMESTAMP TO CBN-RRN-TIMESTAMP(CBN-RRN-IDX)
074500         MOVE CB-AUD-JOB-NAME TO CBN-RRN-JOB(CBN-RRN-IDX)
074600         MOVE CB-AUD-STEP-NAME TO CBN-RRN-STEP(CBN-RRN-IDX)
074700         MOVE CB-AUD-RETURN-CODE TO CBN-RRN-RC(CBN-RRN-IDX)
074800         MOVE CB-AUD-RERUN-FLAG TO CBN-RRN-FLAG(CBN-RRN-IDX)
074900     END-IF.
075000 1220-NEXT.
075100     PERFORM 1210-READ-AUDIT-REC THRU 1210-EXIT.
075200 1220-EXIT.
075300     EXIT.
075400******************************************************************
075500*    1300-LOAD-FLEET - FLTCTL INTO THE FLEET TABLE UNDER THE     *
075600*    *GROUP HEADER EACH SUBSYSTEM FOLLOWS                        *
075700******************************************************************
075800 1300-LOAD-FLEET.
075900     OPEN INPUT FLTCTL.
076000     IF CBN-FLTCTL-STATUS NOT = "00"
076100         MOVE SPACES TO CBN-NOTE-TEXT
076200         STRING "FLTCTL WILL NOT OPEN - STATUS "
076300                CBN-FLTCTL-STATUS " - FLEET STATUS NOT SHOWN"
076400             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
076500         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
076600         GO TO 1300-EXIT
076700     END-IF.
076800     MOVE SPACES TO CBN-CURRENT-GROUP.
076900     SET CBN-INPUT-NOT-EOF TO TRUE.
077000     PERFORM 1310-READ-FLEET-REC THRU 1310-EXIT.
077100     PERFORM 1320-LOAD-ONE-SUBSYSTEM THRU 1320-EXIT
077200         UNTIL CBN-INPUT-EOF.
077300     CLOSE FLTCTL.
077400 1300-EXIT.
077500     EXIT.
077600******************************************************************
077700*    1310-READ-FLEET-REC                                         *
077800******************************************************************
077900 1310-READ-FLEET-REC.
078000     READ FLTCTL
078100         AT END SET CBN-INPUT-EOF TO TRUE
078200     END-READ.
078300 1310-EXIT.
078400     EXIT.
078500******************************************************************
078600*    1320-LOAD-ONE-SUBSYSTEM                                     *
078700******************************************************************
078800 1320-LOAD-ONE-SUBSYSTEM.
078900     IF CB-FLEET-IS-GROUP-HDR
079000         MOVE CB-FLEET-GROUP-NAME TO CBN-CURRENT-GROUP
079100         GO TO 1320-NEXT
079200     END-IF.
079300     ADD 1 TO CBN-FLEET-COUNT.
079400     IF CB-FLEET-FAILED
079500         ADD 1 TO CBN-FAILED-COUNT
079600     END-IF.
079700     IF CB-FLEET-BLOCKED
079800         ADD 1 TO CBN-BLOCKED-COUNT
079900     END-IF.
080000     IF CBN-FLT-COUNT NOT < 200
080100         GO TO 1320-NEXT
080200     END-IF.
080300     ADD 1 TO CBN-FLT-COUNT.
080400     SET CBN-FLT-IDX TO CBN-FLT-COUNT.
080500     MOVE CBN-CURRENT-GROUP TO CBN-FLT-GROUP(CBN-FLT-IDX).
080600     MOVE CB-FLEET-SUBSYSTEM TO CBN-FLT-SUBSYSTEM(CBN-FLT-IDX).
080700     MOVE CB-FLEET-STATUS TO CBN-FLT-STATUS(CBN-FLT-IDX).
080800     MOVE CB-FLEET-ROOT-CAUSE TO CBN-FLT-ROOT(CBN-FLT-IDX).
080900     MOVE "N" TO CBN-FLT-EXC-SW(CBN-FLT-IDX).
081000     MOVE "N" TO CBN-FLT-CKP-SW(CBN-FLT-IDX).
081100 1320-NEXT.
081200     PERFORM 1310-READ-FLEET-REC THRU 1310-EXIT.
081300 1320-EXIT.
081400     EXIT.
081500******************************************************************
081600*    1400-LOAD-PROC-DATE-CTL - PICK UP THE SHOP'S BATCH-NIGHT    *
081700*    CUTOFF FROM CBPDCTL.  NO DATASET KEEPS THE CALENDAR-DATE    *
081800*    RULE (CUTOFF 0000); AN UNREADABLE ONE DOES TOO, WITH A      *
081810*    PACKAGE NOTE (NIGHT STATUS AMBER, RC=4)                     *
081900******************************************************************
082000 1400-LOAD-PROC-DATE-CTL.
082100     OPEN INPUT CBPDCTL.
082200     IF CBN-CBPDCTL-STATUS = "35"
082300         GO TO 1400-EXIT
082400     END-IF.
082500     IF CBN-CBPDCTL-STATUS NOT = "00"
082600         MOVE SPACES TO CBN-NOTE-TEXT
082700         STRING "CBPDCTL WILL NOT OPEN - STATUS "
082800                CBN-CBPDCTL-STATUS " - CALENDAR DATES USED"
082900             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
083000         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
083100         GO TO 1400-EXIT
083200     END-IF.
083300     READ CBPDCTL
083400         AT END
083500             MOVE "CBPDCTL IS EMPTY - CALENDAR DATES USED"
083600                 TO CBN-NOTE-TEXT
083610             PERFORM 7000-ADD-NOTE THRU 7000-EXIT
083700     END-READ.
083800     IF CBN-CBPDCTL-STATUS = "00"
083900         IF CB-PDC-CUTOFF-HHMM IS NUMERIC
084000            AND CB-PDC-CUTOFF-HHMM < 2400
084100            AND CB-PDC-CUTOFF-HHMM(3:2) < "60"
084200             MOVE CB-PDC-CUTOFF-HHMM TO CBN-PD-CUTOFF-HHMM
084300         ELSE
084400             MOVE SPACES TO CBN-NOTE-TEXT
084500             STRING "CBPDCTL CUTOFF " CB-PDC-CUTOFF-HHMM
084600                    " INVALID - CALENDAR DATES USED"
084700                 DELIMITED BY SIZE INTO CBN-NOTE-TEXT
084800             PERFORM 7000-ADD-NOTE THRU 7000-EXIT
085000         END-IF
085100     END-IF.
085200     CLOSE CBPDCTL.
085300 1400-EXIT.
085400     EXIT.
085500******************************************************************
085600*    1500-LOAD-EXCEPTIONS - MARK EACH FLEET ENTRY COLBOT WROTE   *
085700*    TO CBFLTEXC, SO A FAILURE THE ALERT DISPATCHER NEVER SAW    *
085800*    STANDS OUT                                                  *
085900******************************************************************
086000 1500-LOAD-EXCEPTIONS.
086100     OPEN INPUT CBFLTEXC.
086200     IF CBN-CBFLTEXC-STATUS NOT = "00"
086300         MOVE SPACES TO CBN-NOTE-TEXT
086400         STRING "CBFLTEXC WILL NOT OPEN - STATUS "
086500                CBN-CBFLTEXC-STATUS
086600                " - ROUTING OF FAILURES NOT CHECKED"
086700             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
086800         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
086900         GO TO 1500-EXIT
087000     END-IF.
087100     SET CBN-INPUT-NOT-EOF TO TRUE.
087200     PERFORM 1510-READ-EXC-REC THRU 1510-EXIT.
087300     PERFORM 1520-LOAD-ONE-EXCEPTION THRU 1520-EXIT
087400         UNTIL CBN-INPUT-EOF.
087500     CLOSE CBFLTEXC.
087600 1500-EXIT.
087700     EXIT.
087800******************************************************************
087900*    1510-READ-EXC-REC                                           *
088000******************************************************************
088100 1510-READ-EXC-REC.
088200     READ CBFLTEXC
088300         AT END SET CBN-INPUT-EOF TO TRUE
088400     END-READ.
088500 1510-EXIT.
088600     EXIT.
088700******************************************************************
088800*    1520-LOAD-ONE-EXCEPTION                                     *
088900******************************************************************
089000 1520-LOAD-ONE-EXCEPTION.
089100     ADD 1 TO CBN-EXC-COUNT.
089200     MOVE CB-EXC-SUBSYSTEM TO CBN-FIND-SUBSYSTEM.
089300     PERFORM 7200-FIND-SUBSYSTEM THRU 7200-EXIT.
089400     IF CBN-FLT-SLOT > ZERO
089500         SET CBN-FLT-IDX TO CBN-FLT-SLOT
089600         MOVE "Y" TO CBN-FLT-EXC-SW(CBN-FLT-IDX)
089700     END-IF.
089800     PERFORM 1510-READ-EXC-REC THRU 1510-EXIT.
089900 1520-EXIT.
090000     EXIT.
090100******************************************************************
090200*    1600-LOAD-ALERTS - THE LEDGER ENTRIES OF THE NIGHT.  NO     *
090300*    CBALTLDG MEANS NO ALERTS HAVE BEEN SENT YET.                *
090400******************************************************************
090500 1600-LOAD-ALERTS.
090600     OPEN INPUT CBALTLDG.
090700     IF CBN-CBALTLDG-STATUS = "35"
090800         GO TO 1600-EXIT
090900     END-IF.
091000     IF CBN-CBALTLDG-STATUS NOT = "00"
091100         MOVE SPACES TO CBN-NOTE-TEXT
091200         STRING "CBALTLDG WILL NOT OPEN - STATUS "
091300                CBN-CBALTLDG-STATUS " - CONTACTS PAGED NOT SHOWN"
091400             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
091500         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
091600         GO TO 1600-EXIT
091700     END-IF.
091800     SET CBN-INPUT-NOT-EOF TO TRUE.
091900     PERFORM 1610-READ-LDG-REC THRU 1610-EXIT.
092000     PERFORM 1620-LOAD-ONE-ALERT THRU 1620-EXIT
092100         UNTIL CBN-INPUT-EOF.
092200     CLOSE CBALTLDG.
092300 1600-EXIT.
092400     EXIT.
092500******************************************************************
092600*    1610-READ-LDG-REC                                           *
092700******************************************************************
092800 1610-READ-LDG-REC.
092900     READ CBALTLDG
093000         AT END SET CBN-INPUT-EOF TO TRUE
093100     END-READ.
093200 1610-EXIT.
093300     EXIT.
093400******************************************************************
093500*    1620-LOAD-ONE-ALERT                                         *
093600******************************************************************
093700 1620-LOAD-ONE-ALERT.
093800     IF CB-ALD-PROC-DATE NOT = CBN-NIGHT-DATE
093900         GO TO 1620-NEXT
094000     END-IF.
094100     ADD 1 TO CBN-ALERT-COUNT.
094200     IF CB-ALD-OPEN
094300         ADD 1 TO CBN-OPEN-ALERT-COUNT
094400     END-IF.
094500     IF CBN-ALT-COUNT NOT < 200
094600         GO TO 1620-NEXT
094700     END-IF.
094800     ADD 1 TO CBN-ALT-COUNT.
094900     SET CBN-ALT-IDX TO CBN-ALT-COUNT.
095000     MOVE CB-ALD-SUBSYSTEM TO CBN-ALT-SUBSYSTEM(CBN-ALT-IDX).
095100     MOVE CB-ALD-ALERT-ID TO CBN-ALT-ALERT-ID(CBN-ALT-IDX).
095200     MOVE CB-ALD-CONTACT TO CBN-ALT-CONTACT(CBN-ALT-IDX).
095300     MOVE CB-ALD-ESC-LEVEL TO CBN-ALT-ESC-LEVEL(CBN-ALT-IDX).
095400     MOVE CB-ALD-ESC-CONTACT TO CBN-ALT-ESC-CONTACT(CBN-ALT-IDX).
095500     MOVE CB-ALD-STATE TO CBN-ALT-STATE(CBN-ALT-IDX).
095600     MOVE CB-ALD-ACK-BY TO CBN-ALT-ACK-BY(CBN-ALT-IDX).
095700 1620-NEXT.
095800     PERFORM 1610-READ-LDG-REC THRU 1610-EXIT.
095900 1620-EXIT.
096000     EXIT.
096100******************************************************************
096200*    1700-LOAD-FLEET-SUMMARY - THE COLBOT-RPT OF THE NIGHT'S     *
096300*    FLEET RUN (DD CBRPT).  ITS RUN STAMP MUST FALL IN THE       *
096400*    NIGHT; THE GROUP SUBTOTALS OF ITS FLEET RUN SUMMARY ARE     *
096500*    KEPT.  NO SUMMARY MEANS THE FLEET RUN NEVER FINISHED.       *
096600******************************************************************
096700 1700-LOAD-FLEET-SUMMARY.
096800     OPEN INPUT CBRPT.
096900     IF CBN-CBRPT-STATUS NOT = "00"
097000         MOVE SPACES TO CBN-NOTE-TEXT
097100         STRING "COLBOT-RPT (CBRPT) WILL NOT OPEN - STATUS "
097200                CBN-CBRPT-STATUS " - FLEET SUMMARY NOT SHOWN"
097300             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
097400         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
097500         GO TO 1700-EXIT
097600     END-IF.
097700     SET CBN-INPUT-NOT-EOF TO TRUE.
097800     PERFORM 1710-READ-CBRPT-REC THRU 1710-EXIT.
097900     MOVE SPACES TO CBN-HEADING-DATE.
098000     IF CBN-INPUT-NOT-EOF
098100        AND CBN-CBRPT-REC(1:34) =
098200            "COLBOT MASCOT BANNER REPORT   RUN "
098300         MOVE CBN-CBRPT-REC(35:19) TO CBN-PD-STAMP
098400         PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT
098500         MOVE CBN-PD-DATE TO CBN-HEADING-DATE
098600     END-IF.
098700     IF CBN-HEADING-DATE NOT = CBN-NIGHT-DATE
098800         MOVE SPACES TO CBN-NOTE-TEXT
098900         STRING "COLBOT-RPT IS FOR PROCESSING DATE "
099000                CBN-HEADING-DATE " - FLEET SUMMARY NOT SHOWN"
099100             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
099200         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
099300         CLOSE CBRPT
099400         GO TO 1700-EXIT
099500     END-IF.
099600     SET CBN-FLEET-SUM-NOT-SEEN TO TRUE.
099700     PERFORM 1720-LOAD-ONE-SUMMARY THRU 1720-EXIT
099800         UNTIL CBN-INPUT-EOF.
099900     CLOSE CBRPT.
100000     IF CBN-FLEET-SUM-NOT-SEEN
100100         MOVE SPACES TO CBN-NOTE-TEXT
100200         STRING "COLBOT-RPT HAS NO FLEET RUN SUMMARY - "
100300                "THE FLEET RUN DID NOT FINISH"
100400             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
100500         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
100600     END-IF.
100700 1700-EXIT.
100800     EXIT.
100900******************************************************************
101000*    1710-READ-CBRPT-REC                                         *
101100******************************************************************
101200 1710-READ-CBRPT-REC.
101300     READ CBRPT
101400         AT END SET CBN-INPUT-EOF TO TRUE
101500     END-READ.
101600 1710-EXIT.
101700     EXIT.
101800******************************************************************
101900*    1720-LOAD-ONE-SUMMARY - A GROUP SUBTOTAL LINE IS "GROUP "   *
102000*    THE GROUP NAME, THEN " SUBTOTAL"                            *
102100******************************************************************
102200 1720-LOAD-ONE-SUMMARY.
102300     IF CBN-CBRPT-REC = "FLEET RUN SUMMARY"
102400         SET CBN-FLEET-SUM-SEEN TO TRUE
102500         GO TO 1720-NEXT
102600     END-IF.
102700     IF CBN-FLEET-SUM-NOT-SEEN
102800         GO TO 1720-NEXT
102900     END-IF.
103000     IF (CBN-CBRPT-REC(1:6) = "GROUP "
103100         AND CBN-CBRPT-REC(16:8) = "SUBTOTAL")
103200        OR CBN-CBRPT-REC = "NO FLTCTL ENTRIES PROCESSED"
103300         IF CBN-FSUM-COUNT < 50
103400             ADD 1 TO CBN-FSUM-COUNT
103500             SET CBN-FSUM-IDX TO CBN-FSUM-COUNT
103600             MOVE CBN-CBRPT-REC TO CBN-FSUM-ENTRY(CBN-FSUM-IDX)
103700         END-IF
103800     END-IF.
103900 1720-NEXT.
104000     PERFORM 1710-READ-CBRPT-REC THRU 1710-EXIT.
104100 1720-EXIT.
104200     EXIT.
104300******************************************************************
104400*    1800-LOAD-ALERT-REPORT - THE LATEST CBALTRPT.  ITS SECOND   *
104500*    LINE MUST NAME THE NIGHT; ITS UNCOVERED, ESCALATED AND ACK  *
104600*    REJECT LINES ARE KEPT                                       *
104700******************************************************************
104800 1800-LOAD-ALERT-REPORT.
104900     OPEN INPUT CBALTRPT.
105000     IF CBN-CBALTRPT-STATUS NOT = "00"
105100         MOVE SPACES TO CBN-NOTE-TEXT
105200         STRING "CBALTRPT WILL NOT OPEN - STATUS "
105300                CBN-CBALTRPT-STATUS
105400                " - UNCOVERED ALERTS NOT CHECKED"
105500             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
105600         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
105700         GO TO 1800-EXIT
105800     END-IF.
105900     SET CBN-INPUT-NOT-EOF TO TRUE.
106000     PERFORM 1810-READ-ALTRPT-REC THRU 1810-EXIT.
106100     PERFORM 1810-READ-ALTRPT-REC THRU 1810-EXIT.
106200     MOVE SPACES TO CBN-HEADING-DATE.
106300     IF CBN-INPUT-NOT-EOF
106400        AND CBN-ALTRPT-REC(1:16) = "PROCESSING DATE "
106500         MOVE CBN-ALTRPT-REC(17:10) TO CBN-HEADING-DATE
106600     END-IF.
106700     IF CBN-HEADING-DATE NOT = CBN-NIGHT-DATE
106800         MOVE SPACES TO CBN-NOTE-TEXT
106900         STRING "CBALTRPT IS FOR PROCESSING DATE "
107000                CBN-HEADING-DATE
107100                " - UNCOVERED ALERTS NOT CHECKED"
107200             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
107300         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
107400         SET CBN-INPUT-EOF TO TRUE
107500     END-IF.
107600     PERFORM 1820-LOAD-ONE-ALERT-LINE THRU 1820-EXIT
107700         UNTIL CBN-INPUT-EOF.
107800     CLOSE CBALTRPT.
107900 1800-EXIT.
108000     EXIT.
108100******************************************************************
108200*    1810-READ-ALTRPT-REC                                        *
108300******************************************************************
108400 1810-READ-ALTRPT-REC.
108500     READ CBALTRPT
108600         AT END SET CBN-INPUT-EOF TO TRUE
108700     END-READ.
108800 1810-EXIT.
108900     EXIT.
109000******************************************************************
109100*    1820-LOAD-ONE-ALERT-LINE                                    *
109200******************************************************************
109300 1820-LOAD-ONE-ALERT-LINE.
109400     IF CBN-ALTRPT-REC(1:10) NOT = "UNCOVERED"
109500        AND CBN-ALTRPT-REC(1:10) NOT = "ESCALATED"
109600        AND CBN-ALTRPT-REC(1:10) NOT = "ACK REJECT"
109700         GO TO 1820-NEXT
109800     END-IF.
109900     IF CBN-ALTRPT-REC(1:10) = "UNCOVERED"
110000         ADD 1 TO CBN-UNCOVERED-COUNT
110100     END-IF.
110200     IF CBN-ALTL-COUNT < 50
110300         ADD 1 TO CBN-ALTL-COUNT
110400         SET CBN-ALTL-IDX TO CBN-ALTL-COUNT
110500         MOVE CBN-ALTRPT-REC TO CBN-ALTL-ENTRY(CBN-ALTL-IDX)
110600     END-IF.
110700 1820-NEXT.
110800     PERFORM 1810-READ-ALTRPT-REC THRU 1810-EXIT.
110900 1820-EXIT.
111000     EXIT.
111100******************************************************************
111200*    1900-LOAD-DRIFT-REPORT - THE CBBANCMP DRIFT CHECK (DD       *
111300*    CBCMPRPT).  ITS RUN STAMP MUST FALL IN THE NIGHT; EVERY     *
111400*    DIFFERENCE LINE IS COUNTED AND THE FIRST 50 KEPT            *
111500******************************************************************
111600 1900-LOAD-DRIFT-REPORT.
111700     OPEN INPUT CBCMPRPT.
111800     IF CBN-CBCMPRPT-STATUS NOT = "00"
111900         MOVE SPACES TO CBN-NOTE-TEXT
112000         STRING "CBCMPRPT WILL NOT OPEN - STATUS "
112100                CBN-CBCMPRPT-STATUS " - DRIFT NOT CHECKED"
112200             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
112300         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
112400         GO TO 1900-EXIT
112500     END-IF.
112600     SET CBN-INPUT-NOT-EOF TO TRUE.
112700     PERFORM 1910-READ-CMPRPT-REC THRU 1910-EXIT.
112800     MOVE SPACES TO CBN-HEADING-DATE.
112900     IF CBN-INPUT-NOT-EOF
113000        AND CBN-CMPRPT-REC(1:37) =
113100            "BANKEY / BANNERCFG DRIFT CHECK   RUN "
113200         MOVE CBN-CMPRPT-REC(38:19) TO CBN-PD-STAMP
113300         PERFORM 8100-DERIVE-PROC-DATE THRU 8100-EXIT
113400         MOVE CBN-PD-DATE TO CBN-HEADING-DATE
113500     END-IF.
113600     IF CBN-HEADING-DATE NOT = CBN-NIGHT-DATE
113700         MOVE SPACES TO CBN-NOTE-TEXT
113800         STRING "CBCMPRPT IS FOR PROCESSING DATE "
113900                CBN-HEADING-DATE " - DRIFT NOT CHECKED"
114000             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
114100         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
114200         SET CBN-INPUT-EOF TO TRUE
114300     END-IF.
114400     PERFORM 1920-LOAD-ONE-DIFFERENCE THRU 1920-EXIT
114500         UNTIL CBN-INPUT-EOF.
114600     CLOSE CBCMPRPT.
114700 1900-EXIT.
114800     EXIT.
114900******************************************************************
115000*    1910-READ-CMPRPT-REC                                        *
115100******************************************************************
115200 1910-READ-CMPRPT-REC.
115300     READ CBCMPRPT
115400         AT END SET CBN-INPUT-EOF TO TRUE
115500     END-READ.
115600 1910-EXIT.
115700     EXIT.
115800******************************************************************
115900*    1920-LOAD-ONE-DIFFERENCE - THE TOTALS THAT FOLLOW THE       *
115910*    DIFFERENCE LINES (SOURCE READ ..., THEN A LINE THAT ALSO    *
115920*    STARTS ONLY IN BANNERCFG) END THE SECTION                   *
116000******************************************************************
116100 1920-LOAD-ONE-DIFFERENCE.
116110     IF CBN-CMPRPT-REC(1:12) = "SOURCE READ "
116120        OR CBN-CMPRPT-REC = "END OF CBBANCMP REPORT"
116130         SET CBN-INPUT-EOF TO TRUE
116140         GO TO 1920-EXIT
116150     END-IF.
116200     IF CBN-CMPRPT-REC(1:18) NOT = "ONLY IN BANNERCFG"
116300        AND CBN-CMPRPT-REC(1:18) NOT = "ONLY IN BANKEY"
116400        AND CBN-CMPRPT-REC(1:18) NOT = "TEXT DIFFERS"
116500        AND CBN-CMPRPT-REC(1:18) NOT = "EFF DATE DIFFERS"
116600         GO TO 1920-NEXT
116700     END-IF.
116800     ADD 1 TO CBN-DRIFT-COUNT.
116900     IF CBN-DRF-COUNT < 50
117000         ADD 1 TO CBN-DRF-COUNT
117100         SET CBN-DRF-IDX TO CBN-DRF-COUNT
117200         MOVE CBN-CMPRPT-REC TO CBN-DRF-ENTRY(CBN-DRF-IDX)
117300     END-IF.
117400 1920-NEXT.
117500     PERFORM 1910-READ-CMPRPT-REC THRU 1910-EXIT.
117600 1920-EXIT.
117700     EXIT.
117800******************************************************************
117900*    2000-LOAD-POSITION - COLBOT EMPTIES CBFLTCKP WHEN A FLEET   *
118000*    RUN FINISHES, SO ANY RECORD ON IT IS A RUN THAT STOPPED     *
118100*    PART WAY AND IS WAITING FOR RESTART=Y.  EACH SUBSYSTEM IT   *
118200*    GOT THROUGH IS MARKED STAMPED IN THE FLEET TABLE.           *
118300******************************************************************
118400 2000-LOAD-POSITION.
118500     OPEN INPUT CBFLTCKP.
118600     IF CBN-CBFLTCKP-STATUS = "35"
118700         GO TO 2000-EXIT
118800     END-IF.
118900     IF CBN-CBFLTCKP-STATUS NOT = "00"
119000         MOVE SPACES TO CBN-NOTE-TEXT
119100         STRING "CBFLTCKP WILL NOT OPEN - STATUS "
119200                CBN-CBFLTCKP-STATUS
119300                " - AN INTERRUPTED FLEET RUN MAY BE MISSED"
119400             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
119500         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
119600         GO TO 2000-EXIT
119700     END-IF.
119800     SET CBN-INPUT-NOT-EOF TO TRUE.
119900     PERFORM 2010-READ-POSITION-REC THRU 2010-EXIT.
120000     PERFORM 2020-LOAD-ONE-POSITION THRU 2020-EXIT
120100         UNTIL CBN-INPUT-EOF.
120200     CLOSE CBFLTCKP.
120300 2000-EXIT.
120400     EXIT.
120500******************************************************************
120600*    2010-READ-POSITION-REC                                      *
120700******************************************************************
120800 2010-READ-POSITION-REC.
120900     READ CBFLTCKP
121000         AT END SET CBN-INPUT-EOF TO TRUE
121100     END-READ.
121200 2010-EXIT.
121300     EXIT.
121400******************************************************************
121500*    2020-LOAD-ONE-POSITION                                      *
121600******************************************************************
121700 2020-LOAD-ONE-POSITION.
121800     IF CBN-FLTCKP-REC = SPACES
121900         GO TO 2020-NEXT
122000     END-IF.
122100     ADD 1 TO CBN-CKP-COUNT.
122200     IF CBN-CKP-KEPT < 200
122300         ADD 1 TO CBN-CKP-KEPT
122400         SET CBN-CKP-IDX TO CBN-CKP-KEPT
122500         MOVE CBN-FLTCKP-REC TO CBN-CKP-ENTRY(CBN-CKP-IDX)
122600     END-IF.
122700     MOVE CBN-FLTCKP-REC TO CBN-FIND-SUBSYSTEM.
122800     PERFORM 7200-FIND-SUBSYSTEM THRU 7200-EXIT.
122900     IF CBN-FLT-SLOT > ZERO
123000         SET CBN-FLT-IDX TO CBN-FLT-SLOT
123100         MOVE "Y" TO CBN-FLT-CKP-SW(CBN-FLT-IDX)
123200     END-IF.
123300 2020-NEXT.
123400     PERFORM 2010-READ-POSITION-REC THRU 2010-EXIT.
123500 2020-EXIT.
123600     EXIT.
123700******************************************************************
123800*    2100-LOAD-OPEN-ITEMS - THE PREVIOUS PACKAGE'S OPEN ITEMS.   *
123900*    AN OPEN ITEM NOT YET SEEN ON THIS NIGHT'S PACKAGE IS        *
124000*    CARRIED ONE MORE NIGHT.  A CLOSED ITEM IS KEPT ONLY IF IT   *
124100*    WAS CLOSED ON THIS NIGHT (A RERUN); OLDER ONES DROP OFF.    *
124200*    NO CBTOITM MEANS NO ITEMS YET.  AN UNREADABLE CBTOITM, OR   *
124210*    MORE ITEMS THAN THE TABLE HOLDS, ENDS THE RUN RC=16 BEFORE  *
124220*    THE PACKAGE OR CBTOITMN IS OPENED, SO NO ITEM IS LOST BY    *
124230*    CATALOGING A SHORT CBTOITMN OVER CBTOITM.                   *
124300******************************************************************
124400 2100-LOAD-OPEN-ITEMS.
124500     OPEN INPUT CBTOITM.
124600     IF CBN-CBTOITM-STATUS = "35"
124700         GO TO 2100-EXIT
124800     END-IF.
124900     IF CBN-CBTOITM-STATUS NOT = "00"
125000         DISPLAY "CBTURNOV: UNABLE TO OPEN CBTOITM - STATUS "
125100                 CBN-CBTOITM-STATUS
125200         SET CBN-ABORT-REQUESTED TO TRUE
125300         MOVE 16 TO CBN-RETURN-CODE-WK
125800         GO TO 2100-EXIT
125900     END-IF.
126000     SET CBN-INPUT-NOT-EOF TO TRUE.
126100     PERFORM 2110-READ-ITEM-REC THRU 2110-EXIT.
126200     PERFORM 2120-LOAD-ONE-ITEM THRU 2120-EXIT
126300         UNTIL CBN-INPUT-EOF.
126400     CLOSE CBTOITM.
126500 2100-EXIT.
126600     EXIT.
126700******************************************************************
126800*    2110-READ-ITEM-REC                                          *
126900******************************************************************
127000 2110-READ-ITEM-REC.
127100     READ CBTOITM
127200         AT END SET CBN-INPUT-EOF TO TRUE
127300     END-READ.
127400 2110-EXIT.
127500     EXIT.
127600******************************************************************
127700*    2120-LOAD-ONE-ITEM                                          *
127800******************************************************************
127900 2120-LOAD-ONE-ITEM.
128000     IF CB-TOI-CLOSED
128100        AND CB-TOI-CLOSED-DATE NOT = CBN-NIGHT-DATE
128200         GO TO 2120-NEXT
128300     END-IF.
128400     IF CBN-ITM-COUNT NOT < 100
128500         DISPLAY "CBTURNOV: MORE THAN 100 OPEN ITEMS ON CBTOITM "
128600                 "- ITEM " CB-TOI-ITEM-ID " NOT LOADED"
128700         SET CBN-ABORT-REQUESTED TO TRUE
128800         MOVE 16 TO CBN-RETURN-CODE-WK
128900         SET CBN-INPUT-EOF TO TRUE
129000         GO TO 2120-EXIT
129100     END-IF.
129200     ADD 1 TO CBN-ITM-COUNT.
129300     SET CBN-ITM-IDX TO CBN-ITM-COUNT.
129400     MOVE CB-TOI-ITEM-ID TO CBN-ITM-ITEM-ID(CBN-ITM-IDX).
129500     MOVE CB-TOI-OPENED-DATE TO CBN-ITM-OPENED-DATE(CBN-ITM-IDX).
129600     MOVE CB-TOI-OPENED-BY TO CBN-ITM-OPENED-BY(CBN-ITM-IDX).
129700     MOVE CB-TOI-LAST-DATE TO CBN-ITM-LAST-DATE(CBN-ITM-IDX).
129800     MOVE CB-TOI-NIGHTS TO CBN-ITM-NIGHTS(CBN-ITM-IDX).
129900     MOVE CB-TOI-STATE TO CBN-ITM-STATE(CBN-ITM-IDX).
130000     MOVE CB-TOI-CLOSED-DATE TO CBN-ITM-CLOSED-DATE(CBN-ITM-IDX).
130100     MOVE CB-TOI-CLOSED-BY TO CBN-ITM-CLOSED-BY(CBN-ITM-IDX).
130200     MOVE CB-TOI-TEXT TO CBN-ITM-TEXT(CBN-ITM-IDX).
130300     IF CB-TOI-OPEN
130400        AND CB-TOI-LAST-DATE < CBN-NIGHT-DATE
130500         ADD 1 TO CBN-ITM-NIGHTS(CBN-ITM-IDX)
130600         MOVE CBN-NIGHT-DATE TO CBN-ITM-LAST-DATE(CBN-ITM-IDX)
130700     END-IF.
130800 2120-NEXT.
130900     PERFORM 2110-READ-ITEM-REC THRU 2110-EXIT.
131000 2120-EXIT.
131100     EXIT.
131200******************************************************************
131300*    2200-APPLY-ITEM-UPDATES - THE NIGHT'S ADDS AND CLOSES.  NO  *
131400*    CBTOUPD MEANS NO CHANGES.                                   *
131500******************************************************************
131600 2200-APPLY-ITEM-UPDATES.
131700     OPEN INPUT CBTOUPD.
131800     IF CBN-CBTOUPD-STATUS = "35"
131900         GO TO 2200-EXIT
132000     END-IF.
132100     IF CBN-CBTOUPD-STATUS NOT = "00"
132200         MOVE SPACES TO CBN-NOTE-TEXT
132300         STRING "CBTOUPD WILL NOT OPEN - STATUS "
132400                CBN-CBTOUPD-STATUS
132500                " - OPEN-ITEM UPDATES NOT APPLIED"
132600             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
132700         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
132800         GO TO 2200-EXIT
132900     END-IF.
133000     SET CBN-INPUT-NOT-EOF TO TRUE.
133100     PERFORM 2210-READ-UPDATE-REC THRU 2210-EXIT.
133200     PERFORM 2220-APPLY-ONE-UPDATE THRU 2220-EXIT
133300         UNTIL CBN-INPUT-EOF.
133400     CLOSE CBTOUPD.
133500 2200-EXIT.
133600     EXIT.
133700******************************************************************
133800*    2210-READ-UPDATE-REC                                        *
133900******************************************************************
134000 2210-READ-UPDATE-REC.
134100     READ CBTOUPD
134200         AT END SET CBN-INPUT-EOF TO TRUE
134300     END-READ.
134400 2210-EXIT.
134500     EXIT.
134600******************************************************************
134700*    2220-APPLY-ONE-UPDATE                                       *
134800******************************************************************
134900 2220-APPLY-ONE-UPDATE.
135000     EVALUATE TRUE
135100         WHEN CB-TOU-ADD
135200             PERFORM 2300-ADD-ITEM THRU 2300-EXIT
135300         WHEN CB-TOU-CLOSE
135400             PERFORM 2400-CLOSE-ITEM THRU 2400-EXIT
135500         WHEN OTHER
135600             MOVE SPACES TO CBN-NOTE-TEXT
135700             STRING "CBTOUPD ACTION " CB-TOU-ACTION
135800                    " NOT A OR C - UPDATE BY " CB-TOU-OPERATOR
135900                    " REJECTED"
136000                 DELIMITED BY SIZE INTO CBN-NOTE-TEXT
136100             PERFORM 7000-ADD-NOTE THRU 7000-EXIT
136200     END-EVALUATE.
136300     PERFORM 2210-READ-UPDATE-REC THRU 2210-EXIT.
136400 2220-EXIT.
136500     EXIT.
136600******************************************************************
136700*    2300-ADD-ITEM - NUMBER THE NEW ITEM AFTER THE HIGHEST       *
136800*    SEQUENCE ALREADY USED ON THIS NIGHT.  TEXT THAT IS ALREADY  *
136900*    AN OPEN ITEM, OR AN ITEM CLOSED ON THIS NIGHT, IS PASSED    *
137000*    OVER (A RERUN APPLYING IT AGAIN).                           *
137100******************************************************************
137200 2300-ADD-ITEM.
137300     IF CB-TOU-TEXT = SPACES
137400         MOVE SPACES TO CBN-NOTE-TEXT
137500         STRING "CBTOUPD ADD BY " CB-TOU-OPERATOR
137600                " HAS NO TEXT - REJECTED"
137700             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
137800         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
137900         GO TO 2300-EXIT
138000     END-IF.
138100     SET CBN-NOT-FOUND TO TRUE.
138200     MOVE ZERO TO CBN-ITM-HIGH-SEQ.
138300     PERFORM 2310-CHECK-ONE-ITEM THRU 2310-EXIT
138400         VARYING CBN-ITM-SUB FROM 1 BY 1
138500         UNTIL CBN-ITM-SUB > CBN-ITM-COUNT.
138600     IF CBN-FOUND
138700         GO TO 2300-EXIT
138800     END-IF.
138900     IF CBN-ITM-COUNT NOT < 100
139000         MOVE SPACES TO CBN-NOTE-TEXT
139100         STRING "MORE THAN 100 OPEN ITEMS - ADD BY "
139200                CB-TOU-OPERATOR " REJECTED"
139300             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
139400         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
139500         GO TO 2300-EXIT
139600     END-IF.
139700     ADD 1 TO CBN-ITM-COUNT.
139800     SET CBN-ITM-IDX TO CBN-ITM-COUNT.
139900     MOVE CBN-DATE-KEY TO CBN-IID-DATE.
140000     COMPUTE CBN-IID-SEQ = CBN-ITM-HIGH-SEQ + 1.
140100     MOVE CBN-ITM-ID-WORK TO CBN-ITM-ITEM-ID(CBN-ITM-IDX).
140200     MOVE CBN-NIGHT-DATE TO CBN-ITM-OPENED-DATE(CBN-ITM-IDX).
140300     MOVE CB-TOU-OPERATOR TO CBN-ITM-OPENED-BY(CBN-ITM-IDX).
140400     MOVE CBN-NIGHT-DATE TO CBN-ITM-LAST-DATE(CBN-ITM-IDX).
140500     MOVE ZERO TO CBN-ITM-NIGHTS(CBN-ITM-IDX).
140600     MOVE "O" TO CBN-ITM-STATE(CBN-ITM-IDX).
140700     MOVE SPACES TO CBN-ITM-CLOSED-DATE(CBN-ITM-IDX).
140800     MOVE SPACES TO CBN-ITM-CLOSED-BY(CBN-ITM-IDX).
140900     MOVE CB-TOU-TEXT TO CBN-ITM-TEXT(CBN-ITM-IDX).
141000 2300-EXIT.
141100     EXIT.
141200******************************************************************
141300*    2310-CHECK-ONE-ITEM - SAME TEXT STILL OPEN OR CLOSED ON     *
141400*    THIS NIGHT, AND THE HIGHEST SEQUENCE NUMBERED ON THIS NIGHT *
141500******************************************************************
141600 2310-CHECK-ONE-ITEM.
141700     SET CBN-ITM-IDX TO CBN-ITM-SUB.
141800     IF CBN-ITM-TEXT(CBN-ITM-IDX) = CB-TOU-TEXT
141900        AND (CBN-ITM-STATE(CBN-ITM-IDX) = "O"
142000          OR CBN-ITM-CLOSED-DATE(CBN-ITM-IDX) = CBN-NIGHT-DATE)
142100         SET CBN-FOUND TO TRUE
142200     END-IF.
142300     MOVE CBN-ITM-ITEM-ID(CBN-ITM-IDX) TO CBN-ITM-ID-WORK.
142400     IF CBN-IIV-DATE = CBN-DATE-KEY
142500        AND CBN-IIV-SEQ IS NUMERIC
142600        AND CBN-IID-SEQ > CBN-ITM-HIGH-SEQ
142700         MOVE CBN-IID-SEQ TO CBN-ITM-HIGH-SEQ
142800     END-IF.
142900 2310-EXIT.
143000     EXIT.
143100******************************************************************
143200*    2400-CLOSE-ITEM - AN ITEM ALREADY CLOSED IS PASSED OVER; AN *
143300*    ITEM ID NOT ON FILE IS REJECTED WITH A PACKAGE NOTE         *
143400******************************************************************
143500 2400-CLOSE-ITEM.
143600     MOVE ZERO TO CBN-ITM-SLOT.
143700     PERFORM 2410-MATCH-ITEM THRU 2410-EXIT
143800         VARYING CBN-ITM-SUB FROM 1 BY 1
143900         UNTIL CBN-ITM-SUB > CBN-ITM-COUNT
144000            OR CBN-ITM-SLOT > ZERO.
144100     IF CBN-ITM-SLOT = ZERO
144200         MOVE SPACES TO CBN-NOTE-TEXT
144300         STRING "CBTOUPD CLOSE OF ITEM " CB-TOU-ITEM-ID
144400                " BY " CB-TOU-OPERATOR
144500                " - NOT AN OPEN ITEM - REJECTED"
144600             DELIMITED BY SIZE INTO CBN-NOTE-TEXT
144700         PERFORM 7000-ADD-NOTE THRU 7000-EXIT
144800         GO TO 2400-EXIT
144900     END-IF.
145000     SET CBN-ITM-IDX TO CBN-ITM-SLOT.
145100     IF CBN-ITM-STATE(CBN-ITM-IDX) = "C"
145200         GO TO 2400-EXIT
145300     END-IF.
145400     MOVE "C" TO CBN-ITM-STATE(CBN-ITM-IDX).
145500     MOVE CBN-NIGHT-DATE TO CBN-ITM-CLOSED-DATE(CBN-ITM-IDX).
145600     MOVE CB-TOU-OPERATOR TO CBN-ITM-CLOSED-BY(CBN-ITM-IDX).
145700 2400-EXIT.
145800     EXIT.
145900******************************************************************
146000*    2410-MATCH-ITEM                                             *
146100******************************************************************
146200 2410-MATCH-ITEM.
146300     SET CBN-ITM-IDX TO CBN-ITM-SUB.
146400     IF CBN-ITM-ITEM-ID(CBN-ITM-IDX) = CB-TOU-ITEM-ID
146500         MOVE CBN-ITM-SUB TO CBN-ITM-SLOT
146600     END-IF.
146700 2410-EXIT.
146800     EXIT.
146900******************************************************************
147000*    2500-SET-NIGHT-STATUS - RED, AMBER OR GREEN FROM THE        *
147100*    DRIVER COUNTS, AND THE MATCHING RETURN CODE                 *
147200******************************************************************
147300 2500-SET-NIGHT-STATUS.
147400     MOVE ZERO TO CBN-ITEM-OPEN-COUNT.
147500     MOVE ZERO TO CBN-ITEM-NEW-COUNT.
147600     MOVE ZERO TO CBN-ITEM-CLOSED-COUNT.
147700     PERFORM 2510-COUNT-ONE-ITEM THRU 2510-EXIT
147800         VARYING CBN-ITM-SUB FROM 1 BY 1
147900         UNTIL CBN-ITM-SUB > CBN-ITM-COUNT.
148000     EVALUATE TRUE
148100         WHEN CBN-MISSED-COUNT > ZERO
148200           OR CBN-FAILED-COUNT > ZERO
148300           OR CBN-UNCOVERED-COUNT > ZERO
148400           OR CBN-CKP-COUNT > ZERO
148500             SET CBN-NIGHT-RED TO TRUE
148600             MOVE 8 TO CBN-RETURN-CODE-WK
148700         WHEN CBN-OUTSIDE-COUNT > ZERO
148800           OR CBN-HIGH-RC-COUNT > ZERO
148900           OR CBN-BLOCKED-COUNT > ZERO
149000           OR CBN-OPEN-ALERT-COUNT > ZERO
149100           OR CBN-DRIFT-COUNT > ZERO
149200           OR CBN-ITEM-OPEN-COUNT > ZERO
149300           OR CBN-NOTE-COUNT > ZERO
149400             SET CBN-NIGHT-AMBER TO TRUE
149500             MOVE 4 TO CBN-RETURN-CODE-WK
149600         WHEN OTHER
149700             SET CBN-NIGHT-GREEN TO TRUE
149800             MOVE ZERO TO CBN-RETURN-CODE-WK
149900     END-EVALUATE.
150000 2500-EXIT.
150100     EXIT.
150200******************************************************************
150300*    2510-COUNT-ONE-ITEM                                         *
150400******************************************************************
150500 2510-COUNT-ONE-ITEM.
150600     SET CBN-ITM-IDX TO CBN-ITM-SUB.
150700     IF CBN-ITM-STATE(CBN-ITM-IDX) = "C"
150800         ADD 1 TO CBN-ITEM-CLOSED-COUNT
150900     ELSE
151000         ADD 1 TO CBN-ITEM-OPEN-COUNT
151100         IF CBN-ITM-OPENED-DATE(CBN-ITM-IDX) = CBN-NIGHT-DATE
151200             ADD 1 TO CBN-ITEM-NEW-COUNT
151300         END-IF
151400     END-IF.
151500 2510-EXIT.
151600     EXIT.
151700******************************************************************
151800*    3000-PRINT-NIGHT-STATUS - THE OVERALL STATUS, EVERY DRIVER  *
151900*    WITH ITS COUNT, AND THE PACKAGE NOTES                       *
152000******************************************************************
152100 3000-PRINT-NIGHT-STATUS.
152200     PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT.
152300     MOVE SPACES TO CBN-PRT-DETAIL.
152400     STRING "OVERALL NIGHT STATUS: " CBN-NIGHT-STATUS
152500         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
152600     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
152700     MOVE "NIGHT STATUS DRIVERS" TO CBN-SECTION-TITLE.
152800     PERFORM 3950-START-SECTION THRU 3950-EXIT.
152900     MOVE "RED" TO CBN-DRV-SEVERITY.
153000     MOVE "SCHEDULE ENTRIES MISSED ENTIRELY" TO CBN-DRV-DESC.
153100     MOVE CBN-MISSED-COUNT TO CBN-DRV-VALUE.
153200     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
153300     MOVE "RED" TO CBN-DRV-SEVERITY.
153400     MOVE "FLEET SUBSYSTEMS FAILED" TO CBN-DRV-DESC.
153500     MOVE CBN-FAILED-COUNT TO CBN-DRV-VALUE.
153600     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
153700     MOVE "RED" TO CBN-DRV-SEVERITY.
153800     MOVE "ALERTS UNCOVERED ON CBALTRPT" TO CBN-DRV-DESC.
153900     MOVE CBN-UNCOVERED-COUNT TO CBN-DRV-VALUE.
154000     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
154100     MOVE "RED" TO CBN-DRV-SEVERITY.
154200     MOVE "SUBSYSTEMS STAMPED BY A RUN AWAITING RESTART=Y"
154300         TO CBN-DRV-DESC.
154400     MOVE CBN-CKP-COUNT TO CBN-DRV-VALUE.
154500     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
154600     MOVE "AMBER" TO CBN-DRV-SEVERITY.
154700     MOVE "SCHEDULE ENTRIES FIRED OUTSIDE WINDOW" TO CBN-DRV-DESC.
154800     MOVE CBN-OUTSIDE-COUNT TO CBN-DRV-VALUE.
154900     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
155000     MOVE "AMBER" TO CBN-DRV-SEVERITY.
155100     MOVE "SCHEDULE ENTRIES ENDING RC 4 OR HIGHER"
155200         TO CBN-DRV-DESC.
155300     MOVE CBN-HIGH-RC-COUNT TO CBN-DRV-VALUE.
155400     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
155500     MOVE "AMBER" TO CBN-DRV-SEVERITY.
155600     MOVE "FLEET SUBSYSTEMS BLOCKED" TO CBN-DRV-DESC.
155700     MOVE CBN-BLOCKED-COUNT TO CBN-DRV-VALUE.
155800     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
155900     MOVE "AMBER" TO CBN-DRV-SEVERITY.
156000     MOVE "ALERTS STILL UNACKNOWLEDGED" TO CBN-DRV-DESC.
156100     MOVE CBN-OPEN-ALERT-COUNT TO CBN-DRV-VALUE.
156200     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
156300     MOVE "AMBER" TO CBN-DRV-SEVERITY.
156400     MOVE "BANKEY/BANNERCFG DIFFERENCES" TO CBN-DRV-DESC.
156500     MOVE CBN-DRIFT-COUNT TO CBN-DRV-VALUE.
156600     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
156700     MOVE "AMBER" TO CBN-DRV-SEVERITY.
156800     MOVE "OPEN ITEMS" TO CBN-DRV-DESC.
156900     MOVE CBN-ITEM-OPEN-COUNT TO CBN-DRV-VALUE.
157000     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
157100     MOVE "AMBER" TO CBN-DRV-SEVERITY.
157200     MOVE "PACKAGE NOTES" TO CBN-DRV-DESC.
157300     MOVE CBN-NOTE-COUNT TO CBN-DRV-VALUE.
157400     PERFORM 3010-WRITE-DRIVER THRU 3010-EXIT.
157500     IF CBN-NOTE-COUNT = ZERO
157600         GO TO 3000-EXIT
157700     END-IF.
157800     MOVE "PACKAGE NOTES" TO CBN-SECTION-TITLE.
157900     PERFORM 3950-START-SECTION THRU 3950-EXIT.
158000     PERFORM 3020-WRITE-ONE-NOTE THRU 3020-EXIT
158100         VARYING CBN-NOTE-SUB FROM 1 BY 1
158200         UNTIL CBN-NOTE-SUB > CBN-NOTE-COUNT.
158300 3000-EXIT.
158400     EXIT.
158500******************************************************************
158600*    3010-WRITE-DRIVER - THE DRIVER'S SEVERITY WHEN ITS COUNT IS *
158700*    NOT ZERO, OTHERWISE OK                                      *
158800******************************************************************
158900 3010-WRITE-DRIVER.
159000     IF CBN-DRV-VALUE > ZERO
159100         MOVE CBN-DRV-SEVERITY TO CBN-DRV-LEVEL
159200     ELSE
159300         MOVE "OK" TO CBN-DRV-LEVEL
159400     END-IF.
159500     MOVE CBN-DRV-VALUE TO CBN-DRV-COUNT.
159600     MOVE CBN-DRIVER-LINE TO CBN-PRT-DETAIL.
159700     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
159800 3010-EXIT.
159900     EXIT.
160000******************************************************************
160100*    3020-WRITE-ONE-NOTE                                         *
160200******************************************************************
160300 3020-WRITE-ONE-NOTE.
160400     SET CBN-NOTE-IDX TO CBN-NOTE-SUB.
160500     MOVE SPACES TO CBN-PRT-DETAIL.
160600     MOVE CBN-NOTE-ENTRY(CBN-NOTE-IDX) TO CBN-PRT-DETAIL(3:100).
160700     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
160800 3020-EXIT.
160900     EXIT.
161000******************************************************************
161100*    3100-PRINT-FIRINGS - THE CBAUDRPT EXCEPTIONS AS IT PRINTED  *
161200*    THEM, THEN THE NIGHT'S RERUNS FROM CBAUDIT                  *
161300******************************************************************
161400 3100-PRINT-FIRINGS.
161500     MOVE "MISSED OR LATE FIRINGS" TO CBN-SECTION-TITLE.
161600     PERFORM 3950-START-SECTION THRU 3950-EXIT.
161700     MOVE CBN-SCHED-COUNT TO CBN-COUNT-ED.
161800     MOVE CBN-FIRING-COUNT TO CBN-COUNT-ED2.
161900     MOVE SPACES TO CBN-PRT-DETAIL.
162000     STRING "SCHEDULE ENTRIES RECONCILED " CBN-COUNT-ED
162100            "   FIRINGS ON CBAUDIT FOR THE NIGHT " CBN-COUNT-ED2
162200         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
162300     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
162400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
162500     IF CBN-LATE-COUNT = ZERO
162600         STRING "  NO SCHEDULE ENTRY MISSED, LATE OR "
162700                "ENDING RC 4 OR HIGHER"
162800             DELIMITED BY SIZE INTO CBN-PRT-DETAIL
162900         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
163000     ELSE
163100         STRING "  JOB       STEP      WINDOW     "
163200                "STATUS                TIME   RC"
163300             DELIMITED BY SIZE INTO CBN-PRT-DETAIL
163400         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
163500         PERFORM 3110-WRITE-ONE-LATE THRU 3110-EXIT
163600             VARYING CBN-LATE-SUB FROM 1 BY 1
163700             UNTIL CBN-LATE-SUB > CBN-LATE-COUNT
163800     END-IF.
163900     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
164000     MOVE CBN-RERUN-COUNT TO CBN-COUNT-ED.
164100     MOVE CBN-SKIPPED-COUNT TO CBN-COUNT-ED2.
164200     MOVE SPACES TO CBN-PRT-DETAIL.
164300     STRING "RERUNS MARKED " CBN-COUNT-ED
164400            "   RERUNS SKIPPED " CBN-COUNT-ED2
164500         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
164600     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
164700     PERFORM 3120-WRITE-ONE-RERUN THRU 3120-EXIT
164800         VARYING CBN-RRN-SUB FROM 1 BY 1
164900         UNTIL CBN-RRN-SUB > CBN-RRN-COUNT.
165000 3100-EXIT.
165100     EXIT.
165200******************************************************************
165300*    3110-WRITE-ONE-LATE                                         *
165400******************************************************************
165500 3110-WRITE-ONE-LATE.
165600     SET CBN-LATE-IDX TO CBN-LATE-SUB.
165700     MOVE SPACES TO CBN-PRT-DETAIL.
165800     MOVE CBN-LATE-ENTRY(CBN-LATE-IDX) TO CBN-PRT-DETAIL(3:63).
165900     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
166000 3110-EXIT.
166100     EXIT.
166200******************************************************************
166300*    3120-WRITE-ONE-RERUN                                        *
166400******************************************************************
166500 3120-WRITE-ONE-RERUN.
166600     SET CBN-RRN-IDX TO CBN-RRN-SUB.
166700     MOVE SPACES TO CBN-RERUN-LINE.
166800     MOVE CBN-RRN-TIMESTAMP(CBN-RRN-IDX) TO CBN-RRL-TIMESTAMP.
166900     MOVE CBN-RRN-JOB(CBN-RRN-IDX) TO CBN-RRL-JOB.
167000     MOVE CBN-RRN-STEP(CBN-RRN-IDX) TO CBN-RRL-STEP.
167100     MOVE CBN-RRN-RC(CBN-RRN-IDX) TO CBN-RRL-RC.
167200     IF CBN-RRN-FLAG(CBN-RRN-IDX) = "S"
167300         MOVE "RERUN SKIPPED" TO CBN-RRL-FLAG
167400     ELSE
167500         MOVE "RERUN MARKED" TO CBN-RRL-FLAG
167600     END-IF.
167700     MOVE CBN-RERUN-LINE TO CBN-PRT-DETAIL.
167800     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
167900 3120-EXIT.
168000     EXIT.
168100******************************************************************
168200*    3200-PRINT-FLEET - EVERY FAILED OR BLOCKED SUBSYSTEM WITH   *
168300*    THE ALERT THAT COVERED IT: ITS OWN, OR FOR A BLOCKED ENTRY  *
168400*    CBFLTALT DID NOT PAGE, ITS ROOT CAUSE'S.  THEN THE          *
168500*    COLBOT-RPT GROUP SUBTOTALS AND THE CBALTRPT LINES THAT NEED *
168600*    ATTENTION.                                                  *
168700******************************************************************
168800 3200-PRINT-FLEET.
168900     MOVE "FAILED OR BLOCKED SUBSYSTEMS AND WHO WAS PAGED"
169000         TO CBN-SECTION-TITLE.
169100     PERFORM 3950-START-SECTION THRU 3950-EXIT.
169200     MOVE CBN-FLEET-COUNT TO CBN-COUNT-ED.
169300     MOVE CBN-ALERT-COUNT TO CBN-COUNT-ED2.
169400     MOVE CBN-OPEN-ALERT-COUNT TO CBN-COUNT-ED3.
169500     MOVE SPACES TO CBN-PRT-DETAIL.
169600     STRING "FLEET SUBSYSTEMS " CBN-COUNT-ED
169700            "   ALERTS SENT FOR THE NIGHT " CBN-COUNT-ED2
169800            "   STILL UNACKNOWLEDGED " CBN-COUNT-ED3
169900         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
170000     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
170100     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
170200     IF CBN-FAILED-COUNT = ZERO
170300        AND CBN-BLOCKED-COUNT = ZERO
170400         MOVE "NO FLEET SUBSYSTEM FAILED OR BLOCKED"
170500             TO CBN-PRT-DETAIL(3:40)
170600         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
170700     ELSE
170800         MOVE SPACES TO CBN-FLEET-LINE
170900         MOVE "GROUP" TO CBN-FLL-GROUP
171000         MOVE "SUBSYS" TO CBN-FLL-SUBSYSTEM
171100         MOVE "STATUS" TO CBN-FLL-STATUS
171200         MOVE "ROOT" TO CBN-FLL-ROOT
171300         MOVE "ALERT ID" TO CBN-FLL-ALERT-ID
171400         MOVE "PAGED" TO CBN-FLL-CONTACT
171500         MOVE "ESCALATED" TO CBN-FLL-ESCALATED
171600         MOVE "STATE" TO CBN-FLL-STATE
171700         MOVE "ACK BY" TO CBN-FLL-ACK-BY
171800         MOVE "NOTE" TO CBN-FLL-NOTE
171900         MOVE CBN-FLEET-LINE TO CBN-PRT-DETAIL
172000         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
172100         PERFORM 3210-WRITE-ONE-SUBSYSTEM THRU 3210-EXIT
172200             VARYING CBN-FLT-SUB FROM 1 BY 1
172300             UNTIL CBN-FLT-SUB > CBN-FLT-COUNT
172400     END-IF.
172500     IF CBN-FSUM-COUNT > ZERO
172600         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
172700         MOVE "COLBOT-RPT FLEET RUN SUMMARY" TO CBN-PRT-DETAIL
172800         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
172900         PERFORM 3220-WRITE-ONE-SUBTOTAL THRU 3220-EXIT
173000             VARYING CBN-FSUM-SUB FROM 1 BY 1
173100             UNTIL CBN-FSUM-SUB > CBN-FSUM-COUNT
173200     END-IF.
173300     IF CBN-ALTL-COUNT > ZERO
173400         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
173500         MOVE "CBALTRPT LINES NEEDING ATTENTION" TO CBN-PRT-DETAIL
173600         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
173700         PERFORM 3230-WRITE-ONE-ALERT-LINE THRU 3230-EXIT
173800             VARYING CBN-ALTL-SUB FROM 1 BY 1
173900             UNTIL CBN-ALTL-SUB > CBN-ALTL-COUNT
174000     END-IF.
174100 3200-EXIT.
174200     EXIT.
174300******************************************************************
174400*    3210-WRITE-ONE-SUBSYSTEM                                    *
174500******************************************************************
174600 3210-WRITE-ONE-SUBSYSTEM.
174700     SET CBN-FLT-IDX TO CBN-FLT-SUB.
174800     IF CBN-FLT-STATUS(CBN-FLT-IDX) NOT = "F"
174900        AND CBN-FLT-STATUS(CBN-FLT-IDX) NOT = "B"
175000         GO TO 3210-EXIT
175100     END-IF.
175200     MOVE SPACES TO CBN-FLEET-LINE.
175300     MOVE CBN-FLT-GROUP(CBN-FLT-IDX) TO CBN-FLL-GROUP.
175400     MOVE CBN-FLT-SUBSYSTEM(CBN-FLT-IDX) TO CBN-FLL-SUBSYSTEM.
175500     IF CBN-FLT-STATUS(CBN-FLT-IDX) = "F"
175600         MOVE "FAILED" TO CBN-FLL-STATUS
175700     ELSE
175800         MOVE "BLOCKED" TO CBN-FLL-STATUS
175900         MOVE CBN-FLT-ROOT(CBN-FLT-IDX) TO CBN-FLL-ROOT
176000     END-IF.
176100     MOVE CBN-FLT-SUBSYSTEM(CBN-FLT-IDX) TO CBN-ALT-KEY.
176200     PERFORM 7100-FIND-ALERT THRU 7100-EXIT.
176300     IF CBN-ALT-SLOT = ZERO
176400        AND CBN-FLT-STATUS(CBN-FLT-IDX) = "B"
176500        AND CBN-FLT-ROOT(CBN-FLT-IDX) NOT = SPACES
176600         MOVE CBN-FLT-ROOT(CBN-FLT-IDX) TO CBN-ALT-KEY
176700         PERFORM 7100-FIND-ALERT THRU 7100-EXIT
176800         IF CBN-ALT-SLOT > ZERO
176900             MOVE "ON ROOT CAUSE'S ALERT" TO CBN-FLL-NOTE
177000         END-IF
177100     END-IF.
177200     IF CBN-ALT-SLOT = ZERO
177300         MOVE "NOT PAGED" TO CBN-FLL-NOTE
177400     ELSE
177500         SET CBN-ALT-IDX TO CBN-ALT-SLOT
177600         MOVE CBN-ALT-ALERT-ID(CBN-ALT-IDX) TO CBN-FLL-ALERT-ID
177700         MOVE CBN-ALT-CONTACT(CBN-ALT-IDX) TO CBN-FLL-CONTACT
177800         IF CBN-ALT-ESC-LEVEL(CBN-ALT-IDX) > ZERO
177900             STRING "L" CBN-ALT-ESC-LEVEL(CBN-ALT-IDX) " "
178000                    CBN-ALT-ESC-CONTACT(CBN-ALT-IDX)
178100                 DELIMITED BY SIZE INTO CBN-FLL-ESCALATED
178200         END-IF
178300         IF CBN-ALT-STATE(CBN-ALT-IDX) = "A"
178400             MOVE "ACKED" TO CBN-FLL-STATE
178500             MOVE CBN-ALT-ACK-BY(CBN-ALT-IDX) TO CBN-FLL-ACK-BY
178600         ELSE
178700             MOVE "OPEN" TO CBN-FLL-STATE
178800         END-IF
178900     END-IF.
179000     IF CBN-FLT-EXC-SW(CBN-FLT-IDX) NOT = "Y"
179100         MOVE "NOT ON CBFLTEXC - NOT ROUTED" TO CBN-FLL-NOTE
179200     END-IF.
179300     MOVE CBN-FLEET-LINE TO CBN-PRT-DETAIL.
179400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
179500 3210-EXIT.
179600     EXIT.
179700******************************************************************
179800*    3220-WRITE-ONE-SUBTOTAL                                     *
179900******************************************************************
180000 3220-WRITE-ONE-SUBTOTAL.
180100     SET CBN-FSUM-IDX TO CBN-FSUM-SUB.
180200     MOVE SPACES TO CBN-PRT-DETAIL.
180300     MOVE CBN-FSUM-ENTRY(CBN-FSUM-IDX) TO CBN-PRT-DETAIL(3:80).
180400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
180500 3220-EXIT.
180600     EXIT.
180700******************************************************************
180800*    3230-WRITE-ONE-ALERT-LINE                                   *
180900******************************************************************
181000 3230-WRITE-ONE-ALERT-LINE.
181100     SET CBN-ALTL-IDX TO CBN-ALTL-SUB.
181200     MOVE SPACES TO CBN-PRT-DETAIL.
181300     MOVE CBN-ALTL-ENTRY(CBN-ALTL-IDX) TO CBN-PRT-DETAIL(3:80).
181400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
181500 3230-EXIT.
181600     EXIT.
181700******************************************************************
181800*    3300-PRINT-RESTART - A FLEET RUN INTERRUPTED PART WAY: WHAT *
181900*    IT STAMPED AND WHAT A RESTART=Y RUN STILL HAS TO DO         *
182000******************************************************************
182100 3300-PRINT-RESTART.
182200     MOVE "INTERRUPTED FLEET RUN" TO CBN-SECTION-TITLE.
182300     PERFORM 3950-START-SECTION THRU 3950-EXIT.
182400     IF CBN-CKP-COUNT = ZERO
182500         MOVE "NONE - THE CBFLTCKP POSITION FILE IS EMPTY"
182600             TO CBN-PRT-DETAIL(3:60)
182700         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
182800         GO TO 3300-EXIT
182900     END-IF.
183000     STRING "  FLEET RUN STOPPED PART WAY - "
183100            "RERUN COLBOT WITH PARM FLEET=Y,RESTART=Y"
183200         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
183300     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
183400     MOVE CBN-CKP-COUNT TO CBN-COUNT-ED.
183500     MOVE SPACES TO CBN-PRT-DETAIL.
183600     STRING "  ALREADY STAMPED (SKIPPED BY THE RESTART) "
183700            CBN-COUNT-ED
183800         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
183900     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
184000     PERFORM 3310-WRITE-ONE-STAMPED THRU 3310-EXIT
184100         VARYING CBN-CKP-SUB FROM 1 BY 1
184200         UNTIL CBN-CKP-SUB > CBN-CKP-KEPT.
184300     MOVE "  STILL TO STAMP" TO CBN-PRT-DETAIL.
184400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
184500     PERFORM 3320-WRITE-ONE-PENDING THRU 3320-EXIT
184600         VARYING CBN-FLT-SUB FROM 1 BY 1
184700         UNTIL CBN-FLT-SUB > CBN-FLT-COUNT.
184800 3300-EXIT.
184900     EXIT.
185000******************************************************************
185100*    3310-WRITE-ONE-STAMPED                                      *
185200******************************************************************
185300 3310-WRITE-ONE-STAMPED.
185400     SET CBN-CKP-IDX TO CBN-CKP-SUB.
185500     MOVE SPACES TO CBN-PRT-DETAIL.
185600     MOVE CBN-CKP-ENTRY(CBN-CKP-IDX) TO CBN-PRT-DETAIL(5:8).
185700     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
185800 3310-EXIT.
185900     EXIT.
186000******************************************************************
186100*    3320-WRITE-ONE-PENDING                                      *
186200******************************************************************
186300 3320-WRITE-ONE-PENDING.
186400     SET CBN-FLT-IDX TO CBN-FLT-SUB.
186500     IF CBN-FLT-CKP-SW(CBN-FLT-IDX) = "Y"
186600         GO TO 3320-EXIT
186700     END-IF.
186800     MOVE SPACES TO CBN-PRT-DETAIL.
186900     MOVE CBN-FLT-SUBSYSTEM(CBN-FLT-IDX) TO CBN-PRT-DETAIL(5:8).
187000     MOVE CBN-FLT-GROUP(CBN-FLT-IDX) TO CBN-PRT-DETAIL(15:8).
187100     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
187200 3320-EXIT.
187300     EXIT.
187400******************************************************************
187500*    3400-PRINT-DRIFT - THE CBBANCMP DIFFERENCE LINES            *
187600******************************************************************
187700 3400-PRINT-DRIFT.
187800     MOVE "BANKEY / BANNERCFG DRIFT" TO CBN-SECTION-TITLE.
187900     PERFORM 3950-START-SECTION THRU 3950-EXIT.
188000     IF CBN-DRIFT-COUNT = ZERO
188100         MOVE "NO DIFFERENCES REPORTED BY CBCMPRPT"
188200             TO CBN-PRT-DETAIL(3:40)
188300         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
188400         GO TO 3400-EXIT
188500     END-IF.
188600     MOVE CBN-DRIFT-COUNT TO CBN-COUNT-ED.
188700     MOVE SPACES TO CBN-PRT-DETAIL.
188800     STRING "DIFFERENCES " CBN-COUNT-ED
188900            " - RERUN CBBANLD OR CORRECT BANNERCFG"
189000         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
189100     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
189200     PERFORM 3410-WRITE-ONE-DIFFERENCE THRU 3410-EXIT
189300         VARYING CBN-DRF-SUB FROM 1 BY 1
189400         UNTIL CBN-DRF-SUB > CBN-DRF-COUNT.
189500     IF CBN-DRIFT-COUNT > CBN-DRF-COUNT
189600         COMPUTE CBN-COUNT-ED = CBN-DRIFT-COUNT - CBN-DRF-COUNT
189700         MOVE SPACES TO CBN-PRT-DETAIL
189800         STRING "  AND " CBN-COUNT-ED " MORE - SEE CBCMPRPT"
189900             DELIMITED BY SIZE INTO CBN-PRT-DETAIL
190000         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
190100     END-IF.
190200 3400-EXIT.
190300     EXIT.
190400******************************************************************
190500*    3410-WRITE-ONE-DIFFERENCE                                   *
190600******************************************************************
190700 3410-WRITE-ONE-DIFFERENCE.
190800     SET CBN-DRF-IDX TO CBN-DRF-SUB.
190900     MOVE SPACES TO CBN-PRT-DETAIL.
191000     MOVE CBN-DRF-ENTRY(CBN-DRF-IDX) TO CBN-PRT-DETAIL(3:80).
191100     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
191200 3410-EXIT.
191300     EXIT.
191400******************************************************************
191500*    3500-PRINT-OPEN-ITEMS - CARRIED, NEW AND CLOSED-TONIGHT     *
191600*    ITEMS IN FILE ORDER                                         *
191700******************************************************************
191800 3500-PRINT-OPEN-ITEMS.
191900     MOVE "OPEN ITEMS" TO CBN-SECTION-TITLE.
192000     PERFORM 3950-START-SECTION THRU 3950-EXIT.
192100     MOVE CBN-ITEM-OPEN-COUNT TO CBN-COUNT-ED.
192200     MOVE CBN-ITEM-NEW-COUNT TO CBN-COUNT-ED2.
192300     MOVE CBN-ITEM-CLOSED-COUNT TO CBN-COUNT-ED3.
192400     MOVE SPACES TO CBN-PRT-DETAIL.
192500     STRING "OPEN " CBN-COUNT-ED "   NEW TONIGHT " CBN-COUNT-ED2
192600            "   CLOSED TONIGHT " CBN-COUNT-ED3
192700         DELIMITED BY SIZE INTO CBN-PRT-DETAIL.
192800     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
192900     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
193000     IF CBN-ITM-COUNT = ZERO
193100         MOVE "NO OPEN ITEMS" TO CBN-PRT-DETAIL(3:13)
193200         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
193300         GO TO 3500-EXIT
193400     END-IF.
193500     MOVE SPACES TO CBN-ITEM-LINE.
193600     MOVE "ITEM ID" TO CBN-ITL-ITEM-ID.
193700     MOVE "OPENED" TO CBN-ITL-OPENED-DATE.
193800     MOVE "BY" TO CBN-ITL-OPENED-BY.
193900     MOVE "STATE" TO CBN-ITL-STATE.
194000     MOVE "ITEM" TO CBN-ITL-TEXT.
194100     MOVE "CLOSED BY" TO CBN-ITL-CLOSED-BY.
194200     MOVE CBN-ITEM-LINE TO CBN-PRT-DETAIL.
194300     MOVE "NTS" TO CBN-PRT-DETAIL(37:3).
194400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
194500     PERFORM 3510-WRITE-ONE-ITEM THRU 3510-EXIT
194600         VARYING CBN-ITM-SUB FROM 1 BY 1
194700         UNTIL CBN-ITM-SUB > CBN-ITM-COUNT.
194800 3500-EXIT.
194900     EXIT.
195000******************************************************************
195100*    3510-WRITE-ONE-ITEM                                         *
195200******************************************************************
195300 3510-WRITE-ONE-ITEM.
195400     SET CBN-ITM-IDX TO CBN-ITM-SUB.
195500     MOVE SPACES TO CBN-ITEM-LINE.
195600     MOVE CBN-ITM-ITEM-ID(CBN-ITM-IDX) TO CBN-ITL-ITEM-ID.
195700     MOVE CBN-ITM-OPENED-DATE(CBN-ITM-IDX) TO CBN-ITL-OPENED-DATE.
195800     MOVE CBN-ITM-OPENED-BY(CBN-ITM-IDX) TO CBN-ITL-OPENED-BY.
195900     MOVE CBN-ITM-NIGHTS(CBN-ITM-IDX) TO CBN-ITL-NIGHTS.
196000     MOVE CBN-ITM-TEXT(CBN-ITM-IDX) TO CBN-ITL-TEXT.
196100     EVALUATE TRUE
196200         WHEN CBN-ITM-STATE(CBN-ITM-IDX) = "C"
196300             MOVE "CLOSED" TO CBN-ITL-STATE
196400             MOVE CBN-ITM-CLOSED-BY(CBN-ITM-IDX)
196500                 TO CBN-ITL-CLOSED-BY
196600         WHEN CBN-ITM-OPENED-DATE(CBN-ITM-IDX) = CBN-NIGHT-DATE
196700             MOVE "NEW" TO CBN-ITL-STATE
196800         WHEN OTHER
196900             MOVE "OPEN" TO CBN-ITL-STATE
197000     END-EVALUATE.
197100     MOVE CBN-ITEM-LINE TO CBN-PRT-DETAIL.
197200     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
197300 3510-EXIT.
197400     EXIT.
197500******************************************************************
197600*    3800-START-NEW-PAGE - PAGE EJECT (ASA "1") PLUS THE PAGE    *
197700*    HEADER, WITH THE NIGHT STATUS, REPEATED ON EVERY PAGE       *
197800******************************************************************
197900 3800-START-NEW-PAGE.
198000     ADD 1 TO CBN-PRT-PAGE-NO.
198100     MOVE CBN-NIGHT-DATE TO CBN-PRT-HDR-DATE.
198200     MOVE CBN-NIGHT-STATUS TO CBN-PRT-HDR-STATUS.
198300     MOVE CBN-TS-FORMATTED TO CBN-PRT-HDR-TS.
198400     MOVE CBN-PRT-PAGE-NO TO CBN-PRT-HDR-PAGE.
198500     MOVE "1" TO CBN-PRT-ASA.
198600     MOVE CBN-PRT-HEADER-1 TO CBN-PRT-DATA.
198700     WRITE CBN-PRT-REC.
198800     MOVE SPACE TO CBN-PRT-ASA.
198900     MOVE SPACES TO CBN-PRT-DATA.
199000     WRITE CBN-PRT-REC.
199100     MOVE 2 TO CBN-PRT-LINE-COUNT.
199200 3800-EXIT.
199300     EXIT.
199400******************************************************************
199500*    3900-WRITE-PRINT-LINE - ONE LINE TO THE PACKAGE.  THE       *
199600*    CALLER LEAVES THE TEXT IN CBN-PRT-DETAIL; A FULL PAGE ROLLS *
199700*    TO A NEW ONE FIRST.                                         *
199800******************************************************************
199900 3900-WRITE-PRINT-LINE.
200000     IF CBN-PRT-LINE-COUNT >= CBN-PRT-LINES-PER-PAGE
200100         PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
200200     END-IF.
200300     MOVE CBN-PRT-ASA-WK TO CBN-PRT-ASA.
200400     MOVE CBN-PRT-DETAIL TO CBN-PRT-DATA.
200500     WRITE CBN-PRT-REC.
200600     ADD 1 TO CBN-PRT-LINE-COUNT.
200700     MOVE SPACE TO CBN-PRT-ASA-WK.
200800     MOVE SPACES TO CBN-PRT-DETAIL.
200900 3900-EXIT.
201000     EXIT.
201100******************************************************************
201200*    3950-START-SECTION - A BLANK LINE, CBN-SECTION-TITLE AND A  *
201300*    RULE, ON A NEW PAGE IF FEWER THAN SIX LINES ARE LEFT        *
201400******************************************************************
201500 3950-START-SECTION.
201600     IF CBN-PRT-LINE-COUNT + 6 > CBN-PRT-LINES-PER-PAGE
201700         PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
201800     ELSE
201900         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
202000     END-IF.
202100     MOVE CBN-SECTION-TITLE TO CBN-PRT-DETAIL.
202200     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
202300     MOVE CBN-RULE-LINE TO CBN-PRT-DETAIL.
202400     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
202500 3950-EXIT.
202600     EXIT.
202700******************************************************************
202800*    4000-WRITE-OPEN-ITEMS - THE ITEMS FOR THE NEXT NIGHT'S      *
202900*    PACKAGE (DD CBTOITMN), CLOSED-TONIGHT ITEMS INCLUDED SO A   *
203000*    RERUN STILL SEES THEM CLOSED                                *
203100******************************************************************
203200 4000-WRITE-OPEN-ITEMS.
203300     PERFORM 4010-WRITE-ONE-ITEM THRU 4010-EXIT
203400         VARYING CBN-ITM-SUB FROM 1 BY 1
203500         UNTIL CBN-ITM-SUB > CBN-ITM-COUNT.
203600 4000-EXIT.
203700     EXIT.
203800******************************************************************
203900*    4010-WRITE-ONE-ITEM                                         *
204000******************************************************************
204100 4010-WRITE-ONE-ITEM.
204200     SET CBN-ITM-IDX TO CBN-ITM-SUB.
204300     MOVE CBN-ITM-ENTRY(CBN-ITM-IDX) TO CBN-TOITMN-REC.
204400     WRITE CBN-TOITMN-REC.
204500 4010-EXIT.
204600     EXIT.
204700******************************************************************
204800*    7000-ADD-NOTE - CBN-NOTE-TEXT TO THE PACKAGE NOTES AND THE  *
204900*    CONSOLE                                                     *
205000******************************************************************
205100 7000-ADD-NOTE.
205200     DISPLAY "CBTURNOV: " CBN-NOTE-TEXT.
205300     IF CBN-NOTE-COUNT < 30
205400         ADD 1 TO CBN-NOTE-COUNT
205500         SET CBN-NOTE-IDX TO CBN-NOTE-COUNT
205600         MOVE CBN-NOTE-TEXT TO CBN-NOTE-ENTRY(CBN-NOTE-IDX)
205700     END-IF.
205800 7000-EXIT.
205900     EXIT.
206000******************************************************************
206100*    7100-FIND-ALERT - TABLE SLOT OF THE NIGHT'S ALERT FOR       *
206200*    SUBSYSTEM CBN-ALT-KEY INTO CBN-ALT-SLOT, ZERO IF NONE.  THE *
206300*    LATEST LEDGER ENTRY WINS.                                   *
206400******************************************************************
206500 7100-FIND-ALERT.
206600     MOVE ZERO TO CBN-ALT-SLOT.
206700     PERFORM 7110-MATCH-ALERT THRU 7110-EXIT
206800         VARYING CBN-ALT-SUB FROM 1 BY 1
206900         UNTIL CBN-ALT-SUB > CBN-ALT-COUNT.
207000 7100-EXIT.
207100     EXIT.
207200******************************************************************
207300*    7110-MATCH-ALERT                                            *
207400******************************************************************
207500 7110-MATCH-ALERT.
207600     SET CBN-ALT-IDX TO CBN-ALT-SUB.
207700     IF CBN-ALT-SUBSYSTEM(CBN-ALT-IDX) = CBN-ALT-KEY
207800         MOVE CBN-ALT-SUB TO CBN-ALT-SLOT
207900     END-IF.
208000 7110-EXIT.
208100     EXIT.
208200******************************************************************
208300*    7200-FIND-SUBSYSTEM - FLEET TABLE SLOT OF SUBSYSTEM         *
208400*    CBN-FIND-SUBSYSTEM INTO CBN-FLT-SLOT, ZERO IF NONE          *
208500******************************************************************
208600 7200-FIND-SUBSYSTEM.
208700     MOVE ZERO TO CBN-FLT-SLOT.
208800     PERFORM 7210-MATCH-SUBSYSTEM THRU 7210-EXIT
208900         VARYING CBN-FLT-SUB FROM 1 BY 1
209000         UNTIL CBN-FLT-SUB > CBN-FLT-COUNT
209100            OR CBN-FLT-SLOT > ZERO.
209200 7200-EXIT.
209300     EXIT.
209400******************************************************************
209500*    7210-MATCH-SUBSYSTEM                                        *
209600******************************************************************
209700 7210-MATCH-SUBSYSTEM.
209800     SET CBN-FLT-IDX TO CBN-FLT-SUB.
209900     IF CBN-FLT-SUBSYSTEM(CBN-FLT-IDX) = CBN-FIND-SUBSYSTEM
210000         MOVE CBN-FLT-SUB TO CBN-FLT-SLOT
210100     END-IF.
210200 7210-EXIT.
210300     EXIT.
210400******************************************************************
210500*    8000-BUILD-TIMESTAMP - YYYY-MM-DD-HH.MM.SS FOR THE PAGE     *
210600*    HEADER AND THE DEFAULT PROCESSING DATE                      *
210700******************************************************************
210800 8000-BUILD-TIMESTAMP.
210900     ACCEPT CBN-CURR-DATE FROM DATE YYYYMMDD.
211000     ACCEPT CBN-CURR-TIME FROM TIME.
211100     MOVE CBN-CURR-DATE(1:4) TO CBN-TS-YYYY.
211200     MOVE CBN-CURR-DATE(5:2) TO CBN-TS-MM.
211300     MOVE CBN-CURR-DATE(7:2) TO CBN-TS-DD.
211400     MOVE CBN-CURR-TIME(1:2) TO CBN-TS-HH.
211500     MOVE CBN-CURR-TIME(3:2) TO CBN-TS-MIN.
211600     MOVE CBN-CURR-TIME(5:2) TO CBN-TS-SEC.
211700     STRING CBN-TS-YYYY "-" CBN-TS-MM "-" CBN-TS-DD "-"
211800            CBN-TS-HH "." CBN-TS-MIN "." CBN-TS-SEC
211900         DELIMITED BY SIZE INTO CBN-TS-FORMATTED.
212000 8000-EXIT.
212100     EXIT.
212200******************************************************************
212300*    8100-DERIVE-PROC-DATE - THE PROCESSING DATE OF THE STAMP IN *
212400*    CBN-PD-STAMP (YYYY-MM-DD-HH.MM.SS) INTO CBN-PD-DATE.  A     *
212500*    STAMP WHOSE HHMM IS BEFORE THE CUTOFF BELONGS TO THE PRIOR  *
212600*    CALENDAR DAY'S BATCH NIGHT, SO ITS DATE ROLLS BACK ONE DAY  *
212700*    (ACROSS A MONTH OR YEAR END WHEN IT HAS TO)                 *
212800******************************************************************
212900 8100-DERIVE-PROC-DATE.
213000     MOVE CBN-PD-STAMP(1:10) TO CBN-PD-DATE.
213100     IF CBN-PD-CUTOFF-HHMM = ZERO
213200         GO TO 8100-EXIT
213300     END-IF.
213400     IF CBN-PD-STAMP(12:2) IS NOT NUMERIC
213500        OR CBN-PD-STAMP(15:2) IS NOT NUMERIC
213600        OR CBN-PD-STAMP(1:4) IS NOT NUMERIC
213700        OR CBN-PD-STAMP(6:2) IS NOT NUMERIC
213800        OR CBN-PD-STAMP(9:2) IS NOT NUMERIC
213900         GO TO 8100-EXIT
214000     END-IF.
214100     MOVE CBN-PD-STAMP(12:2) TO CBN-PD-HH.
214200     MOVE CBN-PD-STAMP(15:2) TO CBN-PD-MI.
214300     COMPUTE CBN-PD-HHMM = CBN-PD-HH * 100 + CBN-PD-MI.
214400     IF CBN-PD-HHMM NOT < CBN-PD-CUTOFF-HHMM
214500         GO TO 8100-EXIT
214600     END-IF.
214700     MOVE CBN-PD-STAMP(1:4) TO CBN-PD-YYYY.
214800     MOVE CBN-PD-STAMP(6:2) TO CBN-PD-MM.
214900     MOVE CBN-PD-STAMP(9:2) TO CBN-PD-DD.
215000     IF CBN-PD-DD > 1
215100         SUBTRACT 1 FROM CBN-PD-DD
215200     ELSE
215300         IF CBN-PD-MM > 1
215400             SUBTRACT 1 FROM CBN-PD-MM
215500         ELSE
215600             MOVE 12 TO CBN-PD-MM
215700             SUBTRACT 1 FROM CBN-PD-YYYY
215800         END-IF
215900         PERFORM 8110-DAYS-IN-MONTH THRU 8110-EXIT
216000         MOVE CBN-PD-DAYS-IN-MONTH TO CBN-PD-DD
216100     END-IF.
216200     STRING CBN-PD-YYYY "-" CBN-PD-MM "-" CBN-PD-DD
216300         DELIMITED BY SIZE INTO CBN-PD-DATE.
216400 8100-EXIT.
216500     EXIT.
216600******************************************************************
216700*    8110-DAYS-IN-MONTH - FOR CBN-PD-MM OF CBN-PD-YYYY           *
216800******************************************************************
216900 8110-DAYS-IN-MONTH.
217000     EVALUATE CBN-PD-MM
217100         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
217200             MOVE 31 TO CBN-PD-DAYS-IN-MONTH
217300         WHEN 4 WHEN 6 WHEN 9 WHEN 11
217400             MOVE 30 TO CBN-PD-DAYS-IN-MONTH
217500         WHEN 2
217600             MOVE 28 TO CBN-PD-DAYS-IN-MONTH
217700             DIVIDE CBN-PD-YYYY BY 4 GIVING CBN-PD-QUOT
217800                 REMAINDER CBN-PD-REM
217900             IF CBN-PD-REM = ZERO
218000                 MOVE 29 TO CBN-PD-DAYS-IN-MONTH
218100                 DIVIDE CBN-PD-YYYY BY 100 GIVING CBN-PD-QUOT
218200                     REMAINDER CBN-PD-REM
218300                 IF CBN-PD-REM = ZERO
218400                     DIVIDE CBN-PD-YYYY BY 400 GIVING CBN-PD-QUOT
218500                         REMAINDER CBN-PD-REM
218600                     IF CBN-PD-REM NOT = ZERO
218700                         MOVE 28 TO CBN-PD-DAYS-IN-MONTH
218800                     END-IF
218900                 END-IF
219000             END-IF
219100         WHEN OTHER
219200             MOVE 31 TO CBN-PD-DAYS-IN-MONTH
219300     END-EVALUATE.
219400 8110-EXIT.
219500     EXIT.
219600******************************************************************
219700*    9000-TERMINATE - CLOSE THE PACKAGE AND THE NEW OPEN ITEMS,  *
219800*    ONE CONSOLE ACCOUNTING LINE FOR THE SCHEDULER LOG           *
219900******************************************************************
220000 9000-TERMINATE.
220100     IF CBN-CBTOVRPT-STATUS = "00"
220200         IF CBN-NOT-ABORTED
220300             MOVE SPACES TO CBN-PRT-DETAIL
220400             PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
220500             MOVE SPACES TO CBN-PRT-DETAIL
220600             STRING "END OF SHIFT TURNOVER PACKAGE   "
220700                    "NIGHT STATUS "
220800                    CBN-NIGHT-STATUS
220900                 DELIMITED BY SIZE INTO CBN-PRT-DETAIL
221000             PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
221100         END-IF
221200         CLOSE CBTOVRPT
221300     END-IF.
221400     IF CBN-CBTOITMN-STATUS = "00"
221500         CLOSE CBTOITMN
221600     END-IF.
221700     IF CBN-NOT-ABORTED
221800         MOVE CBN-ITEM-OPEN-COUNT TO CBN-COUNT-ED
221900         MOVE CBN-NOTE-COUNT TO CBN-COUNT-ED2
222000         DISPLAY "CBTURNOV: PROCESSING DATE " CBN-NIGHT-DATE
222100                 " NIGHT STATUS " CBN-NIGHT-STATUS
222200                 " OPEN ITEMS " CBN-COUNT-ED
222300                 " NOTES " CBN-COUNT-ED2
222400     END-IF.
222500 9000-EXIT.
222600     EXIT.
