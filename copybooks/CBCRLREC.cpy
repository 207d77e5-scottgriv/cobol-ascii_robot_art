000100******************************************************************
000200*    CBCRLREC - BANNER CALENDAR RULE RECORD (DD CBCALRUL)        *
000300*    ONE RECORD PER RULE CBCALGEN APPLIES TO BUILD A YEAR'S      *
000400*    BANNER CALENDAR (CBCAL) AND NON-PROCESSING DAY CALENDAR     *
000500*    (CBNPCAL).  RULE TYPES:                                     *
000600*      F  FIXED DATE - MONTH AND DAY.  OBSERVE=Y MOVES A         *
000700*         SATURDAY DATE TO THE FRIDAY BEFORE AND A SUNDAY DATE   *
000800*         TO THE MONDAY AFTER FOR THE NON-PROCESSING DAY         *
000900*      N  NTH WEEKDAY OF A MONTH - NTH 1-4, OR 5 FOR THE LAST;   *
001000*         WEEKDAY 1 (MONDAY) TO 7 (SUNDAY)                       *
001100*      M  MAINTENANCE WEEKEND - THE NTH SATURDAY OF THE MONTH    *
001200*         (5 FOR THE LAST) AND THE SUNDAY AFTER IT               *
001300*      Q  QUARTER END - THE LAST NTH BUSINESS DAYS OF EACH       *
001400*         QUARTER, BUSINESS DAYS BEING WEEKDAYS THAT ARE NOT     *
001500*         NON-PROCESSING DAYS                                    *
001600*    NONPROC=Y (F, N AND M) WRITES THE DATE(S) TO CBNPCAL WITH   *
001700*    THE DESCRIPTION.  A BANNER CODE WRITES A CBCAL WINDOW FROM  *
001800*    THE RULE'S FIRST DATE LESS DAYS-BEFORE TO ITS LAST DATE     *
001900*    PLUS DAYS-AFTER, AT THE RULE'S PRIORITY (REQUIRED WITH A    *
002000*    BANNER CODE - HIGHER WINS WHERE WINDOWS OVERLAP).  A Q RULE *
002100*    MUST HAVE A BANNER CODE.  FIELDS A RULE TYPE DOES NOT USE   *
002200*    ARE LEFT BLANK.                                             *
002300*                                                                *
002400*    MOD HISTORY                                                 *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    2026-10-15  RLB  ORIGINAL                                   *
002700******************************************************************
002800 01  CB-CALRULE-REC.
002900     05  CB-CRL-RULE-TYPE       PIC X(01).
003000         88  CB-CRL-FIXED-DATE      VALUE "F".
003100         88  CB-CRL-NTH-WEEKDAY     VALUE "N".
003200         88  CB-CRL-MAINT-WEEKEND   VALUE "M".
003300         88  CB-CRL-QTR-END         VALUE "Q".
003400     05  FILLER                 PIC X(01).
003500     05  CB-CRL-MONTH           PIC 9(02).
003600     05  FILLER                 PIC X(01).
003700     05  CB-CRL-DAY             PIC 9(02).
003800     05  FILLER                 PIC X(01).
003900     05  CB-CRL-NTH             PIC 9(01).
004000     05  FILLER                 PIC X(01).
004100     05  CB-CRL-WEEKDAY         PIC 9(01).
004200     05  FILLER                 PIC X(01).
004300     05  CB-CRL-OBSERVE         PIC X(01).
004400         88  CB-CRL-OBSERVE-WEEKDAY VALUE "Y".
004500     05  FILLER                 PIC X(01).
004600     05  CB-CRL-NONPROC         PIC X(01).
004700         88  CB-CRL-IS-NONPROC      VALUE "Y".
004800     05  FILLER                 PIC X(01).
004900     05  CB-CRL-BANNER-CODE     PIC X(08).
005000     05  FILLER                 PIC X(01).
005100     05  CB-CRL-DAYS-BEFORE     PIC 9(02).
005200     05  CB-CRL-DAYS-BEFORE-X REDEFINES CB-CRL-DAYS-BEFORE
005300                                PIC X(02).
005400     05  FILLER                 PIC X(01).
005500     05  CB-CRL-DAYS-AFTER      PIC 9(02).
005600     05  CB-CRL-DAYS-AFTER-X REDEFINES CB-CRL-DAYS-AFTER
005700                                PIC X(02).
005800     05  FILLER                 PIC X(01).
005900     05  CB-CRL-PRIORITY        PIC 9(03).
006000     05  CB-CRL-PRIORITY-X REDEFINES CB-CRL-PRIORITY
006100                                PIC X(03).
006200     05  FILLER                 PIC X(01).
006300     05  CB-CRL-DESC            PIC X(30).
