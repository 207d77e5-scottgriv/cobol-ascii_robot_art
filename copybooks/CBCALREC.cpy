000300*    ONE ENTRY PER PROCESSING WINDOW THAT SHOULD SWITCH COLBOT   *
000400*    TO A SEASONAL BANNER (HOLIDAY, QTR-END, MAINT) WITHOUT      *
000500*    ANYONE EDITING THE JCL PARM.  COLBOT READS THIS DATASET     *
000600*    (DD CBCAL) AT STARTUP AND TAKES THE ENTRY WITH THE HIGHEST  *
000700*    PRIORITY WHOSE DATE RANGE (INCLUSIVE) COVERS THE RUN DATE;  *
000710*    AMONG EQUAL PRIORITIES THE FIRST IN THE FILE WINS.  A BLANK *
000720*    PRIORITY COUNTS AS 000, THE LOWEST.  AN EXPLICIT PARM       *
000800*    BANNER= STILL WINS FOR AD-HOC RUNS.  CBCALGEN BUILDS THE    *
000810*    YEAR'S ENTRIES FROM THE CALENDAR RULES (DD CBCALRUL).       *
000900*                                                                 *
001000*    MOD HISTORY                                                 *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-08-22  RLB  ORIGINAL                                   *
001210*    2026-10-15  RLB  ADDED CB-CAL-PRIORITY SO OVERLAPPING       *
001220*                     WINDOWS RESOLVE ON PURPOSE, NOT BY FILE    *
001230*                     ORDER                                      *
001300******************************************************************
001400 01  CB-CAL-REC.
001500     05  CB-CAL-START-DATE      PIC X(10).
001700     05  CB-CAL-END-DATE        PIC X(10).
001800     05  FILLER                 PIC X(01).
001900     05  CB-CAL-BANNER-CODE     PIC X(08).
002000     05  FILLER                 PIC X(01).
002100     05  CB-CAL-PRIORITY        PIC 9(03).
002200     05  CB-CAL-PRIORITY-X REDEFINES CB-CAL-PRIORITY
002300                                PIC X(03).
