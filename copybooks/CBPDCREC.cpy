000100******************************************************************
000200*    CBPDCREC - PROCESSING-DATE CONTROL RECORD (DD CBPDCTL)      *
000300*    ONE RECORD HOLDING THE SHOP-WIDE BATCH-NIGHT CUTOFF.  AN    *
000400*    EVENT STAMPED BEFORE CB-PDC-CUTOFF-HHMM ON THE WALL CLOCK   *
000500*    BELONGS TO THE PRIOR CALENDAR DAY'S BATCH NIGHT, SO A JOB   *
000600*    THAT FINISHES AT 00:15 COUNTS FOR THE SAME PROCESSING DATE  *
000700*    AS ONE THAT FINISHED AT 23:42.  COLBOT, CBFLTBLD, CBAUDRPT, *
000800*    CBSTATUS, CBAUDMTH AND THE REPORTS BUILT ON THEM ALL APPLY  *
000900*    THIS ONE RULE.  A MISSING DATASET OR A CUTOFF OF 0000 KEEPS *
000950*    THE CALENDAR-DATE RULE.                                     *
001000*                                                                *
001100*    MOD HISTORY                                                 *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  RLB  ORIGINAL                                   *
001350*    2026-10-15  RLB  COLBOT NOW APPLIES THE CUTOFF TOO          *
001400******************************************************************
001500 01  CB-PROCDT-CTL-REC.
001600     05  CB-PDC-CUTOFF-HHMM     PIC 9(04).
001700     05  FILLER                 PIC X(01).
001800     05  CB-PDC-DESC            PIC X(40).
