000100******************************************************************
000200*    CBTOIREC - SHIFT TURNOVER OPEN ITEM (DD CBTOITM)            *
000300*    ONE RECORD PER FREE-FORM OPEN ITEM ON THE SHIFT TURNOVER    *
000400*    PACKAGE.  CBTURNOV READS THE PREVIOUS NIGHT'S ITEMS,        *
000500*    APPLIES THE NIGHT'S UPDATES (CBTOUREC), PRINTS THEM AND     *
000600*    WRITES THE RESULT TO DD CBTOITMN FOR THE JOB TO CATALOG     *
000700*    OVER CBTOITM.  AN ITEM IS CARRIED NIGHT AFTER NIGHT UNTIL   *
000800*    SOMEONE CLOSES IT; A CLOSED ITEM STAYS ON FILE FOR THE      *
000900*    NIGHT IT WAS CLOSED AND DROPS OFF THE NEXT.                 *
001000*      ITEM ID      PROCESSING DATE OPENED (YYYYMMDD) + SEQUENCE *
001100*      LAST DATE    LAST PACKAGE THE ITEM APPEARED ON            *
001200*      NIGHTS       NIGHTS CARRIED SINCE IT WAS OPENED           *
001300*                                                                *
001400*    MOD HISTORY                                                 *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-15  RLB  ORIGINAL                                   *
001700******************************************************************
001800 01  CB-TOITEM-REC.
001900     05  CB-TOI-ITEM-ID         PIC X(12).
002000     05  CB-TOI-OPENED-DATE     PIC X(10).
002100     05  CB-TOI-OPENED-BY       PIC X(08).
002200     05  CB-TOI-LAST-DATE       PIC X(10).
002300     05  CB-TOI-NIGHTS          PIC 9(03).
002400     05  CB-TOI-STATE           PIC X(01).
002500         88  CB-TOI-OPEN            VALUE "O".
002600         88  CB-TOI-CLOSED          VALUE "C".
002700     05  CB-TOI-CLOSED-DATE     PIC X(10).
002800     05  CB-TOI-CLOSED-BY       PIC X(08).
002900     05  CB-TOI-TEXT            PIC X(60).
