000100******************************************************************
000200*    CBTOUREC - SHIFT TURNOVER OPEN-ITEM UPDATE (DD CBTOUPD)     *
000300*    ONE RECORD PER CHANGE AN OPERATOR MAKES TO THE OPEN ITEMS   *
000400*    OF THE SHIFT TURNOVER PACKAGE, KEYED IN DURING THE NIGHT:   *
000500*      A  ADD AN ITEM - TEXT IS THE ITEM, ITEM ID IS LEFT BLANK  *
000600*         (CBTURNOV NUMBERS IT)                                  *
000700*      C  CLOSE THE ITEM NAMED BY ITEM ID                        *
000800*    AN ADD WHOSE TEXT IS ALREADY AN OPEN ITEM, OR A CLOSE OF AN *
000900*    ITEM ALREADY CLOSED, IS PASSED OVER, SO A RERUN OF THE      *
001000*    PACKAGE DOES NOT APPLY THE SAME UPDATE TWICE.               *
001100*                                                                *
001200*    MOD HISTORY                                                 *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15  RLB  ORIGINAL                                   *
001500******************************************************************
001600 01  CB-TOUPD-REC.
001700     05  CB-TOU-ACTION          PIC X(01).
001800         88  CB-TOU-ADD             VALUE "A".
001900         88  CB-TOU-CLOSE           VALUE "C".
002000     05  FILLER                 PIC X(01).
002100     05  CB-TOU-ITEM-ID         PIC X(12).
002200     05  FILLER                 PIC X(01).
002300     05  CB-TOU-OPERATOR        PIC X(08).
002400     05  FILLER                 PIC X(01).
002500     05  CB-TOU-TEXT            PIC X(60).
