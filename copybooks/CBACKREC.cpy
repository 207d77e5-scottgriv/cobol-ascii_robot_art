000100******************************************************************
000200*    CBACKREC - ALERT ACKNOWLEDGMENT TRANSACTION (DD CBALTACK)   *
000300*    ONE RECORD PER ACKNOWLEDGMENT AN OPERATOR SUBMITS AGAINST   *
000400*    AN ALERT ID FROM THE CBFLTALT CONSOLE LINE OR REPORT.  THE  *
000500*    NEXT DISPATCHER CYCLE CLOSES THE ALERT ON THE LEDGER AND    *
000600*    STOPS ITS ESCALATION.  A BLANK STAMP MEANS "AS OF THE CYCLE *
000700*    THAT APPLIES IT".  A SECOND ACKNOWLEDGMENT OF THE SAME      *
000800*    ALERT IS PASSED OVER, SO THE DATASET MAY SIMPLY ACCUMULATE  *
000900*    THROUGH THE NIGHT.                                          *
001000*                                                                *
001100*    MOD HISTORY                                                 *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-15  RLB  ORIGINAL                                   *
001400******************************************************************
001500 01  CB-ALTACK-REC.
001600     05  CB-ACK-ALERT-ID        PIC X(12).
001700     05  FILLER                 PIC X(01).
001800     05  CB-ACK-TIMESTAMP       PIC X(16).
001900     05  FILLER                 PIC X(01).
002000     05  CB-ACK-OPERATOR        PIC X(08).
