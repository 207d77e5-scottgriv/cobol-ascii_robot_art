000100******************************************************************
000200*    CBALDREC - FLEET ALERT LEDGER RECORD (DD CBALTLDG)          *
000300*    ONE RECORD PER ALERT CBFLTALT HAS DISPATCHED, KEPT FROM     *
000400*    CYCLE TO CYCLE SO AN UNANSWERED PAGE IS NOT FORGOTTEN.      *
000500*    EACH DISPATCHER CYCLE READS THE LEDGER, APPLIES THE         *
000600*    ACKNOWLEDGMENTS (CBACKREC), ADDS ITS NEW ALERTS,            *
000700*    RE-ESCALATES THE OVERDUE ONES AND WRITES THE RESULT TO DD   *
000800*    CBALTLDN FOR THE JOB TO CATALOG OVER CBALTLDG.  CBACKRPT    *
000900*    REPORTS FROM IT.                                            *
001000*      ALERT ID      PROCESSING DATE (YYYYMMDD) + SEQUENCE       *
001100*      ESC LEVEL     0 PRIMARY CONTACT ONLY, 1 SECONDARY         *
001200*                    CONTACT PAGED, 2 SHIFT SUPERVISOR PAGED     *
001300*      STAMPS        YYYY-MM-DD-HH.MM                            *
001400*      ACK MINUTES   DISPATCH TO ACKNOWLEDGMENT                  *
001500*                                                                *
001600*    MOD HISTORY                                                 *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-15  RLB  ORIGINAL                                   *
001900******************************************************************
002000 01  CB-ALTLDG-REC.
002100     05  CB-ALD-ALERT-ID        PIC X(12).
002200     05  CB-ALD-PROC-DATE       PIC X(10).
002300     05  CB-ALD-SUBSYSTEM       PIC X(08).
002400     05  CB-ALD-GROUP           PIC X(08).
002500     05  CB-ALD-CONTACT         PIC X(08).
002600     05  CB-ALD-DISPATCH-TS     PIC X(16).
002700     05  CB-ALD-STATE           PIC X(01).
002800         88  CB-ALD-OPEN            VALUE "O".
002900         88  CB-ALD-ACKED           VALUE "A".
003000     05  CB-ALD-ESC-LEVEL       PIC 9(01).
003100         88  CB-ALD-NOT-ESCALATED   VALUE 0.
003200         88  CB-ALD-TO-SECONDARY    VALUE 1.
003300         88  CB-ALD-TO-SUPERVISOR   VALUE 2.
003400     05  CB-ALD-ESC-CONTACT     PIC X(08).
003500     05  CB-ALD-ESC-TS          PIC X(16).
003600     05  CB-ALD-ACK-TS          PIC X(16).
003700     05  CB-ALD-ACK-BY          PIC X(08).
003800     05  CB-ALD-ACK-MINUTES     PIC 9(05).
