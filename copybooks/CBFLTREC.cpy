000910*    2026-09-02  RLB  ADDED THE *GROUP HEADER CONVENTION AND     *
000920*                     THE CB-FLEET-GROUP-NAME VIEW OF THE        *
000930*                     SECOND FIELD FOR HEADER RECORDS.           *
000944*    2026-10-15  RLB  ADDED STATUS B (BLOCKED - NEVER RAN BEHIND *
000958*                     A FAILED PREDECESSOR ON CBFLTDEP) AND      *
000972*                     CB-FLEET-ROOT-CAUSE, THE FAILED SUBSYSTEM  *
000986*                     AT THE HEAD OF THE CHAIN.                  *
001000******************************************************************
001100 01  CB-FLEET-REC.
001200     05  CB-FLEET-SUBSYSTEM     PIC X(08).
001400     05  CB-FLEET-STATUS        PIC X(01).
001500         88  CB-FLEET-COMPLETE-OK   VALUE "S".
001600         88  CB-FLEET-FAILED        VALUE "F".
001700         88  CB-FLEET-BLOCKED       VALUE "B".
001800     05  CB-FLEET-ROOT-CAUSE    PIC X(08).
