000100******************************************************************
000200*    CBDEPREC - FLEET DEPENDENCY RECORD (DD CBFLTDEP)            *
000300*    ONE RECORD PER PREDECESSOR/SUCCESSOR PAIR: THE SUCCESSOR    *
000400*    SUBSYSTEM CANNOT RUN UNTIL THE PREDECESSOR HAS FINISHED     *
000500*    (IT READS ITS OUTPUT).  A SUBSYSTEM WITH SEVERAL            *
000600*    PREDECESSORS CARRIES ONE RECORD FOR EACH.  CBFLTBLD MARKS A *
000700*    SUCCESSOR THAT NEVER REPORTED, BEHIND A PREDECESSOR THAT    *
000800*    FAILED, AS BLOCKED (B) RATHER THAN FAILED, AND NAMES THE    *
000900*    FAILURE AT THE HEAD OF THE CHAIN AS ITS ROOT CAUSE.  BOTH   *
001000*    NAMES MUST BE ON THE FLEET MASTER.  THE TABLE MUST NOT      *
001100*    LOOP BACK ON ITSELF - A LOOP IS REPORTED AND NOT APPLIED.   *
001200*                                                                *
001300*    MOD HISTORY                                                 *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15  RLB  ORIGINAL                                   *
001600******************************************************************
001700 01  CB-FLTDEP-REC.
001800     05  CB-DEP-PREDECESSOR     PIC X(08).
001900     05  CB-DEP-SUCCESSOR       PIC X(08).
002000     05  FILLER                 PIC X(01).
002100     05  CB-DEP-DESC            PIC X(40).
