001110*    2026-09-02  RLB  ADDED CB-EXC-GROUP (THE FLTCTL *GROUP      *
001120*                     AREA THE SUBSYSTEM BELONGS TO) SO ALERT    *
001130*                     ROUTING CAN DIFFER BY APPLICATION AREA     *
001144*    2026-10-15  RLB  BLOCKED (B) SUBSYSTEMS ARE WRITTEN TOO,    *
001158*                     WITH CB-EXC-ROOT-CAUSE NAMING THE FAILURE  *
001172*                     THAT BLOCKED THEM, SO CBFLTALT PAGES THE   *
001186*                     ROOT CAUSE ONLY AND LISTS THEM ON IT       *
001200******************************************************************
001300 01  CB-FLTEXC-REC.
001400     05  CB-EXC-SUBSYSTEM       PIC X(08).
001500     05  CB-EXC-BANNER-CODE     PIC X(08).
001600     05  CB-EXC-STATUS          PIC X(01).
001700     05  CB-EXC-GROUP           PIC X(08).
001800     05  CB-EXC-ROOT-CAUSE      PIC X(08).
