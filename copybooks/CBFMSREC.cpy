001230*                     A *GROUP HEADER INTO FLTCTL WHENEVER THE   *
001240*                     GROUP CHANGES, SO KEEP THE MASTER SORTED   *
001250*                     BY GROUP.                                  *
001260*    2026-10-15  RLB  ADDED CB-FMS-DEADLINE-HHMM, THE COMPLETION *
001270*                     TIME COMMITTED TO THE SERVICE OWNER.  A    *
001280*                     TIME BEFORE THE CBPDCTL CUTOFF FALLS IN    *
001290*                     THE SMALL HOURS AFTER THE PROCESSING DATE. *
001295*                     BLANK MEANS NO COMMITMENT.  CBSLARPT       *
001297*                     REPORTS AGAINST IT.                        *
001300******************************************************************
001400 01  CB-FLTMST-REC.
001500     05  CB-FMS-SUBSYSTEM       PIC X(08).
001600     05  CB-FMS-BANNER-CODE     PIC X(08).
001700     05  CB-FMS-GROUP           PIC X(08).
001800     05  CB-FMS-DEADLINE-HHMM   PIC 9(04).
001900     05  CB-FMS-DEADLINE-X REDEFINES CB-FMS-DEADLINE-HHMM
002000                                PIC X(04).
