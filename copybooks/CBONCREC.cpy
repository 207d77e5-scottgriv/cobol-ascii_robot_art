000600*    WHO GETS WOKEN UP.  A WINDOW WHOSE START IS LATER THAN ITS  *
000700*    END SPANS MIDNIGHT, THE SAME CONVENTION AS CBSCHREC.  A     *
000800*    SUBSYSTEM MAY CARRY SEVERAL ENTRIES - ONE PER SHIFT.        *
000810*    CB-ONC-SECONDARY NAMES WHO IS PAGED WHEN THE CONTACT DOES   *
000820*    NOT ACKNOWLEDGE IN TIME.  AN ENTRY WHOSE SUBSYSTEM FIELD    *
000830*    HOLDS *SUPV NAMES THE SHIFT SUPERVISOR FOR ITS WINDOW - THE *
000840*    LAST STOP FOR AN ALERT NOBODY ACKNOWLEDGES.                 *
000900*                                                                 *
001000*    MOD HISTORY                                                 *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-09-02  RLB  ORIGINAL                                   *
001210*    2026-10-15  RLB  ADDED CB-ONC-SECONDARY AND THE *SUPV SHIFT *
001220*                     SUPERVISOR ENTRY FOR ALERT RE-ESCALATION   *
001300******************************************************************
001400 01  CB-ONCALL-REC.
001500     05  CB-ONC-SUBSYSTEM       PIC X(08).
001510         88  CB-ONC-IS-SUPERVISOR   VALUE "*SUPV".
001600     05  CB-ONC-WINDOW-START    PIC 9(04).
001700     05  CB-ONC-WINDOW-END      PIC 9(04).
001800     05  CB-ONC-CONTACT         PIC X(08).
001900     05  CB-ONC-SECONDARY       PIC X(08).
