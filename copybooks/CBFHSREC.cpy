000100******************************************************************
000200*    CBFHSREC - FLEET HISTORY RECORD (DD CBFLTHST)               *
000300*    ONE RECORD PER SUBSYSTEM PER FLTCTL BUILD, APPENDED BY      *
000400*    CBFLTBLD EVERY NIGHT SO THE S/F OUTCOME SURVIVES THE NEXT   *
000500*    BUILD.  THE DATASET IS EXTENDED, NEVER REWRITTEN - IT IS    *
000600*    THE PERMANENT RECORD CBFLTSCR SCORES RELIABILITY FROM.  A   *
000700*    REBUILD FOR THE SAME DATE APPENDS AGAIN; READERS TAKE THE   *
000800*    LAST RECORD FOR A DATE AND SUBSYSTEM AS THE FINAL WORD.     *
000900*    CB-FHS-REPORTED-SW IS N WHEN THE SUBSYSTEM SENT NO          *
001000*    COMPLETION EVENT, SO ITS RC OF ZERO MEANS NOTHING.          *
001100*                                                                 *
001200*    MOD HISTORY                                                 *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15  RLB  ORIGINAL                                   *
001410*    2026-10-15  RLB  STATUS B (BLOCKED) AND CB-FHS-ROOT-CAUSE   *
001500******************************************************************
001600 01  CB-FLTHST-REC.
001700     05  CB-FHS-BUILD-DATE      PIC X(10).
001800     05  FILLER                 PIC X(01).
001900     05  CB-FHS-SUBSYSTEM       PIC X(08).
002000     05  CB-FHS-GROUP           PIC X(08).
002100     05  CB-FHS-BANNER-CODE     PIC X(08).
002200     05  CB-FHS-STATUS          PIC X(01).
002300         88  CB-FHS-COMPLETE-OK     VALUE "S".
002400         88  CB-FHS-FAILED          VALUE "F".
002410         88  CB-FHS-BLOCKED         VALUE "B".
002500     05  CB-FHS-FINAL-RC        PIC 9(03).
002600     05  CB-FHS-REPORTED-SW     PIC X(01).
002700         88  CB-FHS-REPORTED        VALUE "Y".
002800         88  CB-FHS-NEVER-REPORTED  VALUE "N".
002900     05  CB-FHS-ROOT-CAUSE      PIC X(08).
