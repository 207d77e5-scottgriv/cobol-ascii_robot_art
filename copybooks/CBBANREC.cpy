000400*    (COLBOT, HOLIDAY, QTR-END, MAINT), BOTH RENDER WIDTHS       *
000500*    (WIDE AND COMPACT) AND BOTH GLYPH VARIANTS (STANDARD AND    *
000600*    PLAIN) SO OPERATIONS CAN MAINTAIN THE ART WITHOUT A         *
000700*    RECOMPILE.  EACH CODE MAY CARRY SEVERAL NUMBERED VERSIONS   *
000710*    OF ITS ART, EACH WITH THE DATE IT TAKES EFFECT; COLBOT      *
000720*    SERVES THE HIGHEST VERSION ALREADY IN EFFECT ON THE RUN     *
000730*    DATE.  A BLANK VERSION COUNTS AS 001 AND A BLANK EFFECTIVE  *
000740*    DATE AS ALWAYS IN EFFECT, SO OLDER RECORDS STILL READ.      *
000800*                                                                 *
000900*    MOD HISTORY                                                 *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-08-08  RLB  ORIGINAL                                   *
001110*    2026-10-15  RLB  ADDED CB-BANNER-VERSION AND                *
001120*                     CB-BANNER-EFF-DATE SO NEXT SEASON'S ART    *
001130*                     CAN BE STAGED AHEAD OF ITS SWITCH-ON DATE  *
001200******************************************************************
001300 01  CB-BANNER-REC.
001400     05  CB-BANNER-CODE         PIC X(08).
002000         88  CB-VARIANT-PLAIN       VALUE "P".
002100     05  CB-BANNER-LINE-NO      PIC 9(02).
002200     05  CB-BANNER-TEXT         PIC X(70).
002300     05  CB-BANNER-VERSION      PIC 9(03).
002400     05  CB-BANNER-VERSION-X REDEFINES CB-BANNER-VERSION
002500                                PIC X(03).
002600     05  CB-BANNER-EFF-DATE     PIC X(10).
