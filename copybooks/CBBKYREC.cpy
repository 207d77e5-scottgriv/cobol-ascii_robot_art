000500*    ON BANNER CODE / WIDTH / VARIANT / LINE NUMBER, SO COLBOT   *
000600*    FETCHES EACH SUBSYSTEM'S ART DIRECTLY BY KEY (START +       *
000700*    READ NEXT) INSTEAD OF PASSING THE WHOLE DATASET FRONT TO    *
000800*    BACK ONCE PER FLEET ENTRY.  THE ART VERSION SITS IN THE KEY *
000810*    RIGHT AFTER THE CODE SO EVERY VERSION OF A CODE CAN BE HELD *
000820*    SIDE BY SIDE AND READ IN VERSION ORDER.                     *
000900*                                                                 *
001000*    MOD HISTORY                                                 *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-08-22  RLB  ORIGINAL                                   *
001210*    2026-10-15  RLB  ADDED CB-BKY-VERSION TO THE KEY AND        *
001220*                     CB-BKY-EFF-DATE TO THE DATA                *
001300******************************************************************
001400 01  CB-BANKEY-REC.
001500     05  CB-BKY-KEY.
001600         10  CB-BKY-BANNER-CODE PIC X(08).
001610         10  CB-BKY-VERSION     PIC 9(03).
001700         10  CB-BKY-WIDTH       PIC X(01).
001800         10  CB-BKY-VARIANT     PIC X(01).
001900         10  CB-BKY-LINE-NO     PIC 9(02).
002000     05  CB-BKY-TEXT            PIC X(70).
002100     05  CB-BKY-EFF-DATE        PIC X(10).
