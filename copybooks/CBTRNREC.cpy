000400*    SAME WAY AS CBBANREC (BANNER CODE, WIDTH, VARIANT, LINE     *
000500*    NUMBER).  CBBANMNT APPLIES A FILE OF THESE AGAINST          *
000600*    BANNERCFG AS THE CONTROLLED ALTERNATIVE TO HAND EDITS.      *
000610*    THE VERSION AND EFFECTIVE DATE FOLLOW THE TEXT, AS ON       *
000620*    CBBANREC; A BLANK VERSION MEANS 001.                        *
000700*                                                                 *
000800*    MOD HISTORY                                                 *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    2026-08-22  RLB  ORIGINAL                                   *
001010*    2026-10-15  RLB  ADDED CB-TRN-VERSION AND CB-TRN-EFF-DATE   *
001100******************************************************************
001200 01  CB-TRAN-REC.
001300     05  CB-TRN-ACTION          PIC X(07).
001900     05  CB-TRN-VARIANT         PIC X(01).
002000     05  CB-TRN-LINE-NO         PIC 9(02).
002100     05  CB-TRN-TEXT            PIC X(70).
002200     05  CB-TRN-VERSION         PIC 9(03).
002300     05  CB-TRN-VERSION-X REDEFINES CB-TRN-VERSION
002400                                PIC X(03).
002500     05  CB-TRN-EFF-DATE        PIC X(10).
