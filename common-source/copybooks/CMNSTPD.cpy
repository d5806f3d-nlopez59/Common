000100******************************************************************
000200*    COPYBOOK   : CMNSTPD                                        *
000300*    TITLE      : DATBATC STEP-DEFINITION RECORD                 *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    ONE RECORD PER STEP OF THE NIGHTLY DATBATC WINDOW ON THE    *
000800*    STEP-DEFINITION FILE (DD STEPDEFS), IN RUN ORDER.  THE      *
000900*    FILE IS WHAT DATBATC DRIVES, WHAT ITS RERUN/BYPASS CARD     *
001000*    AND CHECKPOINTS ARE CHECKED AGAINST, AND WHAT CMNSLAM       *
001100*    LISTS AS THE WINDOW'S STEPS - SO ADDING OR RE-ORDERING A    *
001200*    STEP IS A FILE EDIT UNDER CHANGE CONTROL, NOT A SOURCE      *
001300*    CHANGE AND A RELINK.  LAID OUT IN CARD COLUMNS SO IT EDITS  *
001400*    BY HAND:                                                    *
001500*      COLS  1-8   STEP NAME - ALSO THE CHECKPOINT, RUNSTATS,    *
001600*                  AND STEPNNNN PARAMETER KEY NAME               *
001700*      COLS 10-17  COMMON ROUTINE DRIVEN - STATIC1, CMNDATE,     *
001800*                  CMNRANK, CMNPARM, OR CMNMSGC                  *
001900*      COLS 19-22  REQUEST FUNCTION FOR THAT ROUTINE:            *
002000*                    STATIC1 - AUDT, TEST, VERS                  *
002100*                    CMNDATE - FPER, ADDB, ISBD, VERS            *
002200*                    CMNRANK - RNKV (FIXED SELF-CHECK), VERS     *
002300*                    CMNPARM - GETP, VERS                        *
002400*                    CMNMSGC - GETM, VERS                        *
002500*      COLS 24-27  CALENDAR ID FOR CMNDATE (BLANK = SHOP)        *
002600*      COL  29     ON FAILURE - A ABORTS THE WINDOW (BLANK       *
002700*                  MEANS A), C LOGS IT AND LETS LATER STEPS RUN  *
002800*      COLS 31-46  STEP ARGUMENT - THE KEY FOR CMNPARM GETP, THE *
002900*                  RETURN/REASON PAIR (RRNNNN) FOR CMNMSGC GETM, *
003000*                  THE SIGNED DAY COUNT (+NNNN) FOR CMNDATE ADDB *
003100*      COLS 48-77  DESCRIPTION, FOR THE LISTINGS                 *
003200*                                                                *
003300*    MODIFICATION HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  -------------------------------------------*
003600*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
003700******************************************************************
003800    01  CMN-STPD-RECORD.
003900        05  CMN-STPD-STEP-NAME      PIC X(08).
004000        05  FILLER                  PIC X(01).
004100        05  CMN-STPD-ROUTINE        PIC X(08).
004200            88  CMN-STPD-STATIC1    VALUE 'STATIC1'.
004300            88  CMN-STPD-CMNDATE    VALUE 'CMNDATE'.
004400            88  CMN-STPD-CMNRANK    VALUE 'CMNRANK'.
004500            88  CMN-STPD-CMNPARM    VALUE 'CMNPARM'.
004600            88  CMN-STPD-CMNMSGC    VALUE 'CMNMSGC'.
004700        05  FILLER                  PIC X(01).
004800        05  CMN-STPD-FUNCTION       PIC X(04).
004900        05  FILLER                  PIC X(01).
005000        05  CMN-STPD-CAL-ID         PIC X(04).
005100        05  FILLER                  PIC X(01).
005200        05  CMN-STPD-ON-FAIL        PIC X(01).
005300            88  CMN-STPD-ABORT      VALUE 'A' ' '.
005400            88  CMN-STPD-CONTINUE   VALUE 'C'.
005500        05  FILLER                  PIC X(01).
005600        05  CMN-STPD-ARGUMENT       PIC X(16).
005700        05  FILLER                  PIC X(01).
005800        05  CMN-STPD-DESC           PIC X(30).
005900        05  FILLER                  PIC X(03).
