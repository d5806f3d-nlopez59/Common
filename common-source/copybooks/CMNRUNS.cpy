000900*    WITH THE STEP'S START AND STOP TIMESTAMPS, ELAPSED SECONDS, *
001000*    RETURN CODE, AND WHETHER THE RUN IT BELONGS TO WAS A FRESH  *
001100*    WINDOW OR A RESTART AFTER AN ABEND.  UNLIKE CKPTFILE THIS   *
001200*    FILE IS NOT CLEARED EACH WINDOW - IT IS THE DURABLE HISTORY *
001300*    THE MONTHLY RUN-HISTORY REPORT (CMNRHST) TRENDS, SO THE     *
001400*    SHOP CAN SEE WHETHER THE BATCH WINDOW IS CREEPING TOWARD    *
001500*    ITS CUTOFF.  CMNRBAS AGES RECORDS OLDER THAN THE RUNSRETN   *
001510*    RETENTION OFF TO THE RUN-HISTORY ARCHIVE NIGHTLY, AND       *
001515*    BUILDS THE PER-STEP BASELINES (CMNRBAS) FROM WHAT REMAINS.  *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  -------------------------------------------*
002000*    2026-08-22 RH    ORIGINAL COPYBOOK                          *
002010*    2026-10-15 RH    NARRATIVE - RECORDS NOW AGED OFF BY        *
002020*                     CMNRBAS AFTER RUNSRETN DAYS.               *
002100******************************************************************
002200    01  CMN-RUNSTAT-RECORD.
002300        05  CMN-RUNS-RUN-DATE       PIC 9(08).
