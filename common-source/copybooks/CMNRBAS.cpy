000100******************************************************************
000200*    COPYBOOK   : CMNRBAS                                        *
000300*    TITLE      : DATBATC PER-STEP ELAPSED-TIME BASELINE RECORD  *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    ONE RECORD PER DATBATC STEP ON THE BASELINE FILE (DD        *
000800*    RBASFILE), REWRITTEN IN FULL EVERY NIGHT BY CMNRBAS FROM    *
000900*    THE RUN-HISTORY FILE (DD RUNSTATS, CMNRUNS).  THE FIGURES   *
001000*    COVER THE STEP'S FRESH RUNS ON THE RUN DATES FROM           *
001100*    CMN-RBAS-WINDOW-FROM UP TO CMN-RBAS-WINDOW-TO - THE ROLLING *
001200*    WINDOW (PARMFILE KEY RBASWNDW) ENDING THE DAY BEFORE THE    *
001300*    NIGHT BEING CHECKED, SO TONIGHT NEVER VOUCHES FOR ITSELF.   *
001400*    RESTARTED RUNS (CMN-RUNS-RESTARTED) AND 'WINSKIP' RECORDS   *
001500*    ARE LEFT OUT - A RESTART'S TIMINGS ARE A RECOVERY, NOT THE  *
001600*    STEP'S NORMAL BEHAVIOUR.                                    *
001700*                                                                *
001800*    SECONDS ARE WHOLE SECONDS, ROUNDED.  THE STANDARD DEVIATION *
001900*    IS THE POPULATION FIGURE OVER THE SAMPLES; THE 90TH         *
002000*    PERCENTILE IS THE NEAREST-RANK VALUE.  THE USUAL RETURN     *
002100*    CODE IS THE ONE THE STEP ENDED WITH MOST OFTEN IN THE       *
002200*    WINDOW.  CMNRANM READS THIS FILE FOR ITS NIGHTLY ANOMALY    *
002300*    REPORT.                                                     *
002400*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  -------------------------------------------*
002800*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002900******************************************************************
003000    01  CMN-RBAS-RECORD.
003100        05  CMN-RBAS-STEP-NAME      PIC X(08).
003200        05  CMN-RBAS-JOB-NAME       PIC X(08).
003300        05  CMN-RBAS-WINDOW-FROM    PIC 9(08).
003400        05  CMN-RBAS-WINDOW-TO      PIC 9(08).
003500        05  CMN-RBAS-SAMPLES        PIC 9(05).
003600        05  CMN-RBAS-MEAN-SEC       PIC 9(07).
003700        05  CMN-RBAS-STDDEV-SEC     PIC 9(07).
003800        05  CMN-RBAS-P90-SEC        PIC 9(07).
003900        05  CMN-RBAS-MAX-SEC        PIC 9(07).
004000        05  CMN-RBAS-USUAL-RC       PIC X(02).
004100        05  CMN-RBAS-BUILT-DATE     PIC 9(08).
004200        05  FILLER                  PIC X(05) VALUE SPACES.
