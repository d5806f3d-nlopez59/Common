000900*                                                                *
001000*    TRENDS THE PER-STEP RUN-STATISTICS RECORDS (CMNRUNS) THAT   *
001100*    DATBATC APPENDS TO THE RUN-HISTORY FILE (DD RUNSTATS) -     *
001200*    THE FILE HOLDS RUNSRETN DAYS OF HISTORY (CMNRBAS AGES OLDER *
001300*    RECORDS OFF NIGHTLY), SO THE TREND COVERS THAT SPAN.  THREE *
001310*    SECTIONS:                                                   *
001400*      - ONE LINE PER RUN DATE: STEPS DRIVEN, WINDOW DURATION    *
001500*        (FIRST STEP START TO LAST STEP STOP), AND WHETHER THE   *
001600*        WINDOW NEEDED A RESTART                                 *
003070*    2026-09-02 RH    'WINSKIP' RECORDS LEFT OUT OF THE TREND -  *
003080*                     A DELIBERATELY SKIPPED WEEKEND OR HOLIDAY  *
003090*                     IS NOT A WINDOW.                           *
003092*    2026-10-15 RH    NARRATIVE - RUNSTATS NOW AGED BY CMNRBAS.  *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
