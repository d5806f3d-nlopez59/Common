000100******************************************************************
000200*    COPYBOOK   : CMNWCTL                                        *
000300*    TITLE      : END-OF-WINDOW RUN-ORDER CONTROL RECORD         *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    THE WINDOW'S JOBS MUST RUN IN A FIXED ORDER - DATBATC,      *
000800*    CMNACON, CMNRCON, CMNASUM.  EACH ONE APPENDS ONE OF THESE   *
000900*    TO THE WINDOW-CONTROL FILE (DD WINCTL) AS IT FINISHES,      *
001000*    STAMPED WITH THE BATCH DATE OF THE WINDOW IT RAN FOR, ITS   *
001100*    COMPLETION TIME, AND ITS RETURN CODE.  TOGETHER THE STAMPS  *
001200*    FOR ONE BATCH DATE ARE THAT WINDOW'S CONTROL RECORD.        *
001300*                                                                *
001400*    THE BATCH DATE IS SET BY DATBATC - ITS RUN DATE, OR ON A    *
001500*    RESTART THE DATE OF THE WINDOW IT IS FINISHING.  EACH LATER *
001600*    JOB RUNS FOR THE NEWEST DATBATC BATCH DATE ON THE FILE,     *
001700*    AND ONLY WHEN ITS PREDECESSOR'S LATEST STAMP FOR THAT DATE  *
001800*    SAYS IT FINISHED CLEAN (RC 00).  A RESUBMIT WRITES A NEW    *
001900*    STAMP, AND THE LATEST STAMP FOR A JOB AND DATE IS THE ONE   *
002000*    THAT COUNTS.  A JOB THAT REFUSES TO START WRITES NOTHING.   *
002100*                                                                *
002200*    THE OVERRIDE FIELDS ARE FILLED ONLY ON A CMNASUM STAMP      *
002300*    WHEN AN OPERATOR OVERRIDE CARD LET IT ARCHIVE PAST A        *
002400*    CMNRCON RC=8 - WHO, UNDER WHAT TICKET, AND WHY.  LIKE       *
002500*    RUNSTATS, THE FILE IS NEVER CLEARED.                        *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------- ----  -------------------------------------------*
003000*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
003100******************************************************************
003200    01  CMN-WCTL-RECORD.
003300        05  CMN-WCTL-BATCH-DATE     PIC 9(08).
003400        05  CMN-WCTL-JOB-NAME       PIC X(08).
003500        05  CMN-WCTL-END-TS         PIC X(14).
003600        05  CMN-WCTL-RETURN-CODE    PIC 9(02).
003700            88  CMN-WCTL-CLEAN      VALUE 0.
003800        05  CMN-WCTL-OVR-USER       PIC X(08).
003900        05  CMN-WCTL-OVR-TICKET     PIC X(10).
004000        05  CMN-WCTL-OVR-REASON     PIC X(28).
004100        05  FILLER                  PIC X(02) VALUE SPACES.
