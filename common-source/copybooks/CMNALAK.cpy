000100******************************************************************
000200*    COPYBOOK   : CMNALAK                                        *
000300*    TITLE      : OVERNIGHT ALERT ACKNOWLEDGEMENT RECORD         *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    ONE RECORD PER ALERT THE CONSOLE DESK HAS TAKEN, ON THE     *
000800*    ALERT ACKNOWLEDGEMENT FILE (DD ALRTACK).  AN ALERT IS A     *
000900*    CMNERRC IMAGE CMNABND COPIED TO THE OVERNIGHT ALERT FILE    *
001000*    (DD ALRTFILE); IT IS KEYED HERE BY THAT RECORD'S            *
001100*    TIMESTAMP, CALLING PROGRAM, AND FAILING PROGRAM.  WRITTEN   *
001200*    ONLY BY CMNAACK, FROM THE OPERATOR'S ACKNOWLEDGEMENT CARD - *
001300*    THE ACKNOWLEDGED TIME IS WHEN CMNAACK ACCEPTED THE CARD,    *
001400*    NOT A TIME KEYED BY HAND.  THE ALERT'S SEVERITY IS CARRIED  *
001500*    ACROSS SO THE MORNING SUMMARY CAN CLASS IT WITHOUT THE      *
001600*    ALERT FILE.  ONE ACKNOWLEDGEMENT PER ALERT; THE FILE IS     *
001700*    NEVER CLEARED - IT IS THE EVIDENCE THAT AN ALERT WAS        *
001800*    HANDLED, NOT JUST LOGGED.                                   *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------- ----  -------------------------------------------*
002300*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002400******************************************************************
002500    01  CMN-ALAK-RECORD.
002600        05  CMN-ALAK-KEY.
002700            10  CMN-ALAK-ALERT-TS   PIC X(14).
002800            10  CMN-ALAK-CALLING-PGM PIC X(08).
002900            10  CMN-ALAK-FAILING-PGM PIC X(08).
003000        05  CMN-ALAK-OPERATOR       PIC X(08).
003100        05  CMN-ALAK-ACK-TS         PIC X(14).
003200        05  CMN-ALAK-ACTION         PIC X(08).
003300            88  CMN-ALAK-RESTARTED  VALUE 'RESTART'.
003400            88  CMN-ALAK-BYPASSED   VALUE 'BYPASS'.
003500            88  CMN-ALAK-ONCALL     VALUE 'ONCALL'.
003600            88  CMN-ALAK-DEFERRED   VALUE 'DEFER'.
003700            88  CMN-ALAK-ACTION-VALID
003800                                    VALUE 'RESTART' 'BYPASS'
003900                                          'ONCALL' 'DEFER'.
004000        05  CMN-ALAK-SEVERITY       PIC X(02).
004100        05  CMN-ALAK-NOTE           PIC X(29).
004200        05  FILLER                  PIC X(09) VALUE SPACES.
