000100******************************************************************
000200*    COPYBOOK   : CMNRCPI                                        *
000300*    TITLE      : POPULATE CMN-RC-PAIR-TABLE WITH THE RETURN/    *
000400*                 REASON CODE PAIRS THE LIBRARY ISSUES           *
000500*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000600*    DATE-WRITTEN : 2026-10-15                                   *
000700*                                                                *
000800*    PROCEDURE-DIVISION TEXT, NOT A RECORD LAYOUT - COPY THIS    *
000900*    INTO 1000-INITIALIZE (OR EQUIVALENT) IN ANY PROGRAM THAT    *
001000*    HAS ALSO COPIED CMNRCPR.  EVERY ROUTINE ANSWERS 00/0000 ON  *
001100*    SUCCESS AND RC 08 WITH A REASON ON A FAILED REQUEST.  THE   *
001200*    REMAINING CMNRETC VALUES (RC 04/12/16, REASONS FERR, AUDF,  *
001300*    CABT) ARE DEFINED BUT NOT ISSUED BY ANY ROUTINE TODAY, SO   *
001400*    NO PAIR IS LISTED FOR THEM.                                 *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  -------------------------------------------*
001900*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002000******************************************************************
002100     MOVE 5 TO CMN-RC-PAIR-COUNT.
002200     MOVE '00'   TO CMN-RCP-RETURN-CODE(1).
002300     MOVE '0000' TO CMN-RCP-REASON-CODE(1).
002400     MOVE '08'   TO CMN-RCP-RETURN-CODE(2).
002500     MOVE 'BREQ' TO CMN-RCP-REASON-CODE(2).
002600     MOVE '08'   TO CMN-RCP-RETURN-CODE(3).
002700     MOVE 'NFND' TO CMN-RCP-REASON-CODE(3).
002800     MOVE '08'   TO CMN-RCP-RETURN-CODE(4).
002900     MOVE 'DERR' TO CMN-RCP-REASON-CODE(4).
003000     MOVE '08'   TO CMN-RCP-RETURN-CODE(5).
003100     MOVE 'RERR' TO CMN-RCP-REASON-CODE(5).
