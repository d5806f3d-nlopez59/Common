000100******************************************************************
000200*    COPYBOOK   : CMNRCPR                                        *
000300*    TITLE      : TABLE OF THE RETURN/REASON CODE PAIRS THE      *
000400*                 COMMON-STATIC-CALLS ROUTINES ISSUE             *
000500*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000600*    DATE-WRITTEN : 2026-10-15                                   *
000700*                                                                *
000800*    CMNRETC DEFINES THE RETURN CODES AND THE REASON CODES ONE   *
000900*    BY ONE; THIS TABLE HOLDS THE PAIRS A CALLER CAN ACTUALLY    *
001000*    BE HANDED, WHICH ARE THE PAIRS THE MESSAGE CATALOG (DD      *
001100*    MSGFILE, CMNMSGR) MUST CARRY TEXT FOR.  WHEN A ROUTINE      *
001200*    STARTS ISSUING A NEW PAIR, OR CMNRETC GAINS A CODE THAT IS  *
001300*    ISSUED, THE PAIR IS ADDED HERE BY HAND.  THIS COPYBOOK      *
001400*    ONLY DEFINES THE TABLE'S LAYOUT - SEE CMNRCPI FOR THE ONE   *
001500*    PLACE THAT POPULATES IT (THE CMNVERS/CMNVERI SPLIT).        *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  -------------------------------------------*
002000*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002100******************************************************************
002200    01  CMN-RC-PAIR-TABLE.
002300        05  CMN-RC-PAIR-COUNT       PIC 9(04) COMP.
002400        05  CMN-RC-PAIR-ENTRY OCCURS 20 TIMES
002500                INDEXED BY CMN-RCP-IDX.
002600            10  CMN-RCP-RETURN-CODE PIC X(02).
002700            10  CMN-RCP-REASON-CODE PIC X(04).
