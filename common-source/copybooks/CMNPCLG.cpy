000100******************************************************************
000200*    COPYBOOK   : CMNPCLG                                        *
000300*    TITLE      : SHOP PARAMETER FILE CHANGE-LOG RECORD          *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    CMNPMNT APPENDS ONE OF THESE TO THE PARAMETER CHANGE LOG    *
000800*    (DD PARMCLOG) FOR EVERY MAINTENANCE TRANSACTION IT APPLIES  *
000900*    TO THE SHOP PARAMETER FILE (CMNPRMR) - WHO MADE THE CHANGE, *
001000*    UNDER WHAT CHANGE TICKET, WHEN, AND THE RECORD'S VALUE AND  *
001100*    DESCRIPTION BEFORE AND AFTER.  AN ADD HAS A BLANK BEFORE    *
001200*    IMAGE AND AN EXPIRE A BLANK AFTER IMAGE.  REJECTED          *
001300*    TRANSACTIONS CHANGE NOTHING AND ARE NOT LOGGED HERE - THEY  *
001400*    APPEAR ONLY ON THE CMNPMNT PROOF REPORT.  LIKE RUNSTATS,    *
001500*    THE LOG IS NEVER CLEARED - IT IS THE DURABLE ANSWER TO      *
001600*    "WHO CHANGED THIS PARAMETER, AND WHEN".                     *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  -------------------------------------------*
002100*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002200******************************************************************
002300    01  CMN-PCLG-RECORD.
002400        05  CMN-PCLG-TIMESTAMP      PIC X(14).
002500        05  CMN-PCLG-USER-ID        PIC X(08).
002600        05  CMN-PCLG-TICKET         PIC X(10).
002700        05  CMN-PCLG-ACTION         PIC X(01).
002800            88  CMN-PCLG-ADD        VALUE 'A'.
002900            88  CMN-PCLG-CHANGE     VALUE 'C'.
003000            88  CMN-PCLG-EXPIRE     VALUE 'X'.
003100        05  CMN-PCLG-KEY            PIC X(08).
003200        05  CMN-PCLG-EFF-DATE       PIC 9(08).
003300        05  CMN-PCLG-BEFORE-VALUE   PIC X(16).
003400        05  CMN-PCLG-BEFORE-DESC    PIC X(30).
003500        05  CMN-PCLG-AFTER-VALUE    PIC X(16).
003600        05  CMN-PCLG-AFTER-DESC     PIC X(30).
003700        05  FILLER                  PIC X(03) VALUE SPACES.
