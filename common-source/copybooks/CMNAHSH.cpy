000100******************************************************************
000200*    COPYBOOK   : CMNAHSH                                        *
000300*    TITLE      : AUDIT ARCHIVE MANIFEST CONTROL-TOTAL           *
000400*                 PARAGRAPHS                                     *
000500*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000600*    DATE-WRITTEN : 2026-10-15                                   *
000700*                                                                *
000800*    PROCEDURE-DIVISION TEXT, NOT A RECORD LAYOUT - COPY THIS    *
000900*    AT THE END OF THE PROCEDURE DIVISION OF ANY PROGRAM THAT    *
001000*    HAS ALSO COPIED CMNAMAN.  MOVE ONE AUDIT RECORD IMAGE TO    *
001100*    CMN-AHSH-IMAGE AND PERFORM 9700-HASH-AUDIT-IMAGE THRU       *
001200*    9700-EXIT - THE RECORD'S SHARE IS LEFT IN CMN-AHSH-RECORD-  *
001300*    SUM AND ADDED INTO CMN-AHSH-TOTAL, WHICH THE CALLER ZEROES  *
001400*    AT THE START OF EACH GENERATION.  CMNASUM (WRITING THE      *
001500*    MANIFEST) AND CMNAVER (CHECKING IT) MUST COMPUTE THE SAME   *
001600*    TOTAL THE SAME WAY, SO IT LIVES HERE AND NOWHERE ELSE.      *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  -------------------------------------------*
002100*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
002200******************************************************************
002300******************************************************************
002400* 9700-HASH-AUDIT-IMAGE - WEIGHTED BYTE SUM OF ONE RECORD IMAGE, *
002500*                         ADDED TO THE RUNNING CONTROL TOTAL.    *
002600******************************************************************
002700 9700-HASH-AUDIT-IMAGE.
002800     MOVE ZERO TO CMN-AHSH-RECORD-SUM.
002900     PERFORM 9710-HASH-BYTE THRU 9710-EXIT
003000         VARYING CMN-AHSH-SUB FROM 1 BY 1
003100         UNTIL CMN-AHSH-SUB > 45.
003200     ADD CMN-AHSH-RECORD-SUM TO CMN-AHSH-TOTAL.
003300 9700-EXIT.
003400     EXIT.
003500******************************************************************
003600* 9710-HASH-BYTE - ONE BYTE'S CHARACTER VALUE TIMES ITS          *
003700*                  POSITION.                                     *
003800******************************************************************
003900 9710-HASH-BYTE.
004000     COMPUTE CMN-AHSH-RECORD-SUM = CMN-AHSH-RECORD-SUM
004100         + FUNCTION ORD(CMN-AHSH-IMAGE(CMN-AHSH-SUB:1))
004200         * CMN-AHSH-SUB.
004300 9710-EXIT.
004400     EXIT.
