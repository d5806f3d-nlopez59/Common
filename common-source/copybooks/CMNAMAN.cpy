000100******************************************************************
000200*    COPYBOOK   : CMNAMAN                                        *
000300*    TITLE      : AUDIT ARCHIVE GENERATION MANIFEST RECORD       *
000400*    AUTHOR     : R HALVERSEN - SHARED SERVICES GROUP            *
000500*    DATE-WRITTEN : 2026-10-15                                   *
000600*                                                                *
000700*    ONE RECORD PER AUDIT ARCHIVE GENERATION, APPENDED BY        *
000800*    CMNASUM TO THE MANIFEST FILE (DD AUDMANF) WHEN IT CLOSES    *
000900*    THE GENERATION - THE BATCH DATE IT ARCHIVED, HOW MANY       *
001000*    RECORDS WENT ON, THE FIRST AND LAST CMN-AUDIT-TIMESTAMP,    *
001100*    AND A CONTROL TOTAL OVER THE RECORD IMAGES.  CMNAVER WALKS  *
001200*    THE CATALOGED GENERATIONS AGAINST THESE.  THE FILE IS       *
001300*    NEVER CLEARED - IT OUTLIVES THE GENERATIONS IT DESCRIBES.   *
001400*                                                                *
001500*    A RESTART THAT FOUND THE DAY ALREADY ARCHIVED STILL GETS A  *
001600*    (+1) GENERATION FROM ITS JCL, EMPTY - ITS RECORD CARRIES    *
001700*    TYPE 'R', A ZERO COUNT, AND BLANK TIMESTAMPS.               *
001800*                                                                *
001900*    THE CONTROL TOTAL IS THE SUM, OVER EVERY RECORD, OF EACH    *
002000*    BYTE'S CHARACTER VALUE WEIGHTED BY ITS POSITION IN THE      *
002100*    45-BYTE IMAGE - SO A CHANGED, SWAPPED, OR TRUNCATED FIELD   *
002200*    MOVES IT, NOT JUST A LOST RECORD.  IT IS KEPT MODULO 10**15 *
002300*    AND IS ORDER-INDEPENDENT.  CMN-AMAN-HASH-WORK IS THE WORK   *
002400*    AREA THE SHARED PARAGRAPHS IN CMNAHSH COMPUTE IT IN - EVERY *
002500*    PROGRAM THAT WRITES OR CHECKS A MANIFEST COPIES BOTH, SO    *
002600*    THE TWO SIDES CAN NEVER DRIFT APART.                        *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------- ----  -------------------------------------------*
003100*    2026-10-15 RH    ORIGINAL COPYBOOK                          *
003200******************************************************************
003300    01  CMN-AMAN-RECORD.
003400        05  CMN-AMAN-BATCH-DATE     PIC 9(08).
003500        05  CMN-AMAN-RECORD-COUNT   PIC 9(07).
003600        05  CMN-AMAN-FIRST-TS       PIC X(14).
003700        05  CMN-AMAN-LAST-TS        PIC X(14).
003800        05  CMN-AMAN-HASH-TOTAL     PIC 9(15).
003900        05  CMN-AMAN-WRITTEN-TS     PIC X(14).
004000        05  CMN-AMAN-GEN-TYPE       PIC X(01).
004100            88  CMN-AMAN-ARCHIVED   VALUE 'A'.
004200            88  CMN-AMAN-RESTART    VALUE 'R'.
004300        05  FILLER                  PIC X(07) VALUE SPACES.
004400    01  CMN-AMAN-HASH-WORK.
004500        05  CMN-AHSH-IMAGE          PIC X(45).
004600        05  CMN-AHSH-SUB            PIC 9(04) COMP.
004700        05  CMN-AHSH-RECORD-SUM     PIC 9(09).
004800        05  CMN-AHSH-TOTAL          PIC 9(15).
