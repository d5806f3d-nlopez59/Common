002404*    2026-09-02 RH    ADDED CMNMSGC (MESSAGE-CATALOG SERVICE -   *
002405*                     RETURN/REASON CODE PAIRS TRANSLATED TO     *
002406*                     OPERATOR-READABLE TEXT).                   *
002407*    2026-10-15 RH    CMNDATE BUMPED TO 000007 (BUSINESS-DAYS-   *
002408*                     BETWEEN, JOINT-CALENDAR SETTLEMENT AND     *
002409*                     FISCAL-PERIOD BOUNDS FUNCTIONS).           *
002410******************************************************************
002500     MOVE 6 TO CMN-VERSION-COUNT.
002600     MOVE 'STATIC1'  TO CMN-VER-PGM-NAME(1).
002700     MOVE '000004'   TO CMN-VER-NUMBER(1).
002800     MOVE '20260822' TO CMN-VER-BUILD-DATE(1).
002900     MOVE 'CMNDATE'  TO CMN-VER-PGM-NAME(2).
003000     MOVE '000007'   TO CMN-VER-NUMBER(2).
003100     MOVE '20261015' TO CMN-VER-BUILD-DATE(2).
003200     MOVE 'CMNABND'  TO CMN-VER-PGM-NAME(3).
003300     MOVE '000004'   TO CMN-VER-NUMBER(3).
003400     MOVE '20260902' TO CMN-VER-BUILD-DATE(3).
