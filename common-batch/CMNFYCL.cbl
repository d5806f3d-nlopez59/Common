001300*    END DATE, AND BUSINESS-DAY COUNT - SO THE CALENDAR HANDED   *
001400*    TO DOWNSTREAM SCHEDULING DEPARTMENTS IS GENERATED,          *
001500*    REVIEWED, AND FILED INSTEAD OF HAND-BUILT IN A SPREADSHEET  *
001600*    EVERY SEPTEMBER.  EACH RUN REWRITES THE FILE IN FULL - THE  *
001610*    PERIODS OF THE FISCAL YEAR THE RUN DATE FALLS IN ARE        *
001620*    REBUILT AHEAD OF THE NEW YEAR, SO THE FILE ALWAYS COVERS    *
001630*    TODAY AS WELL AS THE YEAR BEING HANDED OUT.  ANY OLDER YEAR *
001640*    DROPS OFF.  BOTH YEARS ARE RECOUNTED AGAINST THE HOLIDAY    *
001650*    MASTER AS IT STANDS, SO A RERUN AFTER A MID-YEAR HOLIDAY    *
001660*    CHANGE (SEE THE CMNHOLD IMPACT REPORT) PUTS THIS YEAR'S     *
001670*    REMAINING PERIOD COUNTS RIGHT AS WELL AS NEXT YEAR'S.       *
001700*                                                                *
001800*    THE YEAR IS WALKED THROUGH THE LIBRARY'S OWN ANSWERS, NOT   *
001900*    RE-DERIVED HERE - THE RUN DATE'S FISCAL YEAR COMES FROM A   *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  -------------------------------------------*
003600*    2026-09-02 RH    ORIGINAL                                   *
003610*    2026-10-15 RH    THE RUN DATE'S OWN FISCAL YEAR IS REBUILT  *
003620*                     AND RECOUNTED AHEAD OF THE NEW YEAR ON THE *
003630*                     REWRITE - REPLACING THE FILE WITH NEXT     *
003640*                     YEAR ALONE LEFT THE REST OF THIS YEAR      *
003650*                     UNCOVERED FROM THE SEPTEMBER RUN TO YEAR   *
003660*                     END.  EACH YEAR USES THE FYSTMON START     *
003670*                     MONTH IN EFFECT FOR IT.                    *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
006400     05  FILLER                  PIC X(13).
006500 01  FY-WORK-FIELDS.
006600     05  FY-TARGET-YEAR          PIC 9(04).
006650     05  FY-RUN-FISCAL-YEAR      PIC 9(04).
006660     05  FY-BUILD-YEAR           PIC 9(04).
006670     05  FY-RUN-START-MONTH      PIC 9(02).
006680     05  FY-TARGET-START-MONTH   PIC 9(02).
006690     05  FY-PARM-DATE            PIC 9(08).
006700     05  FY-CUR-YEAR             PIC 9(04).
006800     05  FY-CUR-MONTH            PIC 9(02).
006900     05  FY-START-MONTH          PIC 9(02) VALUE 10.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     IF NOT FY-ABORT-RUN
010500         MOVE FY-RUN-FISCAL-YEAR TO FY-BUILD-YEAR
010600         MOVE FY-RUN-START-MONTH TO FY-START-MONTH
010700         PERFORM 1400-BUILD-YEAR THRU 1400-EXIT
010800     END-IF.
010810     IF NOT FY-ABORT-RUN
010820         MOVE FY-TARGET-YEAR TO FY-BUILD-YEAR
010830         MOVE FY-TARGET-START-MONTH TO FY-START-MONTH
010840         PERFORM 1400-BUILD-YEAR THRU 1400-EXIT
010900     END-IF.
011000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011100     GOBACK.
011200 0000-EXIT.
011300     EXIT.
011400******************************************************************
011500* 1000-INITIALIZE - WORK OUT THE RUN DATE'S FISCAL YEAR AND      *
011600*                   THE TARGET YEAR AFTER IT (CMNDATE FPER, PLUS *
011700*                   ONE), FETCH EACH YEAR'S FYSTMON START MONTH  *
011800*                   THROUGH CMNPARM (DEFAULT OCTOBER, LIKE       *
011900*                   CMNDATE), AND OPEN THE FILES.  OPENING       *
012000*                   FPCFILE FOR OUTPUT REPLACES THE CALENDAR IN  *
012100*                   FULL - BOTH YEARS ARE REBUILT FROM SCRATCH.  *
012200******************************************************************
012300 1000-INITIALIZE.
012400     MOVE FUNCTION CURRENT-DATE TO FY-CURRENT-DATE-TIME.
013300         GO TO 1000-EXIT
013400     END-IF.
013500     COMPUTE FY-TARGET-YEAR = CMN-FISCAL-YEAR + 1.
013510     MOVE CMN-FISCAL-YEAR TO FY-RUN-FISCAL-YEAR.
013520     MOVE FY-CDT-DATE TO FY-PARM-DATE.
013600     PERFORM 1100-FETCH-FY-START THRU 1100-EXIT.
013610     MOVE FY-START-MONTH TO FY-RUN-START-MONTH.
013620     COMPUTE FY-PARM-DATE = FY-CDT-DATE + 10000.
013630     PERFORM 1100-FETCH-FY-START THRU 1100-EXIT.
013640     MOVE FY-START-MONTH TO FY-TARGET-START-MONTH.
014300     OPEN OUTPUT FISCAL-CAL-FILE.
014400     OPEN OUTPUT REPORT-FILE.
014410     SET FY-FILES-OPEN TO TRUE.
015000 1000-EXIT.
015100     EXIT.
015200******************************************************************
015300* 1100-FETCH-FY-START - ASK THE CMNPARM SERVICE FOR THE SHOP'S   *
015400*                       FISCAL-YEAR START MONTH (KEY FYSTMON),   *
015500*                       THE SAME WAY CMNDATE DOES - BUT AS IN    *
015510*                       EFFECT ON FY-PARM-DATE: THE RUN DATE FOR *
015520*                       THE RUN DATE'S OWN YEAR, A YEAR FROM IT  *
015530*                       FOR THE TARGET YEAR, SO A START-MONTH    *
015540*                       CHANGE STAGED FOR THE YEAR BEING WALKED  *
015550*                       SHAPES THAT YEAR'S CALENDAR.  AN         *
015600*                       ABSENT OR UNUSABLE KEY LEAVES THE        *
015700*                       OCTOBER DEFAULT IN PLACE.                *
015800******************************************************************
015900 1100-FETCH-FY-START.
015950     MOVE 10 TO FY-START-MONTH.
016000     SET CMN-FN-GET-PARM TO TRUE.
016100     MOVE FY-PGM-NAME TO CMN-PARM-CALLING-PGM.
016200     MOVE 'FYSTMON' TO CMN-PARM-KEY-IN.
016210     MOVE FY-PARM-DATE TO CMN-PARM-DATE-IN.
016300     CALL 'CMNPARM' USING FY-PARM-REQUEST-AREA FY-RETCODE-AREA.
016400     IF CMN-RC-SUCCESS
016500         MOVE CMN-PARM-VALUE-OUT TO FY-PARM-VALUE-SPLIT
017100     END-IF.
017200 1100-EXIT.
017300     EXIT.
017303******************************************************************
017306* 1400-BUILD-YEAR - ONE FISCAL YEAR (FY-BUILD-YEAR, STARTING IN  *
017309*                   FY-START-MONTH) - ITS PROOF-LIST HEADING,    *
017312*                   ITS TWELVE PERIODS THROUGH 2000-BUILD-       *
017315*                   PERIOD, AND ITS TOTALS LINE.  A FISCAL YEAR  *
017318*                   THAT DOES NOT START IN JANUARY BEGINS IN THE *
017321*                   CALENDAR YEAR BEFORE THE ONE IT IS NAMED FOR.*
017324******************************************************************
017327 1400-BUILD-YEAR.
017330     IF FY-START-MONTH > 1
017333         COMPUTE FY-CUR-YEAR = FY-BUILD-YEAR - 1
017336     ELSE
017339         MOVE FY-BUILD-YEAR TO FY-CUR-YEAR
017342     END-IF.
017345     MOVE FY-START-MONTH TO FY-CUR-MONTH.
017348     MOVE ZERO TO FY-TOTAL-BUS-DAYS.
017351     MOVE FY-BUILD-YEAR TO FY-HD-YEAR.
017354     MOVE FY-HEADER-LINE TO FY-REPORT-LINE.
017357     WRITE FY-REPORT-LINE.
017360     MOVE SPACES TO FY-REPORT-LINE.
017363     WRITE FY-REPORT-LINE.
017366     PERFORM 2000-BUILD-PERIOD THRU 2000-EXIT
017369         VARYING FY-PERIOD-SUB FROM 1 BY 1
017372         UNTIL FY-PERIOD-SUB > 12
017375            OR FY-ABORT-RUN.
017378     IF FY-ABORT-RUN
017381         GO TO 1400-EXIT
017384     END-IF.
017385     MOVE SPACES TO FY-REPORT-LINE.
017386     WRITE FY-REPORT-LINE.
017387     COMPUTE FY-TL-PERIODS = FY-PERIOD-SUB - 1.
017388     MOVE FY-TOTAL-BUS-DAYS TO FY-TL-BUS-DAYS.
017389     MOVE FY-TOTAL-LINE TO FY-REPORT-LINE.
017390     WRITE FY-REPORT-LINE.
017391     MOVE SPACES TO FY-REPORT-LINE.
017392     WRITE FY-REPORT-LINE.
017393 1400-EXIT.
017394     EXIT.
017400******************************************************************
017500* 2000-BUILD-PERIOD - ONE FISCAL PERIOD - WORK OUT ITS START AND *
017600*                     END DATES, COUNT ITS BUSINESS DAYS THROUGH *
019700     IF FY-ABORT-RUN
019800         GO TO 2000-EXIT
019900     END-IF.
020000     MOVE FY-BUILD-YEAR   TO CMN-FPC-FISCAL-YEAR.
020100     MOVE FY-PERIOD-SUB   TO CMN-FPC-PERIOD.
020200     MOVE FY-PERIOD-START TO CMN-FPC-START-DATE.
020300     MOVE FY-PERIOD-END   TO CMN-FPC-END-DATE.
025000 2110-EXIT.
025100     EXIT.
025200******************************************************************
025300* 9000-TERMINATE - CLOSE THE FILES AND SET A NON-ZERO            *
025400*                  CONDITION CODE ON AN ABORTED RUN SO A         *
025500*                  HALF-WRITTEN CALENDAR IS NEVER HANDED OUT.    *
025600*                  EACH YEAR'S TOTALS ARE WRITTEN BY 1400.       *
025700******************************************************************
025800 9000-TERMINATE.
025900     IF FY-ABORT-RUN
026100             ' NOT TO BE DISTRIBUTED'
026200         MOVE 12 TO RETURN-CODE
026300     ELSE
026400         DISPLAY 'CMNFYCL - FY ' FY-RUN-FISCAL-YEAR
026500             ' PERIODS RECOUNTED'
027000         DISPLAY 'CMNFYCL - FY ' FY-TARGET-YEAR
027100             ' PERIOD CALENDAR GENERATED'
027200     END-IF.
