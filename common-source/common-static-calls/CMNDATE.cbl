002261*    CMN-DATE-CAL-ID, AND SPACES MEANS THE SHOP CALENDAR.  AN    *
002262*    EMPTY HOLIDAY FILE SIMPLY MEANS WEEKENDS ARE THE ONLY       *
002263*    NON-BUSINESS DAYS.                                          *
002265*                                                                *
002267*    BUSINESS-DAYS-BETWEEN (BDBT), JOINT-CALENDAR SETTLEMENT     *
002269*    (JSET) AND FISCAL-PERIOD BOUNDS (PBND) ARE BUILT FROM THE   *
002271*    SAME PIECES - THE HOLIDAY TABLE, THE WEEKEND RULE, AND (FOR *
002273*    PBND) THE FYSTMON START MONTH - SO THEY ALWAYS AGREE WITH   *
002275*    ADDB, ISBD AND FPER.  PBND CALLERS NEED BOTH A HOLFILE AND A*
002277*    PARMFILE DD.                                                *
002279*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  -------------------------------------------*
002715*    2026-09-02 RH    FYSTMON FETCH NOW PASSES THE REQUEST DATE  *
002716*                     SO THE EFFECTIVE-DATED PARAMETER FILE      *
002717*                     SERVES THE START MONTH IN EFFECT FOR IT.   *
002718*    2026-10-15 RH    ADDED BUSINESS-DAYS-BETWEEN (BDBT), JOINT- *
002719*                     CALENDAR SETTLEMENT ACROSS TWO NAMED       *
002721*                     CALENDARS (JSET) AND FIRST/LAST BUSINESS   *
002722*                     DAY OF A FISCAL PERIOD (PBND).  BDBT ALSO  *
002723*                     EDITS CMN-DATE-END-INPUT.                  *
002730******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003620     COPY CMNHOLR.
003700 WORKING-STORAGE SECTION.
003800 77  CMN-PGM-NAME                PIC X(08) VALUE 'CMNDATE'.
003900 77  CMN-PGM-VERSION             PIC X(06) VALUE '000007'.
004000 77  CMN-TIMESTAMP-NOW           PIC X(14).
004010 01  CMN-AUDIT-OPEN-SW           PIC X(01) IS EXTERNAL.
004020     88  CMN-AUDIT-OPEN          VALUE 'Y'.
005100     05  DT-DAYS-REMAINING       PIC 9(05).
005110     05  DT-VALIDATE-INTEGER     PIC 9(09).
005120     05  DT-CHECK-DATE           PIC 9(08).
005121     05  DT-END-INTEGER          PIC 9(09).
005122     05  DT-SPAN-DAYS            PIC 9(09).
005123     05  DT-BUS-DAY-COUNT        PIC 9(05).
005124     05  DT-PERIOD-DATE          PIC 9(08).
005125     05  DT-PERIOD-FIRST-INT     PIC 9(09).
005126     05  DT-PERIOD-LAST-INT      PIC 9(09).
005127     05  DT-BUS-DAY-TEST-SW      PIC X(01).
005128         88  DT-BUS-DAY-OPEN     VALUE 'Y'.
005130 01  DT-HOLIDAY-FIELDS.
005131     05  DT-HOL-LOADED-SW        PIC X(01) VALUE 'N'.
005132         88  DT-HOL-LOADED       VALUE 'Y'.
005135     05  DT-HOLIDAY-SW           PIC X(01) VALUE 'N'.
005136         88  DT-IS-HOLIDAY       VALUE 'Y'.
005137     05  DT-REQ-CAL              PIC X(04) VALUE 'SHOP'.
005138     05  DT-JOINT-CAL-1          PIC X(04).
005139     05  DT-JOINT-CAL-2          PIC X(04).
005140 01  DT-FISCAL-FIELDS.
005141     05  DT-FY-LOADED-SW         PIC X(01) VALUE 'N'.
005142         88  DT-FY-LOADED        VALUE 'Y'.
007700*                     THIS MODULE SUPPORTS, AND THAT CMN-DATE-   *
007710*                     INPUT IS A REAL CALENDAR DATE - EVERY       *
007720*                     FUNCTION BELOW USES IT.                    *
007740*                     BDBT'S CMN-DATE-END-INPUT IS EDITED THE    *
007760*                     SAME WAY.                                  *
007800******************************************************************
007900 2000-EDIT-REQUEST.
008000     IF NOT CMN-FN-FISCAL-PERIOD
008100        AND NOT CMN-FN-ADD-BUS-DAYS
008200        AND NOT CMN-FN-IS-BUS-DAY
008250        AND NOT CMN-FN-VERSION
008260        AND NOT CMN-FN-BUS-DAYS-BTWN
008270        AND NOT CMN-FN-JOINT-SETTLE
008280        AND NOT CMN-FN-PERIOD-BOUNDS
008300         SET CMN-RC-ERROR IN CMN-RETCODE-AREA TO TRUE
008400         SET CMN-RSN-BAD-REQUEST IN CMN-RETCODE-AREA
008410             TO TRUE
008495             SET CMN-RSN-DATE-ERROR IN CMN-RETCODE-AREA
008496                 TO TRUE
008498         END-IF
008503         IF CMN-FN-BUS-DAYS-BTWN
008508            AND CMN-RC-SUCCESS IN CMN-RETCODE-AREA
008513             MOVE FUNCTION INTEGER-OF-DATE(CMN-DATE-END-INPUT)
008518                 TO DT-VALIDATE-INTEGER
008523             IF DT-VALIDATE-INTEGER = 0
008528                 SET CMN-RC-ERROR IN CMN-RETCODE-AREA TO TRUE
008533                 SET CMN-RSN-DATE-ERROR IN CMN-RETCODE-AREA
008538                     TO TRUE
008543             END-IF
008548         END-IF
008553       END-IF
008558     END-IF.
008600 2000-EXIT.
008700     EXIT.
008800******************************************************************
009800             PERFORM 4200-IS-BUSINESS-DAY THRU 4200-EXIT
009810         WHEN CMN-FN-VERSION
009820             PERFORM 4400-RETURN-VERSION THRU 4400-EXIT
009830         WHEN CMN-FN-BUS-DAYS-BTWN
009840             PERFORM 4600-BUS-DAYS-BETWEEN THRU 4600-EXIT
009850         WHEN CMN-FN-JOINT-SETTLE
009860             PERFORM 4700-JOINT-SETTLEMENT THRU 4700-EXIT
009870         WHEN CMN-FN-PERIOD-BOUNDS
009880             PERFORM 4800-PERIOD-BOUNDS THRU 4800-EXIT
009900     END-EVALUATE.
010000 3000-EXIT.
010100     EXIT.
017259 4500-EXIT.
017260     EXIT.
017261******************************************************************
017262* 4600-BUS-DAYS-BETWEEN - COUNT THE BUSINESS DAYS ON THE         *
017263*                         REQUESTED CALENDAR FROM CMN-DATE-INPUT *
017264*                         TO CMN-DATE-END-INPUT.  THE START      *
017265*                         DATE IS NOT COUNTED AND THE END DATE   *
017266*                         IS, SO THE ANSWER IS THE NUM-DAYS AN   *
017267*                         ADDB CALL WOULD NEED TO GET FROM ONE   *
017268*                         TO THE OTHER (NEGATIVE WHEN THE END    *
017269*                         DATE IS EARLIER).  A SPAN OVER 99999   *
017270*                         DAYS IS REJECTED - ITS COUNT COULD NOT *
017271*                         BE RETURNED.                           *
017272******************************************************************
017273 4600-BUS-DAYS-BETWEEN.
017274     IF NOT DT-HOL-LOADED
017275         PERFORM 4050-LOAD-HOLIDAYS THRU 4050-EXIT
017276     END-IF.
017277     PERFORM 4070-RESOLVE-CALENDAR THRU 4070-EXIT.
017278     MOVE FUNCTION INTEGER-OF-DATE(CMN-DATE-INPUT)
017279         TO DT-DATE-INTEGER.
017280     MOVE FUNCTION INTEGER-OF-DATE(CMN-DATE-END-INPUT)
017281         TO DT-END-INTEGER.
017282     IF DT-END-INTEGER < DT-DATE-INTEGER
017283         MOVE -1 TO DT-DIRECTION
017284         COMPUTE DT-SPAN-DAYS = DT-DATE-INTEGER - DT-END-INTEGER
017285     ELSE
017286         MOVE 1 TO DT-DIRECTION
017287         COMPUTE DT-SPAN-DAYS = DT-END-INTEGER - DT-DATE-INTEGER
017288     END-IF.
017289     IF DT-SPAN-DAYS > 99999
017290         SET CMN-RC-ERROR IN CMN-RETCODE-AREA TO TRUE
017291         SET CMN-RSN-DATE-ERROR IN CMN-RETCODE-AREA
017292             TO TRUE
017293         GO TO 4600-EXIT
017294     END-IF.
017295     MOVE 0 TO DT-BUS-DAY-COUNT.
017296     PERFORM 4610-COUNT-ONE-DAY THRU 4610-EXIT
017297         UNTIL DT-DATE-INTEGER = DT-END-INTEGER.
017298     COMPUTE CMN-DATE-BUS-DAYS-OUT =
017299         DT-BUS-DAY-COUNT * DT-DIRECTION.
017300 4600-EXIT.
017301     EXIT.
017302******************************************************************
017303* 4610-COUNT-ONE-DAY - MOVE THE WORKING DATE ONE CALENDAR DAY IN *
017304*                      DT-DIRECTION AND COUNT IT IF IT IS A      *
017305*                      BUSINESS DAY ON THE REQUESTED CALENDAR.   *
017306******************************************************************
017307 4610-COUNT-ONE-DAY.
017308     ADD DT-DIRECTION TO DT-DATE-INTEGER.
017309     PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT.
017310     IF DT-BUS-DAY-OPEN
017311         ADD 1 TO DT-BUS-DAY-COUNT
017312     END-IF.
017313 4610-EXIT.
017314     EXIT.
017315******************************************************************
017316* 4700-JOINT-SETTLEMENT - STEP THE INPUT DATE BY                 *
017317*                         CMN-DATE-NUM-DAYS THE WAY ADDB DOES,   *
017318*                         BUT COUNT ONLY DAYS OPEN ON BOTH       *
017319*                         CMN-DATE-CAL-ID AND CMN-DATE-CAL-ID-2  *
017320*                         (SPACES IN EITHER MEANS THE SHOP       *
017321*                         CALENDAR).  A NUM-DAYS OF ZERO ROLLS A *
017322*                         DATE THAT IS NOT OPEN ON BOTH FORWARD  *
017323*                         TO THE NEXT ONE THAT IS.               *
017324******************************************************************
017325 4700-JOINT-SETTLEMENT.
017326     IF NOT DT-HOL-LOADED
017327         PERFORM 4050-LOAD-HOLIDAYS THRU 4050-EXIT
017328     END-IF.
017329     PERFORM 4070-RESOLVE-CALENDAR THRU 4070-EXIT.
017330     MOVE DT-REQ-CAL TO DT-JOINT-CAL-1.
017331     MOVE CMN-DATE-CAL-ID-2 TO DT-JOINT-CAL-2.
017332     IF DT-JOINT-CAL-2 = SPACES
017333         MOVE 'SHOP' TO DT-JOINT-CAL-2
017334     END-IF.
017335     MOVE FUNCTION INTEGER-OF-DATE(CMN-DATE-INPUT)
017336         TO DT-DATE-INTEGER.
017337     IF CMN-DATE-NUM-DAYS < 0
017338         MOVE -1 TO DT-DIRECTION
017339     ELSE
017340         MOVE 1 TO DT-DIRECTION
017341     END-IF.
017342     MOVE FUNCTION ABS(CMN-DATE-NUM-DAYS) TO DT-DAYS-REMAINING.
017343     IF DT-DAYS-REMAINING = 0
017344         PERFORM 4720-TEST-JOINT-DAY THRU 4720-EXIT
017345         IF NOT DT-BUS-DAY-OPEN
017346             MOVE 1 TO DT-DAYS-REMAINING
017347         END-IF
017348     END-IF.
017349     PERFORM 4710-STEP-JOINT-DAY THRU 4710-EXIT
017350         UNTIL DT-DAYS-REMAINING = 0.
017351     MOVE FUNCTION DATE-OF-INTEGER(DT-DATE-INTEGER)
017352         TO CMN-DATE-OUTPUT.
017353 4700-EXIT.
017354     EXIT.
017355******************************************************************
017356* 4710-STEP-JOINT-DAY - MOVE THE WORKING DATE ONE CALENDAR DAY IN*
017357*                       DT-DIRECTION, AND COUNT IT OFF THE       *
017358*                       REMAINING TOTAL IF IT IS OPEN ON BOTH    *
017359*                       CALENDARS.                               *
017360******************************************************************
017361 4710-STEP-JOINT-DAY.
017362     ADD DT-DIRECTION TO DT-DATE-INTEGER.
017363     PERFORM 4720-TEST-JOINT-DAY THRU 4720-EXIT.
017364     IF DT-BUS-DAY-OPEN
017365         SUBTRACT 1 FROM DT-DAYS-REMAINING
017366     END-IF.
017367 4710-EXIT.
017368     EXIT.
017369******************************************************************
017370* 4720-TEST-JOINT-DAY - SET DT-BUS-DAY-TEST-SW TO SAY WHETHER THE*
017371*                       WORKING DATE IS A BUSINESS DAY ON BOTH   *
017372*                       DT-JOINT-CAL-1 AND DT-JOINT-CAL-2.       *
017373******************************************************************
017374 4720-TEST-JOINT-DAY.
017375     MOVE DT-JOINT-CAL-1 TO DT-REQ-CAL.
017376     PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT.
017377     IF DT-BUS-DAY-OPEN
017378         MOVE DT-JOINT-CAL-2 TO DT-REQ-CAL
017379         PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT
017380     END-IF.
017381 4720-EXIT.
017382     EXIT.
017383******************************************************************
017384* 4800-PERIOD-BOUNDS - FIND THE FIRST AND LAST BUSINESS DAYS, ON *
017385*                      THE REQUESTED CALENDAR, OF THE FISCAL     *
017386*                      PERIOD THE INPUT DATE FALLS IN.  THE      *
017387*                      PERIOD IS NUMBERED BY 4000-FISCAL-PERIOD  *
017388*                      (FYSTMON START MONTH) AND RUNS THE        *
017389*                      CALENDAR MONTH - THE SAME BOUNDARIES      *
017390*                      CMNFYCL WRITES TO THE PERIOD CALENDAR.  A *
017391*                      PERIOD WITH NO BUSINESS DAY AT ALL IS     *
017392*                      ANSWERED NOT FOUND.                       *
017393******************************************************************
017394 4800-PERIOD-BOUNDS.
017395     PERFORM 4000-FISCAL-PERIOD THRU 4000-EXIT.
017396     IF NOT DT-HOL-LOADED
017397         PERFORM 4050-LOAD-HOLIDAYS THRU 4050-EXIT
017398     END-IF.
017399     PERFORM 4070-RESOLVE-CALENDAR THRU 4070-EXIT.
017400     COMPUTE DT-PERIOD-DATE = DT-DATE-YYYYMM * 100 + 1.
017401     MOVE FUNCTION INTEGER-OF-DATE(DT-PERIOD-DATE)
017402         TO DT-PERIOD-FIRST-INT.
017403     IF DT-DATE-MONTH = 12
017404         COMPUTE DT-PERIOD-DATE =
017405             (DT-DATE-YEAR + 1) * 10000 + 101
017406     ELSE
017407         COMPUTE DT-PERIOD-DATE =
017408             (DT-DATE-YYYYMM + 1) * 100 + 1
017409     END-IF.
017410     COMPUTE DT-PERIOD-LAST-INT =
017411         FUNCTION INTEGER-OF-DATE(DT-PERIOD-DATE) - 1.
017412     MOVE DT-PERIOD-FIRST-INT TO DT-DATE-INTEGER.
017413     MOVE 1 TO DT-DIRECTION.
017414     PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT.
017415     PERFORM 4810-SCAN-ONE-DAY THRU 4810-EXIT
017416         UNTIL DT-BUS-DAY-OPEN
017417            OR DT-DATE-INTEGER = DT-PERIOD-LAST-INT.
017418     IF NOT DT-BUS-DAY-OPEN
017419         SET CMN-RC-ERROR IN CMN-RETCODE-AREA TO TRUE
017420         SET CMN-RSN-NOT-FOUND IN CMN-RETCODE-AREA
017421             TO TRUE
017422         GO TO 4800-EXIT
017423     END-IF.
017424     MOVE FUNCTION DATE-OF-INTEGER(DT-DATE-INTEGER)
017425         TO CMN-DATE-OUTPUT.
017426     MOVE DT-PERIOD-LAST-INT TO DT-DATE-INTEGER.
017427     MOVE -1 TO DT-DIRECTION.
017428     PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT.
017429     PERFORM 4810-SCAN-ONE-DAY THRU 4810-EXIT
017430         UNTIL DT-BUS-DAY-OPEN.
017431     MOVE FUNCTION DATE-OF-INTEGER(DT-DATE-INTEGER)
017432         TO CMN-DATE-OUTPUT-2.
017433 4800-EXIT.
017434     EXIT.
017435******************************************************************
017436* 4810-SCAN-ONE-DAY - MOVE THE WORKING DATE ONE CALENDAR DAY IN  *
017437*                     DT-DIRECTION AND TEST IT.                  *
017438******************************************************************
017439 4810-SCAN-ONE-DAY.
017440     ADD DT-DIRECTION TO DT-DATE-INTEGER.
017441     PERFORM 4900-TEST-BUSINESS-DAY THRU 4900-EXIT.
017442 4810-EXIT.
017443     EXIT.
017444******************************************************************
017445* 4900-TEST-BUSINESS-DAY - SET DT-BUS-DAY-TEST-SW TO SAY WHETHER *
017446*                          THE WORKING DATE (DT-DATE-INTEGER)    *
017447*                          IS A WEEKDAY THAT IS NOT A HOLIDAY OF *
017448*                          THE CALENDAR IN DT-REQ-CAL.           *
017449******************************************************************
017450 4900-TEST-BUSINESS-DAY.
017451     MOVE 'N' TO DT-BUS-DAY-TEST-SW.
017452     MOVE FUNCTION MOD(DT-DATE-INTEGER, 7) TO DT-WEEKDAY.
017453     IF DT-WEEKDAY NOT = 0 AND DT-WEEKDAY NOT = 6
017454         MOVE FUNCTION DATE-OF-INTEGER(DT-DATE-INTEGER)
017455             TO DT-CHECK-DATE
017456         PERFORM 4300-CHECK-HOLIDAY THRU 4300-EXIT
017457         IF NOT DT-IS-HOLIDAY
017458             SET DT-BUS-DAY-OPEN TO TRUE
017459         END-IF
017460     END-IF.
017461 4900-EXIT.
017462     EXIT.
017463******************************************************************
017464* 8000-WRITE-AUDIT - COMMON-AUDIT SERVICE.  APPENDS ONE RECORD   *
017465*                    TO THE JOB'S OWN AUDIT FILE (DD JOBAUDT)    *
017466*                    FOR THIS CALL.  OPENED ON THE FIRST CALL    *
017467*                    AND LEFT OPEN - END OF RUN UNIT CLOSES IT.  *
017500******************************************************************
017600 8000-WRITE-AUDIT.
017700     MOVE FUNCTION CURRENT-DATE TO CMN-CURRENT-DATE-TIME.
