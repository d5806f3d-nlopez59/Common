000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNPFLT.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNPFLT - BATCH WINDOW READINESS CHECK           *
000900*                                                                *
001000*    RUNS IN THE EARLY EVENING, AHEAD OF DATBATC STEP010, AND    *
001100*    CHECKS EACH REFERENCE FILE THE NIGHT'S RUN LEANS ON AGAINST *
001200*    WHAT TONIGHT WILL ACTUALLY ASK OF IT - SO A STALE HOLIDAY   *
001300*    MASTER, A CALENDAR THAT HAS RUN OUT, OR A MISSING PARAMETER *
001400*    IS FOUND AT 18:00 BY THE DAY SHIFT INSTEAD OF AT 03:00 BY   *
001500*    THE ON-CALL.  EVERY CHECK PRINTS ONE PASS/FAIL LINE ON THE  *
001600*    CHECKLIST (DD PFLTRPT):                                     *
001700*                                                                *
001800*      HOLFILE  - EVERY CALENDAR NAMED ON A CAL CARD HAS AT      *
001900*                 LEAST ONE HOLIDAY LOADED FOR THE CURRENT YEAR  *
002000*                 AND FOR NEXT YEAR.                             *
002100*      FPCFILE  - THE RUN DATE FALLS IN A PERIOD ON FILE, AND    *
002200*                 ONCE THE CMNFYCL LEAD TIME (PARMFILE KEY       *
002300*                 FYCLLEAD, DAYS BEFORE THE NEXT FISCAL YEAR     *
002400*                 STARTS) HAS PASSED, ALL TWELVE PERIODS OF THE  *
002500*                 NEXT FISCAL YEAR ARE ON FILE TOO.              *
002600*      PARMFILE - EVERY KEY NAMED ON A PARM CARD IS IN EFFECT    *
002700*                 FOR THE RUN DATE (A CMNPARM GETP CALL).        *
002800*      MSGFILE  - EVERY RETURN/REASON PAIR THE LIBRARY ISSUES    *
002900*                 (CMNRCPR) HAS CATALOG TEXT (A CMNMSGC GETM     *
003000*                 CALL).                                         *
003100*                                                                *
003200*    THE CALENDARS AND KEYS TO CHECK COME FROM CONTROL CARDS     *
003300*    (DD PFLTCTL) - CARD TYPE IN COLUMNS 1-4 ('CAL ' OR 'PARM'), *
003400*    NAME IN COLUMNS 6-13 - SO A NEW CALENDAR OR A NEW REQUIRED  *
003500*    KEY IS A JCL CHANGE, NOT A PROGRAM CHANGE.  THE FISCAL YEAR *
003600*    AND THE NEXT YEAR'S START ARE WORKED OUT THE WAY CMNFYCL    *
003700*    DOES (CMNDATE FPER, FYSTMON AS IN EFFECT A YEAR OUT), SO    *
003800*    THIS CHECK AND THE GENERATOR NEVER DISAGREE ABOUT WHICH     *
003900*    YEAR IS DUE.                                                *
004000*                                                                *
004100*    CONDITION CODE - 0 ALL CHECKS PASSED, 4 ALL PASSED BUT A    *
004200*    DEFAULT WAS ASSUMED (FYCLLEAD NOT ON FILE), 8 ONE OR MORE   *
004300*    CHECKS FAILED.  THE SCHEDULER HOLDS DATBATC ON 8.           *
004400*                                                                *
004500*    SEE COMMON-BATCH/JCL/CMNPFLT.JCL FOR THE JOB STREAM.        *
004600*                                                                *
004700*    MODIFICATION HISTORY                                       *
004800*    DATE       INIT  DESCRIPTION                                *
004900*    ---------- ----  -------------------------------------------*
005000*    2026-10-15 RH    ORIGINAL                                   *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CONTROL-FILE ASSIGN TO "PFLTCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT HOLIDAY-FILE ASSIGN TO "HOLFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT FISCAL-CAL-FILE ASSIGN TO "FPCFILE"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT REPORT-FILE ASSIGN TO "PFLTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-FILE.
006600 01  CONTROL-REC.
006700     05  PF-CARD-TYPE            PIC X(04).
006800         88  PF-CARD-CALENDAR    VALUE 'CAL '.
006900         88  PF-CARD-PARM        VALUE 'PARM'.
007000     05  FILLER                  PIC X(01).
007100     05  PF-CARD-NAME            PIC X(08).
007200     05  FILLER                  PIC X(67).
007300 FD  HOLIDAY-FILE.
007400 01  HOLIDAY-FILE-REC            PIC X(44).
007500 FD  FISCAL-CAL-FILE.
007600 01  FISCAL-CAL-FILE-REC         PIC X(30).
007700 FD  REPORT-FILE.
007800 01  PF-REPORT-LINE              PIC X(80).
007900 WORKING-STORAGE SECTION.
008000 77  PF-PGM-NAME                 PIC X(08) VALUE 'CMNPFLT'.
008100     COPY CMNHOLR.
008200     COPY CMNFPCR.
008300     COPY CMNRCPR.
008400 01  PF-DATE-REQUEST-AREA.
008500     COPY CMNDTRQ.
008600 01  PF-PARM-REQUEST-AREA.
008700     COPY CMNPMRQ.
008800 01  PF-MSG-REQUEST-AREA.
008900     COPY CMNMGRQ.
009000 01  PF-RETCODE-AREA.
009100     COPY CMNRETC.
009200 01  PF-CTL-EOF-SW               PIC X(01) VALUE 'N'.
009300     88  PF-CTL-EOF              VALUE 'Y'.
009400 01  PF-HOL-EOF-SW               PIC X(01) VALUE 'N'.
009500     88  PF-HOL-EOF              VALUE 'Y'.
009600 01  PF-FPC-EOF-SW               PIC X(01) VALUE 'N'.
009700     88  PF-FPC-EOF              VALUE 'Y'.
009800 01  PF-RUN-COVERED-SW           PIC X(01) VALUE 'N'.
009900     88  PF-RUN-COVERED          VALUE 'Y'.
010000 01  PF-FY-KNOWN-SW              PIC X(01) VALUE 'N'.
010100     88  PF-FY-KNOWN             VALUE 'Y'.
010200 01  PF-CAL-TABLE.
010300     05  PF-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
010400     05  PF-CAL-SUB              PIC 9(04) COMP.
010500     05  PF-CAL-ENTRY OCCURS 20 TIMES.
010600         10  PF-CAL-ID           PIC X(04).
010700         10  PF-CAL-CUR-HOLS     PIC 9(04) COMP.
010800         10  PF-CAL-NEXT-HOLS    PIC 9(04) COMP.
010900 01  PF-KEY-TABLE.
011000     05  PF-KEY-COUNT            PIC 9(04) COMP VALUE ZERO.
011100     05  PF-KEY-SUB              PIC 9(04) COMP.
011200     05  PF-KEY-NAME OCCURS 50 TIMES
011300                                 PIC X(08).
011400 01  PF-COUNTERS.
011500     05  PF-CHECK-COUNT          PIC 9(03) VALUE ZERO.
011600     05  PF-PASS-COUNT           PIC 9(03) VALUE ZERO.
011700     05  PF-FAIL-COUNT           PIC 9(03) VALUE ZERO.
011800     05  PF-WARN-COUNT           PIC 9(03) VALUE ZERO.
011900     05  PF-NEXT-FY-PERIODS      PIC 9(02) VALUE ZERO.
012000 01  PF-CURRENT-DATE-TIME.
012100     05  PF-CDT-DATE             PIC 9(08).
012200     05  PF-CDT-DATE-PARTS REDEFINES PF-CDT-DATE.
012300         10  PF-CDT-YEAR         PIC 9(04).
012400         10  FILLER              PIC 9(04).
012500     05  FILLER                  PIC X(13).
012600 01  PF-WORK-FIELDS.
012700     05  PF-CUR-YEAR             PIC 9(04).
012800     05  PF-NEXT-YEAR            PIC 9(04).
012900     05  PF-RUN-FISCAL-YEAR      PIC 9(04).
013000     05  PF-NEXT-FISCAL-YEAR     PIC 9(04).
013100     05  PF-START-MONTH          PIC 9(02) VALUE 10.
013200     05  PF-NEXT-FY-START        PIC 9(08).
013300     05  PF-DUE-DATE             PIC 9(08).
013400     05  PF-DATE-INTEGER         PIC 9(09).
013500     05  PF-LEAD-DAYS            PIC 9(07) VALUE 30.
013600     05  PF-HOL-DATE-SPLIT.
013700         10  PF-HOL-YEAR         PIC 9(04).
013800         10  FILLER              PIC 9(04).
013900     05  PF-PARM-MONTH-SPLIT.
014000         10  PF-PARM-MONTH-X     PIC X(02).
014100         10  PF-PARM-MONTH-N REDEFINES PF-PARM-MONTH-X
014200                                 PIC 9(02).
014300         10  FILLER              PIC X(14).
014400     05  PF-PARM-DAYS-SPLIT.
014500         10  PF-PARM-DAYS-X      PIC X(07).
014600         10  PF-PARM-DAYS-N REDEFINES PF-PARM-DAYS-X
014700                                 PIC 9(07).
014800         10  FILLER              PIC X(09).
014900 01  PF-HEADER-LINE.
015000     05  FILLER                  PIC X(33)
015100         VALUE 'BATCH WINDOW READINESS CHECK FOR '.
015200     05  PF-HD-RUN-DATE          PIC 9(08).
015300 01  PF-CHECK-LINE.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  PF-CL-RESULT            PIC X(04).
015600         88  PF-CL-PASSED        VALUE 'PASS'.
015700         88  PF-CL-FAILED        VALUE 'FAIL'.
015800         88  PF-CL-WARNED        VALUE 'WARN'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  PF-CL-FILE              PIC X(08).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  PF-CL-TEXT              PIC X(60).
016300 01  PF-HOL-TEXT.
016400     05  PF-HT-CAL-ID            PIC X(04).
016500     05  FILLER                  PIC X(14) VALUE ' HOLIDAYS FOR '.
016600     05  PF-HT-YEAR              PIC 9(04).
016700     05  FILLER                  PIC X(03) VALUE ' = '.
016800     05  PF-HT-COUNT             PIC ZZZ9.
016900     05  PF-HT-NOTE              PIC X(20).
017000 01  PF-FPC-RUN-TEXT.
017100     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
017200     05  PF-FR-RUN-DATE          PIC 9(08).
017300     05  FILLER                  PIC X(07) VALUE ' IN FY '.
017400     05  PF-FR-FISCAL-YEAR       PIC 9(04).
017500     05  FILLER                  PIC X(08) VALUE ' PERIOD '.
017600     05  PF-FR-PERIOD            PIC 9(02).
017700 01  PF-FPC-MISS-TEXT.
017800     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
017900     05  PF-FM-RUN-DATE          PIC 9(08).
018000     05  FILLER                  PIC X(26)
018100         VALUE ' NOT IN ANY PERIOD ON FILE'.
018200 01  PF-FPC-NEXT-TEXT.
018300     05  FILLER                  PIC X(03) VALUE 'FY '.
018400     05  PF-FN-FISCAL-YEAR       PIC 9(04).
018500     05  FILLER                  PIC X(17)
018600         VALUE ' PERIODS ON FILE='.
018700     05  PF-FN-PERIODS           PIC 9(02).
018800     05  FILLER                  PIC X(05) VALUE ' DUE '.
018900     05  PF-FN-DUE-DATE          PIC 9(08).
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  PF-FN-NOTE              PIC X(20).
019200 01  PF-KEY-TEXT.
019300     05  FILLER                  PIC X(04) VALUE 'KEY '.
019400     05  PF-KT-KEY               PIC X(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  PF-KT-NOTE              PIC X(14).
019700     05  FILLER                  PIC X(04) VALUE 'FOR '.
019800     05  PF-KT-RUN-DATE          PIC 9(08).
019900     05  PF-KT-EQUALS            PIC X(03).
020000     05  PF-KT-VALUE             PIC X(16).
020100 01  PF-MSG-TEXT.
020200     05  FILLER                  PIC X(03) VALUE 'RC='.
020300     05  PF-MT-RC                PIC X(02).
020400     05  FILLER                  PIC X(08) VALUE ' REASON='.
020500     05  PF-MT-REASON            PIC X(04).
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  PF-MT-TEXT              PIC X(40).
020800 01  PF-TOTAL-LINE.
020900     05  FILLER                  PIC X(07) VALUE 'CHECKS='.
021000     05  PF-TL-CHECKS            PIC 9(03).
021100     05  FILLER                  PIC X(08) VALUE ' PASSED='.
021200     05  PF-TL-PASSED            PIC 9(03).
021300     05  FILLER                  PIC X(08) VALUE ' FAILED='.
021400     05  PF-TL-FAILED            PIC 9(03).
021500     05  FILLER                  PIC X(10) VALUE ' WARNINGS='.
021600     05  PF-TL-WARNINGS          PIC 9(03).
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-CHECK-HOLIDAYS THRU 2000-EXIT.
022100     PERFORM 3000-CHECK-FISCAL-CAL THRU 3000-EXIT.
022200     PERFORM 4000-CHECK-PARMS THRU 4000-EXIT.
022300     PERFORM 5000-CHECK-MESSAGES THRU 5000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     GOBACK.
022600 0000-EXIT.
022700     EXIT.
022800******************************************************************
022900* 1000-INITIALIZE - SET UP THE RETURN/REASON PAIR TABLE, OPEN    *
023000*                   THE CHECKLIST AND WRITE ITS HEADING, AND     *
023100*                   LOAD THE CALENDARS AND KEYS TO CHECK FROM    *
023200*                   THE CONTROL CARDS.                           *
023300******************************************************************
023400 1000-INITIALIZE.
023500     COPY CMNRCPI.
023600     MOVE FUNCTION CURRENT-DATE TO PF-CURRENT-DATE-TIME.
023700     MOVE PF-CDT-YEAR TO PF-CUR-YEAR.
023800     COMPUTE PF-NEXT-YEAR = PF-CUR-YEAR + 1.
023900     OPEN OUTPUT REPORT-FILE.
024000     MOVE PF-CDT-DATE TO PF-HD-RUN-DATE.
024100     MOVE PF-HEADER-LINE TO PF-REPORT-LINE.
024200     WRITE PF-REPORT-LINE.
024300     MOVE SPACES TO PF-REPORT-LINE.
024400     WRITE PF-REPORT-LINE.
024500     OPEN INPUT CONTROL-FILE.
024600     PERFORM 1100-LOAD-CONTROL-CARD THRU 1100-EXIT
024700         UNTIL PF-CTL-EOF.
024800     CLOSE CONTROL-FILE.
024900 1000-EXIT.
025000     EXIT.
025100******************************************************************
025200* 1100-LOAD-CONTROL-CARD - READ ONE CONTROL CARD AND TABLE ITS   *
025300*                          CALENDAR OR KEY.  BLANK CARDS ARE     *
025400*                          SKIPPED; AN UNKNOWN CARD TYPE OR A    *
025500*                          FULL TABLE IS A FAILED CHECK, SINCE   *
025600*                          SOMETHING MEANT TO BE CHECKED WILL    *
025700*                          NOT BE.                               *
025800******************************************************************
025900 1100-LOAD-CONTROL-CARD.
026000     READ CONTROL-FILE
026100         AT END
026200             SET PF-CTL-EOF TO TRUE
026300             GO TO 1100-EXIT
026400     END-READ.
026500     IF CONTROL-REC = SPACES
026600         GO TO 1100-EXIT
026700     END-IF.
026800     IF PF-CARD-CALENDAR
026900        AND PF-CAL-COUNT < 20
027000         ADD 1 TO PF-CAL-COUNT
027100         MOVE PF-CARD-NAME TO PF-CAL-ID(PF-CAL-COUNT)
027200         MOVE ZERO TO PF-CAL-CUR-HOLS(PF-CAL-COUNT)
027300         MOVE ZERO TO PF-CAL-NEXT-HOLS(PF-CAL-COUNT)
027400         GO TO 1100-EXIT
027500     END-IF.
027600     IF PF-CARD-PARM
027700        AND PF-KEY-COUNT < 50
027800         ADD 1 TO PF-KEY-COUNT
027900         MOVE PF-CARD-NAME TO PF-KEY-NAME(PF-KEY-COUNT)
028000         GO TO 1100-EXIT
028100     END-IF.
028200     SET PF-CL-FAILED TO TRUE.
028300     MOVE 'PFLTCTL' TO PF-CL-FILE.
028400     MOVE CONTROL-REC TO PF-CL-TEXT.
028500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
028600     DISPLAY 'CMNPFLT - CONTROL CARD NOT RECOGNISED OR TABLE '
028700         'FULL - ' CONTROL-REC(1:13).
028800 1100-EXIT.
028900     EXIT.
029000******************************************************************
029100* 2000-CHECK-HOLIDAYS - COUNT THE HOLIDAY MASTER'S ENTRIES FOR   *
029200*                       THE CURRENT AND NEXT YEAR BY CALENDAR,   *
029300*                       THEN PASS OR FAIL EACH NAMED CALENDAR    *
029400*                       FOR EACH YEAR.  A CALENDAR WITH NOTHING  *
029500*                       LOADED FOR A YEAR WOULD MAKE EVERY       *
029600*                       WEEKDAY OF THAT YEAR A BUSINESS DAY.     *
029700******************************************************************
029800 2000-CHECK-HOLIDAYS.
029900     IF PF-CAL-COUNT = 0
030000         SET PF-CL-FAILED TO TRUE
030100         MOVE 'HOLFILE' TO PF-CL-FILE
030200         MOVE 'NO CALENDARS NAMED ON DD PFLTCTL' TO PF-CL-TEXT
030300         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
030400         GO TO 2000-EXIT
030500     END-IF.
030600     OPEN INPUT HOLIDAY-FILE.
030700     PERFORM 2100-COUNT-HOLIDAY THRU 2100-EXIT
030800         UNTIL PF-HOL-EOF.
030900     CLOSE HOLIDAY-FILE.
031000     PERFORM 2200-REPORT-CALENDAR THRU 2200-EXIT
031100         VARYING PF-CAL-SUB FROM 1 BY 1
031200         UNTIL PF-CAL-SUB > PF-CAL-COUNT.
031300 2000-EXIT.
031400     EXIT.
031500******************************************************************
031600* 2100-COUNT-HOLIDAY - READ ONE HOLIDAY AND COUNT IT AGAINST ITS *
031700*                      CALENDAR IF IT FALLS IN EITHER YEAR.  A   *
031800*                      BLANK CALENDAR ID IS THE SHOP CALENDAR,   *
031900*                      AS IN CMNDATE.                            *
032000******************************************************************
032100 2100-COUNT-HOLIDAY.
032200     READ HOLIDAY-FILE
032300         AT END
032400             SET PF-HOL-EOF TO TRUE
032500             GO TO 2100-EXIT
032600     END-READ.
032700     MOVE HOLIDAY-FILE-REC TO CMN-HOLIDAY-RECORD.
032800     IF CMN-HOLIDAY-CAL-ID = SPACES
032900         MOVE 'SHOP' TO CMN-HOLIDAY-CAL-ID
033000     END-IF.
033100     MOVE CMN-HOLIDAY-DATE TO PF-HOL-DATE-SPLIT.
033200     PERFORM 2110-MATCH-CALENDAR THRU 2110-EXIT
033300         VARYING PF-CAL-SUB FROM 1 BY 1
033400         UNTIL PF-CAL-SUB > PF-CAL-COUNT.
033500 2100-EXIT.
033600     EXIT.
033700******************************************************************
033800* 2110-MATCH-CALENDAR - ADD THE HOLIDAY TO ONE TABLED CALENDAR'S *
033900*                       COUNT IF THE IDS MATCH.                  *
034000******************************************************************
034100 2110-MATCH-CALENDAR.
034200     IF PF-CAL-ID(PF-CAL-SUB) NOT = CMN-HOLIDAY-CAL-ID
034300         GO TO 2110-EXIT
034400     END-IF.
034500     IF PF-HOL-YEAR = PF-CUR-YEAR
034600         ADD 1 TO PF-CAL-CUR-HOLS(PF-CAL-SUB)
034700     END-IF.
034800     IF PF-HOL-YEAR = PF-NEXT-YEAR
034900         ADD 1 TO PF-CAL-NEXT-HOLS(PF-CAL-SUB)
035000     END-IF.
035100 2110-EXIT.
035200     EXIT.
035300******************************************************************
035400* 2200-REPORT-CALENDAR - ONE CHECKLIST LINE PER YEAR FOR ONE     *
035500*                        NAMED CALENDAR.                         *
035600******************************************************************
035700 2200-REPORT-CALENDAR.
035800     MOVE 'HOLFILE' TO PF-CL-FILE.
035900     MOVE PF-CAL-ID(PF-CAL-SUB) TO PF-HT-CAL-ID.
036000     MOVE PF-CUR-YEAR TO PF-HT-YEAR.
036100     MOVE PF-CAL-CUR-HOLS(PF-CAL-SUB) TO PF-HT-COUNT.
036200     IF PF-CAL-CUR-HOLS(PF-CAL-SUB) > 0
036300         SET PF-CL-PASSED TO TRUE
036400         MOVE SPACES TO PF-HT-NOTE
036500     ELSE
036600         SET PF-CL-FAILED TO TRUE
036700         MOVE ' - NONE LOADED' TO PF-HT-NOTE
036800     END-IF.
036900     MOVE PF-HOL-TEXT TO PF-CL-TEXT.
037000     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
037100     MOVE PF-NEXT-YEAR TO PF-HT-YEAR.
037200     MOVE PF-CAL-NEXT-HOLS(PF-CAL-SUB) TO PF-HT-COUNT.
037300     IF PF-CAL-NEXT-HOLS(PF-CAL-SUB) > 0
037400         SET PF-CL-PASSED TO TRUE
037500         MOVE SPACES TO PF-HT-NOTE
037600     ELSE
037700         SET PF-CL-FAILED TO TRUE
037800         MOVE ' - NONE LOADED' TO PF-HT-NOTE
037900     END-IF.
038000     MOVE PF-HOL-TEXT TO PF-CL-TEXT.
038100     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
038200 2200-EXIT.
038300     EXIT.
038400******************************************************************
038500* 3000-CHECK-FISCAL-CAL - CHECK THE PERIOD CALENDAR COVERS THE   *
038600*                         RUN DATE, AND - ONCE THE FYCLLEAD      *
038700*                         LEAD TIME BEFORE THE NEXT FISCAL YEAR  *
038800*                         HAS PASSED - THAT THE NEXT FISCAL      *
038900*                         YEAR HAS BEEN GENERATED.  THE YEARS    *
039000*                         ARE WORKED OUT EXACTLY AS CMNFYCL      *
039100*                         WORKS THEM OUT.                        *
039200******************************************************************
039300 3000-CHECK-FISCAL-CAL.
039400     SET CMN-FN-FISCAL-PERIOD TO TRUE.
039500     MOVE PF-PGM-NAME TO CMN-DATE-CALLING-PGM.
039600     MOVE PF-CDT-DATE TO CMN-DATE-INPUT.
039700     CALL 'CMNDATE' USING PF-DATE-REQUEST-AREA PF-RETCODE-AREA.
039800     IF CMN-RC-SUCCESS
039900         SET PF-FY-KNOWN TO TRUE
040000         MOVE CMN-FISCAL-YEAR TO PF-RUN-FISCAL-YEAR
040100         COMPUTE PF-NEXT-FISCAL-YEAR = CMN-FISCAL-YEAR + 1
040200         PERFORM 3100-FETCH-FY-START THRU 3100-EXIT
040300         PERFORM 3200-FETCH-LEAD-TIME THRU 3200-EXIT
040400     ELSE
040500         SET PF-CL-FAILED TO TRUE
040600         MOVE 'FPCFILE' TO PF-CL-FILE
040700         MOVE 'CMNDATE FPER CALL FAILED - FISCAL YEAR UNKNOWN'
040800             TO PF-CL-TEXT
040900         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
041000     END-IF.
041100     OPEN INPUT FISCAL-CAL-FILE.
041200     PERFORM 3300-READ-PERIOD THRU 3300-EXIT
041300         UNTIL PF-FPC-EOF.
041400     CLOSE FISCAL-CAL-FILE.
041500     MOVE 'FPCFILE' TO PF-CL-FILE.
041600     IF PF-RUN-COVERED
041700         SET PF-CL-PASSED TO TRUE
041800         MOVE PF-CDT-DATE TO PF-FR-RUN-DATE
041900         MOVE PF-FPC-RUN-TEXT TO PF-CL-TEXT
042000     ELSE
042100         SET PF-CL-FAILED TO TRUE
042200         MOVE PF-CDT-DATE TO PF-FM-RUN-DATE
042300         MOVE PF-FPC-MISS-TEXT TO PF-CL-TEXT
042400     END-IF.
042500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
042600     IF NOT PF-FY-KNOWN
042700         GO TO 3000-EXIT
042800     END-IF.
042900     MOVE PF-NEXT-FISCAL-YEAR TO PF-FN-FISCAL-YEAR.
043000     MOVE PF-NEXT-FY-PERIODS TO PF-FN-PERIODS.
043100     MOVE PF-DUE-DATE TO PF-FN-DUE-DATE.
043200     IF PF-CDT-DATE < PF-DUE-DATE
043300         SET PF-CL-PASSED TO TRUE
043400         MOVE 'NOT YET DUE' TO PF-FN-NOTE
043500     ELSE
043600     IF PF-NEXT-FY-PERIODS < 12
043700         SET PF-CL-FAILED TO TRUE
043800         MOVE 'RUN CMNFYCL' TO PF-FN-NOTE
043900     ELSE
044000         SET PF-CL-PASSED TO TRUE
044100         MOVE SPACES TO PF-FN-NOTE
044200     END-IF
044300     END-IF.
044400     MOVE PF-FPC-NEXT-TEXT TO PF-CL-TEXT.
044500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
044600 3000-EXIT.
044700     EXIT.
044800******************************************************************
044900* 3100-FETCH-FY-START - THE FYSTMON START MONTH AS IN EFFECT A   *
045000*                       YEAR FROM THE RUN DATE (AS CMNFYCL       *
045100*                       FETCHES IT), AND FROM IT THE FIRST DAY   *
045200*                       OF THE NEXT FISCAL YEAR.  AN ABSENT OR   *
045300*                       UNUSABLE KEY LEAVES THE OCTOBER DEFAULT. *
045400******************************************************************
045500 3100-FETCH-FY-START.
045600     SET CMN-FN-GET-PARM TO TRUE.
045700     MOVE PF-PGM-NAME TO CMN-PARM-CALLING-PGM.
045800     MOVE 'FYSTMON' TO CMN-PARM-KEY-IN.
045900     COMPUTE CMN-PARM-DATE-IN = PF-CDT-DATE + 10000.
046000     CALL 'CMNPARM' USING PF-PARM-REQUEST-AREA PF-RETCODE-AREA.
046100     IF CMN-RC-SUCCESS
046200         MOVE CMN-PARM-VALUE-OUT TO PF-PARM-MONTH-SPLIT
046300         IF PF-PARM-MONTH-X NUMERIC
046400            AND PF-PARM-MONTH-N >= 1
046500            AND PF-PARM-MONTH-N <= 12
046600             MOVE PF-PARM-MONTH-N TO PF-START-MONTH
046700         END-IF
046800     END-IF.
046900     IF PF-START-MONTH > 1
047000         COMPUTE PF-NEXT-FY-START =
047100             ((PF-NEXT-FISCAL-YEAR - 1) * 10000)
047200             + (PF-START-MONTH * 100) + 1
047300     ELSE
047400         COMPUTE PF-NEXT-FY-START =
047500             (PF-NEXT-FISCAL-YEAR * 10000) + 101
047600     END-IF.
047700 3100-EXIT.
047800     EXIT.
047900******************************************************************
048000* 3200-FETCH-LEAD-TIME - HOW MANY DAYS AHEAD OF THE NEXT FISCAL  *
048100*                        YEAR CMNFYCL IS EXPECTED TO HAVE RUN    *
048200*                        (KEY FYCLLEAD), AND FROM IT THE DATE    *
048300*                        FROM WHICH THE NEXT YEAR MUST BE ON     *
048400*                        FILE.  AN ABSENT OR UNUSABLE KEY LEAVES *
048500*                        THE 30-DAY DEFAULT AND IS A WARNING.    *
048600******************************************************************
048700 3200-FETCH-LEAD-TIME.
048800     SET CMN-FN-GET-PARM TO TRUE.
048900     MOVE PF-PGM-NAME TO CMN-PARM-CALLING-PGM.
049000     MOVE 'FYCLLEAD' TO CMN-PARM-KEY-IN.
049100     MOVE PF-CDT-DATE TO CMN-PARM-DATE-IN.
049200     CALL 'CMNPARM' USING PF-PARM-REQUEST-AREA PF-RETCODE-AREA.
049300     IF CMN-RC-SUCCESS
049400         MOVE CMN-PARM-VALUE-OUT TO PF-PARM-DAYS-SPLIT
049500     ELSE
049600         MOVE SPACES TO PF-PARM-DAYS-SPLIT
049700     END-IF.
049800     IF PF-PARM-DAYS-X NUMERIC
049900         MOVE PF-PARM-DAYS-N TO PF-LEAD-DAYS
050000     ELSE
050100         SET PF-CL-WARNED TO TRUE
050200         MOVE 'PARMFILE' TO PF-CL-FILE
050300         MOVE 'FYCLLEAD NOT ON FILE - 30-DAY LEAD ASSUMED'
050400             TO PF-CL-TEXT
050500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
050600     END-IF.
050700     COMPUTE PF-DATE-INTEGER =
050800         FUNCTION INTEGER-OF-DATE(PF-NEXT-FY-START)
050900         - PF-LEAD-DAYS.
051000     MOVE FUNCTION DATE-OF-INTEGER(PF-DATE-INTEGER)
051100         TO PF-DUE-DATE.
051200 3200-EXIT.
051300     EXIT.
051400******************************************************************
051500* 3300-READ-PERIOD - READ ONE PERIOD OF THE CALENDAR.  NOTE THE  *
051600*                    PERIOD THE RUN DATE FALLS IN AND COUNT THE  *
051700*                    NEXT FISCAL YEAR'S PERIODS.                 *
051800******************************************************************
051900 3300-READ-PERIOD.
052000     READ FISCAL-CAL-FILE
052100         AT END
052200             SET PF-FPC-EOF TO TRUE
052300             GO TO 3300-EXIT
052400     END-READ.
052500     MOVE FISCAL-CAL-FILE-REC TO CMN-FISCAL-CAL-RECORD.
052600     IF CMN-FPC-START-DATE NOT > PF-CDT-DATE
052700        AND CMN-FPC-END-DATE NOT < PF-CDT-DATE
052800         SET PF-RUN-COVERED TO TRUE
052900         MOVE CMN-FPC-FISCAL-YEAR TO PF-FR-FISCAL-YEAR
053000         MOVE CMN-FPC-PERIOD TO PF-FR-PERIOD
053100     END-IF.
053200     IF PF-FY-KNOWN
053300        AND CMN-FPC-FISCAL-YEAR = PF-NEXT-FISCAL-YEAR
053400        AND PF-NEXT-FY-PERIODS < 99
053500         ADD 1 TO PF-NEXT-FY-PERIODS
053600     END-IF.
053700 3300-EXIT.
053800     EXIT.
053900******************************************************************
054000* 4000-CHECK-PARMS - ASK CMNPARM FOR EVERY REQUIRED KEY AS OF    *
054100*                    THE RUN DATE.                               *
054200******************************************************************
054300 4000-CHECK-PARMS.
054400     IF PF-KEY-COUNT = 0
054500         SET PF-CL-FAILED TO TRUE
054600         MOVE 'PARMFILE' TO PF-CL-FILE
054700         MOVE 'NO REQUIRED KEYS NAMED ON DD PFLTCTL' TO PF-CL-TEXT
054800         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
054900         GO TO 4000-EXIT
055000     END-IF.
055100     PERFORM 4100-CHECK-ONE-KEY THRU 4100-EXIT
055200         VARYING PF-KEY-SUB FROM 1 BY 1
055300         UNTIL PF-KEY-SUB > PF-KEY-COUNT.
055400 4000-EXIT.
055500     EXIT.
055600******************************************************************
055700* 4100-CHECK-ONE-KEY - ONE CMNPARM GETP CALL.  ANY ANSWER BUT    *
055800*                      SUCCESS MEANS THE KEY IS NOT IN EFFECT    *
055900*                      ON THE RUN DATE (NOT ON FILE, OR ONLY     *
056000*                      EFFECTIVE LATER).                         *
056100******************************************************************
056200 4100-CHECK-ONE-KEY.
056300     SET CMN-FN-GET-PARM TO TRUE.
056400     MOVE PF-PGM-NAME TO CMN-PARM-CALLING-PGM.
056500     MOVE PF-KEY-NAME(PF-KEY-SUB) TO CMN-PARM-KEY-IN.
056600     MOVE PF-CDT-DATE TO CMN-PARM-DATE-IN.
056700     CALL 'CMNPARM' USING PF-PARM-REQUEST-AREA PF-RETCODE-AREA.
056800     MOVE 'PARMFILE' TO PF-CL-FILE.
056900     MOVE PF-KEY-NAME(PF-KEY-SUB) TO PF-KT-KEY.
057000     MOVE PF-CDT-DATE TO PF-KT-RUN-DATE.
057100     IF CMN-RC-SUCCESS
057200         SET PF-CL-PASSED TO TRUE
057300         MOVE 'IN EFFECT' TO PF-KT-NOTE
057400         MOVE ' = ' TO PF-KT-EQUALS
057500         MOVE CMN-PARM-VALUE-OUT TO PF-KT-VALUE
057600     ELSE
057700         SET PF-CL-FAILED TO TRUE
057800         MOVE 'NOT IN EFFECT' TO PF-KT-NOTE
057900         MOVE SPACES TO PF-KT-EQUALS
058000         MOVE SPACES TO PF-KT-VALUE
058100     END-IF.
058200     MOVE PF-KEY-TEXT TO PF-CL-TEXT.
058300     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
058400 4100-EXIT.
058500     EXIT.
058600******************************************************************
058700* 5000-CHECK-MESSAGES - ASK CMNMSGC FOR THE CATALOG TEXT OF      *
058800*                       EVERY RETURN/REASON PAIR THE LIBRARY     *
058900*                       ISSUES.                                  *
059000******************************************************************
059100 5000-CHECK-MESSAGES.
059200     PERFORM 5100-CHECK-ONE-PAIR THRU 5100-EXIT
059300         VARYING CMN-RCP-IDX FROM 1 BY 1
059400         UNTIL CMN-RCP-IDX > CMN-RC-PAIR-COUNT.
059500 5000-EXIT.
059600     EXIT.
059700******************************************************************
059800* 5100-CHECK-ONE-PAIR - ONE CMNMSGC GETM CALL.  A PAIR WITH NO   *
059900*                       CATALOG ENTRY, OR AN ENTRY WITH BLANK    *
060000*                       TEXT, FAILS - THE ABEND AND ALERT LINES  *
060100*                       WOULD GO OUT WITH NO EXPLANATION.        *
060200******************************************************************
060300 5100-CHECK-ONE-PAIR.
060400     SET CMN-FN-GET-MSG TO TRUE.
060500     MOVE PF-PGM-NAME TO CMN-MSG-CALLING-PGM.
060600     MOVE CMN-RCP-RETURN-CODE(CMN-RCP-IDX) TO CMN-MSG-RC-IN.
060700     MOVE CMN-RCP-REASON-CODE(CMN-RCP-IDX) TO CMN-MSG-REASON-IN.
060800     MOVE SPACES TO CMN-MSG-TEXT-OUT.
060900     CALL 'CMNMSGC' USING PF-MSG-REQUEST-AREA PF-RETCODE-AREA.
061000     MOVE 'MSGFILE' TO PF-CL-FILE.
061100     MOVE CMN-RCP-RETURN-CODE(CMN-RCP-IDX) TO PF-MT-RC.
061200     MOVE CMN-RCP-REASON-CODE(CMN-RCP-IDX) TO PF-MT-REASON.
061300     IF CMN-RC-SUCCESS
061400        AND CMN-MSG-TEXT-OUT NOT = SPACES
061500         SET PF-CL-PASSED TO TRUE
061600         MOVE CMN-MSG-TEXT-OUT TO PF-MT-TEXT
061700     ELSE
061800         SET PF-CL-FAILED TO TRUE
061900         MOVE '- NO CATALOG TEXT' TO PF-MT-TEXT
062000     END-IF.
062100     MOVE PF-MSG-TEXT TO PF-CL-TEXT.
062200     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
062300 5100-EXIT.
062400     EXIT.
062500******************************************************************
062600* 8000-WRITE-CHECK - WRITE ONE CHECKLIST LINE AND COUNT IT BY    *
062700*                    RESULT.                                     *
062800******************************************************************
062900 8000-WRITE-CHECK.
063000     ADD 1 TO PF-CHECK-COUNT.
063100     IF PF-CL-PASSED
063200         ADD 1 TO PF-PASS-COUNT
063300     END-IF.
063400     IF PF-CL-FAILED
063500         ADD 1 TO PF-FAIL-COUNT
063600     END-IF.
063700     IF PF-CL-WARNED
063800         ADD 1 TO PF-WARN-COUNT
063900     END-IF.
064000     MOVE PF-CHECK-LINE TO PF-REPORT-LINE.
064100     WRITE PF-REPORT-LINE.
064200 8000-EXIT.
064300     EXIT.
064400******************************************************************
064500* 9000-TERMINATE - WRITE THE TOTALS AND THE VERDICT, CLOSE THE   *
064600*                  CHECKLIST, AND SET THE CONDITION CODE THE     *
064700*                  SCHEDULER HOLDS DATBATC ON.                   *
064800******************************************************************
064900 9000-TERMINATE.
065000     MOVE SPACES TO PF-REPORT-LINE.
065100     WRITE PF-REPORT-LINE.
065200     MOVE PF-CHECK-COUNT TO PF-TL-CHECKS.
065300     MOVE PF-PASS-COUNT TO PF-TL-PASSED.
065400     MOVE PF-FAIL-COUNT TO PF-TL-FAILED.
065500     MOVE PF-WARN-COUNT TO PF-TL-WARNINGS.
065600     MOVE PF-TOTAL-LINE TO PF-REPORT-LINE.
065700     WRITE PF-REPORT-LINE.
065800     IF PF-FAIL-COUNT > 0
065900         MOVE 'NOT READY - HOLD DATBATC' TO PF-REPORT-LINE
066000         DISPLAY 'CMNPFLT - ' PF-FAIL-COUNT
066100             ' CHECK(S) FAILED - DATBATC NOT READY'
066200         MOVE 8 TO RETURN-CODE
066300     ELSE
066400     IF PF-WARN-COUNT > 0
066500         MOVE 'READY - WITH WARNINGS' TO PF-REPORT-LINE
066600         DISPLAY 'CMNPFLT - READY WITH ' PF-WARN-COUNT
066700             ' WARNING(S)'
066800         MOVE 4 TO RETURN-CODE
066900     ELSE
067000         MOVE 'READY' TO PF-REPORT-LINE
067100         DISPLAY 'CMNPFLT - ALL ' PF-CHECK-COUNT
067200             ' CHECKS PASSED'
067300     END-IF
067400     END-IF.
067500     WRITE PF-REPORT-LINE.
067600     CLOSE REPORT-FILE.
067700 9000-EXIT.
067800     EXIT.
