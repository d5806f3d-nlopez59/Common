000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNRANM.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNRANM - DATBATC RUN-TIME ANOMALY REPORT        *
000900*                                                                *
001000*    NIGHTLY CHECK OF EVERY DATBATC STEP THAT RAN TONIGHT (DD    *
001100*    RUNSTATS, CMNRUNS) AGAINST ITS BASELINE FROM CMNRBAS (DD    *
001200*    RBASFILE, CMNRBAS).  A STEP IS FLAGGED SLOW OR FAST WHEN    *
001300*    TONIGHT'S ELAPSED SECONDS FALL OUTSIDE ITS BAND - THE       *
001400*    BASELINE MEAN PLUS OR MINUS RBASBAND STANDARD DEVIATIONS    *
001500*    (SHOP PARAMETER FILE, DEFAULT 3), AND NEVER NARROWER THAN   *
001600*    RA-MIN-HALF-BAND SECONDS EITHER SIDE, SO A STEP THAT ALWAYS *
001700*    TAKES THE SAME FEW SECONDS IS NOT FLAGGED FOR A SECOND'S    *
001800*    JITTER - AND RC CHANGED WHEN IT ENDED WITH A RETURN CODE    *
001900*    OTHER THAN ITS USUAL ONE.                                   *
002000*                                                                *
002010*    "TONIGHT" IS THE WINDOW FOR THE NEWEST DATBATC BATCH DATE   *
002020*    ON THE WINDOW-CONTROL FILE (DD WINCTL, CMNWCTL).  A STEP    *
002030*    THAT STARTS AFTER MIDNIGHT DATES ITS RUNSTATS RECORD A DAY  *
002040*    LATER, SO EVERY RECORD DATED ON OR AFTER THE BATCH DATE IS  *
002050*    TONIGHT'S.  WITH NO DATBATC STAMP ON FILE TODAY'S DATE IS   *
002060*    USED INSTEAD AND THE RUN ENDS RC=4.                         *
002070*                                                                *
002100*    A STEP WITH FEWER THAN RA-MIN-SAMPLES BASELINE RUNS, OR     *
002200*    RESTARTED TONIGHT, HAS ITS RETURN CODE CHECKED BUT NOT ITS  *
002300*    ELAPSED TIME.  A STEP WITH NO BASELINE AT ALL IS LISTED AS  *
002400*    NOT JUDGED.  A 'WINSKIP' RECORD TONIGHT IS REPORTED AS A    *
002500*    SKIPPED WINDOW.                                             *
002600*                                                                *
002700*    RETURN-CODE 8 WHEN ANY STEP IS FLAGGED, SO THE SCHEDULER'S  *
002800*    ALERTING PICKS IT UP; RETURN-CODE 4 WHEN NOTHING IS FLAGGED *
002900*    BUT A STEP WENT UNJUDGED, NO RUN WAS FOUND, OR THE RBASBAND *
003000*    KEY WAS DEFAULTED.                                          *
003100*                                                                *
003200*    RUN AS THE LAST STEP OF COMMON-BATCH/JCL/CMNRBAS.JCL, RIGHT *
003300*    AFTER THE BASELINE IS REBUILT.                              *
003400*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  -------------------------------------------*
003800*    2026-10-15 RH    ORIGINAL                                   *
003810*    2026-10-15 RH    TONIGHT IS THE NEWEST DATBATC BATCH DATE   *
003820*                     ON WINCTL AND EVERY RUNSTATS RECORD DATED  *
003830*                     ON OR AFTER IT, NOT THE LATEST RUN DATE -  *
003840*                     A WINDOW THAT CROSSES MIDNIGHT IS NO       *
003850*                     LONGER CUT IN TWO.                         *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT BASELINE-FILE ASSIGN TO "RBASFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REPORT-FILE ASSIGN TO "RANMRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004820     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
004840         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RUNSTATS-FILE.
005200 01  RUNSTATS-FILE-REC           PIC X(64).
005300 FD  BASELINE-FILE.
005400 01  BASELINE-FILE-REC           PIC X(80).
005500 FD  REPORT-FILE.
005600 01  RA-REPORT-LINE              PIC X(80).
005620 FD  WINCTL-FILE.
005640 01  WINCTL-FILE-REC             PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 77  RA-PGM-NAME                 PIC X(08) VALUE 'CMNRANM'.
005900 77  RA-SKIP-STEP-NAME           PIC X(08) VALUE 'WINSKIP'.
005950 77  RA-DATBATC-JOB              PIC X(08) VALUE 'DATBATC'.
006000 77  RA-MIN-HALF-BAND            PIC 9(07) VALUE 30.
006100 77  RA-MIN-SAMPLES              PIC 9(05) VALUE 5.
006200     COPY CMNRUNS.
006300     COPY CMNRBAS.
006350     COPY CMNWCTL.
006400 01  RA-PARM-REQUEST-AREA.
006500     COPY CMNPMRQ.
006600 01  RA-RETCODE-AREA.
006700     COPY CMNRETC.
006800 01  RA-SWITCHES.
006900     05  RA-STATS-EOF-SW         PIC X(01) VALUE 'N'.
007000         88  RA-STATS-EOF        VALUE 'Y'.
007100     05  RA-BASE-EOF-SW          PIC X(01) VALUE 'N'.
007200         88  RA-BASE-EOF         VALUE 'Y'.
007300     05  RA-FOUND-SW             PIC X(01) VALUE 'N'.
007400         88  RA-FOUND            VALUE 'Y'.
007500     05  RA-OVERFLOW-SW          PIC X(01) VALUE 'N'.
007600         88  RA-OVERFLOW         VALUE 'Y'.
007700     05  RA-BAND-KNOWN-SW        PIC X(01) VALUE 'N'.
007800         88  RA-BAND-KNOWN       VALUE 'Y'.
007820     05  RA-WCTL-EOF-SW          PIC X(01) VALUE 'N'.
007840         88  RA-WCTL-EOF         VALUE 'Y'.
007860     05  RA-RUN-SEEN-SW          PIC X(01) VALUE 'N'.
007880         88  RA-RUN-SEEN         VALUE 'Y'.
007900 01  RA-COUNTERS.
008000     05  RA-CHECKED-COUNT        PIC 9(05) VALUE ZERO.
008100     05  RA-ANOMALY-COUNT        PIC 9(05) VALUE ZERO.
008200     05  RA-UNJUDGED-COUNT       PIC 9(05) VALUE ZERO.
008220 01  RA-CURRENT-DATE-TIME.
008240     05  RA-CDT-DATE             PIC 9(08).
008260     05  FILLER                  PIC X(13).
008300 01  RA-WORK-FIELDS.
008400     05  RA-BATCH-DATE           PIC 9(08) VALUE ZERO.
008500     05  RA-BAND-SD              PIC 9(03) VALUE 3.
008600     05  RA-HALF-BAND            PIC 9(09).
008700     05  RA-BAND-LOW             PIC 9(07).
008800     05  RA-BAND-HIGH            PIC 9(07).
008900     05  RA-BAS-SUB              PIC 9(04) COMP.
009000     05  RA-PARM-VALUE-SPLIT.
009100         10  RA-PARM-NUM-X       PIC X(07).
009200         10  RA-PARM-NUM-N REDEFINES RA-PARM-NUM-X
009300                                 PIC 9(07).
009400         10  FILLER              PIC X(09).
009500 01  RA-BASELINE-TABLE.
009600     05  RA-BAS-COUNT            PIC 9(04) COMP VALUE ZERO.
009700     05  RA-BAS-ENTRY OCCURS 20 TIMES.
009800         10  RA-BAS-STEP-NAME    PIC X(08).
009900         10  RA-BAS-SAMPLES      PIC 9(05).
010000         10  RA-BAS-MEAN-SEC     PIC 9(07).
010100         10  RA-BAS-STDDEV-SEC   PIC 9(07).
010200         10  RA-BAS-USUAL-RC     PIC X(02).
010300 01  RA-HEADER-LINE.
010400     05  FILLER                  PIC X(36)
010500         VALUE 'DATBATC RUN-TIME ANOMALY REPORT FOR '.
010600     05  FILLER                  PIC X(11) VALUE 'BATCH DATE '.
010700     05  RA-HD-BATCH-DATE        PIC 9(08).
010720     05  FILLER                  PIC X(01) VALUE SPACE.
010740     05  RA-HD-SOURCE            PIC X(24).
010800 01  RA-BAND-LINE.
010900     05  FILLER                  PIC X(19)
011000         VALUE 'BAND = MEAN PLUS OR'.
011100     05  FILLER                  PIC X(07) VALUE ' MINUS '.
011200     05  RA-BL-SD                PIC 9(03).
011300     05  FILLER                  PIC X(19)
011400         VALUE ' STD DEV, AT LEAST '.
011500     05  RA-BL-MIN               PIC 9(07).
011600     05  FILLER                  PIC X(06) VALUE ' SECS '.
011700     05  RA-BL-SOURCE            PIC X(19).
011800 01  RA-COLUMN-LINE.
011900     05  FILLER                  PIC X(40)
012000         VALUE ' STEP     SECONDS BAND            RC/US '.
012100     05  FILLER                  PIC X(07)
012200         VALUE 'FINDING'.
012300 01  RA-STEP-LINE.
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  RA-AL-STEP-NAME         PIC X(08).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  RA-AL-ELAPSED           PIC 9(07).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  RA-AL-BAND-LOW          PIC 9(07).
013000     05  FILLER                  PIC X(01) VALUE '-'.
013100     05  RA-AL-BAND-HIGH         PIC 9(07).
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  RA-AL-RC                PIC X(02).
013400     05  FILLER                  PIC X(01) VALUE '/'.
013500     05  RA-AL-USUAL-RC          PIC X(02).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  RA-AL-TIME-NOTE         PIC X(14).
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  RA-AL-RC-NOTE           PIC X(10).
014000 01  RA-SKIP-LINE.
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  RA-SK-JOB-NAME          PIC X(08).
014300     05  FILLER                  PIC X(40)
014400         VALUE ' WINDOW SKIPPED TONIGHT - NO STEPS RAN '.
014500 01  RA-TOTAL-LINE.
014600     05  FILLER                  PIC X(14) VALUE 'STEPS CHECKED='.
014700     05  RA-TL-CHECKED           PIC 9(05).
014800     05  FILLER                  PIC X(11) VALUE ' ANOMALIES='.
014900     05  RA-TL-ANOMALIES         PIC 9(05).
015000     05  FILLER                  PIC X(12) VALUE ' NOT JUDGED='.
015100     05  RA-TL-UNJUDGED          PIC 9(05).
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-CHECK-STEP THRU 2000-EXIT
015600         UNTIL RA-STATS-EOF.
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015800     GOBACK.
015900 0000-EXIT.
016000     EXIT.
016100******************************************************************
016200* 1000-INITIALIZE - LOAD THE BASELINES, FETCH THE BAND WIDTH,    *
016300*                   FIND TONIGHT'S BATCH DATE ON WINCTL, OPEN    *
016400*                   RUNSTATS FOR THE CHECK PASS AND WRITE THE    *
016500*                   HEADINGS.                                    *
016600******************************************************************
016700 1000-INITIALIZE.
016800     OPEN INPUT BASELINE-FILE.
016900     PERFORM 1100-LOAD-BASELINE THRU 1100-EXIT
017000         UNTIL RA-BASE-EOF.
017100     CLOSE BASELINE-FILE.
017200     PERFORM 1300-FETCH-BAND THRU 1300-EXIT.
017700     PERFORM 1200-FIND-BATCH-DATE THRU 1200-EXIT.
017800     OPEN INPUT RUNSTATS-FILE.
017900     OPEN OUTPUT REPORT-FILE.
018000     MOVE RA-BATCH-DATE TO RA-HD-BATCH-DATE.
018100     MOVE RA-HEADER-LINE TO RA-REPORT-LINE.
018200     WRITE RA-REPORT-LINE.
018300     MOVE RA-BAND-SD TO RA-BL-SD.
018400     MOVE RA-MIN-HALF-BAND TO RA-BL-MIN.
018500     MOVE RA-BAND-LINE TO RA-REPORT-LINE.
018600     WRITE RA-REPORT-LINE.
018700     MOVE SPACES TO RA-REPORT-LINE.
018800     WRITE RA-REPORT-LINE.
018900     MOVE RA-COLUMN-LINE TO RA-REPORT-LINE.
019000     WRITE RA-REPORT-LINE.
019100 1000-EXIT.
019200     EXIT.
019300******************************************************************
019400* 1100-LOAD-BASELINE - ONE BASELINE RECORD INTO THE TABLE.       *
019500******************************************************************
019600 1100-LOAD-BASELINE.
019700     READ BASELINE-FILE
019800         AT END
019900             SET RA-BASE-EOF TO TRUE
020000             GO TO 1100-EXIT
020100     END-READ.
020200     MOVE BASELINE-FILE-REC TO CMN-RBAS-RECORD.
020300     IF RA-BAS-COUNT NOT < 20
020400         IF NOT RA-OVERFLOW
020500             DISPLAY 'CMNRANM - MORE THAN 20 BASELINES ON FILE, '
020600                 'REST NOT LOADED'
020700             SET RA-OVERFLOW TO TRUE
020800             MOVE 4 TO RETURN-CODE
020900         END-IF
021000         GO TO 1100-EXIT
021100     END-IF.
021200     ADD 1 TO RA-BAS-COUNT.
021300     MOVE CMN-RBAS-STEP-NAME  TO RA-BAS-STEP-NAME(RA-BAS-COUNT).
021400     MOVE CMN-RBAS-SAMPLES    TO RA-BAS-SAMPLES(RA-BAS-COUNT).
021500     MOVE CMN-RBAS-MEAN-SEC   TO RA-BAS-MEAN-SEC(RA-BAS-COUNT).
021600     MOVE CMN-RBAS-STDDEV-SEC TO RA-BAS-STDDEV-SEC(RA-BAS-COUNT).
021700     MOVE CMN-RBAS-USUAL-RC   TO RA-BAS-USUAL-RC(RA-BAS-COUNT).
021800 1100-EXIT.
021900     EXIT.
022000******************************************************************
022100* 1200-FIND-BATCH-DATE - TONIGHT IS THE NEWEST DATBATC BATCH     *
022200*                        DATE ON THE WINDOW-CONTROL FILE.  WITH  *
022220*                        NO DATBATC STAMP ON FILE, TODAY'S DATE  *
022240*                        IS USED AND THE RUN ENDS RC=4.          *
022260******************************************************************
022280 1200-FIND-BATCH-DATE.
022300     OPEN INPUT WINCTL-FILE.
022320     PERFORM 1210-READ-WINDOW-STAMP THRU 1210-EXIT
022340         UNTIL RA-WCTL-EOF.
022360     CLOSE WINCTL-FILE.
022380     IF RA-BATCH-DATE > 0
022400         MOVE '(WINCTL)' TO RA-HD-SOURCE
022420         GO TO 1200-EXIT
022440     END-IF.
022460     MOVE FUNCTION CURRENT-DATE TO RA-CURRENT-DATE-TIME.
022480     MOVE RA-CDT-DATE TO RA-BATCH-DATE.
022500     MOVE '(NO STAMP - TODAY USED)' TO RA-HD-SOURCE.
022520     DISPLAY 'CMNRANM - NO DATBATC STAMP ON WINCTL - TODAY '
022540         RA-BATCH-DATE ' USED AS THE BATCH DATE'.
022560     MOVE 4 TO RETURN-CODE.
022580 1200-EXIT.
022600     EXIT.
022620******************************************************************
022640* 1210-READ-WINDOW-STAMP - ONE STAMP - KEEP THE NEWEST DATBATC   *
022660*                          BATCH DATE SEEN.                      *
022680******************************************************************
022700 1210-READ-WINDOW-STAMP.
022720     READ WINCTL-FILE
022740         AT END
022760             SET RA-WCTL-EOF TO TRUE
022780         NOT AT END
022800             MOVE WINCTL-FILE-REC TO CMN-WCTL-RECORD
022820             IF CMN-WCTL-JOB-NAME = RA-DATBATC-JOB
022840                AND CMN-WCTL-BATCH-DATE > RA-BATCH-DATE
022860                 MOVE CMN-WCTL-BATCH-DATE TO RA-BATCH-DATE
022880             END-IF
022900     END-READ.
022920 1210-EXIT.
022940     EXIT.
023600******************************************************************
023700* 1300-FETCH-BAND - THE BAND WIDTH IN STANDARD DEVIATIONS (KEY   *
023800*                   RBASBAND, FIRST SEVEN VALUE BYTES, 1-999).   *
023900*                   AN ABSENT OR UNUSABLE KEY LEAVES THE DEFAULT *
024000*                   AND ENDS THE RUN RC=4.                       *
024100******************************************************************
024200 1300-FETCH-BAND.
024300     SET CMN-FN-GET-PARM TO TRUE.
024400     MOVE RA-PGM-NAME TO CMN-PARM-CALLING-PGM.
024500     MOVE 'RBASBAND' TO CMN-PARM-KEY-IN.
024600     CALL 'CMNPARM' USING RA-PARM-REQUEST-AREA RA-RETCODE-AREA.
024700     IF CMN-RC-SUCCESS
024800         MOVE CMN-PARM-VALUE-OUT TO RA-PARM-VALUE-SPLIT
024900         IF RA-PARM-NUM-X NUMERIC
025000            AND RA-PARM-NUM-N > 0
025100            AND RA-PARM-NUM-N < 1000
025200             MOVE RA-PARM-NUM-N TO RA-BAND-SD
025300             SET RA-BAND-KNOWN TO TRUE
025400         END-IF
025500     END-IF.
025600     IF RA-BAND-KNOWN
025700         MOVE '(RBASBAND)' TO RA-BL-SOURCE
025800     ELSE
025900         MOVE '(DEFAULT - NO KEY)' TO RA-BL-SOURCE
026000         DISPLAY 'CMNRANM - NO RBASBAND PARAMETER - DEFAULT '
026100             RA-BAND-SD ' STD DEV USED'
026200         MOVE 4 TO RETURN-CODE
026300     END-IF.
026400 1300-EXIT.
026500     EXIT.
026600******************************************************************
026700* 2000-CHECK-STEP - READ ONE RUN-STATISTICS RECORD; IF IT IS     *
026800*                   TONIGHT'S (DATED ON OR AFTER THE BATCH       *
026900*                   DATE), CHECK IT AGAINST ITS STEP'S BASELINE  *
026950*                   AND WRITE ITS LINE.                          *
027000******************************************************************
027100 2000-CHECK-STEP.
027200     READ RUNSTATS-FILE
027300         AT END
027400             SET RA-STATS-EOF TO TRUE
027500             GO TO 2000-EXIT
027600     END-READ.
027700     MOVE RUNSTATS-FILE-REC TO CMN-RUNSTAT-RECORD.
027800     IF CMN-RUNS-RUN-DATE < RA-BATCH-DATE
027900         GO TO 2000-EXIT
028000     END-IF.
028050     SET RA-RUN-SEEN TO TRUE.
028100     IF CMN-RUNS-STEP-NAME = RA-SKIP-STEP-NAME
028200         MOVE CMN-RUNS-JOB-NAME TO RA-SK-JOB-NAME
028300         MOVE RA-SKIP-LINE TO RA-REPORT-LINE
028400         WRITE RA-REPORT-LINE
028500         GO TO 2000-EXIT
028600     END-IF.
028700     ADD 1 TO RA-CHECKED-COUNT.
028800     MOVE CMN-RUNS-STEP-NAME    TO RA-AL-STEP-NAME.
028900     MOVE CMN-RUNS-ELAPSED-SEC  TO RA-AL-ELAPSED.
029000     MOVE CMN-RUNS-RETURN-CODE  TO RA-AL-RC.
029100     MOVE ZERO TO RA-AL-BAND-LOW RA-AL-BAND-HIGH.
029200     MOVE SPACES TO RA-AL-USUAL-RC RA-AL-TIME-NOTE RA-AL-RC-NOTE.
029300     MOVE 'N' TO RA-FOUND-SW.
029400     PERFORM 2100-MATCH-BASELINE THRU 2100-EXIT
029500         VARYING RA-BAS-SUB FROM 1 BY 1
029600         UNTIL RA-BAS-SUB > RA-BAS-COUNT
029700            OR RA-FOUND.
029800     IF NOT RA-FOUND
029900         MOVE 'NO BASELINE' TO RA-AL-TIME-NOTE
030000         ADD 1 TO RA-UNJUDGED-COUNT
030100     ELSE
030200         PERFORM 2200-JUDGE-STEP THRU 2200-EXIT
030300     END-IF.
030400     MOVE RA-STEP-LINE TO RA-REPORT-LINE.
030500     WRITE RA-REPORT-LINE.
030600 2000-EXIT.
030700     EXIT.
030800******************************************************************
030900* 2100-MATCH-BASELINE - IS THE BASELINE AT RA-BAS-SUB THE        *
031000*                       CURRENT RECORD'S STEP?  BACK THE         *
031100*                       SUBSCRIPT UP ONE ON A MATCH SO THE       *
031200*                       PERFORM VARYING'S OWN STEP LEAVES IT     *
031300*                       POINTING AT THE ENTRY.                   *
031400******************************************************************
031500 2100-MATCH-BASELINE.
031600     IF RA-BAS-STEP-NAME(RA-BAS-SUB) = CMN-RUNS-STEP-NAME
031700         SET RA-FOUND TO TRUE
031800         SUBTRACT 1 FROM RA-BAS-SUB
031900     END-IF.
032000 2100-EXIT.
032100     EXIT.
032200******************************************************************
032300* 2200-JUDGE-STEP - WORK OUT THE BAND FOR THE BASELINE AT        *
032400*                   RA-BAS-SUB AND SET THE ELAPSED-TIME AND      *
032500*                   RETURN-CODE FINDINGS.                        *
032600******************************************************************
032700 2200-JUDGE-STEP.
032800     COMPUTE RA-HALF-BAND =
032900         RA-BAS-STDDEV-SEC(RA-BAS-SUB) * RA-BAND-SD.
033000     IF RA-HALF-BAND < RA-MIN-HALF-BAND
033100         MOVE RA-MIN-HALF-BAND TO RA-HALF-BAND
033200     END-IF.
033300     IF RA-HALF-BAND > RA-BAS-MEAN-SEC(RA-BAS-SUB)
033400         MOVE ZERO TO RA-BAND-LOW
033500     ELSE
033600         COMPUTE RA-BAND-LOW =
033700             RA-BAS-MEAN-SEC(RA-BAS-SUB) - RA-HALF-BAND
033800     END-IF.
033900     IF RA-BAS-MEAN-SEC(RA-BAS-SUB) + RA-HALF-BAND > 9999999
034000         MOVE 9999999 TO RA-BAND-HIGH
034100     ELSE
034200         COMPUTE RA-BAND-HIGH =
034300             RA-BAS-MEAN-SEC(RA-BAS-SUB) + RA-HALF-BAND
034400     END-IF.
034500     MOVE RA-BAND-LOW  TO RA-AL-BAND-LOW.
034600     MOVE RA-BAND-HIGH TO RA-AL-BAND-HIGH.
034700     MOVE RA-BAS-USUAL-RC(RA-BAS-SUB) TO RA-AL-USUAL-RC.
034800     IF CMN-RUNS-RESTARTED
034900         MOVE 'RESTARTED' TO RA-AL-TIME-NOTE
035000     ELSE
035100     IF RA-BAS-SAMPLES(RA-BAS-SUB) < RA-MIN-SAMPLES
035200         MOVE 'THIN BASELINE' TO RA-AL-TIME-NOTE
035300     ELSE
035400     IF CMN-RUNS-ELAPSED-SEC > RA-BAND-HIGH
035500         MOVE 'SLOW' TO RA-AL-TIME-NOTE
035600     ELSE
035700     IF CMN-RUNS-ELAPSED-SEC < RA-BAND-LOW
035800         MOVE 'FAST' TO RA-AL-TIME-NOTE
035900     ELSE
036000         MOVE 'OK' TO RA-AL-TIME-NOTE
036100     END-IF
036200     END-IF
036300     END-IF
036400     END-IF.
036500     IF CMN-RUNS-RETURN-CODE NOT = RA-BAS-USUAL-RC(RA-BAS-SUB)
036600         MOVE 'RC CHANGED' TO RA-AL-RC-NOTE
036700     END-IF.
036800     IF RA-AL-TIME-NOTE = 'SLOW' OR RA-AL-TIME-NOTE = 'FAST'
036900        OR RA-AL-RC-NOTE NOT = SPACES
037000         ADD 1 TO RA-ANOMALY-COUNT
037100     END-IF.
037200 2200-EXIT.
037300     EXIT.
037400******************************************************************
037500* 9000-TERMINATE - WRITE THE TOTALS, SET THE RETURN CODE, CLOSE  *
037600*                  THE FILES.                                    *
037700******************************************************************
037800 9000-TERMINATE.
037900     IF NOT RA-RUN-SEEN
038000         MOVE 'NO RUNS ON THE RUN-HISTORY FILE FOR THE BATCH DATE'
038050             TO RA-REPORT-LINE
038100         WRITE RA-REPORT-LINE
038200         DISPLAY 'CMNRANM - NO RUNS ON THE RUN-HISTORY FILE FOR '
038250             RA-BATCH-DATE
038300         MOVE 4 TO RETURN-CODE
038400     END-IF.
038500     MOVE SPACES TO RA-REPORT-LINE.
038600     WRITE RA-REPORT-LINE.
038700     MOVE RA-CHECKED-COUNT TO RA-TL-CHECKED.
038800     MOVE RA-ANOMALY-COUNT TO RA-TL-ANOMALIES.
038900     MOVE RA-UNJUDGED-COUNT TO RA-TL-UNJUDGED.
039000     MOVE RA-TOTAL-LINE TO RA-REPORT-LINE.
039100     WRITE RA-REPORT-LINE.
039200     IF RA-ANOMALY-COUNT > 0
039300         DISPLAY 'CMNRANM - ' RA-ANOMALY-COUNT
039400             ' STEP(S) OUTSIDE THEIR BASELINE TONIGHT'
039500         MOVE 8 TO RETURN-CODE
039600     ELSE
039700     IF RA-UNJUDGED-COUNT > 0
039800         DISPLAY 'CMNRANM - ' RA-UNJUDGED-COUNT
039900             ' STEP(S) WITH NO BASELINE'
040000         MOVE 4 TO RETURN-CODE
040100     END-IF
040200     END-IF.
040300     CLOSE RUNSTATS-FILE REPORT-FILE.
040400 9000-EXIT.
040500     EXIT.
