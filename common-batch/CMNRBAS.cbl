000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNRBAS.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNRBAS - RUN-TIME BASELINE REBUILD AND          *
000900*               RUN-HISTORY AGING                                *
001000*                                                                *
001100*    COMPACTS THE RUN-HISTORY FILE (DD RUNSTATS, CMNRUNS) INTO   *
001200*    ONE BASELINE RECORD PER DATBATC STEP (DD RBASFILE, CMNRBAS) *
001300*    - SAMPLE COUNT, MEAN, STANDARD DEVIATION, 90TH PERCENTILE,  *
001400*    AND MAXIMUM ELAPSED SECONDS, AND THE STEP'S USUAL RETURN    *
001500*    CODE - FOR CMNRANM'S NIGHTLY ANOMALY REPORT.  CMNRHST       *
001600*    TRENDS THE SAME FILE MONTHLY AND CMNSLAM TAKES ONE STRAIGHT *
001700*    AVERAGE FROM IT; NEITHER SEES A STEP THAT SUDDENLY RUNS     *
001800*    THREE TIMES LONGER THAN USUAL UNTIL IT THREATENS THE        *
001900*    CUTOFF.                                                     *
002000*                                                                *
002100*    "TONIGHT" IS THE NEWEST DATBATC BATCH DATE ON THE WINDOW-   *
002200*    CONTROL FILE (DD WINCTL, CMNWCTL).  THE BASELINE WINDOW IS  *
002300*    THE RBASWNDW DAYS (SHOP PARAMETER FILE, DEFAULT 90) BEFORE  *
002400*    IT.  A STEP THAT STARTS AFTER MIDNIGHT DATES ITS RUNSTATS   *
002500*    RECORD A DAY LATER, SO EVERY RECORD DATED ON OR AFTER THE   *
002520*    BATCH DATE IS TONIGHT'S AND TONIGHT ITSELF IS NEVER IN ITS  *
002540*    OWN BASELINE.  WITH NO DATBATC STAMP ON FILE TODAY'S DATE   *
002560*    IS USED INSTEAD.  RESTARTED RUNS (CMN-RUNS-RESTARTED) AND   *
002580*    'WINSKIP' RECORDS ARE LEFT OUT.                             *
002600*                                                                *
002700*    THE SAME PASS AGES THE DETAIL - A RECORD WHOSE RUN DATE IS  *
002800*    MORE THAN RUNSRETN DAYS (DEFAULT 400) BEFORE TODAY GOES TO  *
002900*    THE AGED FILE (DD RUNSARCH), EVERY OTHER RECORD TO THE KEEP *
003000*    FILE (DD RUNSKEEP).  THIS PROGRAM NEVER WRITES RUNSTATS OR  *
003100*    THE RUN-HISTORY ARCHIVE ITSELF - LATER STEPS OF THE JOB     *
003110*    APPEND THE AGED FILE TO THE ARCHIVE AND COPY THE KEEP FILE  *
003200*    BACK OVER RUNSTATS, ONLY IF THIS ONE ENDED CLEAN, SO A      *
003300*    FAILED RUN LEAVES BOTH AS THEY WERE.  THE BASELINE WINDOW   *
003400*    IS HELD TO THE RETENTION PERIOD, SO IT CAN ALWAYS BE        *
003500*    REBUILT FROM WHAT IS LEFT ON THE LIVE FILE.                 *
003600*                                                                *
003700*    RETURN-CODE 4 WHEN A PARAMETER WAS DEFAULTED OR CLAMPED, NO *
003800*    DATBATC STAMP WAS FOUND, OR A STEP HAD MORE SAMPLES THAN    *
003850*    THE TABLE HOLDS.                                            *
003900*                                                                *
004000*    SEE COMMON-BATCH/JCL/CMNRBAS.JCL FOR THE JOB STREAM.        *
004100*                                                                *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    ---------- ----  -------------------------------------------*
004500*    2026-10-15 RH    ORIGINAL                                   *
004510*    2026-10-15 RH    AGED RECORDS GO TO A PASSED FILE THE JOB   *
004520*                     APPENDS TO ONE RUN-HISTORY ARCHIVE, NOT    *
004530*                     TO A NIGHTLY GDG GENERATION.               *
004540*    2026-10-15 RH    BASELINE WINDOW ENDS THE DAY BEFORE THE    *
004550*                     NEWEST DATBATC BATCH DATE ON WINCTL, NOT   *
004560*                     THE LATEST RUN DATE - A WINDOW THAT        *
004570*                     CROSSES MIDNIGHT NO LONGER BASELINES       *
004580*                     ITS OWN PRE-MIDNIGHT STEPS.                *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT KEEP-FILE ASSIGN TO "RUNSKEEP"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT ARCHIVE-FILE ASSIGN TO "RUNSARCH"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT BASELINE-FILE ASSIGN TO "RBASFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REPORT-FILE ASSIGN TO "RBASRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
005920     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
005940         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RUNSTATS-FILE.
006300 01  RUNSTATS-FILE-REC           PIC X(64).
006400 FD  KEEP-FILE.
006500 01  KEEP-FILE-REC               PIC X(64).
006600 FD  ARCHIVE-FILE.
006700 01  ARCHIVE-FILE-REC            PIC X(64).
006800 FD  BASELINE-FILE.
006900 01  BASELINE-FILE-REC           PIC X(80).
007000 FD  REPORT-FILE.
007100 01  RB-REPORT-LINE              PIC X(80).
007120 FD  WINCTL-FILE.
007140 01  WINCTL-FILE-REC             PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 77  RB-PGM-NAME                 PIC X(08) VALUE 'CMNRBAS'.
007400 77  RB-SKIP-STEP-NAME           PIC X(08) VALUE 'WINSKIP'.
007450 77  RB-DATBATC-JOB              PIC X(08) VALUE 'DATBATC'.
007500     COPY CMNRUNS.
007600     COPY CMNRBAS.
007650     COPY CMNWCTL.
007700 01  RB-PARM-REQUEST-AREA.
007800     COPY CMNPMRQ.
007900 01  RB-RETCODE-AREA.
008000     COPY CMNRETC.
008100 01  RB-SWITCHES.
008200     05  RB-STATS-EOF-SW         PIC X(01) VALUE 'N'.
008300         88  RB-STATS-EOF        VALUE 'Y'.
008400     05  RB-FOUND-SW             PIC X(01) VALUE 'N'.
008500         88  RB-FOUND            VALUE 'Y'.
008600     05  RB-OVERFLOW-SW          PIC X(01) VALUE 'N'.
008700         88  RB-OVERFLOW         VALUE 'Y'.
008800     05  RB-WINDOW-KNOWN-SW      PIC X(01) VALUE 'N'.
008900         88  RB-WINDOW-KNOWN     VALUE 'Y'.
009000     05  RB-RETAIN-KNOWN-SW      PIC X(01) VALUE 'N'.
009100         88  RB-RETAIN-KNOWN     VALUE 'Y'.
009200     05  RB-SHIFT-DONE-SW        PIC X(01) VALUE 'N'.
009300         88  RB-SHIFT-DONE       VALUE 'Y'.
009320     05  RB-WCTL-EOF-SW          PIC X(01) VALUE 'N'.
009340         88  RB-WCTL-EOF         VALUE 'Y'.
009400 01  RB-COUNTERS.
009500     05  RB-READ-COUNT           PIC 9(07) VALUE ZERO.
009600     05  RB-KEPT-COUNT           PIC 9(07) VALUE ZERO.
009700     05  RB-AGED-COUNT           PIC 9(07) VALUE ZERO.
009800     05  RB-SAMPLE-COUNT         PIC 9(07) VALUE ZERO.
009900     05  RB-RESTART-COUNT        PIC 9(07) VALUE ZERO.
010000     05  RB-WINSKIP-COUNT        PIC 9(07) VALUE ZERO.
010100 01  RB-CURRENT-DATE-TIME.
010200     05  RB-CDT-DATE             PIC 9(08).
010300     05  FILLER                  PIC X(13).
010400 01  RB-WORK-FIELDS.
010500     05  RB-BATCH-DATE           PIC 9(08) VALUE ZERO.
010600     05  RB-WINDOW-FROM          PIC 9(08) VALUE ZERO.
010700     05  RB-WINDOW-TO            PIC 9(08) VALUE ZERO.
010800     05  RB-RETAIN-FROM          PIC 9(08) VALUE ZERO.
010900     05  RB-WINDOW-DAYS          PIC 9(07) VALUE 90.
011000     05  RB-RETAIN-DAYS          PIC 9(07) VALUE 400.
011100     05  RB-DATE-INTEGER         PIC 9(09).
011200     05  RB-STP-SUB              PIC 9(04) COMP.
011300     05  RB-SMP-SUB              PIC 9(04) COMP.
011400     05  RB-SRT-SUB              PIC 9(04) COMP.
011500     05  RB-RC-SUB               PIC 9(04) COMP.
011600     05  RB-P90-RANK             PIC 9(04) COMP.
011700     05  RB-SRT-KEY              PIC 9(07).
011800     05  RB-MEAN-SEC             PIC 9(07).
011900     05  RB-DEVIATION            PIC S9(07).
012000     05  RB-SUM-SQ-DEV           PIC 9(15).
012100     05  RB-VARIANCE             PIC 9(13)V9(02).
012200     05  RB-STDDEV-SEC           PIC 9(07).
012300     05  RB-USUAL-RC             PIC X(02).
012400     05  RB-USUAL-TALLY          PIC 9(05).
012500     05  RB-PARM-VALUE-SPLIT.
012600         10  RB-PARM-NUM-X       PIC X(07).
012700         10  RB-PARM-NUM-N REDEFINES RB-PARM-NUM-X
012800                                 PIC 9(07).
012900         10  FILLER              PIC X(09).
013000 01  RB-STEP-TABLE.
013100     05  RB-STP-COUNT            PIC 9(04) COMP VALUE ZERO.
013200     05  RB-STP-ENTRY OCCURS 20 TIMES.
013300         10  RB-STP-NAME         PIC X(08).
013400         10  RB-STP-JOB-NAME     PIC X(08).
013500         10  RB-STP-SAMPLES      PIC 9(04) COMP.
013600         10  RB-STP-TOTAL-SEC    PIC 9(11).
013700         10  RB-STP-SAMPLE OCCURS 500 TIMES
013800                                 PIC 9(07).
013900         10  RB-STP-RC-COUNT     PIC 9(04) COMP.
014000         10  RB-STP-RC-ENTRY OCCURS 10 TIMES.
014100             15  RB-STP-RC       PIC X(02).
014200             15  RB-STP-RC-TALLY PIC 9(05).
014300 01  RB-HEADER-LINE.
014400     05  FILLER                  PIC X(41)
014500         VALUE 'RUN-TIME BASELINE REBUILD FOR BATCH DATE '.
014600     05  RB-HD-BATCH-DATE        PIC 9(08).
014620     05  FILLER                  PIC X(01) VALUE SPACE.
014640     05  RB-HD-SOURCE            PIC X(24).
014700 01  RB-WINDOW-LINE.
014800     05  FILLER                  PIC X(16)
014900         VALUE 'BASELINE WINDOW '.
015000     05  RB-WL-FROM              PIC 9(08).
015100     05  FILLER                  PIC X(04) VALUE ' TO '.
015200     05  RB-WL-TO                PIC 9(08).
015300     05  FILLER                  PIC X(02) VALUE ' ('.
015400     05  RB-WL-DAYS              PIC 9(07).
015500     05  FILLER                  PIC X(07) VALUE ' DAYS) '.
015600     05  RB-WL-SOURCE            PIC X(27).
015700 01  RB-RETAIN-LINE.
015800     05  FILLER                  PIC X(25)
015900         VALUE 'DETAIL KEPT FROM RUN DATE'.
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  RB-RL-FROM              PIC 9(08).
016200     05  FILLER                  PIC X(02) VALUE ' ('.
016300     05  RB-RL-DAYS              PIC 9(07).
016400     05  FILLER                  PIC X(07) VALUE ' DAYS) '.
016500     05  RB-RL-SOURCE            PIC X(27).
016600 01  RB-STEP-LINE.
016700     05  FILLER                  PIC X(01) VALUE SPACE.
016800     05  RB-SL-NAME              PIC X(08).
016900     05  FILLER                  PIC X(03) VALUE ' N='.
017000     05  RB-SL-SAMPLES           PIC 9(05).
017100     05  FILLER                  PIC X(06) VALUE ' MEAN='.
017200     05  RB-SL-MEAN              PIC 9(07).
017300     05  FILLER                  PIC X(04) VALUE ' SD='.
017400     05  RB-SL-STDDEV            PIC 9(07).
017500     05  FILLER                  PIC X(05) VALUE ' P90='.
017600     05  RB-SL-P90               PIC 9(07).
017700     05  FILLER                  PIC X(05) VALUE ' MAX='.
017800     05  RB-SL-MAX               PIC 9(07).
017900     05  FILLER                  PIC X(04) VALUE ' RC='.
018000     05  RB-SL-USUAL-RC          PIC X(02).
018100 01  RB-COUNT-LINE.
018200     05  FILLER                  PIC X(13) VALUE 'RECORDS READ='.
018300     05  RB-CL-READ              PIC 9(07).
018400     05  FILLER                  PIC X(06) VALUE ' KEPT='.
018500     05  RB-CL-KEPT              PIC 9(07).
018600     05  FILLER                  PIC X(17)
018700         VALUE ' AGED TO HISTORY='.
018800     05  RB-CL-AGED              PIC 9(07).
018900 01  RB-SAMPLE-LINE.
019000     05  FILLER                  PIC X(13) VALUE 'SAMPLES USED='.
019100     05  RB-SM-USED              PIC 9(07).
019200     05  FILLER                  PIC X(19)
019300         VALUE ' RESTARTS EXCLUDED='.
019400     05  RB-SM-RESTARTS          PIC 9(07).
019500     05  FILLER                  PIC X(18)
019600         VALUE ' WINSKIP EXCLUDED='.
019700     05  RB-SM-WINSKIPS          PIC 9(07).
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-PROCESS-STATS THRU 2000-EXIT
020200         UNTIL RB-STATS-EOF.
020300     PERFORM 3000-BUILD-BASELINE THRU 3000-EXIT
020400         VARYING RB-STP-SUB FROM 1 BY 1
020500         UNTIL RB-STP-SUB > RB-STP-COUNT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     GOBACK.
020800 0000-EXIT.
020900     EXIT.
021000******************************************************************
021100* 1000-INITIALIZE - FETCH THE WINDOW AND RETENTION PARAMETERS,   *
021200*                   FIND TONIGHT'S BATCH DATE ON WINCTL, WORK    *
021300*                   OUT THE DATE LIMITS, OPEN THE FILES FOR THE  *
021400*                   MAIN PASS, AND WRITE THE HEADINGS.           *
021600******************************************************************
021700 1000-INITIALIZE.
021800     MOVE FUNCTION CURRENT-DATE TO RB-CURRENT-DATE-TIME.
021900     PERFORM 1200-FETCH-PARMS THRU 1200-EXIT.
022400     PERFORM 1100-FIND-BATCH-DATE THRU 1100-EXIT.
022500     COMPUTE RB-DATE-INTEGER =
022600         FUNCTION INTEGER-OF-DATE(RB-CDT-DATE) - RB-RETAIN-DAYS.
022700     MOVE FUNCTION DATE-OF-INTEGER(RB-DATE-INTEGER)
022800         TO RB-RETAIN-FROM.
022900     COMPUTE RB-DATE-INTEGER =
023000         FUNCTION INTEGER-OF-DATE(RB-BATCH-DATE) - RB-WINDOW-DAYS.
023300     MOVE FUNCTION DATE-OF-INTEGER(RB-DATE-INTEGER)
023400         TO RB-WINDOW-FROM.
023500     COMPUTE RB-DATE-INTEGER =
023600         FUNCTION INTEGER-OF-DATE(RB-BATCH-DATE) - 1.
023700     MOVE FUNCTION DATE-OF-INTEGER(RB-DATE-INTEGER)
023800         TO RB-WINDOW-TO.
024000     OPEN INPUT RUNSTATS-FILE.
024100     OPEN OUTPUT KEEP-FILE.
024200     OPEN OUTPUT ARCHIVE-FILE.
024300     OPEN OUTPUT BASELINE-FILE.
024400     OPEN OUTPUT REPORT-FILE.
024500     MOVE RB-BATCH-DATE TO RB-HD-BATCH-DATE.
024600     MOVE RB-HEADER-LINE TO RB-REPORT-LINE.
024700     WRITE RB-REPORT-LINE.
024800     MOVE SPACES TO RB-REPORT-LINE.
024900     WRITE RB-REPORT-LINE.
025000     MOVE RB-WINDOW-FROM TO RB-WL-FROM.
025100     MOVE RB-WINDOW-TO TO RB-WL-TO.
025200     MOVE RB-WINDOW-DAYS TO RB-WL-DAYS.
025300     MOVE RB-RETAIN-FROM TO RB-RL-FROM.
025400     MOVE RB-RETAIN-DAYS TO RB-RL-DAYS.
025500     MOVE RB-WINDOW-LINE TO RB-REPORT-LINE.
025600     WRITE RB-REPORT-LINE.
025700     MOVE RB-RETAIN-LINE TO RB-REPORT-LINE.
025800     WRITE RB-REPORT-LINE.
025900     MOVE SPACES TO RB-REPORT-LINE.
026000     WRITE RB-REPORT-LINE.
026100 1000-EXIT.
026200     EXIT.
026300******************************************************************
026400* 1100-FIND-BATCH-DATE - TONIGHT IS THE NEWEST DATBATC BATCH     *
026500*                        DATE ON THE WINDOW-CONTROL FILE.  WITH  *
026520*                        NO DATBATC STAMP ON FILE, TODAY'S DATE  *
026540*                        IS USED AND THE RUN ENDS RC=4.          *
026560******************************************************************
026580 1100-FIND-BATCH-DATE.
026600     OPEN INPUT WINCTL-FILE.
026620     PERFORM 1110-READ-WINDOW-STAMP THRU 1110-EXIT
026640         UNTIL RB-WCTL-EOF.
026660     CLOSE WINCTL-FILE.
026680     IF RB-BATCH-DATE > 0
026700         MOVE '(WINCTL)' TO RB-HD-SOURCE
026720         GO TO 1100-EXIT
026740     END-IF.
026760     MOVE RB-CDT-DATE TO RB-BATCH-DATE.
026780     MOVE '(NO STAMP - TODAY USED)' TO RB-HD-SOURCE.
026800     DISPLAY 'CMNRBAS - NO DATBATC STAMP ON WINCTL - TODAY '
026820         RB-BATCH-DATE ' USED AS THE BATCH DATE'.
026840     MOVE 4 TO RETURN-CODE.
026860 1100-EXIT.
026880     EXIT.
026900******************************************************************
026920* 1110-READ-WINDOW-STAMP - ONE STAMP - KEEP THE NEWEST DATBATC   *
026940*                          BATCH DATE SEEN.                      *
026960******************************************************************
026980 1110-READ-WINDOW-STAMP.
027000     READ WINCTL-FILE
027020         AT END
027040             SET RB-WCTL-EOF TO TRUE
027060         NOT AT END
027080             MOVE WINCTL-FILE-REC TO CMN-WCTL-RECORD
027100             IF CMN-WCTL-JOB-NAME = RB-DATBATC-JOB
027120                AND CMN-WCTL-BATCH-DATE > RB-BATCH-DATE
027140                 MOVE CMN-WCTL-BATCH-DATE TO RB-BATCH-DATE
027160             END-IF
027180     END-READ.
027200 1110-EXIT.
027220     EXIT.
027900******************************************************************
028000* 1200-FETCH-PARMS - THE BASELINE WINDOW (KEY RBASWNDW) AND THE  *
028100*                    DETAIL RETENTION (KEY RUNSRETN), BOTH WHOLE *
028200*                    DAYS IN THE FIRST SEVEN VALUE BYTES.  AN    *
028300*                    ABSENT OR UNUSABLE KEY LEAVES THE DEFAULT   *
028400*                    AND ENDS THE RUN RC=4.  A WINDOW LONGER     *
028500*                    THAN THE RETENTION IS CUT BACK TO IT.       *
028600******************************************************************
028700 1200-FETCH-PARMS.
028800     SET CMN-FN-GET-PARM TO TRUE.
028900     MOVE RB-PGM-NAME TO CMN-PARM-CALLING-PGM.
029000     MOVE 'RBASWNDW' TO CMN-PARM-KEY-IN.
029100     CALL 'CMNPARM' USING RB-PARM-REQUEST-AREA RB-RETCODE-AREA.
029200     IF CMN-RC-SUCCESS
029300         MOVE CMN-PARM-VALUE-OUT TO RB-PARM-VALUE-SPLIT
029400         IF RB-PARM-NUM-X NUMERIC
029500            AND RB-PARM-NUM-N > 0
029600             MOVE RB-PARM-NUM-N TO RB-WINDOW-DAYS
029700             SET RB-WINDOW-KNOWN TO TRUE
029800         END-IF
029900     END-IF.
030000     SET CMN-FN-GET-PARM TO TRUE.
030100     MOVE RB-PGM-NAME TO CMN-PARM-CALLING-PGM.
030200     MOVE 'RUNSRETN' TO CMN-PARM-KEY-IN.
030300     CALL 'CMNPARM' USING RB-PARM-REQUEST-AREA RB-RETCODE-AREA.
030400     IF CMN-RC-SUCCESS
030500         MOVE CMN-PARM-VALUE-OUT TO RB-PARM-VALUE-SPLIT
030600         IF RB-PARM-NUM-X NUMERIC
030700            AND RB-PARM-NUM-N > 0
030800             MOVE RB-PARM-NUM-N TO RB-RETAIN-DAYS
030900             SET RB-RETAIN-KNOWN TO TRUE
031000         END-IF
031100     END-IF.
031200     IF RB-WINDOW-KNOWN
031300         MOVE '(RBASWNDW)' TO RB-WL-SOURCE
031400     ELSE
031500         MOVE '(NO RBASWNDW KEY - DEFAULT)' TO RB-WL-SOURCE
031600         DISPLAY 'CMNRBAS - NO RBASWNDW PARAMETER - DEFAULT '
031700             RB-WINDOW-DAYS ' DAYS USED'
031800         MOVE 4 TO RETURN-CODE
031900     END-IF.
032000     IF RB-RETAIN-KNOWN
032100         MOVE '(RUNSRETN)' TO RB-RL-SOURCE
032200     ELSE
032300         MOVE '(NO RUNSRETN KEY - DEFAULT)' TO RB-RL-SOURCE
032400         DISPLAY 'CMNRBAS - NO RUNSRETN PARAMETER - DEFAULT '
032500             RB-RETAIN-DAYS ' DAYS USED'
032600         MOVE 4 TO RETURN-CODE
032700     END-IF.
032800     IF RB-WINDOW-DAYS > RB-RETAIN-DAYS
032900         MOVE RB-RETAIN-DAYS TO RB-WINDOW-DAYS
033000         MOVE '(CUT BACK TO RUNSRETN)' TO RB-WL-SOURCE
033100         DISPLAY 'CMNRBAS - RBASWNDW EXCEEDS RUNSRETN - WINDOW '
033200             'CUT BACK TO ' RB-WINDOW-DAYS ' DAYS'
033300         MOVE 4 TO RETURN-CODE
033400     END-IF.
033500 1200-EXIT.
033600     EXIT.
033700******************************************************************
033800* 2000-PROCESS-STATS - READ ONE RUN-STATISTICS RECORD, SEND IT   *
033900*                      TO THE AGED FILE OR THE KEEP              *
034000*                      FILE BY ITS RUN DATE, AND FOLD IT INTO    *
034100*                      ITS STEP'S BASELINE IF IT FALLS IN THE    *
034200*                      WINDOW AND IS A FRESH RUN OF A REAL STEP. *
034300******************************************************************
034400 2000-PROCESS-STATS.
034500     READ RUNSTATS-FILE
034600         AT END
034700             SET RB-STATS-EOF TO TRUE
034800             GO TO 2000-EXIT
034900     END-READ.
035000     ADD 1 TO RB-READ-COUNT.
035100     MOVE RUNSTATS-FILE-REC TO CMN-RUNSTAT-RECORD.
035200     IF CMN-RUNS-RUN-DATE < RB-RETAIN-FROM
035300         MOVE RUNSTATS-FILE-REC TO ARCHIVE-FILE-REC
035400         WRITE ARCHIVE-FILE-REC
035500         ADD 1 TO RB-AGED-COUNT
035600     ELSE
035700         MOVE RUNSTATS-FILE-REC TO KEEP-FILE-REC
035800         WRITE KEEP-FILE-REC
035900         ADD 1 TO RB-KEPT-COUNT
036000     END-IF.
036100     IF CMN-RUNS-RUN-DATE < RB-WINDOW-FROM
036200        OR CMN-RUNS-RUN-DATE > RB-WINDOW-TO
036300         GO TO 2000-EXIT
036400     END-IF.
036500     IF CMN-RUNS-STEP-NAME = RB-SKIP-STEP-NAME
036600         ADD 1 TO RB-WINSKIP-COUNT
036700         GO TO 2000-EXIT
036800     END-IF.
036900     IF CMN-RUNS-RESTARTED
037000         ADD 1 TO RB-RESTART-COUNT
037100         GO TO 2000-EXIT
037200     END-IF.
037300     PERFORM 2100-FOLD-INTO-STEP THRU 2100-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600******************************************************************
037700* 2100-FOLD-INTO-STEP - FIND (OR START) THE STEP ENTRY FOR THE   *
037800*                       CURRENT RECORD, ADD ITS ELAPSED SECONDS  *
037900*                       AS A SAMPLE, AND TALLY ITS RETURN CODE.  *
038000******************************************************************
038100 2100-FOLD-INTO-STEP.
038200     MOVE 'N' TO RB-FOUND-SW.
038300     PERFORM 2110-MATCH-STEP THRU 2110-EXIT
038400         VARYING RB-STP-SUB FROM 1 BY 1
038500         UNTIL RB-STP-SUB > RB-STP-COUNT
038600            OR RB-FOUND.
038700     IF NOT RB-FOUND
038800         IF RB-STP-COUNT < 20
038900             ADD 1 TO RB-STP-COUNT
039000             MOVE RB-STP-COUNT TO RB-STP-SUB
039100             MOVE CMN-RUNS-STEP-NAME TO RB-STP-NAME(RB-STP-SUB)
039200             MOVE CMN-RUNS-JOB-NAME
039300                 TO RB-STP-JOB-NAME(RB-STP-SUB)
039400             MOVE ZERO TO RB-STP-SAMPLES(RB-STP-SUB)
039500             MOVE ZERO TO RB-STP-TOTAL-SEC(RB-STP-SUB)
039600             MOVE ZERO TO RB-STP-RC-COUNT(RB-STP-SUB)
039700         ELSE
039800             PERFORM 2400-LOG-OVERFLOW THRU 2400-EXIT
039900             GO TO 2100-EXIT
040000         END-IF
040100     END-IF.
040200     IF RB-STP-SAMPLES(RB-STP-SUB) NOT < 500
040300         PERFORM 2400-LOG-OVERFLOW THRU 2400-EXIT
040400         GO TO 2100-EXIT
040500     END-IF.
040600     ADD 1 TO RB-STP-SAMPLES(RB-STP-SUB).
040700     MOVE CMN-RUNS-ELAPSED-SEC
040800         TO RB-STP-SAMPLE(RB-STP-SUB, RB-STP-SAMPLES(RB-STP-SUB)).
040900     ADD CMN-RUNS-ELAPSED-SEC TO RB-STP-TOTAL-SEC(RB-STP-SUB).
041000     ADD 1 TO RB-SAMPLE-COUNT.
041100     MOVE 'N' TO RB-FOUND-SW.
041200     PERFORM 2120-MATCH-RC THRU 2120-EXIT
041300         VARYING RB-RC-SUB FROM 1 BY 1
041400         UNTIL RB-RC-SUB > RB-STP-RC-COUNT(RB-STP-SUB)
041500            OR RB-FOUND.
041600     IF RB-FOUND
041700         ADD 1 TO RB-STP-RC-TALLY(RB-STP-SUB, RB-RC-SUB)
041800     ELSE
041900         IF RB-STP-RC-COUNT(RB-STP-SUB) < 10
042000             ADD 1 TO RB-STP-RC-COUNT(RB-STP-SUB)
042100             MOVE RB-STP-RC-COUNT(RB-STP-SUB) TO RB-RC-SUB
042200             MOVE CMN-RUNS-RETURN-CODE
042300                 TO RB-STP-RC(RB-STP-SUB, RB-RC-SUB)
042400             MOVE 1 TO RB-STP-RC-TALLY(RB-STP-SUB, RB-RC-SUB)
042500         END-IF
042600     END-IF.
042700 2100-EXIT.
042800     EXIT.
042900******************************************************************
043000* 2110-MATCH-STEP - IS THE STEP ENTRY AT RB-STP-SUB THE CURRENT  *
043100*                   RECORD'S STEP?  BACK THE SUBSCRIPT UP ONE ON *
043200*                   A MATCH SO THE PERFORM VARYING'S OWN STEP    *
043300*                   LEAVES IT POINTING AT THE ENTRY.             *
043400******************************************************************
043500 2110-MATCH-STEP.
043600     IF RB-STP-NAME(RB-STP-SUB) = CMN-RUNS-STEP-NAME
043700         SET RB-FOUND TO TRUE
043800         SUBTRACT 1 FROM RB-STP-SUB
043900     END-IF.
044000 2110-EXIT.
044100     EXIT.
044200******************************************************************
044300* 2120-MATCH-RC - IS THE RETURN-CODE TALLY AT RB-RC-SUB THE      *
044400*                 CURRENT RECORD'S CODE?  BACK THE SUBSCRIPT UP  *
044500*                 ONE ON A MATCH, AS IN 2110.                    *
044600******************************************************************
044700 2120-MATCH-RC.
044800     IF RB-STP-RC(RB-STP-SUB, RB-RC-SUB) = CMN-RUNS-RETURN-CODE
044900         SET RB-FOUND TO TRUE
045000         SUBTRACT 1 FROM RB-RC-SUB
045100     END-IF.
045200 2120-EXIT.
045300     EXIT.
045400******************************************************************
045500* 2400-LOG-OVERFLOW - THE STEP TABLE OR A STEP'S SAMPLE TABLE    *
045600*                     FILLED UP - WARN ONCE AND LEAVE THE        *
045700*                     OVERFLOW OUT OF THE BASELINE.              *
045800******************************************************************
045900 2400-LOG-OVERFLOW.
046000     IF NOT RB-OVERFLOW
046100         DISPLAY 'CMNRBAS - HISTORY EXCEEDS A BASELINE TABLE '
046200             'BOUND, OVERFLOW NOT SAMPLED'
046300         SET RB-OVERFLOW TO TRUE
046400         MOVE 4 TO RETURN-CODE
046500     END-IF.
046600 2400-EXIT.
046700     EXIT.
046800******************************************************************
046900* 3000-BUILD-BASELINE - THE FIGURES FOR THE STEP AT RB-STP-SUB - *
047000*                       MEAN, STANDARD DEVIATION, THEN (AFTER    *
047100*                       SORTING THE SAMPLES) 90TH PERCENTILE AND *
047200*                       MAXIMUM, AND THE USUAL RETURN CODE.      *
047300*                       WRITE THE BASELINE RECORD AND ITS PROOF  *
047400*                       LINE.                                    *
047500******************************************************************
047600 3000-BUILD-BASELINE.
047700     COMPUTE RB-MEAN-SEC ROUNDED =
047800         RB-STP-TOTAL-SEC(RB-STP-SUB)
047900         / RB-STP-SAMPLES(RB-STP-SUB).
048000     MOVE ZERO TO RB-SUM-SQ-DEV.
048100     PERFORM 3100-ADD-SQ-DEV THRU 3100-EXIT
048200         VARYING RB-SMP-SUB FROM 1 BY 1
048300         UNTIL RB-SMP-SUB > RB-STP-SAMPLES(RB-STP-SUB).
048400     COMPUTE RB-VARIANCE ROUNDED =
048500         RB-SUM-SQ-DEV / RB-STP-SAMPLES(RB-STP-SUB).
048600     COMPUTE RB-STDDEV-SEC ROUNDED = FUNCTION SQRT(RB-VARIANCE).
048700     PERFORM 3200-INSERT-SAMPLE THRU 3200-EXIT
048800         VARYING RB-SMP-SUB FROM 2 BY 1
048900         UNTIL RB-SMP-SUB > RB-STP-SAMPLES(RB-STP-SUB).
049000     COMPUTE RB-P90-RANK =
049100         ((RB-STP-SAMPLES(RB-STP-SUB) * 9) + 9) / 10.
049200     MOVE SPACES TO RB-USUAL-RC.
049300     MOVE ZERO TO RB-USUAL-TALLY.
049400     PERFORM 3300-PICK-USUAL-RC THRU 3300-EXIT
049500         VARYING RB-RC-SUB FROM 1 BY 1
049600         UNTIL RB-RC-SUB > RB-STP-RC-COUNT(RB-STP-SUB).
049700     MOVE RB-STP-NAME(RB-STP-SUB)     TO CMN-RBAS-STEP-NAME.
049800     MOVE RB-STP-JOB-NAME(RB-STP-SUB) TO CMN-RBAS-JOB-NAME.
049900     MOVE RB-WINDOW-FROM              TO CMN-RBAS-WINDOW-FROM.
050000     MOVE RB-WINDOW-TO                TO CMN-RBAS-WINDOW-TO.
050100     MOVE RB-STP-SAMPLES(RB-STP-SUB)  TO CMN-RBAS-SAMPLES.
050200     MOVE RB-MEAN-SEC                 TO CMN-RBAS-MEAN-SEC.
050300     MOVE RB-STDDEV-SEC               TO CMN-RBAS-STDDEV-SEC.
050400     MOVE RB-STP-SAMPLE(RB-STP-SUB, RB-P90-RANK)
050500         TO CMN-RBAS-P90-SEC.
050600     MOVE RB-STP-SAMPLE(RB-STP-SUB, RB-STP-SAMPLES(RB-STP-SUB))
050700         TO CMN-RBAS-MAX-SEC.
050800     MOVE RB-USUAL-RC                 TO CMN-RBAS-USUAL-RC.
050900     MOVE RB-CDT-DATE                 TO CMN-RBAS-BUILT-DATE.
051000     MOVE CMN-RBAS-RECORD TO BASELINE-FILE-REC.
051100     WRITE BASELINE-FILE-REC.
051200     MOVE CMN-RBAS-STEP-NAME  TO RB-SL-NAME.
051300     MOVE CMN-RBAS-SAMPLES    TO RB-SL-SAMPLES.
051400     MOVE CMN-RBAS-MEAN-SEC   TO RB-SL-MEAN.
051500     MOVE CMN-RBAS-STDDEV-SEC TO RB-SL-STDDEV.
051600     MOVE CMN-RBAS-P90-SEC    TO RB-SL-P90.
051700     MOVE CMN-RBAS-MAX-SEC    TO RB-SL-MAX.
051800     MOVE CMN-RBAS-USUAL-RC   TO RB-SL-USUAL-RC.
051900     MOVE RB-STEP-LINE TO RB-REPORT-LINE.
052000     WRITE RB-REPORT-LINE.
052100 3000-EXIT.
052200     EXIT.
052300******************************************************************
052400* 3100-ADD-SQ-DEV - ADD ONE SAMPLE'S SQUARED DISTANCE FROM THE   *
052500*                   MEAN.                                        *
052600******************************************************************
052700 3100-ADD-SQ-DEV.
052800     COMPUTE RB-DEVIATION =
052900         RB-STP-SAMPLE(RB-STP-SUB, RB-SMP-SUB) - RB-MEAN-SEC.
053000     COMPUTE RB-SUM-SQ-DEV = RB-SUM-SQ-DEV
053100         + (RB-DEVIATION * RB-DEVIATION).
053200 3100-EXIT.
053300     EXIT.
053400******************************************************************
053500* 3200-INSERT-SAMPLE - INSERTION SORT, ONE PASS - SLIDE THE      *
053600*                      SAMPLE AT RB-SMP-SUB DOWN INTO PLACE      *
053700*                      AMONG THE ALREADY-SORTED ONES BELOW IT.   *
053800******************************************************************
053900 3200-INSERT-SAMPLE.
054000     MOVE RB-STP-SAMPLE(RB-STP-SUB, RB-SMP-SUB) TO RB-SRT-KEY.
054100     MOVE RB-SMP-SUB TO RB-SRT-SUB.
054200     MOVE 'N' TO RB-SHIFT-DONE-SW.
054300     PERFORM 3210-SHIFT-ONE THRU 3210-EXIT
054400         UNTIL RB-SHIFT-DONE.
054500     MOVE RB-SRT-KEY TO RB-STP-SAMPLE(RB-STP-SUB, RB-SRT-SUB).
054600 3200-EXIT.
054700     EXIT.
054800******************************************************************
054900* 3210-SHIFT-ONE - MOVE THE SAMPLE BELOW THE GAP UP ONE IF IT IS *
055000*                  LARGER THAN THE ONE BEING PLACED; OTHERWISE   *
055100*                  THE GAP IS WHERE IT GOES.                     *
055200******************************************************************
055300 3210-SHIFT-ONE.
055400     IF RB-SRT-SUB = 1
055500         SET RB-SHIFT-DONE TO TRUE
055600         GO TO 3210-EXIT
055700     END-IF.
055800     IF RB-STP-SAMPLE(RB-STP-SUB, RB-SRT-SUB - 1) NOT > RB-SRT-KEY
055900         SET RB-SHIFT-DONE TO TRUE
056000         GO TO 3210-EXIT
056100     END-IF.
056200     MOVE RB-STP-SAMPLE(RB-STP-SUB, RB-SRT-SUB - 1)
056300         TO RB-STP-SAMPLE(RB-STP-SUB, RB-SRT-SUB).
056400     SUBTRACT 1 FROM RB-SRT-SUB.
056500 3210-EXIT.
056600     EXIT.
056700******************************************************************
056800* 3300-PICK-USUAL-RC - KEEP THE RETURN CODE AT RB-RC-SUB IF IT   *
056900*                      WAS SEEN MORE OFTEN THAN ANY BEFORE IT.   *
057000******************************************************************
057100 3300-PICK-USUAL-RC.
057200     IF RB-STP-RC-TALLY(RB-STP-SUB, RB-RC-SUB) > RB-USUAL-TALLY
057300         MOVE RB-STP-RC-TALLY(RB-STP-SUB, RB-RC-SUB)
057400             TO RB-USUAL-TALLY
057500         MOVE RB-STP-RC(RB-STP-SUB, RB-RC-SUB) TO RB-USUAL-RC
057600     END-IF.
057700 3300-EXIT.
057800     EXIT.
057900******************************************************************
058000* 9000-TERMINATE - WRITE THE COUNTS AND CLOSE THE FILES.         *
058100******************************************************************
058200 9000-TERMINATE.
058300     IF RB-STP-COUNT = 0
058400         MOVE 'NO FRESH RUNS IN THE WINDOW - BASELINE EMPTY'
058500             TO RB-REPORT-LINE
058600         WRITE RB-REPORT-LINE
058700     END-IF.
058800     MOVE SPACES TO RB-REPORT-LINE.
058900     WRITE RB-REPORT-LINE.
059000     MOVE RB-READ-COUNT TO RB-CL-READ.
059100     MOVE RB-KEPT-COUNT TO RB-CL-KEPT.
059200     MOVE RB-AGED-COUNT TO RB-CL-AGED.
059300     MOVE RB-COUNT-LINE TO RB-REPORT-LINE.
059400     WRITE RB-REPORT-LINE.
059500     MOVE RB-SAMPLE-COUNT TO RB-SM-USED.
059600     MOVE RB-RESTART-COUNT TO RB-SM-RESTARTS.
059700     MOVE RB-WINSKIP-COUNT TO RB-SM-WINSKIPS.
059800     MOVE RB-SAMPLE-LINE TO RB-REPORT-LINE.
059900     WRITE RB-REPORT-LINE.
060000     CLOSE RUNSTATS-FILE KEEP-FILE ARCHIVE-FILE BASELINE-FILE
060100         REPORT-FILE.
060200     DISPLAY 'CMNRBAS - ' RB-STP-COUNT ' STEP BASELINE(S) BUILT, '
060300         RB-AGED-COUNT ' RECORD(S) AGED TO HISTORY'.
060400 9000-EXIT.
060500     EXIT.
