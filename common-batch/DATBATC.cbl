002300*    A STATIC CALL THAT FAILS IS LOGGED TO THE SHARED ERROR      *
002400*    FILE THROUGH CMNABND (SEE 9100-LOG-FAILURE) INSTEAD OF      *
002500*    JUST BEING DISPLAYED, AND THE RUN IS ABORTED.               *
002510*                                                                *
002520*    THE STEPS THEMSELVES ARE NOT CODED HERE - THEY ARE READ AT  *
002530*    STARTUP FROM THE STEP-DEFINITION FILE (DD STEPDEFS, CMNSTPD *
002540*    LAYOUT), ONE RECORD PER STEP IN RUN ORDER, NAMING THE       *
002550*    COMMON ROUTINE AND REQUEST FUNCTION EACH STEP DRIVES AND    *
002560*    WHETHER A FAILURE ABORTS THE WINDOW OR LETS LATER STEPS     *
002570*    CONTINUE.  A STEP THAT FAILS UNDER CONTINUE IS LOGGED, LEFT *
002580*    UNCHECKPOINTED FOR THE RESTART, AND ENDS THE RUN RC=8.      *
002582*                                                                *
002584*    EVERY RUN, HOWEVER IT ENDS, APPENDS ITS STAMP TO THE        *
002586*    WINDOW-CONTROL FILE (DD WINCTL, CMNWCTL) - THE BATCH DATE   *
002588*    IT RAN FOR AND ITS RETURN CODE.  CMNACON WILL NOT START     *
002590*    UNTIL THAT STAMP SAYS RC 00, SO A CLEAN RUN THAT STILL      *
002592*    LEAVES STEPS UNDONE ENDS RC=4, NOT 0.  THE BATCH DATE IS    *
002594*    THE RUN DATE, OR ON A RESTART THE DATE OF THE OLDEST OF     *
002596*    THIS JOB'S OWN CHECKPOINTS - THE WINDOW BEING FINISHED.     *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
003549*                     BYPASSES IT - A PLAIN SATURDAY RESUBMIT    *
003550*                     OF AN ABENDED FRIDAY WINDOW WAS BEING      *
003551*                     SKIPPED CLEAN, CHECKPOINTS AND ALL.        *
003553*    2026-10-15 RH    TABLE-DRIVEN STEP LIST - THE STEPS, THEIR  *
003555*                     ROUTINES AND FUNCTIONS, AND ABORT-OR-      *
003557*                     CONTINUE ON FAILURE NOW COME FROM THE      *
003559*                     STEP-DEFINITION FILE (DD STEPDEFS).  THE   *
003561*                     HARD-CODED STEP NAMES, DONE SWITCHES, AND  *
003563*                     3000-3300 PER-STEP PARAGRAPHS ARE GONE -   *
003565*                     3000-DRIVE-ONE-STEP DISPATCHES ON THE      *
003567*                     TABLE, AND THE RUN-MODE CARD, CHECKPOINT   *
003569*                     READ-BACK, RERUN, BYPASS, AND CLEAN-FINISH *
003571*                     TEST ALL WORK FROM IT.  A BAD DEFINITION   *
003573*                     STOPS THE RUN BEFORE ANY STEP IS DRIVEN.   *
003575*                     9100-LOG-FAILURE NO LONGER ABORTS THE RUN  *
003577*                     ITSELF - THE CALLER DECIDES.               *
003579*    2026-10-15 RH    RUN-ORDER CONTROL - EVERY RUN NOW STAMPS   *
003581*                     ITS BATCH DATE AND RETURN CODE ON THE      *
003583*                     WINDOW-CONTROL FILE (DD WINCTL) FOR        *
003585*                     CMNACON TO CHECK BEFORE IT STARTS.  A      *
003587*                     CLEAN RUN THAT LEAVES THE WINDOW NOT       *
003589*                     COMPLETE NOW ENDS RC=4.                    *
003591******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
004020         ORGANIZATION IS LINE SEQUENTIAL.
004030     SELECT AUDIT-FILE ASSIGN TO "JOBAUDT"
004040         ORGANIZATION IS LINE SEQUENTIAL.
004060     SELECT STEPDEF-FILE ASSIGN TO "STEPDEFS"
004080         ORGANIZATION IS LINE SEQUENTIAL.
004085     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
004090         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004210 FD  CARD-FILE.
004420 01  RUNSTATS-FILE-REC           PIC X(64).
004430 FD  AUDIT-FILE IS EXTERNAL.
004440 01  AUDIT-FILE-REC              PIC X(45).
004460 FD  STEPDEF-FILE.
004480 01  STEPDEF-FILE-REC            PIC X(80).
004485 FD  WINCTL-FILE.
004490 01  WINCTL-FILE-REC             PIC X(80).
004500 WORKING-STORAGE SECTION.
004600 77  DB-JOB-NAME                 PIC X(08) VALUE 'DATBATC'.
004880 77  DB-SKIP-STEP-NAME           PIC X(08) VALUE 'WINSKIP'.
004885 77  DB-STEPDEF-REASON           PIC X(24).
004890 77  DB-FIND-NAME                PIC X(08).
004900     COPY CMNCKPT.
004910     COPY CMNRUNS.
004920     COPY CMNAUDT.
004925     COPY CMNSTPD.
004927     COPY CMNWCTL.
004930 01  CMN-AUDIT-OPEN-SW           PIC X(01) IS EXTERNAL.
004940     88  CMN-AUDIT-OPEN          VALUE 'Y'.
005000 01  DB-REQUEST-AREA.
005200     COPY CMNABRQ.
005210 01  DB-MSG-REQUEST-AREA.
005220     COPY CMNMGRQ.
005240 01  DB-PARM-REQUEST-AREA.
005260     COPY CMNPMRQ.
005300 01  DB-RETCODE-AREA.
005400     COPY CMNRETC.
005500 01  DB-STEP-TABLE.
005510     05  DB-STEP-COUNT           PIC 9(04) COMP VALUE ZERO.
005520     05  DB-STEP-SUB             PIC 9(04) COMP.
005530     05  DB-FIND-SUB             PIC 9(04) COMP.
005540     05  DB-FOUND-SUB            PIC 9(04) COMP.
005550     05  DB-MODE-STEP-SUB        PIC 9(04) COMP VALUE ZERO.
005560     05  DB-STEP-ENTRY OCCURS 20 TIMES.
005570         10  DB-STP-NAME         PIC X(08).
005580         10  DB-STP-ROUTINE      PIC X(08).
005590         10  DB-STP-FUNCTION     PIC X(04).
005600         10  DB-STP-CAL-ID       PIC X(04).
005610         10  DB-STP-ON-FAIL      PIC X(01).
005620             88  DB-STP-CONTINUE VALUE 'C'.
005630         10  DB-STP-ARGUMENT     PIC X(16).
005640         10  DB-STP-DONE-SW      PIC X(01).
005650             88  DB-STP-DONE     VALUE 'Y'.
005660         10  DB-STP-FAILED-SW    PIC X(01).
005670             88  DB-STP-FAILED   VALUE 'Y'.
005680 01  DB-STEP-ARG-SPLIT.
005690     05  DB-ARG-DAYS-N           PIC S9(04) SIGN LEADING SEPARATE.
005700     05  FILLER                  PIC X(11).
005710 01  DB-STEP-ARG-MSG REDEFINES DB-STEP-ARG-SPLIT.
005720     05  DB-ARG-MSG-RC           PIC X(02).
005730     05  DB-ARG-MSG-REASON       PIC X(04).
005740     05  FILLER                  PIC X(10).
005750 01  DB-STEP-SWITCHES.
005760     05  DB-STEPDEF-EOF-SW       PIC X(01) VALUE 'N'.
005770         88  DB-STEPDEF-EOF      VALUE 'Y'.
005780     05  DB-STEP-FOUND-SW        PIC X(01) VALUE 'N'.
005790         88  DB-STEP-FOUND       VALUE 'Y'.
005800     05  DB-FUNC-VALID-SW        PIC X(01) VALUE 'N'.
005810         88  DB-FUNC-VALID       VALUE 'Y'.
005820     05  DB-STEP-FAIL-COUNT      PIC 9(04) VALUE ZERO.
006000 01  DB-ABORT-SW                 PIC X(01) VALUE 'N'.
006100     88  DB-ABORT-RUN            VALUE 'Y'.
006200 01  DB-CKPT-EOF-SW              PIC X(01) VALUE 'N'.
006968 01  DB-CARD-MODE-WS             PIC X(06) VALUE SPACES.
006969 01  DB-CARD-STEP-WS             PIC X(08) VALUE SPACES.
006970 01  DB-CKPT-STATUS-WS           PIC X(02).
006971 01  DB-WINDOW-CONTROL.
006972     05  DB-WINDOW-DATE          PIC 9(08) VALUE ZERO.
006973     05  DB-CKPT-TS-SPLIT.
006974         10  DB-CKPT-TS-DATE     PIC 9(08).
006975         10  FILLER              PIC X(06).
006976 01  DB-STAT-FIELDS.
006977     05  DB-STAT-STEP-NAME       PIC X(08).
006978     05  DB-STAT-START-TS        PIC X(14).
006979     05  DB-STAT-STOP-TS         PIC X(14).
006980     05  DB-STAT-RC              PIC X(02).
006981     05  DB-STAT-ELAPSED         PIC S9(07).
006982     05  DB-STAT-DAY-DIFF        PIC S9(05).
006983 01  DB-TS-SPLIT.
006984     05  DB-TS-DATE              PIC 9(08).
006985     05  DB-TS-HH                PIC 9(02).
006986     05  DB-TS-MM                PIC 9(02).
006987     05  DB-TS-SS                PIC 9(02).
006988 01  DB-TS-SECONDS.
006989     05  DB-TS-START-DAY         PIC 9(09).
006990     05  DB-TS-START-SEC         PIC 9(05).
006991     05  DB-TS-STOP-DAY          PIC 9(09).
006992     05  DB-TS-STOP-SEC          PIC 9(05).
007000 PROCEDURE DIVISION.
007100 0000-MAINLINE.
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008730*                   CHECKPOINTS BEFORE THEY ARE EVER READ BACK,  *
008740*                   AND ANY NON-DEFAULT MODE IS WRITTEN TO THE   *
008750*                   SHARED AUDIT TRAIL.                          *
008760*                   THE STEP-DEFINITION FILE IS LOADED FIRST -   *
008770*                   THE RUN-MODE CARD AND THE CHECKPOINTS ARE    *
008780*                   BOTH CHECKED AGAINST IT.                     *
008800******************************************************************
008900 1000-INITIALIZE.
009000     DISPLAY 'DATBATC - NIGHTLY COMMON-SERVICES RUN STARTING'.
009001     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
009002     MOVE DB-CDT-DATE TO DB-WINDOW-DATE.
009003     PERFORM 1020-LOAD-STEP-DEFS THRU 1020-EXIT.
009004     IF DB-ABORT-RUN
009006         GO TO 1000-EXIT
009008     END-IF.
009010     PERFORM 1050-READ-RUN-MODE THRU 1050-EXIT.
009020     IF DB-ABORT-RUN
009030         GO TO 1000-EXIT
009130     END-IF.
009200 1000-EXIT.
009300     EXIT.
009302******************************************************************
009304* 1020-LOAD-STEP-DEFS - READ THE STEP-DEFINITION FILE (DD        *
009306*                       STEPDEFS) INTO DB-STEP-TABLE, IN FILE    *
009308*                       ORDER, WHICH IS RUN ORDER.  EVERY RECORD *
009310*                       IS EDITED AS IT IS LOADED, AND ONE BAD   *
009312*                       RECORD - OR AN EMPTY FILE - STOPS THE    *
009314*                       RUN BEFORE ANY STEP IS DRIVEN, FOR THE   *
009316*                       SAME REASON AN UNKNOWN RUN MODE DOES.    *
009318******************************************************************
009320 1020-LOAD-STEP-DEFS.
009322     MOVE 0 TO DB-STEP-COUNT.
009324     MOVE 'N' TO DB-STEPDEF-EOF-SW.
009326     OPEN INPUT STEPDEF-FILE.
009328     PERFORM 1030-READ-STEP-DEF THRU 1030-EXIT
009330         UNTIL DB-STEPDEF-EOF OR DB-ABORT-RUN.
009332     CLOSE STEPDEF-FILE.
009334     IF DB-ABORT-RUN
009336         GO TO 1020-EXIT
009338     END-IF.
009340     IF DB-STEP-COUNT = 0
009342         DISPLAY 'DATBATC - STEP-DEFINITION FILE IS EMPTY'
009344             ' - RUN STOPPED'
009346         SET DB-ABORT-RUN TO TRUE
009348         GO TO 1020-EXIT
009350     END-IF.
009352     DISPLAY 'DATBATC - ' DB-STEP-COUNT ' STEPS DEFINED'.
009354 1020-EXIT.
009356     EXIT.
009358******************************************************************
009360* 1030-READ-STEP-DEF - READ ONE STEP-DEFINITION RECORD, EDIT IT, *
009362*                      AND ADD IT TO THE END OF THE TABLE.       *
009364******************************************************************
009366 1030-READ-STEP-DEF.
009368     READ STEPDEF-FILE
009370         AT END
009372             SET DB-STEPDEF-EOF TO TRUE
009374             GO TO 1030-EXIT
009376         NOT AT END
009378             MOVE STEPDEF-FILE-REC TO CMN-STPD-RECORD
009380     END-READ.
009382     PERFORM 1040-EDIT-STEP-DEF THRU 1040-EXIT.
009384     IF DB-STEPDEF-REASON NOT = SPACES
009386         DISPLAY 'DATBATC - STEP DEFINITION ' CMN-STPD-STEP-NAME
009388             ' - ' DB-STEPDEF-REASON ' - RUN STOPPED'
009390         SET DB-ABORT-RUN TO TRUE
009392         GO TO 1030-EXIT
009394     END-IF.
009396     ADD 1 TO DB-STEP-COUNT.
009398     MOVE CMN-STPD-STEP-NAME TO DB-STP-NAME(DB-STEP-COUNT).
009400     MOVE CMN-STPD-ROUTINE   TO DB-STP-ROUTINE(DB-STEP-COUNT).
009402     MOVE CMN-STPD-FUNCTION  TO DB-STP-FUNCTION(DB-STEP-COUNT).
009404     MOVE CMN-STPD-CAL-ID    TO DB-STP-CAL-ID(DB-STEP-COUNT).
009406     MOVE CMN-STPD-ON-FAIL   TO DB-STP-ON-FAIL(DB-STEP-COUNT).
009408     MOVE CMN-STPD-ARGUMENT  TO DB-STP-ARGUMENT(DB-STEP-COUNT).
009410     MOVE 'N' TO DB-STP-DONE-SW(DB-STEP-COUNT).
009412     MOVE 'N' TO DB-STP-FAILED-SW(DB-STEP-COUNT).
009414 1030-EXIT.
009416     EXIT.
009418******************************************************************
009420* 1040-EDIT-STEP-DEF - EDIT ONE STEP-DEFINITION RECORD.  LEAVES  *
009422*                      DB-STEPDEF-REASON BLANK IF IT IS GOOD,    *
009424*                      ELSE THE FIRST THING WRONG WITH IT.  THE  *
009426*                      STEP NAME MUST BE PRESENT, UNIQUE, AND    *
009428*                      NOT THE RESERVED 'WINSKIP'; THE ROUTINE   *
009430*                      AND FUNCTION MUST BE A PAIR 3000 KNOWS    *
009432*                      HOW TO DRIVE; AND THE ARGUMENT MUST BE    *
009434*                      WHAT THAT FUNCTION NEEDS.                 *
009436******************************************************************
009438 1040-EDIT-STEP-DEF.
009440     MOVE SPACES TO DB-STEPDEF-REASON.
009442     IF CMN-STPD-STEP-NAME = SPACES
009444         MOVE 'STEP NAME MISSING' TO DB-STEPDEF-REASON
009446         GO TO 1040-EXIT
009448     END-IF.
009450     IF CMN-STPD-STEP-NAME = DB-SKIP-STEP-NAME
009452         MOVE 'STEP NAME IS RESERVED' TO DB-STEPDEF-REASON
009454         GO TO 1040-EXIT
009456     END-IF.
009458     MOVE CMN-STPD-STEP-NAME TO DB-FIND-NAME.
009460     PERFORM 1060-FIND-STEP THRU 1060-EXIT.
009462     IF DB-STEP-FOUND
009464         MOVE 'DUPLICATE STEP NAME' TO DB-STEPDEF-REASON
009466         GO TO 1040-EXIT
009468     END-IF.
009470     IF DB-STEP-COUNT NOT < 20
009472         MOVE 'MORE THAN 20 STEPS' TO DB-STEPDEF-REASON
009474         GO TO 1040-EXIT
009476     END-IF.
009478     IF NOT CMN-STPD-ABORT AND NOT CMN-STPD-CONTINUE
009480         MOVE 'ON-FAIL NOT A OR C' TO DB-STEPDEF-REASON
009482         GO TO 1040-EXIT
009484     END-IF.
009486     MOVE 'N' TO DB-FUNC-VALID-SW.
009488     EVALUATE TRUE
009490         WHEN CMN-STPD-STATIC1
009492             IF CMN-STPD-FUNCTION = 'AUDT' OR 'TEST' OR 'VERS'
009494                 SET DB-FUNC-VALID TO TRUE
009496             END-IF
009498         WHEN CMN-STPD-CMNDATE
009500             IF CMN-STPD-FUNCTION = 'FPER' OR 'ADDB' OR 'ISBD'
009502                                 OR 'VERS'
009504                 SET DB-FUNC-VALID TO TRUE
009506             END-IF
009508         WHEN CMN-STPD-CMNRANK
009510             IF CMN-STPD-FUNCTION = 'RNKV' OR 'VERS'
009512                 SET DB-FUNC-VALID TO TRUE
009514             END-IF
009516         WHEN CMN-STPD-CMNPARM
009518             IF CMN-STPD-FUNCTION = 'GETP' OR 'VERS'
009520                 SET DB-FUNC-VALID TO TRUE
009522             END-IF
009524         WHEN CMN-STPD-CMNMSGC
009526             IF CMN-STPD-FUNCTION = 'GETM' OR 'VERS'
009528                 SET DB-FUNC-VALID TO TRUE
009530             END-IF
009532         WHEN OTHER
009534             MOVE 'UNKNOWN ROUTINE' TO DB-STEPDEF-REASON
009536             GO TO 1040-EXIT
009538     END-EVALUATE.
009540     IF NOT DB-FUNC-VALID
009542         MOVE 'FUNCTION NOT VALID' TO DB-STEPDEF-REASON
009544         GO TO 1040-EXIT
009546     END-IF.
009548     IF CMN-STPD-FUNCTION = 'GETP'
009550        AND CMN-STPD-ARGUMENT(1:8) = SPACES
009552         MOVE 'GETP NEEDS A PARM KEY' TO DB-STEPDEF-REASON
009554         GO TO 1040-EXIT
009556     END-IF.
009558     MOVE CMN-STPD-ARGUMENT TO DB-STEP-ARG-SPLIT.
009560     IF CMN-STPD-FUNCTION = 'GETM'
009562        AND (DB-ARG-MSG-RC = SPACES OR DB-ARG-MSG-REASON = SPACES)
009564         MOVE 'GETM NEEDS RC AND REASON' TO DB-STEPDEF-REASON
009566         GO TO 1040-EXIT
009568     END-IF.
009570     IF CMN-STPD-FUNCTION = 'ADDB'
009572        AND DB-ARG-DAYS-N NOT NUMERIC
009574         MOVE 'ADDB NEEDS +NNNN DAYS' TO DB-STEPDEF-REASON
009576         GO TO 1040-EXIT
009578     END-IF.
009580 1040-EXIT.
009582     EXIT.
009584******************************************************************
009586* 1050-READ-RUN-MODE - ONE OPTIONAL SYSIN CARD PICKS THE RUN     *
009588*                      MODE.  NO CARD MEANS A FULL RUN.          *
009590*                        COLS 1-6   FULL / RERUN / BYPASS /      *
009592*                                   FRESH                        *
009594*                        COLS 8-15  STEP NAME (RERUN AND BYPASS  *
009596*                                   ONLY)                        *
009598*                      AN UNKNOWN MODE OR STEP NAME ABORTS THE   *
009600*                      RUN BEFORE ANY STEP IS DRIVEN - DRIVING   *
009602*                      THE WRONG STEP AT 3 AM IS WORSE THAN      *
009604*                      DRIVING NONE.                             *
009606******************************************************************
009608 1050-READ-RUN-MODE.
009610     OPEN INPUT CARD-FILE.
009612     READ CARD-FILE
009614         AT END
009616             SET DB-CARD-EOF TO TRUE
009618         NOT AT END
009620             MOVE DB-CARD-MODE TO DB-CARD-MODE-WS
009622             MOVE DB-CARD-STEP TO DB-CARD-STEP-WS
009624     END-READ.
009626     CLOSE CARD-FILE.
009628     IF DB-CARD-EOF OR DB-CARD-MODE-WS = SPACES
009630         GO TO 1050-EXIT
009632     END-IF.
009634     MOVE DB-CARD-MODE-WS TO DB-RUN-MODE.
009636     IF NOT DB-MODE-FULL AND NOT DB-MODE-RERUN
009638        AND NOT DB-MODE-BYPASS AND NOT DB-MODE-FRESH
009640         DISPLAY 'DATBATC - UNKNOWN RUN MODE ' DB-CARD-MODE-WS
009642             ' - RUN STOPPED'
009644         SET DB-ABORT-RUN TO TRUE
009646         GO TO 1050-EXIT
009648     END-IF.
009650     IF DB-MODE-RERUN OR DB-MODE-BYPASS
009652         MOVE DB-CARD-STEP-WS TO DB-MODE-STEP-NAME
009654         MOVE DB-MODE-STEP-NAME TO DB-FIND-NAME
009656         PERFORM 1060-FIND-STEP THRU 1060-EXIT
009658         IF DB-STEP-FOUND
009660             MOVE DB-FOUND-SUB TO DB-MODE-STEP-SUB
009662         ELSE
009664             DISPLAY 'DATBATC - UNKNOWN STEP ' DB-CARD-STEP-WS
009666                 ' - RUN STOPPED'
009668             SET DB-ABORT-RUN TO TRUE
009670         END-IF
009672     END-IF.
009674     IF NOT DB-MODE-FULL AND NOT DB-ABORT-RUN
009676         DISPLAY 'DATBATC - RUN MODE ' DB-RUN-MODE ' '
009678             DB-MODE-STEP-NAME
009680     END-IF.
009682 1050-EXIT.
009684     EXIT.
009686******************************************************************
009688* 1060-FIND-STEP - LOOK DB-FIND-NAME UP IN THE STEP TABLE.  SETS *
009690*                  DB-STEP-FOUND AND LEAVES THE ENTRY NUMBER IN  *
009692*                  DB-FOUND-SUB WHEN IT IS THERE.                *
009694******************************************************************
009696 1060-FIND-STEP.
009698     MOVE 'N' TO DB-STEP-FOUND-SW.
009700     MOVE 0 TO DB-FOUND-SUB.
009702     PERFORM 1065-MATCH-STEP THRU 1065-EXIT
009704         VARYING DB-FIND-SUB FROM 1 BY 1
009706         UNTIL DB-FIND-SUB > DB-STEP-COUNT OR DB-STEP-FOUND.
009708 1060-EXIT.
009710     EXIT.
009712******************************************************************
009714* 1065-MATCH-STEP - COMPARE ONE TABLE ENTRY TO DB-FIND-NAME.     *
009716******************************************************************
009718 1065-MATCH-STEP.
009720     IF DB-STP-NAME(DB-FIND-SUB) = DB-FIND-NAME
009722         SET DB-STEP-FOUND TO TRUE
009724         MOVE DB-FIND-SUB TO DB-FOUND-SUB
009726     END-IF.
009728 1065-EXIT.
009730     EXIT.
009732******************************************************************
009734* 1150-CHECK-BUS-DAY - ASK CMNDATE WHETHER THE RUN DATE IS A     *
009736*                      BUSINESS DAY.  A FULL RUN ON A WEEKEND OR *
009738*                      SHOP HOLIDAY WRITES A 'WINSKIP' RUN-      *
009740*                      STATISTICS RECORD AND ENDS CLEAN WITHOUT  *
009742*                      DRIVING A STEP - THE RECORD IS WHAT TELLS *
009744*                      THE MORNING REVIEW THE SKIP WAS THE       *
009746*                      CALENDAR'S DOING.  OPERATOR-REQUESTED     *
009748*                      RERUN/BYPASS/FRESH MODES ARE NOT GATED -  *
009750*                      A DELIBERATE SUBMISSION RUNS WHEN ASKED - *
009752*                      AND NEITHER IS A PENDING RESTART: A       *
009754*                      PLAIN RESUBMIT OF AN ABENDED FRIDAY       *
009756*                      WINDOW MUST FINISH THAT WINDOW ON         *
009758*                      SATURDAY, NOT SKIP IT CLEAN AND LEAVE     *
009760*                      THE CHECKPOINTS SITTING THERE.  THE       *
009762*                      CHECKPOINTS ARE LOADED BEFORE THIS GATE   *
009764*                      RUNS, SO DB-RESTART-RUN IS ALREADY SET.   *
009766******************************************************************
009768 1150-CHECK-BUS-DAY.
009770     IF NOT DB-MODE-FULL
009772         GO TO 1150-EXIT
009774     END-IF.
009776     IF DB-RESTART-RUN
009778         DISPLAY 'DATBATC - RESTART PENDING - BUSINESS-DAY'
009780             ' GATE BYPASSED TO FINISH THE ABENDED WINDOW'
009782         GO TO 1150-EXIT
009784     END-IF.
009786     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
009788     SET CMN-FN-IS-BUS-DAY TO TRUE.
009790     MOVE DB-JOB-NAME TO CMN-DATE-CALLING-PGM.
009792     MOVE DB-CDT-DATE TO CMN-DATE-INPUT.
009794     MOVE 'SHOP' TO CMN-DATE-CAL-ID.
009796     CALL 'CMNDATE' USING DB-DATE-REQUEST-AREA DB-RETCODE-AREA.
009798     IF NOT CMN-RC-SUCCESS
009800         MOVE 'CMNDATE' TO DB-FAILED-PGM-NAME
009802         PERFORM 9100-LOG-FAILURE THRU 9100-EXIT
009804         SET DB-ABORT-RUN TO TRUE
009806         GO TO 1150-EXIT
009808     END-IF.
009810     IF CMN-NOT-BUS-DAY
009812         SET DB-WINDOW-SKIPPED TO TRUE
009814         DISPLAY 'DATBATC - ' DB-CDT-DATE ' IS NOT A BUSINESS'
009816             ' DAY - WINDOW SKIPPED'
009818         PERFORM 8050-NOTE-STEP-START THRU 8050-EXIT
009820         MOVE '00' TO DB-STAT-RC
009822         MOVE DB-SKIP-STEP-NAME TO DB-STAT-STEP-NAME
009824         PERFORM 8100-WRITE-RUN-STAT THRU 8100-EXIT
009826     ELSE
009828         PERFORM 1160-CHECK-CATCHUP THRU 1160-EXIT
009830     END-IF.
009832 1150-EXIT.
009834     EXIT.
009836******************************************************************
009838* 1160-CHECK-CATCHUP - IF THE NEWEST RECORD ON THE RUN-HISTORY   *
009840*                      FILE IS A 'WINSKIP', TONIGHT IS THE FIRST *
009842*                      BUSINESS DAY AFTER ONE OR MORE SKIPPED    *
009844*                      WINDOWS - SAY SO ON THE CONSOLE AND IN    *
009846*                      THE AUDIT TRAIL SO THE CATCH-UP IS ON     *
009848*                      RECORD.                                   *
009850******************************************************************
009852 1160-CHECK-CATCHUP.
009854     MOVE 'N' TO DB-STATS-EOF-SW.
009856     MOVE SPACES TO DB-LAST-STAT-STEP.
009858     OPEN INPUT RUNSTATS-FILE.
009860     PERFORM 1170-READ-RUN-STAT THRU 1170-EXIT
009862         UNTIL DB-STATS-EOF.
009864     CLOSE RUNSTATS-FILE.
009866     IF DB-LAST-STAT-STEP = DB-SKIP-STEP-NAME
009868         SET DB-CATCHUP-RUN TO TRUE
009870         DISPLAY 'DATBATC - FIRST BUSINESS DAY AFTER A SKIPPED'
009872             ' WINDOW - CATCHING UP'
009874         PERFORM 7300-AUDIT-CATCHUP THRU 7300-EXIT
009876     END-IF.
009878 1160-EXIT.
009880     EXIT.
009882******************************************************************
009884* 1170-READ-RUN-STAT - READ ONE RUN-STATISTICS RECORD, KEEPING   *
009886*                      ONLY THE STEP NAME OF THE NEWEST ONE -    *
009888*                      THE FILE IS APPEND-ONLY, SO THE LAST      *
009890*                      RECORD IS THE NEWEST.                     *
009892******************************************************************
009894 1170-READ-RUN-STAT.
009896     READ RUNSTATS-FILE
009898         AT END
009900             SET DB-STATS-EOF TO TRUE
009902         NOT AT END
009904             MOVE RUNSTATS-FILE-REC TO CMN-RUNSTAT-RECORD
009906             MOVE CMN-RUNS-STEP-NAME TO DB-LAST-STAT-STEP
009908     END-READ.
009910 1170-EXIT.
009912     EXIT.
009914******************************************************************
009916* 1100-LOAD-CHECKPOINTS - READ BACK ANY CHECKPOINT RECORDS       *
009918*                         ALREADY WRITTEN THIS WINDOW AND MARK   *
009920*                         THE MATCHING STEPS DONE SO THEY ARE    *
009922*                         NOT RE-DRIVEN ON RESTART.               *
009924******************************************************************
010000 1100-LOAD-CHECKPOINTS.
010050     MOVE 'N' TO DB-CKPT-EOF-SW.
010100     OPEN INPUT CKPT-FILE.
011620                 GO TO 1110-EXIT
011630             END-IF
011640             SET DB-RESTART-RUN TO TRUE
011650             MOVE CMN-CKPT-TIMESTAMP TO DB-CKPT-TS-SPLIT
011660             IF DB-CKPT-TS-DATE < DB-WINDOW-DATE
011670                 MOVE DB-CKPT-TS-DATE TO DB-WINDOW-DATE
011680             END-IF
011700             MOVE CMN-CKPT-STEP-NAME TO DB-FIND-NAME
011800             PERFORM 1060-FIND-STEP THRU 1060-EXIT
011900             IF DB-STEP-FOUND
012000                 SET DB-STP-DONE(DB-FOUND-SUB) TO TRUE
012200             END-IF
012300     END-READ.
012400 1110-EXIT.
012500     EXIT.
012510******************************************************************
012511* 2000-DRIVE-WINDOW - DISPATCH ON THE RUN MODE AND DRIVE THE     *
012512*                     STEPS THE MODE AND THE CHECKPOINTS LEAVE   *
012513*                     STILL TO DO, IN STEP-DEFINITION ORDER.     *
012514******************************************************************
012515 2000-DRIVE-WINDOW.
012516     IF DB-MODE-RERUN
012521         IF DB-MODE-BYPASS AND NOT DB-ABORT-RUN
012522             PERFORM 7100-BYPASS-STEP THRU 7100-EXIT
012523         END-IF
012525         PERFORM 3000-DRIVE-ONE-STEP THRU 3000-EXIT
012527             VARYING DB-STEP-SUB FROM 1 BY 1
012529             UNTIL DB-STEP-SUB > DB-STEP-COUNT OR DB-ABORT-RUN
012536     END-IF.
012537 2000-EXIT.
012538     EXIT.
012600******************************************************************
012610* 3000-DRIVE-ONE-STEP - DRIVE THE STEP AT DB-STEP-SUB UNLESS IT  *
012620*                       IS ALREADY DONE (CHECKPOINTED OR         *
012630*                       BYPASSED).  THE STEP'S ROUTINE PICKS THE *
012640*                       3100-3500 PARAGRAPH THAT BUILDS THE      *
012650*                       REQUEST AND MAKES THE STATIC CALL; THE   *
012660*                       RUN STATISTICS, CHECKPOINT, AND FAILURE  *
012670*                       HANDLING ARE THE SAME FOR EVERY STEP.    *
012680*                       A FAILED STEP DEFINED ON-FAIL 'C' IS     *
012690*                       LOGGED AND LEFT UNCHECKPOINTED, AND THE  *
012700*                       WINDOW GOES ON; ANY OTHER FAILURE ABORTS *
012750*                       IT.                                      *
012800******************************************************************
012850 3000-DRIVE-ONE-STEP.
012900     IF DB-STP-DONE(DB-STEP-SUB)
012950         GO TO 3000-EXIT
013000     END-IF.
013050     PERFORM 8050-NOTE-STEP-START THRU 8050-EXIT.
013100     MOVE DB-STP-ARGUMENT(DB-STEP-SUB) TO DB-STEP-ARG-SPLIT.
013150     EVALUATE DB-STP-ROUTINE(DB-STEP-SUB)
013200         WHEN 'STATIC1'
013250             PERFORM 3100-CALL-STATIC1 THRU 3100-EXIT
013300         WHEN 'CMNDATE'
013350             PERFORM 3200-CALL-CMNDATE THRU 3200-EXIT
013400         WHEN 'CMNRANK'
013450             PERFORM 3300-CALL-CMNRANK THRU 3300-EXIT
013500         WHEN 'CMNPARM'
013550             PERFORM 3400-CALL-CMNPARM THRU 3400-EXIT
013600         WHEN 'CMNMSGC'
013650             PERFORM 3500-CALL-CMNMSGC THRU 3500-EXIT
013700     END-EVALUATE.
013750     MOVE CMN-RETURN-CODE TO DB-STAT-RC.
013800     MOVE DB-STP-NAME(DB-STEP-SUB) TO DB-STAT-STEP-NAME.
013850     PERFORM 8100-WRITE-RUN-STAT THRU 8100-EXIT.
013900     IF CMN-RC-SUCCESS
013950         SET DB-STP-DONE(DB-STEP-SUB) TO TRUE
014000         MOVE DB-STP-NAME(DB-STEP-SUB) TO DB-CKPT-STEP-NAME-WS
014050         MOVE CMN-RETURN-CODE TO DB-CKPT-STATUS-WS
014100         PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
014150         GO TO 3000-EXIT
014200     END-IF.
014250     MOVE DB-STP-ROUTINE(DB-STEP-SUB) TO DB-FAILED-PGM-NAME.
014300     PERFORM 9100-LOG-FAILURE THRU 9100-EXIT.
014350     IF DB-STP-CONTINUE(DB-STEP-SUB)
014400         SET DB-STP-FAILED(DB-STEP-SUB) TO TRUE
014450         ADD 1 TO DB-STEP-FAIL-COUNT
014500         DISPLAY 'DATBATC - ' DB-STP-NAME(DB-STEP-SUB)
014550             ' FAILED - DEFINED TO CONTINUE, WINDOW GOES ON'
014600     ELSE
014650         SET DB-ABORT-RUN TO TRUE
014700     END-IF.
014750 3000-EXIT.
014800     EXIT.
014850******************************************************************
014900* 3100-CALL-STATIC1 - AUDIT-ONLY, TEST-ECHO, OR VERSION CALL TO  *
014950*                     STATIC1.                                   *
015000******************************************************************
015050 3100-CALL-STATIC1.
015100     MOVE DB-STP-FUNCTION(DB-STEP-SUB) TO CMN-REQUEST-CODE.
015150     MOVE DB-JOB-NAME TO CMN-CALLING-PGM.
015200     CALL 'STATIC1' USING DB-REQUEST-AREA DB-RETCODE-AREA.
015250     IF CMN-RC-SUCCESS AND CMN-REQ-VERSION
015300         DISPLAY 'DATBATC - ' CMN-PGM-NAME-OUT ' VERSION '
015350             CMN-VERSION-OUT
015400     END-IF.
015450 3100-EXIT.
015500     EXIT.
016000******************************************************************
016020* 3200-CALL-CMNDATE - CMNDATE AGAINST THE RUN DATE ON THE STEP'S *
016040*                     CALENDAR: FISCAL YEAR AND PERIOD (FPER),   *
016060*                     THE RUN DATE PLUS THE STEP'S SIGNED DAY    *
016080*                     COUNT IN BUSINESS DAYS (ADDB), WHETHER IT  *
016100*                     IS A BUSINESS DAY (ISBD), OR THE VERSION.  *
016120*                     THE RESULT GOES TO THE RUN LOG.            *
016300******************************************************************
016400 3200-CALL-CMNDATE.
016500     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
016600     MOVE DB-STP-FUNCTION(DB-STEP-SUB) TO CMN-DATE-FUNCTION.
016700     MOVE DB-JOB-NAME TO CMN-DATE-CALLING-PGM.
016800     MOVE DB-CDT-DATE TO CMN-DATE-INPUT.
016810     MOVE DB-STP-CAL-ID(DB-STEP-SUB) TO CMN-DATE-CAL-ID.
016820     MOVE 0 TO CMN-DATE-NUM-DAYS.
016830     IF CMN-FN-ADD-BUS-DAYS
016840         MOVE DB-ARG-DAYS-N TO CMN-DATE-NUM-DAYS
016850     END-IF.
016900     CALL 'CMNDATE' USING DB-DATE-REQUEST-AREA DB-RETCODE-AREA.
016920     IF NOT CMN-RC-SUCCESS
016940         GO TO 3200-EXIT
016960     END-IF.
016980     EVALUATE TRUE
017000         WHEN CMN-FN-FISCAL-PERIOD
017100             DISPLAY 'DATBATC - RUN DATE FISCAL YEAR='
017150                 CMN-FISCAL-YEAR ' PERIOD=' CMN-FISCAL-PERIOD
017200         WHEN CMN-FN-ADD-BUS-DAYS
017250             DISPLAY 'DATBATC - RUN DATE ' DB-ARG-DAYS-N
017300                 ' BUSINESS DAYS=' CMN-DATE-OUTPUT
017350         WHEN CMN-FN-IS-BUS-DAY
017400             DISPLAY 'DATBATC - RUN DATE BUSINESS DAY='
017450                 CMN-BUS-DAY-SW
017500         WHEN OTHER
017550             DISPLAY 'DATBATC - ' CMN-DATE-PGM-NAME-OUT
017600                 ' VERSION ' CMN-DATE-VERSION-OUT
017650     END-EVALUATE.
018000 3200-EXIT.
018100     EXIT.
018200******************************************************************
018300* 3300-CALL-CMNRANK - SELF-CHECK STATIC CALL TO CMNRANK - A      *
018400*                     FIXED SAMPLE TABLE IS RANKED AND THE       *
018500*                     RESULT DISPLAYED - OR ITS VERSION CALL.    *
018700******************************************************************
018800 3300-CALL-CMNRANK.
018900     MOVE DB-STP-FUNCTION(DB-STEP-SUB) TO CMN-RANK-FUNCTION.
019000     MOVE DB-JOB-NAME TO CMN-RANK-CALLING-PGM.
019100     SET CMN-RANK-DESCENDING TO TRUE.
019200     MOVE 3 TO CMN-RANK-ENTRY-COUNT.
019400     MOVE 300.00 TO CMN-RANK-VALUE(2).
019500     MOVE 200.00 TO CMN-RANK-VALUE(3).
019600     CALL 'CMNRANK' USING DB-RANK-REQUEST-AREA DB-RETCODE-AREA.
019620     IF NOT CMN-RC-SUCCESS
019640         GO TO 3300-EXIT
019660     END-IF.
019680     IF CMN-FN-RANK-VALUES
019800         DISPLAY 'DATBATC - RANK SELF-CHECK RESULTS='
019900             CMN-RANK-RESULT(1) ' ' CMN-RANK-RESULT(2) ' '
020000             CMN-RANK-RESULT(3)
020100     ELSE
020200         DISPLAY 'DATBATC - ' CMN-RANK-PGM-NAME-OUT ' VERSION '
020300             CMN-RANK-VERSION-OUT
020400     END-IF.
020800 3300-EXIT.
020900     EXIT.
020901******************************************************************
020902* 3400-CALL-CMNPARM - LOOK UP THE STEP'S PARAMETER KEY AS OF THE *
020903*                     RUN DATE, OR ASK CMNPARM ITS VERSION - A   *
020904*                     MISSING KEY FAILS THE STEP.                *
020905******************************************************************
020906 3400-CALL-CMNPARM.
020907     MOVE DB-STP-FUNCTION(DB-STEP-SUB) TO CMN-PARM-FUNCTION.
020908     MOVE DB-JOB-NAME TO CMN-PARM-CALLING-PGM.
020909     MOVE DB-STP-ARGUMENT(DB-STEP-SUB) TO CMN-PARM-KEY-IN.
020910     MOVE 0 TO CMN-PARM-DATE-IN.
020911     CALL 'CMNPARM' USING DB-PARM-REQUEST-AREA DB-RETCODE-AREA.
020912     IF NOT CMN-RC-SUCCESS
020913         GO TO 3400-EXIT
020914     END-IF.
020915     IF CMN-FN-GET-PARM
020916         DISPLAY 'DATBATC - PARM ' CMN-PARM-KEY-IN ' = '
020917             CMN-PARM-VALUE-OUT
020918     ELSE
020919         DISPLAY 'DATBATC - ' CMN-PARM-PGM-NAME-OUT ' VERSION '
020920             CMN-PARM-VERSION-OUT
020921     END-IF.
020922 3400-EXIT.
020923     EXIT.
020924******************************************************************
020925* 3500-CALL-CMNMSGC - LOOK UP THE STEP'S RETURN/REASON PAIR ON   *
020926*                     THE MESSAGE CATALOG, OR ASK CMNMSGC ITS    *
020927*                     VERSION.                                   *
020928******************************************************************
020929 3500-CALL-CMNMSGC.
020930     MOVE DB-STP-FUNCTION(DB-STEP-SUB) TO CMN-MSG-FUNCTION.
020931     MOVE DB-JOB-NAME TO CMN-MSG-CALLING-PGM.
020932     MOVE DB-ARG-MSG-RC TO CMN-MSG-RC-IN.
020933     MOVE DB-ARG-MSG-REASON TO CMN-MSG-REASON-IN.
020934     CALL 'CMNMSGC' USING DB-MSG-REQUEST-AREA DB-RETCODE-AREA.
020935     IF NOT CMN-RC-SUCCESS
020936         GO TO 3500-EXIT
020937     END-IF.
020938     IF CMN-FN-GET-MSG
020939         DISPLAY 'DATBATC - MESSAGE ' CMN-MSG-RC-IN '/'
020940             CMN-MSG-REASON-IN ' = ' CMN-MSG-TEXT-OUT
020941     ELSE
020942         DISPLAY 'DATBATC - ' CMN-MSG-PGM-NAME-OUT ' VERSION '
020943             CMN-MSG-VERSION-OUT
020944     END-IF.
020945 3500-EXIT.
020946     EXIT.
020947******************************************************************
020948* 7000-RERUN-ONE-STEP - OPERATIONS ASKED FOR A SINGLE STEP TO BE *
020949*                       RE-DRIVEN, CHECKPOINT OR NO CHECKPOINT - *
020950*                       DRIVE JUST THAT STEP AND NOTHING ELSE.   *
020951******************************************************************
020952 7000-RERUN-ONE-STEP.
020953     DISPLAY 'DATBATC - RERUN OF ' DB-MODE-STEP-NAME ' ONLY'.
020954     MOVE DB-MODE-STEP-SUB TO DB-STEP-SUB.
020955     MOVE 'N' TO DB-STP-DONE-SW(DB-STEP-SUB).
020956     PERFORM 3000-DRIVE-ONE-STEP THRU 3000-EXIT.
020957 7000-EXIT.
020958     EXIT.
020959******************************************************************
020960* 7100-BYPASS-STEP - OPERATIONS ASKED FOR A STEP TO BE SKIPPED   *
020961*                    SO THE REST OF THE WINDOW CAN COMPLETE -    *
020962*                    CHECKPOINT IT AS BYPASSED ('BP'), NOT DONE, *
020963*                    SO THE RECORD SHOWS IT NEVER RAN.           *
020964******************************************************************
020965 7100-BYPASS-STEP.
020966     SET DB-STP-DONE(DB-MODE-STEP-SUB) TO TRUE.
020967     MOVE DB-MODE-STEP-NAME TO DB-CKPT-STEP-NAME-WS.
020968     MOVE 'BP' TO DB-CKPT-STATUS-WS.
020969     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT.
020970     DISPLAY 'DATBATC - ' DB-MODE-STEP-NAME
020971         ' BYPASSED BY OPERATOR REQUEST'.
020972 7100-EXIT.
020973     EXIT.
020974******************************************************************
020975* 7200-AUDIT-RUN-MODE - A NON-DEFAULT RUN MODE GOES ON THE JOB'S *
020976*                       AUDIT FILE, THROUGH THE SAME SHARED      *
020977*                       EXTERNAL CONNECTOR THE COMMON ROUTINES   *
020978*                       WRITE - WHOEVER WRITES FIRST OPENS IT,   *
020979*                       AND END OF RUN UNIT CLOSES IT.           *
020980******************************************************************
020981 7200-AUDIT-RUN-MODE.
020982     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
020983     IF NOT CMN-AUDIT-OPEN
020984         OPEN EXTEND AUDIT-FILE
020985         SET CMN-AUDIT-OPEN TO TRUE
020986     END-IF.
020987     STRING DB-CDT-DATE DB-CDT-TIME DELIMITED BY SIZE
020988         INTO CMN-AUDIT-TIMESTAMP.
020989     MOVE DB-JOB-NAME        TO CMN-AUDIT-PGM-NAME.
020990     MOVE DB-MODE-STEP-NAME  TO CMN-AUDIT-CALLING-PGM.
020991     MOVE '00'               TO CMN-AUDIT-RETURN-CODE.
020992     EVALUATE TRUE
020993         WHEN DB-MODE-RERUN
020994             MOVE 'RRUN' TO CMN-AUDIT-REASON-CODE
020995         WHEN DB-MODE-BYPASS
020996             MOVE 'BYPS' TO CMN-AUDIT-REASON-CODE
020997         WHEN DB-MODE-FRESH
020998             MOVE 'FRSH' TO CMN-AUDIT-REASON-CODE
020999     END-EVALUATE.
021000     MOVE CMN-AUDIT-RECORD TO AUDIT-FILE-REC.
021001     WRITE AUDIT-FILE-REC.
021002 7200-EXIT.
021003     EXIT.
021004******************************************************************
021005* 7300-AUDIT-CATCHUP - THE FIRST BUSINESS DAY AFTER A SKIPPED    *
021006*                      WINDOW GOES ON THE JOB'S AUDIT FILE THE   *
021007*                      SAME WAY A NON-DEFAULT RUN MODE DOES, SO  *
021008*                      THE MORNING REVIEW SEES THE CATCH-UP WAS  *
021009*                      DELIBERATE.                               *
021010******************************************************************
021011 7300-AUDIT-CATCHUP.
021012     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
021013     IF NOT CMN-AUDIT-OPEN
021014         OPEN EXTEND AUDIT-FILE
021015         SET CMN-AUDIT-OPEN TO TRUE
021016     END-IF.
021017     STRING DB-CDT-DATE DB-CDT-TIME DELIMITED BY SIZE
021018         INTO CMN-AUDIT-TIMESTAMP.
021019     MOVE DB-JOB-NAME        TO CMN-AUDIT-PGM-NAME.
021020     MOVE DB-SKIP-STEP-NAME  TO CMN-AUDIT-CALLING-PGM.
021021     MOVE '00'               TO CMN-AUDIT-RETURN-CODE.
021022     MOVE 'CTCH'             TO CMN-AUDIT-REASON-CODE.
021023     MOVE CMN-AUDIT-RECORD   TO AUDIT-FILE-REC.
021024     WRITE AUDIT-FILE-REC.
021025 7300-EXIT.
021026     EXIT.
021027******************************************************************
021100* 8000-WRITE-CHECKPOINT - APPEND ONE CHECKPOINT RECORD FOR THE   *
021200*                         STEP NAMED IN DB-CKPT-STEP-NAME-WS.    *
021300******************************************************************
023170*                  WINDOW STARTS WITH NO CHECKPOINTS ON IT - SEE *
023180*                  9050-CLEAR-CHECKPOINTS.  A CLEAN SINGLE-STEP  *
023190*                  RERUN THAT STILL LEAVES OTHER STEPS UNDONE    *
023195*                  KEEPS ITS CHECKPOINTS, AND ENDS RC=4.         *
023196*                  A WINDOW THAT RAN TO THE END BUT HAD STEPS    *
023197*                  FAIL UNDER ON-FAIL 'C' ENDS RC=8 - NOT THE    *
023198*                  ABORT'S 12, BUT NOT CLEAN EITHER - AND ITS    *
023199*                  CHECKPOINTS STAY FOR THE RESTART.             *
023219*                  HOWEVER THE RUN ENDS, ITS STAMP GOES ON THE   *
023239*                  WINDOW-CONTROL FILE - SEE 9200-STAMP-WINDOW.  *
023259******************************************************************
023300 9000-TERMINATE.
023400     IF DB-ABORT-RUN
023500         DISPLAY 'DATBATC - RUN ENDED WITH ERRORS'
023600         MOVE 12 TO RETURN-CODE
023610     ELSE
023611     IF DB-STEP-FAIL-COUNT > 0
023612         DISPLAY 'DATBATC - RUN ENDED WITH ' DB-STEP-FAIL-COUNT
023613             ' STEP(S) FAILED, CHECKPOINTS LEFT IN PLACE'
023614         MOVE 8 TO RETURN-CODE
023615     ELSE
023620     IF DB-WINDOW-SKIPPED
023630         DISPLAY 'DATBATC - NON-BUSINESS DAY, WINDOW SKIPPED'
023640             ' CLEAN'
023700     ELSE
023800         DISPLAY 'DATBATC - RUN COMPLETED NORMALLY'
023805         MOVE 0 TO DB-FOUND-SUB
023810         PERFORM 9010-CHECK-STEP-DONE THRU 9010-EXIT
023815             VARYING DB-STEP-SUB FROM 1 BY 1
023820             UNTIL DB-STEP-SUB > DB-STEP-COUNT
023825         IF DB-FOUND-SUB = 0
023850             PERFORM 9050-CLEAR-CHECKPOINTS THRU 9050-EXIT
023860         ELSE
023870             DISPLAY 'DATBATC - WINDOW NOT COMPLETE,'
023880                 ' CHECKPOINTS LEFT IN PLACE'
023885             MOVE 4 TO RETURN-CODE
023890         END-IF
023895     END-IF
023897     END-IF
023900     END-IF.
023950     PERFORM 9200-STAMP-WINDOW THRU 9200-EXIT.
024000 9000-EXIT.
024100     EXIT.
024102******************************************************************
024104* 9010-CHECK-STEP-DONE - NOTE IN DB-FOUND-SUB THE FIRST STEP     *
024106*                        STILL NOT DONE OR BYPASSED - ZERO AT    *
024108*                        THE END MEANS THE WINDOW IS COMPLETE.   *
024110******************************************************************
024112 9010-CHECK-STEP-DONE.
024114     IF NOT DB-STP-DONE(DB-STEP-SUB) AND DB-FOUND-SUB = 0
024116         MOVE DB-STEP-SUB TO DB-FOUND-SUB
024118     END-IF.
024120 9010-EXIT.
024122     EXIT.
024150******************************************************************
024160* 9050-CLEAR-CHECKPOINTS - A CLEAN FINISH MEANS EVERY STEP IN     *
024170*                          THIS WINDOW CHECKPOINTED SUCCESSFULLY - *
024300* 9100-LOG-FAILURE - A STATIC CALL NAMED IN DB-FAILED-PGM-NAME    *
024400*                    FAILED WITH THE RC/REASON STILL SITTING IN  *
024500*                    DB-RETCODE-AREA.  LOG IT TO THE SHARED       *
024600*                    ERROR FILE THROUGH CMNABND.  WHETHER THE     *
024700*                    RUN GOES ON IS THE CALLER'S DECISION.        *
024800******************************************************************
024900 9100-LOG-FAILURE.
025000     MOVE CMN-RETURN-CODE TO DB-FAILED-RC.
025800     STRING 'RETURN CODE ' DB-FAILED-RC ' DURING NIGHTLY RUN'
025900         DELIMITED BY SIZE INTO CMN-ERR-CONTEXT.
026000     CALL 'CMNABND' USING DB-ERR-REQUEST-AREA DB-RETCODE-AREA.
026200 9100-EXIT.
026300     EXIT.
026400******************************************************************
028200     END-IF.
028300 9150-EXIT.
028400     EXIT.
028500******************************************************************
028600* 9200-STAMP-WINDOW - APPEND THIS RUN'S STAMP TO THE WINDOW-     *
028700*                     CONTROL FILE - THE BATCH DATE AND THE      *
028800*                     RETURN CODE JUST SET.  CMNACON READS IT    *
028900*                     BEFORE IT WILL START.                      *
029000******************************************************************
029100 9200-STAMP-WINDOW.
029200     MOVE FUNCTION CURRENT-DATE TO DB-CURRENT-DATE-TIME.
029300     MOVE SPACES TO CMN-WCTL-RECORD.
029400     MOVE DB-WINDOW-DATE TO CMN-WCTL-BATCH-DATE.
029500     MOVE DB-JOB-NAME TO CMN-WCTL-JOB-NAME.
029600     STRING DB-CDT-DATE DB-CDT-TIME DELIMITED BY SIZE
029700         INTO CMN-WCTL-END-TS.
029800     MOVE RETURN-CODE TO CMN-WCTL-RETURN-CODE.
029900     OPEN EXTEND WINCTL-FILE.
030000     MOVE CMN-WCTL-RECORD TO WINCTL-FILE-REC.
030100     WRITE WINCTL-FILE-REC.
030200     CLOSE WINCTL-FILE.
030300 9200-EXIT.
030400     EXIT.
