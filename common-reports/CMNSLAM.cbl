003200*    SLACUTOF KEY IS MISSING, SO A SNAPSHOT WITH NO VERDICT IS   *
003300*    NEVER MISTAKEN FOR A CLEAN ONE.                             *
003400*                                                                *
003410*    THE STEPS LISTED ARE THE ONES ON DATBATC'S STEP-DEFINITION  *
003420*    FILE (DD STEPDEFS, CMNSTPD), IN RUN ORDER - THE SAME FILE   *
003430*    DATBATC DRIVES - SO A STEP ADDED THERE SHOWS UP HERE        *
003440*    WITHOUT A CHANGE TO THIS PROGRAM.                           *
003450*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  -------------------------------------------*
003800*    2026-09-02 RH    ORIGINAL                                   *
003820*    2026-10-15 RH    STEP LIST READ FROM THE DATBATC STEP-      *
003840*                     DEFINITION FILE (DD STEPDEFS) INSTEAD OF   *
003860*                     FOUR HARD-CODED STEP NAMES.                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REPORT-FILE ASSIGN TO "SLAMRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004820     SELECT STEPDEF-FILE ASSIGN TO "STEPDEFS"
004840         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RUNSTATS-FILE.
005400 01  CKPT-FILE-REC               PIC X(42).
005500 FD  REPORT-FILE.
005600 01  SM-REPORT-LINE              PIC X(80).
005620 FD  STEPDEF-FILE.
005640 01  STEPDEF-FILE-REC            PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 77  SM-PGM-NAME                 PIC X(08) VALUE 'CMNSLAM'.
005900 77  SM-JOB-NAME                 PIC X(08) VALUE 'DATBATC'.
006000     COPY CMNRUNS.
006100     COPY CMNCKPT.
006150     COPY CMNSTPD.
006200 01  SM-PARM-REQUEST-AREA.
006300     COPY CMNPMRQ.
006400 01  SM-RETCODE-AREA.
007200         88  SM-CUTOFF-KNOWN     VALUE 'Y'.
007300     05  SM-AT-RISK-SW           PIC X(01) VALUE 'N'.
007400         88  SM-AT-RISK          VALUE 'Y'.
007420     05  SM-STEPDEF-EOF-SW       PIC X(01) VALUE 'N'.
007440         88  SM-STEPDEF-EOF      VALUE 'Y'.
007500 01  SM-STEP-TABLE.
007550     05  SM-STEP-COUNT           PIC 9(04) COMP VALUE ZERO.
007600     05  SM-STEP-ENTRY OCCURS 20 TIMES.
007700         10  SM-STP-NAME         PIC X(08).
007800         10  SM-STP-STATUS       PIC X(02).
007900             88  SM-STP-PENDING  VALUE '  '.
015500 0000-EXIT.
015600     EXIT.
015700******************************************************************
015800* 1000-INITIALIZE - STAMP THE SNAPSHOT TIME, LOAD THE DATBATC   *
015900*                   STEPS FROM THE STEP-DEFINITION FILE, OPEN    *
016000*                   THE FILES, AND WRITE THE HEADING.            *
016100******************************************************************
016200 1000-INITIALIZE.
016300     MOVE FUNCTION CURRENT-DATE TO SM-CURRENT-DATE-TIME.
016400     OPEN INPUT STEPDEF-FILE.
016500     PERFORM 1050-READ-STEP-DEF THRU 1050-EXIT
016600         UNTIL SM-STEPDEF-EOF.
016700     CLOSE STEPDEF-FILE.
016800     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
016900         VARYING SM-STP-SUB FROM 1 BY 1
017000         UNTIL SM-STP-SUB > SM-STEP-COUNT.
017100     OPEN INPUT RUNSTATS-FILE.
017200     OPEN INPUT CKPT-FILE.
017300     OPEN OUTPUT REPORT-FILE.
017900     WRITE SM-REPORT-LINE.
018000 1000-EXIT.
018100     EXIT.
018102******************************************************************
018104* 1050-READ-STEP-DEF - ONE STEP-DEFINITION RECORD INTO THE NEXT  *
018106*                      STEP SLOT.  DATBATC HAS ALREADY REFUSED   *
018108*                      TO RUN ON A BAD FILE, SO ONLY A BLANK     *
018110*                      STEP NAME OR A FULL TABLE IS PASSED OVER. *
018112******************************************************************
018114 1050-READ-STEP-DEF.
018116     READ STEPDEF-FILE
018118         AT END
018120             SET SM-STEPDEF-EOF TO TRUE
018122         NOT AT END
018124             MOVE STEPDEF-FILE-REC TO CMN-STPD-RECORD
018126             IF CMN-STPD-STEP-NAME NOT = SPACES
018128                AND SM-STEP-COUNT < 20
018130                 ADD 1 TO SM-STEP-COUNT
018132                 MOVE CMN-STPD-STEP-NAME
018134                     TO SM-STP-NAME(SM-STEP-COUNT)
018136             END-IF
018138     END-READ.
018140 1050-EXIT.
018142     EXIT.
018200******************************************************************
018300* 1100-CLEAR-ONE-STEP - EMPTY TALLIES FOR THE STEP SLOT AT       *
018400*                       SM-STP-SUB.                              *
021500             MOVE RUNSTATS-FILE-REC TO CMN-RUNSTAT-RECORD
021600             PERFORM 2020-TALLY-ONE-STEP THRU 2020-EXIT
021700                 VARYING SM-STP-SUB FROM 1 BY 1
021800                 UNTIL SM-STP-SUB > SM-STEP-COUNT
021900     END-READ.
022000 2010-EXIT.
022100     EXIT.
025400             IF CMN-CKPT-JOB-NAME = SM-JOB-NAME
025500                 PERFORM 2120-MARK-ONE-STEP THRU 2120-EXIT
025600                     VARYING SM-STP-SUB FROM 1 BY 1
025700                     UNTIL SM-STP-SUB > SM-STEP-COUNT
025800             END-IF
025900     END-READ.
026000 2110-EXIT.
027800 3000-FETCH-EXPECTED.
027900     PERFORM 3010-FETCH-ONE-STEP THRU 3010-EXIT
028000         VARYING SM-STP-SUB FROM 1 BY 1
028100         UNTIL SM-STP-SUB > SM-STEP-COUNT.
028200 3000-EXIT.
028300     EXIT.
028400******************************************************************
034200     MOVE ZERO TO SM-PENDING-COUNT.
034300     PERFORM 4010-SUM-ONE-STEP THRU 4010-EXIT
034400         VARYING SM-STP-SUB FROM 1 BY 1
034500         UNTIL SM-STP-SUB > SM-STEP-COUNT.
034600     COMPUTE SM-NOW-ABS-SEC =
034700         (SM-CDT-HH * 3600) + (SM-CDT-MM * 60) + SM-CDT-SS.
034800     COMPUTE SM-PROJ-ABS-SEC = SM-NOW-ABS-SEC + SM-PENDING-SEC.
038800 5000-PRINT-SNAPSHOT.
038900     PERFORM 5010-PRINT-ONE-STEP THRU 5010-EXIT
039000         VARYING SM-STP-SUB FROM 1 BY 1
039100         UNTIL SM-STP-SUB > SM-STEP-COUNT.
039200     MOVE SPACES TO SM-REPORT-LINE.
039300     WRITE SM-REPORT-LINE.
039400     MOVE SM-PROJ-HH TO SM-PJ-HH.
