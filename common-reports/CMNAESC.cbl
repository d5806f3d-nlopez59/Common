000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNAESC.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNAESC - UNACKNOWLEDGED ALERT ESCALATION        *
000900*                                                                *
001000*    HOURLY CHECK THAT NO ALERT IS SITTING ON THE CONSOLE DESK   *
001100*    UNTAKEN.  EVERY ALERT ON THE OVERNIGHT ALERT FILE (DD       *
001200*    ALRTFILE, CMNERRC) RAISED IN THE CURRENT WINDOW - DATED     *
001300*    TODAY OR YESTERDAY - IS LOOKED UP ON THE ACKNOWLEDGEMENT    *
001400*    FILE (DD ALRTACK, CMNALAK) THAT CMNAACK KEEPS.  AN ALERT    *
001500*    WITH NO ACKNOWLEDGEMENT THAT HAS BEEN OUTSTANDING LONGER    *
001600*    THAN THE ESCALATION THRESHOLD IS LISTED WITH THE MINUTES IT *
001700*    HAS BEEN OUTSTANDING, AND THE RUN ENDS WITH RETURN-CODE 8 - *
001800*    THE NON-ZERO CONDITION CODE IS WHAT THE SCHEDULER'S         *
001900*    ALERTING KEYS ON TO PAGE THE ON-CALL.                       *
002000*                                                                *
002100*    THE THRESHOLD IS SHOP PARAMETER KEY ALRTESCM, FETCHED       *
002200*    THROUGH CMNPARM - WHOLE MINUTES, SEVEN DIGITS, ZERO-PADDED  *
002300*    (0000030 IS HALF AN HOUR).  A MISSING OR UNUSABLE KEY FALLS *
002400*    BACK TO 30 MINUTES, SAYS SO ON THE REPORT, AND ENDS THE RUN *
002500*    RC=4 IF NOTHING ESCALATED, SO A MISCONFIGURED THRESHOLD IS  *
002600*    NEVER MISTAKEN FOR A CLEAN CHECK.                           *
002700*                                                                *
002800*    MINUTES OUTSTANDING ARE COUNTED FROM THE ALERT TIMESTAMP TO *
002900*    THE TIME OF THIS RUN, ACROSS MIDNIGHT.  UP TO 200           *
003000*    ACKNOWLEDGEMENTS FOR THE WINDOW ARE HELD; PAST THAT THE     *
003100*    CHECK IS INCOMPLETE, SAYS SO, AND ESCALATES RATHER THAN     *
003200*    PASS AN ALERT IT COULD NOT CLEAR.                           *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    ---------- ----  -------------------------------------------*
003700*    2026-10-15 RH    ORIGINAL                                   *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ACK-FILE ASSIGN TO "ALRTACK"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT REPORT-FILE ASSIGN TO "AESCRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ALERT-FILE.
005100 01  ALERT-FILE-REC              PIC X(80).
005200 FD  ACK-FILE.
005300 01  ACK-FILE-REC                PIC X(100).
005400 FD  REPORT-FILE.
005500 01  AE-REPORT-LINE              PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 77  AE-PGM-NAME                 PIC X(08) VALUE 'CMNAESC'.
005800     COPY CMNERRC.
005900     COPY CMNALAK.
006000 01  AE-PARM-REQUEST-AREA.
006100     COPY CMNPMRQ.
006200 01  AE-RETCODE-AREA.
006300     COPY CMNRETC.
006400 01  AE-SWITCHES.
006500     05  AE-ALERT-EOF-SW         PIC X(01) VALUE 'N'.
006600         88  AE-ALERT-EOF        VALUE 'Y'.
006700     05  AE-ACK-EOF-SW           PIC X(01) VALUE 'N'.
006800         88  AE-ACK-EOF          VALUE 'Y'.
006900     05  AE-THRESHOLD-SW         PIC X(01) VALUE 'N'.
007000         88  AE-THRESHOLD-KNOWN  VALUE 'Y'.
007100     05  AE-ACKED-SW             PIC X(01) VALUE 'N'.
007200         88  AE-ACKED            VALUE 'Y'.
007300     05  AE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
007400         88  AE-OVERFLOW         VALUE 'Y'.
007500 01  AE-ACK-TABLE.
007600     05  AE-ACK-COUNT            PIC 9(04) COMP VALUE ZERO.
007700     05  AE-ACK-ENTRY OCCURS 200 TIMES.
007800         10  AE-ACK-KEY          PIC X(30).
007900 01  AE-COUNTERS.
008000     05  AE-WINDOW-COUNT         PIC 9(05) VALUE ZERO.
008100     05  AE-OPEN-COUNT           PIC 9(05) VALUE ZERO.
008200     05  AE-ESCALATE-COUNT       PIC 9(05) VALUE ZERO.
008300 01  AE-WORK-FIELDS.
008400     05  AE-ACK-SUB              PIC 9(04) COMP.
008500     05  AE-THRESHOLD-MIN        PIC 9(07) VALUE 30.
008600     05  AE-PREV-DATE            PIC 9(08) VALUE ZERO.
008700     05  AE-DATE-INTEGER         PIC 9(09).
008800     05  AE-NOW-ABS-MIN          PIC 9(11).
008900     05  AE-ALERT-ABS-MIN        PIC 9(11).
009000     05  AE-OUTSTANDING-MIN      PIC 9(07).
009100     05  AE-ALERT-KEY            PIC X(30).
009200     05  AE-ALERT-TS-SPLIT.
009300         10  AE-ALERT-DATE       PIC 9(08).
009400         10  AE-ALERT-HH         PIC 9(02).
009500         10  AE-ALERT-MM         PIC 9(02).
009600         10  AE-ALERT-SS         PIC 9(02).
009700     05  AE-ALERT-TS-X REDEFINES AE-ALERT-TS-SPLIT
009800                                 PIC X(14).
009900     05  AE-PARM-VALUE-SPLIT.
010000         10  AE-PARM-NUM-X       PIC X(07).
010100         10  AE-PARM-NUM-N REDEFINES AE-PARM-NUM-X
010200                                 PIC 9(07).
010300         10  FILLER              PIC X(09).
010400 01  AE-CURRENT-DATE-TIME.
010500     05  AE-CDT-DATE             PIC 9(08).
010600     05  AE-CDT-TIME.
010700         10  AE-CDT-HH           PIC 9(02).
010800         10  AE-CDT-MM           PIC 9(02).
010900         10  AE-CDT-SS           PIC 9(02).
011000     05  FILLER                  PIC X(07).
011100 01  AE-HEADER-LINE.
011200     05  FILLER                  PIC X(32)
011300         VALUE 'UNACKNOWLEDGED ALERT CHECK AT '.
011400     05  AE-HD-DATE              PIC 9(08).
011500     05  FILLER                  PIC X(01) VALUE SPACE.
011600     05  AE-HD-TIME              PIC 9(06).
011700 01  AE-THRESHOLD-LINE.
011800     05  FILLER                  PIC X(22)
011900         VALUE 'ESCALATION THRESHOLD '.
012000     05  AE-TH-MINUTES           PIC 9(07).
012100     05  FILLER                  PIC X(09) VALUE ' MINUTES '.
012200     05  AE-TH-SOURCE            PIC X(30).
012300 01  AE-DETAIL-LINE.
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  FILLER                  PIC X(09) VALUE 'ESCALATE '.
012600     05  AE-DL-ALERT-TS          PIC X(14).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  AE-DL-CALLING-PGM       PIC X(08).
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  AE-DL-FAILING-PGM       PIC X(08).
013100     05  FILLER                  PIC X(05) VALUE ' SEV='.
013200     05  AE-DL-SEVERITY          PIC X(02).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  AE-DL-MINUTES           PIC Z(06)9.
013500     05  FILLER                  PIC X(12)
013600         VALUE ' MIN UNTAKEN'.
013700 01  AE-TOTAL-LINE.
013800     05  FILLER                  PIC X(15)
013900         VALUE 'WINDOW ALERTS='.
014000     05  AE-TL-WINDOW            PIC 9(05).
014100     05  FILLER                  PIC X(16)
014200         VALUE ' UNACKNOWLEDGED='.
014300     05  AE-TL-OPEN              PIC 9(05).
014400     05  FILLER                  PIC X(11) VALUE ' ESCALATED='.
014500     05  AE-TL-ESCALATED         PIC 9(05).
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 1100-FETCH-THRESHOLD THRU 1100-EXIT.
015000     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
015100     PERFORM 3000-CHECK-ALERTS THRU 3000-EXIT.
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015300     GOBACK.
015400 0000-EXIT.
015500     EXIT.
015600******************************************************************
015700* 1000-INITIALIZE - STAMP THE CHECK TIME, WORK OUT THE CURRENT   *
015800*                   WINDOW, OPEN THE REPORT, AND WRITE THE       *
015900*                   HEADING.                                     *
016000******************************************************************
016100 1000-INITIALIZE.
016200     MOVE FUNCTION CURRENT-DATE TO AE-CURRENT-DATE-TIME.
016300     COMPUTE AE-DATE-INTEGER =
016400         FUNCTION INTEGER-OF-DATE(AE-CDT-DATE) - 1.
016500     MOVE FUNCTION DATE-OF-INTEGER(AE-DATE-INTEGER)
016600         TO AE-PREV-DATE.
016700     COMPUTE AE-NOW-ABS-MIN =
016800         (FUNCTION INTEGER-OF-DATE(AE-CDT-DATE) * 1440)
016900         + (AE-CDT-HH * 60) + AE-CDT-MM.
017000     OPEN OUTPUT REPORT-FILE.
017100     MOVE AE-CDT-DATE TO AE-HD-DATE.
017200     MOVE AE-CDT-TIME TO AE-HD-TIME.
017300     MOVE AE-HEADER-LINE TO AE-REPORT-LINE.
017400     WRITE AE-REPORT-LINE.
017500     MOVE SPACES TO AE-REPORT-LINE.
017600     WRITE AE-REPORT-LINE.
017700 1000-EXIT.
017800     EXIT.
017900******************************************************************
018000* 1100-FETCH-THRESHOLD - THE ESCALATION THRESHOLD (KEY ALRTESCM, *
018100*                        WHOLE MINUTES).  A MISSING OR UNUSABLE  *
018200*                        KEY LEAVES THE 30-MINUTE DEFAULT.       *
018300******************************************************************
018400 1100-FETCH-THRESHOLD.
018500     SET CMN-FN-GET-PARM TO TRUE.
018600     MOVE AE-PGM-NAME TO CMN-PARM-CALLING-PGM.
018700     MOVE 'ALRTESCM' TO CMN-PARM-KEY-IN.
018800     CALL 'CMNPARM' USING AE-PARM-REQUEST-AREA AE-RETCODE-AREA.
018900     IF CMN-RC-SUCCESS
019000         MOVE CMN-PARM-VALUE-OUT TO AE-PARM-VALUE-SPLIT
019100         IF AE-PARM-NUM-X NUMERIC
019200             MOVE AE-PARM-NUM-N TO AE-THRESHOLD-MIN
019300             SET AE-THRESHOLD-KNOWN TO TRUE
019400         END-IF
019500     END-IF.
019600     MOVE AE-THRESHOLD-MIN TO AE-TH-MINUTES.
019700     IF AE-THRESHOLD-KNOWN
019800         MOVE '(ALRTESCM)' TO AE-TH-SOURCE
019900     ELSE
020000         MOVE '(NO ALRTESCM KEY - DEFAULT)' TO AE-TH-SOURCE
020100     END-IF.
020200     MOVE AE-THRESHOLD-LINE TO AE-REPORT-LINE.
020300     WRITE AE-REPORT-LINE.
020400     MOVE SPACES TO AE-REPORT-LINE.
020500     WRITE AE-REPORT-LINE.
020600 1100-EXIT.
020700     EXIT.
020800******************************************************************
020900* 2000-LOAD-ACKS - STASH THE KEY OF EVERY ACKNOWLEDGEMENT FOR AN *
021000*                  ALERT IN THE CURRENT WINDOW.                  *
021100******************************************************************
021200 2000-LOAD-ACKS.
021300     OPEN INPUT ACK-FILE.
021400     PERFORM 2010-READ-ACK THRU 2010-EXIT
021500         UNTIL AE-ACK-EOF.
021600     CLOSE ACK-FILE.
021700 2000-EXIT.
021800     EXIT.
021900******************************************************************
022000* 2010-READ-ACK - ONE ACKNOWLEDGEMENT RECORD INTO THE TABLE IF   *
022100*                 ITS ALERT IS DATED TODAY OR YESTERDAY.         *
022200******************************************************************
022300 2010-READ-ACK.
022400     READ ACK-FILE
022500         AT END
022600             SET AE-ACK-EOF TO TRUE
022700         NOT AT END
022800             MOVE ACK-FILE-REC TO CMN-ALAK-RECORD
022900             MOVE CMN-ALAK-ALERT-TS TO AE-ALERT-TS-X
023000             IF AE-ALERT-DATE NUMERIC
023100                AND AE-ALERT-DATE >= AE-PREV-DATE
023200                 IF AE-ACK-COUNT < 200
023300                     ADD 1 TO AE-ACK-COUNT
023400                     MOVE CMN-ALAK-KEY
023500                         TO AE-ACK-KEY(AE-ACK-COUNT)
023600                 ELSE
023700                     PERFORM 8000-LOG-OVERFLOW THRU 8000-EXIT
023800                 END-IF
023900             END-IF
024000     END-READ.
024100 2010-EXIT.
024200     EXIT.
024300******************************************************************
024400* 3000-CHECK-ALERTS - PASS THE ALERT FILE AND CHECK EVERY ALERT  *
024500*                     RAISED IN THE CURRENT WINDOW.              *
024600******************************************************************
024700 3000-CHECK-ALERTS.
024800     OPEN INPUT ALERT-FILE.
024900     PERFORM 3010-READ-ALERT THRU 3010-EXIT
025000         UNTIL AE-ALERT-EOF.
025100     CLOSE ALERT-FILE.
025200 3000-EXIT.
025300     EXIT.
025400******************************************************************
025500* 3010-READ-ALERT - ONE ALERT - SKIP IT IF IT IS OUTSIDE THE     *
025600*                   WINDOW OR ACKNOWLEDGED, ELSE TIME IT AGAINST *
025700*                   THE THRESHOLD.                               *
025800******************************************************************
025900 3010-READ-ALERT.
026000     READ ALERT-FILE
026100         AT END
026200             SET AE-ALERT-EOF TO TRUE
026300             GO TO 3010-EXIT
026400     END-READ.
026500     MOVE ALERT-FILE-REC TO CMN-ERRLOG-RECORD.
026600     MOVE CMN-ERRLOG-TIMESTAMP TO AE-ALERT-TS-X.
026700     IF AE-ALERT-TS-X NOT NUMERIC
026800         GO TO 3010-EXIT
026900     END-IF.
027000     IF AE-ALERT-DATE < AE-PREV-DATE
027100         GO TO 3010-EXIT
027200     END-IF.
027300     ADD 1 TO AE-WINDOW-COUNT.
027400     MOVE CMN-ERRLOG-TIMESTAMP   TO AE-ALERT-KEY(1:14).
027500     MOVE CMN-ERRLOG-CALLING-PGM TO AE-ALERT-KEY(15:8).
027600     MOVE CMN-ERRLOG-FAILING-PGM TO AE-ALERT-KEY(23:8).
027700     MOVE 'N' TO AE-ACKED-SW.
027800     PERFORM 3020-MATCH-ONE-ACK THRU 3020-EXIT
027900         VARYING AE-ACK-SUB FROM 1 BY 1
028000         UNTIL AE-ACK-SUB > AE-ACK-COUNT OR AE-ACKED.
028100     IF AE-ACKED
028200         GO TO 3010-EXIT
028300     END-IF.
028400     ADD 1 TO AE-OPEN-COUNT.
028500     COMPUTE AE-ALERT-ABS-MIN =
028600         (FUNCTION INTEGER-OF-DATE(AE-ALERT-DATE) * 1440)
028700         + (AE-ALERT-HH * 60) + AE-ALERT-MM.
028800     IF AE-ALERT-ABS-MIN > AE-NOW-ABS-MIN
028900         MOVE ZERO TO AE-OUTSTANDING-MIN
029000     ELSE
029100         COMPUTE AE-OUTSTANDING-MIN =
029200             AE-NOW-ABS-MIN - AE-ALERT-ABS-MIN
029300     END-IF.
029400     IF AE-OUTSTANDING-MIN > AE-THRESHOLD-MIN
029500         PERFORM 3100-PRINT-ESCALATION THRU 3100-EXIT
029600     END-IF.
029700 3010-EXIT.
029800     EXIT.
029900******************************************************************
030000* 3020-MATCH-ONE-ACK - IS THE TABLE ENTRY AT AE-ACK-SUB THE      *
030100*                      ACKNOWLEDGEMENT OF THE CURRENT ALERT?     *
030200******************************************************************
030300 3020-MATCH-ONE-ACK.
030400     IF AE-ACK-KEY(AE-ACK-SUB) = AE-ALERT-KEY
030500         SET AE-ACKED TO TRUE
030600     END-IF.
030700 3020-EXIT.
030800     EXIT.
030900******************************************************************
031000* 3100-PRINT-ESCALATION - ONE LINE FOR AN ALERT PAST THE         *
031100*                         THRESHOLD WITH NOBODY ON IT.           *
031200******************************************************************
031300 3100-PRINT-ESCALATION.
031400     ADD 1 TO AE-ESCALATE-COUNT.
031500     MOVE CMN-ERRLOG-TIMESTAMP   TO AE-DL-ALERT-TS.
031600     MOVE CMN-ERRLOG-CALLING-PGM TO AE-DL-CALLING-PGM.
031700     MOVE CMN-ERRLOG-FAILING-PGM TO AE-DL-FAILING-PGM.
031800     MOVE CMN-ERRLOG-SEVERITY    TO AE-DL-SEVERITY.
031900     MOVE AE-OUTSTANDING-MIN     TO AE-DL-MINUTES.
032000     MOVE AE-DETAIL-LINE TO AE-REPORT-LINE.
032100     WRITE AE-REPORT-LINE.
032200 3100-EXIT.
032300     EXIT.
032400******************************************************************
032500* 8000-LOG-OVERFLOW - THE ACKNOWLEDGEMENT TABLE IS FULL.  SAY SO *
032600*                     ONCE; ALERTS WHOSE ACKNOWLEDGEMENT DID NOT *
032700*                     FIT WILL ESCALATE, WHICH IS THE SAFE WAY   *
032800*                     TO BE WRONG.                               *
032900******************************************************************
033000 8000-LOG-OVERFLOW.
033100     IF NOT AE-OVERFLOW
033200         DISPLAY 'CMNAESC - ACKNOWLEDGEMENT TABLE FILLED UP -'
033300             ' CHECK MAY OVER-ESCALATE'
033400         SET AE-OVERFLOW TO TRUE
033500     END-IF.
033600 8000-EXIT.
033700     EXIT.
033800******************************************************************
033900* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE REPORT, AND SET   *
034000*                  THE CONDITION CODE THE SCHEDULER KEYS ON - 8  *
034100*                  IF ANY ALERT ESCALATED, 4 IF THE THRESHOLD    *
034200*                  WAS DEFAULTED OR THE TABLE OVERFLOWED.        *
034300******************************************************************
034400 9000-TERMINATE.
034500     MOVE SPACES TO AE-REPORT-LINE.
034600     WRITE AE-REPORT-LINE.
034700     MOVE AE-WINDOW-COUNT   TO AE-TL-WINDOW.
034800     MOVE AE-OPEN-COUNT     TO AE-TL-OPEN.
034900     MOVE AE-ESCALATE-COUNT TO AE-TL-ESCALATED.
035000     MOVE AE-TOTAL-LINE TO AE-REPORT-LINE.
035100     WRITE AE-REPORT-LINE.
035200     IF AE-OVERFLOW
035300         MOVE 'ACKNOWLEDGEMENT TABLE FULL - CHECK INCOMPLETE'
035400             TO AE-REPORT-LINE
035500         WRITE AE-REPORT-LINE
035600     END-IF.
035700     CLOSE REPORT-FILE.
035800     IF AE-ESCALATE-COUNT > 0
035900         DISPLAY 'CMNAESC - ' AE-ESCALATE-COUNT
036000             ' ALERT(S) UNACKNOWLEDGED PAST THRESHOLD - ESCALATE'
036100         MOVE 8 TO RETURN-CODE
036200     ELSE
036300         IF NOT AE-THRESHOLD-KNOWN OR AE-OVERFLOW
036400             DISPLAY 'CMNAESC - NO ALRTESCM PARAMETER OR TABLE'
036500                 ' FULL - CHECK NOT RELIABLE'
036600             MOVE 4 TO RETURN-CODE
036700         END-IF
036800     END-IF.
036900 9000-EXIT.
037000     EXIT.
