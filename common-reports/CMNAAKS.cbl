000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNAAKS.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNAAKS - OVERNIGHT ALERT HANDLING SUMMARY       *
000900*                                                                *
001000*    MORNING REVIEW OF HOW THE CONSOLE DESK HANDLED THE NIGHT'S  *
001100*    ALERTS - THE EVIDENCE THAT A SEVERITY-16 ALERT AT 02:00     *
001200*    WAS ACTUALLY TAKEN, NOT JUST LOGGED.  EVERY ALERT ON THE    *
001300*    OVERNIGHT ALERT FILE (DD ALRTFILE, CMNERRC) RAISED IN THE   *
001400*    24 HOURS UP TO THE RUN IS LISTED WITH ITS ACKNOWLEDGEMENT   *
001500*    FROM THE FILE CMNAACK KEEPS (DD ALRTACK, CMNALAK): WHO TOOK *
001600*    IT, WHAT THEY DID, AND HOW MANY MINUTES IT SAT BEFORE THEY  *
001700*    DID - OR 'NOT ACKNOWLEDGED'.                                *
001710*                                                                *
001720*    THE ALERT FILE IS NEVER CLEARED, SO THE WINDOW IS A FIXED   *
001730*    LOOK-BACK - AFTER THE SAME MINUTE YESTERDAY, UP TO AND      *
001740*    INCLUDING THE RUN MINUTE - NOT A CALENDAR DAY.  RUN AT THE  *
001750*    SAME TIME EACH MORNING AND EVERY ALERT IS REPORTED, AND     *
001760*    COUNTED, ON EXACTLY ONE SUMMARY.                            *
001800*                                                                *
001900*    THE DETAIL IS FOLLOWED BY A SUMMARY FOR EACH ALERT SEVERITY *
002000*    (12 SEVERE, 16 ABEND): ALERTS RAISED, ACKNOWLEDGED, AND NOT *
002100*    ACKNOWLEDGED, AND THE AVERAGE AND LONGEST MINUTES TO        *
002200*    ACKNOWLEDGE.  THE RUN ENDS WITH RETURN-CODE 4 WHEN ANY      *
002300*    ALERT IN THE WINDOW WAS NEVER ACKNOWLEDGED.                 *
002400*                                                                *
002500*    UP TO 200 ACKNOWLEDGEMENTS FOR THE WINDOW ARE HELD; PAST    *
002600*    THAT THE SUMMARY SAYS IT IS INCOMPLETE AND THE UNMATCHED    *
002700*    ALERTS SHOW AS NOT ACKNOWLEDGED.                            *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  -------------------------------------------*
003200*    2026-10-15 RH    ORIGINAL                                   *
003210*    2026-10-15 RH    WINDOW IS THE 24 HOURS UP TO THE RUN, NOT  *
003220*                     TODAY AND YESTERDAY - AN ALERT WAS BEING   *
003230*                     COUNTED ON TWO MORNINGS.                   *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT ACK-FILE ASSIGN TO "ALRTACK"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT REPORT-FILE ASSIGN TO "AAKSRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ALERT-FILE.
004600 01  ALERT-FILE-REC              PIC X(80).
004700 FD  ACK-FILE.
004800 01  ACK-FILE-REC                PIC X(100).
004900 FD  REPORT-FILE.
005000 01  AM-REPORT-LINE              PIC X(80).
005100 WORKING-STORAGE SECTION.
005200     COPY CMNERRC.
005300     COPY CMNALAK.
005400 01  AM-SWITCHES.
005500     05  AM-ALERT-EOF-SW         PIC X(01) VALUE 'N'.
005600         88  AM-ALERT-EOF        VALUE 'Y'.
005700     05  AM-ACK-EOF-SW           PIC X(01) VALUE 'N'.
005800         88  AM-ACK-EOF          VALUE 'Y'.
005900     05  AM-ACKED-SW             PIC X(01) VALUE 'N'.
006000         88  AM-ACKED            VALUE 'Y'.
006100     05  AM-OVERFLOW-SW          PIC X(01) VALUE 'N'.
006200         88  AM-OVERFLOW         VALUE 'Y'.
006300 01  AM-ACK-TABLE.
006400     05  AM-ACK-COUNT            PIC 9(04) COMP VALUE ZERO.
006500     05  AM-ACK-ENTRY OCCURS 200 TIMES.
006600         10  AM-ACK-KEY          PIC X(30).
006700         10  AM-ACK-OPERATOR     PIC X(08).
006800         10  AM-ACK-TS           PIC X(14).
006900         10  AM-ACK-ACTION       PIC X(08).
007000 01  AM-SEVERITY-TABLE.
007100     05  AM-SEV-ENTRY OCCURS 2 TIMES.
007200         10  AM-SEV-CODE         PIC X(02).
007300         10  AM-SEV-RAISED       PIC 9(05).
007400         10  AM-SEV-ACKED        PIC 9(05).
007500         10  AM-SEV-TOTAL-MIN    PIC 9(09).
007600         10  AM-SEV-MAX-MIN      PIC 9(07).
007700 01  AM-WORK-FIELDS.
007800     05  AM-ACK-SUB              PIC 9(04) COMP.
007900     05  AM-HIT-SUB              PIC 9(04) COMP.
008000     05  AM-SEV-SUB              PIC 9(04) COMP.
008100     05  AM-UNACKED-TOTAL        PIC 9(05) VALUE ZERO.
008200     05  AM-PREV-DATE            PIC 9(08) VALUE ZERO.
008300     05  AM-DATE-INTEGER         PIC 9(09).
008400     05  AM-ALERT-ABS-MIN        PIC 9(11).
008500     05  AM-ACK-ABS-MIN          PIC 9(11).
008510     05  AM-RUN-ABS-MIN          PIC 9(11).
008520     05  AM-START-ABS-MIN        PIC 9(11).
008600     05  AM-ACK-MIN              PIC 9(07).
008700     05  AM-AVERAGE-MIN          PIC 9(07).
008800     05  AM-ALERT-KEY            PIC X(30).
008900     05  AM-TS-SPLIT.
009000         10  AM-TS-DATE          PIC 9(08).
009100         10  AM-TS-HH            PIC 9(02).
009200         10  AM-TS-MM            PIC 9(02).
009300         10  AM-TS-SS            PIC 9(02).
009400     05  AM-TS-X REDEFINES AM-TS-SPLIT
009500                                 PIC X(14).
009600 01  AM-CURRENT-DATE-TIME.
009700     05  AM-CDT-DATE             PIC 9(08).
009800     05  AM-CDT-TIME.
009810         10  AM-CDT-HH           PIC 9(02).
009820         10  AM-CDT-MM           PIC 9(02).
009830         10  AM-CDT-SS           PIC 9(02).
009900     05  FILLER                  PIC X(07).
010000 01  AM-HEADER-LINE.
010100     05  FILLER                  PIC X(38)
010200         VALUE 'OVERNIGHT ALERT HANDLING SUMMARY FOR '.
010300     05  AM-HD-PREV-DATE         PIC 9(08).
010310     05  FILLER                  PIC X(01) VALUE SPACE.
010320     05  AM-HD-PREV-TIME         PIC X(04).
010400     05  FILLER                  PIC X(01) VALUE '-'.
010500     05  AM-HD-DATE              PIC 9(08).
010510     05  FILLER                  PIC X(01) VALUE SPACE.
010520     05  AM-HD-TIME              PIC X(04).
010600 01  AM-DETAIL-LINE.
010700     05  FILLER                  PIC X(01) VALUE SPACE.
010800     05  AM-DL-ALERT-TS          PIC X(14).
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  AM-DL-CALLING-PGM       PIC X(08).
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011200     05  AM-DL-FAILING-PGM       PIC X(08).
011300     05  FILLER                  PIC X(05) VALUE ' SEV='.
011400     05  AM-DL-SEVERITY          PIC X(02).
011500     05  FILLER                  PIC X(01) VALUE SPACE.
011600     05  AM-DL-HANDLING          PIC X(29).
011650 01  AM-HANDLED-TEXT.
011700     05  AM-HT-OPERATOR          PIC X(08).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  AM-HT-ACTION            PIC X(08).
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  AM-HT-MINUTES           PIC Z(06)9.
012200     05  FILLER                  PIC X(04) VALUE ' MIN'.
012300 01  AM-SUMMARY-HEAD-LINE.
012400     05  FILLER                  PIC X(40)
012500         VALUE 'SEV  RAISED   ACKED UNACKED AVG-MIN MAX-'.
012600     05  FILLER                  PIC X(03) VALUE 'MIN'.
012700 01  AM-SUMMARY-LINE.
012800     05  AM-SL-SEVERITY          PIC X(02).
012900     05  FILLER                  PIC X(03) VALUE SPACE.
013000     05  AM-SL-RAISED            PIC Z(05)9.
013100     05  FILLER                  PIC X(02) VALUE SPACE.
013200     05  AM-SL-ACKED             PIC Z(05)9.
013300     05  FILLER                  PIC X(02) VALUE SPACE.
013400     05  AM-SL-UNACKED           PIC Z(05)9.
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  AM-SL-AVERAGE           PIC Z(06)9.
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  AM-SL-MAXIMUM           PIC Z(06)9.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
014300     PERFORM 3000-LIST-ALERTS THRU 3000-EXIT.
014400     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
014500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014600     GOBACK.
014700 0000-EXIT.
014800     EXIT.
014900******************************************************************
015000* 1000-INITIALIZE - WORK OUT THE CURRENT WINDOW - THE 1440       *
015100*                   MINUTES UP TO THE RUN MINUTE - CLEAR THE     *
015200*                   SEVERITY TALLIES, OPEN THE REPORT, AND WRITE *
015210*                   THE HEADING.                                 *
015300******************************************************************
015400 1000-INITIALIZE.
015500     MOVE FUNCTION CURRENT-DATE TO AM-CURRENT-DATE-TIME.
015600     COMPUTE AM-DATE-INTEGER =
015700         FUNCTION INTEGER-OF-DATE(AM-CDT-DATE) - 1.
015800     MOVE FUNCTION DATE-OF-INTEGER(AM-DATE-INTEGER)
015900         TO AM-PREV-DATE.
015910     COMPUTE AM-RUN-ABS-MIN =
015920         (FUNCTION INTEGER-OF-DATE(AM-CDT-DATE) * 1440)
015930         + (AM-CDT-HH * 60) + AM-CDT-MM.
015940     COMPUTE AM-START-ABS-MIN = AM-RUN-ABS-MIN - 1440.
016100     MOVE '12' TO AM-SEV-CODE(1).
016200     MOVE '16' TO AM-SEV-CODE(2).
016300     PERFORM 1100-CLEAR-ONE-SEV THRU 1100-EXIT
016400         VARYING AM-SEV-SUB FROM 1 BY 1
016500         UNTIL AM-SEV-SUB > 2.
016600     OPEN OUTPUT REPORT-FILE.
016700     MOVE AM-PREV-DATE TO AM-HD-PREV-DATE.
016710     MOVE AM-CDT-TIME(1:4) TO AM-HD-PREV-TIME.
016800     MOVE AM-CDT-DATE TO AM-HD-DATE.
016810     MOVE AM-CDT-TIME(1:4) TO AM-HD-TIME.
016900     MOVE AM-HEADER-LINE TO AM-REPORT-LINE.
017000     WRITE AM-REPORT-LINE.
017100     MOVE SPACES TO AM-REPORT-LINE.
017200     WRITE AM-REPORT-LINE.
017300 1000-EXIT.
017400     EXIT.
017500******************************************************************
017600* 1100-CLEAR-ONE-SEV - EMPTY TALLIES FOR THE SEVERITY SLOT AT    *
017700*                      AM-SEV-SUB.                               *
017800******************************************************************
017900 1100-CLEAR-ONE-SEV.
018000     MOVE ZERO TO AM-SEV-RAISED(AM-SEV-SUB).
018100     MOVE ZERO TO AM-SEV-ACKED(AM-SEV-SUB).
018200     MOVE ZERO TO AM-SEV-TOTAL-MIN(AM-SEV-SUB).
018300     MOVE ZERO TO AM-SEV-MAX-MIN(AM-SEV-SUB).
018400 1100-EXIT.
018500     EXIT.
018600******************************************************************
018700* 2000-LOAD-ACKS - STASH EVERY ACKNOWLEDGEMENT FOR AN ALERT IN   *
018800*                  THE CURRENT WINDOW.                           *
018900******************************************************************
019000 2000-LOAD-ACKS.
019100     OPEN INPUT ACK-FILE.
019200     PERFORM 2010-READ-ACK THRU 2010-EXIT
019300         UNTIL AM-ACK-EOF.
019400     CLOSE ACK-FILE.
019500 2000-EXIT.
019600     EXIT.
019700******************************************************************
019800* 2010-READ-ACK - ONE ACKNOWLEDGEMENT RECORD INTO THE TABLE IF   *
019900*                 ITS ALERT IS DATED TODAY OR YESTERDAY.         *
020000******************************************************************
020100 2010-READ-ACK.
020200     READ ACK-FILE
020300         AT END
020400             SET AM-ACK-EOF TO TRUE
020500         NOT AT END
020600             MOVE ACK-FILE-REC TO CMN-ALAK-RECORD
020700             MOVE CMN-ALAK-ALERT-TS TO AM-TS-X
020800             IF AM-TS-DATE NUMERIC
020900                AND AM-TS-DATE >= AM-PREV-DATE
021000                 IF AM-ACK-COUNT < 200
021100                     ADD 1 TO AM-ACK-COUNT
021200                     MOVE CMN-ALAK-KEY
021300                         TO AM-ACK-KEY(AM-ACK-COUNT)
021400                     MOVE CMN-ALAK-OPERATOR
021500                         TO AM-ACK-OPERATOR(AM-ACK-COUNT)
021600                     MOVE CMN-ALAK-ACK-TS
021700                         TO AM-ACK-TS(AM-ACK-COUNT)
021800                     MOVE CMN-ALAK-ACTION
021900                         TO AM-ACK-ACTION(AM-ACK-COUNT)
022000                 ELSE
022100                     PERFORM 8000-LOG-OVERFLOW THRU 8000-EXIT
022200                 END-IF
022300             END-IF
022400     END-READ.
022500 2010-EXIT.
022600     EXIT.
022700******************************************************************
022800* 3000-LIST-ALERTS - PASS THE ALERT FILE AND LIST EVERY ALERT    *
022900*                    RAISED IN THE CURRENT WINDOW.               *
023000******************************************************************
023100 3000-LIST-ALERTS.
023200     OPEN INPUT ALERT-FILE.
023300     PERFORM 3010-READ-ALERT THRU 3010-EXIT
023400         UNTIL AM-ALERT-EOF.
023500     CLOSE ALERT-FILE.
023600 3000-EXIT.
023700     EXIT.
023800******************************************************************
023900* 3010-READ-ALERT - ONE ALERT - IF IT IS IN THE WINDOW, FIND ITS *
024000*                   ACKNOWLEDGEMENT, LIST IT, AND TALLY IT UNDER *
024100*                   ITS SEVERITY.  THE WINDOW IS A FIXED 1440-   *
024110*                   MINUTE LOOK-BACK - AFTER THE RUN MINUTE      *
024120*                   YESTERDAY, UP TO AND INCLUDING THE RUN       *
024130*                   MINUTE TODAY.  IT DOES NOT DEPEND ON WHEN    *
024140*                   THE LAST RUN WAS, SO A LATE, EARLY, OR       *
024150*                   REPEATED RUN OVERLAPS OR MISSES ITS          *
024160*                   NEIGHBOUR.                                   *
024200******************************************************************
024300 3010-READ-ALERT.
024400     READ ALERT-FILE
024500         AT END
024600             SET AM-ALERT-EOF TO TRUE
024700             GO TO 3010-EXIT
024800     END-READ.
024900     MOVE ALERT-FILE-REC TO CMN-ERRLOG-RECORD.
025000     MOVE CMN-ERRLOG-TIMESTAMP TO AM-TS-X.
025100     IF AM-TS-X NOT NUMERIC
025200         GO TO 3010-EXIT
025300     END-IF.
025400     IF AM-TS-DATE < AM-PREV-DATE
025500         GO TO 3010-EXIT
025600     END-IF.
025700     COMPUTE AM-ALERT-ABS-MIN =
025800         (FUNCTION INTEGER-OF-DATE(AM-TS-DATE) * 1440)
025900         + (AM-TS-HH * 60) + AM-TS-MM.
025910     IF AM-ALERT-ABS-MIN NOT > AM-START-ABS-MIN
025920        OR AM-ALERT-ABS-MIN > AM-RUN-ABS-MIN
025930         GO TO 3010-EXIT
025940     END-IF.
026000     MOVE CMN-ERRLOG-TIMESTAMP   TO AM-ALERT-KEY(1:14).
026100     MOVE CMN-ERRLOG-CALLING-PGM TO AM-ALERT-KEY(15:8).
026200     MOVE CMN-ERRLOG-FAILING-PGM TO AM-ALERT-KEY(23:8).
026300     MOVE 'N' TO AM-ACKED-SW.
026400     PERFORM 3020-MATCH-ONE-ACK THRU 3020-EXIT
026500         VARYING AM-ACK-SUB FROM 1 BY 1
026600         UNTIL AM-ACK-SUB > AM-ACK-COUNT OR AM-ACKED.
026700     MOVE ZERO TO AM-SEV-SUB.
026800     IF CMN-ERRLOG-SEV-SEVERE
026900         MOVE 1 TO AM-SEV-SUB
027000     END-IF.
027100     IF CMN-ERRLOG-SEV-ABEND
027200         MOVE 2 TO AM-SEV-SUB
027300     END-IF.
027400     IF AM-SEV-SUB > 0
027500         ADD 1 TO AM-SEV-RAISED(AM-SEV-SUB)
027600     END-IF.
027700     MOVE CMN-ERRLOG-TIMESTAMP   TO AM-DL-ALERT-TS.
027800     MOVE CMN-ERRLOG-CALLING-PGM TO AM-DL-CALLING-PGM.
027900     MOVE CMN-ERRLOG-FAILING-PGM TO AM-DL-FAILING-PGM.
028000     MOVE CMN-ERRLOG-SEVERITY    TO AM-DL-SEVERITY.
028100     IF AM-ACKED
028200         PERFORM 3100-TIME-ACK THRU 3100-EXIT
028300     ELSE
028400         ADD 1 TO AM-UNACKED-TOTAL
028500         MOVE 'NOT ACKNOWLEDGED' TO AM-DL-HANDLING
028600     END-IF.
028700     MOVE AM-DETAIL-LINE TO AM-REPORT-LINE.
028800     WRITE AM-REPORT-LINE.
028900 3010-EXIT.
029000     EXIT.
029100******************************************************************
029200* 3020-MATCH-ONE-ACK - IS THE TABLE ENTRY AT AM-ACK-SUB THE      *
029300*                      ACKNOWLEDGEMENT OF THE CURRENT ALERT?     *
029400*                      KEEP ITS SLOT FOR 3100.                   *
029500******************************************************************
029600 3020-MATCH-ONE-ACK.
029700     IF AM-ACK-KEY(AM-ACK-SUB) = AM-ALERT-KEY
029800         SET AM-ACKED TO TRUE
029900         MOVE AM-ACK-SUB TO AM-HIT-SUB
030000     END-IF.
030100 3020-EXIT.
030200     EXIT.
030300******************************************************************
030400* 3100-TIME-ACK - WHO TOOK THE CURRENT ALERT, WHAT THEY DID, AND *
030500*                 THE MINUTES FROM ALERT TO ACKNOWLEDGEMENT,     *
030600*                 INTO THE DETAIL LINE AND THE SEVERITY TALLY.   *
030700******************************************************************
030800 3100-TIME-ACK.
030900     MOVE AM-ACK-OPERATOR(AM-HIT-SUB) TO AM-HT-OPERATOR.
031000     MOVE AM-ACK-ACTION(AM-HIT-SUB)   TO AM-HT-ACTION.
031100     MOVE AM-ACK-TS(AM-HIT-SUB) TO AM-TS-X.
031200     MOVE ZERO TO AM-ACK-MIN.
031300     IF AM-TS-X NUMERIC
031400         COMPUTE AM-ACK-ABS-MIN =
031500             (FUNCTION INTEGER-OF-DATE(AM-TS-DATE) * 1440)
031600             + (AM-TS-HH * 60) + AM-TS-MM
031700         IF AM-ACK-ABS-MIN > AM-ALERT-ABS-MIN
031800             COMPUTE AM-ACK-MIN =
031900                 AM-ACK-ABS-MIN - AM-ALERT-ABS-MIN
032000         END-IF
032100     END-IF.
032200     MOVE AM-ACK-MIN TO AM-HT-MINUTES.
032250     MOVE AM-HANDLED-TEXT TO AM-DL-HANDLING.
032300     IF AM-SEV-SUB > 0
032400         ADD 1 TO AM-SEV-ACKED(AM-SEV-SUB)
032500         ADD AM-ACK-MIN TO AM-SEV-TOTAL-MIN(AM-SEV-SUB)
032600         IF AM-ACK-MIN > AM-SEV-MAX-MIN(AM-SEV-SUB)
032700             MOVE AM-ACK-MIN TO AM-SEV-MAX-MIN(AM-SEV-SUB)
032800         END-IF
032900     END-IF.
033000 3100-EXIT.
033100     EXIT.
033200******************************************************************
033300* 4000-PRINT-SUMMARY - ONE TIME-TO-ACKNOWLEDGE LINE PER ALERT    *
033400*                      SEVERITY.                                 *
033500******************************************************************
033600 4000-PRINT-SUMMARY.
033700     MOVE SPACES TO AM-REPORT-LINE.
033800     WRITE AM-REPORT-LINE.
033900     MOVE AM-SUMMARY-HEAD-LINE TO AM-REPORT-LINE.
034000     WRITE AM-REPORT-LINE.
034100     PERFORM 4010-PRINT-ONE-SEV THRU 4010-EXIT
034200         VARYING AM-SEV-SUB FROM 1 BY 1
034300         UNTIL AM-SEV-SUB > 2.
034400 4000-EXIT.
034500     EXIT.
034600******************************************************************
034700* 4010-PRINT-ONE-SEV - SUMMARY LINE FOR THE SEVERITY SLOT AT     *
034800*                      AM-SEV-SUB.                               *
034900******************************************************************
035000 4010-PRINT-ONE-SEV.
035100     IF AM-SEV-ACKED(AM-SEV-SUB) > 0
035200         DIVIDE AM-SEV-TOTAL-MIN(AM-SEV-SUB)
035300             BY AM-SEV-ACKED(AM-SEV-SUB)
035400             GIVING AM-AVERAGE-MIN
035500     ELSE
035600         MOVE ZERO TO AM-AVERAGE-MIN
035700     END-IF.
035800     MOVE AM-SEV-CODE(AM-SEV-SUB)   TO AM-SL-SEVERITY.
035900     MOVE AM-SEV-RAISED(AM-SEV-SUB) TO AM-SL-RAISED.
036000     MOVE AM-SEV-ACKED(AM-SEV-SUB)  TO AM-SL-ACKED.
036100     COMPUTE AM-SL-UNACKED =
036200         AM-SEV-RAISED(AM-SEV-SUB) - AM-SEV-ACKED(AM-SEV-SUB).
036300     MOVE AM-AVERAGE-MIN            TO AM-SL-AVERAGE.
036400     MOVE AM-SEV-MAX-MIN(AM-SEV-SUB) TO AM-SL-MAXIMUM.
036500     MOVE AM-SUMMARY-LINE TO AM-REPORT-LINE.
036600     WRITE AM-REPORT-LINE.
036700 4010-EXIT.
036800     EXIT.
036900******************************************************************
037000* 8000-LOG-OVERFLOW - THE ACKNOWLEDGEMENT TABLE IS FULL.  SAY SO *
037100*                     ONCE.                                      *
037200******************************************************************
037300 8000-LOG-OVERFLOW.
037400     IF NOT AM-OVERFLOW
037500         DISPLAY 'CMNAAKS - ACKNOWLEDGEMENT TABLE FILLED UP -'
037600             ' SUMMARY INCOMPLETE'
037700         SET AM-OVERFLOW TO TRUE
037800     END-IF.
037900 8000-EXIT.
038000     EXIT.
038100******************************************************************
038200* 9000-TERMINATE - CLOSE THE REPORT AND SET RETURN-CODE 4 IF ANY *
038300*                  ALERT IN THE WINDOW WAS NEVER ACKNOWLEDGED.   *
038400******************************************************************
038500 9000-TERMINATE.
038600     IF AM-OVERFLOW
038700         MOVE SPACES TO AM-REPORT-LINE
038800         WRITE AM-REPORT-LINE
038900         MOVE 'ACKNOWLEDGEMENT TABLE FULL - SUMMARY INCOMPLETE'
039000             TO AM-REPORT-LINE
039100         WRITE AM-REPORT-LINE
039200     END-IF.
039300     CLOSE REPORT-FILE.
039400     IF AM-UNACKED-TOTAL > 0
039500         DISPLAY 'CMNAAKS - ' AM-UNACKED-TOTAL
039600             ' ALERT(S) IN THE WINDOW NEVER ACKNOWLEDGED'
039700         MOVE 4 TO RETURN-CODE
039800     END-IF.
039900 9000-EXIT.
040000     EXIT.
