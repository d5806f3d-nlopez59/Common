000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNAACK.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNAACK - OVERNIGHT ALERT ACKNOWLEDGEMENT        *
000900*                                                                *
001000*    CMNABND COPIES EVERY SEVERE (12) AND ABEND (16) ERROR       *
001100*    RECORD TO THE OVERNIGHT ALERT FILE (DD ALRTFILE, CMNERRC    *
001200*    LAYOUT) FOR THE CONSOLE DESK.  THIS PROGRAM IS HOW THE DESK *
001300*    RECORDS THAT IT TOOK ONE - WHO, WHEN, AND WHAT WAS DONE.    *
001400*    IT READS A DECK OF ACKNOWLEDGEMENT CARDS (DD ACKCARD), EACH *
001500*    NAMING AN ALERT BY ITS TIMESTAMP, CALLING PROGRAM, AND      *
001600*    FAILING PROGRAM, EDITS EVERY CARD, AND APPENDS ONE CMNALAK  *
001700*    RECORD PER CLEAN CARD TO THE ACKNOWLEDGEMENT FILE (DD       *
001800*    ALRTACK).  EVERY CARD - ACCEPTED OR REJECTED - IS LISTED    *
001900*    ON THE PROOF REPORT (DD AACKRPT).                           *
002000*                                                                *
002100*    CARD LAYOUT:                                                *
002200*      COLS  1-14  ALERT TIMESTAMP, YYYYMMDDHHMMSS, AS PRINTED   *
002300*      COLS 16-23  CALLING PROGRAM ON THE ALERT                  *
002400*      COLS 25-32  FAILING PROGRAM ON THE ALERT                  *
002500*      COLS 34-41  OPERATOR USER ID                              *
002600*      COLS 43-50  ACTION TAKEN - RESTART, BYPASS, ONCALL (THE   *
002700*                  ON-CALL WAS CALLED), OR DEFER                 *
002800*      COLS 52-80  NOTE                                          *
002900*                                                                *
003000*    EVERY CARD IS EDITED BEFORE IT IS APPLIED:                  *
003100*      - THE TIMESTAMP MUST BE NUMERIC, AND THE CALLING AND      *
003200*        FAILING PROGRAMS AND THE OPERATOR ID MUST BE PRESENT    *
003300*      - THE ACTION MUST BE ONE OF THE FOUR ABOVE                *
003400*      - THE ALERT MUST BE ON THE ALERT FILE                     *
003500*      - THE ALERT MUST NOT ALREADY BE ACKNOWLEDGED - THE FIRST  *
003600*        ACKNOWLEDGEMENT IS THE ONE THAT STANDS                  *
003700*    THE ACKNOWLEDGED TIME IS THE MOMENT THE CARD IS ACCEPTED -  *
003800*    SUBMIT THE CARD WHEN THE ALERT IS TAKEN, NOT AT SHIFT END.  *
003900*    BOTH FILES ARE SEARCHED FROM THE TOP FOR EVERY CARD, SO A   *
004000*    CARD SEES THE EFFECT OF AN EARLIER ONE IN THE SAME DECK AND *
004100*    NEITHER FILE NEEDS A TABLE BOUND.  A REJECTED CARD CHANGES  *
004200*    NOTHING AND THE RUN ENDS WITH RETURN-CODE 4.                *
004300*                                                                *
004400*    SEE COMMON-BATCH/JCL/CMNAACK.JCL FOR THE JOB STREAM.        *
004500*                                                                *
004600*    MODIFICATION HISTORY                                       *
004700*    DATE       INIT  DESCRIPTION                                *
004800*    ---------- ----  -------------------------------------------*
004900*    2026-10-15 RH    ORIGINAL                                   *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ACKCARD-FILE ASSIGN TO "ACKCARD"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT ACK-FILE ASSIGN TO "ALRTACK"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REPORT-FILE ASSIGN TO "AACKRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACKCARD-FILE.
006500 01  ACKCARD-REC.
006600     05  AK-CARD-KEY.
006700         10  AK-CARD-ALERT-TS    PIC X(14).
006800         10  FILLER              PIC X(01).
006900         10  AK-CARD-CALLING-PGM PIC X(08).
007000         10  FILLER              PIC X(01).
007100         10  AK-CARD-FAILING-PGM PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  AK-CARD-OPERATOR        PIC X(08).
007400     05  FILLER                  PIC X(01).
007500     05  AK-CARD-ACTION          PIC X(08).
007600     05  FILLER                  PIC X(01).
007700     05  AK-CARD-NOTE            PIC X(29).
007800 FD  ALERT-FILE.
007900 01  ALERT-FILE-REC              PIC X(80).
008000 FD  ACK-FILE.
008100 01  ACK-FILE-REC                PIC X(100).
008200 FD  REPORT-FILE.
008300 01  AK-REPORT-LINE              PIC X(80).
008400 WORKING-STORAGE SECTION.
008500     COPY CMNERRC.
008600     COPY CMNALAK.
008700 01  AK-SWITCHES.
008800     05  AK-CARD-EOF-SW          PIC X(01) VALUE 'N'.
008900         88  AK-CARD-EOF         VALUE 'Y'.
009000     05  AK-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
009100         88  AK-SCAN-EOF         VALUE 'Y'.
009200     05  AK-CARD-GOOD-SW         PIC X(01) VALUE 'Y'.
009300         88  AK-CARD-GOOD        VALUE 'Y'.
009400     05  AK-FOUND-SW             PIC X(01) VALUE 'N'.
009500         88  AK-FOUND            VALUE 'Y'.
009600 01  AK-COUNTERS.
009700     05  AK-READ-COUNT           PIC 9(05) VALUE ZERO.
009800     05  AK-ACCEPT-COUNT         PIC 9(05) VALUE ZERO.
009900     05  AK-REJECT-COUNT         PIC 9(05) VALUE ZERO.
010000 01  AK-WORK-FIELDS.
010100     05  AK-ALERT-SEVERITY       PIC X(02).
010200     05  AK-TIMESTAMP-NOW        PIC X(14).
010300     05  AK-REJECT-REASON        PIC X(24).
010400 01  AK-CURRENT-DATE-TIME.
010500     05  AK-CDT-DATE             PIC 9(08).
010600     05  AK-CDT-TIME             PIC 9(06).
010700     05  FILLER                  PIC X(07).
010800 01  AK-ACCEPT-LINE.
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  FILLER                  PIC X(09) VALUE 'ACCEPTED '.
011100     05  AK-AL-ALERT-TS          PIC X(14).
011200     05  FILLER                  PIC X(01) VALUE SPACE.
011300     05  AK-AL-CALLING-PGM       PIC X(08).
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  AK-AL-FAILING-PGM       PIC X(08).
011600     05  FILLER                  PIC X(05) VALUE ' SEV='.
011700     05  AK-AL-SEVERITY          PIC X(02).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  AK-AL-OPERATOR          PIC X(08).
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  AK-AL-ACTION            PIC X(08).
012200 01  AK-REJECT-LINE.
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  FILLER                  PIC X(09) VALUE 'REJECTED '.
012500     05  AK-RJ-ALERT-TS          PIC X(14).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  AK-RJ-CALLING-PGM       PIC X(08).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  AK-RJ-FAILING-PGM       PIC X(08).
013000     05  FILLER                  PIC X(02) VALUE SPACE.
013100     05  AK-RJ-REASON            PIC X(24).
013200 01  AK-TOTAL-LINE.
013300     05  FILLER                  PIC X(06) VALUE 'READ='.
013400     05  AK-TL-READ              PIC 9(05).
013500     05  FILLER                  PIC X(10) VALUE ' ACCEPTED='.
013600     05  AK-TL-ACCEPTED          PIC 9(05).
013700     05  FILLER                  PIC X(10) VALUE ' REJECTED='.
013800     05  AK-TL-REJECTED          PIC 9(05).
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
014300         UNTIL AK-CARD-EOF.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014500     GOBACK.
014600 0000-EXIT.
014700     EXIT.
014800******************************************************************
014900* 1000-INITIALIZE - OPEN THE CARD DECK AND THE REPORT, AND WRITE *
015000*                   THE PROOF-REPORT HEADING.                    *
015100******************************************************************
015200 1000-INITIALIZE.
015300     OPEN INPUT ACKCARD-FILE.
015400     OPEN OUTPUT REPORT-FILE.
015500     MOVE 'OVERNIGHT ALERT ACKNOWLEDGEMENT PROOF REPORT'
015600         TO AK-REPORT-LINE.
015700     WRITE AK-REPORT-LINE.
015800     MOVE SPACES TO AK-REPORT-LINE.
015900     WRITE AK-REPORT-LINE.
016000 1000-EXIT.
016100     EXIT.
016200******************************************************************
016300* 2000-PROCESS-CARD - READ ONE ACKNOWLEDGEMENT CARD, EDIT IT,    *
016400*                     AND EITHER APPLY IT OR LIST IT AS A        *
016500*                     REJECT.                                    *
016600******************************************************************
016700 2000-PROCESS-CARD.
016800     READ ACKCARD-FILE
016900         AT END
017000             SET AK-CARD-EOF TO TRUE
017100         NOT AT END
017200             ADD 1 TO AK-READ-COUNT
017300             PERFORM 2100-EDIT-CARD THRU 2100-EXIT
017400             IF AK-CARD-GOOD
017500                 PERFORM 2200-APPLY-CARD THRU 2200-EXIT
017600             ELSE
017700                 PERFORM 2300-REJECT-CARD THRU 2300-EXIT
017800             END-IF
017900     END-READ.
018000 2000-EXIT.
018100     EXIT.
018200******************************************************************
018300* 2100-EDIT-CARD - APPLY EVERY EDIT TO THE CARD JUST READ.  THE  *
018400*                  FIRST EDIT THAT FAILS NAMES THE REASON AND    *
018500*                  MARKS THE CARD BAD.                           *
018600******************************************************************
018700 2100-EDIT-CARD.
018800     MOVE 'Y' TO AK-CARD-GOOD-SW.
018900     MOVE SPACES TO AK-REJECT-REASON.
019000     IF AK-CARD-ALERT-TS NOT NUMERIC
019100         MOVE 'N' TO AK-CARD-GOOD-SW
019200         MOVE 'TIMESTAMP NOT NUMERIC' TO AK-REJECT-REASON
019300         GO TO 2100-EXIT
019400     END-IF.
019500     IF AK-CARD-CALLING-PGM = SPACES
019600        OR AK-CARD-FAILING-PGM = SPACES
019700         MOVE 'N' TO AK-CARD-GOOD-SW
019800         MOVE 'NO CALLING/FAILING PGM' TO AK-REJECT-REASON
019900         GO TO 2100-EXIT
020000     END-IF.
020100     IF AK-CARD-OPERATOR = SPACES
020200         MOVE 'N' TO AK-CARD-GOOD-SW
020300         MOVE 'NO OPERATOR ID' TO AK-REJECT-REASON
020400         GO TO 2100-EXIT
020500     END-IF.
020600     MOVE AK-CARD-ACTION TO CMN-ALAK-ACTION.
020700     IF NOT CMN-ALAK-ACTION-VALID
020800         MOVE 'N' TO AK-CARD-GOOD-SW
020900         MOVE 'UNKNOWN ACTION' TO AK-REJECT-REASON
021000         GO TO 2100-EXIT
021100     END-IF.
021200     PERFORM 2110-FIND-ALERT THRU 2110-EXIT.
021300     IF NOT AK-FOUND
021400         MOVE 'N' TO AK-CARD-GOOD-SW
021500         MOVE 'ALERT NOT ON FILE' TO AK-REJECT-REASON
021600         GO TO 2100-EXIT
021700     END-IF.
021800     PERFORM 2120-FIND-ACK THRU 2120-EXIT.
021900     IF AK-FOUND
022000         MOVE 'N' TO AK-CARD-GOOD-SW
022100         MOVE 'ALREADY ACKNOWLEDGED' TO AK-REJECT-REASON
022200         GO TO 2100-EXIT
022300     END-IF.
022400 2100-EXIT.
022500     EXIT.
022600******************************************************************
022700* 2110-FIND-ALERT - SEARCH THE ALERT FILE FROM THE TOP FOR THE   *
022800*                   ALERT THE CARD NAMES, AND KEEP ITS SEVERITY. *
022900******************************************************************
023000 2110-FIND-ALERT.
023100     MOVE 'N' TO AK-FOUND-SW.
023200     MOVE 'N' TO AK-SCAN-EOF-SW.
023300     OPEN INPUT ALERT-FILE.
023400     PERFORM 2115-READ-ALERT THRU 2115-EXIT
023500         UNTIL AK-SCAN-EOF OR AK-FOUND.
023600     CLOSE ALERT-FILE.
023700 2110-EXIT.
023800     EXIT.
023900******************************************************************
024000* 2115-READ-ALERT - ONE ALERT RECORD - IS IT THE ONE THE CARD    *
024100*                   NAMES?                                       *
024200******************************************************************
024300 2115-READ-ALERT.
024400     READ ALERT-FILE
024500         AT END
024600             SET AK-SCAN-EOF TO TRUE
024700         NOT AT END
024800             MOVE ALERT-FILE-REC TO CMN-ERRLOG-RECORD
024900             IF CMN-ERRLOG-TIMESTAMP = AK-CARD-ALERT-TS
025000                AND CMN-ERRLOG-CALLING-PGM = AK-CARD-CALLING-PGM
025100                AND CMN-ERRLOG-FAILING-PGM = AK-CARD-FAILING-PGM
025200                 SET AK-FOUND TO TRUE
025300                 MOVE CMN-ERRLOG-SEVERITY TO AK-ALERT-SEVERITY
025400             END-IF
025500     END-READ.
025600 2115-EXIT.
025700     EXIT.
025800******************************************************************
025900* 2120-FIND-ACK - SEARCH THE ACKNOWLEDGEMENT FILE FROM THE TOP   *
026000*                 FOR AN EARLIER ACKNOWLEDGEMENT OF THE SAME     *
026100*                 ALERT.                                         *
026200******************************************************************
026300 2120-FIND-ACK.
026400     MOVE 'N' TO AK-FOUND-SW.
026500     MOVE 'N' TO AK-SCAN-EOF-SW.
026600     OPEN INPUT ACK-FILE.
026700     PERFORM 2125-READ-ACK THRU 2125-EXIT
026800         UNTIL AK-SCAN-EOF OR AK-FOUND.
026900     CLOSE ACK-FILE.
027000 2120-EXIT.
027100     EXIT.
027200******************************************************************
027300* 2125-READ-ACK - ONE ACKNOWLEDGEMENT RECORD - IS IT FOR THE     *
027400*                 ALERT THE CARD NAMES?                          *
027500******************************************************************
027600 2125-READ-ACK.
027700     READ ACK-FILE
027800         AT END
027900             SET AK-SCAN-EOF TO TRUE
028000         NOT AT END
028100             MOVE ACK-FILE-REC TO CMN-ALAK-RECORD
028200             IF CMN-ALAK-ALERT-TS = AK-CARD-ALERT-TS
028300                AND CMN-ALAK-CALLING-PGM = AK-CARD-CALLING-PGM
028400                AND CMN-ALAK-FAILING-PGM = AK-CARD-FAILING-PGM
028500                 SET AK-FOUND TO TRUE
028600             END-IF
028700     END-READ.
028800 2125-EXIT.
028900     EXIT.
029000******************************************************************
029100* 2200-APPLY-CARD - APPEND THE ACKNOWLEDGEMENT, STAMPED WITH THE *
029200*                   TIME IT WAS ACCEPTED, AND LIST IT.  THE FILE *
029300*                   IS OPENED AND CLOSED AROUND THE WRITE SO THE *
029400*                   NEXT CARD'S DUPLICATE SEARCH SEES IT.        *
029500******************************************************************
029600 2200-APPLY-CARD.
029700     MOVE FUNCTION CURRENT-DATE TO AK-CURRENT-DATE-TIME.
029800     STRING AK-CDT-DATE AK-CDT-TIME DELIMITED BY SIZE
029900         INTO AK-TIMESTAMP-NOW.
030000     MOVE SPACES TO CMN-ALAK-RECORD.
030100     MOVE AK-CARD-ALERT-TS    TO CMN-ALAK-ALERT-TS.
030200     MOVE AK-CARD-CALLING-PGM TO CMN-ALAK-CALLING-PGM.
030300     MOVE AK-CARD-FAILING-PGM TO CMN-ALAK-FAILING-PGM.
030400     MOVE AK-CARD-OPERATOR    TO CMN-ALAK-OPERATOR.
030500     MOVE AK-TIMESTAMP-NOW    TO CMN-ALAK-ACK-TS.
030600     MOVE AK-CARD-ACTION      TO CMN-ALAK-ACTION.
030700     MOVE AK-ALERT-SEVERITY   TO CMN-ALAK-SEVERITY.
030800     MOVE AK-CARD-NOTE        TO CMN-ALAK-NOTE.
030900     OPEN EXTEND ACK-FILE.
031000     MOVE CMN-ALAK-RECORD TO ACK-FILE-REC.
031100     WRITE ACK-FILE-REC.
031200     CLOSE ACK-FILE.
031300     ADD 1 TO AK-ACCEPT-COUNT.
031400     MOVE AK-CARD-ALERT-TS    TO AK-AL-ALERT-TS.
031500     MOVE AK-CARD-CALLING-PGM TO AK-AL-CALLING-PGM.
031600     MOVE AK-CARD-FAILING-PGM TO AK-AL-FAILING-PGM.
031700     MOVE AK-ALERT-SEVERITY   TO AK-AL-SEVERITY.
031800     MOVE AK-CARD-OPERATOR    TO AK-AL-OPERATOR.
031900     MOVE AK-CARD-ACTION      TO AK-AL-ACTION.
032000     MOVE AK-ACCEPT-LINE      TO AK-REPORT-LINE.
032100     WRITE AK-REPORT-LINE.
032200 2200-EXIT.
032300     EXIT.
032400******************************************************************
032500* 2300-REJECT-CARD - LIST THE BAD CARD AND THE EDIT IT FAILED.   *
032600******************************************************************
032700 2300-REJECT-CARD.
032800     ADD 1 TO AK-REJECT-COUNT.
032900     MOVE AK-CARD-ALERT-TS    TO AK-RJ-ALERT-TS.
033000     MOVE AK-CARD-CALLING-PGM TO AK-RJ-CALLING-PGM.
033100     MOVE AK-CARD-FAILING-PGM TO AK-RJ-FAILING-PGM.
033200     MOVE AK-REJECT-REASON    TO AK-RJ-REASON.
033300     MOVE AK-REJECT-LINE      TO AK-REPORT-LINE.
033400     WRITE AK-REPORT-LINE.
033500 2300-EXIT.
033600     EXIT.
033700******************************************************************
033800* 9000-TERMINATE - WRITE THE PROOF-REPORT TOTALS AND SET A       *
033900*                  NON-ZERO CONDITION CODE IF ANY CARD WAS       *
034000*                  REJECTED.                                     *
034100******************************************************************
034200 9000-TERMINATE.
034300     MOVE SPACES TO AK-REPORT-LINE.
034400     WRITE AK-REPORT-LINE.
034500     MOVE AK-READ-COUNT   TO AK-TL-READ.
034600     MOVE AK-ACCEPT-COUNT TO AK-TL-ACCEPTED.
034700     MOVE AK-REJECT-COUNT TO AK-TL-REJECTED.
034800     MOVE AK-TOTAL-LINE TO AK-REPORT-LINE.
034900     WRITE AK-REPORT-LINE.
035000     CLOSE ACKCARD-FILE REPORT-FILE.
035100     IF AK-REJECT-COUNT > 0
035200         DISPLAY 'CMNAACK - ' AK-REJECT-COUNT
035300             ' ACKNOWLEDGEMENT(S) REJECTED - SEE PROOF REPORT'
035400         MOVE 4 TO RETURN-CODE
035500     END-IF.
035600 9000-EXIT.
035700     EXIT.
